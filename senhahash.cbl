      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc
      ******************************************************************
      * Resumo da senha do operador para gravacao em operadores.dat:
      * a senha nunca fica no arquivo, so este resumo de 16 digitos.
      * O codigo do operador entra junto (a mesma senha em dois
      * operadores da resumos diferentes) e o texto e embaralhado em
      * varias voltas, com dois acumuladores modulo primos de 8
      * digitos. Chamado no login, na troca de senha, no cadastro e
      * onde se confere a senha de quem aprova uma acao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAHASH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
            01 WS-ENTRADA.
               05 WS-ENT-CODIGO PIC X(03).
               05 WS-ENT-SENHA PIC X(08).
            77 WS-H1 PIC 9(12).
            77 WS-H2 PIC 9(12).
            77 WS-I PIC 9(02).
            77 WS-VOLTA PIC 9(03).
            77 WS-CAR PIC 9(03).
            77 WS-VOLTAS PIC 9(03) VALUE 128.
            77 WS-PRIMO1 PIC 9(08) VALUE 99999989.
            77 WS-PRIMO2 PIC 9(08) VALUE 99999971.
            01 WS-RESUMO.
               05 WS-RES-1 PIC 9(08).
               05 WS-RES-2 PIC 9(08).

       LINKAGE SECTION.
       01 SH-CODIGO PIC X(03).
       01 SH-SENHA PIC X(08).
       01 SH-RESUMO PIC X(16).

       PROCEDURE DIVISION USING SH-CODIGO SH-SENHA SH-RESUMO.
       RESUMIR.
           MOVE SH-CODIGO TO WS-ENT-CODIGO.
           MOVE SH-SENHA TO WS-ENT-SENHA.
           MOVE 5381 TO WS-H1.
           MOVE 7919 TO WS-H2.
           MOVE 1 TO WS-VOLTA.
           PERFORM UNTIL WS-VOLTA > WS-VOLTAS
               MOVE 1 TO WS-I
               PERFORM UNTIL WS-I > 11
                   MOVE FUNCTION ORD(WS-ENTRADA(WS-I:1)) TO WS-CAR
                   COMPUTE WS-H1 = FUNCTION MOD(WS-H1 * 257 + WS-CAR
                       + WS-VOLTA, WS-PRIMO1)
                   COMPUTE WS-H2 = FUNCTION MOD(WS-H2 * 263 + WS-CAR
                       * WS-I + WS-H1, WS-PRIMO2)
                   ADD 1 TO WS-I
               END-PERFORM
               ADD 1 TO WS-VOLTA
           END-PERFORM.
           MOVE WS-H1 TO WS-RES-1.
           MOVE WS-H2 TO WS-RES-2.
           MOVE WS-RESUMO TO SH-RESUMO.
           GOBACK.

       END PROGRAM SENHAHASH.
