      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Conversao unica: reconstroi operadores.dat no layout com
      * perfil de acesso, resumo da senha, data da ultima troca,
      * troca obrigatoria, falhas de login e bloqueio. Le o arquivo
      * antigo renomeado para operadores.ant (ver run-migraope.sh).
      * A senha antiga vira resumo (SENHAHASH) e fica provisoria:
      * todo operador troca a senha na primeira entrada. Supervisor
      * vira perfil GERENTE; os demais, BALCONISTA. Sem perfis.dat,
      * grava os perfis padrao (GERENTE, CAIXA, BALCONISTA e
      * ESTOQUISTA), com as posicoes da tabela de funcoes do
      * OPERADORES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAOPE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-OPE-ANT
           ASSIGN TO "./operadores.ant"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ANT-CODIGO
           FILE STATUS IS WS-FS-ANT.
       SELECT ARQ-OPERADORES
           ASSIGN TO "./operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS WS-FS-NOVO.
       SELECT ARQ-PERFIS
           ASSIGN TO "./perfis.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PRF-CODIGO
           FILE STATUS IS WS-FS-PRF.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-OPE-ANT.
       01 OPERADOR-ANT.
           05 ANT-CODIGO PIC X(03).
           05 ANT-NOME PIC X(20).
           05 ANT-SENHA PIC X(08).
           05 ANT-SUPERVISOR PIC X(01).
           05 ANT-LIMITE-ABONO PIC 9(04)V99.
           05 FILLER PIC X(04).
       FD ARQ-OPERADORES.
       01 OPERADOR.
           05 OP-CODIGO PIC X(03).
           05 OP-NOME PIC X(20).
           05 OP-SENHA-HASH PIC X(16).
           05 OP-PERFIL PIC X(10).
           05 OP-LIMITE-ABONO PIC 9(04)V99.
           05 OP-DATA-SENHA PIC X(08).
           05 OP-TROCA-SENHA PIC X(01).
           05 OP-FALHAS PIC 9(02).
           05 OP-BLOQUEADO PIC X(01).
           05 FILLER PIC X(20).
       FD ARQ-PERFIS.
       01 PERFIL-REC.
           05 PRF-CODIGO PIC X(10).
           05 PRF-DESCRICAO PIC X(30).
           05 PRF-VALIDADE PIC 9(03).
           05 PRF-FUNCOES PIC X(40).
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
            77 WS-FS-ANT PIC 99.
            77 WS-FS-NOVO PIC 99.
            77 WS-FS-PRF PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-CONT PIC 9(06) VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-DATA PIC X(08).
               05 FILLER PIC X(13).

       PROCEDURE DIVISION.
       MIGRAOPE.
           DISPLAY "RECONSTRUCAO DE OPERADORES COM PERFIL DE ACESSO".
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           PERFORM SEED-PERFIS THRU SEED-PERFIS-FIM.
           OPEN INPUT ARQ-OPE-ANT.
           IF WS-FS-ANT <> 0
               DISPLAY "SEM ARQUIVO DE OPERADORES ANTIGO: " WS-FS-ANT
               GO TO FIM
           END-IF.
           OPEN OUTPUT ARQ-OPERADORES.
           MOVE LOW-VALUES TO ANT-CODIGO.
           START ARQ-OPE-ANT KEY IS NOT LESS THAN ANT-CODIGO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-OPE-ANT NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE SPACES TO OPERADOR
                       MOVE ANT-CODIGO TO OP-CODIGO
                       MOVE ANT-NOME TO OP-NOME
                       CALL "SENHAHASH" USING ANT-CODIGO ANT-SENHA
                           OP-SENHA-HASH
                       IF ANT-SUPERVISOR = "S"
                           MOVE "GERENTE" TO OP-PERFIL
                       ELSE
                           MOVE "BALCONISTA" TO OP-PERFIL
                       END-IF
                       IF ANT-LIMITE-ABONO NUMERIC
                           MOVE ANT-LIMITE-ABONO TO OP-LIMITE-ABONO
                       ELSE
                           MOVE 0 TO OP-LIMITE-ABONO
                       END-IF
                       MOVE WS-HOJE-DATA TO OP-DATA-SENHA
                       MOVE "S" TO OP-TROCA-SENHA
                       MOVE 0 TO OP-FALHAS
                       MOVE "N" TO OP-BLOQUEADO
                       WRITE OPERADOR
                       ADD 1 TO WS-CONT
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-OPE-ANT.
           CLOSE ARQ-OPERADORES.
           DISPLAY "OPERADORES CONVERTIDOS: " WS-CONT.
           GO TO FIM.

      * Perfis padrao, somente se ainda nao houver perfis.dat.
       SEED-PERFIS.
           OPEN INPUT ARQ-PERFIS.
           IF WS-FS-PRF <> 35
               CLOSE ARQ-PERFIS
               DISPLAY "PERFIS.DAT EXISTENTE MANTIDO"
               GO TO SEED-PERFIS-FIM
           END-IF.
           CLOSE ARQ-PERFIS.
           OPEN OUTPUT ARQ-PERFIS.
           MOVE SPACES TO PERFIL-REC.
           MOVE "GERENTE" TO PRF-CODIGO.
           MOVE "ACESSO TOTAL" TO PRF-DESCRICAO.
           MOVE 0 TO PRF-VALIDADE.
           MOVE "SSSSSSSSSSSSSSSSSSSNSSSSSSSSSSSSSSSSSSSS"
               TO PRF-FUNCOES.
           WRITE PERFIL-REC.
           MOVE "CAIXA" TO PRF-CODIGO.
           MOVE "CAIXA E RECEBIMENTOS" TO PRF-DESCRICAO.
           MOVE 90 TO PRF-VALIDADE.
           MOVE "NSSNNNNNSSNNNNNNNNNNNNNNNNNNNNNNNNNNNNNN"
               TO PRF-FUNCOES.
           WRITE PERFIL-REC.
           MOVE "BALCONISTA" TO PRF-CODIGO.
           MOVE "ATENDIMENTO NO BALCAO" TO PRF-DESCRICAO.
           MOVE 90 TO PRF-VALIDADE.
           MOVE "SSSNSNNNNSNNNNNNNSSNNNNNNNNNNNNNNNNNNNNN"
               TO PRF-FUNCOES.
           WRITE PERFIL-REC.
           MOVE "ESTOQUISTA" TO PRF-CODIGO.
           MOVE "ESTOQUE, COMPRAS E INVENTARIO" TO PRF-DESCRICAO.
           MOVE 90 TO PRF-VALIDADE.
           MOVE "SNNNSNNNNNNNSSNNSNNNNNNNNNNNNNNNNNNNNNNN"
               TO PRF-FUNCOES.
           WRITE PERFIL-REC.
           CLOSE ARQ-PERFIS.
           DISPLAY "PERFIS PADRAO GRAVADOS".
       SEED-PERFIS-FIM.
           EXIT.

       FIM.
           STOP RUN.
       END PROGRAM MIGRAOPE.
