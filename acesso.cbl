      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc
      ******************************************************************
      * Consulta de permissao: o operador pode usar a funcao? Le o
      * perfil do operador em operadores.dat e a lista de funcoes do
      * perfil em perfis.dat (posicao da funcao = "S" libera).
      * Devolve "S" ou "N". Operador bloqueado ou sem cadastro nao
      * tem acesso a nada. Sem perfis.dat (instalacao nova), somente
      * o perfil GERENTE passa, para que o primeiro operador consiga
      * cadastrar os perfis. As funcoes 01-19 sao as opcoes do menu
      * principal do LOCADORA; as demais sao acoes restritas dentro
      * dos programas (ver a tabela no OPERADORES).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-OPERADORES
           ASSIGN TO "./operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS WS-FS-OP.
       SELECT ARQ-PERFIS
           ASSIGN TO "./perfis.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PRF-CODIGO
           FILE STATUS IS WS-FS-PRF.
       DATA DIVISION.
       FILE SECTION.
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
            77 WS-FS-OP PIC 99.
            77 WS-FS-PRF PIC 99.
            77 WS-PERFIL PIC X(10).

       LINKAGE SECTION.
       01 AC-OPERADOR PIC X(03).
       01 AC-FUNCAO PIC 9(02).
       01 AC-PERMITE PIC X(01).

       PROCEDURE DIVISION USING AC-OPERADOR AC-FUNCAO AC-PERMITE.
       CONSULTAR.
           MOVE "N" TO AC-PERMITE.
           IF AC-FUNCAO < 1 OR AC-FUNCAO > 40
               GOBACK
           END-IF.
           MOVE SPACES TO WS-PERFIL.
           OPEN INPUT ARQ-OPERADORES.
           IF WS-FS-OP <> 0
               CLOSE ARQ-OPERADORES
               GOBACK
           END-IF.
           MOVE AC-OPERADOR TO OP-CODIGO.
           READ ARQ-OPERADORES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OP-BLOQUEADO NOT = "S"
                       MOVE OP-PERFIL TO WS-PERFIL
                   END-IF
           END-READ.
           CLOSE ARQ-OPERADORES.
           IF WS-PERFIL = SPACES
               GOBACK
           END-IF.

           OPEN INPUT ARQ-PERFIS.
           IF WS-FS-PRF = 35
               IF WS-PERFIL = "GERENTE"
                   MOVE "S" TO AC-PERMITE
               END-IF
               CLOSE ARQ-PERFIS
               GOBACK
           END-IF.
           IF WS-FS-PRF <> 0
               CLOSE ARQ-PERFIS
               GOBACK
           END-IF.
           MOVE WS-PERFIL TO PRF-CODIGO.
           READ ARQ-PERFIS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRF-FUNCOES(AC-FUNCAO:1) = "S"
                       MOVE "S" TO AC-PERMITE
                   END-IF
           END-READ.
           CLOSE ARQ-PERFIS.
           GOBACK.

       END PROGRAM ACESSO.
