      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc
      ******************************************************************
      * Consulta ao cadastro de filiais (filiais.dat), chamada por
      * todo programa que recebe um codigo de filial digitado. Devolve
      * a situacao da filial ("A" ativa, "F" fechada, "N" nao
      * cadastrada) e os dados de cabecalho: nome fantasia, CNPJ,
      * endereco, municipio e telefone. Sem arquivo de filiais toda
      * filial volta como nao cadastrada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEFILIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-FILIAIS
           ASSIGN TO "./filiais.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FIL-CODIGO
           FILE STATUS IS WS-FS-FIL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FILIAIS.
       01 FILIAL-REC.
           05 FIL-CODIGO PIC X(04).
           05 FIL-NOME PIC X(30).
           05 FIL-CNPJ PIC X(14).
           05 FIL-ENDERECO PIC X(40).
           05 FIL-CIDADE PIC X(20).
           05 FIL-TELEFONE PIC X(15).
           05 FIL-SITUACAO PIC X(01).
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
            77 WS-FS-FIL PIC 99.

       LINKAGE SECTION.
       01 LF-CODIGO PIC X(04).
       01 LF-SITUACAO PIC X(01).
       01 LF-DADOS.
           05 LF-NOME PIC X(30).
           05 LF-CNPJ PIC X(14).
           05 LF-ENDERECO PIC X(40).
           05 LF-CIDADE PIC X(20).
           05 LF-TELEFONE PIC X(15).

       PROCEDURE DIVISION USING LF-CODIGO LF-SITUACAO LF-DADOS.
       CONSULTAR.
           MOVE "N" TO LF-SITUACAO.
           MOVE SPACES TO LF-DADOS.
           IF LF-CODIGO = SPACES
               GOBACK
           END-IF.
           OPEN INPUT ARQ-FILIAIS.
           IF WS-FS-FIL <> 0
               CLOSE ARQ-FILIAIS
               GOBACK
           END-IF.
           MOVE LF-CODIGO TO FIL-CODIGO.
           READ ARQ-FILIAIS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FIL-NOME TO LF-NOME
                   MOVE FIL-CNPJ TO LF-CNPJ
                   MOVE FIL-ENDERECO TO LF-ENDERECO
                   MOVE FIL-CIDADE TO LF-CIDADE
                   MOVE FIL-TELEFONE TO LF-TELEFONE
                   IF FIL-SITUACAO = "F"
                       MOVE "F" TO LF-SITUACAO
                   ELSE
                       MOVE "A" TO LF-SITUACAO
                   END-IF
           END-READ.
           CLOSE ARQ-FILIAIS.
           GOBACK.

       END PROGRAM LEFILIAL.
