      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc
      ******************************************************************
      * Manutencao do cadastro de filiais (filiais.dat): codigo, nome
      * fantasia, CNPJ, endereco, municipio (base do ISS), telefone e
      * situacao ativa/fechada. Todo programa que recebe um codigo de
      * filial consulta este cadastro pelo LEFILIAL e recusa filial
      * nao cadastrada ou fechada. Filial nao e removida, porque o
      * historico (pagamentos, emprestimos, movimento) continua
      * apontando para ela; encerrada a loja, ela e FECHADA.
      * Consulta livre; inclusao, alteracao e fechamento somente por
      * supervisor, com registro na auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIAIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-FILIAIS
           ASSIGN TO "./filiais.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FIL-CODIGO
           FILE STATUS IS WS-FS.
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
            01 WS-OPTION PIC 9(01).
            01 WS-LIXO PIC X(01).
            77 WS-FS PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-LA PIC 99 VALUE 2.
            77 WS-EXISTE PIC 9 VALUE 0.
            77 WS-NOVA-SITUACAO PIC X(01).
            01 WS-FILIAL.
               05 WS-FIL-CODIGO PIC X(04).
               05 WS-FIL-NOME PIC X(30).
               05 WS-FIL-CNPJ PIC X(14).
               05 WS-FIL-ENDERECO PIC X(40).
               05 WS-FIL-CIDADE PIC X(20).
               05 WS-FIL-TELEFONE PIC X(15).
               05 WS-FIL-SITUACAO PIC X(01).
               05 FILLER PIC X(20).
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "FILIAIS".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
       SCREEN SECTION.
       01 FILIAIS-SCREEN.
            02 BLANK SCREEN.
            02 LINE 1 COL 1 VALUE "-------------------------------- |".
            02 LINE 2 COL 1 VALUE "-           FILIAIS            - |".
            02 LINE 3 COL 1 VALUE "-------------------------------- |".
            02 LINE 4 COL 1 VALUE "- 1 - LISTAR                   - |".
            02 LINE 5 COL 1 VALUE "- 2 - INCLUIR/ALTERAR          - |".
            02 LINE 6 COL 1 VALUE "- 3 - FECHAR/REABRIR           - |".
            02 LINE 7 COL 1 VALUE "-                      0-VOLTAR- |".
            02 LINE 8 COL 1 VALUE "-                              - |".
            02 LINE 8 COL 30 PIC 9(1) TO WS-OPTION.
            02 LINE 9 COL 1 VALUE "-------------------------------- |".
       PROCEDURE DIVISION.
       FILIAIS.
           DISPLAY FILIAIS-SCREEN.
           ACCEPT FILIAIS-SCREEN.
           EVALUATE WS-OPTION
               WHEN 0
                   GO TO FIM
               WHEN 1
                   GO TO LISTAR
               WHEN 2
                   GO TO GRAVAR
               WHEN 3
                   GO TO SITUACAO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT LINE 12
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 13
                   ACCEPT WS-LIXO AT LINE 13 COL 26
                   GO TO FILIAIS
           END-EVALUATE.

       LISTAR.
           OPEN INPUT ARQ-FILIAIS.
           IF WS-FS <> 0
               DISPLAY "NENHUMA FILIAL CADASTRADA" AT LINE 11 COL 36
               CLOSE ARQ-FILIAIS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FILIAIS.
           MOVE 2 TO WS-LA.
           MOVE LOW-VALUE TO FIL-CODIGO.
           SET EOF TO 0.
           START ARQ-FILIAIS KEY IS NOT LESS THAN FIL-CODIGO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-FILIAIS NEXT INTO WS-FILIAL
                   AT END SET EOF TO 1
                   NOT AT END
                       DISPLAY WS-FIL-CODIGO AT LINE WS-LA COL 36
                       DISPLAY WS-FIL-NOME AT LINE WS-LA COL 41
                       DISPLAY WS-FIL-CIDADE AT LINE WS-LA COL 72
                       IF WS-FIL-SITUACAO = "F"
                           DISPLAY "FECHADA" AT LINE WS-LA COL 93
                       ELSE
                           DISPLAY "ATIVA" AT LINE WS-LA COL 93
                       END-IF
                       ADD 1 TO WS-LA
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-FILIAIS.
           ADD 1 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           MOVE 2 TO WS-LA.
           GO TO FILIAIS.

       GRAVAR.
           MOVE 32 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FILIAIS.
           MOVE SPACES TO WS-FILIAL.
           DISPLAY "CODIGO (4 POSICOES): " AT LINE 1 COL 36.
           ACCEPT WS-FIL-CODIGO AT LINE 1 COL 58.
           IF WS-FIL-CODIGO = SPACES OR WS-FIL-CODIGO = "TODA"
               DISPLAY "CODIGO INVALIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FILIAIS.
           DISPLAY "NOME FANTASIA: " AT LINE 2 COL 36.
           ACCEPT WS-FIL-NOME AT LINE 2 COL 51.
           DISPLAY "CNPJ (14 DIGITOS): " AT LINE 3 COL 36.
           ACCEPT WS-FIL-CNPJ AT LINE 3 COL 55.
           DISPLAY "ENDERECO: " AT LINE 4 COL 36.
           ACCEPT WS-FIL-ENDERECO AT LINE 4 COL 46.
           DISPLAY "MUNICIPIO: " AT LINE 5 COL 36.
           ACCEPT WS-FIL-CIDADE AT LINE 5 COL 47.
           DISPLAY "TELEFONE: " AT LINE 6 COL 36.
           ACCEPT WS-FIL-TELEFONE AT LINE 6 COL 46.
           IF WS-FIL-NOME = SPACES OR WS-FIL-CIDADE = SPACES
               DISPLAY "NOME E MUNICIPIO OBRIGATORIOS" AT LINE 11
                   COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FILIAIS.
           IF WS-FIL-CNPJ IS NOT NUMERIC
               DISPLAY "CNPJ INVALIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FILIAIS.

           OPEN I-O ARQ-FILIAIS.
           IF WS-FS = 35
               CLOSE ARQ-FILIAIS
               OPEN OUTPUT ARQ-FILIAIS
               CLOSE ARQ-FILIAIS
               OPEN I-O ARQ-FILIAIS
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO NO ARQUIVO DE FILIAIS: " AT LINE 11
                   COL 36
               DISPLAY WS-FS AT LINE 11 COL 64
               CLOSE ARQ-FILIAIS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FILIAIS.
           MOVE WS-FIL-CODIGO TO FIL-CODIGO.
           MOVE "A" TO WS-FIL-SITUACAO.
           READ ARQ-FILIAIS
               INVALID KEY MOVE 0 TO WS-EXISTE
               NOT INVALID KEY
                   MOVE 1 TO WS-EXISTE
                   MOVE FIL-SITUACAO TO WS-FIL-SITUACAO
           END-READ.
           MOVE WS-FILIAL TO FILIAL-REC.
           IF WS-EXISTE = 1
               REWRITE FILIAL-REC
               MOVE "ALTERAR" TO WS-AUD-OPERACAO
           ELSE
               WRITE FILIAL-REC
               MOVE "INCLUIR" TO WS-AUD-OPERACAO
           END-IF.
           CLOSE ARQ-FILIAIS.
           MOVE 0 TO WS-EXISTE.
           MOVE WS-FIL-CODIGO TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING WS-FIL-CNPJ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIL-NOME DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "FILIAL GRAVADA" AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO FILIAIS.

      * Fecha uma filial ativa ou reabre uma fechada. A filial
      * fechada deixa de ser aceita na entrada dos programas, mas o
      * registro continua para o historico e os relatorios.
       SITUACAO.
           MOVE 32 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FILIAIS.
           DISPLAY "CODIGO: " AT LINE 1 COL 36.
           ACCEPT WS-FIL-CODIGO AT LINE 1 COL 44.
           OPEN I-O ARQ-FILIAIS.
           IF WS-FS <> 0
               DISPLAY "NENHUMA FILIAL CADASTRADA" AT LINE 11 COL 36
               CLOSE ARQ-FILIAIS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FILIAIS.
           MOVE WS-FIL-CODIGO TO FIL-CODIGO.
           READ ARQ-FILIAIS
               INVALID KEY
                   DISPLAY "FILIAL NAO ENCONTRADA" AT LINE 11 COL 36
               NOT INVALID KEY
                   IF FIL-SITUACAO = "F"
                       MOVE "A" TO WS-NOVA-SITUACAO
                       MOVE "REABRIR" TO WS-AUD-OPERACAO
                       MOVE "FILIAL REABERTA" TO WS-AUD-DETALHE
                   ELSE
                       MOVE "F" TO WS-NOVA-SITUACAO
                       MOVE "FECHAR" TO WS-AUD-OPERACAO
                       MOVE "FILIAL FECHADA" TO WS-AUD-DETALHE
                   END-IF
                   MOVE WS-NOVA-SITUACAO TO FIL-SITUACAO
                   REWRITE FILIAL-REC
                   DISPLAY WS-AUD-DETALHE AT LINE 11 COL 36
                   MOVE FIL-CODIGO TO WS-AUD-CHAVE
                   CALL "AUDITLOG" USING WS-AUD-PROGRAMA
                       WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DETALHE
           END-READ.
           CLOSE ARQ-FILIAIS.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO FILIAIS.

       FIM.
       END PROGRAM FILIAIS.
