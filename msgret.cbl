      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Retorno do gateway de mensagens: le msgretorno.csv, deixado
      * pelo gateway no diretorio de dados, e grava em mensagens.dat
      * a situacao de entrega de cada mensagem enviada (D entregue,
      * F falha), com a data/hora e o codigo informados. Mensagem ja
      * entregue nao volta a falha. Processado, o arquivo e renomeado
      * para msgretorno_AAAAMMDDHHMMSS.csv, que fica como comprovante.
      * Layout das linhas (cabecalho "ID" e ignorado):
      *   ID(6 digitos),SITUACAO,DATAHORA(AAAAMMDDHHMMSS),CODIGO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-MENSAGENS
           ASSIGN TO "./mensagens.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSG-ID
           ALTERNATE KEY IS MSG-CPF WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS.
       SELECT ARQ-RETORNO
           ASSIGN TO "./msgretorno.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MENSAGENS.
       01 MENSAGEM-REC.
           05 MSG-ID PIC 9(06).
           05 MSG-CPF PIC X(11).
           05 MSG-DATA PIC X(08).
           05 MSG-HORA PIC X(06).
           05 MSG-EVENTO PIC X(02).
           05 MSG-FILIAL PIC X(04).
           05 MSG-CANAL PIC X(01).
           05 MSG-DESTINO PIC X(60).
           05 MSG-TEXTO PIC X(100).
           05 MSG-SITUACAO PIC X(01).
           05 MSG-DATA-ENVIO PIC X(08).
           05 MSG-DATA-RETORNO PIC X(14).
           05 MSG-COD-RETORNO PIC X(20).
           05 FILLER PIC X(19).
       FD ARQ-RETORNO.
       01 RET-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 EOF PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-HHMMSS PIC X(06).
               05 WS-HOJE-RESTO PIC X(07).
            01 WS-CMD PIC X(100).
            77 WS-RET-ID-X PIC X(10).
            77 WS-RET-SITUACAO PIC X(01).
            77 WS-RET-DATAHORA PIC X(14).
            77 WS-RET-CODIGO PIC X(20).
            77 WS-CONT-LIDAS PIC 9(06) VALUE 0.
            77 WS-CONT-ENTREGUES PIC 9(06) VALUE 0.
            77 WS-CONT-FALHAS PIC 9(06) VALUE 0.
            77 WS-CONT-REJEITADAS PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MSGRET.
           DISPLAY "RETORNO DO GATEWAY DE MENSAGENS".
           OPEN INPUT ARQ-RETORNO.
           IF WS-FS2 <> 0
               DISPLAY "SEM ARQUIVO DE RETORNO (MSGRETORNO.CSV)"
               CLOSE ARQ-RETORNO
               GO TO FIM
           END-IF.
           OPEN I-O ARQ-MENSAGENS.
           IF WS-FS <> 0
               DISPLAY "ERRO NO ARQUIVO DE MENSAGENS: " WS-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-RETORNO
               CLOSE ARQ-MENSAGENS
               GO TO FIM
           END-IF.
           SET EOF TO 0.
           PERFORM UNTIL EOF = 1
               READ ARQ-RETORNO
                   AT END SET EOF TO 1
                   NOT AT END
                       IF RET-LINHA(1:2) NOT = "ID"
                           AND RET-LINHA NOT = SPACES
                           PERFORM TRATA-LINHA THRU TRATA-LINHA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-RETORNO.
           CLOSE ARQ-MENSAGENS.

           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE SPACES TO WS-CMD.
           STRING "mv ./msgretorno.csv ./msgretorno_" DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               WS-HOJE-HHMMSS DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           DISPLAY "LINHAS LIDAS: " WS-CONT-LIDAS.
           DISPLAY "ENTREGUES:    " WS-CONT-ENTREGUES.
           DISPLAY "FALHAS:       " WS-CONT-FALHAS.
           DISPLAY "REJEITADAS:   " WS-CONT-REJEITADAS.
           GO TO FIM.

       TRATA-LINHA.
           ADD 1 TO WS-CONT-LIDAS.
           MOVE SPACES TO WS-RET-ID-X.
           MOVE SPACES TO WS-RET-SITUACAO.
           MOVE SPACES TO WS-RET-DATAHORA.
           MOVE SPACES TO WS-RET-CODIGO.
           UNSTRING RET-LINHA DELIMITED BY ","
               INTO WS-RET-ID-X WS-RET-SITUACAO WS-RET-DATAHORA
                   WS-RET-CODIGO
           END-UNSTRING.
           IF WS-RET-ID-X(1:6) IS NOT NUMERIC
               OR WS-RET-ID-X(7:4) NOT = SPACES
               OR (WS-RET-SITUACAO NOT = "D"
                   AND WS-RET-SITUACAO NOT = "F")
               DISPLAY "LINHA INVALIDA: " RET-LINHA
               ADD 1 TO WS-CONT-REJEITADAS
               GO TO TRATA-LINHA-FIM
           END-IF.
           MOVE WS-RET-ID-X(1:6) TO MSG-ID.
           READ ARQ-MENSAGENS
               INVALID KEY
                   DISPLAY "MENSAGEM NAO ENCONTRADA: " WS-RET-ID-X
                   ADD 1 TO WS-CONT-REJEITADAS
                   GO TO TRATA-LINHA-FIM
           END-READ.
           IF MSG-SITUACAO = "P"
               DISPLAY "MENSAGEM NAO ENVIADA: " WS-RET-ID-X
               ADD 1 TO WS-CONT-REJEITADAS
               GO TO TRATA-LINHA-FIM
           END-IF.
           IF MSG-SITUACAO = "D" AND WS-RET-SITUACAO = "F"
               GO TO TRATA-LINHA-FIM
           END-IF.
           MOVE WS-RET-SITUACAO TO MSG-SITUACAO.
           MOVE WS-RET-DATAHORA TO MSG-DATA-RETORNO.
           MOVE WS-RET-CODIGO TO MSG-COD-RETORNO.
           REWRITE MENSAGEM-REC.
           IF WS-RET-SITUACAO = "D"
               ADD 1 TO WS-CONT-ENTREGUES
           ELSE
               ADD 1 TO WS-CONT-FALHAS
           END-IF.
       TRATA-LINHA-FIM.
           EXIT.

       FIM.
           STOP RUN.
       END PROGRAM MSGRET.
