      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Envio da fila de mensagens: le mensagens.dat, grava as
      * mensagens pendentes ("P") no arquivo de remessa ao gateway de
      * SMS/WhatsApp/e-mail mensagens_AAAAMMDDHHMMSS.txt e as marca
      * enviadas ("E") com a data do envio. Roda na cadeia noturna e
      * tambem a cada poucos minutos pelo cron, para o aviso de
      * reserva disponivel sair no mesmo dia. Sem pendentes nenhum
      * arquivo e gerado. O retorno do gateway volta pelo MSGRET.
      * Layout (posicoes fixas):
      *   00 DATAHORA(14) "MENSAGENS LOCADORA"
      *   01 ID(6) CANAL(1) DESTINO(60) EVENTO(2) FILIAL(4) TEXTO(100)
      *   99 QUANTIDADE(6)
      * Canal: S SMS, W WhatsApp, E e-mail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGENVIA.
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
       SELECT ARQ-SAIDA
           ASSIGN TO WS-NOME-SAIDA
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
       FD ARQ-SAIDA.
       01 SAIDA-LINHA PIC X(175).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 EOF PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-HHMMSS PIC X(06).
               05 WS-HOJE-RESTO PIC X(07).
            77 WS-NOME-SAIDA PIC X(40).
            01 WS-CMD PIC X(100).
            77 WS-CONT-ENVIADAS PIC 9(06) VALUE 0.
            01 WS-REG-HEADER.
               05 FILLER PIC X(02) VALUE "00".
               05 HDR-DATAHORA PIC X(14).
               05 FILLER PIC X(18) VALUE "MENSAGENS LOCADORA".
            01 WS-REG-DET.
               05 FILLER PIC X(02) VALUE "01".
               05 DET-ID PIC 9(06).
               05 DET-CANAL PIC X(01).
               05 DET-DESTINO PIC X(60).
               05 DET-EVENTO PIC X(02).
               05 DET-FILIAL PIC X(04).
               05 DET-TEXTO PIC X(100).
            01 WS-REG-TRAILER.
               05 FILLER PIC X(02) VALUE "99".
               05 TRL-CONT PIC 9(06).

       PROCEDURE DIVISION.
       MSGENVIA.
           DISPLAY "ENVIO DA FILA DE MENSAGENS AO GATEWAY".
           OPEN I-O ARQ-MENSAGENS.
           IF WS-FS = 35
               DISPLAY "FILA DE MENSAGENS VAZIA"
               CLOSE ARQ-MENSAGENS
               GO TO FIM
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO NO ARQUIVO DE MENSAGENS: " WS-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-MENSAGENS
               GO TO FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE SPACES TO WS-NOME-SAIDA.
           STRING "./mensagens_" DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               WS-HOJE-HHMMSS DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-SAIDA.
           OPEN OUTPUT ARQ-SAIDA.
           IF WS-FS2 <> 0
               DISPLAY "ERRO NO ARQUIVO DE REMESSA: " WS-FS2
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-MENSAGENS
               GO TO FIM
           END-IF.
           MOVE WS-HOJE-AAAAMMDD TO HDR-DATAHORA(1:8).
           MOVE WS-HOJE-HHMMSS TO HDR-DATAHORA(9:6).
           MOVE WS-REG-HEADER TO SAIDA-LINHA.
           WRITE SAIDA-LINHA.

           MOVE 0 TO MSG-ID.
           SET EOF TO 0.
           START ARQ-MENSAGENS KEY IS NOT LESS THAN MSG-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-MENSAGENS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF MSG-SITUACAO = "P"
                           PERFORM ENVIA-MENSAGEM
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.

           MOVE WS-CONT-ENVIADAS TO TRL-CONT.
           MOVE WS-REG-TRAILER TO SAIDA-LINHA.
           WRITE SAIDA-LINHA.
           CLOSE ARQ-SAIDA.
           CLOSE ARQ-MENSAGENS.
           IF WS-CONT-ENVIADAS = 0
               MOVE SPACES TO WS-CMD
               STRING "rm -f " DELIMITED BY SIZE
                   WS-NOME-SAIDA DELIMITED BY SPACE
                   INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               DISPLAY "NENHUMA MENSAGEM PENDENTE"
           ELSE
               DISPLAY "ARQUIVO: " WS-NOME-SAIDA
           END-IF.
           DISPLAY "MENSAGENS ENVIADAS: " WS-CONT-ENVIADAS.
           GO TO FIM.

       ENVIA-MENSAGEM.
           MOVE MSG-ID TO DET-ID.
           MOVE MSG-CANAL TO DET-CANAL.
           MOVE MSG-DESTINO TO DET-DESTINO.
           MOVE MSG-EVENTO TO DET-EVENTO.
           MOVE MSG-FILIAL TO DET-FILIAL.
           MOVE MSG-TEXTO TO DET-TEXTO.
           MOVE WS-REG-DET TO SAIDA-LINHA.
           WRITE SAIDA-LINHA.
           MOVE "E" TO MSG-SITUACAO.
           MOVE WS-HOJE-AAAAMMDD TO MSG-DATA-ENVIO.
           REWRITE MENSAGEM-REC.
           ADD 1 TO WS-CONT-ENVIADAS.

       FIM.
           STOP RUN.
       END PROGRAM MSGENVIA.
