      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Conversao unica: reconstroi reservas.dat no layout com o
      * formato de midia pedido (RES-FORMATO). Le o arquivo antigo
      * renomeado para reservas.ant (ver run-migrares.sh) e grava o
      * novo reservas.dat registro a registro, com o formato em
      * branco (a reserva aceita qualquer formato).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRARES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-RES-ANT
           ASSIGN TO "./reservas.ant"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ANT-RES-CHAVE
           FILE STATUS IS WS-FS-ANT.
       SELECT ARQ-RESERVA
           ASSIGN TO "./reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-CHAVE
           FILE STATUS IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RES-ANT.
       01 RESERVA-ANT.
           05 ANT-RES-CHAVE.
               10 ANT-RES-FILME PIC X(20).
               10 ANT-RES-SEQ PIC 9(06).
           05 ANT-RES-CPF PIC X(11).
           05 ANT-RES-DATA PIC X(08).
       FD ARQ-RESERVA.
       01 RESERVA-REC.
           05 RES-CHAVE.
               10 RES-FILME PIC X(20).
               10 RES-SEQ PIC 9(06).
           05 RES-CPF PIC X(11).
           05 RES-DATA PIC X(08).
           05 RES-FORMATO PIC X(01).
           05 FILLER PIC X(09).

       WORKING-STORAGE SECTION.
            77 WS-FS-ANT PIC 99.
            77 WS-FS-NOVO PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-CONT PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MIGRARES.
           DISPLAY "RECONSTRUCAO DE RESERVAS COM FORMATO DE MIDIA".
           OPEN INPUT ARQ-RES-ANT.
           IF WS-FS-ANT <> 0
               DISPLAY "SEM ARQUIVO DE RESERVAS ANTIGO: " WS-FS-ANT
               OPEN OUTPUT ARQ-RESERVA
               CLOSE ARQ-RESERVA
               GO TO FIM
           END-IF.
           OPEN OUTPUT ARQ-RESERVA.
           MOVE LOW-VALUE TO ANT-RES-CHAVE.
           START ARQ-RES-ANT KEY IS NOT LESS THAN ANT-RES-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-RES-ANT NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE SPACES TO RESERVA-REC
                       MOVE ANT-RES-FILME TO RES-FILME
                       MOVE ANT-RES-SEQ TO RES-SEQ
                       MOVE ANT-RES-CPF TO RES-CPF
                       MOVE ANT-RES-DATA TO RES-DATA
                       WRITE RESERVA-REC
                       ADD 1 TO WS-CONT
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-RES-ANT.
           CLOSE ARQ-RESERVA.
           DISPLAY "RESERVAS CONVERTIDAS: " WS-CONT.
           GO TO FIM.

       FIM.
           STOP RUN.
       END PROGRAM MIGRARES.
