      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Conversao unica: reconstroi pagamentos.dat no layout com a
      * forma de pagamento do recibo (PAG-FORMA, e PAG-FORMA2 com
      * PAG-VALOR2 quando o valor e dividido em duas formas). Le o
      * arquivo antigo renomeado para pagamentos.ant (ver
      * run-migrapag.sh); recibo antigo entra como dinheiro, e o
      * resgate de vale (tipo "U") como vale.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAPAG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-PAG-ANT
           ASSIGN TO "./pagamentos.ant"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ANT-RECIBO
           FILE STATUS IS WS-FS-ANT.
       SELECT ARQ-PAGAMENTOS
           ASSIGN TO "./pagamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAG-RECIBO
           FILE STATUS IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PAG-ANT.
       01 PAGAMENTO-ANT.
           05 ANT-RECIBO PIC 9(06).
           05 ANT-DATA PIC X(08).
           05 ANT-HORA PIC X(06).
           05 ANT-CPF PIC X(11).
           05 ANT-VALOR PIC 9(06)V99.
           05 ANT-FILIAL PIC X(04).
           05 ANT-OPERADOR PIC X(03).
           05 ANT-SITUACAO PIC X(01).
           05 ANT-DATA-EST PIC X(08).
           05 ANT-TIPO PIC X(01).
       FD ARQ-PAGAMENTOS.
       01 PAGAMENTO.
           05 PAG-RECIBO PIC 9(06).
           05 PAG-DATA PIC X(08).
           05 PAG-HORA PIC X(06).
           05 PAG-CPF PIC X(11).
           05 PAG-VALOR PIC 9(06)V99.
           05 PAG-FILIAL PIC X(04).
           05 PAG-OPERADOR PIC X(03).
           05 PAG-SITUACAO PIC X(01).
           05 PAG-DATA-EST PIC X(08).
           05 PAG-TIPO PIC X(01).
           05 PAG-FORMA PIC X(01).
           05 PAG-FORMA2 PIC X(01).
           05 PAG-VALOR2 PIC 9(06)V99.
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
            77 WS-FS-ANT PIC 99.
            77 WS-FS-NOVO PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-CONT PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MIGRAPAG.
           DISPLAY "RECONSTRUCAO DE PAGAMENTOS COM FORMA DE PAGAMENTO".
           OPEN INPUT ARQ-PAG-ANT.
           IF WS-FS-ANT <> 0
               DISPLAY "SEM ARQUIVO DE PAGAMENTOS ANTIGO: " WS-FS-ANT
               OPEN OUTPUT ARQ-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
               GO TO FIM
           END-IF.
           OPEN OUTPUT ARQ-PAGAMENTOS.
           MOVE 0 TO ANT-RECIBO.
           START ARQ-PAG-ANT KEY IS NOT LESS THAN ANT-RECIBO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PAG-ANT NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE SPACES TO PAGAMENTO
                       MOVE PAGAMENTO-ANT TO PAGAMENTO(1:56)
                       IF ANT-TIPO = "U"
                           MOVE "V" TO PAG-FORMA
                       ELSE
                           MOVE "D" TO PAG-FORMA
                       END-IF
                       MOVE SPACE TO PAG-FORMA2
                       MOVE 0 TO PAG-VALOR2
                       WRITE PAGAMENTO
                       ADD 1 TO WS-CONT
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-PAG-ANT.
           CLOSE ARQ-PAGAMENTOS.
           DISPLAY "PAGAMENTOS CONVERTIDOS: " WS-CONT.
           GO TO FIM.

       FIM.
           STOP RUN.
       END PROGRAM MIGRAPAG.
