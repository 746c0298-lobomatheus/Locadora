      * dia, liberacoes de censura concentradas num operador,
      * atividade fora do horario de funcionamento (08-22h) e
      * recibo estornado no mesmo dia em que foi recebido
      * (pagamentos.dat). Abonos de multa tem secao propria: o
      * operador com abonos repetidos no dia, cada abono acima do
      * limite do operador aprovado por supervisor (abonos.dat) e o
      * total abonado no dia. Limitar ao dia mantem o relatorio como
      * "o que houve ontem" e a tabela por operador pequena.
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO WS-NOME-EXCECOES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS3.
       SELECT ARQ-ABONOS
           ASSIGN TO "./abonos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ABN-ID
           ALTERNATE KEY IS ABN-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-AUDITORIA.
           05 PAG-SITUACAO PIC X(01).
           05 PAG-DATA-EST PIC X(08).
           05 PAG-TIPO PIC X(01).
           05 PAG-FORMA PIC X(01).
           05 PAG-FORMA2 PIC X(01).
           05 PAG-VALOR2 PIC 9(06)V99.
           05 FILLER PIC X(20).
       FD ARQ-EXCECOES.
       01 EXCECAO-LINHA PIC X(99).
       FD ARQ-ABONOS.
       01 ABONO-REC.
           05 ABN-ID PIC 9(06).
           05 ABN-DATA PIC X(08).
           05 ABN-HORA PIC X(06).
           05 ABN-CPF PIC X(11).
           05 ABN-VALOR PIC 9(06)V99.
           05 ABN-MOTIVO PIC 9(02).
           05 ABN-MOTIVO-DESC PIC X(20).
           05 ABN-NOTA PIC X(40).
           05 ABN-FILIAL PIC X(04).
           05 ABN-OPERADOR PIC X(03).
           05 ABN-APROVADOR PIC X(03).
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 EOF PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
                   10 WS-EXC-ESTORNOS PIC 9(04).
                   10 WS-EXC-LIBERA PIC 9(04).
                   10 WS-EXC-FORA PIC 9(04).
                   10 WS-EXC-ABONOS PIC 9(04).
            77 WS-EXC-USADOS PIC 9(03) VALUE 0.
            77 WS-EXC-I PIC 9(03).
            77 WS-EXC-IDX PIC 9(03).
            77 WS-EXC-CONT PIC 9(04) VALUE 0.
            77 WS-LIMITE-ESTORNOS PIC 9(02) VALUE 3.
            77 WS-LIMITE-LIBERA PIC 9(02) VALUE 3.
            77 WS-LIMITE-ABONOS PIC 9(02) VALUE 3.
            77 WS-ABN-QTD PIC 9(04) VALUE 0.
            77 WS-ABN-TOTAL PIC 9(08)V99 VALUE 0.
            77 WS-ABN-ED PIC ZZZZZZZ9.99.
            77 WS-HORA-ABRE PIC X(06) VALUE "080000".
            77 WS-HORA-FECHA PIC X(06) VALUE "220000".

           PERFORM VARRE-AUDITORIA THRU VARRE-AUDITORIA-FIM.
           PERFORM APONTA-PADROES THRU APONTA-PADROES-FIM.
           PERFORM VARRE-ESTORNOS-DIA THRU VARRE-ESTORNOS-DIA-FIM.
           PERFORM VARRE-ABONOS-DIA THRU VARRE-ABONOS-DIA-FIM.

           IF WS-EXC-CONT = 0
               MOVE "NENHUMA EXCECAO APONTADA" TO EXCECAO-LINHA
                   MOVE 0 TO WS-EXC-ESTORNOS(WS-EXC-IDX)
                   MOVE 0 TO WS-EXC-LIBERA(WS-EXC-IDX)
                   MOVE 0 TO WS-EXC-FORA(WS-EXC-IDX)
                   MOVE 0 TO WS-EXC-ABONOS(WS-EXC-IDX)
               ELSE
                   MOVE 1 TO WS-EXC-CHEIA
               END-IF
           IF WS-AL-OPERACAO = "LIBERACAO"
               ADD 1 TO WS-EXC-LIBERA(WS-EXC-IDX)
           END-IF.
           IF WS-AL-OPERACAO = "ABONO"
               ADD 1 TO WS-EXC-ABONOS(WS-EXC-IDX)
           END-IF.
           IF WS-AL-HORA < WS-HORA-ABRE
               OR WS-AL-HORA > WS-HORA-FECHA
               ADD 1 TO WS-EXC-FORA(WS-EXC-IDX)
                   WRITE EXCECAO-LINHA
                   ADD 1 TO WS-EXC-CONT
               END-IF
               IF WS-EXC-ABONOS(WS-EXC-I) NOT < WS-LIMITE-ABONOS
                   MOVE SPACES TO EXCECAO-LINHA
                   STRING "OPERADOR " DELIMITED BY SIZE
                       WS-EXC-OP(WS-EXC-I) DELIMITED BY SIZE
                       " COM " DELIMITED BY SIZE
                       WS-EXC-ABONOS(WS-EXC-I) DELIMITED BY SIZE
                       " ABONOS DE MULTA EM " DELIMITED BY SIZE
                       WS-EXC-DATA(WS-EXC-I) DELIMITED BY SIZE
                       INTO EXCECAO-LINHA
                   WRITE EXCECAO-LINHA
                   ADD 1 TO WS-EXC-CONT
               END-IF
               IF WS-EXC-FORA(WS-EXC-I) > 0
                   MOVE SPACES TO EXCECAO-LINHA
                   STRING "OPERADOR " DELIMITED BY SIZE
       VARRE-ESTORNOS-DIA-FIM.
           SET EOF TO 0.

      * Abonos de multa da data: o abono acima do limite do operador
      * (aprovado por outro codigo, o do supervisor) e apontado um a
      * um; no fim vai a linha com o total abonado no dia, que nao
      * conta como excecao.
       VARRE-ABONOS-DIA.
           MOVE 0 TO WS-ABN-QTD.
           MOVE 0 TO WS-ABN-TOTAL.
           OPEN INPUT ARQ-ABONOS.
           IF WS-FS4 <> 0
               CLOSE ARQ-ABONOS
               GO TO VARRE-ABONOS-DIA-FIM
           END-IF.
           MOVE 0 TO ABN-ID.
           SET EOF TO 0.
           START ARQ-ABONOS KEY IS NOT LESS THAN ABN-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ABONOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ABN-DATA = WS-DATA-MOV
                           ADD 1 TO WS-ABN-QTD
                           ADD ABN-VALOR TO WS-ABN-TOTAL
                           IF ABN-APROVADOR NOT = ABN-OPERADOR
                               PERFORM APONTA-ABONO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-ABONOS.
           IF WS-ABN-QTD > 0
               MOVE WS-ABN-TOTAL TO WS-ABN-ED
               MOVE SPACES TO EXCECAO-LINHA
               STRING "ABONOS DE MULTA NO DIA: " DELIMITED BY SIZE
                   WS-ABN-QTD DELIMITED BY SIZE
                   "  VALOR TOTAL: " DELIMITED BY SIZE
                   WS-ABN-ED DELIMITED BY SIZE
                   INTO EXCECAO-LINHA
               WRITE EXCECAO-LINHA
           END-IF.
       VARRE-ABONOS-DIA-FIM.
           SET EOF TO 0.

       APONTA-ABONO.
           MOVE ABN-VALOR TO WS-ABN-ED.
           MOVE SPACES TO EXCECAO-LINHA.
           STRING "ABONO " DELIMITED BY SIZE
               ABN-ID DELIMITED BY SIZE
               " ACIMA DO LIMITE: OPERADOR " DELIMITED BY SIZE
               ABN-OPERADOR DELIMITED BY SIZE
               " APROVADO POR " DELIMITED BY SIZE
               ABN-APROVADOR DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-ABN-ED DELIMITED BY SIZE
               " CPF " DELIMITED BY SIZE
               ABN-CPF DELIMITED BY SIZE
               INTO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.
           ADD 1 TO WS-EXC-CONT.

       FIM.
           STOP RUN.
       END PROGRAM AUDISCAN.
