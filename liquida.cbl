      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Conciliacao de cartao e PIX: le o arquivo de liquidacao da
      * adquirente (cartao_AAAAMMDD.csv) e o extrato PIX do banco
      * (pix_AAAAMMDD.csv) da data de venda informada no console
      * (vazia usa hoje) e confere cada credito contra as partes em
      * cartao e PIX dos recibos de pagamentos.dat, por data,
      * filial, forma e valor. O relatorio liquida_AAAAMMDD.rel
      * lista os recibos conciliados com a taxa retida (MDR), os
      * recibos que a adquirente nao pagou e os creditos sem recibo
      * correspondente, com os totais no final.
      * Layout das linhas dos dois arquivos (cabecalho "DATA" e
      * ignorado):
      *   DATA,FILIAL,VALOR-BRUTO,TAXA,VALOR-LIQUIDO,AUTORIZACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-PAGAMENTOS
           ASSIGN TO "./pagamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAG-RECIBO
           FILE STATUS IS WS-FS.
       SELECT ARQ-LIQUIDACAO
           ASSIGN TO WS-NOME-LIQUIDACAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS2.
       SELECT ARQ-RELATORIO
           ASSIGN TO WS-NOME-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS3.
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQ-LIQUIDACAO.
       01 LIQ-LINHA PIC X(80).
       FD ARQ-RELATORIO.
       01 REL-LINHA PIC X(99).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-DATA-PARAM PIC X(08).
            77 WS-DATA-MOV PIC X(08).
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-NOME-LIQUIDACAO PIC X(30).
            77 WS-NOME-RELATORIO PIC X(30).
      * Partes em cartao e PIX dos recibos da data, a conciliar.
            01 WS-REC-TAB.
               05 WS-REC-ENTRY OCCURS 2000 TIMES.
                   10 WS-REC-RECIBO PIC 9(06).
                   10 WS-REC-FILIAL PIC X(04).
                   10 WS-REC-FORMA PIC X(01).
                   10 WS-REC-VALOR PIC 9(06)V99.
                   10 WS-REC-ACHOU PIC 9(01).
            77 WS-REC-USADOS PIC 9(04) VALUE 0.
            77 WS-REC-PERDIDOS PIC 9(04) VALUE 0.
            77 WS-I PIC 9(04).
            77 WS-IDX PIC 9(04).
            77 WS-SOMA-FORMA PIC X(01).
            77 WS-SOMA-VALOR PIC 9(06)V99.
      * Campos da linha de liquidacao.
            77 WS-LIQ-FORMA PIC X(01).
            77 WS-LIQ-DATA PIC X(08).
            77 WS-LIQ-FILIAL PIC X(04).
            77 WS-LIQ-BRUTO-X PIC X(12).
            77 WS-LIQ-TAXA-X PIC X(12).
            77 WS-LIQ-LIQUIDO-X PIC X(12).
            77 WS-LIQ-AUTORIZ PIC X(20).
            77 WS-LIQ-BRUTO PIC 9(06)V99.
            77 WS-LIQ-TAXA PIC 9(06)V99.
            77 WS-LIQ-LIQUIDO PIC 9(06)V99.
      * Totais do relatorio.
            77 WS-QTD-CONCILIADO PIC 9(05) VALUE 0.
            77 WS-VAL-CONCILIADO PIC 9(09)V99 VALUE 0.
            77 WS-VAL-MDR PIC 9(09)V99 VALUE 0.
            77 WS-VAL-LIQUIDO PIC 9(09)V99 VALUE 0.
            77 WS-QTD-NAO-PAGO PIC 9(05) VALUE 0.
            77 WS-VAL-NAO-PAGO PIC 9(09)V99 VALUE 0.
            77 WS-QTD-SEM-RECIBO PIC 9(05) VALUE 0.
            77 WS-VAL-SEM-RECIBO PIC 9(09)V99 VALUE 0.
            77 WS-VALOR-ED PIC ZZZZZ9.99.
            77 WS-VALOR-ED2 PIC ZZZZZ9.99.
            77 WS-TOTAL-ED PIC ZZZZZZZZ9.99.
            77 WS-FORMA-DESC PIC X(06).

       PROCEDURE DIVISION.
       LIQUIDA.
           DISPLAY "DATA DAS VENDAS (AAAAMMDD, VAZIA = HOJE): ".
           ACCEPT WS-DATA-PARAM.
           IF WS-DATA-PARAM IS NUMERIC
               MOVE WS-DATA-PARAM TO WS-DATA-MOV
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-HOJE
               MOVE WS-HOJE-AAAAMMDD TO WS-DATA-MOV
           END-IF.
           DISPLAY "CONCILIACAO CARTAO/PIX - DATA " WS-DATA-MOV.
           PERFORM CARREGA-RECIBOS THRU CARREGA-RECIBOS-FIM.
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING "./liquida_" DELIMITED BY SIZE
               WS-DATA-MOV DELIMITED BY SIZE
               ".rel" DELIMITED BY SIZE
               INTO WS-NOME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS3 <> 0
               DISPLAY "ERRO NO ARQUIVO DE RELATORIO: " WS-FS3
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING "CONCILIACAO CARTAO/PIX - VENDAS DE "
               DELIMITED BY SIZE
               WS-DATA-MOV DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL "=" TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "C" TO WS-LIQ-FORMA.
           MOVE SPACES TO WS-NOME-LIQUIDACAO.
           STRING "./cartao_" DELIMITED BY SIZE
               WS-DATA-MOV DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-NOME-LIQUIDACAO.
           PERFORM LE-LIQUIDACAO THRU LE-LIQUIDACAO-FIM.
           MOVE "P" TO WS-LIQ-FORMA.
           MOVE SPACES TO WS-NOME-LIQUIDACAO.
           STRING "./pix_" DELIMITED BY SIZE
               WS-DATA-MOV DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-NOME-LIQUIDACAO.
           PERFORM LE-LIQUIDACAO THRU LE-LIQUIDACAO-FIM.

           PERFORM LISTA-NAO-PAGOS.
           PERFORM IMPRIME-TOTAIS.
           CLOSE ARQ-RELATORIO.
           DISPLAY "CONCILIADOS: " WS-QTD-CONCILIADO
               "  NAO PAGOS: " WS-QTD-NAO-PAGO
               "  SEM RECIBO: " WS-QTD-SEM-RECIBO.
           DISPLAY "ARQUIVO: " WS-NOME-RELATORIO.
           IF WS-REC-PERDIDOS > 0
               DISPLAY "ATENCAO: " WS-REC-PERDIDOS
                   " PARTES DE RECIBO FORA DA TABELA - CONCILIACAO"
                   " INCOMPLETA"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO FIM.

      * Monta a tabela com as partes em cartao e PIX dos recibos da
      * data; estornados e resgates de vale nao sao liquidados pela
      * adquirente nem pelo banco.
       CARREGA-RECIBOS.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WS-FS <> 0
               DISPLAY "SEM ARQUIVO DE PAGAMENTOS: " WS-FS
               CLOSE ARQ-PAGAMENTOS
               GO TO CARREGA-RECIBOS-FIM
           END-IF.
           MOVE 0 TO PAG-RECIBO.
           SET EOF TO 0.
           START ARQ-PAGAMENTOS KEY IS NOT LESS THAN PAG-RECIBO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PAGAMENTOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF PAG-DATA = WS-DATA-MOV
                           AND PAG-SITUACAO NOT = "E"
                           AND PAG-TIPO NOT = "U"
                           MOVE PAG-FORMA TO WS-SOMA-FORMA
                           SUBTRACT PAG-VALOR2 FROM PAG-VALOR
                               GIVING WS-SOMA-VALOR
                           PERFORM GUARDA-PARTE
                           IF PAG-FORMA2 NOT = SPACE
                               MOVE PAG-FORMA2 TO WS-SOMA-FORMA
                               MOVE PAG-VALOR2 TO WS-SOMA-VALOR
                               PERFORM GUARDA-PARTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-PAGAMENTOS.
       CARREGA-RECIBOS-FIM.
           SET EOF TO 0.

       GUARDA-PARTE.
           IF WS-SOMA-FORMA = "C" OR WS-SOMA-FORMA = "P"
               IF WS-REC-USADOS < 2000
                   ADD 1 TO WS-REC-USADOS
                   MOVE PAG-RECIBO TO WS-REC-RECIBO(WS-REC-USADOS)
                   MOVE PAG-FILIAL TO WS-REC-FILIAL(WS-REC-USADOS)
                   MOVE WS-SOMA-FORMA TO WS-REC-FORMA(WS-REC-USADOS)
                   MOVE WS-SOMA-VALOR TO WS-REC-VALOR(WS-REC-USADOS)
                   MOVE 0 TO WS-REC-ACHOU(WS-REC-USADOS)
               ELSE
                   ADD 1 TO WS-REC-PERDIDOS
               END-IF
           END-IF.

      * Le um arquivo de liquidacao (cartao ou PIX, conforme
      * WS-LIQ-FORMA) e concilia linha a linha.
       LE-LIQUIDACAO.
           OPEN INPUT ARQ-LIQUIDACAO.
           IF WS-FS2 <> 0
               DISPLAY "ARQUIVO NAO ENCONTRADO: " WS-NOME-LIQUIDACAO
               MOVE SPACES TO REL-LINHA
               STRING "ARQUIVO NAO RECEBIDO: " DELIMITED BY SIZE
                   WS-NOME-LIQUIDACAO DELIMITED BY SIZE
                   INTO REL-LINHA
               WRITE REL-LINHA
               GO TO LE-LIQUIDACAO-FIM
           END-IF.
           SET EOF TO 0.
           PERFORM UNTIL EOF = 1
               READ ARQ-LIQUIDACAO
                   AT END SET EOF TO 1
                   NOT AT END
                       IF LIQ-LINHA(1:4) NOT = "DATA"
                           AND LIQ-LINHA NOT = SPACES
                           PERFORM CONCILIA-LINHA THRU
                               CONCILIA-LINHA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-LIQUIDACAO.
       LE-LIQUIDACAO-FIM.
           SET EOF TO 0.

       CONCILIA-LINHA.
           MOVE SPACES TO WS-LIQ-DATA.
           MOVE SPACES TO WS-LIQ-FILIAL.
           MOVE SPACES TO WS-LIQ-BRUTO-X.
           MOVE SPACES TO WS-LIQ-TAXA-X.
           MOVE SPACES TO WS-LIQ-LIQUIDO-X.
           MOVE SPACES TO WS-LIQ-AUTORIZ.
           UNSTRING LIQ-LINHA DELIMITED BY ","
               INTO WS-LIQ-DATA WS-LIQ-FILIAL WS-LIQ-BRUTO-X
                   WS-LIQ-TAXA-X WS-LIQ-LIQUIDO-X WS-LIQ-AUTORIZ
           END-UNSTRING.
           MOVE FUNCTION NUMVAL(WS-LIQ-BRUTO-X) TO WS-LIQ-BRUTO.
           MOVE FUNCTION NUMVAL(WS-LIQ-TAXA-X) TO WS-LIQ-TAXA.
           MOVE FUNCTION NUMVAL(WS-LIQ-LIQUIDO-X) TO WS-LIQ-LIQUIDO.
           IF WS-LIQ-LIQUIDO = 0 AND WS-LIQ-BRUTO > WS-LIQ-TAXA
               SUBTRACT WS-LIQ-TAXA FROM WS-LIQ-BRUTO
                   GIVING WS-LIQ-LIQUIDO
           END-IF.
           IF WS-LIQ-FORMA = "C"
               MOVE "CARTAO" TO WS-FORMA-DESC
           ELSE
               MOVE "PIX" TO WS-FORMA-DESC
           END-IF.

           MOVE 0 TO WS-IDX.
           IF WS-LIQ-DATA = WS-DATA-MOV
               MOVE 1 TO WS-I
               PERFORM UNTIL WS-I > WS-REC-USADOS OR WS-IDX > 0
                   IF WS-REC-ACHOU(WS-I) = 0
                       AND WS-REC-FILIAL(WS-I) = WS-LIQ-FILIAL
                       AND WS-REC-FORMA(WS-I) = WS-LIQ-FORMA
                       AND WS-REC-VALOR(WS-I) = WS-LIQ-BRUTO
                       MOVE WS-I TO WS-IDX
                   END-IF
                   ADD 1 TO WS-I
               END-PERFORM
           END-IF.

           MOVE WS-LIQ-BRUTO TO WS-VALOR-ED.
           MOVE WS-LIQ-TAXA TO WS-VALOR-ED2.
           MOVE SPACES TO REL-LINHA.
           IF WS-IDX = 0
               ADD 1 TO WS-QTD-SEM-RECIBO
               ADD WS-LIQ-BRUTO TO WS-VAL-SEM-RECIBO
               STRING "SEM RECIBO  " DELIMITED BY SIZE
                   WS-LIQ-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LIQ-FILIAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FORMA-DESC DELIMITED BY SIZE
                   " VALOR " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   " AUT " DELIMITED BY SIZE
                   WS-LIQ-AUTORIZ DELIMITED BY SIZE
                   INTO REL-LINHA
               WRITE REL-LINHA
               GO TO CONCILIA-LINHA-FIM
           END-IF.
           MOVE 1 TO WS-REC-ACHOU(WS-IDX).
           ADD 1 TO WS-QTD-CONCILIADO.
           ADD WS-LIQ-BRUTO TO WS-VAL-CONCILIADO.
           ADD WS-LIQ-TAXA TO WS-VAL-MDR.
           ADD WS-LIQ-LIQUIDO TO WS-VAL-LIQUIDO.
           STRING "CONCILIADO  " DELIMITED BY SIZE
               WS-LIQ-DATA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LIQ-FILIAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FORMA-DESC DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               " RECIBO " DELIMITED BY SIZE
               WS-REC-RECIBO(WS-IDX) DELIMITED BY SIZE
               " MDR " DELIMITED BY SIZE
               WS-VALOR-ED2 DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
       CONCILIA-LINHA-FIM.
           EXIT.

      * Partes de recibo em cartao ou PIX sem credito correspondente.
       LISTA-NAO-PAGOS.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-REC-USADOS
               IF WS-REC-ACHOU(WS-I) = 0
                   ADD 1 TO WS-QTD-NAO-PAGO
                   ADD WS-REC-VALOR(WS-I) TO WS-VAL-NAO-PAGO
                   IF WS-REC-FORMA(WS-I) = "C"
                       MOVE "CARTAO" TO WS-FORMA-DESC
                   ELSE
                       MOVE "PIX" TO WS-FORMA-DESC
                   END-IF
                   MOVE WS-REC-VALOR(WS-I) TO WS-VALOR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING "NAO PAGO    " DELIMITED BY SIZE
                       WS-DATA-MOV DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-REC-FILIAL(WS-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FORMA-DESC DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       WS-VALOR-ED DELIMITED BY SIZE
                       " RECIBO " DELIMITED BY SIZE
                       WS-REC-RECIBO(WS-I) DELIMITED BY SIZE
                       INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.

       IMPRIME-TOTAIS.
           MOVE ALL "=" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VAL-CONCILIADO TO WS-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CONCILIADOS:  " DELIMITED BY SIZE
               WS-QTD-CONCILIADO DELIMITED BY SIZE
               "  VALOR BRUTO " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VAL-MDR TO WS-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TAXA RETIDA (MDR):          " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VAL-LIQUIDO TO WS-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR LIQUIDO CREDITADO:    " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VAL-NAO-PAGO TO WS-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "NAO PAGOS:    " DELIMITED BY SIZE
               WS-QTD-NAO-PAGO DELIMITED BY SIZE
               "  VALOR       " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-VAL-SEM-RECIBO TO WS-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "SEM RECIBO:   " DELIMITED BY SIZE
               WS-QTD-SEM-RECIBO DELIMITED BY SIZE
               "  VALOR       " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA.
           WRITE REL-LINHA.

       FIM.
           STOP RUN.
       END PROGRAM LIQUIDA.
