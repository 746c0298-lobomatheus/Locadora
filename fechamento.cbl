      * Tectonics: cobc -x
      ******************************************************************
      * Fechamento diario: totaliza por filial os emprestimos feitos,
      * devolucoes (na filial que recebeu), multas lancadas (na
      * filial da locacao) e pagamentos recebidos na data do
      * movimento (informada no console; vazia ou invalida usa hoje),
      * grava uma linha por filial no diario movimento.dat e imprime
      * o resumo do fechamento. O condutor noturno informa o dia
      * util anterior. Locacao de equipamento entra com quantidade e
      * valor das retiradas do dia (eqlocacoes.dat), a multa diaria
      * do equipamento soma nas multas e os recibos de caucao
      * recebida ("K") e devolvida ("R") tem colunas proprias; a
      * devolucao sai em dinheiro e nao soma no recebido por forma.
      * Abonos de multa do dia (abonos.dat) saem em coluna propria:
      * reduzem saldo de cliente sem passar pelo caixa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTO.
           ACCESS IS RANDOM
           RECORD KEY IS FEC-MES
           FILE STATUS IS WS-FS7.
       SELECT ARQ-EQLOCACOES
           ASSIGN TO "./eqlocacoes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EQL-ID
           ALTERNATE KEY IS EQL-CODIGO WITH DUPLICATES
           ALTERNATE KEY IS EQL-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS8.
       SELECT ARQ-ABONOS
           ASSIGN TO "./abonos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ABN-ID
           ALTERNATE KEY IS ABN-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS9.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMPRESTIMOS.
           05 EMP-CONDICAO PIC X(01).
           05 EMP-EXEMPLAR PIC 9(03).
           05 EMP-TIPO PIC X(01).
           05 EMP-CAMPANHA PIC X(06).
           05 EMP-FILIAL-DEV PIC X(04).
           05 FILLER PIC X(01).
       FD ARQ-PAGAMENTOS.
       01 PAGAMENTO.
           05 PAG-RECIBO PIC 9(06).
           05 PAG-SITUACAO PIC X(01).
           05 PAG-DATA-EST PIC X(08).
           05 PAG-TIPO PIC X(01).
           05 PAG-FORMA PIC X(01).
           05 PAG-FORMA2 PIC X(01).
           05 PAG-VALOR2 PIC 9(06)V99.
           05 FILLER PIC X(20).
       FD ARQ-TARIFAS.
       01 TARIFA.
           05 TAR-CHAVE.
           05 TAR-TAXA-DIARIA PIC 9(04)V99.
           05 TAR-MULT-PRECO PIC 9(01)V99.
           05 TAR-REPOSICAO PIC 9(04)V99.
           05 TAR-DEPREC-MESES PIC 9(03).
           05 TAR-DIAS-LANCAMENTO PIC 9(03).
           05 TAR-TAXA-ENTREGA PIC 9(04)V99.
           05 FILLER PIC X(02).
       FD ARQ-MOVIMENTO.
       01 MOVIMENTO-REC.
           05 MOV-DATA PIC X(08).
           05 MOV-VEN-QTD PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-VEN-VAL PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-DIN-VAL PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-CAR-VAL PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-PIX-VAL PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-CHQ-VAL PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-EQL-QTD PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-EQL-VAL PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-CAU-QTD PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-CAU-VAL PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-CDV-QTD PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-CDV-VAL PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-ABN-QTD PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MOV-ABN-VAL PIC ZZZZZZ9.99.
       FD ARQ-CAIXA.
       01 CAIXA-REC.
           05 CX-CHAVE.
           05 FEC-DATA PIC X(08).
           05 FEC-OPERADOR PIC X(03).
           05 FILLER PIC X(10).
       FD ARQ-EQLOCACOES.
       01 EQLOCACAO-REC.
           05 EQL-ID PIC 9(06).
           05 EQL-CODIGO PIC X(06).
           05 EQL-DESCRICAO PIC X(20).
           05 EQL-CPF PIC X(11).
           05 EQL-FILIAL PIC X(04).
           05 EQL-DATA-INI PIC X(08).
           05 EQL-DATA-FIM PIC X(08).
           05 EQL-DATA-DEV PIC X(08).
           05 EQL-STATUS PIC X(01).
           05 EQL-DIAS PIC 9(03).
           05 EQL-DIARIA PIC 9(04)V99.
           05 EQL-VALOR PIC 9(06)V99.
           05 EQL-CAUCAO PIC 9(05)V99.
           05 EQL-RECIBO PIC 9(06).
           05 EQL-AVARIA PIC 9(06)V99.
           05 EQL-RETIDO PIC 9(06)V99.
           05 EQL-DEVOLVIDO PIC 9(06)V99.
           05 EQL-RECIBO-DEV PIC 9(06).
           05 EQL-SALDO-CLI PIC 9(06)V99.
           05 EQL-CHECKLIST PIC X(06).
           05 EQL-ULTIMA-MULTA PIC X(08).
           05 EQL-OPERADOR PIC X(03).
           05 FILLER PIC X(20).
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
            01 WS-EMPRESTIMO.
               05 WS-EMP-CONDICAO PIC X(01).
               05 WS-EMP-EXEMPLAR PIC 9(03).
               05 WS-EMP-TIPO PIC X(01).
               05 WS-EMP-CAMPANHA PIC X(06).
               05 WS-EMP-FILIAL-DEV PIC X(04).
               05 FILLER PIC X(01).
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
                   10 WS-TOT-VLU-VAL PIC 9(08)V99.
                   10 WS-TOT-VEN-QTD PIC 9(04).
                   10 WS-TOT-VEN-VAL PIC 9(08)V99.
                   10 WS-TOT-DIN-VAL PIC 9(08)V99.
                   10 WS-TOT-CAR-VAL PIC 9(08)V99.
                   10 WS-TOT-PIX-VAL PIC 9(08)V99.
                   10 WS-TOT-CHQ-VAL PIC 9(08)V99.
                   10 WS-TOT-EQL-QTD PIC 9(04).
                   10 WS-TOT-EQL-VAL PIC 9(08)V99.
                   10 WS-TOT-CAU-QTD PIC 9(04).
                   10 WS-TOT-CAU-VAL PIC 9(08)V99.
                   10 WS-TOT-CDV-QTD PIC 9(04).
                   10 WS-TOT-CDV-VAL PIC 9(08)V99.
                   10 WS-TOT-ABN-QTD PIC 9(04).
                   10 WS-TOT-ABN-VAL PIC 9(08)V99.
            77 WS-TOT-USADOS PIC 9(02) VALUE 0.
            77 WS-TOT-I PIC 9(02).
            77 WS-TOT-IDX PIC 9(02).
            77 WS-CAIXA-ABERTO PIC 9(02) VALUE 0.
            77 WS-FS7 PIC 99.
            77 WS-MES-FECHADO PIC 9 VALUE 0.
            77 WS-SOMA-FORMA PIC X(01).
            77 WS-SOMA-VALOR PIC 9(06)V99.
            77 WS-FS8 PIC 99.
            77 WS-FS9 PIC 99.

       PROCEDURE DIVISION.
       FECHAMENTO.
           END-IF.
           PERFORM VARRE-EMPRESTIMOS THRU VARRE-EMPRESTIMOS-FIM.
           PERFORM VARRE-PAGAMENTOS THRU VARRE-PAGAMENTOS-FIM.
           PERFORM VARRE-EQUIPAMENTOS THRU VARRE-EQUIPAMENTOS-FIM.
           PERFORM VARRE-ABONOS THRU VARRE-ABONOS-FIM.
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM.
           PERFORM IMPRIME-RESUMO.
           GO TO FIM.
                       END-IF
                       IF WS-DATA-DEVOLUCAO = WS-DATA-MOV
                           AND WS-EMP-STATUS = "F"
                           IF WS-EMP-FILIAL-DEV NOT = SPACES
                               MOVE WS-EMP-FILIAL-DEV
                                   TO WS-FILIAL-BUSCA
                               PERFORM ACHA-FILIAL
                           END-IF
                           ADD 1 TO WS-TOT-DEV-QTD(WS-TOT-IDX)
                           ADD WS-EMP-VALOR
                               TO WS-TOT-DEV-VAL(WS-TOT-IDX)
                           MOVE WS-EMP-FILIAL TO WS-FILIAL-BUSCA
                           PERFORM ACHA-FILIAL
                       END-IF
                       IF WS-EMP-ULTIMA-MULTA = WS-DATA-MOV
                           PERFORM LE-TAXA-FILIAL THRU
                                   ADD 1 TO WS-TOT-VEN-QTD(WS-TOT-IDX)
                                   ADD PAG-VALOR
                                       TO WS-TOT-VEN-VAL(WS-TOT-IDX)
                               WHEN PAG-TIPO = "K"
                                   ADD 1 TO WS-TOT-CAU-QTD(WS-TOT-IDX)
                                   ADD PAG-VALOR
                                       TO WS-TOT-CAU-VAL(WS-TOT-IDX)
                               WHEN PAG-TIPO = "R"
                                   ADD 1 TO WS-TOT-CDV-QTD(WS-TOT-IDX)
                                   ADD PAG-VALOR
                                       TO WS-TOT-CDV-VAL(WS-TOT-IDX)
                               WHEN OTHER
                                   ADD 1 TO WS-TOT-PAG-QTD(WS-TOT-IDX)
                                   ADD PAG-VALOR
                                       TO WS-TOT-PAG-VAL(WS-TOT-IDX)
                           END-EVALUATE
                           IF PAG-TIPO NOT = "U" AND PAG-TIPO NOT = "R"
                               MOVE PAG-FORMA TO WS-SOMA-FORMA
                               SUBTRACT PAG-VALOR2 FROM PAG-VALOR
                                   GIVING WS-SOMA-VALOR
                               PERFORM SOMA-FORMA
                               IF PAG-FORMA2 NOT = SPACE
                                   MOVE PAG-FORMA2 TO WS-SOMA-FORMA
                                   MOVE PAG-VALOR2 TO WS-SOMA-VALOR
                                   PERFORM SOMA-FORMA
                               END-IF
                           END-IF
                       END-IF
                       END-IF
               END-READ
       VARRE-PAGAMENTOS-FIM.
           SET EOF TO 0.

      * Locacoes de equipamento retiradas na data e multas diarias de
      * equipamento lancadas pelo ATRASOS na data (na diaria gravada
      * na locacao). Sem o arquivo, nada a somar.
       VARRE-EQUIPAMENTOS.
           OPEN INPUT ARQ-EQLOCACOES.
           IF WS-FS8 <> 0
               CLOSE ARQ-EQLOCACOES
               GO TO VARRE-EQUIPAMENTOS-FIM
           END-IF.
           MOVE 0 TO EQL-ID.
           SET EOF TO 0.
           START ARQ-EQLOCACOES KEY IS NOT LESS THAN EQL-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EQLOCACOES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE EQL-FILIAL TO WS-FILIAL-BUSCA
                       PERFORM ACHA-FILIAL
                       IF EQL-DATA-INI = WS-DATA-MOV
                           ADD 1 TO WS-TOT-EQL-QTD(WS-TOT-IDX)
                           ADD EQL-VALOR
                               TO WS-TOT-EQL-VAL(WS-TOT-IDX)
                       END-IF
                       IF EQL-ULTIMA-MULTA = WS-DATA-MOV
                           ADD 1 TO WS-TOT-MUL-QTD(WS-TOT-IDX)
                           ADD EQL-DIARIA
                               TO WS-TOT-MUL-VAL(WS-TOT-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-EQLOCACOES.
       VARRE-EQUIPAMENTOS-FIM.
           SET EOF TO 0.

      * Abonos de multa concedidos na data, na filial do abono.
       VARRE-ABONOS.
           OPEN INPUT ARQ-ABONOS.
           IF WS-FS9 <> 0
               CLOSE ARQ-ABONOS
               GO TO VARRE-ABONOS-FIM
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
                           MOVE ABN-FILIAL TO WS-FILIAL-BUSCA
                           PERFORM ACHA-FILIAL
                           ADD 1 TO WS-TOT-ABN-QTD(WS-TOT-IDX)
                           ADD ABN-VALOR
                               TO WS-TOT-ABN-VAL(WS-TOT-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-ABONOS.
       VARRE-ABONOS-FIM.
           SET EOF TO 0.

      * Recebido do dia por forma de pagamento; recibo sem forma
      * gravada conta como dinheiro.
       SOMA-FORMA.
           EVALUATE WS-SOMA-FORMA
               WHEN "C"
                   ADD WS-SOMA-VALOR TO WS-TOT-CAR-VAL(WS-TOT-IDX)
               WHEN "P"
                   ADD WS-SOMA-VALOR TO WS-TOT-PIX-VAL(WS-TOT-IDX)
               WHEN "Q"
                   ADD WS-SOMA-VALOR TO WS-TOT-CHQ-VAL(WS-TOT-IDX)
               WHEN OTHER
                   ADD WS-SOMA-VALOR TO WS-TOT-DIN-VAL(WS-TOT-IDX)
           END-EVALUATE.

      * Taxa diaria da filial em tarifas.dat; sem registro vale 2,00.
       LE-TAXA-FILIAL.
           MOVE 2.00 TO WS-TAXA-DIARIA.
               MOVE 0 TO WS-TOT-VLU-VAL(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-VEN-QTD(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-VEN-VAL(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-DIN-VAL(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-CAR-VAL(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-PIX-VAL(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-CHQ-VAL(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-EQL-QTD(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-EQL-VAL(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-CAU-QTD(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-CAU-VAL(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-CDV-QTD(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-CDV-VAL(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-ABN-QTD(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-ABN-VAL(WS-TOT-IDX)
           END-IF.
           IF WS-TOT-IDX = 0
               MOVE 1 TO WS-TOT-IDX
               MOVE WS-TOT-VLU-VAL(WS-TOT-I) TO MOV-VLU-VAL
               MOVE WS-TOT-VEN-QTD(WS-TOT-I) TO MOV-VEN-QTD
               MOVE WS-TOT-VEN-VAL(WS-TOT-I) TO MOV-VEN-VAL
               MOVE WS-TOT-DIN-VAL(WS-TOT-I) TO MOV-DIN-VAL
               MOVE WS-TOT-CAR-VAL(WS-TOT-I) TO MOV-CAR-VAL
               MOVE WS-TOT-PIX-VAL(WS-TOT-I) TO MOV-PIX-VAL
               MOVE WS-TOT-CHQ-VAL(WS-TOT-I) TO MOV-CHQ-VAL
               MOVE WS-TOT-EQL-QTD(WS-TOT-I) TO MOV-EQL-QTD
               MOVE WS-TOT-EQL-VAL(WS-TOT-I) TO MOV-EQL-VAL
               MOVE WS-TOT-CAU-QTD(WS-TOT-I) TO MOV-CAU-QTD
               MOVE WS-TOT-CAU-VAL(WS-TOT-I) TO MOV-CAU-VAL
               MOVE WS-TOT-CDV-QTD(WS-TOT-I) TO MOV-CDV-QTD
               MOVE WS-TOT-CDV-VAL(WS-TOT-I) TO MOV-CDV-VAL
               MOVE WS-TOT-ABN-QTD(WS-TOT-I) TO MOV-ABN-QTD
               MOVE WS-TOT-ABN-VAL(WS-TOT-I) TO MOV-ABN-VAL
               WRITE MOVIMENTO-REC
               ADD 1 TO WS-TOT-I
           END-PERFORM.
               DISPLAY "  VENDAS SEMINOVOS:   "
                   WS-TOT-VEN-QTD(WS-TOT-I)
                   "  VALOR: " WS-TOT-VEN-VAL(WS-TOT-I)
               DISPLAY "  LOCACAO EQUIPAMENTO:"
                   WS-TOT-EQL-QTD(WS-TOT-I)
                   "  VALOR: " WS-TOT-EQL-VAL(WS-TOT-I)
               DISPLAY "  CAUCAO RECEBIDA:    "
                   WS-TOT-CAU-QTD(WS-TOT-I)
                   "  VALOR: " WS-TOT-CAU-VAL(WS-TOT-I)
               DISPLAY "  CAUCAO DEVOLVIDA:   "
                   WS-TOT-CDV-QTD(WS-TOT-I)
                   "  VALOR: " WS-TOT-CDV-VAL(WS-TOT-I)
               DISPLAY "  ABONOS DE MULTA:    "
                   WS-TOT-ABN-QTD(WS-TOT-I)
                   "  VALOR: " WS-TOT-ABN-VAL(WS-TOT-I)
               DISPLAY "  RECEBIDO DINHEIRO:        VALOR: "
                   WS-TOT-DIN-VAL(WS-TOT-I)
               DISPLAY "  RECEBIDO CARTAO:          VALOR: "
                   WS-TOT-CAR-VAL(WS-TOT-I)
               DISPLAY "  RECEBIDO PIX:             VALOR: "
                   WS-TOT-PIX-VAL(WS-TOT-I)
               DISPLAY "  RECEBIDO CHEQUE:          VALOR: "
                   WS-TOT-CHQ-VAL(WS-TOT-I)
               ADD 1 TO WS-TOT-I
           END-PERFORM.

