      ******************************************************************
      * Remessa contabil do movimento do dia: gera o arquivo de
      * layout fixo remessa_AAAAMMDD.txt com header (tipo 00),
      * cabecalho de cada filial (tipo 05: CNPJ, nome e endereco do
      * cadastro de filiais), detalhes por tipo de transacao vindos
      * de movimento.dat (tipo 01, por filial) e por recibo de
      * pagamentos.dat (tipo 02, com a forma de pagamento e a parte
      * na segunda forma quando o recibo foi dividido), pagamentos a
      * fornecedores baixados no dia em pagar.dat (tipo 03, com o
      * CNPJ do fornecedor, a nota, a forma e o credito abatido),
      * depreciacao do acervo por filial apurada no dia pelo DEPRECIA
      * em deprecia.dat (tipo 04: saldo inicial, adicoes,
      * depreciacao, baixas e saldo final do mes), e trailer
      * (tipo 99) com contagem de registros e totais de conferencia
      * (soma de valores e soma dos numeros de recibo) para o sistema
      * do contador validar a carga. Os detalhes tipo 01 trazem ainda
      * o recebido do dia por forma (DIN, CAR, PIX, CHQ) e a
      * locacao de equipamentos com a caucao recebida e devolvida
      * (EQL, CAU, CDV) e os abonos de multa (ABN). A data do
      * movimento vem do console (vazia usa hoje); na
      * cadeia noturna roda depois do FECHAMENTO com a mesma data.
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO WS-NOME-REMESSA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS3.
       SELECT ARQ-PAGAR
           ASSIGN TO "./pagar.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           ALTERNATE KEY IS CP-FORNECEDOR WITH DUPLICATES
           FILE STATUS IS WS-FS4.
       SELECT ARQ-FORNECEDORES
           ASSIGN TO "./fornecedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FOR-CODIGO
           ALTERNATE KEY IS FOR-CNPJ
           FILE STATUS IS WS-FS5.
       SELECT ARQ-DEPRECIA
           ASSIGN TO "./deprecia.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS6.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MOVIMENTO.
           05 MOV-VEN-QTD PIC X(04).
           05 FILLER PIC X(01).
           05 MOV-VEN-VAL PIC X(10).
           05 FILLER PIC X(01).
           05 MOV-DIN-VAL PIC X(10).
           05 FILLER PIC X(01).
           05 MOV-CAR-VAL PIC X(10).
           05 FILLER PIC X(01).
           05 MOV-PIX-VAL PIC X(10).
           05 FILLER PIC X(01).
           05 MOV-CHQ-VAL PIC X(10).
           05 FILLER PIC X(01).
           05 MOV-EQL-QTD PIC X(04).
           05 FILLER PIC X(01).
           05 MOV-EQL-VAL PIC X(10).
           05 FILLER PIC X(01).
           05 MOV-CAU-QTD PIC X(04).
           05 FILLER PIC X(01).
           05 MOV-CAU-VAL PIC X(10).
           05 FILLER PIC X(01).
           05 MOV-CDV-QTD PIC X(04).
           05 FILLER PIC X(01).
           05 MOV-CDV-VAL PIC X(10).
           05 FILLER PIC X(01).
           05 MOV-ABN-QTD PIC X(04).
           05 FILLER PIC X(01).
           05 MOV-ABN-VAL PIC X(10).
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
       FD ARQ-REMESSA.
       01 REMESSA-LINHA PIC X(100).
       FD ARQ-PAGAR.
       01 PAGAR-REC.
           05 CP-CHAVE.
               10 CP-ID PIC 9(06).
               10 CP-PARCELA PIC 9(02).
           05 CP-TIPO PIC X(01).
           05 CP-FORNECEDOR PIC 9(05).
           05 CP-PEDIDO PIC 9(06).
           05 CP-FILIAL PIC X(04).
           05 CP-NOTA PIC X(10).
           05 CP-EMISSAO PIC X(08).
           05 CP-VENCIMENTO PIC X(08).
           05 CP-VALOR PIC 9(07)V99.
           05 CP-SITUACAO PIC X(01).
           05 CP-DATA-PAGTO PIC X(08).
           05 CP-VALOR-PAGO PIC 9(07)V99.
           05 CP-FORMA PIC X(01).
           05 CP-OPERADOR PIC X(03).
           05 CP-VALOR-CREDITO PIC 9(07)V99.
           05 FILLER PIC X(11).
       FD ARQ-FORNECEDORES.
       01 FORNECEDOR-REC.
           05 FOR-CODIGO PIC 9(05).
           05 FOR-NOME PIC X(30).
           05 FOR-CNPJ PIC X(14).
           05 FOR-TELEFONE PIC X(15).
           05 FOR-CONTATO PIC X(20).
           05 FOR-PRAZO PIC 9(03).
           05 FOR-PARCELAS PIC 9(02).
           05 FOR-INTERVALO PIC 9(03).
           05 FOR-SITUACAO PIC X(01).
           05 FILLER PIC X(20).
       FD ARQ-DEPRECIA.
       01 DEPRECIA-REC.
           05 DPR-MES PIC X(06).
           05 DPR-FILIAL PIC X(04).
           05 DPR-DATA PIC X(08).
           05 DPR-SALDO-INI PIC 9(09)V99.
           05 DPR-ADICOES PIC 9(09)V99.
           05 DPR-DEPRECIACAO PIC 9(09)V99.
           05 DPR-BAIXAS PIC 9(09)V99.
           05 DPR-SALDO-FIM PIC 9(09)V99.

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 WS-FS5 PIC 99.
            77 WS-FS6 PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-DATA-PARAM PIC X(08).
            77 WS-DATA-MOV PIC X(08).
               05 FILLER PIC X(02) VALUE "00".
               05 HDR-DATA PIC X(08).
               05 FILLER PIC X(20) VALUE "REMESSA LOCADORA".
            01 WS-REG-FILIAL.
               05 FILLER PIC X(02) VALUE "05".
               05 FLR-FILIAL PIC X(04).
               05 FLR-CNPJ PIC X(14).
               05 FLR-NOME PIC X(30).
               05 FLR-ENDERECO PIC X(40).
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-REG-DET1.
               05 FILLER PIC X(02) VALUE "01".
               05 DT1-FILIAL PIC X(04).
               05 DT2-TIPO PIC X(01).
               05 DT2-SITUACAO PIC X(01).
               05 DT2-VALOR PIC 9(09)V99.
               05 DT2-FORMA PIC X(01).
               05 DT2-FORMA2 PIC X(01).
               05 DT2-VALOR2 PIC 9(09)V99.
            01 WS-REG-DET3.
               05 FILLER PIC X(02) VALUE "03".
               05 DT3-TITULO PIC 9(06).
               05 DT3-PARCELA PIC 9(02).
               05 DT3-FORNECEDOR PIC 9(05).
               05 DT3-CNPJ PIC X(14).
               05 DT3-NOTA PIC X(10).
               05 DT3-VENCIMENTO PIC X(08).
               05 DT3-VALOR PIC 9(09)V99.
               05 DT3-FORMA PIC X(01).
               05 DT3-FILIAL PIC X(04).
               05 DT3-TIPO PIC X(01).
               05 DT3-CREDITO PIC 9(09)V99.
            01 WS-REG-DET4.
               05 FILLER PIC X(02) VALUE "04".
               05 DT4-FILIAL PIC X(04).
               05 DT4-MES PIC X(06).
               05 DT4-SALDO-INI PIC 9(09)V99.
               05 DT4-ADICOES PIC 9(09)V99.
               05 DT4-DEPRECIACAO PIC 9(09)V99.
               05 DT4-BAIXAS PIC 9(09)V99.
               05 DT4-SALDO-FIM PIC 9(09)V99.
            01 WS-REG-TRAILER.
               05 FILLER PIC X(02) VALUE "99".
               05 TRL-CONT PIC 9(06).

           PERFORM DETALHES-MOVIMENTO THRU DETALHES-MOVIMENTO-FIM.
           PERFORM DETALHES-PAGAMENTOS THRU DETALHES-PAGAMENTOS-FIM.
           PERFORM DETALHES-FORNECEDORES THRU
               DETALHES-FORNECEDORES-FIM.
           PERFORM DETALHES-DEPRECIACAO THRU
               DETALHES-DEPRECIACAO-FIM.

           MOVE WS-CONT-REG TO TRL-CONT.
           ADD 1 TO TRL-CONT.
           GO TO FIM.

      * Um detalhe 01 por tipo de transacao de cada linha do diario
      * da data (EMP, DEV, MUL, PAG, EST, PLA, VLG, VLU, VEN, EQL,
      * CAU, CDV, ABN).
       DETALHES-MOVIMENTO.
           OPEN INPUT ARQ-MOVIMENTO.
           IF WS-FS <> 0
           SET EOF TO 0.

       DETALHA-LINHA.
           PERFORM GRAVA-FILIAL.
           MOVE "EMP" TO WS-DET-TIPO.
           MOVE FUNCTION NUMVAL(MOV-EMP-QTD) TO WS-DET-QTD.
           MOVE FUNCTION NUMVAL(MOV-EMP-VAL) TO WS-DET-VALOR.
           MOVE FUNCTION NUMVAL(MOV-VEN-QTD) TO WS-DET-QTD.
           MOVE FUNCTION NUMVAL(MOV-VEN-VAL) TO WS-DET-VALOR.
           PERFORM GRAVA-DET1.
      * Recebido do dia por forma de pagamento (quantidade zerada).
           MOVE 0 TO WS-DET-QTD.
           MOVE "DIN" TO WS-DET-TIPO.
           MOVE FUNCTION NUMVAL(MOV-DIN-VAL) TO WS-DET-VALOR.
           PERFORM GRAVA-DET1.
           MOVE "CAR" TO WS-DET-TIPO.
           MOVE FUNCTION NUMVAL(MOV-CAR-VAL) TO WS-DET-VALOR.
           PERFORM GRAVA-DET1.
           MOVE "PIX" TO WS-DET-TIPO.
           MOVE FUNCTION NUMVAL(MOV-PIX-VAL) TO WS-DET-VALOR.
           PERFORM GRAVA-DET1.
           MOVE "CHQ" TO WS-DET-TIPO.
           MOVE FUNCTION NUMVAL(MOV-CHQ-VAL) TO WS-DET-VALOR.
           PERFORM GRAVA-DET1.
      * Locacao de equipamento e caucao recebida/devolvida.
           MOVE "EQL" TO WS-DET-TIPO.
           MOVE FUNCTION NUMVAL(MOV-EQL-QTD) TO WS-DET-QTD.
           MOVE FUNCTION NUMVAL(MOV-EQL-VAL) TO WS-DET-VALOR.
           PERFORM GRAVA-DET1.
           MOVE "CAU" TO WS-DET-TIPO.
           MOVE FUNCTION NUMVAL(MOV-CAU-QTD) TO WS-DET-QTD.
           MOVE FUNCTION NUMVAL(MOV-CAU-VAL) TO WS-DET-VALOR.
           PERFORM GRAVA-DET1.
           MOVE "CDV" TO WS-DET-TIPO.
           MOVE FUNCTION NUMVAL(MOV-CDV-QTD) TO WS-DET-QTD.
           MOVE FUNCTION NUMVAL(MOV-CDV-VAL) TO WS-DET-VALOR.
           PERFORM GRAVA-DET1.
      * Abono de multa (reducao de saldo sem caixa).
           MOVE "ABN" TO WS-DET-TIPO.
           MOVE FUNCTION NUMVAL(MOV-ABN-QTD) TO WS-DET-QTD.
           MOVE FUNCTION NUMVAL(MOV-ABN-VAL) TO WS-DET-VALOR.
           PERFORM GRAVA-DET1.

      * Cabecalho da filial (tipo 05) antes dos seus detalhes 01,
      * com CNPJ, nome e endereco do cadastro de filiais.
       GRAVA-FILIAL.
           CALL "LEFILIAL" USING MOV-FILIAL WS-LF-SITUACAO
               WS-LF-DADOS.
           MOVE MOV-FILIAL TO FLR-FILIAL.
           MOVE WS-LF-CNPJ TO FLR-CNPJ.
           MOVE WS-LF-NOME TO FLR-NOME.
           MOVE WS-LF-ENDERECO TO FLR-ENDERECO.
           MOVE WS-REG-FILIAL TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.
           ADD 1 TO WS-CONT-REG.

       GRAVA-DET1.
           MOVE MOV-FILIAL TO DT1-FILIAL.
                           MOVE PAG-TIPO TO DT2-TIPO
                           MOVE PAG-SITUACAO TO DT2-SITUACAO
                           MOVE PAG-VALOR TO DT2-VALOR
                           MOVE PAG-FORMA TO DT2-FORMA
                           IF PAG-FORMA = SPACE
                               MOVE "D" TO DT2-FORMA
                           END-IF
                           MOVE PAG-FORMA2 TO DT2-FORMA2
                           MOVE PAG-VALOR2 TO DT2-VALOR2
                           MOVE WS-REG-DET2 TO REMESSA-LINHA
                           WRITE REMESSA-LINHA
                           ADD 1 TO WS-CONT-REG
       DETALHES-PAGAMENTOS-FIM.
           SET EOF TO 0.

      * Um detalhe 03 por parcela de fornecedor paga na data, com o
      * valor efetivamente pago (entra no total de conferencia) e a
      * nota de credito abatida. As notas de credito nao geram
      * detalhe proprio: aparecem abatidas no titulo que pagaram.
       DETALHES-FORNECEDORES.
           OPEN INPUT ARQ-PAGAR.
           IF WS-FS4 <> 0
               CLOSE ARQ-PAGAR
               GO TO DETALHES-FORNECEDORES-FIM
           END-IF.
           OPEN INPUT ARQ-FORNECEDORES.
           MOVE LOW-VALUE TO CP-CHAVE.
           SET EOF TO 0.
           START ARQ-PAGAR KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PAGAR NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF CP-SITUACAO = "P" AND CP-TIPO NOT = "C"
                           AND CP-DATA-PAGTO = WS-DATA-MOV
                           PERFORM GRAVA-DET3
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-FORNECEDORES.
           CLOSE ARQ-PAGAR.
       DETALHES-FORNECEDORES-FIM.
           SET EOF TO 0.

       GRAVA-DET3.
           MOVE SPACES TO DT3-CNPJ.
           MOVE CP-FORNECEDOR TO FOR-CODIGO.
           READ ARQ-FORNECEDORES
               NOT INVALID KEY MOVE FOR-CNPJ TO DT3-CNPJ
           END-READ.
           MOVE CP-ID TO DT3-TITULO.
           MOVE CP-PARCELA TO DT3-PARCELA.
           MOVE CP-FORNECEDOR TO DT3-FORNECEDOR.
           MOVE CP-NOTA TO DT3-NOTA.
           MOVE CP-VENCIMENTO TO DT3-VENCIMENTO.
           MOVE CP-VALOR-PAGO TO DT3-VALOR.
           MOVE CP-FORMA TO DT3-FORMA.
           MOVE CP-FILIAL TO DT3-FILIAL.
           MOVE CP-TIPO TO DT3-TIPO.
           MOVE 0 TO DT3-CREDITO.
           IF CP-VALOR-CREDITO IS NUMERIC
               MOVE CP-VALOR-CREDITO TO DT3-CREDITO
           END-IF.
           MOVE WS-REG-DET3 TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.
           ADD 1 TO WS-CONT-REG.
           ADD CP-VALOR-PAGO TO WS-HASH-VALOR.

      * Um detalhe 04 por filial com a depreciacao do mes que o
      * DEPRECIA apurou na data; depreciacao e baixas entram no total
      * de conferencia.
       DETALHES-DEPRECIACAO.
           OPEN INPUT ARQ-DEPRECIA.
           IF WS-FS6 <> 0
               CLOSE ARQ-DEPRECIA
               GO TO DETALHES-DEPRECIACAO-FIM
           END-IF.
           SET EOF TO 0.
           PERFORM UNTIL EOF = 1
               READ ARQ-DEPRECIA
                   AT END SET EOF TO 1
                   NOT AT END
                       IF DPR-DATA = WS-DATA-MOV
                           PERFORM GRAVA-DET4
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEPRECIA.
       DETALHES-DEPRECIACAO-FIM.
           SET EOF TO 0.

       GRAVA-DET4.
           MOVE DPR-FILIAL TO DT4-FILIAL.
           MOVE DPR-MES TO DT4-MES.
           MOVE DPR-SALDO-INI TO DT4-SALDO-INI.
           MOVE DPR-ADICOES TO DT4-ADICOES.
           MOVE DPR-DEPRECIACAO TO DT4-DEPRECIACAO.
           MOVE DPR-BAIXAS TO DT4-BAIXAS.
           MOVE DPR-SALDO-FIM TO DT4-SALDO-FIM.
           MOVE WS-REG-DET4 TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.
           ADD 1 TO WS-CONT-REG.
           ADD DPR-DEPRECIACAO TO WS-HASH-VALOR.
           ADD DPR-BAIXAS TO WS-HASH-VALOR.

       FIM.
           STOP RUN.
       END PROGRAM REMESSA.
