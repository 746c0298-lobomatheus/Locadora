           ASSIGN TO "./recibo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REC.
       SELECT ARQ-PEDIDOS
           ASSIGN TO "./pedidos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PED-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-PED.
       SELECT ARQ-FORNECEDORES
           ASSIGN TO "./fornecedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FOR-CODIGO
           ALTERNATE KEY IS FOR-CNPJ
           FILE STATUS IS WS-FS-FOR.
       SELECT ARQ-PAGAR
           ASSIGN TO "./pagar.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           ALTERNATE KEY IS CP-FORNECEDOR WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-CP.
       SELECT ARQ-DEVFORN
           ASSIGN TO "./devforn.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DVF-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-DVF.
       SELECT ARQ-GUIA
           ASSIGN TO WS-NOME-GUIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GUIA.
       SELECT ARQ-PARTILHA
           ASSIGN TO "./partilha.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PTL-FILME-ID
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-PTL.
       SELECT ARQ-AGENDA
           ASSIGN TO "./agenda.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AGE-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-AGE.
       SELECT ARQ-REMANEJA
           ASSIGN TO "./remanejamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RMJ-ID
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-RMJ.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ESTOQUE.
           05 TRF-STATUS PIC X(01).
           05 TRF-DATA-CONF PIC X(08).
           05 TRF-CENSURA PIC X(02).
           05 TRF-TIPO PIC X(01).
           05 TRF-EXEMPLAR PIC 9(03).
           05 FILLER PIC X(04).
       FD ARQ-IMPORTACAO.
       01 IMP-LINHA PIC X(80).
       FD ARQ-IMP-REL.
               10 EX-SEQ PIC 9(03).
           05 EX-AQUISICAO PIC X(08).
           05 EX-CONDICAO PIC X(01).
           05 EX-CUSTO PIC 9(05)V99.
           05 EX-FORMATO PIC X(01).
           05 FILLER PIC X(02).
       FD ARQ-CONTROLE.
       01 CONTROLE-REC.
           05 CTL-CHAVE.
           05 PAG-SITUACAO PIC X(01).
           05 PAG-DATA-EST PIC X(08).
           05 PAG-TIPO PIC X(01).
           05 PAG-FORMA PIC X(01).
           05 PAG-FORMA2 PIC X(01).
           05 PAG-VALOR2 PIC 9(06)V99.
           05 FILLER PIC X(20).
       FD ARQ-CAIXA.
       01 CAIXA-REC.
           05 CX-CHAVE.
           05 TAR-TAXA-DIARIA PIC 9(04)V99.
           05 TAR-MULT-PRECO PIC 9(01)V99.
           05 TAR-REPOSICAO PIC 9(04)V99.
           05 TAR-DEPREC-MESES PIC 9(03).
           05 TAR-DIAS-LANCAMENTO PIC 9(03).
           05 TAR-TAXA-ENTREGA PIC 9(04)V99.
           05 FILLER PIC X(02).
       FD ARQ-RECIBO.
       01 RECIBO-LINHA PIC X(60).
       FD ARQ-PEDIDOS.
       01 PEDIDO-REC.
           05 PED-CHAVE.
               10 PED-ID PIC 9(06).
               10 PED-ITEM PIC 9(02).
           05 PED-FILIAL PIC X(04).
           05 PED-DATA PIC X(08).
           05 PED-STATUS PIC X(01).
           05 PED-TITULO PIC X(20).
           05 PED-QTD PIC 9(02).
           05 PED-RECEBIDO PIC 9(02).
           05 PED-CATEGORIA PIC X(10).
           05 PED-PRECO PIC 9(04)V99.
           05 PED-LANCAMENTO PIC X(01).
           05 PED-CENSURA PIC X(02).
           05 PED-FORNECEDOR PIC 9(05).
           05 PED-CUSTO PIC 9(03)V99.
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
       FD ARQ-DEVFORN.
       01 DEVFORN-REC.
           05 DVF-CHAVE.
               10 DVF-ID PIC 9(06).
               10 DVF-ITEM PIC 9(02).
           05 DVF-DATA PIC X(08).
           05 DVF-FILIAL PIC X(04).
           05 DVF-FORNECEDOR PIC 9(05).
           05 DVF-PEDIDO PIC 9(06).
           05 DVF-FILME-ID PIC 9(05).
           05 DVF-SEQ PIC 9(03).
           05 DVF-TITULO PIC X(20).
           05 DVF-MOTIVO PIC X(30).
           05 DVF-SITUACAO PIC X(01).
           05 DVF-DATA-SOLUCAO PIC X(08).
           05 DVF-NOVO-SEQ PIC 9(03).
           05 DVF-CREDITO PIC 9(06).
           05 DVF-OPERADOR PIC X(03).
           05 FILLER PIC X(20).
       FD ARQ-GUIA.
       01 GUIA-LINHA PIC X(80).
       FD ARQ-PARTILHA.
       01 PARTILHA-REC.
           05 PTL-FILME-ID PIC 9(05).
           05 PTL-FILIAL PIC X(04).
           05 PTL-TITULO PIC X(20).
           05 PTL-PARCEIRO PIC 9(05).
           05 PTL-PERCENTUAL PIC 9(03)V99.
           05 PTL-INICIO PIC X(08).
           05 PTL-FIM PIC X(08).
           05 PTL-SITUACAO PIC X(01).
           05 PTL-DATA-RECOLHE PIC X(08).
           05 PTL-OPERADOR PIC X(03).
           05 FILLER PIC X(20).
       FD ARQ-AGENDA.
       01 AGENDA-REC.
           05 AGE-CHAVE.
               10 AGE-FILME-ID PIC 9(05).
               10 AGE-VIGENCIA PIC X(08).
           05 AGE-FILIAL PIC X(04).
           05 AGE-TITULO PIC X(20).
           05 AGE-PRECO PIC 9(04)V99.
           05 AGE-CATEGORIA PIC X(10).
           05 AGE-SITUACAO PIC X(01).
           05 AGE-OPERADOR PIC X(03).
           05 AGE-DATA-REG PIC X(08).
           05 AGE-DATA-APLIC PIC X(08).
           05 AGE-PRECO-ANT PIC 9(04)V99.
           05 AGE-CATEG-ANT PIC X(10).
           05 FILLER PIC X(20).
       FD ARQ-REMANEJA.
       01 REMANEJA-REC.
           05 RMJ-ID PIC 9(06).
           05 RMJ-DATA PIC X(08).
           05 RMJ-TITULO PIC X(20).
           05 RMJ-QTD PIC 9(02).
           05 RMJ-ORIGEM PIC X(04).
           05 RMJ-DESTINO PIC X(04).
           05 RMJ-DISP-ORIGEM PIC 9(02).
           05 RMJ-FILA-DESTINO PIC 9(04).
           05 RMJ-SITUACAO PIC X(01).
           05 RMJ-TRF-ID PIC 9(06).
           05 RMJ-APROVADOR PIC X(03).
           05 RMJ-DATA-APROV PIC X(08).
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
            77 WS-OPTION PIC 9(02).
            77 WS-FS-CSV PIC 99.
            77 WS-CSV-CONT PIC 9(04) VALUE 0.
            01 WS-FILIAL-ATUAL PIC X(04) VALUE SPACES.
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            77 WS-FS-CONT PIC 99.
            77 WS-MAX-FILME-ID PIC 9(05) VALUE 0.
            77 WS-FS-EMP PIC 99.
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
            77 WS-TRAVA-TENTA PIC 9(02).
            77 WS-TRAVA-SEG PIC 9(02) VALUE 1.
            77 WS-CENS-OK PIC 9 VALUE 0.
            77 WS-EX-MODO PIC X(01).
            77 WS-EX-FEITOS PIC 9(03).
            77 WS-EX-MAX-SEQ PIC 9(03).
            77 WS-EX-CUSTO PIC 9(05)V99 VALUE 0.
            77 WS-EX-CUSTO-X PIC X(10).
            77 WS-EX-CUSTO-SOMA PIC 9(07)V99.
            77 WS-EX-FORMATO PIC X(01) VALUE "D".
            77 WS-FMT-OK PIC 9 VALUE 0.
            77 WS-TRF-NOVO-ID PIC 9(05).
            77 WS-TITULO-BUSCA PIC X(20).
            77 WS-ACHOU-FILME PIC 9 VALUE 0.
            77 WS-ENTRA-OK PIC 9 VALUE 1.
            77 WS-IMP-PRECO PIC 9(04)V99.
            77 WS-IMP-LANC PIC X(01).
            77 WS-IMP-CENS PIC X(02).
            77 WS-IMP-CUSTO-X PIC X(10).
            77 WS-IMP-FORMATO PIC X(01).
            77 WS-IMP-MOTIVO PIC X(30).
            77 WS-IMP-ACEITOS PIC 9(04) VALUE 0.
            77 WS-IMP-REJEITADOS PIC 9(04) VALUE 0.
            77 WS-VEN-CPF PIC X(11).
            77 WS-PROX-RECIBO PIC 9(06).
            77 WS-VALOR-ED PIC ZZZZZ9.99.
            77 WS-FORMA-PAG PIC X(01) VALUE "D".
            77 WS-FORMA-PAG2 PIC X(01) VALUE SPACE.
            77 WS-VALOR-FORMA1 PIC 9(06)V99 VALUE 0.
            77 WS-VALOR-FORMA2 PIC 9(06)V99 VALUE 0.
            77 WS-VALOR-DINHEIRO PIC 9(06)V99 VALUE 0.
            77 WS-FORMA-RESP PIC X(01).
            77 WS-FORMA-OK PIC 9 VALUE 0.
            77 WS-FORMA-COD PIC X(01).
            77 WS-FORMA-DESC PIC X(08).
            01 WS-HOJE-R.
               05 WS-HOJE-R-DATA PIC X(08).
               05 WS-HOJE-R-HORA PIC X(06).
               05 WS-HOJE-R-RESTO PIC X(07).
            77 WS-FS-PED PIC 99.
            77 WS-FS-FOR PIC 99.
            77 WS-FS-CP PIC 99.
            77 WS-FS-DVF PIC 99.
            77 WS-FS-GUIA PIC 99.
            77 WS-NOME-GUIA PIC X(30).
            77 WS-DVF-ID PIC 9(06).
            77 WS-DVF-ITEM PIC 9(02).
            77 WS-DVF-PARAR PIC 9 VALUE 0.
            77 WS-DVF-OK PIC 9 VALUE 0.
            77 WS-DVF-PEDIDO PIC 9(06).
            77 WS-DVF-FORNECEDOR PIC 9(05).
            77 WS-DVF-FOR-NOME PIC X(30).
            77 WS-DVF-FOR-CNPJ PIC X(14).
            77 WS-DVF-TITULO PIC X(20).
            77 WS-DVF-MOTIVO PIC X(30).
            77 WS-DVF-SOLUCAO PIC X(01).
            77 WS-DVF-NC PIC X(10).
            77 WS-DVF-VALOR-X PIC X(10).
            77 WS-DVF-VALOR PIC 9(07)V99.
            77 WS-DVF-DIAS PIC 9(04).
            77 WS-DVF-DIAS-REL PIC 9(03).
            77 WS-PROX-DVF PIC 9(06).
            77 WS-PROX-CP PIC 9(06).
            77 WS-FS-PTL PIC 99.
            77 WS-PTL-EXISTE PIC 9 VALUE 0.
            77 WS-PTL-PCT PIC 9(03)V99.
            77 WS-PTL-PCT-ED PIC ZZ9.99.
            77 WS-PTL-INICIO PIC 9(08).
            77 WS-PTL-FIM PIC 9(08).
            77 WS-FS-AGE PIC 99.
            77 WS-AGE-EXISTE PIC 9 VALUE 0.
            77 WS-AGE-VIGENCIA PIC 9(08).
            77 WS-AGE-PRECO PIC 9(04)V99.
            77 WS-AGE-PRECO-ATUAL PIC 9(04)V99.
            77 WS-AGE-CATEGORIA PIC X(10).
            77 WS-AGE-CATEG-ATUAL PIC X(10).
            77 WS-FS-RMJ PIC 99.
            77 WS-RMJ-EOF PIC 9 VALUE 0.
            77 WS-RMJ-RESP PIC X(06).
            77 WS-RMJ-NR PIC 9(06).
            77 WS-RMJ-OK PIC 9 VALUE 0.
            77 WS-RMJ-PENDENTES PIC 9(04) VALUE 0.
            77 WS-RMJ-FEITAS PIC 9(04) VALUE 0.
            77 WS-RMJ-PULADAS PIC 9(04) VALUE 0.
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "ESTOQUE".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).
       SCREEN SECTION.
       01 ESTOQUE-SCREEN.
            02 BLANK SCREEN.
            02 LINE 13 COL 1 VALUE "-10 - RETORNO DO CONSERTO      - |".
            02 LINE 14 COL 1 VALUE "-11 - CONSERTOS PENDENTES      - |".
            02 LINE 15 COL 1 VALUE "-12 - VENDER SEMINOVO          - |".
            02 LINE 16 COL 1 VALUE "-13 - DEVOLVER AO FORNECEDOR   - |".
            02 LINE 17 COL 1 VALUE "-14 - REPOSICAO/CREDITO FORNEC - |".
            02 LINE 18 COL 1 VALUE "-15 - DEVOLUCOES EM ABERTO     - |".
            02 LINE 19 COL 1 VALUE "-16 - PARTILHA DE RECEITA      - |".
            02 LINE 20 COL 1 VALUE "-17 - AGENDAR PRECO/CATEGORIA  - |".
            02 LINE 21 COL 1 VALUE "-18 - REMANEJAMENTO SUGERIDO   - |".
            02 LINE 22 COL 1 VALUE "-                      0-VOLTAR- |".
            02 LINE 23 COL 1 VALUE "-                             - |".
            02 LINE 23 COL 29 PIC 9(2) TO WS-OPTION.
            02 LINE 24 COL 1 VALUE "-------------------------------- |".

       PROCEDURE DIVISION.
       ESTOQUE.
           IF WS-FILIAL-ATUAL = SPACES
               PERFORM DEFINIR-FILIAL
           END-IF.
           IF WS-FILIAL-ATUAL = SPACES
               GO TO FIM
           END-IF.
           DISPLAY ESTOQUE-SCREEN.
           ACCEPT ESTOQUE-SCREEN.
           EVALUATE WS-OPTION
                   GO TO CONSERTOS-PENDENTES
               WHEN 12
                   GO TO VENDER-SEMINOVO
               WHEN 13
                   GO TO DEVOLVER-FORNECEDOR
               WHEN 14
                   GO TO SOLUCAO-DEVOLUCAO
               WHEN 15
                   GO TO DEVOLUCOES-ABERTAS
               WHEN 16
                   GO TO PARTILHA-RECEITA
               WHEN 17
                   GO TO AGENDAR-ALTERACAO
               WHEN 18
                   GO TO APROVAR-REMANEJAMENTO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT LINE 12
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 13
       DEFINIR-FILIAL.
           DISPLAY "FILIAL ATUAL (CODIGO): " AT LINE 1 COL 36.
           ACCEPT WS-FILIAL-ATUAL AT LINE 1 COL 60.
           CALL "LEFILIAL" USING WS-FILIAL-ATUAL WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-LF-SITUACAO NOT = "A"
               DISPLAY "FILIAL NAO CADASTRADA OU FECHADA" AT LINE 11
                   COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               MOVE SPACES TO WS-FILIAL-ATUAL
           END-IF.

       *>EXIBIR.
       *>    MOVE 1 TO FILME-ID.
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE 0 TO WS-EX-CUSTO.
           MOVE "D" TO WS-EX-FORMATO.
           DISPLAY "DIGITE O NOME DO FILME: " AT LINE 1 COL 36.
           ACCEPT WS-TITULO-BUSCA AT LINE 1 COL 60.
           DISPLAY "DIGITE A QUANTIDADE: " AT LINE 2 COL 36.
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "CUSTO POR COPIA: " AT LINE 7 COL 36.
           MOVE SPACES TO WS-EX-CUSTO-X.
           ACCEPT WS-EX-CUSTO-X AT LINE 7 COL 53.
           MOVE 0 TO WS-FMT-OK.
           PERFORM UNTIL WS-FMT-OK = 1
               DISPLAY "FORMATO (V/D/B/4): " AT LINE 8 COL 36
               MOVE SPACES TO WS-EX-FORMATO
               ACCEPT WS-EX-FORMATO AT LINE 8 COL 55
               PERFORM CONFERE-FORMATO
               IF WS-FMT-OK = 0
                   DISPLAY "FORMATO INVALIDO" AT LINE 11 COL 36
               END-IF
           END-PERFORM.
           DISPLAY " " AT LINE 11 COL 36.

           OPEN I-O ARQ-ESTOQUE.
           IF WS-FILESTATUS <> 0
                   MOVE WS-FILME-LANCAMENTO TO FILME-LANCAMENTO
                   MOVE WS-FILIAL-ATUAL TO FILME-FILIAL
                   MOVE WS-FILME-CENSURA TO FILME-CENSURA
                   MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                   MOVE "I" TO WS-JRN-OPERACAO
                   CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                       WS-JRN-OPERACAO FILME
                   WRITE FILME
                       INVALID KEY
                           DISPLAY "ERRO: ID DE FILME JA EXISTE"
                           MOVE FILME-ID TO WS-EX-FILME-ID
                           MOVE WS-QTD-AUX TO WS-EX-QTD
                           MOVE "C" TO WS-EX-MODO
                           PERFORM CUSTO-DIGITADO
                           PERFORM TRATA-EXEMPLARES THRU
                               TRATA-EXEMPLARES-FIM
                           DISPLAY "FILME ADICIONADO" AT LINE 11 COL 36
                       MOVE WS-FILME-LANCAMENTO TO FILME-LANCAMENTO
                       MOVE WS-FILME-FILIAL TO FILME-FILIAL
                       MOVE WS-FILME-CENSURA TO FILME-CENSURA
                       MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                       MOVE "A" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO FILME
                       REWRITE FILME
                       MOVE "ADICIONAR" TO WS-AUD-OPERACAO
                       MOVE FILME-TITULO TO WS-AUD-CHAVE
                       MOVE WS-FILME-ID TO WS-EX-FILME-ID
                       MOVE WS-QTD-AUX TO WS-EX-QTD
                       MOVE "C" TO WS-EX-MODO
                       PERFORM CUSTO-DIGITADO
                       PERFORM TRATA-EXEMPLARES THRU
                           TRATA-EXEMPLARES-FIM
                       DISPLAY "FILME ADICIONADO" AT LINE 11 COL 36
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE 28 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
                               SUBTRACT WS-QTD-AUX FROM WS-FILME-QTD
                               SUBTRACT WS-QTD-AUX FROM WS-FILME-DISP
                               IF WS-FILME-QTD < 1
                                   MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                                   MOVE "E" TO WS-JRN-OPERACAO
                                   CALL "JORNAL" USING WS-JRN-PROGRAMA
                                       WS-JRN-ARQUIVO WS-JRN-OPERACAO
                                       FILME
                                   DELETE ARQ-ESTOQUE RECORD
                                   END-DELETE
                               ELSE
                                   MOVE WS-FILME-ID TO FILME-ID
                                   MOVE WS-FILME-QTD TO FILME-QTD
                                   MOVE WS-FILME-DISP TO FILME-DISP
                                   MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                                   MOVE "A" TO WS-JRN-OPERACAO
                                   CALL "JORNAL" USING WS-JRN-PROGRAMA
                                       WS-JRN-ARQUIVO WS-JRN-OPERACAO
                                       FILME
                                   REWRITE FILME
                               END-IF
                               MOVE WS-FILME-ID TO WS-EX-FILME-ID
           MOVE WS-FILME-ID TO FILME-ID.
           MOVE WS-FILME-QTD TO FILME-QTD.
           MOVE WS-FILME-DISP TO FILME-DISP.
           MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO FILME
           REWRITE FILME.
           MOVE WS-FILME-ID TO WS-EX-FILME-ID.
           MOVE WS-QTD-AUX TO WS-EX-QTD.
           GO TO ESTOQUE.

      * Entrada de transferencia: a filial de destino confirma o
      * recebimento e os exemplares entram no estoque local. Tipo
      * "D" e devolucao recebida em outra filial voltando para a
      * filial dona: o exemplar ja e dela e so volta a disponivel.
       CONFIRMAR-TRANSFER.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.

           IF TRF-TIPO = "D"
               PERFORM ENTRA-DEVOLUCAO THRU ENTRA-DEVOLUCAO-FIM
           ELSE
               PERFORM ENTRA-ESTOQUE-DESTINO THRU
                   ENTRA-ESTOQUE-DESTINO-FIM
           END-IF.
           IF WS-ENTRA-OK = 0
               CLOSE ARQ-TRANSFER
               DISPLAY "REGISTRO EM USO, AGUARDE E TENTE NOVAMENTE"
               MOVE WS-FILME TO FILME
               ADD TRF-QTD TO FILME-QTD
               ADD TRF-QTD TO FILME-DISP
               MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
               MOVE "A" TO WS-JRN-OPERACAO
               CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                   WS-JRN-OPERACAO FILME
               REWRITE FILME
           ELSE
               PERFORM GET_ULTIMO_ID
                   MOVE TRF-LANCAMENTO TO FILME-LANCAMENTO
                   MOVE WS-FILIAL-ATUAL TO FILME-FILIAL
                   MOVE TRF-CENSURA TO FILME-CENSURA
                   MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                   MOVE "I" TO WS-JRN-OPERACAO
                   CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                       WS-JRN-OPERACAO FILME
                   WRITE FILME
               END-IF
           END-IF.
               CLOSE ARQ-ESTOQUE
               GO TO ENTRA-ESTOQUE-DESTINO-FIM
           END-IF.
           MOVE FILME-ID TO WS-TRF-NOVO-ID.
           PERFORM BAIXA-TRANSITO-ORIGEM THRU
               BAIXA-TRANSITO-ORIGEM-FIM.
           MOVE WS-TRF-NOVO-ID TO WS-EX-FILME-ID.
           MOVE TRF-QTD TO WS-EX-QTD.
           MOVE "C" TO WS-EX-MODO.
           IF WS-EX-FEITOS > 0
               COMPUTE WS-EX-CUSTO ROUNDED =
                   WS-EX-CUSTO-SOMA / WS-EX-FEITOS
           END-IF.
           PERFORM TRATA-EXEMPLARES THRU TRATA-EXEMPLARES-FIM.
           MOVE 0 TO WS-EXISTE.
           CLOSE ARQ-ESTOQUE.
       ENTRA-ESTOQUE-DESTINO-FIM.
           EXIT.

      * Chegada do exemplar devolvido em outra filial: repoe uma
      * unidade no disponivel do titulo e o exemplar da locacao
      * passa de em transito para disponivel.
       ENTRA-DEVOLUCAO.
           MOVE 1 TO WS-ENTRA-OK.
           OPEN I-O ARQ-ESTOQUE.
           IF WS-FILESTATUS <> 0
               MOVE 0 TO WS-ENTRA-OK
               CLOSE ARQ-ESTOQUE
               GO TO ENTRA-DEVOLUCAO-FIM
           END-IF.
           MOVE 0 TO WS-EXISTE.
           MOVE TRF-TITULO TO FILME-TITULO.
           SET ARQ-EOF TO 0.
           START ARQ-ESTOQUE KEY IS NOT LESS THAN FILME-TITULO
               INVALID KEY SET ARQ-EOF TO 1.
           PERFORM UNTIL ARQ-EOF = 1 OR WS-EXISTE = 1
               READ ARQ-ESTOQUE NEXT INTO WS-FILME WITH LOCK
                   AT END SET ARQ-EOF TO 1
                   NOT AT END
                       IF WS-FILME-TITULO NOT = TRF-TITULO
                           SET ARQ-EOF TO 1
                       ELSE
                           IF WS-FILME-FILIAL = WS-FILIAL-ATUAL
                               MOVE 1 TO WS-EXISTE
                           END-IF
                       END-IF
               END-READ
               IF WS-FILESTATUS = 51
                   SET ARQ-EOF TO 1
               END-IF
           END-PERFORM.
           SET ARQ-EOF TO 0.
           IF WS-EXISTE = 0
               MOVE 0 TO WS-ENTRA-OK
               CLOSE ARQ-ESTOQUE
               GO TO ENTRA-DEVOLUCAO-FIM
           END-IF.
           MOVE WS-FILME TO FILME.
           ADD TRF-QTD TO FILME-DISP.
           MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO FILME
           REWRITE FILME.
           MOVE 0 TO WS-EXISTE.
           CLOSE ARQ-ESTOQUE.
           IF TRF-EXEMPLAR = 0
               GO TO ENTRA-DEVOLUCAO-FIM
           END-IF.
           OPEN I-O ARQ-EXEMPLARES.
           IF WS-FS-EX <> 0
               CLOSE ARQ-EXEMPLARES
               GO TO ENTRA-DEVOLUCAO-FIM
           END-IF.
           MOVE WS-FILME-ID TO EX-FILME-ID.
           MOVE TRF-EXEMPLAR TO EX-SEQ.
           READ ARQ-EXEMPLARES WITH LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EX-CONDICAO = "T"
                       MOVE "D" TO EX-CONDICAO
                       MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                       MOVE "A" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO EXEMPLAR
                       REWRITE EXEMPLAR
                   END-IF
           END-READ.
           CLOSE ARQ-EXEMPLARES.
       ENTRA-DEVOLUCAO-FIM.
           EXIT.

      * Importacao da lista do distribuidor (importacao.csv):
      * titulo,quantidade,categoria,preco,lancamento[,censura
      * [,custo por copia[,formato]]].
      * Cada linha passa pelas mesmas criticas do ADICIONAR; titulo
      * ja cadastrado na filial vira acrescimo de quantidade. O
      * resultado linha a linha fica em importacao.rel.
           MOVE SPACES TO WS-IMP-PRECO-X.
           MOVE SPACES TO WS-IMP-LANC.
           MOVE SPACES TO WS-IMP-CENS.
           MOVE SPACES TO WS-IMP-CUSTO-X.
           MOVE SPACES TO WS-IMP-FORMATO.
           MOVE SPACES TO WS-IMP-MOTIVO.
           UNSTRING IMP-LINHA DELIMITED BY ","
               INTO WS-IMP-TITULO WS-IMP-QTD-X WS-IMP-CAT
                   WS-IMP-PRECO-X WS-IMP-LANC WS-IMP-CENS
                   WS-IMP-CUSTO-X WS-IMP-FORMATO
           END-UNSTRING.
           IF WS-IMP-TITULO = SPACES
               MOVE "TITULO VAZIO" TO WS-IMP-MOTIVO
               AND WS-IMP-CENS NOT = "18"
               MOVE "L" TO WS-IMP-CENS
           END-IF.
           MOVE WS-IMP-FORMATO TO WS-EX-FORMATO.
           PERFORM CONFERE-FORMATO.
           IF WS-FMT-OK = 0
               MOVE "FORMATO INVALIDO" TO WS-IMP-MOTIVO
               PERFORM IMPORTA-REJEITA
               GO TO IMPORTA-LINHA-FIM
           END-IF.

           MOVE WS-IMP-TITULO TO WS-TITULO-BUSCA.
           PERFORM ACHA-FILME-LOCAL-TRAVA THRU
               MOVE WS-IMP-LANC TO FILME-LANCAMENTO
               MOVE WS-FILIAL-ATUAL TO FILME-FILIAL
               MOVE WS-IMP-CENS TO FILME-CENSURA
               MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
               MOVE "I" TO WS-JRN-OPERACAO
               CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                   WS-JRN-OPERACAO FILME
               WRITE FILME
                   INVALID KEY
                       MOVE "ID JA EXISTE" TO WS-IMP-MOTIVO
                       MOVE FILME-ID TO WS-EX-FILME-ID
                       MOVE WS-IMP-QTD TO WS-EX-QTD
                       MOVE "C" TO WS-EX-MODO
                       MOVE WS-IMP-CUSTO-X TO WS-EX-CUSTO-X
                       PERFORM CUSTO-DIGITADO
                       PERFORM TRATA-EXEMPLARES THRU
                           TRATA-EXEMPLARES-FIM
                       PERFORM IMPORTA-ACEITA
           MOVE WS-IMP-LANC TO FILME-LANCAMENTO.
           MOVE WS-FILME-FILIAL TO FILME-FILIAL.
           MOVE WS-IMP-CENS TO FILME-CENSURA.
           MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO FILME
           REWRITE FILME.
           MOVE WS-FILME-ID TO WS-EX-FILME-ID.
           MOVE WS-IMP-QTD TO WS-EX-QTD.
           MOVE "C" TO WS-EX-MODO.
           MOVE WS-IMP-CUSTO-X TO WS-EX-CUSTO-X.
           PERFORM CUSTO-DIGITADO.
           PERFORM TRATA-EXEMPLARES THRU TRATA-EXEMPLARES-FIM.
           PERFORM IMPORTA-ACEITA.

           WRITE IMP-REL-LINHA.

      * Manutencao do inventario de exemplares. Modos: C cria novos
      * exemplares disponiveis (no formato WS-EX-FORMATO), R da
      * baixa (remove) exemplares na prateleira, T marca exemplares
      * como em transito, E elimina exemplares em transito
      * (confirmacao do destino).
       TRATA-EXEMPLARES.
           MOVE 0 TO WS-EX-FEITOS.
           OPEN I-O ARQ-EXEMPLARES.
                   MOVE WS-EX-MAX-SEQ TO EX-SEQ
                   MOVE WS-HOJE-AAAAMMDD TO EX-AQUISICAO
                   MOVE "D" TO EX-CONDICAO
                   MOVE WS-EX-CUSTO TO EX-CUSTO
                   MOVE WS-EX-FORMATO TO EX-FORMATO
                   MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                   MOVE "I" TO WS-JRN-OPERACAO
                   CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                       WS-JRN-OPERACAO EXEMPLAR
                   WRITE EXEMPLAR
               END-PERFORM
           ELSE
       TRATA-EXEMPLARES-FIM.
           EXIT.

      * Formato da midia em WS-EX-FORMATO: V VHS, D DVD, B Blu-ray,
      * 4 4K. Vazio assume DVD.
       CONFERE-FORMATO.
           MOVE 0 TO WS-FMT-OK.
           IF WS-EX-FORMATO = SPACES
               MOVE "D" TO WS-EX-FORMATO
           END-IF.
           IF WS-EX-FORMATO = "b"
               MOVE "B" TO WS-EX-FORMATO
           END-IF.
           IF WS-EX-FORMATO = "v"
               MOVE "V" TO WS-EX-FORMATO
           END-IF.
           IF WS-EX-FORMATO = "d"
               MOVE "D" TO WS-EX-FORMATO
           END-IF.
           IF WS-EX-FORMATO = "V" OR WS-EX-FORMATO = "D"
               OR WS-EX-FORMATO = "B" OR WS-EX-FORMATO = "4"
               MOVE 1 TO WS-FMT-OK
           END-IF.

      * Custo de aquisicao por copia digitado (ou vindo do CSV) em
      * WS-EX-CUSTO-X; vazio fica zero.
       CUSTO-DIGITADO.
           MOVE 0 TO WS-EX-CUSTO.
           IF WS-EX-CUSTO-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-EX-CUSTO-X) TO WS-EX-CUSTO
           END-IF.

       ACHA-MAX-SEQ.
           MOVE 0 TO WS-EX-MAX-SEQ.
           MOVE WS-EX-FILME-ID TO EX-FILME-ID.
           EVALUATE WS-EX-MODO
               WHEN "R"
                   IF EX-CONDICAO = "D"
                       MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                       MOVE "E" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO EXEMPLAR
                       DELETE ARQ-EXEMPLARES RECORD
                       ADD 1 TO WS-EX-FEITOS
                   END-IF
               WHEN "T"
                   IF EX-CONDICAO = "D"
                       MOVE "T" TO EX-CONDICAO
                       MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                       MOVE "A" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO EXEMPLAR
                       REWRITE EXEMPLAR
                       ADD 1 TO WS-EX-FEITOS
                   END-IF
               WHEN "E"
                   IF EX-CONDICAO = "T"
                       IF EX-CUSTO IS NUMERIC
                           ADD EX-CUSTO TO WS-EX-CUSTO-SOMA
                       END-IF
                       IF EX-FORMATO NOT = SPACES
                           MOVE EX-FORMATO TO WS-EX-FORMATO
                       END-IF
                       MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                       MOVE "E" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO EXEMPLAR
                       DELETE ARQ-EXEMPLARES RECORD
                       ADD 1 TO WS-EX-FEITOS
                   END-IF
      * origem da transferencia confirmada.
       BAIXA-TRANSITO-ORIGEM.
           MOVE 0 TO WS-EXISTE.
           MOVE 0 TO WS-EX-FEITOS.
           MOVE 0 TO WS-EX-CUSTO-SOMA.
           MOVE "D" TO WS-EX-FORMATO.
           MOVE TRF-TITULO TO FILME-TITULO.
           SET ARQ-EOF TO 0.
           START ARQ-ESTOQUE KEY IS NOT LESS THAN FILME-TITULO
               GO TO ESTOQUE.
           MOVE EX-CONDICAO TO WS-COND-ANT.
           MOVE "C" TO EX-CONDICAO.
           MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO EXEMPLAR
           REWRITE EXEMPLAR.
           CLOSE ARQ-EXEMPLARES.

               ADD 1 TO FILME-QTD
               ADD 1 TO FILME-DISP
           END-IF.
           MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO FILME
           REWRITE FILME.
           CLOSE ARQ-ESTOQUE.
       AJUSTA-FILME-CONSERTO-FIM.
                       ELSE
                           MOVE "X" TO EX-CONDICAO
                       END-IF
                       MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                       MOVE "A" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO EXEMPLAR
                       REWRITE EXEMPLAR
               END-READ
           END-IF.
               PERFORM QUEBRA-PAGINA
           END-IF.

      * Devolucao ao fornecedor de copias com defeito de um pedido
      * recebido: cada exemplar sai do acervo com a condicao "F"
      * (com o fornecedor), entra em devforn.dat e na guia
      * devolucao_NNNNNN.txt que acompanha as copias. A devolucao
      * fica aberta ate chegar a reposicao ou a nota de credito.
       DEVOLVER-FORNECEDOR.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           DISPLAY "PEDIDO DE ORIGEM: " AT LINE 1 COL 36.
           ACCEPT WS-DVF-PEDIDO AT LINE 1 COL 54.
           PERFORM LE-PEDIDO-FORNECEDOR.
           IF WS-DVF-OK = 0
               DISPLAY "PEDIDO INEXISTENTE, DE OUTRA FILIAL OU SEM"
                   AT LINE 11 COL 36
               DISPLAY " FORNECEDOR" AT LINE 11 COL 78
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           DISPLAY WS-DVF-FOR-NOME AT LINE 1 COL 62.
           PERFORM GET_PROX_DEVFORN.
           IF WS-PROX-DVF = 0
               DISPLAY "DEVOLUCAO NAO GRAVADA - TENTE NOVAMENTE"
                   AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           MOVE WS-PROX-DVF TO WS-DVF-ID.
           MOVE 0 TO WS-DVF-ITEM.
           MOVE 0 TO WS-DVF-PARAR.
           MOVE 5 TO WS-LA.
           PERFORM UNTIL WS-DVF-PARAR = 1 OR WS-DVF-ITEM = 99
               MOVE 0 TO WS-CON-ID
               DISPLAY "FILME-ID (0 = ENCERRAR): " AT LINE 2 COL 36
               ACCEPT WS-CON-ID AT LINE 2 COL 61
               IF WS-CON-ID IS NOT NUMERIC OR WS-CON-ID = 0
                   MOVE 1 TO WS-DVF-PARAR
               ELSE
                   DISPLAY "EXEMPLAR (SEQ): " AT LINE 3 COL 36
                   ACCEPT WS-CON-SEQ AT LINE 3 COL 52
                   MOVE SPACES TO WS-DVF-MOTIVO
                   DISPLAY "DEFEITO: " AT LINE 4 COL 36
                   ACCEPT WS-DVF-MOTIVO AT LINE 4 COL 45
                   PERFORM DEVOLVE-EXEMPLAR THRU DEVOLVE-EXEMPLAR-FIM
                   IF WS-LA > 20
                       MOVE 5 TO WS-LA
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DVF-ITEM = 0
               DISPLAY "NENHUM EXEMPLAR DEVOLVIDO" AT LINE WS-LA
                   COL 36
           ELSE
               CLOSE ARQ-GUIA
               DISPLAY "DEVOLUCAO NR: " AT LINE WS-LA COL 36
               DISPLAY WS-DVF-ID AT LINE WS-LA COL 50
               DISPLAY " GUIA: " AT LINE WS-LA COL 56
               DISPLAY WS-NOME-GUIA AT LINE WS-LA COL 63
           END-IF.
           ADD 1 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           SET WS-LA TO 1.
           GO TO ESTOQUE.

       DEVOLVE-EXEMPLAR.
           OPEN I-O ARQ-EXEMPLARES.
           IF WS-FS-EX <> 0
               DISPLAY "NENHUM EXEMPLAR REGISTRADO" AT LINE WS-LA
                   COL 36
               CLOSE ARQ-EXEMPLARES
               ADD 1 TO WS-LA
               GO TO DEVOLVE-EXEMPLAR-FIM
           END-IF.
           MOVE WS-CON-ID TO EX-FILME-ID.
           MOVE WS-CON-SEQ TO EX-SEQ.
           READ ARQ-EXEMPLARES WITH LOCK
               INVALID KEY
                   DISPLAY "EXEMPLAR NAO CADASTRADO" AT LINE WS-LA
                       COL 36
                   CLOSE ARQ-EXEMPLARES
                   ADD 1 TO WS-LA
                   GO TO DEVOLVE-EXEMPLAR-FIM
           END-READ.
           IF WS-FS-EX = 51
               DISPLAY "EXEMPLAR EM USO EM OUTRO TERMINAL" AT LINE WS-LA
                   COL 36
               CLOSE ARQ-EXEMPLARES
               ADD 1 TO WS-LA
               GO TO DEVOLVE-EXEMPLAR-FIM
           END-IF.
           IF EX-CONDICAO NOT = "D" AND EX-CONDICAO NOT = "X"
               DISPLAY "SO DEVOLVE EXEMPLAR NA PRATELEIRA OU BAIXADO"
                   AT LINE WS-LA COL 36
               CLOSE ARQ-EXEMPLARES
               ADD 1 TO WS-LA
               GO TO DEVOLVE-EXEMPLAR-FIM
           END-IF.
           PERFORM CONFERE-TITULO-PEDIDO.
           IF WS-DVF-OK = 0
               DISPLAY "TITULO NAO CONSTA DO PEDIDO NESTA FILIAL"
                   AT LINE WS-LA COL 36
               CLOSE ARQ-EXEMPLARES
               ADD 1 TO WS-LA
               GO TO DEVOLVE-EXEMPLAR-FIM
           END-IF.
           MOVE EX-CONDICAO TO WS-COND-ANT.
           MOVE "F" TO EX-CONDICAO.
           MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO EXEMPLAR
           REWRITE EXEMPLAR.
           CLOSE ARQ-EXEMPLARES.
           IF WS-COND-ANT = "D"
               PERFORM AJUSTA-FILME-CONSERTO THRU
                   AJUSTA-FILME-CONSERTO-FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           ADD 1 TO WS-DVF-ITEM.
           OPEN I-O ARQ-DEVFORN.
           IF WS-FS-DVF = 35
               CLOSE ARQ-DEVFORN
               OPEN OUTPUT ARQ-DEVFORN
               CLOSE ARQ-DEVFORN
               OPEN I-O ARQ-DEVFORN
           END-IF.
           MOVE SPACES TO DEVFORN-REC.
           MOVE WS-DVF-ID TO DVF-ID.
           MOVE WS-DVF-ITEM TO DVF-ITEM.
           MOVE WS-HOJE-AAAAMMDD TO DVF-DATA.
           MOVE WS-FILIAL-ATUAL TO DVF-FILIAL.
           MOVE WS-DVF-FORNECEDOR TO DVF-FORNECEDOR.
           MOVE WS-DVF-PEDIDO TO DVF-PEDIDO.
           MOVE WS-CON-ID TO DVF-FILME-ID.
           MOVE WS-CON-SEQ TO DVF-SEQ.
           MOVE WS-DVF-TITULO TO DVF-TITULO.
           MOVE WS-DVF-MOTIVO TO DVF-MOTIVO.
           MOVE "A" TO DVF-SITUACAO.
           MOVE 0 TO DVF-NOVO-SEQ.
           MOVE 0 TO DVF-CREDITO.
           MOVE WS-SES-OPERADOR TO DVF-OPERADOR.
           WRITE DEVFORN-REC
               INVALID KEY REWRITE DEVFORN-REC
           END-WRITE.
           CLOSE ARQ-DEVFORN.

           IF WS-DVF-ITEM = 1
               PERFORM ABRE-GUIA
           END-IF.
           MOVE SPACES TO GUIA-LINHA.
           STRING WS-DVF-ITEM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CON-ID DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CON-SEQ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DVF-TITULO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DVF-MOTIVO DELIMITED BY SIZE
               INTO GUIA-LINHA.
           WRITE GUIA-LINHA.

           MOVE "DEVFORN" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           MOVE WS-CON-ID TO WS-AUD-CHAVE(1:5).
           MOVE "/" TO WS-AUD-CHAVE(6:1).
           MOVE WS-CON-SEQ TO WS-AUD-CHAVE(7:3).
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "DEVOLUCAO " DELIMITED BY SIZE
               WS-DVF-ID DELIMITED BY SIZE
               " PED " DELIMITED BY SIZE
               WS-DVF-PEDIDO DELIMITED BY SIZE
               " FORNEC " DELIMITED BY SIZE
               WS-DVF-FORNECEDOR DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "DEVOLVIDO: " AT LINE WS-LA COL 36.
           DISPLAY WS-DVF-TITULO AT LINE WS-LA COL 47.
           ADD 1 TO WS-LA.
       DEVOLVE-EXEMPLAR-FIM.
           EXIT.

       ABRE-GUIA.
           MOVE SPACES TO WS-NOME-GUIA.
           STRING "./devolucao_" DELIMITED BY SIZE
               WS-DVF-ID DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-GUIA.
           OPEN OUTPUT ARQ-GUIA.
           MOVE SPACES TO GUIA-LINHA.
           STRING "DEVOLUCAO AO FORNECEDOR NR " DELIMITED BY SIZE
               WS-DVF-ID DELIMITED BY SIZE
               " DATA " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               INTO GUIA-LINHA.
           WRITE GUIA-LINHA.
           CALL "LEFILIAL" USING WS-FILIAL-ATUAL WS-LF-SITUACAO
               WS-LF-DADOS.
           MOVE SPACES TO GUIA-LINHA.
           STRING "REMETENTE: FILIAL " DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LF-NOME DELIMITED BY SIZE
               " CNPJ " DELIMITED BY SIZE
               WS-LF-CNPJ DELIMITED BY SIZE
               INTO GUIA-LINHA.
           WRITE GUIA-LINHA.
           MOVE SPACES TO GUIA-LINHA.
           STRING "FORNECEDOR: " DELIMITED BY SIZE
               WS-DVF-FORNECEDOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DVF-FOR-NOME DELIMITED BY SIZE
               " CNPJ " DELIMITED BY SIZE
               WS-DVF-FOR-CNPJ DELIMITED BY SIZE
               INTO GUIA-LINHA.
           WRITE GUIA-LINHA.
           MOVE SPACES TO GUIA-LINHA.
           STRING "PEDIDO DE ORIGEM: " DELIMITED BY SIZE
               WS-DVF-PEDIDO DELIMITED BY SIZE
               "  MOTIVO: COPIA COM DEFEITO" DELIMITED BY SIZE
               INTO GUIA-LINHA.
           WRITE GUIA-LINHA.
           MOVE "IT  EXEMPLAR   TITULO                DEFEITO"
               TO GUIA-LINHA.
           WRITE GUIA-LINHA.

      * Pedido de origem da filial atual e o seu fornecedor.
       LE-PEDIDO-FORNECEDOR.
           MOVE 0 TO WS-DVF-OK.
           MOVE 0 TO WS-DVF-FORNECEDOR.
           OPEN INPUT ARQ-PEDIDOS.
           IF WS-FS-PED = 0
               MOVE WS-DVF-PEDIDO TO PED-ID
               MOVE 0 TO PED-ITEM
               READ ARQ-PEDIDOS
                   NOT INVALID KEY
                       IF PED-FILIAL = WS-FILIAL-ATUAL
                           AND PED-FORNECEDOR IS NUMERIC
                           MOVE PED-FORNECEDOR TO WS-DVF-FORNECEDOR
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-PEDIDOS.
           IF WS-DVF-FORNECEDOR > 0
               MOVE 1 TO WS-DVF-OK
           END-IF.
           MOVE SPACES TO WS-DVF-FOR-NOME.
           MOVE SPACES TO WS-DVF-FOR-CNPJ.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WS-FS-FOR = 0
               MOVE WS-DVF-FORNECEDOR TO FOR-CODIGO
               READ ARQ-FORNECEDORES
                   NOT INVALID KEY
                       MOVE FOR-NOME TO WS-DVF-FOR-NOME
                       MOVE FOR-CNPJ TO WS-DVF-FOR-CNPJ
               END-READ
           END-IF.
           CLOSE ARQ-FORNECEDORES.

      * O exemplar tem de ser de titulo desta filial que conste como
      * item do pedido de origem.
       CONFERE-TITULO-PEDIDO.
           MOVE 0 TO WS-DVF-OK.
           MOVE SPACES TO WS-DVF-TITULO.
           OPEN INPUT ARQ-ESTOQUE.
           IF WS-FILESTATUS = 0
               MOVE WS-CON-ID TO FILME-ID
               READ ARQ-ESTOQUE
                   NOT INVALID KEY
                       IF FILME-FILIAL = WS-FILIAL-ATUAL
                           MOVE FILME-TITULO TO WS-DVF-TITULO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-ESTOQUE.
           IF WS-DVF-TITULO NOT = SPACES
               PERFORM PROCURA-ITEM-PEDIDO
           END-IF.

       PROCURA-ITEM-PEDIDO.
           OPEN INPUT ARQ-PEDIDOS.
           IF WS-FS-PED = 0
               MOVE WS-DVF-PEDIDO TO PED-ID
               MOVE 1 TO PED-ITEM
               SET ARQ-EOF TO 0
               START ARQ-PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
                   INVALID KEY SET ARQ-EOF TO 1
               END-START
               PERFORM UNTIL ARQ-EOF = 1 OR WS-DVF-OK = 1
                   READ ARQ-PEDIDOS NEXT
                       AT END SET ARQ-EOF TO 1
                       NOT AT END
                           IF PED-ID NOT = WS-DVF-PEDIDO
                               SET ARQ-EOF TO 1
                           ELSE
                               IF PED-TITULO = WS-DVF-TITULO
                                   MOVE 1 TO WS-DVF-OK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               SET ARQ-EOF TO 0
           END-IF.
           CLOSE ARQ-PEDIDOS.

      * Encerramento de um item devolvido ao fornecedor: reposicao
      * (a copia nova entra como exemplar do mesmo titulo, contra o
      * pedido original) ou nota de credito (somente supervisor), que
      * vira credito em pagar.dat e abate o proximo pagamento ao
      * fornecedor no FORNECEDORES.
       SOLUCAO-DEVOLUCAO.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           DISPLAY "DEVOLUCAO NR: " AT LINE 1 COL 36.
           ACCEPT WS-DVF-ID AT LINE 1 COL 50.
           DISPLAY "ITEM: " AT LINE 2 COL 36.
           ACCEPT WS-DVF-ITEM AT LINE 2 COL 42.
           DISPLAY "SOLUCAO (R=REPOSICAO C=NOTA DE CREDITO): " AT LINE 3
               COL 36.
           ACCEPT WS-DVF-SOLUCAO AT LINE 3 COL 77.
           IF WS-DVF-SOLUCAO = "r"
               MOVE "R" TO WS-DVF-SOLUCAO
           END-IF.
           IF WS-DVF-SOLUCAO = "c"
               MOVE "C" TO WS-DVF-SOLUCAO
           END-IF.
           IF WS-DVF-SOLUCAO NOT = "R" AND WS-DVF-SOLUCAO NOT = "C"
               DISPLAY "SOLUCAO INVALIDA" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           MOVE 29 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-DVF-SOLUCAO = "C" AND WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.

           OPEN I-O ARQ-DEVFORN.
           IF WS-FS-DVF <> 0
               DISPLAY "NENHUMA DEVOLUCAO REGISTRADA" AT LINE 11 COL 36
               CLOSE ARQ-DEVFORN
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           MOVE WS-DVF-ID TO DVF-ID.
           MOVE WS-DVF-ITEM TO DVF-ITEM.
           READ ARQ-DEVFORN WITH LOCK
               INVALID KEY
                   DISPLAY "DEVOLUCAO NAO ENCONTRADA" AT LINE 11 COL 36
                   CLOSE ARQ-DEVFORN
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO ESTOQUE.
           IF WS-FS-DVF = 51
               DISPLAY "DEVOLUCAO EM USO EM OUTRO TERMINAL" AT LINE 11
                   COL 36
               CLOSE ARQ-DEVFORN
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           IF DVF-SITUACAO NOT = "A"
               DISPLAY "DEVOLUCAO JA ENCERRADA" AT LINE 11 COL 36
               CLOSE ARQ-DEVFORN
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           IF DVF-FILIAL NOT = WS-FILIAL-ATUAL
               DISPLAY "DEVOLUCAO DE OUTRA FILIAL" AT LINE 11 COL 36
               CLOSE ARQ-DEVFORN
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           DISPLAY DVF-TITULO AT LINE 4 COL 36.
           DISPLAY DVF-FILME-ID AT LINE 4 COL 57.
           DISPLAY "/" AT LINE 4 COL 62.
           DISPLAY DVF-SEQ AT LINE 4 COL 63.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           IF WS-DVF-SOLUCAO = "R"
               PERFORM REPOE-EXEMPLAR
           ELSE
               PERFORM LANCA-CREDITO THRU LANCA-CREDITO-FIM
               IF WS-PROX-CP = 0
                   CLOSE ARQ-DEVFORN
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO ESTOQUE
               END-IF
           END-IF.
           MOVE WS-DVF-SOLUCAO TO DVF-SITUACAO.
           MOVE WS-HOJE-AAAAMMDD TO DVF-DATA-SOLUCAO.
           REWRITE DEVFORN-REC.
           CLOSE ARQ-DEVFORN.

           MOVE "SOLUCAODVF" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           MOVE WS-DVF-ID TO WS-AUD-CHAVE(1:6).
           MOVE "/" TO WS-AUD-CHAVE(7:1).
           MOVE WS-DVF-ITEM TO WS-AUD-CHAVE(8:2).
           MOVE SPACES TO WS-AUD-DETALHE.
           IF WS-DVF-SOLUCAO = "R"
               STRING "REPOSTO - NOVO EXEMPLAR " DELIMITED BY SIZE
                   DVF-FILME-ID DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   DVF-NOVO-SEQ DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
           ELSE
               MOVE WS-DVF-VALOR TO WS-VALOR-ED
               STRING "CREDITO NC " DELIMITED BY SIZE
                   WS-DVF-NC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   " TIT " DELIMITED BY SIZE
                   DVF-CREDITO DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
           END-IF.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           IF WS-DVF-SOLUCAO = "R"
               DISPLAY "REPOSICAO RECEBIDA. NOVO EXEMPLAR: " AT LINE 11
                   COL 36
               DISPLAY DVF-NOVO-SEQ AT LINE 11 COL 71
           ELSE
               DISPLAY "CREDITO LANCADO. TITULO: " AT LINE 11 COL 36
               DISPLAY DVF-CREDITO AT LINE 11 COL 61
           END-IF.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO ESTOQUE.

      * A copia de reposicao herda o custo e o formato da copia
      * devolvida.
       CUSTO-DEVOLVIDO.
           MOVE 0 TO WS-EX-CUSTO.
           MOVE "D" TO WS-EX-FORMATO.
           OPEN INPUT ARQ-EXEMPLARES.
           IF WS-FS-EX = 0
               MOVE DVF-FILME-ID TO EX-FILME-ID
               MOVE DVF-SEQ TO EX-SEQ
               READ ARQ-EXEMPLARES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EX-CUSTO IS NUMERIC
                           MOVE EX-CUSTO TO WS-EX-CUSTO
                       END-IF
                       IF EX-FORMATO NOT = SPACES
                           MOVE EX-FORMATO TO WS-EX-FORMATO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-EXEMPLARES.

      * Copia de reposicao: um exemplar novo do mesmo titulo,
      * disponivel, com QTD/DISP do filme subindo.
       REPOE-EXEMPLAR.
           PERFORM CUSTO-DEVOLVIDO.
           MOVE DVF-FILME-ID TO WS-EX-FILME-ID.
           MOVE 1 TO WS-EX-QTD.
           MOVE "C" TO WS-EX-MODO.
           PERFORM TRATA-EXEMPLARES THRU TRATA-EXEMPLARES-FIM.
           MOVE WS-EX-MAX-SEQ TO DVF-NOVO-SEQ.
           MOVE DVF-FILME-ID TO WS-CON-ID.
           MOVE "X" TO WS-COND-ANT.
           PERFORM AJUSTA-FILME-CONSERTO THRU
               AJUSTA-FILME-CONSERTO-FIM.

      * Nota de credito do fornecedor: titulo tipo "C" em aberto em
      * pagar.dat, vencimento na data do lancamento.
       LANCA-CREDITO.
           MOVE SPACES TO WS-DVF-NC.
           MOVE 0 TO WS-DVF-VALOR.
           DISPLAY "NR DA NOTA DE CREDITO: " AT LINE 5 COL 36.
           ACCEPT WS-DVF-NC AT LINE 5 COL 59.
           DISPLAY "VALOR DO CREDITO: " AT LINE 6 COL 36.
           MOVE SPACES TO WS-DVF-VALOR-X.
           ACCEPT WS-DVF-VALOR-X AT LINE 6 COL 54.
           IF WS-DVF-VALOR-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DVF-VALOR-X) TO WS-DVF-VALOR
           END-IF.
           MOVE 0 TO WS-PROX-CP.
           IF WS-DVF-NC = SPACES OR WS-DVF-VALOR = 0
               DISPLAY "NOTA OU VALOR INVALIDO" AT LINE 11 COL 36
               GO TO LANCA-CREDITO-FIM
           END-IF.
           PERFORM GET_PROX_PAGAR.
           IF WS-PROX-CP = 0
               DISPLAY "CREDITO NAO GRAVADO - TENTE NOVAMENTE"
                   AT LINE 11 COL 36
               GO TO LANCA-CREDITO-FIM
           END-IF.
           OPEN I-O ARQ-PAGAR.
           IF WS-FS-CP = 35
               CLOSE ARQ-PAGAR
               OPEN OUTPUT ARQ-PAGAR
               CLOSE ARQ-PAGAR
               OPEN I-O ARQ-PAGAR
           END-IF.
           IF WS-FS-CP <> 0
               DISPLAY "ERRO NO ARQUIVO A PAGAR: " AT LINE 11 COL 36
               DISPLAY WS-FS-CP AT LINE 11 COL 61
               CLOSE ARQ-PAGAR
               MOVE 0 TO WS-PROX-CP
               GO TO LANCA-CREDITO-FIM
           END-IF.
           MOVE SPACES TO PAGAR-REC.
           MOVE WS-PROX-CP TO CP-ID.
           MOVE 1 TO CP-PARCELA.
           MOVE "C" TO CP-TIPO.
           MOVE DVF-FORNECEDOR TO CP-FORNECEDOR.
           MOVE DVF-PEDIDO TO CP-PEDIDO.
           MOVE DVF-FILIAL TO CP-FILIAL.
           MOVE WS-DVF-NC TO CP-NOTA.
           MOVE WS-HOJE-AAAAMMDD TO CP-EMISSAO.
           MOVE WS-HOJE-AAAAMMDD TO CP-VENCIMENTO.
           MOVE WS-DVF-VALOR TO CP-VALOR.
           MOVE "A" TO CP-SITUACAO.
           MOVE 0 TO CP-VALOR-PAGO.
           MOVE 0 TO CP-VALOR-CREDITO.
           MOVE WS-SES-OPERADOR TO CP-OPERADOR.
           WRITE PAGAR-REC
               INVALID KEY
                   DISPLAY "CREDITO NAO GRAVADO" AT LINE 11 COL 36
                   MOVE 0 TO WS-PROX-CP
           END-WRITE.
           CLOSE ARQ-PAGAR.
           MOVE WS-PROX-CP TO DVF-CREDITO.
       LANCA-CREDITO-FIM.
           EXIT.

      * Devolucoes ao fornecedor ainda sem reposicao nem credito ha
      * mais de N dias (30 se nao informado), para cobrar o
      * distribuidor.
       DEVOLUCOES-ABERTAS.
           DISPLAY "ABERTAS HA MAIS DE QUANTOS DIAS (ENTER = 30): "
               AT LINE 1 COL 36.
           MOVE 0 TO WS-DVF-DIAS-REL.
           ACCEPT WS-DVF-DIAS-REL AT LINE 1 COL 83.
           IF WS-DVF-DIAS-REL IS NOT NUMERIC OR WS-DVF-DIAS-REL = 0
               MOVE 30 TO WS-DVF-DIAS-REL
           END-IF.
           OPEN INPUT ARQ-DEVFORN.
           IF WS-FS-DVF <> 0
               DISPLAY "NENHUMA DEVOLUCAO REGISTRADA" AT LINE 11 COL 36
               CLOSE ARQ-DEVFORN
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) TO WS-HOJE-DIA.
           MOVE "DEVOLUCOES AO FORNECEDOR EM ABERTO" TO WS-REL-TITULO.
           PERFORM CABECALHO-PAGINA.
           MOVE 3 TO WS-LA.
           MOVE LOW-VALUE TO DVF-CHAVE.
           SET ARQ-EOF TO 0.
           START ARQ-DEVFORN KEY IS NOT LESS THAN DVF-CHAVE
               INVALID KEY SET ARQ-EOF TO 1.
           PERFORM UNTIL ARQ-EOF = 1
               READ ARQ-DEVFORN NEXT
                   AT END SET ARQ-EOF TO 1
                   NOT AT END
                       IF DVF-SITUACAO = "A"
                           PERFORM LISTA-DEVOLUCAO
                       END-IF
               END-READ
           END-PERFORM.
           SET ARQ-EOF TO 0.
           CLOSE ARQ-DEVFORN.
           ADD 1 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           SET WS-LA TO 1.
           GO TO ESTOQUE.

       LISTA-DEVOLUCAO.
           MOVE 0 TO WS-DVF-DIAS.
           IF DVF-DATA IS NUMERIC
               MOVE DVF-DATA TO WS-ENVIO-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-ENVIO-NUM)
                   TO WS-ENVIO-DIA
               COMPUTE WS-DVF-DIAS = WS-HOJE-DIA - WS-ENVIO-DIA
           END-IF.
           IF WS-DVF-DIAS > WS-DVF-DIAS-REL
               DISPLAY DVF-ID AT LINE WS-LA COL 36
               DISPLAY "/" AT LINE WS-LA COL 42
               DISPLAY DVF-ITEM AT LINE WS-LA COL 43
               DISPLAY DVF-FILIAL AT LINE WS-LA COL 46
               DISPLAY " FORNEC " AT LINE WS-LA COL 50
               DISPLAY DVF-FORNECEDOR AT LINE WS-LA COL 58
               DISPLAY " PED " AT LINE WS-LA COL 63
               DISPLAY DVF-PEDIDO AT LINE WS-LA COL 68
               DISPLAY DVF-TITULO AT LINE WS-LA COL 75
               DISPLAY DVF-DATA AT LINE WS-LA COL 96
               DISPLAY " DIAS " AT LINE WS-LA COL 104
               DISPLAY WS-DVF-DIAS AT LINE WS-LA COL 110
               ADD 1 TO WS-LA
               PERFORM QUEBRA-PAGINA
           END-IF.

      * Titulo em partilha de receita: parte de cada locacao vai ao
      * estudio/distribuidor (fornecedor parceiro) durante o contrato.
      * A marca fica em partilha.dat, por FILME-ID; o PARTILHA apura
      * o extrato mensal, lanca o repasse no a pagar e recolhe as
      * copias quando o contrato termina. Parceiro 0 retira a marca.
       PARTILHA-RECEITA.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE 30 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           DISPLAY "FILME-ID: " AT LINE 1 COL 36.
           ACCEPT WS-CON-ID AT LINE 1 COL 46.
           MOVE SPACES TO WS-DVF-TITULO.
           OPEN INPUT ARQ-ESTOQUE.
           IF WS-FILESTATUS = 0
               MOVE WS-CON-ID TO FILME-ID
               READ ARQ-ESTOQUE
                   NOT INVALID KEY
                       IF FILME-FILIAL = WS-FILIAL-ATUAL
                           MOVE FILME-TITULO TO WS-DVF-TITULO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-ESTOQUE.
           IF WS-DVF-TITULO = SPACES
               DISPLAY "FILME NAO CADASTRADO NESTA FILIAL" AT LINE 11
                   COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           DISPLAY WS-DVF-TITULO AT LINE 1 COL 52.

           OPEN I-O ARQ-PARTILHA.
           IF WS-FS-PTL = 35
               CLOSE ARQ-PARTILHA
               OPEN OUTPUT ARQ-PARTILHA
               CLOSE ARQ-PARTILHA
               OPEN I-O ARQ-PARTILHA
           END-IF.
           IF WS-FS-PTL <> 0
               DISPLAY "ERRO NO ARQUIVO DE PARTILHA: " AT LINE 11 COL 36
               DISPLAY WS-FS-PTL AT LINE 11 COL 65
               CLOSE ARQ-PARTILHA
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           MOVE 0 TO WS-PTL-EXISTE.
           MOVE WS-CON-ID TO PTL-FILME-ID.
           READ ARQ-PARTILHA WITH LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-PTL-EXISTE
           END-READ.
           IF WS-FS-PTL = 51
               DISPLAY "CONTRATO EM USO EM OUTRO TERMINAL" AT LINE 11
                   COL 36
               CLOSE ARQ-PARTILHA
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           IF WS-PTL-EXISTE = 1
               DISPLAY "ATUAL: PARCEIRO " AT LINE 2 COL 36
               DISPLAY PTL-PARCEIRO AT LINE 2 COL 52
               MOVE PTL-PERCENTUAL TO WS-PTL-PCT-ED
               DISPLAY WS-PTL-PCT-ED AT LINE 2 COL 58
               DISPLAY "% DE " AT LINE 2 COL 64
               DISPLAY PTL-INICIO AT LINE 2 COL 69
               DISPLAY " A " AT LINE 2 COL 77
               DISPLAY PTL-FIM AT LINE 2 COL 80
               IF PTL-SITUACAO = "E"
                   DISPLAY "CONTRATO ENCERRADO - COPIAS RECOLHIDAS"
                       AT LINE 11 COL 36
                   CLOSE ARQ-PARTILHA
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO ESTOQUE
               END-IF
           END-IF.

           MOVE 0 TO WS-DVF-FORNECEDOR.
           DISPLAY "PARCEIRO (FORNECEDOR, 0 = RETIRAR): " AT LINE 3
               COL 36.
           ACCEPT WS-DVF-FORNECEDOR AT LINE 3 COL 72.
           IF WS-DVF-FORNECEDOR IS NOT NUMERIC
               OR WS-DVF-FORNECEDOR = 0
               PERFORM RETIRA-PARTILHA
               CLOSE ARQ-PARTILHA
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           MOVE SPACES TO WS-DVF-FOR-NOME.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WS-FS-FOR = 0
               MOVE WS-DVF-FORNECEDOR TO FOR-CODIGO
               READ ARQ-FORNECEDORES
                   NOT INVALID KEY
                       IF FOR-SITUACAO = "A"
                           MOVE FOR-NOME TO WS-DVF-FOR-NOME
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-FORNECEDORES.
           IF WS-DVF-FOR-NOME = SPACES
               DISPLAY "FORNECEDOR INEXISTENTE OU INATIVO" AT LINE 11
                   COL 36
               CLOSE ARQ-PARTILHA
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           DISPLAY WS-DVF-FOR-NOME AT LINE 3 COL 78.

           DISPLAY "PERCENTUAL DA LOCACAO (EX: 35.00): " AT LINE 4
               COL 36.
           MOVE SPACES TO WS-DVF-VALOR-X.
           ACCEPT WS-DVF-VALOR-X AT LINE 4 COL 71.
           MOVE 0 TO WS-PTL-PCT.
           IF WS-DVF-VALOR-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DVF-VALOR-X) TO WS-PTL-PCT
           END-IF.
           IF WS-PTL-PCT = 0 OR WS-PTL-PCT > 100
               DISPLAY "PERCENTUAL INVALIDO" AT LINE 11 COL 36
               CLOSE ARQ-PARTILHA
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           DISPLAY "INICIO DO CONTRATO (AAAAMMDD): " AT LINE 5 COL 36.
           ACCEPT WS-PTL-INICIO AT LINE 5 COL 67.
           DISPLAY "FIM DO CONTRATO (AAAAMMDD): " AT LINE 6 COL 36.
           ACCEPT WS-PTL-FIM AT LINE 6 COL 64.
           MOVE 0 TO WS-DVF-OK.
           IF WS-PTL-INICIO IS NUMERIC AND WS-PTL-FIM IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PTL-INICIO) = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-PTL-FIM) = 0
                   AND WS-PTL-FIM >= WS-PTL-INICIO
                   MOVE 1 TO WS-DVF-OK
               END-IF
           END-IF.
           IF WS-DVF-OK = 0
               DISPLAY "PERIODO DO CONTRATO INVALIDO" AT LINE 11 COL 36
               CLOSE ARQ-PARTILHA
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.

           IF WS-PTL-EXISTE = 0
               MOVE SPACES TO PARTILHA-REC
               MOVE WS-CON-ID TO PTL-FILME-ID
           END-IF.
           MOVE WS-FILIAL-ATUAL TO PTL-FILIAL.
           MOVE WS-DVF-TITULO TO PTL-TITULO.
           MOVE WS-DVF-FORNECEDOR TO PTL-PARCEIRO.
           MOVE WS-PTL-PCT TO PTL-PERCENTUAL.
           MOVE WS-PTL-INICIO TO PTL-INICIO.
           MOVE WS-PTL-FIM TO PTL-FIM.
           MOVE "A" TO PTL-SITUACAO.
           MOVE SPACES TO PTL-DATA-RECOLHE.
           MOVE WS-SES-OPERADOR TO PTL-OPERADOR.
           IF WS-PTL-EXISTE = 1
               REWRITE PARTILHA-REC
           ELSE
               WRITE PARTILHA-REC
           END-IF.
           CLOSE ARQ-PARTILHA.

           MOVE "PARTILHA" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           MOVE WS-CON-ID TO WS-AUD-CHAVE(1:5).
           MOVE WS-PTL-PCT TO WS-PTL-PCT-ED.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "PARCEIRO " DELIMITED BY SIZE
               WS-DVF-FORNECEDOR DELIMITED BY SIZE
               WS-PTL-PCT-ED DELIMITED BY SIZE
               "% " DELIMITED BY SIZE
               WS-PTL-INICIO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PTL-FIM DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "TITULO MARCADO EM PARTILHA DE RECEITA" AT LINE 11
               COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO ESTOQUE.

       RETIRA-PARTILHA.
           IF WS-PTL-EXISTE = 0
               DISPLAY "TITULO SEM PARTILHA DE RECEITA" AT LINE 11
                   COL 36
           ELSE
               DELETE ARQ-PARTILHA RECORD
               MOVE "PARTILHA" TO WS-AUD-OPERACAO
               MOVE SPACES TO WS-AUD-CHAVE
               MOVE WS-CON-ID TO WS-AUD-CHAVE(1:5)
               MOVE "MARCA DE PARTILHA RETIRADA" TO WS-AUD-DETALHE
               CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
                   WS-AUD-CHAVE WS-AUD-DETALHE
               DISPLAY "MARCA DE PARTILHA RETIRADA" AT LINE 11 COL 36
           END-IF.

      * Agenda de alteracao de preco e/ou categoria do titulo com data
      * de vigencia (agenda.dat, um registro por titulo e data). O
      * CATALOGO aplica na madrugada da vigencia e lista a alteracao
      * no relatorio da manha. Repetir titulo e data com preco e
      * categoria vazios cancela o agendamento pendente.
       AGENDAR-ALTERACAO.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE 31 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           DISPLAY "FILME-ID: " AT LINE 1 COL 36.
           ACCEPT WS-CON-ID AT LINE 1 COL 46.
           MOVE SPACES TO WS-DVF-TITULO.
           OPEN INPUT ARQ-ESTOQUE.
           IF WS-FILESTATUS = 0
               MOVE WS-CON-ID TO FILME-ID
               READ ARQ-ESTOQUE
                   NOT INVALID KEY
                       IF FILME-FILIAL = WS-FILIAL-ATUAL
                           MOVE FILME-TITULO TO WS-DVF-TITULO
                           MOVE FILME-PRECO TO WS-AGE-PRECO-ATUAL
                           MOVE FILME-CATEGORIA TO WS-AGE-CATEG-ATUAL
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-ESTOQUE.
           IF WS-DVF-TITULO = SPACES
               DISPLAY "FILME NAO CADASTRADO NESTA FILIAL" AT LINE 11
                   COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           DISPLAY WS-DVF-TITULO AT LINE 1 COL 52.
           DISPLAY "ATUAL: PRECO " AT LINE 2 COL 36.
           MOVE WS-AGE-PRECO-ATUAL TO WS-VALOR-ED.
           DISPLAY WS-VALOR-ED AT LINE 2 COL 49.
           DISPLAY " CATEGORIA " AT LINE 2 COL 58.
           DISPLAY WS-AGE-CATEG-ATUAL AT LINE 2 COL 69.

           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           DISPLAY "VIGENCIA (AAAAMMDD): " AT LINE 3 COL 36.
           ACCEPT WS-AGE-VIGENCIA AT LINE 3 COL 57.
           MOVE 0 TO WS-DVF-OK.
           IF WS-AGE-VIGENCIA IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-AGE-VIGENCIA) = 0
                   AND WS-AGE-VIGENCIA > WS-HOJE-NUM
                   MOVE 1 TO WS-DVF-OK
               END-IF
           END-IF.
           IF WS-DVF-OK = 0
               DISPLAY "VIGENCIA INVALIDA (SOMENTE DATA FUTURA)"
                   AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.

           OPEN I-O ARQ-AGENDA.
           IF WS-FS-AGE = 35
               CLOSE ARQ-AGENDA
               OPEN OUTPUT ARQ-AGENDA
               CLOSE ARQ-AGENDA
               OPEN I-O ARQ-AGENDA
           END-IF.
           IF WS-FS-AGE <> 0
               DISPLAY "ERRO NO ARQUIVO DE AGENDA: " AT LINE 11 COL 36
               DISPLAY WS-FS-AGE AT LINE 11 COL 63
               CLOSE ARQ-AGENDA
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           MOVE 0 TO WS-AGE-EXISTE.
           MOVE WS-CON-ID TO AGE-FILME-ID.
           MOVE WS-AGE-VIGENCIA TO AGE-VIGENCIA.
           READ ARQ-AGENDA WITH LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-AGE-EXISTE
           END-READ.
           IF WS-FS-AGE = 51
               DISPLAY "AGENDA EM USO EM OUTRO TERMINAL" AT LINE 11
                   COL 36
               CLOSE ARQ-AGENDA
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           IF WS-AGE-EXISTE = 1 AND AGE-SITUACAO = "P"
               DISPLAY "AGENDADO: PRECO " AT LINE 4 COL 36
               MOVE AGE-PRECO TO WS-VALOR-ED
               DISPLAY WS-VALOR-ED AT LINE 4 COL 52
               DISPLAY " CATEGORIA " AT LINE 4 COL 61
               DISPLAY AGE-CATEGORIA AT LINE 4 COL 72
           END-IF.
           IF WS-AGE-EXISTE = 1 AND AGE-SITUACAO = "A"
               DISPLAY "ALTERACAO DESTA DATA JA APLICADA" AT LINE 11
                   COL 36
               CLOSE ARQ-AGENDA
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.

           DISPLAY "NOVO PRECO (VAZIO = MANTEM): " AT LINE 5 COL 36.
           MOVE SPACES TO WS-DVF-VALOR-X.
           ACCEPT WS-DVF-VALOR-X AT LINE 5 COL 65.
           MOVE 0 TO WS-AGE-PRECO.
           IF WS-DVF-VALOR-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DVF-VALOR-X) TO WS-AGE-PRECO
           END-IF.
           DISPLAY "NOVA CATEGORIA (VAZIO = MANTEM): " AT LINE 6
               COL 36.
           MOVE SPACES TO WS-AGE-CATEGORIA.
           ACCEPT WS-AGE-CATEGORIA AT LINE 6 COL 69.
           IF WS-AGE-CATEGORIA = WS-AGE-CATEG-ATUAL
               MOVE SPACES TO WS-AGE-CATEGORIA
           END-IF.

           IF WS-AGE-PRECO = 0 AND WS-AGE-CATEGORIA = SPACES
               IF WS-AGE-EXISTE = 1 AND AGE-SITUACAO = "P"
                   MOVE "C" TO AGE-SITUACAO
                   MOVE WS-SES-OPERADOR TO AGE-OPERADOR
                   REWRITE AGENDA-REC
                   MOVE "AGENDAR" TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   MOVE AGE-CHAVE TO WS-AUD-CHAVE(1:13)
                   MOVE "AGENDAMENTO CANCELADO" TO WS-AUD-DETALHE
                   CALL "AUDITLOG" USING WS-AUD-PROGRAMA
                       WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DETALHE
                   DISPLAY "AGENDAMENTO CANCELADO" AT LINE 11 COL 36
               ELSE
                   DISPLAY "NADA A AGENDAR" AT LINE 11 COL 36
               END-IF
               CLOSE ARQ-AGENDA
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.

           IF WS-AGE-EXISTE = 0
               MOVE SPACES TO AGENDA-REC
               MOVE WS-CON-ID TO AGE-FILME-ID
               MOVE WS-AGE-VIGENCIA TO AGE-VIGENCIA
           END-IF.
           MOVE WS-FILIAL-ATUAL TO AGE-FILIAL.
           MOVE WS-DVF-TITULO TO AGE-TITULO.
           MOVE WS-AGE-PRECO TO AGE-PRECO.
           MOVE WS-AGE-CATEGORIA TO AGE-CATEGORIA.
           MOVE "P" TO AGE-SITUACAO.
           MOVE WS-SES-OPERADOR TO AGE-OPERADOR.
           MOVE WS-HOJE-AAAAMMDD TO AGE-DATA-REG.
           MOVE SPACES TO AGE-DATA-APLIC.
           MOVE 0 TO AGE-PRECO-ANT.
           MOVE SPACES TO AGE-CATEG-ANT.
           IF WS-AGE-EXISTE = 1
               REWRITE AGENDA-REC
           ELSE
               WRITE AGENDA-REC
           END-IF.
           CLOSE ARQ-AGENDA.

           MOVE "AGENDAR" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           MOVE WS-CON-ID TO WS-AUD-CHAVE(1:5).
           MOVE WS-AGE-VIGENCIA TO WS-AUD-CHAVE(6:8).
           MOVE WS-AGE-PRECO TO WS-VALOR-ED.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "PRECO " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               " CATEGORIA " DELIMITED BY SIZE
               WS-AGE-CATEGORIA DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "ALTERACAO AGENDADA" AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO ESTOQUE.

      * Venda de seminovo no balcao: escolhe o exemplar ("D" na
      * prateleira ou "S" separado para venda), sugere o preco pela
      * reposicao da tarifa (ou pelo preco do titulo), recebe o
      * dinheiro com recibo numerado tipo "V" (entra no caixa e no
      * fechamento em linha propria), baixa FILME-QTD e marca o
      * exemplar como vendido.
       VENDER-SEMINOVO.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           DISPLAY "FILME-ID: " AT LINE 1 COL 36.
           ACCEPT WS-VEN-ID AT LINE 1 COL 46.
           DISPLAY "EXEMPLAR (SEQ): " AT LINE 2 COL 36.
           ACCEPT WS-VEN-SEQ AT LINE 2 COL 52.

           OPEN I-O ARQ-EXEMPLARES.
           IF WS-FS-EX <> 0
               DISPLAY "NENHUM EXEMPLAR REGISTRADO" AT LINE 11 COL 36
               CLOSE ARQ-EXEMPLARES
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           MOVE WS-VEN-ID TO EX-FILME-ID.
           MOVE WS-VEN-SEQ TO EX-SEQ.
           READ ARQ-EXEMPLARES WITH LOCK
               INVALID KEY
                   DISPLAY "EXEMPLAR NAO CADASTRADO" AT LINE 11 COL 36
                   CLOSE ARQ-EXEMPLARES
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO ESTOQUE.
           IF EX-CONDICAO NOT = "D" AND EX-CONDICAO NOT = "S"
               DISPLAY "EXEMPLAR NAO ESTA A VENDA NEM NA PRATELEIRA"
                   AT LINE 11 COL 36
               CLOSE ARQ-EXEMPLARES
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           MOVE EX-CONDICAO TO WS-COND-ANT.

           OPEN INPUT ARQ-ESTOQUE.
           IF WS-FILESTATUS <> 0
               CLOSE ARQ-ESTOQUE
               CLOSE ARQ-EXEMPLARES
               GO TO ERROARQ.
           MOVE WS-VEN-ID TO FILME-ID.
           READ ARQ-ESTOQUE INTO WS-FILME
               INVALID KEY
                   DISPLAY "FILME NAO CADASTRADO" AT LINE 11 COL 36
                   CLOSE ARQ-ESTOQUE
                   CLOSE ARQ-EXEMPLARES
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO ESTOQUE.
           CLOSE ARQ-ESTOQUE.

           PERFORM SUGERE-PRECO-VENDA THRU SUGERE-PRECO-VENDA-FIM.
           MOVE WS-VEN-SUGERIDO TO WS-VALOR-ED.
           DISPLAY "TITULO: " AT LINE 3 COL 36.
           DISPLAY WS-FILME-TITULO AT LINE 3 COL 44.
           DISPLAY "PRECO SUGERIDO: " AT LINE 4 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 4 COL 52.
           DISPLAY "PRECO DE VENDA (0 = SUGERIDO): " AT LINE 5 COL 36.
           ACCEPT WS-VEN-PRECO AT LINE 5 COL 67.
           IF WS-VEN-PRECO = 0
               MOVE WS-VEN-SUGERIDO TO WS-VEN-PRECO
           END-IF.
           DISPLAY "CPF DO COMPRADOR (ENTER = SEM): " AT LINE 6
               COL 36.
           ACCEPT WS-VEN-CPF AT LINE 6 COL 69.
           PERFORM ESCOLHE-FORMA THRU ESCOLHE-FORMA-FIM.

           PERFORM GET_PROX_RECIBO.
           IF WS-PROX-RECIBO = 0
               CLOSE ARQ-EXEMPLARES
               GO TO REGISTRO-EM-USO.

           MOVE "V" TO EX-CONDICAO.
           MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO EXEMPLAR
           REWRITE EXEMPLAR.
           CLOSE ARQ-EXEMPLARES.

      * Exemplar vindo da prateleira sai do acervo agora; o separado
      * para venda ja tinha saido de QTD/DISP na separacao.
           IF WS-COND-ANT = "D"
               OPEN I-O ARQ-ESTOQUE
               IF WS-FILESTATUS = 0
                   MOVE WS-VEN-ID TO FILME-ID
                   READ ARQ-ESTOQUE WITH LOCK
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF FILME-QTD > 0
                               SUBTRACT 1 FROM FILME-QTD
                           END-IF
                           IF FILME-DISP > 0
                               SUBTRACT 1 FROM FILME-DISP
                           END-IF
                           MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                           MOVE "A" TO WS-JRN-OPERACAO
                           CALL "JORNAL" USING WS-JRN-PROGRAMA
                               WS-JRN-ARQUIVO WS-JRN-OPERACAO FILME
                           REWRITE FILME
                   END-READ
               END-IF
               CLOSE ARQ-ESTOQUE
           END-IF.

           PERFORM REGISTRA-VENDA THRU REGISTRA-VENDA-FIM.

           MOVE "VENDER" TO WS-AUD-OPERACAO.
           MOVE WS-FILME-TITULO TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "SEMINOVO EX " DELIMITED BY SIZE
               WS-VEN-SEQ DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-VEN-PRECO DELIMITED BY SIZE
               " RECIBO " DELIMITED BY SIZE
               WS-PROX-RECIBO DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.

           DISPLAY "VENDA REGISTRADA. RECIBO NR: " AT LINE 11 COL 36.
           DISPLAY WS-PROX-RECIBO AT LINE 11 COL 65.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO ESTOQUE.

      * Preco sugerido: reposicao da tarifa base da filial; sem
      * tarifa, o preco de diaria do titulo.
       SUGERE-PRECO-VENDA.
           MOVE WS-FILME-PRECO TO WS-VEN-SUGERIDO.
           OPEN INPUT ARQ-TARIFAS.
           IF WS-FS-TAR <> 0
               CLOSE ARQ-TARIFAS
               GO TO SUGERE-PRECO-VENDA-FIM
           END-IF.
           MOVE WS-FILIAL-ATUAL TO PAG-FILIAL.
           MOVE WS-SES-OPERADOR TO PAG-OPERADOR.
           MOVE "V" TO PAG-TIPO.
           MOVE WS-FORMA-PAG TO PAG-FORMA.
           MOVE WS-FORMA-PAG2 TO PAG-FORMA2.
           MOVE WS-VALOR-FORMA2 TO PAG-VALOR2.
           MOVE "PAGAMENTOS" TO WS-JRN-ARQUIVO
           MOVE "I" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO PAGAMENTO
           WRITE PAGAMENTO.
           CLOSE ARQ-PAGAMENTOS.
           SUBTRACT WS-VALOR-FORMA2 FROM WS-VEN-PRECO
               GIVING WS-VALOR-FORMA1.
           MOVE 0 TO WS-VALOR-DINHEIRO.
           IF WS-FORMA-PAG = "D"
               ADD WS-VALOR-FORMA1 TO WS-VALOR-DINHEIRO
           END-IF.
           IF WS-FORMA-PAG2 = "D"
               ADD WS-VALOR-FORMA2 TO WS-VALOR-DINHEIRO
           END-IF.
           PERFORM POSTA-CAIXA-VENDA THRU POSTA-CAIXA-VENDA-FIM.
           PERFORM IMPRIME-RECIBO-VENDA THRU IMPRIME-RECIBO-VENDA-FIM.
       REGISTRA-VENDA-FIM.
                       COL 36
               NOT INVALID KEY
                   IF CX-STATUS = "A"
                       ADD WS-VALOR-DINHEIRO TO CX-RECEBIDO
                       REWRITE CAIXA-REC
                   ELSE
                       DISPLAY "ATENCAO: CAIXA JA FECHADO" AT LINE 10
           MOVE ALL "-" TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING WS-LF-NOME DELIMITED BY SIZE
               " CNPJ " DELIMITED BY SIZE
               WS-LF-CNPJ DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING WS-LF-ENDERECO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LF-CIDADE DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "RECIBO NR " DELIMITED BY SIZE
               WS-PROX-RECIBO DELIMITED BY SIZE
               "  VENDA SEMINOVO  " DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-FORMA-PAG TO WS-FORMA-COD.
           PERFORM DESCREVE-FORMA.
           MOVE WS-VALOR-FORMA1 TO WS-VALOR-ED.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "FORMA: " DELIMITED BY SIZE
               WS-FORMA-DESC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           IF WS-FORMA-PAG2 NOT = SPACE
               MOVE WS-FORMA-PAG2 TO WS-FORMA-COD
               PERFORM DESCREVE-FORMA
               MOVE WS-VALOR-FORMA2 TO WS-VALOR-ED
               STRING " / " DELIMITED BY SIZE
                   WS-FORMA-DESC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   INTO RECIBO-LINHA(33:28)
           END-IF.
           WRITE RECIBO-LINHA.
           CLOSE ARQ-RECIBO.
       IMPRIME-RECIBO-VENDA-FIM.
           EXIT.

      * Forma de pagamento da venda (D=dinheiro C=cartao P=PIX
      * Q=cheque), com a opcao de dividir o preco em duas formas:
      * WS-VALOR-FORMA2 vai na segunda e o restante na primeira.
       ESCOLHE-FORMA.
           MOVE SPACE TO WS-FORMA-PAG2.
           MOVE 0 TO WS-VALOR-FORMA2.
           MOVE 0 TO WS-FORMA-OK.
           PERFORM UNTIL WS-FORMA-OK = 1
               DISPLAY "FORMA (D=DINHEIRO C=CARTAO P=PIX Q=CHEQUE): "
                   AT LINE 7 COL 36
               ACCEPT WS-FORMA-COD AT LINE 7 COL 81
               PERFORM VALIDA-FORMA
           END-PERFORM.
           MOVE WS-FORMA-COD TO WS-FORMA-PAG.
      * Abaixo de 0,02 nao ha como dividir em duas partes.
           IF WS-VEN-PRECO < 0.02
               GO TO ESCOLHE-FORMA-FIM
           END-IF.
           DISPLAY "DIVIDIR EM DUAS FORMAS (S/N)? " AT LINE 8 COL 36.
           ACCEPT WS-FORMA-RESP AT LINE 8 COL 66.
           IF WS-FORMA-RESP NOT = "S" AND WS-FORMA-RESP NOT = "s"
               GO TO ESCOLHE-FORMA-FIM
           END-IF.
           MOVE 0 TO WS-FORMA-OK.
           PERFORM UNTIL WS-FORMA-OK = 1
               DISPLAY "SEGUNDA FORMA: " AT LINE 9 COL 36
               ACCEPT WS-FORMA-COD AT LINE 9 COL 51
               PERFORM VALIDA-FORMA
               IF WS-FORMA-COD = WS-FORMA-PAG
                   MOVE 0 TO WS-FORMA-OK
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-FORMA-OK.
           PERFORM UNTIL WS-FORMA-OK = 1
               DISPLAY "VALOR NA SEGUNDA FORMA: " AT LINE 10 COL 36
               ACCEPT WS-VALOR-FORMA2 AT LINE 10 COL 60
               IF WS-VALOR-FORMA2 < WS-VEN-PRECO
                   MOVE 1 TO WS-FORMA-OK
               END-IF
           END-PERFORM.
      * Valor zerado (ou em branco) desiste da divisao.
           IF WS-VALOR-FORMA2 = 0
               GO TO ESCOLHE-FORMA-FIM
           END-IF.
           MOVE WS-FORMA-COD TO WS-FORMA-PAG2.
       ESCOLHE-FORMA-FIM.
           EXIT.

       VALIDA-FORMA.
           MOVE 0 TO WS-FORMA-OK.
           EVALUATE WS-FORMA-COD
               WHEN "d"
                   MOVE "D" TO WS-FORMA-COD
               WHEN "c"
                   MOVE "C" TO WS-FORMA-COD
               WHEN "p"
                   MOVE "P" TO WS-FORMA-COD
               WHEN "q"
                   MOVE "Q" TO WS-FORMA-COD
           END-EVALUATE.
           IF WS-FORMA-COD = "D" OR WS-FORMA-COD = "C"
               OR WS-FORMA-COD = "P" OR WS-FORMA-COD = "Q"
               MOVE 1 TO WS-FORMA-OK
           END-IF.

       DESCREVE-FORMA.
           EVALUATE WS-FORMA-COD
               WHEN "C"
                   MOVE "CARTAO" TO WS-FORMA-DESC
               WHEN "P"
                   MOVE "PIX" TO WS-FORMA-DESC
               WHEN "Q"
                   MOVE "CHEQUE" TO WS-FORMA-DESC
               WHEN OTHER
                   MOVE "DINHEIRO" TO WS-FORMA-DESC
           END-EVALUATE.

       GET_PROX_RECIBO.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS-CONT = 35
           MOVE CONT-ULTIMO TO WS-PROX-RECIBO.
           CLOSE ARQ-CONTADOR.

      * Sugestoes de remanejamento geradas pelo REMANEJA: o
      * supervisor aprova todas ou uma; cada aprovada vira uma
      * transferencia da filial de origem para a de destino, igual
      * a TRANSFERIR, e fica aguardando a confirmacao no destino.
      * Se a origem ja nao tem o disponivel sugerido (ou o registro
      * esta em uso, ou o destino fechou) a sugestao fica pendente.
       APROVAR-REMANEJAMENTO.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE 39 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           OPEN I-O ARQ-REMANEJA.
           IF WS-FS-RMJ <> 0
               DISPLAY "NENHUMA SUGESTAO DE REMANEJAMENTO"
                   AT LINE 11 COL 36
               CLOSE ARQ-REMANEJA
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ESTOQUE.
           MOVE "REMANEJAMENTOS PENDENTES" TO WS-REL-TITULO.
           PERFORM CABECALHO-PAGINA.
           MOVE 3 TO WS-LA.
           MOVE 0 TO WS-RMJ-PENDENTES.
           MOVE 0 TO RMJ-ID.
           MOVE 0 TO WS-RMJ-EOF.
           START ARQ-REMANEJA KEY IS NOT LESS THAN RMJ-ID
               INVALID KEY MOVE 1 TO WS-RMJ-EOF.
           PERFORM UNTIL WS-RMJ-EOF = 1
               READ ARQ-REMANEJA NEXT
                   AT END MOVE 1 TO WS-RMJ-EOF
                   NOT AT END
                       IF RMJ-SITUACAO = "S"
                           PERFORM LISTA-REMANEJAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-RMJ-EOF.
           IF WS-RMJ-PENDENTES = 0
               DISPLAY "NENHUMA SUGESTAO PENDENTE" AT LINE WS-LA
                   COL 36
               CLOSE ARQ-REMANEJA
               ADD 1 TO WS-LA
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36
               ACCEPT WS-LIXO AT LINE WS-LA COL 62
               SET WS-LA TO 1
               GO TO ESTOQUE.
           ADD 1 TO WS-LA.
           DISPLAY "APROVAR (T=TODAS, NR=UMA, ENTER=FIM): "
               AT LINE WS-LA COL 36.
           MOVE SPACES TO WS-RMJ-RESP.
           ACCEPT WS-RMJ-RESP AT LINE WS-LA COL 75.
           MOVE 0 TO WS-RMJ-FEITAS.
           MOVE 0 TO WS-RMJ-PULADAS.
           IF WS-RMJ-RESP = "T" OR WS-RMJ-RESP = "t"
               PERFORM APROVA-TODAS-REMANEJA
           ELSE
               IF WS-RMJ-RESP NOT = SPACES
                   PERFORM APROVA-UMA-REMANEJA
               END-IF
           END-IF.
           CLOSE ARQ-REMANEJA.
           IF WS-RMJ-RESP = SPACES
               SET WS-LA TO 1
               GO TO ESTOQUE.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.
           DISPLAY "APROVADAS: " AT LINE WS-LA COL 36.
           DISPLAY WS-RMJ-FEITAS AT LINE WS-LA COL 47.
           DISPLAY " PENDENTES (SEM DISP/EM USO): " AT LINE WS-LA
               COL 51.
           DISPLAY WS-RMJ-PULADAS AT LINE WS-LA COL 81.
           ADD 1 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           SET WS-LA TO 1.
           GO TO ESTOQUE.

       LISTA-REMANEJAMENTO.
           ADD 1 TO WS-RMJ-PENDENTES.
           DISPLAY RMJ-ID AT LINE WS-LA COL 36.
           DISPLAY RMJ-TITULO AT LINE WS-LA COL 43.
           DISPLAY RMJ-QTD AT LINE WS-LA COL 64.
           DISPLAY RMJ-ORIGEM AT LINE WS-LA COL 67.
           DISPLAY "->" AT LINE WS-LA COL 72.
           DISPLAY RMJ-DESTINO AT LINE WS-LA COL 75.
           DISPLAY " FILA " AT LINE WS-LA COL 79.
           DISPLAY RMJ-FILA-DESTINO AT LINE WS-LA COL 85.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.

       APROVA-TODAS-REMANEJA.
           MOVE 0 TO RMJ-ID.
           MOVE 0 TO WS-RMJ-EOF.
           START ARQ-REMANEJA KEY IS NOT LESS THAN RMJ-ID
               INVALID KEY MOVE 1 TO WS-RMJ-EOF.
           PERFORM UNTIL WS-RMJ-EOF = 1
               READ ARQ-REMANEJA NEXT WITH LOCK
                   AT END MOVE 1 TO WS-RMJ-EOF
                   NOT AT END
                       IF RMJ-SITUACAO = "S"
                           PERFORM EFETIVA-REMANEJAMENTO THRU
                               EFETIVA-REMANEJAMENTO-FIM
                       END-IF
               END-READ
               IF WS-FS-RMJ = 51
                   ADD 1 TO WS-RMJ-PULADAS
                   MOVE 1 TO WS-RMJ-EOF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-RMJ-EOF.

       APROVA-UMA-REMANEJA.
           MOVE FUNCTION NUMVAL(WS-RMJ-RESP) TO WS-RMJ-NR.
           MOVE WS-RMJ-NR TO RMJ-ID.
           READ ARQ-REMANEJA WITH LOCK
               INVALID KEY MOVE SPACES TO RMJ-SITUACAO
           END-READ.
           IF WS-FS-RMJ = 51
               ADD 1 TO WS-RMJ-PULADAS
           ELSE
               IF RMJ-SITUACAO = "S"
                   PERFORM EFETIVA-REMANEJAMENTO THRU
                       EFETIVA-REMANEJAMENTO-FIM
               ELSE
                   ADD 1 TO WS-LA
                   DISPLAY "SUGESTAO NAO PENDENTE: " AT LINE WS-LA
                       COL 36
                   DISPLAY WS-RMJ-NR AT LINE WS-LA COL 59
               END-IF
           END-IF.

      * Transferencia da sugestao corrente em REMANEJA-REC.
       EFETIVA-REMANEJAMENTO.
           MOVE 0 TO WS-RMJ-OK.
           CALL "LEFILIAL" USING RMJ-DESTINO WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-LF-SITUACAO NOT = "A"
               GO TO EFETIVA-REMANEJAMENTO-FIM
           END-IF.
           OPEN I-O ARQ-ESTOQUE.
           IF WS-FILESTATUS <> 0
               CLOSE ARQ-ESTOQUE
               GO TO EFETIVA-REMANEJAMENTO-FIM
           END-IF.
           MOVE RMJ-TITULO TO WS-TITULO-BUSCA.
           PERFORM ACHA-FILME-ORIGEM-TRAVA THRU
               ACHA-FILME-ORIGEM-TRAVA-FIM.
           IF WS-FILESTATUS = 51 OR WS-ACHOU-FILME = 0
               OR RMJ-QTD > WS-FILME-DISP
               CLOSE ARQ-ESTOQUE
               GO TO EFETIVA-REMANEJAMENTO-FIM
           END-IF.
           PERFORM GET_PROX_TRANSFER.
           IF WS-PROX-TRF = 0
               CLOSE ARQ-ESTOQUE
               GO TO EFETIVA-REMANEJAMENTO-FIM
           END-IF.
           SUBTRACT RMJ-QTD FROM WS-FILME-QTD.
           SUBTRACT RMJ-QTD FROM WS-FILME-DISP.
           MOVE WS-FILME-ID TO FILME-ID.
           MOVE WS-FILME-QTD TO FILME-QTD.
           MOVE WS-FILME-DISP TO FILME-DISP.
           MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO FILME
           REWRITE FILME.
           MOVE WS-FILME-ID TO WS-EX-FILME-ID.
           MOVE RMJ-QTD TO WS-EX-QTD.
           MOVE "T" TO WS-EX-MODO.
           PERFORM TRATA-EXEMPLARES THRU TRATA-EXEMPLARES-FIM.
           CLOSE ARQ-ESTOQUE.

           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           OPEN I-O ARQ-TRANSFER.
           IF WS-FS-TRF = 35
               CLOSE ARQ-TRANSFER
               OPEN OUTPUT ARQ-TRANSFER
               CLOSE ARQ-TRANSFER
               OPEN I-O ARQ-TRANSFER
           END-IF.
           MOVE SPACES TO TRANSFER-REC.
           MOVE WS-PROX-TRF TO TRF-ID.
           MOVE WS-HOJE-AAAAMMDD TO TRF-DATA.
           MOVE WS-FILME-TITULO TO TRF-TITULO.
           MOVE RMJ-QTD TO TRF-QTD.
           MOVE RMJ-ORIGEM TO TRF-ORIGEM.
           MOVE RMJ-DESTINO TO TRF-DESTINO.
           MOVE WS-FILME-CATEGORIA TO TRF-CATEGORIA.
           MOVE WS-FILME-PRECO TO TRF-PRECO.
           MOVE WS-FILME-LANCAMENTO TO TRF-LANCAMENTO.
           MOVE WS-FILME-CENSURA TO TRF-CENSURA.
           MOVE "P" TO TRF-STATUS.
           MOVE SPACES TO TRF-DATA-CONF.
           WRITE TRANSFER-REC.
           CLOSE ARQ-TRANSFER.

           MOVE "A" TO RMJ-SITUACAO.
           MOVE WS-PROX-TRF TO RMJ-TRF-ID.
           MOVE WS-SES-OPERADOR TO RMJ-APROVADOR.
           MOVE WS-HOJE-AAAAMMDD TO RMJ-DATA-APROV.
           REWRITE REMANEJA-REC.
           MOVE 1 TO WS-RMJ-OK.

           MOVE "REMANEJAR" TO WS-AUD-OPERACAO.
           MOVE RMJ-TITULO TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "SUG " DELIMITED BY SIZE
               RMJ-ID DELIMITED BY SIZE
               " QTD " DELIMITED BY SIZE
               RMJ-QTD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RMJ-ORIGEM DELIMITED BY SIZE
               "->" DELIMITED BY SIZE
               RMJ-DESTINO DELIMITED BY SIZE
               " TRF " DELIMITED BY SIZE
               WS-PROX-TRF DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
       EFETIVA-REMANEJAMENTO-FIM.
           IF WS-RMJ-OK = 1
               ADD 1 TO WS-RMJ-FEITAS
           ELSE
               ADD 1 TO WS-RMJ-PULADAS
           END-IF.

      * Como ACHA-FILME-LOCAL-TRAVA, na filial de origem da sugestao.
       ACHA-FILME-ORIGEM-TRAVA.
           MOVE 0 TO WS-ACHOU-FILME.
           MOVE WS-TITULO-BUSCA TO FILME-TITULO.
           SET ARQ-EOF TO 0.
           START ARQ-ESTOQUE KEY IS NOT LESS THAN FILME-TITULO
               INVALID KEY SET ARQ-EOF TO 1.
           PERFORM UNTIL ARQ-EOF = 1 OR WS-ACHOU-FILME = 1
               READ ARQ-ESTOQUE NEXT INTO WS-FILME WITH LOCK
                   AT END SET ARQ-EOF TO 1
                   NOT AT END
                       IF WS-FILME-TITULO NOT = WS-TITULO-BUSCA
                           SET ARQ-EOF TO 1
                       ELSE
                           IF WS-FILME-FILIAL = RMJ-ORIGEM
                               MOVE 1 TO WS-ACHOU-FILME
                           END-IF
                       END-IF
               END-READ
               IF WS-FILESTATUS = 51
                   SET ARQ-EOF TO 1
               END-IF
           END-PERFORM.
           SET ARQ-EOF TO 0.
       ACHA-FILME-ORIGEM-TRAVA-FIM.
           EXIT.

      * Paginacao das listagens: pagina cheia para com "CONTINUA"
      * e segue com o cabecalho redesenhado.
       QUEBRA-PAGINA.
           MOVE CONT-ULTIMO TO WS-PROX-TRF.
           CLOSE ARQ-CONTADOR.

       GET_PROX_DEVFORN.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS-CONT = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE "DEVFORN" TO CONT-TIPO.
           PERFORM LE-CONTADOR-TRAVA THRU LE-CONTADOR-TRAVA-FIM.
           EVALUATE WS-FS-CONT
               WHEN 0
                   ADD 1 TO CONT-ULTIMO
                   REWRITE CONTADOR-REC
               WHEN 23
                   MOVE 1 TO CONT-ULTIMO
                   WRITE CONTADOR-REC
               WHEN OTHER
                   DISPLAY "CONTADOR EM USO - TENTE NOVAMENTE"
                       AT LINE 11 COL 36
                   MOVE 0 TO CONT-ULTIMO
           END-EVALUATE.
           MOVE CONT-ULTIMO TO WS-PROX-DVF.
           CLOSE ARQ-CONTADOR.

       GET_PROX_PAGAR.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS-CONT = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE "PAGAR" TO CONT-TIPO.
           PERFORM LE-CONTADOR-TRAVA THRU LE-CONTADOR-TRAVA-FIM.
           EVALUATE WS-FS-CONT
               WHEN 0
                   ADD 1 TO CONT-ULTIMO
                   REWRITE CONTADOR-REC
               WHEN 23
                   MOVE 1 TO CONT-ULTIMO
                   WRITE CONTADOR-REC
               WHEN OTHER
                   DISPLAY "CONTADOR EM USO - TENTE NOVAMENTE"
                       AT LINE 11 COL 36
                   MOVE 0 TO CONT-ULTIMO
           END-EVALUATE.
           MOVE CONT-ULTIMO TO WS-PROX-CP.
           CLOSE ARQ-CONTADOR.

      * Leitura do contador com trava; com o registro em uso por
      * outro terminal, aguarda e tenta de novo.
       LE-CONTADOR-TRAVA.
