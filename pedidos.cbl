      * exemplares e soma em FILME-QTD/DISP como a importacao faz.
      * O relatorio de pedidos em aberto mostra pedido x recebido
      * por titulo para cobrar o distribuidor.
      * Todo pedido tem um fornecedor ativo de fornecedores.dat. No
      * recebimento informa-se a nota fiscal do fornecedor, o custo e
      * as parcelas (sugeridas pela condicao de pagamento do
      * fornecedor), que viram titulos a pagar em pagar.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDOS.
           ASSIGN TO WS-NOME-IMPRESSO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS5.
       SELECT ARQ-FORNECEDORES
           ASSIGN TO "./fornecedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FOR-CODIGO
           ALTERNATE KEY IS FOR-CNPJ
           FILE STATUS IS WS-FS6.
       SELECT ARQ-PAGAR
           ASSIGN TO "./pagar.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           ALTERNATE KEY IS CP-FORNECEDOR WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS7.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDOS.
           05 PED-PRECO PIC 9(04)V99.
           05 PED-LANCAMENTO PIC X(01).
           05 PED-CENSURA PIC X(02).
           05 PED-FORNECEDOR PIC 9(05).
           05 PED-CUSTO PIC 9(03)V99.
       FD ARQ-ESTOQUE.
       01 FILME.
           05 FILME-ID PIC 9(05).
               10 EX-SEQ PIC 9(03).
           05 EX-AQUISICAO PIC X(08).
           05 EX-CONDICAO PIC X(01).
           05 EX-CUSTO PIC 9(05)V99.
           05 EX-FORMATO PIC X(01).
           05 FILLER PIC X(02).
       FD ARQ-IMPRESSO.
       01 IMPRESSO-LINHA PIC X(99).
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

       WORKING-STORAGE SECTION.
            01 WS-OPTION PIC 9(01).
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 WS-FS5 PIC 99.
            77 WS-FS6 PIC 99.
            77 WS-FS7 PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-LA PIC 99 VALUE 2.
            01 WS-FILIAL-ATUAL PIC X(04) VALUE SPACES.
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-PED-QTD PIC 9(02).
            77 WS-PED-CAT PIC X(10).
            77 WS-PED-PRECO PIC 9(04)V99.
            77 WS-PED-CUSTO PIC 9(03)V99.
            77 WS-PED-LANC PIC X(01).
            77 WS-PED-CENS PIC X(02).
            77 WS-REC-AGORA PIC 9(02).
            77 WS-EX-FILME-ID PIC 9(05).
            77 WS-EX-QTD PIC 9(02).
            77 WS-EX-MAX-SEQ PIC 9(03).
            77 WS-EX-CUSTO PIC 9(05)V99.
            77 WS-EX-FORMATO PIC X(01) VALUE "D".
            77 WS-FMT-OK PIC 9 VALUE 0.
            77 WS-ENTRA-OK PIC 9 VALUE 0.
            77 WS-PED-FORNECEDOR PIC 9(05).
            77 WS-FOR-OK PIC 9 VALUE 0.
            77 WS-FOR-NOME PIC X(30).
            77 WS-FOR-CNPJ PIC X(14).
            77 WS-FOR-PRAZO PIC 9(03).
            77 WS-FOR-PARCELAS PIC 9(02).
            77 WS-FOR-INTERVALO PIC 9(03).
            77 WS-REC-TOTAL PIC 9(04).
            77 WS-NF-NUMERO PIC X(10).
            77 WS-NF-VALOR-X PIC X(10).
            77 WS-NF-VALOR PIC 9(07)V99.
            77 WS-NF-PARCELAS PIC 9(02).
            77 WS-NF-PARC-VAL PIC 9(07)V99.
            77 WS-NF-RESTO PIC 9(07)V99.
            77 WS-NF-I PIC 9(02).
            77 WS-NF-VENC-X PIC X(08).
            77 WS-NF-VENC-NUM PIC 9(08).
            77 WS-NF-VENC-TST PIC 9(08).
            77 WS-NF-VENC-DIA PIC 9(07).
            77 WS-NF-VALOR-ED PIC ZZZZZZ9.99.
            77 WS-PROX-PAGAR PIC 9(06).
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "PEDIDOS".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).
       SCREEN SECTION.
       01 PEDIDOS-SCREEN.
            02 BLANK SCREEN.
           IF WS-FILIAL-ATUAL = SPACES
               PERFORM DEFINIR-FILIAL
           END-IF.
           IF WS-FILIAL-ATUAL = SPACES
               GO TO FIM
           END-IF.
           DISPLAY PEDIDOS-SCREEN.
           ACCEPT PEDIDOS-SCREEN.
           EVALUATE WS-OPTION
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

      * Abre um pedido: cabecalho no item 00 e ate 99 itens com
      * titulo, quantidade e os dados de cadastro do titulo novo.
       ABRIR.
           DISPLAY "FORNECEDOR (CODIGO): " AT LINE 1 COL 36.
           ACCEPT WS-PED-FORNECEDOR AT LINE 1 COL 57.
           PERFORM LE-FORNECEDOR.
           IF WS-FOR-OK = 0
               DISPLAY "FORNECEDOR NAO CADASTRADO OU INATIVO"
                   AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO PEDIDOS.
           DISPLAY WS-FOR-NOME AT LINE 1 COL 64.
           PERFORM GET_PROX_PEDIDO.
           IF WS-PROX-PEDIDO = 0
               DISPLAY "PEDIDO NAO GRAVADO - TENTE NOVAMENTE"
           MOVE "A" TO PED-STATUS.
           MOVE 0 TO PED-QTD.
           MOVE 0 TO PED-RECEBIDO.
           MOVE WS-PED-FORNECEDOR TO PED-FORNECEDOR.
           WRITE PEDIDO-REC.

           MOVE 1 TO WS-ITEM-I.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "PEDIDO ABERTO FILIAL " DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               " FORNEC " DELIMITED BY SIZE
               WS-PED-FORNECEDOR DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           ACCEPT WS-PED-LANC AT LINE 6 COL 54.
           DISPLAY "CENSURA (L/10/12/14/16/18): " AT LINE 7 COL 36.
           ACCEPT WS-PED-CENS AT LINE 7 COL 65.
           DISPLAY "CUSTO POR COPIA: " AT LINE 8 COL 36.
           ACCEPT WS-PED-CUSTO AT LINE 8 COL 53.
           MOVE SPACES TO PEDIDO-REC.
           MOVE WS-PROX-PEDIDO TO PED-ID.
           MOVE WS-ITEM-I TO PED-ITEM.
           MOVE 0 TO PED-RECEBIDO.
           MOVE WS-PED-CAT TO PED-CATEGORIA.
           MOVE WS-PED-PRECO TO PED-PRECO.
           IF WS-PED-CUSTO IS NUMERIC
               MOVE WS-PED-CUSTO TO PED-CUSTO
           ELSE
               MOVE 0 TO PED-CUSTO
           END-IF.
           IF WS-PED-LANC = "S" OR WS-PED-LANC = "s"
               MOVE "S" TO PED-LANCAMENTO
           ELSE
               PED-DATA DELIMITED BY SIZE
               INTO IMPRESSO-LINHA.
           WRITE IMPRESSO-LINHA.
           MOVE 0 TO WS-PED-FORNECEDOR.
           IF PED-FORNECEDOR IS NUMERIC
               MOVE PED-FORNECEDOR TO WS-PED-FORNECEDOR
           END-IF.
           PERFORM LE-FORNECEDOR.
           IF WS-FOR-NOME NOT = SPACES
               MOVE SPACES TO IMPRESSO-LINHA
               STRING "FORNECEDOR " DELIMITED BY SIZE
                   WS-PED-FORNECEDOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FOR-NOME DELIMITED BY SIZE
                   " CNPJ " DELIMITED BY SIZE
                   WS-FOR-CNPJ DELIMITED BY SIZE
                   INTO IMPRESSO-LINHA
               WRITE IMPRESSO-LINHA
           END-IF.
           PERFORM VARRE-ITENS-IMPRIME THRU VARRE-ITENS-IMPRIME-FIM.
           CLOSE ARQ-IMPRESSO.
           CLOSE ARQ-PEDIDOS.
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO PEDIDOS.
           MOVE 0 TO WS-PED-FORNECEDOR.
           IF PED-FORNECEDOR IS NUMERIC
               MOVE PED-FORNECEDOR TO WS-PED-FORNECEDOR
           END-IF.
           IF WS-PED-FORNECEDOR = 0
               DISPLAY "FORNECEDOR (CODIGO): " AT LINE 2 COL 36
               ACCEPT WS-PED-FORNECEDOR AT LINE 2 COL 57
           END-IF.
           PERFORM LE-FORNECEDOR.
           IF WS-FOR-NOME = SPACES
               DISPLAY "FORNECEDOR NAO CADASTRADO" AT LINE 11 COL 36
               CLOSE ARQ-PEDIDOS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO PEDIDOS.

           MOVE 0 TO WS-PENDENTES.
           MOVE 0 TO WS-REC-TOTAL.
           MOVE 3 TO WS-LA.
           PERFORM RECEBE-ITENS THRU RECEBE-ITENS-FIM.

           MOVE WS-PED-BUSCA TO PED-ID.
           READ ARQ-PEDIDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-PED-FORNECEDOR TO PED-FORNECEDOR
                   IF WS-PENDENTES = 0
                       MOVE "F" TO PED-STATUS
                       DISPLAY "PEDIDO TOTALMENTE RECEBIDO"
                           AT LINE WS-LA COL 36
                       ADD 1 TO WS-LA
                   END-IF
                   REWRITE PEDIDO-REC
           END-READ.
           CLOSE ARQ-PEDIDOS.
           MOVE SPACES TO WS-NF-NUMERO.
           IF WS-REC-TOTAL > 0
               PERFORM LANCA-NOTA THRU LANCA-NOTA-FIM
           END-IF.

           MOVE "RECEBER" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           MOVE WS-PED-BUSCA TO WS-AUD-CHAVE(1:6).
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "RECEBIDO - PENDENTES " DELIMITED BY SIZE
               WS-PENDENTES DELIMITED BY SIZE
               " NF " DELIMITED BY SIZE
               WS-NF-NUMERO DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           IF WS-REC-AGORA > WS-FALTA
               MOVE WS-FALTA TO WS-REC-AGORA
           END-IF.
           MOVE 0 TO WS-FMT-OK.
           PERFORM UNTIL WS-FMT-OK = 1
               DISPLAY "FORMATO (V/D/B/4): " AT LINE WS-LA COL 42
               MOVE SPACES TO WS-EX-FORMATO
               ACCEPT WS-EX-FORMATO AT LINE WS-LA COL 61
               PERFORM CONFERE-FORMATO
           END-PERFORM.
           ADD 1 TO WS-LA.
           MOVE PED-TITULO TO WS-PED-TITULO.
           MOVE PED-CATEGORIA TO WS-PED-CAT.
           MOVE PED-PRECO TO WS-PED-PRECO.
           MOVE PED-LANCAMENTO TO WS-PED-LANC.
           MOVE PED-CENSURA TO WS-PED-CENS.
           IF PED-CUSTO IS NUMERIC
               MOVE PED-CUSTO TO WS-EX-CUSTO
           ELSE
               MOVE 0 TO WS-EX-CUSTO
           END-IF.
           PERFORM ENTRADA-ESTOQUE THRU ENTRADA-ESTOQUE-FIM.
           IF WS-ENTRA-OK = 0
               DISPLAY "ENTRADA NAO GRAVADA - ITEM MANTIDO"
               GO TO RECEBE-UM-ITEM-FIM
           END-IF.
           ADD WS-REC-AGORA TO PED-RECEBIDO.
           ADD WS-REC-AGORA TO WS-REC-TOTAL.
           REWRITE PEDIDO-REC.
           IF PED-RECEBIDO < PED-QTD
               ADD 1 TO WS-PENDENTES
       RECEBE-UM-ITEM-FIM.
           EXIT.

      * Nota fiscal do fornecedor para o que entrou agora: numero,
      * valor e parcelas, com vencimentos sugeridos pela condicao de
      * pagamento (dias ate a 1a parcela e intervalo). Cada parcela e
      * um titulo aberto em pagar.dat; a sobra do arredondamento vai
      * para a ultima.
       LANCA-NOTA.
           MOVE 0 TO WS-NF-VALOR.
           PERFORM UNTIL WS-NF-NUMERO NOT = SPACES
               DISPLAY "NOTA FISCAL DO FORNECEDOR: " AT LINE WS-LA
                   COL 36
               ACCEPT WS-NF-NUMERO AT LINE WS-LA COL 63
           END-PERFORM.
           ADD 1 TO WS-LA.
           PERFORM UNTIL WS-NF-VALOR > 0
               DISPLAY "VALOR DA NOTA: " AT LINE WS-LA COL 36
               MOVE SPACES TO WS-NF-VALOR-X
               ACCEPT WS-NF-VALOR-X AT LINE WS-LA COL 51
               IF WS-NF-VALOR-X NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-NF-VALOR-X) TO WS-NF-VALOR
               END-IF
           END-PERFORM.
           ADD 1 TO WS-LA.
           MOVE WS-FOR-PARCELAS TO WS-NF-PARCELAS.
           DISPLAY "PARCELAS (ENTER = " AT LINE WS-LA COL 36.
           DISPLAY WS-FOR-PARCELAS AT LINE WS-LA COL 54.
           DISPLAY "): " AT LINE WS-LA COL 56.
           ACCEPT WS-NF-PARCELAS AT LINE WS-LA COL 59.
           IF WS-NF-PARCELAS IS NOT NUMERIC OR WS-NF-PARCELAS = 0
               MOVE WS-FOR-PARCELAS TO WS-NF-PARCELAS
           END-IF.
           ADD 1 TO WS-LA.
           COMPUTE WS-NF-PARC-VAL ROUNDED =
               WS-NF-VALOR / WS-NF-PARCELAS.
           COMPUTE WS-NF-RESTO = WS-NF-VALOR
               - (WS-NF-PARC-VAL * (WS-NF-PARCELAS - 1)).
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-NF-VENC-NUM.
           COMPUTE WS-NF-VENC-DIA =
               FUNCTION INTEGER-OF-DATE(WS-NF-VENC-NUM) + WS-FOR-PRAZO.

           PERFORM GET_PROX_PAGAR.
           IF WS-PROX-PAGAR = 0
               DISPLAY "TITULOS NAO GRAVADOS - LANCAR NO FINANCEIRO"
                   AT LINE WS-LA COL 36
               ADD 1 TO WS-LA
               GO TO LANCA-NOTA-FIM
           END-IF.
           OPEN I-O ARQ-PAGAR.
           IF WS-FS7 = 35
               CLOSE ARQ-PAGAR
               OPEN OUTPUT ARQ-PAGAR
               CLOSE ARQ-PAGAR
               OPEN I-O ARQ-PAGAR
           END-IF.
           IF WS-FS7 <> 0
               DISPLAY "ERRO NO ARQUIVO A PAGAR: " AT LINE WS-LA COL 36
               DISPLAY WS-FS7 AT LINE WS-LA COL 61
               CLOSE ARQ-PAGAR
               ADD 1 TO WS-LA
               GO TO LANCA-NOTA-FIM
           END-IF.
           MOVE 1 TO WS-NF-I.
           PERFORM UNTIL WS-NF-I > WS-NF-PARCELAS
               MOVE FUNCTION DATE-OF-INTEGER(WS-NF-VENC-DIA)
                   TO WS-NF-VENC-NUM
               DISPLAY "PARCELA " AT LINE WS-LA COL 36
               DISPLAY WS-NF-I AT LINE WS-LA COL 44
               DISPLAY " VENCIMENTO " AT LINE WS-LA COL 46
               DISPLAY WS-NF-VENC-NUM AT LINE WS-LA COL 58
               DISPLAY " (AAAAMMDD, ENTER MANTEM): " AT LINE WS-LA
                   COL 66
               MOVE SPACES TO WS-NF-VENC-X
               ACCEPT WS-NF-VENC-X AT LINE WS-LA COL 93
               IF WS-NF-VENC-X IS NUMERIC
                   MOVE WS-NF-VENC-X TO WS-NF-VENC-TST
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-NF-VENC-TST) = 0
                       MOVE WS-NF-VENC-TST TO WS-NF-VENC-NUM
                       MOVE FUNCTION INTEGER-OF-DATE(WS-NF-VENC-NUM)
                           TO WS-NF-VENC-DIA
                   END-IF
               END-IF
               MOVE SPACES TO PAGAR-REC
               MOVE WS-PROX-PAGAR TO CP-ID
               MOVE WS-NF-I TO CP-PARCELA
               MOVE "N" TO CP-TIPO
               MOVE WS-PED-FORNECEDOR TO CP-FORNECEDOR
               MOVE WS-PED-BUSCA TO CP-PEDIDO
               MOVE WS-FILIAL-ATUAL TO CP-FILIAL
               MOVE WS-NF-NUMERO TO CP-NOTA
               MOVE WS-HOJE-AAAAMMDD TO CP-EMISSAO
               MOVE WS-NF-VENC-NUM TO CP-VENCIMENTO
               IF WS-NF-I = WS-NF-PARCELAS
                   MOVE WS-NF-RESTO TO CP-VALOR
               ELSE
                   MOVE WS-NF-PARC-VAL TO CP-VALOR
               END-IF
               MOVE "A" TO CP-SITUACAO
               MOVE 0 TO CP-VALOR-PAGO
               MOVE 0 TO CP-VALOR-CREDITO
               MOVE WS-SES-OPERADOR TO CP-OPERADOR
               WRITE PAGAR-REC
                   INVALID KEY
                       DISPLAY "PARCELA NAO GRAVADA" AT LINE WS-LA
                           COL 96
               END-WRITE
               ADD 1 TO WS-LA
               ADD WS-FOR-INTERVALO TO WS-NF-VENC-DIA
               ADD 1 TO WS-NF-I
           END-PERFORM.
           CLOSE ARQ-PAGAR.

           MOVE "TITULO" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           MOVE WS-PROX-PAGAR TO WS-AUD-CHAVE(1:6).
           MOVE WS-NF-VALOR TO WS-NF-VALOR-ED.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "NF " DELIMITED BY SIZE
               WS-NF-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NF-VALOR-ED DELIMITED BY SIZE
               " EM " DELIMITED BY SIZE
               WS-NF-PARCELAS DELIMITED BY SIZE
               " X PED " DELIMITED BY SIZE
               WS-PED-BUSCA DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "TITULO A PAGAR NR: " AT LINE WS-LA COL 36.
           DISPLAY WS-PROX-PAGAR AT LINE WS-LA COL 55.
           ADD 1 TO WS-LA.
       LANCA-NOTA-FIM.
           EXIT.

      * Le o fornecedor WS-PED-FORNECEDOR. WS-FOR-OK = 1 somente se
      * cadastrado e ativo; o nome vem preenchido mesmo inativo.
       LE-FORNECEDOR.
           MOVE 0 TO WS-FOR-OK.
           MOVE SPACES TO WS-FOR-NOME.
           MOVE SPACES TO WS-FOR-CNPJ.
           MOVE 0 TO WS-FOR-PRAZO.
           MOVE 1 TO WS-FOR-PARCELAS.
           MOVE 30 TO WS-FOR-INTERVALO.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WS-FS6 = 0
               MOVE WS-PED-FORNECEDOR TO FOR-CODIGO
               READ ARQ-FORNECEDORES
                   NOT INVALID KEY
                       MOVE FOR-NOME TO WS-FOR-NOME
                       MOVE FOR-CNPJ TO WS-FOR-CNPJ
                       MOVE FOR-PRAZO TO WS-FOR-PRAZO
                       IF FOR-PARCELAS > 0
                           MOVE FOR-PARCELAS TO WS-FOR-PARCELAS
                       END-IF
                       IF FOR-INTERVALO > 0
                           MOVE FOR-INTERVALO TO WS-FOR-INTERVALO
                       END-IF
                       IF FOR-SITUACAO NOT = "I"
                           MOVE 1 TO WS-FOR-OK
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-FORNECEDORES.

      * Da entrada de WS-REC-AGORA copias do titulo na filial atual,
      * criando o registro do filme quando ainda nao existe.
       ENTRADA-ESTOQUE.
               MOVE WS-FILME-ID TO FILME-ID
               ADD WS-REC-AGORA TO WS-FILME-QTD GIVING FILME-QTD
               ADD WS-REC-AGORA TO WS-FILME-DISP GIVING FILME-DISP
               MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
               MOVE "A" TO WS-JRN-OPERACAO
               CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                   WS-JRN-OPERACAO FILME
               REWRITE FILME
               MOVE 1 TO WS-ENTRA-OK
           ELSE
                   MOVE WS-PED-LANC TO FILME-LANCAMENTO
                   MOVE WS-FILIAL-ATUAL TO FILME-FILIAL
                   MOVE WS-PED-CENS TO FILME-CENSURA
                   MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                   MOVE "I" TO WS-JRN-OPERACAO
                   CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                       WS-JRN-OPERACAO FILME
                   WRITE FILME
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 1 TO WS-ENTRA-OK
       ACHA-FILME-LOCAL-TRAVA-FIM.
           EXIT.

      * Cria WS-EX-QTD exemplares disponiveis na sequencia do titulo,
      * no formato WS-EX-FORMATO.
       CRIA-EXEMPLARES.
           OPEN I-O ARQ-EXEMPLARES.
           IF WS-FS4 = 35
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
           END-PERFORM.
           CLOSE ARQ-EXEMPLARES.
       CRIA-EXEMPLARES-FIM.
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

       ACHA-MAX-SEQ.
           MOVE 0 TO WS-EX-MAX-SEQ.
           MOVE WS-EX-FILME-ID TO EX-FILME-ID.
                               DISPLAY PED-ID AT LINE WS-LA COL 43
                               DISPLAY " DE " AT LINE WS-LA COL 49
                               DISPLAY PED-DATA AT LINE WS-LA COL 53
                               IF PED-FORNECEDOR IS NUMERIC
                                   DISPLAY " FORNECEDOR " AT LINE
                                       WS-LA COL 61
                                   DISPLAY PED-FORNECEDOR AT LINE
                                       WS-LA COL 73
                               END-IF
                               ADD 1 TO WS-LA
                               PERFORM QUEBRA-PAGINA
                           ELSE
           MOVE CONT-ULTIMO TO WS-PROX-PEDIDO.
           CLOSE ARQ-CONTADOR.

       GET_PROX_PAGAR.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS3 = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE "PAGAR" TO CONT-TIPO.
           PERFORM LE-CONTADOR-TRAVA THRU LE-CONTADOR-TRAVA-FIM.
           EVALUATE WS-FS3
               WHEN 0
                   ADD 1 TO CONT-ULTIMO
                   REWRITE CONTADOR-REC
               WHEN 23
                   MOVE 1 TO CONT-ULTIMO
                   WRITE CONTADOR-REC
               WHEN OTHER
                   DISPLAY "CONTADOR EM USO - TENTE NOVAMENTE"
                       AT LINE 10 COL 36
                   MOVE 0 TO CONT-ULTIMO
           END-EVALUATE.
           MOVE CONT-ULTIMO TO WS-PROX-PAGAR.
           CLOSE ARQ-CONTADOR.

      * GET_ULTIMO_ID e a leitura com trava do contador seguem o
      * mesmo molde do ESTOQUE.
       GET_ULTIMO_ID.
