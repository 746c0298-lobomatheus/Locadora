      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc
      ******************************************************************
      * Cadastro de fornecedores (fornecedores.dat: distribuidora,
      * CNPJ, contato e condicao de pagamento - dias ate a primeira
      * parcela, numero de parcelas e intervalo entre elas) e contas a
      * pagar (pagar.dat). Os titulos nascem no recebimento do pedido
      * (PEDIDOS), com a nota fiscal do fornecedor, o custo e os
      * vencimentos; aqui sao consultados, pagos e listados na posicao
      * por vencimento (a vencer, vencidos ate 30, 60, 90 e acima de
      * 90 dias), gravada tambem em pagar_AAAAMMDD.txt. O pagamento
      * vai para a REMESSA contabil do dia ao lado dos recebimentos.
      * Fornecedor nao e removido (os pedidos e titulos apontam para
      * ele); deixa de ser usado quando INATIVO. Consulta livre;
      * cadastro e pagamento somente por supervisor, com auditoria.
      * Situacao do titulo: A aberto, P pago. Tipo: N nota fiscal do
      * pedido, C nota de credito do fornecedor (devolucao de copia
      * com defeito, lancada no ESTOQUE). O credito em aberto abate
      * o pagamento dos titulos do mesmo fornecedor (forma K,
      * compensacao) e reduz o saldo na posicao. R repasse mensal
      * da partilha de receita ao estudio/distribuidor (PARTILHA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNECEDORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-FORNECEDORES
           ASSIGN TO "./fornecedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FOR-CODIGO
           ALTERNATE KEY IS FOR-CNPJ
           FILE STATUS IS WS-FS.
       SELECT ARQ-PAGAR
           ASSIGN TO "./pagar.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           ALTERNATE KEY IS CP-FORNECEDOR WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS2.
       SELECT ARQ-CONTADOR
           ASSIGN TO "./contador.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CONT-TIPO
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS3.
       SELECT ARQ-POSICAO
           ASSIGN TO WS-NOME-POSICAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQ-CONTADOR.
       01 CONTADOR-REC.
           05 CONT-TIPO PIC X(10).
           05 CONT-ULTIMO PIC 9(06).
       FD ARQ-POSICAO.
       01 POSICAO-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
            01 WS-OPTION PIC 9(01).
            01 WS-LIXO PIC X(01).
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-LA PIC 99 VALUE 2.
            77 WS-EXISTE PIC 9 VALUE 0.
            77 WS-NOVA-SITUACAO PIC X(01).
            77 WS-REL-TITULO PIC X(40).
            01 WS-FORNECEDOR.
               05 WS-FOR-CODIGO PIC 9(05).
               05 WS-FOR-NOME PIC X(30).
               05 WS-FOR-CNPJ PIC X(14).
               05 WS-FOR-TELEFONE PIC X(15).
               05 WS-FOR-CONTATO PIC X(20).
               05 WS-FOR-PRAZO PIC 9(03).
               05 WS-FOR-PARCELAS PIC 9(02).
               05 WS-FOR-INTERVALO PIC 9(03).
               05 WS-FOR-SITUACAO PIC X(01).
               05 FILLER PIC X(20).
            77 WS-FOR-BUSCA PIC 9(05).
            77 WS-FOR-ATUAL PIC 9(05).
            77 WS-FOR-NOME-ATUAL PIC X(30).
            77 WS-CP-ID PIC 9(06).
            77 WS-CP-PARCELA PIC 9(02).
            77 WS-VALOR-TXT PIC X(10).
            77 WS-VALOR-PAGO PIC 9(07)V99.
            77 WS-CRED-SALDO PIC 9(07)V99.
            77 WS-CRED-USO PIC 9(07)V99.
            77 WS-CRED-RESTA PIC 9(07)V99.
            77 WS-CRED-PARTE PIC 9(07)V99.
            77 WS-CRED-RESP PIC X(01).
            77 WS-FORMA PIC X(01).
            77 WS-VALOR-ED PIC ZZZZZZ9.99.
            77 WS-TRAVA-TENTA PIC 9(02).
            77 WS-TRAVA-SEG PIC 9(02) VALUE 1.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-HOJE-NUM PIC 9(08).
            77 WS-HOJE-DIA PIC 9(07).
            77 WS-VENC-NUM PIC 9(08).
            77 WS-ATRASO PIC S9(07).
            77 WS-NOME-POSICAO PIC X(30).
            01 WS-POS-FORNECEDOR.
               05 WS-POS-AVENCER PIC 9(09)V99.
               05 WS-POS-30 PIC 9(09)V99.
               05 WS-POS-60 PIC 9(09)V99.
               05 WS-POS-90 PIC 9(09)V99.
               05 WS-POS-MAIS PIC 9(09)V99.
               05 WS-POS-CREDITO PIC 9(09)V99.
               05 WS-POS-TOTAL PIC S9(09)V99.
            01 WS-POS-GERAL.
               05 WS-GER-AVENCER PIC 9(09)V99.
               05 WS-GER-30 PIC 9(09)V99.
               05 WS-GER-60 PIC 9(09)V99.
               05 WS-GER-90 PIC 9(09)V99.
               05 WS-GER-MAIS PIC 9(09)V99.
               05 WS-GER-CREDITO PIC 9(09)V99.
               05 WS-GER-TOTAL PIC S9(09)V99.
            01 WS-POS-LINHA.
               05 POS-CODIGO PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 POS-NOME PIC X(30).
               05 FILLER PIC X(01) VALUE SPACE.
               05 POS-AVENCER PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 POS-30 PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 POS-60 PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 POS-90 PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 POS-MAIS PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 POS-CREDITO PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 POS-TOTAL PIC -ZZZZZZZZ9.99.
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "FORNECEDOR".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
       SCREEN SECTION.
       01 FORNECEDORES-SCREEN.
            02 BLANK SCREEN.
            02 LINE 1 COL 1 VALUE "-------------------------------- |".
            02 LINE 2 COL 1 VALUE "-  FORNECEDORES / A PAGAR      - |".
            02 LINE 3 COL 1 VALUE "-------------------------------- |".
            02 LINE 4 COL 1 VALUE "- 1 - LISTAR FORNECEDORES      - |".
            02 LINE 5 COL 1 VALUE "- 2 - INCLUIR/ALTERAR          - |".
            02 LINE 6 COL 1 VALUE "- 3 - INATIVAR/REATIVAR        - |".
            02 LINE 7 COL 1 VALUE "- 4 - TITULOS DO FORNECEDOR    - |".
            02 LINE 8 COL 1 VALUE "- 5 - PAGAR TITULO             - |".
            02 LINE 9 COL 1 VALUE "- 6 - POSICAO POR VENCIMENTO   - |".
            02 LINE 10 COL 1 VALUE "-                      0-VOLTAR- |".
            02 LINE 11 COL 1 VALUE "-                              - |".
            02 LINE 11 COL 30 PIC 9(1) TO WS-OPTION.
            02 LINE 12 COL 1 VALUE "-------------------------------- |".
       PROCEDURE DIVISION.
       FORNECEDORES.
           DISPLAY FORNECEDORES-SCREEN.
           ACCEPT FORNECEDORES-SCREEN.
           EVALUATE WS-OPTION
               WHEN 0
                   GO TO FIM
               WHEN 1
                   GO TO LISTAR
               WHEN 2
                   GO TO GRAVAR
               WHEN 3
                   GO TO SITUACAO
               WHEN 4
                   GO TO TITULOS
               WHEN 5
                   GO TO PAGAR
               WHEN 6
                   GO TO POSICAO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT LINE 14
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 15
                   ACCEPT WS-LIXO AT LINE 15 COL 26
                   GO TO FORNECEDORES
           END-EVALUATE.

       LISTAR.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WS-FS <> 0
               DISPLAY "NENHUM FORNECEDOR CADASTRADO" AT LINE 11 COL 36
               CLOSE ARQ-FORNECEDORES
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           MOVE "FORNECEDORES" TO WS-REL-TITULO.
           PERFORM CABECALHO-PAGINA.
           MOVE 0 TO FOR-CODIGO.
           SET EOF TO 0.
           START ARQ-FORNECEDORES KEY IS NOT LESS THAN FOR-CODIGO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-FORNECEDORES NEXT INTO WS-FORNECEDOR
                   AT END SET EOF TO 1
                   NOT AT END
                       DISPLAY WS-FOR-CODIGO AT LINE WS-LA COL 36
                       DISPLAY WS-FOR-NOME AT LINE WS-LA COL 42
                       DISPLAY WS-FOR-CNPJ AT LINE WS-LA COL 73
                       DISPLAY WS-FOR-PRAZO AT LINE WS-LA COL 88
                       DISPLAY "D" AT LINE WS-LA COL 91
                       DISPLAY WS-FOR-PARCELAS AT LINE WS-LA COL 93
                       DISPLAY "X" AT LINE WS-LA COL 95
                       DISPLAY WS-FOR-INTERVALO AT LINE WS-LA COL 96
                       IF WS-FOR-SITUACAO = "I"
                           DISPLAY "INATIVO" AT LINE WS-LA COL 100
                       ELSE
                           DISPLAY "ATIVO" AT LINE WS-LA COL 100
                       END-IF
                       ADD 1 TO WS-LA
                       PERFORM QUEBRA-PAGINA
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-FORNECEDORES.
           ADD 1 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           MOVE 2 TO WS-LA.
           GO TO FORNECEDORES.

      * Inclusao (codigo zero = novo, pelo contador "FORNECEDOR") ou
      * alteracao do cadastro. Condicao de pagamento: dias ate a
      * primeira parcela, quantidade de parcelas e dias entre elas
      * (30 dias, 3 parcelas, 30 = "30/60/90").
       GRAVAR.
           MOVE 33 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           MOVE SPACES TO WS-FORNECEDOR.
           MOVE 0 TO WS-FOR-CODIGO.
           DISPLAY "CODIGO (0 = NOVO): " AT LINE 1 COL 36.
           ACCEPT WS-FOR-CODIGO AT LINE 1 COL 55.
           IF WS-FOR-CODIGO IS NOT NUMERIC
               MOVE 0 TO WS-FOR-CODIGO
           END-IF.
           DISPLAY "RAZAO SOCIAL: " AT LINE 2 COL 36.
           ACCEPT WS-FOR-NOME AT LINE 2 COL 50.
           DISPLAY "CNPJ (14 DIGITOS): " AT LINE 3 COL 36.
           ACCEPT WS-FOR-CNPJ AT LINE 3 COL 55.
           DISPLAY "TELEFONE: " AT LINE 4 COL 36.
           ACCEPT WS-FOR-TELEFONE AT LINE 4 COL 46.
           DISPLAY "CONTATO: " AT LINE 5 COL 36.
           ACCEPT WS-FOR-CONTATO AT LINE 5 COL 45.
           DISPLAY "DIAS ATE A 1A PARCELA: " AT LINE 6 COL 36.
           ACCEPT WS-FOR-PRAZO AT LINE 6 COL 59.
           DISPLAY "NUMERO DE PARCELAS: " AT LINE 7 COL 36.
           ACCEPT WS-FOR-PARCELAS AT LINE 7 COL 56.
           DISPLAY "DIAS ENTRE PARCELAS: " AT LINE 8 COL 36.
           ACCEPT WS-FOR-INTERVALO AT LINE 8 COL 57.
           IF WS-FOR-NOME = SPACES
               DISPLAY "RAZAO SOCIAL OBRIGATORIA" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           IF WS-FOR-CNPJ IS NOT NUMERIC
               DISPLAY "CNPJ INVALIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           IF WS-FOR-PRAZO IS NOT NUMERIC
               MOVE 0 TO WS-FOR-PRAZO
           END-IF.
           IF WS-FOR-PARCELAS IS NOT NUMERIC OR WS-FOR-PARCELAS = 0
               MOVE 1 TO WS-FOR-PARCELAS
           END-IF.
           IF WS-FOR-INTERVALO IS NOT NUMERIC
               OR WS-FOR-INTERVALO = 0
               MOVE 30 TO WS-FOR-INTERVALO
           END-IF.

           IF WS-FOR-CODIGO = 0
               PERFORM GET_PROX_FORNECEDOR
               IF WS-FOR-CODIGO = 0
                   DISPLAY "FORNECEDOR NAO GRAVADO - TENTE NOVAMENTE"
                       AT LINE 11 COL 36
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12
                       COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO FORNECEDORES
               END-IF
           END-IF.
           OPEN I-O ARQ-FORNECEDORES.
           IF WS-FS = 35
               CLOSE ARQ-FORNECEDORES
               OPEN OUTPUT ARQ-FORNECEDORES
               CLOSE ARQ-FORNECEDORES
               OPEN I-O ARQ-FORNECEDORES
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO NO ARQUIVO DE FORNECEDORES: " AT LINE 11
                   COL 36
               DISPLAY WS-FS AT LINE 11 COL 69
               CLOSE ARQ-FORNECEDORES
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           MOVE WS-FOR-CODIGO TO FOR-CODIGO.
           MOVE "A" TO WS-FOR-SITUACAO.
           READ ARQ-FORNECEDORES
               INVALID KEY MOVE 0 TO WS-EXISTE
               NOT INVALID KEY
                   MOVE 1 TO WS-EXISTE
                   MOVE FOR-SITUACAO TO WS-FOR-SITUACAO
           END-READ.
           MOVE WS-FORNECEDOR TO FORNECEDOR-REC.
           IF WS-EXISTE = 1
               REWRITE FORNECEDOR-REC
                   INVALID KEY MOVE 22 TO WS-FS
               END-REWRITE
               MOVE "ALTERAR" TO WS-AUD-OPERACAO
           ELSE
               WRITE FORNECEDOR-REC
                   INVALID KEY MOVE 22 TO WS-FS
               END-WRITE
               MOVE "INCLUIR" TO WS-AUD-OPERACAO
           END-IF.
           CLOSE ARQ-FORNECEDORES.
           MOVE 0 TO WS-EXISTE.
           IF WS-FS = 22
               DISPLAY "CNPJ JA CADASTRADO EM OUTRO FORNECEDOR"
                   AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           MOVE SPACES TO WS-AUD-CHAVE.
           MOVE WS-FOR-CODIGO TO WS-AUD-CHAVE(1:5).
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING WS-FOR-CNPJ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FOR-NOME DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "FORNECEDOR GRAVADO. CODIGO: " AT LINE 11 COL 36.
           DISPLAY WS-FOR-CODIGO AT LINE 11 COL 64.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO FORNECEDORES.

      * Inativa um fornecedor ou reativa um inativo. Inativo nao
      * recebe pedido novo; os titulos em aberto continuam a pagar.
       SITUACAO.
           MOVE 33 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           DISPLAY "CODIGO: " AT LINE 1 COL 36.
           ACCEPT WS-FOR-BUSCA AT LINE 1 COL 44.
           OPEN I-O ARQ-FORNECEDORES.
           IF WS-FS <> 0
               DISPLAY "NENHUM FORNECEDOR CADASTRADO" AT LINE 11 COL 36
               CLOSE ARQ-FORNECEDORES
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           MOVE WS-FOR-BUSCA TO FOR-CODIGO.
           READ ARQ-FORNECEDORES
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO" AT LINE 11
                       COL 36
               NOT INVALID KEY
                   IF FOR-SITUACAO = "I"
                       MOVE "A" TO WS-NOVA-SITUACAO
                       MOVE "REATIVAR" TO WS-AUD-OPERACAO
                       MOVE "FORNECEDOR REATIVADO" TO WS-AUD-DETALHE
                   ELSE
                       MOVE "I" TO WS-NOVA-SITUACAO
                       MOVE "INATIVAR" TO WS-AUD-OPERACAO
                       MOVE "FORNECEDOR INATIVADO" TO WS-AUD-DETALHE
                   END-IF
                   MOVE WS-NOVA-SITUACAO TO FOR-SITUACAO
                   REWRITE FORNECEDOR-REC
                   DISPLAY WS-AUD-DETALHE AT LINE 11 COL 36
                   MOVE SPACES TO WS-AUD-CHAVE
                   MOVE FOR-CODIGO TO WS-AUD-CHAVE(1:5)
                   CALL "AUDITLOG" USING WS-AUD-PROGRAMA
                       WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DETALHE
           END-READ.
           CLOSE ARQ-FORNECEDORES.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO FORNECEDORES.

      * Titulos do fornecedor (abertos e pagos), pela chave alternativa
      * de pagar.dat.
       TITULOS.
           DISPLAY "CODIGO DO FORNECEDOR: " AT LINE 1 COL 36.
           ACCEPT WS-FOR-BUSCA AT LINE 1 COL 58.
           OPEN INPUT ARQ-PAGAR.
           IF WS-FS2 <> 0
               DISPLAY "NENHUM TITULO A PAGAR" AT LINE 11 COL 36
               CLOSE ARQ-PAGAR
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           MOVE SPACES TO WS-REL-TITULO.
           STRING "TITULOS DO FORNECEDOR " DELIMITED BY SIZE
               WS-FOR-BUSCA DELIMITED BY SIZE
               INTO WS-REL-TITULO.
           PERFORM CABECALHO-PAGINA.
           MOVE WS-FOR-BUSCA TO CP-FORNECEDOR.
           SET EOF TO 0.
           START ARQ-PAGAR KEY IS NOT LESS THAN CP-FORNECEDOR
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PAGAR NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF CP-FORNECEDOR NOT = WS-FOR-BUSCA
                           SET EOF TO 1
                       ELSE
                           PERFORM MOSTRA-TITULO
                           ADD 1 TO WS-LA
                           PERFORM QUEBRA-PAGINA
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-PAGAR.
           ADD 1 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           MOVE 2 TO WS-LA.
           GO TO FORNECEDORES.

       MOSTRA-TITULO.
           DISPLAY CP-ID AT LINE WS-LA COL 36.
           DISPLAY "/" AT LINE WS-LA COL 42.
           DISPLAY CP-PARCELA AT LINE WS-LA COL 43.
           EVALUATE CP-TIPO
               WHEN "C"
                   DISPLAY "NC " AT LINE WS-LA COL 46
               WHEN "R"
                   DISPLAY "RP " AT LINE WS-LA COL 46
               WHEN OTHER
                   DISPLAY "NF " AT LINE WS-LA COL 46
           END-EVALUATE.
           DISPLAY CP-NOTA AT LINE WS-LA COL 49.
           DISPLAY "VENC " AT LINE WS-LA COL 60.
           DISPLAY CP-VENCIMENTO AT LINE WS-LA COL 65.
           MOVE CP-VALOR TO WS-VALOR-ED.
           DISPLAY WS-VALOR-ED AT LINE WS-LA COL 74.
           IF CP-SITUACAO = "P"
               MOVE CP-VALOR-PAGO TO WS-VALOR-ED
               DISPLAY "PAGO " AT LINE WS-LA COL 85
               DISPLAY CP-DATA-PAGTO AT LINE WS-LA COL 90
               DISPLAY WS-VALOR-ED AT LINE WS-LA COL 99
               DISPLAY CP-FORMA AT LINE WS-LA COL 110
           ELSE
               DISPLAY "ABERTO" AT LINE WS-LA COL 85
           END-IF.

      * Baixa de uma parcela. O valor pago pode diferir do titulo
      * (juros ou desconto); a diferenca fica registrada no proprio
      * titulo e a parcela e encerrada. Havendo nota de credito em
      * aberto do fornecedor, o operador pode abate-la: o valor
      * abatido fica no titulo e consome os creditos mais antigos.
       PAGAR.
           MOVE 34 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           DISPLAY "TITULO: " AT LINE 1 COL 36.
           ACCEPT WS-CP-ID AT LINE 1 COL 44.
           DISPLAY "PARCELA: " AT LINE 2 COL 36.
           ACCEPT WS-CP-PARCELA AT LINE 2 COL 45.
           OPEN I-O ARQ-PAGAR.
           IF WS-FS2 <> 0
               DISPLAY "NENHUM TITULO A PAGAR" AT LINE 11 COL 36
               CLOSE ARQ-PAGAR
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           MOVE WS-CP-ID TO CP-ID.
           MOVE WS-CP-PARCELA TO CP-PARCELA.
           READ ARQ-PAGAR
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO" AT LINE 11 COL 36
                   CLOSE ARQ-PAGAR
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO FORNECEDORES.
           IF CP-TIPO = "C"
               DISPLAY "NOTA DE CREDITO - ABATE NO PAGAMENTO DE TITULO"
                   AT LINE 11 COL 36
               CLOSE ARQ-PAGAR
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           MOVE CP-FORNECEDOR TO WS-FOR-ATUAL.
           PERFORM SALDO-CREDITOS.
           MOVE WS-CP-ID TO CP-ID.
           MOVE WS-CP-PARCELA TO CP-PARCELA.
           READ ARQ-PAGAR WITH LOCK
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO" AT LINE 11 COL 36
                   CLOSE ARQ-PAGAR
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO FORNECEDORES.
           IF WS-FS2 = 51
               DISPLAY "TITULO EM USO EM OUTRO TERMINAL" AT LINE 11
                   COL 36
               CLOSE ARQ-PAGAR
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           IF CP-SITUACAO NOT = "A"
               DISPLAY "TITULO JA PAGO" AT LINE 11 COL 36
               CLOSE ARQ-PAGAR
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           MOVE 3 TO WS-LA.
           PERFORM MOSTRA-TITULO.
           MOVE 0 TO WS-CRED-USO.
           IF WS-CRED-SALDO > 0
               MOVE WS-CRED-SALDO TO WS-VALOR-ED
               DISPLAY "CREDITO DO FORNECEDOR: " AT LINE 4 COL 36
               DISPLAY WS-VALOR-ED AT LINE 4 COL 59
               DISPLAY " ABATER (S/N): " AT LINE 4 COL 69
               ACCEPT WS-CRED-RESP AT LINE 4 COL 84
               IF WS-CRED-RESP = "S" OR WS-CRED-RESP = "s"
                   IF WS-CRED-SALDO > CP-VALOR
                       MOVE CP-VALOR TO WS-CRED-USO
                   ELSE
                       MOVE WS-CRED-SALDO TO WS-CRED-USO
                   END-IF
               END-IF
           END-IF.
           DISPLAY "VALOR PAGO (ENTER = SALDO DO TITULO): " AT LINE 5
               COL 36.
           MOVE SPACES TO WS-VALOR-TXT.
           ACCEPT WS-VALOR-TXT AT LINE 5 COL 75.
           IF WS-VALOR-TXT = SPACES
               COMPUTE WS-VALOR-PAGO = CP-VALOR - WS-CRED-USO
           ELSE
               MOVE FUNCTION NUMVAL(WS-VALOR-TXT) TO WS-VALOR-PAGO
           END-IF.
           IF WS-VALOR-PAGO = 0 AND WS-CRED-USO = 0
               DISPLAY "VALOR INVALIDO" AT LINE 11 COL 36
               CLOSE ARQ-PAGAR
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           MOVE SPACE TO WS-FORMA.
           IF WS-VALOR-PAGO = 0
               MOVE "K" TO WS-FORMA
           END-IF.
           PERFORM UNTIL WS-FORMA = "B" OR WS-FORMA = "T"
               OR WS-FORMA = "P" OR WS-FORMA = "Q" OR WS-FORMA = "D"
               OR WS-FORMA = "K"
               DISPLAY "FORMA (B=BOLETO T=TRANSF P=PIX Q=CHEQUE "
                   AT LINE 6 COL 36
               DISPLAY "D=DINHEIRO): " AT LINE 6 COL 76
               ACCEPT WS-FORMA AT LINE 6 COL 89
               INSPECT WS-FORMA CONVERTING "btpqd" TO "BTPQD"
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE "P" TO CP-SITUACAO.
           MOVE WS-HOJE-AAAAMMDD TO CP-DATA-PAGTO.
           MOVE WS-VALOR-PAGO TO CP-VALOR-PAGO.
           MOVE WS-CRED-USO TO CP-VALOR-CREDITO.
           MOVE WS-FORMA TO CP-FORMA.
           MOVE WS-SES-OPERADOR TO CP-OPERADOR.
           REWRITE PAGAR-REC.
           IF WS-CRED-USO > 0
               PERFORM CONSOME-CREDITOS
           END-IF.
           CLOSE ARQ-PAGAR.

           MOVE "PAGAR" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           STRING WS-CP-ID DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CP-PARCELA DELIMITED BY SIZE
               INTO WS-AUD-CHAVE.
           MOVE WS-VALOR-PAGO TO WS-VALOR-ED.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "FORNEC " DELIMITED BY SIZE
               CP-FORNECEDOR DELIMITED BY SIZE
               " PAGO " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               " FORMA " DELIMITED BY SIZE
               WS-FORMA DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           IF WS-CRED-USO > 0
               MOVE "CREDITO" TO WS-AUD-OPERACAO
               MOVE WS-CRED-USO TO WS-VALOR-ED
               MOVE SPACES TO WS-AUD-DETALHE
               STRING "FORNEC " DELIMITED BY SIZE
                   WS-FOR-ATUAL DELIMITED BY SIZE
                   " ABATIDO " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
               CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
                   WS-AUD-CHAVE WS-AUD-DETALHE
           END-IF.
           DISPLAY "PAGAMENTO REGISTRADO" AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           MOVE 2 TO WS-LA.
           GO TO FORNECEDORES.

      * Saldo das notas de credito em aberto do fornecedor
      * WS-FOR-ATUAL (valor menos o ja abatido).
       SALDO-CREDITOS.
           MOVE 0 TO WS-CRED-SALDO.
           MOVE WS-FOR-ATUAL TO CP-FORNECEDOR.
           SET EOF TO 0.
           START ARQ-PAGAR KEY IS NOT LESS THAN CP-FORNECEDOR
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PAGAR NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF CP-FORNECEDOR NOT = WS-FOR-ATUAL
                           SET EOF TO 1
                       ELSE
                           IF CP-TIPO = "C" AND CP-SITUACAO = "A"
                               COMPUTE WS-CRED-SALDO = WS-CRED-SALDO
                                   + CP-VALOR - CP-VALOR-PAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.

      * Consome WS-CRED-USO das notas de credito do fornecedor, da
      * mais antiga para a mais nova; a nota zerada fica paga ("P").
       CONSOME-CREDITOS.
           MOVE WS-CRED-USO TO WS-CRED-RESTA.
           MOVE WS-FOR-ATUAL TO CP-FORNECEDOR.
           SET EOF TO 0.
           START ARQ-PAGAR KEY IS NOT LESS THAN CP-FORNECEDOR
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1 OR WS-CRED-RESTA = 0
               READ ARQ-PAGAR NEXT WITH LOCK
                   AT END SET EOF TO 1
                   NOT AT END
                       IF CP-FORNECEDOR NOT = WS-FOR-ATUAL
                           SET EOF TO 1
                       ELSE
                           IF CP-TIPO = "C" AND CP-SITUACAO = "A"
                               PERFORM ABATE-CREDITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.

       ABATE-CREDITO.
           COMPUTE WS-CRED-PARTE = CP-VALOR - CP-VALOR-PAGO.
           IF WS-CRED-PARTE > WS-CRED-RESTA
               MOVE WS-CRED-RESTA TO WS-CRED-PARTE
           END-IF.
           ADD WS-CRED-PARTE TO CP-VALOR-PAGO.
           SUBTRACT WS-CRED-PARTE FROM WS-CRED-RESTA.
           IF CP-VALOR-PAGO NOT < CP-VALOR
               MOVE "P" TO CP-SITUACAO
           END-IF.
           MOVE WS-HOJE-AAAAMMDD TO CP-DATA-PAGTO.
           MOVE "K" TO CP-FORMA.
           MOVE WS-SES-OPERADOR TO CP-OPERADOR.
           REWRITE PAGAR-REC.

      * Posicao dos titulos em aberto por fornecedor e faixa de
      * vencimento, na tela (total e vencido) e no arquivo
      * pagar_AAAAMMDD.txt com todas as faixas.
       POSICAO.
           OPEN INPUT ARQ-PAGAR.
           IF WS-FS2 <> 0
               DISPLAY "NENHUM TITULO A PAGAR" AT LINE 11 COL 36
               CLOSE ARQ-PAGAR
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO FORNECEDORES.
           OPEN INPUT ARQ-FORNECEDORES.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) TO WS-HOJE-DIA.
           MOVE SPACES TO WS-NOME-POSICAO.
           STRING "./pagar_" DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-POSICAO.
           OPEN OUTPUT ARQ-POSICAO.
           MOVE SPACES TO POSICAO-LINHA.
           STRING "CONTAS A PAGAR - POSICAO EM " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               INTO POSICAO-LINHA.
           WRITE POSICAO-LINHA.
           MOVE SPACES TO POSICAO-LINHA.
           STRING "CODIGO FORNECEDOR" DELIMITED BY SIZE
               "                          A VENCER" DELIMITED BY SIZE
               "     ATE 30 D     ATE 60 D     ATE 90 D" DELIMITED BY
               SIZE
               "    MAIS DE 90     CREDITOS" DELIMITED BY SIZE
               "         TOTAL" DELIMITED BY SIZE
               INTO POSICAO-LINHA.
           WRITE POSICAO-LINHA.
           MOVE "POSICAO DE CONTAS A PAGAR" TO WS-REL-TITULO.
           PERFORM CABECALHO-PAGINA.
           DISPLAY "FORNECEDOR" AT LINE WS-LA COL 36.
           DISPLAY "EM ABERTO     VENCIDO" AT LINE WS-LA COL 79.
           ADD 1 TO WS-LA.
           INITIALIZE WS-POS-FORNECEDOR.
           INITIALIZE WS-POS-GERAL.
           MOVE 0 TO WS-FOR-ATUAL.
           MOVE 0 TO CP-FORNECEDOR.
           SET EOF TO 0.
           START ARQ-PAGAR KEY IS NOT LESS THAN CP-FORNECEDOR
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PAGAR NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF CP-SITUACAO = "A"
                           IF CP-FORNECEDOR NOT = WS-FOR-ATUAL
                               PERFORM FECHA-FORNECEDOR THRU
                                   FECHA-FORNECEDOR-FIM
                               MOVE CP-FORNECEDOR TO WS-FOR-ATUAL
                           END-IF
                           PERFORM SOMA-TITULO
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           PERFORM FECHA-FORNECEDOR THRU FECHA-FORNECEDOR-FIM.
           CLOSE ARQ-PAGAR.
           CLOSE ARQ-FORNECEDORES.
           MOVE 0 TO POS-CODIGO.
           MOVE "TOTAL GERAL" TO POS-NOME.
           MOVE WS-GER-AVENCER TO POS-AVENCER.
           MOVE WS-GER-30 TO POS-30.
           MOVE WS-GER-60 TO POS-60.
           MOVE WS-GER-90 TO POS-90.
           MOVE WS-GER-MAIS TO POS-MAIS.
           MOVE WS-GER-CREDITO TO POS-CREDITO.
           MOVE WS-GER-TOTAL TO POS-TOTAL.
           MOVE WS-POS-LINHA TO POSICAO-LINHA.
           WRITE POSICAO-LINHA.
           CLOSE ARQ-POSICAO.
           ADD 1 TO WS-LA.
           DISPLAY "TOTAL GERAL" AT LINE WS-LA COL 36.
           DISPLAY POS-TOTAL AT LINE WS-LA COL 75.
           COMPUTE WS-POS-TOTAL = WS-GER-30 + WS-GER-60 + WS-GER-90
               + WS-GER-MAIS.
           MOVE WS-POS-TOTAL TO POS-TOTAL.
           DISPLAY POS-TOTAL AT LINE WS-LA COL 88.
           ADD 1 TO WS-LA.
           DISPLAY "ARQUIVO: " AT LINE WS-LA COL 36.
           DISPLAY WS-NOME-POSICAO AT LINE WS-LA COL 45.
           ADD 1 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           MOVE 2 TO WS-LA.
           GO TO FORNECEDORES.

       SOMA-TITULO.
           IF CP-TIPO = "C"
               COMPUTE WS-POS-CREDITO = WS-POS-CREDITO + CP-VALOR
                   - CP-VALOR-PAGO
               COMPUTE WS-POS-TOTAL = WS-POS-TOTAL - CP-VALOR
                   + CP-VALOR-PAGO
           ELSE
               PERFORM SOMA-FAIXA
           END-IF.

       SOMA-FAIXA.
           MOVE 0 TO WS-ATRASO.
           IF CP-VENCIMENTO IS NUMERIC
               MOVE CP-VENCIMENTO TO WS-VENC-NUM
               COMPUTE WS-ATRASO = WS-HOJE-DIA -
                   FUNCTION INTEGER-OF-DATE(WS-VENC-NUM)
           END-IF.
           EVALUATE TRUE
               WHEN WS-ATRASO <= 0
                   ADD CP-VALOR TO WS-POS-AVENCER
               WHEN WS-ATRASO <= 30
                   ADD CP-VALOR TO WS-POS-30
               WHEN WS-ATRASO <= 60
                   ADD CP-VALOR TO WS-POS-60
               WHEN WS-ATRASO <= 90
                   ADD CP-VALOR TO WS-POS-90
               WHEN OTHER
                   ADD CP-VALOR TO WS-POS-MAIS
           END-EVALUATE.
           ADD CP-VALOR TO WS-POS-TOTAL.

      * Linha do fornecedor acumulado (arquivo e tela) e soma no
      * total geral.
       FECHA-FORNECEDOR.
           IF WS-POS-TOTAL = 0 AND WS-POS-CREDITO = 0
               GO TO FECHA-FORNECEDOR-FIM
           END-IF.
           MOVE SPACES TO WS-FOR-NOME-ATUAL.
           MOVE WS-FOR-ATUAL TO FOR-CODIGO.
           READ ARQ-FORNECEDORES
               INVALID KEY MOVE "NAO CADASTRADO" TO WS-FOR-NOME-ATUAL
               NOT INVALID KEY MOVE FOR-NOME TO WS-FOR-NOME-ATUAL
           END-READ.
           MOVE WS-FOR-ATUAL TO POS-CODIGO.
           MOVE WS-FOR-NOME-ATUAL TO POS-NOME.
           MOVE WS-POS-AVENCER TO POS-AVENCER.
           MOVE WS-POS-30 TO POS-30.
           MOVE WS-POS-60 TO POS-60.
           MOVE WS-POS-90 TO POS-90.
           MOVE WS-POS-MAIS TO POS-MAIS.
           MOVE WS-POS-CREDITO TO POS-CREDITO.
           MOVE WS-POS-TOTAL TO POS-TOTAL.
           MOVE WS-POS-LINHA TO POSICAO-LINHA.
           WRITE POSICAO-LINHA.
           DISPLAY WS-FOR-ATUAL AT LINE WS-LA COL 36.
           DISPLAY WS-FOR-NOME-ATUAL AT LINE WS-LA COL 42.
           DISPLAY POS-TOTAL AT LINE WS-LA COL 75.
           COMPUTE WS-POS-TOTAL = WS-POS-30 + WS-POS-60 + WS-POS-90
               + WS-POS-MAIS.
           MOVE WS-POS-TOTAL TO POS-TOTAL.
           DISPLAY POS-TOTAL AT LINE WS-LA COL 88.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.
           ADD WS-POS-AVENCER TO WS-GER-AVENCER.
           ADD WS-POS-30 TO WS-GER-30.
           ADD WS-POS-60 TO WS-GER-60.
           ADD WS-POS-90 TO WS-GER-90.
           ADD WS-POS-MAIS TO WS-GER-MAIS.
           ADD WS-POS-CREDITO TO WS-GER-CREDITO.
           COMPUTE WS-GER-TOTAL = WS-GER-AVENCER + WS-GER-30
               + WS-GER-60 + WS-GER-90 + WS-GER-MAIS - WS-GER-CREDITO.
       FECHA-FORNECEDOR-FIM.
           INITIALIZE WS-POS-FORNECEDOR.

      * Paginacao das listagens: pagina cheia para com "CONTINUA"
      * e segue com o cabecalho redesenhado.
       QUEBRA-PAGINA.
           IF WS-LA > 20
               DISPLAY "CONTINUA - ENTER P/ PROXIMA PAGINA"
                   AT LINE 22 COL 36
               ACCEPT WS-LIXO AT LINE 22 COL 71
               PERFORM CABECALHO-PAGINA
           END-IF.

       CABECALHO-PAGINA.
           DISPLAY WS-REL-TITULO AT LINE 1 COL 36.
           MOVE 2 TO WS-LA.

       GET_PROX_FORNECEDOR.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS3 = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE "FORNECEDOR" TO CONT-TIPO.
           PERFORM LE-CONTADOR-TRAVA THRU LE-CONTADOR-TRAVA-FIM.
           EVALUATE WS-FS3
               WHEN 0
                   ADD 1 TO CONT-ULTIMO
                   IF CONT-ULTIMO > 99999
                       MOVE 0 TO CONT-ULTIMO
                   ELSE
                       REWRITE CONTADOR-REC
                   END-IF
               WHEN 23
                   MOVE 1 TO CONT-ULTIMO
                   WRITE CONTADOR-REC
               WHEN OTHER
                   DISPLAY "CONTADOR EM USO - TENTE NOVAMENTE"
                       AT LINE 10 COL 36
                   MOVE 0 TO CONT-ULTIMO
           END-EVALUATE.
           MOVE CONT-ULTIMO TO WS-FOR-CODIGO.
           CLOSE ARQ-CONTADOR.

       LE-CONTADOR-TRAVA.
           MOVE 0 TO WS-TRAVA-TENTA.
           READ ARQ-CONTADOR WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           PERFORM UNTIL WS-FS3 NOT = 51 OR WS-TRAVA-TENTA > 9
               DISPLAY "REGISTRO EM USO, AGUARDE" AT LINE 10 COL 36
               CALL "C$SLEEP" USING WS-TRAVA-SEG
               ADD 1 TO WS-TRAVA-TENTA
               READ ARQ-CONTADOR WITH LOCK
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
       LE-CONTADOR-TRAVA-FIM.
           EXIT.

       FIM.
       END PROGRAM FORNECEDORES.
