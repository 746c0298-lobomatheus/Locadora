      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc
      ******************************************************************
      * Locacao de equipamentos (aparelhos de DVD/Blu-ray e consoles
      * de videogame). Cadastro em equipamentos.dat: codigo, numero
      * de serie, filial, diaria, caucao e ate 5 acessorios com o
      * valor de reposicao de cada um. Situacao do equipamento: D
      * disponivel, A alugado, C em conserto, X baixado.
      * A retirada cobra a caucao (recibo tipo "K" em pagamentos.dat,
      * somado no caixa aberto do operador) e grava a locacao em
      * eqlocacoes.dat com a diaria e o valor dos dias contratados.
      * Na devolucao o operador confere o checklist de acessorios
      * (O ok, F faltando, A avariado) e o aparelho; locacao e
      * avarias sao abatidas da caucao, a sobra volta ao cliente em
      * dinheiro (recibo tipo "R", que sai do caixa) e o que passar
      * da caucao vai para o CLIENTE-SALDO. Dias de atraso sao
      * cobrados pelo ATRASOS na diaria do equipamento, como nas
      * fitas. Cadastro somente por supervisor, com auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPAMENTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-EQUIPAMENTOS
           ASSIGN TO "./equipamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EQP-CODIGO
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS.
       SELECT ARQ-EQLOCACOES
           ASSIGN TO "./eqlocacoes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EQL-ID
           ALTERNATE KEY IS EQL-CODIGO WITH DUPLICATES
           ALTERNATE KEY IS EQL-CPF WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS2.
       SELECT ARQ-CLIENTES
           ASSIGN TO "./clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLIENTE-CPF
           ALTERNATE KEY IS CLIENTE-NOME WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-TELEFONE WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS3.
       SELECT ARQ-EMPRESTIMOS
           ASSIGN TO "./emprestimos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE KEY IS EMP-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS4.
       SELECT ARQ-CONTADOR
           ASSIGN TO "./contador.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CONT-TIPO
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-CONT.
       SELECT ARQ-PAGAMENTOS
           ASSIGN TO "./pagamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAG-RECIBO
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-PAG.
       SELECT ARQ-CAIXA
           ASSIGN TO "./caixa.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CX-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-CX.
       SELECT ARQ-RECIBO
           ASSIGN TO "./recibo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REC.
       SELECT ARQ-CONTROLE
           ASSIGN TO "./controle.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CTL-CHAVE
           FILE STATUS IS WS-FS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EQUIPAMENTOS.
       01 EQUIPAMENTO-REC.
           05 EQP-CODIGO PIC X(06).
           05 EQP-DESCRICAO PIC X(20).
           05 EQP-TIPO PIC X(01).
           05 EQP-SERIE PIC X(20).
           05 EQP-FILIAL PIC X(04).
           05 EQP-DIARIA PIC 9(04)V99.
           05 EQP-CAUCAO PIC 9(05)V99.
           05 EQP-SITUACAO PIC X(01).
           05 EQP-ACS-QTD PIC 9(01).
           05 EQP-ACESSORIO OCCURS 5 TIMES.
               10 EQP-ACS-NOME PIC X(15).
               10 EQP-ACS-VALOR PIC 9(04)V99.
           05 FILLER PIC X(20).
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
       FD ARQ-CLIENTES.
       01 CLIENTE.
           05 CLIENTE-CPF PIC X(11).
           05 CLIENTE-NOME  PIC X(20).
           05 CLIENTE-TELEFONE PIC X(15).
           05 CLIENTE-DATA-CADASTRO PIC X(08).
           05 CLIENTE-EMP PIC 9(02).
           05 CLIENTE-FILIAL PIC X(04).
           05 CLIENTE-SALDO PIC 9(06)V99.
           05 CLIENTE-TIER PIC X(01).
           05 CLIENTE-NASCIMENTO PIC X(08).
           05 CLIENTE-CONSENTE PIC X(01).
           05 CLIENTE-CANAL PIC X(01).
           05 FILLER PIC X(09).
       FD ARQ-EMPRESTIMOS.
       01 EMPRESTIMO.
           05 EMP-ID PIC 9(06).
           05 DATA-INI  PIC X(20).
           05 DATA-FIM PIC X(20).
           05 EMP-CPF PIC X(11).
           05 FILME-EMP PIC X(20).
           05 EMP-STATUS PIC X(01).
           05 DATA-DEVOLUCAO PIC X(08).
           05 EMP-VALOR PIC 9(06)V99.
           05 EMP-FILIAL PIC X(04).
           05 EMP-ULTIMA-MULTA PIC X(08).
           05 EMP-RENOVACOES PIC 9(01).
           05 EMP-OPERADOR PIC X(03).
           05 EMP-CONDICAO PIC X(01).
           05 EMP-EXEMPLAR PIC 9(03).
           05 EMP-TIPO PIC X(01).
           05 EMP-CAMPANHA PIC X(06).
           05 EMP-FILIAL-DEV PIC X(04).
           05 EMP-DEPENDENTE PIC X(01).
       FD ARQ-CONTADOR.
       01 CONTADOR-REC.
           05 CONT-TIPO PIC X(10).
           05 CONT-ULTIMO PIC 9(06).
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
       FD ARQ-CAIXA.
       01 CAIXA-REC.
           05 CX-CHAVE.
               10 CX-DATA PIC X(08).
               10 CX-FILIAL PIC X(04).
               10 CX-OPERADOR PIC X(03).
           05 CX-STATUS PIC X(01).
           05 CX-FUNDO PIC 9(06)V99.
           05 CX-RECEBIDO PIC 9(06)V99.
           05 CX-CONTADO PIC 9(06)V99.
           05 CX-APURADO PIC 9(06)V99.
           05 CX-DIFERENCA PIC S9(06)V99.
           05 CX-HORA-ABRE PIC X(06).
           05 CX-HORA-FECHA PIC X(06).
           05 FILLER PIC X(10).
       FD ARQ-RECIBO.
       01 RECIBO-LINHA PIC X(60).
       FD ARQ-CONTROLE.
       01 CONTROLE-REC.
           05 CTL-CHAVE.
               10 CTL-DATA PIC X(08).
               10 CTL-JOB PIC X(10).
           05 CTL-STATUS PIC X(01).
           05 CTL-INICIO PIC X(14).
           05 CTL-FIM PIC X(14).
           05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.
            01 WS-OPTION PIC 9(01).
            01 WS-LIXO PIC X(01).
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 WS-FS-CONT PIC 99.
            77 WS-FS-PAG PIC 99.
            77 WS-FS-CX PIC 99.
            77 WS-FS-REC PIC 99.
            77 WS-FS-CTL PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-LA PIC 99 VALUE 2.
            77 WS-EXISTE PIC 9 VALUE 0.
            77 WS-REL-TITULO PIC X(40).
            01 WS-FILIAL-ATUAL PIC X(04) VALUE SPACES.
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-EQUIPAMENTO.
               05 WS-EQP-CODIGO PIC X(06).
               05 WS-EQP-DESCRICAO PIC X(20).
               05 WS-EQP-TIPO PIC X(01).
               05 WS-EQP-SERIE PIC X(20).
               05 WS-EQP-FILIAL PIC X(04).
               05 WS-EQP-DIARIA PIC 9(04)V99.
               05 WS-EQP-CAUCAO PIC 9(05)V99.
               05 WS-EQP-SITUACAO PIC X(01).
               05 WS-EQP-ACS-QTD PIC 9(01).
               05 WS-EQP-ACESSORIO OCCURS 5 TIMES.
                   10 WS-EQP-ACS-NOME PIC X(15).
                   10 WS-EQP-ACS-VALOR PIC 9(04)V99.
               05 FILLER PIC X(20).
            01 WS-CLIENTE.
               05 WS-CLIENTE-CPF PIC X(11).
               05 WS-CLIENTE-NOME PIC X(20).
               05 WS-CLIENTE-TELEFONE PIC X(15).
               05 WS-CLIENTE-DATA-CADASTRO PIC X(08).
               05 WS-CLIENTE-EMP PIC 9(02).
               05 WS-CLIENTE-FILIAL PIC X(04).
               05 WS-CLIENTE-SALDO PIC 9(06)V99.
               05 WS-CLIENTE-TIER PIC X(01).
               05 WS-CLIENTE-NASCIMENTO PIC X(08).
               05 WS-CLIENTE-CONSENTE PIC X(01).
               05 WS-CLIENTE-CANAL PIC X(01).
               05 FILLER PIC X(09).
            77 WS-EQP-BUSCA PIC X(06).
            77 WS-EQL-CPF PIC X(11).
            77 WS-EQL-DIAS PIC 9(03).
            77 WS-EQL-VALOR PIC 9(06)V99.
            77 WS-EQL-VENC PIC X(08).
            77 WS-PROX-LOC PIC 9(06).
            77 WS-PROX-RECIBO PIC 9(06).
            77 WS-ACS-IDX PIC 9(01).
            77 WS-ACS-LINHA PIC 99.
            77 WS-ACS-COND PIC X(01).
            77 WS-ACS-OK PIC 9 VALUE 0.
            77 WS-ACS-AVARIA PIC 9(04)V99.
            77 WS-CHECKLIST PIC X(06).
            77 WS-AVARIA PIC 9(06)V99.
            77 WS-COBRAR PIC 9(06)V99.
            77 WS-RETIDO PIC 9(06)V99.
            77 WS-DEVOLVER PIC 9(06)V99.
            77 WS-SALDO-CLI PIC 9(06)V99.
            77 WS-APARELHO-AVARIADO PIC 9 VALUE 0.
            77 WS-PENDENCIA PIC 9 VALUE 0.
            77 WS-CONFIRMA PIC X(01).
            77 WS-VALOR-ED PIC ZZZZZ9.99.
            77 WS-VALOR-RECIBO PIC 9(06)V99.
            77 WS-TIPO-RECIBO PIC X(01).
            77 WS-FORMA-PAG PIC X(01) VALUE "D".
            77 WS-FORMA-PAG2 PIC X(01) VALUE SPACE.
            77 WS-VALOR-FORMA1 PIC 9(06)V99 VALUE 0.
            77 WS-VALOR-FORMA2 PIC 9(06)V99 VALUE 0.
            77 WS-VALOR-DINHEIRO PIC 9(06)V99 VALUE 0.
            77 WS-FORMA-RESP PIC X(01).
            77 WS-FORMA-OK PIC 9 VALUE 0.
            77 WS-FORMA-COD PIC X(01).
            77 WS-FORMA-DESC PIC X(08).
            77 WS-TRAVA-TENTA PIC 9(02).
            77 WS-TRAVA-SEG PIC 9(02) VALUE 1.
            77 WS-TRAVA-BATCH PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-HHMMSS PIC X(06).
               05 WS-HOJE-RESTO PIC X(07).
            77 WS-HOJE-NUM PIC 9(08).
            77 WS-HOJE-DIA PIC 9(07).
            77 WS-VENC-NUM PIC 9(08).
            77 WS-VENC-DIA PIC 9(07).
            77 WS-DIAS-ATRASO PIC S9(04).
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "EQUIPAMENT".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "EQUIPAMENT".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).
       SCREEN SECTION.
       01 EQUIPAMENTOS-SCREEN.
            02 BLANK SCREEN.
            02 LINE 1 COL 1 VALUE "-------------------------------- |".
            02 LINE 2 COL 1 VALUE "-   LOCACAO DE EQUIPAMENTOS    - |".
            02 LINE 3 COL 1 VALUE "-------------------------------- |".
            02 LINE 4 COL 1 VALUE "- 1 - LISTAR EQUIPAMENTOS      - |".
            02 LINE 5 COL 1 VALUE "- 2 - INCLUIR/ALTERAR          - |".
            02 LINE 6 COL 1 VALUE "- 3 - ALUGAR EQUIPAMENTO       - |".
            02 LINE 7 COL 1 VALUE "- 4 - DEVOLUCAO (CHECKLIST)    - |".
            02 LINE 8 COL 1 VALUE "- 5 - LOCACOES EM ABERTO       - |".
            02 LINE 9 COL 1 VALUE "-                      0-VOLTAR- |".
            02 LINE 10 COL 1 VALUE "-                              - |".
            02 LINE 10 COL 30 PIC 9(1) TO WS-OPTION.
            02 LINE 11 COL 1 VALUE "-------------------------------- |".
       PROCEDURE DIVISION.
       EQUIPAMENTOS.
           IF WS-FILIAL-ATUAL = SPACES
               PERFORM DEFINIR-FILIAL
           END-IF.
           IF WS-FILIAL-ATUAL = SPACES
               GO TO FIM
           END-IF.
           DISPLAY EQUIPAMENTOS-SCREEN.
           ACCEPT EQUIPAMENTOS-SCREEN.
           EVALUATE WS-OPTION
               WHEN 0
                   GO TO FIM
               WHEN 1
                   GO TO LISTAR
               WHEN 2
                   GO TO GRAVAR
               WHEN 3
                   GO TO ALUGAR
               WHEN 4
                   GO TO DEVOLVER
               WHEN 5
                   GO TO EM-ABERTO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT LINE 13
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 14
                   ACCEPT WS-LIXO AT LINE 14 COL 26
                   GO TO EQUIPAMENTOS
           END-EVALUATE.

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

      * Equipamentos da filial atual com serie, diaria, caucao e
      * situacao; os acessorios vao numa segunda linha.
       LISTAR.
           OPEN INPUT ARQ-EQUIPAMENTOS.
           IF WS-FS <> 0
               DISPLAY "NENHUM EQUIPAMENTO CADASTRADO" AT LINE 11
                   COL 36
               CLOSE ARQ-EQUIPAMENTOS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO EQUIPAMENTOS.
           MOVE SPACES TO WS-REL-TITULO.
           STRING "EQUIPAMENTOS - FILIAL " DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               INTO WS-REL-TITULO.
           PERFORM CABECALHO-PAGINA.
           MOVE LOW-VALUES TO EQP-CODIGO.
           SET EOF TO 0.
           START ARQ-EQUIPAMENTOS KEY IS NOT LESS THAN EQP-CODIGO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EQUIPAMENTOS NEXT INTO WS-EQUIPAMENTO
                   AT END SET EOF TO 1
                   NOT AT END
                       IF WS-EQP-FILIAL = WS-FILIAL-ATUAL
                           PERFORM LISTA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-EQUIPAMENTOS.
           ADD 1 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           MOVE 2 TO WS-LA.
           GO TO EQUIPAMENTOS.

       LISTA-LINHA.
           DISPLAY WS-EQP-CODIGO AT LINE WS-LA COL 36.
           DISPLAY WS-EQP-DESCRICAO AT LINE WS-LA COL 43.
           DISPLAY "SERIE " AT LINE WS-LA COL 64.
           DISPLAY WS-EQP-SERIE AT LINE WS-LA COL 70.
           MOVE WS-EQP-DIARIA TO WS-VALOR-ED.
           DISPLAY " DIARIA " AT LINE WS-LA COL 90.
           DISPLAY WS-VALOR-ED AT LINE WS-LA COL 98.
           MOVE WS-EQP-CAUCAO TO WS-VALOR-ED.
           DISPLAY " CAUCAO " AT LINE WS-LA COL 107.
           DISPLAY WS-VALOR-ED AT LINE WS-LA COL 115.
           EVALUATE WS-EQP-SITUACAO
               WHEN "A"
                   DISPLAY " ALUGADO" AT LINE WS-LA COL 124
               WHEN "C"
                   DISPLAY " CONSERTO" AT LINE WS-LA COL 124
               WHEN "X"
                   DISPLAY " BAIXADO" AT LINE WS-LA COL 124
               WHEN OTHER
                   DISPLAY " DISPONIVEL" AT LINE WS-LA COL 124
           END-EVALUATE.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.
           IF WS-EQP-ACS-QTD IS NUMERIC AND WS-EQP-ACS-QTD > 0
               DISPLAY "  ACESSORIOS:" AT LINE WS-LA COL 36
               MOVE 50 TO WS-ACS-LINHA
               MOVE 1 TO WS-ACS-IDX
               PERFORM UNTIL WS-ACS-IDX > WS-EQP-ACS-QTD
                   DISPLAY WS-EQP-ACS-NOME(WS-ACS-IDX)
                       AT LINE WS-LA COL WS-ACS-LINHA
                   ADD 16 TO WS-ACS-LINHA
                   ADD 1 TO WS-ACS-IDX
               END-PERFORM
               ADD 1 TO WS-LA
               PERFORM QUEBRA-PAGINA
           END-IF.

      * Inclusao ou alteracao do equipamento. Na alteracao a
      * situacao e mantida, exceto pelo supervisor tirar do conserto
      * (C -> D) ou baixar (X); alugado nao muda por aqui.
       GRAVAR.
           MOVE 37 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO EQUIPAMENTOS.
           MOVE SPACES TO WS-EQUIPAMENTO.
           DISPLAY "CODIGO: " AT LINE 1 COL 36.
           ACCEPT WS-EQP-CODIGO AT LINE 1 COL 44.
           IF WS-EQP-CODIGO = SPACES
               GO TO EQUIPAMENTOS.
           OPEN I-O ARQ-EQUIPAMENTOS.
           IF WS-FS = 35
               CLOSE ARQ-EQUIPAMENTOS
               OPEN OUTPUT ARQ-EQUIPAMENTOS
               CLOSE ARQ-EQUIPAMENTOS
               OPEN I-O ARQ-EQUIPAMENTOS
           END-IF.
           IF WS-FS <> 0
               GO TO ERROARQ.
           MOVE WS-EQP-CODIGO TO EQP-CODIGO.
           READ ARQ-EQUIPAMENTOS WITH LOCK
               INVALID KEY
                   MOVE 0 TO WS-EXISTE
                   MOVE "D" TO WS-EQP-SITUACAO
               NOT INVALID KEY
                   MOVE 1 TO WS-EXISTE
                   MOVE EQP-SITUACAO TO WS-EQP-SITUACAO
           END-READ.
           IF WS-FS = 51
               CLOSE ARQ-EQUIPAMENTOS
               GO TO REGISTRO-EM-USO.
           IF WS-EXISTE = 1 AND EQP-FILIAL NOT = WS-FILIAL-ATUAL
               DISPLAY "EQUIPAMENTO DE OUTRA FILIAL: " AT LINE 11
                   COL 36
               DISPLAY EQP-FILIAL AT LINE 11 COL 65
               CLOSE ARQ-EQUIPAMENTOS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO EQUIPAMENTOS.
           DISPLAY "DESCRICAO: " AT LINE 2 COL 36.
           ACCEPT WS-EQP-DESCRICAO AT LINE 2 COL 47.
           DISPLAY "TIPO (P=PLAYER C=CONSOLE): " AT LINE 3 COL 36.
           ACCEPT WS-EQP-TIPO AT LINE 3 COL 63.
           DISPLAY "NUMERO DE SERIE: " AT LINE 4 COL 36.
           ACCEPT WS-EQP-SERIE AT LINE 4 COL 53.
           DISPLAY "DIARIA: " AT LINE 5 COL 36.
           ACCEPT WS-EQP-DIARIA AT LINE 5 COL 44.
           DISPLAY "CAUCAO: " AT LINE 6 COL 36.
           ACCEPT WS-EQP-CAUCAO AT LINE 6 COL 44.
           DISPLAY "QTD DE ACESSORIOS (0-5): " AT LINE 7 COL 36.
           ACCEPT WS-EQP-ACS-QTD AT LINE 7 COL 61.
           IF WS-EQP-ACS-QTD IS NOT NUMERIC OR WS-EQP-ACS-QTD > 5
               MOVE 0 TO WS-EQP-ACS-QTD
           END-IF.
           MOVE 1 TO WS-ACS-IDX.
           MOVE 8 TO WS-ACS-LINHA.
           PERFORM UNTIL WS-ACS-IDX > 5
               IF WS-ACS-IDX > WS-EQP-ACS-QTD
                   MOVE SPACES TO WS-EQP-ACS-NOME(WS-ACS-IDX)
                   MOVE 0 TO WS-EQP-ACS-VALOR(WS-ACS-IDX)
               ELSE
                   DISPLAY "ACESSORIO " AT LINE WS-ACS-LINHA COL 36
                   DISPLAY WS-ACS-IDX AT LINE WS-ACS-LINHA COL 46
                   DISPLAY ": " AT LINE WS-ACS-LINHA COL 47
                   ACCEPT WS-EQP-ACS-NOME(WS-ACS-IDX)
                       AT LINE WS-ACS-LINHA COL 49
                   DISPLAY " REPOSICAO: " AT LINE WS-ACS-LINHA COL 64
                   ACCEPT WS-EQP-ACS-VALOR(WS-ACS-IDX)
                       AT LINE WS-ACS-LINHA COL 76
                   IF WS-EQP-ACS-VALOR(WS-ACS-IDX) IS NOT NUMERIC
                       MOVE 0 TO WS-EQP-ACS-VALOR(WS-ACS-IDX)
                   END-IF
                   ADD 1 TO WS-ACS-LINHA
               END-IF
               ADD 1 TO WS-ACS-IDX
           END-PERFORM.
           IF WS-EXISTE = 1
               IF WS-EQP-SITUACAO = "C" OR WS-EQP-SITUACAO = "D"
                   DISPLAY "SITUACAO (D=DISPONIVEL C=CONSERTO "
                       AT LINE 13 COL 36
                   DISPLAY "X=BAIXADO): " AT LINE 13 COL 70
                   MOVE WS-EQP-SITUACAO TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA AT LINE 13 COL 82
                   IF WS-CONFIRMA = "D" OR WS-CONFIRMA = "C"
                       OR WS-CONFIRMA = "X"
                       MOVE WS-CONFIRMA TO WS-EQP-SITUACAO
                   END-IF
               END-IF
           END-IF.
           IF WS-EQP-DESCRICAO = SPACES
               OR WS-EQP-DIARIA IS NOT NUMERIC
               OR WS-EQP-CAUCAO IS NOT NUMERIC
               DISPLAY "DESCRICAO, DIARIA E CAUCAO OBRIGATORIAS"
                   AT LINE 14 COL 36
               CLOSE ARQ-EQUIPAMENTOS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 15 COL 36
               ACCEPT WS-LIXO AT LINE 15 COL 62
               GO TO EQUIPAMENTOS.
           MOVE WS-FILIAL-ATUAL TO WS-EQP-FILIAL.
           MOVE WS-EQUIPAMENTO TO EQUIPAMENTO-REC.
           IF WS-EXISTE = 1
               REWRITE EQUIPAMENTO-REC
               MOVE "ALTERAR" TO WS-AUD-OPERACAO
           ELSE
               WRITE EQUIPAMENTO-REC
               MOVE "INCLUIR" TO WS-AUD-OPERACAO
           END-IF.
           CLOSE ARQ-EQUIPAMENTOS.
           MOVE 0 TO WS-EXISTE.
           MOVE WS-EQP-CODIGO TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING WS-EQP-DESCRICAO DELIMITED BY SIZE
               " SIT " DELIMITED BY SIZE
               WS-EQP-SITUACAO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EQP-SERIE DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "EQUIPAMENTO GRAVADO" AT LINE 14 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 15 COL 36.
           ACCEPT WS-LIXO AT LINE 15 COL 62.
           GO TO EQUIPAMENTOS.

      * Retirada: cliente sem pendencia, equipamento disponivel na
      * filial. A caucao e cobrada agora (recibo "K"); a locacao dos
      * dias contratados fica registrada e e abatida da caucao na
      * devolucao.
       ALUGAR.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           DISPLAY "CLIENTE (CPF): " AT LINE 1 COL 36.
           ACCEPT WS-EQL-CPF AT LINE 1 COL 51.
           DISPLAY "EQUIPAMENTO (CODIGO): " AT LINE 2 COL 36.
           ACCEPT WS-EQP-BUSCA AT LINE 2 COL 58.
           DISPLAY "DIAS DE LOCACAO: " AT LINE 3 COL 36.
           ACCEPT WS-EQL-DIAS AT LINE 3 COL 53.
           IF WS-EQL-DIAS IS NOT NUMERIC OR WS-EQL-DIAS = 0
               MOVE 1 TO WS-EQL-DIAS
           END-IF.

           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS3 <> 0
               DISPLAY "NENHUM CLIENTE CADASTRADO" AT LINE 11 COL 36
               CLOSE ARQ-CLIENTES
               GO TO ALUGAR-SAI.
           MOVE WS-EQL-CPF TO CLIENTE-CPF.
           READ ARQ-CLIENTES INTO WS-CLIENTE
               KEY IS CLIENTE-CPF
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO" AT LINE 11 COL 36
                   CLOSE ARQ-CLIENTES
                   GO TO ALUGAR-SAI
           END-READ.
           CLOSE ARQ-CLIENTES.
           PERFORM VERIFICA-PENDENCIA THRU VERIFICA-PENDENCIA-FIM.
           IF WS-PENDENCIA = 1
               DISPLAY "CLIENTE COM PENDENCIA" AT LINE 11 COL 36
               GO TO ALUGAR-SAI.

           OPEN I-O ARQ-EQUIPAMENTOS.
           IF WS-FS <> 0
               DISPLAY "NENHUM EQUIPAMENTO CADASTRADO" AT LINE 11
                   COL 36
               CLOSE ARQ-EQUIPAMENTOS
               GO TO ALUGAR-SAI.
           MOVE WS-EQP-BUSCA TO EQP-CODIGO.
           READ ARQ-EQUIPAMENTOS INTO WS-EQUIPAMENTO WITH LOCK
               INVALID KEY
                   DISPLAY "EQUIPAMENTO NAO ENCONTRADO" AT LINE 11
                       COL 36
                   CLOSE ARQ-EQUIPAMENTOS
                   GO TO ALUGAR-SAI
           END-READ.
           IF WS-FS = 51
               CLOSE ARQ-EQUIPAMENTOS
               GO TO REGISTRO-EM-USO.
           IF WS-EQP-FILIAL NOT = WS-FILIAL-ATUAL
               DISPLAY "EQUIPAMENTO DE OUTRA FILIAL" AT LINE 11 COL 36
               CLOSE ARQ-EQUIPAMENTOS
               GO TO ALUGAR-SAI.
           IF WS-EQP-SITUACAO NOT = "D"
               DISPLAY "EQUIPAMENTO NAO DISPONIVEL" AT LINE 11 COL 36
               CLOSE ARQ-EQUIPAMENTOS
               GO TO ALUGAR-SAI.

           COMPUTE WS-EQL-VALOR = WS-EQL-DIAS * WS-EQP-DIARIA.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) TO WS-HOJE-DIA.
           COMPUTE WS-VENC-DIA = WS-HOJE-DIA + WS-EQL-DIAS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-VENC-DIA) TO WS-VENC-NUM.
           MOVE WS-VENC-NUM TO WS-EQL-VENC.
           DISPLAY WS-EQP-DESCRICAO AT LINE 4 COL 36.
           DISPLAY " SERIE " AT LINE 4 COL 56.
           DISPLAY WS-EQP-SERIE AT LINE 4 COL 63.
           MOVE WS-EQL-VALOR TO WS-VALOR-ED.
           DISPLAY "LOCACAO: " AT LINE 5 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 5 COL 45.
           DISPLAY " DEVOLVER EM " AT LINE 5 COL 54.
           DISPLAY WS-EQL-VENC AT LINE 5 COL 67.
           MOVE WS-EQP-CAUCAO TO WS-VALOR-ED.
           DISPLAY "CAUCAO A RECEBER: " AT LINE 6 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 6 COL 54.
           MOVE WS-EQP-CAUCAO TO WS-VALOR-RECIBO.
           IF WS-VALOR-RECIBO > 0
               PERFORM ESCOLHE-FORMA THRU ESCOLHE-FORMA-FIM
           END-IF.
           DISPLAY "CONFIRMA A LOCACAO (S/N)? " AT LINE 11 COL 36.
           ACCEPT WS-CONFIRMA AT LINE 11 COL 62.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               CLOSE ARQ-EQUIPAMENTOS
               DISPLAY "LOCACAO CANCELADA" AT LINE 12 COL 36
               GO TO ALUGAR-SAI.

           MOVE 0 TO WS-PROX-RECIBO.
           IF WS-VALOR-RECIBO > 0
               PERFORM GET_PROX_RECIBO
               IF WS-PROX-RECIBO = 0
                   CLOSE ARQ-EQUIPAMENTOS
                   GO TO REGISTRO-EM-USO
               END-IF
           END-IF.
           PERFORM GET_PROX_LOCACAO.
           IF WS-PROX-LOC = 0
               CLOSE ARQ-EQUIPAMENTOS
               GO TO REGISTRO-EM-USO.

           OPEN I-O ARQ-EQLOCACOES.
           IF WS-FS2 = 35
               CLOSE ARQ-EQLOCACOES
               OPEN OUTPUT ARQ-EQLOCACOES
               CLOSE ARQ-EQLOCACOES
               OPEN I-O ARQ-EQLOCACOES
           END-IF.
           IF WS-FS2 <> 0
               DISPLAY "ERRO NO ARQUIVO DE LOCACOES: " AT LINE 12
                   COL 36
               DISPLAY WS-FS2 AT LINE 12 COL 65
               CLOSE ARQ-EQLOCACOES
               CLOSE ARQ-EQUIPAMENTOS
               GO TO ALUGAR-SAI.
           MOVE SPACES TO EQLOCACAO-REC.
           MOVE WS-PROX-LOC TO EQL-ID.
           MOVE WS-EQP-CODIGO TO EQL-CODIGO.
           MOVE WS-EQP-DESCRICAO TO EQL-DESCRICAO.
           MOVE WS-EQL-CPF TO EQL-CPF.
           MOVE WS-FILIAL-ATUAL TO EQL-FILIAL.
           MOVE WS-HOJE-AAAAMMDD TO EQL-DATA-INI.
           MOVE WS-EQL-VENC TO EQL-DATA-FIM.
           MOVE "A" TO EQL-STATUS.
           MOVE WS-EQL-DIAS TO EQL-DIAS.
           MOVE WS-EQP-DIARIA TO EQL-DIARIA.
           MOVE WS-EQL-VALOR TO EQL-VALOR.
           MOVE WS-EQP-CAUCAO TO EQL-CAUCAO.
           MOVE WS-PROX-RECIBO TO EQL-RECIBO.
           MOVE 0 TO EQL-AVARIA.
           MOVE 0 TO EQL-RETIDO.
           MOVE 0 TO EQL-DEVOLVIDO.
           MOVE 0 TO EQL-RECIBO-DEV.
           MOVE 0 TO EQL-SALDO-CLI.
           MOVE WS-SES-OPERADOR TO EQL-OPERADOR.
           WRITE EQLOCACAO-REC.
           CLOSE ARQ-EQLOCACOES.

           MOVE "A" TO EQP-SITUACAO.
           REWRITE EQUIPAMENTO-REC.
           CLOSE ARQ-EQUIPAMENTOS.

           IF WS-VALOR-RECIBO > 0
               MOVE "K" TO WS-TIPO-RECIBO
               PERFORM REGISTRA-RECIBO THRU REGISTRA-RECIBO-FIM
           END-IF.

           MOVE "ALUGAR" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           STRING WS-EQP-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EQL-CPF DELIMITED BY SIZE
               INTO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "LOC " DELIMITED BY SIZE
               WS-PROX-LOC DELIMITED BY SIZE
               " DIAS " DELIMITED BY SIZE
               WS-EQL-DIAS DELIMITED BY SIZE
               " CAUCAO " DELIMITED BY SIZE
               WS-EQP-CAUCAO DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.

           DISPLAY "LOCACAO REGISTRADA. NR: " AT LINE 12 COL 36.
           DISPLAY WS-PROX-LOC AT LINE 12 COL 60.
           IF WS-PROX-RECIBO > 0
               DISPLAY " RECIBO CAUCAO: " AT LINE 12 COL 66
               DISPLAY WS-PROX-RECIBO AT LINE 12 COL 82
           END-IF.
       ALUGAR-SAI.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 13 COL 36.
           ACCEPT WS-LIXO AT LINE 13 COL 62.
           GO TO EQUIPAMENTOS.

      * Cliente com fita ou equipamento vencido e ainda nao devolvido
      * nao retira equipamento.
       VERIFICA-PENDENCIA.
           MOVE 0 TO WS-PENDENCIA.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) TO WS-HOJE-DIA.
           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-FS4 = 0
               MOVE WS-EQL-CPF TO EMP-CPF
               SET EOF TO 0
               START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-CPF
                   INVALID KEY SET EOF TO 1
               END-START
               PERFORM UNTIL EOF = 1 OR WS-PENDENCIA = 1
                   READ ARQ-EMPRESTIMOS NEXT
                       AT END SET EOF TO 1
                       NOT AT END
                           IF EMP-CPF NOT = WS-EQL-CPF
                               SET EOF TO 1
                           ELSE
                               IF EMP-STATUS = "A"
                                   AND DATA-FIM(1:8) IS NUMERIC
                                   MOVE DATA-FIM(1:8) TO WS-VENC-NUM
                                   PERFORM CONFERE-VENCIDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARQ-EMPRESTIMOS.
           IF WS-PENDENCIA = 1
               GO TO VERIFICA-PENDENCIA-FIM
           END-IF.
           OPEN INPUT ARQ-EQLOCACOES.
           IF WS-FS2 = 0
               MOVE WS-EQL-CPF TO EQL-CPF
               SET EOF TO 0
               START ARQ-EQLOCACOES KEY IS NOT LESS THAN EQL-CPF
                   INVALID KEY SET EOF TO 1
               END-START
               PERFORM UNTIL EOF = 1 OR WS-PENDENCIA = 1
                   READ ARQ-EQLOCACOES NEXT
                       AT END SET EOF TO 1
                       NOT AT END
                           IF EQL-CPF NOT = WS-EQL-CPF
                               SET EOF TO 1
                           ELSE
                               IF EQL-STATUS = "A"
                                   AND EQL-DATA-FIM IS NUMERIC
                                   MOVE EQL-DATA-FIM TO WS-VENC-NUM
                                   PERFORM CONFERE-VENCIDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARQ-EQLOCACOES.
       VERIFICA-PENDENCIA-FIM.
           SET EOF TO 0.

       CONFERE-VENCIDO.
           MOVE FUNCTION INTEGER-OF-DATE(WS-VENC-NUM) TO WS-VENC-DIA.
           COMPUTE WS-DIAS-ATRASO = WS-HOJE-DIA - WS-VENC-DIA.
           IF WS-DIAS-ATRASO > 0
               MOVE 1 TO WS-PENDENCIA
           END-IF.

      * Devolucao com checklist: cada acessorio do cadastro e
      * conferido (O ok, F faltando - cobra a reposicao, A avariado -
      * cobra o valor informado, ENTER = reposicao) e depois o
      * aparelho; aparelho avariado vai para conserto (situacao C).
      * Locacao + avarias sao abatidas da caucao; a sobra e devolvida
      * em dinheiro e o excedente vai para o saldo do cliente.
       DEVOLVER.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           DISPLAY "EQUIPAMENTO (CODIGO): " AT LINE 1 COL 36.
           ACCEPT WS-EQP-BUSCA AT LINE 1 COL 58.

           OPEN I-O ARQ-EQLOCACOES.
           IF WS-FS2 <> 0
               DISPLAY "NENHUMA LOCACAO REGISTRADA" AT LINE 11 COL 36
               CLOSE ARQ-EQLOCACOES
               GO TO DEVOLVER-SAI.
           MOVE WS-EQP-BUSCA TO EQL-CODIGO.
           MOVE 0 TO WS-EXISTE.
           SET EOF TO 0.
           START ARQ-EQLOCACOES KEY IS NOT LESS THAN EQL-CODIGO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1 OR WS-EXISTE = 1
               READ ARQ-EQLOCACOES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF EQL-CODIGO NOT = WS-EQP-BUSCA
                           SET EOF TO 1
                       ELSE
                           IF EQL-STATUS = "A"
                               MOVE 1 TO WS-EXISTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           IF WS-EXISTE = 0
               DISPLAY "EQUIPAMENTO SEM LOCACAO EM ABERTO" AT LINE 11
                   COL 36
               CLOSE ARQ-EQLOCACOES
               GO TO DEVOLVER-SAI.
           MOVE 0 TO WS-EXISTE.
           READ ARQ-EQLOCACOES WITH LOCK
               KEY IS EQL-ID
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FS2 = 51
               CLOSE ARQ-EQLOCACOES
               GO TO REGISTRO-EM-USO.
           IF EQL-FILIAL NOT = WS-FILIAL-ATUAL
               DISPLAY "DEVOLVER NA FILIAL DA LOCACAO: " AT LINE 11
                   COL 36
               DISPLAY EQL-FILIAL AT LINE 11 COL 67
               CLOSE ARQ-EQLOCACOES
               GO TO DEVOLVER-SAI.

           OPEN I-O ARQ-EQUIPAMENTOS.
           IF WS-FS <> 0
               CLOSE ARQ-EQUIPAMENTOS
               CLOSE ARQ-EQLOCACOES
               GO TO ERROARQ.
           MOVE EQL-CODIGO TO EQP-CODIGO.
           READ ARQ-EQUIPAMENTOS INTO WS-EQUIPAMENTO WITH LOCK
               INVALID KEY
                   MOVE SPACES TO WS-EQUIPAMENTO
                   MOVE 0 TO WS-EQP-ACS-QTD
           END-READ.
           IF WS-FS = 51
               CLOSE ARQ-EQUIPAMENTOS
               CLOSE ARQ-EQLOCACOES
               GO TO REGISTRO-EM-USO.
           IF WS-EQP-ACS-QTD IS NOT NUMERIC
               MOVE 0 TO WS-EQP-ACS-QTD
           END-IF.

           DISPLAY EQL-DESCRICAO AT LINE 2 COL 36.
           DISPLAY " CLIENTE " AT LINE 2 COL 56.
           DISPLAY EQL-CPF AT LINE 2 COL 65.
           DISPLAY "CHECKLIST (O=OK F=FALTANDO A=AVARIADO)"
               AT LINE 3 COL 36.
           MOVE SPACES TO WS-CHECKLIST.
           MOVE 0 TO WS-AVARIA.
           MOVE 0 TO WS-APARELHO-AVARIADO.
           MOVE 4 TO WS-ACS-LINHA.
           MOVE 1 TO WS-ACS-IDX.
           PERFORM UNTIL WS-ACS-IDX > WS-EQP-ACS-QTD
               PERFORM CONFERE-ACESSORIO THRU CONFERE-ACESSORIO-FIM
               ADD 1 TO WS-ACS-LINHA
               ADD 1 TO WS-ACS-IDX
           END-PERFORM.
           PERFORM CONFERE-APARELHO THRU CONFERE-APARELHO-FIM.

           COMPUTE WS-COBRAR = EQL-VALOR + WS-AVARIA.
           MOVE 0 TO WS-SALDO-CLI.
           MOVE 0 TO WS-DEVOLVER.
           IF WS-COBRAR > EQL-CAUCAO
               MOVE EQL-CAUCAO TO WS-RETIDO
               SUBTRACT EQL-CAUCAO FROM WS-COBRAR GIVING WS-SALDO-CLI
           ELSE
               MOVE WS-COBRAR TO WS-RETIDO
               SUBTRACT WS-COBRAR FROM EQL-CAUCAO GIVING WS-DEVOLVER
           END-IF.
           MOVE EQL-VALOR TO WS-VALOR-ED.
           DISPLAY "LOCACAO:          " AT LINE 11 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 11 COL 54.
           MOVE WS-AVARIA TO WS-VALOR-ED.
           DISPLAY "AVARIAS/FALTAS:   " AT LINE 12 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 12 COL 54.
           MOVE EQL-CAUCAO TO WS-VALOR-ED.
           DISPLAY "CAUCAO:           " AT LINE 13 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 13 COL 54.
           MOVE WS-DEVOLVER TO WS-VALOR-ED.
           DISPLAY "DEVOLVER (DINH.): " AT LINE 14 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 14 COL 54.
           MOVE WS-SALDO-CLI TO WS-VALOR-ED.
           DISPLAY "PARA O SALDO:     " AT LINE 15 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 15 COL 54.
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N)? " AT LINE 16 COL 36.
           ACCEPT WS-CONFIRMA AT LINE 16 COL 64.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               CLOSE ARQ-EQUIPAMENTOS
               CLOSE ARQ-EQLOCACOES
               DISPLAY "DEVOLUCAO CANCELADA" AT LINE 17 COL 36
               GO TO DEVOLVER-SAI2.

           MOVE 0 TO WS-PROX-RECIBO.
           IF WS-DEVOLVER > 0
               PERFORM GET_PROX_RECIBO
               IF WS-PROX-RECIBO = 0
                   CLOSE ARQ-EQUIPAMENTOS
                   CLOSE ARQ-EQLOCACOES
                   GO TO REGISTRO-EM-USO
               END-IF
           END-IF.

           IF WS-SALDO-CLI > 0
               PERFORM LANCA-SALDO THRU LANCA-SALDO-FIM
           END-IF.

           MOVE "F" TO EQL-STATUS.
           MOVE WS-HOJE-AAAAMMDD TO EQL-DATA-DEV.
           MOVE WS-AVARIA TO EQL-AVARIA.
           MOVE WS-RETIDO TO EQL-RETIDO.
           MOVE WS-DEVOLVER TO EQL-DEVOLVIDO.
           MOVE WS-PROX-RECIBO TO EQL-RECIBO-DEV.
           MOVE WS-SALDO-CLI TO EQL-SALDO-CLI.
           MOVE WS-CHECKLIST TO EQL-CHECKLIST.
           REWRITE EQLOCACAO-REC.
           MOVE EQL-CPF TO WS-EQL-CPF.
           CLOSE ARQ-EQLOCACOES.

           IF WS-EQP-CODIGO NOT = SPACES
               IF WS-APARELHO-AVARIADO = 1
                   MOVE "C" TO EQP-SITUACAO
               ELSE
                   MOVE "D" TO EQP-SITUACAO
               END-IF
               REWRITE EQUIPAMENTO-REC
           END-IF.
           CLOSE ARQ-EQUIPAMENTOS.

           IF WS-DEVOLVER > 0
               MOVE "R" TO WS-TIPO-RECIBO
               MOVE WS-DEVOLVER TO WS-VALOR-RECIBO
               MOVE "D" TO WS-FORMA-PAG
               MOVE SPACE TO WS-FORMA-PAG2
               MOVE 0 TO WS-VALOR-FORMA2
               PERFORM REGISTRA-RECIBO THRU REGISTRA-RECIBO-FIM
           END-IF.

           MOVE "DEVOLVER" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           STRING WS-EQP-BUSCA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EQL-CPF DELIMITED BY SIZE
               INTO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "CK " DELIMITED BY SIZE
               WS-CHECKLIST DELIMITED BY SIZE
               " RET " DELIMITED BY SIZE
               WS-RETIDO DELIMITED BY SIZE
               " DEV " DELIMITED BY SIZE
               WS-DEVOLVER DELIMITED BY SIZE
               " SAL " DELIMITED BY SIZE
               WS-SALDO-CLI DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.

           DISPLAY "DEVOLUCAO REGISTRADA" AT LINE 17 COL 36.
           IF WS-PROX-RECIBO > 0
               DISPLAY " RECIBO: " AT LINE 17 COL 56
               DISPLAY WS-PROX-RECIBO AT LINE 17 COL 65
           END-IF.
       DEVOLVER-SAI2.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 18 COL 36.
           ACCEPT WS-LIXO AT LINE 18 COL 62.
           GO TO EQUIPAMENTOS.
       DEVOLVER-SAI.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO EQUIPAMENTOS.

       CONFERE-ACESSORIO.
           MOVE 0 TO WS-ACS-OK.
           PERFORM UNTIL WS-ACS-OK = 1
               DISPLAY WS-EQP-ACS-NOME(WS-ACS-IDX)
                   AT LINE WS-ACS-LINHA COL 36
               DISPLAY ": " AT LINE WS-ACS-LINHA COL 51
               MOVE "O" TO WS-ACS-COND
               ACCEPT WS-ACS-COND AT LINE WS-ACS-LINHA COL 53
               PERFORM VALIDA-CONDICAO
           END-PERFORM.
           MOVE WS-ACS-COND TO WS-CHECKLIST(WS-ACS-IDX:1).
           IF WS-ACS-COND = "F"
               ADD WS-EQP-ACS-VALOR(WS-ACS-IDX) TO WS-AVARIA
               GO TO CONFERE-ACESSORIO-FIM
           END-IF.
           IF WS-ACS-COND = "A"
               MOVE 0 TO WS-ACS-AVARIA
               DISPLAY " VALOR (ENTER=REPOSICAO): "
                   AT LINE WS-ACS-LINHA COL 55
               ACCEPT WS-ACS-AVARIA AT LINE WS-ACS-LINHA COL 81
               IF WS-ACS-AVARIA IS NOT NUMERIC OR WS-ACS-AVARIA = 0
                   MOVE WS-EQP-ACS-VALOR(WS-ACS-IDX) TO WS-ACS-AVARIA
               END-IF
               ADD WS-ACS-AVARIA TO WS-AVARIA
           END-IF.
       CONFERE-ACESSORIO-FIM.
           EXIT.

      * Aparelho: nao cabe "faltando" (foi devolvido); a avaria tem
      * valor informado pelo operador, sem reposicao no cadastro.
       CONFERE-APARELHO.
           MOVE 0 TO WS-ACS-OK.
           PERFORM UNTIL WS-ACS-OK = 1
               DISPLAY "APARELHO (O/A)" AT LINE WS-ACS-LINHA COL 36
               DISPLAY ": " AT LINE WS-ACS-LINHA COL 51
               MOVE "O" TO WS-ACS-COND
               ACCEPT WS-ACS-COND AT LINE WS-ACS-LINHA COL 53
               PERFORM VALIDA-CONDICAO
               IF WS-ACS-COND = "F"
                   MOVE 0 TO WS-ACS-OK
               END-IF
           END-PERFORM.
           MOVE WS-ACS-COND TO WS-CHECKLIST(6:1).
           IF WS-ACS-COND NOT = "A"
               GO TO CONFERE-APARELHO-FIM
           END-IF.
           MOVE 1 TO WS-APARELHO-AVARIADO.
           MOVE 0 TO WS-ACS-AVARIA.
           DISPLAY " VALOR DA AVARIA: " AT LINE WS-ACS-LINHA COL 55.
           ACCEPT WS-ACS-AVARIA AT LINE WS-ACS-LINHA COL 73.
           IF WS-ACS-AVARIA IS NOT NUMERIC
               MOVE 0 TO WS-ACS-AVARIA
           END-IF.
           ADD WS-ACS-AVARIA TO WS-AVARIA.
       CONFERE-APARELHO-FIM.
           EXIT.

       VALIDA-CONDICAO.
           EVALUATE WS-ACS-COND
               WHEN "o"
                   MOVE "O" TO WS-ACS-COND
               WHEN "f"
                   MOVE "F" TO WS-ACS-COND
               WHEN "a"
                   MOVE "A" TO WS-ACS-COND
               WHEN SPACE
                   MOVE "O" TO WS-ACS-COND
           END-EVALUATE.
           IF WS-ACS-COND = "O" OR WS-ACS-COND = "F"
               OR WS-ACS-COND = "A"
               MOVE 1 TO WS-ACS-OK
           END-IF.

      * O que a caucao nao cobriu fica devendo no cadastro do
      * cliente, como a multa de atraso.
       LANCA-SALDO.
           OPEN I-O ARQ-CLIENTES.
           IF WS-FS3 <> 0
               CLOSE ARQ-CLIENTES
               DISPLAY "ATENCAO: SALDO NAO LANCADO" AT LINE 17 COL 36
               GO TO LANCA-SALDO-FIM
           END-IF.
           MOVE EQL-CPF TO CLIENTE-CPF.
           READ ARQ-CLIENTES INTO WS-CLIENTE WITH LOCK
               KEY IS CLIENTE-CPF
               INVALID KEY
                   DISPLAY "ATENCAO: SALDO NAO LANCADO" AT LINE 17
                       COL 36
               NOT INVALID KEY
                   ADD WS-SALDO-CLI TO WS-CLIENTE-SALDO
                       GIVING CLIENTE-SALDO
                   MOVE "CLIENTES" TO WS-JRN-ARQUIVO
                   MOVE "A" TO WS-JRN-OPERACAO
                   CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                       WS-JRN-OPERACAO CLIENTE
                   REWRITE CLIENTE
           END-READ.
           CLOSE ARQ-CLIENTES.
       LANCA-SALDO-FIM.
           EXIT.

      * Locacoes em aberto da filial, com o atraso ate hoje.
       EM-ABERTO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) TO WS-HOJE-DIA.
           OPEN INPUT ARQ-EQLOCACOES.
           IF WS-FS2 <> 0
               DISPLAY "NENHUMA LOCACAO REGISTRADA" AT LINE 11 COL 36
               CLOSE ARQ-EQLOCACOES
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO EQUIPAMENTOS.
           MOVE SPACES TO WS-REL-TITULO.
           STRING "EQUIPAMENTOS ALUGADOS - FILIAL " DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               INTO WS-REL-TITULO.
           PERFORM CABECALHO-PAGINA.
           MOVE 0 TO EQL-ID.
           SET EOF TO 0.
           START ARQ-EQLOCACOES KEY IS NOT LESS THAN EQL-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EQLOCACOES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF EQL-STATUS = "A"
                           AND EQL-FILIAL = WS-FILIAL-ATUAL
                           PERFORM EM-ABERTO-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-EQLOCACOES.
           ADD 1 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           MOVE 2 TO WS-LA.
           GO TO EQUIPAMENTOS.

       EM-ABERTO-LINHA.
           DISPLAY EQL-CODIGO AT LINE WS-LA COL 36.
           DISPLAY EQL-DESCRICAO AT LINE WS-LA COL 43.
           DISPLAY " CLIENTE " AT LINE WS-LA COL 63.
           DISPLAY EQL-CPF AT LINE WS-LA COL 72.
           DISPLAY " SAIDA " AT LINE WS-LA COL 83.
           DISPLAY EQL-DATA-INI AT LINE WS-LA COL 90.
           DISPLAY " VENC " AT LINE WS-LA COL 98.
           DISPLAY EQL-DATA-FIM AT LINE WS-LA COL 104.
           IF EQL-DATA-FIM IS NUMERIC
               MOVE EQL-DATA-FIM TO WS-VENC-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-VENC-NUM)
                   TO WS-VENC-DIA
               COMPUTE WS-DIAS-ATRASO = WS-HOJE-DIA - WS-VENC-DIA
               IF WS-DIAS-ATRASO > 0
                   DISPLAY " ATRASO DIAS: " AT LINE WS-LA COL 112
                   DISPLAY WS-DIAS-ATRASO AT LINE WS-LA COL 126
               END-IF
           END-IF.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.

      * Forma de pagamento da caucao (D=dinheiro C=cartao P=PIX
      * Q=cheque), com a opcao de dividir em duas formas:
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
           IF WS-VALOR-RECIBO < 0.02
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
               IF WS-VALOR-FORMA2 < WS-VALOR-RECIBO
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

      * Grava o recibo da caucao (tipo "K", entrada) ou da devolucao
      * da caucao (tipo "R", saida em dinheiro) em pagamentos.dat,
      * acerta o caixa aberto do operador e emite o recibo em
      * recibo.txt.
       REGISTRA-RECIBO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           OPEN I-O ARQ-PAGAMENTOS.
           IF WS-FS-PAG = 35
               CLOSE ARQ-PAGAMENTOS
               OPEN OUTPUT ARQ-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
               OPEN I-O ARQ-PAGAMENTOS
           END-IF.
           IF WS-FS-PAG <> 0
               DISPLAY "ERRO NO ARQUIVO DE PAGAMENTOS: " AT LINE 10
                   COL 36
               DISPLAY WS-FS-PAG AT LINE 10 COL 68
               GO TO REGISTRA-RECIBO-FIM
           END-IF.
           MOVE SPACES TO PAGAMENTO.
           MOVE WS-PROX-RECIBO TO PAG-RECIBO.
           MOVE WS-HOJE-AAAAMMDD TO PAG-DATA.
           MOVE WS-HOJE-HHMMSS TO PAG-HORA.
           MOVE WS-EQL-CPF TO PAG-CPF.
           MOVE WS-VALOR-RECIBO TO PAG-VALOR.
           MOVE WS-FILIAL-ATUAL TO PAG-FILIAL.
           MOVE WS-SES-OPERADOR TO PAG-OPERADOR.
           MOVE WS-TIPO-RECIBO TO PAG-TIPO.
           MOVE WS-FORMA-PAG TO PAG-FORMA.
           MOVE WS-FORMA-PAG2 TO PAG-FORMA2.
           MOVE WS-VALOR-FORMA2 TO PAG-VALOR2.
           MOVE "PAGAMENTOS" TO WS-JRN-ARQUIVO
           MOVE "I" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO PAGAMENTO
           WRITE PAGAMENTO.
           CLOSE ARQ-PAGAMENTOS.
           SUBTRACT WS-VALOR-FORMA2 FROM WS-VALOR-RECIBO
               GIVING WS-VALOR-FORMA1.
           MOVE 0 TO WS-VALOR-DINHEIRO.
           IF WS-FORMA-PAG = "D"
               ADD WS-VALOR-FORMA1 TO WS-VALOR-DINHEIRO
           END-IF.
           IF WS-FORMA-PAG2 = "D"
               ADD WS-VALOR-FORMA2 TO WS-VALOR-DINHEIRO
           END-IF.
           PERFORM POSTA-CAIXA THRU POSTA-CAIXA-FIM.
           PERFORM IMPRIME-RECIBO THRU IMPRIME-RECIBO-FIM.
       REGISTRA-RECIBO-FIM.
           EXIT.

       POSTA-CAIXA.
           OPEN I-O ARQ-CAIXA.
           IF WS-FS-CX <> 0
               CLOSE ARQ-CAIXA
               DISPLAY "ATENCAO: CAIXA NAO ABERTO" AT LINE 10 COL 36
               GO TO POSTA-CAIXA-FIM
           END-IF.
           MOVE WS-HOJE-AAAAMMDD TO CX-DATA.
           MOVE WS-FILIAL-ATUAL TO CX-FILIAL.
           MOVE WS-SES-OPERADOR TO CX-OPERADOR.
           READ ARQ-CAIXA WITH LOCK
               INVALID KEY
                   DISPLAY "ATENCAO: CAIXA NAO ABERTO" AT LINE 10
                       COL 36
               NOT INVALID KEY
                   IF CX-STATUS = "A"
                       IF WS-TIPO-RECIBO = "R"
                           IF CX-RECEBIDO > WS-VALOR-DINHEIRO
                               SUBTRACT WS-VALOR-DINHEIRO
                                   FROM CX-RECEBIDO
                           ELSE
                               MOVE 0 TO CX-RECEBIDO
                           END-IF
                       ELSE
                           ADD WS-VALOR-DINHEIRO TO CX-RECEBIDO
                       END-IF
                       REWRITE CAIXA-REC
                   ELSE
                       DISPLAY "ATENCAO: CAIXA JA FECHADO" AT LINE 10
                           COL 36
                   END-IF
           END-READ.
           CLOSE ARQ-CAIXA.
       POSTA-CAIXA-FIM.
           EXIT.

       IMPRIME-RECIBO.
           OPEN EXTEND ARQ-RECIBO.
           IF WS-FS-REC <> 0
               OPEN OUTPUT ARQ-RECIBO
           END-IF.
           IF WS-FS-REC <> 0
               GO TO IMPRIME-RECIBO-FIM
           END-IF.
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
           IF WS-TIPO-RECIBO = "R"
               STRING "RECIBO NR " DELIMITED BY SIZE
                   WS-PROX-RECIBO DELIMITED BY SIZE
                   "  DEVOLUCAO CAUCAO  " DELIMITED BY SIZE
                   WS-HOJE-AAAAMMDD DELIMITED BY SIZE
                   INTO RECIBO-LINHA
           ELSE
               STRING "RECIBO NR " DELIMITED BY SIZE
                   WS-PROX-RECIBO DELIMITED BY SIZE
                   "  CAUCAO EQUIPAMENTO  " DELIMITED BY SIZE
                   WS-HOJE-AAAAMMDD DELIMITED BY SIZE
                   INTO RECIBO-LINHA
           END-IF.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "EQUIPAMENTO: " DELIMITED BY SIZE
               WS-EQP-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EQP-DESCRICAO DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "SERIE: " DELIMITED BY SIZE
               WS-EQP-SERIE DELIMITED BY SIZE
               "  CLIENTE: " DELIMITED BY SIZE
               WS-EQL-CPF DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-VALOR-RECIBO TO WS-VALOR-ED.
           MOVE SPACES TO RECIBO-LINHA.
           IF WS-TIPO-RECIBO = "R"
               STRING "VALOR DEVOLVIDO: " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   "  FILIAL: " DELIMITED BY SIZE
                   WS-FILIAL-ATUAL DELIMITED BY SIZE
                   INTO RECIBO-LINHA
           ELSE
               STRING "VALOR PAGO: " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   "  FILIAL: " DELIMITED BY SIZE
                   WS-FILIAL-ATUAL DELIMITED BY SIZE
                   INTO RECIBO-LINHA
           END-IF.
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
       IMPRIME-RECIBO-FIM.
           EXIT.

       GET_PROX_RECIBO.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS-CONT = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE "RECIBO" TO CONT-TIPO.
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
                       AT LINE 10 COL 36
                   MOVE 0 TO CONT-ULTIMO
           END-EVALUATE.
           MOVE CONT-ULTIMO TO WS-PROX-RECIBO.
           CLOSE ARQ-CONTADOR.

       GET_PROX_LOCACAO.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS-CONT = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE "EQLOCACAO" TO CONT-TIPO.
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
                       AT LINE 10 COL 36
                   MOVE 0 TO CONT-ULTIMO
           END-EVALUATE.
           MOVE CONT-ULTIMO TO WS-PROX-LOC.
           CLOSE ARQ-CONTADOR.

      * Leitura do contador com trava; com o registro em uso por
      * outro terminal, aguarda e tenta de novo.
       LE-CONTADOR-TRAVA.
           MOVE 0 TO WS-TRAVA-TENTA.
           READ ARQ-CONTADOR WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           PERFORM UNTIL WS-FS-CONT NOT = 51 OR WS-TRAVA-TENTA > 9
               DISPLAY "REGISTRO EM USO, AGUARDE" AT LINE 10 COL 36
               CALL "C$SLEEP" USING WS-TRAVA-SEG
               ADD 1 TO WS-TRAVA-TENTA
               READ ARQ-CONTADOR WITH LOCK
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
       LE-CONTADOR-TRAVA-FIM.
           EXIT.

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

      * Janela de batch armada pelo NOTURNO em controle.dat: sem
      * atualizacao no balcao enquanto a cadeia roda.
       VERIFICA-TRAVA-BATCH.
           MOVE 0 TO WS-TRAVA-BATCH.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-FS-CTL <> 0
               CLOSE ARQ-CONTROLE
               GO TO VERIFICA-TRAVA-BATCH-FIM
           END-IF.
           MOVE "00000000" TO CTL-DATA.
           MOVE "TRAVABATCH" TO CTL-JOB.
           READ ARQ-CONTROLE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CTL-STATUS = "A"
                       MOVE 1 TO WS-TRAVA-BATCH
                   END-IF
           END-READ.
           CLOSE ARQ-CONTROLE.
       VERIFICA-TRAVA-BATCH-FIM.
           EXIT.

       SISTEMA-EM-FECHAMENTO.
           DISPLAY "SISTEMA EM FECHAMENTO - TENTE MAIS TARDE"
               AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO EQUIPAMENTOS.

       REGISTRO-EM-USO.
           DISPLAY "REGISTRO EM USO, AGUARDE E TENTE NOVAMENTE"
               AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO EQUIPAMENTOS.

       ERROARQ.
           DISPLAY "ERRO NO ARQUIVO DE EQUIPAMENTOS: " AT LINE 11
               COL 36.
           DISPLAY WS-FS AT LINE 11 COL 69.
           ACCEPT WS-LIXO AT LINE 11 COL 72.
           CLOSE ARQ-EQUIPAMENTOS.
           GO TO EQUIPAMENTOS.

       FIM.
       END PROGRAM EQUIPAMENTOS.
