      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Partilha de receita mensal: para os titulos marcados em
      * partilha.dat (ESTOQUE, opcao 16) soma as locacoes do mes
      * informado (console; vazio usa o mes anterior) em
      * emprestimos.dat e no arquivo morto emparquivo.dat, dentro do
      * periodo de cada contrato, e aplica o percentual do parceiro.
      * Locacao estornada ("C") ou do plano do clube ("P") nao gera
      * repasse. Grava o extrato partilha_AAAAMM.txt por parceiro e
      * filial, que fica como comprovante para a auditoria do
      * distribuidor, e lanca o devido em pagar.dat como titulo tipo
      * "R" (nota PTAAAAMM, vencimento pelo prazo do fornecedor). Rodar
      * de novo o mesmo mes atualiza o titulo ainda nao pago em vez de
      * duplicar. Por fim recolhe as copias dos contratos vencidos:
      * exemplar na prateleira vai para "R" (recolhido ao parceiro) e
      * sai de QTD/DISP; com todas recolhidas o contrato fica
      * encerrado ("E"). Copia locada fica para a proxima execucao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTILHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-PARTILHA
           ASSIGN TO "./partilha.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PTL-FILME-ID
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS.
       SELECT ARQ-EMPRESTIMOS
           ASSIGN TO "./emprestimos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE KEY IS EMP-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS2.
       SELECT ARQ-MORTO
           ASSIGN TO "./emparquivo.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MORTO-EMP-ID
           FILE STATUS IS WS-FS3.
       SELECT ARQ-FORNECEDORES
           ASSIGN TO "./fornecedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FOR-CODIGO
           ALTERNATE KEY IS FOR-CNPJ
           FILE STATUS IS WS-FS4.
       SELECT ARQ-PAGAR
           ASSIGN TO "./pagar.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           ALTERNATE KEY IS CP-FORNECEDOR WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS5.
       SELECT ARQ-CONTADOR
           ASSIGN TO "./contador.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CONT-TIPO
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS6.
       SELECT ARQ-ESTOQUE
           ASSIGN TO "./estoque.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FILME-ID
           ALTERNATE KEY IS FILME-TITULO WITH DUPLICATES
           ALTERNATE KEY IS FILME-CATEGORIA WITH DUPLICATES
           ALTERNATE KEY IS FILME-FILIAL WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS7.
       SELECT ARQ-EXEMPLARES
           ASSIGN TO "./exemplares.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EX-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS8.
       SELECT ARQ-EXTRATO
           ASSIGN TO WS-NOME-EXTRATO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS9.
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQ-MORTO.
       01 MORTO-REC.
           05 MORTO-EMP-ID PIC 9(06).
           05 FILLER PIC X(122).
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
       FD ARQ-ESTOQUE.
       01 FILME.
           05 FILME-ID PIC 9(05).
           05 FILME-TITULO PIC X(20).
           05 FILME-QTD  PIC 9(02).
           05 FILME-DISP PIC 9(02).
           05 FILME-CATEGORIA PIC X(10).
           05 FILME-PRECO PIC 9(04)V99.
           05 FILME-LANCAMENTO PIC X(01).
           05 FILME-FILIAL PIC X(04).
           05 FILME-CENSURA PIC X(02).
           05 FILLER PIC X(08).
       FD ARQ-EXEMPLARES.
       01 EXEMPLAR.
           05 EX-CHAVE.
               10 EX-FILME-ID PIC 9(05).
               10 EX-SEQ PIC 9(03).
           05 EX-AQUISICAO PIC X(08).
           05 EX-CONDICAO PIC X(01).
           05 EX-CUSTO PIC 9(05)V99.
           05 EX-FORMATO PIC X(01).
           05 FILLER PIC X(02).
       FD ARQ-EXTRATO.
       01 EXTRATO-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 WS-FS5 PIC 99.
            77 WS-FS6 PIC 99.
            77 WS-FS7 PIC 99.
            77 WS-FS8 PIC 99.
            77 WS-FS9 PIC 99.
            77 EOF PIC 9 VALUE 0.
            01 WS-EMPRESTIMO.
               05 WS-EMP-ID PIC 9(06).
               05 WS-DATA-INI  PIC X(20).
               05 WS-DATA-FIM PIC X(20).
               05 WS-EMP-CPF PIC X(11).
               05 WS-FILME-EMP PIC X(20).
               05 WS-EMP-STATUS PIC X(01).
               05 WS-DATA-DEVOLUCAO PIC X(08).
               05 WS-EMP-VALOR PIC 9(06)V99.
               05 WS-EMP-FILIAL PIC X(04).
               05 WS-EMP-ULTIMA-MULTA PIC X(08).
               05 WS-EMP-RENOVACOES PIC 9(01).
               05 WS-EMP-OPERADOR PIC X(03).
               05 WS-EMP-CONDICAO PIC X(01).
               05 WS-EMP-EXEMPLAR PIC 9(03).
               05 WS-EMP-TIPO PIC X(01).
               05 WS-EMP-CAMPANHA PIC X(06).
               05 WS-EMP-FILIAL-DEV PIC X(04).
               05 WS-EMP-DEPENDENTE PIC X(01).
               05 FILLER PIC X(02).
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-HOJE-NUM PIC 9(08).
            77 WS-HOJE-DIA PIC 9(07).
            77 WS-VENC-NUM PIC 9(08).
            77 WS-MES-PARAM PIC X(06).
            77 WS-MES PIC X(06).
            77 WS-ANO-N PIC 9(04).
            77 WS-MES-N PIC 9(02).
            77 WS-NOME-EXTRATO PIC X(30).
            77 WS-NOTA-REPASSE PIC X(10).
            01 WS-CONTRATOS.
               05 WS-PT-ENTRY OCCURS 300 TIMES.
                   10 WS-PT-FILME-ID PIC 9(05).
                   10 WS-PT-FILIAL PIC X(04).
                   10 WS-PT-TITULO PIC X(20).
                   10 WS-PT-PARCEIRO PIC 9(05).
                   10 WS-PT-PCT PIC 9(03)V99.
                   10 WS-PT-INICIO PIC X(08).
                   10 WS-PT-FIM PIC X(08).
                   10 WS-PT-QTD PIC 9(06).
                   10 WS-PT-RECEITA PIC 9(09)V99.
                   10 WS-PT-DEVIDO PIC 9(09)V99.
                   10 WS-PT-FEITO PIC 9(01).
            77 WS-PT-USADOS PIC 9(03) VALUE 0.
            77 WS-PT-I PIC 9(03).
            77 WS-PT-J PIC 9(03).
            77 WS-PT-K PIC 9(03).
            77 WS-PARC-ATUAL PIC 9(05).
            77 WS-FIL-ATUAL PIC X(04).
            77 WS-PARC-NOME PIC X(30).
            77 WS-PARC-CNPJ PIC X(14).
            77 WS-PARC-PRAZO PIC 9(03).
            77 WS-PARC-QTD PIC 9(06).
            77 WS-PARC-RECEITA PIC 9(09)V99.
            77 WS-PARC-DEVIDO PIC 9(09)V99.
            77 WS-FIL-QTD PIC 9(06).
            77 WS-FIL-RECEITA PIC 9(09)V99.
            77 WS-FIL-DEVIDO PIC 9(09)V99.
            77 WS-GER-DEVIDO PIC 9(09)V99 VALUE 0.
            77 WS-CONT-LOCACOES PIC 9(06) VALUE 0.
            77 WS-CONT-PARCEIROS PIC 9(04) VALUE 0.
            77 WS-CONT-TITULOS PIC 9(04) VALUE 0.
            77 WS-CONT-RECOLHIDOS PIC 9(05) VALUE 0.
            77 WS-CONT-ENCERRADOS PIC 9(04) VALUE 0.
            77 WS-ACHOU PIC 9 VALUE 0.
            77 WS-PROX-CP PIC 9(06).
            77 WS-TRAVA-TENTA PIC 9(02).
            77 WS-TRAVA-SEG PIC 9(02) VALUE 1.
            77 WS-REC-FILME PIC 9(05).
            77 WS-REC-TIRADOS PIC 9(03).
            77 WS-REC-PENDENTES PIC 9(03).
            77 WS-FIM-EX PIC 9 VALUE 0.
            77 WS-QTD-ED PIC ZZZZZ9.
            77 WS-VALOR-ED PIC ZZZZZZZZ9.99.
            77 WS-DEVIDO-ED PIC ZZZZZZZZ9.99.
            77 WS-PCT-ED PIC ZZ9.99.
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "PARTILHA".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "PARTILHA".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).

       PROCEDURE DIVISION.
       PARTILHA.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) TO WS-HOJE-DIA.
           DISPLAY "MES (AAAAMM, VAZIO = MES ANTERIOR): ".
           ACCEPT WS-MES-PARAM.
           IF WS-MES-PARAM IS NUMERIC
               MOVE WS-MES-PARAM TO WS-MES
           ELSE
               MOVE WS-HOJE-AAAAMMDD(1:4) TO WS-ANO-N
               MOVE WS-HOJE-AAAAMMDD(5:2) TO WS-MES-N
               IF WS-MES-N = 1
                   SUBTRACT 1 FROM WS-ANO-N
                   MOVE 12 TO WS-MES-N
               ELSE
                   SUBTRACT 1 FROM WS-MES-N
               END-IF
               MOVE WS-ANO-N TO WS-MES(1:4)
               MOVE WS-MES-N TO WS-MES(5:2)
           END-IF.
           DISPLAY "PARTILHA DE RECEITA - MES " WS-MES.
           OPEN INPUT ARQ-PARTILHA.
           IF WS-FS = 35
               DISPLAY "NENHUM TITULO EM PARTILHA DE RECEITA"
               CLOSE ARQ-PARTILHA
               GO TO FIM
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO NO ARQUIVO DE PARTILHA: " WS-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-PARTILHA
               GO TO FIM
           END-IF.
           PERFORM CARREGA-CONTRATOS.
           CLOSE ARQ-PARTILHA.
           DISPLAY "CONTRATOS NO MES: " WS-PT-USADOS.

           IF WS-PT-USADOS > 0
               PERFORM APURA-EMPRESTIMOS THRU APURA-EMPRESTIMOS-FIM
               PERFORM APURA-MORTO THRU APURA-MORTO-FIM
               PERFORM CALCULA-DEVIDO
                   VARYING WS-PT-I FROM 1 BY 1
                   UNTIL WS-PT-I > WS-PT-USADOS
               PERFORM GERA-EXTRATO THRU GERA-EXTRATO-FIM
           END-IF.

           PERFORM RECOLHE-CONTRATOS THRU RECOLHE-CONTRATOS-FIM.

           MOVE "REPASSE" TO WS-AUD-OPERACAO.
           MOVE WS-MES TO WS-AUD-CHAVE.
           MOVE WS-GER-DEVIDO TO WS-DEVIDO-ED.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "PARCEIROS " DELIMITED BY SIZE
               WS-CONT-PARCEIROS DELIMITED BY SIZE
               " DEVIDO " DELIMITED BY SIZE
               WS-DEVIDO-ED DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "LOCACOES EM PARTILHA: " WS-CONT-LOCACOES.
           DISPLAY "PARCEIROS NO EXTRATO: " WS-CONT-PARCEIROS.
           DISPLAY "TITULOS A PAGAR:      " WS-CONT-TITULOS.
           DISPLAY "TOTAL DEVIDO:         " WS-DEVIDO-ED.
           DISPLAY "COPIAS RECOLHIDAS:    " WS-CONT-RECOLHIDOS.
           DISPLAY "CONTRATOS ENCERRADOS: " WS-CONT-ENCERRADOS.
           GO TO FIM.

      * Contratos cujo periodo toca o mes apurado.
       CARREGA-CONTRATOS.
           MOVE 0 TO WS-PT-USADOS.
           MOVE 0 TO PTL-FILME-ID.
           SET EOF TO 0.
           START ARQ-PARTILHA KEY IS NOT LESS THAN PTL-FILME-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PARTILHA NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF PTL-INICIO(1:6) <= WS-MES
                           AND PTL-FIM(1:6) >= WS-MES
                           AND WS-PT-USADOS < 300
                           PERFORM GUARDA-CONTRATO
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.

       GUARDA-CONTRATO.
           ADD 1 TO WS-PT-USADOS.
           MOVE WS-PT-USADOS TO WS-PT-I.
           MOVE PTL-FILME-ID TO WS-PT-FILME-ID(WS-PT-I).
           MOVE PTL-FILIAL TO WS-PT-FILIAL(WS-PT-I).
           MOVE PTL-TITULO TO WS-PT-TITULO(WS-PT-I).
           MOVE PTL-PARCEIRO TO WS-PT-PARCEIRO(WS-PT-I).
           MOVE PTL-PERCENTUAL TO WS-PT-PCT(WS-PT-I).
           MOVE PTL-INICIO TO WS-PT-INICIO(WS-PT-I).
           MOVE PTL-FIM TO WS-PT-FIM(WS-PT-I).
           MOVE 0 TO WS-PT-QTD(WS-PT-I).
           MOVE 0 TO WS-PT-RECEITA(WS-PT-I).
           MOVE 0 TO WS-PT-DEVIDO(WS-PT-I).
           MOVE 0 TO WS-PT-FEITO(WS-PT-I).

       APURA-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-FS2 <> 0
               DISPLAY "SEM ARQUIVO DE EMPRESTIMOS: " WS-FS2
               CLOSE ARQ-EMPRESTIMOS
               GO TO APURA-EMPRESTIMOS-FIM
           END-IF.
           MOVE 0 TO EMP-ID.
           SET EOF TO 0.
           START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EMPRESTIMOS NEXT INTO WS-EMPRESTIMO
                   AT END SET EOF TO 1
                   NOT AT END
                       PERFORM SOMA-LOCACAO
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-EMPRESTIMOS.
       APURA-EMPRESTIMOS-FIM.
           SET EOF TO 0.

      * Locacoes antigas ja expurgadas pelo ARQUIVA continuam valendo
      * para o extrato do mes.
       APURA-MORTO.
           OPEN INPUT ARQ-MORTO.
           IF WS-FS3 <> 0
               CLOSE ARQ-MORTO
               GO TO APURA-MORTO-FIM
           END-IF.
           MOVE 0 TO MORTO-EMP-ID.
           SET EOF TO 0.
           START ARQ-MORTO KEY IS NOT LESS THAN MORTO-EMP-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-MORTO NEXT INTO WS-EMPRESTIMO
                   AT END SET EOF TO 1
                   NOT AT END
                       PERFORM SOMA-LOCACAO
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-MORTO.
       APURA-MORTO-FIM.
           SET EOF TO 0.

       SOMA-LOCACAO.
           IF WS-DATA-INI(1:6) = WS-MES
               AND WS-EMP-STATUS NOT = "C"
               AND WS-EMP-TIPO NOT = "P"
               MOVE 0 TO WS-ACHOU
               MOVE 1 TO WS-PT-I
               PERFORM UNTIL WS-PT-I > WS-PT-USADOS OR WS-ACHOU = 1
                   IF WS-PT-TITULO(WS-PT-I) = WS-FILME-EMP
                       AND WS-PT-FILIAL(WS-PT-I) = WS-EMP-FILIAL
                       AND WS-DATA-INI(1:8) >= WS-PT-INICIO(WS-PT-I)
                       AND WS-DATA-INI(1:8) <= WS-PT-FIM(WS-PT-I)
                       MOVE 1 TO WS-ACHOU
                       ADD 1 TO WS-PT-QTD(WS-PT-I)
                       ADD WS-EMP-VALOR TO WS-PT-RECEITA(WS-PT-I)
                       ADD 1 TO WS-CONT-LOCACOES
                   END-IF
                   ADD 1 TO WS-PT-I
               END-PERFORM
           END-IF.

       CALCULA-DEVIDO.
           COMPUTE WS-PT-DEVIDO(WS-PT-I) ROUNDED =
               WS-PT-RECEITA(WS-PT-I) * WS-PT-PCT(WS-PT-I) / 100.

      * Extrato por parceiro e, dentro dele, por filial; cada parceiro
      * com valor devido vira um titulo a pagar.
       GERA-EXTRATO.
           MOVE SPACES TO WS-NOME-EXTRATO.
           STRING "./partilha_" DELIMITED BY SIZE
               WS-MES DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-EXTRATO.
           OPEN OUTPUT ARQ-EXTRATO.
           IF WS-FS9 <> 0
               DISPLAY "ERRO NO ARQUIVO DE EXTRATO: " WS-FS9
               MOVE 8 TO RETURN-CODE
               GO TO GERA-EXTRATO-FIM
           END-IF.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "EXTRATO DE PARTILHA DE RECEITA - MES " DELIMITED
               BY SIZE
               WS-MES DELIMITED BY SIZE
               " - EMITIDO EM " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           PERFORM EXTRATO-PARCEIRO
               VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-PT-USADOS.
           MOVE SPACES TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           MOVE WS-GER-DEVIDO TO WS-DEVIDO-ED.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "TOTAL DEVIDO AOS PARCEIROS NO MES: " DELIMITED BY
               SIZE
               WS-DEVIDO-ED DELIMITED BY SIZE
               INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           CLOSE ARQ-EXTRATO.
           DISPLAY "EXTRATO: " WS-NOME-EXTRATO.
       GERA-EXTRATO-FIM.
           EXIT.

       EXTRATO-PARCEIRO.
           IF WS-PT-FEITO(WS-PT-I) = 0
               MOVE WS-PT-PARCEIRO(WS-PT-I) TO WS-PARC-ATUAL
               PERFORM LE-PARCEIRO
               ADD 1 TO WS-CONT-PARCEIROS
               MOVE 0 TO WS-PARC-QTD
               MOVE 0 TO WS-PARC-RECEITA
               MOVE 0 TO WS-PARC-DEVIDO
               MOVE SPACES TO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
               MOVE SPACES TO EXTRATO-LINHA
               STRING "PARCEIRO " DELIMITED BY SIZE
                   WS-PARC-ATUAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PARC-NOME DELIMITED BY SIZE
                   " CNPJ " DELIMITED BY SIZE
                   WS-PARC-CNPJ DELIMITED BY SIZE
                   INTO EXTRATO-LINHA
               WRITE EXTRATO-LINHA
               MOVE SPACES TO EXTRATO-LINHA
               MOVE "FIL  FILME TITULO" TO EXTRATO-LINHA(1:17)
               MOVE "PERC %" TO EXTRATO-LINHA(36:6)
               MOVE "LOCAC." TO EXTRATO-LINHA(45:6)
               MOVE "RECEITA" TO EXTRATO-LINHA(57:7)
               MOVE "DEVIDO" TO EXTRATO-LINHA(72:6)
               WRITE EXTRATO-LINHA
               PERFORM EXTRATO-FILIAL
                   VARYING WS-PT-J FROM WS-PT-I BY 1
                   UNTIL WS-PT-J > WS-PT-USADOS
               MOVE WS-PARC-QTD TO WS-QTD-ED
               MOVE WS-PARC-RECEITA TO WS-VALOR-ED
               MOVE WS-PARC-DEVIDO TO WS-DEVIDO-ED
               MOVE SPACES TO EXTRATO-LINHA
               STRING "TOTAL DO PARCEIRO" DELIMITED BY SIZE
                   INTO EXTRATO-LINHA
               MOVE WS-QTD-ED TO EXTRATO-LINHA(45:6)
               MOVE WS-VALOR-ED TO EXTRATO-LINHA(52:12)
               MOVE WS-DEVIDO-ED TO EXTRATO-LINHA(66:12)
               WRITE EXTRATO-LINHA
               ADD WS-PARC-DEVIDO TO WS-GER-DEVIDO
               IF WS-PARC-DEVIDO > 0
                   PERFORM LANCA-REPASSE THRU LANCA-REPASSE-FIM
               END-IF
           END-IF.

       EXTRATO-FILIAL.
           IF WS-PT-FEITO(WS-PT-J) = 0
               AND WS-PT-PARCEIRO(WS-PT-J) = WS-PARC-ATUAL
               MOVE WS-PT-FILIAL(WS-PT-J) TO WS-FIL-ATUAL
               MOVE 0 TO WS-FIL-QTD
               MOVE 0 TO WS-FIL-RECEITA
               MOVE 0 TO WS-FIL-DEVIDO
               PERFORM EXTRATO-TITULO
                   VARYING WS-PT-K FROM WS-PT-J BY 1
                   UNTIL WS-PT-K > WS-PT-USADOS
               MOVE WS-FIL-QTD TO WS-QTD-ED
               MOVE WS-FIL-RECEITA TO WS-VALOR-ED
               MOVE WS-FIL-DEVIDO TO WS-DEVIDO-ED
               MOVE SPACES TO EXTRATO-LINHA
               STRING "  SUBTOTAL FILIAL " DELIMITED BY SIZE
                   WS-FIL-ATUAL DELIMITED BY SIZE
                   INTO EXTRATO-LINHA
               MOVE WS-QTD-ED TO EXTRATO-LINHA(45:6)
               MOVE WS-VALOR-ED TO EXTRATO-LINHA(52:12)
               MOVE WS-DEVIDO-ED TO EXTRATO-LINHA(66:12)
               WRITE EXTRATO-LINHA
               ADD WS-FIL-QTD TO WS-PARC-QTD
               ADD WS-FIL-RECEITA TO WS-PARC-RECEITA
               ADD WS-FIL-DEVIDO TO WS-PARC-DEVIDO
           END-IF.

       EXTRATO-TITULO.
           IF WS-PT-FEITO(WS-PT-K) = 0
               AND WS-PT-PARCEIRO(WS-PT-K) = WS-PARC-ATUAL
               AND WS-PT-FILIAL(WS-PT-K) = WS-FIL-ATUAL
               MOVE 1 TO WS-PT-FEITO(WS-PT-K)
               MOVE WS-PT-PCT(WS-PT-K) TO WS-PCT-ED
               MOVE WS-PT-QTD(WS-PT-K) TO WS-QTD-ED
               MOVE WS-PT-RECEITA(WS-PT-K) TO WS-VALOR-ED
               MOVE WS-PT-DEVIDO(WS-PT-K) TO WS-DEVIDO-ED
               MOVE SPACES TO EXTRATO-LINHA
               MOVE WS-PT-FILIAL(WS-PT-K) TO EXTRATO-LINHA(1:4)
               MOVE WS-PT-FILME-ID(WS-PT-K) TO EXTRATO-LINHA(6:5)
               MOVE WS-PT-TITULO(WS-PT-K) TO EXTRATO-LINHA(12:20)
               MOVE WS-PCT-ED TO EXTRATO-LINHA(36:6)
               MOVE WS-QTD-ED TO EXTRATO-LINHA(45:6)
               MOVE WS-VALOR-ED TO EXTRATO-LINHA(52:12)
               MOVE WS-DEVIDO-ED TO EXTRATO-LINHA(66:12)
               WRITE EXTRATO-LINHA
               ADD WS-PT-QTD(WS-PT-K) TO WS-FIL-QTD
               ADD WS-PT-RECEITA(WS-PT-K) TO WS-FIL-RECEITA
               ADD WS-PT-DEVIDO(WS-PT-K) TO WS-FIL-DEVIDO
           END-IF.

       LE-PARCEIRO.
           MOVE SPACES TO WS-PARC-NOME.
           MOVE SPACES TO WS-PARC-CNPJ.
           MOVE 30 TO WS-PARC-PRAZO.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WS-FS4 = 0
               MOVE WS-PARC-ATUAL TO FOR-CODIGO
               READ ARQ-FORNECEDORES
                   NOT INVALID KEY
                       MOVE FOR-NOME TO WS-PARC-NOME
                       MOVE FOR-CNPJ TO WS-PARC-CNPJ
                       IF FOR-PRAZO IS NUMERIC AND FOR-PRAZO > 0
                           MOVE FOR-PRAZO TO WS-PARC-PRAZO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-FORNECEDORES.
           IF WS-PARC-NOME = SPACES
               MOVE "FORNECEDOR NAO CADASTRADO" TO WS-PARC-NOME
           END-IF.

      * Titulo "R" do repasse do mes: nota PTAAAAMM. Se o mes ja foi
      * lancado e o titulo segue em aberto, o valor e atualizado; se
      * ja foi pago, fica como esta e o operador e avisado.
       LANCA-REPASSE.
           MOVE SPACES TO WS-NOTA-REPASSE.
           STRING "PT" DELIMITED BY SIZE
               WS-MES DELIMITED BY SIZE
               INTO WS-NOTA-REPASSE.
           OPEN I-O ARQ-PAGAR.
           IF WS-FS5 = 35
               CLOSE ARQ-PAGAR
               OPEN OUTPUT ARQ-PAGAR
               CLOSE ARQ-PAGAR
               OPEN I-O ARQ-PAGAR
           END-IF.
           IF WS-FS5 <> 0
               DISPLAY "ERRO NO ARQUIVO A PAGAR: " WS-FS5
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-PAGAR
               GO TO LANCA-REPASSE-FIM
           END-IF.
           MOVE 0 TO WS-ACHOU.
           MOVE WS-PARC-ATUAL TO CP-FORNECEDOR.
           SET EOF TO 0.
           START ARQ-PAGAR KEY IS EQUAL TO CP-FORNECEDOR
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1 OR WS-ACHOU = 1
               READ ARQ-PAGAR NEXT WITH LOCK
                   AT END SET EOF TO 1
                   NOT AT END
                       IF CP-FORNECEDOR NOT = WS-PARC-ATUAL
                           SET EOF TO 1
                       ELSE
                           IF CP-TIPO = "R"
                               AND CP-NOTA = WS-NOTA-REPASSE
                               MOVE 1 TO WS-ACHOU
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           IF WS-ACHOU = 1
               IF CP-SITUACAO = "A" AND CP-VALOR-PAGO = 0
                   MOVE WS-PARC-DEVIDO TO CP-VALOR
                   REWRITE PAGAR-REC
                   DISPLAY "REPASSE ATUALIZADO: TITULO " CP-ID
                       " PARCEIRO " WS-PARC-ATUAL
                   ADD 1 TO WS-CONT-TITULOS
               ELSE
                   DISPLAY "REPASSE DO MES JA PAGO - TITULO " CP-ID
                       " PARCEIRO " WS-PARC-ATUAL " NAO ALTERADO"
               END-IF
               CLOSE ARQ-PAGAR
               GO TO LANCA-REPASSE-FIM
           END-IF.
           PERFORM PROX-PAGAR THRU PROX-PAGAR-FIM.
           IF WS-PROX-CP = 0
               DISPLAY "CONTADOR EM USO - REPASSE DO PARCEIRO "
                   WS-PARC-ATUAL " NAO LANCADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-PAGAR
               GO TO LANCA-REPASSE-FIM
           END-IF.
           COMPUTE WS-VENC-NUM = FUNCTION DATE-OF-INTEGER(
               WS-HOJE-DIA + WS-PARC-PRAZO).
           MOVE SPACES TO PAGAR-REC.
           MOVE WS-PROX-CP TO CP-ID.
           MOVE 1 TO CP-PARCELA.
           MOVE "R" TO CP-TIPO.
           MOVE WS-PARC-ATUAL TO CP-FORNECEDOR.
           MOVE 0 TO CP-PEDIDO.
           MOVE WS-NOTA-REPASSE TO CP-NOTA.
           MOVE WS-HOJE-AAAAMMDD TO CP-EMISSAO.
           MOVE WS-VENC-NUM TO CP-VENCIMENTO.
           MOVE WS-PARC-DEVIDO TO CP-VALOR.
           MOVE "A" TO CP-SITUACAO.
           MOVE 0 TO CP-VALOR-PAGO.
           MOVE 0 TO CP-VALOR-CREDITO.
           WRITE PAGAR-REC
               INVALID KEY
                   DISPLAY "TITULO NAO GRAVADO: " CP-ID
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-TITULOS
                   DISPLAY "REPASSE LANCADO: TITULO " CP-ID
                       " PARCEIRO " WS-PARC-ATUAL
           END-WRITE.
           CLOSE ARQ-PAGAR.
       LANCA-REPASSE-FIM.
           EXIT.

      * Numero do titulo pelo contador "PAGAR" de contador.dat, com a
      * mesma espera dos terminais quando outro o trava.
       PROX-PAGAR.
           MOVE 0 TO WS-PROX-CP.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS6 = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           IF WS-FS6 <> 0
               CLOSE ARQ-CONTADOR
               GO TO PROX-PAGAR-FIM
           END-IF.
           MOVE "PAGAR" TO CONT-TIPO.
           MOVE 0 TO WS-TRAVA-TENTA.
           READ ARQ-CONTADOR WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           PERFORM UNTIL WS-FS6 NOT = 51 OR WS-TRAVA-TENTA > 9
               CALL "C$SLEEP" USING WS-TRAVA-SEG
               ADD 1 TO WS-TRAVA-TENTA
               READ ARQ-CONTADOR WITH LOCK
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
           EVALUATE WS-FS6
               WHEN 0
                   ADD 1 TO CONT-ULTIMO
                   REWRITE CONTADOR-REC
                   MOVE CONT-ULTIMO TO WS-PROX-CP
               WHEN 23
                   MOVE "PAGAR" TO CONT-TIPO
                   MOVE 1 TO CONT-ULTIMO
                   WRITE CONTADOR-REC
                   MOVE CONT-ULTIMO TO WS-PROX-CP
           END-EVALUATE.
           CLOSE ARQ-CONTADOR.
       PROX-PAGAR-FIM.
           EXIT.

      * Contratos vigentes ja vencidos: recolhe as copias que estao na
      * prateleira; o contrato so encerra quando nao sobrar copia
      * locada, em transito ou no conserto.
       RECOLHE-CONTRATOS.
           OPEN I-O ARQ-PARTILHA.
           IF WS-FS <> 0
               CLOSE ARQ-PARTILHA
               GO TO RECOLHE-CONTRATOS-FIM
           END-IF.
           MOVE 0 TO PTL-FILME-ID.
           SET EOF TO 0.
           START ARQ-PARTILHA KEY IS NOT LESS THAN PTL-FILME-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PARTILHA NEXT WITH LOCK
                   AT END SET EOF TO 1
                   NOT AT END
                       IF PTL-SITUACAO = "A"
                           AND PTL-FIM < WS-HOJE-AAAAMMDD
                           PERFORM RECOLHE-COPIAS
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-PARTILHA.
       RECOLHE-CONTRATOS-FIM.
           SET EOF TO 0.

       RECOLHE-COPIAS.
           MOVE PTL-FILME-ID TO WS-REC-FILME.
           MOVE 0 TO WS-REC-TIRADOS.
           MOVE 0 TO WS-REC-PENDENTES.
           OPEN I-O ARQ-EXEMPLARES.
           IF WS-FS8 = 0
               MOVE WS-REC-FILME TO EX-FILME-ID
               MOVE 0 TO EX-SEQ
               MOVE 0 TO WS-FIM-EX
               START ARQ-EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY MOVE 1 TO WS-FIM-EX
               END-START
               PERFORM UNTIL WS-FIM-EX = 1
                   READ ARQ-EXEMPLARES NEXT WITH LOCK
                       AT END MOVE 1 TO WS-FIM-EX
                       NOT AT END
                           IF EX-FILME-ID NOT = WS-REC-FILME
                               MOVE 1 TO WS-FIM-EX
                           ELSE
                               PERFORM RECOLHE-EXEMPLAR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARQ-EXEMPLARES.
           IF WS-REC-TIRADOS > 0
               PERFORM BAIXA-FILME
           END-IF.
           ADD WS-REC-TIRADOS TO WS-CONT-RECOLHIDOS.
           IF WS-REC-PENDENTES = 0
               MOVE "E" TO PTL-SITUACAO
               MOVE WS-HOJE-AAAAMMDD TO PTL-DATA-RECOLHE
               REWRITE PARTILHA-REC
               ADD 1 TO WS-CONT-ENCERRADOS
           END-IF.
           MOVE "RECOLHE" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           MOVE WS-REC-FILME TO WS-AUD-CHAVE(1:5).
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "RECOLHIDAS " DELIMITED BY SIZE
               WS-REC-TIRADOS DELIMITED BY SIZE
               " PENDENTES " DELIMITED BY SIZE
               WS-REC-PENDENTES DELIMITED BY SIZE
               " PARCEIRO " DELIMITED BY SIZE
               PTL-PARCEIRO DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "CONTRATO " WS-REC-FILME " " PTL-TITULO
               " RECOLHIDAS " WS-REC-TIRADOS
               " PENDENTES " WS-REC-PENDENTES.

      * Prateleira sai para o parceiro; baixado, perdido, a venda,
      * vendido, devolvido ao fornecedor ou ja recolhido nao conta.
       RECOLHE-EXEMPLAR.
           EVALUATE EX-CONDICAO
               WHEN "D"
                   MOVE "R" TO EX-CONDICAO
                   MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                   MOVE "A" TO WS-JRN-OPERACAO
                   CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                       WS-JRN-OPERACAO EXEMPLAR
                   REWRITE EXEMPLAR
                   ADD 1 TO WS-REC-TIRADOS
               WHEN "A"
               WHEN "T"
               WHEN "C"
                   ADD 1 TO WS-REC-PENDENTES
           END-EVALUATE.

       BAIXA-FILME.
           OPEN I-O ARQ-ESTOQUE.
           IF WS-FS7 = 0
               MOVE WS-REC-FILME TO FILME-ID
               READ ARQ-ESTOQUE WITH LOCK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FILME-QTD > WS-REC-TIRADOS
                           SUBTRACT WS-REC-TIRADOS FROM FILME-QTD
                       ELSE
                           MOVE 0 TO FILME-QTD
                       END-IF
                       IF FILME-DISP > WS-REC-TIRADOS
                           SUBTRACT WS-REC-TIRADOS FROM FILME-DISP
                       ELSE
                           MOVE 0 TO FILME-DISP
                       END-IF
                       MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                       MOVE "A" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO FILME
                       REWRITE FILME
               END-READ
           END-IF.
           CLOSE ARQ-ESTOQUE.

       FIM.
           STOP RUN.
       END PROGRAM PARTILHA.
