      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Simulacao das propostas de tarifa (tarifaprop.dat, pendentes
      * ou aprovadas ainda fora de vigor) sobre o historico real de
      * emprestimos: as locacoes das filiais com proposta iniciadas
      * desde o dia 1o do mes de N meses atras (console; vazio usa
      * 3), em emprestimos.dat e emparquivo.dat, sem os estornados,
      * sao reprecificadas com a tarifa atual e com a proposta.
      * Locacao: o valor cobrado e refeito na proporcao do
      * multiplicador da categoria e dos dias entre retirada e
      * vencimento; a diferenca de janela (lancamento ou normal,
      * pelo titulo no estoque) desloca o vencimento, que rola para
      * o proximo dia aberto da filial. Multa: taxa diaria por dia
      * aberto do calendario depois do vencimento ate a devolucao
      * (em aberto, ate hoje), como o ATRASOS cobra. Grava
      * simtarifa_AAAAMMDD.txt com as propostas e, por filial e
      * categoria, receita de locacao, multas, clientes com multa e
      * multa media por cliente atrasado - atual, proposta e a
      * diferenca. So leitura; a aprovacao e no TARIFAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFSIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-PROPOSTAS
           ASSIGN TO "./tarifaprop.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRP-CHAVE
           FILE STATUS IS WS-FS.
       SELECT ARQ-TARIFAS
           ASSIGN TO "./tarifas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS TAR-CHAVE
           FILE STATUS IS WS-FS2.
       SELECT ARQ-CALENDARIO
           ASSIGN TO "./calendario.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAL-CHAVE
           FILE STATUS IS WS-FS3.
       SELECT ARQ-ESTOQUE
           ASSIGN TO "./estoque.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FILME-ID
           ALTERNATE KEY IS FILME-TITULO WITH DUPLICATES
           ALTERNATE KEY IS FILME-CATEGORIA WITH DUPLICATES
           ALTERNATE KEY IS FILME-FILIAL WITH DUPLICATES
           FILE STATUS IS WS-FS4.
       SELECT ARQ-EMPRESTIMOS
           ASSIGN TO "./emprestimos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE KEY IS EMP-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS5.
       SELECT ARQ-MORTO
           ASSIGN TO "./emparquivo.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MORTO-EMP-ID
           FILE STATUS IS WS-FS6.
       SELECT ARQ-WRK
           ASSIGN TO "./tarifsim.wrk"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WRK-CHAVE
           FILE STATUS IS WS-FS7.
       SELECT ARQ-RELATORIO
           ASSIGN TO WS-NOME-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS8.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PROPOSTAS.
       01 PROPOSTA-REC.
           05 PRP-CHAVE.
               10 PRP-FILIAL PIC X(04).
               10 PRP-CATEGORIA PIC X(10).
           05 PRP-JANELA-NORMAL PIC 9(02).
           05 PRP-JANELA-LANC PIC 9(02).
           05 PRP-TAXA-DIARIA PIC 9(04)V99.
           05 PRP-MULT-PRECO PIC 9(01)V99.
           05 PRP-SITUACAO PIC X(01).
           05 PRP-OPERADOR PIC X(03).
           05 PRP-DATA-REG PIC X(08).
           05 PRP-APROVADOR PIC X(03).
           05 PRP-VIGENCIA PIC X(08).
           05 PRP-DATA-APLIC PIC X(08).
           05 FILLER PIC X(20).
       FD ARQ-TARIFAS.
       01 TARIFA.
           05 TAR-CHAVE.
               10 TAR-FILIAL PIC X(04).
               10 TAR-CATEGORIA PIC X(10).
           05 TAR-JANELA-NORMAL PIC 9(02).
           05 TAR-JANELA-LANC PIC 9(02).
           05 TAR-TAXA-DIARIA PIC 9(04)V99.
           05 TAR-MULT-PRECO PIC 9(01)V99.
           05 TAR-REPOSICAO PIC 9(04)V99.
           05 TAR-DEPREC-MESES PIC 9(03).
           05 TAR-DIAS-LANCAMENTO PIC 9(03).
           05 TAR-TAXA-ENTREGA PIC 9(04)V99.
           05 FILLER PIC X(02).
       FD ARQ-CALENDARIO.
       01 CALENDARIO-REC.
           05 CAL-CHAVE.
               10 CAL-FILIAL PIC X(04).
               10 CAL-DATA PIC X(08).
           05 CAL-DESCRICAO PIC X(20).
           05 CAL-SEMANA PIC X(07).
           05 FILLER PIC X(10).
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
           05 FILLER PIC X(28).
       FD ARQ-MORTO.
       01 MORTO-REC.
           05 MORTO-EMP-ID PIC 9(06).
           05 MORTO-DATA-INI PIC X(20).
           05 MORTO-DATA-FIM PIC X(20).
           05 MORTO-CPF PIC X(11).
           05 MORTO-FILME PIC X(20).
           05 MORTO-STATUS PIC X(01).
           05 MORTO-DATA-DEV PIC X(08).
           05 MORTO-VALOR PIC 9(06)V99.
           05 MORTO-FILIAL PIC X(04).
           05 FILLER PIC X(30).
      * Clientes com multa por filial + categoria, para contar cada
      * cliente atrasado uma vez em cada cenario.
       FD ARQ-WRK.
       01 WRK-REC.
           05 WRK-CHAVE.
               10 WRK-FILIAL PIC X(04).
               10 WRK-CATEGORIA PIC X(10).
               10 WRK-CPF PIC X(11).
           05 WRK-ATUAL PIC X(01).
           05 WRK-PROPOSTA PIC X(01).
       FD ARQ-RELATORIO.
       01 RELATORIO-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 WS-FS5 PIC 99.
            77 WS-FS6 PIC 99.
            77 WS-FS7 PIC 99.
            77 WS-FS8 PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 EOF2 PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-HOJE-NUM PIC 9(08).
            77 WS-HOJE-DIA PIC 9(07).
            77 WS-PARAM PIC X(10).
            77 WS-MESES PIC 9(02) VALUE 3.
            77 WS-ANO-N PIC 9(04).
            77 WS-MES-N PIC 9(02).
            77 WS-MESES-TOT PIC 9(06).
            77 WS-DESDE PIC X(08).
            77 WS-NOME-RELATORIO PIC X(30).
            01 WS-CMD PIC X(100).
      * Propostas em simulacao (pendentes e aprovadas fora de vigor).
            01 WS-PRP-TAB.
               05 WS-PRP-ENTRY OCCURS 100 TIMES.
                   10 WS-PRP-FILIAL PIC X(04).
                   10 WS-PRP-CATEGORIA PIC X(10).
                   10 WS-PRP-JANELA-NORMAL PIC 9(02).
                   10 WS-PRP-JANELA-LANC PIC 9(02).
                   10 WS-PRP-TAXA-DIARIA PIC 9(04)V99.
                   10 WS-PRP-MULT-PRECO PIC 9(01)V99.
            77 WS-PRP-USADOS PIC 9(03) VALUE 0.
            77 WS-PRP-I PIC 9(03).
            77 WS-PRP-J PIC 9(03).
            77 WS-PRP-IDX PIC 9(03).
            77 WS-PRP-CHEIA PIC 9 VALUE 0.
      * Totais por filial + categoria: [1] atual, [2] proposta.
            01 WS-GRP-TAB.
               05 WS-GRP-ENTRY OCCURS 300 TIMES.
                   10 WS-GRP-FILIAL PIC X(04).
                   10 WS-GRP-CATEGORIA PIC X(10).
                   10 WS-GRP-LOCACOES PIC 9(06).
                   10 WS-GRP-CENARIO OCCURS 2 TIMES.
                       15 WS-GRP-RECEITA PIC 9(08)V99.
                       15 WS-GRP-MULTAS PIC 9(08)V99.
                       15 WS-GRP-ATRASADOS PIC 9(05).
            77 WS-GRP-USADOS PIC 9(03) VALUE 0.
            77 WS-GRP-I PIC 9(03).
            77 WS-GRP-IDX PIC 9(03).
            77 WS-GRP-CHEIA PIC 9 VALUE 0.
            77 WS-CEN PIC 9(01).
            01 WS-TOT-TAB.
               05 WS-TOT-CENARIO OCCURS 2 TIMES.
                   10 WS-TOT-RECEITA PIC 9(09)V99.
                   10 WS-TOT-MULTAS PIC 9(09)V99.
                   10 WS-TOT-ATRASADOS PIC 9(06).
            77 WS-TOT-LOCACOES PIC 9(07) VALUE 0.
            77 WS-QTD-SEM-DATA PIC 9(06) VALUE 0.
      * Locacao em exame (de emprestimos.dat ou emparquivo.dat).
            77 WS-LOC-FILIAL PIC X(04).
            77 WS-LOC-CPF PIC X(11).
            77 WS-LOC-FILME PIC X(20).
            77 WS-LOC-STATUS PIC X(01).
            77 WS-LOC-INI PIC X(08).
            77 WS-LOC-FIM PIC X(08).
            77 WS-LOC-DEV PIC X(08).
            77 WS-LOC-VALOR PIC 9(06)V99.
            77 WS-LOC-CATEGORIA PIC X(10).
            77 WS-LOC-LANCAMENTO PIC X(01).
            77 WS-LOC-ACHOU PIC 9 VALUE 0.
            77 WS-DATA-NUM PIC 9(08).
            77 WS-INI-DIA PIC 9(07).
            77 WS-VENC-DIA PIC 9(07).
            77 WS-VENC-P-DIA PIC 9(07).
            77 WS-FIM-DIA PIC 9(07).
            77 WS-DIA PIC 9(07).
            77 WS-DIA-SEM PIC 9(01).
            77 WS-DESLOCA PIC S9(03).
            77 WS-DIAS-LOC-A PIC 9(05).
            77 WS-DIAS-LOC-P PIC 9(05).
            77 WS-DIAS-MULTA-A PIC 9(05).
            77 WS-DIAS-MULTA-P PIC 9(05).
            77 WS-JANELA-A PIC 9(02).
            77 WS-JANELA-P PIC 9(02).
            77 WS-VALOR-P PIC 9(06)V99.
            77 WS-MULTA-A PIC 9(06)V99.
            77 WS-MULTA-P PIC 9(06)V99.
            77 WS-CAL-OK PIC 9 VALUE 0.
            77 WS-TAR-OK PIC 9 VALUE 0.
            77 WS-EST-OK PIC 9 VALUE 0.
            77 WS-CAL-FECHADO PIC 9 VALUE 0.
            77 WS-CAL-TENTA PIC 9(02).
            77 WS-CAL-SEMANA PIC X(07).
            77 WS-CAL-DATA-NUM PIC 9(08).
            77 WS-WRK-NOVO PIC 9 VALUE 0.
            77 WS-WRK-MUDOU PIC 9 VALUE 0.
      * Tarifa atual (A) e proposta (P) da filial/categoria, com os
      * padroes 7/3 dias, taxa 2,00 e multiplicador 1,00.
            77 WS-ATU-JANELA-NORMAL PIC 9(02).
            77 WS-ATU-JANELA-LANC PIC 9(02).
            77 WS-ATU-TAXA-DIARIA PIC 9(04)V99.
            77 WS-ATU-MULT-PRECO PIC 9(01)V99.
            77 WS-PRO-JANELA-NORMAL PIC 9(02).
            77 WS-PRO-JANELA-LANC PIC 9(02).
            77 WS-PRO-TAXA-DIARIA PIC 9(04)V99.
            77 WS-PRO-MULT-PRECO PIC 9(01)V99.
            77 WS-TAR-FILIAL PIC X(04).
            77 WS-TAR-CATEGORIA PIC X(10).
      * Edicao do relatorio.
            77 WS-CENARIO-NOME PIC X(08).
            77 WS-LOC-ED PIC ZZZZZ9.
            77 WS-ATR-ED PIC ZZZZZ9.
            77 WS-VALOR-ED PIC ZZZZZZZ9.99.
            77 WS-MEDIA PIC 9(08)V99.
            77 WS-MEDIA-A PIC 9(08)V99.
            77 WS-DIF-VALOR PIC S9(09)V99.
            77 WS-DIF-QTD PIC S9(06).
            77 WS-DIF-ED PIC -ZZZZZZ9.99.
            77 WS-DIF-QTD-ED PIC -ZZZZ9.
            77 WS-TAXA-ED PIC ZZZ9.99.
            77 WS-MULT-ED PIC 9.99.
            77 WS-TEXTO-A PIC X(24).
            77 WS-TEXTO-P PIC X(24).
            77 WS-RECEITA-X PIC 9(09)V99.
            77 WS-MULTAS-X PIC 9(09)V99.
            77 WS-ATRASADOS-X PIC 9(06).
            77 WS-RECEITA-Y PIC 9(09)V99.
            77 WS-MULTAS-Y PIC 9(09)V99.
            77 WS-ATRASADOS-Y PIC 9(06).

       PROCEDURE DIVISION.
       TARIFSIM.
           DISPLAY "SIMULACAO DE PROPOSTAS DE TARIFA".
           DISPLAY "MESES DE HISTORICO (VAZIO = 3): ".
           MOVE SPACES TO WS-PARAM.
           ACCEPT WS-PARAM.
           IF WS-PARAM NOT = SPACES
               COMPUTE WS-MESES = FUNCTION NUMVAL(WS-PARAM)
           END-IF.
           IF WS-MESES = 0
               DISPLAY "PARAMETRO INVALIDO"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) TO WS-HOJE-DIA.
      * Corte: dia 1o do mes de N meses atras.
           MOVE WS-HOJE-AAAAMMDD(1:4) TO WS-ANO-N.
           MOVE WS-HOJE-AAAAMMDD(5:2) TO WS-MES-N.
           COMPUTE WS-MESES-TOT = WS-ANO-N * 12 + WS-MES-N - 1
               - WS-MESES.
           DIVIDE WS-MESES-TOT BY 12 GIVING WS-ANO-N
               REMAINDER WS-MES-N.
           ADD 1 TO WS-MES-N.
           MOVE WS-ANO-N TO WS-DESDE(1:4).
           MOVE WS-MES-N TO WS-DESDE(5:2).
           MOVE "01" TO WS-DESDE(7:2).
           DISPLAY "LOCACOES DESDE " WS-DESDE.

           PERFORM CARREGA-PROPOSTAS THRU CARREGA-PROPOSTAS-FIM.
           IF WS-PRP-USADOS = 0
               DISPLAY "NENHUMA PROPOSTA DE TARIFA A SIMULAR"
               GO TO FIM
           END-IF.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING "./simtarifa_" DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS8 <> 0
               DISPLAY "ERRO NO ARQUIVO DO RELATORIO: " WS-FS8
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "SIMULACAO DE TARIFAS - EMITIDO EM " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               " - LOCACOES DESDE " DELIMITED BY SIZE
               WS-DESDE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-MESES DELIMITED BY SIZE
               " MESES)" DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM LISTA-PROPOSTAS THRU LISTA-PROPOSTAS-FIM.

           OPEN INPUT ARQ-TARIFAS.
           MOVE 0 TO WS-TAR-OK.
           IF WS-FS2 = 0
               MOVE 1 TO WS-TAR-OK
           END-IF.
           OPEN INPUT ARQ-CALENDARIO.
           IF WS-FS3 = 0
               MOVE 1 TO WS-CAL-OK
           END-IF.
           OPEN INPUT ARQ-ESTOQUE.
           IF WS-FS4 = 0
               MOVE 1 TO WS-EST-OK
           END-IF.
           OPEN OUTPUT ARQ-WRK.
           CLOSE ARQ-WRK.
           OPEN I-O ARQ-WRK.
           PERFORM VARRE-EMPRESTIMOS THRU VARRE-EMPRESTIMOS-FIM.
           PERFORM VARRE-MORTO THRU VARRE-MORTO-FIM.
           CLOSE ARQ-WRK.
           MOVE "rm -f ./tarifsim.wrk*" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-CALENDARIO.
           CLOSE ARQ-TARIFAS.

           PERFORM RESUMO-GRUPOS THRU RESUMO-GRUPOS-FIM.
           CLOSE ARQ-RELATORIO.

           DISPLAY "PROPOSTAS SIMULADAS: " WS-PRP-USADOS.
           DISPLAY "LOCACOES REPRECIFICADAS: " WS-TOT-LOCACOES.
           MOVE WS-TOT-RECEITA(1) TO WS-VALOR-ED.
           DISPLAY "RECEITA DE LOCACAO ATUAL:    " WS-VALOR-ED.
           MOVE WS-TOT-RECEITA(2) TO WS-VALOR-ED.
           DISPLAY "RECEITA DE LOCACAO PROPOSTA: " WS-VALOR-ED.
           MOVE WS-TOT-MULTAS(1) TO WS-VALOR-ED.
           DISPLAY "MULTAS ATUAL:                " WS-VALOR-ED.
           MOVE WS-TOT-MULTAS(2) TO WS-VALOR-ED.
           DISPLAY "MULTAS PROPOSTA:             " WS-VALOR-ED.
           IF WS-QTD-SEM-DATA > 0
               DISPLAY "LOCACOES SEM DATA VALIDA (IGNORADAS): "
                   WS-QTD-SEM-DATA
           END-IF.
           IF WS-PRP-CHEIA = 1
               DISPLAY "ATENCAO: MAIS DE 100 PROPOSTAS - EXCEDENTES"
                   " NAO SIMULADAS"
           END-IF.
           IF WS-GRP-CHEIA = 1
               DISPLAY "ATENCAO: MAIS DE 300 FILIAIS/CATEGORIAS - "
                   "RESUMO INCOMPLETO"
           END-IF.
           DISPLAY "ARQUIVO: " WS-NOME-RELATORIO.
           GO TO FIM.

      * Propostas pendentes (P) e aprovadas ainda fora de vigor (A).
       CARREGA-PROPOSTAS.
           OPEN INPUT ARQ-PROPOSTAS.
           IF WS-FS <> 0
               CLOSE ARQ-PROPOSTAS
               GO TO CARREGA-PROPOSTAS-FIM
           END-IF.
           MOVE LOW-VALUE TO PRP-CHAVE.
           SET EOF TO 0.
           START ARQ-PROPOSTAS KEY IS NOT LESS THAN PRP-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PROPOSTAS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF PRP-SITUACAO = "P" OR PRP-SITUACAO = "A"
                           PERFORM GUARDA-PROPOSTA
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-PROPOSTAS.
       CARREGA-PROPOSTAS-FIM.
           EXIT.

       GUARDA-PROPOSTA.
           IF WS-PRP-USADOS < 100
               ADD 1 TO WS-PRP-USADOS
               MOVE PRP-FILIAL TO WS-PRP-FILIAL(WS-PRP-USADOS)
               MOVE PRP-CATEGORIA TO WS-PRP-CATEGORIA(WS-PRP-USADOS)
               MOVE PRP-JANELA-NORMAL
                   TO WS-PRP-JANELA-NORMAL(WS-PRP-USADOS)
               MOVE PRP-JANELA-LANC
                   TO WS-PRP-JANELA-LANC(WS-PRP-USADOS)
               MOVE PRP-TAXA-DIARIA
                   TO WS-PRP-TAXA-DIARIA(WS-PRP-USADOS)
               MOVE PRP-MULT-PRECO
                   TO WS-PRP-MULT-PRECO(WS-PRP-USADOS)
           ELSE
               MOVE 1 TO WS-PRP-CHEIA
           END-IF.

      * Quadro das propostas: regra atual e proposta, lado a lado.
       LISTA-PROPOSTAS.
           MOVE "PROPOSTAS SIMULADAS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "FIL  CATEGORIA  ATUAL" TO RELATORIO-LINHA(1:21).
           MOVE "PROPOSTA" TO RELATORIO-LINHA(43:8).
           WRITE RELATORIO-LINHA.
           OPEN INPUT ARQ-TARIFAS.
           MOVE 0 TO WS-TAR-OK.
           IF WS-FS2 = 0
               MOVE 1 TO WS-TAR-OK
           END-IF.
           MOVE 1 TO WS-PRP-I.
           PERFORM UNTIL WS-PRP-I > WS-PRP-USADOS
               MOVE WS-PRP-FILIAL(WS-PRP-I) TO WS-TAR-FILIAL
               MOVE WS-PRP-CATEGORIA(WS-PRP-I) TO WS-TAR-CATEGORIA
               PERFORM LE-TARIFA-ATUAL THRU LE-TARIFA-ATUAL-FIM
               PERFORM MONTA-TARIFA-PROPOSTA
               MOVE SPACES TO WS-TEXTO-A
               MOVE SPACES TO WS-TEXTO-P
               IF WS-TAR-CATEGORIA = SPACES
                   MOVE WS-ATU-TAXA-DIARIA TO WS-TAXA-ED
                   STRING "JAN " DELIMITED BY SIZE
                       WS-ATU-JANELA-NORMAL DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-ATU-JANELA-LANC DELIMITED BY SIZE
                       " TAXA " DELIMITED BY SIZE
                       WS-TAXA-ED DELIMITED BY SIZE
                       INTO WS-TEXTO-A
                   MOVE WS-PRO-TAXA-DIARIA TO WS-TAXA-ED
                   STRING "JAN " DELIMITED BY SIZE
                       WS-PRO-JANELA-NORMAL DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-PRO-JANELA-LANC DELIMITED BY SIZE
                       " TAXA " DELIMITED BY SIZE
                       WS-TAXA-ED DELIMITED BY SIZE
                       INTO WS-TEXTO-P
               ELSE
                   MOVE WS-ATU-MULT-PRECO TO WS-MULT-ED
                   STRING "MULT " DELIMITED BY SIZE
                       WS-MULT-ED DELIMITED BY SIZE
                       INTO WS-TEXTO-A
                   MOVE WS-PRO-MULT-PRECO TO WS-MULT-ED
                   STRING "MULT " DELIMITED BY SIZE
                       WS-MULT-ED DELIMITED BY SIZE
                       INTO WS-TEXTO-P
               END-IF
               MOVE SPACES TO RELATORIO-LINHA
               MOVE WS-TAR-FILIAL TO RELATORIO-LINHA(1:4)
               IF WS-TAR-CATEGORIA = SPACES
                   MOVE "(BASE)" TO RELATORIO-LINHA(6:10)
               ELSE
                   MOVE WS-TAR-CATEGORIA TO RELATORIO-LINHA(6:10)
               END-IF
               MOVE WS-TEXTO-A TO RELATORIO-LINHA(17:24)
               MOVE WS-TEXTO-P TO RELATORIO-LINHA(43:24)
               WRITE RELATORIO-LINHA
               ADD 1 TO WS-PRP-I
           END-PERFORM.
           CLOSE ARQ-TARIFAS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       LISTA-PROPOSTAS-FIM.
           EXIT.

       VARRE-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-FS5 <> 0
               CLOSE ARQ-EMPRESTIMOS
               GO TO VARRE-EMPRESTIMOS-FIM
           END-IF.
           MOVE 0 TO EMP-ID.
           SET EOF TO 0.
           START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EMPRESTIMOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE EMP-FILIAL TO WS-LOC-FILIAL
                       MOVE EMP-CPF TO WS-LOC-CPF
                       MOVE FILME-EMP TO WS-LOC-FILME
                       MOVE EMP-STATUS TO WS-LOC-STATUS
                       MOVE DATA-INI(1:8) TO WS-LOC-INI
                       MOVE DATA-FIM(1:8) TO WS-LOC-FIM
                       MOVE DATA-DEVOLUCAO TO WS-LOC-DEV
                       MOVE EMP-VALOR TO WS-LOC-VALOR
                       PERFORM SIMULA-LOCACAO THRU SIMULA-LOCACAO-FIM
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-EMPRESTIMOS.
       VARRE-EMPRESTIMOS-FIM.
           EXIT.

       VARRE-MORTO.
           OPEN INPUT ARQ-MORTO.
           IF WS-FS6 <> 0
               CLOSE ARQ-MORTO
               GO TO VARRE-MORTO-FIM
           END-IF.
           MOVE 0 TO MORTO-EMP-ID.
           SET EOF TO 0.
           START ARQ-MORTO KEY IS NOT LESS THAN MORTO-EMP-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-MORTO NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE MORTO-FILIAL TO WS-LOC-FILIAL
                       MOVE MORTO-CPF TO WS-LOC-CPF
                       MOVE MORTO-FILME TO WS-LOC-FILME
                       MOVE MORTO-STATUS TO WS-LOC-STATUS
                       MOVE MORTO-DATA-INI(1:8) TO WS-LOC-INI
                       MOVE MORTO-DATA-FIM(1:8) TO WS-LOC-FIM
                       MOVE MORTO-DATA-DEV TO WS-LOC-DEV
                       MOVE MORTO-VALOR TO WS-LOC-VALOR
                       PERFORM SIMULA-LOCACAO THRU SIMULA-LOCACAO-FIM
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-MORTO.
       VARRE-MORTO-FIM.
           EXIT.

      * Uma locacao nos dois cenarios. Fora do periodo, estornada ou
      * de filial sem proposta nao entra.
       SIMULA-LOCACAO.
           IF WS-LOC-STATUS = "C"
               GO TO SIMULA-LOCACAO-FIM
           END-IF.
           IF WS-LOC-INI IS NOT NUMERIC OR WS-LOC-FIM IS NOT NUMERIC
               ADD 1 TO WS-QTD-SEM-DATA
               GO TO SIMULA-LOCACAO-FIM
           END-IF.
           IF WS-LOC-INI < WS-DESDE
               GO TO SIMULA-LOCACAO-FIM
           END-IF.
           MOVE 0 TO WS-PRP-IDX.
           MOVE 1 TO WS-PRP-I.
           PERFORM UNTIL WS-PRP-I > WS-PRP-USADOS OR WS-PRP-IDX > 0
               IF WS-PRP-FILIAL(WS-PRP-I) = WS-LOC-FILIAL
                   MOVE WS-PRP-I TO WS-PRP-IDX
               END-IF
               ADD 1 TO WS-PRP-I
           END-PERFORM.
           IF WS-PRP-IDX = 0
               GO TO SIMULA-LOCACAO-FIM
           END-IF.

           PERFORM LE-FILME-LOCACAO THRU LE-FILME-LOCACAO-FIM.
           MOVE WS-LOC-FILIAL TO WS-TAR-FILIAL.
           MOVE WS-LOC-CATEGORIA TO WS-TAR-CATEGORIA.
           PERFORM LE-TARIFA-ATUAL THRU LE-TARIFA-ATUAL-FIM.
           PERFORM MONTA-TARIFA-PROPOSTA.
           PERFORM LE-SEMANA-FILIAL.

           MOVE WS-LOC-INI TO WS-DATA-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) TO WS-INI-DIA.
           MOVE WS-LOC-FIM TO WS-DATA-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) TO WS-VENC-DIA.
           IF WS-VENC-DIA > WS-INI-DIA
               COMPUTE WS-DIAS-LOC-A = WS-VENC-DIA - WS-INI-DIA
           ELSE
               MOVE 1 TO WS-DIAS-LOC-A
           END-IF.

      * Vencimento proposto: o atual deslocado pela diferenca de
      * janela, rolando para o proximo dia aberto da filial.
           IF WS-LOC-LANCAMENTO = "S"
               MOVE WS-ATU-JANELA-LANC TO WS-JANELA-A
               MOVE WS-PRO-JANELA-LANC TO WS-JANELA-P
           ELSE
               MOVE WS-ATU-JANELA-NORMAL TO WS-JANELA-A
               MOVE WS-PRO-JANELA-NORMAL TO WS-JANELA-P
           END-IF.
           MOVE WS-VENC-DIA TO WS-VENC-P-DIA.
           IF WS-JANELA-P NOT = WS-JANELA-A
               COMPUTE WS-DESLOCA = WS-JANELA-P - WS-JANELA-A
               IF WS-VENC-DIA + WS-DESLOCA > WS-INI-DIA
                   COMPUTE WS-VENC-P-DIA = WS-VENC-DIA + WS-DESLOCA
               ELSE
                   COMPUTE WS-VENC-P-DIA = WS-INI-DIA + 1
               END-IF
               MOVE WS-VENC-P-DIA TO WS-DIA
               PERFORM PROXIMO-DIA-ABERTO
               MOVE WS-DIA TO WS-VENC-P-DIA
           END-IF.
           IF WS-VENC-P-DIA > WS-INI-DIA
               COMPUTE WS-DIAS-LOC-P = WS-VENC-P-DIA - WS-INI-DIA
           ELSE
               MOVE 1 TO WS-DIAS-LOC-P
           END-IF.
           COMPUTE WS-VALOR-P ROUNDED = WS-LOC-VALOR
               * WS-PRO-MULT-PRECO * WS-DIAS-LOC-P
               / (WS-ATU-MULT-PRECO * WS-DIAS-LOC-A).

      * Fim da contagem de multa: devolucao, ou hoje se em aberto.
           MOVE 0 TO WS-DIAS-MULTA-A.
           MOVE 0 TO WS-DIAS-MULTA-P.
           MOVE 0 TO WS-FIM-DIA.
           IF WS-LOC-STATUS = "A"
               MOVE WS-HOJE-DIA TO WS-FIM-DIA
           ELSE
               IF WS-LOC-DEV IS NUMERIC
                   MOVE WS-LOC-DEV TO WS-DATA-NUM
                   MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                       TO WS-FIM-DIA
               END-IF
           END-IF.
           IF WS-VENC-P-DIA < WS-VENC-DIA
               COMPUTE WS-DIA = WS-VENC-P-DIA + 1
           ELSE
               COMPUTE WS-DIA = WS-VENC-DIA + 1
           END-IF.
           PERFORM UNTIL WS-DIA > WS-FIM-DIA
               PERFORM CONFERE-DIA-FECHADO
               IF WS-CAL-FECHADO = 0
                   IF WS-DIA > WS-VENC-DIA
                       ADD 1 TO WS-DIAS-MULTA-A
                   END-IF
                   IF WS-DIA > WS-VENC-P-DIA
                       ADD 1 TO WS-DIAS-MULTA-P
                   END-IF
               END-IF
               ADD 1 TO WS-DIA
           END-PERFORM.
           COMPUTE WS-MULTA-A = WS-DIAS-MULTA-A * WS-ATU-TAXA-DIARIA.
           COMPUTE WS-MULTA-P = WS-DIAS-MULTA-P * WS-PRO-TAXA-DIARIA.

           PERFORM ACHA-GRUPO.
           IF WS-GRP-IDX = 0
               GO TO SIMULA-LOCACAO-FIM
           END-IF.
           ADD 1 TO WS-GRP-LOCACOES(WS-GRP-IDX).
           ADD 1 TO WS-TOT-LOCACOES.
           ADD WS-LOC-VALOR TO WS-GRP-RECEITA(WS-GRP-IDX, 1).
           ADD WS-VALOR-P TO WS-GRP-RECEITA(WS-GRP-IDX, 2).
           ADD WS-MULTA-A TO WS-GRP-MULTAS(WS-GRP-IDX, 1).
           ADD WS-MULTA-P TO WS-GRP-MULTAS(WS-GRP-IDX, 2).
           IF WS-MULTA-A > 0 OR WS-MULTA-P > 0
               PERFORM MARCA-ATRASADO
           END-IF.
       SIMULA-LOCACAO-FIM.
           EXIT.

      * Categoria e lancamento do titulo: o registro da filial da
      * locacao, ou o primeiro do titulo; sem cadastro fica
      * "(SEM TIT.)", fora de lancamento.
       LE-FILME-LOCACAO.
           MOVE "(SEM TIT.)" TO WS-LOC-CATEGORIA.
           MOVE "N" TO WS-LOC-LANCAMENTO.
           MOVE 0 TO WS-LOC-ACHOU.
           IF WS-EST-OK = 0
               GO TO LE-FILME-LOCACAO-FIM
           END-IF.
           MOVE WS-LOC-FILME TO FILME-TITULO.
           SET EOF2 TO 0.
           START ARQ-ESTOQUE KEY IS EQUAL TO FILME-TITULO
               INVALID KEY SET EOF2 TO 1.
           PERFORM UNTIL EOF2 = 1
               READ ARQ-ESTOQUE NEXT
                   AT END SET EOF2 TO 1
                   NOT AT END
                       IF FILME-TITULO NOT = WS-LOC-FILME
                           SET EOF2 TO 1
                       ELSE
                           IF WS-LOC-ACHOU = 0
                               OR FILME-FILIAL = WS-LOC-FILIAL
                               MOVE FILME-CATEGORIA
                                   TO WS-LOC-CATEGORIA
                               MOVE FILME-LANCAMENTO
                                   TO WS-LOC-LANCAMENTO
                               MOVE 1 TO WS-LOC-ACHOU
                           END-IF
                           IF FILME-FILIAL = WS-LOC-FILIAL
                               SET EOF2 TO 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF2 TO 0.
       LE-FILME-LOCACAO-FIM.
           EXIT.

      * Tarifa em vigor de WS-TAR-FILIAL/WS-TAR-CATEGORIA: janelas e
      * taxa do registro base, multiplicador da categoria.
       LE-TARIFA-ATUAL.
           MOVE 7 TO WS-ATU-JANELA-NORMAL.
           MOVE 3 TO WS-ATU-JANELA-LANC.
           MOVE 2.00 TO WS-ATU-TAXA-DIARIA.
           MOVE 1.00 TO WS-ATU-MULT-PRECO.
           IF WS-TAR-OK = 0
               GO TO LE-TARIFA-ATUAL-FIM
           END-IF.
           MOVE WS-TAR-FILIAL TO TAR-FILIAL.
           MOVE SPACES TO TAR-CATEGORIA.
           READ ARQ-TARIFAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TAR-JANELA-NORMAL IS NUMERIC
                       AND TAR-JANELA-NORMAL > 0
                       MOVE TAR-JANELA-NORMAL TO WS-ATU-JANELA-NORMAL
                   END-IF
                   IF TAR-JANELA-LANC IS NUMERIC
                       AND TAR-JANELA-LANC > 0
                       MOVE TAR-JANELA-LANC TO WS-ATU-JANELA-LANC
                   END-IF
                   IF TAR-TAXA-DIARIA IS NUMERIC
                       AND TAR-TAXA-DIARIA > 0
                       MOVE TAR-TAXA-DIARIA TO WS-ATU-TAXA-DIARIA
                   END-IF
           END-READ.
           IF WS-TAR-CATEGORIA NOT = SPACES
               MOVE WS-TAR-FILIAL TO TAR-FILIAL
               MOVE WS-TAR-CATEGORIA TO TAR-CATEGORIA
               READ ARQ-TARIFAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF TAR-MULT-PRECO IS NUMERIC
                           AND TAR-MULT-PRECO > 0
                           MOVE TAR-MULT-PRECO TO WS-ATU-MULT-PRECO
                       END-IF
               END-READ
           END-IF.
       LE-TARIFA-ATUAL-FIM.
           EXIT.

      * Tarifa proposta: a atual com os valores (diferentes de zero)
      * da proposta base da filial e da proposta da categoria.
       MONTA-TARIFA-PROPOSTA.
           MOVE WS-ATU-JANELA-NORMAL TO WS-PRO-JANELA-NORMAL.
           MOVE WS-ATU-JANELA-LANC TO WS-PRO-JANELA-LANC.
           MOVE WS-ATU-TAXA-DIARIA TO WS-PRO-TAXA-DIARIA.
           MOVE WS-ATU-MULT-PRECO TO WS-PRO-MULT-PRECO.
           MOVE 1 TO WS-PRP-J.
           PERFORM UNTIL WS-PRP-J > WS-PRP-USADOS
               IF WS-PRP-FILIAL(WS-PRP-J) = WS-TAR-FILIAL
                   IF WS-PRP-CATEGORIA(WS-PRP-J) = SPACES
                       IF WS-PRP-JANELA-NORMAL(WS-PRP-J) > 0
                           MOVE WS-PRP-JANELA-NORMAL(WS-PRP-J)
                               TO WS-PRO-JANELA-NORMAL
                       END-IF
                       IF WS-PRP-JANELA-LANC(WS-PRP-J) > 0
                           MOVE WS-PRP-JANELA-LANC(WS-PRP-J)
                               TO WS-PRO-JANELA-LANC
                       END-IF
                       IF WS-PRP-TAXA-DIARIA(WS-PRP-J) > 0
                           MOVE WS-PRP-TAXA-DIARIA(WS-PRP-J)
                               TO WS-PRO-TAXA-DIARIA
                       END-IF
                   END-IF
                   IF WS-TAR-CATEGORIA NOT = SPACES
                       AND WS-PRP-CATEGORIA(WS-PRP-J)
                           = WS-TAR-CATEGORIA
                       AND WS-PRP-MULT-PRECO(WS-PRP-J) > 0
                       MOVE WS-PRP-MULT-PRECO(WS-PRP-J)
                           TO WS-PRO-MULT-PRECO
                   END-IF
               END-IF
               ADD 1 TO WS-PRP-J
           END-PERFORM.

      * Dias da semana fechados da filial da locacao (registro base
      * do calendario).
       LE-SEMANA-FILIAL.
           MOVE SPACES TO WS-CAL-SEMANA.
           IF WS-CAL-OK = 1
               MOVE WS-LOC-FILIAL TO CAL-FILIAL
               MOVE SPACES TO CAL-DATA
               READ ARQ-CALENDARIO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CAL-SEMANA TO WS-CAL-SEMANA
               END-READ
           END-IF.

      * A filial da locacao esta fechada no dia WS-DIA?
       CONFERE-DIA-FECHADO.
           MOVE 0 TO WS-CAL-FECHADO.
           IF WS-CAL-OK = 1
               COMPUTE WS-DIA-SEM = FUNCTION MOD(WS-DIA, 7)
               IF WS-CAL-SEMANA(WS-DIA-SEM + 1:1) = "S"
                   MOVE 1 TO WS-CAL-FECHADO
               ELSE
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DIA)
                       TO WS-CAL-DATA-NUM
                   MOVE WS-LOC-FILIAL TO CAL-FILIAL
                   MOVE WS-CAL-DATA-NUM TO CAL-DATA
                   READ ARQ-CALENDARIO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 1 TO WS-CAL-FECHADO
                   END-READ
               END-IF
           END-IF.

      * Rola WS-DIA para a frente enquanto a filial estiver fechada.
       PROXIMO-DIA-ABERTO.
           MOVE 0 TO WS-CAL-TENTA.
           PERFORM CONFERE-DIA-FECHADO.
           PERFORM UNTIL WS-CAL-FECHADO = 0 OR WS-CAL-TENTA > 30
               ADD 1 TO WS-DIA
               ADD 1 TO WS-CAL-TENTA
               PERFORM CONFERE-DIA-FECHADO
           END-PERFORM.

       ACHA-GRUPO.
           MOVE 0 TO WS-GRP-IDX.
           MOVE 1 TO WS-GRP-I.
           PERFORM UNTIL WS-GRP-I > WS-GRP-USADOS OR WS-GRP-IDX > 0
               IF WS-GRP-FILIAL(WS-GRP-I) = WS-LOC-FILIAL
                   AND WS-GRP-CATEGORIA(WS-GRP-I) = WS-LOC-CATEGORIA
                   MOVE WS-GRP-I TO WS-GRP-IDX
               END-IF
               ADD 1 TO WS-GRP-I
           END-PERFORM.
           IF WS-GRP-IDX = 0
               IF WS-GRP-USADOS < 300
                   ADD 1 TO WS-GRP-USADOS
                   MOVE WS-GRP-USADOS TO WS-GRP-IDX
                   MOVE WS-LOC-FILIAL TO WS-GRP-FILIAL(WS-GRP-IDX)
                   MOVE WS-LOC-CATEGORIA
                       TO WS-GRP-CATEGORIA(WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-LOCACOES(WS-GRP-IDX)
                   MOVE 1 TO WS-CEN
                   PERFORM UNTIL WS-CEN > 2
                       MOVE 0 TO WS-GRP-RECEITA(WS-GRP-IDX, WS-CEN)
                       MOVE 0 TO WS-GRP-MULTAS(WS-GRP-IDX, WS-CEN)
                       MOVE 0 TO WS-GRP-ATRASADOS(WS-GRP-IDX, WS-CEN)
                       ADD 1 TO WS-CEN
                   END-PERFORM
               ELSE
                   MOVE 1 TO WS-GRP-CHEIA
               END-IF
           END-IF.

      * Cliente com multa na filial/categoria: conta uma vez em cada
      * cenario em que teve multa.
       MARCA-ATRASADO.
           MOVE WS-LOC-FILIAL TO WRK-FILIAL.
           MOVE WS-LOC-CATEGORIA TO WRK-CATEGORIA.
           MOVE WS-LOC-CPF TO WRK-CPF.
           MOVE 0 TO WS-WRK-NOVO.
           MOVE 0 TO WS-WRK-MUDOU.
           READ ARQ-WRK
               INVALID KEY
                   MOVE 1 TO WS-WRK-NOVO
                   MOVE WS-LOC-FILIAL TO WRK-FILIAL
                   MOVE WS-LOC-CATEGORIA TO WRK-CATEGORIA
                   MOVE WS-LOC-CPF TO WRK-CPF
                   MOVE "N" TO WRK-ATUAL
                   MOVE "N" TO WRK-PROPOSTA
           END-READ.
           IF WS-MULTA-A > 0 AND WRK-ATUAL NOT = "S"
               MOVE "S" TO WRK-ATUAL
               ADD 1 TO WS-GRP-ATRASADOS(WS-GRP-IDX, 1)
               MOVE 1 TO WS-WRK-MUDOU
           END-IF.
           IF WS-MULTA-P > 0 AND WRK-PROPOSTA NOT = "S"
               MOVE "S" TO WRK-PROPOSTA
               ADD 1 TO WS-GRP-ATRASADOS(WS-GRP-IDX, 2)
               MOVE 1 TO WS-WRK-MUDOU
           END-IF.
           IF WS-WRK-NOVO = 1
               WRITE WRK-REC
           ELSE
               IF WS-WRK-MUDOU = 1
                   REWRITE WRK-REC
               END-IF
           END-IF.

      * Resultado por filial e categoria: linha ATUAL, PROPOSTA e a
      * DIFERENCA (proposta - atual); total geral no fim.
       RESUMO-GRUPOS.
           MOVE "RESULTADO POR FILIAL E CATEGORIA" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "FIL  CATEGORIA  CENARIO" TO RELATORIO-LINHA(1:23).
           MOVE "LOCACOES" TO RELATORIO-LINHA(24:8).
           MOVE "RECEITA LOC." TO RELATORIO-LINHA(33:12).
           MOVE "MULTAS" TO RELATORIO-LINHA(51:6).
           MOVE "ATRASADOS" TO RELATORIO-LINHA(58:9).
           MOVE "MULTA MEDIA" TO RELATORIO-LINHA(69:11).
           WRITE RELATORIO-LINHA.
           MOVE 1 TO WS-CEN.
           PERFORM UNTIL WS-CEN > 2
               MOVE 0 TO WS-TOT-RECEITA(WS-CEN)
               MOVE 0 TO WS-TOT-MULTAS(WS-CEN)
               MOVE 0 TO WS-TOT-ATRASADOS(WS-CEN)
               ADD 1 TO WS-CEN
           END-PERFORM.
           MOVE 1 TO WS-GRP-I.
           PERFORM UNTIL WS-GRP-I > WS-GRP-USADOS
               MOVE WS-GRP-RECEITA(WS-GRP-I, 1) TO WS-RECEITA-X
               MOVE WS-GRP-MULTAS(WS-GRP-I, 1) TO WS-MULTAS-X
               MOVE WS-GRP-ATRASADOS(WS-GRP-I, 1) TO WS-ATRASADOS-X
               MOVE WS-GRP-RECEITA(WS-GRP-I, 2) TO WS-RECEITA-Y
               MOVE WS-GRP-MULTAS(WS-GRP-I, 2) TO WS-MULTAS-Y
               MOVE WS-GRP-ATRASADOS(WS-GRP-I, 2) TO WS-ATRASADOS-Y
               MOVE WS-GRP-LOCACOES(WS-GRP-I) TO WS-LOC-ED
               MOVE SPACES TO RELATORIO-LINHA
               MOVE WS-GRP-FILIAL(WS-GRP-I) TO RELATORIO-LINHA(1:4)
               MOVE WS-GRP-CATEGORIA(WS-GRP-I)
                   TO RELATORIO-LINHA(6:10)
               PERFORM LINHAS-CENARIOS
               MOVE 1 TO WS-CEN
               PERFORM UNTIL WS-CEN > 2
                   ADD WS-GRP-RECEITA(WS-GRP-I, WS-CEN)
                       TO WS-TOT-RECEITA(WS-CEN)
                   ADD WS-GRP-MULTAS(WS-GRP-I, WS-CEN)
                       TO WS-TOT-MULTAS(WS-CEN)
                   ADD WS-GRP-ATRASADOS(WS-GRP-I, WS-CEN)
                       TO WS-TOT-ATRASADOS(WS-CEN)
                   ADD 1 TO WS-CEN
               END-PERFORM
               ADD 1 TO WS-GRP-I
           END-PERFORM.
           MOVE WS-TOT-RECEITA(1) TO WS-RECEITA-X.
           MOVE WS-TOT-MULTAS(1) TO WS-MULTAS-X.
           MOVE WS-TOT-ATRASADOS(1) TO WS-ATRASADOS-X.
           MOVE WS-TOT-RECEITA(2) TO WS-RECEITA-Y.
           MOVE WS-TOT-MULTAS(2) TO WS-MULTAS-Y.
           MOVE WS-TOT-ATRASADOS(2) TO WS-ATRASADOS-Y.
           MOVE WS-TOT-LOCACOES TO WS-LOC-ED.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TOTAL" TO RELATORIO-LINHA(1:5).
           PERFORM LINHAS-CENARIOS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "ATRASADOS = CLIENTES COM MULTA NA FILIAL/CATEGORIA;"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "NO TOTAL, CLIENTE CONTA EM CADA FILIAL/CATEGORIA."
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       RESUMO-GRUPOS-FIM.
           EXIT.

      * As tres linhas de um grupo: atual (X), proposta (Y) e
      * diferenca. Filial e categoria ja postas na primeira linha.
       LINHAS-CENARIOS.
           MOVE "ATUAL" TO RELATORIO-LINHA(17:8).
           MOVE WS-LOC-ED TO RELATORIO-LINHA(26:6).
           MOVE WS-RECEITA-X TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATORIO-LINHA(34:11).
           MOVE WS-MULTAS-X TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATORIO-LINHA(46:11).
           MOVE WS-ATRASADOS-X TO WS-ATR-ED.
           MOVE WS-ATR-ED TO RELATORIO-LINHA(61:6).
           MOVE 0 TO WS-MEDIA-A.
           IF WS-ATRASADOS-X > 0
               COMPUTE WS-MEDIA-A ROUNDED =
                   WS-MULTAS-X / WS-ATRASADOS-X
           END-IF.
           MOVE WS-MEDIA-A TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATORIO-LINHA(69:11).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "PROPOSTA" TO RELATORIO-LINHA(17:8).
           MOVE WS-LOC-ED TO RELATORIO-LINHA(26:6).
           MOVE WS-RECEITA-Y TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATORIO-LINHA(34:11).
           MOVE WS-MULTAS-Y TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATORIO-LINHA(46:11).
           MOVE WS-ATRASADOS-Y TO WS-ATR-ED.
           MOVE WS-ATR-ED TO RELATORIO-LINHA(61:6).
           MOVE 0 TO WS-MEDIA.
           IF WS-ATRASADOS-Y > 0
               COMPUTE WS-MEDIA ROUNDED =
                   WS-MULTAS-Y / WS-ATRASADOS-Y
           END-IF.
           MOVE WS-MEDIA TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATORIO-LINHA(69:11).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "DIFERENCA" TO RELATORIO-LINHA(17:9).
           COMPUTE WS-DIF-VALOR = WS-RECEITA-Y - WS-RECEITA-X.
           MOVE WS-DIF-VALOR TO WS-DIF-ED.
           MOVE WS-DIF-ED TO RELATORIO-LINHA(34:11).
           COMPUTE WS-DIF-VALOR = WS-MULTAS-Y - WS-MULTAS-X.
           MOVE WS-DIF-VALOR TO WS-DIF-ED.
           MOVE WS-DIF-ED TO RELATORIO-LINHA(46:11).
           COMPUTE WS-DIF-QTD = WS-ATRASADOS-Y - WS-ATRASADOS-X.
           MOVE WS-DIF-QTD TO WS-DIF-QTD-ED.
           MOVE WS-DIF-QTD-ED TO RELATORIO-LINHA(61:6).
           COMPUTE WS-DIF-VALOR = WS-MEDIA - WS-MEDIA-A.
           MOVE WS-DIF-VALOR TO WS-DIF-ED.
           MOVE WS-DIF-ED TO RELATORIO-LINHA(69:11).
           WRITE RELATORIO-LINHA.

       FIM.
           STOP RUN.
       END PROGRAM TARIFSIM.
