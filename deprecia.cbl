      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Depreciacao mensal do acervo: roda com o fechamento mensal
      * (o mes informado no console - vazio usa o mes anterior - tem
      * de estar fechado em fechames.dat). Cada exemplar vira um bem
      * em ativos.dat com o custo de aquisicao; exemplar novo entra
      * como adicao do mes e deprecia a partir do mes seguinte, em
      * parcelas iguais pela vida util em meses da categoria na
      * filial (tarifas.dat; sem registro, 24 meses). Copia vendida
      * como seminovo ("V"), baixada por descarte ou avaria ("X"),
      * perdida ("P") ou devolvida ao fornecedor ("F") tem o valor
      * contabil restante baixado; exemplar que saiu do arquivo de
      * exemplares (remocao, transferencia) e baixado como saida do
      * acervo. Grava o registro depreciacao_AAAAMM.txt por filial
      * (saldo inicial, adicoes, depreciacao, baixas e saldo final)
      * e os totais do mes em deprecia.dat, que a REMESSA leva ao
      * contador (registro tipo 04). Rodar de novo o mesmo mes nao
      * deprecia duas vezes: refaz os totais com o que ja foi lancado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-ATIVOS
           ASSIGN TO "./ativos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ATV-CHAVE
           FILE STATUS IS WS-FS.
       SELECT ARQ-EXEMPLARES
           ASSIGN TO "./exemplares.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EX-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS2.
       SELECT ARQ-ESTOQUE
           ASSIGN TO "./estoque.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FILME-ID
           ALTERNATE KEY IS FILME-TITULO WITH DUPLICATES
           ALTERNATE KEY IS FILME-CATEGORIA WITH DUPLICATES
           ALTERNATE KEY IS FILME-FILIAL WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS3.
       SELECT ARQ-TARIFAS
           ASSIGN TO "./tarifas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS TAR-CHAVE
           FILE STATUS IS WS-FS4.
       SELECT ARQ-FECHAMES
           ASSIGN TO "./fechames.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FEC-MES
           FILE STATUS IS WS-FS5.
       SELECT ARQ-REGISTRO
           ASSIGN TO WS-NOME-REGISTRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS6.
       SELECT ARQ-DEPRECIA
           ASSIGN TO "./deprecia.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS7.
       SELECT ARQ-DEPRECIA-TMP
           ASSIGN TO "./deprecia.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS8.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ATIVOS.
       01 ATIVO-REC.
           05 ATV-CHAVE.
               10 ATV-FILME-ID PIC 9(05).
               10 ATV-SEQ PIC 9(03).
           05 ATV-FILIAL PIC X(04).
           05 ATV-CATEGORIA PIC X(10).
           05 ATV-AQUISICAO PIC X(08).
           05 ATV-CUSTO PIC 9(05)V99.
           05 ATV-ACUMULADA PIC 9(05)V99.
           05 ATV-MES-ENTRADA PIC X(06).
           05 ATV-ULTIMO-MES PIC X(06).
           05 ATV-DEP-MES PIC 9(05)V99.
           05 ATV-MES-VISTO PIC X(06).
           05 ATV-SITUACAO PIC X(01).
           05 ATV-MES-BAIXA PIC X(06).
           05 ATV-MOTIVO PIC X(01).
           05 ATV-VALOR-BAIXA PIC 9(05)V99.
           05 FILLER PIC X(20).
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
       FD ARQ-FECHAMES.
       01 FECHAMES-REC.
           05 FEC-MES PIC X(06).
           05 FEC-STATUS PIC X(01).
           05 FEC-DATA PIC X(08).
           05 FEC-OPERADOR PIC X(03).
           05 FILLER PIC X(10).
       FD ARQ-REGISTRO.
       01 REGISTRO-LINHA PIC X(80).
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
       FD ARQ-DEPRECIA-TMP.
       01 DEPRECIA-TMP-REC PIC X(73).

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
            01 WS-CMD PIC X(100).
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-MES-PARAM PIC X(06).
            77 WS-MES PIC X(06).
            77 WS-ANO-N PIC 9(04).
            77 WS-MES-N PIC 9(02).
            77 WS-MES-ABS PIC 9(06).
            77 WS-ULT-ABS PIC 9(06).
            77 WS-MESES-DEP PIC 9(04).
            77 WS-NOME-REGISTRO PIC X(30).
            77 WS-MES-OK PIC 9 VALUE 0.
            77 WS-POSTERIOR PIC 9 VALUE 0.
            77 WS-EXISTE PIC 9 VALUE 0.
            77 WS-FILME-ATUAL PIC 9(05) VALUE 0.
            77 WS-FILME-ACHOU PIC 9 VALUE 0.
            77 WS-FILME-FILIAL PIC X(04).
            77 WS-FILME-CATEGORIA PIC X(10).
            77 WS-VIDA-UTIL PIC 9(03).
            77 WS-QUOTA PIC 9(05)V99.
            77 WS-DEP-VALOR PIC 9(07)V99.
            77 WS-RESTANTE PIC 9(05)V99.
            77 WS-CONT-BENS PIC 9(06) VALUE 0.
            77 WS-CONT-NOVOS PIC 9(06) VALUE 0.
            77 WS-CONT-BAIXAS PIC 9(06) VALUE 0.
      * Totais por filial; as baixas vao por motivo: 1 seminovo (V),
      * 2 descarte ou avaria (X), 3 perda (P), 4 devolucao ao
      * fornecedor (F), 5 saida do acervo.
            01 WS-TOTAIS.
               05 WS-TOT-ENTRY OCCURS 10 TIMES.
                   10 WS-TOT-FILIAL PIC X(04).
                   10 WS-TOT-SALDO-INI PIC 9(09)V99.
                   10 WS-TOT-ADICOES PIC 9(09)V99.
                   10 WS-TOT-QTD-ADIC PIC 9(06).
                   10 WS-TOT-DEPRECIACAO PIC 9(09)V99.
                   10 WS-TOT-BAIXAS PIC 9(09)V99.
                   10 WS-TOT-BAIXA-MOT PIC 9(09)V99 OCCURS 5 TIMES.
                   10 WS-TOT-QTD-MOT PIC 9(06) OCCURS 5 TIMES.
                   10 WS-TOT-SALDO-FIM PIC 9(09)V99.
                   10 WS-TOT-QTD-FIM PIC 9(06).
            77 WS-TOT-USADOS PIC 9(02) VALUE 0.
            77 WS-TOT-I PIC 9(02).
            77 WS-TOT-IDX PIC 9(02).
            77 WS-MOT-I PIC 9(01).
            77 WS-FILIAL-BUSCA PIC X(04).
            01 WS-MOT-NOMES.
               05 FILLER PIC X(20) VALUE "SEMINOVO VENDIDO".
               05 FILLER PIC X(20) VALUE "DESCARTE/AVARIA".
               05 FILLER PIC X(20) VALUE "PERDA".
               05 FILLER PIC X(20) VALUE "DEVOLVIDO FORNECEDOR".
               05 FILLER PIC X(20) VALUE "SAIDA DO ACERVO".
            01 WS-MOT-TAB REDEFINES WS-MOT-NOMES.
               05 WS-MOT-NOME PIC X(20) OCCURS 5 TIMES.
            01 WS-REG-LINHA.
               05 WRG-ROTULO PIC X(30).
               05 WRG-QTD PIC ZZZZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WRG-VALOR PIC ZZZZZZZZ9.99.
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "DEPRECIA".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).

       PROCEDURE DIVISION.
       DEPRECIA.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
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
           DISPLAY "DEPRECIACAO DO ACERVO - MES " WS-MES.
           MOVE WS-MES TO WS-ULT-ABS.
           PERFORM MES-ABSOLUTO.
           MOVE WS-ULT-ABS TO WS-MES-ABS.

           PERFORM CONFERE-MES-FECHADO THRU CONFERE-MES-FECHADO-FIM.
           IF WS-MES-OK = 0
               DISPLAY "MES NAO FECHADO - RODE O MESFECHA ANTES"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.

           OPEN I-O ARQ-ATIVOS.
           IF WS-FS = 35
               CLOSE ARQ-ATIVOS
               OPEN OUTPUT ARQ-ATIVOS
               CLOSE ARQ-ATIVOS
               OPEN I-O ARQ-ATIVOS
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO NO ARQUIVO DE ATIVOS: " WS-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-ATIVOS
               GO TO FIM
           END-IF.
           PERFORM CONFERE-POSTERIOR.
           IF WS-POSTERIOR = 1
               DISPLAY "JA HA DEPRECIACAO LANCADA EM MES POSTERIOR"
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-ATIVOS
               GO TO FIM
           END-IF.

           OPEN INPUT ARQ-TARIFAS.
           OPEN INPUT ARQ-ESTOQUE.
           PERFORM APURA-EXEMPLARES THRU APURA-EXEMPLARES-FIM.
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-TARIFAS.
           PERFORM APURA-SAIDAS THRU APURA-SAIDAS-FIM.
           CLOSE ARQ-ATIVOS.

           PERFORM CALCULA-SALDO-INICIAL
               VARYING WS-TOT-I FROM 1 BY 1
               UNTIL WS-TOT-I > WS-TOT-USADOS.
           PERFORM GERA-REGISTRO THRU GERA-REGISTRO-FIM.
           PERFORM GRAVA-TOTAIS THRU GRAVA-TOTAIS-FIM.

           MOVE "DEPRECIAR" TO WS-AUD-OPERACAO.
           MOVE WS-MES TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "BENS " DELIMITED BY SIZE
               WS-CONT-BENS DELIMITED BY SIZE
               " NOVOS " DELIMITED BY SIZE
               WS-CONT-NOVOS DELIMITED BY SIZE
               " BAIXAS " DELIMITED BY SIZE
               WS-CONT-BAIXAS DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "BENS NO ACERVO:    " WS-CONT-BENS.
           DISPLAY "ADICOES NO MES:    " WS-CONT-NOVOS.
           DISPLAY "BAIXAS NO MES:     " WS-CONT-BAIXAS.
           DISPLAY "ARQUIVO: " WS-NOME-REGISTRO.
           GO TO FIM.

      * Converte o AAAAMM de WS-ULT-ABS em meses corridos (ano x 12
      * + mes), para contar os meses entre duas competencias.
       MES-ABSOLUTO.
           MOVE WS-ULT-ABS TO WS-MES-PARAM.
           MOVE WS-MES-PARAM(1:4) TO WS-ANO-N.
           MOVE WS-MES-PARAM(5:2) TO WS-MES-N.
           COMPUTE WS-ULT-ABS = WS-ANO-N * 12 + WS-MES-N.

      * WS-MES-OK volta 1 quando o mes esta fechado.
       CONFERE-MES-FECHADO.
           MOVE 0 TO WS-MES-OK.
           OPEN INPUT ARQ-FECHAMES.
           IF WS-FS5 <> 0
               CLOSE ARQ-FECHAMES
               GO TO CONFERE-MES-FECHADO-FIM
           END-IF.
           MOVE WS-MES TO FEC-MES.
           READ ARQ-FECHAMES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FEC-STATUS = "F"
                       MOVE 1 TO WS-MES-OK
                   END-IF
           END-READ.
           CLOSE ARQ-FECHAMES.
       CONFERE-MES-FECHADO-FIM.
           EXIT.

      * Um mes so pode ser apurado enquanto nenhum bem tiver
      * depreciacao de competencia posterior.
       CONFERE-POSTERIOR.
           MOVE 0 TO WS-POSTERIOR.
           MOVE LOW-VALUE TO ATV-CHAVE.
           SET EOF TO 0.
           START ARQ-ATIVOS KEY IS NOT LESS THAN ATV-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1 OR WS-POSTERIOR = 1
               READ ARQ-ATIVOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ATV-ULTIMO-MES > WS-MES
                           MOVE 1 TO WS-POSTERIOR
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.

      * Passada pelos exemplares: cadastra o bem novo, baixa o que
      * saiu de circulacao e deprecia o restante.
       APURA-EXEMPLARES.
           OPEN INPUT ARQ-EXEMPLARES.
           IF WS-FS2 <> 0
               DISPLAY "SEM ARQUIVO DE EXEMPLARES: " WS-FS2
               CLOSE ARQ-EXEMPLARES
               GO TO APURA-EXEMPLARES-FIM
           END-IF.
           MOVE LOW-VALUE TO EX-CHAVE.
           SET EOF TO 0.
           START ARQ-EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EXEMPLARES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF EX-AQUISICAO(1:6) NOT > WS-MES
                           PERFORM APURA-UM-EXEMPLAR THRU
                               APURA-UM-EXEMPLAR-FIM
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-EXEMPLARES.
       APURA-EXEMPLARES-FIM.
           EXIT.

       APURA-UM-EXEMPLAR.
           IF EX-FILME-ID NOT = WS-FILME-ATUAL
               PERFORM LE-FILME
           END-IF.
           MOVE EX-FILME-ID TO ATV-FILME-ID.
           MOVE EX-SEQ TO ATV-SEQ.
           READ ARQ-ATIVOS
               INVALID KEY MOVE 0 TO WS-EXISTE
               NOT INVALID KEY MOVE 1 TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 0
               IF WS-FILME-ACHOU = 0
                   GO TO APURA-UM-EXEMPLAR-FIM
               END-IF
               MOVE SPACES TO ATIVO-REC
               MOVE EX-FILME-ID TO ATV-FILME-ID
               MOVE EX-SEQ TO ATV-SEQ
               MOVE EX-AQUISICAO TO ATV-AQUISICAO
               MOVE 0 TO ATV-CUSTO
               IF EX-CUSTO IS NUMERIC
                   MOVE EX-CUSTO TO ATV-CUSTO
               END-IF
               MOVE 0 TO ATV-ACUMULADA
               MOVE WS-MES TO ATV-MES-ENTRADA
               MOVE WS-MES TO ATV-ULTIMO-MES
               MOVE 0 TO ATV-DEP-MES
               MOVE "A" TO ATV-SITUACAO
               MOVE 0 TO ATV-VALOR-BAIXA
           END-IF.
           IF WS-FILME-ACHOU = 1
               MOVE WS-FILME-FILIAL TO ATV-FILIAL
               MOVE WS-FILME-CATEGORIA TO ATV-CATEGORIA
           END-IF.
           MOVE WS-MES TO ATV-MES-VISTO.
           IF ATV-SITUACAO = "A"
               IF EX-CONDICAO = "V" OR EX-CONDICAO = "X"
                   OR EX-CONDICAO = "P" OR EX-CONDICAO = "F"
                   MOVE EX-CONDICAO TO ATV-MOTIVO
                   PERFORM BAIXA-BEM
               ELSE
                   PERFORM DEPRECIA-BEM
               END-IF
           END-IF.
           PERFORM SOMA-BEM.
           IF WS-EXISTE = 0
               WRITE ATIVO-REC
           ELSE
               REWRITE ATIVO-REC
           END-IF.
       APURA-UM-EXEMPLAR-FIM.
           EXIT.

      * Filial e categoria atuais do titulo do exemplar.
       LE-FILME.
           MOVE EX-FILME-ID TO WS-FILME-ATUAL.
           MOVE 0 TO WS-FILME-ACHOU.
           MOVE EX-FILME-ID TO FILME-ID.
           READ ARQ-ESTOQUE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-FILME-ACHOU
                   MOVE FILME-FILIAL TO WS-FILME-FILIAL
                   MOVE FILME-CATEGORIA TO WS-FILME-CATEGORIA
           END-READ.

      * Quota do mes pela vida util da categoria; um mes sem
      * apuracao e recuperado na seguinte, sem passar do custo.
       DEPRECIA-BEM.
           IF ATV-ULTIMO-MES NOT < WS-MES
               GO TO DEPRECIA-BEM-FIM
           END-IF.
           MOVE ATV-ULTIMO-MES TO WS-ULT-ABS.
           PERFORM MES-ABSOLUTO.
           SUBTRACT WS-ULT-ABS FROM WS-MES-ABS GIVING WS-MESES-DEP.
           PERFORM ACHA-VIDA-UTIL.
           COMPUTE WS-QUOTA ROUNDED = ATV-CUSTO / WS-VIDA-UTIL.
           COMPUTE WS-DEP-VALOR = WS-QUOTA * WS-MESES-DEP.
           SUBTRACT ATV-ACUMULADA FROM ATV-CUSTO GIVING WS-RESTANTE.
           IF WS-DEP-VALOR > WS-RESTANTE
               MOVE WS-RESTANTE TO WS-DEP-VALOR
           END-IF.
           ADD WS-DEP-VALOR TO ATV-ACUMULADA.
           MOVE WS-DEP-VALOR TO ATV-DEP-MES.
           MOVE WS-MES TO ATV-ULTIMO-MES.
       DEPRECIA-BEM-FIM.
           EXIT.

      * Vida util em meses: registro da categoria na filial, senao o
      * registro base da filial, senao 24.
       ACHA-VIDA-UTIL.
           MOVE 0 TO WS-VIDA-UTIL.
           MOVE ATV-FILIAL TO TAR-FILIAL.
           MOVE ATV-CATEGORIA TO TAR-CATEGORIA.
           READ ARQ-TARIFAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TAR-DEPREC-MESES IS NUMERIC
                       MOVE TAR-DEPREC-MESES TO WS-VIDA-UTIL
                   END-IF
           END-READ.
           IF WS-VIDA-UTIL = 0
               MOVE ATV-FILIAL TO TAR-FILIAL
               MOVE SPACES TO TAR-CATEGORIA
               READ ARQ-TARIFAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF TAR-DEPREC-MESES IS NUMERIC
                           MOVE TAR-DEPREC-MESES TO WS-VIDA-UTIL
                       END-IF
               END-READ
           END-IF.
           IF WS-VIDA-UTIL = 0
               MOVE 24 TO WS-VIDA-UTIL
           END-IF.

      * Baixa o valor contabil que resta do bem (motivo em
      * ATV-MOTIVO).
       BAIXA-BEM.
           SUBTRACT ATV-ACUMULADA FROM ATV-CUSTO
               GIVING ATV-VALOR-BAIXA.
           MOVE "B" TO ATV-SITUACAO.
           MOVE WS-MES TO ATV-MES-BAIXA.
           IF ATV-ULTIMO-MES NOT = WS-MES
               MOVE 0 TO ATV-DEP-MES
           END-IF.

      * Totais da filial com o que o bem lancou no mes (tambem o que
      * ja tinha sido lancado numa execucao anterior do mesmo mes).
       SOMA-BEM.
           MOVE ATV-FILIAL TO WS-FILIAL-BUSCA.
           PERFORM ACHA-FILIAL.
           IF ATV-MES-ENTRADA = WS-MES
               ADD ATV-CUSTO TO WS-TOT-ADICOES(WS-TOT-IDX)
               ADD 1 TO WS-TOT-QTD-ADIC(WS-TOT-IDX)
               ADD 1 TO WS-CONT-NOVOS
           END-IF.
           IF ATV-ULTIMO-MES = WS-MES
               ADD ATV-DEP-MES TO WS-TOT-DEPRECIACAO(WS-TOT-IDX)
           END-IF.
           IF ATV-SITUACAO = "B" AND ATV-MES-BAIXA = WS-MES
               EVALUATE ATV-MOTIVO
                   WHEN "V" MOVE 1 TO WS-MOT-I
                   WHEN "X" MOVE 2 TO WS-MOT-I
                   WHEN "P" MOVE 3 TO WS-MOT-I
                   WHEN "F" MOVE 4 TO WS-MOT-I
                   WHEN OTHER MOVE 5 TO WS-MOT-I
               END-EVALUATE
               ADD ATV-VALOR-BAIXA TO WS-TOT-BAIXAS(WS-TOT-IDX)
               ADD ATV-VALOR-BAIXA
                   TO WS-TOT-BAIXA-MOT(WS-TOT-IDX, WS-MOT-I)
               ADD 1 TO WS-TOT-QTD-MOT(WS-TOT-IDX, WS-MOT-I)
               ADD 1 TO WS-CONT-BAIXAS
           END-IF.
           IF ATV-SITUACAO = "A"
               ADD ATV-CUSTO TO WS-TOT-SALDO-FIM(WS-TOT-IDX)
               SUBTRACT ATV-ACUMULADA FROM WS-TOT-SALDO-FIM(WS-TOT-IDX)
               ADD 1 TO WS-TOT-QTD-FIM(WS-TOT-IDX)
               ADD 1 TO WS-CONT-BENS
           END-IF.

       ACHA-FILIAL.
           MOVE 0 TO WS-TOT-IDX.
           MOVE 1 TO WS-TOT-I.
           PERFORM UNTIL WS-TOT-I > WS-TOT-USADOS
                   OR WS-TOT-IDX > 0
               IF WS-TOT-FILIAL(WS-TOT-I) = WS-FILIAL-BUSCA
                   MOVE WS-TOT-I TO WS-TOT-IDX
               END-IF
               ADD 1 TO WS-TOT-I
           END-PERFORM.
           IF WS-TOT-IDX = 0 AND WS-TOT-USADOS < 10
               ADD 1 TO WS-TOT-USADOS
               MOVE WS-TOT-USADOS TO WS-TOT-IDX
               INITIALIZE WS-TOT-ENTRY(WS-TOT-IDX)
               MOVE WS-FILIAL-BUSCA TO WS-TOT-FILIAL(WS-TOT-IDX)
           END-IF.
           IF WS-TOT-IDX = 0
               MOVE 1 TO WS-TOT-IDX
           END-IF.

      * Bens ainda ativos que nao apareceram entre os exemplares
      * (removidos ou transferidos) saem do acervo pelo valor que
      * resta; baixa de execucao anterior do mesmo mes entra de novo
      * nos totais.
       APURA-SAIDAS.
           MOVE LOW-VALUE TO ATV-CHAVE.
           SET EOF TO 0.
           START ARQ-ATIVOS KEY IS NOT LESS THAN ATV-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ATIVOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ATV-MES-VISTO NOT = WS-MES
                           PERFORM APURA-UMA-SAIDA
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
       APURA-SAIDAS-FIM.
           EXIT.

       APURA-UMA-SAIDA.
           IF ATV-SITUACAO = "A"
               MOVE "E" TO ATV-MOTIVO
               PERFORM BAIXA-BEM
               PERFORM SOMA-BEM
               MOVE WS-MES TO ATV-MES-VISTO
               REWRITE ATIVO-REC
           ELSE
               IF ATV-MES-BAIXA = WS-MES
                   PERFORM SOMA-BEM
               END-IF
           END-IF.

      * Saldo inicial = saldo final + depreciacao + baixas - adicoes.
       CALCULA-SALDO-INICIAL.
           COMPUTE WS-TOT-SALDO-INI(WS-TOT-I) =
               WS-TOT-SALDO-FIM(WS-TOT-I)
               + WS-TOT-DEPRECIACAO(WS-TOT-I)
               + WS-TOT-BAIXAS(WS-TOT-I)
               - WS-TOT-ADICOES(WS-TOT-I).

      * Registro de depreciacao do mes, um bloco por filial.
       GERA-REGISTRO.
           MOVE SPACES TO WS-NOME-REGISTRO.
           STRING "./depreciacao_" DELIMITED BY SIZE
               WS-MES DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-REGISTRO.
           OPEN OUTPUT ARQ-REGISTRO.
           IF WS-FS6 <> 0
               DISPLAY "ERRO NO REGISTRO DE DEPRECIACAO: " WS-FS6
               MOVE 8 TO RETURN-CODE
               GO TO GERA-REGISTRO-FIM
           END-IF.
           MOVE SPACES TO REGISTRO-LINHA.
           STRING "REGISTRO DE DEPRECIACAO DO ACERVO - MES "
                   DELIMITED BY SIZE
               WS-MES DELIMITED BY SIZE
               " - EMITIDO EM " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               INTO REGISTRO-LINHA.
           WRITE REGISTRO-LINHA.
           MOVE 1 TO WS-TOT-I.
           PERFORM UNTIL WS-TOT-I > WS-TOT-USADOS
               PERFORM REGISTRO-FILIAL
               ADD 1 TO WS-TOT-I
           END-PERFORM.
           CLOSE ARQ-REGISTRO.
       GERA-REGISTRO-FIM.
           EXIT.

       REGISTRO-FILIAL.
           MOVE SPACES TO REGISTRO-LINHA.
           WRITE REGISTRO-LINHA.
           MOVE SPACES TO REGISTRO-LINHA.
           STRING "FILIAL " DELIMITED BY SIZE
               WS-TOT-FILIAL(WS-TOT-I) DELIMITED BY SIZE
               INTO REGISTRO-LINHA.
           WRITE REGISTRO-LINHA.
           MOVE SPACES TO WS-REG-LINHA.
           MOVE "  SALDO INICIAL" TO WRG-ROTULO.
           MOVE WS-TOT-SALDO-INI(WS-TOT-I) TO WRG-VALOR.
           PERFORM GRAVA-LINHA-SEM-QTD.
           MOVE "  (+) ADICOES" TO WRG-ROTULO.
           MOVE WS-TOT-QTD-ADIC(WS-TOT-I) TO WRG-QTD.
           MOVE WS-TOT-ADICOES(WS-TOT-I) TO WRG-VALOR.
           MOVE WS-REG-LINHA TO REGISTRO-LINHA.
           WRITE REGISTRO-LINHA.
           MOVE "  (-) DEPRECIACAO DO MES" TO WRG-ROTULO.
           MOVE WS-TOT-DEPRECIACAO(WS-TOT-I) TO WRG-VALOR.
           PERFORM GRAVA-LINHA-SEM-QTD.
           MOVE "  (-) BAIXAS" TO WRG-ROTULO.
           MOVE WS-TOT-BAIXAS(WS-TOT-I) TO WRG-VALOR.
           PERFORM GRAVA-LINHA-SEM-QTD.
           PERFORM REGISTRO-MOTIVO
               VARYING WS-MOT-I FROM 1 BY 1
               UNTIL WS-MOT-I > 5.
           MOVE "  SALDO FINAL" TO WRG-ROTULO.
           MOVE WS-TOT-QTD-FIM(WS-TOT-I) TO WRG-QTD.
           MOVE WS-TOT-SALDO-FIM(WS-TOT-I) TO WRG-VALOR.
           MOVE WS-REG-LINHA TO REGISTRO-LINHA.
           WRITE REGISTRO-LINHA.
           DISPLAY "FILIAL " WS-TOT-FILIAL(WS-TOT-I)
               " SALDO FINAL " WRG-VALOR.

       REGISTRO-MOTIVO.
           IF WS-TOT-QTD-MOT(WS-TOT-I, WS-MOT-I) > 0
               MOVE SPACES TO WRG-ROTULO
               STRING "      " DELIMITED BY SIZE
                   WS-MOT-NOME(WS-MOT-I) DELIMITED BY SIZE
                   INTO WRG-ROTULO
               MOVE WS-TOT-QTD-MOT(WS-TOT-I, WS-MOT-I) TO WRG-QTD
               MOVE WS-TOT-BAIXA-MOT(WS-TOT-I, WS-MOT-I) TO WRG-VALOR
               MOVE WS-REG-LINHA TO REGISTRO-LINHA
               WRITE REGISTRO-LINHA
           END-IF.

       GRAVA-LINHA-SEM-QTD.
           MOVE WS-REG-LINHA TO REGISTRO-LINHA.
           MOVE SPACES TO REGISTRO-LINHA(31:6).
           WRITE REGISTRO-LINHA.

      * Regrava deprecia.dat sem as linhas que ja existissem para o
      * mes (reapuracao) e com os totais desta execucao, datados de
      * hoje para a REMESSA do dia levar ao contador.
       GRAVA-TOTAIS.
           OPEN OUTPUT ARQ-DEPRECIA-TMP.
           IF WS-FS8 <> 0
               DISPLAY "ERRO NO ARQUIVO DE TRABALHO: " WS-FS8
               MOVE 8 TO RETURN-CODE
               GO TO GRAVA-TOTAIS-FIM
           END-IF.
           OPEN INPUT ARQ-DEPRECIA.
           IF WS-FS7 = 0
               SET EOF TO 0
               PERFORM UNTIL EOF = 1
                   READ ARQ-DEPRECIA
                       AT END SET EOF TO 1
                       NOT AT END
                           IF DPR-MES NOT = WS-MES
                               MOVE DEPRECIA-REC TO DEPRECIA-TMP-REC
                               WRITE DEPRECIA-TMP-REC
                           END-IF
                   END-READ
               END-PERFORM
               SET EOF TO 0
           END-IF.
           CLOSE ARQ-DEPRECIA.
           MOVE 1 TO WS-TOT-I.
           PERFORM UNTIL WS-TOT-I > WS-TOT-USADOS
               MOVE WS-MES TO DPR-MES
               MOVE WS-TOT-FILIAL(WS-TOT-I) TO DPR-FILIAL
               MOVE WS-HOJE-AAAAMMDD TO DPR-DATA
               MOVE WS-TOT-SALDO-INI(WS-TOT-I) TO DPR-SALDO-INI
               MOVE WS-TOT-ADICOES(WS-TOT-I) TO DPR-ADICOES
               MOVE WS-TOT-DEPRECIACAO(WS-TOT-I) TO DPR-DEPRECIACAO
               MOVE WS-TOT-BAIXAS(WS-TOT-I) TO DPR-BAIXAS
               MOVE WS-TOT-SALDO-FIM(WS-TOT-I) TO DPR-SALDO-FIM
               MOVE DEPRECIA-REC TO DEPRECIA-TMP-REC
               WRITE DEPRECIA-TMP-REC
               ADD 1 TO WS-TOT-I
           END-PERFORM.
           CLOSE ARQ-DEPRECIA-TMP.
           MOVE "mv ./deprecia.tmp ./deprecia.dat" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
       GRAVA-TOTAIS-FIM.
           EXIT.

       FIM.
           STOP RUN.
       END PROGRAM DEPRECIA.
