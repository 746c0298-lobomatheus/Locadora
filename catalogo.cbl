      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Manutencao automatica do catalogo, na cadeia noturna: aplica
      * as alteracoes de preco e categoria agendadas no ESTOQUE
      * (agenda.dat) com vigencia ate a data informada, e passa de
      * lancamento ("S") para acervo os titulos cuja primeira copia
      * foi adquirida ha pelo menos os dias de lancamento da filial
      * (registro base de tarifas.dat; zerado, 90 dias). A data vem
      * do console (vazia usa hoje - a cadeia roda de madrugada, e a
      * alteracao vale para o balcao do dia). Cada alteracao e
      * auditada e listada em alteracoes_AAAAMMDD.txt para o balcao
      * conferir pela manha; reexecutar no mesmo dia acrescenta ao
      * relatorio so o que ainda nao tinha sido feito.
      * Copia tambem para tarifas.dat as propostas de tarifa
      * aprovadas no TARIFAS (tarifaprop.dat) com vigencia ate a
      * data, passando a proposta a vigente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOGO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-ESTOQUE
           ASSIGN TO "./estoque.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FILME-ID
           ALTERNATE KEY IS FILME-TITULO WITH DUPLICATES
           ALTERNATE KEY IS FILME-CATEGORIA WITH DUPLICATES
           ALTERNATE KEY IS FILME-FILIAL WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS.
       SELECT ARQ-EXEMPLARES
           ASSIGN TO "./exemplares.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EX-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS2.
       SELECT ARQ-TARIFAS
           ASSIGN TO "./tarifas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS TAR-CHAVE
           FILE STATUS IS WS-FS3.
       SELECT ARQ-AGENDA
           ASSIGN TO "./agenda.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AGE-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS4.
       SELECT ARQ-PROPOSTAS
           ASSIGN TO "./tarifaprop.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRP-CHAVE
           FILE STATUS IS WS-FS6.
       SELECT ARQ-RELATORIO
           ASSIGN TO WS-NOME-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS5.
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQ-RELATORIO.
       01 RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 WS-FS5 PIC 99.
            77 WS-FS6 PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 EOF-EX PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-DATA-PARAM PIC X(08).
            77 WS-DATA-REF PIC X(08).
            77 WS-DATA-NUM PIC 9(08).
            77 WS-DATA-DIA PIC 9(07).
            77 WS-PRIMEIRA PIC X(08).
            77 WS-PRIMEIRA-NUM PIC 9(08).
            77 WS-DIAS-CORRIDOS PIC 9(07).
            77 WS-DIAS-LANC PIC 9(03).
            77 WS-NOME-RELATORIO PIC X(30).
            77 WS-ACHOU PIC 9 VALUE 0.
            77 WS-CONT-PRECO PIC 9(05) VALUE 0.
            77 WS-CONT-CATEGORIA PIC 9(05) VALUE 0.
            77 WS-CONT-ACERVO PIC 9(05) VALUE 0.
            77 WS-CONT-NAO-APLIC PIC 9(05) VALUE 0.
            77 WS-CONT-TARIFA PIC 9(05) VALUE 0.
            77 WS-TAR-EXISTE PIC 9 VALUE 0.
            77 WS-TAXA-ED PIC ZZZ9.99.
            77 WS-MULT-ED PIC 9.99.
            77 WS-PRECO-ANT-ED PIC ZZZ9.99.
            77 WS-PRECO-NOVO-ED PIC ZZZ9.99.
            01 WS-REL-LINHA.
               05 WRL-FILIAL PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WRL-FILME-ID PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WRL-TITULO PIC X(20).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WRL-ALTERACAO PIC X(48).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "CATALOGO".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "CATALOGO".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).

       PROCEDURE DIVISION.
       CATALOGO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, VAZIA = HOJE): ".
           ACCEPT WS-DATA-PARAM.
           IF WS-DATA-PARAM IS NUMERIC
               MOVE WS-DATA-PARAM TO WS-DATA-REF
           ELSE
               MOVE WS-HOJE-AAAAMMDD TO WS-DATA-REF
           END-IF.
           MOVE WS-DATA-REF TO WS-DATA-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) TO WS-DATA-DIA.
           DISPLAY "MANUTENCAO DO CATALOGO - DATA " WS-DATA-REF.

           OPEN I-O ARQ-ESTOQUE.
           IF WS-FS <> 0
               DISPLAY "ERRO NO ARQUIVO DE ESTOQUE: " WS-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-ESTOQUE
               GO TO FIM
           END-IF.
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING "./alteracoes_" DELIMITED BY SIZE
               WS-DATA-REF DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-RELATORIO.
           OPEN EXTEND ARQ-RELATORIO.
           IF WS-FS5 = 35
               OPEN OUTPUT ARQ-RELATORIO
           END-IF.
           IF WS-FS5 <> 0
               DISPLAY "ERRO NO RELATORIO DE ALTERACOES: " WS-FS5
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-ESTOQUE
               GO TO FIM
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ALTERACOES AUTOMATICAS DO CATALOGO - VIGENTES EM "
                   DELIMITED BY SIZE
               WS-DATA-REF DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "FIL. ID    TITULO               ALTERACAO"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM APLICA-AGENDA THRU APLICA-AGENDA-FIM.
           PERFORM APLICA-PROPOSTAS THRU APLICA-PROPOSTAS-FIM.
           PERFORM ENVELHECE-LANCAMENTOS THRU
               ENVELHECE-LANCAMENTOS-FIM.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PRECOS: " DELIMITED BY SIZE
               WS-CONT-PRECO DELIMITED BY SIZE
               "  CATEGORIAS: " DELIMITED BY SIZE
               WS-CONT-CATEGORIA DELIMITED BY SIZE
               "  PARA ACERVO: " DELIMITED BY SIZE
               WS-CONT-ACERVO DELIMITED BY SIZE
               "  NAO APLICADAS: " DELIMITED BY SIZE
               WS-CONT-NAO-APLIC DELIMITED BY SIZE
               "  TARIFAS: " DELIMITED BY SIZE
               WS-CONT-TARIFA DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-ESTOQUE.
           DISPLAY "PRECOS ALTERADOS:     " WS-CONT-PRECO.
           DISPLAY "CATEGORIAS ALTERADAS: " WS-CONT-CATEGORIA.
           DISPLAY "PASSADOS P/ ACERVO:   " WS-CONT-ACERVO.
           DISPLAY "NAO APLICADAS:        " WS-CONT-NAO-APLIC.
           DISPLAY "TARIFAS EM VIGOR:     " WS-CONT-TARIFA.
           DISPLAY "ARQUIVO: " WS-NOME-RELATORIO.
           GO TO FIM.

      * Agendamentos pendentes com vigencia ate a data, na ordem da
      * chave (titulo e vigencia): o mais antigo e aplicado primeiro.
       APLICA-AGENDA.
           OPEN I-O ARQ-AGENDA.
           IF WS-FS4 <> 0
               CLOSE ARQ-AGENDA
               GO TO APLICA-AGENDA-FIM
           END-IF.
           MOVE LOW-VALUE TO AGE-CHAVE.
           SET EOF TO 0.
           START ARQ-AGENDA KEY IS NOT LESS THAN AGE-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-AGENDA NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF AGE-SITUACAO = "P"
                           AND AGE-VIGENCIA NOT > WS-DATA-REF
                           PERFORM APLICA-UM-AGENDAMENTO THRU
                               APLICA-UM-AGENDAMENTO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-AGENDA.
       APLICA-AGENDA-FIM.
           EXIT.

       APLICA-UM-AGENDAMENTO.
           MOVE 0 TO WS-ACHOU.
           MOVE AGE-FILME-ID TO FILME-ID.
           READ ARQ-ESTOQUE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = 0
               MOVE "I" TO AGE-SITUACAO
               MOVE WS-DATA-REF TO AGE-DATA-APLIC
               REWRITE AGENDA-REC
               ADD 1 TO WS-CONT-NAO-APLIC
               MOVE SPACES TO WS-REL-LINHA
               MOVE AGE-FILIAL TO WRL-FILIAL
               MOVE AGE-FILME-ID TO WRL-FILME-ID
               MOVE AGE-TITULO TO WRL-TITULO
               MOVE "TITULO REMOVIDO - AGENDAMENTO NAO APLICADO"
                   TO WRL-ALTERACAO
               MOVE WS-REL-LINHA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               GO TO APLICA-UM-AGENDAMENTO-FIM
           END-IF.
           MOVE FILME-PRECO TO AGE-PRECO-ANT.
           MOVE FILME-CATEGORIA TO AGE-CATEG-ANT.
           IF AGE-PRECO > 0 AND AGE-PRECO NOT = FILME-PRECO
               MOVE AGE-PRECO TO FILME-PRECO
               MOVE AGE-PRECO-ANT TO WS-PRECO-ANT-ED
               MOVE AGE-PRECO TO WS-PRECO-NOVO-ED
               MOVE SPACES TO WS-REL-LINHA
               STRING "PRECO " DELIMITED BY SIZE
                   WS-PRECO-ANT-ED DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-PRECO-NOVO-ED DELIMITED BY SIZE
                   INTO WRL-ALTERACAO
               MOVE "PRECO" TO WS-AUD-OPERACAO
               PERFORM REGISTRA-ALTERACAO
               ADD 1 TO WS-CONT-PRECO
           END-IF.
           IF AGE-CATEGORIA NOT = SPACES
               AND AGE-CATEGORIA NOT = FILME-CATEGORIA
               MOVE AGE-CATEGORIA TO FILME-CATEGORIA
               MOVE SPACES TO WS-REL-LINHA
               STRING "CATEGORIA " DELIMITED BY SIZE
                   AGE-CATEG-ANT DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   AGE-CATEGORIA DELIMITED BY SIZE
                   INTO WRL-ALTERACAO
               MOVE "CATEGORIA" TO WS-AUD-OPERACAO
               PERFORM REGISTRA-ALTERACAO
               ADD 1 TO WS-CONT-CATEGORIA
           END-IF.
           MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO FILME
           REWRITE FILME.
           MOVE "A" TO AGE-SITUACAO.
           MOVE WS-DATA-REF TO AGE-DATA-APLIC.
           REWRITE AGENDA-REC.
       APLICA-UM-AGENDAMENTO-FIM.
           EXIT.

      * Linha do relatorio e registro de auditoria de uma alteracao
      * do titulo em FILME (texto ja montado em WRL-ALTERACAO e
      * operacao em WS-AUD-OPERACAO).
       REGISTRA-ALTERACAO.
           MOVE FILME-FILIAL TO WRL-FILIAL.
           MOVE FILME-ID TO WRL-FILME-ID.
           MOVE FILME-TITULO TO WRL-TITULO.
           MOVE WS-REL-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO WS-AUD-CHAVE.
           MOVE FILME-ID TO WS-AUD-CHAVE(1:5).
           MOVE WRL-ALTERACAO TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.

      * Propostas de tarifa aprovadas com vigencia ate a data: os
      * valores propostos (diferentes de zero) substituem os da
      * tarifa da filial/categoria; sem registro, a tarifa e criada
      * com os demais campos zerados (valem os padroes). Sem acesso
      * a tarifas.dat as propostas ficam para a proxima execucao.
       APLICA-PROPOSTAS.
           OPEN I-O ARQ-PROPOSTAS.
           IF WS-FS6 <> 0
               CLOSE ARQ-PROPOSTAS
               GO TO APLICA-PROPOSTAS-FIM
           END-IF.
           OPEN I-O ARQ-TARIFAS.
           IF WS-FS3 = 35
               CLOSE ARQ-TARIFAS
               OPEN OUTPUT ARQ-TARIFAS
               CLOSE ARQ-TARIFAS
               OPEN I-O ARQ-TARIFAS
           END-IF.
           IF WS-FS3 <> 0
               DISPLAY "ERRO NO ARQUIVO DE TARIFAS: " WS-FS3
               CLOSE ARQ-TARIFAS
               CLOSE ARQ-PROPOSTAS
               GO TO APLICA-PROPOSTAS-FIM
           END-IF.
           MOVE LOW-VALUE TO PRP-CHAVE.
           SET EOF TO 0.
           START ARQ-PROPOSTAS KEY IS NOT LESS THAN PRP-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PROPOSTAS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF PRP-SITUACAO = "A"
                           AND PRP-VIGENCIA NOT > WS-DATA-REF
                           PERFORM APLICA-UMA-PROPOSTA
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-TARIFAS.
           CLOSE ARQ-PROPOSTAS.
       APLICA-PROPOSTAS-FIM.
           EXIT.

       APLICA-UMA-PROPOSTA.
           MOVE PRP-CHAVE TO TAR-CHAVE.
           READ ARQ-TARIFAS
               INVALID KEY MOVE 0 TO WS-TAR-EXISTE
               NOT INVALID KEY MOVE 1 TO WS-TAR-EXISTE
           END-READ.
           IF WS-TAR-EXISTE = 0
               MOVE SPACES TO TARIFA
               MOVE PRP-CHAVE TO TAR-CHAVE
               MOVE 0 TO TAR-JANELA-NORMAL
               MOVE 0 TO TAR-JANELA-LANC
               MOVE 0 TO TAR-TAXA-DIARIA
               MOVE 0 TO TAR-MULT-PRECO
               MOVE 0 TO TAR-REPOSICAO
               MOVE 0 TO TAR-DEPREC-MESES
               MOVE 0 TO TAR-DIAS-LANCAMENTO
               MOVE 0 TO TAR-TAXA-ENTREGA
           END-IF.
           IF PRP-JANELA-NORMAL > 0
               MOVE PRP-JANELA-NORMAL TO TAR-JANELA-NORMAL
           END-IF.
           IF PRP-JANELA-LANC > 0
               MOVE PRP-JANELA-LANC TO TAR-JANELA-LANC
           END-IF.
           IF PRP-TAXA-DIARIA > 0
               MOVE PRP-TAXA-DIARIA TO TAR-TAXA-DIARIA
           END-IF.
           IF PRP-MULT-PRECO > 0
               MOVE PRP-MULT-PRECO TO TAR-MULT-PRECO
           END-IF.
           IF WS-TAR-EXISTE = 1
               REWRITE TARIFA
           ELSE
               WRITE TARIFA
           END-IF.
           MOVE "V" TO PRP-SITUACAO.
           MOVE WS-DATA-REF TO PRP-DATA-APLIC.
           REWRITE PROPOSTA-REC.
           ADD 1 TO WS-CONT-TARIFA.
           MOVE SPACES TO WS-REL-LINHA.
           MOVE PRP-FILIAL TO WRL-FILIAL.
           MOVE 0 TO WRL-FILME-ID.
           MOVE PRP-CATEGORIA TO WRL-TITULO.
           IF PRP-CATEGORIA = SPACES
               MOVE "TARIFA BASE" TO WRL-TITULO
               MOVE TAR-TAXA-DIARIA TO WS-TAXA-ED
               STRING "TARIFA EM VIGOR: JAN " DELIMITED BY SIZE
                   TAR-JANELA-NORMAL DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   TAR-JANELA-LANC DELIMITED BY SIZE
                   " TAXA " DELIMITED BY SIZE
                   WS-TAXA-ED DELIMITED BY SIZE
                   INTO WRL-ALTERACAO
           ELSE
               MOVE TAR-MULT-PRECO TO WS-MULT-ED
               STRING "TARIFA EM VIGOR: MULT " DELIMITED BY SIZE
                   WS-MULT-ED DELIMITED BY SIZE
                   INTO WRL-ALTERACAO
           END-IF.
           MOVE WS-REL-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TARIFA" TO WS-AUD-OPERACAO.
           MOVE PRP-CHAVE TO WS-AUD-CHAVE.
           MOVE WRL-ALTERACAO TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.

      * Titulos em lancamento que ja cumpriram os dias da filial,
      * contados da aquisicao da primeira copia.
       ENVELHECE-LANCAMENTOS.
           OPEN INPUT ARQ-EXEMPLARES.
           IF WS-FS2 <> 0
               CLOSE ARQ-EXEMPLARES
               GO TO ENVELHECE-LANCAMENTOS-FIM
           END-IF.
           OPEN INPUT ARQ-TARIFAS.
           MOVE LOW-VALUE TO FILME-ID.
           SET EOF TO 0.
           START ARQ-ESTOQUE KEY IS NOT LESS THAN FILME-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ESTOQUE NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF FILME-LANCAMENTO = "S"
                           PERFORM ENVELHECE-TITULO THRU
                               ENVELHECE-TITULO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-TARIFAS.
           CLOSE ARQ-EXEMPLARES.
       ENVELHECE-LANCAMENTOS-FIM.
           EXIT.

       ENVELHECE-TITULO.
           PERFORM PRIMEIRA-AQUISICAO.
           IF WS-PRIMEIRA = HIGH-VALUE
               GO TO ENVELHECE-TITULO-FIM
           END-IF.
           MOVE WS-PRIMEIRA TO WS-PRIMEIRA-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PRIMEIRA-NUM) NOT = 0
               GO TO ENVELHECE-TITULO-FIM
           END-IF.
           IF WS-PRIMEIRA-NUM > WS-DATA-NUM
               GO TO ENVELHECE-TITULO-FIM
           END-IF.
           COMPUTE WS-DIAS-CORRIDOS = WS-DATA-DIA
               - FUNCTION INTEGER-OF-DATE(WS-PRIMEIRA-NUM).
           PERFORM ACHA-DIAS-LANCAMENTO.
           IF WS-DIAS-CORRIDOS < WS-DIAS-LANC
               GO TO ENVELHECE-TITULO-FIM
           END-IF.
           MOVE "N" TO FILME-LANCAMENTO.
           MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO FILME
           REWRITE FILME.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "LANCAMENTO -> ACERVO (1A COPIA " DELIMITED BY SIZE
               WS-PRIMEIRA DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WRL-ALTERACAO.
           MOVE "ACERVO" TO WS-AUD-OPERACAO.
           PERFORM REGISTRA-ALTERACAO.
           ADD 1 TO WS-CONT-ACERVO.
       ENVELHECE-TITULO-FIM.
           EXIT.

      * Menor data de aquisicao entre os exemplares do titulo
      * (HIGH-VALUE quando o titulo nao tem exemplares).
       PRIMEIRA-AQUISICAO.
           MOVE HIGH-VALUE TO WS-PRIMEIRA.
           MOVE FILME-ID TO EX-FILME-ID.
           MOVE 0 TO EX-SEQ.
           SET EOF-EX TO 0.
           START ARQ-EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY SET EOF-EX TO 1.
           PERFORM UNTIL EOF-EX = 1
               READ ARQ-EXEMPLARES NEXT
                   AT END SET EOF-EX TO 1
                   NOT AT END
                       IF EX-FILME-ID NOT = FILME-ID
                           SET EOF-EX TO 1
                       ELSE
                           IF EX-AQUISICAO IS NUMERIC
                               AND EX-AQUISICAO < WS-PRIMEIRA
                               MOVE EX-AQUISICAO TO WS-PRIMEIRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF-EX TO 0.

      * Dias de lancamento do registro base da filial do titulo.
       ACHA-DIAS-LANCAMENTO.
           MOVE 0 TO WS-DIAS-LANC.
           MOVE FILME-FILIAL TO TAR-FILIAL.
           MOVE SPACES TO TAR-CATEGORIA.
           READ ARQ-TARIFAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TAR-DIAS-LANCAMENTO IS NUMERIC
                       MOVE TAR-DIAS-LANCAMENTO TO WS-DIAS-LANC
                   END-IF
           END-READ.
           IF WS-DIAS-LANC = 0
               MOVE 90 TO WS-DIAS-LANC
           END-IF.

       FIM.
           STOP RUN.
       END PROGRAM CATALOGO.
