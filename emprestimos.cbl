           ASSIGN TO "./contrato.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS14.
       SELECT ARQ-TRANSFER
           ASSIGN TO "./transferencias.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TRF-ID
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS15.
       SELECT ARQ-DEPENDENTES
           ASSIGN TO "./dependentes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DEP-CHAVE
           FILE STATUS IS WS-FS16.
       SELECT ARQ-FORMATOS
           ASSIGN TO "./formatos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FMT-CHAVE
           FILE STATUS IS WS-FS17.
       SELECT ARQ-CUPONS
           ASSIGN TO "./cupons.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUP-CODIGO
           ALTERNATE KEY IS CUP-CPF WITH DUPLICATES
           ALTERNATE KEY IS CUP-EMP-ID WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS18.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMPRESTIMOS.
           05 EMP-EXEMPLAR PIC 9(03).
           05 EMP-TIPO PIC X(01).
           05 EMP-CAMPANHA PIC X(06).
           05 EMP-FILIAL-DEV PIC X(04).
           05 EMP-DEPENDENTE PIC X(01).
       FD ARQ-CLIENTES.
       01 CLIENTE.
           05 CLIENTE-CPF PIC X(11).
               10 RES-SEQ PIC 9(06).
           05 RES-CPF PIC X(11).
           05 RES-DATA PIC X(08).
           05 RES-FORMATO PIC X(01).
           05 FILLER PIC X(09).
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
       FD ARQ-EXEMPLARES.
       01 EXEMPLAR.
           05 EX-CHAVE.
               10 EX-SEQ PIC 9(03).
           05 EX-AQUISICAO PIC X(08).
           05 EX-CONDICAO PIC X(01).
           05 EX-CUSTO PIC 9(05)V99.
           05 EX-FORMATO PIC X(01).
           05 FILLER PIC X(02).
       FD ARQ-FORMATOS.
       01 FORMATO-REC.
           05 FMT-CHAVE.
               10 FMT-FILIAL PIC X(04).
               10 FMT-FORMATO PIC X(01).
           05 FMT-MULT-PRECO PIC 9(01)V99.
           05 FMT-JANELA PIC 9(02).
           05 FILLER PIC X(20).
       FD ARQ-CUPONS.
       01 CUPOM-REC.
           05 CUP-CODIGO PIC X(08).
           05 CUP-CPF PIC X(11).
           05 CUP-CAMPANHA PIC X(06).
           05 CUP-TIPO PIC X(01).
           05 CUP-PERCENTUAL PIC 9(02).
           05 CUP-VALOR PIC 9(04)V99.
           05 CUP-EMISSAO PIC X(08).
           05 CUP-VALIDADE PIC X(08).
           05 CUP-SITUACAO PIC X(01).
           05 CUP-USO PIC X(08).
           05 CUP-EMP-ID PIC 9(06).
           05 CUP-DESCONTO PIC 9(04)V99.
           05 FILLER PIC X(09).
       FD ARQ-ACORDOS.
       01 ACORDO-REC.
           05 ACD-CHAVE.
           05 FILLER PIC X(10).
       FD ARQ-CONTRATO.
       01 CONTRATO-LINHA PIC X(80).
       FD ARQ-DEPENDENTES.
       01 DEPENDENTE-REC.
           05 DEP-CHAVE.
               10 DEP-CPF PIC X(11).
               10 DEP-SEQ PIC 9(01).
           05 DEP-NOME PIC X(20).
           05 DEP-NASCIMENTO PIC X(08).
           05 DEP-PARENTESCO PIC X(10).
           05 DEP-SITUACAO PIC X(01).
           05 DEP-CENSURA-MAX PIC X(02).
           05 FILLER PIC X(19).
       FD ARQ-TRANSFER.
       01 TRANSFER-REC.
           05 TRF-ID PIC 9(06).
           05 TRF-DATA PIC X(08).
           05 TRF-TITULO PIC X(20).
           05 TRF-QTD PIC 9(02).
           05 TRF-ORIGEM PIC X(04).
           05 TRF-DESTINO PIC X(04).
           05 TRF-CATEGORIA PIC X(10).
           05 TRF-PRECO PIC 9(04)V99.
           05 TRF-LANCAMENTO PIC X(01).
           05 TRF-STATUS PIC X(01).
           05 TRF-DATA-CONF PIC X(08).
           05 TRF-CENSURA PIC X(02).
           05 TRF-TIPO PIC X(01).
           05 TRF-EXEMPLAR PIC 9(03).
           05 FILLER PIC X(04).

       WORKING-STORAGE SECTION.
            01 WS-OPTION    PIC 9(01).
               05 WS-EMP-EXEMPLAR PIC 9(03).
               05 WS-EMP-TIPO PIC X(01).
               05 WS-EMP-CAMPANHA PIC X(06).
               05 WS-EMP-FILIAL-DEV PIC X(04).
               05 WS-EMP-DEPENDENTE PIC X(01).
            01 WS-CLIENTE.
               05 WS-CLIENTE-CPF PIC X(11).
               05 WS-CLIENTE-NOME PIC X(20).
               05 WS-FILME-CENSURA PIC X(02).
               05 FILLER PIC X(08).
            01 WS-FILIAL-ATUAL PIC X(04) VALUE SPACES.
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
                   10 WS-RES-SEQ PIC 9(06).
               05 WS-RES-CPF PIC X(11).
               05 WS-RES-DATA PIC X(08).
               05 WS-RES-FORMATO PIC X(01).
               05 FILLER PIC X(09).
            77 WS-FS5 PIC 99.
            77 WS-RES-EOF PIC 9 VALUE 0.
            77 WS-RESERVA-RESP PIC X(01).
            77 WS-PROX-RESERVA-ID PIC 9(06).
            01 WS-EF-MODO PIC X(01) VALUE "E".
            01 WS-EF-EVENTO PIC X(02) VALUE "RD".
            01 WS-EF-TEXTO PIC X(100).
            01 WS-EF-RESULTADO PIC X(01).
            77 WS-ITEM-IDX PIC 9(01).
            77 WS-ITEM-PARAR PIC 9 VALUE 0.
            77 WS-LIMITE-ITENS PIC 9(01) VALUE 5.
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
            77 WS-TRAVA-TENTA PIC 9(02).
            77 WS-TRAVA-SEG PIC 9(02) VALUE 1.
            77 WS-CENSURA-OK PIC 9 VALUE 1.
            77 WS-REPOSICAO PIC 9(06)V99.
            77 WS-FS7 PIC 99.
            77 WS-EX-SEQ-PEGO PIC 9(03).
            77 WS-FS17 PIC 99.
            77 WS-FS18 PIC 99.
            77 WS-CUPOM-PEDE PIC 9 VALUE 0.
            77 WS-CUPOM-USADO PIC 9 VALUE 0.
            77 WS-CUPOM-COD PIC X(08).
            77 WS-CUPOM-APLICADO PIC X(08) VALUE SPACES.
            77 WS-CUPOM-DESC PIC 9(04)V99 VALUE 0.
            77 WS-CUPOM-RENOVA PIC 9(06) VALUE 0.
            77 WS-CUPOM-DESC-ED PIC ZZZ9.99.
            77 WS-FORMATO-PED PIC X(01) VALUE SPACE.
            77 WS-FMT-OK PIC 9 VALUE 0.
            77 WS-FMT-LIDO PIC X(01).
            77 WS-EX-FORMATO-PEGO PIC X(01) VALUE "D".
            77 WS-EX-FORMATO-DEV PIC X(01) VALUE SPACE.
            77 WS-FMT-DISP PIC 9(03).
            77 WS-FMT-COPIAS PIC 9(03).
            77 WS-ITEM-DISP PIC 9 VALUE 0.
            77 WS-FMT-MULT PIC 9(01)V99 VALUE 1.
            77 WS-FMT-JANELA PIC 9(02) VALUE 0.
            77 WS-ESTORNO-MOTIVO PIC X(20).
            77 WS-TITULO-BUSCA PIC X(20).
            77 WS-ACHOU-FILME PIC 9 VALUE 0.
                   10 WS-CTR-EXEMPLAR PIC 9(03).
                   10 WS-CTR-VENC PIC X(08).
                   10 WS-CTR-VALOR PIC 9(06)V99.
                   10 WS-CTR-FILIAL-DEV PIC X(04).
                   10 WS-CTR-DATA-DEV PIC X(08).
            77 WS-CTR-USADOS PIC 9(02) VALUE 0.
            77 WS-CTR-I PIC 9(02).
            77 WS-CTR-TOTAL PIC 9(08)V99.
            77 WS-CTR-VALOR-ED PIC ZZZZZ9.99.
            77 WS-CTR-TOTAL-ED PIC ZZZZZZZ9.99.
            77 WS-CTR-NOME PIC X(20).
            77 WS-CTR-FILIAL PIC X(04).
            01 WS-CTR-LF-SITUACAO PIC X(01).
            01 WS-CTR-LF-DADOS.
               05 WS-CTR-LF-NOME PIC X(30).
               05 WS-CTR-LF-CNPJ PIC X(14).
               05 WS-CTR-LF-ENDERECO PIC X(40).
               05 WS-CTR-LF-CIDADE PIC X(20).
               05 WS-CTR-LF-TELEFONE PIC X(15).
            77 WS-FS15 PIC 99.
            77 WS-PROX-TRF PIC 9(06).
            77 WS-EM-TRANSITO PIC 9 VALUE 0.
            77 WS-FS16 PIC 99.
            77 WS-RET-RESP PIC X(01).
            77 WS-RET-OK PIC 9 VALUE 1.
            77 WS-RET-SEQ PIC X(01) VALUE "0".
            77 WS-RET-NOME PIC X(20).
            77 WS-RET-NASCIMENTO PIC X(08).
            77 WS-RET-PARENTESCO PIC X(10).
            77 WS-RET-CENSURA PIC X(02).
            77 WS-CAL-FECHADO PIC 9 VALUE 0.
            77 WS-CAL-ABERTO PIC 9 VALUE 0.
            77 WS-CAL-TENTA PIC 9(02).
            77 WS-CAL-DIA-NUM PIC 9(08).
            77 WS-CAL-DIA-SEM PIC 9(01).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "EMPRESTIMO".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).
       SCREEN SECTION.
       01 EMPRESTIMOS-SCREEN.
            02 BLANK SCREEN.
           IF WS-FILIAL-ATUAL = SPACES
               PERFORM DEFINIR-FILIAL
           END-IF.
           IF WS-FILIAL-ATUAL = SPACES
               GO TO FIM
           END-IF.
           DISPLAY EMPRESTIMOS-SCREEN.
           ACCEPT EMPRESTIMOS-SCREEN.
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

       EXIBIR.
           SET EOF TO 0.
               END-IF
           END-IF.
           PERFORM LE-TARIFA-MULT THRU LE-TARIFA-MULT-FIM.
           PERFORM LE-TARIFA-FORMATO THRU LE-TARIFA-FORMATO-FIM.
           COMPUTE WS-VALOR-CALC = WS-FILME-PRECO * WS-DIAS-COBRANCA
               * WS-TAR-MULT * WS-FMT-MULT.
           EVALUATE WS-CLIENTE-TIER
               WHEN "O"
                   COMPUTE WS-VALOR-CALC = WS-VALOR-CALC * 0.80
               COMPUTE WS-VALOR-CALC ROUNDED = WS-VALOR-CALC
                   * (100 - WS-CMP-DESC-APL) / 100
           END-IF.
           PERFORM APLICA-CUPOM THRU APLICA-CUPOM-FIM.

      * Campanha vigente na data do emprestimo, por cima do
      * multiplicador da tarifa: vale a de maior desconto que case

       CALC-VENCIMENTO.
           PERFORM LE-TARIFA-BASE THRU LE-TARIFA-BASE-FIM.
           PERFORM LE-TARIFA-FORMATO THRU LE-TARIFA-FORMATO-FIM.
           MOVE WS-DATA-INI TO WS-DATA-FIM-SUG.
           MOVE WS-DATA-INI(1:8) TO WS-INI-X.
           IF WS-INI-X IS NUMERIC
               ELSE
                   MOVE WS-TAR-JANELA-NORMAL TO WS-JANELA
               END-IF
               IF WS-FMT-JANELA > 0
                   MOVE WS-FMT-JANELA TO WS-JANELA
               END-IF
               MOVE WS-INI-X TO WS-INI-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-INI-NUM)
                   TO WS-VENC-INI-DIA
       LE-TARIFA-MULT-FIM.
           EXIT.

      * Regra do formato da copia (WS-EX-FORMATO-PEGO) na filial em
      * formatos.dat: multiplicador sobre o preco e janela propria.
      * Sem registro vale 1,00 e as janelas da tarifa.
       LE-TARIFA-FORMATO.
           MOVE 1.00 TO WS-FMT-MULT.
           MOVE 0 TO WS-FMT-JANELA.
           OPEN INPUT ARQ-FORMATOS.
           IF WS-FS17 <> 0
               CLOSE ARQ-FORMATOS
               GO TO LE-TARIFA-FORMATO-FIM
           END-IF.
           MOVE WS-FILIAL-ATUAL TO FMT-FILIAL.
           MOVE WS-EX-FORMATO-PEGO TO FMT-FORMATO.
           READ ARQ-FORMATOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FMT-MULT-PRECO IS NUMERIC
                       AND FMT-MULT-PRECO > 0
                       MOVE FMT-MULT-PRECO TO WS-FMT-MULT
                   END-IF
                   IF FMT-JANELA IS NUMERIC
                       MOVE FMT-JANELA TO WS-FMT-JANELA
                   END-IF
           END-READ.
           CLOSE ARQ-FORMATOS.
       LE-TARIFA-FORMATO-FIM.
           EXIT.

       VALIDA-DATA.
           MOVE 0 TO WS-DATA-VALIDA.
           IF WS-DATA-TMP(3:1) = "/" AND WS-DATA-TMP(6:1) = "/"
           MOVE WS-PROX-RESERVA-ID TO RES-SEQ.
           MOVE WS-EMP-CPF TO RES-CPF.
           MOVE WS-HOJE-AAAAMMDD TO RES-DATA.
           MOVE WS-FORMATO-PED TO RES-FORMATO.
           WRITE RESERVA-REC.
           CLOSE ARQ-RESERVA.
           DISPLAY "CLIENTE ADICIONADO A FILA DE ESPERA" AT LINE 8
           MOVE CONT-ULTIMO TO WS-PROX-RESERVA-ID.
           CLOSE ARQ-CONTADOR.

      * Devolucao em ordem: a copia vai para a primeira reserva da
      * fila do titulo que aceite o formato dela (reserva sem formato
      * aceita qualquer um).
       VERIFICA-RESERVA.
           OPEN I-O ARQ-RESERVA.
           IF WS-FS5 = 35
                   SET WS-RES-EOF TO 0
                   START ARQ-RESERVA KEY IS NOT LESS THAN RES-CHAVE
                       INVALID KEY SET WS-RES-EOF TO 1
                   PERFORM UNTIL WS-RES-EOF = 1
                       READ ARQ-RESERVA NEXT INTO WS-RESERVA
                           WITH LOCK
                           AT END SET WS-RES-EOF TO 1
                           NOT AT END
                               IF WS-RES-FILME NOT = WS-BUSCA-FILME
                                   SET WS-RES-EOF TO 1
                               ELSE
                               IF WS-RES-FORMATO = SPACE
                                   OR WS-EX-FORMATO-DEV = SPACE
                                   OR WS-RES-FORMATO = WS-EX-FORMATO-DEV
                                   DISPLAY "RESERVA DISPONIVEL PARA: "
                                       AT LINE 9 COL 36
                                   DISPLAY WS-RES-CPF
                                       AT LINE 9 COL 62
                                   DELETE ARQ-RESERVA RECORD
                                   PERFORM AVISA-RESERVA
                                   SET WS-RES-EOF TO 1
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   SET WS-RES-EOF TO 0
                   CLOSE ARQ-RESERVA
               END-IF
           END-IF.

      * Avisa o cliente da reserva pela fila de mensagens; sem
      * consentimento ou canal o balcao liga, como antes.
       AVISA-RESERVA.
           MOVE SPACES TO WS-EF-TEXTO.
           STRING "LOCADORA: O FILME " DELIMITED BY SIZE
               WS-RES-FILME DELIMITED BY "  "
               " QUE VOCE RESERVOU ESTA DISPONIVEL NA FILIAL "
                   DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-EF-TEXTO.
           CALL "ENFILEIRA" USING WS-EF-MODO WS-RES-CPF WS-EF-EVENTO
               WS-FILIAL-ATUAL WS-EF-TEXTO WS-EF-RESULTADO.
           IF WS-EF-RESULTADO = "Q"
               DISPLAY "(AVISADO)" AT LINE 9 COL 74
           ELSE
               DISPLAY "(LIGAR)" AT LINE 9 COL 74
           END-IF.

       ADICIONAR.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
               DISPLAY "CLIENTE COM PENDENCIA" AT LINE 6 COL 36
               GO TO FECHAPROCEDIMENTO
           END-IF.
           PERFORM ESCOLHE-RETIRADA THRU ESCOLHE-RETIRADA-FIM.
           IF WS-RET-OK = 0
               GO TO FECHAPROCEDIMENTO
           END-IF.

           MOVE 0 TO WS-CTR-USADOS.
           MOVE 0 TO WS-CUPOM-USADO.
           MOVE 1 TO WS-ITEM-IDX.
           MOVE 0 TO WS-ITEM-PARAR.
           PERFORM UNTIL WS-ITEM-IDX > WS-LIMITE-ITENS
               IF WS-FILME-EMP = SPACES
                   MOVE 1 TO WS-ITEM-PARAR
               ELSE
                   MOVE 0 TO WS-FMT-OK
                   PERFORM UNTIL WS-FMT-OK = 1
                       DISPLAY "FORMATO (V/D/B/4, ENTER=QUALQUER): "
                           AT LINE 3 COL 95
                       MOVE SPACE TO WS-FORMATO-PED
                       ACCEPT WS-FORMATO-PED AT LINE 3 COL 131
                       PERFORM CONFERE-FORMATO
                   END-PERFORM
                   PERFORM PROCESSA-ITEM
                   ADD 1 TO WS-ITEM-IDX
               END-IF
           END-PERFORM.
           IF WS-CTR-USADOS > 0
               MOVE WS-CLIENTE-NOME TO WS-CTR-NOME
               MOVE WS-FILIAL-ATUAL TO WS-CTR-FILIAL
               PERFORM GERA-CONTRATO THRU GERA-CONTRATO-FIM
               DISPLAY "CONTRATO EM CONTRATO.TXT" AT LINE 9 COL 36
           END-IF.
                                   IF WS-CENSURA-OK = 0
                                       CONTINUE
                                   ELSE
                                   PERFORM CONFERE-DISPONIVEL THRU
                                       CONFERE-DISPONIVEL-FIM
                                   IF WS-ITEM-DISP = 1
                                       PERFORM GET_PROX_ID
                                       IF WS-PROX-ID = 0
                                           DISPLAY "ITEM NAO GRAVADO"
                                           GIVING FI-DISP
                                       MOVE WS-FILME-ID TO FILME-ID
                                       MOVE WS-FILME-QTD TO FILME-QTD
                                       MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                                       MOVE "A" TO WS-JRN-OPERACAO
                                       CALL "JORNAL" USING
                                           WS-JRN-PROGRAMA
                                           WS-JRN-ARQUIVO
                                           WS-JRN-OPERACAO FILME
                                       REWRITE FILME
                                       ADD 1 TO WS-CLIENTE-EMP
                                           GIVING CLIENTE-EMP
                                       MOVE "CLIENTES" TO WS-JRN-ARQUIVO
                                       MOVE "A" TO WS-JRN-OPERACAO
                                       CALL "JORNAL" USING
                                           WS-JRN-PROGRAMA
                                           WS-JRN-ARQUIVO
                                           WS-JRN-OPERACAO CLIENTE
                                       REWRITE CLIENTE
                                       PERFORM PEGA-EXEMPLAR THRU
                                           PEGA-EXEMPLAR-FIM
                                       PERFORM REGISTRA-EMPRESTIMO
                                       END-IF
                                   ELSE
                                       IF WS-FI-DISP > 0
                                           DISPLAY
                                           "FILME ESGOTADO NO FORMATO"
                                               AT LINE 6 COL 36
                                       ELSE
                                           DISPLAY "FILME ESGOTADO"
                                               AT LINE 6 COL 36
                                       END-IF
                                       DISPLAY
                                     "ENTRAR NA FILA DE ESPERA (S/N): "
                                           AT LINE 7 COL 36
               DISPLAY "REGISTRO EM USO, AGUARDE" AT LINE 6 COL 36
           END-IF.

      * Quem retira os filmes da conta: o titular ou um dependente
      * liberado de dependentes.dat. A idade e a censura maxima de
      * quem retira valem no VERIFICA-CENSURA. Sem arquivo de
      * dependentes retira sempre o titular.
       ESCOLHE-RETIRADA.
           MOVE 1 TO WS-RET-OK.
           MOVE "0" TO WS-RET-SEQ.
           MOVE WS-CLIENTE-NOME TO WS-RET-NOME.
           MOVE WS-CLIENTE-NASCIMENTO TO WS-RET-NASCIMENTO.
           MOVE SPACES TO WS-RET-PARENTESCO.
           MOVE SPACES TO WS-RET-CENSURA.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-FS16 <> 0
               CLOSE ARQ-DEPENDENTES
               GO TO ESCOLHE-RETIRADA-FIM
           END-IF.
           DISPLAY "QUEM RETIRA (ENTER=TITULAR, 1-9=DEPENDENTE): "
               AT LINE 3 COL 36.
           MOVE SPACES TO WS-RET-RESP.
           ACCEPT WS-RET-RESP AT LINE 3 COL 82.
           IF WS-RET-RESP = SPACES OR WS-RET-RESP = "0"
               CLOSE ARQ-DEPENDENTES
               GO TO ESCOLHE-RETIRADA-FIM
           END-IF.
           IF WS-RET-RESP IS NOT NUMERIC
               DISPLAY "DEPENDENTE INVALIDO" AT LINE 6 COL 36
               MOVE 0 TO WS-RET-OK
               CLOSE ARQ-DEPENDENTES
               GO TO ESCOLHE-RETIRADA-FIM
           END-IF.
           MOVE WS-EMP-CPF TO DEP-CPF.
           MOVE WS-RET-RESP TO DEP-SEQ.
           READ ARQ-DEPENDENTES
               INVALID KEY
                   DISPLAY "DEPENDENTE NAO CADASTRADO" AT LINE 6 COL 36
                   MOVE 0 TO WS-RET-OK
               NOT INVALID KEY
                   IF DEP-SITUACAO = "B"
                       DISPLAY "DEPENDENTE BLOQUEADO PELO TITULAR"
                           AT LINE 6 COL 36
                       MOVE 0 TO WS-RET-OK
                   ELSE
                       MOVE WS-RET-RESP TO WS-RET-SEQ
                       MOVE DEP-NOME TO WS-RET-NOME
                       MOVE DEP-NASCIMENTO TO WS-RET-NASCIMENTO
                       MOVE DEP-PARENTESCO TO WS-RET-PARENTESCO
                       MOVE DEP-CENSURA-MAX TO WS-RET-CENSURA
                       DISPLAY "RETIRA: " AT LINE 10 COL 36
                       DISPLAY WS-RET-NOME AT LINE 10 COL 44
                   END-IF
           END-READ.
           CLOSE ARQ-DEPENDENTES.
       ESCOLHE-RETIRADA-FIM.
           EXIT.

      * Confere a censura do titulo contra a idade de quem retira,
      * calculada da data de nascimento do cadastro (titular ou
      * dependente), e contra a censura maxima que o titular definiu
      * para o dependente. A liberacao por supervisor vale so para a
      * idade e fica registrada na auditoria.
       VERIFICA-CENSURA.
           MOVE 1 TO WS-CENSURA-OK.
           IF WS-FILME-CENSURA IS NOT NUMERIC
               GO TO VERIFICA-CENSURA-FIM
           END-IF.
           IF WS-RET-CENSURA NOT = SPACES
               IF WS-RET-CENSURA = "L"
                   OR WS-FILME-CENSURA > WS-RET-CENSURA
                   MOVE 0 TO WS-CENSURA-OK
                   DISPLAY "ACIMA DA CENSURA PERMITIDA PELO TITULAR"
                       AT LINE 6 COL 36
                   GO TO VERIFICA-CENSURA-FIM
               END-IF
           END-IF.
           MOVE WS-FILME-CENSURA TO WS-CENSURA-NUM.
           IF WS-RET-NASCIMENTO IS NUMERIC
               MOVE FUNCTION CURRENT-DATE TO WS-HOJE
               MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM
               MOVE WS-RET-NASCIMENTO TO WS-NASC-NUM
               COMPUTE WS-IDADE = (WS-HOJE-NUM - WS-NASC-NUM) / 10000
           ELSE
               MOVE 0 TO WS-IDADE
               AT LINE 6 COL 36.
           DISPLAY WS-FILME-CENSURA AT LINE 6 COL 76.
           DISPLAY ")" AT LINE 6 COL 78.
           MOVE 27 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK = "S"
               DISPLAY "LIBERAR COM SUPERVISOR (S/N)? " AT LINE 7
                   COL 36
               ACCEPT WS-LIBERA-RESP AT LINE 7 COL 67
           MOVE WS-FILIAL-ATUAL TO EMP-FILIAL.
           MOVE SPACES TO EMP-ULTIMA-MULTA.
           MOVE 0 TO EMP-RENOVACOES.
           MOVE WS-RET-SEQ TO EMP-DEPENDENTE.
           MOVE WS-SES-OPERADOR TO EMP-OPERADOR.
           MOVE WS-EX-SEQ-PEGO TO EMP-EXEMPLAR.
           MOVE 1 TO WS-CUPOM-PEDE.
           PERFORM CALC-VALOR.
           MOVE 0 TO WS-CUPOM-PEDE.
           MOVE WS-VALOR-CALC TO EMP-VALOR.
           MOVE WS-CAMPANHA-APLICADA TO EMP-CAMPANHA.
           PERFORM VERIFICA-CLUBE THRU VERIFICA-CLUBE-FIM.
               MOVE 0 TO EMP-VALOR
               MOVE 0 TO WS-VALOR-CALC
               MOVE "P" TO EMP-TIPO
               MOVE SPACES TO WS-CUPOM-APLICADO
               DISPLAY "LOCACAO INCLUIDA NO PLANO" AT LINE 9 COL 36
           END-IF.
           IF WS-CUPOM-APLICADO NOT = SPACES
               PERFORM MARCA-CUPOM THRU MARCA-CUPOM-FIM
               IF WS-CUPOM-USADO = 0
                   ADD WS-CUPOM-DESC TO WS-VALOR-CALC
                   MOVE WS-VALOR-CALC TO EMP-VALOR
                   MOVE SPACES TO WS-CUPOM-APLICADO
                   DISPLAY "CUPOM NAO BAIXADO - SEM DESCONTO"
                       AT LINE 11 COL 36
               END-IF
           END-IF.
           MOVE "EMPRESTIMO" TO WS-JRN-ARQUIVO
           MOVE "I" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO EMPRESTIMO
           WRITE EMPRESTIMO.
           IF WS-CTR-USADOS < 10
               ADD 1 TO WS-CTR-USADOS
               MOVE WS-EX-SEQ-PEGO TO WS-CTR-EXEMPLAR(WS-CTR-USADOS)
               MOVE WS-DATA-FIM(1:8) TO WS-CTR-VENC(WS-CTR-USADOS)
               MOVE EMP-VALOR TO WS-CTR-VALOR(WS-CTR-USADOS)
               MOVE SPACES TO WS-CTR-FILIAL-DEV(WS-CTR-USADOS)
               MOVE SPACES TO WS-CTR-DATA-DEV(WS-CTR-USADOS)
           END-IF.
           MOVE "ADICIONAR" TO WS-AUD-OPERACAO.
           MOVE WS-EMP-CPF TO WS-AUD-CHAVE.
           IF WS-EX-SEQ-PEGO > 0
               DISPLAY "EXEMPLAR: " AT LINE 7 COL 36
               DISPLAY WS-EX-SEQ-PEGO AT LINE 7 COL 46
               DISPLAY " FORMATO: " AT LINE 7 COL 49
               DISPLAY WS-EX-FORMATO-PEGO AT LINE 7 COL 59
           END-IF.
           DISPLAY "VALOR ESTIMADO: " AT LINE 8 COL 36.
           DISPLAY WS-VALOR-CALC AT LINE 8 COL 52.
               DISPLAY "CAMPANHA: " AT LINE 8 COL 64
               DISPLAY WS-CAMPANHA-APLICADA AT LINE 8 COL 74
           END-IF.
           IF WS-CUPOM-APLICADO NOT = SPACES
               DISPLAY "CUPOM: " AT LINE 9 COL 64
               DISPLAY WS-CUPOM-APLICADO AT LINE 9 COL 71
           END-IF.

      * Assinante do clube com cota do mes sobrando leva a locacao
      * dentro do plano: o emprestimo sai com valor zero, marcado
       VERIFICA-CLUBE-FIM.
           EXIT.

      * Cupom pessoal (emitido pelo CUPONS) informado no emprestimo:
      * um por atendimento, do proprio cliente, em aberto e dentro
      * da validade na data do emprestimo. Percentual vale sobre o
      * valor ja com campanha; valor fixo fica limitado ao valor da
      * locacao. Na renovacao o desconto do cupom ja baixado no
      * emprestimo vale de novo, sem pedir nem consumir outro.
       APLICA-CUPOM.
           MOVE SPACES TO WS-CUPOM-APLICADO.
           MOVE 0 TO WS-CUPOM-DESC.
           IF WS-CUPOM-RENOVA > 0
               GO TO APLICA-CUPOM-RENOVA
           END-IF.
           IF WS-CUPOM-PEDE = 0 OR WS-CUPOM-USADO = 1
               GO TO APLICA-CUPOM-FIM
           END-IF.
           MOVE SPACES TO WS-CUPOM-COD.
           DISPLAY "CUPOM DE DESCONTO (ENTER=NENHUM): " AT LINE 9
               COL 36.
           ACCEPT WS-CUPOM-COD AT LINE 9 COL 70.
           IF WS-CUPOM-COD = SPACES
               GO TO APLICA-CUPOM-FIM
           END-IF.
           OPEN INPUT ARQ-CUPONS.
           IF WS-FS18 <> 0
               CLOSE ARQ-CUPONS
               DISPLAY "CUPOM NAO ENCONTRADO" AT LINE 11 COL 36
               GO TO APLICA-CUPOM-FIM
           END-IF.
           MOVE WS-CUPOM-COD TO CUP-CODIGO.
           READ ARQ-CUPONS
               INVALID KEY
                   CLOSE ARQ-CUPONS
                   DISPLAY "CUPOM NAO ENCONTRADO" AT LINE 11 COL 36
                   GO TO APLICA-CUPOM-FIM
           END-READ.
           CLOSE ARQ-CUPONS.
           IF CUP-CPF NOT = WS-EMP-CPF
               DISPLAY "CUPOM DE OUTRO CLIENTE" AT LINE 11 COL 36
               GO TO APLICA-CUPOM-FIM
           END-IF.
           IF CUP-SITUACAO NOT = "A"
               DISPLAY "CUPOM JA UTILIZADO" AT LINE 11 COL 36
               GO TO APLICA-CUPOM-FIM
           END-IF.
           IF CUP-VALIDADE < WS-DATA-INI(1:8)
               DISPLAY "CUPOM VENCIDO" AT LINE 11 COL 36
               GO TO APLICA-CUPOM-FIM
           END-IF.
           GO TO APLICA-CUPOM-CALC.
       APLICA-CUPOM-RENOVA.
           OPEN INPUT ARQ-CUPONS.
           IF WS-FS18 <> 0
               CLOSE ARQ-CUPONS
               GO TO APLICA-CUPOM-FIM
           END-IF.
           MOVE WS-CUPOM-RENOVA TO CUP-EMP-ID.
           READ ARQ-CUPONS KEY IS CUP-EMP-ID
               INVALID KEY
                   CLOSE ARQ-CUPONS
                   GO TO APLICA-CUPOM-FIM
           END-READ.
           CLOSE ARQ-CUPONS.
           IF CUP-SITUACAO NOT = "U"
               GO TO APLICA-CUPOM-FIM
           END-IF.
       APLICA-CUPOM-CALC.
           IF CUP-TIPO = "P"
               COMPUTE WS-CUPOM-DESC ROUNDED = WS-VALOR-CALC
                   * CUP-PERCENTUAL / 100
           ELSE
               MOVE CUP-VALOR TO WS-CUPOM-DESC
           END-IF.
           IF WS-CUPOM-DESC > WS-VALOR-CALC
               MOVE WS-VALOR-CALC TO WS-CUPOM-DESC
           END-IF.
           SUBTRACT WS-CUPOM-DESC FROM WS-VALOR-CALC.
           MOVE CUP-CODIGO TO WS-CUPOM-APLICADO.
       APLICA-CUPOM-FIM.
           EXIT.

      * Baixa do cupom antes de gravar o emprestimo: situacao U, data
      * de uso, numero do emprestimo e desconto concedido. Se outro
      * terminal ja usou o cupom, fica WS-CUPOM-USADO = 0 e o
      * emprestimo sai sem o desconto.
       MARCA-CUPOM.
           OPEN I-O ARQ-CUPONS.
           IF WS-FS18 <> 0
               CLOSE ARQ-CUPONS
               GO TO MARCA-CUPOM-FIM
           END-IF.
           MOVE WS-CUPOM-APLICADO TO CUP-CODIGO.
           READ ARQ-CUPONS WITH LOCK
               INVALID KEY
                   CLOSE ARQ-CUPONS
                   GO TO MARCA-CUPOM-FIM
           END-READ.
           IF WS-FS18 = 51 OR CUP-SITUACAO NOT = "A"
               CLOSE ARQ-CUPONS
               GO TO MARCA-CUPOM-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE "U" TO CUP-SITUACAO.
           MOVE WS-HOJE-AAAAMMDD TO CUP-USO.
           MOVE WS-PROX-ID TO CUP-EMP-ID.
           MOVE WS-CUPOM-DESC TO CUP-DESCONTO.
           REWRITE CUPOM-REC.
           CLOSE ARQ-CUPONS.
           MOVE 1 TO WS-CUPOM-USADO.
           MOVE "CUPOM" TO WS-AUD-OPERACAO.
           MOVE WS-EMP-CPF TO WS-AUD-CHAVE.
           MOVE WS-CUPOM-DESC TO WS-CUPOM-DESC-ED.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING WS-CUPOM-APLICADO DELIMITED BY SIZE
               " EMP " DELIMITED BY SIZE
               WS-PROX-ID DELIMITED BY SIZE
               " DESC " DELIMITED BY SIZE
               WS-CUPOM-DESC-ED DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
       MARCA-CUPOM-FIM.
           EXIT.

      * Estorno devolve o cupom usado no emprestimo para o cliente.
       DEVOLVE-CUPOM.
           OPEN I-O ARQ-CUPONS.
           IF WS-FS18 <> 0
               CLOSE ARQ-CUPONS
               GO TO DEVOLVE-CUPOM-FIM
           END-IF.
           MOVE WS-EMP-ID TO CUP-EMP-ID.
           READ ARQ-CUPONS WITH LOCK KEY IS CUP-EMP-ID
               INVALID KEY
                   CLOSE ARQ-CUPONS
                   GO TO DEVOLVE-CUPOM-FIM
           END-READ.
           IF WS-FS18 = 51 OR CUP-SITUACAO NOT = "U"
               CLOSE ARQ-CUPONS
               GO TO DEVOLVE-CUPOM-FIM
           END-IF.
           MOVE "A" TO CUP-SITUACAO.
           MOVE SPACES TO CUP-USO.
           MOVE 0 TO CUP-EMP-ID.
           MOVE 0 TO CUP-DESCONTO.
           REWRITE CUPOM-REC.
           CLOSE ARQ-CUPONS.
       DEVOLVE-CUPOM-FIM.
           EXIT.

       REMOVER.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
                       ELSE
                           IF WS-FILME-EMP = WS-BUSCA-FILME
                               AND WS-EMP-STATUS = "A"
                               MOVE 1 TO WS-ACHOU
                           END-IF
                       END-IF
           MOVE "F" TO EMP-STATUS.
           MOVE WS-HOJE-AAAAMMDD TO DATA-DEVOLUCAO.
           MOVE WS-CONDICAO TO EMP-CONDICAO.
           MOVE WS-FILIAL-ATUAL TO EMP-FILIAL-DEV.
           MOVE "EMPRESTIMO" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO EMPRESTIMO
           REWRITE EMPRESTIMO.
           CLOSE ARQ-EMPRESTIMOS.
           MOVE 0 TO WS-EM-TRANSITO.
           IF WS-EMP-FILIAL NOT = WS-FILIAL-ATUAL
               AND WS-CONDICAO = "O"
               MOVE 1 TO WS-EM-TRANSITO
           END-IF.

           OPEN I-O ARQ-ESTOQUE.
           IF WS-FS3 <> 0
                               MOVE WS-FILME-ID TO FILME-ID
                               EVALUATE WS-CONDICAO
                                   WHEN "O"
                                       IF WS-EM-TRANSITO = 1
                                           MOVE WS-FI-DISP TO FI-DISP
                                       ELSE
                                           ADD 1 TO WS-FI-DISP
                                               GIVING FI-DISP
                                       END-IF
                                       MOVE WS-FILME-QTD TO FILME-QTD
                                   WHEN "D"
                                       MOVE WS-FI-DISP TO FI-DISP
                                       SUBTRACT 1 FROM WS-FILME-QTD
                                           GIVING FILME-QTD
                               END-EVALUATE
                               MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                               MOVE "A" TO WS-JRN-OPERACAO
                               CALL "JORNAL" USING WS-JRN-PROGRAMA
                                   WS-JRN-ARQUIVO WS-JRN-OPERACAO FILME
                               REWRITE FILME
                           END-IF
                       END-IF
           CLOSE ARQ-ESTOQUE.
           SET EOF TO 0.
           PERFORM DEVOLVE-EXEMPLAR THRU DEVOLVE-EXEMPLAR-FIM.
           IF WS-EM-TRANSITO = 1
               PERFORM GRAVA-TRANSITO THRU GRAVA-TRANSITO-FIM
           ELSE
               IF WS-CONDICAO = "O"
                   PERFORM VERIFICA-RESERVA
               END-IF
           END-IF.

           OPEN I-O ARQ-CLIENTES.
                           GIVING CLIENTE-EMP
                       ADD WS-REPOSICAO TO WS-CLIENTE-SALDO
                           GIVING CLIENTE-SALDO
                       MOVE "CLIENTES" TO WS-JRN-ARQUIVO
                       MOVE "A" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO CLIENTE
                       REWRITE CLIENTE
                   END-IF
           END-READ.
               DISPLAY "REPOSICAO COBRADA: " AT LINE 5 COL 36
               DISPLAY WS-REPOSICAO AT LINE 5 COL 56
           END-IF.
           IF WS-EM-TRANSITO = 1
               DISPLAY "LOCADO NA FILIAL " AT LINE 4 COL 36
               DISPLAY WS-EMP-FILIAL AT LINE 4 COL 53
               DISPLAY " - TRANSF. " AT LINE 4 COL 57
               DISPLAY WS-PROX-TRF AT LINE 4 COL 68
           END-IF.
           DISPLAY "DEVOLUCAO FEITA" AT LINE 6 COL 36.
           DISPLAY "VALOR A PAGAR: " AT LINE 6 COL 55.
           DISPLAY WS-EMP-VALOR AT LINE 6 COL 70.
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO EMPRESTIMOS.
           CLOSE ARQ-ESTOQUE.
           PERFORM FORMATO-DO-EMPRESTIMO THRU
               FORMATO-DO-EMPRESTIMO-FIM.

           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS2 = 0
           END-IF.
           PERFORM RENOVA-VENCIMENTO.
           MOVE WS-DATA-FIM-SUG TO WS-DATA-FIM.
           MOVE WS-EMP-ID TO WS-CUPOM-RENOVA.
           PERFORM CALC-VALOR.
           MOVE 0 TO WS-CUPOM-RENOVA.
           ADD 1 TO WS-RENOV-NUM.

           MOVE WS-EMP-ID TO EMP-ID.
           MOVE WS-VALOR-CALC TO EMP-VALOR.
           MOVE WS-RENOV-NUM TO EMP-RENOVACOES.
           MOVE WS-CAMPANHA-APLICADA TO EMP-CAMPANHA.
           MOVE "EMPRESTIMO" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO EMPRESTIMO
           REWRITE EMPRESTIMO.
           CLOSE ARQ-EMPRESTIMOS.


      * Estorno de emprestimo lancado por engano: marca o registro
      * com a situacao propria "C", devolve o exemplar e os
      * contadores e nao cobra nada. Somente perfil com a funcao
      * 26, com o motivo registrado na auditoria.
       ESTORNAR.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE 26 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO EMPRESTIMOS.
           MOVE "C" TO EMP-STATUS.
           MOVE WS-HOJE-AAAAMMDD TO DATA-DEVOLUCAO.
           MOVE 0 TO EMP-VALOR.
           MOVE "EMPRESTIMO" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO EMPRESTIMO
           REWRITE EMPRESTIMO.
           CLOSE ARQ-EMPRESTIMOS.

                               ADD 1 TO WS-FI-DISP GIVING FI-DISP
                               MOVE WS-FILME-QTD TO FILME-QTD
                               MOVE WS-FILME-ID TO FILME-ID
                               MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                               MOVE "A" TO WS-JRN-OPERACAO
                               CALL "JORNAL" USING WS-JRN-PROGRAMA
                                   WS-JRN-ARQUIVO WS-JRN-OPERACAO FILME
                               REWRITE FILME
                           END-IF
                       END-IF
           SET EOF TO 0.
           MOVE "O" TO WS-CONDICAO.
           PERFORM DEVOLVE-EXEMPLAR THRU DEVOLVE-EXEMPLAR-FIM.
           PERFORM DEVOLVE-CUPOM THRU DEVOLVE-CUPOM-FIM.

           OPEN I-O ARQ-CLIENTES.
           IF WS-FS2 <> 0
                   IF WS-FS2 = 0
                       SUBTRACT 1 FROM WS-CLIENTE-EMP
                           GIVING CLIENTE-EMP
                       MOVE "CLIENTES" TO WS-JRN-ARQUIVO
                       MOVE "A" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO CLIENTE
                       REWRITE CLIENTE
                   END-IF
           END-READ.
      * Igual ao CALC-VENCIMENTO, mas partindo do vencimento atual.
       RENOVA-VENCIMENTO.
           PERFORM LE-TARIFA-BASE THRU LE-TARIFA-BASE-FIM.
           PERFORM LE-TARIFA-FORMATO THRU LE-TARIFA-FORMATO-FIM.
           MOVE WS-DATA-FIM TO WS-DATA-FIM-SUG.
           MOVE WS-DATA-FIM(1:8) TO WS-INI-X.
           IF WS-INI-X IS NUMERIC
               ELSE
                   MOVE WS-TAR-JANELA-NORMAL TO WS-JANELA
               END-IF
               IF WS-FMT-JANELA > 0
                   MOVE WS-FMT-JANELA TO WS-JANELA
               END-IF
               MOVE WS-INI-X TO WS-INI-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-INI-NUM)
                   TO WS-VENC-INI-DIA
       VERIFICA-FILA-FIM.
           SET WS-RES-EOF TO 0.

      * Reserva o primeiro exemplar disponivel do titulo (no formato
      * pedido, se houver) para o emprestimo, marcando-o como
      * alugado. Sem inventario de
      * exemplares o emprestimo segue sem numero (zero).
       PEGA-EXEMPLAR.
           MOVE 0 TO WS-EX-SEQ-PEGO.
           IF WS-FORMATO-PED = SPACE
               MOVE "D" TO WS-EX-FORMATO-PEGO
           ELSE
               MOVE WS-FORMATO-PED TO WS-EX-FORMATO-PEGO
           END-IF.
           OPEN I-O ARQ-EXEMPLARES.
           IF WS-FS7 <> 0
               CLOSE ARQ-EXEMPLARES
                       IF EX-FILME-ID NOT = WS-FILME-ID
                           SET WS-RES-EOF TO 1
                       ELSE
                           PERFORM FORMATO-LIDO
                           IF EX-CONDICAO = "D"
                               AND (WS-FORMATO-PED = SPACE
                               OR WS-FMT-LIDO = WS-FORMATO-PED)
                               MOVE "A" TO EX-CONDICAO
                               MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                               MOVE "A" TO WS-JRN-OPERACAO
                               CALL "JORNAL" USING WS-JRN-PROGRAMA
                                   WS-JRN-ARQUIVO WS-JRN-OPERACAO
                                   EXEMPLAR
                               REWRITE EXEMPLAR
                               MOVE EX-SEQ TO WS-EX-SEQ-PEGO
                               MOVE WS-FMT-LIDO TO WS-EX-FORMATO-PEGO
                           END-IF
                       END-IF
               END-READ
           EXIT.

      * Da entrada no exemplar especifico do emprestimo conforme a
      * condicao da devolucao: OK volta a disponivel (ou fica em
      * transito quando devolvido em outra filial), danificado sai
      * de circulacao, perdido fica registrado como perda.
       DEVOLVE-EXEMPLAR.
           MOVE SPACE TO WS-EX-FORMATO-DEV.
           IF WS-EMP-EXEMPLAR IS NOT NUMERIC
               OR WS-EMP-EXEMPLAR = 0
               GO TO DEVOLVE-EXEMPLAR-FIM
           READ ARQ-EXEMPLARES WITH LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM FORMATO-LIDO
                   MOVE WS-FMT-LIDO TO WS-EX-FORMATO-DEV
                   EVALUATE WS-CONDICAO
                       WHEN "O"
                           IF WS-EM-TRANSITO = 1
                               MOVE "T" TO EX-CONDICAO
                           ELSE
                               MOVE "D" TO EX-CONDICAO
                           END-IF
                       WHEN "D"
                           MOVE "X" TO EX-CONDICAO
                       WHEN "P"
                           MOVE "P" TO EX-CONDICAO
                   END-EVALUATE
                   MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                   MOVE "A" TO WS-JRN-OPERACAO
                   CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                       WS-JRN-OPERACAO EXEMPLAR
                   REWRITE EXEMPLAR
           END-READ.
           CLOSE ARQ-EXEMPLARES.
       DEVOLVE-EXEMPLAR-FIM.
           EXIT.

      * Formato do exemplar lido; copia antiga sem formato e DVD.
       FORMATO-LIDO.
           IF EX-FORMATO = SPACE
               MOVE "D" TO WS-FMT-LIDO
           ELSE
               MOVE EX-FORMATO TO WS-FMT-LIDO
           END-IF.

      * Formato pedido no balcao: V VHS, D DVD, B Blu-ray, 4 4K ou
      * vazio para qualquer um.
       CONFERE-FORMATO.
           MOVE 0 TO WS-FMT-OK.
           IF WS-FORMATO-PED = "b"
               MOVE "B" TO WS-FORMATO-PED
           END-IF.
           IF WS-FORMATO-PED = "v"
               MOVE "V" TO WS-FORMATO-PED
           END-IF.
           IF WS-FORMATO-PED = "d"
               MOVE "D" TO WS-FORMATO-PED
           END-IF.
           IF WS-FORMATO-PED = SPACE OR WS-FORMATO-PED = "V"
               OR WS-FORMATO-PED = "D" OR WS-FORMATO-PED = "B"
               OR WS-FORMATO-PED = "4"
               MOVE 1 TO WS-FMT-OK
           END-IF.

      * O titulo tem copia na prateleira para o pedido? Com formato
      * pedido, conta as copias disponiveis daquele formato; titulo
      * sem inventario de exemplares fica so com o disponivel.
       CONFERE-DISPONIVEL.
           MOVE 0 TO WS-ITEM-DISP.
           IF WS-FI-DISP = 0
               GO TO CONFERE-DISPONIVEL-FIM
           END-IF.
           MOVE 1 TO WS-ITEM-DISP.
           IF WS-FORMATO-PED = SPACE
               GO TO CONFERE-DISPONIVEL-FIM
           END-IF.
           MOVE 0 TO WS-FMT-DISP.
           MOVE 0 TO WS-FMT-COPIAS.
           OPEN INPUT ARQ-EXEMPLARES.
           IF WS-FS7 <> 0
               CLOSE ARQ-EXEMPLARES
               GO TO CONFERE-DISPONIVEL-FIM
           END-IF.
           MOVE WS-FILME-ID TO EX-FILME-ID.
           MOVE 0 TO EX-SEQ.
           SET WS-RES-EOF TO 0.
           START ARQ-EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY SET WS-RES-EOF TO 1.
           PERFORM UNTIL WS-RES-EOF = 1
               READ ARQ-EXEMPLARES NEXT
                   AT END SET WS-RES-EOF TO 1
                   NOT AT END
                       IF EX-FILME-ID NOT = WS-FILME-ID
                           SET WS-RES-EOF TO 1
                       ELSE
                           ADD 1 TO WS-FMT-COPIAS
                           PERFORM FORMATO-LIDO
                           IF EX-CONDICAO = "D"
                               AND WS-FMT-LIDO = WS-FORMATO-PED
                               ADD 1 TO WS-FMT-DISP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-RES-EOF TO 0.
           CLOSE ARQ-EXEMPLARES.
           IF WS-FMT-COPIAS > 0 AND WS-FMT-DISP = 0
               MOVE 0 TO WS-ITEM-DISP
           END-IF.
       CONFERE-DISPONIVEL-FIM.
           EXIT.

      * Formato da copia de um emprestimo ja lancado (renovacao).
       FORMATO-DO-EMPRESTIMO.
           MOVE "D" TO WS-EX-FORMATO-PEGO.
           IF WS-EMP-EXEMPLAR IS NOT NUMERIC
               OR WS-EMP-EXEMPLAR = 0
               GO TO FORMATO-DO-EMPRESTIMO-FIM
           END-IF.
           OPEN INPUT ARQ-EXEMPLARES.
           IF WS-FS7 = 0
               MOVE WS-FILME-ID TO EX-FILME-ID
               MOVE WS-EMP-EXEMPLAR TO EX-SEQ
               READ ARQ-EXEMPLARES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM FORMATO-LIDO
                       MOVE WS-FMT-LIDO TO WS-EX-FORMATO-PEGO
               END-READ
           END-IF.
           CLOSE ARQ-EXEMPLARES.
       FORMATO-DO-EMPRESTIMO-FIM.
           EXIT.

      * Valor de reposicao do exemplar: registro base da filial em
      * tarifas.dat; sem registro, dez diarias do titulo.
       LE-REPOSICAO.
       ACHA-FILME-TRAVA-FIM.
           EXIT.

      * Contrato de locacao impresso em contrato.txt: loja e filial
      * da locacao (nome, CNPJ e endereco do cadastro de filiais),
      * cliente, um item por titulo com exemplar, vencimento e
      * valor (e, na reimpressao de emprestimo ja devolvido, a data
      * e a filial que recebeu a devolucao), o total, a clausula de
      * responsabilidade com o valor de reposicao da filial e a
      * linha de assinatura. Usado na saida do ADICIONAR e na
      * reimpressao por EMP-ID.
       GERA-CONTRATO.
           OPEN EXTEND ARQ-CONTRATO.
           IF WS-FS14 <> 0
           IF WS-FS14 <> 0
               GO TO GERA-CONTRATO-FIM
           END-IF.
           MOVE WS-CTR-FILIAL TO WS-EMP-FILIAL.
           PERFORM LE-REPOSICAO THRU LE-REPOSICAO-FIM.
           CALL "LEFILIAL" USING WS-CTR-FILIAL WS-CTR-LF-SITUACAO
               WS-CTR-LF-DADOS.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE ALL "=" TO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE SPACES TO CONTRATO-LINHA.
           STRING "CONTRATO DE LOCACAO - LOCADORA  FILIAL "
                   DELIMITED BY SIZE
               WS-CTR-FILIAL DELIMITED BY SIZE
               "  DATA " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE SPACES TO CONTRATO-LINHA.
           STRING WS-CTR-LF-NOME DELIMITED BY SIZE
               "  CNPJ " DELIMITED BY SIZE
               WS-CTR-LF-CNPJ DELIMITED BY SIZE
               "  TEL " DELIMITED BY SIZE
               WS-CTR-LF-TELEFONE DELIMITED BY SIZE
               INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE SPACES TO CONTRATO-LINHA.
           STRING WS-CTR-LF-ENDERECO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CTR-LF-CIDADE DELIMITED BY SIZE
               INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           MOVE SPACES TO CONTRATO-LINHA.
           STRING "CLIENTE: " DELIMITED BY SIZE
               WS-CTR-NOME DELIMITED BY SIZE
               "  CPF: " DELIMITED BY SIZE
               WS-EMP-CPF DELIMITED BY SIZE
               INTO CONTRATO-LINHA.
           WRITE CONTRATO-LINHA.
           IF WS-RET-SEQ NOT = "0"
               MOVE SPACES TO CONTRATO-LINHA
               STRING "RETIRADO POR: " DELIMITED BY SIZE
                   WS-RET-NOME DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-RET-PARENTESCO DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
           END-IF.
           MOVE 0 TO WS-CTR-TOTAL.
           MOVE 1 TO WS-CTR-I.
           PERFORM UNTIL WS-CTR-I > WS-CTR-USADOS
                   WS-CTR-VALOR-ED DELIMITED BY SIZE
                   INTO CONTRATO-LINHA
               WRITE CONTRATO-LINHA
               IF WS-CTR-FILIAL-DEV(WS-CTR-I) NOT = SPACES
                   MOVE SPACES TO CONTRATO-LINHA
                   STRING "    DEVOLVIDO EM " DELIMITED BY SIZE
                       WS-CTR-DATA-DEV(WS-CTR-I) DELIMITED BY SIZE
                       " NA FILIAL " DELIMITED BY SIZE
                       WS-CTR-FILIAL-DEV(WS-CTR-I) DELIMITED BY SIZE
                       INTO CONTRATO-LINHA
                   WRITE CONTRATO-LINHA
               END-IF
               ADD 1 TO WS-CTR-I
           END-PERFORM.
           MOVE WS-CTR-TOTAL TO WS-CTR-TOTAL-ED.
               END-READ
           END-IF.
           CLOSE ARQ-CLIENTES.
           MOVE "0" TO WS-RET-SEQ.
           IF WS-EMP-DEPENDENTE IS NUMERIC
               AND WS-EMP-DEPENDENTE NOT = "0"
               OPEN INPUT ARQ-DEPENDENTES
               IF WS-FS16 = 0
                   MOVE WS-EMP-CPF TO DEP-CPF
                   MOVE WS-EMP-DEPENDENTE TO DEP-SEQ
                   READ ARQ-DEPENDENTES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE WS-EMP-DEPENDENTE TO WS-RET-SEQ
                           MOVE DEP-NOME TO WS-RET-NOME
                           MOVE DEP-PARENTESCO TO WS-RET-PARENTESCO
                   END-READ
               END-IF
               CLOSE ARQ-DEPENDENTES
           END-IF.

           MOVE 1 TO WS-CTR-USADOS.
           MOVE WS-EMP-ID TO WS-CTR-EMP-ID(1).
           END-IF.
           MOVE WS-DATA-FIM(1:8) TO WS-CTR-VENC(1).
           MOVE WS-EMP-VALOR TO WS-CTR-VALOR(1).
           MOVE SPACES TO WS-CTR-FILIAL-DEV(1).
           MOVE SPACES TO WS-CTR-DATA-DEV(1).
           IF WS-EMP-STATUS = "F"
               MOVE WS-EMP-FILIAL-DEV TO WS-CTR-FILIAL-DEV(1)
               IF WS-CTR-FILIAL-DEV(1) = SPACES
                   MOVE WS-EMP-FILIAL TO WS-CTR-FILIAL-DEV(1)
               END-IF
               MOVE WS-DATA-DEVOLUCAO TO WS-CTR-DATA-DEV(1)
           END-IF.
           MOVE WS-EMP-FILIAL TO WS-CTR-FILIAL.
           PERFORM GERA-CONTRATO THRU GERA-CONTRATO-FIM.
           MOVE 0 TO WS-CTR-USADOS.

           MOVE CONT-ULTIMO TO WS-PROX-ID.
           CLOSE ARQ-CONTADOR.

      * Devolucao recebida fora da filial dona do exemplar: grava em
      * transferencias.dat uma transferencia pendente tipo "D" da
      * filial que recebeu para a filial da locacao. O disponivel da
      * dona so volta quando ela confirma a chegada no ESTOQUE.
       GRAVA-TRANSITO.
           MOVE 0 TO WS-PROX-TRF.
           PERFORM GET_PROX_TRANSFER.
           IF WS-PROX-TRF = 0
               GO TO GRAVA-TRANSITO-FIM
           END-IF.
           OPEN I-O ARQ-TRANSFER.
           IF WS-FS15 = 35
               CLOSE ARQ-TRANSFER
               OPEN OUTPUT ARQ-TRANSFER
               CLOSE ARQ-TRANSFER
               OPEN I-O ARQ-TRANSFER
           END-IF.
           IF WS-FS15 <> 0
               CLOSE ARQ-TRANSFER
               MOVE 0 TO WS-PROX-TRF
               GO TO GRAVA-TRANSITO-FIM
           END-IF.
           MOVE SPACES TO TRANSFER-REC.
           MOVE WS-PROX-TRF TO TRF-ID.
           MOVE WS-HOJE-AAAAMMDD TO TRF-DATA.
           MOVE WS-BUSCA-FILME TO TRF-TITULO.
           MOVE 1 TO TRF-QTD.
           MOVE WS-FILIAL-ATUAL TO TRF-ORIGEM.
           MOVE WS-EMP-FILIAL TO TRF-DESTINO.
           MOVE WS-FILME-CATEGORIA TO TRF-CATEGORIA.
           MOVE WS-FILME-PRECO TO TRF-PRECO.
           MOVE WS-FILME-LANCAMENTO TO TRF-LANCAMENTO.
           MOVE WS-FILME-CENSURA TO TRF-CENSURA.
           MOVE "P" TO TRF-STATUS.
           MOVE "D" TO TRF-TIPO.
           IF WS-EMP-EXEMPLAR IS NUMERIC
               MOVE WS-EMP-EXEMPLAR TO TRF-EXEMPLAR
           ELSE
               MOVE 0 TO TRF-EXEMPLAR
           END-IF.
           WRITE TRANSFER-REC.
           CLOSE ARQ-TRANSFER.
           MOVE "TRANSITO" TO WS-AUD-OPERACAO.
           MOVE WS-PROX-TRF TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING WS-BUSCA-FILME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-EMP-FILIAL DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
       GRAVA-TRANSITO-FIM.
           EXIT.

       GET_PROX_TRANSFER.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS4 = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE "TRANSFER" TO CONT-TIPO.
           PERFORM LE-CONTADOR-TRAVA THRU LE-CONTADOR-TRAVA-FIM.
           EVALUATE WS-FS4
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
           MOVE CONT-ULTIMO TO WS-PROX-TRF.
           CLOSE ARQ-CONTADOR.

      * Leitura do contador com trava; com o registro em uso por
      * outro terminal, aguarda e tenta de novo.
       LE-CONTADOR-TRAVA.
