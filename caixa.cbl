      ******************************************************************
      * Controle de caixa fisico por operador e filial (caixa.dat).
      * O operador abre a gaveta no inicio do turno com o fundo de
      * troco; a parte em dinheiro de cada recibo gravado em CLIENTES
      * soma no caixa aberto. No fechamento o sistema mostra o apurado
      * de pagamentos.dat por forma (dinheiro, cartao, PIX, cheque),
      * o operador digita o dinheiro contado e a diferenca e apurada
      * so contra a parte em dinheiro, a unica que fica na gaveta.
      * Caucao de equipamento devolvida ao cliente (recibo tipo "R",
      * sempre em dinheiro) sai da gaveta e entra abatendo o esperado.
      * Abertura, fechamento e diferenca vao para a auditoria, e o
      * FECHAMENTO diario recusa a data enquanto houver caixa aberto.
      ******************************************************************
           05 PAG-SITUACAO PIC X(01).
           05 PAG-DATA-EST PIC X(08).
           05 PAG-TIPO PIC X(01).
           05 PAG-FORMA PIC X(01).
           05 PAG-FORMA2 PIC X(01).
           05 PAG-VALOR2 PIC 9(06)V99.
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
            01 WS-OPTION PIC 9(01).
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
               05 WS-HOJE-HHMMSS PIC X(06).
            77 WS-FUNDO PIC 9(06)V99.
            77 WS-CONTADO PIC 9(06)V99.
            77 WS-APURADO PIC 9(06)V99.
            77 WS-APU-CARTAO PIC 9(06)V99.
            77 WS-APU-PIX PIC 9(06)V99.
            77 WS-APU-CHEQUE PIC 9(06)V99.
            77 WS-APU-DEVOLVIDO PIC 9(06)V99.
            77 WS-SOMA-FORMA PIC X(01).
            77 WS-SOMA-VALOR PIC 9(06)V99.
            77 WS-DIFERENCA PIC S9(06)V99.
            77 WS-VALOR-ED PIC ZZZZZ9.99.
            77 WS-DIF-ED PIC -ZZZZZ9.99.
           IF WS-FILIAL-ATUAL = SPACES
               PERFORM DEFINIR-FILIAL
           END-IF.
           IF WS-FILIAL-ATUAL = SPACES
               GO TO FIM
           END-IF.
           DISPLAY CAIXA-SCREEN.
           ACCEPT CAIXA-SCREEN.
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

       ABRIR.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           DISPLAY "FUNDO DE TROCO:   " AT LINE 2 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 2 COL 56.
           MOVE WS-APURADO TO WS-VALOR-ED.
           DISPLAY "APURADO DINHEIRO: " AT LINE 3 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 3 COL 56.
           MOVE WS-APU-CARTAO TO WS-VALOR-ED.
           DISPLAY "APURADO CARTAO:   " AT LINE 4 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 4 COL 56.
           MOVE WS-APU-PIX TO WS-VALOR-ED.
           DISPLAY "APURADO PIX:      " AT LINE 5 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 5 COL 56.
           MOVE WS-APU-CHEQUE TO WS-VALOR-ED.
           DISPLAY "APURADO CHEQUE:   " AT LINE 6 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 6 COL 56.
           MOVE WS-APU-DEVOLVIDO TO WS-VALOR-ED.
           DISPLAY "CAUCAO DEVOLVIDA: " AT LINE 7 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 7 COL 56.
           DISPLAY "DINHEIRO CONTADO: " AT LINE 8 COL 36.
           ACCEPT WS-CONTADO AT LINE 8 COL 56.

           COMPUTE WS-DIFERENCA = WS-CONTADO
               - (CX-FUNDO + WS-APURADO - WS-APU-DEVOLVIDO).
           MOVE "F" TO CX-STATUS.
           MOVE WS-CONTADO TO CX-CONTADO.
           MOVE WS-APURADO TO CX-APURADO.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO CAIXA.

      * Soma os recibos da data para o operador e a filial do caixa
      * que esta na area do registro CAIXA-REC, separados por forma:
      * WS-APURADO fica com a parte em dinheiro. A devolucao de
      * caucao (tipo "R") nao e recebimento: vai a parte, em
      * WS-APU-DEVOLVIDO.
       APURA-PAGAMENTOS.
           MOVE 0 TO WS-APURADO.
           MOVE 0 TO WS-APU-CARTAO.
           MOVE 0 TO WS-APU-PIX.
           MOVE 0 TO WS-APU-CHEQUE.
           MOVE 0 TO WS-APU-DEVOLVIDO.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WS-FS-PAG <> 0
               CLOSE ARQ-PAGAMENTOS
               READ ARQ-PAGAMENTOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF PAG-DATA = CX-DATA
                           AND PAG-FILIAL = CX-FILIAL
                           AND PAG-OPERADOR = CX-OPERADOR
                           AND PAG-SITUACAO NOT = "E"
                           AND PAG-TIPO = "R"
                           ADD PAG-VALOR TO WS-APU-DEVOLVIDO
                       END-IF
                       IF PAG-DATA = CX-DATA
                           AND PAG-FILIAL = CX-FILIAL
                           AND PAG-OPERADOR = CX-OPERADOR
                           AND PAG-SITUACAO NOT = "E"
                           AND PAG-TIPO NOT = "U"
                           AND PAG-TIPO NOT = "R"
                           MOVE PAG-FORMA TO WS-SOMA-FORMA
                           SUBTRACT PAG-VALOR2 FROM PAG-VALOR
                               GIVING WS-SOMA-VALOR
                           PERFORM SOMA-FORMA
                           IF PAG-FORMA2 NOT = SPACE
                               MOVE PAG-FORMA2 TO WS-SOMA-FORMA
                               MOVE PAG-VALOR2 TO WS-SOMA-VALOR
                               PERFORM SOMA-FORMA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       APURA-PAGAMENTOS-FIM.
           SET EOF TO 0.

      * Recibo sem forma gravada e anterior ao controle por forma,
      * todo em dinheiro.
       SOMA-FORMA.
           EVALUATE WS-SOMA-FORMA
               WHEN "C"
                   ADD WS-SOMA-VALOR TO WS-APU-CARTAO
               WHEN "P"
                   ADD WS-SOMA-VALOR TO WS-APU-PIX
               WHEN "Q"
                   ADD WS-SOMA-VALOR TO WS-APU-CHEQUE
               WHEN OTHER
                   ADD WS-SOMA-VALOR TO WS-APURADO
           END-EVALUATE.

       CONSULTAR.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           OPEN INPUT ARQ-CAIXA.
