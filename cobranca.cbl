      * Tectonics: cobc -x
      ******************************************************************
      * Cobranca: cruza atrasos.dat com clientes.dat e gera um aviso
      * de cobranca por cliente em cobranca.txt (cabecalho com nome,
      * CNPJ e endereco da filial, do cadastro de filiais; nome e
      * telefone, titulos em atraso, dias e saldo devedor), com o texto
      * escalonado aos 7, 15 e 30 dias, alem de uma lista de contato
      * por filial em contatos_FFFF.txt. Cliente que aceitou receber
      * avisos no canal preferido recebe a cobranca pela fila de
      * mensagens (ENFILEIRA) no primeiro dia de atraso e a cada
      * mudanca de escalao, e sai da lista de contato.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA.
                   10 WS-DEV-DIAS-MAX PIC 9(04).
                   10 WS-DEV-QTD PIC 9(02).
                   10 WS-DEV-TITULOS PIC X(63).
                   10 WS-DEV-MSG PIC X(01).
            77 WS-DEV-USADOS PIC 9(03) VALUE 0.
            77 WS-I PIC 9(03).
            77 WS-J PIC 9(03).
            77 WS-TEM-CLIENTE PIC 9 VALUE 0.
            77 WS-DEV-PERDIDOS PIC 9(04) VALUE 0.
            77 WS-CLI-OK PIC 9 VALUE 0.
            77 WS-CONT-MENSAGENS PIC 9(04) VALUE 0.
            77 WS-NIVEL-TXT PIC X(25).
            01 WS-EF-MODO PIC X(01).
            01 WS-EF-EVENTO PIC X(02) VALUE "CB".
            01 WS-EF-TEXTO PIC X(100).
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-CLIENTE.
               05 WS-CLIENTE-CPF PIC X(11).
               05 WS-CLIENTE-NOME PIC X(20).
           PERFORM GERA-CONTATOS THRU GERA-CONTATOS-FIM.
           CLOSE ARQ-CLIENTES.
           DISPLAY "AVISOS GERADOS: " WS-CONT-AVISOS.
           DISPLAY "MENSAGENS NA FILA: " WS-CONT-MENSAGENS.
           DISPLAY "ARQUIVO: COBRANCA.TXT".
           IF WS-DEV-PERDIDOS > 0
               DISPLAY "ATENCAO: " WS-DEV-PERDIDOS
               MOVE 0 TO WS-DEV-DIAS-MAX(WS-IDX)
               MOVE 0 TO WS-DEV-QTD(WS-IDX)
               MOVE SPACES TO WS-DEV-TITULOS(WS-IDX)
               MOVE SPACE TO WS-DEV-MSG(WS-IDX)
           END-IF.
           IF WS-IDX = 0
               ADD 1 TO WS-DEV-PERDIDOS
           PERFORM BUSCA-CLIENTE.
           MOVE ALL "=" TO COBRANCA-LINHA.
           WRITE COBRANCA-LINHA.
           CALL "LEFILIAL" USING WS-DEV-FILIAL(WS-I) WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-LF-SITUACAO NOT = "N"
               MOVE SPACES TO COBRANCA-LINHA
               STRING WS-LF-NOME DELIMITED BY SIZE
                   "  CNPJ " DELIMITED BY SIZE
                   WS-LF-CNPJ DELIMITED BY SIZE
                   "  TEL " DELIMITED BY SIZE
                   WS-LF-TELEFONE DELIMITED BY SIZE
                   INTO COBRANCA-LINHA
               WRITE COBRANCA-LINHA
               MOVE SPACES TO COBRANCA-LINHA
               STRING WS-LF-ENDERECO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LF-CIDADE DELIMITED BY SIZE
                   INTO COBRANCA-LINHA
               WRITE COBRANCA-LINHA
           END-IF.
           MOVE SPACES TO COBRANCA-LINHA.
           EVALUATE TRUE
               WHEN WS-DEV-DIAS-MAX(WS-I) >= 30
               INTO COBRANCA-LINHA.
           WRITE COBRANCA-LINHA.
           ADD 1 TO WS-CONT-AVISOS.
           PERFORM ENFILEIRA-COBRANCA.

      * Mensagem so no 1o dia e nas viradas de 7, 15 e 30 dias; nos
      * demais dias apenas confere se o cliente e alcancavel, para
      * tira-lo da lista de contato.
       ENFILEIRA-COBRANCA.
           IF WS-DEV-DIAS-MAX(WS-I) = 1 OR 7 OR 15 OR 30
               MOVE "E" TO WS-EF-MODO
           ELSE
               MOVE "C" TO WS-EF-MODO
           END-IF.
           EVALUATE TRUE
               WHEN WS-DEV-DIAS-MAX(WS-I) >= 30
                   MOVE "NOTIFICACAO FINAL" TO WS-NIVEL-TXT
               WHEN WS-DEV-DIAS-MAX(WS-I) >= 15
                   MOVE "COBRANCA URGENTE" TO WS-NIVEL-TXT
               WHEN WS-DEV-DIAS-MAX(WS-I) >= 7
                   MOVE "AVISO DE COBRANCA" TO WS-NIVEL-TXT
               WHEN OTHER
                   MOVE "LEMBRETE DE DEVOLUCAO" TO WS-NIVEL-TXT
           END-EVALUATE.
           MOVE WS-CLIENTE-SALDO TO WS-SALDO-ED.
           MOVE SPACES TO WS-EF-TEXTO.
           STRING "LOCADORA: " DELIMITED BY SIZE
               WS-NIVEL-TXT DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               WS-DEV-QTD(WS-I) DELIMITED BY SIZE
               " TITULO(S) EM ATRASO HA " DELIMITED BY SIZE
               WS-DEV-DIAS-MAX(WS-I) DELIMITED BY SIZE
               " DIAS. MULTA R$ " DELIMITED BY SIZE
               WS-SALDO-ED DELIMITED BY SIZE
               INTO WS-EF-TEXTO.
           CALL "ENFILEIRA" USING WS-EF-MODO WS-DEV-CPF(WS-I)
               WS-EF-EVENTO WS-DEV-FILIAL(WS-I) WS-EF-TEXTO
               WS-DEV-MSG(WS-I).
           IF WS-DEV-MSG(WS-I) = "Q" AND WS-EF-MODO = "E"
               ADD 1 TO WS-CONT-MENSAGENS
           END-IF.

      * Uma lista de contato por filial: contatos_FFFF.txt.
       GERA-CONTATOS.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-DEV-USADOS
               IF WS-DEV-FILIAL(WS-I) = WS-FIL-NOME(WS-FIL-I)
                   AND WS-DEV-MSG(WS-I) NOT = "Q"
                   PERFORM BUSCA-CLIENTE
                   MOVE WS-CLIENTE-SALDO TO WS-SALDO-ED
                   MOVE SPACES TO CONTATO-LINHA
