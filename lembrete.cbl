      * vencem daqui a N dias (console; vazio ou invalido usa 1),
      * cruza com clientes.dat e gera uma lista de ligacao por
      * filial em lembretes_FFFF.txt, no mesmo molde das listas de
      * contato da cobranca - mas para quem ainda esta em dia. Cliente
      * que aceitou receber avisos no canal preferido recebe o
      * lembrete pela fila de mensagens (ENFILEIRA) e sai da lista
      * de ligacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEMBRETE.
            77 WS-CONT-LINHAS PIC 9(04) VALUE 0.
            77 WS-CLI-OK PIC 9 VALUE 0.
            77 WS-TEM-CLIENTE PIC 9 VALUE 0.
            77 WS-CONT-MENSAGENS PIC 9(04) VALUE 0.
            01 WS-EF-MODO PIC X(01) VALUE "E".
            01 WS-EF-EVENTO PIC X(02) VALUE "LV".
            01 WS-EF-TEXTO PIC X(100).
            01 WS-EF-RESULTADO PIC X(01).
            01 WS-CLIENTE.
               05 WS-CLIENTE-CPF PIC X(11).
               05 WS-CLIENTE-NOME PIC X(20).
           PERFORM GERA-LISTAS THRU GERA-LISTAS-FIM.
           CLOSE ARQ-CLIENTES.
           DISPLAY "LEMBRETES GERADOS: " WS-CONT-LINHAS.
           DISPLAY "MENSAGENS NA FILA: " WS-CONT-MENSAGENS.
           IF WS-AVI-PERDIDOS > 0
               DISPLAY "ATENCAO: " WS-AVI-PERDIDOS
                   " EMPRESTIMOS SEM LEMBRETE (TABELA CHEIA)"
           WRITE LEMBRETE-LINHA.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-AVI-USADOS
               MOVE SPACE TO WS-EF-RESULTADO
               IF WS-AVI-FILIAL(WS-I) = WS-FIL-NOME(WS-FIL-I)
                   PERFORM ENFILEIRA-LEMBRETE
               END-IF
               IF WS-AVI-FILIAL(WS-I) = WS-FIL-NOME(WS-FIL-I)
                   AND WS-EF-RESULTADO NOT = "Q"
                   PERFORM BUSCA-CLIENTE
                   MOVE SPACES TO LEMBRETE-LINHA
                   STRING WS-AVI-CPF(WS-I) DELIMITED BY SIZE
       GERA-LISTA-FILIAL-FIM.
           EXIT.

       ENFILEIRA-LEMBRETE.
           MOVE SPACES TO WS-EF-TEXTO.
           STRING "LOCADORA: O FILME " DELIMITED BY SIZE
               WS-AVI-FILME(WS-I) DELIMITED BY "  "
               " VENCE EM " DELIMITED BY SIZE
               WS-ALVO-X(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ALVO-X(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ALVO-X(1:4) DELIMITED BY SIZE
               ". DEVOLVA NO PRAZO E EVITE MULTA." DELIMITED BY SIZE
               INTO WS-EF-TEXTO.
           CALL "ENFILEIRA" USING WS-EF-MODO WS-AVI-CPF(WS-I)
               WS-EF-EVENTO WS-AVI-FILIAL(WS-I) WS-EF-TEXTO
               WS-EF-RESULTADO.
           IF WS-EF-RESULTADO = "Q"
               ADD 1 TO WS-CONT-MENSAGENS
           END-IF.

       BUSCA-CLIENTE.
           MOVE 0 TO WS-TEM-CLIENTE.
           MOVE SPACES TO WS-CLIENTE.
