            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "CLASSIFICA".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).

       PROCEDURE DIVISION.
       CLASSIFICA.
                   WS-CONCLUIDOS DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
               MOVE WS-TIER-NOVO TO CLIENTE-TIER
               MOVE "CLIENTES" TO WS-JRN-ARQUIVO
               MOVE "A" TO WS-JRN-OPERACAO
               CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                   WS-JRN-OPERACAO CLIENTE
               REWRITE CLIENTE
               ADD 1 TO WS-CONT-ALT
               CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
