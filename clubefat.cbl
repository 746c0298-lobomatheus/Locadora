            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "CLUBEFAT".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).

       PROCEDURE DIVISION.
       CLUBEFAT.
                   GO TO FATURA-ASSINATURA-FIM
           END-READ.
           ADD PLN-PRECO TO CLIENTE-SALDO.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           REWRITE CLIENTE.
           MOVE WS-MES-ATUAL TO ASS-MES-REF.
           MOVE 0 TO ASS-USADO-MES.
