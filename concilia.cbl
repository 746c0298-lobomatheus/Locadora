      * orfaos (cliente ou filme inexistente) e, em modo reparo,
      * regrava os valores corretos registrando cada acerto na
      * auditoria. Responder "S" ao prompt ativa o reparo; qualquer
      * outra resposta so relata. As copias separadas para pedidos
      * de tele-entrega ainda nao entregues (entregas.dat, pedido
      * pendente ou em rota) ja sairam do disponivel e contam como
      * fora da prateleira, como os emprestimos abertos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA.
           ALTERNATE KEY IS FILME-CATEGORIA WITH DUPLICATES
           ALTERNATE KEY IS FILME-FILIAL WITH DUPLICATES
           FILE STATUS IS WS-FS3.
       SELECT ARQ-ENTREGAS
           ASSIGN TO "./entregas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ENT-ID
           ALTERNATE KEY IS ENT-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMPRESTIMOS.
           05 FILME-LANCAMENTO PIC X(01).
           05 FILME-FILIAL PIC X(04).
           05 FILLER PIC X(10).
       FD ARQ-ENTREGAS.
       01 ENTREGA-REC.
           05 ENT-ID PIC 9(06).
           05 ENT-TIPO PIC X(01).
           05 ENT-CPF PIC X(11).
           05 ENT-FILIAL PIC X(04).
           05 ENT-ENDERECO PIC X(40).
           05 ENT-REFERENCIA PIC X(20).
           05 ENT-TELEFONE PIC X(15).
           05 ENT-DATA-PEDIDO PIC X(08).
           05 ENT-DATA-ROTA PIC X(08).
           05 ENT-ENTREGADOR PIC X(03).
           05 ENT-SITUACAO PIC X(01).
           05 ENT-DATA-BAIXA PIC X(08).
           05 ENT-TAXA PIC 9(04)V99.
           05 ENT-VALOR-COBRAR PIC 9(06)V99.
           05 ENT-VALOR-RECEBIDO PIC 9(06)V99.
           05 ENT-RECIBO PIC 9(06).
           05 ENT-TENTATIVAS PIC 9(01).
           05 ENT-QTD-ITENS PIC 9(01).
           05 ENT-ITEM OCCURS 5 TIMES.
               10 ENT-IT-TITULO PIC X(20).
               10 ENT-IT-FILME-ID PIC 9(05).
               10 ENT-IT-EXEMPLAR PIC 9(03).
               10 ENT-IT-FORMATO PIC X(01).
               10 ENT-IT-VALOR PIC 9(04)V99.
               10 ENT-IT-EMP-ID PIC 9(06).
           05 ENT-OPERADOR PIC X(03).
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
            01 WS-EMPRESTIMO.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 WS-ENT-IDX PIC 9(01).
            77 WS-CONT-SEPARADO PIC 9(04) VALUE 0.
            77 EOF PIC 9 VALUE 0.
            77 WS-MODO PIC X(01).
            77 WS-REPARO PIC 9 VALUE 0.
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "CONCILIA".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).

       PROCEDURE DIVISION.
       CONCILIA.
               DISPLAY "SOMENTE RELATORIO"
           END-IF.
           PERFORM CARREGA-EMPRESTIMOS THRU CARREGA-EMPRESTIMOS-FIM.
           PERFORM CARREGA-ENTREGAS THRU CARREGA-ENTREGAS-FIM.
           IF WS-TAB-CHEIA = 1
               DISPLAY "TABELA INTERNA EXCEDIDA (1000 ENTRADAS) -"
                   " CONCILIACAO ABORTADA SEM REPARO"
           DISPLAY "CLIENTES COM CONTADOR ERRADO: " WS-CONT-CLI-ERR.
           DISPLAY "FILMES COM DISPONIVEL ERRADO: " WS-CONT-FIL-ERR.
           DISPLAY "EMPRESTIMOS ORFAOS:           " WS-CONT-ORFAO.
           DISPLAY "COPIAS SEPARADAS P/ ENTREGA:  " WS-CONT-SEPARADO.
           DISPLAY "ACERTOS GRAVADOS:             " WS-CONT-REPARO.
           GO TO FIM.

       CARREGA-EMPRESTIMOS-FIM.
           SET EOF TO 0.

      * Copias separadas para tele-entrega: pedido de entrega ainda
      * pendente ou em rota segura a copia fora do disponivel sem
      * emprestimo aberto; entra na soma do titulo+filial.
       CARREGA-ENTREGAS.
           OPEN INPUT ARQ-ENTREGAS.
           IF WS-FS4 <> 0
               CLOSE ARQ-ENTREGAS
               GO TO CARREGA-ENTREGAS-FIM
           END-IF.
           MOVE 0 TO ENT-ID.
           SET EOF TO 0.
           START ARQ-ENTREGAS KEY IS NOT LESS THAN ENT-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ENTREGAS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ENT-TIPO = "E"
                           AND (ENT-SITUACAO = "P"
                           OR ENT-SITUACAO = "R")
                           PERFORM SOMA-ENTREGA
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-ENTREGAS.
       CARREGA-ENTREGAS-FIM.
           SET EOF TO 0.

       SOMA-ENTREGA.
           MOVE 1 TO WS-ENT-IDX.
           PERFORM UNTIL WS-ENT-IDX > ENT-QTD-ITENS
                   OR WS-ENT-IDX > 5
               MOVE ENT-IT-TITULO(WS-ENT-IDX) TO WS-FILME-EMP
               MOVE ENT-FILIAL TO WS-EMP-FILIAL
               PERFORM SOMA-FILME
               ADD 1 TO WS-CONT-SEPARADO
               ADD 1 TO WS-ENT-IDX
           END-PERFORM.

       SOMA-CPF.
           MOVE 0 TO WS-IDX.
           MOVE 1 TO WS-I.
                       WS-QTD-CERTA DELIMITED BY SIZE
                       INTO WS-AUD-DETALHE
                   MOVE WS-QTD-CERTA TO CLIENTE-EMP
                   MOVE "CLIENTES" TO WS-JRN-ARQUIVO
                   MOVE "A" TO WS-JRN-OPERACAO
                   CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                       WS-JRN-OPERACAO CLIENTE
                   REWRITE CLIENTE
                   ADD 1 TO WS-CONT-REPARO
                   CALL "AUDITLOG" USING WS-AUD-PROGRAMA
                       WS-DISP-CERTA DELIMITED BY SIZE
                       INTO WS-AUD-DETALHE
                   MOVE WS-DISP-CERTA TO FILME-DISP
                   MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                   MOVE "A" TO WS-JRN-OPERACAO
                   CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                       WS-JRN-OPERACAO FILME
                   REWRITE FILME
                   ADD 1 TO WS-CONT-REPARO
                   CALL "AUDITLOG" USING WS-AUD-PROGRAMA
