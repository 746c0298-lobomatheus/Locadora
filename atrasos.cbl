           ASSIGN TO "./atrasos.ckp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS6.
       SELECT ARQ-EQLOCACOES
           ASSIGN TO "./eqlocacoes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EQL-ID
           ALTERNATE KEY IS EQL-CODIGO WITH DUPLICATES
           ALTERNATE KEY IS EQL-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS7.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMPRESTIMOS.
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
           05 CKP-EMP-ID PIC 9(06).
           05 FILLER PIC X(01).
           05 CKP-SITUACAO PIC X(01).
       FD ARQ-EQLOCACOES.
       01 EQLOCACAO-REC.
           05 EQL-ID PIC 9(06).
           05 EQL-CODIGO PIC X(06).
           05 EQL-DESCRICAO PIC X(20).
           05 EQL-CPF PIC X(11).
           05 EQL-FILIAL PIC X(04).
           05 EQL-DATA-INI PIC X(08).
           05 EQL-DATA-FIM PIC X(08).
           05 EQL-DATA-DEV PIC X(08).
           05 EQL-STATUS PIC X(01).
           05 EQL-DIAS PIC 9(03).
           05 EQL-DIARIA PIC 9(04)V99.
           05 EQL-VALOR PIC 9(06)V99.
           05 EQL-CAUCAO PIC 9(05)V99.
           05 EQL-RECIBO PIC 9(06).
           05 EQL-AVARIA PIC 9(06)V99.
           05 EQL-RETIDO PIC 9(06)V99.
           05 EQL-DEVOLVIDO PIC 9(06)V99.
           05 EQL-RECIBO-DEV PIC 9(06).
           05 EQL-SALDO-CLI PIC 9(06)V99.
           05 EQL-CHECKLIST PIC X(06).
           05 EQL-ULTIMA-MULTA PIC X(08).
           05 EQL-OPERADOR PIC X(03).
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
            01 WS-EMPRESTIMO.
            77 WS-CKP-RETOMADA PIC 9 VALUE 0.
            77 WS-CKP-CONCLUIDO PIC 9 VALUE 0.
            77 WS-CKP-MARCA PIC X(01).
            77 WS-FS7 PIC 99.
            77 WS-CONT-EQP PIC 9(04) VALUE 0.
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "ATRASOS".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).

       PROCEDURE DIVISION.
       ATRASOS.
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
           PERFORM VARRE-EQUIPAMENTOS THRU VARRE-EQUIPAMENTOS-FIM.
           CLOSE ARQ-ATRASOS.
           CLOSE ARQ-CLIENTES.
           MOVE "F" TO WS-CKP-MARCA.
           PERFORM GRAVA-CHECKPOINT.
           DISPLAY "TOTAL DE EMPRESTIMOS EM ATRASO: ".
           DISPLAY WS-CONT.
           DISPLAY "TOTAL DE EQUIPAMENTOS EM ATRASO: ".
           DISPLAY WS-CONT-EQP.
           IF WS-PULADAS-FECH > 0
               DISPLAY "MULTAS NAO COBRADAS (FILIAL FECHADA): "
                   WS-PULADAS-FECH
           END-IF.
           GO TO FIM.

      * Locacoes de equipamento vencidas: mesma linha no atrasos.dat
      * (a descricao do equipamento no lugar do filme) e a diaria do
      * equipamento cobrada no saldo uma vez por dia, respeitando o
      * calendario da filial. Na retomada, locacao ja cobrada hoje ja
      * esta no atrasos.dat e e pulada.
       VARRE-EQUIPAMENTOS.
           OPEN I-O ARQ-EQLOCACOES.
           IF WS-FS7 <> 0
               CLOSE ARQ-EQLOCACOES
               GO TO VARRE-EQUIPAMENTOS-FIM
           END-IF.
           MOVE 0 TO EQL-ID.
           SET EOF TO 0.
           START ARQ-EQLOCACOES KEY IS NOT LESS THAN EQL-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EQLOCACOES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF EQL-STATUS = "A"
                           AND NOT (WS-CKP-RETOMADA = 1
                           AND EQL-ULTIMA-MULTA = WS-HOJE-AAAAMMDD)
                           MOVE EQL-DATA-FIM TO WS-DATA-FIM
                           PERFORM CALC-ATRASO
                           IF WS-DIAS-ATRASO > 0
                               MOVE EQL-CPF TO ATR-CPF
                               MOVE EQL-DESCRICAO TO ATR-FILME
                               MOVE EQL-DATA-FIM TO ATR-DATA-FIM
                               MOVE WS-DIAS-ATRASO TO ATR-DIAS
                               MOVE EQL-FILIAL TO ATR-FILIAL
                               WRITE ATRASO-REC
                               PERFORM ACUMULA-MULTA-EQP
                               ADD 1 TO WS-CONT-EQP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-EQLOCACOES.
       VARRE-EQUIPAMENTOS-FIM.
           EXIT.

       ACUMULA-MULTA-EQP.
           IF EQL-ULTIMA-MULTA NOT = WS-HOJE-AAAAMMDD
               MOVE EQL-FILIAL TO WS-EMP-FILIAL
               PERFORM CONFERE-DIA-FECHADO THRU
                   CONFERE-DIA-FECHADO-FIM
               IF WS-CAL-FECHADO = 1
                   ADD 1 TO WS-PULADAS-FECH
               ELSE
                   MOVE EQL-CPF TO CLIENTE-CPF
                   READ ARQ-CLIENTES INTO WS-CLIENTE
                       KEY IS CLIENTE-CPF
                       NOT INVALID KEY
                           ADD EQL-DIARIA TO WS-CLIENTE-SALDO
                               GIVING CLIENTE-SALDO
                           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
                           MOVE "A" TO WS-JRN-OPERACAO
                           CALL "JORNAL" USING WS-JRN-PROGRAMA
                               WS-JRN-ARQUIVO WS-JRN-OPERACAO CLIENTE
                           REWRITE CLIENTE
                   END-READ
                   MOVE WS-HOJE-AAAAMMDD TO EQL-ULTIMA-MULTA
                   REWRITE EQLOCACAO-REC
               END-IF
           END-IF.

      * Checkpoint da varredura em atrasos.ckp: na data de hoje com
      * marca "F" a varredura ja encerrou; com marca "A" a
      * reexecucao retoma depois do ultimo EMP-ID gravado, sem
                       NOT INVALID KEY
                           ADD WS-TAXA-DIARIA TO WS-CLIENTE-SALDO
                               GIVING CLIENTE-SALDO
                           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
                           MOVE "A" TO WS-JRN-OPERACAO
                           CALL "JORNAL" USING WS-JRN-PROGRAMA
                               WS-JRN-ARQUIVO WS-JRN-OPERACAO CLIENTE
                           REWRITE CLIENTE
                   END-READ
                   MOVE WS-HOJE-AAAAMMDD TO EMP-ULTIMA-MULTA
                   MOVE "EMPRESTIMO" TO WS-JRN-ARQUIVO
                   MOVE "A" TO WS-JRN-OPERACAO
                   CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                       WS-JRN-OPERACAO EMPRESTIMO
                   REWRITE EMPRESTIMO
               END-IF
           END-IF.
