            77 WS-DEV-DIA PIC 9(07).
            77 WS-CONT-MOVIDOS PIC 9(06) VALUE 0.
            77 WS-CONT-MANTIDOS PIC 9(06) VALUE 0.
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "ARQUIVA".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).

       PROCEDURE DIVISION.
       ARQUIVA.
           WRITE MORTO-REC
               INVALID KEY REWRITE MORTO-REC
           END-WRITE.
           MOVE "EMPRESTIMO" TO WS-JRN-ARQUIVO
           MOVE "E" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO EMPRESTIMO
           DELETE ARQ-EMPRESTIMOS RECORD.
           ADD 1 TO WS-CONT-MOVIDOS.
       TRATA-REGISTRO-FIM.
