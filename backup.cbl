               05 WS-HOJE-RESTO PIC X(07).
            01 WS-TIMESTAMP PIC X(14).
            01 WS-CMD PIC X(100).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "BACKUP".
            01 WS-JRN-ARQUIVO PIC X(10) VALUE "BACKUP".
            01 WS-JRN-OPERACAO PIC X(01) VALUE "B".
            01 WS-JRN-MARCA PIC X(130).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "BACKUP".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
       SCREEN SECTION.
       01 BACKUP-SCREEN.
            02 BLANK SCREEN.
               INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

           MOVE SPACES TO WS-CMD.
           STRING "cp ./exemplares.dat ./exemplares_" DELIMITED
               BY SIZE
               WS-TIMESTAMP DELIMITED BY SIZE
               ".dat.bak" DELIMITED BY SIZE
               INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

           MOVE SPACES TO WS-CMD.
           STRING "cp ./pagamentos.dat ./pagamentos_" DELIMITED
               BY SIZE
               WS-TIMESTAMP DELIMITED BY SIZE
               ".dat.bak" DELIMITED BY SIZE
               INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

      * Marca no jornal: o RECUPERA reaplica a partir daqui.
           MOVE WS-TIMESTAMP TO WS-JRN-MARCA.
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO WS-JRN-MARCA.

           MOVE "BACKUP" TO WS-AUD-OPERACAO.
           MOVE WS-TIMESTAMP TO WS-AUD-CHAVE.
           MOVE "BACKUP DOS 5 ARQUIVOS GERADO" TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.

           GO TO BACKUP.

       RESTAURAR-BACKUP.
           MOVE 21 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO BACKUP.
                   AT LINE 13 COL 36
           END-IF.

           MOVE SPACES TO WS-CMD.
           STRING "cp ./exemplares_" DELIMITED BY SIZE
               WS-TIMESTAMP DELIMITED BY SIZE
               ".dat.bak ./exemplares.dat" DELIMITED BY SIZE
               INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "BACKUP DE EXEMPLARES NAO ENCONTRADO"
                   AT LINE 14 COL 36
           END-IF.

           MOVE SPACES TO WS-CMD.
           STRING "cp ./pagamentos_" DELIMITED BY SIZE
               WS-TIMESTAMP DELIMITED BY SIZE
               ".dat.bak ./pagamentos.dat" DELIMITED BY SIZE
               INTO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "BACKUP DE PAGAMENTOS NAO ENCONTRADO"
                   AT LINE 15 COL 36
           END-IF.

      * Nova marca do mesmo backup: o que o jornal registrou entre a
      * marca original e esta restauracao foi descartado e o RECUPERA
      * (que parte da ultima marca do codigo) nao deve reaplicar.
           MOVE WS-TIMESTAMP TO WS-JRN-MARCA.
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO WS-JRN-MARCA.

           MOVE "RESTAURAR" TO WS-AUD-OPERACAO.
           MOVE WS-TIMESTAMP TO WS-AUD-CHAVE.
           MOVE "RESTAURACAO DE BACKUP EXECUTADA" TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.

           DISPLAY "RESTAURACAO CONCLUIDA" AT LINE 16 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 17 COL 36.
           ACCEPT WS-LIXO AT LINE 17 COL 62.
           GO TO BACKUP.

       FIM.
