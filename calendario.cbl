            77 WS-LA PIC 99 VALUE 2.
            77 WS-EXISTE PIC 9 VALUE 0.
            77 WS-REL-TITULO PIC X(40).
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-CALENDARIO.
               05 WS-CAL-CHAVE.
                   10 WS-CAL-FILIAL PIC X(04).
           ACCEPT WS-CAL-FILIAL AT LINE 1 COL 44.
           DISPLAY "DATA DO FERIADO (AAAAMMDD): " AT LINE 2 COL 36.
           ACCEPT WS-CAL-DATA AT LINE 2 COL 64.
           CALL "LEFILIAL" USING WS-CAL-FILIAL WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-LF-SITUACAO NOT = "A" OR WS-CAL-DATA IS NOT NUMERIC
               DISPLAY "FILIAL OU DATA INVALIDA" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
       GRAVAR-SEMANA.
           DISPLAY "FILIAL: " AT LINE 1 COL 36.
           ACCEPT WS-CAL-FILIAL AT LINE 1 COL 44.
           CALL "LEFILIAL" USING WS-CAL-FILIAL WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-LF-SITUACAO NOT = "A"
               DISPLAY "FILIAL NAO CADASTRADA OU FECHADA" AT LINE 11
                   COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CALENDARIO.
