            77 EOF PIC 9 VALUE 0.
            77 WS-LA PIC 99 VALUE 2.
            77 WS-EXISTE PIC 9 VALUE 0.
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-CAMPANHA.
               05 WS-CMP-CODIGO PIC X(06).
               05 WS-CMP-DESCRICAO PIC X(20).
           ACCEPT WS-CMP-CATEGORIA AT LINE 6 COL 62.
           DISPLAY "FILIAL (VAZIA=TODAS): " AT LINE 7 COL 36.
           ACCEPT WS-CMP-FILIAL AT LINE 7 COL 59.
           IF WS-CMP-FILIAL NOT = SPACES
               CALL "LEFILIAL" USING WS-CMP-FILIAL WS-LF-SITUACAO
                   WS-LF-DADOS
               IF WS-LF-SITUACAO NOT = "A"
                   DISPLAY "FILIAL NAO CADASTRADA OU FECHADA" AT LINE 11
                       COL 36
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO CAMPANHAS
               END-IF
           END-IF.
           DISPLAY "DESCONTO (0-99 PORCENTO): " AT LINE 8 COL 36.
           ACCEPT WS-CMP-DESCONTO AT LINE 8 COL 63.
           IF WS-CMP-DESCONTO IS NOT NUMERIC OR WS-CMP-DESCONTO = 0
