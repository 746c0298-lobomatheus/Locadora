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
            01 WS-PLANO.
               05 WS-PLN-CODIGO PIC X(06).
               05 WS-PLN-DESCRICAO PIC X(20).
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "CLUBE".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).
       SCREEN SECTION.
       01 CLUBE-SCREEN.
            02 BLANK SCREEN.
           ACCEPT WS-PLN-DESCRICAO AT LINE 2 COL 47.
           DISPLAY "FILIAL: " AT LINE 3 COL 36.
           ACCEPT WS-PLN-FILIAL AT LINE 3 COL 44.
           IF WS-PLN-FILIAL NOT = SPACES
               CALL "LEFILIAL" USING WS-PLN-FILIAL WS-LF-SITUACAO
                   WS-LF-DADOS
               IF WS-LF-SITUACAO NOT = "A"
                   DISPLAY "FILIAL NAO CADASTRADA OU FECHADA" AT LINE 11
                       COL 36
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO CLUBE
               END-IF
           END-IF.
           DISPLAY "PRECO MENSAL: " AT LINE 4 COL 36.
           ACCEPT WS-PLN-PRECO AT LINE 4 COL 50.
           DISPLAY "LOCACOES INCLUIDAS NO MES: " AT LINE 5 COL 36.
           CLOSE ARQ-ASSINATURAS.

           ADD WS-PLN-PRECO TO CLIENTE-SALDO.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           REWRITE CLIENTE.
           CLOSE ARQ-CLIENTES.

