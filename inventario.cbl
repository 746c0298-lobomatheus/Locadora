      * ou baixadas. O acerto (somente supervisor) corrige
      * FILME-QTD/DISP e EX-CONDICAO, registrando cada ajuste na
      * auditoria.
      * A folha traz o formato de cada copia (V VHS, D DVD,
      * B Blu-ray, 4 4K; sem formato e DVD) e fecha com o resumo de
      * copias e de copias na prateleira por formato.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIO.
               10 EX-SEQ PIC 9(03).
           05 EX-AQUISICAO PIC X(08).
           05 EX-CONDICAO PIC X(01).
           05 EX-CUSTO PIC 9(05)V99.
           05 EX-FORMATO PIC X(01).
           05 FILLER PIC X(02).
       FD ARQ-ESTOQUE.
       01 FILME.
           05 FILME-ID PIC 9(05).
            77 EOF PIC 9 VALUE 0.
            77 WS-LA PIC 99 VALUE 2.
            01 WS-FILIAL-ATUAL PIC X(04) VALUE SPACES.
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-AJU-ID PIC 9(05).
            77 WS-AJU-SEQ PIC 9(03).
            77 WS-AJU-COND PIC X(01).
            77 WS-FMT-LIDO PIC X(01).
            77 WS-FMT-NOME PIC X(08).
            77 WS-FMT-I PIC 9(02).
            01 WS-FMT-CODIGOS PIC X(04) VALUE "VDB4".
            01 WS-FMT-TOTAIS.
               05 WS-FMT-TOT OCCURS 4 TIMES.
                   10 WS-FMT-COPIAS PIC 9(05).
                   10 WS-FMT-PRAT PIC 9(05).
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "INVENTARIO".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "INVENTARIO".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).
       SCREEN SECTION.
       01 INVENTARIO-SCREEN.
            02 BLANK SCREEN.
           IF WS-FILIAL-ATUAL = SPACES
               PERFORM DEFINIR-FILIAL
           END-IF.
           IF WS-FILIAL-ATUAL = SPACES
               GO TO FIM
           END-IF.
           DISPLAY INVENTARIO-SCREEN.
           ACCEPT INVENTARIO-SCREEN.
           EVALUATE WS-OPTION
       DEFINIR-FILIAL.
           DISPLAY "FILIAL ATUAL (CODIGO): " AT LINE 1 COL 36.
           ACCEPT WS-FILIAL-ATUAL AT LINE 1 COL 60.
           CALL "LEFILIAL" USING WS-FILIAL-ATUAL WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-LF-SITUACAO NOT = "A"
               DISPLAY "FILIAL NAO CADASTRADA OU FECHADA" AT LINE 11
                   COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               MOVE SPACES TO WS-FILIAL-ATUAL
           END-IF.

      * Folha de contagem da filial, na ordem de prateleira
      * (FILME-ID/SEQ), em contagem_FFFF.txt.
               INTO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           MOVE 0 TO WS-FOLHA-LINHAS.
           INITIALIZE WS-FMT-TOTAIS.
           MOVE LOW-VALUE TO EX-CHAVE.
           SET EOF TO 0.
           START ARQ-EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           PERFORM FOLHA-RESUMO-FORMATO.
           CLOSE ARQ-EXEMPLARES.
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-FOLHA.
                   MOVE SPACES TO FILME-FILIAL
           END-READ.
           IF FILME-FILIAL = WS-FILIAL-ATUAL
               IF EX-FORMATO = SPACE
                   MOVE "D" TO WS-FMT-LIDO
               ELSE
                   MOVE EX-FORMATO TO WS-FMT-LIDO
               END-IF
               MOVE SPACES TO FOLHA-LINHA
               STRING EX-FILME-ID DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   EX-SEQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FILME-TITULO DELIMITED BY SIZE
                   " FMT " DELIMITED BY SIZE
                   WS-FMT-LIDO DELIMITED BY SIZE
                   " COND " DELIMITED BY SIZE
                   EX-CONDICAO DELIMITED BY SIZE
                   " CONTADO: [  ]" DELIMITED BY SIZE
                   INTO FOLHA-LINHA
               WRITE FOLHA-LINHA
               ADD 1 TO WS-FOLHA-LINHAS
               PERFORM INDICE-FORMATO
               ADD 1 TO WS-FMT-COPIAS(WS-FMT-I)
               IF EX-CONDICAO = "D"
                   ADD 1 TO WS-FMT-PRAT(WS-FMT-I)
               END-IF
           END-IF.

      * Posicao do formato WS-FMT-LIDO na tabela (VHS, DVD, Blu-ray,
      * 4K); codigo desconhecido conta como DVD.
       INDICE-FORMATO.
           EVALUATE WS-FMT-LIDO
               WHEN "V"
                   MOVE 1 TO WS-FMT-I
               WHEN "B"
                   MOVE 3 TO WS-FMT-I
               WHEN "4"
                   MOVE 4 TO WS-FMT-I
               WHEN OTHER
                   MOVE 2 TO WS-FMT-I
           END-EVALUATE.

      * Resumo da folha por formato de midia.
       FOLHA-RESUMO-FORMATO.
           MOVE SPACES TO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           MOVE "RESUMO POR FORMATO" TO FOLHA-LINHA.
           WRITE FOLHA-LINHA.
           MOVE 1 TO WS-FMT-I.
           PERFORM UNTIL WS-FMT-I > 4
               EVALUATE WS-FMT-CODIGOS(WS-FMT-I:1)
                   WHEN "V"
                       MOVE "VHS" TO WS-FMT-NOME
                   WHEN "D"
                       MOVE "DVD" TO WS-FMT-NOME
                   WHEN "B"
                       MOVE "BLU-RAY" TO WS-FMT-NOME
                   WHEN "4"
                       MOVE "4K" TO WS-FMT-NOME
               END-EVALUATE
               MOVE SPACES TO FOLHA-LINHA
               STRING WS-FMT-NOME DELIMITED BY SIZE
                   " COPIAS " DELIMITED BY SIZE
                   WS-FMT-COPIAS(WS-FMT-I) DELIMITED BY SIZE
                   " NA PRATELEIRA " DELIMITED BY SIZE
                   WS-FMT-PRAT(WS-FMT-I) DELIMITED BY SIZE
                   INTO FOLHA-LINHA
               WRITE FOLHA-LINHA
               ADD 1 TO WS-FMT-I
           END-PERFORM.

      * Contagem digitada: por titulo, compara o contado com o que o
      * arquivo diz estar na prateleira (condicao "D"); depois o
      * operador informa exemplares achados que o arquivo da como
       CONFERE-ACHADO-FIM.
           EXIT.

      * Acerto do inventario, somente perfil com a funcao 35: some
      * da prateleira (D -> X, baixando QTD/DISP) ou volta ao acervo
      * um exemplar baixado ou dado como perdido (X/P -> D, subindo
      * QTD/DISP).
       AJUSTAR.
           MOVE 35 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO INVENTARIO.
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO INVENTARIO.
           IF EX-CONDICAO = "F" OR EX-CONDICAO = "R"
               DISPLAY "EXEMPLAR COM O FORNECEDOR - ACERTE PELO ESTOQUE"
                   AT LINE 11 COL 36
               CLOSE ARQ-EXEMPLARES
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO INVENTARIO.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "COND " DELIMITED BY SIZE
               EX-CONDICAO DELIMITED BY SIZE
               " INVENTARIO" DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           MOVE WS-AJU-COND TO EX-CONDICAO.
           MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO EXEMPLAR
           REWRITE EXEMPLAR.
           CLOSE ARQ-EXEMPLARES.

               ADD 1 TO FILME-QTD
               ADD 1 TO FILME-DISP
           END-IF.
           MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO FILME
           REWRITE FILME.
           CLOSE ARQ-ESTOQUE.
       AJUSTA-ESTOQUE-FIM.
