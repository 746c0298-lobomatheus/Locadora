           ASSIGN TO "./auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.
       SELECT ARQ-RETORNO
           ASSIGN TO "./retorno.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RET.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTES.
               10 EX-SEQ PIC 9(03).
           05 EX-AQUISICAO PIC X(08).
           05 EX-CONDICAO PIC X(01).
           05 EX-CUSTO PIC 9(05)V99.
           05 EX-FORMATO PIC X(01).
           05 FILLER PIC X(02).
       FD ARQ-RESERVA.
       01 RESERVA-REC.
           05 RES-CHAVE.
               10 RES-SEQ PIC 9(06).
           05 RES-CPF PIC X(11).
           05 RES-DATA PIC X(08).
           05 RES-FORMATO PIC X(01).
           05 FILLER PIC X(09).
       FD ARQ-SUGESTAO.
       01 SUGESTAO-LINHA PIC X(99).
       FD ARQ-PAGAMENTOS.
           05 PAG-SITUACAO PIC X(01).
           05 PAG-DATA-EST PIC X(08).
           05 PAG-TIPO PIC X(01).
           05 PAG-FORMA PIC X(01).
           05 PAG-FORMA2 PIC X(01).
           05 PAG-VALOR2 PIC 9(06)V99.
           05 FILLER PIC X(20).
       FD ARQ-AUDITORIA.
       01 AUDIT-REC PIC X(103).
       FD ARQ-RETORNO.
       01 RETORNO-LINHA PIC X(99).
       WORKING-STORAGE SECTION.
            01 WS-OPTION    PIC 9(02).
            01 WS-LIXO PIC X(01).
            01 WS-CLIENTE.
               05 WS-CLIENTE-CPF PIC X(11).
               05 WS-EMP-CAMPANHA PIC X(06).
               05 FILLER PIC X(05).
            01 WS-FILIAL-ATUAL PIC X(04) VALUE SPACES.
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            77 WS-FS-CLI PIC 99.
            77 WS-FS-EST PIC 99.
            77 WS-FS-EMP PIC 99.
               05 WS-GIR-ENTRY OCCURS 1000 TIMES.
                   10 WS-GIR-TITULO PIC X(20).
                   10 WS-GIR-FILIAL PIC X(04).
                   10 WS-GIR-FORMATO PIC X(01).
            77 WS-GIR-USADOS PIC 9(04) VALUE 0.
            77 WS-GIR-I PIC 9(04).
            77 WS-GIR-ACHOU PIC 9 VALUE 0.
            77 WS-BXA-DESTINO PIC X(01).
            77 WS-BXA-FEITOS PIC 9(02).
            77 WS-BXA-ACHOU PIC 9 VALUE 0.
            77 WS-BXA-FORMATO PIC X(01).
            77 WS-FMT-LIDO PIC X(01).
            77 WS-FMT-PEDIDO PIC X(01).
            77 WS-FMT-QUEBRA PIC X(01).
            77 WS-FMT-ARQS PIC 9 VALUE 0.
            77 WS-FMT-ID PIC 9(05).
            77 WS-FMT-FIM PIC 9 VALUE 0.
            77 WS-FMT-I PIC 9(02).
            77 WS-FMT-NOME PIC X(08).
            77 WS-FMT-COPIAS PIC 9(03).
            01 WS-FMT-CODIGOS PIC X(04) VALUE "VDB4".
            01 WS-FMT-TOTAIS.
               05 WS-FMT-CONT PIC 9(05) OCCURS 4 TIMES.
            01 WS-FMT-TITULO.
               05 WS-FMT-COP PIC 9(03) OCCURS 4 TIMES.
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "RELATORIOS".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            77 WS-PRD-DE PIC X(08).
            77 WS-PRD-ATE PIC X(08).
            01 WS-PRD-MOMENTO PIC X(14).
            77 WS-FS-RET PIC 99.
            01 WS-ROI-TAB.
               05 WS-ROI-ENTRY OCCURS 2000 TIMES.
                   10 WS-ROI-FILME-ID PIC 9(05).
                   10 WS-ROI-SEQ PIC 9(03).
                   10 WS-ROI-TITULO PIC X(20).
                   10 WS-ROI-FILIAL PIC X(04).
                   10 WS-ROI-CATEGORIA PIC X(10).
                   10 WS-ROI-LANC PIC X(01).
                   10 WS-ROI-AQUISICAO PIC X(08).
                   10 WS-ROI-CUSTO PIC 9(05)V99.
                   10 WS-ROI-RECEITA PIC 9(07)V99.
                   10 WS-ROI-PAGOU PIC X(08).
            77 WS-ROI-USADOS PIC 9(04) VALUE 0.
            77 WS-ROI-I PIC 9(04).
            77 WS-ROI-IDX PIC 9(04).
            77 WS-ROI-CHEIA PIC 9 VALUE 0.
            77 WS-ROI-EOF-ATIVO PIC 9 VALUE 0.
            77 WS-ROI-EOF-MORTO PIC 9 VALUE 0.
            77 WS-ROI-C PIC 9(09)V99.
            77 WS-ROI-R PIC 9(09)V99.
            77 WS-ROI-PCT PIC S9(06)V9.
            77 WS-ROI-PCT-ED PIC -(6)9.9.
            77 WS-ROI-PCT-X PIC X(09).
            77 WS-ROI-TOT-COPIAS PIC 9(04).
            77 WS-ROI-TOT-PAGAS PIC 9(04).
            77 WS-ROI-TOT-C PIC 9(09)V99.
            77 WS-ROI-TOT-R PIC 9(09)V99.
            01 WS-GRP-TAB.
               05 WS-GRP-ENTRY OCCURS 2000 TIMES.
                   10 WS-GRP-CHAVE PIC X(20).
                   10 WS-GRP-COPIAS PIC 9(04).
                   10 WS-GRP-PAGAS PIC 9(04).
                   10 WS-GRP-CUSTO PIC 9(09)V99.
                   10 WS-GRP-RECEITA PIC 9(09)V99.
            77 WS-GRP-USADOS PIC 9(04) VALUE 0.
            77 WS-GRP-I PIC 9(04).
            77 WS-GRP-IDX PIC 9(04).
            77 WS-GRP-BUSCA PIC X(20).
            77 WS-GRP-TIPO PIC X(01).
            77 WS-GRP-VISAO PIC X(01).
            01 WS-GRP-LINHA.
               05 WS-GL-CHAVE PIC X(20).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-GL-COPIAS PIC ZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-GL-PAGAS PIC ZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-GL-CUSTO PIC ZZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-GL-RECEITA PIC ZZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-GL-ROI PIC X(09).
            01 WS-GRP-CAB PIC X(64).
            01 WS-DET-LINHA.
               05 WS-DL-FILME PIC 9(05).
               05 FILLER PIC X(01) VALUE "-".
               05 WS-DL-SEQ PIC 9(03).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DL-TITULO PIC X(20).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DL-FILIAL PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DL-AQUISICAO PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DL-CUSTO PIC ZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DL-RECEITA PIC ZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DL-PAGOU PIC X(12).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DL-ROI PIC X(09).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "RELATORIOS".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).
       SCREEN SECTION.
       01 RELATORIOS-SCREEN.
            02 BLANK SCREEN.
            02 LINE 10 COL 1  VALUE "- 7 - TITULOS SEM GIRO:        -".
            02 LINE 11 COL 1  VALUE "- 8 - SUGESTAO DE COMPRAS:     -".
            02 LINE 12 COL 1  VALUE "- 9 - PRODUTIVIDADE OPERADOR:  -".
            02 LINE 13 COL 1  VALUE "-10 - RETORNO POR EXEMPLAR:    -".
            02 LINE 14 COL 1  VALUE "-                      0-VOLTAR-".
            02 LINE 15 COL 1  VALUE "-                              -".
            02 LINE 15 COL 29 PIC 9(2) TO WS-OPTION.
            02 LINE 16 COL 1  VALUE "--------------------------------".
       PROCEDURE DIVISION.
       RELATORIOS.
           IF WS-FILIAL-ATUAL = SPACES
               PERFORM DEFINIR-FILIAL
           END-IF.
           IF WS-FILIAL-ATUAL = SPACES
               GO TO FIM
           END-IF.
           DISPLAY RELATORIOS-SCREEN.
           ACCEPT RELATORIOS-SCREEN.
           EVALUATE WS-OPTION
                   GO TO SUGESTAO-COMPRAS
               WHEN 9
                   GO TO PRODUTIVIDADE
               WHEN 10
                   GO TO RETORNO-EXEMPLAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT LINE 12
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 13
               MOVE 1 TO WS-TODAS
           ELSE
               MOVE 0 TO WS-TODAS
               CALL "LEFILIAL" USING WS-FILIAL-ATUAL WS-LF-SITUACAO
                   WS-LF-DADOS
      * Filial fechada continua consultavel pelo historico.
               IF WS-LF-SITUACAO = "N"
                   DISPLAY "FILIAL NAO CADASTRADA" AT LINE 11 COL 36
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   MOVE SPACES TO WS-FILIAL-ATUAL
               END-IF
           END-IF.

      * Acha (ou abre) a linha de totais da filial WS-FT-BUSCA.
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO RELATORIOS.
           DISPLAY "TOP 10 FILMES MAIS ALUGADOS" AT LINE 1 COL 36.
           DISPLAY "FORMATO (V/D/B/4, ENTER=TODOS): " AT LINE 2 COL 36.
           MOVE SPACE TO WS-FMT-PEDIDO.
           ACCEPT WS-FMT-PEDIDO AT LINE 2 COL 68.
           PERFORM CONFERE-FORMATO-PEDIDO.
           INITIALIZE WS-FMT-TOTAIS.
           PERFORM ABRE-FORMATOS.
           MOVE 0 TO WS-RANK-TOTAL.
           MOVE 0 TO WS-FT-USADOS.
           SET ARQ-EOF TO 0.
                       IF (WS-TODAS = 1
                           OR WS-EMP-FILIAL = WS-FILIAL-ATUAL)
                           AND WS-EMP-STATUS NOT = "C"
                           PERFORM FORMATO-DO-EMPRESTIMO THRU
                               FORMATO-DO-EMPRESTIMO-FIM
                           PERFORM INDICE-FORMATO
                           ADD 1 TO WS-FMT-CONT(WS-FMT-I)
                           IF WS-FMT-PEDIDO = SPACE
                               OR WS-FMT-LIDO = WS-FMT-PEDIDO
                               PERFORM REGISTRA-RANKING
                           END-IF
                           MOVE WS-EMP-FILIAL TO WS-FT-BUSCA
                           PERFORM ACHA-FT
                           IF WS-EMP-STATUS = "A"
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
           SET ARQ-EOF TO 0.
           PERFORM FECHA-FORMATOS.

           PERFORM ORDENA-RANKING.

               ADD 1 TO WS-LA
               ADD 1 TO WS-RANK-I
           END-PERFORM.
           ADD 1 TO WS-LA.
           DISPLAY "ALUGUEIS POR FORMATO" AT LINE WS-LA COL 36.
           ADD 1 TO WS-LA.
           MOVE 1 TO WS-FMT-I.
           PERFORM UNTIL WS-FMT-I > 4
               PERFORM NOME-FORMATO
               DISPLAY WS-FMT-NOME AT LINE WS-LA COL 36
               DISPLAY " ALUGUEIS: " AT LINE WS-LA COL 45
               DISPLAY WS-FMT-CONT(WS-FMT-I) AT LINE WS-LA COL 56
               ADD 1 TO WS-LA
               ADD 1 TO WS-FMT-I
           END-PERFORM.
           IF WS-TODAS = 1
               PERFORM COMPARATIVO-FILIAIS THRU
                   COMPARATIVO-FILIAIS-FIM
           IF WS-DIAS-SG IS NOT NUMERIC OR WS-DIAS-SG = 0
               MOVE 90 TO WS-DIAS-SG
           END-IF.
           DISPLAY "QUEBRAR POR FORMATO (S/N): " AT LINE 2 COL 36.
           MOVE "N" TO WS-FMT-QUEBRA.
           ACCEPT WS-FMT-QUEBRA AT LINE 2 COL 63.
           IF WS-FMT-QUEBRA = "s"
               MOVE "S" TO WS-FMT-QUEBRA
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO RELATORIOS.
           MOVE 0 TO WS-FMT-ARQS.
           IF WS-FMT-QUEBRA = "S"
               OPEN INPUT ARQ-EXEMPLARES
               IF WS-FS-EX = 0
                   MOVE 1 TO WS-FMT-ARQS
               END-IF
           END-IF.
           OPEN OUTPUT ARQ-SEMGIRO.
           MOVE SPACES TO SEMGIRO-LINHA.
           STRING "TITULOS SEM GIRO DESDE " DELIMITED BY SIZE
                   NOT AT END
                       IF WS-TODAS = 1
                           OR WS-FILME-FILIAL = WS-FILIAL-ATUAL
                           IF WS-FMT-QUEBRA = "S"
                               PERFORM SEM-GIRO-FORMATOS
                           ELSE
                               MOVE SPACE TO WS-FMT-PEDIDO
                               PERFORM PROCURA-GIRO
                               IF WS-GIR-ACHOU = 0
                                   PERFORM SEM-GIRO-LINHA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           SET ARQ-EOF TO 0.
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-SEMGIRO.
           IF WS-FMT-QUEBRA = "S"
               CLOSE ARQ-EXEMPLARES
               MOVE 0 TO WS-FMT-ARQS
           END-IF.
           ADD 1 TO WS-LA.
           DISPLAY "TITULOS PARADOS: " AT LINE WS-LA COL 36.
           DISPLAY WS-SG-CONT AT LINE WS-LA COL 53.
           DISPLAY " ARQUIVO: SEMGIRO.TXT" AT LINE WS-LA COL 58.
           ADD 1 TO WS-LA.

           MOVE 36 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK = "S" AND WS-SG-CONT > 0
               MOVE "S" TO WS-BXA-RESP
               PERFORM UNTIL WS-BXA-RESP NOT = "S"
                       AND WS-BXA-RESP NOT = "s"
           GO TO RELATORIOS.

      * Uma passada por emprestimos.dat e pelo arquivo morto
      * guardando titulo+filial (e o formato da copia, na quebra
      * por formato) com locacao desde o corte.
       CARREGA-GIRO.
           IF WS-FMT-QUEBRA = "S"
               PERFORM ABRE-FORMATOS
           END-IF.
           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-FS-EMP = 0
               MOVE 0 TO EMP-ID
               SET ARQ-EOF TO 0
           END-IF.
           CLOSE ARQ-MORTO.
           IF WS-FMT-QUEBRA = "S"
               PERFORM FECHA-FORMATOS
           END-IF.
       CARREGA-GIRO-FIM.
           SET ARQ-EOF TO 0.

       GIRO-GUARDA.
           MOVE SPACE TO WS-FMT-LIDO.
           IF WS-FMT-QUEBRA = "S"
               PERFORM FORMATO-DO-EMPRESTIMO THRU
                   FORMATO-DO-EMPRESTIMO-FIM
           END-IF.
           MOVE 0 TO WS-GIR-ACHOU.
           MOVE 1 TO WS-GIR-I.
           PERFORM UNTIL WS-GIR-I > WS-GIR-USADOS
                   OR WS-GIR-ACHOU = 1
               IF WS-GIR-TITULO(WS-GIR-I) = WS-FILME-EMP
                   AND WS-GIR-FILIAL(WS-GIR-I) = WS-EMP-FILIAL
                   AND WS-GIR-FORMATO(WS-GIR-I) = WS-FMT-LIDO
                   MOVE 1 TO WS-GIR-ACHOU
               END-IF
               ADD 1 TO WS-GIR-I
                   ADD 1 TO WS-GIR-USADOS
                   MOVE WS-FILME-EMP TO WS-GIR-TITULO(WS-GIR-USADOS)
                   MOVE WS-EMP-FILIAL TO WS-GIR-FILIAL(WS-GIR-USADOS)
                   MOVE WS-FMT-LIDO TO WS-GIR-FORMATO(WS-GIR-USADOS)
               ELSE
                   MOVE 1 TO WS-GIR-CHEIA
               END-IF
                   OR WS-GIR-ACHOU = 1
               IF WS-GIR-TITULO(WS-GIR-I) = WS-FILME-TITULO
                   AND WS-GIR-FILIAL(WS-GIR-I) = WS-FILME-FILIAL
                   AND WS-GIR-FORMATO(WS-GIR-I) = WS-FMT-PEDIDO
                   MOVE 1 TO WS-GIR-ACHOU
               END-IF
               ADD 1 TO WS-GIR-I
       SEM-GIRO-LINHA.
           ADD 1 TO WS-SG-CONT.
           MOVE SPACES TO SEMGIRO-LINHA.
           IF WS-FMT-QUEBRA = "S"
               STRING WS-FILME-TITULO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FMT-NOME DELIMITED BY SIZE
                   " COPIAS " DELIMITED BY SIZE
                   WS-FMT-COP(WS-FMT-I) DELIMITED BY SIZE
                   " FILIAL " DELIMITED BY SIZE
                   WS-FILME-FILIAL DELIMITED BY SIZE
                   INTO SEMGIRO-LINHA
           ELSE
               STRING WS-FILME-TITULO DELIMITED BY SIZE
                   " QTD " DELIMITED BY SIZE
                   WS-FILME-QTD DELIMITED BY SIZE
                   " DISP " DELIMITED BY SIZE
                   WS-FILME-DISP DELIMITED BY SIZE
                   " FILIAL " DELIMITED BY SIZE
                   WS-FILME-FILIAL DELIMITED BY SIZE
                   INTO SEMGIRO-LINHA
           END-IF.
           WRITE SEMGIRO-LINHA.
           DISPLAY SEMGIRO-LINHA AT LINE WS-LA COL 36.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.

      * Quebra por formato: conta as copias do titulo em acervo
      * (prateleira, alugadas, em transito ou no conserto) por
      * formato e lista cada formato com copias e sem locacao
      * desde o corte. Titulo sem inventario de exemplares conta
      * como DVD.
       SEM-GIRO-FORMATOS.
           INITIALIZE WS-FMT-TITULO.
           MOVE 0 TO WS-FMT-COPIAS.
           IF WS-FMT-ARQS = 1
               MOVE WS-FILME-ID TO EX-FILME-ID
               MOVE 0 TO EX-SEQ
               MOVE 0 TO WS-FMT-FIM
               START ARQ-EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY MOVE 1 TO WS-FMT-FIM
               END-START
               PERFORM UNTIL WS-FMT-FIM = 1
                   READ ARQ-EXEMPLARES NEXT
                       AT END MOVE 1 TO WS-FMT-FIM
                       NOT AT END
                           IF EX-FILME-ID NOT = WS-FILME-ID
                               MOVE 1 TO WS-FMT-FIM
                           ELSE
                               PERFORM CONTA-COPIA-FORMATO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-FMT-COPIAS = 0
               MOVE WS-FILME-QTD TO WS-FMT-COP(2)
           END-IF.
           MOVE 1 TO WS-FMT-I.
           PERFORM UNTIL WS-FMT-I > 4
               IF WS-FMT-COP(WS-FMT-I) > 0
                   MOVE WS-FMT-CODIGOS(WS-FMT-I:1) TO WS-FMT-PEDIDO
                   PERFORM PROCURA-GIRO
                   IF WS-GIR-ACHOU = 0
                       PERFORM NOME-FORMATO
                       PERFORM SEM-GIRO-LINHA
                   END-IF
               END-IF
               ADD 1 TO WS-FMT-I
           END-PERFORM.

       CONTA-COPIA-FORMATO.
           ADD 1 TO WS-FMT-COPIAS.
           IF EX-CONDICAO = "D" OR EX-CONDICAO = "A"
               OR EX-CONDICAO = "T" OR EX-CONDICAO = "C"
               MOVE EX-FORMATO TO WS-FMT-LIDO
               IF WS-FMT-LIDO = SPACE
                   MOVE "D" TO WS-FMT-LIDO
               END-IF
               PERFORM INDICE-FORMATO
               ADD 1 TO WS-FMT-COP(WS-FMT-I)
           END-IF.

      * Baixa supervisionada a partir do relatorio: so exemplares na
      * prateleira, para descarte ("X") ou separados p/ venda ("S").
      * Com formato informado, so copias daquele formato.
       BAIXA-SEMGIRO.
           ADD 1 TO WS-LA.
           DISPLAY "TITULO: " AT LINE WS-LA COL 36.
               COL 36.
           ACCEPT WS-BXA-DESTINO AT LINE WS-LA COL 67.
           ADD 1 TO WS-LA.
           DISPLAY "FORMATO (V/D/B/4, ENTER=QUALQUER): " AT LINE WS-LA
               COL 36.
           MOVE SPACE TO WS-FMT-PEDIDO.
           ACCEPT WS-FMT-PEDIDO AT LINE WS-LA COL 71.
           PERFORM CONFERE-FORMATO-PEDIDO.
           MOVE WS-FMT-PEDIDO TO WS-BXA-FORMATO.
           ADD 1 TO WS-LA.
           IF WS-BXA-DESTINO = "d"
               MOVE "D" TO WS-BXA-DESTINO
           END-IF.
           SUBTRACT WS-BXA-FEITOS FROM WS-FILME-QTD GIVING FILME-QTD.
           SUBTRACT WS-BXA-FEITOS FROM WS-FILME-DISP
               GIVING FILME-DISP.
           MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO FILME
           REWRITE FILME.
           CLOSE ARQ-ESTOQUE.

                       IF EX-FILME-ID NOT = WS-FILME-ID
                           SET ARQ-EOF TO 1
                       ELSE
                           MOVE EX-FORMATO TO WS-FMT-LIDO
                           IF WS-FMT-LIDO = SPACE
                               MOVE "D" TO WS-FMT-LIDO
                           END-IF
                           IF EX-CONDICAO = "D"
                               AND (WS-BXA-FORMATO = SPACE
                               OR WS-FMT-LIDO = WS-BXA-FORMATO)
                               IF WS-BXA-DESTINO = "D"
                                   MOVE "X" TO EX-CONDICAO
                               ELSE
                                   MOVE "S" TO EX-CONDICAO
                               END-IF
                               MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                               MOVE "A" TO WS-JRN-OPERACAO
                               CALL "JORNAL" USING WS-JRN-PROGRAMA
                                   WS-JRN-ARQUIVO WS-JRN-OPERACAO
                                   EXEMPLAR
                               REWRITE EXEMPLAR
                               ADD 1 TO WS-BXA-FEITOS
                           END-IF
           END-IF.
           PERFORM QUEBRA-PAGINA.

      * Abre estoque e exemplares para achar o formato das copias
      * emprestadas; sem os arquivos tudo conta como DVD.
       ABRE-FORMATOS.
           MOVE 0 TO WS-FMT-ARQS.
           OPEN INPUT ARQ-ESTOQUE.
           OPEN INPUT ARQ-EXEMPLARES.
           IF WS-FS-EST = 0 AND WS-FS-EX = 0
               MOVE 1 TO WS-FMT-ARQS
           END-IF.

       FECHA-FORMATOS.
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-EXEMPLARES.
           MOVE 0 TO WS-FMT-ARQS.

      * Formato da copia do emprestimo em WS-EMPRESTIMO: acha o
      * titulo na filial do emprestimo e le o exemplar. Emprestimo
      * sem exemplar, ou copia antiga sem formato, conta como DVD.
       FORMATO-DO-EMPRESTIMO.
           MOVE "D" TO WS-FMT-LIDO.
           IF WS-FMT-ARQS = 0
               GO TO FORMATO-DO-EMPRESTIMO-FIM
           END-IF.
           IF WS-EMP-EXEMPLAR IS NOT NUMERIC
               OR WS-EMP-EXEMPLAR = 0
               GO TO FORMATO-DO-EMPRESTIMO-FIM
           END-IF.
           MOVE 0 TO WS-FMT-ID.
           MOVE 0 TO WS-FMT-FIM.
           MOVE WS-FILME-EMP TO FILME-TITULO.
           START ARQ-ESTOQUE KEY IS = FILME-TITULO
               INVALID KEY MOVE 1 TO WS-FMT-FIM
           END-START.
           PERFORM UNTIL WS-FMT-FIM = 1
               READ ARQ-ESTOQUE NEXT
                   AT END MOVE 1 TO WS-FMT-FIM
                   NOT AT END
                       IF FILME-TITULO NOT = WS-FILME-EMP
                           MOVE 1 TO WS-FMT-FIM
                       ELSE
                           IF FILME-FILIAL = WS-EMP-FILIAL
                               MOVE FILME-ID TO WS-FMT-ID
                               MOVE 1 TO WS-FMT-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FMT-ID = 0
               GO TO FORMATO-DO-EMPRESTIMO-FIM
           END-IF.
           MOVE WS-FMT-ID TO EX-FILME-ID.
           MOVE WS-EMP-EXEMPLAR TO EX-SEQ.
           READ ARQ-EXEMPLARES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EX-FORMATO NOT = SPACE
                       MOVE EX-FORMATO TO WS-FMT-LIDO
                   END-IF
           END-READ.
       FORMATO-DO-EMPRESTIMO-FIM.
           EXIT.

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

       NOME-FORMATO.
           EVALUATE WS-FMT-CODIGOS(WS-FMT-I:1)
               WHEN "V"
                   MOVE "VHS" TO WS-FMT-NOME
               WHEN "D"
                   MOVE "DVD" TO WS-FMT-NOME
               WHEN "B"
                   MOVE "BLU-RAY" TO WS-FMT-NOME
               WHEN "4"
                   MOVE "4K" TO WS-FMT-NOME
           END-EVALUATE.

      * Formato digitado no filtro; vazio ou invalido vale todos.
       CONFERE-FORMATO-PEDIDO.
           IF WS-FMT-PEDIDO = "b"
               MOVE "B" TO WS-FMT-PEDIDO
           END-IF.
           IF WS-FMT-PEDIDO = "v"
               MOVE "V" TO WS-FMT-PEDIDO
           END-IF.
           IF WS-FMT-PEDIDO = "d"
               MOVE "D" TO WS-FMT-PEDIDO
           END-IF.
           IF WS-FMT-PEDIDO NOT = "V" AND WS-FMT-PEDIDO NOT = "D"
               AND WS-FMT-PEDIDO NOT = "B"
               AND WS-FMT-PEDIDO NOT = "4"
               MOVE SPACE TO WS-FMT-PEDIDO
           END-IF.

       REGISTRA-RANKING.
           MOVE 0 TO WS-RANK-ACHOU.
           MOVE 1 TO WS-RANK-I.
               ADD 1 TO WS-RANK-I
           END-PERFORM.

      * Retorno do investimento por exemplar: custo de aquisicao
      * contra a receita das locacoes daquela copia (ativas e
      * arquivo morto, sem estornos nem locacoes de plano), com a
      * data em que a copia se pagou. O detalhe e os agrupamentos
      * por titulo, categoria, lancamento/catalogo e filial vao para
      * retorno.txt; a tela mostra o agrupamento escolhido.
       RETORNO-EXEMPLAR.
           DISPLAY "AGRUPAR POR (T)ITULO (C)ATEGORIA (L)ANCAMENTO"
               AT LINE 1 COL 36.
           DISPLAY "(F)ILIAL - VAZIO = TITULO: " AT LINE 2 COL 36.
           MOVE SPACES TO WS-GRP-VISAO.
           ACCEPT WS-GRP-VISAO AT LINE 2 COL 63.
           INSPECT WS-GRP-VISAO CONVERTING "tclf" TO "TCLF".
           IF WS-GRP-VISAO NOT = "C" AND WS-GRP-VISAO NOT = "L"
               AND WS-GRP-VISAO NOT = "F"
               MOVE "T" TO WS-GRP-VISAO
           END-IF.

           MOVE 0 TO WS-ROI-USADOS.
           MOVE 0 TO WS-ROI-CHEIA.
           PERFORM CARREGA-COPIAS THRU CARREGA-COPIAS-FIM.
           IF WS-ROI-CHEIA = 1
               DISPLAY "TABELA INTERNA EXCEDIDA - ESCOLHA UMA FILIAL"
                   AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO RELATORIOS.
           IF WS-ROI-USADOS = 0
               DISPLAY "NENHUM EXEMPLAR CADASTRADO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO RELATORIOS.
           PERFORM APURA-RECEITA-COPIAS THRU APURA-RECEITA-COPIAS-FIM.

           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           OPEN OUTPUT ARQ-RETORNO.
           MOVE SPACES TO RETORNO-LINHA.
           STRING "RETORNO POR EXEMPLAR - FILIAL " DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               " - EMITIDO EM " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               INTO RETORNO-LINHA.
           WRITE RETORNO-LINHA.
           MOVE SPACES TO RETORNO-LINHA.
           WRITE RETORNO-LINHA.
           MOVE "EXEMPLAR" TO RETORNO-LINHA(1:8).
           MOVE "TITULO" TO RETORNO-LINHA(11:6).
           MOVE "FIL." TO RETORNO-LINHA(32:4).
           MOVE "AQUISIC." TO RETORNO-LINHA(37:8).
           MOVE "CUSTO" TO RETORNO-LINHA(49:5).
           MOVE "RECEITA" TO RETORNO-LINHA(58:7).
           MOVE "SE PAGOU EM" TO RETORNO-LINHA(66:11).
           MOVE "ROI %" TO RETORNO-LINHA(83:5).
           WRITE RETORNO-LINHA.
           MOVE 0 TO WS-ROI-TOT-COPIAS.
           MOVE 0 TO WS-ROI-TOT-PAGAS.
           MOVE 0 TO WS-ROI-TOT-C.
           MOVE 0 TO WS-ROI-TOT-R.
           MOVE 1 TO WS-ROI-I.
           PERFORM UNTIL WS-ROI-I > WS-ROI-USADOS
               PERFORM RETORNO-DETALHE
               ADD 1 TO WS-ROI-I
           END-PERFORM.

           MOVE SPACES TO WS-REL-TITULO.
           STRING "RETORNO POR EXEMPLAR - FILIAL " DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               INTO WS-REL-TITULO.
           PERFORM CABECALHO-PAGINA.
           MOVE "T" TO WS-GRP-TIPO.
           PERFORM AGRUPA-RETORNO.
           MOVE "C" TO WS-GRP-TIPO.
           PERFORM AGRUPA-RETORNO.
           MOVE "L" TO WS-GRP-TIPO.
           PERFORM AGRUPA-RETORNO.
           MOVE "F" TO WS-GRP-TIPO.
           PERFORM AGRUPA-RETORNO.

           MOVE "TOTAL GERAL" TO WS-GL-CHAVE.
           MOVE WS-ROI-TOT-COPIAS TO WS-GL-COPIAS.
           MOVE WS-ROI-TOT-PAGAS TO WS-GL-PAGAS.
           MOVE WS-ROI-TOT-C TO WS-GL-CUSTO.
           MOVE WS-ROI-TOT-R TO WS-GL-RECEITA.
           MOVE WS-ROI-TOT-C TO WS-ROI-C.
           MOVE WS-ROI-TOT-R TO WS-ROI-R.
           PERFORM CALCULA-ROI.
           MOVE WS-ROI-PCT-X TO WS-GL-ROI.
           MOVE SPACES TO RETORNO-LINHA.
           WRITE RETORNO-LINHA.
           MOVE WS-GRP-LINHA TO RETORNO-LINHA.
           WRITE RETORNO-LINHA.
           CLOSE ARQ-RETORNO.
           ADD 1 TO WS-LA.
           DISPLAY WS-GRP-LINHA AT LINE WS-LA COL 36.
           ADD 1 TO WS-LA.
           DISPLAY "ARQUIVO: RETORNO.TXT" AT LINE WS-LA COL 36.
           ADD 2 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           SET WS-LA TO 1.
           GO TO RELATORIOS.

      * Copias dos titulos da filial (ou de todas), com o custo de
      * aquisicao gravado no exemplar.
       CARREGA-COPIAS.
           OPEN INPUT ARQ-ESTOQUE.
           IF WS-FS-EST <> 0
               CLOSE ARQ-ESTOQUE
               GO TO CARREGA-COPIAS-FIM
           END-IF.
           OPEN INPUT ARQ-EXEMPLARES.
           IF WS-FS-EX <> 0
               CLOSE ARQ-EXEMPLARES
               CLOSE ARQ-ESTOQUE
               GO TO CARREGA-COPIAS-FIM
           END-IF.
           MOVE 1 TO FILME-ID.
           SET ARQ-EOF TO 0.
           START ARQ-ESTOQUE KEY IS NOT LESS THAN FILME-ID
               INVALID KEY SET ARQ-EOF TO 1.
           PERFORM UNTIL ARQ-EOF = 1 OR WS-ROI-CHEIA = 1
               READ ARQ-ESTOQUE NEXT INTO WS-FILME
                   AT END SET ARQ-EOF TO 1
                   NOT AT END
                       IF WS-TODAS = 1
                           OR WS-FILME-FILIAL = WS-FILIAL-ATUAL
                           PERFORM CARREGA-COPIAS-FILME
                       END-IF
               END-READ
           END-PERFORM.
           SET ARQ-EOF TO 0.
           CLOSE ARQ-EXEMPLARES.
           CLOSE ARQ-ESTOQUE.
       CARREGA-COPIAS-FIM.
           EXIT.

       CARREGA-COPIAS-FILME.
           MOVE WS-FILME-ID TO EX-FILME-ID.
           MOVE 0 TO EX-SEQ.
           MOVE 0 TO WS-ROI-EOF-ATIVO.
           START ARQ-EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY MOVE 1 TO WS-ROI-EOF-ATIVO.
           PERFORM UNTIL WS-ROI-EOF-ATIVO = 1 OR WS-ROI-CHEIA = 1
               READ ARQ-EXEMPLARES NEXT
                   AT END MOVE 1 TO WS-ROI-EOF-ATIVO
                   NOT AT END
                       IF EX-FILME-ID NOT = WS-FILME-ID
                           MOVE 1 TO WS-ROI-EOF-ATIVO
                       ELSE
                           PERFORM GUARDA-COPIA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-ROI-EOF-ATIVO.

       GUARDA-COPIA.
           IF WS-ROI-USADOS NOT < 2000
               MOVE 1 TO WS-ROI-CHEIA
           ELSE
               ADD 1 TO WS-ROI-USADOS
               MOVE WS-ROI-USADOS TO WS-ROI-I
               MOVE EX-FILME-ID TO WS-ROI-FILME-ID(WS-ROI-I)
               MOVE EX-SEQ TO WS-ROI-SEQ(WS-ROI-I)
               MOVE WS-FILME-TITULO TO WS-ROI-TITULO(WS-ROI-I)
               MOVE WS-FILME-FILIAL TO WS-ROI-FILIAL(WS-ROI-I)
               MOVE WS-FILME-CATEGORIA TO WS-ROI-CATEGORIA(WS-ROI-I)
               MOVE WS-FILME-LANCAMENTO TO WS-ROI-LANC(WS-ROI-I)
               MOVE EX-AQUISICAO TO WS-ROI-AQUISICAO(WS-ROI-I)
               IF EX-CUSTO IS NUMERIC
                   MOVE EX-CUSTO TO WS-ROI-CUSTO(WS-ROI-I)
               ELSE
                   MOVE 0 TO WS-ROI-CUSTO(WS-ROI-I)
               END-IF
               MOVE 0 TO WS-ROI-RECEITA(WS-ROI-I)
               MOVE SPACES TO WS-ROI-PAGOU(WS-ROI-I)
           END-IF.

      * Locacoes ativas e do arquivo morto intercaladas pelo numero,
      * que segue a ordem em que foram feitas: a data em que a copia
      * se pagou e a da locacao que fez a receita alcancar o custo.
       APURA-RECEITA-COPIAS.
           MOVE 0 TO WS-ROI-EOF-ATIVO.
           MOVE 0 TO WS-ROI-EOF-MORTO.
           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-FS-EMP = 0
               MOVE 0 TO EMP-ID
               START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY MOVE 1 TO WS-ROI-EOF-ATIVO
               END-START
           ELSE
               MOVE 1 TO WS-ROI-EOF-ATIVO
           END-IF.
           OPEN INPUT ARQ-MORTO.
           IF WS-FS-MORTO = 0
               MOVE 0 TO MORTO-EMP-ID
               START ARQ-MORTO KEY IS NOT LESS THAN MORTO-EMP-ID
                   INVALID KEY MOVE 1 TO WS-ROI-EOF-MORTO
               END-START
           ELSE
               MOVE 1 TO WS-ROI-EOF-MORTO
           END-IF.
           PERFORM LE-ROI-ATIVO.
           PERFORM LE-ROI-MORTO.
           PERFORM UNTIL WS-ROI-EOF-ATIVO = 1 AND WS-ROI-EOF-MORTO = 1
               IF WS-ROI-EOF-MORTO = 1
                   OR (WS-ROI-EOF-ATIVO = 0
                       AND EMP-ID < MORTO-EMP-ID)
                   MOVE EMPRESTIMO TO WS-EMPRESTIMO
                   PERFORM SOMA-RECEITA-COPIA THRU
                       SOMA-RECEITA-COPIA-FIM
                   PERFORM LE-ROI-ATIVO
               ELSE
                   IF WS-ROI-EOF-ATIVO = 0 AND EMP-ID = MORTO-EMP-ID
                       PERFORM LE-ROI-ATIVO
                   END-IF
                   MOVE MORTO-REC TO WS-EMPRESTIMO
                   PERFORM SOMA-RECEITA-COPIA THRU
                       SOMA-RECEITA-COPIA-FIM
                   PERFORM LE-ROI-MORTO
               END-IF
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
           CLOSE ARQ-MORTO.
       APURA-RECEITA-COPIAS-FIM.
           EXIT.

       LE-ROI-ATIVO.
           IF WS-ROI-EOF-ATIVO = 0
               READ ARQ-EMPRESTIMOS NEXT
                   AT END MOVE 1 TO WS-ROI-EOF-ATIVO
               END-READ
           END-IF.

       LE-ROI-MORTO.
           IF WS-ROI-EOF-MORTO = 0
               READ ARQ-MORTO NEXT
                   AT END MOVE 1 TO WS-ROI-EOF-MORTO
               END-READ
           END-IF.

       SOMA-RECEITA-COPIA.
           IF WS-EMP-STATUS = "C" OR WS-EMP-TIPO = "P"
               OR WS-EMP-EXEMPLAR IS NOT NUMERIC
               OR WS-EMP-EXEMPLAR = 0
               OR WS-EMP-VALOR IS NOT NUMERIC
               GO TO SOMA-RECEITA-COPIA-FIM
           END-IF.
           MOVE 0 TO WS-ROI-IDX.
           MOVE 1 TO WS-ROI-I.
           PERFORM UNTIL WS-ROI-I > WS-ROI-USADOS OR WS-ROI-IDX > 0
               IF WS-ROI-TITULO(WS-ROI-I) = WS-FILME-EMP
                   AND WS-ROI-FILIAL(WS-ROI-I) = WS-EMP-FILIAL
                   AND WS-ROI-SEQ(WS-ROI-I) = WS-EMP-EXEMPLAR
                   AND WS-DATA-INI(1:8) NOT < WS-ROI-AQUISICAO(WS-ROI-I)
                   MOVE WS-ROI-I TO WS-ROI-IDX
               END-IF
               ADD 1 TO WS-ROI-I
           END-PERFORM.
           IF WS-ROI-IDX > 0
               ADD WS-EMP-VALOR TO WS-ROI-RECEITA(WS-ROI-IDX)
               IF WS-ROI-PAGOU(WS-ROI-IDX) = SPACES
                   AND WS-ROI-CUSTO(WS-ROI-IDX) > 0
                   AND WS-ROI-RECEITA(WS-ROI-IDX) NOT <
                       WS-ROI-CUSTO(WS-ROI-IDX)
                   MOVE WS-DATA-INI(1:8) TO WS-ROI-PAGOU(WS-ROI-IDX)
               END-IF
           END-IF.
       SOMA-RECEITA-COPIA-FIM.
           EXIT.

       RETORNO-DETALHE.
           MOVE WS-ROI-FILME-ID(WS-ROI-I) TO WS-DL-FILME.
           MOVE WS-ROI-SEQ(WS-ROI-I) TO WS-DL-SEQ.
           MOVE WS-ROI-TITULO(WS-ROI-I) TO WS-DL-TITULO.
           MOVE WS-ROI-FILIAL(WS-ROI-I) TO WS-DL-FILIAL.
           MOVE WS-ROI-AQUISICAO(WS-ROI-I) TO WS-DL-AQUISICAO.
           MOVE WS-ROI-CUSTO(WS-ROI-I) TO WS-DL-CUSTO.
           MOVE WS-ROI-RECEITA(WS-ROI-I) TO WS-DL-RECEITA.
           IF WS-ROI-PAGOU(WS-ROI-I) NOT = SPACES
               MOVE WS-ROI-PAGOU(WS-ROI-I) TO WS-DL-PAGOU
               ADD 1 TO WS-ROI-TOT-PAGAS
           ELSE
               IF WS-ROI-CUSTO(WS-ROI-I) = 0
                   MOVE "SEM CUSTO" TO WS-DL-PAGOU
               ELSE
                   MOVE "NAO SE PAGOU" TO WS-DL-PAGOU
               END-IF
           END-IF.
           MOVE WS-ROI-CUSTO(WS-ROI-I) TO WS-ROI-C.
           MOVE WS-ROI-RECEITA(WS-ROI-I) TO WS-ROI-R.
           PERFORM CALCULA-ROI.
           MOVE WS-ROI-PCT-X TO WS-DL-ROI.
           MOVE WS-DET-LINHA TO RETORNO-LINHA.
           WRITE RETORNO-LINHA.
           ADD 1 TO WS-ROI-TOT-COPIAS.
           ADD WS-ROI-CUSTO(WS-ROI-I) TO WS-ROI-TOT-C.
           ADD WS-ROI-RECEITA(WS-ROI-I) TO WS-ROI-TOT-R.

      * ROI em % sobre o custo; copia sem custo nao tem retorno.
       CALCULA-ROI.
           IF WS-ROI-C = 0
               MOVE "SEM CUSTO" TO WS-ROI-PCT-X
           ELSE
               COMPUTE WS-ROI-PCT ROUNDED =
                   (WS-ROI-R - WS-ROI-C) * 100 / WS-ROI-C
                   ON SIZE ERROR MOVE 999999.9 TO WS-ROI-PCT
               END-COMPUTE
               MOVE WS-ROI-PCT TO WS-ROI-PCT-ED
               MOVE WS-ROI-PCT-ED TO WS-ROI-PCT-X
           END-IF.

      * Agrupa as copias pelo criterio WS-GRP-TIPO (T titulo,
      * C categoria, L lancamento/catalogo, F filial), grava no
      * arquivo e mostra na tela o agrupamento escolhido.
       AGRUPA-RETORNO.
           MOVE 0 TO WS-GRP-USADOS.
           MOVE 1 TO WS-ROI-I.
           PERFORM UNTIL WS-ROI-I > WS-ROI-USADOS
               PERFORM SOMA-GRUPO
               ADD 1 TO WS-ROI-I
           END-PERFORM.
           MOVE SPACES TO WS-GRP-CAB.
           EVALUATE WS-GRP-TIPO
               WHEN "T"
                   MOVE "POR TITULO" TO WS-GRP-CAB(1:20)
               WHEN "C"
                   MOVE "POR CATEGORIA" TO WS-GRP-CAB(1:20)
               WHEN "L"
                   MOVE "POR LANCAMENTO" TO WS-GRP-CAB(1:20)
               WHEN OTHER
                   MOVE "POR FILIAL" TO WS-GRP-CAB(1:20)
           END-EVALUATE.
           MOVE "COP." TO WS-GRP-CAB(22:4).
           MOVE "PAG." TO WS-GRP-CAB(27:4).
           MOVE "CUSTO" TO WS-GRP-CAB(38:5).
           MOVE "RECEITA" TO WS-GRP-CAB(48:7).
           MOVE "ROI %" TO WS-GRP-CAB(60:5).
           MOVE SPACES TO RETORNO-LINHA.
           WRITE RETORNO-LINHA.
           MOVE WS-GRP-CAB TO RETORNO-LINHA.
           WRITE RETORNO-LINHA.
           IF WS-GRP-TIPO = WS-GRP-VISAO
               DISPLAY WS-GRP-CAB AT LINE WS-LA COL 36
               ADD 1 TO WS-LA
           END-IF.
           MOVE 1 TO WS-GRP-I.
           PERFORM UNTIL WS-GRP-I > WS-GRP-USADOS
               PERFORM GRUPO-LINHA
               ADD 1 TO WS-GRP-I
           END-PERFORM.

       SOMA-GRUPO.
           EVALUATE WS-GRP-TIPO
               WHEN "T"
                   MOVE WS-ROI-TITULO(WS-ROI-I) TO WS-GRP-BUSCA
               WHEN "C"
                   MOVE WS-ROI-CATEGORIA(WS-ROI-I) TO WS-GRP-BUSCA
               WHEN "L"
                   IF WS-ROI-LANC(WS-ROI-I) = "S"
                       MOVE "LANCAMENTO" TO WS-GRP-BUSCA
                   ELSE
                       MOVE "CATALOGO" TO WS-GRP-BUSCA
                   END-IF
               WHEN OTHER
                   MOVE WS-ROI-FILIAL(WS-ROI-I) TO WS-GRP-BUSCA
           END-EVALUATE.
           MOVE 0 TO WS-GRP-IDX.
           MOVE 1 TO WS-GRP-I.
           PERFORM UNTIL WS-GRP-I > WS-GRP-USADOS OR WS-GRP-IDX > 0
               IF WS-GRP-CHAVE(WS-GRP-I) = WS-GRP-BUSCA
                   MOVE WS-GRP-I TO WS-GRP-IDX
               END-IF
               ADD 1 TO WS-GRP-I
           END-PERFORM.
           IF WS-GRP-IDX = 0
               ADD 1 TO WS-GRP-USADOS
               MOVE WS-GRP-USADOS TO WS-GRP-IDX
               MOVE WS-GRP-BUSCA TO WS-GRP-CHAVE(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-COPIAS(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-PAGAS(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-CUSTO(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-RECEITA(WS-GRP-IDX)
           END-IF.
           ADD 1 TO WS-GRP-COPIAS(WS-GRP-IDX).
           IF WS-ROI-PAGOU(WS-ROI-I) NOT = SPACES
               ADD 1 TO WS-GRP-PAGAS(WS-GRP-IDX)
           END-IF.
           ADD WS-ROI-CUSTO(WS-ROI-I) TO WS-GRP-CUSTO(WS-GRP-IDX).
           ADD WS-ROI-RECEITA(WS-ROI-I) TO WS-GRP-RECEITA(WS-GRP-IDX).

       GRUPO-LINHA.
           MOVE WS-GRP-CHAVE(WS-GRP-I) TO WS-GL-CHAVE.
           MOVE WS-GRP-COPIAS(WS-GRP-I) TO WS-GL-COPIAS.
           MOVE WS-GRP-PAGAS(WS-GRP-I) TO WS-GL-PAGAS.
           MOVE WS-GRP-CUSTO(WS-GRP-I) TO WS-GL-CUSTO.
           MOVE WS-GRP-RECEITA(WS-GRP-I) TO WS-GL-RECEITA.
           MOVE WS-GRP-CUSTO(WS-GRP-I) TO WS-ROI-C.
           MOVE WS-GRP-RECEITA(WS-GRP-I) TO WS-ROI-R.
           PERFORM CALCULA-ROI.
           MOVE WS-ROI-PCT-X TO WS-GL-ROI.
           MOVE WS-GRP-LINHA TO RETORNO-LINHA.
           WRITE RETORNO-LINHA.
           IF WS-GRP-TIPO = WS-GRP-VISAO
               DISPLAY WS-GRP-LINHA AT LINE WS-LA COL 36
               ADD 1 TO WS-LA
               PERFORM QUEBRA-PAGINA
           END-IF.

       FIM.
       END PROGRAM RELATORIOS.
       
