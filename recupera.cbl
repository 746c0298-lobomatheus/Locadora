      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Recuperacao pelo jornal: restaura um backup dos 5 arquivos
      * (clientes, estoque, exemplares, emprestimos e pagamentos) e
      * reaplica o jornal (jornal.dat) a partir da marca desse backup
      * ate o momento informado, para nao perder o movimento do dia
      * quando um arquivo se corrompe. Le do console o codigo do
      * backup (AAAAMMDDHHMMSS; vazio = ultimo backup do jornal) e o
      * momento final (AAAAMMDDHHMMSS; vazio = todo o jornal).
      * Os arquivos atuais ficam guardados como x.dat.falha antes da
      * restauracao. Cada entrada so e aplicada se o registro atual
      * bate com a imagem anterior gravada no jornal (inclusao: chave
      * ainda nao existe); se ja esta como a imagem nova, conta como
      * ja aplicada; senao fica como divergente no relatorio
      * recupera_AAAAMMDDHHMMSS.txt para conferencia manual. A trava
      * de batch fica armada durante a reaplicacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-JORNAL
           ASSIGN TO "./jornal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-JRN.
       SELECT ARQ-CLIENTES
           ASSIGN TO "./clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLIENTE-CPF
           ALTERNATE KEY IS CLIENTE-NOME WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-TELEFONE WITH DUPLICATES
           FILE STATUS IS WS-FS.
       SELECT ARQ-ESTOQUE
           ASSIGN TO "./estoque.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FILME-ID
           ALTERNATE KEY IS FILME-TITULO WITH DUPLICATES
           ALTERNATE KEY IS FILME-CATEGORIA WITH DUPLICATES
           ALTERNATE KEY IS FILME-FILIAL WITH DUPLICATES
           FILE STATUS IS WS-FS.
       SELECT ARQ-EXEMPLARES
           ASSIGN TO "./exemplares.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EX-CHAVE
           FILE STATUS IS WS-FS.
       SELECT ARQ-EMPRESTIMOS
           ASSIGN TO "./emprestimos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EMP-ID
           ALTERNATE KEY IS EMP-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS.
       SELECT ARQ-PAGAMENTOS
           ASSIGN TO "./pagamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PAG-RECIBO
           FILE STATUS IS WS-FS.
       SELECT ARQ-CONTROLE
           ASSIGN TO "./controle.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-CHAVE
           FILE STATUS IS WS-FS-CTL.
       SELECT ARQ-RELATORIO
           ASSIGN TO WS-NOME-REL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-JORNAL.
       01 JORNAL-REC.
           05 JRN-DATA PIC X(08).
           05 JRN-HORA PIC X(08).
           05 JRN-PROGRAMA PIC X(10).
           05 JRN-OPERADOR PIC X(03).
           05 JRN-ARQUIVO PIC X(10).
           05 JRN-OPERACAO PIC X(01).
           05 JRN-CHAVE PIC X(20).
           05 JRN-TAMANHO PIC 9(03).
           05 JRN-ANTES PIC X(130).
           05 JRN-DEPOIS PIC X(130).
       FD ARQ-CLIENTES.
       01 CLIENTE.
           05 CLIENTE-CPF PIC X(11).
           05 CLIENTE-NOME  PIC X(20).
           05 CLIENTE-TELEFONE PIC X(15).
           05 CLIENTE-DATA-CADASTRO PIC X(08).
           05 CLIENTE-EMP PIC 9(02).
           05 CLIENTE-FILIAL PIC X(04).
           05 CLIENTE-SALDO PIC 9(06)V99.
           05 CLIENTE-TIER PIC X(01).
           05 CLIENTE-NASCIMENTO PIC X(08).
           05 CLIENTE-CONSENTE PIC X(01).
           05 CLIENTE-CANAL PIC X(01).
           05 FILLER PIC X(09).
       FD ARQ-ESTOQUE.
       01 FILME.
           05 FILME-ID PIC 9(05).
           05 FILME-TITULO PIC X(20).
           05 FILME-QTD  PIC 9(02).
           05 FILME-DISP PIC 9(02).
           05 FILME-CATEGORIA PIC X(10).
           05 FILME-PRECO PIC 9(04)V99.
           05 FILME-LANCAMENTO PIC X(01).
           05 FILME-FILIAL PIC X(04).
           05 FILME-CENSURA PIC X(02).
           05 FILLER PIC X(08).
       FD ARQ-EXEMPLARES.
       01 EXEMPLAR.
           05 EX-CHAVE.
               10 EX-FILME-ID PIC 9(05).
               10 EX-SEQ PIC 9(03).
           05 EX-AQUISICAO PIC X(08).
           05 EX-CONDICAO PIC X(01).
           05 EX-CUSTO PIC 9(05)V99.
           05 EX-FORMATO PIC X(01).
           05 FILLER PIC X(02).
       FD ARQ-EMPRESTIMOS.
       01 EMPRESTIMO.
           05 EMP-ID PIC 9(06).
           05 DATA-INI  PIC X(20).
           05 DATA-FIM PIC X(20).
           05 EMP-CPF PIC X(11).
           05 FILME-EMP PIC X(20).
           05 EMP-STATUS PIC X(01).
           05 DATA-DEVOLUCAO PIC X(08).
           05 EMP-VALOR PIC 9(06)V99.
           05 EMP-FILIAL PIC X(04).
           05 FILLER PIC X(28).
       FD ARQ-PAGAMENTOS.
       01 PAGAMENTO.
           05 PAG-RECIBO PIC 9(06).
           05 FILLER PIC X(80).
       FD ARQ-CONTROLE.
       01 CONTROLE-REC.
           05 CTL-CHAVE.
               10 CTL-DATA PIC X(08).
               10 CTL-JOB PIC X(10).
           05 CTL-STATUS PIC X(01).
           05 CTL-INICIO PIC X(14).
           05 CTL-FIM PIC X(14).
           05 FILLER PIC X(10).
       FD ARQ-RELATORIO.
       01 REL-LINHA PIC X(110).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS-JRN PIC 99.
            77 WS-FS-CTL PIC 99.
            77 WS-FS-REL PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-CODIGO PIC X(14).
            77 WS-ALVO PIC X(14).
            77 WS-MOMENTO PIC X(14).
            77 WS-POS PIC 9(07) VALUE 0.
            77 WS-POS-MARCA PIC 9(07) VALUE 0.
            77 WS-TAM PIC 9(03).
            77 WS-ATUAL PIC X(130).
            77 WS-IMAGEM PIC X(130).
            77 WS-RESULTADO PIC X(30).
            77 WS-FALTA PIC 9 VALUE 0.
            77 WS-I PIC 9(01).
            77 WS-QTD-LIDAS PIC 9(06) VALUE 0.
            77 WS-QTD-APLICADAS PIC 9(06) VALUE 0.
            77 WS-QTD-JA PIC 9(06) VALUE 0.
            77 WS-QTD-DIVERGE PIC 9(06) VALUE 0.
            77 WS-QTD-FORA PIC 9(06) VALUE 0.
            77 WS-NOME-REL PIC X(40).
            77 WS-LINHA PIC X(110).
            01 WS-CMD PIC X(100).
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-HHMMSS PIC X(06).
               05 WS-HOJE-RESTO PIC X(07).
            01 WS-ARQ-NOMES.
               05 FILLER PIC X(11) VALUE "clientes".
               05 FILLER PIC X(11) VALUE "estoque".
               05 FILLER PIC X(11) VALUE "exemplares".
               05 FILLER PIC X(11) VALUE "emprestimos".
               05 FILLER PIC X(11) VALUE "pagamentos".
            01 WS-ARQ-TAB REDEFINES WS-ARQ-NOMES.
               05 WS-ARQ-NOME PIC X(11) OCCURS 5 TIMES.
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "RECUPERA".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).

       PROCEDURE DIVISION.
       RECUPERA.
           DISPLAY "RECUPERACAO PELO JORNAL".
           DISPLAY "CODIGO DO BACKUP (VAZIO = ULTIMO): ".
           ACCEPT WS-CODIGO.
           DISPLAY "REAPLICAR ATE AAAAMMDDHHMMSS (VAZIO = TUDO): ".
           ACCEPT WS-ALVO.
           IF WS-CODIGO NOT = SPACES AND WS-CODIGO IS NOT NUMERIC
               DISPLAY "CODIGO DE BACKUP INVALIDO: " WS-CODIGO
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           IF WS-ALVO NOT = SPACES AND WS-ALVO IS NOT NUMERIC
               DISPLAY "MOMENTO FINAL INVALIDO: " WS-ALVO
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.

           PERFORM LOCALIZA-MARCA THRU LOCALIZA-MARCA-FIM.
           IF WS-POS-MARCA = 0
               DISPLAY "MARCA DO BACKUP NAO ENCONTRADA NO JORNAL"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           DISPLAY "BACKUP: " WS-CODIGO.

           PERFORM CONFERE-BACKUP.
           IF WS-FALTA = 1
               DISPLAY "BACKUP INCOMPLETO - NADA FOI RESTAURADO"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.

           MOVE SPACES TO WS-NOME-REL.
           STRING "./recupera_" DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               WS-HOJE-HHMMSS DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-REL.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS-REL <> 0
               DISPLAY "ERRO NO ARQUIVO DO RELATORIO: " WS-FS-REL
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE ALL "=" TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "RECUPERACAO DO BACKUP " DELIMITED BY SIZE
               WS-CODIGO DELIMITED BY SIZE
               "  ATE " DELIMITED BY SIZE
               WS-ALVO DELIMITED BY SIZE
               "  EMITIDO EM " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HOJE-HHMMSS DELIMITED BY SIZE
               INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE ALL "=" TO WS-LINHA.
           PERFORM GRAVA-LINHA.

           OPEN I-O ARQ-CONTROLE.
           IF WS-FS-CTL = 35
               CLOSE ARQ-CONTROLE
               OPEN OUTPUT ARQ-CONTROLE
               CLOSE ARQ-CONTROLE
               OPEN I-O ARQ-CONTROLE
           END-IF.
           IF WS-FS-CTL <> 0
               DISPLAY "ERRO NO ARQUIVO DE CONTROLE: " WS-FS-CTL
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           PERFORM ARMA-TRAVA-BATCH.

           PERFORM RESTAURA-BACKUP.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           IF WS-FALTA = 1
               MOVE "ARQUIVO RESTAURADO NAO ABRE - VER .dat.falha"
                   TO WS-LINHA
               PERFORM GRAVA-LINHA
               DISPLAY WS-LINHA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM REAPLICA THRU REAPLICA-FIM
               CLOSE ARQ-CLIENTES ARQ-ESTOQUE ARQ-EXEMPLARES
                   ARQ-EMPRESTIMOS ARQ-PAGAMENTOS
           END-IF.

           PERFORM SOLTA-TRAVA-BATCH.
           CLOSE ARQ-CONTROLE.

           MOVE ALL "=" TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ENTRADAS APOS A MARCA: " DELIMITED BY SIZE
               WS-QTD-LIDAS DELIMITED BY SIZE
               INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "APLICADAS: " DELIMITED BY SIZE
               WS-QTD-APLICADAS DELIMITED BY SIZE
               "  JA APLICADAS: " DELIMITED BY SIZE
               WS-QTD-JA DELIMITED BY SIZE
               "  DIVERGENTES: " DELIMITED BY SIZE
               WS-QTD-DIVERGE DELIMITED BY SIZE
               "  FORA DO PERIODO: " DELIMITED BY SIZE
               WS-QTD-FORA DELIMITED BY SIZE
               INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE "ARQUIVOS ANTERIORES GUARDADOS COMO .dat.falha"
               TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE "GERE NOVO BACKUP ANTES DE LIBERAR O BALCAO"
               TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           CLOSE ARQ-RELATORIO.

           MOVE "RECUPERA" TO WS-AUD-OPERACAO.
           MOVE WS-CODIGO TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "APLICADAS " DELIMITED BY SIZE
               WS-QTD-APLICADAS DELIMITED BY SIZE
               " DIVERGENTES " DELIMITED BY SIZE
               WS-QTD-DIVERGE DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.

           DISPLAY "APLICADAS: " WS-QTD-APLICADAS
               "  JA APLICADAS: " WS-QTD-JA.
           DISPLAY "DIVERGENTES: " WS-QTD-DIVERGE
               "  FORA DO PERIODO: " WS-QTD-FORA.
           DISPLAY "RELATORIO: " WS-NOME-REL.
           DISPLAY "GERE NOVO BACKUP ANTES DE LIBERAR O BALCAO".
           IF WS-QTD-DIVERGE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO FIM.

      * Posicao (linha) da marca do backup no jornal: a ultima marca
      * com o codigo informado ou, sem codigo, a ultima de todas.
       LOCALIZA-MARCA.
           OPEN INPUT ARQ-JORNAL.
           IF WS-FS-JRN <> 0
               DISPLAY "SEM JORNAL DE RECUPERACAO: " WS-FS-JRN
               GO TO LOCALIZA-MARCA-FIM
           END-IF.
           MOVE 0 TO WS-POS.
           PERFORM UNTIL EOF = 1
               READ ARQ-JORNAL
                   AT END SET EOF TO 1
                   NOT AT END
                       ADD 1 TO WS-POS
                       IF JRN-OPERACAO = "B"
                           IF WS-CODIGO = SPACES
                               OR JRN-CHAVE(1:14) = WS-CODIGO
                               MOVE WS-POS TO WS-POS-MARCA
                               MOVE JRN-CHAVE(1:14) TO WS-IMAGEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-JORNAL.
           IF WS-POS-MARCA > 0
               MOVE WS-IMAGEM(1:14) TO WS-CODIGO
           END-IF.
       LOCALIZA-MARCA-FIM.
           EXIT.

      * Os 5 arquivos do backup precisam existir antes de mexer em
      * qualquer coisa.
       CONFERE-BACKUP.
           MOVE 0 TO WS-FALTA.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > 5
               MOVE SPACES TO WS-CMD
               STRING "test -f ./" DELIMITED BY SIZE
                   WS-ARQ-NOME(WS-I) DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-CODIGO DELIMITED BY SIZE
                   ".dat.bak" DELIMITED BY SIZE
                   INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "FALTA NO BACKUP: " WS-ARQ-NOME(WS-I)
                   MOVE 1 TO WS-FALTA
               END-IF
               ADD 1 TO WS-I
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.

      * Guarda os arquivos atuais como x.dat.falha e copia o backup
      * por cima.
       RESTAURA-BACKUP.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > 5
               MOVE SPACES TO WS-CMD
               STRING "cp ./" DELIMITED BY SIZE
                   WS-ARQ-NOME(WS-I) DELIMITED BY SPACE
                   ".dat ./" DELIMITED BY SIZE
                   WS-ARQ-NOME(WS-I) DELIMITED BY SPACE
                   ".dat.falha 2>/dev/null" DELIMITED BY SIZE
                   INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               MOVE SPACES TO WS-CMD
               STRING "cp ./" DELIMITED BY SIZE
                   WS-ARQ-NOME(WS-I) DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-CODIGO DELIMITED BY SIZE
                   ".dat.bak ./" DELIMITED BY SIZE
                   WS-ARQ-NOME(WS-I) DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               ADD 1 TO WS-I
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           MOVE "BACKUP RESTAURADO - ANTERIORES EM .dat.falha"
               TO WS-LINHA.
           PERFORM GRAVA-LINHA.

       ABRE-ARQUIVOS.
           MOVE 0 TO WS-FALTA.
           OPEN I-O ARQ-CLIENTES.
           IF WS-FS <> 0
               MOVE 1 TO WS-FALTA
               GO TO ABRE-ARQUIVOS-FIM
           END-IF.
           OPEN I-O ARQ-ESTOQUE.
           IF WS-FS <> 0
               MOVE 1 TO WS-FALTA
               CLOSE ARQ-CLIENTES
               GO TO ABRE-ARQUIVOS-FIM
           END-IF.
           OPEN I-O ARQ-EXEMPLARES.
           IF WS-FS <> 0
               MOVE 1 TO WS-FALTA
               CLOSE ARQ-CLIENTES ARQ-ESTOQUE
               GO TO ABRE-ARQUIVOS-FIM
           END-IF.
           OPEN I-O ARQ-EMPRESTIMOS.
           IF WS-FS <> 0
               MOVE 1 TO WS-FALTA
               CLOSE ARQ-CLIENTES ARQ-ESTOQUE ARQ-EXEMPLARES
               GO TO ABRE-ARQUIVOS-FIM
           END-IF.
           OPEN I-O ARQ-PAGAMENTOS.
           IF WS-FS <> 0
               MOVE 1 TO WS-FALTA
               CLOSE ARQ-CLIENTES ARQ-ESTOQUE ARQ-EXEMPLARES
                   ARQ-EMPRESTIMOS
           END-IF.
       ABRE-ARQUIVOS-FIM.
           EXIT.

      * Segunda passada no jornal: tudo o que vem depois da marca.
       REAPLICA.
           OPEN INPUT ARQ-JORNAL.
           IF WS-FS-JRN <> 0
               GO TO REAPLICA-FIM
           END-IF.
           MOVE 0 TO WS-POS.
           PERFORM UNTIL EOF = 1
               READ ARQ-JORNAL
                   AT END SET EOF TO 1
                   NOT AT END
                       ADD 1 TO WS-POS
                       IF WS-POS > WS-POS-MARCA
                           PERFORM APLICA-ENTRADA
                               THRU APLICA-ENTRADA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-JORNAL.
       REAPLICA-FIM.
           EXIT.

       APLICA-ENTRADA.
           IF JRN-OPERACAO = "B"
               MOVE "MARCA DE BACKUP" TO WS-RESULTADO
               PERFORM LINHA-ENTRADA
               GO TO APLICA-ENTRADA-FIM
           END-IF.
           ADD 1 TO WS-QTD-LIDAS.
           MOVE JRN-DATA TO WS-MOMENTO(1:8).
           MOVE JRN-HORA(1:6) TO WS-MOMENTO(9:6).
           IF WS-ALVO NOT = SPACES AND WS-MOMENTO > WS-ALVO
               ADD 1 TO WS-QTD-FORA
               MOVE "FORA DO PERIODO" TO WS-RESULTADO
               PERFORM LINHA-ENTRADA
               GO TO APLICA-ENTRADA-FIM
           END-IF.
           MOVE JRN-TAMANHO TO WS-TAM.
           IF WS-TAM = 0
               ADD 1 TO WS-QTD-DIVERGE
               MOVE "ENTRADA SEM IMAGEM" TO WS-RESULTADO
               PERFORM LINHA-ENTRADA
               GO TO APLICA-ENTRADA-FIM
           END-IF.
           PERFORM LE-ATUAL.
           IF WS-FS <> 0 AND WS-FS <> 23
               ADD 1 TO WS-QTD-DIVERGE
               MOVE SPACES TO WS-RESULTADO
               STRING "ERRO NA LEITURA " DELIMITED BY SIZE
                   WS-FS DELIMITED BY SIZE
                   INTO WS-RESULTADO
               PERFORM LINHA-ENTRADA
               GO TO APLICA-ENTRADA-FIM
           END-IF.

           EVALUATE JRN-OPERACAO
               WHEN "I"
                   IF WS-FS = 23
                       PERFORM GRAVA-REGISTRO
                       MOVE "INCLUIDO" TO WS-RESULTADO
                   ELSE
                       IF WS-ATUAL(1:WS-TAM) = JRN-DEPOIS(1:WS-TAM)
                           MOVE "JA APLICADA" TO WS-RESULTADO
                       ELSE
                           MOVE "DIVERGENTE - CHAVE JA EXISTE"
                               TO WS-RESULTADO
                       END-IF
                   END-IF
               WHEN "A"
                   IF WS-FS = 23
                       MOVE "DIVERGENTE - REGISTRO NAO EXISTE"
                           TO WS-RESULTADO
                   ELSE
                       IF WS-ATUAL(1:WS-TAM) = JRN-DEPOIS(1:WS-TAM)
                           MOVE "JA APLICADA" TO WS-RESULTADO
                       ELSE
                           IF JRN-ANTES = SPACES OR
                              WS-ATUAL(1:WS-TAM) = JRN-ANTES(1:WS-TAM)
                               PERFORM REGRAVA-REGISTRO
                               MOVE "ALTERADO" TO WS-RESULTADO
                           ELSE
                               MOVE "DIVERGENTE - REGISTRO DIFERENTE"
                                   TO WS-RESULTADO
                           END-IF
                       END-IF
                   END-IF
               WHEN "E"
                   IF WS-FS = 23
                       MOVE "JA APLICADA" TO WS-RESULTADO
                   ELSE
                       IF JRN-ANTES = SPACES OR
                          WS-ATUAL(1:WS-TAM) = JRN-ANTES(1:WS-TAM)
                           PERFORM EXCLUI-REGISTRO
                           MOVE "EXCLUIDO" TO WS-RESULTADO
                       ELSE
                           MOVE "DIVERGENTE - REGISTRO DIFERENTE"
                               TO WS-RESULTADO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "DIVERGENTE - OPERACAO INVALIDA"
                       TO WS-RESULTADO
           END-EVALUATE.
           IF WS-FS <> 0 AND WS-FS <> 23
               MOVE SPACES TO WS-RESULTADO
               STRING "ERRO NA GRAVACAO " DELIMITED BY SIZE
                   WS-FS DELIMITED BY SIZE
                   INTO WS-RESULTADO
           END-IF.
           EVALUATE WS-RESULTADO
               WHEN "INCLUIDO"
               WHEN "ALTERADO"
               WHEN "EXCLUIDO"
                   ADD 1 TO WS-QTD-APLICADAS
               WHEN "JA APLICADA"
                   ADD 1 TO WS-QTD-JA
               WHEN OTHER
                   ADD 1 TO WS-QTD-DIVERGE
           END-EVALUATE.
           PERFORM LINHA-ENTRADA.
       APLICA-ENTRADA-FIM.
           EXIT.

      * Registro atual pela chave do jornal (todas as chaves ficam no
      * inicio do registro); WS-FS 23 = nao existe.
       LE-ATUAL.
           MOVE SPACES TO WS-IMAGEM.
           MOVE JRN-CHAVE TO WS-IMAGEM(1:20).
           MOVE SPACES TO WS-ATUAL.
           EVALUATE JRN-ARQUIVO
               WHEN "CLIENTES"
                   MOVE WS-IMAGEM(1:88) TO CLIENTE
                   READ ARQ-CLIENTES INTO WS-ATUAL
                       INVALID KEY CONTINUE
                   END-READ
               WHEN "ESTOQUE"
                   MOVE WS-IMAGEM(1:60) TO FILME
                   READ ARQ-ESTOQUE INTO WS-ATUAL
                       INVALID KEY CONTINUE
                   END-READ
               WHEN "EXEMPLARES"
                   MOVE WS-IMAGEM(1:27) TO EXEMPLAR
                   READ ARQ-EXEMPLARES INTO WS-ATUAL
                       INVALID KEY CONTINUE
                   END-READ
               WHEN "EMPRESTIMO"
                   MOVE WS-IMAGEM(1:126) TO EMPRESTIMO
                   READ ARQ-EMPRESTIMOS INTO WS-ATUAL
                       INVALID KEY CONTINUE
                   END-READ
               WHEN "PAGAMENTOS"
                   MOVE WS-IMAGEM(1:86) TO PAGAMENTO
                   READ ARQ-PAGAMENTOS INTO WS-ATUAL
                       INVALID KEY CONTINUE
                   END-READ
               WHEN OTHER
                   MOVE 99 TO WS-FS
           END-EVALUATE.

       GRAVA-REGISTRO.
           EVALUATE JRN-ARQUIVO
               WHEN "CLIENTES"
                   MOVE JRN-DEPOIS(1:88) TO CLIENTE
                   WRITE CLIENTE
               WHEN "ESTOQUE"
                   MOVE JRN-DEPOIS(1:60) TO FILME
                   WRITE FILME
               WHEN "EXEMPLARES"
                   MOVE JRN-DEPOIS(1:27) TO EXEMPLAR
                   WRITE EXEMPLAR
               WHEN "EMPRESTIMO"
                   MOVE JRN-DEPOIS(1:126) TO EMPRESTIMO
                   WRITE EMPRESTIMO
               WHEN "PAGAMENTOS"
                   MOVE JRN-DEPOIS(1:86) TO PAGAMENTO
                   WRITE PAGAMENTO
           END-EVALUATE.

       REGRAVA-REGISTRO.
           EVALUATE JRN-ARQUIVO
               WHEN "CLIENTES"
                   MOVE JRN-DEPOIS(1:88) TO CLIENTE
                   REWRITE CLIENTE
               WHEN "ESTOQUE"
                   MOVE JRN-DEPOIS(1:60) TO FILME
                   REWRITE FILME
               WHEN "EXEMPLARES"
                   MOVE JRN-DEPOIS(1:27) TO EXEMPLAR
                   REWRITE EXEMPLAR
               WHEN "EMPRESTIMO"
                   MOVE JRN-DEPOIS(1:126) TO EMPRESTIMO
                   REWRITE EMPRESTIMO
               WHEN "PAGAMENTOS"
                   MOVE JRN-DEPOIS(1:86) TO PAGAMENTO
                   REWRITE PAGAMENTO
           END-EVALUATE.

      * O registro ja esta na area pela leitura do LE-ATUAL.
       EXCLUI-REGISTRO.
           EVALUATE JRN-ARQUIVO
               WHEN "CLIENTES"
                   DELETE ARQ-CLIENTES RECORD
               WHEN "ESTOQUE"
                   DELETE ARQ-ESTOQUE RECORD
               WHEN "EXEMPLARES"
                   DELETE ARQ-EXEMPLARES RECORD
               WHEN "EMPRESTIMO"
                   DELETE ARQ-EMPRESTIMOS RECORD
               WHEN "PAGAMENTOS"
                   DELETE ARQ-PAGAMENTOS RECORD
           END-EVALUATE.

       LINHA-ENTRADA.
           MOVE SPACES TO WS-LINHA.
           STRING JRN-DATA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRN-HORA(1:6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRN-PROGRAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRN-OPERADOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRN-ARQUIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRN-OPERACAO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRN-CHAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULTADO DELIMITED BY SIZE
               INTO WS-LINHA.
           PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
           MOVE WS-LINHA TO REL-LINHA.
           WRITE REL-LINHA.

      * Trava de batch (ver NOTURNO): o balcao nao atualiza nada
      * enquanto o backup e reaplicado.
       ARMA-TRAVA-BATCH.
           MOVE "00000000" TO CTL-DATA.
           MOVE "TRAVABATCH" TO CTL-JOB.
           READ ARQ-CONTROLE
               INVALID KEY
                   MOVE SPACES TO CONTROLE-REC
                   MOVE "00000000" TO CTL-DATA
                   MOVE "TRAVABATCH" TO CTL-JOB
                   MOVE "A" TO CTL-STATUS
                   PERFORM MARCA-INICIO
                   WRITE CONTROLE-REC
               NOT INVALID KEY
                   MOVE "A" TO CTL-STATUS
                   PERFORM MARCA-INICIO
                   REWRITE CONTROLE-REC
           END-READ.
           DISPLAY "TRAVA DE BATCH ARMADA".

       SOLTA-TRAVA-BATCH.
           MOVE "00000000" TO CTL-DATA.
           MOVE "TRAVABATCH" TO CTL-JOB.
           READ ARQ-CONTROLE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "E" TO CTL-STATUS
                   PERFORM MARCA-FIM
                   REWRITE CONTROLE-REC
           END-READ.
           DISPLAY "TRAVA DE BATCH SOLTA".

       MARCA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE SPACES TO CTL-INICIO.
           MOVE WS-HOJE-AAAAMMDD TO CTL-INICIO(1:8).
           MOVE WS-HOJE-HHMMSS TO CTL-INICIO(9:6).
           MOVE SPACES TO CTL-FIM.

       MARCA-FIM.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE SPACES TO CTL-FIM.
           MOVE WS-HOJE-AAAAMMDD TO CTL-FIM(1:8).
           MOVE WS-HOJE-HHMMSS TO CTL-FIM(9:6).

       FIM.
           STOP RUN.
       END PROGRAM RECUPERA.
