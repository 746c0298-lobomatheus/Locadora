      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Sugestao de remanejamento de copias entre filiais. Para cada
      * titulo, compara em todas as filiais abertas o disponivel na
      * prateleira (FILME-DISP), as locacoes recentes (emprestimos
      * com inicio nos ultimos N dias) e a fila de espera de
      * reservas.dat (a reserva conta na filial do cadastro do
      * cliente). Falta na filial = fila - disponivel. Sobra na
      * filial = disponivel - (fila propria + o maior entre as
      * locacoes recentes e o minimo de prateleira), para que a
      * origem nao fique desfalcada. A maior falta e coberta pela
      * maior sobra ate acabar uma ou outra; cada par vira uma
      * sugestao (titulo, quantidade, origem, destino) em
      * remanejamentos.dat, situacao S. Sugestoes S de execucao
      * anterior passam a X (substituidas). O supervisor aprova no
      * ESTOQUE (REMANEJAMENTO SUGERIDO), que gera a transferencia.
      * Parametros pelo console (vazio usa o padrao): dias de
      * locacao recente (15) e minimo na prateleira da origem (1).
      * Relatorio em remaneja_AAAAMMDD.txt. So le o estoque.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMANEJA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-ESTOQUE
           ASSIGN TO "./estoque.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FILME-ID
           ALTERNATE KEY IS FILME-TITULO WITH DUPLICATES
           ALTERNATE KEY IS FILME-CATEGORIA WITH DUPLICATES
           ALTERNATE KEY IS FILME-FILIAL WITH DUPLICATES
           FILE STATUS IS WS-FS.
       SELECT ARQ-EMPRESTIMOS
           ASSIGN TO "./emprestimos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE KEY IS EMP-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS2.
       SELECT ARQ-RESERVA
           ASSIGN TO "./reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-CHAVE
           FILE STATUS IS WS-FS3.
       SELECT ARQ-CLIENTES
           ASSIGN TO "./clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CLIENTE-CPF
           ALTERNATE KEY IS CLIENTE-NOME WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-TELEFONE WITH DUPLICATES
           FILE STATUS IS WS-FS4.
       SELECT ARQ-REMANEJA
           ASSIGN TO "./remanejamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RMJ-ID
           FILE STATUS IS WS-FS5.
       SELECT ARQ-CONTADOR
           ASSIGN TO "./contador.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CONT-TIPO
           FILE STATUS IS WS-FS6.
       SELECT ARQ-WRK
           ASSIGN TO "./remaneja.wrk"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WRK-CHAVE
           FILE STATUS IS WS-FS7.
       SELECT ARQ-RELATORIO
           ASSIGN TO WS-NOME-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS8.
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQ-RESERVA.
       01 RESERVA-REC.
           05 RES-CHAVE.
               10 RES-FILME PIC X(20).
               10 RES-SEQ PIC 9(06).
           05 RES-CPF PIC X(11).
           05 RES-DATA PIC X(08).
           05 RES-FORMATO PIC X(01).
           05 FILLER PIC X(09).
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
       FD ARQ-REMANEJA.
       01 REMANEJA-REC.
           05 RMJ-ID PIC 9(06).
           05 RMJ-DATA PIC X(08).
           05 RMJ-TITULO PIC X(20).
           05 RMJ-QTD PIC 9(02).
           05 RMJ-ORIGEM PIC X(04).
           05 RMJ-DESTINO PIC X(04).
           05 RMJ-DISP-ORIGEM PIC 9(02).
           05 RMJ-FILA-DESTINO PIC 9(04).
           05 RMJ-SITUACAO PIC X(01).
           05 RMJ-TRF-ID PIC 9(06).
           05 RMJ-APROVADOR PIC X(03).
           05 RMJ-DATA-APROV PIC X(08).
           05 FILLER PIC X(20).
       FD ARQ-CONTADOR.
       01 CONTADOR-REC.
           05 CONT-TIPO PIC X(10).
           05 CONT-ULTIMO PIC 9(06).
       FD ARQ-WRK.
       01 WRK-REC.
           05 WRK-CHAVE.
               10 WRK-TITULO PIC X(20).
               10 WRK-FILIAL PIC X(04).
           05 WRK-FILA PIC 9(04).
           05 WRK-ATIV PIC 9(05).
       FD ARQ-RELATORIO.
       01 RELATORIO-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 WS-FS5 PIC 99.
            77 WS-FS6 PIC 99.
            77 WS-FS7 PIC 99.
            77 WS-FS8 PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 EOF2 PIC 9 VALUE 0.
            77 WS-TRAVA-TENTA PIC 9(02).
            77 WS-TRAVA-SEG PIC 9(02) VALUE 1.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-PARAM PIC X(10).
            77 WS-DIAS-ATIV PIC 9(03) VALUE 15.
            77 WS-MINIMO PIC 9(02) VALUE 1.
            77 WS-HOJE-NUM PIC 9(08).
            77 WS-DIA-CALC PIC 9(07).
            77 WS-DATA-NUM PIC 9(08).
            77 WS-DESDE PIC X(08).
            77 WS-NOME-RELATORIO PIC X(30).
      * Filiais do titulo em exame (quebra por FILME-TITULO).
            77 WS-TITULO-ATUAL PIC X(20).
            01 WS-TIT-TAB.
               05 WS-TIT-ENTRY OCCURS 30 TIMES.
                   10 WS-TIT-FILIAL PIC X(04).
                   10 WS-TIT-QTD PIC 9(02).
                   10 WS-TIT-DISP PIC 9(02).
                   10 WS-TIT-FILA PIC 9(04).
                   10 WS-TIT-ATIV PIC 9(05).
                   10 WS-TIT-SOBRA PIC 9(04).
                   10 WS-TIT-FALTA PIC 9(04).
                   10 WS-TIT-ABERTA PIC X(01).
            77 WS-TIT-USADOS PIC 9(02) VALUE 0.
            77 WS-TIT-I PIC 9(02).
            77 WS-TIT-IDX PIC 9(02).
            77 WS-TIT-CHEIA PIC 9 VALUE 0.
            77 WS-FILIAL-BUSCA PIC X(04).
            77 WS-RESERVA-ORIG PIC 9(05).
            77 WS-TOT-FALTA-TIT PIC 9(05).
            77 WS-DEST PIC 9(02).
            77 WS-ORIG PIC 9(02).
            77 WS-QTD-SUG PIC 9(04).
            77 WS-SEM-PAR PIC 9 VALUE 0.
            77 WS-PROX-RMJ PIC 9(06).
            77 WS-QTD-TITULOS PIC 9(05) VALUE 0.
            77 WS-QTD-SUGESTOES PIC 9(05) VALUE 0.
            77 WS-QTD-COPIAS PIC 9(06) VALUE 0.
            77 WS-QTD-SEM-COBERTURA PIC 9(06) VALUE 0.
            77 WS-QTD-SUBSTITUIDAS PIC 9(05) VALUE 0.
            77 WS-QTD-SEM-FILIAL PIC 9(05) VALUE 0.
            77 WS-QTD-ED PIC Z9.
            77 WS-FILA-ED PIC ZZZ9.
            77 WS-ATIV-ED PIC ZZZZ9.
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-CMD PIC X(100).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "REMANEJA".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).

       PROCEDURE DIVISION.
       REMANEJA.
           DISPLAY "SUGESTAO DE REMANEJAMENTO ENTRE FILIAIS".
           DISPLAY "DIAS DE LOCACAO RECENTE (VAZIO = 15): ".
           MOVE SPACES TO WS-PARAM.
           ACCEPT WS-PARAM.
           IF WS-PARAM NOT = SPACES
               COMPUTE WS-DIAS-ATIV = FUNCTION NUMVAL(WS-PARAM)
           END-IF.
           DISPLAY "MINIMO NA PRATELEIRA DA ORIGEM (VAZIO = 1): ".
           MOVE SPACES TO WS-PARAM.
           ACCEPT WS-PARAM.
           IF WS-PARAM NOT = SPACES
               COMPUTE WS-MINIMO = FUNCTION NUMVAL(WS-PARAM)
           END-IF.
           IF WS-DIAS-ATIV = 0
               DISPLAY "PARAMETRO INVALIDO"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           COMPUTE WS-DIA-CALC =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) - WS-DIAS-ATIV.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-CALC) TO WS-DATA-NUM.
           MOVE WS-DATA-NUM TO WS-DESDE.

           OPEN INPUT ARQ-ESTOQUE.
           IF WS-FS <> 0
               DISPLAY "SEM ARQUIVO DE ESTOQUE: " WS-FS
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN I-O ARQ-REMANEJA.
           IF WS-FS5 = 35
               CLOSE ARQ-REMANEJA
               OPEN OUTPUT ARQ-REMANEJA
               CLOSE ARQ-REMANEJA
               OPEN I-O ARQ-REMANEJA
           END-IF.
           IF WS-FS5 <> 0
               DISPLAY "ERRO NO ARQUIVO DE REMANEJAMENTOS: " WS-FS5
               CLOSE ARQ-ESTOQUE
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS6 = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING "./remaneja_" DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS8 <> 0
               DISPLAY "ERRO NO ARQUIVO DO RELATORIO: " WS-FS8
               CLOSE ARQ-ESTOQUE
               CLOSE ARQ-REMANEJA
               CLOSE ARQ-CONTADOR
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "REMANEJAMENTO ENTRE FILIAIS - " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               " - LOCACOES DESDE " DELIMITED BY SIZE
               WS-DESDE DELIMITED BY SIZE
               " - MINIMO NA ORIGEM " DELIMITED BY SIZE
               WS-MINIMO DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM SUBSTITUI-PENDENTES THRU SUBSTITUI-PENDENTES-FIM.
           PERFORM MONTA-DEMANDA THRU MONTA-DEMANDA-FIM.

           MOVE SPACES TO WS-TITULO-ATUAL.
           MOVE 0 TO WS-TIT-USADOS.
           MOVE LOW-VALUES TO FILME-TITULO.
           SET EOF TO 0.
           START ARQ-ESTOQUE KEY IS NOT LESS THAN FILME-TITULO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ESTOQUE NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF FILME-TITULO NOT = WS-TITULO-ATUAL
                           IF WS-TIT-USADOS > 0
                               PERFORM FECHA-TITULO THRU
                                   FECHA-TITULO-FIM
                           END-IF
                           MOVE FILME-TITULO TO WS-TITULO-ATUAL
                           MOVE 0 TO WS-TIT-USADOS
                       END-IF
                       PERFORM GUARDA-FILIAL
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           IF WS-TIT-USADOS > 0
               PERFORM FECHA-TITULO THRU FECHA-TITULO-FIM
           END-IF.

           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-REMANEJA.
           CLOSE ARQ-CONTADOR.
           CLOSE ARQ-WRK.
           MOVE "rm -f ./remaneja.wrk*" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TITULOS COM FILA: " DELIMITED BY SIZE
               WS-QTD-TITULOS DELIMITED BY SIZE
               "  SUGESTOES: " DELIMITED BY SIZE
               WS-QTD-SUGESTOES DELIMITED BY SIZE
               "  COPIAS: " DELIMITED BY SIZE
               WS-QTD-COPIAS DELIMITED BY SIZE
               "  FILA SEM COBERTURA: " DELIMITED BY SIZE
               WS-QTD-SEM-COBERTURA DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "SUGESTOES ANTERIORES SUBSTITUIDAS: " DELIMITED BY
                   SIZE
               WS-QTD-SUBSTITUIDAS DELIMITED BY SIZE
               "  RESERVAS SEM FILIAL DO CLIENTE: " DELIMITED BY SIZE
               WS-QTD-SEM-FILIAL DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           CLOSE ARQ-RELATORIO.

           MOVE "SUGESTAO" TO WS-AUD-OPERACAO.
           MOVE WS-HOJE-AAAAMMDD TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "SUGESTOES " DELIMITED BY SIZE
               WS-QTD-SUGESTOES DELIMITED BY SIZE
               " COPIAS " DELIMITED BY SIZE
               WS-QTD-COPIAS DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "TITULOS COM FILA: " WS-QTD-TITULOS.
           DISPLAY "SUGESTOES: " WS-QTD-SUGESTOES.
           DISPLAY "COPIAS: " WS-QTD-COPIAS.
           IF WS-TIT-CHEIA = 1
               DISPLAY "ATENCAO: TITULO EM MAIS DE 30 FILIAIS - "
                   "FILIAIS EXCEDENTES IGNORADAS"
           END-IF.
           DISPLAY "ARQUIVO: " WS-NOME-RELATORIO.
           GO TO FIM.

      * Sugestoes ainda nao aprovadas de execucao anterior ficam
      * substituidas pelas de agora.
       SUBSTITUI-PENDENTES.
           MOVE 0 TO RMJ-ID.
           SET EOF TO 0.
           START ARQ-REMANEJA KEY IS NOT LESS THAN RMJ-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-REMANEJA NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF RMJ-SITUACAO = "S"
                           MOVE "X" TO RMJ-SITUACAO
                           REWRITE REMANEJA-REC
                           ADD 1 TO WS-QTD-SUBSTITUIDAS
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
       SUBSTITUI-PENDENTES-FIM.
           EXIT.

      * Arquivo de trabalho remaneja.wrk por titulo + filial: fila
      * de espera (reservas, na filial do cliente) e locacoes
      * iniciadas desde WS-DESDE (estornos fora).
       MONTA-DEMANDA.
           OPEN OUTPUT ARQ-WRK.
           CLOSE ARQ-WRK.
           OPEN I-O ARQ-WRK.
           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-FS2 = 0
               MOVE 0 TO EMP-ID
               SET EOF2 TO 0
               START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY SET EOF2 TO 1
               END-START
               PERFORM UNTIL EOF2 = 1
                   READ ARQ-EMPRESTIMOS NEXT
                       AT END SET EOF2 TO 1
                       NOT AT END
                           IF DATA-INI(1:8) NOT < WS-DESDE
                               AND DATA-INI(1:8) IS NUMERIC
                               AND EMP-STATUS NOT = "C"
                               MOVE FILME-EMP TO WRK-TITULO
                               MOVE EMP-FILIAL TO WRK-FILIAL
                               PERFORM SOMA-ATIVIDADE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARQ-EMPRESTIMOS.
           OPEN INPUT ARQ-RESERVA.
           IF WS-FS3 <> 0
               CLOSE ARQ-RESERVA
               GO TO MONTA-DEMANDA-FIM
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           MOVE LOW-VALUES TO RES-CHAVE.
           SET EOF2 TO 0.
           START ARQ-RESERVA KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY SET EOF2 TO 1.
           PERFORM UNTIL EOF2 = 1
               READ ARQ-RESERVA NEXT
                   AT END SET EOF2 TO 1
                   NOT AT END PERFORM SOMA-FILA
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-RESERVA.
       MONTA-DEMANDA-FIM.
           SET EOF2 TO 0.

       SOMA-ATIVIDADE.
           READ ARQ-WRK
               INVALID KEY
                   MOVE 0 TO WRK-FILA
                   MOVE 1 TO WRK-ATIV
                   WRITE WRK-REC
               NOT INVALID KEY
                   ADD 1 TO WRK-ATIV
                   REWRITE WRK-REC
           END-READ.

       SOMA-FILA.
           MOVE SPACES TO CLIENTE-FILIAL.
           MOVE RES-CPF TO CLIENTE-CPF.
           IF WS-FS4 = 0
               READ ARQ-CLIENTES
                   INVALID KEY MOVE SPACES TO CLIENTE-FILIAL
               END-READ
           END-IF.
           IF CLIENTE-FILIAL = SPACES
               ADD 1 TO WS-QTD-SEM-FILIAL
           ELSE
               MOVE RES-FILME TO WRK-TITULO
               MOVE CLIENTE-FILIAL TO WRK-FILIAL
               READ ARQ-WRK
                   INVALID KEY
                       MOVE 1 TO WRK-FILA
                       MOVE 0 TO WRK-ATIV
                       WRITE WRK-REC
                   NOT INVALID KEY
                       ADD 1 TO WRK-FILA
                       REWRITE WRK-REC
               END-READ
           END-IF.

      * Registro do estoque do titulo corrente na tabela de filiais.
       GUARDA-FILIAL.
           MOVE FILME-FILIAL TO WS-FILIAL-BUSCA.
           PERFORM ACHA-FILIAL-TIT.
           IF WS-TIT-IDX = 0
               PERFORM NOVA-FILIAL-TIT
           END-IF.
           IF WS-TIT-IDX > 0
               ADD FILME-QTD TO WS-TIT-QTD(WS-TIT-IDX)
               ADD FILME-DISP TO WS-TIT-DISP(WS-TIT-IDX)
           END-IF.

       ACHA-FILIAL-TIT.
           MOVE 0 TO WS-TIT-IDX.
           MOVE 1 TO WS-TIT-I.
           PERFORM UNTIL WS-TIT-I > WS-TIT-USADOS OR WS-TIT-IDX > 0
               IF WS-TIT-FILIAL(WS-TIT-I) = WS-FILIAL-BUSCA
                   MOVE WS-TIT-I TO WS-TIT-IDX
               END-IF
               ADD 1 TO WS-TIT-I
           END-PERFORM.

       NOVA-FILIAL-TIT.
           IF WS-TIT-USADOS < 30
               ADD 1 TO WS-TIT-USADOS
               MOVE WS-TIT-USADOS TO WS-TIT-IDX
               MOVE WS-FILIAL-BUSCA TO WS-TIT-FILIAL(WS-TIT-IDX)
               MOVE 0 TO WS-TIT-QTD(WS-TIT-IDX)
               MOVE 0 TO WS-TIT-DISP(WS-TIT-IDX)
               MOVE 0 TO WS-TIT-FILA(WS-TIT-IDX)
               MOVE 0 TO WS-TIT-ATIV(WS-TIT-IDX)
               MOVE 0 TO WS-TIT-SOBRA(WS-TIT-IDX)
               MOVE 0 TO WS-TIT-FALTA(WS-TIT-IDX)
               MOVE "N" TO WS-TIT-ABERTA(WS-TIT-IDX)
           ELSE
               MOVE 1 TO WS-TIT-CHEIA
           END-IF.

      * Fim do grupo do titulo: completa fila e locacoes pelo
      * arquivo de trabalho (inclusive filiais sem o titulo no
      * estoque), calcula sobra e falta e casa as filiais.
       FECHA-TITULO.
           MOVE WS-TITULO-ATUAL TO WRK-TITULO.
           MOVE LOW-VALUES TO WRK-FILIAL.
           SET EOF2 TO 0.
           START ARQ-WRK KEY IS NOT LESS THAN WRK-CHAVE
               INVALID KEY SET EOF2 TO 1.
           PERFORM UNTIL EOF2 = 1
               READ ARQ-WRK NEXT
                   AT END SET EOF2 TO 1
                   NOT AT END
                       IF WRK-TITULO NOT = WS-TITULO-ATUAL
                           SET EOF2 TO 1
                       ELSE
                           MOVE WRK-FILIAL TO WS-FILIAL-BUSCA
                           PERFORM ACHA-FILIAL-TIT
                           IF WS-TIT-IDX = 0 AND WRK-FILA > 0
                               PERFORM NOVA-FILIAL-TIT
                           END-IF
                           IF WS-TIT-IDX > 0
                               MOVE WRK-FILA TO WS-TIT-FILA(WS-TIT-IDX)
                               MOVE WRK-ATIV TO WS-TIT-ATIV(WS-TIT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF2 TO 0.

           MOVE 0 TO WS-TOT-FALTA-TIT.
           MOVE 1 TO WS-TIT-I.
           PERFORM UNTIL WS-TIT-I > WS-TIT-USADOS
               PERFORM CALCULA-FILIAL
               ADD WS-TIT-FALTA(WS-TIT-I) TO WS-TOT-FALTA-TIT
               ADD 1 TO WS-TIT-I
           END-PERFORM.
           IF WS-TOT-FALTA-TIT = 0
               GO TO FECHA-TITULO-FIM
           END-IF.

           ADD 1 TO WS-QTD-TITULOS.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TITULO: " DELIMITED BY SIZE
               WS-TITULO-ATUAL DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "  FILIAL QTD DISP FILA LOC.REC SOBRA FALTA"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 1 TO WS-TIT-I.
           PERFORM UNTIL WS-TIT-I > WS-TIT-USADOS
               PERFORM LINHA-FILIAL
               ADD 1 TO WS-TIT-I
           END-PERFORM.

           MOVE 0 TO WS-SEM-PAR.
           PERFORM PROPOE-UMA THRU PROPOE-UMA-FIM
               UNTIL WS-SEM-PAR = 1.

           MOVE 0 TO WS-TOT-FALTA-TIT.
           MOVE 1 TO WS-TIT-I.
           PERFORM UNTIL WS-TIT-I > WS-TIT-USADOS
               ADD WS-TIT-FALTA(WS-TIT-I) TO WS-TOT-FALTA-TIT
               ADD 1 TO WS-TIT-I
           END-PERFORM.
           IF WS-TOT-FALTA-TIT > 0
               ADD WS-TOT-FALTA-TIT TO WS-QTD-SEM-COBERTURA
               MOVE WS-TOT-FALTA-TIT TO WS-FILA-ED
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  FILA SEM COBERTURA: " DELIMITED BY SIZE
                   WS-FILA-ED DELIMITED BY SIZE
                   INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       FECHA-TITULO-FIM.
           MOVE 0 TO WS-TIT-USADOS.

      * Filial fechada nao cede nem recebe. A origem guarda a fila
      * propria mais o maior entre as locacoes recentes e o minimo.
       CALCULA-FILIAL.
           CALL "LEFILIAL" USING WS-TIT-FILIAL(WS-TIT-I)
               WS-LF-SITUACAO WS-LF-DADOS.
           MOVE WS-LF-SITUACAO TO WS-TIT-ABERTA(WS-TIT-I).
           MOVE 0 TO WS-TIT-SOBRA(WS-TIT-I).
           MOVE 0 TO WS-TIT-FALTA(WS-TIT-I).
           IF WS-TIT-ABERTA(WS-TIT-I) = "A"
               IF WS-TIT-ATIV(WS-TIT-I) > WS-MINIMO
                   COMPUTE WS-RESERVA-ORIG = WS-TIT-FILA(WS-TIT-I)
                       + WS-TIT-ATIV(WS-TIT-I)
               ELSE
                   COMPUTE WS-RESERVA-ORIG = WS-TIT-FILA(WS-TIT-I)
                       + WS-MINIMO
               END-IF
               IF WS-TIT-DISP(WS-TIT-I) > WS-RESERVA-ORIG
                   COMPUTE WS-TIT-SOBRA(WS-TIT-I) =
                       WS-TIT-DISP(WS-TIT-I) - WS-RESERVA-ORIG
               END-IF
               IF WS-TIT-FILA(WS-TIT-I) > WS-TIT-DISP(WS-TIT-I)
                   COMPUTE WS-TIT-FALTA(WS-TIT-I) =
                       WS-TIT-FILA(WS-TIT-I) - WS-TIT-DISP(WS-TIT-I)
               END-IF
           END-IF.

       LINHA-FILIAL.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE WS-TIT-FILIAL(WS-TIT-I) TO RELATORIO-LINHA(3:4).
           MOVE WS-TIT-QTD(WS-TIT-I) TO WS-QTD-ED.
           MOVE WS-QTD-ED TO RELATORIO-LINHA(10:2).
           MOVE WS-TIT-DISP(WS-TIT-I) TO WS-QTD-ED.
           MOVE WS-QTD-ED TO RELATORIO-LINHA(15:2).
           MOVE WS-TIT-FILA(WS-TIT-I) TO WS-FILA-ED.
           MOVE WS-FILA-ED TO RELATORIO-LINHA(18:4).
           MOVE WS-TIT-ATIV(WS-TIT-I) TO WS-ATIV-ED.
           MOVE WS-ATIV-ED TO RELATORIO-LINHA(25:5).
           MOVE WS-TIT-SOBRA(WS-TIT-I) TO WS-FILA-ED.
           MOVE WS-FILA-ED TO RELATORIO-LINHA(32:4).
           MOVE WS-TIT-FALTA(WS-TIT-I) TO WS-FILA-ED.
           MOVE WS-FILA-ED TO RELATORIO-LINHA(38:4).
           IF WS-TIT-ABERTA(WS-TIT-I) NOT = "A"
               MOVE "FILIAL FECHADA" TO RELATORIO-LINHA(44:14)
           END-IF.
           WRITE RELATORIO-LINHA.

      * Maior falta contra maior sobra; grava a sugestao e abate.
       PROPOE-UMA.
           MOVE 0 TO WS-DEST.
           MOVE 0 TO WS-ORIG.
           MOVE 1 TO WS-TIT-I.
           PERFORM UNTIL WS-TIT-I > WS-TIT-USADOS
               IF WS-TIT-FALTA(WS-TIT-I) > 0
                   IF WS-DEST = 0
                       MOVE WS-TIT-I TO WS-DEST
                   ELSE
                       IF WS-TIT-FALTA(WS-TIT-I) >
                           WS-TIT-FALTA(WS-DEST)
                           MOVE WS-TIT-I TO WS-DEST
                       END-IF
                   END-IF
               END-IF
               IF WS-TIT-SOBRA(WS-TIT-I) > 0
                   IF WS-ORIG = 0
                       MOVE WS-TIT-I TO WS-ORIG
                   ELSE
                       IF WS-TIT-SOBRA(WS-TIT-I) >
                           WS-TIT-SOBRA(WS-ORIG)
                           MOVE WS-TIT-I TO WS-ORIG
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-TIT-I
           END-PERFORM.
           IF WS-DEST = 0 OR WS-ORIG = 0
               MOVE 1 TO WS-SEM-PAR
               GO TO PROPOE-UMA-FIM
           END-IF.
           IF WS-TIT-FALTA(WS-DEST) < WS-TIT-SOBRA(WS-ORIG)
               MOVE WS-TIT-FALTA(WS-DEST) TO WS-QTD-SUG
           ELSE
               MOVE WS-TIT-SOBRA(WS-ORIG) TO WS-QTD-SUG
           END-IF.
           IF WS-QTD-SUG > 99
               MOVE 99 TO WS-QTD-SUG
           END-IF.

           MOVE "REMANEJA" TO CONT-TIPO.
           PERFORM LE-CONTADOR-TRAVA THRU LE-CONTADOR-TRAVA-FIM.
           EVALUATE WS-FS6
               WHEN 0
                   ADD 1 TO CONT-ULTIMO
                   REWRITE CONTADOR-REC
               WHEN 23
                   MOVE 1 TO CONT-ULTIMO
                   WRITE CONTADOR-REC
               WHEN OTHER
                   DISPLAY "CONTADOR EM USO - SUGESTOES INTERROMPIDAS"
                   MOVE 1 TO WS-SEM-PAR
                   GO TO PROPOE-UMA-FIM
           END-EVALUATE.
           MOVE CONT-ULTIMO TO WS-PROX-RMJ.
           MOVE SPACES TO REMANEJA-REC.
           MOVE WS-PROX-RMJ TO RMJ-ID.
           MOVE WS-HOJE-AAAAMMDD TO RMJ-DATA.
           MOVE WS-TITULO-ATUAL TO RMJ-TITULO.
           MOVE WS-QTD-SUG TO RMJ-QTD.
           MOVE WS-TIT-FILIAL(WS-ORIG) TO RMJ-ORIGEM.
           MOVE WS-TIT-FILIAL(WS-DEST) TO RMJ-DESTINO.
           MOVE WS-TIT-DISP(WS-ORIG) TO RMJ-DISP-ORIGEM.
           MOVE WS-TIT-FILA(WS-DEST) TO RMJ-FILA-DESTINO.
           MOVE "S" TO RMJ-SITUACAO.
           MOVE 0 TO RMJ-TRF-ID.
           WRITE REMANEJA-REC
               INVALID KEY
                   DISPLAY "SUGESTAO JA EXISTE: " RMJ-ID
                   MOVE 1 TO WS-SEM-PAR
                   GO TO PROPOE-UMA-FIM
           END-WRITE.
           ADD 1 TO WS-QTD-SUGESTOES.
           ADD WS-QTD-SUG TO WS-QTD-COPIAS.
           SUBTRACT WS-QTD-SUG FROM WS-TIT-FALTA(WS-DEST).
           SUBTRACT WS-QTD-SUG FROM WS-TIT-SOBRA(WS-ORIG).

           MOVE WS-QTD-SUG TO WS-FILA-ED.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  SUGESTAO " DELIMITED BY SIZE
               RMJ-ID DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-FILA-ED DELIMITED BY SIZE
               " COPIA(S) " DELIMITED BY SIZE
               RMJ-ORIGEM DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               RMJ-DESTINO DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       PROPOE-UMA-FIM.
           EXIT.

      * Leitura do contador com trava; com o registro em uso por
      * outra execucao, aguarda e tenta de novo.
       LE-CONTADOR-TRAVA.
           MOVE 0 TO WS-TRAVA-TENTA.
           READ ARQ-CONTADOR WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           PERFORM UNTIL WS-FS6 NOT = 51 OR WS-TRAVA-TENTA > 9
               CALL "C$SLEEP" USING WS-TRAVA-SEG
               ADD 1 TO WS-TRAVA-TENTA
               READ ARQ-CONTADOR WITH LOCK
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
       LE-CONTADOR-TRAVA-FIM.
           EXIT.

       FIM.
           STOP RUN.
       END PROGRAM REMANEJA.
