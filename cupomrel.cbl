      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Relatorio de resgate dos cupons pessoais (CUPONS): por
      * campanha (AN/RC + AAMM), quantos foram emitidos, usados,
      * vencidos sem uso e ainda em aberto, o desconto concedido e a
      * receita dos clientes que voltaram - valor dos emprestimos
      * (emprestimos.dat e emparquivo.dat, sem os estornados) feitos
      * a partir do uso do cupom, atribuido a campanha do cupom mais
      * recente usado ate a data do emprestimo. Grava
      * cuponsrel_AAAAMMDD.txt. So leitura.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPOMREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-CUPONS
           ASSIGN TO "./cupons.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUP-CODIGO
           ALTERNATE KEY IS CUP-CPF WITH DUPLICATES
           ALTERNATE KEY IS CUP-EMP-ID WITH DUPLICATES
           FILE STATUS IS WS-FS.
       SELECT ARQ-EMPRESTIMOS
           ASSIGN TO "./emprestimos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE KEY IS EMP-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS2.
       SELECT ARQ-MORTO
           ASSIGN TO "./emparquivo.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MORTO-EMP-ID
           FILE STATUS IS WS-FS3.
       SELECT ARQ-RELATORIO
           ASSIGN TO WS-NOME-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CUPONS.
       01 CUPOM-REC.
           05 CUP-CODIGO PIC X(08).
           05 CUP-CPF PIC X(11).
           05 CUP-CAMPANHA PIC X(06).
           05 CUP-TIPO PIC X(01).
           05 CUP-PERCENTUAL PIC 9(02).
           05 CUP-VALOR PIC 9(04)V99.
           05 CUP-EMISSAO PIC X(08).
           05 CUP-VALIDADE PIC X(08).
           05 CUP-SITUACAO PIC X(01).
           05 CUP-USO PIC X(08).
           05 CUP-EMP-ID PIC 9(06).
           05 CUP-DESCONTO PIC 9(04)V99.
           05 FILLER PIC X(09).
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
       FD ARQ-MORTO.
       01 MORTO-REC.
           05 MORTO-EMP-ID PIC 9(06).
           05 MORTO-DATA-INI PIC X(20).
           05 FILLER PIC X(20).
           05 MORTO-CPF PIC X(11).
           05 MORTO-FILME PIC X(20).
           05 MORTO-STATUS PIC X(01).
           05 MORTO-DATA-DEV PIC X(08).
           05 MORTO-VALOR PIC 9(06)V99.
           05 MORTO-FILIAL PIC X(04).
           05 FILLER PIC X(30).
       FD ARQ-RELATORIO.
       01 RELATORIO-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 EOF2 PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-NOME-RELATORIO PIC X(30).
            01 WS-CMP-TAB.
               05 WS-CMP-ENTRY OCCURS 60 TIMES.
                   10 WS-CMP-COD PIC X(06).
                   10 WS-CMP-EMITIDOS PIC 9(05).
                   10 WS-CMP-USADOS PIC 9(05).
                   10 WS-CMP-VENCIDOS PIC 9(05).
                   10 WS-CMP-ABERTOS PIC 9(05).
                   10 WS-CMP-DESCONTO PIC 9(08)V99.
                   10 WS-CMP-LOCACOES PIC 9(06).
                   10 WS-CMP-RECEITA PIC 9(08)V99.
            77 WS-CMP-USADAS PIC 9(02) VALUE 0.
            77 WS-CMP-I PIC 9(02).
            77 WS-CMP-IDX PIC 9(02).
            77 WS-CMP-CHEIA PIC 9 VALUE 0.
            77 WS-CMP-BUSCA PIC X(06).
      * Emprestimo em exame na atribuicao da receita.
            77 WS-LOC-CPF PIC X(11).
            77 WS-LOC-DATA PIC X(08).
            77 WS-LOC-VALOR PIC 9(06)V99.
            77 WS-LOC-USO PIC X(08).
            77 WS-LOC-CAMPANHA PIC X(06).
            77 WS-TOT-EMITIDOS PIC 9(05) VALUE 0.
            77 WS-TOT-USADOS PIC 9(05) VALUE 0.
            77 WS-TOT-VENCIDOS PIC 9(05) VALUE 0.
            77 WS-TOT-ABERTOS PIC 9(05) VALUE 0.
            77 WS-TOT-DESCONTO PIC 9(08)V99 VALUE 0.
            77 WS-TOT-LOCACOES PIC 9(06) VALUE 0.
            77 WS-TOT-RECEITA PIC 9(08)V99 VALUE 0.
            77 WS-EMI-ED PIC ZZZZ9.
            77 WS-USO-ED PIC ZZZZ9.
            77 WS-VEN-ED PIC ZZZZ9.
            77 WS-ABE-ED PIC ZZZZ9.
            77 WS-LOC-ED PIC ZZZZZ9.
            77 WS-DESC-ED PIC ZZZZZZZ9.99.
            77 WS-REC-ED PIC ZZZZZZZ9.99.
            77 WS-TAXA PIC 9(03).
            77 WS-TAXA-ED PIC ZZ9.

       PROCEDURE DIVISION.
       CUPOMREL.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           DISPLAY "RELATORIO DE RESGATE DE CUPONS".
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING "./cuponsrel_" DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-RELATORIO.

           OPEN INPUT ARQ-CUPONS.
           IF WS-FS <> 0
               DISPLAY "NENHUM CUPOM EMITIDO"
               CLOSE ARQ-CUPONS
               GO TO FIM
           END-IF.
           PERFORM CONTA-CUPONS THRU CONTA-CUPONS-FIM.
           PERFORM VARRE-EMPRESTIMOS THRU VARRE-EMPRESTIMOS-FIM.
           PERFORM VARRE-MORTO THRU VARRE-MORTO-FIM.
           CLOSE ARQ-CUPONS.

           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS4 <> 0
               DISPLAY "ERRO NO ARQUIVO DO RELATORIO: " WS-FS4
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "RESGATE DE CUPONS POR CAMPANHA - EMITIDO EM "
                   DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "CAMPAN EMIT  USAD  USO%  VENC  ABER"
               TO RELATORIO-LINHA(1:36).
           MOVE "DESCONTO" TO RELATORIO-LINHA(41:8).
           MOVE "LOCAC" TO RELATORIO-LINHA(51:5).
           MOVE "RECEITA RET" TO RELATORIO-LINHA(57:11).
           WRITE RELATORIO-LINHA.

           MOVE 1 TO WS-CMP-I.
           PERFORM UNTIL WS-CMP-I > WS-CMP-USADAS
               PERFORM LINHA-CAMPANHA
               ADD 1 TO WS-CMP-I
           END-PERFORM.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-TOT-EMITIDOS TO WS-EMI-ED.
           MOVE WS-TOT-USADOS TO WS-USO-ED.
           MOVE WS-TOT-VENCIDOS TO WS-VEN-ED.
           MOVE WS-TOT-ABERTOS TO WS-ABE-ED.
           MOVE WS-TOT-DESCONTO TO WS-DESC-ED.
           MOVE WS-TOT-LOCACOES TO WS-LOC-ED.
           MOVE WS-TOT-RECEITA TO WS-REC-ED.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TOTAL: EMITIDOS " DELIMITED BY SIZE
               WS-EMI-ED DELIMITED BY SIZE
               " USADOS " DELIMITED BY SIZE
               WS-USO-ED DELIMITED BY SIZE
               " VENCIDOS " DELIMITED BY SIZE
               WS-VEN-ED DELIMITED BY SIZE
               " EM ABERTO " DELIMITED BY SIZE
               WS-ABE-ED DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "       DESCONTO " DELIMITED BY SIZE
               WS-DESC-ED DELIMITED BY SIZE
               "  LOCACOES " DELIMITED BY SIZE
               WS-LOC-ED DELIMITED BY SIZE
               "  RECEITA RETORNO " DELIMITED BY SIZE
               WS-REC-ED DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           CLOSE ARQ-RELATORIO.
           DISPLAY "CUPONS EMITIDOS: " WS-TOT-EMITIDOS.
           DISPLAY "CUPONS USADOS: " WS-TOT-USADOS.
           DISPLAY "RECEITA RETORNO: " WS-REC-ED.
           IF WS-CMP-CHEIA = 1
               DISPLAY "ATENCAO: MAIS DE 60 CAMPANHAS - RELATORIO"
                   " INCOMPLETO"
           END-IF.
           DISPLAY "ARQUIVO: " WS-NOME-RELATORIO.
           GO TO FIM.

      * Cupons em ordem de codigo: acumulo por campanha.
       CONTA-CUPONS.
           MOVE LOW-VALUES TO CUP-CODIGO.
           SET EOF TO 0.
           START ARQ-CUPONS KEY IS NOT LESS THAN CUP-CODIGO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-CUPONS NEXT
                   AT END SET EOF TO 1
                   NOT AT END PERFORM CONTA-CUPOM
               END-READ
           END-PERFORM.
           SET EOF TO 0.
       CONTA-CUPONS-FIM.
           EXIT.

       CONTA-CUPOM.
           MOVE CUP-CAMPANHA TO WS-CMP-BUSCA.
           PERFORM ACHA-CAMPANHA.
           IF WS-CMP-IDX = 0
               IF WS-CMP-USADAS < 60
                   ADD 1 TO WS-CMP-USADAS
                   MOVE WS-CMP-USADAS TO WS-CMP-IDX
                   MOVE CUP-CAMPANHA TO WS-CMP-COD(WS-CMP-IDX)
                   MOVE 0 TO WS-CMP-EMITIDOS(WS-CMP-IDX)
                   MOVE 0 TO WS-CMP-USADOS(WS-CMP-IDX)
                   MOVE 0 TO WS-CMP-VENCIDOS(WS-CMP-IDX)
                   MOVE 0 TO WS-CMP-ABERTOS(WS-CMP-IDX)
                   MOVE 0 TO WS-CMP-DESCONTO(WS-CMP-IDX)
                   MOVE 0 TO WS-CMP-LOCACOES(WS-CMP-IDX)
                   MOVE 0 TO WS-CMP-RECEITA(WS-CMP-IDX)
               ELSE
                   MOVE 1 TO WS-CMP-CHEIA
               END-IF
           END-IF.
           ADD 1 TO WS-TOT-EMITIDOS.
           IF CUP-SITUACAO = "U"
               ADD 1 TO WS-TOT-USADOS
               ADD CUP-DESCONTO TO WS-TOT-DESCONTO
           ELSE
               IF CUP-VALIDADE < WS-HOJE-AAAAMMDD
                   ADD 1 TO WS-TOT-VENCIDOS
               ELSE
                   ADD 1 TO WS-TOT-ABERTOS
               END-IF
           END-IF.
           IF WS-CMP-IDX > 0
               ADD 1 TO WS-CMP-EMITIDOS(WS-CMP-IDX)
               IF CUP-SITUACAO = "U"
                   ADD 1 TO WS-CMP-USADOS(WS-CMP-IDX)
                   ADD CUP-DESCONTO TO WS-CMP-DESCONTO(WS-CMP-IDX)
               ELSE
                   IF CUP-VALIDADE < WS-HOJE-AAAAMMDD
                       ADD 1 TO WS-CMP-VENCIDOS(WS-CMP-IDX)
                   ELSE
                       ADD 1 TO WS-CMP-ABERTOS(WS-CMP-IDX)
                   END-IF
               END-IF
           END-IF.

       ACHA-CAMPANHA.
           MOVE 0 TO WS-CMP-IDX.
           MOVE 1 TO WS-CMP-I.
           PERFORM UNTIL WS-CMP-I > WS-CMP-USADAS
                   OR WS-CMP-IDX > 0
               IF WS-CMP-COD(WS-CMP-I) = WS-CMP-BUSCA
                   MOVE WS-CMP-I TO WS-CMP-IDX
               END-IF
               ADD 1 TO WS-CMP-I
           END-PERFORM.

      * Emprestimos ativos e arquivados: cada um entra na receita da
      * campanha do cupom usado pelo cliente mais recente ate a data
      * do emprestimo (inclusive o do proprio resgate).
       VARRE-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-FS2 <> 0
               CLOSE ARQ-EMPRESTIMOS
               GO TO VARRE-EMPRESTIMOS-FIM
           END-IF.
           MOVE 0 TO EMP-ID.
           SET EOF TO 0.
           START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EMPRESTIMOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF EMP-STATUS NOT = "C"
                           MOVE EMP-CPF TO WS-LOC-CPF
                           MOVE DATA-INI(1:8) TO WS-LOC-DATA
                           MOVE EMP-VALOR TO WS-LOC-VALOR
                           PERFORM ATRIBUI-RECEITA THRU
                               ATRIBUI-RECEITA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-EMPRESTIMOS.
       VARRE-EMPRESTIMOS-FIM.
           EXIT.

       VARRE-MORTO.
           OPEN INPUT ARQ-MORTO.
           IF WS-FS3 <> 0
               CLOSE ARQ-MORTO
               GO TO VARRE-MORTO-FIM
           END-IF.
           MOVE 0 TO MORTO-EMP-ID.
           SET EOF TO 0.
           START ARQ-MORTO KEY IS NOT LESS THAN MORTO-EMP-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-MORTO NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF MORTO-STATUS NOT = "C"
                           MOVE MORTO-CPF TO WS-LOC-CPF
                           MOVE MORTO-DATA-INI(1:8) TO WS-LOC-DATA
                           MOVE MORTO-VALOR TO WS-LOC-VALOR
                           PERFORM ATRIBUI-RECEITA THRU
                               ATRIBUI-RECEITA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-MORTO.
       VARRE-MORTO-FIM.
           EXIT.

       ATRIBUI-RECEITA.
           MOVE SPACES TO WS-LOC-USO.
           MOVE SPACES TO WS-LOC-CAMPANHA.
           MOVE WS-LOC-CPF TO CUP-CPF.
           SET EOF2 TO 0.
           START ARQ-CUPONS KEY IS EQUAL TO CUP-CPF
               INVALID KEY GO TO ATRIBUI-RECEITA-FIM
           END-START.
           PERFORM UNTIL EOF2 = 1
               READ ARQ-CUPONS NEXT
                   AT END SET EOF2 TO 1
                   NOT AT END
                       IF CUP-CPF NOT = WS-LOC-CPF
                           SET EOF2 TO 1
                       ELSE
                           IF CUP-SITUACAO = "U"
                               AND CUP-USO NOT > WS-LOC-DATA
                               AND CUP-USO > WS-LOC-USO
                               MOVE CUP-USO TO WS-LOC-USO
                               MOVE CUP-CAMPANHA TO WS-LOC-CAMPANHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF2 TO 0.
           IF WS-LOC-CAMPANHA = SPACES
               GO TO ATRIBUI-RECEITA-FIM
           END-IF.
           ADD 1 TO WS-TOT-LOCACOES.
           ADD WS-LOC-VALOR TO WS-TOT-RECEITA.
           MOVE WS-LOC-CAMPANHA TO WS-CMP-BUSCA.
           PERFORM ACHA-CAMPANHA.
           IF WS-CMP-IDX > 0
               ADD 1 TO WS-CMP-LOCACOES(WS-CMP-IDX)
               ADD WS-LOC-VALOR TO WS-CMP-RECEITA(WS-CMP-IDX)
           END-IF.
       ATRIBUI-RECEITA-FIM.
           EXIT.

       LINHA-CAMPANHA.
           MOVE WS-CMP-EMITIDOS(WS-CMP-I) TO WS-EMI-ED.
           MOVE WS-CMP-USADOS(WS-CMP-I) TO WS-USO-ED.
           MOVE WS-CMP-VENCIDOS(WS-CMP-I) TO WS-VEN-ED.
           MOVE WS-CMP-ABERTOS(WS-CMP-I) TO WS-ABE-ED.
           MOVE WS-CMP-DESCONTO(WS-CMP-I) TO WS-DESC-ED.
           MOVE WS-CMP-LOCACOES(WS-CMP-I) TO WS-LOC-ED.
           MOVE WS-CMP-RECEITA(WS-CMP-I) TO WS-REC-ED.
           MOVE 0 TO WS-TAXA.
           IF WS-CMP-EMITIDOS(WS-CMP-I) > 0
               COMPUTE WS-TAXA ROUNDED = WS-CMP-USADOS(WS-CMP-I)
                   * 100 / WS-CMP-EMITIDOS(WS-CMP-I)
           END-IF.
           MOVE WS-TAXA TO WS-TAXA-ED.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING WS-CMP-COD(WS-CMP-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EMI-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-USO-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TAXA-ED DELIMITED BY SIZE
               "% " DELIMITED BY SIZE
               WS-VEN-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ABE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DESC-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOC-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REC-ED DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       FIM.
           STOP RUN.
       END PROGRAM CUPOMREL.
