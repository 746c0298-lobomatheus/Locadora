      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Relatorio mensal de abonos de multa: le abonos.dat no mes
      * informado (console; vazio usa o mes anterior) e grava
      * abonos_AAAAMM.txt com a relacao dos abonos do mes, o resumo
      * por operador (quantidade, valor e quantos passaram do limite
      * do operador com aprovacao de supervisor) e o resumo por
      * motivo, com o total geral abonado. So leitura.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABONOREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-ABONOS
           ASSIGN TO "./abonos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ABN-ID
           ALTERNATE KEY IS ABN-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS.
       SELECT ARQ-OPERADORES
           ASSIGN TO "./operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS WS-FS2.
       SELECT ARQ-RELATORIO
           ASSIGN TO WS-NOME-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS3.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ABONOS.
       01 ABONO-REC.
           05 ABN-ID PIC 9(06).
           05 ABN-DATA PIC X(08).
           05 ABN-HORA PIC X(06).
           05 ABN-CPF PIC X(11).
           05 ABN-VALOR PIC 9(06)V99.
           05 ABN-MOTIVO PIC 9(02).
           05 ABN-MOTIVO-DESC PIC X(20).
           05 ABN-NOTA PIC X(40).
           05 ABN-FILIAL PIC X(04).
           05 ABN-OPERADOR PIC X(03).
           05 ABN-APROVADOR PIC X(03).
           05 FILLER PIC X(20).
       FD ARQ-OPERADORES.
       01 OPERADOR.
           05 OP-CODIGO PIC X(03).
           05 OP-NOME PIC X(20).
           05 OP-SENHA-HASH PIC X(16).
           05 OP-PERFIL PIC X(10).
           05 OP-LIMITE-ABONO PIC 9(04)V99.
           05 OP-DATA-SENHA PIC X(08).
           05 OP-TROCA-SENHA PIC X(01).
           05 OP-FALHAS PIC 9(02).
           05 OP-BLOQUEADO PIC X(01).
           05 FILLER PIC X(20).
       FD ARQ-RELATORIO.
       01 RELATORIO-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 EOF PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-MES-PARAM PIC X(06).
            77 WS-MES PIC X(06).
            77 WS-ANO-N PIC 9(04).
            77 WS-MES-N PIC 9(02).
            77 WS-NOME-RELATORIO PIC X(30).
      * Motivos de abono, na mesma ordem da tela do CLIENTES.
            01 WS-MOT-NOMES.
               05 FILLER PIC X(20) VALUE "SISTEMA FORA DO AR".
               05 FILLER PIC X(20) VALUE "COPIA DEFEITUOSA".
               05 FILLER PIC X(20) VALUE "CLIENTE FIEL".
               05 FILLER PIC X(20) VALUE "ERRO DE LANCAMENTO".
               05 FILLER PIC X(20) VALUE "OUTROS".
            01 WS-MOT-TAB REDEFINES WS-MOT-NOMES.
               05 WS-MOT-NOME PIC X(20) OCCURS 5 TIMES.
            01 WS-MOT-TOTAIS.
               05 WS-MOT-ENTRY OCCURS 5 TIMES.
                   10 WS-MOT-QTD PIC 9(05).
                   10 WS-MOT-VAL PIC 9(08)V99.
            77 WS-MOT-I PIC 9(02).
            01 WS-OPE-TAB.
               05 WS-OPE-ENTRY OCCURS 100 TIMES.
                   10 WS-OPE-COD PIC X(03).
                   10 WS-OPE-QTD PIC 9(05).
                   10 WS-OPE-VAL PIC 9(08)V99.
                   10 WS-OPE-ACIMA PIC 9(05).
            77 WS-OPE-USADOS PIC 9(03) VALUE 0.
            77 WS-OPE-I PIC 9(03).
            77 WS-OPE-IDX PIC 9(03).
            77 WS-OPE-CHEIA PIC 9 VALUE 0.
            77 WS-OPE-NOME PIC X(20).
            77 WS-TOT-QTD PIC 9(05) VALUE 0.
            77 WS-TOT-VAL PIC 9(08)V99 VALUE 0.
            77 WS-TOT-ACIMA PIC 9(05) VALUE 0.
            77 WS-QTD-ED PIC ZZZZ9.
            77 WS-ACIMA-ED PIC ZZZZ9.
            77 WS-VALOR-ED PIC ZZZZZZZ9.99.

       PROCEDURE DIVISION.
       ABONOREL.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           DISPLAY "MES (AAAAMM, VAZIO = MES ANTERIOR): ".
           ACCEPT WS-MES-PARAM.
           IF WS-MES-PARAM IS NUMERIC
               MOVE WS-MES-PARAM TO WS-MES
           ELSE
               MOVE WS-HOJE-AAAAMMDD(1:4) TO WS-ANO-N
               MOVE WS-HOJE-AAAAMMDD(5:2) TO WS-MES-N
               IF WS-MES-N = 1
                   SUBTRACT 1 FROM WS-ANO-N
                   MOVE 12 TO WS-MES-N
               ELSE
                   SUBTRACT 1 FROM WS-MES-N
               END-IF
               MOVE WS-ANO-N TO WS-MES(1:4)
               MOVE WS-MES-N TO WS-MES(5:2)
           END-IF.
           DISPLAY "RELATORIO DE ABONOS DE MULTA - MES " WS-MES.
           MOVE 1 TO WS-MOT-I.
           PERFORM UNTIL WS-MOT-I > 5
               MOVE 0 TO WS-MOT-QTD(WS-MOT-I)
               MOVE 0 TO WS-MOT-VAL(WS-MOT-I)
               ADD 1 TO WS-MOT-I
           END-PERFORM.

           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING "./abonos_" DELIMITED BY SIZE
               WS-MES DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS3 <> 0
               DISPLAY "ERRO NO ARQUIVO DO RELATORIO: " WS-FS3
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ABONOS DE MULTA - MES " DELIMITED BY SIZE
               WS-MES DELIMITED BY SIZE
               " - EMITIDO EM " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "NR     DATA     FIL  CPF         OPE APR MOTIVO"
               TO RELATORIO-LINHA(1:47).
           MOVE "VALOR" TO RELATORIO-LINHA(80:5).
           WRITE RELATORIO-LINHA.

           PERFORM VARRE-ABONOS THRU VARRE-ABONOS-FIM.
           PERFORM RESUMO-OPERADORES THRU RESUMO-OPERADORES-FIM.
           PERFORM RESUMO-MOTIVOS THRU RESUMO-MOTIVOS-FIM.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-TOT-QTD TO WS-QTD-ED.
           MOVE WS-TOT-VAL TO WS-VALOR-ED.
           MOVE WS-TOT-ACIMA TO WS-ACIMA-ED.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TOTAL DO MES: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               " ABONOS  VALOR " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               "  ACIMA DO LIMITE: " DELIMITED BY SIZE
               WS-ACIMA-ED DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           CLOSE ARQ-RELATORIO.
           DISPLAY "ABONOS NO MES: " WS-TOT-QTD.
           DISPLAY "VALOR ABONADO: " WS-VALOR-ED.
           IF WS-OPE-CHEIA = 1
               DISPLAY "ATENCAO: MAIS DE 100 OPERADORES NO MES - RESUMO"
                   " POR OPERADOR INCOMPLETO"
           END-IF.
           DISPLAY "ARQUIVO: " WS-NOME-RELATORIO.
           GO TO FIM.

      * Abonos do mes em ordem de numero: uma linha de detalhe por
      * abono e acumulo por operador e por motivo.
       VARRE-ABONOS.
           OPEN INPUT ARQ-ABONOS.
           IF WS-FS <> 0
               DISPLAY "NENHUM ABONO REGISTRADO"
               CLOSE ARQ-ABONOS
               GO TO VARRE-ABONOS-FIM
           END-IF.
           MOVE 0 TO ABN-ID.
           SET EOF TO 0.
           START ARQ-ABONOS KEY IS NOT LESS THAN ABN-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ABONOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ABN-DATA(1:6) = WS-MES
                           PERFORM CONTA-ABONO
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-ABONOS.
       VARRE-ABONOS-FIM.
           SET EOF TO 0.

       CONTA-ABONO.
           MOVE ABN-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING ABN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ABN-DATA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ABN-FILIAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ABN-CPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ABN-OPERADOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ABN-APROVADOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ABN-MOTIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ABN-MOTIVO-DESC DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           MOVE WS-VALOR-ED TO RELATORIO-LINHA(74:11).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "       OBS: " DELIMITED BY SIZE
               ABN-NOTA DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           ADD 1 TO WS-TOT-QTD.
           ADD ABN-VALOR TO WS-TOT-VAL.
           IF ABN-APROVADOR NOT = ABN-OPERADOR
               ADD 1 TO WS-TOT-ACIMA
           END-IF.
           IF ABN-MOTIVO NOT NUMERIC
               OR ABN-MOTIVO < 1 OR ABN-MOTIVO > 5
               MOVE 5 TO WS-MOT-I
           ELSE
               MOVE ABN-MOTIVO TO WS-MOT-I
           END-IF.
           ADD 1 TO WS-MOT-QTD(WS-MOT-I).
           ADD ABN-VALOR TO WS-MOT-VAL(WS-MOT-I).

           MOVE 0 TO WS-OPE-IDX.
           MOVE 1 TO WS-OPE-I.
           PERFORM UNTIL WS-OPE-I > WS-OPE-USADOS
                   OR WS-OPE-IDX > 0
               IF WS-OPE-COD(WS-OPE-I) = ABN-OPERADOR
                   MOVE WS-OPE-I TO WS-OPE-IDX
               END-IF
               ADD 1 TO WS-OPE-I
           END-PERFORM.
           IF WS-OPE-IDX = 0
               IF WS-OPE-USADOS < 100
                   ADD 1 TO WS-OPE-USADOS
                   MOVE WS-OPE-USADOS TO WS-OPE-IDX
                   MOVE ABN-OPERADOR TO WS-OPE-COD(WS-OPE-IDX)
                   MOVE 0 TO WS-OPE-QTD(WS-OPE-IDX)
                   MOVE 0 TO WS-OPE-VAL(WS-OPE-IDX)
                   MOVE 0 TO WS-OPE-ACIMA(WS-OPE-IDX)
               ELSE
                   MOVE 1 TO WS-OPE-CHEIA
               END-IF
           END-IF.
           IF WS-OPE-IDX > 0
               ADD 1 TO WS-OPE-QTD(WS-OPE-IDX)
               ADD ABN-VALOR TO WS-OPE-VAL(WS-OPE-IDX)
               IF ABN-APROVADOR NOT = ABN-OPERADOR
                   ADD 1 TO WS-OPE-ACIMA(WS-OPE-IDX)
               END-IF
           END-IF.

      * Resumo por operador, com o nome do cadastro de operadores.
       RESUMO-OPERADORES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "RESUMO POR OPERADOR" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "OPE NOME" TO RELATORIO-LINHA(1:8).
           MOVE "QTD" TO RELATORIO-LINHA(28:3).
           MOVE "VALOR" TO RELATORIO-LINHA(42:5).
           MOVE "ACIMA LIMITE" TO RELATORIO-LINHA(49:12).
           WRITE RELATORIO-LINHA.
           OPEN INPUT ARQ-OPERADORES.
           MOVE 1 TO WS-OPE-I.
           PERFORM UNTIL WS-OPE-I > WS-OPE-USADOS
               MOVE SPACES TO WS-OPE-NOME
               IF WS-FS2 = 0
                   MOVE WS-OPE-COD(WS-OPE-I) TO OP-CODIGO
                   READ ARQ-OPERADORES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE OP-NOME TO WS-OPE-NOME
                   END-READ
               END-IF
               MOVE WS-OPE-QTD(WS-OPE-I) TO WS-QTD-ED
               MOVE WS-OPE-VAL(WS-OPE-I) TO WS-VALOR-ED
               MOVE WS-OPE-ACIMA(WS-OPE-I) TO WS-ACIMA-ED
               MOVE SPACES TO RELATORIO-LINHA
               STRING WS-OPE-COD(WS-OPE-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OPE-NOME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-QTD-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACIMA-ED DELIMITED BY SIZE
                   INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               ADD 1 TO WS-OPE-I
           END-PERFORM.
           CLOSE ARQ-OPERADORES.
       RESUMO-OPERADORES-FIM.
           EXIT.

       RESUMO-MOTIVOS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "RESUMO POR MOTIVO" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 1 TO WS-MOT-I.
           PERFORM UNTIL WS-MOT-I > 5
               MOVE WS-MOT-QTD(WS-MOT-I) TO WS-QTD-ED
               MOVE WS-MOT-VAL(WS-MOT-I) TO WS-VALOR-ED
               MOVE SPACES TO RELATORIO-LINHA
               STRING WS-MOT-I DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MOT-NOME(WS-MOT-I) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-QTD-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               ADD 1 TO WS-MOT-I
           END-PERFORM.
       RESUMO-MOTIVOS-FIM.
           EXIT.

       FIM.
           STOP RUN.
       END PROGRAM ABONOREL.
