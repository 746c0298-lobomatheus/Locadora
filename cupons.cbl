      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Emissao mensal de cupons pessoais (cupons.dat), de uso unico:
      *   AN  aniversario - clientes que fazem aniversario no mes
      *       (CLIENTE-NASCIMENTO);
      *   RC  reconquista - clientes que ja alugaram mas estao sem
      *       locacao ha mais de N dias (emprestimos.dat e
      *       emparquivo.dat).
      * A campanha do cupom e o prefixo + AAMM do mes de emissao (ex.
      * AN2610). Cada cupom tem codigo (prefixo + numero do contador
      * CUPOM), desconto percentual (P) ou em valor (V) e validade.
      * Parametros pelo console (vazio usa o padrao): dias sem
      * locacao (90), tipo e desconto do aniversario (P 20), tipo e
      * desconto da reconquista (V 5,00) e validade em dias (30).
      * Nao emite de novo para o CPF que ja tem cupom da campanha ou
      * cupom do mesmo tipo ainda valido, entao pode ser reexecutado.
      * O cliente e avisado pela fila de mensagens (ENFILEIRA, evento
      * CP, respeitando o consentimento) e a relacao sai em
      * cupons_AAAAMM.txt. O EMPRESTIMOS resgata o cupom no calculo
      * do valor; o CUPOMREL compara emitidos e usados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-CLIENTES
           ASSIGN TO "./clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CLIENTE-CPF
           ALTERNATE KEY IS CLIENTE-NOME WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-TELEFONE WITH DUPLICATES
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
       SELECT ARQ-CUPONS
           ASSIGN TO "./cupons.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUP-CODIGO
           ALTERNATE KEY IS CUP-CPF WITH DUPLICATES
           ALTERNATE KEY IS CUP-EMP-ID WITH DUPLICATES
           FILE STATUS IS WS-FS4.
       SELECT ARQ-CONTADOR
           ASSIGN TO "./contador.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CONT-TIPO
           FILE STATUS IS WS-FS5.
       SELECT ARQ-WRK
           ASSIGN TO "./cupons.wrk"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WRK-CPF
           FILE STATUS IS WS-FS6.
       SELECT ARQ-RELATORIO
           ASSIGN TO WS-NOME-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS7.
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQ-EMPRESTIMOS.
       01 EMPRESTIMO.
           05 EMP-ID PIC 9(06).
           05 DATA-INI  PIC X(20).
           05 DATA-FIM PIC X(20).
           05 EMP-CPF PIC X(11).
           05 FILLER PIC X(69).
       FD ARQ-MORTO.
       01 MORTO-REC.
           05 MORTO-EMP-ID PIC 9(06).
           05 FILLER PIC X(122).
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
       FD ARQ-CONTADOR.
       01 CONTADOR-REC.
           05 CONT-TIPO PIC X(10).
           05 CONT-ULTIMO PIC 9(06).
       FD ARQ-WRK.
       01 WRK-REC.
           05 WRK-CPF PIC X(11).
           05 WRK-ULTIMA PIC X(08).
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
            77 EOF PIC 9 VALUE 0.
            77 EOF2 PIC 9 VALUE 0.
            77 WS-TRAVA-TENTA PIC 9(02).
            77 WS-TRAVA-SEG PIC 9(02) VALUE 1.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            01 WS-EMPRESTIMO.
               05 WS-EMP-ID PIC 9(06).
               05 WS-DATA-INI PIC X(20).
               05 WS-DATA-FIM PIC X(20).
               05 WS-EMP-CPF PIC X(11).
               05 FILLER PIC X(71).
            77 WS-PARAM PIC X(10).
            77 WS-DIAS-SEM PIC 9(04) VALUE 90.
            77 WS-VALIDADE-DIAS PIC 9(03) VALUE 30.
            77 WS-ANI-TIPO PIC X(01) VALUE "P".
            77 WS-ANI-DESC PIC 9(04)V99 VALUE 20.
            77 WS-RCQ-TIPO PIC X(01) VALUE "V".
            77 WS-RCQ-DESC PIC 9(04)V99 VALUE 5.
            77 WS-HOJE-NUM PIC 9(08).
            77 WS-HOJE-DIA PIC 9(07).
            77 WS-DIA-CALC PIC 9(07).
            77 WS-LIMITE PIC X(08).
            77 WS-VALIDADE PIC X(08).
            77 WS-DATA-NUM PIC 9(08).
            77 WS-AAMM PIC X(04).
            77 WS-NOME-RELATORIO PIC X(30).
      * Cupom a emitir (tipo de campanha, desconto, ja tem?).
            77 WS-EMI-PREFIXO PIC X(02).
            77 WS-EMI-CAMPANHA PIC X(06).
            77 WS-EMI-TIPO PIC X(01).
            77 WS-EMI-DESC PIC 9(04)V99.
            77 WS-JA-TEM PIC 9 VALUE 0.
            77 WS-PROX-CUPOM PIC 9(06).
            77 WS-QTD-ANI PIC 9(06) VALUE 0.
            77 WS-QTD-RCQ PIC 9(06) VALUE 0.
            77 WS-QTD-AVISOS PIC 9(06) VALUE 0.
            77 WS-QTD-JA PIC 9(06) VALUE 0.
            77 WS-DESC-ED PIC ZZZ9.99.
            77 WS-PCT-ED PIC Z9.
            77 WS-DESC-TXT PIC X(10).
            01 WS-EF-MODO PIC X(01) VALUE "E".
            01 WS-EF-EVENTO PIC X(02) VALUE "CP".
            01 WS-EF-TEXTO PIC X(100).
            01 WS-EF-RESULTADO PIC X(01).
            01 WS-CMD PIC X(100).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "CUPONS".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).

       PROCEDURE DIVISION.
       CUPONS.
           DISPLAY "EMISSAO DE CUPONS PESSOAIS".
           DISPLAY "DIAS SEM LOCACAO P/ RECONQUISTA (VAZIO = 90): ".
           MOVE SPACES TO WS-PARAM.
           ACCEPT WS-PARAM.
           IF WS-PARAM NOT = SPACES
               COMPUTE WS-DIAS-SEM = FUNCTION NUMVAL(WS-PARAM)
           END-IF.
           DISPLAY "ANIVERSARIO - TIPO P/V (VAZIO = P): ".
           MOVE SPACES TO WS-PARAM.
           ACCEPT WS-PARAM.
           IF WS-PARAM = "P" OR WS-PARAM = "V"
               MOVE WS-PARAM TO WS-ANI-TIPO
           END-IF.
           DISPLAY "ANIVERSARIO - DESCONTO (VAZIO = 20 / 5,00): ".
           MOVE SPACES TO WS-PARAM.
           ACCEPT WS-PARAM.
           IF WS-PARAM NOT = SPACES
               COMPUTE WS-ANI-DESC = FUNCTION NUMVAL(WS-PARAM)
           ELSE
               IF WS-ANI-TIPO = "V"
                   MOVE 5 TO WS-ANI-DESC
               END-IF
           END-IF.
           DISPLAY "RECONQUISTA - TIPO P/V (VAZIO = V): ".
           MOVE SPACES TO WS-PARAM.
           ACCEPT WS-PARAM.
           IF WS-PARAM = "P" OR WS-PARAM = "V"
               MOVE WS-PARAM TO WS-RCQ-TIPO
           END-IF.
           DISPLAY "RECONQUISTA - DESCONTO (VAZIO = 5,00 / 20): ".
           MOVE SPACES TO WS-PARAM.
           ACCEPT WS-PARAM.
           IF WS-PARAM NOT = SPACES
               COMPUTE WS-RCQ-DESC = FUNCTION NUMVAL(WS-PARAM)
           ELSE
               IF WS-RCQ-TIPO = "P"
                   MOVE 20 TO WS-RCQ-DESC
               END-IF
           END-IF.
           DISPLAY "VALIDADE EM DIAS (VAZIO = 30): ".
           MOVE SPACES TO WS-PARAM.
           ACCEPT WS-PARAM.
           IF WS-PARAM NOT = SPACES
               COMPUTE WS-VALIDADE-DIAS = FUNCTION NUMVAL(WS-PARAM)
           END-IF.
           IF WS-DIAS-SEM = 0 OR WS-VALIDADE-DIAS = 0
               OR WS-ANI-DESC = 0 OR WS-RCQ-DESC = 0
               DISPLAY "PARAMETRO INVALIDO"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           IF (WS-ANI-TIPO = "P" AND WS-ANI-DESC > 99)
               OR (WS-RCQ-TIPO = "P" AND WS-RCQ-DESC > 99)
               DISPLAY "PERCENTUAL ACIMA DE 99"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) TO WS-HOJE-DIA.
           COMPUTE WS-DIA-CALC = WS-HOJE-DIA - WS-DIAS-SEM.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-CALC) TO WS-DATA-NUM.
           MOVE WS-DATA-NUM TO WS-LIMITE.
           COMPUTE WS-DIA-CALC = WS-HOJE-DIA + WS-VALIDADE-DIAS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-CALC) TO WS-DATA-NUM.
           MOVE WS-DATA-NUM TO WS-VALIDADE.
           MOVE WS-HOJE-AAAAMMDD(3:4) TO WS-AAMM.

           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "SEM ARQUIVO DE CLIENTES: " WS-FS
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN I-O ARQ-CUPONS.
           IF WS-FS4 = 35
               CLOSE ARQ-CUPONS
               OPEN OUTPUT ARQ-CUPONS
               CLOSE ARQ-CUPONS
               OPEN I-O ARQ-CUPONS
           END-IF.
           IF WS-FS4 <> 0
               DISPLAY "ERRO NO ARQUIVO DE CUPONS: " WS-FS4
               CLOSE ARQ-CLIENTES
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS5 = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING "./cupons_" DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD(1:6) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-RELATORIO.
           OPEN EXTEND ARQ-RELATORIO.
           IF WS-FS7 <> 0
               OPEN OUTPUT ARQ-RELATORIO
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CUPONS EMITIDOS EM " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               " - VALIDOS ATE " DELIMITED BY SIZE
               WS-VALIDADE DELIMITED BY SIZE
               " - RECONQUISTA: SEM LOCACAO DESDE " DELIMITED BY SIZE
               WS-LIMITE DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "CUPOM    CPF         NOME                 CAMPANHA"
               TO RELATORIO-LINHA.
           MOVE "DESCONTO   AVISO" TO RELATORIO-LINHA(52:16).
           WRITE RELATORIO-LINHA.

           PERFORM MONTA-ULTIMAS THRU MONTA-ULTIMAS-FIM.

           MOVE LOW-VALUES TO CLIENTE-CPF.
           SET EOF TO 0.
           START ARQ-CLIENTES KEY IS NOT LESS THAN CLIENTE-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-CLIENTES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       PERFORM AVALIA-CLIENTE
               END-READ
           END-PERFORM.
           SET EOF TO 0.

           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-CUPONS.
           CLOSE ARQ-CONTADOR.
           CLOSE ARQ-WRK.
           MOVE "rm -f ./cupons.wrk*" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ANIVERSARIO: " DELIMITED BY SIZE
               WS-QTD-ANI DELIMITED BY SIZE
               "  RECONQUISTA: " DELIMITED BY SIZE
               WS-QTD-RCQ DELIMITED BY SIZE
               "  AVISADOS: " DELIMITED BY SIZE
               WS-QTD-AVISOS DELIMITED BY SIZE
               "  JA TINHAM CUPOM: " DELIMITED BY SIZE
               WS-QTD-JA DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           CLOSE ARQ-RELATORIO.

           MOVE "EMISSAO" TO WS-AUD-OPERACAO.
           MOVE WS-HOJE-AAAAMMDD TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "CUPONS AN " DELIMITED BY SIZE
               WS-QTD-ANI DELIMITED BY SIZE
               " RC " DELIMITED BY SIZE
               WS-QTD-RCQ DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "CUPONS DE ANIVERSARIO: " WS-QTD-ANI.
           DISPLAY "CUPONS DE RECONQUISTA: " WS-QTD-RCQ.
           DISPLAY "CLIENTES AVISADOS: " WS-QTD-AVISOS.
           DISPLAY "ARQUIVO: " WS-NOME-RELATORIO.
           GO TO FIM.

      * Data da ultima locacao de cada CPF (vivos e arquivo morto) no
      * arquivo de trabalho cupons.wrk.
       MONTA-ULTIMAS.
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
                   READ ARQ-EMPRESTIMOS NEXT INTO WS-EMPRESTIMO
                       AT END SET EOF2 TO 1
                       NOT AT END
                           PERFORM GUARDA-ULTIMA THRU
                               GUARDA-ULTIMA-FIM
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARQ-EMPRESTIMOS.
           OPEN INPUT ARQ-MORTO.
           IF WS-FS3 <> 0
               CLOSE ARQ-MORTO
               GO TO MONTA-ULTIMAS-FIM
           END-IF.
           MOVE 0 TO MORTO-EMP-ID.
           SET EOF2 TO 0.
           START ARQ-MORTO KEY IS NOT LESS THAN MORTO-EMP-ID
               INVALID KEY SET EOF2 TO 1.
           PERFORM UNTIL EOF2 = 1
               READ ARQ-MORTO NEXT INTO WS-EMPRESTIMO
                   AT END SET EOF2 TO 1
                   NOT AT END
                       PERFORM GUARDA-ULTIMA THRU GUARDA-ULTIMA-FIM
               END-READ
           END-PERFORM.
           CLOSE ARQ-MORTO.
       MONTA-ULTIMAS-FIM.
           SET EOF2 TO 0.

       GUARDA-ULTIMA.
           IF WS-DATA-INI(1:8) IS NOT NUMERIC
               GO TO GUARDA-ULTIMA-FIM
           END-IF.
           MOVE WS-EMP-CPF TO WRK-CPF.
           READ ARQ-WRK
               INVALID KEY
                   MOVE WS-DATA-INI(1:8) TO WRK-ULTIMA
                   WRITE WRK-REC
               NOT INVALID KEY
                   IF WS-DATA-INI(1:8) > WRK-ULTIMA
                       MOVE WS-DATA-INI(1:8) TO WRK-ULTIMA
                       REWRITE WRK-REC
                   END-IF
           END-READ.
       GUARDA-ULTIMA-FIM.
           EXIT.

       AVALIA-CLIENTE.
           IF CLIENTE-NASCIMENTO IS NUMERIC
               AND CLIENTE-NASCIMENTO(5:2) = WS-HOJE-AAAAMMDD(5:2)
               MOVE "AN" TO WS-EMI-PREFIXO
               MOVE WS-ANI-TIPO TO WS-EMI-TIPO
               MOVE WS-ANI-DESC TO WS-EMI-DESC
               PERFORM EMITE-CUPOM THRU EMITE-CUPOM-FIM
           END-IF.
           MOVE CLIENTE-CPF TO WRK-CPF.
           READ ARQ-WRK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WRK-ULTIMA < WS-LIMITE
                       MOVE "RC" TO WS-EMI-PREFIXO
                       MOVE WS-RCQ-TIPO TO WS-EMI-TIPO
                       MOVE WS-RCQ-DESC TO WS-EMI-DESC
                       PERFORM EMITE-CUPOM THRU EMITE-CUPOM-FIM
                   END-IF
           END-READ.

       EMITE-CUPOM.
           MOVE SPACES TO WS-EMI-CAMPANHA.
           STRING WS-EMI-PREFIXO DELIMITED BY SIZE
               WS-AAMM DELIMITED BY SIZE
               INTO WS-EMI-CAMPANHA.
           PERFORM CONFERE-JA-TEM THRU CONFERE-JA-TEM-FIM.
           IF WS-JA-TEM = 1
               ADD 1 TO WS-QTD-JA
               GO TO EMITE-CUPOM-FIM
           END-IF.
           MOVE "CUPOM" TO CONT-TIPO.
           PERFORM LE-CONTADOR-TRAVA THRU LE-CONTADOR-TRAVA-FIM.
           EVALUATE WS-FS5
               WHEN 0
                   ADD 1 TO CONT-ULTIMO
                   REWRITE CONTADOR-REC
               WHEN 23
                   MOVE 1 TO CONT-ULTIMO
                   WRITE CONTADOR-REC
               WHEN OTHER
                   DISPLAY "CONTADOR EM USO - CUPOM NAO EMITIDO: "
                       CLIENTE-CPF
                   GO TO EMITE-CUPOM-FIM
           END-EVALUATE.
           MOVE CONT-ULTIMO TO WS-PROX-CUPOM.

           MOVE SPACES TO CUPOM-REC.
           STRING WS-EMI-PREFIXO DELIMITED BY SIZE
               WS-PROX-CUPOM DELIMITED BY SIZE
               INTO CUP-CODIGO.
           MOVE CLIENTE-CPF TO CUP-CPF.
           MOVE WS-EMI-CAMPANHA TO CUP-CAMPANHA.
           MOVE WS-EMI-TIPO TO CUP-TIPO.
           MOVE 0 TO CUP-PERCENTUAL.
           MOVE 0 TO CUP-VALOR.
           MOVE SPACES TO WS-DESC-TXT.
           IF WS-EMI-TIPO = "P"
               MOVE WS-EMI-DESC TO CUP-PERCENTUAL
               MOVE CUP-PERCENTUAL TO WS-PCT-ED
               STRING WS-PCT-ED DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-DESC-TXT
           ELSE
               MOVE WS-EMI-DESC TO CUP-VALOR
               MOVE CUP-VALOR TO WS-DESC-ED
               STRING "R$ " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DESC-ED) DELIMITED BY SIZE
                   INTO WS-DESC-TXT
           END-IF.
           MOVE WS-HOJE-AAAAMMDD TO CUP-EMISSAO.
           MOVE WS-VALIDADE TO CUP-VALIDADE.
           MOVE "A" TO CUP-SITUACAO.
           MOVE SPACES TO CUP-USO.
           MOVE 0 TO CUP-EMP-ID.
           MOVE 0 TO CUP-DESCONTO.
           WRITE CUPOM-REC
               INVALID KEY
                   DISPLAY "CUPOM JA EXISTE: " CUP-CODIGO
                   GO TO EMITE-CUPOM-FIM
           END-WRITE.
           IF WS-EMI-PREFIXO = "AN"
               ADD 1 TO WS-QTD-ANI
           ELSE
               ADD 1 TO WS-QTD-RCQ
           END-IF.

           MOVE SPACES TO WS-EF-TEXTO.
           IF WS-EMI-PREFIXO = "AN"
               STRING "LOCADORA: FELIZ ANIVERSARIO! SEU CUPOM "
                   DELIMITED BY SIZE
                   CUP-CODIGO DELIMITED BY SIZE
                   " VALE " DELIMITED BY SIZE
                   WS-DESC-TXT DELIMITED BY "  "
                   " NA LOCACAO ATE " DELIMITED BY SIZE
                   WS-VALIDADE(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-VALIDADE(5:2) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-EF-TEXTO
           ELSE
               STRING "LOCADORA: SENTIMOS SUA FALTA! CUPOM "
                   DELIMITED BY SIZE
                   CUP-CODIGO DELIMITED BY SIZE
                   " VALE " DELIMITED BY SIZE
                   WS-DESC-TXT DELIMITED BY "  "
                   " NA LOCACAO ATE " DELIMITED BY SIZE
                   WS-VALIDADE(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-VALIDADE(5:2) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-EF-TEXTO
           END-IF.
           MOVE SPACE TO WS-EF-RESULTADO.
           CALL "ENFILEIRA" USING WS-EF-MODO CLIENTE-CPF WS-EF-EVENTO
               CLIENTE-FILIAL WS-EF-TEXTO WS-EF-RESULTADO.
           IF WS-EF-RESULTADO = "Q"
               ADD 1 TO WS-QTD-AVISOS
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING CUP-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUP-CPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLIENTE-NOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUP-CAMPANHA DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           MOVE WS-DESC-TXT TO RELATORIO-LINHA(52:10).
           IF WS-EF-RESULTADO = "Q"
               MOVE "ENVIADO" TO RELATORIO-LINHA(63:7)
           ELSE
               MOVE "BALCAO" TO RELATORIO-LINHA(63:6)
           END-IF.
           WRITE RELATORIO-LINHA.
       EMITE-CUPOM-FIM.
           EXIT.

      * Leitura do contador com trava; com o registro em uso por
      * outra execucao, aguarda e tenta de novo.
       LE-CONTADOR-TRAVA.
           MOVE 0 TO WS-TRAVA-TENTA.
           READ ARQ-CONTADOR WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           PERFORM UNTIL WS-FS5 NOT = 51 OR WS-TRAVA-TENTA > 9
               CALL "C$SLEEP" USING WS-TRAVA-SEG
               ADD 1 TO WS-TRAVA-TENTA
               READ ARQ-CONTADOR WITH LOCK
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
       LE-CONTADOR-TRAVA-FIM.
           EXIT.

      * Ja tem cupom desta campanha, ou do mesmo tipo ainda em
      * aberto e no prazo? Entao nao emite outro.
       CONFERE-JA-TEM.
           MOVE 0 TO WS-JA-TEM.
           MOVE CLIENTE-CPF TO CUP-CPF.
           SET EOF2 TO 0.
           START ARQ-CUPONS KEY IS NOT LESS THAN CUP-CPF
               INVALID KEY SET EOF2 TO 1.
           PERFORM UNTIL EOF2 = 1
               READ ARQ-CUPONS NEXT
                   AT END SET EOF2 TO 1
                   NOT AT END
                       IF CUP-CPF NOT = CLIENTE-CPF
                           SET EOF2 TO 1
                       ELSE
                           IF CUP-CAMPANHA = WS-EMI-CAMPANHA
                               MOVE 1 TO WS-JA-TEM
                           END-IF
                           IF CUP-CAMPANHA(1:2) = WS-EMI-PREFIXO
                               AND CUP-SITUACAO = "A"
                               AND CUP-VALIDADE NOT < WS-HOJE-AAAAMMDD
                               MOVE 1 TO WS-JA-TEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF2 TO 0.
       CONFERE-JA-TEM-FIM.
           EXIT.

       FIM.
           STOP RUN.
       END PROGRAM CUPONS.
