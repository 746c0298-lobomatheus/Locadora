      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Remessa fiscal de RPS para a NFS-e da prefeitura. Para a
      * data de movimento (console; vazia usa hoje) emite um RPS em
      * rps.dat para cada recibo de locacao/multa pago na data
      * (recibo comum e vale utilizado; venda de vale e adiantamento
      * e venda de seminovo nao e servico), com a numeracao propria
      * da filial em fiscal.dat, o CPF do cliente, o codigo de
      * servico e o ISS pela aliquota do municipio da filial. RPS
      * marcado "P" pelo estorno do recibo em CLIENTES vira
      * cancelamento ("C"). Grava um arquivo por filial,
      * rps_FFFF_AAAAMMDD.txt, com header (10, com o CNPJ da filial
      * no cadastro de filiais), os RPS emitidos e
      * cancelados na data (20) e trailer (90). Recibo que ja tem
      * RPS nao gera outro, e a reexecucao da mesma data regrava o
      * arquivo completo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-PAGAMENTOS
           ASSIGN TO "./pagamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAG-RECIBO
           FILE STATUS IS WS-FS.
       SELECT ARQ-FISCAL
           ASSIGN TO "./fiscal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FIS-FILIAL
           FILE STATUS IS WS-FS2.
       SELECT ARQ-RPS
           ASSIGN TO "./rps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RPS-CHAVE
           ALTERNATE KEY IS RPS-RECIBO
           FILE STATUS IS WS-FS3.
       SELECT ARQ-REMESSA-RPS
           ASSIGN TO WS-NOME-REMESSA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS4.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PAGAMENTOS.
       01 PAGAMENTO.
           05 PAG-RECIBO PIC 9(06).
           05 PAG-DATA PIC X(08).
           05 PAG-HORA PIC X(06).
           05 PAG-CPF PIC X(11).
           05 PAG-VALOR PIC 9(06)V99.
           05 PAG-FILIAL PIC X(04).
           05 PAG-OPERADOR PIC X(03).
           05 PAG-SITUACAO PIC X(01).
           05 PAG-DATA-EST PIC X(08).
           05 PAG-TIPO PIC X(01).
           05 PAG-FORMA PIC X(01).
           05 PAG-FORMA2 PIC X(01).
           05 PAG-VALOR2 PIC 9(06)V99.
           05 FILLER PIC X(20).
       FD ARQ-FISCAL.
       01 FISCAL-REC.
           05 FIS-FILIAL PIC X(04).
           05 FIS-MUNICIPIO PIC X(20).
           05 FIS-INSCRICAO PIC X(15).
           05 FIS-COD-SERVICO PIC X(06).
           05 FIS-ALIQUOTA PIC 9(01)V9999.
           05 FIS-SERIE PIC X(05).
           05 FIS-ULTIMO-RPS PIC 9(08).
           05 FILLER PIC X(20).
       FD ARQ-RPS.
       01 RPS-REC.
           05 RPS-CHAVE.
               10 RPS-FILIAL PIC X(04).
               10 RPS-NUMERO PIC 9(08).
           05 RPS-RECIBO PIC 9(06).
           05 RPS-DATA PIC X(08).
           05 RPS-CPF PIC X(11).
           05 RPS-COD-SERVICO PIC X(06).
           05 RPS-VALOR PIC 9(06)V99.
           05 RPS-ALIQUOTA PIC 9(01)V9999.
           05 RPS-ISS PIC 9(06)V99.
           05 RPS-SITUACAO PIC X(01).
           05 RPS-DATA-CANC PIC X(08).
           05 RPS-SERIE PIC X(05).
           05 FILLER PIC X(20).
       FD ARQ-REMESSA-RPS.
       01 REMESSA-RPS-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-EOF-FIS PIC 9 VALUE 0.
            77 WS-DATA-PARAM PIC X(08).
            77 WS-DATA-MOV PIC X(08).
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-NOME-REMESSA PIC X(30).
            77 WS-TEM-RPS PIC 9 VALUE 0.
            77 WS-CONT-EMITIDOS PIC 9(06) VALUE 0.
            77 WS-CONT-CANCELADOS PIC 9(06) VALUE 0.
            77 WS-CONT-SEM-FISCAL PIC 9(06) VALUE 0.
            77 WS-CONT-REG PIC 9(06) VALUE 0.
            77 WS-TOT-VALOR PIC 9(09)V99 VALUE 0.
            77 WS-TOT-ISS PIC 9(09)V99 VALUE 0.
            01 WS-REG-HEADER.
               05 FILLER PIC X(02) VALUE "10".
               05 HDR-INSCRICAO PIC X(15).
               05 HDR-FILIAL PIC X(04).
               05 HDR-MUNICIPIO PIC X(20).
               05 HDR-DATA PIC X(08).
               05 HDR-CNPJ PIC X(14).
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-REG-RPS.
               05 FILLER PIC X(02) VALUE "20".
               05 DET-SERIE PIC X(05).
               05 DET-NUMERO PIC 9(08).
               05 DET-DATA PIC X(08).
               05 DET-SITUACAO PIC X(01).
               05 DET-COD-SERVICO PIC X(06).
               05 DET-CPF PIC X(11).
               05 DET-VALOR PIC 9(09)V99.
               05 DET-ALIQUOTA PIC 9(01)V9999.
               05 DET-ISS PIC 9(09)V99.
               05 DET-DATA-CANC PIC X(08).
               05 DET-RECIBO PIC 9(06).
            01 WS-REG-TRAILER.
               05 FILLER PIC X(02) VALUE "90".
               05 TRL-CONT PIC 9(06).
               05 TRL-VALOR PIC 9(11)V99.
               05 TRL-ISS PIC 9(11)V99.

       PROCEDURE DIVISION.
       NFSE.
           DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, VAZIA = HOJE): ".
           ACCEPT WS-DATA-PARAM.
           IF WS-DATA-PARAM IS NUMERIC
               MOVE WS-DATA-PARAM TO WS-DATA-MOV
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-HOJE
               MOVE WS-HOJE-AAAAMMDD TO WS-DATA-MOV
           END-IF.
           DISPLAY "REMESSA DE RPS - DATA " WS-DATA-MOV.
           OPEN I-O ARQ-FISCAL.
           IF WS-FS2 <> 0
               DISPLAY "SEM PARAMETROS FISCAIS (FISCAL.DAT): " WS-FS2
                   " - NENHUM RPS EMITIDO"
               CLOSE ARQ-FISCAL
               GO TO FIM
           END-IF.
           OPEN I-O ARQ-RPS.
           IF WS-FS3 = 35
               CLOSE ARQ-RPS
               OPEN OUTPUT ARQ-RPS
               CLOSE ARQ-RPS
               OPEN I-O ARQ-RPS
           END-IF.
           IF WS-FS3 <> 0
               DISPLAY "ERRO NO ARQUIVO DE RPS: " WS-FS3
               CLOSE ARQ-FISCAL
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           PERFORM EMITE-RPS THRU EMITE-RPS-FIM.
           PERFORM CANCELA-RPS THRU CANCELA-RPS-FIM.
           PERFORM GERA-ARQUIVOS THRU GERA-ARQUIVOS-FIM.
           CLOSE ARQ-RPS.
           CLOSE ARQ-FISCAL.
           DISPLAY "RPS EMITIDOS: " WS-CONT-EMITIDOS
               "  CANCELADOS: " WS-CONT-CANCELADOS.
           IF WS-CONT-SEM-FISCAL > 0
               DISPLAY "ATENCAO: " WS-CONT-SEM-FISCAL
                   " RECIBOS DE FILIAL SEM PARAMETRO FISCAL - CADASTRAR"
                   " EM TARIFAS E REEXECUTAR A DATA"
           END-IF.
           GO TO FIM.

      * Recibos de locacao/multa pagos na data que ainda nao tem RPS.
       EMITE-RPS.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WS-FS <> 0
               DISPLAY "SEM ARQUIVO DE PAGAMENTOS: " WS-FS
               CLOSE ARQ-PAGAMENTOS
               GO TO EMITE-RPS-FIM
           END-IF.
           MOVE 0 TO PAG-RECIBO.
           SET EOF TO 0.
           START ARQ-PAGAMENTOS KEY IS NOT LESS THAN PAG-RECIBO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PAGAMENTOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF PAG-DATA = WS-DATA-MOV
                           AND PAG-SITUACAO NOT = "E"
                           AND (PAG-TIPO = SPACE OR PAG-TIPO = "U")
                           PERFORM EMITE-UM-RPS THRU EMITE-UM-RPS-FIM
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-PAGAMENTOS.
       EMITE-RPS-FIM.
           SET EOF TO 0.

       EMITE-UM-RPS.
           MOVE PAG-RECIBO TO RPS-RECIBO.
           READ ARQ-RPS KEY IS RPS-RECIBO
               INVALID KEY MOVE 0 TO WS-TEM-RPS
               NOT INVALID KEY MOVE 1 TO WS-TEM-RPS
           END-READ.
           IF WS-TEM-RPS = 1
               GO TO EMITE-UM-RPS-FIM
           END-IF.
           MOVE PAG-FILIAL TO FIS-FILIAL.
           READ ARQ-FISCAL
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-FISCAL
                   DISPLAY "FILIAL SEM PARAMETRO FISCAL: " PAG-FILIAL
                       " RECIBO " PAG-RECIBO
                   GO TO EMITE-UM-RPS-FIM
           END-READ.
           ADD 1 TO FIS-ULTIMO-RPS.
           REWRITE FISCAL-REC.
           MOVE SPACES TO RPS-REC.
           MOVE PAG-FILIAL TO RPS-FILIAL.
           MOVE FIS-ULTIMO-RPS TO RPS-NUMERO.
           MOVE PAG-RECIBO TO RPS-RECIBO.
           MOVE WS-DATA-MOV TO RPS-DATA.
           MOVE PAG-CPF TO RPS-CPF.
           MOVE FIS-COD-SERVICO TO RPS-COD-SERVICO.
           MOVE PAG-VALOR TO RPS-VALOR.
           MOVE FIS-ALIQUOTA TO RPS-ALIQUOTA.
           COMPUTE RPS-ISS ROUNDED = PAG-VALOR * FIS-ALIQUOTA.
           MOVE "N" TO RPS-SITUACAO.
           MOVE SPACES TO RPS-DATA-CANC.
           MOVE FIS-SERIE TO RPS-SERIE.
           WRITE RPS-REC
               INVALID KEY
                   DISPLAY "RPS JA EXISTE: " RPS-FILIAL " " RPS-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-EMITIDOS
           END-WRITE.
       EMITE-UM-RPS-FIM.
           EXIT.

      * RPS de recibo estornado (marcado "P" no estorno) passa a
      * cancelado na data do movimento.
       CANCELA-RPS.
           MOVE LOW-VALUE TO RPS-CHAVE.
           SET EOF TO 0.
           START ARQ-RPS KEY IS NOT LESS THAN RPS-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-RPS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF RPS-SITUACAO = "P"
                           MOVE "C" TO RPS-SITUACAO
                           MOVE WS-DATA-MOV TO RPS-DATA-CANC
                           REWRITE RPS-REC
                           ADD 1 TO WS-CONT-CANCELADOS
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
       CANCELA-RPS-FIM.
           SET EOF TO 0.

      * Um arquivo por filial com parametro fiscal.
       GERA-ARQUIVOS.
           MOVE LOW-VALUE TO FIS-FILIAL.
           MOVE 0 TO WS-EOF-FIS.
           START ARQ-FISCAL KEY IS NOT LESS THAN FIS-FILIAL
               INVALID KEY MOVE 1 TO WS-EOF-FIS.
           PERFORM UNTIL WS-EOF-FIS = 1
               READ ARQ-FISCAL NEXT
                   AT END MOVE 1 TO WS-EOF-FIS
                   NOT AT END
                       PERFORM GERA-ARQUIVO-FILIAL THRU
                           GERA-ARQUIVO-FILIAL-FIM
               END-READ
           END-PERFORM.
       GERA-ARQUIVOS-FIM.
           EXIT.

       GERA-ARQUIVO-FILIAL.
           MOVE SPACES TO WS-NOME-REMESSA.
           STRING "./rps_" DELIMITED BY SIZE
               FIS-FILIAL DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-DATA-MOV DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-REMESSA.
           OPEN OUTPUT ARQ-REMESSA-RPS.
           IF WS-FS4 <> 0
               DISPLAY "ERRO NO ARQUIVO " WS-NOME-REMESSA ": " WS-FS4
               MOVE 8 TO RETURN-CODE
               GO TO GERA-ARQUIVO-FILIAL-FIM
           END-IF.
           MOVE 0 TO WS-CONT-REG.
           MOVE 0 TO WS-TOT-VALOR.
           MOVE 0 TO WS-TOT-ISS.
           MOVE FIS-INSCRICAO TO HDR-INSCRICAO.
           MOVE FIS-FILIAL TO HDR-FILIAL.
           MOVE FIS-MUNICIPIO TO HDR-MUNICIPIO.
           MOVE WS-DATA-MOV TO HDR-DATA.
           CALL "LEFILIAL" USING FIS-FILIAL WS-LF-SITUACAO
               WS-LF-DADOS.
           MOVE WS-LF-CNPJ TO HDR-CNPJ.
           MOVE WS-REG-HEADER TO REMESSA-RPS-LINHA.
           WRITE REMESSA-RPS-LINHA.

           MOVE FIS-FILIAL TO RPS-FILIAL.
           MOVE 0 TO RPS-NUMERO.
           SET EOF TO 0.
           START ARQ-RPS KEY IS NOT LESS THAN RPS-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-RPS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF RPS-FILIAL NOT = FIS-FILIAL
                           SET EOF TO 1
                       ELSE
                           IF RPS-DATA = WS-DATA-MOV
                               OR (RPS-SITUACAO = "C"
                                   AND RPS-DATA-CANC = WS-DATA-MOV)
                               PERFORM GRAVA-DETALHE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.

           MOVE WS-CONT-REG TO TRL-CONT.
           MOVE WS-TOT-VALOR TO TRL-VALOR.
           MOVE WS-TOT-ISS TO TRL-ISS.
           MOVE WS-REG-TRAILER TO REMESSA-RPS-LINHA.
           WRITE REMESSA-RPS-LINHA.
           CLOSE ARQ-REMESSA-RPS.
           DISPLAY "ARQUIVO: " WS-NOME-REMESSA " RPS: " WS-CONT-REG.
       GERA-ARQUIVO-FILIAL-FIM.
           EXIT.

      * RPS emitido na data sai como normal; o cancelado na data sai
      * como cancelamento ("C"), mesmo que emitido e cancelado no
      * mesmo movimento.
       GRAVA-DETALHE.
           MOVE RPS-SERIE TO DET-SERIE.
           MOVE RPS-NUMERO TO DET-NUMERO.
           MOVE RPS-DATA TO DET-DATA.
           MOVE RPS-COD-SERVICO TO DET-COD-SERVICO.
           MOVE RPS-CPF TO DET-CPF.
           MOVE RPS-VALOR TO DET-VALOR.
           MOVE RPS-ALIQUOTA TO DET-ALIQUOTA.
           MOVE RPS-ISS TO DET-ISS.
           MOVE RPS-RECIBO TO DET-RECIBO.
           IF RPS-DATA = WS-DATA-MOV
               MOVE "N" TO DET-SITUACAO
               MOVE SPACES TO DET-DATA-CANC
               MOVE WS-REG-RPS TO REMESSA-RPS-LINHA
               WRITE REMESSA-RPS-LINHA
               ADD 1 TO WS-CONT-REG
               ADD RPS-VALOR TO WS-TOT-VALOR
               ADD RPS-ISS TO WS-TOT-ISS
           END-IF.
           IF RPS-SITUACAO = "C" AND RPS-DATA-CANC = WS-DATA-MOV
               MOVE "C" TO DET-SITUACAO
               MOVE RPS-DATA-CANC TO DET-DATA-CANC
               MOVE WS-REG-RPS TO REMESSA-RPS-LINHA
               WRITE REMESSA-RPS-LINHA
               ADD 1 TO WS-CONT-REG
           END-IF.

       FIM.
           STOP RUN.
       END PROGRAM NFSE.
