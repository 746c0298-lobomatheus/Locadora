      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Negativacao (SPC/Serasa): acompanha em negativacao.dat cada
      * cliente com saldo devedor desde o primeiro dia em que o saldo
      * aparece. Vencido o prazo informado (console; vazio usa 90
      * dias) com saldo acima do minimo (vazio usa 50 reais) e sem
      * acordo em aberto, emite o aviso previo obrigatorio em
      * negaviso.txt; passados 10 dias do aviso sem quitacao nem
      * acordo, grava a inclusao no arquivo do biro
      * negativacao_AAAAMMDD.txt. Listagem cujo debito foi quitado,
      * parcelado em acordo ou cujo cadastro mudou de CPF (marcada
      * "E" pelo CLIENTES ou detectada aqui) sai no mesmo arquivo como
      * exclusao e fica baixada ("B"). Roda na cadeia noturna, o que
      * mantem a exclusao dentro do prazo legal de 5 dias uteis.
      * O aviso previo tambem vai para a fila de mensagens (ENFILEIRA)
      * quando o cliente aceita avisos; o papel continua sendo emitido.
      * Situacoes: D debito em observacao, A avisado, I incluido,
      * E exclusao pendente, B baixado, Q encerrado sem inclusao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA.
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
       SELECT ARQ-ACORDOS
           ASSIGN TO "./acordos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACD-CHAVE
           FILE STATUS IS WS-FS2.
       SELECT ARQ-NEGATIVACAO
           ASSIGN TO "./negativacao.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NEG-CHAVE
           FILE STATUS IS WS-FS3.
       SELECT ARQ-BIRO
           ASSIGN TO WS-NOME-BIRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS4.
       SELECT ARQ-AVISO
           ASSIGN TO "./negaviso.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS5.
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
           05 FILLER PIC X(11).
       FD ARQ-ACORDOS.
       01 ACORDO-REC.
           05 ACD-CHAVE.
               10 ACD-CPF PIC X(11).
               10 ACD-PARCELA PIC 9(02).
           05 ACD-VALOR PIC 9(06)V99.
           05 ACD-VENCIMENTO PIC X(08).
           05 ACD-SITUACAO PIC X(01).
           05 ACD-DATA-ACORDO PIC X(08).
           05 FILLER PIC X(10).
       FD ARQ-NEGATIVACAO.
       01 NEGATIVACAO-REC.
           05 NEG-CHAVE.
               10 NEG-CPF PIC X(11).
               10 NEG-SEQ PIC 9(02).
           05 NEG-SITUACAO PIC X(01).
           05 NEG-FILIAL PIC X(04).
           05 NEG-DEBITO-DESDE PIC X(08).
           05 NEG-DATA-AVISO PIC X(08).
           05 NEG-DATA-INCLUSAO PIC X(08).
           05 NEG-VALOR PIC 9(06)V99.
           05 NEG-DATA-QUITACAO PIC X(08).
           05 NEG-MOTIVO PIC X(01).
           05 NEG-DATA-EXCLUSAO PIC X(08).
           05 FILLER PIC X(13).
       FD ARQ-BIRO.
       01 BIRO-LINHA PIC X(100).
       FD ARQ-AVISO.
       01 AVISO-LINHA PIC X(99).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 WS-FS5 PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 EOF2 PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-HOJE-NUM PIC 9(08).
            77 WS-HOJE-DIA PIC 9(07).
            77 WS-DATA-CALC PIC X(08).
            77 WS-DATA-CALC-NUM PIC 9(08).
            77 WS-DIAS-CALC PIC 9(05).
            77 WS-PARAM-TXT PIC X(06) VALUE SPACES.
            77 WS-PARAM-NUMX PIC X(05).
            77 WS-PARAM-LEN PIC 9(02).
            77 WS-PARAM-POS PIC 9(02).
            77 WS-PRAZO-DIAS PIC 9(03) VALUE 90.
            77 WS-MINIMO PIC 9(05) VALUE 50.
            77 WS-MINIMO-VAL PIC 9(06)V99.
            77 WS-PRAZO-AVISO PIC 9(02) VALUE 10.
            77 WS-ACD-ABERTO PIC 9 VALUE 0.
            77 WS-NEG-ATUAL PIC 9(02).
            77 WS-NEG-MAX PIC 9(02).
            77 WS-NEG-CPF PIC X(11).
            77 WS-CLI-ACHOU PIC 9 VALUE 0.
            77 WS-NOME-BIRO PIC X(40).
            77 WS-SALDO-ED PIC ZZZZZ9.99.
            77 WS-CONT-REG PIC 9(06) VALUE 0.
            77 WS-CONT-NOVOS PIC 9(06) VALUE 0.
            77 WS-CONT-AVISOS PIC 9(06) VALUE 0.
            77 WS-CONT-INCLUSOES PIC 9(06) VALUE 0.
            77 WS-CONT-EXCLUSOES PIC 9(06) VALUE 0.
            77 WS-CONT-ENCERRADOS PIC 9(06) VALUE 0.
            77 WS-HASH-VALOR PIC 9(11)V99 VALUE 0.
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-REG-HEADER.
               05 FILLER PIC X(02) VALUE "00".
               05 HDR-DATA PIC X(08).
               05 FILLER PIC X(20) VALUE "NEGATIVACAO LOCADORA".
            01 WS-REG-DET.
               05 FILLER PIC X(02) VALUE "01".
               05 DET-OPERACAO PIC X(01).
               05 DET-CPF PIC X(11).
               05 DET-NOME PIC X(20).
               05 DET-VALOR PIC 9(09)V99.
               05 DET-DATA-DEBITO PIC X(08).
               05 DET-DATA-OPER PIC X(08).
               05 DET-MOTIVO PIC X(01).
               05 DET-FILIAL PIC X(04).
               05 DET-CNPJ PIC X(14).
               05 DET-CONTRATO PIC X(13).
            01 WS-REG-TRAILER.
               05 FILLER PIC X(02) VALUE "99".
               05 TRL-CONT PIC 9(06).
               05 TRL-INCLUSOES PIC 9(06).
               05 TRL-EXCLUSOES PIC 9(06).
               05 TRL-HASH-VALOR PIC 9(11)V99.
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "NEGATIVA".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-EF-MODO PIC X(01) VALUE "E".
            01 WS-EF-EVENTO PIC X(02) VALUE "NG".
            01 WS-EF-TEXTO PIC X(100).
            01 WS-EF-RESULTADO PIC X(01).

       PROCEDURE DIVISION.
       NEGATIVA.
           DISPLAY "NEGATIVACAO DE DEBITOS (SPC/SERASA)".
           DISPLAY "DIAS DE DEBITO PARA O AVISO (VAZIO = 90): ".
           ACCEPT WS-PARAM-TXT.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM.
           IF WS-PARAM-NUMX IS NUMERIC AND WS-PARAM-NUMX > "00000"
               AND WS-PARAM-NUMX < "01000"
               MOVE WS-PARAM-NUMX TO WS-PRAZO-DIAS
           END-IF.
           MOVE SPACES TO WS-PARAM-TXT.
           DISPLAY "VALOR MINIMO EM REAIS (VAZIO = 50): ".
           ACCEPT WS-PARAM-TXT.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM.
           IF WS-PARAM-NUMX IS NUMERIC
               MOVE WS-PARAM-NUMX TO WS-MINIMO
           END-IF.
           MOVE WS-MINIMO TO WS-MINIMO-VAL.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) TO WS-HOJE-DIA.
           DISPLAY "PRAZO: " WS-PRAZO-DIAS " DIAS  MINIMO: "
               WS-MINIMO "  AVISO PREVIO: " WS-PRAZO-AVISO " DIAS".

           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "SEM ARQUIVO DE CLIENTES: " WS-FS
               CLOSE ARQ-CLIENTES
               GO TO FIM
           END-IF.
           OPEN I-O ARQ-NEGATIVACAO.
           IF WS-FS3 = 35
               CLOSE ARQ-NEGATIVACAO
               OPEN OUTPUT ARQ-NEGATIVACAO
               CLOSE ARQ-NEGATIVACAO
               OPEN I-O ARQ-NEGATIVACAO
           END-IF.
           IF WS-FS3 <> 0
               DISPLAY "ERRO NO ARQUIVO DE NEGATIVACAO: " WS-FS3
               CLOSE ARQ-CLIENTES
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN INPUT ARQ-ACORDOS.
           MOVE SPACES TO WS-NOME-BIRO.
           STRING "./negativacao_" DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-BIRO.
           OPEN OUTPUT ARQ-BIRO.
           IF WS-FS4 <> 0
               DISPLAY "ERRO NO ARQUIVO DO BIRO: " WS-FS4
               CLOSE ARQ-CLIENTES ARQ-NEGATIVACAO ARQ-ACORDOS
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN OUTPUT ARQ-AVISO.
           MOVE WS-HOJE-AAAAMMDD TO HDR-DATA.
           MOVE WS-REG-HEADER TO BIRO-LINHA.
           WRITE BIRO-LINHA.
           ADD 1 TO WS-CONT-REG.

           PERFORM VARRE-CLIENTES THRU VARRE-CLIENTES-FIM.
           PERFORM VARRE-EXCLUSOES THRU VARRE-EXCLUSOES-FIM.

           MOVE WS-CONT-REG TO TRL-CONT.
           ADD 1 TO TRL-CONT.
           MOVE WS-CONT-INCLUSOES TO TRL-INCLUSOES.
           MOVE WS-CONT-EXCLUSOES TO TRL-EXCLUSOES.
           MOVE WS-HASH-VALOR TO TRL-HASH-VALOR.
           MOVE WS-REG-TRAILER TO BIRO-LINHA.
           WRITE BIRO-LINHA.
           CLOSE ARQ-BIRO.
           CLOSE ARQ-AVISO.
           CLOSE ARQ-ACORDOS.
           CLOSE ARQ-NEGATIVACAO.
           CLOSE ARQ-CLIENTES.

           DISPLAY "DEBITOS NOVOS EM OBSERVACAO: " WS-CONT-NOVOS.
           DISPLAY "AVISOS PREVIOS EMITIDOS:     " WS-CONT-AVISOS.
           DISPLAY "INCLUSOES NO BIRO:           " WS-CONT-INCLUSOES.
           DISPLAY "EXCLUSOES NO BIRO:           " WS-CONT-EXCLUSOES.
           DISPLAY "ENCERRADOS SEM INCLUSAO:     " WS-CONT-ENCERRADOS.
           DISPLAY "ARQUIVO: " WS-NOME-BIRO.
           DISPLAY "AVISOS: NEGAVISO.TXT".
           GO TO FIM.

      * Alinha o numero digitado a direita em WS-PARAM-NUMX.
       LE-PARAMETRO.
           MOVE SPACES TO WS-PARAM-NUMX.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM-TXT))
               TO WS-PARAM-LEN.
           IF WS-PARAM-TXT NOT = SPACES AND WS-PARAM-LEN <= 5
               MOVE "00000" TO WS-PARAM-NUMX
               COMPUTE WS-PARAM-POS = 6 - WS-PARAM-LEN
               MOVE WS-PARAM-TXT(1:WS-PARAM-LEN)
                   TO WS-PARAM-NUMX(WS-PARAM-POS:WS-PARAM-LEN)
           END-IF.
       LE-PARAMETRO-FIM.
           EXIT.

      * Dias corridos de WS-DATA-CALC ate hoje (0 se a data nao
      * for valida).
       DIAS-DESDE.
           MOVE 0 TO WS-DIAS-CALC.
           IF WS-DATA-CALC IS NUMERIC
               MOVE WS-DATA-CALC TO WS-DATA-CALC-NUM
               COMPUTE WS-DIAS-CALC = WS-HOJE-DIA -
                   FUNCTION INTEGER-OF-DATE(WS-DATA-CALC-NUM)
           END-IF.

       VARRE-CLIENTES.
           MOVE LOW-VALUES TO CLIENTE-CPF.
           SET EOF TO 0.
           START ARQ-CLIENTES KEY IS NOT LESS THAN CLIENTE-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-CLIENTES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       PERFORM TRATA-CLIENTE THRU TRATA-CLIENTE-FIM
               END-READ
           END-PERFORM.
       VARRE-CLIENTES-FIM.
           SET EOF TO 0.

       TRATA-CLIENTE.
           MOVE CLIENTE-CPF TO WS-NEG-CPF.
           PERFORM ACHA-NEG-ATUAL THRU ACHA-NEG-ATUAL-FIM.
           IF CLIENTE-SALDO = 0 AND WS-NEG-ATUAL = 0
               GO TO TRATA-CLIENTE-FIM
           END-IF.
           PERFORM CONFERE-ACORDO THRU CONFERE-ACORDO-FIM.
           IF WS-NEG-ATUAL > 0
               MOVE WS-NEG-CPF TO NEG-CPF
               MOVE WS-NEG-ATUAL TO NEG-SEQ
               READ ARQ-NEGATIVACAO
                   INVALID KEY GO TO TRATA-CLIENTE-FIM
               END-READ
           END-IF.

      *    Debito quitado ou parcelado: encerra o acompanhamento ou,
      *    se ja incluido, marca a exclusao.
           IF CLIENTE-SALDO = 0 OR WS-ACD-ABERTO = 1
               IF WS-NEG-ATUAL > 0
                   IF NEG-DATA-QUITACAO = SPACES
                       MOVE WS-HOJE-AAAAMMDD TO NEG-DATA-QUITACAO
                   END-IF
                   IF NEG-MOTIVO = SPACE
                       IF WS-ACD-ABERTO = 1
                           MOVE "A" TO NEG-MOTIVO
                       ELSE
                           MOVE "P" TO NEG-MOTIVO
                       END-IF
                   END-IF
                   EVALUATE NEG-SITUACAO
                       WHEN "I"
                           MOVE "E" TO NEG-SITUACAO
                       WHEN "D"
                       WHEN "A"
                           MOVE "Q" TO NEG-SITUACAO
                           ADD 1 TO WS-CONT-ENCERRADOS
                   END-EVALUATE
                   REWRITE NEGATIVACAO-REC
               END-IF
               GO TO TRATA-CLIENTE-FIM
           END-IF.

           IF WS-NEG-ATUAL = 0
               MOVE SPACES TO NEGATIVACAO-REC
               MOVE WS-NEG-CPF TO NEG-CPF
               COMPUTE NEG-SEQ = WS-NEG-MAX + 1
               MOVE "D" TO NEG-SITUACAO
               MOVE CLIENTE-FILIAL TO NEG-FILIAL
               MOVE WS-HOJE-AAAAMMDD TO NEG-DEBITO-DESDE
               MOVE CLIENTE-SALDO TO NEG-VALOR
               WRITE NEGATIVACAO-REC
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-CONT-NOVOS
               GO TO TRATA-CLIENTE-FIM
           END-IF.

           EVALUATE NEG-SITUACAO
               WHEN "D"
                   MOVE NEG-DEBITO-DESDE TO WS-DATA-CALC
                   PERFORM DIAS-DESDE
                   IF WS-DIAS-CALC >= WS-PRAZO-DIAS
                       AND CLIENTE-SALDO >= WS-MINIMO-VAL
                       PERFORM EMITE-AVISO
                       MOVE "A" TO NEG-SITUACAO
                       MOVE WS-HOJE-AAAAMMDD TO NEG-DATA-AVISO
                       MOVE CLIENTE-SALDO TO NEG-VALOR
                       REWRITE NEGATIVACAO-REC
                       ADD 1 TO WS-CONT-AVISOS
                   END-IF
               WHEN "A"
                   MOVE NEG-DATA-AVISO TO WS-DATA-CALC
                   PERFORM DIAS-DESDE
                   IF WS-DIAS-CALC >= WS-PRAZO-AVISO
                       AND CLIENTE-SALDO >= WS-MINIMO-VAL
                       MOVE "I" TO NEG-SITUACAO
                       MOVE WS-HOJE-AAAAMMDD TO NEG-DATA-INCLUSAO
                       MOVE CLIENTE-SALDO TO NEG-VALOR
                       REWRITE NEGATIVACAO-REC
                       MOVE "I" TO DET-OPERACAO
                       MOVE WS-HOJE-AAAAMMDD TO DET-DATA-OPER
                       MOVE SPACE TO DET-MOTIVO
                       MOVE CLIENTE-NOME TO DET-NOME
                       PERFORM GRAVA-DETALHE
                       ADD 1 TO WS-CONT-INCLUSOES
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       PERFORM REGISTRA-AUDITORIA
                   END-IF
           END-EVALUATE.
       TRATA-CLIENTE-FIM.
           EXIT.

      * Registro em acompanhamento do CPF (situacao D, A, I ou E) e
      * a maior sequencia ja usada.
       ACHA-NEG-ATUAL.
           MOVE 0 TO WS-NEG-ATUAL.
           MOVE 0 TO WS-NEG-MAX.
           MOVE WS-NEG-CPF TO NEG-CPF.
           MOVE 0 TO NEG-SEQ.
           SET EOF2 TO 0.
           START ARQ-NEGATIVACAO KEY IS NOT LESS THAN NEG-CHAVE
               INVALID KEY SET EOF2 TO 1.
           PERFORM UNTIL EOF2 = 1
               READ ARQ-NEGATIVACAO NEXT
                   AT END SET EOF2 TO 1
                   NOT AT END
                       IF NEG-CPF NOT = WS-NEG-CPF
                           SET EOF2 TO 1
                       ELSE
                           MOVE NEG-SEQ TO WS-NEG-MAX
                           IF NEG-SITUACAO = "D" OR "A" OR "I" OR "E"
                               MOVE NEG-SEQ TO WS-NEG-ATUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       ACHA-NEG-ATUAL-FIM.
           SET EOF2 TO 0.

      * Parcela de acordo nao paga bloqueia a negativacao.
       CONFERE-ACORDO.
           MOVE 0 TO WS-ACD-ABERTO.
           IF WS-FS2 <> 0
               GO TO CONFERE-ACORDO-FIM
           END-IF.
           MOVE WS-NEG-CPF TO ACD-CPF.
           MOVE 0 TO ACD-PARCELA.
           SET EOF2 TO 0.
           START ARQ-ACORDOS KEY IS NOT LESS THAN ACD-CHAVE
               INVALID KEY SET EOF2 TO 1.
           PERFORM UNTIL EOF2 = 1
               READ ARQ-ACORDOS NEXT
                   AT END SET EOF2 TO 1
                   NOT AT END
                       IF ACD-CPF NOT = WS-NEG-CPF
                           SET EOF2 TO 1
                       ELSE
                           IF ACD-SITUACAO NOT = "P"
                               MOVE 1 TO WS-ACD-ABERTO
                               SET EOF2 TO 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       CONFERE-ACORDO-FIM.
           SET EOF2 TO 0.

      * Exclusoes pendentes, inclusive de CPF que saiu do cadastro.
       VARRE-EXCLUSOES.
           MOVE LOW-VALUES TO NEG-CHAVE.
           SET EOF TO 0.
           START ARQ-NEGATIVACAO KEY IS NOT LESS THAN NEG-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-NEGATIVACAO NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF NEG-SITUACAO = "E" OR NEG-SITUACAO = "I"
                           PERFORM TRATA-EXCLUSAO THRU
                               TRATA-EXCLUSAO-FIM
                       END-IF
               END-READ
           END-PERFORM.
       VARRE-EXCLUSOES-FIM.
           SET EOF TO 0.

       TRATA-EXCLUSAO.
           MOVE 0 TO WS-CLI-ACHOU.
           MOVE NEG-CPF TO CLIENTE-CPF.
           READ ARQ-CLIENTES
               KEY IS CLIENTE-CPF
               INVALID KEY MOVE 0 TO WS-CLI-ACHOU
               NOT INVALID KEY MOVE 1 TO WS-CLI-ACHOU
           END-READ.
           IF NEG-SITUACAO = "I"
               IF WS-CLI-ACHOU = 1
                   GO TO TRATA-EXCLUSAO-FIM
               END-IF
               MOVE "C" TO NEG-MOTIVO
               MOVE WS-HOJE-AAAAMMDD TO NEG-DATA-QUITACAO
           END-IF.
           MOVE "B" TO NEG-SITUACAO.
           MOVE WS-HOJE-AAAAMMDD TO NEG-DATA-EXCLUSAO.
           REWRITE NEGATIVACAO-REC.
           MOVE "E" TO DET-OPERACAO.
           MOVE NEG-DATA-QUITACAO TO DET-DATA-OPER.
           MOVE NEG-MOTIVO TO DET-MOTIVO.
           IF WS-CLI-ACHOU = 1
               MOVE CLIENTE-NOME TO DET-NOME
           ELSE
               MOVE SPACES TO DET-NOME
           END-IF.
           PERFORM GRAVA-DETALHE.
           ADD 1 TO WS-CONT-EXCLUSOES.
           MOVE "EXCLUSAO" TO WS-AUD-OPERACAO.
           PERFORM REGISTRA-AUDITORIA.
       TRATA-EXCLUSAO-FIM.
           EXIT.

      * Detalhe 01 do arquivo do biro com o registro corrente de
      * negativacao.dat; DET-OPERACAO, DET-NOME, DET-DATA-OPER e
      * DET-MOTIVO ja preenchidos.
       GRAVA-DETALHE.
           MOVE NEG-CPF TO DET-CPF.
           MOVE NEG-VALOR TO DET-VALOR.
           MOVE NEG-DEBITO-DESDE TO DET-DATA-DEBITO.
           MOVE NEG-FILIAL TO DET-FILIAL.
           CALL "LEFILIAL" USING NEG-FILIAL WS-LF-SITUACAO
               WS-LF-DADOS.
           MOVE WS-LF-CNPJ TO DET-CNPJ.
           MOVE NEG-CHAVE TO DET-CONTRATO.
           MOVE WS-REG-DET TO BIRO-LINHA.
           WRITE BIRO-LINHA.
           ADD 1 TO WS-CONT-REG.
           ADD NEG-VALOR TO WS-HASH-VALOR.

      * Comunicacao previa ao consumidor antes da inclusao.
       EMITE-AVISO.
           MOVE CLIENTE-SALDO TO WS-SALDO-ED.
           MOVE ALL "=" TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           CALL "LEFILIAL" USING CLIENTE-FILIAL WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-LF-SITUACAO NOT = "N"
               MOVE SPACES TO AVISO-LINHA
               STRING WS-LF-NOME DELIMITED BY SIZE
                   "  CNPJ " DELIMITED BY SIZE
                   WS-LF-CNPJ DELIMITED BY SIZE
                   "  TEL " DELIMITED BY SIZE
                   WS-LF-TELEFONE DELIMITED BY SIZE
                   INTO AVISO-LINHA
               WRITE AVISO-LINHA
           END-IF.
           MOVE "AVISO PREVIO DE INCLUSAO EM CADASTRO DE INADIMPLENTES"
               TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           STRING "CLIENTE: " DELIMITED BY SIZE
               CLIENTE-NOME DELIMITED BY SIZE
               " CPF " DELIMITED BY SIZE
               CLIENTE-CPF DELIMITED BY SIZE
               " TEL " DELIMITED BY SIZE
               CLIENTE-TELEFONE DELIMITED BY SIZE
               INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           STRING "DEBITO DE " DELIMITED BY SIZE
               WS-SALDO-ED DELIMITED BY SIZE
               " EM ABERTO DESDE " DELIMITED BY SIZE
               NEG-DEBITO-DESDE DELIMITED BY SIZE
               INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           STRING "SEM PAGAMENTO OU ACORDO EM " DELIMITED BY SIZE
               WS-PRAZO-AVISO DELIMITED BY SIZE
               " DIAS, O DEBITO SERA INFORMADO AO SPC/SERASA."
               DELIMITED BY SIZE
               INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO WS-EF-TEXTO.
           STRING "LOCADORA: DEBITO R$ " DELIMITED BY SIZE
               WS-SALDO-ED DELIMITED BY SIZE
               " EM ABERTO. SEM PAGAMENTO/ACORDO EM " DELIMITED BY SIZE
               WS-PRAZO-AVISO DELIMITED BY SIZE
               " DIAS VAI AO SPC/SERASA." DELIMITED BY SIZE
               INTO WS-EF-TEXTO.
           CALL "ENFILEIRA" USING WS-EF-MODO CLIENTE-CPF WS-EF-EVENTO
               CLIENTE-FILIAL WS-EF-TEXTO WS-EF-RESULTADO.

       REGISTRA-AUDITORIA.
           MOVE NEG-CPF TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "VALOR " DELIMITED BY SIZE
               NEG-VALOR DELIMITED BY SIZE
               " SEQ " DELIMITED BY SIZE
               NEG-SEQ DELIMITED BY SIZE
               " MOTIVO " DELIMITED BY SIZE
               NEG-MOTIVO DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.

       FIM.
           STOP RUN.
       END PROGRAM NEGATIVA.
