      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Devolucao pela urna (fitas deixadas fora do horario). O
      * balcao esvazia a urna e digita/le o codigo de cada copia num
      * arquivo texto, uma por linha: FILME-ID (5) + sequencia do
      * exemplar (3), e "D" na coluna 10 se a copia veio avariada.
      * Para cada codigo o emprestimo em aberto daquele exemplar e
      * fechado com a data do ultimo dia aberto da filial antes de
      * hoje (calendario.dat), ou a data informada. A multa que o
      * ATRASOS cobrou por dia posterior a essa data e estornada do
      * saldo, a copia volta a disponivel e a primeira reserva do
      * titulo e avisada, como na devolucao do balcao. Ficam na
      * lista de excecoes, sem alteracao: codigo invalido ou
      * repetido, copia sem emprestimo em aberto, emprestimo de
      * outra filial e copia avariada (marcada na urna ou ja
      * condenada no acervo) - essas vao para inspecao e devolucao
      * no balcao. Parametros pelo console: filial da urna, arquivo
      * (vazio = urna.txt) e data de devolucao AAAAMMDD (vazio = dia
      * aberto anterior). Relatorio em urna_FFFF_AAAAMMDD.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. URNA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-URNA
           ASSIGN TO WS-NOME-URNA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-URN.
       SELECT ARQ-EMPRESTIMOS
           ASSIGN TO "./emprestimos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE KEY IS EMP-CPF WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS.
       SELECT ARQ-ESTOQUE
           ASSIGN TO "./estoque.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FILME-ID
           ALTERNATE KEY IS FILME-TITULO WITH DUPLICATES
           ALTERNATE KEY IS FILME-CATEGORIA WITH DUPLICATES
           ALTERNATE KEY IS FILME-FILIAL WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS2.
       SELECT ARQ-EXEMPLARES
           ASSIGN TO "./exemplares.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EX-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS3.
       SELECT ARQ-CLIENTES
           ASSIGN TO "./clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLIENTE-CPF
           ALTERNATE KEY IS CLIENTE-NOME WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-TELEFONE WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS4.
       SELECT ARQ-RESERVA
           ASSIGN TO "./reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS5.
       SELECT ARQ-TARIFAS
           ASSIGN TO "./tarifas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS TAR-CHAVE
           FILE STATUS IS WS-FS6.
       SELECT ARQ-CALENDARIO
           ASSIGN TO "./calendario.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAL-CHAVE
           FILE STATUS IS WS-FS7.
       SELECT ARQ-CONTROLE
           ASSIGN TO "./controle.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CTL-CHAVE
           FILE STATUS IS WS-FS8.
       SELECT ARQ-RELATORIO
           ASSIGN TO WS-NOME-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS9.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-URNA.
       01 URN-LINHA PIC X(80).
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
           05 EMP-ULTIMA-MULTA PIC X(08).
           05 EMP-RENOVACOES PIC 9(01).
           05 EMP-OPERADOR PIC X(03).
           05 EMP-CONDICAO PIC X(01).
           05 EMP-EXEMPLAR PIC 9(03).
           05 EMP-TIPO PIC X(01).
           05 EMP-CAMPANHA PIC X(06).
           05 EMP-FILIAL-DEV PIC X(04).
           05 EMP-DEPENDENTE PIC X(01).
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
       FD ARQ-RESERVA.
       01 RESERVA-REC.
           05 RES-CHAVE.
               10 RES-FILME PIC X(20).
               10 RES-SEQ PIC 9(06).
           05 RES-CPF PIC X(11).
           05 RES-DATA PIC X(08).
           05 RES-FORMATO PIC X(01).
           05 FILLER PIC X(09).
       FD ARQ-TARIFAS.
       01 TARIFA.
           05 TAR-CHAVE.
               10 TAR-FILIAL PIC X(04).
               10 TAR-CATEGORIA PIC X(10).
           05 TAR-JANELA-NORMAL PIC 9(02).
           05 TAR-JANELA-LANC PIC 9(02).
           05 TAR-TAXA-DIARIA PIC 9(04)V99.
           05 TAR-MULT-PRECO PIC 9(01)V99.
           05 TAR-REPOSICAO PIC 9(04)V99.
           05 TAR-DEPREC-MESES PIC 9(03).
           05 TAR-DIAS-LANCAMENTO PIC 9(03).
           05 TAR-TAXA-ENTREGA PIC 9(04)V99.
           05 FILLER PIC X(02).
       FD ARQ-CALENDARIO.
       01 CALENDARIO-REC.
           05 CAL-CHAVE.
               10 CAL-FILIAL PIC X(04).
               10 CAL-DATA PIC X(08).
           05 CAL-DESCRICAO PIC X(20).
           05 CAL-SEMANA PIC X(07).
           05 FILLER PIC X(10).
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
            77 WS-FS9 PIC 99.
            77 WS-FS-URN PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-RES-EOF PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-HOJE-NUM PIC 9(08).
            77 WS-HOJE-DIA PIC 9(07).
            77 WS-FILIAL-URNA PIC X(04).
            77 WS-NOME-URNA PIC X(60).
            77 WS-NOME-RELATORIO PIC X(40).
            77 WS-PARAM PIC X(60).
            77 WS-DEV-DATA PIC X(08).
            77 WS-DEV-NUM PIC 9(08).
            77 WS-DEV-DIA PIC 9(07).
            77 WS-TRAVA-BATCH PIC 9 VALUE 0.
            77 WS-CAL-ABERTO PIC 9 VALUE 0.
            77 WS-EX-ABERTO PIC 9 VALUE 0.
            77 WS-CLI-ABERTO PIC 9 VALUE 0.
            77 WS-RES-ABERTO PIC 9 VALUE 0.
      * Calendario: dia em WS-CAL-DIA (inteiro) na filial da urna.
            77 WS-CAL-DIA PIC 9(07).
            77 WS-CAL-DIA-NUM PIC 9(08).
            77 WS-CAL-DIA-SEM PIC 9(01).
            77 WS-CAL-FECHADO PIC 9 VALUE 0.
            77 WS-CAL-TENTA PIC 9(02).
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
      * Codigos lidos da urna. Situacao: P pendente, E excecao,
      * D devolvido.
            01 WS-URN-TAB.
               05 WS-URN-ENTRY OCCURS 500 TIMES.
                   10 WS-URN-CODIGO PIC X(08).
                   10 WS-URN-FILME-ID PIC 9(05).
                   10 WS-URN-SEQ PIC 9(03).
                   10 WS-URN-AVARIA PIC X(01).
                   10 WS-URN-TITULO PIC X(20).
                   10 WS-URN-FILIAL PIC X(04).
                   10 WS-URN-EMP-ID PIC 9(06).
                   10 WS-URN-SITUACAO PIC X(01).
                   10 WS-URN-MOTIVO PIC X(30).
            77 WS-URN-QTD PIC 9(03) VALUE 0.
            77 WS-URN-I PIC 9(03).
            77 WS-URN-J PIC 9(03).
            77 WS-URN-ACHOU PIC 9(03).
            77 WS-URN-IGNORADAS PIC 9(05) VALUE 0.
            77 WS-QTD-DEVOLVIDAS PIC 9(04) VALUE 0.
            77 WS-QTD-EXCECOES PIC 9(04) VALUE 0.
            77 WS-QTD-RESERVAS PIC 9(04) VALUE 0.
            77 WS-TOT-ESTORNO PIC 9(07)V99 VALUE 0.
            77 WS-VENC-X PIC X(08).
            77 WS-VENC-NUM PIC 9(08).
            77 WS-VENC-DIA PIC 9(07).
            77 WS-ULT-NUM PIC 9(08).
            77 WS-ULT-DIA PIC 9(07).
            77 WS-INI-NUM PIC 9(08).
            77 WS-INI-DIA PIC 9(07).
            77 WS-EST-DE PIC 9(07).
            77 WS-EST-ATE PIC 9(07).
            77 WS-EST-DIAS PIC 9(03).
            77 WS-TAXA-DIARIA PIC 9(04)V99 VALUE 2.00.
            77 WS-ESTORNO PIC 9(06)V99.
            77 WS-VALOR-ED PIC ZZZZZ9.99.
            77 WS-EX-FORMATO-DEV PIC X(01).
            77 WS-AVISO PIC X(30).
            77 WS-DISP-OK PIC 9 VALUE 0.
            01 WS-EF-MODO PIC X(01) VALUE "E".
            01 WS-EF-EVENTO PIC X(02) VALUE "RD".
            01 WS-EF-TEXTO PIC X(100).
            01 WS-EF-RESULTADO PIC X(01).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "URNA".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "URNA".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).

       PROCEDURE DIVISION.
       URNA.
           DISPLAY "DEVOLUCAO PELA URNA".
           DISPLAY "FILIAL DA URNA: ".
           MOVE SPACES TO WS-FILIAL-URNA.
           ACCEPT WS-FILIAL-URNA.
           CALL "LEFILIAL" USING WS-FILIAL-URNA WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-FILIAL-URNA = SPACES OR WS-LF-SITUACAO NOT = "A"
               DISPLAY "FILIAL INVALIDA OU FECHADA: " WS-FILIAL-URNA
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           DISPLAY "ARQUIVO DA URNA (VAZIO = urna.txt): ".
           MOVE SPACES TO WS-PARAM.
           ACCEPT WS-PARAM.
           IF WS-PARAM = SPACES
               MOVE "./urna.txt" TO WS-NOME-URNA
           ELSE
               MOVE WS-PARAM TO WS-NOME-URNA
           END-IF.
           DISPLAY "DATA DE DEVOLUCAO AAAAMMDD (VAZIO = DIA ABERTO "
               "ANTERIOR): ".
           MOVE SPACES TO WS-PARAM.
           ACCEPT WS-PARAM.

           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) TO WS-HOJE-DIA.

           PERFORM VERIFICA-TRAVA-BATCH THRU VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               DISPLAY "SISTEMA EM FECHAMENTO - TENTE MAIS TARDE"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.

           OPEN INPUT ARQ-CALENDARIO.
           IF WS-FS7 = 0
               MOVE 1 TO WS-CAL-ABERTO
           END-IF.
           IF WS-PARAM = SPACES
               PERFORM DIA-ABERTO-ANTERIOR
           ELSE
               MOVE WS-PARAM(1:8) TO WS-DEV-DATA
               IF WS-DEV-DATA IS NOT NUMERIC
                   MOVE "00000000" TO WS-DEV-DATA
               END-IF
               MOVE WS-DEV-DATA TO WS-DEV-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEV-NUM) NOT = 0
                   OR WS-DEV-DATA > WS-HOJE-AAAAMMDD
                   DISPLAY "DATA DE DEVOLUCAO INVALIDA"
                   CLOSE ARQ-CALENDARIO
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM
               END-IF
               MOVE FUNCTION INTEGER-OF-DATE(WS-DEV-NUM)
                   TO WS-DEV-DIA
           END-IF.

           OPEN INPUT ARQ-URNA.
           IF WS-FS-URN <> 0
               DISPLAY "ARQUIVO DA URNA NAO ENCONTRADO: " WS-NOME-URNA
               CLOSE ARQ-CALENDARIO
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           SET EOF TO 0.
           PERFORM UNTIL EOF = 1
               READ ARQ-URNA
                   AT END SET EOF TO 1
                   NOT AT END PERFORM GUARDA-CODIGO
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-URNA.

           OPEN I-O ARQ-EMPRESTIMOS.
           IF WS-FS <> 0
               DISPLAY "ERRO NO ARQUIVO DE EMPRESTIMOS: " WS-FS
               CLOSE ARQ-CALENDARIO
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN I-O ARQ-ESTOQUE.
           IF WS-FS2 <> 0
               DISPLAY "ERRO NO ARQUIVO DE ESTOQUE: " WS-FS2
               CLOSE ARQ-EMPRESTIMOS
               CLOSE ARQ-CALENDARIO
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN I-O ARQ-EXEMPLARES.
           IF WS-FS3 = 0
               MOVE 1 TO WS-EX-ABERTO
           END-IF.
           OPEN I-O ARQ-CLIENTES.
           IF WS-FS4 = 0
               MOVE 1 TO WS-CLI-ABERTO
           END-IF.
           OPEN I-O ARQ-RESERVA.
           IF WS-FS5 = 0
               MOVE 1 TO WS-RES-ABERTO
           END-IF.
           OPEN INPUT ARQ-TARIFAS.
           PERFORM LE-TAXA-FILIAL THRU LE-TAXA-FILIAL-FIM.

           MOVE 1 TO WS-URN-I.
           PERFORM UNTIL WS-URN-I > WS-URN-QTD
               IF WS-URN-SITUACAO(WS-URN-I) = "P"
                   PERFORM IDENTIFICA-COPIA
               END-IF
               ADD 1 TO WS-URN-I
           END-PERFORM.
           PERFORM ACHA-EMPRESTIMOS.
           MOVE 1 TO WS-URN-I.
           PERFORM UNTIL WS-URN-I > WS-URN-QTD
               IF WS-URN-SITUACAO(WS-URN-I) = "P"
                   PERFORM DEVOLVE-COPIA THRU DEVOLVE-COPIA-FIM
               END-IF
               ADD 1 TO WS-URN-I
           END-PERFORM.

           CLOSE ARQ-EMPRESTIMOS.
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-EXEMPLARES.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-RESERVA.
           CLOSE ARQ-TARIFAS.
           CLOSE ARQ-CALENDARIO.

           MOVE 1 TO WS-URN-I.
           PERFORM UNTIL WS-URN-I > WS-URN-QTD
               IF WS-URN-SITUACAO(WS-URN-I) = "E"
                   ADD 1 TO WS-QTD-EXCECOES
               END-IF
               ADD 1 TO WS-URN-I
           END-PERFORM.
           PERFORM IMPRIME-EXCECOES THRU IMPRIME-EXCECOES-FIM.

           MOVE "URNA" TO WS-AUD-OPERACAO.
           MOVE WS-FILIAL-URNA TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "DEV " DELIMITED BY SIZE
               WS-DEV-DATA DELIMITED BY SIZE
               " OK " DELIMITED BY SIZE
               WS-QTD-DEVOLVIDAS DELIMITED BY SIZE
               " EXCECOES " DELIMITED BY SIZE
               WS-QTD-EXCECOES DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "DATA DE DEVOLUCAO: " WS-DEV-DATA.
           DISPLAY "DEVOLVIDAS: " WS-QTD-DEVOLVIDAS.
           DISPLAY "EXCECOES: " WS-QTD-EXCECOES.
           IF WS-URN-IGNORADAS > 0
               DISPLAY "CODIGOS ALEM DE 500 NAO LIDOS: "
                   WS-URN-IGNORADAS " - RODAR DE NOVO COM O RESTO"
           END-IF.
           DISPLAY "ARQUIVO: " WS-NOME-RELATORIO.
           IF WS-QTD-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO FIM.

      * Janela de batch armada pelo NOTURNO em controle.dat.
       VERIFICA-TRAVA-BATCH.
           MOVE 0 TO WS-TRAVA-BATCH.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-FS8 <> 0
               CLOSE ARQ-CONTROLE
               GO TO VERIFICA-TRAVA-BATCH-FIM
           END-IF.
           MOVE "00000000" TO CTL-DATA.
           MOVE "TRAVABATCH" TO CTL-JOB.
           READ ARQ-CONTROLE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CTL-STATUS = "A"
                       MOVE 1 TO WS-TRAVA-BATCH
                   END-IF
           END-READ.
           CLOSE ARQ-CONTROLE.
       VERIFICA-TRAVA-BATCH-FIM.
           EXIT.

      * Ultimo dia aberto da filial antes de hoje: a urna foi usada
      * depois do expediente desse dia.
       DIA-ABERTO-ANTERIOR.
           COMPUTE WS-CAL-DIA = WS-HOJE-DIA - 1.
           MOVE 0 TO WS-CAL-TENTA.
           PERFORM CONFERE-DIA-FECHADO THRU CONFERE-DIA-FECHADO-FIM.
           PERFORM UNTIL WS-CAL-FECHADO = 0 OR WS-CAL-TENTA > 30
               SUBTRACT 1 FROM WS-CAL-DIA
               ADD 1 TO WS-CAL-TENTA
               PERFORM CONFERE-DIA-FECHADO THRU CONFERE-DIA-FECHADO-FIM
           END-PERFORM.
           MOVE WS-CAL-DIA TO WS-DEV-DIA.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DEV-DIA) TO WS-DEV-NUM.
           MOVE WS-DEV-NUM TO WS-DEV-DATA.

      * A filial da urna esta fechada no dia WS-CAL-DIA? Dia da
      * semana no registro base e feriado avulso, como no ATRASOS.
       CONFERE-DIA-FECHADO.
           MOVE 0 TO WS-CAL-FECHADO.
           IF WS-CAL-ABERTO = 0
               GO TO CONFERE-DIA-FECHADO-FIM
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DIA) TO WS-CAL-DIA-NUM.
           COMPUTE WS-CAL-DIA-SEM = FUNCTION MOD(WS-CAL-DIA, 7).
           MOVE WS-FILIAL-URNA TO CAL-FILIAL.
           MOVE SPACES TO CAL-DATA.
           READ ARQ-CALENDARIO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CAL-SEMANA(WS-CAL-DIA-SEM + 1:1) = "S"
                       MOVE 1 TO WS-CAL-FECHADO
                   END-IF
           END-READ.
           IF WS-CAL-FECHADO = 0
               MOVE WS-FILIAL-URNA TO CAL-FILIAL
               MOVE WS-CAL-DIA-NUM TO CAL-DATA
               READ ARQ-CALENDARIO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-CAL-FECHADO
               END-READ
           END-IF.
       CONFERE-DIA-FECHADO-FIM.
           EXIT.

      * Uma linha da urna: FFFFFSSS e "D" opcional na coluna 10.
       GUARDA-CODIGO.
           IF URN-LINHA = SPACES
               GO TO GUARDA-CODIGO-FIM
           END-IF.
           IF WS-URN-QTD NOT < 500
               ADD 1 TO WS-URN-IGNORADAS
               GO TO GUARDA-CODIGO-FIM
           END-IF.
           ADD 1 TO WS-URN-QTD.
           MOVE WS-URN-QTD TO WS-URN-I.
           MOVE URN-LINHA(1:8) TO WS-URN-CODIGO(WS-URN-I).
           MOVE 0 TO WS-URN-FILME-ID(WS-URN-I).
           MOVE 0 TO WS-URN-SEQ(WS-URN-I).
           MOVE 0 TO WS-URN-EMP-ID(WS-URN-I).
           MOVE SPACES TO WS-URN-TITULO(WS-URN-I).
           MOVE SPACES TO WS-URN-FILIAL(WS-URN-I).
           MOVE SPACES TO WS-URN-MOTIVO(WS-URN-I).
           MOVE "P" TO WS-URN-SITUACAO(WS-URN-I).
           MOVE "N" TO WS-URN-AVARIA(WS-URN-I).
           IF URN-LINHA(10:1) = "D" OR URN-LINHA(10:1) = "d"
               MOVE "S" TO WS-URN-AVARIA(WS-URN-I)
           END-IF.
           IF URN-LINHA(1:8) IS NOT NUMERIC
               MOVE "E" TO WS-URN-SITUACAO(WS-URN-I)
               MOVE "CODIGO INVALIDO" TO WS-URN-MOTIVO(WS-URN-I)
               GO TO GUARDA-CODIGO-FIM
           END-IF.
           MOVE URN-LINHA(1:5) TO WS-URN-FILME-ID(WS-URN-I).
           MOVE URN-LINHA(6:3) TO WS-URN-SEQ(WS-URN-I).
           MOVE 1 TO WS-URN-J.
           PERFORM UNTIL WS-URN-J NOT < WS-URN-I
               IF WS-URN-CODIGO(WS-URN-J) = WS-URN-CODIGO(WS-URN-I)
                   MOVE "E" TO WS-URN-SITUACAO(WS-URN-I)
                   MOVE "CODIGO REPETIDO NA URNA"
                       TO WS-URN-MOTIVO(WS-URN-I)
                   MOVE WS-URN-I TO WS-URN-J
               ELSE
                   ADD 1 TO WS-URN-J
               END-IF
           END-PERFORM.
       GUARDA-CODIGO-FIM.
           EXIT.

      * Titulo e filial da copia pelo FILME-ID.
       IDENTIFICA-COPIA.
           MOVE WS-URN-FILME-ID(WS-URN-I) TO FILME-ID.
           READ ARQ-ESTOQUE
               INVALID KEY
                   MOVE "E" TO WS-URN-SITUACAO(WS-URN-I)
                   MOVE "FILME NAO CADASTRADO"
                       TO WS-URN-MOTIVO(WS-URN-I)
               NOT INVALID KEY
                   MOVE FILME-TITULO TO WS-URN-TITULO(WS-URN-I)
                   MOVE FILME-FILIAL TO WS-URN-FILIAL(WS-URN-I)
           END-READ.

      * Uma passada nos emprestimos em aberto casando titulo,
      * exemplar e filial com os codigos pendentes.
       ACHA-EMPRESTIMOS.
           MOVE 0 TO EMP-ID.
           SET EOF TO 0.
           START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EMPRESTIMOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF EMP-STATUS = "A"
                           AND EMP-EXEMPLAR IS NUMERIC
                           AND EMP-EXEMPLAR > 0
                           PERFORM CASA-EMPRESTIMO
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.

       CASA-EMPRESTIMO.
           MOVE 1 TO WS-URN-J.
           PERFORM UNTIL WS-URN-J > WS-URN-QTD
               IF WS-URN-SITUACAO(WS-URN-J) = "P"
                   AND WS-URN-EMP-ID(WS-URN-J) = 0
                   AND WS-URN-TITULO(WS-URN-J) = FILME-EMP
                   AND WS-URN-SEQ(WS-URN-J) = EMP-EXEMPLAR
                   AND WS-URN-FILIAL(WS-URN-J) = EMP-FILIAL
                   MOVE EMP-ID TO WS-URN-EMP-ID(WS-URN-J)
                   MOVE WS-URN-QTD TO WS-URN-J
               END-IF
               ADD 1 TO WS-URN-J
           END-PERFORM.

      * Fecha o emprestimo da copia WS-URN-I com a data da urna.
       DEVOLVE-COPIA.
           IF WS-URN-EMP-ID(WS-URN-I) = 0
               MOVE "SEM EMPRESTIMO EM ABERTO"
                   TO WS-URN-MOTIVO(WS-URN-I)
               GO TO DEVOLVE-COPIA-EXCECAO
           END-IF.
           IF WS-URN-FILIAL(WS-URN-I) NOT = WS-FILIAL-URNA
               MOVE SPACES TO WS-URN-MOTIVO(WS-URN-I)
               STRING "EMPRESTIMO DA FILIAL " DELIMITED BY SIZE
                   WS-URN-FILIAL(WS-URN-I) DELIMITED BY SIZE
                   INTO WS-URN-MOTIVO(WS-URN-I)
               GO TO DEVOLVE-COPIA-EXCECAO
           END-IF.
           MOVE SPACE TO WS-EX-FORMATO-DEV.
           IF WS-EX-ABERTO = 1
               MOVE WS-URN-FILME-ID(WS-URN-I) TO EX-FILME-ID
               MOVE WS-URN-SEQ(WS-URN-I) TO EX-SEQ
               READ ARQ-EXEMPLARES
                   INVALID KEY MOVE SPACES TO EX-CONDICAO
               END-READ
               IF EX-CONDICAO = "X"
                   MOVE "S" TO WS-URN-AVARIA(WS-URN-I)
               END-IF
           END-IF.
           IF WS-URN-AVARIA(WS-URN-I) = "S"
               MOVE "AVARIADA - INSPECIONAR NO BALCAO"
                   TO WS-URN-MOTIVO(WS-URN-I)
               GO TO DEVOLVE-COPIA-EXCECAO
           END-IF.

           MOVE WS-URN-EMP-ID(WS-URN-I) TO EMP-ID.
           READ ARQ-EMPRESTIMOS WITH LOCK
               INVALID KEY MOVE SPACES TO EMP-STATUS
           END-READ.
           IF WS-FS = 51
               MOVE "EMPRESTIMO EM USO - REPROCESSAR"
                   TO WS-URN-MOTIVO(WS-URN-I)
               GO TO DEVOLVE-COPIA-EXCECAO
           END-IF.
           IF EMP-STATUS NOT = "A"
               MOVE "SEM EMPRESTIMO EM ABERTO"
                   TO WS-URN-MOTIVO(WS-URN-I)
               GO TO DEVOLVE-COPIA-EXCECAO
           END-IF.
           MOVE WS-DEV-DATA TO DATA-DEVOLUCAO.
           IF DATA-INI(1:8) IS NUMERIC
               AND DATA-INI(1:8) > WS-DEV-DATA
               MOVE DATA-INI(1:8) TO DATA-DEVOLUCAO
           END-IF.
           PERFORM CALC-ESTORNO.
           MOVE "F" TO EMP-STATUS.
           MOVE "O" TO EMP-CONDICAO.
           MOVE WS-FILIAL-URNA TO EMP-FILIAL-DEV.
           MOVE "EMPRESTIMO" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO EMPRESTIMO
           REWRITE EMPRESTIMO.
           MOVE "D" TO WS-URN-SITUACAO(WS-URN-I).
           ADD 1 TO WS-QTD-DEVOLVIDAS.
           MOVE SPACES TO WS-AVISO.
           MOVE 0 TO WS-DISP-OK.

           MOVE WS-URN-FILME-ID(WS-URN-I) TO FILME-ID.
           READ ARQ-ESTOQUE WITH LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WS-FS2 = 0
                       ADD 1 TO FILME-DISP
                       IF FILME-DISP > FILME-QTD
                           MOVE FILME-QTD TO FILME-DISP
                       END-IF
                       MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                       MOVE "A" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO FILME
                       REWRITE FILME
                       MOVE 1 TO WS-DISP-OK
                   END-IF
           END-READ.
           IF WS-FS2 = 51
               MOVE "DISPONIVEL NAO ATUALIZADO" TO WS-AVISO
           END-IF.

           IF WS-EX-ABERTO = 1
               MOVE WS-URN-FILME-ID(WS-URN-I) TO EX-FILME-ID
               MOVE WS-URN-SEQ(WS-URN-I) TO EX-SEQ
               READ ARQ-EXEMPLARES WITH LOCK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF WS-FS3 = 0
                           MOVE EX-FORMATO TO WS-EX-FORMATO-DEV
                           IF EX-FORMATO = SPACE
                               MOVE "D" TO WS-EX-FORMATO-DEV
                           END-IF
                           MOVE "D" TO EX-CONDICAO
                           MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                           MOVE "A" TO WS-JRN-OPERACAO
                           CALL "JORNAL" USING WS-JRN-PROGRAMA
                               WS-JRN-ARQUIVO WS-JRN-OPERACAO EXEMPLAR
                           REWRITE EXEMPLAR
                       END-IF
               END-READ
           END-IF.

           IF WS-CLI-ABERTO = 0
               MOVE 0 TO WS-ESTORNO
               GO TO DEVOLVE-COPIA-CLIENTE-FIM
           END-IF.
           MOVE EMP-CPF TO CLIENTE-CPF.
           READ ARQ-CLIENTES WITH LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WS-FS4 = 0
                       IF CLIENTE-EMP > 0
                           SUBTRACT 1 FROM CLIENTE-EMP
                       END-IF
                       IF WS-ESTORNO > CLIENTE-SALDO
                           MOVE CLIENTE-SALDO TO WS-ESTORNO
                       END-IF
                       SUBTRACT WS-ESTORNO FROM CLIENTE-SALDO
                       MOVE "CLIENTES" TO WS-JRN-ARQUIVO
                       MOVE "A" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO CLIENTE
                       REWRITE CLIENTE
                   END-IF
           END-READ.
           IF WS-FS4 = 51
               MOVE 0 TO WS-ESTORNO
               MOVE "SALDO NAO ATUALIZADO" TO WS-AVISO
           END-IF.
       DEVOLVE-COPIA-CLIENTE-FIM.
           ADD WS-ESTORNO TO WS-TOT-ESTORNO.

           PERFORM LIBERA-RESERVA THRU LIBERA-RESERVA-FIM.
           PERFORM LINHA-DEVOLVIDA THRU LINHA-DEVOLVIDA-FIM.

           MOVE "DEVOLUCAO" TO WS-AUD-OPERACAO.
           MOVE EMP-CPF TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING FILME-EMP DELIMITED BY SIZE
               " EMP " DELIMITED BY SIZE
               EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DATA-DEVOLUCAO DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           IF WS-ESTORNO > 0
               MOVE "ESTMULTA" TO WS-AUD-OPERACAO
               MOVE EMP-CPF TO WS-AUD-CHAVE
               MOVE WS-ESTORNO TO WS-VALOR-ED
               MOVE SPACES TO WS-AUD-DETALHE
               STRING "EMP " DELIMITED BY SIZE
                   EMP-ID DELIMITED BY SIZE
                   " DIAS " DELIMITED BY SIZE
                   WS-EST-DIAS DELIMITED BY SIZE
                   " VALOR " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
               CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
                   WS-AUD-CHAVE WS-AUD-DETALHE
           END-IF.
           GO TO DEVOLVE-COPIA-FIM.
       DEVOLVE-COPIA-EXCECAO.
           MOVE "E" TO WS-URN-SITUACAO(WS-URN-I).
       DEVOLVE-COPIA-FIM.
           EXIT.

      * Multa do ATRASOS a estornar: um dia de taxa por dia aberto
      * depois da devolucao (e depois do vencimento) ate o ultimo
      * dia ja cobrado no emprestimo (EMP-ULTIMA-MULTA).
       CALC-ESTORNO.
           MOVE 0 TO WS-EST-DIAS.
           MOVE 0 TO WS-ESTORNO.
           MOVE DATA-FIM(1:8) TO WS-VENC-X.
           IF WS-VENC-X IS NOT NUMERIC
               OR EMP-ULTIMA-MULTA IS NOT NUMERIC
               GO TO CALC-ESTORNO-FIM
           END-IF.
           MOVE WS-VENC-X TO WS-VENC-NUM.
           MOVE EMP-ULTIMA-MULTA TO WS-ULT-NUM.
           MOVE DATA-DEVOLUCAO TO WS-INI-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-VENC-NUM) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-ULT-NUM) NOT = 0
               GO TO CALC-ESTORNO-FIM
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-VENC-NUM) TO WS-VENC-DIA.
           MOVE FUNCTION INTEGER-OF-DATE(WS-ULT-NUM) TO WS-ULT-DIA.
           MOVE FUNCTION INTEGER-OF-DATE(WS-INI-NUM) TO WS-INI-DIA.
           IF WS-VENC-DIA > WS-INI-DIA
               COMPUTE WS-EST-DE = WS-VENC-DIA + 1
           ELSE
               COMPUTE WS-EST-DE = WS-INI-DIA + 1
           END-IF.
           IF WS-ULT-DIA < WS-HOJE-DIA
               MOVE WS-ULT-DIA TO WS-EST-ATE
           ELSE
               MOVE WS-HOJE-DIA TO WS-EST-ATE
           END-IF.
           MOVE WS-EST-DE TO WS-CAL-DIA.
           PERFORM UNTIL WS-CAL-DIA > WS-EST-ATE
               PERFORM CONFERE-DIA-FECHADO THRU CONFERE-DIA-FECHADO-FIM
               IF WS-CAL-FECHADO = 0
                   ADD 1 TO WS-EST-DIAS
               END-IF
               ADD 1 TO WS-CAL-DIA
           END-PERFORM.
           COMPUTE WS-ESTORNO = WS-EST-DIAS * WS-TAXA-DIARIA.
       CALC-ESTORNO-FIM.
           EXIT.

      * Taxa diaria da filial em tarifas.dat; sem registro vale 2,00.
       LE-TAXA-FILIAL.
           MOVE 2.00 TO WS-TAXA-DIARIA.
           IF WS-FS6 <> 0
               GO TO LE-TAXA-FILIAL-FIM
           END-IF.
           MOVE WS-FILIAL-URNA TO TAR-FILIAL.
           MOVE SPACES TO TAR-CATEGORIA.
           READ ARQ-TARIFAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TAR-TAXA-DIARIA IS NUMERIC
                       AND TAR-TAXA-DIARIA > 0
                       MOVE TAR-TAXA-DIARIA TO WS-TAXA-DIARIA
                   END-IF
           END-READ.
       LE-TAXA-FILIAL-FIM.
           EXIT.

      * Copia de volta na prateleira: primeira reserva do titulo no
      * mesmo formato sai da fila e o cliente e avisado.
       LIBERA-RESERVA.
           IF WS-RES-ABERTO = 0 OR WS-DISP-OK = 0
               GO TO LIBERA-RESERVA-FIM
           END-IF.
           MOVE FILME-EMP TO RES-FILME.
           MOVE 0 TO RES-SEQ.
           SET WS-RES-EOF TO 0.
           START ARQ-RESERVA KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY SET WS-RES-EOF TO 1.
           PERFORM UNTIL WS-RES-EOF = 1
               READ ARQ-RESERVA NEXT WITH LOCK
                   AT END SET WS-RES-EOF TO 1
                   NOT AT END
                       IF RES-FILME NOT = FILME-EMP
                           SET WS-RES-EOF TO 1
                       ELSE
                           IF RES-FORMATO = SPACE
                               OR WS-EX-FORMATO-DEV = SPACE
                               OR RES-FORMATO = WS-EX-FORMATO-DEV
                               DELETE ARQ-RESERVA RECORD
                               PERFORM AVISA-RESERVA
                               ADD 1 TO WS-QTD-RESERVAS
                               SET WS-RES-EOF TO 1
                           END-IF
                       END-IF
               END-READ
               IF WS-FS5 = 51
                   SET WS-RES-EOF TO 1
               END-IF
           END-PERFORM.
           SET WS-RES-EOF TO 0.
       LIBERA-RESERVA-FIM.
           EXIT.

       AVISA-RESERVA.
           MOVE SPACES TO WS-EF-TEXTO.
           STRING "LOCADORA: O FILME " DELIMITED BY SIZE
               RES-FILME DELIMITED BY "  "
               " QUE VOCE RESERVOU ESTA DISPONIVEL NA FILIAL "
                   DELIMITED BY SIZE
               WS-FILIAL-URNA DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-EF-TEXTO.
           CALL "ENFILEIRA" USING WS-EF-MODO RES-CPF WS-EF-EVENTO
               WS-FILIAL-URNA WS-EF-TEXTO WS-EF-RESULTADO.
           EVALUATE TRUE
               WHEN WS-AVISO NOT = SPACES
                   CONTINUE
               WHEN WS-EF-RESULTADO = "Q"
                   STRING "RESERVA " DELIMITED BY SIZE
                       RES-CPF DELIMITED BY SIZE
                       " AVISADO" DELIMITED BY SIZE
                       INTO WS-AVISO
               WHEN OTHER
                   STRING "RESERVA " DELIMITED BY SIZE
                       RES-CPF DELIMITED BY SIZE
                       " LIGAR" DELIMITED BY SIZE
                       INTO WS-AVISO
           END-EVALUATE.

      * Relatorio: abre no primeiro uso; devolvidas no corpo e as
      * excecoes em secao propria no fim.
       LINHA-DEVOLVIDA.
           IF WS-QTD-DEVOLVIDAS = 1
               PERFORM ABRE-RELATORIO THRU ABRE-RELATORIO-FIM
           END-IF.
           IF WS-FS9 <> 0
               GO TO LINHA-DEVOLVIDA-FIM
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE WS-URN-CODIGO(WS-URN-I) TO RELATORIO-LINHA(1:8).
           MOVE FILME-EMP TO RELATORIO-LINHA(10:20).
           MOVE EMP-CPF TO RELATORIO-LINHA(31:11).
           MOVE EMP-ID TO RELATORIO-LINHA(43:6).
           MOVE DATA-DEVOLUCAO TO RELATORIO-LINHA(50:8).
           MOVE WS-ESTORNO TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO RELATORIO-LINHA(59:9).
           MOVE WS-AVISO TO RELATORIO-LINHA(69:30).
           WRITE RELATORIO-LINHA.
       LINHA-DEVOLVIDA-FIM.
           EXIT.

       ABRE-RELATORIO.
           MOVE SPACES TO WS-NOME-RELATORIO.
           STRING "./urna_" DELIMITED BY SIZE
               WS-FILIAL-URNA DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-RELATORIO.
           OPEN EXTEND ARQ-RELATORIO.
           IF WS-FS9 = 35
               OPEN OUTPUT ARQ-RELATORIO
           END-IF.
           IF WS-FS9 <> 0
               DISPLAY "ERRO NO ARQUIVO DO RELATORIO: " WS-FS9
               GO TO ABRE-RELATORIO-FIM
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DEVOLUCAO PELA URNA - FILIAL " DELIMITED BY SIZE
               WS-FILIAL-URNA DELIMITED BY SIZE
               " - PROCESSADO EM " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               " - DEVOLUCAO EM " DELIMITED BY SIZE
               WS-DEV-DATA DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CODIGO   TITULO               CPF         EMP    "
                   DELIMITED BY SIZE
               "DEVOLUC. ESTORNO   OBS" DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       ABRE-RELATORIO-FIM.
           EXIT.

       IMPRIME-EXCECOES.
           IF WS-QTD-DEVOLVIDAS = 0
               PERFORM ABRE-RELATORIO THRU ABRE-RELATORIO-FIM
           END-IF.
           IF WS-FS9 <> 0
               GO TO IMPRIME-EXCECOES-FIM
           END-IF.
           MOVE WS-TOT-ESTORNO TO WS-VALOR-ED.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DEVOLVIDAS: " DELIMITED BY SIZE
               WS-QTD-DEVOLVIDAS DELIMITED BY SIZE
               "  MULTAS ESTORNADAS: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               "  RESERVAS LIBERADAS: " DELIMITED BY SIZE
               WS-QTD-RESERVAS DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "EXCECOES (NAO DEVOLVIDAS - CONFERIR NO BALCAO)"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 1 TO WS-URN-I.
           PERFORM UNTIL WS-URN-I > WS-URN-QTD
               IF WS-URN-SITUACAO(WS-URN-I) = "E"
                   MOVE SPACES TO RELATORIO-LINHA
                   MOVE WS-URN-CODIGO(WS-URN-I)
                       TO RELATORIO-LINHA(1:8)
                   MOVE WS-URN-TITULO(WS-URN-I)
                       TO RELATORIO-LINHA(10:20)
                   MOVE WS-URN-MOTIVO(WS-URN-I)
                       TO RELATORIO-LINHA(31:30)
                   WRITE RELATORIO-LINHA
               END-IF
               ADD 1 TO WS-URN-I
           END-PERFORM.
           IF WS-QTD-EXCECOES = 0
               MOVE "NENHUMA" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           CLOSE ARQ-RELATORIO.
       IMPRIME-EXCECOES-FIM.
           EXIT.

       FIM.
           STOP RUN.
       END PROGRAM URNA.
