      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc
      ******************************************************************
      * Jornal de recuperacao (jornal.dat): chamado imediatamente
      * antes de cada WRITE, REWRITE e DELETE em clientes.dat,
      * estoque.dat, exemplares.dat, emprestimos.dat e
      * pagamentos.dat, com o registro como vai ficar. Le o registro
      * atual pela chave para gravar a imagem anterior junto com a
      * nova. Inclusao de chave que ja existe, ou alteracao/exclusao
      * de chave que nao existe, vai falhar no chamador e por isso
      * nao entra no jornal. O BACKUP grava aqui uma marca (operacao
      * "B") com o codigo de cada backup gerado; o RECUPERA restaura
      * um backup e reaplica o jornal a partir dessa marca.
      * Operacao: I inclusao, A alteracao, E exclusao, B backup.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JORNAL.
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
           05 EMP-ULTIMA-MULTA PIC X(08).
           05 EMP-RENOVACOES PIC 9(01).
           05 EMP-OPERADOR PIC X(03).
           05 EMP-CONDICAO PIC X(01).
           05 EMP-EXEMPLAR PIC 9(03).
           05 EMP-TIPO PIC X(01).
           05 EMP-CAMPANHA PIC X(06).
           05 EMP-FILIAL-DEV PIC X(04).
           05 EMP-DEPENDENTE PIC X(01).
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

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS-JRN PIC 99.
            77 WS-TAM PIC 9(03).
            77 WS-GRAVA PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-HHMMSSCC PIC X(08).
               05 WS-HOJE-RESTO PIC X(05).
            01 WS-ENTRADA.
               05 WS-ENT-DATA PIC X(08).
               05 WS-ENT-HORA PIC X(08).
               05 WS-ENT-PROGRAMA PIC X(10).
               05 WS-ENT-OPERADOR PIC X(03).
               05 WS-ENT-ARQUIVO PIC X(10).
               05 WS-ENT-OPERACAO PIC X(01).
               05 WS-ENT-CHAVE PIC X(20).
               05 WS-ENT-TAMANHO PIC 9(03).
               05 WS-ENT-ANTES PIC X(130).
               05 WS-ENT-DEPOIS PIC X(130).
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).

       LINKAGE SECTION.
       01 JR-PROGRAMA PIC X(10).
       01 JR-ARQUIVO PIC X(10).
       01 JR-OPERACAO PIC X(01).
       01 JR-REGISTRO PIC X(130).

       PROCEDURE DIVISION USING JR-PROGRAMA JR-ARQUIVO JR-OPERACAO
               JR-REGISTRO.
       REGISTRAR.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE SPACES TO WS-ENTRADA.
           MOVE WS-HOJE-AAAAMMDD TO WS-ENT-DATA.
           MOVE WS-HOJE-HHMMSSCC TO WS-ENT-HORA.
           MOVE JR-PROGRAMA TO WS-ENT-PROGRAMA.
           MOVE WS-SES-OPERADOR TO WS-ENT-OPERADOR.
           MOVE JR-ARQUIVO TO WS-ENT-ARQUIVO.
           MOVE JR-OPERACAO TO WS-ENT-OPERACAO.
           MOVE 0 TO WS-ENT-TAMANHO.
           MOVE 0 TO WS-GRAVA.
           EVALUATE JR-ARQUIVO
               WHEN "BACKUP"
                   MOVE JR-REGISTRO(1:14) TO WS-ENT-CHAVE
                   MOVE 1 TO WS-GRAVA
               WHEN "CLIENTES"
                   MOVE 88 TO WS-TAM
                   MOVE JR-REGISTRO(1:88) TO CLIENTE
                   MOVE CLIENTE-CPF TO WS-ENT-CHAVE
                   OPEN INPUT ARQ-CLIENTES
                   IF WS-FS = 0
                       READ ARQ-CLIENTES
                   END-IF
                   PERFORM CONFERE-ANTES
                   IF WS-FS = 0
                       MOVE CLIENTE TO WS-ENT-ANTES
                   END-IF
                   CLOSE ARQ-CLIENTES
               WHEN "ESTOQUE"
                   MOVE 60 TO WS-TAM
                   MOVE JR-REGISTRO(1:60) TO FILME
                   MOVE FILME-ID TO WS-ENT-CHAVE
                   OPEN INPUT ARQ-ESTOQUE
                   IF WS-FS = 0
                       READ ARQ-ESTOQUE
                   END-IF
                   PERFORM CONFERE-ANTES
                   IF WS-FS = 0
                       MOVE FILME TO WS-ENT-ANTES
                   END-IF
                   CLOSE ARQ-ESTOQUE
               WHEN "EXEMPLARES"
                   MOVE 27 TO WS-TAM
                   MOVE JR-REGISTRO(1:27) TO EXEMPLAR
                   MOVE EX-CHAVE TO WS-ENT-CHAVE
                   OPEN INPUT ARQ-EXEMPLARES
                   IF WS-FS = 0
                       READ ARQ-EXEMPLARES
                   END-IF
                   PERFORM CONFERE-ANTES
                   IF WS-FS = 0
                       MOVE EXEMPLAR TO WS-ENT-ANTES
                   END-IF
                   CLOSE ARQ-EXEMPLARES
               WHEN "EMPRESTIMO"
                   MOVE 126 TO WS-TAM
                   MOVE JR-REGISTRO(1:126) TO EMPRESTIMO
                   MOVE EMP-ID TO WS-ENT-CHAVE
                   OPEN INPUT ARQ-EMPRESTIMOS
                   IF WS-FS = 0
                       READ ARQ-EMPRESTIMOS
                   END-IF
                   PERFORM CONFERE-ANTES
                   IF WS-FS = 0
                       MOVE EMPRESTIMO TO WS-ENT-ANTES
                   END-IF
                   CLOSE ARQ-EMPRESTIMOS
               WHEN "PAGAMENTOS"
                   MOVE 86 TO WS-TAM
                   MOVE JR-REGISTRO(1:86) TO PAGAMENTO
                   MOVE PAG-RECIBO TO WS-ENT-CHAVE
                   OPEN INPUT ARQ-PAGAMENTOS
                   IF WS-FS = 0
                       READ ARQ-PAGAMENTOS
                   END-IF
                   PERFORM CONFERE-ANTES
                   IF WS-FS = 0
                       MOVE PAGAMENTO TO WS-ENT-ANTES
                   END-IF
                   CLOSE ARQ-PAGAMENTOS
           END-EVALUATE.
           IF WS-GRAVA = 0
               GOBACK
           END-IF.
           IF JR-OPERACAO NOT = "E" AND JR-OPERACAO NOT = "B"
               MOVE WS-TAM TO WS-ENT-TAMANHO
               MOVE JR-REGISTRO(1:WS-TAM) TO WS-ENT-DEPOIS
           END-IF.
           IF JR-OPERACAO = "E"
               MOVE WS-TAM TO WS-ENT-TAMANHO
           END-IF.

           OPEN EXTEND ARQ-JORNAL.
           IF WS-FS-JRN NOT = 0
               OPEN OUTPUT ARQ-JORNAL
           END-IF.
           MOVE WS-ENTRADA TO JORNAL-REC.
           WRITE JORNAL-REC.
           CLOSE ARQ-JORNAL.
           GOBACK.

      * Situacao da chave no arquivo (WS-FS da leitura) contra a
      * operacao: inclusao so de chave nova, alteracao e exclusao so
      * de chave existente. Registro em uso por outro (ou outro erro
      * de leitura) entra no jornal sem a imagem anterior.
       CONFERE-ANTES.
           MOVE 1 TO WS-GRAVA.
           IF JR-OPERACAO = "I"
               IF WS-FS = 0
                   MOVE 0 TO WS-GRAVA
               END-IF
           ELSE
               IF WS-FS = 23 OR WS-FS = 35
                   MOVE 0 TO WS-GRAVA
               END-IF
           END-IF.

       END PROGRAM JORNAL.
