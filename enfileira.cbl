      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc
      ******************************************************************
      * Fila de mensagens ao cliente (mensagens.dat), chamada por quem
      * gera um aviso: LEMBRETE, COBRANCA e a fila de reservas do
      * EMPRESTIMOS. Confere o consentimento e o canal preferido do
      * cadastro (SMS e WhatsApp vao para o telefone, e-mail para o
      * endereco de emails.dat) e, no modo "E", grava a mensagem
      * pendente ("P") que o MSGENVIA entrega ao gateway; no modo "C"
      * so informa se o cliente pode ser avisado. Resultado:
      *   Q  enfileirada (ou, no modo "C", cliente alcancavel)
      *   N  cliente sem consentimento ou que pediu para nao receber
      *   C  sem canal preferido ou sem telefone/e-mail para o canal
      *   X  cliente nao cadastrado
      *   E  erro nos arquivos da fila
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENFILEIRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-CLIENTES
           ASSIGN TO "./clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLIENTE-CPF
           ALTERNATE KEY IS CLIENTE-NOME WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-TELEFONE WITH DUPLICATES
           FILE STATUS IS WS-FS.
       SELECT ARQ-EMAILS
           ASSIGN TO "./emails.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EML-CPF
           FILE STATUS IS WS-FS2.
       SELECT ARQ-CONTADOR
           ASSIGN TO "./contador.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CONT-TIPO
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS3.
       SELECT ARQ-MENSAGENS
           ASSIGN TO "./mensagens.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSG-ID
           ALTERNATE KEY IS MSG-CPF WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS4.
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
       FD ARQ-EMAILS.
       01 EMAIL-REC.
           05 EML-CPF PIC X(11).
           05 EML-ENDERECO PIC X(60).
           05 FILLER PIC X(09).
       FD ARQ-CONTADOR.
       01 CONTADOR-REC.
           05 CONT-TIPO PIC X(10).
           05 CONT-ULTIMO PIC 9(06).
       FD ARQ-MENSAGENS.
       01 MENSAGEM-REC.
           05 MSG-ID PIC 9(06).
           05 MSG-CPF PIC X(11).
           05 MSG-DATA PIC X(08).
           05 MSG-HORA PIC X(06).
           05 MSG-EVENTO PIC X(02).
           05 MSG-FILIAL PIC X(04).
           05 MSG-CANAL PIC X(01).
           05 MSG-DESTINO PIC X(60).
           05 MSG-TEXTO PIC X(100).
           05 MSG-SITUACAO PIC X(01).
           05 MSG-DATA-ENVIO PIC X(08).
           05 MSG-DATA-RETORNO PIC X(14).
           05 MSG-COD-RETORNO PIC X(20).
           05 FILLER PIC X(19).

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-FS2 PIC 99.
            77 WS-FS3 PIC 99.
            77 WS-FS4 PIC 99.
            77 WS-CANAL PIC X(01).
            77 WS-DESTINO PIC X(60).
            77 WS-PROX-MSG PIC 9(06).
            77 WS-TRAVA-TENTA PIC 9(02).
            77 WS-TRAVA-SEG PIC 9(02) VALUE 1.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-HHMMSS PIC X(06).
               05 WS-HOJE-RESTO PIC X(07).

       LINKAGE SECTION.
       01 EF-MODO PIC X(01).
       01 EF-CPF PIC X(11).
       01 EF-EVENTO PIC X(02).
       01 EF-FILIAL PIC X(04).
       01 EF-TEXTO PIC X(100).
       01 EF-RESULTADO PIC X(01).

       PROCEDURE DIVISION USING EF-MODO EF-CPF EF-EVENTO EF-FILIAL
               EF-TEXTO EF-RESULTADO.
       ENFILEIRAR.
           MOVE "X" TO EF-RESULTADO.
           MOVE SPACES TO WS-DESTINO.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               CLOSE ARQ-CLIENTES
               GOBACK
           END-IF.
           MOVE EF-CPF TO CLIENTE-CPF.
           READ ARQ-CLIENTES
               INVALID KEY
                   CLOSE ARQ-CLIENTES
                   GOBACK
           END-READ.
           CLOSE ARQ-CLIENTES.
           IF CLIENTE-CONSENTE NOT = "S"
               MOVE "N" TO EF-RESULTADO
               GOBACK
           END-IF.
           MOVE CLIENTE-CANAL TO WS-CANAL.
           EVALUATE WS-CANAL
               WHEN "S"
               WHEN "W"
                   MOVE CLIENTE-TELEFONE TO WS-DESTINO
               WHEN "E"
                   PERFORM LE-EMAIL
           END-EVALUATE.
           IF WS-DESTINO = SPACES
               MOVE "C" TO EF-RESULTADO
               GOBACK
           END-IF.
           MOVE "Q" TO EF-RESULTADO.
           IF EF-MODO NOT = "E"
               GOBACK
           END-IF.

           PERFORM PROX-MENSAGEM THRU PROX-MENSAGEM-FIM.
           IF WS-PROX-MSG = 0
               MOVE "E" TO EF-RESULTADO
               GOBACK
           END-IF.
           OPEN I-O ARQ-MENSAGENS.
           IF WS-FS4 = 35
               CLOSE ARQ-MENSAGENS
               OPEN OUTPUT ARQ-MENSAGENS
               CLOSE ARQ-MENSAGENS
               OPEN I-O ARQ-MENSAGENS
           END-IF.
           IF WS-FS4 <> 0
               CLOSE ARQ-MENSAGENS
               MOVE "E" TO EF-RESULTADO
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE SPACES TO MENSAGEM-REC.
           MOVE WS-PROX-MSG TO MSG-ID.
           MOVE EF-CPF TO MSG-CPF.
           MOVE WS-HOJE-AAAAMMDD TO MSG-DATA.
           MOVE WS-HOJE-HHMMSS TO MSG-HORA.
           MOVE EF-EVENTO TO MSG-EVENTO.
           MOVE EF-FILIAL TO MSG-FILIAL.
           MOVE WS-CANAL TO MSG-CANAL.
           MOVE WS-DESTINO TO MSG-DESTINO.
           MOVE EF-TEXTO TO MSG-TEXTO.
           MOVE "P" TO MSG-SITUACAO.
           WRITE MENSAGEM-REC
               INVALID KEY MOVE "E" TO EF-RESULTADO
           END-WRITE.
           CLOSE ARQ-MENSAGENS.
           GOBACK.

       LE-EMAIL.
           OPEN INPUT ARQ-EMAILS.
           IF WS-FS2 = 0
               MOVE EF-CPF TO EML-CPF
               READ ARQ-EMAILS
                   NOT INVALID KEY
                       MOVE EML-ENDERECO TO WS-DESTINO
               END-READ
           END-IF.
           CLOSE ARQ-EMAILS.

      * Numero da mensagem pelo contador "MENSAGEM" de contador.dat,
      * com a mesma espera do recibo quando outro terminal o trava.
       PROX-MENSAGEM.
           MOVE 0 TO WS-PROX-MSG.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS3 = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           IF WS-FS3 <> 0
               CLOSE ARQ-CONTADOR
               GO TO PROX-MENSAGEM-FIM
           END-IF.
           MOVE "MENSAGEM" TO CONT-TIPO.
           MOVE 0 TO WS-TRAVA-TENTA.
           READ ARQ-CONTADOR WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           PERFORM UNTIL WS-FS3 NOT = 51 OR WS-TRAVA-TENTA > 9
               CALL "C$SLEEP" USING WS-TRAVA-SEG
               ADD 1 TO WS-TRAVA-TENTA
               READ ARQ-CONTADOR WITH LOCK
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
           EVALUATE WS-FS3
               WHEN 0
                   ADD 1 TO CONT-ULTIMO
                   REWRITE CONTADOR-REC
                   MOVE CONT-ULTIMO TO WS-PROX-MSG
               WHEN 23
                   MOVE "MENSAGEM" TO CONT-TIPO
                   MOVE 1 TO CONT-ULTIMO
                   WRITE CONTADOR-REC
                   MOVE CONT-ULTIMO TO WS-PROX-MSG
           END-EVALUATE.
           CLOSE ARQ-CONTADOR.
       PROX-MENSAGEM-FIM.
           EXIT.

       END PROGRAM ENFILEIRA.
