      * anterior) em um resumo por filial gravado em mensal.dat,
      * imprime o comparativo com o mes anterior e trava o mes em
      * fechames.dat - o FECHAMENTO diario recusa data dentro de mes
      * fechado. A reabertura exige codigo e senha de um operador
      * cujo perfil libera a funcao 38 (REABRIR MES) e fica na
      * auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESFECHA.
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

       WORKING-STORAGE SECTION.
            77 WS-FS PIC 99.
            77 WS-SUP-CODIGO PIC X(03).
            77 WS-SUP-SENHA PIC X(08).
            77 WS-SUP-OK PIC 9 VALUE 0.
            77 WS-SUP-HASH PIC X(16).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "MESFECHA".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
       TRAVA-MES-FIM.
           EXIT.

      * Reabertura do mes: senha conferida pelo resumo gravado em
      * operadores.dat e perfil com a funcao 38, com registro na
      * auditoria.
       REABRIR.
           DISPLAY "REABERTURA DO MES " WS-MES.
           DISPLAY "OPERADOR RESPONSAVEL: ".
           ACCEPT WS-SUP-CODIGO.
           DISPLAY "SENHA: ".
           ACCEPT WS-SUP-SENHA.
               READ ARQ-OPERADORES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       CALL "SENHAHASH" USING OP-CODIGO WS-SUP-SENHA
                           WS-SUP-HASH
                       IF WS-SUP-HASH = OP-SENHA-HASH
                           MOVE 1 TO WS-SUP-OK
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-OPERADORES.
           IF WS-SUP-OK = 1
               MOVE 38 TO WS-ACE-FUNCAO
               CALL "ACESSO" USING WS-SUP-CODIGO WS-ACE-FUNCAO
                   WS-ACE-OK
               IF WS-ACE-OK NOT = "S"
                   MOVE 0 TO WS-SUP-OK
               END-IF
           END-IF.
           IF WS-SUP-OK = 0
               DISPLAY "SENHA INVALIDA OU PERFIL SEM REABERTURA"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
