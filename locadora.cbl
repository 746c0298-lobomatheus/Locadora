      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc
      ******************************************************************
      * Menu principal. Na entrada identifica o operador: a senha e
      * conferida pelo resumo (SENHAHASH), falhas seguidas ficam no
      * cadastro e bloqueiam o operador na terceira, e senha
      * provisoria ou vencida (validade do perfil) obriga a troca
      * antes de entrar. Cada opcao do menu e liberada pelo perfil
      * do operador (ACESSO); a opcao 8 fica sempre aberta para que
      * todos possam trocar a propria senha.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCADORA.
           ACCESS IS RANDOM
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS WS-FS-OP.
       SELECT ARQ-PERFIS
           ASSIGN TO "./perfis.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PRF-CODIGO
           FILE STATUS IS WS-FS-PRF.
       SELECT ARQ-CONTROLE
           ASSIGN TO "./controle.dat"
           ORGANIZATION IS INDEXED
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
       FD ARQ-PERFIS.
       01 PERFIL-REC.
           05 PRF-CODIGO PIC X(10).
           05 PRF-DESCRICAO PIC X(30).
           05 PRF-VALIDADE PIC 9(03).
           05 PRF-FUNCOES PIC X(40).
           05 FILLER PIC X(20).
       FD ARQ-CONTROLE.
       01 CONTROLE-REC.
           05 CTL-CHAVE.
            01 WS-LIXO PIC X(01).
            77 WS-FS-OP PIC 99.
            77 WS-FS-CTL PIC 99.
            77 WS-FS-PRF PIC 99.
            77 WS-LOGIN-CODIGO PIC X(03).
            77 WS-LOGIN-SENHA PIC X(08).
            77 WS-TENTATIVAS PIC 9(01) VALUE 0.
            77 WS-LOGADO PIC 9 VALUE 0.
            77 WS-LOGIN-HASH PIC X(16).
            77 WS-MAX-FALHAS PIC 9(02) VALUE 3.
            77 WS-TROCA-OBRIG PIC 9 VALUE 0.
            77 WS-TROCOU PIC 9 VALUE 0.
            77 WS-NOVA-SENHA PIC X(08).
            77 WS-CONF-SENHA PIC X(08).
            77 WS-NOVA-HASH PIC X(16).
            77 WS-VALIDADE PIC 9(03).
            77 WS-DATA-NUM PIC 9(08).
            77 WS-DIAS-SENHA PIC S9(07).
            77 WS-MSG PIC X(40).
            01 WS-HOJE.
               05 WS-HOJE-DATA PIC X(08).
               05 FILLER PIC X(13).
            77 WS-HOJE-NUM PIC 9(08).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            02 LINE 8 COL 1 VALUE "- 5 - RELATORIOS:              - |".
            02 LINE 9 COL 1 VALUE "- 6 - AUDITORIA:               - |".
            02 LINE 10 COL 1 VALUE "- 7 - TARIFAS:                 - |".
            02 LINE 11 COL 1 VALUE "- 8 - OPERADORES/SENHA:        - |".
            02 LINE 12 COL 1 VALUE "- 9 - CAIXA:                   - |".
            02 LINE 13 COL 1 VALUE "-10 - CLUBE ASSINATURA:        - |".
            02 LINE 14 COL 1 VALUE "-11 - CAMPANHAS:               - |".
            02 LINE 16 COL 1 VALUE "-13 - PEDIDOS DE COMPRA:       - |".
            02 LINE 17 COL 1 VALUE "-14 - INVENTARIO:              - |".
            02 LINE 18 COL 1 VALUE "-15 - LIBERAR TRAVA DE BATCH:  - |".
            02 LINE 19 COL 1 VALUE "-16 - FILIAIS:                 - |".
            02 LINE 20 COL 1 VALUE "-17 - FORNECEDORES/PAGAR:      - |".
            02 LINE 21 COL 1 VALUE "-18 - LOCACAO DE EQUIPAMENTOS: - |".
            02 LINE 22 COL 1 VALUE "-19 - TELE-ENTREGA:      0-SAIR- |".
            02 LINE 23 COL 1 VALUE "-                              - |".
            02 LINE 23 COL 29 PIC 9(2) TO WS-OPTION.
            02 LINE 24 COL 1 VALUE "-------------------------------- |".
       PROCEDURE DIVISION.
       INICIO.
           IF WS-LOGADO = 0
       MAIN.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           IF WS-OPTION > 0 AND WS-OPTION < 20 AND WS-OPTION NOT = 8
               MOVE WS-OPTION TO WS-ACE-FUNCAO
               CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
                   WS-ACE-OK
               IF WS-ACE-OK NOT = "S"
                   DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO MAIN
               END-IF
           END-IF.
           EVALUATE WS-OPTION
               WHEN 0
                   STOP RUN
                   CALL 'INVENTARIO'
               WHEN 15
                   PERFORM LIBERAR-TRAVA THRU LIBERAR-TRAVA-FIM
               WHEN 16
                   CALL 'FILIAIS'
               WHEN 17
                   CALL 'FORNECEDORES'
               WHEN 18
                   CALL 'EQUIPAMENTOS'
               WHEN 19
                   CALL 'ENTREGAS'
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT LINE 12
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 13
       GO TO MAIN.

      * Libera uma trava de batch que sobrou de uma queda do
      * NOTURNO. Liberado pelo perfil no menu (funcao 15), com
      * registro na auditoria.
       LIBERAR-TRAVA.
           OPEN I-O ARQ-CONTROLE.
           IF WS-FS-CTL <> 0
               DISPLAY "SEM ARQUIVO DE CONTROLE" AT LINE 1 COL 36
                           COL 36
                       MOVE "DESTRAVAR" TO WS-AUD-OPERACAO
                       MOVE "TRAVABATCH" TO WS-AUD-CHAVE
                       MOVE "TRAVA DE BATCH LIBERADA NO MENU"
                           TO WS-AUD-DETALHE
                       CALL "AUDITLOG" USING WS-AUD-PROGRAMA
                           WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DETALHE
           EXIT.

      * Identificacao do operador na entrada. Sem arquivo de
      * operadores, o cadastro inicial ADM/ADMIN (perfil GERENTE,
      * senha provisoria) e criado para a primeira entrada.
       LOGIN.
           MOVE SPACES TO WS-SES-OPERADOR.
           MOVE SPACES TO WS-SES-SUPERVISOR.
       LOGIN-FIM.
           EXIT.

      * Confere a senha pelo resumo. Falha soma em OP-FALHAS e a
      * terceira seguida bloqueia o operador (desbloqueio pelo
      * OPERADORES); acerto zera as falhas. Senha provisoria ou
      * vencida so entra depois da troca.
       VALIDA-LOGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           OPEN I-O ARQ-OPERADORES.
           IF WS-FS-OP = 35
               CLOSE ARQ-OPERADORES
               PERFORM SEED-OPERADOR
               OPEN I-O ARQ-OPERADORES
           END-IF.
           IF WS-FS-OP <> 0
               DISPLAY "ERRO NO ARQUIVO DE OPERADORES: " AT LINE 4
           END-IF.
           MOVE WS-LOGIN-CODIGO TO OP-CODIGO.
           READ ARQ-OPERADORES
               INVALID KEY
                   CLOSE ARQ-OPERADORES
                   GO TO VALIDA-LOGIN-FIM
           END-READ.
           IF OP-BLOQUEADO = "S"
               MOVE "OPERADOR BLOQUEADO - PROCURE O GERENTE" TO WS-MSG
               DISPLAY WS-MSG AT LINE 5 COL 1
               CLOSE ARQ-OPERADORES
               GO TO VALIDA-LOGIN-FIM
           END-IF.
           CALL "SENHAHASH" USING OP-CODIGO WS-LOGIN-SENHA
               WS-LOGIN-HASH.
           IF WS-LOGIN-HASH NOT = OP-SENHA-HASH
               IF OP-FALHAS NOT NUMERIC
                   MOVE 0 TO OP-FALHAS
               END-IF
               ADD 1 TO OP-FALHAS
               IF OP-FALHAS NOT < WS-MAX-FALHAS
                   MOVE "S" TO OP-BLOQUEADO
                   MOVE "OPERADOR BLOQUEADO POR FALHAS DE SENHA"
                       TO WS-MSG
                   DISPLAY WS-MSG AT LINE 5 COL 1
                   MOVE "BLOQUEIO" TO WS-AUD-OPERACAO
                   MOVE OP-CODIGO TO WS-AUD-CHAVE
                   MOVE "BLOQUEADO APOS FALHAS DE LOGIN"
                       TO WS-AUD-DETALHE
                   CALL "AUDITLOG" USING WS-AUD-PROGRAMA
                       WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DETALHE
               END-IF
               REWRITE OPERADOR
               CLOSE ARQ-OPERADORES
               GO TO VALIDA-LOGIN-FIM
           END-IF.
           MOVE 0 TO OP-FALHAS.
           PERFORM CONFERE-VALIDADE THRU CONFERE-VALIDADE-FIM.
           IF WS-TROCA-OBRIG = 1
               PERFORM TROCA-SENHA-LOGIN THRU TROCA-SENHA-LOGIN-FIM
               IF WS-TROCOU = 0
                   REWRITE OPERADOR
                   CLOSE ARQ-OPERADORES
                   GO TO VALIDA-LOGIN-FIM
               END-IF
           END-IF.
           REWRITE OPERADOR.
           CLOSE ARQ-OPERADORES.
           MOVE 1 TO WS-LOGADO.
           MOVE OP-CODIGO TO WS-SES-OPERADOR.
           IF OP-PERFIL = "GERENTE"
               MOVE "S" TO WS-SES-SUPERVISOR
           ELSE
               MOVE "N" TO WS-SES-SUPERVISOR
           END-IF.
       VALIDA-LOGIN-FIM.
           EXIT.

      * Troca obrigatoria: senha provisoria (cadastro, desbloqueio
      * ou migracao) ou mais velha que a validade do perfil.
       CONFERE-VALIDADE.
           MOVE 0 TO WS-TROCA-OBRIG.
           IF OP-TROCA-SENHA = "S"
               MOVE 1 TO WS-TROCA-OBRIG
               GO TO CONFERE-VALIDADE-FIM
           END-IF.
           MOVE 0 TO WS-VALIDADE.
           OPEN INPUT ARQ-PERFIS.
           IF WS-FS-PRF = 0
               MOVE OP-PERFIL TO PRF-CODIGO
               READ ARQ-PERFIS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE PRF-VALIDADE TO WS-VALIDADE
               END-READ
           END-IF.
           CLOSE ARQ-PERFIS.
           IF WS-VALIDADE = 0
               GO TO CONFERE-VALIDADE-FIM
           END-IF.
           IF OP-DATA-SENHA NOT NUMERIC
               MOVE 1 TO WS-TROCA-OBRIG
               GO TO CONFERE-VALIDADE-FIM
           END-IF.
           MOVE WS-HOJE-DATA TO WS-HOJE-NUM.
           MOVE OP-DATA-SENHA TO WS-DATA-NUM.
           COMPUTE WS-DIAS-SENHA =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).
           IF WS-DIAS-SENHA > WS-VALIDADE
               MOVE 1 TO WS-TROCA-OBRIG
           END-IF.
       CONFERE-VALIDADE-FIM.
           EXIT.

      * Pede a nova senha duas vezes; recusa branco e a mesma senha.
      * O registro (ja lido em I-O) e regravado por VALIDA-LOGIN.
       TROCA-SENHA-LOGIN.
           MOVE 0 TO WS-TROCOU.
           MOVE "SENHA PROVISORIA OU VENCIDA - TROQUE" TO WS-MSG.
           DISPLAY WS-MSG AT LINE 5 COL 1.
           DISPLAY "NOVA SENHA: " AT LINE 6 COL 1.
           ACCEPT WS-NOVA-SENHA AT LINE 6 COL 13 WITH SECURE.
           DISPLAY "CONFIRME: " AT LINE 7 COL 1.
           ACCEPT WS-CONF-SENHA AT LINE 7 COL 11 WITH SECURE.
           IF WS-NOVA-SENHA = SPACES
               MOVE "SENHA EM BRANCO" TO WS-MSG
               DISPLAY WS-MSG AT LINE 8 COL 1
               GO TO TROCA-SENHA-LOGIN-FIM
           END-IF.
           IF WS-NOVA-SENHA NOT = WS-CONF-SENHA
               MOVE "CONFIRMACAO NAO CONFERE" TO WS-MSG
               DISPLAY WS-MSG AT LINE 8 COL 1
               GO TO TROCA-SENHA-LOGIN-FIM
           END-IF.
           CALL "SENHAHASH" USING OP-CODIGO WS-NOVA-SENHA
               WS-NOVA-HASH.
           IF WS-NOVA-HASH = OP-SENHA-HASH
               MOVE "NOVA SENHA IGUAL A ANTERIOR" TO WS-MSG
               DISPLAY WS-MSG AT LINE 8 COL 1
               GO TO TROCA-SENHA-LOGIN-FIM
           END-IF.
           MOVE WS-NOVA-HASH TO OP-SENHA-HASH.
           MOVE WS-HOJE-DATA TO OP-DATA-SENHA.
           MOVE "N" TO OP-TROCA-SENHA.
           MOVE 1 TO WS-TROCOU.
           MOVE "SENHA" TO WS-AUD-OPERACAO.
           MOVE OP-CODIGO TO WS-AUD-CHAVE.
           MOVE "SENHA TROCADA NA ENTRADA" TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
       TROCA-SENHA-LOGIN-FIM.
           EXIT.

      * Instalacao nova: operador ADM com senha provisoria ADMIN e
      * os perfis padrao, se ainda nao houver perfis.dat.
       SEED-OPERADOR.
           OPEN OUTPUT ARQ-OPERADORES.
           MOVE SPACES TO OPERADOR.
           MOVE "ADM" TO OP-CODIGO.
           MOVE "ADMINISTRADOR" TO OP-NOME.
           MOVE "ADMIN" TO WS-NOVA-SENHA.
           CALL "SENHAHASH" USING OP-CODIGO WS-NOVA-SENHA
               OP-SENHA-HASH.
           MOVE "GERENTE" TO OP-PERFIL.
           MOVE 0 TO OP-LIMITE-ABONO.
           MOVE WS-HOJE-DATA TO OP-DATA-SENHA.
           MOVE "S" TO OP-TROCA-SENHA.
           MOVE 0 TO OP-FALHAS.
           MOVE "N" TO OP-BLOQUEADO.
           WRITE OPERADOR.
           CLOSE ARQ-OPERADORES.
           DISPLAY "OPERADOR INICIAL ADM CRIADO (SENHA ADMIN)"
               AT LINE 4 COL 1.
           OPEN INPUT ARQ-PERFIS.
           IF WS-FS-PRF = 35
               CLOSE ARQ-PERFIS
               PERFORM SEED-PERFIS
           ELSE
               CLOSE ARQ-PERFIS
           END-IF.

      * Perfis padrao; as posicoes seguem a tabela de funcoes do
      * OPERADORES.
       SEED-PERFIS.
           OPEN OUTPUT ARQ-PERFIS.
           MOVE SPACES TO PERFIL-REC.
           MOVE "GERENTE" TO PRF-CODIGO.
           MOVE "ACESSO TOTAL" TO PRF-DESCRICAO.
           MOVE 0 TO PRF-VALIDADE.
           MOVE "SSSSSSSSSSSSSSSSSSSNSSSSSSSSSSSSSSSSSSSS"
               TO PRF-FUNCOES.
           WRITE PERFIL-REC.
           MOVE "CAIXA" TO PRF-CODIGO.
           MOVE "CAIXA E RECEBIMENTOS" TO PRF-DESCRICAO.
           MOVE 90 TO PRF-VALIDADE.
           MOVE "NSSNNNNNSSNNNNNNNNNNNNNNNNNNNNNNNNNNNNNN"
               TO PRF-FUNCOES.
           WRITE PERFIL-REC.
           MOVE "BALCONISTA" TO PRF-CODIGO.
           MOVE "ATENDIMENTO NO BALCAO" TO PRF-DESCRICAO.
           MOVE 90 TO PRF-VALIDADE.
           MOVE "SSSNSNNNNSNNNNNNNSSNNNNNNNNNNNNNNNNNNNNN"
               TO PRF-FUNCOES.
           WRITE PERFIL-REC.
           MOVE "ESTOQUISTA" TO PRF-CODIGO.
           MOVE "ESTOQUE, COMPRAS E INVENTARIO" TO PRF-DESCRICAO.
           MOVE 90 TO PRF-VALIDADE.
           MOVE "SNNNSNNNNNNNSSNNSNNNNNNNNNNNNNNNNNNNNNNN"
               TO PRF-FUNCOES.
           WRITE PERFIL-REC.
           CLOSE ARQ-PERFIS.

       END PROGRAM LOCADORA.
