      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc
      ******************************************************************
      * Manutencao do cadastro de operadores (operadores.dat) e dos
      * perfis de acesso (perfis.dat). O operador tem codigo, nome,
      * resumo da senha (a senha nao e gravada, ver SENHAHASH),
      * perfil, limite de abono de multa, data da ultima troca de
      * senha, marca de troca obrigatoria, contador de falhas de
      * login e marca de bloqueio. O perfil lista as funcoes que
      * libera (ver a tabela WS-FUN-TABELA; 01-19 sao as opcoes do
      * menu principal) e a validade da senha em dias. Cadastro,
      * perfis e desbloqueio exigem a funcao 08; a troca da propria
      * senha fica aberta a todo operador logado. O login em si e
      * feito pelo LOCADORA na entrada do sistema.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADORES.
           ACCESS IS DYNAMIC
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS WS-FS.
       SELECT ARQ-PERFIS
           ASSIGN TO "./perfis.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRF-CODIGO
           FILE STATUS IS WS-FS-PRF.
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQ-PERFIS.
       01 PERFIL-REC.
           05 PRF-CODIGO PIC X(10).
           05 PRF-DESCRICAO PIC X(30).
           05 PRF-VALIDADE PIC 9(03).
           05 PRF-FUNCOES PIC X(40).
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
            01 WS-OPTION PIC 9(01).
            01 WS-LIXO PIC X(01).
            77 WS-FS PIC 99.
            77 WS-FS-PRF PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-LA PIC 99 VALUE 2.
            77 WS-EXISTE PIC 9 VALUE 0.
            01 WS-OPERADOR.
               05 WS-OP-CODIGO PIC X(03).
               05 WS-OP-NOME PIC X(20).
               05 WS-OP-SENHA-HASH PIC X(16).
               05 WS-OP-PERFIL PIC X(10).
               05 WS-OP-LIMITE-ABONO PIC 9(04)V99.
               05 WS-OP-DATA-SENHA PIC X(08).
               05 WS-OP-TROCA-SENHA PIC X(01).
               05 WS-OP-FALHAS PIC 9(02).
               05 WS-OP-BLOQUEADO PIC X(01).
               05 FILLER PIC X(20).
            01 WS-PERFIL-REC.
               05 WS-PRF-CODIGO PIC X(10).
               05 WS-PRF-DESCRICAO PIC X(30).
               05 WS-PRF-VALIDADE PIC 9(03).
               05 WS-PRF-FUNCOES PIC X(40).
               05 FILLER PIC X(20).
            77 WS-LIMITE-ED PIC ZZZ9.99.
            77 WS-NOME-NOVO PIC X(20).
            77 WS-PERFIL-NOVO PIC X(10).
            77 WS-DESC-NOVA PIC X(30).
            77 WS-VALIDADE-TXT PIC X(03).
            77 WS-SENHA-ATUAL PIC X(08).
            77 WS-SENHA-NOVA PIC X(08).
            77 WS-SENHA-CONF PIC X(08).
            77 WS-HASH PIC X(16).
            77 WS-HASH-NOVO PIC X(16).
            77 WS-PRF-OK PIC 9 VALUE 0.
            77 WS-MSG PIC X(40).
            01 WS-HOJE.
               05 WS-HOJE-DATA PIC X(08).
               05 FILLER PIC X(13).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
      * Funcoes que um perfil pode liberar: 01-19 sao as opcoes do
      * menu principal, 21-40 as acoes restritas dentro dos programas.
            01 WS-FUN-TAB.
               05 FILLER PIC X(18) VALUE "ESTOQUE".
               05 FILLER PIC X(18) VALUE "CLIENTES".
               05 FILLER PIC X(18) VALUE "EMPRESTIMOS".
               05 FILLER PIC X(18) VALUE "BACKUP".
               05 FILLER PIC X(18) VALUE "RELATORIOS".
               05 FILLER PIC X(18) VALUE "AUDITORIA".
               05 FILLER PIC X(18) VALUE "TARIFAS".
               05 FILLER PIC X(18) VALUE "OPERADORES/PERFIS".
               05 FILLER PIC X(18) VALUE "CAIXA".
               05 FILLER PIC X(18) VALUE "CLUBE ASSINATURA".
               05 FILLER PIC X(18) VALUE "CAMPANHAS".
               05 FILLER PIC X(18) VALUE "CALENDARIO".
               05 FILLER PIC X(18) VALUE "PEDIDOS DE COMPRA".
               05 FILLER PIC X(18) VALUE "INVENTARIO".
               05 FILLER PIC X(18) VALUE "LIBERAR TRAVA".
               05 FILLER PIC X(18) VALUE "FILIAIS".
               05 FILLER PIC X(18) VALUE "FORNECEDORES/PAGAR".
               05 FILLER PIC X(18) VALUE "LOC. EQUIPAMENTOS".
               05 FILLER PIC X(18) VALUE "TELE-ENTREGA".
               05 FILLER PIC X(18) VALUE SPACES.
               05 FILLER PIC X(18) VALUE "RESTAURAR BACKUP".
               05 FILLER PIC X(18) VALUE "REMOVER CLIENTE".
               05 FILLER PIC X(18) VALUE "ESTORNAR RECIBO".
               05 FILLER PIC X(18) VALUE "FUNDIR CADASTROS".
               05 FILLER PIC X(18) VALUE "ABONO SEM LIMITE".
               05 FILLER PIC X(18) VALUE "ESTORNAR LOCACAO".
               05 FILLER PIC X(18) VALUE "LIBERAR CENSURA".
               05 FILLER PIC X(18) VALUE "REMOVER FILME".
               05 FILLER PIC X(18) VALUE "DEVOL.FORN.CREDITO".
               05 FILLER PIC X(18) VALUE "PARTILHA RECEITA".
               05 FILLER PIC X(18) VALUE "AGENDAR PRECO".
               05 FILLER PIC X(18) VALUE "MANTER FILIAIS".
               05 FILLER PIC X(18) VALUE "MANTER FORNECEDOR".
               05 FILLER PIC X(18) VALUE "PAGAR TITULO".
               05 FILLER PIC X(18) VALUE "AJUSTE INVENTARIO".
               05 FILLER PIC X(18) VALUE "BAIXA SEM GIRO".
               05 FILLER PIC X(18) VALUE "MANTER EQUIPAMENTO".
               05 FILLER PIC X(18) VALUE "REABRIR MES".
               05 FILLER PIC X(18) VALUE "REMANEJAMENTO".
               05 FILLER PIC X(18) VALUE "APROVAR TARIFA".
            01 WS-FUN-TABELA REDEFINES WS-FUN-TAB.
               05 WS-FUN-NOME PIC X(18) OCCURS 40 TIMES.
            77 WS-FUN-I PIC 9(02).
            77 WS-FUN-NUM PIC 9(02).
            77 WS-FUN-LIN PIC 9(02).
            77 WS-FUN-COL PIC 9(02).
            01 WS-FUN-ITEM.
               05 WS-FUN-ITEM-NUM PIC 9(02).
               05 WS-FUN-ITEM-MARCA PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-FUN-ITEM-NOME PIC X(18).
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            02 LINE 4 COL 1 VALUE "- 1 - LISTAR                   - |".
            02 LINE 5 COL 1 VALUE "- 2 - INCLUIR/ALTERAR          - |".
            02 LINE 6 COL 1 VALUE "- 3 - REMOVER                  - |".
            02 LINE 7 COL 1 VALUE "- 4 - PERFIS DE ACESSO         - |".
            02 LINE 8 COL 1 VALUE "- 5 - DESBLOQUEAR/NOVA SENHA   - |".
            02 LINE 9 COL 1 VALUE "- 6 - TROCAR MINHA SENHA       - |".
            02 LINE 10 COL 1 VALUE "-                      0-VOLTAR- |".
            02 LINE 11 COL 1 VALUE "-                              - |".
            02 LINE 11 COL 30 PIC 9(1) TO WS-OPTION.
            02 LINE 12 COL 1 VALUE "-------------------------------- |".
       PROCEDURE DIVISION.
       OPERADORES.
           DISPLAY OPERADORES-SCREEN.
           ACCEPT OPERADORES-SCREEN.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           IF WS-OPTION > 0 AND WS-OPTION < 6
               MOVE 8 TO WS-ACE-FUNCAO
               CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
                   WS-ACE-OK
               IF WS-ACE-OK NOT = "S"
                   DISPLAY "ACESSO NAO PERMITIDO" AT LINE 14
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 15
                   ACCEPT WS-LIXO AT LINE 15 COL 26
                   GO TO OPERADORES
               END-IF
           END-IF.
           EVALUATE WS-OPTION
               WHEN 0
                   GO TO FIM
                   GO TO GRAVAR
               WHEN 3
                   GO TO REMOVER
               WHEN 4
                   GO TO PERFIS
               WHEN 5
                   GO TO DESBLOQUEAR
               WHEN 6
                   GO TO TROCAR-SENHA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT LINE 14
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 15
                   ACCEPT WS-LIXO AT LINE 15 COL 26
                   GO TO OPERADORES
           END-EVALUATE.

                   NOT AT END
                       DISPLAY WS-OP-CODIGO AT LINE WS-LA COL 36
                       DISPLAY WS-OP-NOME AT LINE WS-LA COL 41
                       DISPLAY WS-OP-PERFIL AT LINE WS-LA COL 62
                       ADD 1 TO WS-LA
                       IF WS-OP-LIMITE-ABONO NOT NUMERIC
                           MOVE 0 TO WS-OP-LIMITE-ABONO
                       END-IF
                       MOVE WS-OP-LIMITE-ABONO TO WS-LIMITE-ED
                       DISPLAY "LIMITE DE ABONO: " AT LINE WS-LA COL 41
                       DISPLAY WS-LIMITE-ED AT LINE WS-LA COL 58
                       IF WS-OP-BLOQUEADO = "S"
                           DISPLAY "BLOQUEADO" AT LINE WS-LA COL 66
                       ELSE
                           IF WS-OP-TROCA-SENHA = "S"
                               DISPLAY "TROCAR SENHA" AT LINE WS-LA
                                   COL 66
                           END-IF
                       END-IF
                       ADD 1 TO WS-LA
               END-READ
           END-PERFORM.
           MOVE 2 TO WS-LA.
           GO TO OPERADORES.

      * Inclusao/alteracao. Na alteracao, nome, senha e perfil em
      * branco mantem o que esta gravado. Senha informada aqui e
      * provisoria: o operador troca no proximo login.
       GRAVAR.
           DISPLAY "CODIGO (3 LETRAS): " AT LINE 1 COL 36.
           ACCEPT WS-OP-CODIGO AT LINE 1 COL 56.
           IF WS-OP-CODIGO = SPACES
               MOVE "CODIGO INVALIDO" TO WS-MSG
               GO TO ERRO-OPERADOR.

           OPEN I-O ARQ-OPERADORES.
           IF WS-FS = 35
               INVALID KEY MOVE 0 TO WS-EXISTE
               NOT INVALID KEY MOVE 1 TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 1
               MOVE OPERADOR TO WS-OPERADOR
           ELSE
               MOVE SPACES TO WS-OPERADOR
               MOVE OP-CODIGO TO WS-OP-CODIGO
               MOVE 0 TO WS-OP-LIMITE-ABONO
               MOVE 0 TO WS-OP-FALHAS
               MOVE "N" TO WS-OP-BLOQUEADO
               MOVE "S" TO WS-OP-TROCA-SENHA
           END-IF.

           DISPLAY "NOME: " AT LINE 2 COL 36.
           ACCEPT WS-NOME-NOVO AT LINE 2 COL 42.
           IF WS-NOME-NOVO = SPACES
               IF WS-EXISTE = 0
                   MOVE "NOME OBRIGATORIO" TO WS-MSG
                   GO TO ERRO-OPERADOR
               END-IF
           ELSE
               MOVE WS-NOME-NOVO TO WS-OP-NOME
           END-IF.

           DISPLAY "SENHA: " AT LINE 3 COL 36.
           ACCEPT WS-SENHA-NOVA AT LINE 3 COL 43 WITH SECURE.
           IF WS-SENHA-NOVA = SPACES
               IF WS-EXISTE = 0
                   MOVE "SENHA OBRIGATORIA" TO WS-MSG
                   GO TO ERRO-OPERADOR
               END-IF
           ELSE
               CALL "SENHAHASH" USING WS-OP-CODIGO WS-SENHA-NOVA
                   WS-OP-SENHA-HASH
               MOVE WS-HOJE-DATA TO WS-OP-DATA-SENHA
               MOVE "S" TO WS-OP-TROCA-SENHA
           END-IF.

           DISPLAY "PERFIL: " AT LINE 4 COL 36.
           ACCEPT WS-PERFIL-NOVO AT LINE 4 COL 44.
           IF WS-PERFIL-NOVO = SPACES
               IF WS-EXISTE = 0
                   MOVE "PERFIL OBRIGATORIO" TO WS-MSG
                   GO TO ERRO-OPERADOR
               END-IF
           ELSE
               IF WS-OP-CODIGO = WS-SES-OPERADOR
                   AND WS-PERFIL-NOVO NOT = WS-OP-PERFIL
                   MOVE "NAO ALTERE O PROPRIO PERFIL" TO WS-MSG
                   GO TO ERRO-OPERADOR
               END-IF
               PERFORM CONFERE-PERFIL THRU CONFERE-PERFIL-FIM
               IF WS-PRF-OK = 0
                   MOVE "PERFIL NAO CADASTRADO" TO WS-MSG
                   GO TO ERRO-OPERADOR
               END-IF
               MOVE WS-PERFIL-NOVO TO WS-OP-PERFIL
           END-IF.

           DISPLAY "LIMITE DE ABONO: " AT LINE 5 COL 36.
           ACCEPT WS-OP-LIMITE-ABONO AT LINE 5 COL 53.

           MOVE WS-OPERADOR TO OPERADOR.
           IF WS-EXISTE = 1
               REWRITE OPERADOR
           CLOSE ARQ-OPERADORES.
           MOVE 0 TO WS-EXISTE.
           MOVE WS-OP-CODIGO TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "OPERADOR GRAVADO PERFIL " DELIMITED BY SIZE
               WS-OP-PERFIL DELIMITED BY SPACE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "OPERADOR GRAVADO" AT LINE 11 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO OPERADORES.

      * O perfil informado precisa existir em perfis.dat; sem o
      * arquivo (instalacao nova) so o GERENTE e aceito.
       CONFERE-PERFIL.
           MOVE 0 TO WS-PRF-OK.
           OPEN INPUT ARQ-PERFIS.
           IF WS-FS-PRF = 35
               IF WS-PERFIL-NOVO = "GERENTE"
                   MOVE 1 TO WS-PRF-OK
               END-IF
               CLOSE ARQ-PERFIS
               GO TO CONFERE-PERFIL-FIM
           END-IF.
           IF WS-FS-PRF <> 0
               CLOSE ARQ-PERFIS
               GO TO CONFERE-PERFIL-FIM
           END-IF.
           MOVE WS-PERFIL-NOVO TO PRF-CODIGO.
           READ ARQ-PERFIS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-PRF-OK
           END-READ.
           CLOSE ARQ-PERFIS.
       CONFERE-PERFIL-FIM.
           EXIT.

       REMOVER.
           DISPLAY "CODIGO: " AT LINE 1 COL 36.
           ACCEPT OP-CODIGO AT LINE 1 COL 44.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO OPERADORES.

      * Perfis de acesso: descricao, validade da senha (dias; 0 = nao
      * expira) e as funcoes liberadas. O numero da funcao liga e
      * desliga a liberacao; a lista mostra "*" nas liberadas. O
      * GERENTE sempre mantem a funcao 08, para que sempre haja quem
      * administre operadores e perfis.
       PERFIS.
           DISPLAY "PERFIL (CODIGO): " AT LINE 1 COL 36.
           ACCEPT WS-PRF-CODIGO AT LINE 1 COL 53.
           IF WS-PRF-CODIGO = SPACES
               GO TO OPERADORES.

           OPEN I-O ARQ-PERFIS.
           IF WS-FS-PRF = 35
               CLOSE ARQ-PERFIS
               OPEN OUTPUT ARQ-PERFIS
               MOVE SPACES TO PERFIL-REC
               MOVE "GERENTE" TO PRF-CODIGO
               MOVE "ACESSO TOTAL" TO PRF-DESCRICAO
               MOVE 0 TO PRF-VALIDADE
               MOVE "SSSSSSSSSSSSSSSSSSSNSSSSSSSSSSSSSSSSSSSS"
                   TO PRF-FUNCOES
               WRITE PERFIL-REC
               CLOSE ARQ-PERFIS
               OPEN I-O ARQ-PERFIS
           END-IF.
           IF WS-FS-PRF <> 0
               DISPLAY "ERRO NO ARQUIVO DE PERFIS: " AT LINE 11 COL 36
               DISPLAY WS-FS-PRF AT LINE 11 COL 64
               CLOSE ARQ-PERFIS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO OPERADORES.
           MOVE WS-PRF-CODIGO TO PRF-CODIGO.
           READ ARQ-PERFIS
               INVALID KEY MOVE 0 TO WS-EXISTE
               NOT INVALID KEY MOVE 1 TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 1
               MOVE PERFIL-REC TO WS-PERFIL-REC
           ELSE
               MOVE SPACES TO WS-PERFIL-REC
               MOVE PRF-CODIGO TO WS-PRF-CODIGO
               MOVE 0 TO WS-PRF-VALIDADE
               MOVE ALL "N" TO WS-PRF-FUNCOES
           END-IF.

           DISPLAY "DESCRICAO: " AT LINE 2 COL 36.
           DISPLAY WS-PRF-DESCRICAO AT LINE 2 COL 47.
           ACCEPT WS-DESC-NOVA AT LINE 2 COL 47.
           IF WS-DESC-NOVA NOT = SPACES
               MOVE WS-DESC-NOVA TO WS-PRF-DESCRICAO
           END-IF.
           DISPLAY "VALIDADE SENHA (DIAS): " AT LINE 3 COL 36.
           DISPLAY WS-PRF-VALIDADE AT LINE 3 COL 59.
           ACCEPT WS-VALIDADE-TXT AT LINE 3 COL 59.
           IF WS-VALIDADE-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALIDADE-TXT) TO WS-PRF-VALIDADE
           END-IF.

           DISPLAY "FUNCAO (0 = FIM): " AT LINE 4 COL 36.
           DISPLAY "* = LIBERADA" AT LINE 4 COL 62.
           PERFORM MOSTRA-FUNCOES.
           ACCEPT WS-FUN-NUM AT LINE 4 COL 54.
           PERFORM UNTIL WS-FUN-NUM = 0
               IF WS-FUN-NUM <= 40
                   IF WS-FUN-NOME(WS-FUN-NUM) NOT = SPACES
                       IF WS-PRF-FUNCOES(WS-FUN-NUM:1) = "S"
                           MOVE "N" TO WS-PRF-FUNCOES(WS-FUN-NUM:1)
                       ELSE
                           MOVE "S" TO WS-PRF-FUNCOES(WS-FUN-NUM:1)
                       END-IF
                   END-IF
               END-IF
               PERFORM MOSTRA-FUNCOES
               ACCEPT WS-FUN-NUM AT LINE 4 COL 54
           END-PERFORM.
           IF WS-PRF-CODIGO = "GERENTE"
               MOVE "S" TO WS-PRF-FUNCOES(8:1)
           END-IF.

           MOVE WS-PERFIL-REC TO PERFIL-REC.
           IF WS-EXISTE = 1
               REWRITE PERFIL-REC
               MOVE "ALTPERFIL" TO WS-AUD-OPERACAO
           ELSE
               WRITE PERFIL-REC
               MOVE "INCPERFIL" TO WS-AUD-OPERACAO
           END-IF.
           CLOSE ARQ-PERFIS.
           MOVE 0 TO WS-EXISTE.
           MOVE WS-PRF-CODIGO TO WS-AUD-CHAVE.
           MOVE WS-PRF-FUNCOES TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "PERFIL GRAVADO" AT LINE 23 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 24 COL 36.
           ACCEPT WS-LIXO AT LINE 24 COL 62.
           GO TO OPERADORES.

      * Lista das funcoes em duas colunas: 01-20 a esquerda, 21-40 a
      * direita, a partir da linha 5.
       MOSTRA-FUNCOES.
           MOVE 1 TO WS-FUN-I.
           PERFORM UNTIL WS-FUN-I > 40
               IF WS-FUN-NOME(WS-FUN-I) NOT = SPACES
                   IF WS-FUN-I <= 20
                       COMPUTE WS-FUN-LIN = WS-FUN-I + 4
                       MOVE 36 TO WS-FUN-COL
                   ELSE
                       COMPUTE WS-FUN-LIN = WS-FUN-I - 16
                       MOVE 58 TO WS-FUN-COL
                   END-IF
                   MOVE WS-FUN-I TO WS-FUN-ITEM-NUM
                   IF WS-PRF-FUNCOES(WS-FUN-I:1) = "S"
                       MOVE "*" TO WS-FUN-ITEM-MARCA
                   ELSE
                       MOVE SPACE TO WS-FUN-ITEM-MARCA
                   END-IF
                   MOVE WS-FUN-NOME(WS-FUN-I) TO WS-FUN-ITEM-NOME
                   DISPLAY WS-FUN-ITEM AT LINE WS-FUN-LIN
                       COL WS-FUN-COL
               END-IF
               ADD 1 TO WS-FUN-I
           END-PERFORM.

      * Desbloqueio apos falhas de login. Uma senha informada aqui e
      * provisoria (troca obrigatoria no proximo login); em branco
      * so zera as falhas.
       DESBLOQUEAR.
           DISPLAY "CODIGO: " AT LINE 1 COL 36.
           ACCEPT WS-OP-CODIGO AT LINE 1 COL 44.
           OPEN I-O ARQ-OPERADORES.
           IF WS-FS <> 0
               MOVE "NENHUM OPERADOR CADASTRADO" TO WS-MSG
               GO TO ERRO-OPERADOR.
           MOVE WS-OP-CODIGO TO OP-CODIGO.
           READ ARQ-OPERADORES
               INVALID KEY
                   MOVE "OPERADOR NAO ENCONTRADO" TO WS-MSG
                   GO TO ERRO-OPERADOR
           END-READ.
           DISPLAY "NOVA SENHA (VAZIO MANTEM): " AT LINE 2 COL 36.
           ACCEPT WS-SENHA-NOVA AT LINE 2 COL 63 WITH SECURE.
           MOVE 0 TO OP-FALHAS.
           MOVE "N" TO OP-BLOQUEADO.
           IF WS-SENHA-NOVA = SPACES
               MOVE "FALHAS ZERADAS" TO WS-AUD-DETALHE
           ELSE
               CALL "SENHAHASH" USING OP-CODIGO WS-SENHA-NOVA
                   OP-SENHA-HASH
               MOVE WS-HOJE-DATA TO OP-DATA-SENHA
               MOVE "S" TO OP-TROCA-SENHA
               MOVE "FALHAS ZERADAS E SENHA PROVISORIA"
                   TO WS-AUD-DETALHE
           END-IF.
           REWRITE OPERADOR.
           CLOSE ARQ-OPERADORES.
           MOVE "DESBLOQ" TO WS-AUD-OPERACAO.
           MOVE OP-CODIGO TO WS-AUD-CHAVE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "OPERADOR LIBERADO" AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO OPERADORES.

      * Troca da senha do proprio operador logado: confere a atual,
      * pede a nova duas vezes e recusa repetir a anterior.
       TROCAR-SENHA.
           DISPLAY "SENHA ATUAL: " AT LINE 1 COL 36.
           ACCEPT WS-SENHA-ATUAL AT LINE 1 COL 49 WITH SECURE.
           OPEN I-O ARQ-OPERADORES.
           IF WS-FS <> 0
               MOVE "NENHUM OPERADOR CADASTRADO" TO WS-MSG
               GO TO ERRO-OPERADOR.
           MOVE WS-SES-OPERADOR TO OP-CODIGO.
           READ ARQ-OPERADORES
               INVALID KEY
                   MOVE "OPERADOR NAO ENCONTRADO" TO WS-MSG
                   GO TO ERRO-OPERADOR
           END-READ.
           CALL "SENHAHASH" USING OP-CODIGO WS-SENHA-ATUAL WS-HASH.
           IF WS-HASH NOT = OP-SENHA-HASH
               MOVE "SENHA ATUAL INVALIDA" TO WS-MSG
               GO TO ERRO-OPERADOR.
           DISPLAY "NOVA SENHA: " AT LINE 2 COL 36.
           ACCEPT WS-SENHA-NOVA AT LINE 2 COL 48 WITH SECURE.
           DISPLAY "CONFIRME: " AT LINE 3 COL 36.
           ACCEPT WS-SENHA-CONF AT LINE 3 COL 46 WITH SECURE.
           IF WS-SENHA-NOVA = SPACES
               MOVE "SENHA EM BRANCO" TO WS-MSG
               GO TO ERRO-OPERADOR.
           IF WS-SENHA-NOVA NOT = WS-SENHA-CONF
               MOVE "CONFIRMACAO NAO CONFERE" TO WS-MSG
               GO TO ERRO-OPERADOR.
           CALL "SENHAHASH" USING OP-CODIGO WS-SENHA-NOVA
               WS-HASH-NOVO.
           IF WS-HASH-NOVO = OP-SENHA-HASH
               MOVE "NOVA SENHA IGUAL A ANTERIOR" TO WS-MSG
               GO TO ERRO-OPERADOR.
           MOVE WS-HASH-NOVO TO OP-SENHA-HASH.
           MOVE WS-HOJE-DATA TO OP-DATA-SENHA.
           MOVE "N" TO OP-TROCA-SENHA.
           REWRITE OPERADOR.
           CLOSE ARQ-OPERADORES.
           MOVE "SENHA" TO WS-AUD-OPERACAO.
           MOVE OP-CODIGO TO WS-AUD-CHAVE.
           MOVE "SENHA TROCADA PELO OPERADOR" TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "SENHA ALTERADA" AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO OPERADORES.

      * Saida comum dos erros de GRAVAR, DESBLOQUEAR e TROCAR-SENHA:
      * fecha o arquivo (se aberto) e mostra WS-MSG.
       ERRO-OPERADOR.
           CLOSE ARQ-OPERADORES.
           MOVE 0 TO WS-EXISTE.
           DISPLAY WS-MSG AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO OPERADORES.

       FIM.
       END PROGRAM OPERADORES.
