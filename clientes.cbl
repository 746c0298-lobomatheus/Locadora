           RECORD KEY IS VAL-NUMERO
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-VAL.
       SELECT ARQ-RPS
           ASSIGN TO "./rps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RPS-CHAVE
           ALTERNATE KEY IS RPS-RECIBO
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-RPS.
       SELECT ARQ-DEPENDENTES
           ASSIGN TO "./dependentes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-DEP.
       SELECT ARQ-NEGATIVACAO
           ASSIGN TO "./negativacao.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NEG-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-NEG.
       SELECT ARQ-EMAILS
           ASSIGN TO "./emails.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EML-CPF
           FILE STATUS IS WS-FS-EML.
       SELECT ARQ-MENSAGENS
           ASSIGN TO "./mensagens.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSG-ID
           ALTERNATE KEY IS MSG-CPF WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-MSG.
       SELECT ARQ-EQLOCACOES
           ASSIGN TO "./eqlocacoes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EQL-ID
           ALTERNATE KEY IS EQL-CODIGO WITH DUPLICATES
           ALTERNATE KEY IS EQL-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-EQL.
       SELECT ARQ-ABONOS
           ASSIGN TO "./abonos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ABN-ID
           ALTERNATE KEY IS ABN-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS-ABN.
       SELECT ARQ-CUPONS
           ASSIGN TO "./cupons.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUP-CODIGO
           ALTERNATE KEY IS CUP-CPF WITH DUPLICATES
           ALTERNATE KEY IS CUP-EMP-ID WITH DUPLICATES
           FILE STATUS IS WS-FS-CUP.
       SELECT ARQ-OPERADORES
           ASSIGN TO "./operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS WS-FS-OPE.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTES.
           05 CLIENTE-SALDO PIC 9(06)V99.
           05 CLIENTE-TIER PIC X(01).
           05 CLIENTE-NASCIMENTO PIC X(08).
           05 CLIENTE-CONSENTE PIC X(01).
           05 CLIENTE-CANAL PIC X(01).
           05 FILLER PIC X(09).
       FD ARQ-CLI-CSV.
       01 CLI-CSV-LINHA PIC X(80).
       FD ARQ-EMPRESTIMOS.
           05 EMP-VALOR PIC 9(06)V99.
           05 EMP-FILIAL PIC X(04).
           05 EMP-ULTIMA-MULTA PIC X(08).
           05 FILLER PIC X(15).
           05 EMP-FILIAL-DEV PIC X(04).
           05 EMP-DEPENDENTE PIC X(01).
       FD ARQ-RESERVA.
       01 RESERVA-REC.
           05 RES-CHAVE.
               10 RES-SEQ PIC 9(06).
           05 RES-CPF PIC X(11).
           05 RES-DATA PIC X(08).
           05 RES-FORMATO PIC X(01).
           05 FILLER PIC X(09).
       FD ARQ-PAGAMENTOS.
       01 PAGAMENTO.
           05 PAG-RECIBO PIC 9(06).
           05 PAG-SITUACAO PIC X(01).
           05 PAG-DATA-EST PIC X(08).
           05 PAG-TIPO PIC X(01).
           05 PAG-FORMA PIC X(01).
           05 PAG-FORMA2 PIC X(01).
           05 PAG-VALOR2 PIC 9(06)V99.
           05 FILLER PIC X(20).
       FD ARQ-CONTADOR.
       01 CONTADOR-REC.
           05 CONT-TIPO PIC X(10).
           05 MORTO-EMP-ID PIC 9(06).
           05 FILLER PIC X(40).
           05 MORTO-CPF PIC X(11).
           05 FILLER PIC X(68).
           05 MORTO-DEPENDENTE PIC X(01).
           05 FILLER PIC X(02).
       FD ARQ-TARIFAS.
       01 TARIFA.
           05 TAR-CHAVE.
           05 TAR-TAXA-DIARIA PIC 9(04)V99.
           05 TAR-MULT-PRECO PIC 9(01)V99.
           05 TAR-REPOSICAO PIC 9(04)V99.
           05 TAR-DEPREC-MESES PIC 9(03).
           05 TAR-DIAS-LANCAMENTO PIC 9(03).
           05 TAR-TAXA-ENTREGA PIC 9(04)V99.
           05 FILLER PIC X(02).
       FD ARQ-EXTRATO.
       01 EXTRATO-LINHA PIC X(99).
       FD ARQ-CAIXA.
           05 VAL-CPF PIC X(11).
           05 VAL-SITUACAO PIC X(01).
           05 FILLER PIC X(10).
       FD ARQ-DEPENDENTES.
       01 DEPENDENTE-REC.
           05 DEP-CHAVE.
               10 DEP-CPF PIC X(11).
               10 DEP-SEQ PIC 9(01).
           05 DEP-NOME PIC X(20).
           05 DEP-NASCIMENTO PIC X(08).
           05 DEP-PARENTESCO PIC X(10).
           05 DEP-SITUACAO PIC X(01).
           05 DEP-CENSURA-MAX PIC X(02).
           05 FILLER PIC X(19).
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
       FD ARQ-EMAILS.
       01 EMAIL-REC.
           05 EML-CPF PIC X(11).
           05 EML-ENDERECO PIC X(60).
           05 FILLER PIC X(09).
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
       FD ARQ-EQLOCACOES.
       01 EQLOCACAO-REC.
           05 EQL-ID PIC 9(06).
           05 EQL-CODIGO PIC X(06).
           05 EQL-DESCRICAO PIC X(20).
           05 EQL-CPF PIC X(11).
           05 EQL-FILIAL PIC X(04).
           05 EQL-DATA-INI PIC X(08).
           05 EQL-DATA-FIM PIC X(08).
           05 EQL-DATA-DEV PIC X(08).
           05 EQL-STATUS PIC X(01).
           05 EQL-DIAS PIC 9(03).
           05 EQL-DIARIA PIC 9(04)V99.
           05 EQL-VALOR PIC 9(06)V99.
           05 EQL-CAUCAO PIC 9(05)V99.
           05 EQL-RECIBO PIC 9(06).
           05 EQL-AVARIA PIC 9(06)V99.
           05 EQL-RETIDO PIC 9(06)V99.
           05 EQL-DEVOLVIDO PIC 9(06)V99.
           05 EQL-RECIBO-DEV PIC 9(06).
           05 EQL-SALDO-CLI PIC 9(06)V99.
           05 EQL-CHECKLIST PIC X(06).
           05 EQL-ULTIMA-MULTA PIC X(08).
           05 EQL-OPERADOR PIC X(03).
           05 FILLER PIC X(20).
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
       WORKING-STORAGE SECTION.
            01 WS-OPTION    PIC 9(02).
            01 WS-LIXO PIC X(01).
               05 WS-CLIENTE-SALDO PIC 9(06)V99.
               05 WS-CLIENTE-TIER PIC X(01).
               05 WS-CLIENTE-NASCIMENTO PIC X(08).
               05 WS-CLIENTE-CONSENTE PIC X(01).
               05 WS-CLIENTE-CANAL PIC X(01).
               05 FILLER PIC X(09).
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
               05 WS-HOJE-R-HORA PIC X(06).
               05 WS-HOJE-R-RESTO PIC X(07).
            01 WS-FILIAL-ATUAL PIC X(04) VALUE SPACES.
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-LF-OUTRA PIC X(119).
            77 WS-FILESTATUS PIC 99.
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "CLIENTES".
            01 WS-AUD-OPERACAO PIC X(10).
            77 WS-NOVA-FILIAL PIC X(04).
            77 WS-CPF-ANT PIC X(11).
            77 WS-FS-PAG PIC 99.
            77 WS-FS-RPS PIC 99.
            77 WS-FS-DEP PIC 99.
            77 WS-FS-NEG PIC 99.
            77 WS-NEG-CPF PIC X(11).
            77 WS-NEG-MOTIVO PIC X(01).
            77 WS-NEG-ATUAL PIC 9(02).
            77 WS-FS-EML PIC 99.
            77 WS-FS-MSG PIC 99.
            77 WS-AVI-RESP PIC X(01).
            77 WS-AVI-CANAL PIC X(01).
            77 WS-EML-NOVO PIC X(60).
            77 WS-EML-ATUAL PIC X(60).
            77 WS-EML-CPF PIC X(11).
            77 WS-CANAL-DESC PIC X(08).
            77 WS-EVENTO-DESC PIC X(11).
            77 WS-DEP-CPF PIC X(11).
            77 WS-DEP-OPCAO PIC X(01).
            77 WS-DEP-MAX-SEQ PIC 9(01).
            77 WS-DEP-SIT PIC X(01).
            77 WS-DEP-CENSURA PIC X(02).
            77 WS-DEP-CENS-OK PIC 9 VALUE 0.
            77 WS-DEP-I PIC 9(01).
            01 WS-DEP-MAPA PIC X(09) VALUE "123456789".
            01 FILLER REDEFINES WS-DEP-MAPA.
               05 WS-DEP-NOVO-SEQ OCCURS 9 TIMES PIC X(01).
            01 WS-MIG-DEP-TAB.
               05 WS-MIG-DEP-ENTRY OCCURS 9 TIMES PIC X(72).
            77 WS-MIG-DEP-QTD PIC 9(02) VALUE 0.
            77 WS-MIG-DEP-I PIC 9(02).
            77 WS-DEP-RENUMERA PIC 9 VALUE 0.
            77 WS-DEP-LINHA PIC X(60).
            77 WS-FS-CONT PIC 99.
            77 WS-FS-REC PIC 99.
            77 WS-PROX-RECIBO PIC 9(06).
               05 WS-PAG-SITUACAO PIC X(01).
               05 WS-PAG-DATA-EST PIC X(08).
               05 WS-PAG-TIPO PIC X(01).
               05 WS-PAG-FORMA PIC X(01).
               05 WS-PAG-FORMA2 PIC X(01).
               05 WS-PAG-VALOR2 PIC 9(06)V99.
               05 FILLER PIC X(20).
            77 WS-VALOR-ED PIC ZZZZZ9.99.
            77 WS-BUSCA-PAG-CPF PIC X(11).
            77 WS-LA PIC 99 VALUE 1.
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
            77 WS-SUP-HASH PIC X(16).
            77 WS-TRAVA-TENTA PIC 9(02).
            77 WS-TRAVA-SEG PIC 9(02) VALUE 1.
            01 WS-DATA-TMP PIC X(20).
            77 WS-FUS-EMP PIC 9(02).
            77 WS-FUS-RESP PIC X(01).
            77 WS-TIPO-RECIBO PIC X(01) VALUE SPACE.
            77 WS-FORMA-PAG PIC X(01) VALUE "D".
            77 WS-FORMA-PAG2 PIC X(01) VALUE SPACE.
            77 WS-VALOR-FORMA2 PIC 9(06)V99 VALUE 0.
            77 WS-VALOR-FORMA1 PIC 9(06)V99 VALUE 0.
            77 WS-VALOR-DINHEIRO PIC 9(06)V99 VALUE 0.
            77 WS-FORMA-RESP PIC X(01).
            77 WS-FORMA-OK PIC 9 VALUE 0.
            77 WS-FORMA-COD PIC X(01).
            77 WS-FORMA-DESC PIC X(08).
            77 WS-FORMA-DESC2 PIC X(08).
            77 WS-FORMAS-TXT PIC X(20).
            77 WS-VALE-RESP PIC X(01).
            77 WS-VALE-NUMERO PIC 9(06).
            77 WS-VALE-USADO PIC 9(06)V99.
            77 WS-TOT-LOC PIC 9(08)V99.
            77 WS-TOT-MULTA PIC 9(08)V99.
            77 WS-TOT-PAGO PIC 9(08)V99.
            77 WS-TOT-EQP PIC 9(08)V99.
            77 WS-EXT-ROTULO PIC X(18).
            77 WS-FS-EQL PIC 99.
            77 WS-FS-ABN PIC 99.
            77 WS-FS-CUP PIC 99.
            77 WS-FS-OPE PIC 99.
            77 WS-TOT-ABONO PIC 9(08)V99.
            77 WS-PROX-ABONO PIC 9(06).
            77 WS-ABN-VALOR PIC 9(06)V99.
            77 WS-ABN-MOTIVO PIC 9(02).
            77 WS-ABN-NOTA PIC X(40).
            77 WS-ABN-LIMITE PIC 9(04)V99.
            77 WS-ABN-APROVADOR PIC X(03).
            77 WS-ABN-I PIC 9(02).
            77 WS-ABN-LIN PIC 9(02).
            77 WS-SUP-CODIGO PIC X(03).
            77 WS-SUP-SENHA PIC X(08).
            77 WS-SUP-OK PIC 9 VALUE 0.
      * Motivos de abono de multa; o codigo e a posicao na tabela.
            01 WS-ABN-MOTIVOS.
               05 FILLER PIC X(20) VALUE "SISTEMA FORA DO AR".
               05 FILLER PIC X(20) VALUE "COPIA DEFEITUOSA".
               05 FILLER PIC X(20) VALUE "CLIENTE FIEL".
               05 FILLER PIC X(20) VALUE "ERRO DE LANCAMENTO".
               05 FILLER PIC X(20) VALUE "OUTROS".
            01 WS-ABN-MOT-TAB REDEFINES WS-ABN-MOTIVOS.
               05 WS-ABN-MOT-NOME PIC X(20) OCCURS 5 TIMES.
            77 WS-VALOR-ED2 PIC ZZZZZZZ9.99.
            01 WS-EMPRESTIMO.
               05 WS-EMP-ID PIC 9(06).
               05 WS-EMP-VALOR PIC 9(06)V99.
               05 WS-EMP-FILIAL PIC X(04).
               05 WS-EMP-ULTIMA-MULTA PIC X(08).
               05 FILLER PIC X(15).
               05 WS-EMP-FILIAL-DEV PIC X(04).
               05 WS-EMP-DEPENDENTE PIC X(01).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "CLIENTES".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).
       SCREEN SECTION.
       01 CLIENTES-SCREEN.
            02 BLANK SCREEN.
            02 LINE 13 COL 1  VALUE "-10 - ACORDO PARCELAMENTO:   - |".
            02 LINE 14 COL 1  VALUE "-11 - VENDER VALE-PRESENTE:  - |".
            02 LINE 15 COL 1  VALUE "-12 - FUNDIR CADASTROS:      - |".
            02 LINE 16 COL 1  VALUE "-13 - DEPENDENTES:           - |".
            02 LINE 17 COL 1  VALUE "-14 - AVISOS AO CLIENTE:     - |".
            02 LINE 18 COL 1  VALUE "-15 - ABONO DE MULTA:        - |".
            02 LINE 19 COL 1  VALUE "-                    0-VOLTAR- |".
            02 LINE 20 COL 1  VALUE "-                            - |".
            02 LINE 20 COL 29 PIC 9(2) TO WS-OPTION.
            02 LINE 21 COL 1  VALUE "------------------------------ |".
       PROCEDURE DIVISION.
       CLIENTES.
           IF WS-FILIAL-ATUAL = SPACES
               PERFORM DEFINIR-FILIAL
           END-IF.
           IF WS-FILIAL-ATUAL = SPACES
               GO TO FIM
           END-IF.
           DISPLAY CLIENTES-SCREEN.
           ACCEPT CLIENTES-SCREEN.
           EVALUATE WS-OPTION
                   GO TO VENDER-VALE
               WHEN 12
                   GO TO FUNDIR
               WHEN 13
                   GO TO DEPENDENTES
               WHEN 14
                   GO TO AVISOS-CLIENTE
               WHEN 15
                   GO TO ABONAR-MULTA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT LINE 12
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 13
       DEFINIR-FILIAL.
           DISPLAY "FILIAL ATUAL (CODIGO): " AT LINE 1 COL 36.
           ACCEPT WS-FILIAL-ATUAL AT LINE 1 COL 60.
           CALL "LEFILIAL" USING WS-FILIAL-ATUAL WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-LF-SITUACAO NOT = "A"
               DISPLAY "FILIAL NAO CADASTRADA OU FECHADA" AT LINE 11
                   COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               MOVE SPACES TO WS-FILIAL-ATUAL
           END-IF.

       EXIBIR.
           DISPLAY "BUSCAR POR (1=CPF 2=NOME 3=TELEFONE): " AT LINE 1
               DISPLAY WS-CLIENTE-SALDO AT LINE 6 COL 51
               DISPLAY "NASCIMENTO: " AT LINE 8 COL 36
               DISPLAY WS-CLIENTE-NASCIMENTO AT LINE 8 COL 48
               DISPLAY "AVISOS: " AT LINE 9 COL 36
               EVALUATE WS-CLIENTE-CONSENTE
                   WHEN "S"
                       MOVE WS-CLIENTE-CANAL TO WS-AVI-CANAL
                       PERFORM DESCREVE-CANAL
                       DISPLAY WS-CANAL-DESC AT LINE 9 COL 44
                   WHEN "N"
                       DISPLAY "RECUSADOS" AT LINE 9 COL 44
                   WHEN OTHER
                       DISPLAY "NAO INFORMADO" AT LINE 9 COL 44
               END-EVALUATE
               DISPLAY "CATEGORIA: " AT LINE 7 COL 36
               EVALUATE WS-CLIENTE-TIER
                   WHEN "O"
                   MOVE WS-DATA-TMP(1:8) TO CLIENTE-NASCIMENTO
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-EML-ATUAL.
           PERFORM PEDE-AVISOS.
           MOVE WS-AVI-RESP TO CLIENTE-CONSENTE.
           MOVE WS-AVI-CANAL TO CLIENTE-CANAL.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO CLIENTE-DATA-CADASTRO.
           MOVE 0 TO CLIENTE-EMP.
           MOVE WS-FILIAL-ATUAL TO CLIENTE-FILIAL.
           MOVE 0 TO CLIENTE-SALDO.

           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "I" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           WRITE CLIENTE.
           MOVE "ADICIONAR" TO WS-AUD-OPERACAO.
           MOVE CLIENTE-CPF TO WS-AUD-CHAVE.
           MOVE "CLIENTE CADASTRADO" TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           MOVE CLIENTE-CPF TO WS-EML-CPF.
           PERFORM REGISTRA-AVISOS THRU REGISTRA-AVISOS-FIM.
           CLOSE ARQ-CLIENTES.

           DISPLAY "CLIENTE ADICIONADO" AT LINE 11 COL 36.
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE 22 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CLIENTES.
               GO TO CLIENTES.
           MOVE 1 TO WS-LA.

           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "E" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           DELETE ARQ-CLIENTES RECORD
               INVALID KEY DISPLAY "NAO CADASTRADO" AT LINE 12 COL 36
               NOT INVALID KEY
                   MOVE "CLIENTE REMOVIDO" TO WS-AUD-DETALHE
                   CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
                       WS-AUD-CHAVE WS-AUD-DETALHE
                   MOVE CLIENTE-CPF TO WS-DEP-CPF
                   PERFORM EXCLUI-DEPENDENTES THRU
                       EXCLUI-DEPENDENTES-FIM
                   MOVE CLIENTE-CPF TO WS-EML-CPF
                   PERFORM EXCLUI-EMAIL THRU EXCLUI-EMAIL-FIM
           END-DELETE.
           CLOSE ARQ-CLIENTES.

               PERFORM RESGATA-VALE THRU RESGATA-VALE-FIM
           END-IF.
           IF WS-CLIENTE-SALDO = 0
               MOVE CLIENTE-CPF TO WS-NEG-CPF
               MOVE "P" TO WS-NEG-MOTIVO
               PERFORM MARCA-EXCLUSAO-NEG THRU MARCA-EXCLUSAO-NEG-FIM
               CLOSE ARQ-CLIENTES
               DISPLAY "SALDO QUITADO COM O VALE" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
           IF WS-VALOR-PAGO > WS-CLIENTE-SALDO
               MOVE WS-CLIENTE-SALDO TO WS-VALOR-PAGO
           END-IF.
           PERFORM ESCOLHE-FORMA THRU ESCOLHE-FORMA-FIM.
           PERFORM GET_PROX_RECIBO.
           IF WS-PROX-RECIBO = 0
               GO TO REGISTRO-EM-USO.
           MOVE SPACE TO WS-TIPO-RECIBO.
           SUBTRACT WS-VALOR-PAGO FROM WS-CLIENTE-SALDO
               GIVING CLIENTE-SALDO.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           REWRITE CLIENTE.
           PERFORM REGISTRA-PAGAMENTO THRU REGISTRA-PAGAMENTO-FIM.
           PERFORM BAIXA-PARCELAS THRU BAIXA-PARCELAS-FIM.
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           IF CLIENTE-SALDO = 0
               MOVE CLIENTE-CPF TO WS-NEG-CPF
               MOVE "P" TO WS-NEG-MOTIVO
               PERFORM MARCA-EXCLUSAO-NEG THRU MARCA-EXCLUSAO-NEG-FIM
           END-IF.
           CLOSE ARQ-CLIENTES.

           DISPLAY "SALDO RESTANTE: " AT LINE 11 COL 36.
           CLOSE ARQ-VALES.
           SUBTRACT WS-VALE-USADO FROM WS-CLIENTE-SALDO
               GIVING CLIENTE-SALDO.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           REWRITE CLIENTE.
           MOVE CLIENTE-SALDO TO WS-CLIENTE-SALDO.
           MOVE WS-VALE-USADO TO WS-VALOR-PAGO.
           MOVE "U" TO WS-TIPO-RECIBO.
           MOVE "V" TO WS-FORMA-PAG.
           MOVE SPACE TO WS-FORMA-PAG2.
           MOVE 0 TO WS-VALOR-FORMA2.
           PERFORM REGISTRA-PAGAMENTO THRU REGISTRA-PAGAMENTO-FIM.
           PERFORM BAIXA-PARCELAS THRU BAIXA-PARCELAS-FIM.
           MOVE SPACE TO WS-TIPO-RECIBO.
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-VALE-VALOR TO WS-VALOR-PAGO.
           PERFORM ESCOLHE-FORMA THRU ESCOLHE-FORMA-FIM.

           PERFORM GET_PROX_VALE.
           IF WS-PROX-VALE = 0
           MOVE CONT-ULTIMO TO WS-PROX-VALE.
           CLOSE ARQ-CONTADOR.

      * Abono de multa: reduz o saldo devedor do cliente com motivo
      * e observacao obrigatorios. Acima do limite de abono do
      * operador (operadores.dat) o abono so passa com codigo e
      * senha de quem tem a funcao 25 (ABONO SEM LIMITE) no perfil;
      * operador logado com essa funcao abona sem limite.
      * Cada abono fica em abonos.dat, vai para a auditoria e sai
      * comprovante em recibo.txt. Nao movimenta caixa.
       ABONAR-MULTA.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           DISPLAY "DIGITE O CPF DO CLIENTE: " AT LINE 1 COL 36.
           ACCEPT CLIENTE-CPF AT LINE 1 COL 62.

           OPEN I-O ARQ-CLIENTES.
           IF WS-FILESTATUS <> 0
               GO TO ERROARQ.
           READ ARQ-CLIENTES INTO WS-CLIENTE WITH LOCK
               KEY IS CLIENTE-CPF
               INVALID KEY
                   DISPLAY "NAO CADASTRADO" AT LINE 11 COL 36
                   CLOSE ARQ-CLIENTES
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO CLIENTES.
           IF WS-FILESTATUS = 51
               GO TO REGISTRO-EM-USO.

           DISPLAY "SALDO DEVEDOR ATUAL: " AT LINE 2 COL 36.
           DISPLAY WS-CLIENTE-SALDO AT LINE 2 COL 58.
           IF WS-CLIENTE-SALDO = 0
               CLOSE ARQ-CLIENTES
               DISPLAY "CLIENTE SEM SALDO DEVEDOR" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CLIENTES.
      * Saldo parcelado em acordo nao e abonado: o acordo teria de
      * ser refeito.
           MOVE CLIENTE-CPF TO WS-ACD-CPF.
           PERFORM CONFERE-ACORDO-ABERTO THRU
               CONFERE-ACORDO-ABERTO-FIM.
           IF WS-ACD-ABERTO = 1
               CLOSE ARQ-CLIENTES
               DISPLAY "ACORDO EM ABERTO - ABONO BLOQUEADO" AT LINE 11
                   COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CLIENTES.

           MOVE 1 TO WS-ABN-I.
           MOVE 3 TO WS-ABN-LIN.
           PERFORM UNTIL WS-ABN-I > 5
               DISPLAY WS-ABN-I AT LINE WS-ABN-LIN COL 36
               DISPLAY WS-ABN-MOT-NOME(WS-ABN-I) AT LINE WS-ABN-LIN
                   COL 39
               ADD 1 TO WS-ABN-I
               ADD 1 TO WS-ABN-LIN
           END-PERFORM.
           DISPLAY "MOTIVO: " AT LINE 8 COL 36.
           ACCEPT WS-ABN-MOTIVO AT LINE 8 COL 44.
           IF WS-ABN-MOTIVO < 1 OR WS-ABN-MOTIVO > 5
               CLOSE ARQ-CLIENTES
               DISPLAY "MOTIVO INVALIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CLIENTES.
           DISPLAY "OBS: " AT LINE 9 COL 36.
           MOVE SPACES TO WS-ABN-NOTA.
           ACCEPT WS-ABN-NOTA AT LINE 9 COL 41.
           IF WS-ABN-NOTA = SPACES
               CLOSE ARQ-CLIENTES
               DISPLAY "OBSERVACAO OBRIGATORIA" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CLIENTES.
           DISPLAY "VALOR DO ABONO (0 = NENHUM): " AT LINE 10 COL 36.
           ACCEPT WS-ABN-VALOR AT LINE 10 COL 65.
           IF WS-ABN-VALOR = 0
               CLOSE ARQ-CLIENTES
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CLIENTES.
           IF WS-ABN-VALOR > WS-CLIENTE-SALDO
               MOVE WS-CLIENTE-SALDO TO WS-ABN-VALOR
           END-IF.

           MOVE WS-SES-OPERADOR TO WS-ABN-APROVADOR.
           MOVE 25 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               PERFORM LE-LIMITE-ABONO THRU LE-LIMITE-ABONO-FIM
               IF WS-ABN-VALOR > WS-ABN-LIMITE
                   PERFORM APROVA-SUPERVISOR THRU
                       APROVA-SUPERVISOR-FIM
                   IF WS-SUP-OK = 0
                       CLOSE ARQ-CLIENTES
                       DISPLAY "ACIMA DO LIMITE - ABONO NAO APROVADO"
                           AT LINE 13 COL 36
                       DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 14
                           COL 36
                       ACCEPT WS-LIXO AT LINE 14 COL 62
                       GO TO CLIENTES
                   END-IF
                   MOVE WS-SUP-CODIGO TO WS-ABN-APROVADOR
               END-IF
           END-IF.

           PERFORM GET_PROX_ABONO.
           IF WS-PROX-ABONO = 0
               GO TO REGISTRO-EM-USO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           OPEN I-O ARQ-ABONOS.
           IF WS-FS-ABN = 35
               CLOSE ARQ-ABONOS
               OPEN OUTPUT ARQ-ABONOS
               CLOSE ARQ-ABONOS
               OPEN I-O ARQ-ABONOS
           END-IF.
           IF WS-FS-ABN <> 0
               CLOSE ARQ-CLIENTES
               DISPLAY "ERRO NO ARQUIVO DE ABONOS: " AT LINE 11 COL 36
               DISPLAY WS-FS-ABN AT LINE 11 COL 63
               CLOSE ARQ-ABONOS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CLIENTES.
           MOVE SPACES TO ABONO-REC.
           MOVE WS-PROX-ABONO TO ABN-ID.
           MOVE WS-HOJE-R-DATA TO ABN-DATA.
           MOVE WS-HOJE-R-HORA TO ABN-HORA.
           MOVE CLIENTE-CPF TO ABN-CPF.
           MOVE WS-ABN-VALOR TO ABN-VALOR.
           MOVE WS-ABN-MOTIVO TO ABN-MOTIVO.
           MOVE WS-ABN-MOT-NOME(WS-ABN-MOTIVO) TO ABN-MOTIVO-DESC.
           MOVE WS-ABN-NOTA TO ABN-NOTA.
           MOVE WS-FILIAL-ATUAL TO ABN-FILIAL.
           MOVE WS-SES-OPERADOR TO ABN-OPERADOR.
           MOVE WS-ABN-APROVADOR TO ABN-APROVADOR.
           WRITE ABONO-REC.
           CLOSE ARQ-ABONOS.

           SUBTRACT WS-ABN-VALOR FROM WS-CLIENTE-SALDO
               GIVING CLIENTE-SALDO.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           REWRITE CLIENTE.
           MOVE "ABONO" TO WS-AUD-OPERACAO.
           MOVE CLIENTE-CPF TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "NR " DELIMITED BY SIZE
               WS-PROX-ABONO DELIMITED BY SIZE
               " VAL " DELIMITED BY SIZE
               WS-ABN-VALOR DELIMITED BY SIZE
               " MOT " DELIMITED BY SIZE
               WS-ABN-MOTIVO DELIMITED BY SIZE
               " APR " DELIMITED BY SIZE
               WS-ABN-APROVADOR DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           IF CLIENTE-SALDO = 0
               MOVE CLIENTE-CPF TO WS-NEG-CPF
               MOVE "P" TO WS-NEG-MOTIVO
               PERFORM MARCA-EXCLUSAO-NEG THRU MARCA-EXCLUSAO-NEG-FIM
           END-IF.
           PERFORM IMPRIME-ABONO THRU IMPRIME-ABONO-FIM.
           CLOSE ARQ-CLIENTES.

           DISPLAY "SALDO RESTANTE: " AT LINE 13 COL 36.
           DISPLAY CLIENTE-SALDO AT LINE 13 COL 53.
           DISPLAY " ABONO NR: " AT LINE 13 COL 62.
           DISPLAY WS-PROX-ABONO AT LINE 13 COL 73.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 14 COL 36.
           ACCEPT WS-LIXO AT LINE 14 COL 62.
           GO TO CLIENTES.

      * Limite de abono do operador logado; sem cadastro ou sem
      * limite informado, o limite e zero.
       LE-LIMITE-ABONO.
           MOVE 0 TO WS-ABN-LIMITE.
           OPEN INPUT ARQ-OPERADORES.
           IF WS-FS-OPE <> 0
               CLOSE ARQ-OPERADORES
               GO TO LE-LIMITE-ABONO-FIM
           END-IF.
           MOVE WS-SES-OPERADOR TO OP-CODIGO.
           READ ARQ-OPERADORES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OP-LIMITE-ABONO NUMERIC
                       MOVE OP-LIMITE-ABONO TO WS-ABN-LIMITE
                   END-IF
           END-READ.
           CLOSE ARQ-OPERADORES.
       LE-LIMITE-ABONO-FIM.
           EXIT.

      * Codigo e senha de quem aprova o abono acima do limite. WS-SUP-OK
      * volta 1 quando a senha confere e o perfil tem a funcao 25.
       APROVA-SUPERVISOR.
           MOVE 0 TO WS-SUP-OK.
           DISPLAY "ACIMA DO LIMITE. SUPERVISOR: " AT LINE 11 COL 36.
           ACCEPT WS-SUP-CODIGO AT LINE 11 COL 65.
           DISPLAY "SENHA: " AT LINE 12 COL 36.
           ACCEPT WS-SUP-SENHA AT LINE 12 COL 43 WITH SECURE.
           OPEN INPUT ARQ-OPERADORES.
           IF WS-FS-OPE <> 0
               CLOSE ARQ-OPERADORES
               GO TO APROVA-SUPERVISOR-FIM
           END-IF.
           MOVE WS-SUP-CODIGO TO OP-CODIGO.
           READ ARQ-OPERADORES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   CALL "SENHAHASH" USING OP-CODIGO WS-SUP-SENHA
                       WS-SUP-HASH
                   IF WS-SUP-HASH = OP-SENHA-HASH
                       MOVE 1 TO WS-SUP-OK
                   END-IF
           END-READ.
           CLOSE ARQ-OPERADORES.
           IF WS-SUP-OK = 1
               MOVE 25 TO WS-ACE-FUNCAO
               CALL "ACESSO" USING WS-SUP-CODIGO WS-ACE-FUNCAO
                   WS-ACE-OK
               IF WS-ACE-OK NOT = "S"
                   MOVE 0 TO WS-SUP-OK
               END-IF
           END-IF.
       APROVA-SUPERVISOR-FIM.
           EXIT.

       GET_PROX_ABONO.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS-CONT = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE "ABONO" TO CONT-TIPO.
           PERFORM LE-CONTADOR-TRAVA THRU LE-CONTADOR-TRAVA-FIM.
           EVALUATE WS-FS-CONT
               WHEN 0
                   ADD 1 TO CONT-ULTIMO
                   REWRITE CONTADOR-REC
               WHEN 23
                   MOVE 1 TO CONT-ULTIMO
                   WRITE CONTADOR-REC
               WHEN OTHER
                   DISPLAY "CONTADOR EM USO - TENTE NOVAMENTE"
                       AT LINE 10 COL 36
                   MOVE 0 TO CONT-ULTIMO
           END-EVALUATE.
           MOVE CONT-ULTIMO TO WS-PROX-ABONO.
           CLOSE ARQ-CONTADOR.

      * Comprovante de abono em recibo.txt, no mesmo arquivo dos
      * recibos de pagamento.
       IMPRIME-ABONO.
           OPEN EXTEND ARQ-RECIBO.
           IF WS-FS-REC <> 0
               OPEN OUTPUT ARQ-RECIBO
           END-IF.
           IF WS-FS-REC <> 0
               GO TO IMPRIME-ABONO-FIM
           END-IF.
           MOVE ALL "-" TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           PERFORM IMPRIME-CABEC-FILIAL.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "COMPROVANTE DE ABONO NR " DELIMITED BY SIZE
               WS-PROX-ABONO DELIMITED BY SIZE
               "  DATA " DELIMITED BY SIZE
               WS-HOJE-R-DATA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HOJE-R-HORA DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "CLIENTE: " DELIMITED BY SIZE
               CLIENTE-CPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CLIENTE-NOME DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-ABN-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "VALOR ABONADO: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               "  FILIAL: " DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "MOTIVO: " DELIMITED BY SIZE
               WS-ABN-MOTIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ABN-MOT-NOME(WS-ABN-MOTIVO) DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "OBS: " DELIMITED BY SIZE
               WS-ABN-NOTA DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "OPERADOR: " DELIMITED BY SIZE
               WS-SES-OPERADOR DELIMITED BY SIZE
               "  APROVADO POR: " DELIMITED BY SIZE
               WS-ABN-APROVADOR DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE CLIENTE-SALDO TO WS-VALOR-ED.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "SALDO RESTANTE: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           CLOSE ARQ-RECIBO.
       IMPRIME-ABONO-FIM.
           EXIT.

       ALTERAR.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CLIENTES.
           IF WS-NOVA-FILIAL NOT = SPACES
               CALL "LEFILIAL" USING WS-NOVA-FILIAL WS-LF-SITUACAO
                   WS-LF-OUTRA
               IF WS-LF-SITUACAO NOT = "A"
                   DISPLAY "FILIAL NAO CADASTRADA OU FECHADA" AT LINE 11
                       COL 36
                   CLOSE ARQ-CLIENTES
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO CLIENTES
               END-IF
           END-IF.

           MOVE WS-CLIENTE-CPF TO WS-CPF-ANT.
           IF WS-NOVO-TEL NOT = SPACES
                       GO TO CLIENTES
               END-READ
               MOVE WS-CPF-ANT TO CLIENTE-CPF
               MOVE "CLIENTES" TO WS-JRN-ARQUIVO
               MOVE "E" TO WS-JRN-OPERACAO
               CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                   WS-JRN-OPERACAO CLIENTE
               DELETE ARQ-CLIENTES RECORD
               END-DELETE
               MOVE WS-NOVO-CPF TO WS-CLIENTE-CPF
               MOVE WS-CLIENTE TO CLIENTE
               MOVE "CLIENTES" TO WS-JRN-ARQUIVO
               MOVE "I" TO WS-JRN-OPERACAO
               CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                   WS-JRN-OPERACAO CLIENTE
               WRITE CLIENTE
               PERFORM ATUALIZA-CPF-DEPENDENTES THRU
                   ATUALIZA-CPF-DEPENDENTES-FIM
               PERFORM ATUALIZA-CPF-EMPRESTIMOS THRU
                   ATUALIZA-CPF-EMPRESTIMOS-FIM
               PERFORM ATUALIZA-CPF-RESERVAS THRU
                   ATUALIZA-CPF-ACORDOS-FIM
               PERFORM ATUALIZA-CPF-ASSINATURA THRU
                   ATUALIZA-CPF-ASSINATURA-FIM
               PERFORM ATUALIZA-CPF-EMAIL THRU ATUALIZA-CPF-EMAIL-FIM
               PERFORM ATUALIZA-CPF-MENSAGENS THRU
                   ATUALIZA-CPF-MENSAGENS-FIM
               PERFORM ATUALIZA-CPF-EQUIPAMENTOS THRU
                   ATUALIZA-CPF-EQUIPAMENTOS-FIM
               PERFORM ATUALIZA-CPF-ABONOS THRU
                   ATUALIZA-CPF-ABONOS-FIM
               PERFORM ATUALIZA-CPF-CUPONS THRU
                   ATUALIZA-CPF-CUPONS-FIM
               MOVE WS-CPF-ANT TO WS-NEG-CPF
               MOVE "C" TO WS-NEG-MOTIVO
               PERFORM MARCA-EXCLUSAO-NEG THRU MARCA-EXCLUSAO-NEG-FIM
           ELSE
               MOVE WS-CLIENTE TO CLIENTE
               MOVE "CLIENTES" TO WS-JRN-ARQUIVO
               MOVE "A" TO WS-JRN-OPERACAO
               CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                   WS-JRN-OPERACAO CLIENTE
               REWRITE CLIENTE
           END-IF.

                   NOT AT END
                       IF EMP-CPF = WS-CPF-ANT
                           MOVE WS-CLIENTE-CPF TO EMP-CPF
                           IF EMP-DEPENDENTE IS NUMERIC
                               AND EMP-DEPENDENTE NOT = "0"
                               MOVE EMP-DEPENDENTE TO WS-DEP-I
                               MOVE WS-DEP-NOVO-SEQ(WS-DEP-I)
                                   TO EMP-DEPENDENTE
                           END-IF
                           MOVE "EMPRESTIMO" TO WS-JRN-ARQUIVO
                           MOVE "A" TO WS-JRN-OPERACAO
                           CALL "JORNAL" USING WS-JRN-PROGRAMA
                               WS-JRN-ARQUIVO WS-JRN-OPERACAO EMPRESTIMO
                           REWRITE EMPRESTIMO
                       END-IF
               END-READ
                   NOT AT END
                       IF PAG-CPF = WS-CPF-ANT
                           MOVE WS-CLIENTE-CPF TO PAG-CPF
                           MOVE "PAGAMENTOS" TO WS-JRN-ARQUIVO
                           MOVE "A" TO WS-JRN-OPERACAO
                           CALL "JORNAL" USING WS-JRN-PROGRAMA
                               WS-JRN-ARQUIVO WS-JRN-OPERACAO PAGAMENTO
                           REWRITE PAGAMENTO
                       END-IF
               END-READ
                   NOT AT END
                       IF MORTO-CPF = WS-CPF-ANT
                           MOVE WS-CLIENTE-CPF TO MORTO-CPF
                           IF MORTO-DEPENDENTE IS NUMERIC
                               AND MORTO-DEPENDENTE NOT = "0"
                               MOVE MORTO-DEPENDENTE TO WS-DEP-I
                               MOVE WS-DEP-NOVO-SEQ(WS-DEP-I)
                                   TO MORTO-DEPENDENTE
                           END-IF
                           REWRITE MORTO-REC
                       END-IF
               END-READ
       ATUALIZA-CPF-ACORDOS-FIM.
           SET EOF TO 0.

      * Dependentes seguem o titular na troca de CPF e na fusao. Na
      * fusao a sequencia pode ja estar ocupada no CPF que fica: o
      * dependente recebe a proxima livre e WS-DEP-NOVO-SEQ guarda a
      * renumeracao para os emprestimos e o arquivo morto. Passando
      * de nove, o excedente nao migra e as locacoes dele ficam como
      * retiradas pelo titular.
       ATUALIZA-CPF-DEPENDENTES.
           MOVE "123456789" TO WS-DEP-MAPA.
           OPEN I-O ARQ-DEPENDENTES.
           IF WS-FS-DEP <> 0
               CLOSE ARQ-DEPENDENTES
               GO TO ATUALIZA-CPF-DEPENDENTES-FIM
           END-IF.
           MOVE WS-CLIENTE-CPF TO WS-DEP-CPF.
           PERFORM ACHA-MAX-SEQ-DEP THRU ACHA-MAX-SEQ-DEP-FIM.
           MOVE 0 TO WS-DEP-RENUMERA.
           IF WS-DEP-MAX-SEQ > 0
               MOVE 1 TO WS-DEP-RENUMERA
           END-IF.
           MOVE WS-CPF-ANT TO WS-DEP-CPF.
           PERFORM CARREGA-DEPENDENTES THRU CARREGA-DEPENDENTES-FIM.
           MOVE 1 TO WS-MIG-DEP-I.
           PERFORM UNTIL WS-MIG-DEP-I > WS-MIG-DEP-QTD
               MOVE WS-MIG-DEP-ENTRY(WS-MIG-DEP-I) TO DEPENDENTE-REC
               DELETE ARQ-DEPENDENTES RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO WS-MIG-DEP-I
           END-PERFORM.
           MOVE 1 TO WS-MIG-DEP-I.
           PERFORM UNTIL WS-MIG-DEP-I > WS-MIG-DEP-QTD
               MOVE WS-MIG-DEP-ENTRY(WS-MIG-DEP-I) TO DEPENDENTE-REC
               MOVE DEP-SEQ TO WS-DEP-I
               MOVE WS-CLIENTE-CPF TO DEP-CPF
               IF WS-DEP-RENUMERA = 1
                   IF WS-DEP-MAX-SEQ < 9
                       ADD 1 TO WS-DEP-MAX-SEQ
                       MOVE WS-DEP-MAX-SEQ TO DEP-SEQ
                       MOVE DEP-SEQ TO WS-DEP-NOVO-SEQ(WS-DEP-I)
                   ELSE
                       MOVE "0" TO WS-DEP-NOVO-SEQ(WS-DEP-I)
                       MOVE 0 TO DEP-SEQ
                   END-IF
               END-IF
               IF DEP-SEQ > 0
                   WRITE DEPENDENTE-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               ADD 1 TO WS-MIG-DEP-I
           END-PERFORM.
           MOVE 0 TO WS-MIG-DEP-QTD.
           CLOSE ARQ-DEPENDENTES.
       ATUALIZA-CPF-DEPENDENTES-FIM.
           EXIT.

      * Cliente removido leva junto os seus dependentes.
       EXCLUI-DEPENDENTES.
           OPEN I-O ARQ-DEPENDENTES.
           IF WS-FS-DEP <> 0
               CLOSE ARQ-DEPENDENTES
               GO TO EXCLUI-DEPENDENTES-FIM
           END-IF.
           PERFORM CARREGA-DEPENDENTES THRU CARREGA-DEPENDENTES-FIM.
           MOVE 1 TO WS-MIG-DEP-I.
           PERFORM UNTIL WS-MIG-DEP-I > WS-MIG-DEP-QTD
               MOVE WS-MIG-DEP-ENTRY(WS-MIG-DEP-I) TO DEPENDENTE-REC
               DELETE ARQ-DEPENDENTES RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO WS-MIG-DEP-I
           END-PERFORM.
           MOVE 0 TO WS-MIG-DEP-QTD.
           CLOSE ARQ-DEPENDENTES.
       EXCLUI-DEPENDENTES-FIM.
           EXIT.

      * Copia para WS-MIG-DEP-TAB os dependentes de WS-DEP-CPF.
       CARREGA-DEPENDENTES.
           MOVE 0 TO WS-MIG-DEP-QTD.
           MOVE WS-DEP-CPF TO DEP-CPF.
           MOVE 0 TO DEP-SEQ.
           SET EOF TO 0.
           START ARQ-DEPENDENTES KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-DEPENDENTES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF DEP-CPF NOT = WS-DEP-CPF
                           SET EOF TO 1
                       ELSE
                           IF WS-MIG-DEP-QTD < 9
                               ADD 1 TO WS-MIG-DEP-QTD
                               MOVE DEPENDENTE-REC TO
                                   WS-MIG-DEP-ENTRY(WS-MIG-DEP-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
       CARREGA-DEPENDENTES-FIM.
           EXIT.

      * Maior sequencia de dependente ja usada em WS-DEP-CPF.
       ACHA-MAX-SEQ-DEP.
           MOVE 0 TO WS-DEP-MAX-SEQ.
           MOVE WS-DEP-CPF TO DEP-CPF.
           MOVE 0 TO DEP-SEQ.
           SET EOF TO 0.
           START ARQ-DEPENDENTES KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-DEPENDENTES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF DEP-CPF NOT = WS-DEP-CPF
                           SET EOF TO 1
                       ELSE
                           MOVE DEP-SEQ TO WS-DEP-MAX-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
       ACHA-MAX-SEQ-DEP-FIM.
           EXIT.

       ATUALIZA-CPF-ASSINATURA.
           OPEN I-O ARQ-ASSINATURAS.
           IF WS-FS-ASS <> 0
               CLOSE ARQ-ASSINATURAS
               GO TO ATUALIZA-CPF-ASSINATURA-FIM
           END-IF.
           MOVE WS-CPF-ANT TO ASS-CPF.
           READ ARQ-ASSINATURAS
               INVALID KEY
                   CLOSE ARQ-ASSINATURAS
                   GO TO ATUALIZA-CPF-ASSINATURA-FIM
           END-READ.
           MOVE ASSINATURA-REC TO WS-MIG-ASS.
           DELETE ARQ-ASSINATURAS RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE WS-MIG-ASS TO ASSINATURA-REC.
           MOVE WS-CLIENTE-CPF TO ASS-CPF.
           WRITE ASSINATURA-REC
               INVALID KEY CONTINUE
           END-WRITE.
           CLOSE ARQ-ASSINATURAS.
       ATUALIZA-CPF-ASSINATURA-FIM.
           EXIT.

      * O e-mail do CPF antigo passa ao novo; na fusao, se o
      * sobrevivente ja tem e-mail, o dele prevalece.
       ATUALIZA-CPF-EMAIL.
           OPEN I-O ARQ-EMAILS.
           IF WS-FS-EML <> 0
               CLOSE ARQ-EMAILS
               GO TO ATUALIZA-CPF-EMAIL-FIM
           END-IF.
           MOVE WS-CPF-ANT TO EML-CPF.
           READ ARQ-EMAILS
               INVALID KEY
                   CLOSE ARQ-EMAILS
                   GO TO ATUALIZA-CPF-EMAIL-FIM
           END-READ.
           MOVE EML-ENDERECO TO WS-EML-ATUAL.
           DELETE ARQ-EMAILS RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE SPACES TO EMAIL-REC.
           MOVE WS-CLIENTE-CPF TO EML-CPF.
           MOVE WS-EML-ATUAL TO EML-ENDERECO.
           WRITE EMAIL-REC
               INVALID KEY CONTINUE
           END-WRITE.
           CLOSE ARQ-EMAILS.
       ATUALIZA-CPF-EMAIL-FIM.
           EXIT.

      * O historico de avisos acompanha o cliente no novo CPF, para
      * continuar aparecendo no extrato.
       ATUALIZA-CPF-MENSAGENS.
           OPEN I-O ARQ-MENSAGENS.
           IF WS-FS-MSG <> 0
               CLOSE ARQ-MENSAGENS
               GO TO ATUALIZA-CPF-MENSAGENS-FIM
           END-IF.
           MOVE 0 TO MSG-ID.
           SET EOF TO 0.
           START ARQ-MENSAGENS KEY IS NOT LESS THAN MSG-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-MENSAGENS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF MSG-CPF = WS-CPF-ANT
                           MOVE WS-CLIENTE-CPF TO MSG-CPF
                           REWRITE MENSAGEM-REC
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-MENSAGENS.
       ATUALIZA-CPF-MENSAGENS-FIM.
           SET EOF TO 0.

      * Locacoes de equipamento e abonos de multa tambem passam para
      * o novo CPF. A leitura e pela chave primaria porque o registro
      * regravado muda de posicao na chave do CPF.
       ATUALIZA-CPF-EQUIPAMENTOS.
           OPEN I-O ARQ-EQLOCACOES.
           IF WS-FS-EQL <> 0
               CLOSE ARQ-EQLOCACOES
               GO TO ATUALIZA-CPF-EQUIPAMENTOS-FIM
           END-IF.
           MOVE 0 TO EQL-ID.
           SET EOF TO 0.
           START ARQ-EQLOCACOES KEY IS NOT LESS THAN EQL-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EQLOCACOES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF EQL-CPF = WS-CPF-ANT
                           MOVE WS-CLIENTE-CPF TO EQL-CPF
                           REWRITE EQLOCACAO-REC
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-EQLOCACOES.
       ATUALIZA-CPF-EQUIPAMENTOS-FIM.
           SET EOF TO 0.

       ATUALIZA-CPF-ABONOS.
           OPEN I-O ARQ-ABONOS.
           IF WS-FS-ABN <> 0
               CLOSE ARQ-ABONOS
               GO TO ATUALIZA-CPF-ABONOS-FIM
           END-IF.
           MOVE 0 TO ABN-ID.
           SET EOF TO 0.
           START ARQ-ABONOS KEY IS NOT LESS THAN ABN-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ABONOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ABN-CPF = WS-CPF-ANT
                           MOVE WS-CLIENTE-CPF TO ABN-CPF
                           REWRITE ABONO-REC
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-ABONOS.
       ATUALIZA-CPF-ABONOS-FIM.
           SET EOF TO 0.

       ATUALIZA-CPF-CUPONS.
           OPEN I-O ARQ-CUPONS.
           IF WS-FS-CUP <> 0
               CLOSE ARQ-CUPONS
               GO TO ATUALIZA-CPF-CUPONS-FIM
           END-IF.
           MOVE LOW-VALUES TO CUP-CODIGO.
           SET EOF TO 0.
           START ARQ-CUPONS KEY IS NOT LESS THAN CUP-CODIGO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-CUPONS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF CUP-CPF = WS-CPF-ANT
                           MOVE WS-CLIENTE-CPF TO CUP-CPF
                           REWRITE CUPOM-REC
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-CUPONS.
       ATUALIZA-CPF-CUPONS-FIM.
           SET EOF TO 0.

       EXCLUI-EMAIL.
           OPEN I-O ARQ-EMAILS.
           IF WS-FS-EML = 0
               MOVE WS-EML-CPF TO EML-CPF
               DELETE ARQ-EMAILS RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.
           CLOSE ARQ-EMAILS.
       EXCLUI-EMAIL-FIM.
           EXIT.

      * A assinatura do CPF esta ativa?
       CONFERE-ASSINATURA-ATIVA.
           MOVE 0 TO WS-ASS-ATIVA.
           OPEN INPUT ARQ-ASSINATURAS.
           IF WS-FS-ASS <> 0
               CLOSE ARQ-ASSINATURAS
               GO TO CONFERE-ASSINATURA-ATIVA-FIM
           END-IF.
           MOVE WS-ASS-CHK-CPF TO ASS-CPF.
           READ ARQ-ASSINATURAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ASS-SITUACAO = "A"
                       MOVE 1 TO WS-ASS-ATIVA
                   END-IF
           END-READ.
           MOVE WS-FILIAL-ATUAL TO PAG-FILIAL.
           MOVE WS-SES-OPERADOR TO PAG-OPERADOR.
           MOVE WS-TIPO-RECIBO TO PAG-TIPO.
           MOVE WS-FORMA-PAG TO PAG-FORMA.
           MOVE WS-FORMA-PAG2 TO PAG-FORMA2.
           MOVE WS-VALOR-FORMA2 TO PAG-VALOR2.
           MOVE "PAGAMENTOS" TO WS-JRN-ARQUIVO
           MOVE "I" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO PAGAMENTO
           WRITE PAGAMENTO.
           CLOSE ARQ-PAGAMENTOS.
           PERFORM CALCULA-PARTE-DINHEIRO.
           IF WS-TIPO-RECIBO NOT = "U"
               PERFORM POSTA-CAIXA THRU POSTA-CAIXA-FIM
           END-IF.
       REGISTRA-PAGAMENTO-FIM.
           EXIT.

      * Forma de pagamento do recibo (D=dinheiro C=cartao P=PIX
      * Q=cheque), com a opcao de dividir o valor de WS-VALOR-PAGO
      * em duas formas: WS-VALOR-FORMA2 vai na segunda e o restante
      * fica na primeira.
       ESCOLHE-FORMA.
           MOVE SPACE TO WS-FORMA-PAG2.
           MOVE 0 TO WS-VALOR-FORMA2.
           MOVE 0 TO WS-FORMA-OK.
           PERFORM UNTIL WS-FORMA-OK = 1
               DISPLAY "FORMA (D=DINHEIRO C=CARTAO P=PIX Q=CHEQUE): "
                   AT LINE 7 COL 36
               ACCEPT WS-FORMA-COD AT LINE 7 COL 81
               PERFORM VALIDA-FORMA
           END-PERFORM.
           MOVE WS-FORMA-COD TO WS-FORMA-PAG.
      * Abaixo de 0,02 nao ha como dividir em duas partes.
           IF WS-VALOR-PAGO < 0.02
               GO TO ESCOLHE-FORMA-FIM
           END-IF.
           DISPLAY "DIVIDIR EM DUAS FORMAS (S/N)? " AT LINE 8 COL 36.
           ACCEPT WS-FORMA-RESP AT LINE 8 COL 66.
           IF WS-FORMA-RESP NOT = "S" AND WS-FORMA-RESP NOT = "s"
               GO TO ESCOLHE-FORMA-FIM
           END-IF.
           MOVE 0 TO WS-FORMA-OK.
           PERFORM UNTIL WS-FORMA-OK = 1
               DISPLAY "SEGUNDA FORMA: " AT LINE 9 COL 36
               ACCEPT WS-FORMA-COD AT LINE 9 COL 51
               PERFORM VALIDA-FORMA
               IF WS-FORMA-COD = WS-FORMA-PAG
                   MOVE 0 TO WS-FORMA-OK
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-FORMA-OK.
           PERFORM UNTIL WS-FORMA-OK = 1
               DISPLAY "VALOR NA SEGUNDA FORMA: " AT LINE 10 COL 36
               ACCEPT WS-VALOR-FORMA2 AT LINE 10 COL 60
               IF WS-VALOR-FORMA2 < WS-VALOR-PAGO
                   MOVE 1 TO WS-FORMA-OK
               END-IF
           END-PERFORM.
      * Valor zerado (ou em branco) desiste da divisao.
           IF WS-VALOR-FORMA2 = 0
               GO TO ESCOLHE-FORMA-FIM
           END-IF.
           MOVE WS-FORMA-COD TO WS-FORMA-PAG2.
       ESCOLHE-FORMA-FIM.
           EXIT.

       VALIDA-FORMA.
           MOVE 0 TO WS-FORMA-OK.
           EVALUATE WS-FORMA-COD
               WHEN "d"
                   MOVE "D" TO WS-FORMA-COD
               WHEN "c"
                   MOVE "C" TO WS-FORMA-COD
               WHEN "p"
                   MOVE "P" TO WS-FORMA-COD
               WHEN "q"
                   MOVE "Q" TO WS-FORMA-COD
           END-EVALUATE.
           IF WS-FORMA-COD = "D" OR WS-FORMA-COD = "C"
               OR WS-FORMA-COD = "P" OR WS-FORMA-COD = "Q"
               MOVE 1 TO WS-FORMA-OK
           END-IF.

      * Parte do recibo em dinheiro, a unica que vai para a gaveta.
       CALCULA-PARTE-DINHEIRO.
           SUBTRACT WS-VALOR-FORMA2 FROM WS-VALOR-PAGO
               GIVING WS-VALOR-FORMA1.
           MOVE 0 TO WS-VALOR-DINHEIRO.
           IF WS-FORMA-PAG = "D"
               ADD WS-VALOR-FORMA1 TO WS-VALOR-DINHEIRO
           END-IF.
           IF WS-FORMA-PAG2 = "D"
               ADD WS-VALOR-FORMA2 TO WS-VALOR-DINHEIRO
           END-IF.

      * Descricao da forma em WS-FORMA-COD para recibo e extrato.
       DESCREVE-FORMA.
           EVALUATE WS-FORMA-COD
               WHEN "D"
                   MOVE "DINHEIRO" TO WS-FORMA-DESC
               WHEN SPACE
                   MOVE "DINHEIRO" TO WS-FORMA-DESC
               WHEN "C"
                   MOVE "CARTAO" TO WS-FORMA-DESC
               WHEN "P"
                   MOVE "PIX" TO WS-FORMA-DESC
               WHEN "Q"
                   MOVE "CHEQUE" TO WS-FORMA-DESC
               WHEN "V"
                   MOVE "VALE" TO WS-FORMA-DESC
               WHEN OTHER
                   MOVE WS-FORMA-COD TO WS-FORMA-DESC
           END-EVALUATE.

      * Soma a parte em dinheiro do recibo no caixa aberto do
      * operador na filial (caixa.dat); cartao, PIX e cheque nao
      * passam pela gaveta. Sem caixa aberto o recibo vale, mas o
      * operador e avisado para abrir o caixa.
       POSTA-CAIXA.
           OPEN I-O ARQ-CAIXA.
           IF WS-FS-CX <> 0
                       COL 36
               NOT INVALID KEY
                   IF CX-STATUS = "A"
                       ADD WS-VALOR-DINHEIRO TO CX-RECEBIDO
                       REWRITE CAIXA-REC
                   ELSE
                       DISPLAY "ATENCAO: CAIXA JA FECHADO" AT LINE 10
           END-IF.
           MOVE ALL "-" TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           PERFORM IMPRIME-CABEC-FILIAL.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "RECIBO NR " DELIMITED BY SIZE
               WS-PROX-RECIBO DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE WS-FORMA-PAG TO WS-FORMA-COD.
           PERFORM DESCREVE-FORMA.
           MOVE WS-VALOR-FORMA1 TO WS-VALOR-ED.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "FORMA: " DELIMITED BY SIZE
               WS-FORMA-DESC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           IF WS-FORMA-PAG2 NOT = SPACE
               MOVE WS-FORMA-PAG2 TO WS-FORMA-COD
               PERFORM DESCREVE-FORMA
               MOVE WS-VALOR-FORMA2 TO WS-VALOR-ED
               STRING " / " DELIMITED BY SIZE
                   WS-FORMA-DESC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   INTO RECIBO-LINHA(33:28)
           END-IF.
           WRITE RECIBO-LINHA.
           CLOSE ARQ-RECIBO.
       IMPRIME-RECIBO-FIM.
           EXIT.

      * Cabecalho do comprovante com os dados da filial no cadastro
      * de filiais, lidos pelo DEFINIR-FILIAL.
       IMPRIME-CABEC-FILIAL.
           MOVE SPACES TO RECIBO-LINHA.
           STRING WS-LF-NOME DELIMITED BY SIZE
               " CNPJ " DELIMITED BY SIZE
               WS-LF-CNPJ DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING WS-LF-ENDERECO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LF-CIDADE DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.

       LISTAR-PAGAMENTOS.
           DISPLAY "DIGITE O CPF DO CLIENTE: " AT LINE 1 COL 36.
           ACCEPT WS-BUSCA-PAG-CPF AT LINE 1 COL 62.
      * Estorno de recibo lancado com valor errado: o registro fica
      * em pagamentos.dat com a situacao "E" para nao quebrar a
      * numeracao, o saldo do cliente volta e sai um comprovante de
      * estorno referenciando o recibo original. Somente perfil
      * com a funcao 23, com o motivo registrado na auditoria.
       ESTORNAR-RECIBO.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE 23 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CLIENTES.
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CLIENTES.
      * So recibo comum de pagamento estorna por aqui: venda de vale
      * ("G"), vale utilizado ("U"), venda de seminovo ("V") e caucao
      * de equipamento recebida ("K") ou devolvida ("R") nao
      * mexeram no saldo do cliente do mesmo jeito - e o recibo nao
      * guarda o numero do vale para devolver o credito.
           IF PAG-TIPO NOT = SPACE
               CLOSE ARQ-PAGAMENTOS
               GO TO REGISTRO-EM-USO.
           ADD PAG-VALOR TO WS-CLIENTE-SALDO GIVING CLIENTE-SALDO.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           REWRITE CLIENTE.
           CLOSE ARQ-CLIENTES.

           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE "E" TO PAG-SITUACAO.
           MOVE WS-HOJE-R-DATA TO PAG-DATA-EST.
           MOVE "PAGAMENTOS" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO PAGAMENTO
           REWRITE PAGAMENTO.
           MOVE PAG-VALOR TO WS-VALOR-PAGO.
           CLOSE ARQ-PAGAMENTOS.
           PERFORM CANCELA-RPS THRU CANCELA-RPS-FIM.
           PERFORM IMPRIME-ESTORNO THRU IMPRIME-ESTORNO-FIM.

           MOVE "ESTORNOREC" TO WS-AUD-OPERACAO.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO CLIENTES.

      * Recibo que ja saiu em RPS para a prefeitura fica com o RPS
      * pendente de cancelamento ("P"); o NFSE da noite manda o
      * cancelamento. Sem RPS emitido ainda, o NFSE nao emite o RPS
      * do recibo estornado.
       CANCELA-RPS.
           OPEN I-O ARQ-RPS.
           IF WS-FS-RPS <> 0
               CLOSE ARQ-RPS
               GO TO CANCELA-RPS-FIM
           END-IF.
           MOVE WS-EST-RECIBO TO RPS-RECIBO.
           READ ARQ-RPS WITH LOCK KEY IS RPS-RECIBO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF RPS-SITUACAO = "N"
                       MOVE "P" TO RPS-SITUACAO
                       MOVE WS-HOJE-R-DATA TO RPS-DATA-CANC
                       REWRITE RPS-REC
                       DISPLAY "RPS SERA CANCELADO NA PROXIMA REMESSA"
                           AT LINE 10 COL 36
                   END-IF
           END-READ.
           CLOSE ARQ-RPS.
       CANCELA-RPS-FIM.
           EXIT.

      * Comprovante do estorno em recibo.txt, citando o original.
       IMPRIME-ESTORNO.
           OPEN EXTEND ARQ-RECIBO.
           END-IF.
           MOVE ALL "-" TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           PERFORM IMPRIME-CABEC-FILIAL.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "ESTORNO DO RECIBO NR " DELIMITED BY SIZE
               WS-EST-RECIBO DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           MOVE WS-ACD-CPF TO WS-NEG-CPF.
           MOVE "A" TO WS-NEG-MOTIVO.
           PERFORM MARCA-EXCLUSAO-NEG THRU MARCA-EXCLUSAO-NEG-FIM.

           DISPLAY "ACORDO GRAVADO: " AT LINE 11 COL 36.
           DISPLAY WS-ACD-QTD AT LINE 11 COL 52.
       CONFERE-ACORDO-ABERTO-FIM.
           SET EOF TO 0.

      * Debito quitado (motivo "P"), parcelado em acordo ("A") ou CPF
      * trocado/fundido ("C"): a negativacao em curso do CPF em
      * WS-NEG-CPF fica com exclusao pendente ("E"), que o NEGATIVA
      * envia ao biro na cadeia noturna; se ainda nao houve inclusao,
      * o acompanhamento e encerrado ("Q").
       MARCA-EXCLUSAO-NEG.
           OPEN I-O ARQ-NEGATIVACAO.
           IF WS-FS-NEG <> 0
               CLOSE ARQ-NEGATIVACAO
               GO TO MARCA-EXCLUSAO-NEG-FIM
           END-IF.
           MOVE 0 TO WS-NEG-ATUAL.
           MOVE WS-NEG-CPF TO NEG-CPF.
           MOVE 0 TO NEG-SEQ.
           SET EOF TO 0.
           START ARQ-NEGATIVACAO KEY IS NOT LESS THAN NEG-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-NEGATIVACAO NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF NEG-CPF NOT = WS-NEG-CPF
                           SET EOF TO 1
                       ELSE
                           IF NEG-SITUACAO = "D" OR "A" OR "I"
                               MOVE NEG-SEQ TO WS-NEG-ATUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           IF WS-NEG-ATUAL = 0
               CLOSE ARQ-NEGATIVACAO
               GO TO MARCA-EXCLUSAO-NEG-FIM
           END-IF.
           MOVE WS-NEG-CPF TO NEG-CPF.
           MOVE WS-NEG-ATUAL TO NEG-SEQ.
           READ ARQ-NEGATIVACAO WITH LOCK
               INVALID KEY
                   CLOSE ARQ-NEGATIVACAO
                   GO TO MARCA-EXCLUSAO-NEG-FIM
           END-READ.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO NEG-DATA-QUITACAO.
           MOVE WS-NEG-MOTIVO TO NEG-MOTIVO.
           IF NEG-SITUACAO = "I"
               MOVE "E" TO NEG-SITUACAO
               MOVE "NEGEXCLUI" TO WS-AUD-OPERACAO
           ELSE
               MOVE "Q" TO NEG-SITUACAO
               MOVE "NEGENCERRA" TO WS-AUD-OPERACAO
           END-IF.
           REWRITE NEGATIVACAO-REC.
           CLOSE ARQ-NEGATIVACAO.
           MOVE WS-NEG-CPF TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "SEQ " DELIMITED BY SIZE
               NEG-SEQ DELIMITED BY SIZE
               " MOTIVO " DELIMITED BY SIZE
               WS-NEG-MOTIVO DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
       MARCA-EXCLUSAO-NEG-FIM.
           SET EOF TO 0.

      * Aplica o valor recebido nas parcelas do acordo do cliente,
      * na ordem, quitando as que o pagamento cobrir.
       BAIXA-PARCELAS.
       BAIXA-PARCELAS-FIM.
           SET EOF TO 0.

      * Extrato do cliente: locacoes de emprestimos.dat com a filial
      * da locacao (e a que recebeu a devolucao, quando outra), o
      * dependente que retirou o titulo e a multa recalculada pelo
      * atraso, pagamentos de pagamentos.dat e o saldo atual do
      * cadastro, na tela e em extrato.txt.
       EXTRATO.
           DISPLAY "DIGITE O CPF DO CLIENTE: " AT LINE 1 COL 36.
           ACCEPT WS-EXT-CPF AT LINE 1 COL 62.
           MOVE 0 TO WS-TOT-LOC.
           MOVE 0 TO WS-TOT-MULTA.
           MOVE 0 TO WS-TOT-PAGO.
           MOVE 0 TO WS-TOT-EQP.
           MOVE 0 TO WS-TOT-ABONO.
           OPEN OUTPUT ARQ-EXTRATO.
           IF WS-FS-EXT <> 0
               DISPLAY "ERRO NO ARQUIVO DE EXTRATO: " AT LINE 11 COL 36
           PERFORM CABECALHO-PAGINA.
           ADD 1 TO WS-LA.
           PERFORM EXTRATO-LOCACOES THRU EXTRATO-LOCACOES-FIM.
           PERFORM EXTRATO-EQUIPAMENTOS THRU EXTRATO-EQUIPAMENTOS-FIM.
           PERFORM EXTRATO-PAGAMENTOS THRU EXTRATO-PAGAMENTOS-FIM.
           PERFORM EXTRATO-ABONOS THRU EXTRATO-ABONOS-FIM.
           PERFORM EXTRATO-ACORDOS THRU EXTRATO-ACORDOS-FIM.
           PERFORM EXTRATO-MENSAGENS THRU EXTRATO-MENSAGENS-FIM.

           MOVE WS-TOT-LOC TO WS-VALOR-ED2.
           MOVE SPACES TO EXTRATO-LINHA.
           DISPLAY EXTRATO-LINHA AT LINE WS-LA COL 36.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.
           MOVE WS-TOT-EQP TO WS-VALOR-ED2.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "TOTAL EQUIPAM.:  " DELIMITED BY SIZE
               WS-VALOR-ED2 DELIMITED BY SIZE
               INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           DISPLAY EXTRATO-LINHA AT LINE WS-LA COL 36.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.
           MOVE WS-TOT-MULTA TO WS-VALOR-ED2.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "TOTAL MULTAS:    " DELIMITED BY SIZE
           DISPLAY EXTRATO-LINHA AT LINE WS-LA COL 36.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.
           MOVE WS-TOT-ABONO TO WS-VALOR-ED2.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "TOTAL ABONOS:    " DELIMITED BY SIZE
               WS-VALOR-ED2 DELIMITED BY SIZE
               INTO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           DISPLAY EXTRATO-LINHA AT LINE WS-LA COL 36.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.
           MOVE WS-CLIENTE-SALDO TO WS-VALOR-ED2.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING "SALDO ATUAL:     " DELIMITED BY SIZE
               CLOSE ARQ-EMPRESTIMOS
               GO TO EXTRATO-LOCACOES-FIM
           END-IF.
           OPEN INPUT ARQ-DEPENDENTES.
           MOVE WS-EXT-CPF TO EMP-CPF.
           SET EOF TO 0.
           START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-CPF
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-EMPRESTIMOS.
           CLOSE ARQ-DEPENDENTES.
       EXTRATO-LOCACOES-FIM.
           SET EOF TO 0.

               " VALOR " DELIMITED BY SIZE
               WS-VALOR-ED2 DELIMITED BY SIZE
               INTO EXTRATO-LINHA.
           STRING " FIL " DELIMITED BY SIZE
               WS-EMP-FILIAL DELIMITED BY SIZE
               INTO EXTRATO-LINHA(61:).
           IF WS-EMP-STATUS = "F"
               AND WS-EMP-FILIAL-DEV NOT = SPACES
               AND WS-EMP-FILIAL-DEV NOT = WS-EMP-FILIAL
               STRING ">" DELIMITED BY SIZE
                   WS-EMP-FILIAL-DEV DELIMITED BY SIZE
                   INTO EXTRATO-LINHA(70:)
           END-IF.
           IF WS-MULTA-CALC > 0
               MOVE WS-MULTA-CALC TO WS-VALOR-ED2
               STRING " MULTA " DELIMITED BY SIZE
           DISPLAY EXTRATO-LINHA AT LINE WS-LA COL 36.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.
           IF WS-EMP-DEPENDENTE IS NUMERIC
               AND WS-EMP-DEPENDENTE NOT = "0"
               AND WS-FS-DEP = 0
               MOVE WS-EMP-CPF TO DEP-CPF
               MOVE WS-EMP-DEPENDENTE TO DEP-SEQ
               READ ARQ-DEPENDENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO EXTRATO-LINHA
                       STRING "         RETIRADO POR " DELIMITED BY SIZE
                           DEP-NOME DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           DEP-PARENTESCO DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO EXTRATO-LINHA
                       WRITE EXTRATO-LINHA
                       DISPLAY EXTRATO-LINHA AT LINE WS-LA COL 36
                       ADD 1 TO WS-LA
                       PERFORM QUEBRA-PAGINA
               END-READ
           END-IF.

      * Multa recalculada: dias alem do vencimento ate a devolucao
      * (ou ate hoje, se em aberto) vezes a taxa da filial.
                   NOT AT END
                       IF WS-PAG-CPF = WS-EXT-CPF
                           IF WS-PAG-SITUACAO NOT = "E"
                               AND WS-PAG-TIPO NOT = "K"
                               AND WS-PAG-TIPO NOT = "R"
                               ADD WS-PAG-VALOR TO WS-TOT-PAGO
                           END-IF
                           MOVE WS-PAG-VALOR TO WS-VALOR-ED2
                           MOVE SPACES TO EXTRATO-LINHA
                           EVALUATE WS-PAG-TIPO
                               WHEN "K"
                                   MOVE " CAUCAO RECEBIDA  "
                                       TO WS-EXT-ROTULO
                               WHEN "R"
                                   MOVE " CAUCAO DEVOLVIDA "
                                       TO WS-EXT-ROTULO
                               WHEN "T"
                                   MOVE " TELE-ENTREGA     "
                                       TO WS-EXT-ROTULO
                               WHEN OTHER
                                   MOVE " PAGAMENTO RECIBO "
                                       TO WS-EXT-ROTULO
                           END-EVALUATE
                           STRING WS-PAG-DATA DELIMITED BY SIZE
                               WS-EXT-ROTULO DELIMITED BY SIZE
                               WS-PAG-RECIBO DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VALOR-ED2 DELIMITED BY SIZE
                           IF WS-PAG-SITUACAO = "E"
                               MOVE "ESTORNADO" TO EXTRATO-LINHA(61:9)
                           END-IF
                           PERFORM MONTA-FORMAS-EXTRATO
                           MOVE WS-FORMAS-TXT TO EXTRATO-LINHA(71:20)
                           WRITE EXTRATO-LINHA
                           DISPLAY EXTRATO-LINHA AT LINE WS-LA COL 36
                           ADD 1 TO WS-LA
       EXTRATO-PAGAMENTOS-FIM.
           SET EOF TO 0.

      * Abonos de multa do cliente, em linhas proprias: nao sao
      * pagamento e nao entram no TOTAL PAGO.
       EXTRATO-ABONOS.
           OPEN INPUT ARQ-ABONOS.
           IF WS-FS-ABN <> 0
               CLOSE ARQ-ABONOS
               GO TO EXTRATO-ABONOS-FIM
           END-IF.
           MOVE WS-EXT-CPF TO ABN-CPF.
           SET EOF TO 0.
           START ARQ-ABONOS KEY IS NOT LESS THAN ABN-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ABONOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ABN-CPF NOT = WS-EXT-CPF
                           SET EOF TO 1
                       ELSE
                           ADD ABN-VALOR TO WS-TOT-ABONO
                           MOVE ABN-VALOR TO WS-VALOR-ED2
                           MOVE SPACES TO EXTRATO-LINHA
                           STRING ABN-DATA DELIMITED BY SIZE
                               " ABONO DE MULTA NR " DELIMITED BY SIZE
                               ABN-ID DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VALOR-ED2 DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ABN-MOTIVO-DESC DELIMITED BY SIZE
                               INTO EXTRATO-LINHA
                           WRITE EXTRATO-LINHA
                           DISPLAY EXTRATO-LINHA AT LINE WS-LA COL 36
                           ADD 1 TO WS-LA
                           PERFORM QUEBRA-PAGINA
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-ABONOS.
       EXTRATO-ABONOS-FIM.
           SET EOF TO 0.

      * Locacoes de equipamento do cliente: valor da locacao e, na
      * linha de baixo, caucao, retido, devolvido e o que foi para o
      * saldo. Atraso de locacao em aberto entra nas multas na
      * diaria do equipamento, como o ATRASOS cobra.
       EXTRATO-EQUIPAMENTOS.
           OPEN INPUT ARQ-EQLOCACOES.
           IF WS-FS-EQL <> 0
               CLOSE ARQ-EQLOCACOES
               GO TO EXTRATO-EQUIPAMENTOS-FIM
           END-IF.
           MOVE WS-EXT-CPF TO EQL-CPF.
           SET EOF TO 0.
           START ARQ-EQLOCACOES KEY IS NOT LESS THAN EQL-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EQLOCACOES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF EQL-CPF NOT = WS-EXT-CPF
                           SET EOF TO 1
                       ELSE
                           PERFORM EXTRATO-UM-EQUIPAMENTO THRU
                               EXTRATO-UM-EQUIPAMENTO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-EQLOCACOES.
       EXTRATO-EQUIPAMENTOS-FIM.
           SET EOF TO 0.

       EXTRATO-UM-EQUIPAMENTO.
           ADD EQL-VALOR TO WS-TOT-EQP.
           ADD EQL-AVARIA TO WS-TOT-EQP.
           MOVE 0 TO WS-MULTA-CALC.
           IF EQL-STATUS = "A" AND EQL-DATA-FIM IS NUMERIC
               MOVE EQL-DATA-FIM TO WS-VENC-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-VENC-NUM)
                   TO WS-VENC-DIA
               COMPUTE WS-DIAS-ATRASO = WS-HOJE-DIA - WS-VENC-DIA
               IF WS-DIAS-ATRASO > 0
                   COMPUTE WS-MULTA-CALC =
                       WS-DIAS-ATRASO * EQL-DIARIA
                   ADD WS-MULTA-CALC TO WS-TOT-MULTA
               END-IF
           END-IF.
           MOVE EQL-VALOR TO WS-VALOR-ED2.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING EQL-DATA-INI DELIMITED BY SIZE
               " EQP " DELIMITED BY SIZE
               EQL-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EQL-DESCRICAO DELIMITED BY SIZE
               " DEV " DELIMITED BY SIZE
               EQL-DATA-DEV DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               WS-VALOR-ED2 DELIMITED BY SIZE
               INTO EXTRATO-LINHA.
           STRING " FIL " DELIMITED BY SIZE
               EQL-FILIAL DELIMITED BY SIZE
               INTO EXTRATO-LINHA(73:).
           IF WS-MULTA-CALC > 0
               MOVE WS-MULTA-CALC TO WS-VALOR-ED2
               STRING " MULTA " DELIMITED BY SIZE
                   WS-VALOR-ED2 DELIMITED BY SIZE
                   INTO EXTRATO-LINHA(82:)
           END-IF.
           WRITE EXTRATO-LINHA.
           DISPLAY EXTRATO-LINHA AT LINE WS-LA COL 36.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.
           IF EQL-STATUS NOT = "F"
               GO TO EXTRATO-UM-EQUIPAMENTO-FIM
           END-IF.
           MOVE SPACES TO EXTRATO-LINHA.
           MOVE EQL-CAUCAO TO WS-VALOR-ED2.
           STRING "         CAUCAO " DELIMITED BY SIZE
               WS-VALOR-ED2 DELIMITED BY SIZE
               INTO EXTRATO-LINHA.
           MOVE EQL-RETIDO TO WS-VALOR-ED2.
           STRING " RETIDO " DELIMITED BY SIZE
               WS-VALOR-ED2 DELIMITED BY SIZE
               INTO EXTRATO-LINHA(28:).
           MOVE EQL-DEVOLVIDO TO WS-VALOR-ED2.
           STRING " DEVOLV " DELIMITED BY SIZE
               WS-VALOR-ED2 DELIMITED BY SIZE
               INTO EXTRATO-LINHA(47:).
           MOVE EQL-SALDO-CLI TO WS-VALOR-ED2.
           STRING " SALDO " DELIMITED BY SIZE
               WS-VALOR-ED2 DELIMITED BY SIZE
               INTO EXTRATO-LINHA(66:).
           STRING " CK " DELIMITED BY SIZE
               EQL-CHECKLIST DELIMITED BY SIZE
               INTO EXTRATO-LINHA(84:).
           WRITE EXTRATO-LINHA.
           DISPLAY EXTRATO-LINHA AT LINE WS-LA COL 36.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.
       EXTRATO-UM-EQUIPAMENTO-FIM.
           EXIT.

      * Formas do recibo lido no extrato, ex. "CARTAO+PIX".
       MONTA-FORMAS-EXTRATO.
           MOVE WS-PAG-FORMA TO WS-FORMA-COD.
           PERFORM DESCREVE-FORMA.
           MOVE WS-FORMA-DESC TO WS-FORMA-DESC2.
           MOVE SPACES TO WS-FORMAS-TXT.
           IF WS-PAG-FORMA2 = SPACE
               MOVE WS-FORMA-DESC2 TO WS-FORMAS-TXT
           ELSE
               MOVE WS-PAG-FORMA2 TO WS-FORMA-COD
               PERFORM DESCREVE-FORMA
               STRING WS-FORMA-DESC2 DELIMITED BY SPACE
                   "+" DELIMITED BY SIZE
                   WS-FORMA-DESC DELIMITED BY SPACE
                   INTO WS-FORMAS-TXT
           END-IF.

      * Historico do acordo de parcelamento no extrato.
       EXTRATO-ACORDOS.
           OPEN INPUT ARQ-ACORDOS.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.

      * Avisos da fila de mensagens com a situacao de entrega que o
      * gateway devolveu; no arquivo vai tambem o texto enviado, como
      * comprovante da notificacao.
       EXTRATO-MENSAGENS.
           OPEN INPUT ARQ-MENSAGENS.
           IF WS-FS-MSG <> 0
               CLOSE ARQ-MENSAGENS
               GO TO EXTRATO-MENSAGENS-FIM
           END-IF.
           MOVE WS-EXT-CPF TO MSG-CPF.
           SET EOF TO 0.
           START ARQ-MENSAGENS KEY IS NOT LESS THAN MSG-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-MENSAGENS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF MSG-CPF NOT = WS-EXT-CPF
                           SET EOF TO 1
                       ELSE
                           PERFORM EXTRATO-UMA-MENSAGEM
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-MENSAGENS.
       EXTRATO-MENSAGENS-FIM.
           SET EOF TO 0.

       EXTRATO-UMA-MENSAGEM.
           EVALUATE MSG-EVENTO
               WHEN "LV"
                   MOVE "LEMBRETE" TO WS-EVENTO-DESC
               WHEN "CB"
                   MOVE "COBRANCA" TO WS-EVENTO-DESC
               WHEN "RD"
                   MOVE "RESERVA" TO WS-EVENTO-DESC
               WHEN "NG"
                   MOVE "NEGATIVACAO" TO WS-EVENTO-DESC
               WHEN OTHER
                   MOVE MSG-EVENTO TO WS-EVENTO-DESC
           END-EVALUATE.
           MOVE MSG-CANAL TO WS-AVI-CANAL.
           PERFORM DESCREVE-CANAL.
           MOVE SPACES TO EXTRATO-LINHA.
           STRING MSG-DATA DELIMITED BY SIZE
               " AVISO " DELIMITED BY SIZE
               WS-EVENTO-DESC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CANAL-DESC DELIMITED BY SIZE
               INTO EXTRATO-LINHA.
           EVALUATE MSG-SITUACAO
               WHEN "D"
                   MOVE "ENTREGUE" TO EXTRATO-LINHA(41:9)
                   MOVE MSG-DATA-RETORNO TO EXTRATO-LINHA(50:14)
               WHEN "F"
                   MOVE "FALHOU" TO EXTRATO-LINHA(41:9)
                   MOVE MSG-DATA-RETORNO TO EXTRATO-LINHA(50:14)
                   MOVE MSG-COD-RETORNO TO EXTRATO-LINHA(65:20)
               WHEN "E"
                   MOVE "ENVIADO" TO EXTRATO-LINHA(41:9)
                   MOVE MSG-DATA-ENVIO TO EXTRATO-LINHA(50:8)
               WHEN OTHER
                   MOVE "PENDENTE" TO EXTRATO-LINHA(41:9)
           END-EVALUATE.
           WRITE EXTRATO-LINHA.
           DISPLAY EXTRATO-LINHA AT LINE WS-LA COL 36.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.
           MOVE SPACES TO EXTRATO-LINHA.
           MOVE MSG-TEXTO TO EXTRATO-LINHA(4:96).
           WRITE EXTRATO-LINHA.

      * Consentimento e canal dos avisos ao cliente (lembrete de
      * vencimento, cobranca, reserva disponivel, aviso de
      * negativacao). "N" e a recusa (opt-out): nenhuma mensagem sai
      * e o cliente volta as listas de ligacao. Cada mudanca vai
      * para a auditoria, que comprova quando o cliente consentiu.
       AVISOS-CLIENTE.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           DISPLAY "DIGITE O CPF DO CLIENTE: " AT LINE 1 COL 36.
           ACCEPT CLIENTE-CPF AT LINE 1 COL 62.

           OPEN I-O ARQ-CLIENTES.
           IF WS-FILESTATUS <> 0
               GO TO ERROARQ.
           READ ARQ-CLIENTES INTO WS-CLIENTE WITH LOCK
               KEY IS CLIENTE-CPF
               INVALID KEY
                   DISPLAY "NAO CADASTRADO" AT LINE 11 COL 36
                   CLOSE ARQ-CLIENTES
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO CLIENTES.
           IF WS-FILESTATUS = 51
               GO TO REGISTRO-EM-USO.

           DISPLAY "NOME: " AT LINE 2 COL 36.
           DISPLAY WS-CLIENTE-NOME AT LINE 2 COL 42.
           DISPLAY "TEL: " AT LINE 3 COL 36.
           DISPLAY WS-CLIENTE-TELEFONE AT LINE 3 COL 41.
           MOVE SPACES TO WS-EML-ATUAL.
           OPEN INPUT ARQ-EMAILS.
           IF WS-FS-EML = 0
               MOVE WS-CLIENTE-CPF TO EML-CPF
               READ ARQ-EMAILS
                   NOT INVALID KEY
                       MOVE EML-ENDERECO TO WS-EML-ATUAL
               END-READ
           END-IF.
           CLOSE ARQ-EMAILS.
           DISPLAY "AVISOS ATUAIS: " AT LINE 4 COL 36.
           EVALUATE WS-CLIENTE-CONSENTE
               WHEN "S"
                   MOVE WS-CLIENTE-CANAL TO WS-AVI-CANAL
                   PERFORM DESCREVE-CANAL
                   DISPLAY WS-CANAL-DESC AT LINE 4 COL 51
                   DISPLAY WS-EML-ATUAL(1:20) AT LINE 4 COL 60
               WHEN "N"
                   DISPLAY "RECUSADOS" AT LINE 4 COL 51
               WHEN OTHER
                   DISPLAY "NAO INFORMADO" AT LINE 4 COL 51
           END-EVALUATE.
           PERFORM PEDE-AVISOS.
           MOVE WS-AVI-RESP TO WS-CLIENTE-CONSENTE.
           MOVE WS-AVI-CANAL TO WS-CLIENTE-CANAL.
           MOVE WS-CLIENTE TO CLIENTE.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           REWRITE CLIENTE.
           MOVE WS-CLIENTE-CPF TO WS-EML-CPF.
           PERFORM REGISTRA-AVISOS THRU REGISTRA-AVISOS-FIM.
           CLOSE ARQ-CLIENTES.

           DISPLAY "AVISOS ATUALIZADOS" AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO CLIENTES.

      * Pergunta consentimento, canal e, para e-mail, o endereco
      * (ENTER mantem o de WS-EML-ATUAL). Devolve WS-AVI-RESP,
      * WS-AVI-CANAL e WS-EML-NOVO.
       PEDE-AVISOS.
           MOVE SPACE TO WS-AVI-RESP.
           MOVE SPACE TO WS-AVI-CANAL.
           MOVE SPACES TO WS-EML-NOVO.
           PERFORM UNTIL WS-AVI-RESP = "S" OR WS-AVI-RESP = "N"
               DISPLAY "ACEITA RECEBER AVISOS (S/N): " AT LINE 5
                   COL 36
               ACCEPT WS-AVI-RESP AT LINE 5 COL 65
               INSPECT WS-AVI-RESP CONVERTING "sn" TO "SN"
           END-PERFORM.
           IF WS-AVI-RESP = "N"
               GO TO PEDE-AVISOS-FIM
           END-IF.
           PERFORM UNTIL WS-AVI-CANAL = "S" OR WS-AVI-CANAL = "W"
               OR WS-AVI-CANAL = "E"
               DISPLAY "CANAL (S=SMS W=WHATSAPP E=E-MAIL): " AT LINE 6
                   COL 36
               ACCEPT WS-AVI-CANAL AT LINE 6 COL 71
               INSPECT WS-AVI-CANAL CONVERTING "swe" TO "SWE"
           END-PERFORM.
           IF WS-AVI-CANAL NOT = "E"
               GO TO PEDE-AVISOS-FIM
           END-IF.
           PERFORM UNTIL WS-EML-NOVO NOT = SPACES
               DISPLAY "E-MAIL: " AT LINE 7 COL 36
               ACCEPT WS-EML-NOVO AT LINE 7 COL 44
               IF WS-EML-NOVO = SPACES
                   MOVE WS-EML-ATUAL TO WS-EML-NOVO
               END-IF
           END-PERFORM.
       PEDE-AVISOS-FIM.
           EXIT.

      * Grava o e-mail novo em emails.dat e registra a escolha do
      * cliente na auditoria.
       REGISTRA-AVISOS.
           MOVE "CONSENTE" TO WS-AUD-OPERACAO.
           MOVE WS-EML-CPF TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "AVISOS " DELIMITED BY SIZE
               WS-AVI-RESP DELIMITED BY SIZE
               " CANAL " DELIMITED BY SIZE
               WS-AVI-CANAL DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           IF WS-EML-NOVO = SPACES OR WS-EML-NOVO = WS-EML-ATUAL
               GO TO REGISTRA-AVISOS-FIM
           END-IF.
           OPEN I-O ARQ-EMAILS.
           IF WS-FS-EML = 35
               CLOSE ARQ-EMAILS
               OPEN OUTPUT ARQ-EMAILS
               CLOSE ARQ-EMAILS
               OPEN I-O ARQ-EMAILS
           END-IF.
           IF WS-FS-EML <> 0
               DISPLAY "ERRO NO ARQUIVO DE E-MAILS: " AT LINE 10 COL 36
               DISPLAY WS-FS-EML AT LINE 10 COL 64
               CLOSE ARQ-EMAILS
               GO TO REGISTRA-AVISOS-FIM
           END-IF.
           MOVE WS-EML-CPF TO EML-CPF.
           READ ARQ-EMAILS
               INVALID KEY
                   MOVE SPACES TO EMAIL-REC
                   MOVE WS-EML-CPF TO EML-CPF
                   MOVE WS-EML-NOVO TO EML-ENDERECO
                   WRITE EMAIL-REC
               NOT INVALID KEY
                   MOVE WS-EML-NOVO TO EML-ENDERECO
                   REWRITE EMAIL-REC
           END-READ.
           CLOSE ARQ-EMAILS.
       REGISTRA-AVISOS-FIM.
           EXIT.

       DESCREVE-CANAL.
           EVALUATE WS-AVI-CANAL
               WHEN "S"
                   MOVE "SMS" TO WS-CANAL-DESC
               WHEN "W"
                   MOVE "WHATSAPP" TO WS-CANAL-DESC
               WHEN "E"
                   MOVE "E-MAIL" TO WS-CANAL-DESC
               WHEN OTHER
                   MOVE "SEM CANAL" TO WS-CANAL-DESC
           END-EVALUATE.

      * Fusao de cadastros duplicados da epoca anterior a rechavagem
      * por CPF: o historico do CPF que sai e reapontado para o
      * sobrevivente pelos mesmos ATUALIZA-CPF-* da troca de CPF,
      * saldo e contador de emprestimos sao somados e o duplicado e
      * excluido. Somente perfil com a funcao 24, com a fusao toda na
      * auditoria.
       FUNDIR.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE 24 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CLIENTES.

           ADD WS-FUS-SALDO TO CLIENTE-SALDO.
           ADD WS-FUS-EMP TO CLIENTE-EMP.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "A" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           REWRITE CLIENTE.

           MOVE WS-FUS-SAI TO WS-CPF-ANT.
           MOVE WS-FUS-FICA TO WS-CLIENTE-CPF.
           PERFORM ATUALIZA-CPF-DEPENDENTES THRU
               ATUALIZA-CPF-DEPENDENTES-FIM.
           PERFORM ATUALIZA-CPF-EMPRESTIMOS THRU
               ATUALIZA-CPF-EMPRESTIMOS-FIM.
           PERFORM ATUALIZA-CPF-RESERVAS THRU
               ATUALIZA-CPF-ACORDOS-FIM.
           PERFORM ATUALIZA-CPF-ASSINATURA THRU
               ATUALIZA-CPF-ASSINATURA-FIM.
           PERFORM ATUALIZA-CPF-EMAIL THRU ATUALIZA-CPF-EMAIL-FIM.
           PERFORM ATUALIZA-CPF-MENSAGENS THRU
               ATUALIZA-CPF-MENSAGENS-FIM.
           PERFORM ATUALIZA-CPF-EQUIPAMENTOS THRU
               ATUALIZA-CPF-EQUIPAMENTOS-FIM.
           PERFORM ATUALIZA-CPF-ABONOS THRU
               ATUALIZA-CPF-ABONOS-FIM.
           PERFORM ATUALIZA-CPF-CUPONS THRU
               ATUALIZA-CPF-CUPONS-FIM.
           MOVE WS-FUS-SAI TO WS-NEG-CPF.
           MOVE "C" TO WS-NEG-MOTIVO.
           PERFORM MARCA-EXCLUSAO-NEG THRU MARCA-EXCLUSAO-NEG-FIM.

           MOVE WS-FUS-SAI TO CLIENTE-CPF.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "E" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           DELETE ARQ-CLIENTES RECORD
               INVALID KEY
                   DISPLAY "DUPLICADO NAO EXCLUIDO" AT LINE 10 COL 36
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO CLIENTES.

      * Dependentes e autorizados da conta (dependentes.dat, chave
      * CPF do titular + sequencia de 1 a 9): nome, nascimento e
      * parentesco de quem retira filmes na conta. A pedido do
      * titular o dependente fica liberado ou bloqueado e pode ter
      * uma censura maxima propria, conferida no EMPRESTIMOS.
       DEPENDENTES.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           DISPLAY "CPF DO TITULAR: " AT LINE 1 COL 36.
           ACCEPT WS-DEP-CPF AT LINE 1 COL 52.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FILESTATUS <> 0
               GO TO ERROARQ.
           MOVE WS-DEP-CPF TO CLIENTE-CPF.
           READ ARQ-CLIENTES INTO WS-CLIENTE
               KEY IS CLIENTE-CPF
               INVALID KEY
                   DISPLAY "NAO CADASTRADO" AT LINE 11 COL 36
                   CLOSE ARQ-CLIENTES
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
                   ACCEPT WS-LIXO AT LINE 12 COL 62
                   GO TO CLIENTES.
           CLOSE ARQ-CLIENTES.
           DISPLAY WS-CLIENTE-NOME AT LINE 1 COL 64.

           OPEN I-O ARQ-DEPENDENTES.
           IF WS-FS-DEP = 35
               CLOSE ARQ-DEPENDENTES
               OPEN OUTPUT ARQ-DEPENDENTES
               CLOSE ARQ-DEPENDENTES
               OPEN I-O ARQ-DEPENDENTES
           END-IF.
           IF WS-FS-DEP <> 0
               DISPLAY "ERRO NO ARQUIVO DE DEPENDENTES: " AT LINE 11
                   COL 36
               DISPLAY WS-FS-DEP AT LINE 11 COL 68
               CLOSE ARQ-DEPENDENTES
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO CLIENTES.
           PERFORM LISTA-DEPENDENTES THRU LISTA-DEPENDENTES-FIM.
           DISPLAY "SEQ P/ ALTERAR (N=NOVO, ENTER=VOLTAR): " AT LINE 12
               COL 36.
           ACCEPT WS-DEP-OPCAO AT LINE 12 COL 76.
           IF WS-DEP-OPCAO = "N" OR WS-DEP-OPCAO = "n"
               GO TO INCLUI-DEPENDENTE.
           IF WS-DEP-OPCAO IS NUMERIC AND WS-DEP-OPCAO NOT = "0"
               GO TO ALTERA-DEPENDENTE.
           CLOSE ARQ-DEPENDENTES.
           GO TO CLIENTES.

       INCLUI-DEPENDENTE.
           IF WS-DEP-MAX-SEQ = 9
               DISPLAY "CONTA JA TEM 9 DEPENDENTES" AT LINE 19 COL 36
               GO TO DEPENDENTES-SAI.
           MOVE SPACES TO DEPENDENTE-REC.
           MOVE WS-DEP-CPF TO DEP-CPF.
           ADD 1 TO WS-DEP-MAX-SEQ GIVING DEP-SEQ.
           DISPLAY "NOME: " AT LINE 13 COL 36.
           ACCEPT DEP-NOME AT LINE 13 COL 42.
           IF DEP-NOME = SPACES
               DISPLAY "NOME OBRIGATORIO" AT LINE 19 COL 36
               GO TO DEPENDENTES-SAI.
           MOVE 0 TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = 1
               DISPLAY "NASCIMENTO (DD/MM/AAAA): " AT LINE 14 COL 36
               MOVE SPACES TO WS-DATA-TMP
               ACCEPT WS-DATA-TMP AT LINE 14 COL 61
               PERFORM VALIDA-DATA
               IF WS-DATA-VALIDA = 0
                   DISPLAY "DATA INVALIDA. DIGITE NOVAMENTE."
                       AT LINE 19 COL 36
               END-IF
           END-PERFORM.
           MOVE WS-DATA-TMP(1:8) TO DEP-NASCIMENTO.
           DISPLAY "PARENTESCO: " AT LINE 15 COL 36.
           ACCEPT DEP-PARENTESCO AT LINE 15 COL 48.
           MOVE 0 TO WS-DEP-CENS-OK.
           PERFORM UNTIL WS-DEP-CENS-OK = 1
               DISPLAY "CENSURA MAXIMA (L/10/12/14/16/18, ENTER=SEM "
                   AT LINE 16 COL 36
               DISPLAY "LIMITE): " AT LINE 16 COL 80
               MOVE SPACES TO WS-DEP-CENSURA
               ACCEPT WS-DEP-CENSURA AT LINE 16 COL 89
               PERFORM VALIDA-CENSURA-DEP
           END-PERFORM.
           MOVE WS-DEP-CENSURA TO DEP-CENSURA-MAX.
           MOVE "L" TO DEP-SITUACAO.
           WRITE DEPENDENTE-REC
               INVALID KEY
                   DISPLAY "DEPENDENTE NAO GRAVADO" AT LINE 19 COL 36
                   GO TO DEPENDENTES-SAI
           END-WRITE.
           MOVE "DEPINCLUI" TO WS-AUD-OPERACAO.
           MOVE WS-DEP-CPF TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "SEQ " DELIMITED BY SIZE
               DEP-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DEP-NOME DELIMITED BY SIZE
               " CENS " DELIMITED BY SIZE
               DEP-CENSURA-MAX DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "DEPENDENTE INCLUIDO" AT LINE 19 COL 36.
           GO TO DEPENDENTES-SAI.

       ALTERA-DEPENDENTE.
           MOVE WS-DEP-CPF TO DEP-CPF.
           MOVE WS-DEP-OPCAO TO DEP-SEQ.
           READ ARQ-DEPENDENTES WITH LOCK
               INVALID KEY
                   DISPLAY "DEPENDENTE NAO CADASTRADO" AT LINE 19
                       COL 36
                   GO TO DEPENDENTES-SAI
           END-READ.
           IF WS-FS-DEP = 51
               DISPLAY "REGISTRO EM USO, AGUARDE E TENTE NOVAMENTE"
                   AT LINE 19 COL 36
               GO TO DEPENDENTES-SAI.
           DISPLAY DEP-NOME AT LINE 13 COL 36.
           MOVE SPACES TO WS-DEP-SIT.
           PERFORM UNTIL WS-DEP-SIT = "L" OR WS-DEP-SIT = "B"
               DISPLAY "SITUACAO (L=LIBERADO B=BLOQUEADO, ENTER "
                   AT LINE 14 COL 36
               DISPLAY "MANTEM): " AT LINE 14 COL 77
               ACCEPT WS-DEP-SIT AT LINE 14 COL 86
               IF WS-DEP-SIT = "l"
                   MOVE "L" TO WS-DEP-SIT
               END-IF
               IF WS-DEP-SIT = "b"
                   MOVE "B" TO WS-DEP-SIT
               END-IF
               IF WS-DEP-SIT = SPACES
                   MOVE DEP-SITUACAO TO WS-DEP-SIT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-DEP-CENS-OK.
           PERFORM UNTIL WS-DEP-CENS-OK = 1
               DISPLAY "CENSURA MAXIMA (ENTER MANTEM, S=SEM LIMITE): "
                   AT LINE 15 COL 36
               MOVE SPACES TO WS-DEP-CENSURA
               ACCEPT WS-DEP-CENSURA AT LINE 15 COL 81
               IF WS-DEP-CENSURA = SPACES
                   MOVE DEP-CENSURA-MAX TO WS-DEP-CENSURA
               ELSE
                   IF WS-DEP-CENSURA = "S" OR WS-DEP-CENSURA = "s"
                       MOVE SPACES TO WS-DEP-CENSURA
                   END-IF
               END-IF
               PERFORM VALIDA-CENSURA-DEP
           END-PERFORM.
           MOVE WS-DEP-SIT TO DEP-SITUACAO.
           MOVE WS-DEP-CENSURA TO DEP-CENSURA-MAX.
           REWRITE DEPENDENTE-REC.
           MOVE "DEPALTERA" TO WS-AUD-OPERACAO.
           MOVE WS-DEP-CPF TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "SEQ " DELIMITED BY SIZE
               DEP-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DEP-NOME DELIMITED BY SIZE
               " SIT " DELIMITED BY SIZE
               DEP-SITUACAO DELIMITED BY SIZE
               " CENS " DELIMITED BY SIZE
               DEP-CENSURA-MAX DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "DEPENDENTE ALTERADO" AT LINE 19 COL 36.

       DEPENDENTES-SAI.
           CLOSE ARQ-DEPENDENTES.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 20 COL 36.
           ACCEPT WS-LIXO AT LINE 20 COL 62.
           GO TO CLIENTES.

      * Censura maxima do dependente: vazia (sem limite), L ou uma
      * das faixas numericas do cadastro de filmes.
       VALIDA-CENSURA-DEP.
           MOVE 0 TO WS-DEP-CENS-OK.
           IF WS-DEP-CENSURA = "l"
               MOVE "L" TO WS-DEP-CENSURA
           END-IF.
           IF WS-DEP-CENSURA = SPACES OR WS-DEP-CENSURA = "L"
               OR WS-DEP-CENSURA = "10" OR WS-DEP-CENSURA = "12"
               OR WS-DEP-CENSURA = "14" OR WS-DEP-CENSURA = "16"
               OR WS-DEP-CENSURA = "18"
               MOVE 1 TO WS-DEP-CENS-OK
           ELSE
               DISPLAY "CENSURA INVALIDA" AT LINE 19 COL 36
           END-IF.

      * Lista os dependentes de WS-DEP-CPF nas linhas 2 a 10 e deixa
      * em WS-DEP-MAX-SEQ a ultima sequencia usada.
       LISTA-DEPENDENTES.
           MOVE 0 TO WS-DEP-MAX-SEQ.
           MOVE 2 TO WS-LA.
           MOVE WS-DEP-CPF TO DEP-CPF.
           MOVE 0 TO DEP-SEQ.
           SET EOF TO 0.
           START ARQ-DEPENDENTES KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-DEPENDENTES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF DEP-CPF NOT = WS-DEP-CPF
                           SET EOF TO 1
                       ELSE
                           MOVE DEP-SEQ TO WS-DEP-MAX-SEQ
                           MOVE SPACES TO WS-DEP-LINHA
                           STRING DEP-SEQ DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               DEP-NOME DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               DEP-NASCIMENTO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               DEP-PARENTESCO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               DEP-SITUACAO DELIMITED BY SIZE
                               " CENS " DELIMITED BY SIZE
                               DEP-CENSURA-MAX DELIMITED BY SIZE
                               INTO WS-DEP-LINHA
                           DISPLAY WS-DEP-LINHA AT LINE WS-LA COL 36
                           ADD 1 TO WS-LA
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           IF WS-DEP-MAX-SEQ = 0
               DISPLAY "NENHUM DEPENDENTE CADASTRADO" AT LINE 2 COL 36
           END-IF.
           MOVE 1 TO WS-LA.
       LISTA-DEPENDENTES-FIM.
           EXIT.

      * Paginacao das listagens: pagina cheia para com "CONTINUA"
      * e segue com o cabecalho redesenhado.
       QUEBRA-PAGINA.
