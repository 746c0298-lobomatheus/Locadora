      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Retencao LGPD: seleciona os clientes sem movimento ha mais
      * anos que o informado (console; vazio ou invalido usa 5), com
      * saldo zero, sem locacao aberta, sem acordo em aberto e sem
      * assinatura ativa. Cada um recebe um codigo pseudonimo
      * (ANON0 + contador "LGPD") que substitui o CPF em clientes,
      * emprestimos, arquivo morto, pagamentos, reservas, vales,
      * RPS, acordos, assinaturas, mensagens, abonos, cupons,
      * tele-entregas, locacoes de equipamento, na trilha de
      * auditoria (ativa e meses rotacionados) e no jornal de
      * recuperacao. Nome, telefone, nascimento, consentimento de
      * avisos, o destino das mensagens e o endereco e telefone das
      * tele-entregas sao apagados; dependentes e e-mail sao
      * excluidos; valores e datas ficam como estao. Tambem impedem
      * a anonimizacao: equipamento alugado (caucao retida), pedido
      * de tele-entrega pendente ou em rota e cupom pessoal ainda
      * valido.
      * O arquivo de trabalho lgpd.wrk com a relacao CPF x pseudonimo
      * e apagado no fim, para a troca nao poder ser desfeita.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD.
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
       SELECT ARQ-PAGAMENTOS
           ASSIGN TO "./pagamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAG-RECIBO
           FILE STATUS IS WS-FS4.
       SELECT ARQ-RESERVA
           ASSIGN TO "./reservas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-CHAVE
           FILE STATUS IS WS-FS5.
       SELECT ARQ-ACORDOS
           ASSIGN TO "./acordos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACD-CHAVE
           FILE STATUS IS WS-FS6.
       SELECT ARQ-ASSINATURAS
           ASSIGN TO "./assinaturas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ASS-CPF
           FILE STATUS IS WS-FS7.
       SELECT ARQ-VALES
           ASSIGN TO "./vales.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VAL-NUMERO
           FILE STATUS IS WS-FS8.
       SELECT ARQ-RPS
           ASSIGN TO "./rps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RPS-CHAVE
           ALTERNATE KEY IS RPS-RECIBO
           FILE STATUS IS WS-FS9.
       SELECT ARQ-DEPENDENTES
           ASSIGN TO "./dependentes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           FILE STATUS IS WS-FS10.
       SELECT ARQ-CONTADOR
           ASSIGN TO "./contador.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CONT-TIPO
           FILE STATUS IS WS-FS11.
       SELECT ARQ-WRK
           ASSIGN TO "./lgpd.wrk"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WRK-CPF
           FILE STATUS IS WS-FS12.
       SELECT ARQ-AUD-ENTRA
           ASSIGN TO WS-NOME-AUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS13.
       SELECT ARQ-AUD-SAI
           ASSIGN TO "./lgpd.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS14.
       SELECT ARQ-LISTA
           ASSIGN TO "./lgpd.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS15.
       SELECT ARQ-NEGATIVACAO
           ASSIGN TO "./negativacao.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NEG-CHAVE
           FILE STATUS IS WS-FS16.
       SELECT ARQ-EMAILS
           ASSIGN TO "./emails.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EML-CPF
           FILE STATUS IS WS-FS17.
       SELECT ARQ-MENSAGENS
           ASSIGN TO "./mensagens.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSG-ID
           ALTERNATE KEY IS MSG-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS18.
       SELECT ARQ-ABONOS
           ASSIGN TO "./abonos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ABN-ID
           ALTERNATE KEY IS ABN-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS19.
       SELECT ARQ-CUPONS
           ASSIGN TO "./cupons.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUP-CODIGO
           ALTERNATE KEY IS CUP-CPF WITH DUPLICATES
           ALTERNATE KEY IS CUP-EMP-ID WITH DUPLICATES
           FILE STATUS IS WS-FS20.
       SELECT ARQ-ENTREGAS
           ASSIGN TO "./entregas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ENT-ID
           ALTERNATE KEY IS ENT-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS21.
       SELECT ARQ-EQLOCACOES
           ASSIGN TO "./eqlocacoes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EQL-ID
           ALTERNATE KEY IS EQL-CODIGO WITH DUPLICATES
           ALTERNATE KEY IS EQL-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS22.
       SELECT ARQ-JORNAL
           ASSIGN TO "./jornal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS23.
       SELECT ARQ-JRN-SAI
           ASSIGN TO "./lgpd.jrn"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS24.
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
           05 FILME-EMP PIC X(20).
           05 EMP-STATUS PIC X(01).
           05 DATA-DEVOLUCAO PIC X(08).
           05 FILLER PIC X(40).
       FD ARQ-MORTO.
       01 MORTO-REC.
           05 MORTO-EMP-ID PIC 9(06).
           05 MORTO-DATA-INI PIC X(20).
           05 FILLER PIC X(20).
           05 MORTO-CPF PIC X(11).
           05 FILLER PIC X(20).
           05 MORTO-STATUS PIC X(01).
           05 MORTO-DATA-DEV PIC X(08).
           05 FILLER PIC X(42).
       FD ARQ-PAGAMENTOS.
       01 PAGAMENTO.
           05 PAG-RECIBO PIC 9(06).
           05 PAG-DATA PIC X(08).
           05 PAG-HORA PIC X(06).
           05 PAG-CPF PIC X(11).
           05 FILLER PIC X(55).
       FD ARQ-RESERVA.
       01 RESERVA-REC.
           05 RES-CHAVE.
               10 RES-FILME PIC X(20).
               10 RES-SEQ PIC 9(06).
           05 RES-CPF PIC X(11).
           05 RES-DATA PIC X(08).
           05 RES-FORMATO PIC X(01).
           05 FILLER PIC X(09).
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
       FD ARQ-ASSINATURAS.
       01 ASSINATURA-REC.
           05 ASS-CPF PIC X(11).
           05 ASS-PLANO PIC X(06).
           05 ASS-DATA-ADESAO PIC X(08).
           05 ASS-SITUACAO PIC X(01).
           05 ASS-MES-REF PIC X(06).
           05 ASS-USADO-MES PIC 9(02).
           05 FILLER PIC X(10).
       FD ARQ-VALES.
       01 VALE-REC.
           05 VAL-NUMERO PIC 9(06).
           05 VAL-DATA-VENDA PIC X(08).
           05 VAL-VALOR PIC 9(06)V99.
           05 VAL-SALDO PIC 9(06)V99.
           05 VAL-VALIDADE PIC X(08).
           05 VAL-FILIAL PIC X(04).
           05 VAL-CPF PIC X(11).
           05 VAL-SITUACAO PIC X(01).
           05 FILLER PIC X(10).
       FD ARQ-RPS.
       01 RPS-REC.
           05 RPS-CHAVE.
               10 RPS-FILIAL PIC X(04).
               10 RPS-NUMERO PIC 9(08).
           05 RPS-RECIBO PIC 9(06).
           05 RPS-DATA PIC X(08).
           05 RPS-CPF PIC X(11).
           05 FILLER PIC X(61).
       FD ARQ-DEPENDENTES.
       01 DEPENDENTE-REC.
           05 DEP-CHAVE.
               10 DEP-CPF PIC X(11).
               10 DEP-SEQ PIC 9(01).
           05 FILLER PIC X(60).
       FD ARQ-CONTADOR.
       01 CONTADOR-REC.
           05 CONT-TIPO PIC X(10).
           05 CONT-ULTIMO PIC 9(06).
       FD ARQ-WRK.
       01 WRK-REC.
           05 WRK-CPF PIC X(11).
           05 WRK-PSEUDO PIC X(11).
           05 WRK-ULTIMA PIC X(08).
           05 WRK-ELEGIVEL PIC X(01).
           05 FILLER PIC X(09).
       FD ARQ-AUD-ENTRA.
       01 AUD-ENTRA-REC PIC X(103).
       FD ARQ-AUD-SAI.
       01 AUD-SAI-REC PIC X(103).
       FD ARQ-LISTA.
       01 LISTA-LINHA PIC X(60).
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
       FD ARQ-ABONOS.
       01 ABONO-REC.
           05 ABN-ID PIC 9(06).
           05 ABN-DATA PIC X(08).
           05 FILLER PIC X(06).
           05 ABN-CPF PIC X(11).
           05 FILLER PIC X(100).
       FD ARQ-CUPONS.
       01 CUPOM-REC.
           05 CUP-CODIGO PIC X(08).
           05 CUP-CPF PIC X(11).
           05 FILLER PIC X(15).
           05 CUP-EMISSAO PIC X(08).
           05 CUP-VALIDADE PIC X(08).
           05 CUP-SITUACAO PIC X(01).
           05 CUP-USO PIC X(08).
           05 CUP-EMP-ID PIC 9(06).
           05 FILLER PIC X(15).
       FD ARQ-ENTREGAS.
       01 ENTREGA-REC.
           05 ENT-ID PIC 9(06).
           05 ENT-TIPO PIC X(01).
           05 ENT-CPF PIC X(11).
           05 ENT-FILIAL PIC X(04).
           05 ENT-ENDERECO PIC X(40).
           05 ENT-REFERENCIA PIC X(20).
           05 ENT-TELEFONE PIC X(15).
           05 ENT-DATA-PEDIDO PIC X(08).
           05 ENT-DATA-ROTA PIC X(08).
           05 FILLER PIC X(03).
           05 ENT-SITUACAO PIC X(01).
           05 ENT-DATA-BAIXA PIC X(08).
           05 FILLER PIC X(258).
       FD ARQ-EQLOCACOES.
       01 EQLOCACAO-REC.
           05 EQL-ID PIC 9(06).
           05 EQL-CODIGO PIC X(06).
           05 FILLER PIC X(20).
           05 EQL-CPF PIC X(11).
           05 FILLER PIC X(04).
           05 EQL-DATA-INI PIC X(08).
           05 EQL-DATA-FIM PIC X(08).
           05 EQL-DATA-DEV PIC X(08).
           05 EQL-STATUS PIC X(01).
           05 FILLER PIC X(105).
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
       FD ARQ-JRN-SAI.
       01 JRN-SAI-REC PIC X(323).

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
            77 WS-FS10 PIC 99.
            77 WS-FS11 PIC 99.
            77 WS-FS12 PIC 99.
            77 WS-FS13 PIC 99.
            77 WS-FS14 PIC 99.
            77 WS-FS15 PIC 99.
            77 WS-FS16 PIC 99.
            77 WS-FS17 PIC 99.
            77 WS-FS18 PIC 99.
            77 WS-FS19 PIC 99.
            77 WS-FS20 PIC 99.
            77 WS-FS21 PIC 99.
            77 WS-FS22 PIC 99.
            77 WS-FS23 PIC 99.
            77 WS-FS24 PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 EOF2 PIC 9 VALUE 0.
            77 WS-TRAVA-TENTA PIC 9(02).
            77 WS-TRAVA-SEG PIC 9(02) VALUE 1.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-ANOS-TXT PIC X(03).
            77 WS-ANOS-NUMX PIC X(02).
            77 WS-ANOS-LEN PIC 9(02).
            77 WS-ANOS-POS PIC 9(02).
            77 WS-ANOS PIC 9(02) VALUE 5.
            77 WS-HOJE-NUM PIC 9(08).
            77 WS-CORTE-NUM PIC 9(08).
            77 WS-CORTE-DATA PIC X(08).
            77 WS-CPF-BUSCA PIC X(11).
            77 WS-DATA-ATIV PIC X(08).
            77 WS-ACHOU PIC 9 VALUE 0.
            77 WS-PSEUDO PIC X(11).
            77 WS-PROX-LGPD PIC 9(06).
            77 WS-ABRIU-DEP PIC 9 VALUE 0.
            77 WS-ABRIU-ACD PIC 9 VALUE 0.
            77 WS-ABRIU-ASS PIC 9 VALUE 0.
            77 WS-ABRIU-NEG PIC 9 VALUE 0.
            77 WS-ABRIU-EML PIC 9 VALUE 0.
            01 WS-CLIENTE.
               05 WS-CLIENTE-CPF PIC X(11).
               05 WS-CLIENTE-NOME PIC X(20).
               05 WS-CLIENTE-TELEFONE PIC X(15).
               05 WS-CLIENTE-DATA-CADASTRO PIC X(08).
               05 WS-CLIENTE-EMP PIC 9(02).
               05 WS-CLIENTE-FILIAL PIC X(04).
               05 WS-CLIENTE-SALDO PIC 9(06)V99.
               05 WS-CLIENTE-TIER PIC X(01).
               05 WS-CLIENTE-NASCIMENTO PIC X(08).
               05 WS-CLIENTE-CONSENTE PIC X(01).
               05 WS-CLIENTE-CANAL PIC X(01).
               05 FILLER PIC X(09).
            01 WS-MIG-ACD-TAB.
               05 WS-MIG-ACD-ENTRY OCCURS 24 TIMES PIC X(48).
            77 WS-MIG-ACD-QTD PIC 9(02) VALUE 0.
            77 WS-MIG-ACD-I PIC 9(02).
            01 WS-MIG-NEG-TAB.
               05 WS-MIG-NEG-ENTRY OCCURS 24 TIMES PIC X(80).
            77 WS-MIG-NEG-QTD PIC 9(02) VALUE 0.
            77 WS-MIG-NEG-I PIC 9(02).
            77 WS-LINHA PIC X(103).
            77 WS-POS PIC 9(03).
            77 WS-TROCAS-ARQ PIC 9(06) VALUE 0.
            77 WS-NOME-AUD PIC X(60).
            01 WS-CMD PIC X(100).
            77 WS-CONT-CLIENTES PIC 9(06) VALUE 0.
            77 WS-CONT-CANDIDATOS PIC 9(06) VALUE 0.
            77 WS-CONT-ANONIMOS PIC 9(06) VALUE 0.
            77 WS-CONT-EMP PIC 9(06) VALUE 0.
            77 WS-CONT-MORTO PIC 9(06) VALUE 0.
            77 WS-CONT-PAG PIC 9(06) VALUE 0.
            77 WS-CONT-RES PIC 9(06) VALUE 0.
            77 WS-CONT-VAL PIC 9(06) VALUE 0.
            77 WS-CONT-RPS PIC 9(06) VALUE 0.
            77 WS-CONT-ACD PIC 9(06) VALUE 0.
            77 WS-CONT-ASS PIC 9(06) VALUE 0.
            77 WS-CONT-DEP PIC 9(06) VALUE 0.
            77 WS-CONT-NEG PIC 9(06) VALUE 0.
            77 WS-CONT-EML PIC 9(06) VALUE 0.
            77 WS-CONT-MSG PIC 9(06) VALUE 0.
            77 WS-CONT-AUD PIC 9(06) VALUE 0.
            77 WS-CONT-ABN PIC 9(06) VALUE 0.
            77 WS-CONT-CUP PIC 9(06) VALUE 0.
            77 WS-CONT-ENT PIC 9(06) VALUE 0.
            77 WS-CONT-EQL PIC 9(06) VALUE 0.
            77 WS-CONT-JRN PIC 9(06) VALUE 0.
      * Imagens do jornal: cadastro (CPF e dados pessoais),
      * emprestimo e pagamento (so o CPF).
            01 WS-JRN-IMAGEM PIC X(130).
            01 WS-JRN-CLI REDEFINES WS-JRN-IMAGEM.
               05 WS-JRN-CLI-CPF PIC X(11).
               05 WS-JRN-CLI-NOME PIC X(20).
               05 WS-JRN-CLI-TELEFONE PIC X(15).
               05 FILLER PIC X(23).
               05 WS-JRN-CLI-NASCIMENTO PIC X(08).
               05 WS-JRN-CLI-CONSENTE PIC X(01).
               05 WS-JRN-CLI-CANAL PIC X(01).
               05 FILLER PIC X(51).
            01 WS-JRN-EMP REDEFINES WS-JRN-IMAGEM.
               05 FILLER PIC X(46).
               05 WS-JRN-EMP-CPF PIC X(11).
               05 FILLER PIC X(73).
            01 WS-JRN-PAG REDEFINES WS-JRN-IMAGEM.
               05 FILLER PIC X(20).
               05 WS-JRN-PAG-CPF PIC X(11).
               05 FILLER PIC X(99).
            77 WS-JRN-TROCOU PIC 9 VALUE 0.
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "LGPD".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "LGPD".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).

       PROCEDURE DIVISION.
       LGPD.
           DISPLAY "RETENCAO LGPD - ANONIMIZACAO DE CLIENTES INATIVOS".
           DISPLAY "ANOS SEM MOVIMENTO (VAZIO = 5): ".
           ACCEPT WS-ANOS-TXT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ANOS-TXT))
               TO WS-ANOS-LEN.
           IF WS-ANOS-TXT NOT = SPACES AND WS-ANOS-LEN <= 2
               MOVE "00" TO WS-ANOS-NUMX
               COMPUTE WS-ANOS-POS = 3 - WS-ANOS-LEN
               MOVE WS-ANOS-TXT(1:WS-ANOS-LEN)
                   TO WS-ANOS-NUMX(WS-ANOS-POS:WS-ANOS-LEN)
               IF WS-ANOS-NUMX IS NUMERIC AND WS-ANOS-NUMX > "00"
                   MOVE WS-ANOS-NUMX TO WS-ANOS
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           COMPUTE WS-CORTE-NUM = WS-HOJE-NUM - WS-ANOS * 10000.
           MOVE WS-CORTE-NUM TO WS-CORTE-DATA.
           DISPLAY "CORTE: " WS-ANOS " ANOS - SEM MOVIMENTO DESDE "
               WS-CORTE-DATA.

           OPEN OUTPUT ARQ-WRK.
           CLOSE ARQ-WRK.
           OPEN I-O ARQ-WRK.
           IF WS-FS12 <> 0
               DISPLAY "ERRO NO ARQUIVO DE TRABALHO: " WS-FS12
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.

           PERFORM CARREGA-CLIENTES THRU CARREGA-CLIENTES-FIM.
           IF WS-CONT-CANDIDATOS = 0
               DISPLAY "NENHUM CLIENTE COM SALDO ZERO E SEM LOCACAO"
               GO TO ENCERRA
           END-IF.
           PERFORM VARRE-EMPRESTIMOS THRU VARRE-EMPRESTIMOS-FIM.
           PERFORM VARRE-MORTO THRU VARRE-MORTO-FIM.
           PERFORM VARRE-PAGAMENTOS THRU VARRE-PAGAMENTOS-FIM.
           PERFORM VARRE-RESERVAS THRU VARRE-RESERVAS-FIM.
           PERFORM VARRE-VALES THRU VARRE-VALES-FIM.
           PERFORM VARRE-ACORDOS THRU VARRE-ACORDOS-FIM.
           PERFORM VARRE-ASSINATURAS THRU VARRE-ASSINATURAS-FIM.
           PERFORM VARRE-NEGATIVACAO THRU VARRE-NEGATIVACAO-FIM.
           PERFORM VARRE-ABONOS THRU VARRE-ABONOS-FIM.
           PERFORM VARRE-CUPONS THRU VARRE-CUPONS-FIM.
           PERFORM VARRE-ENTREGAS THRU VARRE-ENTREGAS-FIM.
           PERFORM VARRE-EQLOCACOES THRU VARRE-EQLOCACOES-FIM.
           PERFORM SELECIONA THRU SELECIONA-FIM.
           IF WS-CONT-ANONIMOS = 0
               DISPLAY "NENHUM CLIENTE A ANONIMIZAR"
               GO TO ENCERRA
           END-IF.
           PERFORM ANONIMIZA-CLIENTES THRU ANONIMIZA-CLIENTES-FIM.
           PERFORM TROCA-EMPRESTIMOS THRU TROCA-EMPRESTIMOS-FIM.
           PERFORM TROCA-MORTO THRU TROCA-MORTO-FIM.
           PERFORM TROCA-PAGAMENTOS THRU TROCA-PAGAMENTOS-FIM.
           PERFORM TROCA-RESERVAS THRU TROCA-RESERVAS-FIM.
           PERFORM TROCA-VALES THRU TROCA-VALES-FIM.
           PERFORM TROCA-RPS THRU TROCA-RPS-FIM.
           PERFORM TROCA-MENSAGENS THRU TROCA-MENSAGENS-FIM.
           PERFORM TROCA-ABONOS THRU TROCA-ABONOS-FIM.
           PERFORM TROCA-CUPONS THRU TROCA-CUPONS-FIM.
           PERFORM TROCA-ENTREGAS THRU TROCA-ENTREGAS-FIM.
           PERFORM TROCA-EQLOCACOES THRU TROCA-EQLOCACOES-FIM.
           PERFORM TROCA-AUDITORIA THRU TROCA-AUDITORIA-FIM.
           PERFORM TROCA-JORNAL THRU TROCA-JORNAL-FIM.
           PERFORM REGISTRA-AUDITORIA THRU REGISTRA-AUDITORIA-FIM.

       ENCERRA.
           CLOSE ARQ-WRK.
           MOVE "rm -f ./lgpd.wrk*" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           DISPLAY "CLIENTES LIDOS:           " WS-CONT-CLIENTES.
           DISPLAY "SALDO ZERO SEM LOCACAO:   " WS-CONT-CANDIDATOS.
           DISPLAY "CLIENTES ANONIMIZADOS:    " WS-CONT-ANONIMOS.
           DISPLAY "EMPRESTIMOS ALTERADOS:    " WS-CONT-EMP.
           DISPLAY "ARQUIVO MORTO ALTERADOS:  " WS-CONT-MORTO.
           DISPLAY "PAGAMENTOS ALTERADOS:     " WS-CONT-PAG.
           DISPLAY "RESERVAS ALTERADAS:       " WS-CONT-RES.
           DISPLAY "VALES ALTERADOS:          " WS-CONT-VAL.
           DISPLAY "RPS ALTERADOS:            " WS-CONT-RPS.
           DISPLAY "PARCELAS DE ACORDO:       " WS-CONT-ACD.
           DISPLAY "ASSINATURAS:              " WS-CONT-ASS.
           DISPLAY "DEPENDENTES EXCLUIDOS:    " WS-CONT-DEP.
           DISPLAY "NEGATIVACOES:             " WS-CONT-NEG.
           DISPLAY "E-MAILS EXCLUIDOS:        " WS-CONT-EML.
           DISPLAY "MENSAGENS ALTERADAS:      " WS-CONT-MSG.
           DISPLAY "ABONOS ALTERADOS:         " WS-CONT-ABN.
           DISPLAY "CUPONS ALTERADOS:         " WS-CONT-CUP.
           DISPLAY "TELE-ENTREGAS ALTERADAS:  " WS-CONT-ENT.
           DISPLAY "LOCACOES DE EQUIPAMENTO:  " WS-CONT-EQL.
           DISPLAY "LINHAS DE AUDITORIA:      " WS-CONT-AUD.
           DISPLAY "ENTRADAS DO JORNAL:       " WS-CONT-JRN.
           GO TO FIM.

      * Candidatos: CPF numerico (ainda nao anonimizado), saldo zero
      * e nenhuma locacao em aberto no cadastro. O ultimo movimento
      * parte da data de cadastro.
       CARREGA-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "SEM ARQUIVO DE CLIENTES: " WS-FS
               CLOSE ARQ-CLIENTES
               GO TO CARREGA-CLIENTES-FIM
           END-IF.
           MOVE LOW-VALUES TO CLIENTE-CPF.
           SET EOF TO 0.
           START ARQ-CLIENTES KEY IS NOT LESS THAN CLIENTE-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-CLIENTES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       ADD 1 TO WS-CONT-CLIENTES
                       IF CLIENTE-CPF IS NUMERIC
                           AND CLIENTE-SALDO = 0
                           AND CLIENTE-EMP = 0
                           MOVE SPACES TO WRK-REC
                           MOVE CLIENTE-CPF TO WRK-CPF
                           MOVE CLIENTE-DATA-CADASTRO TO WRK-ULTIMA
                           MOVE "S" TO WRK-ELEGIVEL
                           WRITE WRK-REC
                               INVALID KEY CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CONT-CANDIDATOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
       CARREGA-CLIENTES-FIM.
           SET EOF TO 0.

      * Busca WS-CPF-BUSCA no arquivo de trabalho.
       BUSCA-WRK.
           MOVE 0 TO WS-ACHOU.
           IF WS-CPF-BUSCA IS NOT NUMERIC
               GO TO BUSCA-WRK-FIM
           END-IF.
           MOVE WS-CPF-BUSCA TO WRK-CPF.
           READ ARQ-WRK
               INVALID KEY MOVE 0 TO WS-ACHOU
               NOT INVALID KEY MOVE 1 TO WS-ACHOU
           END-READ.
       BUSCA-WRK-FIM.
           EXIT.

      * Avanca o ultimo movimento do candidato para WS-DATA-ATIV.
       MARCA-ATIVIDADE.
           IF WS-DATA-ATIV IS NOT NUMERIC
               GO TO MARCA-ATIVIDADE-FIM
           END-IF.
           PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM.
           IF WS-ACHOU = 1
               IF WRK-ULTIMA IS NOT NUMERIC
                   OR WS-DATA-ATIV > WRK-ULTIMA
                   MOVE WS-DATA-ATIV TO WRK-ULTIMA
                   REWRITE WRK-REC
               END-IF
           END-IF.
       MARCA-ATIVIDADE-FIM.
           EXIT.

       MARCA-INELEGIVEL.
           PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM.
           IF WS-ACHOU = 1
               MOVE "N" TO WRK-ELEGIVEL
               REWRITE WRK-REC
           END-IF.
       MARCA-INELEGIVEL-FIM.
           EXIT.

      * Locacao aberta impede; encerrada conta a retirada e a
      * devolucao como movimento.
       VARRE-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-FS2 <> 0
               CLOSE ARQ-EMPRESTIMOS
               GO TO VARRE-EMPRESTIMOS-FIM
           END-IF.
           MOVE 0 TO EMP-ID.
           SET EOF TO 0.
           START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EMPRESTIMOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE EMP-CPF TO WS-CPF-BUSCA
                       IF EMP-STATUS = "A"
                           PERFORM MARCA-INELEGIVEL THRU
                               MARCA-INELEGIVEL-FIM
                       ELSE
                           MOVE DATA-INI(1:8) TO WS-DATA-ATIV
                           PERFORM MARCA-ATIVIDADE THRU
                               MARCA-ATIVIDADE-FIM
                           MOVE DATA-DEVOLUCAO TO WS-DATA-ATIV
                           PERFORM MARCA-ATIVIDADE THRU
                               MARCA-ATIVIDADE-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
       VARRE-EMPRESTIMOS-FIM.
           SET EOF TO 0.

       VARRE-MORTO.
           OPEN INPUT ARQ-MORTO.
           IF WS-FS3 <> 0
               CLOSE ARQ-MORTO
               GO TO VARRE-MORTO-FIM
           END-IF.
           MOVE 0 TO MORTO-EMP-ID.
           SET EOF TO 0.
           START ARQ-MORTO KEY IS NOT LESS THAN MORTO-EMP-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-MORTO NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE MORTO-CPF TO WS-CPF-BUSCA
                       MOVE MORTO-DATA-INI(1:8) TO WS-DATA-ATIV
                       PERFORM MARCA-ATIVIDADE THRU MARCA-ATIVIDADE-FIM
                       MOVE MORTO-DATA-DEV TO WS-DATA-ATIV
                       PERFORM MARCA-ATIVIDADE THRU MARCA-ATIVIDADE-FIM
               END-READ
           END-PERFORM.
           CLOSE ARQ-MORTO.
       VARRE-MORTO-FIM.
           SET EOF TO 0.

       VARRE-PAGAMENTOS.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WS-FS4 <> 0
               CLOSE ARQ-PAGAMENTOS
               GO TO VARRE-PAGAMENTOS-FIM
           END-IF.
           MOVE 0 TO PAG-RECIBO.
           SET EOF TO 0.
           START ARQ-PAGAMENTOS KEY IS NOT LESS THAN PAG-RECIBO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PAGAMENTOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE PAG-CPF TO WS-CPF-BUSCA
                       MOVE PAG-DATA TO WS-DATA-ATIV
                       PERFORM MARCA-ATIVIDADE THRU MARCA-ATIVIDADE-FIM
               END-READ
           END-PERFORM.
           CLOSE ARQ-PAGAMENTOS.
       VARRE-PAGAMENTOS-FIM.
           SET EOF TO 0.

       VARRE-RESERVAS.
           OPEN INPUT ARQ-RESERVA.
           IF WS-FS5 <> 0
               CLOSE ARQ-RESERVA
               GO TO VARRE-RESERVAS-FIM
           END-IF.
           MOVE LOW-VALUES TO RES-CHAVE.
           SET EOF TO 0.
           START ARQ-RESERVA KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-RESERVA NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE RES-CPF TO WS-CPF-BUSCA
                       MOVE RES-DATA TO WS-DATA-ATIV
                       PERFORM MARCA-ATIVIDADE THRU MARCA-ATIVIDADE-FIM
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESERVA.
       VARRE-RESERVAS-FIM.
           SET EOF TO 0.

      * Vale com saldo e dinheiro do cliente: impede a anonimizacao.
       VARRE-VALES.
           OPEN INPUT ARQ-VALES.
           IF WS-FS8 <> 0
               CLOSE ARQ-VALES
               GO TO VARRE-VALES-FIM
           END-IF.
           MOVE 0 TO VAL-NUMERO.
           SET EOF TO 0.
           START ARQ-VALES KEY IS NOT LESS THAN VAL-NUMERO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-VALES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE VAL-CPF TO WS-CPF-BUSCA
                       IF VAL-SITUACAO = "A" AND VAL-SALDO > 0
                           PERFORM MARCA-INELEGIVEL THRU
                               MARCA-INELEGIVEL-FIM
                       ELSE
                           MOVE VAL-DATA-VENDA TO WS-DATA-ATIV
                           PERFORM MARCA-ATIVIDADE THRU
                               MARCA-ATIVIDADE-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-VALES.
       VARRE-VALES-FIM.
           SET EOF TO 0.

      * Parcela nao paga impede; as pagas contam como movimento.
       VARRE-ACORDOS.
           OPEN INPUT ARQ-ACORDOS.
           IF WS-FS6 <> 0
               CLOSE ARQ-ACORDOS
               GO TO VARRE-ACORDOS-FIM
           END-IF.
           MOVE LOW-VALUES TO ACD-CHAVE.
           SET EOF TO 0.
           START ARQ-ACORDOS KEY IS NOT LESS THAN ACD-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ACORDOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE ACD-CPF TO WS-CPF-BUSCA
                       IF ACD-SITUACAO NOT = "P"
                           PERFORM MARCA-INELEGIVEL THRU
                               MARCA-INELEGIVEL-FIM
                       ELSE
                           MOVE ACD-VENCIMENTO TO WS-DATA-ATIV
                           PERFORM MARCA-ATIVIDADE THRU
                               MARCA-ATIVIDADE-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ACORDOS.
       VARRE-ACORDOS-FIM.
           SET EOF TO 0.

       VARRE-ASSINATURAS.
           OPEN INPUT ARQ-ASSINATURAS.
           IF WS-FS7 <> 0
               CLOSE ARQ-ASSINATURAS
               GO TO VARRE-ASSINATURAS-FIM
           END-IF.
           MOVE LOW-VALUES TO ASS-CPF.
           SET EOF TO 0.
           START ARQ-ASSINATURAS KEY IS NOT LESS THAN ASS-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ASSINATURAS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE ASS-CPF TO WS-CPF-BUSCA
                       IF ASS-SITUACAO = "A"
                           PERFORM MARCA-INELEGIVEL THRU
                               MARCA-INELEGIVEL-FIM
                       ELSE
                           MOVE ASS-MES-REF TO WS-DATA-ATIV(1:6)
                           MOVE "01" TO WS-DATA-ATIV(7:2)
                           PERFORM MARCA-ATIVIDADE THRU
                               MARCA-ATIVIDADE-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ASSINATURAS.
       VARRE-ASSINATURAS-FIM.
           SET EOF TO 0.

      * Negativacao incluida ou com exclusao ainda nao enviada ao
      * biro impede; as encerradas contam como movimento.
       VARRE-NEGATIVACAO.
           OPEN INPUT ARQ-NEGATIVACAO.
           IF WS-FS16 <> 0
               CLOSE ARQ-NEGATIVACAO
               GO TO VARRE-NEGATIVACAO-FIM
           END-IF.
           MOVE LOW-VALUES TO NEG-CHAVE.
           SET EOF TO 0.
           START ARQ-NEGATIVACAO KEY IS NOT LESS THAN NEG-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-NEGATIVACAO NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE NEG-CPF TO WS-CPF-BUSCA
                       IF NEG-SITUACAO = "I" OR "E"
                           PERFORM MARCA-INELEGIVEL THRU
                               MARCA-INELEGIVEL-FIM
                       ELSE
                           MOVE NEG-DEBITO-DESDE TO WS-DATA-ATIV
                           IF NEG-DATA-QUITACAO NOT = SPACES
                               MOVE NEG-DATA-QUITACAO TO WS-DATA-ATIV
                           END-IF
                           IF NEG-DATA-EXCLUSAO NOT = SPACES
                               MOVE NEG-DATA-EXCLUSAO TO WS-DATA-ATIV
                           END-IF
                           PERFORM MARCA-ATIVIDADE THRU
                               MARCA-ATIVIDADE-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-NEGATIVACAO.
       VARRE-NEGATIVACAO-FIM.
           SET EOF TO 0.

      * Abono de multa conta como movimento do cliente.
       VARRE-ABONOS.
           OPEN INPUT ARQ-ABONOS.
           IF WS-FS19 <> 0
               CLOSE ARQ-ABONOS
               GO TO VARRE-ABONOS-FIM
           END-IF.
           MOVE 0 TO ABN-ID.
           SET EOF TO 0.
           START ARQ-ABONOS KEY IS NOT LESS THAN ABN-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ABONOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE ABN-CPF TO WS-CPF-BUSCA
                       MOVE ABN-DATA TO WS-DATA-ATIV
                       PERFORM MARCA-ATIVIDADE THRU MARCA-ATIVIDADE-FIM
               END-READ
           END-PERFORM.
           CLOSE ARQ-ABONOS.
       VARRE-ABONOS-FIM.
           SET EOF TO 0.

      * Cupom pessoal ainda valido impede; o uso do cupom conta como
      * movimento (a emissao nao, e iniciativa da locadora).
       VARRE-CUPONS.
           OPEN INPUT ARQ-CUPONS.
           IF WS-FS20 <> 0
               CLOSE ARQ-CUPONS
               GO TO VARRE-CUPONS-FIM
           END-IF.
           MOVE LOW-VALUES TO CUP-CODIGO.
           SET EOF TO 0.
           START ARQ-CUPONS KEY IS NOT LESS THAN CUP-CODIGO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-CUPONS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE CUP-CPF TO WS-CPF-BUSCA
                       IF CUP-SITUACAO = "A"
                           AND CUP-VALIDADE NOT < WS-HOJE-AAAAMMDD
                           PERFORM MARCA-INELEGIVEL THRU
                               MARCA-INELEGIVEL-FIM
                       ELSE
                           MOVE CUP-USO TO WS-DATA-ATIV
                           PERFORM MARCA-ATIVIDADE THRU
                               MARCA-ATIVIDADE-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CUPONS.
       VARRE-CUPONS-FIM.
           SET EOF TO 0.

      * Pedido de tele-entrega pendente ou em rota impede; os
      * encerrados contam o pedido e a baixa como movimento.
       VARRE-ENTREGAS.
           OPEN INPUT ARQ-ENTREGAS.
           IF WS-FS21 <> 0
               CLOSE ARQ-ENTREGAS
               GO TO VARRE-ENTREGAS-FIM
           END-IF.
           MOVE 0 TO ENT-ID.
           SET EOF TO 0.
           START ARQ-ENTREGAS KEY IS NOT LESS THAN ENT-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ENTREGAS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE ENT-CPF TO WS-CPF-BUSCA
                       IF ENT-SITUACAO = "P" OR "R"
                           PERFORM MARCA-INELEGIVEL THRU
                               MARCA-INELEGIVEL-FIM
                       ELSE
                           MOVE ENT-DATA-PEDIDO TO WS-DATA-ATIV
                           PERFORM MARCA-ATIVIDADE THRU
                               MARCA-ATIVIDADE-FIM
                           MOVE ENT-DATA-BAIXA TO WS-DATA-ATIV
                           PERFORM MARCA-ATIVIDADE THRU
                               MARCA-ATIVIDADE-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENTREGAS.
       VARRE-ENTREGAS-FIM.
           SET EOF TO 0.

      * Equipamento ainda alugado (caucao retida) impede; as
      * locacoes devolvidas contam como movimento.
       VARRE-EQLOCACOES.
           OPEN INPUT ARQ-EQLOCACOES.
           IF WS-FS22 <> 0
               CLOSE ARQ-EQLOCACOES
               GO TO VARRE-EQLOCACOES-FIM
           END-IF.
           MOVE 0 TO EQL-ID.
           SET EOF TO 0.
           START ARQ-EQLOCACOES KEY IS NOT LESS THAN EQL-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EQLOCACOES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE EQL-CPF TO WS-CPF-BUSCA
                       IF EQL-STATUS = "A"
                           PERFORM MARCA-INELEGIVEL THRU
                               MARCA-INELEGIVEL-FIM
                       ELSE
                           MOVE EQL-DATA-INI TO WS-DATA-ATIV
                           PERFORM MARCA-ATIVIDADE THRU
                               MARCA-ATIVIDADE-FIM
                           MOVE EQL-DATA-DEV TO WS-DATA-ATIV
                           PERFORM MARCA-ATIVIDADE THRU
                               MARCA-ATIVIDADE-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EQLOCACOES.
       VARRE-EQLOCACOES-FIM.
           SET EOF TO 0.

      * Elegiveis com ultimo movimento anterior ao corte recebem o
      * pseudonimo; os demais saem do arquivo de trabalho.
       SELECIONA.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS11 = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           IF WS-FS11 <> 0
               DISPLAY "ERRO NO CONTADOR: " WS-FS11
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-CONTADOR
               GO TO SELECIONA-FIM
           END-IF.
           MOVE LOW-VALUES TO WRK-CPF.
           SET EOF TO 0.
           START ARQ-WRK KEY IS NOT LESS THAN WRK-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-WRK NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE 0 TO WS-PROX-LGPD
                       IF WRK-ELEGIVEL = "S"
                           AND WRK-ULTIMA < WS-CORTE-DATA
                           PERFORM GET_PROX_LGPD
                       END-IF
                       IF WS-PROX-LGPD > 0
                           MOVE SPACES TO WRK-PSEUDO
                           STRING "ANON0" DELIMITED BY SIZE
                               WS-PROX-LGPD DELIMITED BY SIZE
                               INTO WRK-PSEUDO
                           REWRITE WRK-REC
                           ADD 1 TO WS-CONT-ANONIMOS
                       ELSE
                           DELETE ARQ-WRK RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTADOR.
       SELECIONA-FIM.
           SET EOF TO 0.

       GET_PROX_LGPD.
           MOVE "LGPD" TO CONT-TIPO.
           PERFORM LE-CONTADOR-TRAVA THRU LE-CONTADOR-TRAVA-FIM.
           EVALUATE WS-FS11
               WHEN 0
                   ADD 1 TO CONT-ULTIMO
                   REWRITE CONTADOR-REC
               WHEN 23
                   MOVE "LGPD" TO CONT-TIPO
                   MOVE 1 TO CONT-ULTIMO
                   WRITE CONTADOR-REC
               WHEN OTHER
                   DISPLAY "CONTADOR EM USO - CLIENTE FICA PARA A "
                       "PROXIMA EXECUCAO"
                   MOVE 0 TO CONT-ULTIMO
           END-EVALUATE.
           MOVE CONT-ULTIMO TO WS-PROX-LGPD.

      * Leitura do contador com trava; com o registro em uso por
      * outra execucao, aguarda e tenta de novo.
       LE-CONTADOR-TRAVA.
           MOVE 0 TO WS-TRAVA-TENTA.
           READ ARQ-CONTADOR WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           PERFORM UNTIL WS-FS11 NOT = 51 OR WS-TRAVA-TENTA > 9
               CALL "C$SLEEP" USING WS-TRAVA-SEG
               ADD 1 TO WS-TRAVA-TENTA
               READ ARQ-CONTADOR WITH LOCK
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
       LE-CONTADOR-TRAVA-FIM.
           EXIT.

      * Cadastro regravado sob o pseudonimo sem nome, telefone e
      * nascimento; dependentes excluidos; acordos quitados, a
      * assinatura encerrada e o historico de negativacao mudam de
      * chave.
       ANONIMIZA-CLIENTES.
           OPEN I-O ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "ERRO NO ARQUIVO DE CLIENTES: " WS-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-CLIENTES
               GO TO ANONIMIZA-CLIENTES-FIM
           END-IF.
           MOVE 0 TO WS-ABRIU-DEP.
           OPEN I-O ARQ-DEPENDENTES.
           IF WS-FS10 = 0
               MOVE 1 TO WS-ABRIU-DEP
           END-IF.
           MOVE 0 TO WS-ABRIU-ACD.
           OPEN I-O ARQ-ACORDOS.
           IF WS-FS6 = 0
               MOVE 1 TO WS-ABRIU-ACD
           END-IF.
           MOVE 0 TO WS-ABRIU-ASS.
           OPEN I-O ARQ-ASSINATURAS.
           IF WS-FS7 = 0
               MOVE 1 TO WS-ABRIU-ASS
           END-IF.
           MOVE 0 TO WS-ABRIU-NEG.
           OPEN I-O ARQ-NEGATIVACAO.
           IF WS-FS16 = 0
               MOVE 1 TO WS-ABRIU-NEG
           END-IF.
           MOVE 0 TO WS-ABRIU-EML.
           OPEN I-O ARQ-EMAILS.
           IF WS-FS17 = 0
               MOVE 1 TO WS-ABRIU-EML
           END-IF.
           MOVE LOW-VALUES TO WRK-CPF.
           SET EOF2 TO 0.
           START ARQ-WRK KEY IS NOT LESS THAN WRK-CPF
               INVALID KEY SET EOF2 TO 1.
           PERFORM UNTIL EOF2 = 1
               READ ARQ-WRK NEXT
                   AT END SET EOF2 TO 1
                   NOT AT END
                       PERFORM ANONIMIZA-UM THRU ANONIMIZA-UM-FIM
               END-READ
           END-PERFORM.
           SET EOF2 TO 0.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-DEPENDENTES.
           CLOSE ARQ-ACORDOS.
           CLOSE ARQ-ASSINATURAS.
           CLOSE ARQ-NEGATIVACAO.
           CLOSE ARQ-EMAILS.
       ANONIMIZA-CLIENTES-FIM.
           EXIT.

       ANONIMIZA-UM.
           MOVE WRK-CPF TO CLIENTE-CPF.
           READ ARQ-CLIENTES INTO WS-CLIENTE
               KEY IS CLIENTE-CPF
               INVALID KEY GO TO ANONIMIZA-UM-FIM
           END-READ.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "E" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           DELETE ARQ-CLIENTES RECORD.
           MOVE WRK-PSEUDO TO WS-CLIENTE-CPF.
           MOVE "ANONIMIZADO" TO WS-CLIENTE-NOME.
           MOVE SPACES TO WS-CLIENTE-TELEFONE.
           MOVE SPACES TO WS-CLIENTE-NASCIMENTO.
           MOVE SPACES TO WS-CLIENTE-CONSENTE.
           MOVE SPACES TO WS-CLIENTE-CANAL.
           MOVE WS-CLIENTE TO CLIENTE.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO
           MOVE "I" TO WS-JRN-OPERACAO
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO CLIENTE
           WRITE CLIENTE
               INVALID KEY
                   DISPLAY "PSEUDONIMO JA EXISTE: " WRK-PSEUDO
           END-WRITE.
           IF WS-ABRIU-DEP = 1
               PERFORM EXCLUI-DEPENDENTES THRU EXCLUI-DEPENDENTES-FIM
           END-IF.
           IF WS-ABRIU-ACD = 1
               PERFORM TROCA-ACORDOS THRU TROCA-ACORDOS-FIM
           END-IF.
           IF WS-ABRIU-ASS = 1
               MOVE WRK-CPF TO ASS-CPF
               READ ARQ-ASSINATURAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE ARQ-ASSINATURAS RECORD
                       MOVE WRK-PSEUDO TO ASS-CPF
                       WRITE ASSINATURA-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-CONT-ASS
               END-READ
           END-IF.
           IF WS-ABRIU-NEG = 1
               PERFORM TROCA-NEGATIVACAO THRU TROCA-NEGATIVACAO-FIM
           END-IF.
           IF WS-ABRIU-EML = 1
               MOVE WRK-CPF TO EML-CPF
               DELETE ARQ-EMAILS RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-CONT-EML
               END-DELETE
           END-IF.
       ANONIMIZA-UM-FIM.
           EXIT.

       EXCLUI-DEPENDENTES.
           MOVE WRK-CPF TO DEP-CPF.
           MOVE 0 TO DEP-SEQ.
           SET EOF TO 0.
           START ARQ-DEPENDENTES KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-DEPENDENTES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF DEP-CPF NOT = WRK-CPF
                           SET EOF TO 1
                       ELSE
                           DELETE ARQ-DEPENDENTES RECORD
                           ADD 1 TO WS-CONT-DEP
                       END-IF
               END-READ
           END-PERFORM.
       EXCLUI-DEPENDENTES-FIM.
           SET EOF TO 0.

       TROCA-ACORDOS.
           MOVE 0 TO WS-MIG-ACD-QTD.
           MOVE WRK-CPF TO ACD-CPF.
           MOVE 0 TO ACD-PARCELA.
           SET EOF TO 0.
           START ARQ-ACORDOS KEY IS NOT LESS THAN ACD-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ACORDOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ACD-CPF NOT = WRK-CPF
                           SET EOF TO 1
                       ELSE
                           IF WS-MIG-ACD-QTD < 24
                               ADD 1 TO WS-MIG-ACD-QTD
                               MOVE ACORDO-REC TO
                                   WS-MIG-ACD-ENTRY(WS-MIG-ACD-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           MOVE 1 TO WS-MIG-ACD-I.
           PERFORM UNTIL WS-MIG-ACD-I > WS-MIG-ACD-QTD
               MOVE WS-MIG-ACD-ENTRY(WS-MIG-ACD-I) TO ACORDO-REC
               DELETE ARQ-ACORDOS RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO WS-MIG-ACD-I
           END-PERFORM.
           MOVE 1 TO WS-MIG-ACD-I.
           PERFORM UNTIL WS-MIG-ACD-I > WS-MIG-ACD-QTD
               MOVE WS-MIG-ACD-ENTRY(WS-MIG-ACD-I) TO ACORDO-REC
               MOVE WRK-PSEUDO TO ACD-CPF
               WRITE ACORDO-REC
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-CONT-ACD
               ADD 1 TO WS-MIG-ACD-I
           END-PERFORM.
           MOVE 0 TO WS-MIG-ACD-QTD.
       TROCA-ACORDOS-FIM.
           EXIT.

       TROCA-NEGATIVACAO.
           MOVE 0 TO WS-MIG-NEG-QTD.
           MOVE WRK-CPF TO NEG-CPF.
           MOVE 0 TO NEG-SEQ.
           SET EOF TO 0.
           START ARQ-NEGATIVACAO KEY IS NOT LESS THAN NEG-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-NEGATIVACAO NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF NEG-CPF NOT = WRK-CPF
                           SET EOF TO 1
                       ELSE
                           IF WS-MIG-NEG-QTD < 24
                               ADD 1 TO WS-MIG-NEG-QTD
                               MOVE NEGATIVACAO-REC TO
                                   WS-MIG-NEG-ENTRY(WS-MIG-NEG-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           MOVE 1 TO WS-MIG-NEG-I.
           PERFORM UNTIL WS-MIG-NEG-I > WS-MIG-NEG-QTD
               MOVE WS-MIG-NEG-ENTRY(WS-MIG-NEG-I) TO NEGATIVACAO-REC
               DELETE ARQ-NEGATIVACAO RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO WS-MIG-NEG-I
           END-PERFORM.
           MOVE 1 TO WS-MIG-NEG-I.
           PERFORM UNTIL WS-MIG-NEG-I > WS-MIG-NEG-QTD
               MOVE WS-MIG-NEG-ENTRY(WS-MIG-NEG-I) TO NEGATIVACAO-REC
               MOVE WRK-PSEUDO TO NEG-CPF
               WRITE NEGATIVACAO-REC
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-CONT-NEG
               ADD 1 TO WS-MIG-NEG-I
           END-PERFORM.
           MOVE 0 TO WS-MIG-NEG-QTD.
       TROCA-NEGATIVACAO-FIM.
           EXIT.

      * Nos arquivos sem o CPF na chave primaria basta regravar o
      * campo do registro lido.
       TROCA-EMPRESTIMOS.
           OPEN I-O ARQ-EMPRESTIMOS.
           IF WS-FS2 <> 0
               CLOSE ARQ-EMPRESTIMOS
               GO TO TROCA-EMPRESTIMOS-FIM
           END-IF.
           MOVE 0 TO EMP-ID.
           SET EOF TO 0.
           START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EMPRESTIMOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE EMP-CPF TO WS-CPF-BUSCA
                       PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                       IF WS-ACHOU = 1
                           MOVE WRK-PSEUDO TO EMP-CPF
                           MOVE "EMPRESTIMO" TO WS-JRN-ARQUIVO
                           MOVE "A" TO WS-JRN-OPERACAO
                           CALL "JORNAL" USING WS-JRN-PROGRAMA
                               WS-JRN-ARQUIVO WS-JRN-OPERACAO EMPRESTIMO
                           REWRITE EMPRESTIMO
                           ADD 1 TO WS-CONT-EMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
       TROCA-EMPRESTIMOS-FIM.
           SET EOF TO 0.

       TROCA-MORTO.
           OPEN I-O ARQ-MORTO.
           IF WS-FS3 <> 0
               CLOSE ARQ-MORTO
               GO TO TROCA-MORTO-FIM
           END-IF.
           MOVE 0 TO MORTO-EMP-ID.
           SET EOF TO 0.
           START ARQ-MORTO KEY IS NOT LESS THAN MORTO-EMP-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-MORTO NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE MORTO-CPF TO WS-CPF-BUSCA
                       PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                       IF WS-ACHOU = 1
                           MOVE WRK-PSEUDO TO MORTO-CPF
                           REWRITE MORTO-REC
                           ADD 1 TO WS-CONT-MORTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MORTO.
       TROCA-MORTO-FIM.
           SET EOF TO 0.

       TROCA-PAGAMENTOS.
           OPEN I-O ARQ-PAGAMENTOS.
           IF WS-FS4 <> 0
               CLOSE ARQ-PAGAMENTOS
               GO TO TROCA-PAGAMENTOS-FIM
           END-IF.
           MOVE 0 TO PAG-RECIBO.
           SET EOF TO 0.
           START ARQ-PAGAMENTOS KEY IS NOT LESS THAN PAG-RECIBO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PAGAMENTOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE PAG-CPF TO WS-CPF-BUSCA
                       PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                       IF WS-ACHOU = 1
                           MOVE WRK-PSEUDO TO PAG-CPF
                           MOVE "PAGAMENTOS" TO WS-JRN-ARQUIVO
                           MOVE "A" TO WS-JRN-OPERACAO
                           CALL "JORNAL" USING WS-JRN-PROGRAMA
                               WS-JRN-ARQUIVO WS-JRN-OPERACAO PAGAMENTO
                           REWRITE PAGAMENTO
                           ADD 1 TO WS-CONT-PAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PAGAMENTOS.
       TROCA-PAGAMENTOS-FIM.
           SET EOF TO 0.

       TROCA-RESERVAS.
           OPEN I-O ARQ-RESERVA.
           IF WS-FS5 <> 0
               CLOSE ARQ-RESERVA
               GO TO TROCA-RESERVAS-FIM
           END-IF.
           MOVE LOW-VALUES TO RES-CHAVE.
           SET EOF TO 0.
           START ARQ-RESERVA KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-RESERVA NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE RES-CPF TO WS-CPF-BUSCA
                       PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                       IF WS-ACHOU = 1
                           MOVE WRK-PSEUDO TO RES-CPF
                           REWRITE RESERVA-REC
                           ADD 1 TO WS-CONT-RES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESERVA.
       TROCA-RESERVAS-FIM.
           SET EOF TO 0.

       TROCA-VALES.
           OPEN I-O ARQ-VALES.
           IF WS-FS8 <> 0
               CLOSE ARQ-VALES
               GO TO TROCA-VALES-FIM
           END-IF.
           MOVE 0 TO VAL-NUMERO.
           SET EOF TO 0.
           START ARQ-VALES KEY IS NOT LESS THAN VAL-NUMERO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-VALES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE VAL-CPF TO WS-CPF-BUSCA
                       PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                       IF WS-ACHOU = 1
                           MOVE WRK-PSEUDO TO VAL-CPF
                           REWRITE VALE-REC
                           ADD 1 TO WS-CONT-VAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-VALES.
       TROCA-VALES-FIM.
           SET EOF TO 0.

       TROCA-RPS.
           OPEN I-O ARQ-RPS.
           IF WS-FS9 <> 0
               CLOSE ARQ-RPS
               GO TO TROCA-RPS-FIM
           END-IF.
           MOVE LOW-VALUES TO RPS-CHAVE.
           SET EOF TO 0.
           START ARQ-RPS KEY IS NOT LESS THAN RPS-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-RPS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE RPS-CPF TO WS-CPF-BUSCA
                       PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                       IF WS-ACHOU = 1
                           MOVE WRK-PSEUDO TO RPS-CPF
                           REWRITE RPS-REC
                           ADD 1 TO WS-CONT-RPS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RPS.
       TROCA-RPS-FIM.
           SET EOF TO 0.

      * O historico de mensagens fica (comprova a notificacao), sem o
      * telefone ou e-mail de destino.
       TROCA-MENSAGENS.
           OPEN I-O ARQ-MENSAGENS.
           IF WS-FS18 <> 0
               CLOSE ARQ-MENSAGENS
               GO TO TROCA-MENSAGENS-FIM
           END-IF.
           MOVE 0 TO MSG-ID.
           SET EOF TO 0.
           START ARQ-MENSAGENS KEY IS NOT LESS THAN MSG-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-MENSAGENS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE MSG-CPF TO WS-CPF-BUSCA
                       PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                       IF WS-ACHOU = 1
                           MOVE WRK-PSEUDO TO MSG-CPF
                           MOVE SPACES TO MSG-DESTINO
                           REWRITE MENSAGEM-REC
                           ADD 1 TO WS-CONT-MSG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MENSAGENS.
       TROCA-MENSAGENS-FIM.
           SET EOF TO 0.

       TROCA-ABONOS.
           OPEN I-O ARQ-ABONOS.
           IF WS-FS19 <> 0
               CLOSE ARQ-ABONOS
               GO TO TROCA-ABONOS-FIM
           END-IF.
           MOVE 0 TO ABN-ID.
           SET EOF TO 0.
           START ARQ-ABONOS KEY IS NOT LESS THAN ABN-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ABONOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE ABN-CPF TO WS-CPF-BUSCA
                       PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                       IF WS-ACHOU = 1
                           MOVE WRK-PSEUDO TO ABN-CPF
                           REWRITE ABONO-REC
                           ADD 1 TO WS-CONT-ABN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ABONOS.
       TROCA-ABONOS-FIM.
           SET EOF TO 0.

       TROCA-CUPONS.
           OPEN I-O ARQ-CUPONS.
           IF WS-FS20 <> 0
               CLOSE ARQ-CUPONS
               GO TO TROCA-CUPONS-FIM
           END-IF.
           MOVE LOW-VALUES TO CUP-CODIGO.
           SET EOF TO 0.
           START ARQ-CUPONS KEY IS NOT LESS THAN CUP-CODIGO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-CUPONS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE CUP-CPF TO WS-CPF-BUSCA
                       PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                       IF WS-ACHOU = 1
                           MOVE WRK-PSEUDO TO CUP-CPF
                           REWRITE CUPOM-REC
                           ADD 1 TO WS-CONT-CUP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CUPONS.
       TROCA-CUPONS-FIM.
           SET EOF TO 0.

      * A tele-entrega fica (valores e recibo), sem o endereco,
      * a referencia e o telefone de contato.
       TROCA-ENTREGAS.
           OPEN I-O ARQ-ENTREGAS.
           IF WS-FS21 <> 0
               CLOSE ARQ-ENTREGAS
               GO TO TROCA-ENTREGAS-FIM
           END-IF.
           MOVE 0 TO ENT-ID.
           SET EOF TO 0.
           START ARQ-ENTREGAS KEY IS NOT LESS THAN ENT-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ENTREGAS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE ENT-CPF TO WS-CPF-BUSCA
                       PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                       IF WS-ACHOU = 1
                           MOVE WRK-PSEUDO TO ENT-CPF
                           MOVE SPACES TO ENT-ENDERECO
                           MOVE SPACES TO ENT-REFERENCIA
                           MOVE SPACES TO ENT-TELEFONE
                           REWRITE ENTREGA-REC
                           ADD 1 TO WS-CONT-ENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENTREGAS.
       TROCA-ENTREGAS-FIM.
           SET EOF TO 0.

       TROCA-EQLOCACOES.
           OPEN I-O ARQ-EQLOCACOES.
           IF WS-FS22 <> 0
               CLOSE ARQ-EQLOCACOES
               GO TO TROCA-EQLOCACOES-FIM
           END-IF.
           MOVE 0 TO EQL-ID.
           SET EOF TO 0.
           START ARQ-EQLOCACOES KEY IS NOT LESS THAN EQL-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EQLOCACOES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE EQL-CPF TO WS-CPF-BUSCA
                       PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                       IF WS-ACHOU = 1
                           MOVE WRK-PSEUDO TO EQL-CPF
                           REWRITE EQLOCACAO-REC
                           ADD 1 TO WS-CONT-EQL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EQLOCACOES.
       TROCA-EQLOCACOES-FIM.
           SET EOF TO 0.

      * Trilha de auditoria: o arquivo ativo e cada mes rotacionado
      * sao copiados para lgpd.tmp trocando o CPF (na chave ou no
      * detalhe) pelo pseudonimo, e a copia substitui o original.
       TROCA-AUDITORIA.
           MOVE "./auditoria.dat" TO WS-NOME-AUD.
           PERFORM TROCA-AUD-ARQUIVO THRU TROCA-AUD-ARQUIVO-FIM.
           MOVE "ls ./auditoria_*.dat > ./lgpd.lst 2>/dev/null"
               TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           OPEN INPUT ARQ-LISTA.
           IF WS-FS15 <> 0
               CLOSE ARQ-LISTA
               GO TO TROCA-AUDITORIA-FIM
           END-IF.
           SET EOF2 TO 0.
           PERFORM UNTIL EOF2 = 1
               READ ARQ-LISTA
                   AT END SET EOF2 TO 1
                   NOT AT END
                       MOVE LISTA-LINHA TO WS-NOME-AUD
                       PERFORM TROCA-AUD-ARQUIVO THRU
                           TROCA-AUD-ARQUIVO-FIM
               END-READ
           END-PERFORM.
           SET EOF2 TO 0.
           CLOSE ARQ-LISTA.
       TROCA-AUDITORIA-FIM.
           MOVE "rm -f ./lgpd.lst" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       TROCA-AUD-ARQUIVO.
           OPEN INPUT ARQ-AUD-ENTRA.
           IF WS-FS13 <> 0
               CLOSE ARQ-AUD-ENTRA
               GO TO TROCA-AUD-ARQUIVO-FIM
           END-IF.
           OPEN OUTPUT ARQ-AUD-SAI.
           IF WS-FS14 <> 0
               DISPLAY "ERRO NO ARQUIVO TEMPORARIO: " WS-FS14
               CLOSE ARQ-AUD-ENTRA
               GO TO TROCA-AUD-ARQUIVO-FIM
           END-IF.
           MOVE 0 TO WS-TROCAS-ARQ.
           SET EOF TO 0.
           PERFORM UNTIL EOF = 1
               READ ARQ-AUD-ENTRA INTO WS-LINHA
                   AT END SET EOF TO 1
                   NOT AT END
                       PERFORM TROCA-AUD-LINHA THRU
                           TROCA-AUD-LINHA-FIM
                       MOVE WS-LINHA TO AUD-SAI-REC
                       WRITE AUD-SAI-REC
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-AUD-ENTRA.
           CLOSE ARQ-AUD-SAI.
           MOVE SPACES TO WS-CMD.
           IF WS-TROCAS-ARQ > 0
               STRING "mv ./lgpd.tmp " DELIMITED BY SIZE
                   WS-NOME-AUD DELIMITED BY SPACE
                   INTO WS-CMD
           ELSE
               MOVE "rm -f ./lgpd.tmp" TO WS-CMD
           END-IF.
           CALL "SYSTEM" USING WS-CMD.
       TROCA-AUD-ARQUIVO-FIM.
           EXIT.

      * Procura sequencias de 11 digitos a partir da chave (coluna
      * 39) ate o fim do detalhe (coluna 99).
       TROCA-AUD-LINHA.
           MOVE 39 TO WS-POS.
           PERFORM UNTIL WS-POS > 89
               IF WS-LINHA(WS-POS:11) IS NUMERIC
                   AND WS-LINHA(WS-POS - 1:1) IS NOT NUMERIC
                   AND WS-LINHA(WS-POS + 11:1) IS NOT NUMERIC
                   MOVE WS-LINHA(WS-POS:11) TO WS-CPF-BUSCA
                   PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                   IF WS-ACHOU = 1
                       MOVE WRK-PSEUDO TO WS-LINHA(WS-POS:11)
                       ADD 1 TO WS-TROCAS-ARQ
                       ADD 1 TO WS-CONT-AUD
                   END-IF
                   ADD 11 TO WS-POS
               ELSE
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM.
       TROCA-AUD-LINHA-FIM.
           EXIT.

      * Jornal de recuperacao: as imagens anterior e nova guardam o
      * registro inteiro, inclusive o cadastro original que a
      * anonimizacao acabou de excluir. O jornal e copiado para
      * lgpd.jrn com o CPF trocado pelo pseudonimo na chave e nas
      * imagens de clientes, emprestimos e pagamentos, e nas de
      * clientes o nome, telefone, nascimento e consentimento ficam
      * como no cadastro anonimizado; a copia substitui o original.
       TROCA-JORNAL.
           OPEN INPUT ARQ-JORNAL.
           IF WS-FS23 <> 0
               CLOSE ARQ-JORNAL
               GO TO TROCA-JORNAL-FIM
           END-IF.
           OPEN OUTPUT ARQ-JRN-SAI.
           IF WS-FS24 <> 0
               DISPLAY "ERRO NO ARQUIVO TEMPORARIO: " WS-FS24
               CLOSE ARQ-JORNAL
               GO TO TROCA-JORNAL-FIM
           END-IF.
           MOVE 0 TO WS-TROCAS-ARQ.
           SET EOF TO 0.
           PERFORM UNTIL EOF = 1
               READ ARQ-JORNAL
                   AT END SET EOF TO 1
                   NOT AT END
                       PERFORM TROCA-JRN-ENTRADA THRU
                           TROCA-JRN-ENTRADA-FIM
                       MOVE JORNAL-REC TO JRN-SAI-REC
                       WRITE JRN-SAI-REC
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-JORNAL.
           CLOSE ARQ-JRN-SAI.
           IF WS-TROCAS-ARQ > 0
               MOVE "mv ./lgpd.jrn ./jornal.dat" TO WS-CMD
           ELSE
               MOVE "rm -f ./lgpd.jrn" TO WS-CMD
           END-IF.
           CALL "SYSTEM" USING WS-CMD.
       TROCA-JORNAL-FIM.
           EXIT.

       TROCA-JRN-ENTRADA.
           MOVE 0 TO WS-JRN-TROCOU.
           EVALUATE JRN-ARQUIVO
               WHEN "CLIENTES"
                   MOVE JRN-CHAVE(1:11) TO WS-CPF-BUSCA
                   PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                   IF WS-ACHOU = 1
                       MOVE WRK-PSEUDO TO JRN-CHAVE(1:11)
                       MOVE 1 TO WS-JRN-TROCOU
                   END-IF
                   MOVE JRN-ANTES TO WS-JRN-IMAGEM
                   PERFORM TROCA-JRN-CLIENTE
                   MOVE WS-JRN-IMAGEM TO JRN-ANTES
                   MOVE JRN-DEPOIS TO WS-JRN-IMAGEM
                   PERFORM TROCA-JRN-CLIENTE
                   MOVE WS-JRN-IMAGEM TO JRN-DEPOIS
               WHEN "EMPRESTIMO"
                   MOVE JRN-ANTES TO WS-JRN-IMAGEM
                   MOVE WS-JRN-EMP-CPF TO WS-CPF-BUSCA
                   PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                   IF WS-ACHOU = 1
                       MOVE WRK-PSEUDO TO WS-JRN-EMP-CPF
                       MOVE WS-JRN-IMAGEM TO JRN-ANTES
                       MOVE 1 TO WS-JRN-TROCOU
                   END-IF
                   MOVE JRN-DEPOIS TO WS-JRN-IMAGEM
                   MOVE WS-JRN-EMP-CPF TO WS-CPF-BUSCA
                   PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                   IF WS-ACHOU = 1
                       MOVE WRK-PSEUDO TO WS-JRN-EMP-CPF
                       MOVE WS-JRN-IMAGEM TO JRN-DEPOIS
                       MOVE 1 TO WS-JRN-TROCOU
                   END-IF
               WHEN "PAGAMENTOS"
                   MOVE JRN-ANTES TO WS-JRN-IMAGEM
                   MOVE WS-JRN-PAG-CPF TO WS-CPF-BUSCA
                   PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                   IF WS-ACHOU = 1
                       MOVE WRK-PSEUDO TO WS-JRN-PAG-CPF
                       MOVE WS-JRN-IMAGEM TO JRN-ANTES
                       MOVE 1 TO WS-JRN-TROCOU
                   END-IF
                   MOVE JRN-DEPOIS TO WS-JRN-IMAGEM
                   MOVE WS-JRN-PAG-CPF TO WS-CPF-BUSCA
                   PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM
                   IF WS-ACHOU = 1
                       MOVE WRK-PSEUDO TO WS-JRN-PAG-CPF
                       MOVE WS-JRN-IMAGEM TO JRN-DEPOIS
                       MOVE 1 TO WS-JRN-TROCOU
                   END-IF
           END-EVALUATE.
           IF WS-JRN-TROCOU = 1
               ADD 1 TO WS-TROCAS-ARQ
               ADD 1 TO WS-CONT-JRN
           END-IF.
       TROCA-JRN-ENTRADA-FIM.
           EXIT.

      * Imagem de cadastro em WS-JRN-IMAGEM; a imagem vazia (antes
      * da inclusao, depois da exclusao) fica como esta.
       TROCA-JRN-CLIENTE.
           MOVE WS-JRN-CLI-CPF TO WS-CPF-BUSCA.
           PERFORM BUSCA-WRK THRU BUSCA-WRK-FIM.
           IF WS-ACHOU = 1
               MOVE WRK-PSEUDO TO WS-JRN-CLI-CPF
               MOVE "ANONIMIZADO" TO WS-JRN-CLI-NOME
               MOVE SPACES TO WS-JRN-CLI-TELEFONE
               MOVE SPACES TO WS-JRN-CLI-NASCIMENTO
               MOVE SPACES TO WS-JRN-CLI-CONSENTE
               MOVE SPACES TO WS-JRN-CLI-CANAL
               MOVE 1 TO WS-JRN-TROCOU
           END-IF.

      * Uma linha por cliente anonimizado, so com o pseudonimo.
       REGISTRA-AUDITORIA.
           MOVE LOW-VALUES TO WRK-CPF.
           SET EOF TO 0.
           START ARQ-WRK KEY IS NOT LESS THAN WRK-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-WRK NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE "ANONIMIZA" TO WS-AUD-OPERACAO
                       MOVE WRK-PSEUDO TO WS-AUD-CHAVE
                       MOVE SPACES TO WS-AUD-DETALHE
                       STRING "ULTIMO MOVIMENTO " DELIMITED BY SIZE
                           WRK-ULTIMA DELIMITED BY SIZE
                           " CORTE " DELIMITED BY SIZE
                           WS-ANOS DELIMITED BY SIZE
                           " ANOS" DELIMITED BY SIZE
                           INTO WS-AUD-DETALHE
                       CALL "AUDITLOG" USING WS-AUD-PROGRAMA
                           WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DETALHE
               END-READ
           END-PERFORM.
       REGISTRA-AUDITORIA-FIM.
           SET EOF TO 0.

       FIM.
           STOP RUN.
       END PROGRAM LGPD.
