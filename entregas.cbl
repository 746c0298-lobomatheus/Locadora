      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc
      ******************************************************************
      * Tele-entrega: pedidos por telefone entregues por motoboy e
      * coletas de devolucao na casa do cliente. Os pedidos ficam
      * em entregas.dat (contador ENTREGA): tipo E entrega ou C
      * coleta; situacao P pendente, R em rota, E entregue/coletado,
      * X cancelado. No pedido as copias sao separadas na hora
      * (disponivel do titulo -1 e exemplar "A", como no balcao) e
      * o valor de cada titulo e a taxa de tele-entrega da filial
      * (TARIFAS) ficam gravados. A folha de rota de cada entregador
      * sai em rota_FFFF_CCC_AAAAMMDD.txt com cliente, endereco,
      * itens e valor a cobrar. No retorno da rota o entregador
      * confirma cada parada: entrega confirmada abre os
      * emprestimos (tipo "T", vencimento contado da data da
      * entrega) e, se algum nao abre, o pedido fica em rota
      * sem recibo ate a proxima baixa; coleta confirmada da baixa
      * nos emprestimos como o REMOVER. O dinheiro recebido vira
      * recibo tipo "T" no caixa do entregador, aberto na saida da
      * rota com o fundo de troco, e o acerto do entregador fecha
      * esse caixa conferindo com a folha de rota.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREGAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQ-ENTREGAS
           ASSIGN TO "./entregas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ENT-ID
           ALTERNATE KEY IS ENT-CPF WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS.
       SELECT ARQ-CLIENTES
           ASSIGN TO "./clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLIENTE-CPF
           ALTERNATE KEY IS CLIENTE-NOME WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-TELEFONE WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS2.
       SELECT ARQ-ESTOQUE
           ASSIGN TO "./estoque.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FILME-ID
           ALTERNATE KEY IS FILME-TITULO WITH DUPLICATES
           ALTERNATE KEY IS FILME-CATEGORIA WITH DUPLICATES
           ALTERNATE KEY IS FILME-FILIAL WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS3.
       SELECT ARQ-EMPRESTIMOS
           ASSIGN TO "./emprestimos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE KEY IS EMP-CPF WITH DUPLICATES
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
       SELECT ARQ-EXEMPLARES
           ASSIGN TO "./exemplares.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EX-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS7.
       SELECT ARQ-FORMATOS
           ASSIGN TO "./formatos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FMT-CHAVE
           FILE STATUS IS WS-FS8.
       SELECT ARQ-CALENDARIO
           ASSIGN TO "./calendario.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAL-CHAVE
           FILE STATUS IS WS-FS9.
       SELECT ARQ-OPERADORES
           ASSIGN TO "./operadores.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS WS-FS10.
       SELECT ARQ-CONTADOR
           ASSIGN TO "./contador.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CONT-TIPO
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-CONT.
       SELECT ARQ-PAGAMENTOS
           ASSIGN TO "./pagamentos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAG-RECIBO
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-PAG.
       SELECT ARQ-CAIXA
           ASSIGN TO "./caixa.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CX-CHAVE
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-FS-CX.
       SELECT ARQ-CONTROLE
           ASSIGN TO "./controle.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CTL-CHAVE
           FILE STATUS IS WS-FS-CTL.
       SELECT ARQ-ROTA
           ASSIGN TO WS-NOME-ROTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ROTA.
       DATA DIVISION.
       FILE SECTION.
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
           05 ENT-ENTREGADOR PIC X(03).
           05 ENT-SITUACAO PIC X(01).
           05 ENT-DATA-BAIXA PIC X(08).
           05 ENT-TAXA PIC 9(04)V99.
           05 ENT-VALOR-COBRAR PIC 9(06)V99.
           05 ENT-VALOR-RECEBIDO PIC 9(06)V99.
           05 ENT-RECIBO PIC 9(06).
           05 ENT-TENTATIVAS PIC 9(01).
           05 ENT-QTD-ITENS PIC 9(01).
           05 ENT-ITEM OCCURS 5 TIMES.
               10 ENT-IT-TITULO PIC X(20).
               10 ENT-IT-FILME-ID PIC 9(05).
               10 ENT-IT-EXEMPLAR PIC 9(03).
               10 ENT-IT-FORMATO PIC X(01).
               10 ENT-IT-VALOR PIC 9(04)V99.
               10 ENT-IT-EMP-ID PIC 9(06).
           05 ENT-OPERADOR PIC X(03).
           05 FILLER PIC X(20).
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
       FD ARQ-FORMATOS.
       01 FORMATO-REC.
           05 FMT-CHAVE.
               10 FMT-FILIAL PIC X(04).
               10 FMT-FORMATO PIC X(01).
           05 FMT-MULT-PRECO PIC 9(01)V99.
           05 FMT-JANELA PIC 9(02).
           05 FILLER PIC X(20).
       FD ARQ-CALENDARIO.
       01 CALENDARIO-REC.
           05 CAL-CHAVE.
               10 CAL-FILIAL PIC X(04).
               10 CAL-DATA PIC X(08).
           05 CAL-DESCRICAO PIC X(20).
           05 CAL-SEMANA PIC X(07).
           05 FILLER PIC X(10).
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
       FD ARQ-CONTADOR.
       01 CONTADOR-REC.
           05 CONT-TIPO PIC X(10).
           05 CONT-ULTIMO PIC 9(06).
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
       FD ARQ-CAIXA.
       01 CAIXA-REC.
           05 CX-CHAVE.
               10 CX-DATA PIC X(08).
               10 CX-FILIAL PIC X(04).
               10 CX-OPERADOR PIC X(03).
           05 CX-STATUS PIC X(01).
           05 CX-FUNDO PIC 9(06)V99.
           05 CX-RECEBIDO PIC 9(06)V99.
           05 CX-CONTADO PIC 9(06)V99.
           05 CX-APURADO PIC 9(06)V99.
           05 CX-DIFERENCA PIC S9(06)V99.
           05 CX-HORA-ABRE PIC X(06).
           05 CX-HORA-FECHA PIC X(06).
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
       FD ARQ-ROTA.
       01 ROTA-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
            01 WS-OPTION PIC 9(01).
            01 WS-LIXO PIC X(01).
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
            77 WS-FS-CONT PIC 99.
            77 WS-FS-PAG PIC 99.
            77 WS-FS-CX PIC 99.
            77 WS-FS-CTL PIC 99.
            77 WS-FS-ROTA PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-LA PIC 99 VALUE 2.
            77 WS-REL-TITULO PIC X(40).
            01 WS-FILIAL-ATUAL PIC X(04) VALUE SPACES.
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-ENTREGA.
               05 WS-ENT-ID PIC 9(06).
               05 WS-ENT-TIPO PIC X(01).
               05 WS-ENT-CPF PIC X(11).
               05 WS-ENT-FILIAL PIC X(04).
               05 WS-ENT-ENDERECO PIC X(40).
               05 WS-ENT-REFERENCIA PIC X(20).
               05 WS-ENT-TELEFONE PIC X(15).
               05 WS-ENT-DATA-PEDIDO PIC X(08).
               05 WS-ENT-DATA-ROTA PIC X(08).
               05 WS-ENT-ENTREGADOR PIC X(03).
               05 WS-ENT-SITUACAO PIC X(01).
               05 WS-ENT-DATA-BAIXA PIC X(08).
               05 WS-ENT-TAXA PIC 9(04)V99.
               05 WS-ENT-VALOR-COBRAR PIC 9(06)V99.
               05 WS-ENT-VALOR-RECEBIDO PIC 9(06)V99.
               05 WS-ENT-RECIBO PIC 9(06).
               05 WS-ENT-TENTATIVAS PIC 9(01).
               05 WS-ENT-QTD-ITENS PIC 9(01).
               05 WS-ENT-ITEM OCCURS 5 TIMES.
                   10 WS-ENT-IT-TITULO PIC X(20).
                   10 WS-ENT-IT-FILME-ID PIC 9(05).
                   10 WS-ENT-IT-EXEMPLAR PIC 9(03).
                   10 WS-ENT-IT-FORMATO PIC X(01).
                   10 WS-ENT-IT-VALOR PIC 9(04)V99.
                   10 WS-ENT-IT-EMP-ID PIC 9(06).
               05 WS-ENT-OPERADOR PIC X(03).
               05 FILLER PIC X(20).
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
            01 WS-FILME.
               05 WS-FILME-ID PIC 9(05).
               05 WS-FILME-TITULO PIC X(20).
               05 WS-FILME-QTD PIC 9(02).
               05 WS-FILME-DISP PIC 9(02).
               05 WS-FILME-CATEGORIA PIC X(10).
               05 WS-FILME-PRECO PIC 9(04)V99.
               05 WS-FILME-LANCAMENTO PIC X(01).
               05 WS-FILME-FILIAL PIC X(04).
               05 WS-FILME-CENSURA PIC X(02).
               05 FILLER PIC X(08).
            77 WS-ENT-BUSCA PIC 9(06).
            77 WS-CPF-BUSCA PIC X(11).
            77 WS-TITULO-BUSCA PIC X(20).
            77 WS-ACHOU-FILME PIC 9 VALUE 0.
            77 WS-PENDENCIA PIC 9 VALUE 0.
            77 WS-IDX PIC 9(01).
            77 WS-ITEM-LINHA PIC 99.
            77 WS-ITEM-OK PIC 9 VALUE 0.
            77 WS-ITEM-FIM PIC 9 VALUE 0.
            77 WS-LIMITE-EMP PIC 9(02) VALUE 3.
            77 WS-LIMITE-EFETIVO PIC 9(02).
            77 WS-ITENS-OUTROS PIC 9(02).
            77 WS-VAGAS PIC S9(02).
            77 WS-FORMATO-PED PIC X(01).
            77 WS-FMT-OK PIC 9 VALUE 0.
            77 WS-FMT-LIDO PIC X(01).
            77 WS-FMT-DISP PIC 9(02).
            77 WS-FMT-COPIAS PIC 9(02).
            77 WS-ITEM-DISP PIC 9 VALUE 0.
            77 WS-EX-SEQ-PEGO PIC 9(03).
            77 WS-EX-FORMATO-PEGO PIC X(01).
            77 WS-RES-EOF PIC 9 VALUE 0.
            77 WS-RES-LIBERADA PIC 9 VALUE 0.
            77 WS-CENSURA-OK PIC 9 VALUE 0.
            77 WS-CENSURA-NUM PIC 9(02).
            77 WS-NASC-NUM PIC 9(08).
            77 WS-IDADE PIC 9(03).
            77 WS-TAR-JANELA-NORMAL PIC 9(02).
            77 WS-TAR-JANELA-LANC PIC 9(02).
            77 WS-TAR-TAXA-ENTREGA PIC 9(04)V99.
            77 WS-TAR-MULT PIC 9(01)V99.
            77 WS-FMT-MULT PIC 9(01)V99.
            77 WS-FMT-JANELA PIC 9(02).
            77 WS-JANELA PIC 9(02).
            77 WS-DATA-BASE PIC X(08).
            77 WS-INI-NUM PIC 9(08).
            77 WS-VENC-INI-DIA PIC 9(07).
            77 WS-VENC-FIM-DIA PIC 9(07).
            77 WS-VENC-FIM-NUM PIC 9(08).
            77 WS-VENC-X PIC X(08).
            77 WS-DIAS-COBRANCA PIC 9(04).
            77 WS-VALOR-CALC PIC 9(06)V99.
            77 WS-CAL-TENTA PIC 9(02).
            77 WS-CAL-ABERTO PIC 9 VALUE 0.
            77 WS-CAL-FECHADO PIC 9 VALUE 0.
            77 WS-CAL-DIA-NUM PIC 9(08).
            77 WS-CAL-DIA-SEM PIC 9(01).
            77 WS-PROX-ENT PIC 9(06).
            77 WS-PROX-ID PIC 9(06).
            77 WS-PROX-RECIBO PIC 9(06).
            77 WS-TOTAL-ITENS PIC 9(06)V99.
            77 WS-CONFIRMA PIC X(01).
            77 WS-VALOR-ED PIC ZZZZZ9.99.
            77 WS-DIF-ED PIC -ZZZZZ9.99.
            77 WS-ENTREGADOR PIC X(03).
            77 WS-ENTREGADOR-NOME PIC X(20).
            77 WS-DATA-ROTA PIC X(08).
            77 WS-NOME-ROTA PIC X(40).
            77 WS-ROTA-ABERTA PIC 9 VALUE 0.
            77 WS-ROTA-QTD PIC 9(02).
            77 WS-ROTA-IDX PIC 9(02).
            01 WS-ROTA-TAB.
               05 WS-ROTA-ID PIC 9(06) OCCURS 50 TIMES.
            77 WS-ROTA-PARADAS PIC 9(03).
            77 WS-ROTA-COBRAR PIC 9(07)V99.
            77 WS-ROTA-RECEBIDO PIC 9(07)V99.
            77 WS-ROTA-PENDENTES PIC 9(03).
            77 WS-QTD-BAIXA PIC 9(02).
            77 WS-BRANCO PIC X(60) VALUE SPACES.
            77 WS-FUNDO PIC 9(06)V99.
            77 WS-CAIXA-OK PIC 9 VALUE 0.
            77 WS-CONTADO PIC 9(06)V99.
            77 WS-DIFERENCA PIC S9(06)V99.
            77 WS-APURADO PIC 9(06)V99.
            77 WS-APU-CARTAO PIC 9(06)V99.
            77 WS-APU-PIX PIC 9(06)V99.
            77 WS-APU-CHEQUE PIC 9(06)V99.
            77 WS-APU-DEVOLVIDO PIC 9(06)V99.
            77 WS-SOMA-FORMA PIC X(01).
            77 WS-SOMA-VALOR PIC 9(06)V99.
            77 WS-VALOR-RECIBO PIC 9(06)V99.
            77 WS-TIPO-RECIBO PIC X(01).
            77 WS-FORMA-PAG PIC X(01) VALUE "D".
            77 WS-FORMA-PAG2 PIC X(01) VALUE SPACE.
            77 WS-VALOR-FORMA1 PIC 9(06)V99 VALUE 0.
            77 WS-VALOR-FORMA2 PIC 9(06)V99 VALUE 0.
            77 WS-VALOR-DINHEIRO PIC 9(06)V99 VALUE 0.
            77 WS-FORMA-RESP PIC X(01).
            77 WS-FORMA-OK PIC 9 VALUE 0.
            77 WS-FORMA-COD PIC X(01).
            77 WS-FORMA-DESC PIC X(08).
            77 WS-TRAVA-TENTA PIC 9(02).
            77 WS-TRAVA-SEG PIC 9(02) VALUE 1.
            77 WS-TRAVA-BATCH PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-HHMMSS PIC X(06).
               05 WS-HOJE-RESTO PIC X(07).
            77 WS-HOJE-NUM PIC 9(08).
            77 WS-HOJE-DIA PIC 9(07).
            77 WS-VENC-NUM PIC 9(08).
            77 WS-VENC-DIA PIC 9(07).
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "ENTREGAS".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).
            01 WS-JRN-PROGRAMA PIC X(10) VALUE "ENTREGAS".
            01 WS-JRN-ARQUIVO PIC X(10).
            01 WS-JRN-OPERACAO PIC X(01).
            01 WS-EF-MODO PIC X(01) VALUE "E".
            01 WS-EF-EVENTO PIC X(02) VALUE "RD".
            01 WS-EF-TEXTO PIC X(100).
            01 WS-EF-RESULTADO PIC X(01).
       SCREEN SECTION.
       01 ENTREGAS-SCREEN.
            02 BLANK SCREEN.
            02 LINE 1 COL 1 VALUE "-------------------------------- |".
            02 LINE 2 COL 1 VALUE "-         TELE-ENTREGA         - |".
            02 LINE 3 COL 1 VALUE "-------------------------------- |".
            02 LINE 4 COL 1 VALUE "- 1 - NOVO PEDIDO DE ENTREGA   - |".
            02 LINE 5 COL 1 VALUE "- 2 - NOVA COLETA (DEVOLUCAO)  - |".
            02 LINE 6 COL 1 VALUE "- 3 - PEDIDOS EM ABERTO        - |".
            02 LINE 7 COL 1 VALUE "- 4 - CANCELAR PEDIDO          - |".
            02 LINE 8 COL 1 VALUE "- 5 - MONTAR ROTA/FOLHA        - |".
            02 LINE 9 COL 1 VALUE "- 6 - RETORNO DA ROTA          - |".
            02 LINE 10 COL 1 VALUE "- 7 - ACERTO DO ENTREGADOR     - |".
            02 LINE 11 COL 1 VALUE "-                      0-VOLTAR- |".
            02 LINE 12 COL 1 VALUE "-                              - |".
            02 LINE 12 COL 30 PIC 9(1) TO WS-OPTION.
            02 LINE 13 COL 1 VALUE "-------------------------------- |".
       PROCEDURE DIVISION.
       ENTREGAS.
           IF WS-FILIAL-ATUAL = SPACES
               PERFORM DEFINIR-FILIAL
           END-IF.
           IF WS-FILIAL-ATUAL = SPACES
               GO TO FIM
           END-IF.
           DISPLAY ENTREGAS-SCREEN.
           ACCEPT ENTREGAS-SCREEN.
           EVALUATE WS-OPTION
               WHEN 0
                   GO TO FIM
               WHEN 1
                   GO TO PEDIDO
               WHEN 2
                   GO TO COLETA
               WHEN 3
                   GO TO EM-ABERTO
               WHEN 4
                   GO TO CANCELAR
               WHEN 5
                   GO TO ROTA
               WHEN 6
                   GO TO RETORNO
               WHEN 7
                   GO TO ACERTO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT LINE 15
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 16
                   ACCEPT WS-LIXO AT LINE 16 COL 26
                   GO TO ENTREGAS
           END-EVALUATE.

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

      * Pedido de entrega: cliente sem pendencia, endereco e ate 5
      * titulos dentro do limite de emprestimos do cliente (contando
      * os itens de outros pedidos ainda nao entregues). Cada titulo
      * tem a copia separada na hora; o valor de cada um e calculado
      * como no balcao, com o vencimento estimado a partir de hoje.
       PEDIDO.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           MOVE SPACES TO WS-ENTREGA.
           MOVE 0 TO WS-ENT-QTD-ITENS.
           DISPLAY "CLIENTE (CPF): " AT LINE 1 COL 36.
           ACCEPT WS-CPF-BUSCA AT LINE 1 COL 51.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM.
           IF WS-CLIENTE-CPF = SPACES
               GO TO PEDIDO-SAI.
           PERFORM VERIFICA-PENDENCIA THRU VERIFICA-PENDENCIA-FIM.
           IF WS-PENDENCIA = 1
               DISPLAY "CLIENTE COM PENDENCIA" AT LINE 11 COL 36
               GO TO PEDIDO-SAI.
           PERFORM DEFINE-LIMITE-TIER.
           PERFORM CONTA-OUTROS-PEDIDOS THRU CONTA-OUTROS-PEDIDOS-FIM.
           COMPUTE WS-VAGAS = WS-LIMITE-EFETIVO - WS-CLIENTE-EMP
               - WS-ITENS-OUTROS.
           IF WS-VAGAS < 1
               DISPLAY "LIMITE DE EMPRESTIMOS ATINGIDO" AT LINE 11
                   COL 36
               GO TO PEDIDO-SAI.
           PERFORM PEDE-ENDERECO.
           IF WS-ENT-ENDERECO = SPACES
               DISPLAY "ENDERECO OBRIGATORIO" AT LINE 11 COL 36
               GO TO PEDIDO-SAI.

           MOVE 0 TO WS-ITEM-FIM.
           MOVE 5 TO WS-ITEM-LINHA.
           PERFORM UNTIL WS-ITEM-FIM = 1
               PERFORM PEDE-ITEM THRU PEDE-ITEM-FIM
           END-PERFORM.
           IF WS-ENT-QTD-ITENS = 0
               DISPLAY "NENHUM TITULO SEPARADO" AT LINE 11 COL 36
               GO TO PEDIDO-SAI.

           MOVE 0 TO WS-TOTAL-ITENS.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-ENT-QTD-ITENS
               ADD WS-ENT-IT-VALOR(WS-IDX) TO WS-TOTAL-ITENS
               ADD 1 TO WS-IDX
           END-PERFORM.
           PERFORM LE-TARIFA-BASE THRU LE-TARIFA-BASE-FIM.
           MOVE WS-TAR-TAXA-ENTREGA TO WS-ENT-TAXA.
           ADD WS-TOTAL-ITENS WS-ENT-TAXA GIVING WS-ENT-VALOR-COBRAR.
           MOVE WS-ENT-TAXA TO WS-VALOR-ED.
           DISPLAY "TAXA DE ENTREGA: " AT LINE 11 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 11 COL 53.
           MOVE WS-ENT-VALOR-COBRAR TO WS-VALOR-ED.
           DISPLAY " TOTAL A COBRAR: " AT LINE 11 COL 62.
           DISPLAY WS-VALOR-ED AT LINE 11 COL 79.
           DISPLAY "CONFIRMA O PEDIDO (S/N)? " AT LINE 12 COL 36.
           ACCEPT WS-CONFIRMA AT LINE 12 COL 61.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               PERFORM LIBERA-ITENS THRU LIBERA-ITENS-FIM
               DISPLAY "PEDIDO CANCELADO - COPIAS DEVOLVIDAS"
                   AT LINE 13 COL 36
               GO TO PEDIDO-SAI.

           MOVE "E" TO WS-ENT-TIPO.
           PERFORM GRAVA-PEDIDO THRU GRAVA-PEDIDO-FIM.
           IF WS-PROX-ENT = 0
               PERFORM LIBERA-ITENS THRU LIBERA-ITENS-FIM
               DISPLAY "PEDIDO NAO GRAVADO - COPIAS DEVOLVIDAS"
                   AT LINE 13 COL 36
               GO TO PEDIDO-SAI.
           DISPLAY "PEDIDO DE ENTREGA REGISTRADO. NR: " AT LINE 13
               COL 36.
           DISPLAY WS-PROX-ENT AT LINE 13 COL 70.
       PEDIDO-SAI.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 14 COL 36.
           ACCEPT WS-LIXO AT LINE 14 COL 62.
           GO TO ENTREGAS.

      * Endereco da entrega ou da coleta; sem telefone informado
      * vale o do cadastro do cliente.
       PEDE-ENDERECO.
           DISPLAY WS-CLIENTE-NOME AT LINE 1 COL 63.
           DISPLAY "ENDERECO: " AT LINE 2 COL 36.
           ACCEPT WS-ENT-ENDERECO AT LINE 2 COL 46.
           DISPLAY "REFERENCIA: " AT LINE 3 COL 36.
           ACCEPT WS-ENT-REFERENCIA AT LINE 3 COL 48.
           DISPLAY "TELEFONE (ENTER=CADASTRO): " AT LINE 4 COL 36.
           ACCEPT WS-ENT-TELEFONE AT LINE 4 COL 63.
           IF WS-ENT-TELEFONE = SPACES
               MOVE WS-CLIENTE-TELEFONE TO WS-ENT-TELEFONE
           END-IF.

      * Um titulo do pedido: formato (ENTER = qualquer) e separacao
      * da copia. Para quando o pedido chega a 5 itens, ao limite do
      * cliente ou com titulo em branco.
       PEDE-ITEM.
           IF WS-ENT-QTD-ITENS NOT < 5
               OR WS-ENT-QTD-ITENS NOT < WS-VAGAS
               MOVE 1 TO WS-ITEM-FIM
               GO TO PEDE-ITEM-FIM
           END-IF.
           MOVE SPACES TO WS-TITULO-BUSCA.
           DISPLAY "TITULO (ENTER=FIM): " AT LINE WS-ITEM-LINHA COL 36.
           ACCEPT WS-TITULO-BUSCA AT LINE WS-ITEM-LINHA COL 56.
           IF WS-TITULO-BUSCA = SPACES
               MOVE 1 TO WS-ITEM-FIM
               GO TO PEDE-ITEM-FIM
           END-IF.
           MOVE SPACE TO WS-FORMATO-PED.
           DISPLAY "FORMATO: " AT LINE WS-ITEM-LINHA COL 77.
           ACCEPT WS-FORMATO-PED AT LINE WS-ITEM-LINHA COL 86.
           PERFORM CONFERE-FORMATO.
           IF WS-FMT-OK = 0
               DISPLAY "FORMATO INVALIDO (V/D/B/4)              "
                   AT LINE 10 COL 36
               GO TO PEDE-ITEM-FIM
           END-IF.
           PERFORM SEPARA-ITEM THRU SEPARA-ITEM-FIM.
           IF WS-ITEM-OK = 0
               GO TO PEDE-ITEM-FIM
           END-IF.
           ADD 1 TO WS-ENT-QTD-ITENS.
           MOVE WS-ENT-QTD-ITENS TO WS-IDX.
           MOVE WS-FILME-TITULO TO WS-ENT-IT-TITULO(WS-IDX).
           MOVE WS-FILME-ID TO WS-ENT-IT-FILME-ID(WS-IDX).
           MOVE WS-EX-SEQ-PEGO TO WS-ENT-IT-EXEMPLAR(WS-IDX).
           MOVE WS-EX-FORMATO-PEGO TO WS-ENT-IT-FORMATO(WS-IDX).
           MOVE WS-VALOR-CALC TO WS-ENT-IT-VALOR(WS-IDX).
           MOVE 0 TO WS-ENT-IT-EMP-ID(WS-IDX).
           MOVE WS-VALOR-CALC TO WS-VALOR-ED.
           DISPLAY WS-EX-FORMATO-PEGO AT LINE WS-ITEM-LINHA COL 86.
           DISPLAY WS-VALOR-ED AT LINE WS-ITEM-LINHA COL 88.
           DISPLAY "                                        "
               AT LINE 10 COL 36.
           ADD 1 TO WS-ITEM-LINHA.
       PEDE-ITEM-FIM.
           EXIT.

      * Separa a copia do titulo na filial: confere censura pela
      * idade do cliente e disponibilidade no formato, baixa o
      * disponivel e marca o exemplar como alugado, como na retirada
      * no balcao. O titulo fica travado so durante a separacao.
       SEPARA-ITEM.
           MOVE 0 TO WS-ITEM-OK.
           OPEN I-O ARQ-ESTOQUE.
           IF WS-FS3 <> 0
               CLOSE ARQ-ESTOQUE
               DISPLAY "ERRO NO ARQUIVO DE ESTOQUE              "
                   AT LINE 10 COL 36
               GO TO SEPARA-ITEM-FIM
           END-IF.
           PERFORM ACHA-FILME-TRAVA THRU ACHA-FILME-TRAVA-FIM.
           IF WS-FS3 = 51
               DISPLAY "TITULO EM USO, TENTE NOVAMENTE          "
                   AT LINE 10 COL 36
               GO TO SEPARA-ITEM-SAI
           END-IF.
           IF WS-ACHOU-FILME = 0
               DISPLAY "TITULO NAO ENCONTRADO NA FILIAL         "
                   AT LINE 10 COL 36
               GO TO SEPARA-ITEM-SAI
           END-IF.
           PERFORM VERIFICA-CENSURA THRU VERIFICA-CENSURA-FIM.
           IF WS-CENSURA-OK = 0
               DISPLAY "CLIENTE MENOR QUE A CENSURA DO TITULO   "
                   AT LINE 10 COL 36
               GO TO SEPARA-ITEM-SAI
           END-IF.
           PERFORM CONFERE-DISPONIVEL THRU CONFERE-DISPONIVEL-FIM.
           IF WS-ITEM-DISP = 0
               DISPLAY "SEM COPIA DISPONIVEL NO FORMATO         "
                   AT LINE 10 COL 36
               GO TO SEPARA-ITEM-SAI
           END-IF.
           PERFORM PEGA-EXEMPLAR THRU PEGA-EXEMPLAR-FIM.
           SUBTRACT 1 FROM FILME-DISP.
           MOVE "ESTOQUE" TO WS-JRN-ARQUIVO.
           MOVE "A" TO WS-JRN-OPERACAO.
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO FILME.
           REWRITE FILME.
           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-BASE.
           PERFORM CALC-VENCIMENTO THRU CALC-VENCIMENTO-FIM.
           PERFORM CALC-VALOR THRU CALC-VALOR-FIM.
           MOVE 1 TO WS-ITEM-OK.
       SEPARA-ITEM-SAI.
           CLOSE ARQ-ESTOQUE.
       SEPARA-ITEM-FIM.
           EXIT.

      * Coleta de devolucao: o entregador busca na casa do cliente
      * fitas de emprestimos em aberto desta filial. Cobra so a taxa
      * de tele-entrega; multa de atraso segue pelo ATRASOS.
       COLETA.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE SPACES TO WS-ENTREGA.
           MOVE 0 TO WS-ENT-QTD-ITENS.
           DISPLAY "CLIENTE (CPF): " AT LINE 1 COL 36.
           ACCEPT WS-CPF-BUSCA AT LINE 1 COL 51.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM.
           IF WS-CLIENTE-CPF = SPACES
               GO TO COLETA-SAI.
           PERFORM PEDE-ENDERECO.
           IF WS-ENT-ENDERECO = SPACES
               DISPLAY "ENDERECO OBRIGATORIO" AT LINE 11 COL 36
               GO TO COLETA-SAI.

           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-FS4 <> 0
               CLOSE ARQ-EMPRESTIMOS
               DISPLAY "NENHUM EMPRESTIMO REGISTRADO" AT LINE 11
                   COL 36
               GO TO COLETA-SAI.
           MOVE 5 TO WS-ITEM-LINHA.
           MOVE WS-CPF-BUSCA TO EMP-CPF.
           SET EOF TO 0.
           START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1 OR WS-ENT-QTD-ITENS NOT < 5
               READ ARQ-EMPRESTIMOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF EMP-CPF NOT = WS-CPF-BUSCA
                           SET EOF TO 1
                       ELSE
                           IF EMP-STATUS = "A"
                               AND EMP-FILIAL = WS-FILIAL-ATUAL
                               PERFORM OFERECE-COLETA
                                   THRU OFERECE-COLETA-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-EMPRESTIMOS.
           IF WS-ENT-QTD-ITENS = 0
               DISPLAY "NENHUM EMPRESTIMO PARA COLETAR" AT LINE 11
                   COL 36
               GO TO COLETA-SAI.

           PERFORM LE-TARIFA-BASE THRU LE-TARIFA-BASE-FIM.
           MOVE WS-TAR-TAXA-ENTREGA TO WS-ENT-TAXA.
           MOVE WS-ENT-TAXA TO WS-ENT-VALOR-COBRAR.
           MOVE WS-ENT-TAXA TO WS-VALOR-ED.
           DISPLAY "TAXA DE COLETA: " AT LINE 11 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 11 COL 52.
           DISPLAY "CONFIRMA A COLETA (S/N)? " AT LINE 12 COL 36.
           ACCEPT WS-CONFIRMA AT LINE 12 COL 61.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "COLETA CANCELADA" AT LINE 13 COL 36
               GO TO COLETA-SAI.
           MOVE "C" TO WS-ENT-TIPO.
           PERFORM GRAVA-PEDIDO THRU GRAVA-PEDIDO-FIM.
           IF WS-PROX-ENT = 0
               DISPLAY "COLETA NAO GRAVADA" AT LINE 13 COL 36
               GO TO COLETA-SAI.
           DISPLAY "COLETA REGISTRADA. NR: " AT LINE 13 COL 36.
           DISPLAY WS-PROX-ENT AT LINE 13 COL 59.
       COLETA-SAI.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 14 COL 36.
           ACCEPT WS-LIXO AT LINE 14 COL 62.
           GO TO ENTREGAS.

      * Emprestimo em aberto do cliente: entra na coleta se o
      * operador confirmar e se ainda nao estiver em outra coleta
      * pendente ou em rota.
       OFERECE-COLETA.
           PERFORM CONFERE-COLETA THRU CONFERE-COLETA-FIM.
           IF WS-PENDENCIA = 1
               GO TO OFERECE-COLETA-FIM
           END-IF.
           DISPLAY FILME-EMP AT LINE WS-ITEM-LINHA COL 36.
           DISPLAY " VENC " AT LINE WS-ITEM-LINHA COL 56.
           DISPLAY DATA-FIM(1:8) AT LINE WS-ITEM-LINHA COL 62.
           DISPLAY " COLETAR (S/N)? " AT LINE WS-ITEM-LINHA COL 70.
           ACCEPT WS-CONFIRMA AT LINE WS-ITEM-LINHA COL 86.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               GO TO OFERECE-COLETA-FIM
           END-IF.
           ADD 1 TO WS-ENT-QTD-ITENS.
           MOVE WS-ENT-QTD-ITENS TO WS-IDX.
           MOVE FILME-EMP TO WS-ENT-IT-TITULO(WS-IDX).
           MOVE 0 TO WS-ENT-IT-FILME-ID(WS-IDX).
           MOVE EMP-EXEMPLAR TO WS-ENT-IT-EXEMPLAR(WS-IDX).
           MOVE SPACE TO WS-ENT-IT-FORMATO(WS-IDX).
           MOVE 0 TO WS-ENT-IT-VALOR(WS-IDX).
           MOVE EMP-ID TO WS-ENT-IT-EMP-ID(WS-IDX).
           ADD 1 TO WS-ITEM-LINHA.
       OFERECE-COLETA-FIM.
           EXIT.

      * O emprestimo da area EMPRESTIMO ja esta numa coleta pendente
      * ou em rota? Devolve WS-PENDENCIA = 1.
       CONFERE-COLETA.
           MOVE 0 TO WS-PENDENCIA.
           OPEN INPUT ARQ-ENTREGAS.
           IF WS-FS <> 0
               CLOSE ARQ-ENTREGAS
               GO TO CONFERE-COLETA-FIM
           END-IF.
           MOVE WS-CPF-BUSCA TO ENT-CPF.
           SET WS-RES-EOF TO 0.
           START ARQ-ENTREGAS KEY IS NOT LESS THAN ENT-CPF
               INVALID KEY SET WS-RES-EOF TO 1.
           PERFORM UNTIL WS-RES-EOF = 1 OR WS-PENDENCIA = 1
               READ ARQ-ENTREGAS NEXT
                   AT END SET WS-RES-EOF TO 1
                   NOT AT END
                       IF ENT-CPF NOT = WS-CPF-BUSCA
                           SET WS-RES-EOF TO 1
                       ELSE
                           IF ENT-TIPO = "C"
                               AND (ENT-SITUACAO = "P"
                               OR ENT-SITUACAO = "R")
                               PERFORM CONFERE-COLETA-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-RES-EOF TO 0.
           CLOSE ARQ-ENTREGAS.
       CONFERE-COLETA-FIM.
           EXIT.

       CONFERE-COLETA-ITEM.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > ENT-QTD-ITENS OR WS-IDX > 5
               IF ENT-IT-EMP-ID(WS-IDX) = EMP-ID
                   MOVE 1 TO WS-PENDENCIA
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

      * Itens de outros pedidos de entrega do cliente ainda nao
      * entregues contam no limite de emprestimos.
       CONTA-OUTROS-PEDIDOS.
           MOVE 0 TO WS-ITENS-OUTROS.
           OPEN INPUT ARQ-ENTREGAS.
           IF WS-FS <> 0
               CLOSE ARQ-ENTREGAS
               GO TO CONTA-OUTROS-PEDIDOS-FIM
           END-IF.
           MOVE WS-CPF-BUSCA TO ENT-CPF.
           SET EOF TO 0.
           START ARQ-ENTREGAS KEY IS NOT LESS THAN ENT-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ENTREGAS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ENT-CPF NOT = WS-CPF-BUSCA
                           SET EOF TO 1
                       ELSE
                           IF ENT-TIPO = "E"
                               AND (ENT-SITUACAO = "P"
                               OR ENT-SITUACAO = "R")
                               ADD ENT-QTD-ITENS TO WS-ITENS-OUTROS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-ENTREGAS.
       CONTA-OUTROS-PEDIDOS-FIM.
           EXIT.

      * Grava o pedido montado em WS-ENTREGA com o proximo numero do
      * contador ENTREGA; WS-PROX-ENT = 0 se nao conseguiu gravar.
       GRAVA-PEDIDO.
           PERFORM GET_PROX_ENTREGA.
           IF WS-PROX-ENT = 0
               GO TO GRAVA-PEDIDO-FIM
           END-IF.
           OPEN I-O ARQ-ENTREGAS.
           IF WS-FS = 35
               CLOSE ARQ-ENTREGAS
               OPEN OUTPUT ARQ-ENTREGAS
               CLOSE ARQ-ENTREGAS
               OPEN I-O ARQ-ENTREGAS
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO NO ARQUIVO DE ENTREGAS: " AT LINE 10
                   COL 36
               DISPLAY WS-FS AT LINE 10 COL 65
               CLOSE ARQ-ENTREGAS
               MOVE 0 TO WS-PROX-ENT
               GO TO GRAVA-PEDIDO-FIM
           END-IF.
           MOVE WS-PROX-ENT TO WS-ENT-ID.
           MOVE WS-CPF-BUSCA TO WS-ENT-CPF.
           MOVE WS-FILIAL-ATUAL TO WS-ENT-FILIAL.
           MOVE WS-HOJE-AAAAMMDD TO WS-ENT-DATA-PEDIDO.
           MOVE SPACES TO WS-ENT-DATA-ROTA.
           MOVE SPACES TO WS-ENT-ENTREGADOR.
           MOVE "P" TO WS-ENT-SITUACAO.
           MOVE SPACES TO WS-ENT-DATA-BAIXA.
           MOVE 0 TO WS-ENT-VALOR-RECEBIDO.
           MOVE 0 TO WS-ENT-RECIBO.
           MOVE 0 TO WS-ENT-TENTATIVAS.
           MOVE WS-SES-OPERADOR TO WS-ENT-OPERADOR.
           MOVE WS-ENTREGA TO ENTREGA-REC.
           WRITE ENTREGA-REC
               INVALID KEY
                   DISPLAY "PEDIDO JA EXISTE - CONFIRA O CONTADOR"
                       AT LINE 10 COL 36
                   MOVE 0 TO WS-PROX-ENT
           END-WRITE.
           CLOSE ARQ-ENTREGAS.
           IF WS-PROX-ENT = 0
               GO TO GRAVA-PEDIDO-FIM
           END-IF.
           MOVE "PEDIDO" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           STRING WS-PROX-ENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CPF-BUSCA DELIMITED BY SIZE
               INTO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "TIPO " DELIMITED BY SIZE
               WS-ENT-TIPO DELIMITED BY SIZE
               " ITENS " DELIMITED BY SIZE
               WS-ENT-QTD-ITENS DELIMITED BY SIZE
               " COBRAR " DELIMITED BY SIZE
               WS-ENT-VALOR-COBRAR DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
       GRAVA-PEDIDO-FIM.
           EXIT.

       LE-CLIENTE.
           MOVE SPACES TO WS-CLIENTE.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS2 <> 0
               DISPLAY "NENHUM CLIENTE CADASTRADO" AT LINE 11 COL 36
               CLOSE ARQ-CLIENTES
               GO TO LE-CLIENTE-FIM
           END-IF.
           MOVE WS-CPF-BUSCA TO CLIENTE-CPF.
           READ ARQ-CLIENTES INTO WS-CLIENTE
               KEY IS CLIENTE-CPF
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO" AT LINE 11 COL 36
                   MOVE SPACES TO WS-CLIENTE
           END-READ.
           CLOSE ARQ-CLIENTES.
       LE-CLIENTE-FIM.
           EXIT.

      * Cliente com fita vencida e ainda nao devolvida nao faz
      * pedido de entrega.
       VERIFICA-PENDENCIA.
           MOVE 0 TO WS-PENDENCIA.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) TO WS-HOJE-DIA.
           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-FS4 = 0
               MOVE WS-CPF-BUSCA TO EMP-CPF
               SET EOF TO 0
               START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-CPF
                   INVALID KEY SET EOF TO 1
               END-START
               PERFORM UNTIL EOF = 1 OR WS-PENDENCIA = 1
                   READ ARQ-EMPRESTIMOS NEXT
                       AT END SET EOF TO 1
                       NOT AT END
                           IF EMP-CPF NOT = WS-CPF-BUSCA
                               SET EOF TO 1
                           ELSE
                               IF EMP-STATUS = "A"
                                   AND DATA-FIM(1:8) IS NUMERIC
                                   MOVE DATA-FIM(1:8) TO WS-VENC-NUM
                                   PERFORM CONFERE-VENCIDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           SET EOF TO 0.
           CLOSE ARQ-EMPRESTIMOS.
       VERIFICA-PENDENCIA-FIM.
           EXIT.

       CONFERE-VENCIDO.
           MOVE FUNCTION INTEGER-OF-DATE(WS-VENC-NUM) TO WS-VENC-DIA.
           IF WS-VENC-DIA < WS-HOJE-DIA
               MOVE 1 TO WS-PENDENCIA
           END-IF.

       DEFINE-LIMITE-TIER.
           EVALUATE WS-CLIENTE-TIER
               WHEN "O"
                   COMPUTE WS-LIMITE-EFETIVO = WS-LIMITE-EMP + 2
               WHEN "P"
                   COMPUTE WS-LIMITE-EFETIVO = WS-LIMITE-EMP + 1
               WHEN OTHER
                   MOVE WS-LIMITE-EMP TO WS-LIMITE-EFETIVO
           END-EVALUATE.

      * Pedidos pendentes e em rota da filial.
       EM-ABERTO.
           OPEN INPUT ARQ-ENTREGAS.
           IF WS-FS <> 0
               DISPLAY "NENHUM PEDIDO REGISTRADO" AT LINE 15 COL 36
               CLOSE ARQ-ENTREGAS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 16 COL 36
               ACCEPT WS-LIXO AT LINE 16 COL 62
               GO TO ENTREGAS.
           MOVE SPACES TO WS-REL-TITULO.
           STRING "TELE-ENTREGA EM ABERTO - FILIAL " DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               INTO WS-REL-TITULO.
           PERFORM CABECALHO-PAGINA.
           MOVE 0 TO ENT-ID.
           SET EOF TO 0.
           START ARQ-ENTREGAS KEY IS NOT LESS THAN ENT-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ENTREGAS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ENT-FILIAL = WS-FILIAL-ATUAL
                           AND (ENT-SITUACAO = "P"
                           OR ENT-SITUACAO = "R")
                           PERFORM EM-ABERTO-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-ENTREGAS.
           ADD 1 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           MOVE 2 TO WS-LA.
           GO TO ENTREGAS.

       EM-ABERTO-LINHA.
           DISPLAY ENT-ID AT LINE WS-LA COL 36.
           IF ENT-TIPO = "C"
               DISPLAY " COLETA " AT LINE WS-LA COL 42
           ELSE
               DISPLAY " ENTREGA" AT LINE WS-LA COL 42
           END-IF.
           DISPLAY ENT-CPF AT LINE WS-LA COL 51.
           DISPLAY " PEDIDO " AT LINE WS-LA COL 62.
           DISPLAY ENT-DATA-PEDIDO AT LINE WS-LA COL 70.
           DISPLAY " ITENS " AT LINE WS-LA COL 78.
           DISPLAY ENT-QTD-ITENS AT LINE WS-LA COL 85.
           MOVE ENT-VALOR-COBRAR TO WS-VALOR-ED.
           DISPLAY " COBRAR " AT LINE WS-LA COL 86.
           DISPLAY WS-VALOR-ED AT LINE WS-LA COL 94.
           IF ENT-SITUACAO = "R"
               DISPLAY " EM ROTA " AT LINE WS-LA COL 103
               DISPLAY ENT-ENTREGADOR AT LINE WS-LA COL 112
               DISPLAY ENT-DATA-ROTA AT LINE WS-LA COL 116
           ELSE
               DISPLAY " PENDENTE" AT LINE WS-LA COL 103
               IF ENT-TENTATIVAS > 0
                   DISPLAY " TENTATIVAS " AT LINE WS-LA COL 112
                   DISPLAY ENT-TENTATIVAS AT LINE WS-LA COL 124
               END-IF
           END-IF.
           ADD 1 TO WS-LA.
           DISPLAY ENT-ENDERECO AT LINE WS-LA COL 42.
           DISPLAY ENT-TELEFONE AT LINE WS-LA COL 83.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.

      * Cancela pedido ainda pendente (fora de rota). Na entrega as
      * copias separadas voltam para a prateleira e a reserva do
      * titulo, se houver, e avisada.
       CANCELAR.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           DISPLAY "NUMERO DO PEDIDO: " AT LINE 1 COL 36.
           ACCEPT WS-ENT-BUSCA AT LINE 1 COL 54.
           OPEN I-O ARQ-ENTREGAS.
           IF WS-FS <> 0
               DISPLAY "NENHUM PEDIDO REGISTRADO" AT LINE 11 COL 36
               CLOSE ARQ-ENTREGAS
               GO TO CANCELAR-SAI.
           MOVE WS-ENT-BUSCA TO ENT-ID.
           READ ARQ-ENTREGAS INTO WS-ENTREGA WITH LOCK
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO" AT LINE 11 COL 36
                   CLOSE ARQ-ENTREGAS
                   GO TO CANCELAR-SAI
           END-READ.
           IF WS-FS = 51
               CLOSE ARQ-ENTREGAS
               GO TO REGISTRO-EM-USO.
           IF WS-ENT-FILIAL NOT = WS-FILIAL-ATUAL
               DISPLAY "PEDIDO DE OUTRA FILIAL" AT LINE 11 COL 36
               CLOSE ARQ-ENTREGAS
               GO TO CANCELAR-SAI.
           IF WS-ENT-SITUACAO NOT = "P"
               DISPLAY "SOMENTE PEDIDO PENDENTE PODE SER CANCELADO"
                   AT LINE 11 COL 36
               CLOSE ARQ-ENTREGAS
               GO TO CANCELAR-SAI.
           DISPLAY WS-ENT-CPF AT LINE 2 COL 36.
           DISPLAY WS-ENT-ENDERECO AT LINE 2 COL 48.
           MOVE 3 TO WS-ITEM-LINHA.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-ENT-QTD-ITENS
               DISPLAY WS-ENT-IT-TITULO(WS-IDX)
                   AT LINE WS-ITEM-LINHA COL 36
               ADD 1 TO WS-ITEM-LINHA
               ADD 1 TO WS-IDX
           END-PERFORM.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? " AT LINE 10
               COL 36.
           ACCEPT WS-CONFIRMA AT LINE 10 COL 67.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               CLOSE ARQ-ENTREGAS
               DISPLAY "PEDIDO MANTIDO" AT LINE 11 COL 36
               GO TO CANCELAR-SAI.
           IF WS-ENT-TIPO = "E"
               PERFORM LIBERA-ITENS THRU LIBERA-ITENS-FIM
           END-IF.
           MOVE "X" TO ENT-SITUACAO.
           MOVE WS-HOJE-AAAAMMDD TO ENT-DATA-BAIXA.
           REWRITE ENTREGA-REC.
           CLOSE ARQ-ENTREGAS.
           MOVE "CANCELAR" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           STRING WS-ENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ENT-CPF DELIMITED BY SIZE
               INTO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "TIPO " DELIMITED BY SIZE
               WS-ENT-TIPO DELIMITED BY SIZE
               " ITENS " DELIMITED BY SIZE
               WS-ENT-QTD-ITENS DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "PEDIDO CANCELADO" AT LINE 11 COL 36.
       CANCELAR-SAI.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO ENTREGAS.

      * Devolve para a prateleira as copias separadas do pedido em
      * WS-ENTREGA: disponivel do titulo +1, exemplar de volta a
      * disponivel e aviso da primeira reserva que aceite a copia.
       LIBERA-ITENS.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-ENT-QTD-ITENS
               PERFORM LIBERA-ITEM THRU LIBERA-ITEM-FIM
               ADD 1 TO WS-IDX
           END-PERFORM.
       LIBERA-ITENS-FIM.
           EXIT.

       LIBERA-ITEM.
           OPEN I-O ARQ-ESTOQUE.
           IF WS-FS3 <> 0
               CLOSE ARQ-ESTOQUE
               GO TO LIBERA-ITEM-FIM
           END-IF.
           MOVE WS-ENT-IT-FILME-ID(WS-IDX) TO FILME-ID.
           READ ARQ-ESTOQUE INTO WS-FILME WITH LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FILME-DISP < FILME-QTD
                       ADD 1 TO FILME-DISP
                       MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                       MOVE "A" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO FILME
                       REWRITE FILME
                   END-IF
           END-READ.
           CLOSE ARQ-ESTOQUE.
           MOVE WS-ENT-IT-FILME-ID(WS-IDX) TO WS-FILME-ID.
           MOVE WS-ENT-IT-EXEMPLAR(WS-IDX) TO WS-EX-SEQ-PEGO.
           MOVE WS-ENT-IT-FORMATO(WS-IDX) TO WS-EX-FORMATO-PEGO.
           PERFORM SOLTA-EXEMPLAR THRU SOLTA-EXEMPLAR-FIM.
           MOVE WS-ENT-IT-TITULO(WS-IDX) TO WS-TITULO-BUSCA.
           PERFORM LIBERA-RESERVA THRU LIBERA-RESERVA-FIM.
       LIBERA-ITEM-FIM.
           EXIT.

      * Exemplar WS-FILME-ID/WS-EX-SEQ-PEGO que estava com o cliente
      * (ou separado para ele) volta a disponivel; devolve o formato
      * da copia em WS-EX-FORMATO-PEGO.
       SOLTA-EXEMPLAR.
           IF WS-EX-SEQ-PEGO IS NOT NUMERIC OR WS-EX-SEQ-PEGO = 0
               GO TO SOLTA-EXEMPLAR-FIM
           END-IF.
           OPEN I-O ARQ-EXEMPLARES.
           IF WS-FS7 <> 0
               CLOSE ARQ-EXEMPLARES
               GO TO SOLTA-EXEMPLAR-FIM
           END-IF.
           MOVE WS-FILME-ID TO EX-FILME-ID.
           MOVE WS-EX-SEQ-PEGO TO EX-SEQ.
           READ ARQ-EXEMPLARES WITH LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM FORMATO-LIDO
                   MOVE WS-FMT-LIDO TO WS-EX-FORMATO-PEGO
                   IF EX-CONDICAO = "A"
                       MOVE "D" TO EX-CONDICAO
                       MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                       MOVE "A" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO EXEMPLAR
                       REWRITE EXEMPLAR
                   END-IF
           END-READ.
           CLOSE ARQ-EXEMPLARES.
       SOLTA-EXEMPLAR-FIM.
           EXIT.

      * Copia de WS-TITULO-BUSCA voltou para a prateleira: a primeira
      * reserva que aceite o formato WS-EX-FORMATO-PEGO sai da fila
      * e o cliente e avisado, como na devolucao no balcao.
       LIBERA-RESERVA.
           MOVE 0 TO WS-RES-LIBERADA.
           OPEN I-O ARQ-RESERVA.
           IF WS-FS5 <> 0
               CLOSE ARQ-RESERVA
               GO TO LIBERA-RESERVA-FIM
           END-IF.
           MOVE WS-TITULO-BUSCA TO RES-FILME.
           MOVE 0 TO RES-SEQ.
           SET WS-RES-EOF TO 0.
           START ARQ-RESERVA KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY SET WS-RES-EOF TO 1.
           PERFORM UNTIL WS-RES-EOF = 1
               READ ARQ-RESERVA NEXT WITH LOCK
                   AT END SET WS-RES-EOF TO 1
                   NOT AT END
                       IF RES-FILME NOT = WS-TITULO-BUSCA
                           SET WS-RES-EOF TO 1
                       ELSE
                           IF RES-FORMATO = SPACE
                               OR WS-EX-FORMATO-PEGO = SPACE
                               OR RES-FORMATO = WS-EX-FORMATO-PEGO
                               DELETE ARQ-RESERVA RECORD
                               PERFORM AVISA-RESERVA
                               MOVE 1 TO WS-RES-LIBERADA
                               SET WS-RES-EOF TO 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-RES-EOF TO 0.
           CLOSE ARQ-RESERVA.
       LIBERA-RESERVA-FIM.
           EXIT.

      * Avisa o cliente da reserva pela fila de mensagens; sem
      * consentimento ou canal o balcao liga, como antes.
       AVISA-RESERVA.
           MOVE SPACES TO WS-EF-TEXTO.
           STRING "LOCADORA: O FILME " DELIMITED BY SIZE
               RES-FILME DELIMITED BY "  "
               " QUE VOCE RESERVOU ESTA DISPONIVEL NA FILIAL "
                   DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-EF-TEXTO.
           CALL "ENFILEIRA" USING WS-EF-MODO RES-CPF WS-EF-EVENTO
               WS-FILIAL-ATUAL WS-EF-TEXTO WS-EF-RESULTADO.
           DISPLAY "RESERVA DISPONIVEL PARA: " AT LINE 15 COL 36.
           DISPLAY RES-CPF AT LINE 15 COL 61.
           IF WS-EF-RESULTADO = "Q"
               DISPLAY "(AVISADO)" AT LINE 15 COL 73
           ELSE
               DISPLAY "(LIGAR)  " AT LINE 15 COL 73
           END-IF.

      * Monta a rota do entregador com os pedidos pendentes da
      * filial escolhidos pelo operador, abre o caixa do entregador
      * com o fundo de troco (se ainda nao aberto na data) e imprime
      * a folha de rota.
       ROTA.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-ROTA.
           DISPLAY "ENTREGADOR (CODIGO): " AT LINE 1 COL 36.
           ACCEPT WS-ENTREGADOR AT LINE 1 COL 57.
           PERFORM LE-ENTREGADOR THRU LE-ENTREGADOR-FIM.
           IF WS-ENTREGADOR-NOME = SPACES
               GO TO ROTA-SAI.
           PERFORM ABRE-CAIXA-ENTREGADOR THRU
               ABRE-CAIXA-ENTREGADOR-FIM.
           IF WS-CAIXA-OK = 0
               GO TO ROTA-SAI.

           OPEN INPUT ARQ-ENTREGAS.
           IF WS-FS <> 0
               DISPLAY "NENHUM PEDIDO REGISTRADO" AT LINE 11 COL 36
               CLOSE ARQ-ENTREGAS
               GO TO ROTA-SAI.
           MOVE SPACES TO WS-REL-TITULO.
           STRING "ROTA DO ENTREGADOR " DELIMITED BY SIZE
               WS-ENTREGADOR DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DATA-ROTA DELIMITED BY SIZE
               INTO WS-REL-TITULO.
           PERFORM CABECALHO-PAGINA.
           MOVE 0 TO WS-ROTA-QTD.
           MOVE 0 TO ENT-ID.
           SET EOF TO 0.
           START ARQ-ENTREGAS KEY IS NOT LESS THAN ENT-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1 OR WS-ROTA-QTD NOT < 50
               READ ARQ-ENTREGAS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ENT-FILIAL = WS-FILIAL-ATUAL
                           AND ENT-SITUACAO = "P"
                           PERFORM ESCOLHE-PARADA
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-ENTREGAS.
           MOVE 2 TO WS-LA.
           IF WS-ROTA-QTD = 0
               DISPLAY "NENHUM PEDIDO INCLUIDO NA ROTA" AT LINE 22
                   COL 36
               GO TO ROTA-SAI.

           OPEN I-O ARQ-ENTREGAS.
           IF WS-FS <> 0
               GO TO ERROARQ.
           OPEN INPUT ARQ-CLIENTES.
           PERFORM ABRE-ARQ-ROTA.
           MOVE ALL "=" TO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           MOVE SPACES TO ROTA-LINHA.
           STRING "FOLHA DE ROTA - " DELIMITED BY SIZE
               WS-LF-NOME DELIMITED BY "  "
               " - FILIAL " DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               INTO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           MOVE SPACES TO ROTA-LINHA.
           STRING "ENTREGADOR: " DELIMITED BY SIZE
               WS-ENTREGADOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ENTREGADOR-NOME DELIMITED BY SIZE
               "  DATA: " DELIMITED BY SIZE
               WS-DATA-ROTA DELIMITED BY SIZE
               "  SAIDA: " DELIMITED BY SIZE
               WS-HOJE-HHMMSS(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-HOJE-HHMMSS(3:2) DELIMITED BY SIZE
               INTO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           MOVE 0 TO WS-ROTA-PARADAS.
           MOVE 0 TO WS-ROTA-COBRAR.
           MOVE 1 TO WS-ROTA-IDX.
           PERFORM UNTIL WS-ROTA-IDX > WS-ROTA-QTD
               PERFORM MARCA-PARADA THRU MARCA-PARADA-FIM
               ADD 1 TO WS-ROTA-IDX
           END-PERFORM.
           MOVE ALL "=" TO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           MOVE WS-ROTA-COBRAR TO WS-VALOR-ED.
           MOVE SPACES TO ROTA-LINHA.
           STRING "PARADAS: " DELIMITED BY SIZE
               WS-ROTA-PARADAS DELIMITED BY SIZE
               "   TOTAL A COBRAR NA ROTA: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           MOVE SPACES TO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           PERFORM FECHA-ARQ-ROTA.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-ENTREGAS.

           MOVE "ROTA" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           STRING WS-FILIAL-ATUAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ENTREGADOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DATA-ROTA DELIMITED BY SIZE
               INTO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "PARADAS " DELIMITED BY SIZE
               WS-ROTA-PARADAS DELIMITED BY SIZE
               " COBRAR " DELIMITED BY SIZE
               WS-ROTA-COBRAR DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "PARADAS NA ROTA: " AT LINE 22 COL 36.
           DISPLAY WS-ROTA-PARADAS AT LINE 22 COL 53.
           DISPLAY " FOLHA: " AT LINE 22 COL 56.
           DISPLAY WS-NOME-ROTA AT LINE 22 COL 64.
       ROTA-SAI.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 23 COL 36.
           ACCEPT WS-LIXO AT LINE 23 COL 62.
           GO TO ENTREGAS.

       ESCOLHE-PARADA.
           DISPLAY ENT-ID AT LINE WS-LA COL 36.
           IF ENT-TIPO = "C"
               DISPLAY " COLETA " AT LINE WS-LA COL 42
           ELSE
               DISPLAY " ENTREGA" AT LINE WS-LA COL 42
           END-IF.
           DISPLAY ENT-ENDERECO AT LINE WS-LA COL 51.
           MOVE ENT-VALOR-COBRAR TO WS-VALOR-ED.
           DISPLAY WS-VALOR-ED AT LINE WS-LA COL 92.
           DISPLAY " INCLUIR (S/N)? " AT LINE WS-LA COL 101.
           ACCEPT WS-CONFIRMA AT LINE WS-LA COL 117.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               ADD 1 TO WS-ROTA-QTD
               MOVE ENT-ID TO WS-ROTA-ID(WS-ROTA-QTD)
           END-IF.
           ADD 1 TO WS-LA.
           PERFORM QUEBRA-PAGINA.

      * Poe o pedido em rota (situacao R, entregador e data) e
      * imprime o bloco da parada. Pedido que outro terminal ja
      * tirou de pendente fica de fora.
       MARCA-PARADA.
           MOVE WS-ROTA-ID(WS-ROTA-IDX) TO ENT-ID.
           READ ARQ-ENTREGAS INTO WS-ENTREGA WITH LOCK
               INVALID KEY GO TO MARCA-PARADA-FIM
           END-READ.
           IF WS-FS = 51
               GO TO MARCA-PARADA-FIM
           END-IF.
           IF WS-ENT-SITUACAO NOT = "P"
               GO TO MARCA-PARADA-FIM
           END-IF.
           MOVE "R" TO ENT-SITUACAO.
           MOVE WS-ENTREGADOR TO ENT-ENTREGADOR.
           MOVE WS-DATA-ROTA TO ENT-DATA-ROTA.
           REWRITE ENTREGA-REC.
           ADD 1 TO WS-ROTA-PARADAS.
           ADD WS-ENT-VALOR-COBRAR TO WS-ROTA-COBRAR.
           PERFORM IMPRIME-PARADA THRU IMPRIME-PARADA-FIM.
       MARCA-PARADA-FIM.
           EXIT.

      * Bloco da parada na folha de rota: pedido, cliente, endereco,
      * itens, valor a cobrar e a linha de assinatura de quem
      * recebeu ou entregou as fitas.
       IMPRIME-PARADA.
           MOVE SPACES TO WS-CLIENTE-NOME.
           MOVE WS-ENT-CPF TO CLIENTE-CPF.
           READ ARQ-CLIENTES
               KEY IS CLIENTE-CPF
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CLIENTE-NOME TO WS-CLIENTE-NOME
           END-READ.
           MOVE ALL "-" TO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           MOVE SPACES TO ROTA-LINHA.
           IF WS-ENT-TIPO = "C"
               STRING "PEDIDO " DELIMITED BY SIZE
                   WS-ENT-ID DELIMITED BY SIZE
                   "  COLETA   " DELIMITED BY SIZE
                   WS-CLIENTE-NOME DELIMITED BY SIZE
                   "  CPF " DELIMITED BY SIZE
                   WS-ENT-CPF DELIMITED BY SIZE
                   INTO ROTA-LINHA
           ELSE
               STRING "PEDIDO " DELIMITED BY SIZE
                   WS-ENT-ID DELIMITED BY SIZE
                   "  ENTREGA  " DELIMITED BY SIZE
                   WS-CLIENTE-NOME DELIMITED BY SIZE
                   "  CPF " DELIMITED BY SIZE
                   WS-ENT-CPF DELIMITED BY SIZE
                   INTO ROTA-LINHA
           END-IF.
           PERFORM GRAVA-ROTA.
           MOVE SPACES TO ROTA-LINHA.
           STRING "  ENDERECO: " DELIMITED BY SIZE
               WS-ENT-ENDERECO DELIMITED BY SIZE
               " REF: " DELIMITED BY SIZE
               WS-ENT-REFERENCIA DELIMITED BY SIZE
               INTO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           MOVE SPACES TO ROTA-LINHA.
           STRING "  TELEFONE: " DELIMITED BY SIZE
               WS-ENT-TELEFONE DELIMITED BY SIZE
               INTO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-ENT-QTD-ITENS
               PERFORM IMPRIME-ITEM
               ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE WS-ENT-TAXA TO WS-VALOR-ED.
           MOVE SPACES TO ROTA-LINHA.
           STRING "  TAXA DE TELE-ENTREGA: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO ROTA-LINHA.
           MOVE WS-ENT-VALOR-COBRAR TO WS-VALOR-ED.
           STRING "   A COBRAR: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO ROTA-LINHA(40:30).
           PERFORM GRAVA-ROTA.
           MOVE SPACES TO ROTA-LINHA.
           STRING "  RECEBIDO R$ __________ FORMA ____  "
                   DELIMITED BY SIZE
               "ASSINATURA: ______________________________"
                   DELIMITED BY SIZE
               INTO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
       IMPRIME-PARADA-FIM.
           EXIT.

       IMPRIME-ITEM.
           MOVE SPACES TO ROTA-LINHA.
           MOVE WS-ENT-IT-VALOR(WS-IDX) TO WS-VALOR-ED.
           IF WS-ENT-TIPO = "C"
               STRING "    [ ] " DELIMITED BY SIZE
                   WS-ENT-IT-TITULO(WS-IDX) DELIMITED BY SIZE
                   " EXEMPLAR " DELIMITED BY SIZE
                   WS-ENT-IT-EXEMPLAR(WS-IDX) DELIMITED BY SIZE
                   " EMP " DELIMITED BY SIZE
                   WS-ENT-IT-EMP-ID(WS-IDX) DELIMITED BY SIZE
                   INTO ROTA-LINHA
           ELSE
               STRING "    [ ] " DELIMITED BY SIZE
                   WS-ENT-IT-TITULO(WS-IDX) DELIMITED BY SIZE
                   " EXEMPLAR " DELIMITED BY SIZE
                   WS-ENT-IT-EXEMPLAR(WS-IDX) DELIMITED BY SIZE
                   " FORMATO " DELIMITED BY SIZE
                   WS-ENT-IT-FORMATO(WS-IDX) DELIMITED BY SIZE
                   " VALOR " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   INTO ROTA-LINHA
           END-IF.
           PERFORM GRAVA-ROTA.

      * Retorno da rota: para cada parada do entregador na data o
      * operador informa se foi realizada. Entrega realizada abre os
      * emprestimos com vencimento contado da data da rota; coleta
      * realizada da baixa nos emprestimos como a devolucao no
      * balcao. O valor recebido vira recibo no caixa do entregador.
      * Parada nao realizada volta a pendente para outra rota.
       RETORNO.
           PERFORM VERIFICA-TRAVA-BATCH THRU
               VERIFICA-TRAVA-BATCH-FIM.
           IF WS-TRAVA-BATCH = 1
               GO TO SISTEMA-EM-FECHAMENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           DISPLAY "ENTREGADOR (CODIGO): " AT LINE 1 COL 36.
           ACCEPT WS-ENTREGADOR AT LINE 1 COL 57.
           PERFORM LE-ENTREGADOR THRU LE-ENTREGADOR-FIM.
           IF WS-ENTREGADOR-NOME = SPACES
               GO TO RETORNO-SAI.
           PERFORM PEDE-DATA-ROTA THRU PEDE-DATA-ROTA-FIM.
           IF WS-DATA-ROTA = SPACES
               GO TO RETORNO-SAI.
           OPEN I-O ARQ-ENTREGAS.
           IF WS-FS <> 0
               DISPLAY "NENHUM PEDIDO REGISTRADO" AT LINE 15 COL 36
               CLOSE ARQ-ENTREGAS
               GO TO RETORNO-SAI.
           PERFORM JUNTA-PARADAS.
           IF WS-ROTA-QTD = 0
               DISPLAY "NENHUMA PARADA EM ROTA PARA O ENTREGADOR"
                   AT LINE 15 COL 36
               CLOSE ARQ-ENTREGAS
               GO TO RETORNO-SAI.
           PERFORM ABRE-ARQ-ROTA.
           MOVE ALL "=" TO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           MOVE SPACES TO ROTA-LINHA.
           STRING "RETORNO DA ROTA - " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HOJE-HHMMSS(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-HOJE-HHMMSS(3:2) DELIMITED BY SIZE
               "  OPERADOR " DELIMITED BY SIZE
               WS-SES-OPERADOR DELIMITED BY SIZE
               INTO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           MOVE 0 TO WS-ROTA-PARADAS.
           MOVE 0 TO WS-ROTA-RECEBIDO.
           MOVE 0 TO WS-ROTA-PENDENTES.
           MOVE 1 TO WS-ROTA-IDX.
           PERFORM UNTIL WS-ROTA-IDX > WS-ROTA-QTD
               PERFORM BAIXA-PARADA THRU BAIXA-PARADA-FIM
               ADD 1 TO WS-ROTA-IDX
           END-PERFORM.
           MOVE WS-ROTA-RECEBIDO TO WS-VALOR-ED.
           MOVE SPACES TO ROTA-LINHA.
           STRING "REALIZADAS: " DELIMITED BY SIZE
               WS-ROTA-PARADAS DELIMITED BY SIZE
               "  NAO REALIZADAS: " DELIMITED BY SIZE
               WS-ROTA-PENDENTES DELIMITED BY SIZE
               "  RECEBIDO: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           PERFORM FECHA-ARQ-ROTA.
           CLOSE ARQ-ENTREGAS.
           PERFORM LIMPA-PARADA.
           DISPLAY "PARADAS REALIZADAS: " AT LINE 15 COL 36.
           DISPLAY WS-ROTA-PARADAS AT LINE 15 COL 56.
           DISPLAY " RECEBIDO: " AT LINE 15 COL 59.
           DISPLAY WS-VALOR-ED AT LINE 15 COL 70.
       RETORNO-SAI.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 16 COL 36.
           ACCEPT WS-LIXO AT LINE 16 COL 62.
           GO TO ENTREGAS.

      * Data da rota informada (ENTER = hoje); data invalida deixa
      * WS-DATA-ROTA em branco.
       PEDE-DATA-ROTA.
           MOVE SPACES TO WS-DATA-ROTA.
           DISPLAY "DATA DA ROTA (ENTER=HOJE): " AT LINE 2 COL 36.
           ACCEPT WS-DATA-ROTA AT LINE 2 COL 63.
           IF WS-DATA-ROTA = SPACES
               MOVE WS-HOJE-AAAAMMDD TO WS-DATA-ROTA
               GO TO PEDE-DATA-ROTA-FIM
           END-IF.
           IF WS-DATA-ROTA IS NOT NUMERIC
               DISPLAY "DATA INVALIDA" AT LINE 15 COL 36
               MOVE SPACES TO WS-DATA-ROTA
               GO TO PEDE-DATA-ROTA-FIM
           END-IF.
           MOVE WS-DATA-ROTA TO WS-INI-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-INI-NUM) NOT = 0
               OR WS-DATA-ROTA > WS-HOJE-AAAAMMDD
               DISPLAY "DATA INVALIDA" AT LINE 15 COL 36
               MOVE SPACES TO WS-DATA-ROTA
           END-IF.
       PEDE-DATA-ROTA-FIM.
           EXIT.

      * Pedidos em rota do entregador na data, na filial atual.
       JUNTA-PARADAS.
           MOVE 0 TO WS-ROTA-QTD.
           MOVE 0 TO ENT-ID.
           SET EOF TO 0.
           START ARQ-ENTREGAS KEY IS NOT LESS THAN ENT-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1 OR WS-ROTA-QTD NOT < 50
               READ ARQ-ENTREGAS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ENT-FILIAL = WS-FILIAL-ATUAL
                           AND ENT-SITUACAO = "R"
                           AND ENT-ENTREGADOR = WS-ENTREGADOR
                           AND ENT-DATA-ROTA = WS-DATA-ROTA
                           ADD 1 TO WS-ROTA-QTD
                           MOVE ENT-ID TO WS-ROTA-ID(WS-ROTA-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.

       LIMPA-PARADA.
           MOVE 3 TO WS-ITEM-LINHA.
           PERFORM UNTIL WS-ITEM-LINHA > 15
               DISPLAY WS-BRANCO AT LINE WS-ITEM-LINHA COL 36
               ADD 1 TO WS-ITEM-LINHA
           END-PERFORM.

       BAIXA-PARADA.
           MOVE WS-ROTA-ID(WS-ROTA-IDX) TO ENT-ID.
           READ ARQ-ENTREGAS INTO WS-ENTREGA WITH LOCK
               INVALID KEY GO TO BAIXA-PARADA-FIM
           END-READ.
           IF WS-FS = 51
               GO TO BAIXA-PARADA-FIM
           END-IF.
           IF WS-ENT-SITUACAO NOT = "R"
               GO TO BAIXA-PARADA-FIM
           END-IF.
           PERFORM LIMPA-PARADA.
           DISPLAY "PEDIDO " AT LINE 3 COL 36.
           DISPLAY WS-ENT-ID AT LINE 3 COL 43.
           IF WS-ENT-TIPO = "C"
               DISPLAY " COLETA  CPF " AT LINE 3 COL 49
           ELSE
               DISPLAY " ENTREGA CPF " AT LINE 3 COL 49
           END-IF.
           DISPLAY WS-ENT-CPF AT LINE 3 COL 62.
           DISPLAY WS-ENT-ENDERECO AT LINE 4 COL 36.
           DISPLAY "ITENS: " AT LINE 5 COL 36.
           DISPLAY WS-ENT-QTD-ITENS AT LINE 5 COL 43.
           MOVE WS-ENT-VALOR-COBRAR TO WS-VALOR-ED.
           DISPLAY " A COBRAR: " AT LINE 5 COL 44.
           DISPLAY WS-VALOR-ED AT LINE 5 COL 55.
           MOVE SPACE TO WS-CONFIRMA.
           PERFORM UNTIL WS-CONFIRMA = "E" OR WS-CONFIRMA = "N"
               DISPLAY "REALIZADA (E=SIM N=NAO)? " AT LINE 6 COL 36
               ACCEPT WS-CONFIRMA AT LINE 6 COL 61
               IF WS-CONFIRMA = "e"
                   MOVE "E" TO WS-CONFIRMA
               END-IF
               IF WS-CONFIRMA = "n"
                   MOVE "N" TO WS-CONFIRMA
               END-IF
           END-PERFORM.
           IF WS-CONFIRMA = "N"
               PERFORM PARADA-NAO-REALIZADA
               GO TO BAIXA-PARADA-FIM
           END-IF.

           MOVE 0 TO WS-VALOR-RECIBO.
           MOVE "D" TO WS-FORMA-PAG.
           MOVE SPACE TO WS-FORMA-PAG2.
           MOVE 0 TO WS-VALOR-FORMA2.
           IF WS-ENT-VALOR-COBRAR > 0
               DISPLAY "RECEBEU O VALOR A COBRAR (S/N)? " AT LINE 11
                   COL 36
               ACCEPT WS-CONFIRMA AT LINE 11 COL 68
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE WS-ENT-VALOR-COBRAR TO WS-VALOR-RECIBO
               ELSE
                   DISPLAY "VALOR RECEBIDO: " AT LINE 12 COL 36
                   ACCEPT WS-VALOR-RECIBO AT LINE 12 COL 52
                   IF WS-VALOR-RECIBO IS NOT NUMERIC
                       MOVE 0 TO WS-VALOR-RECIBO
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO WS-PROX-RECIBO.
           IF WS-VALOR-RECIBO > 0
               PERFORM ESCOLHE-FORMA THRU ESCOLHE-FORMA-FIM
               PERFORM GET_PROX_RECIBO
               IF WS-PROX-RECIBO = 0
                   DISPLAY "PARADA NAO BAIXADA - TENTE NOVAMENTE"
                       AT LINE 13 COL 36
                   GO TO BAIXA-PARADA-FIM
               END-IF
           END-IF.

           MOVE 0 TO WS-QTD-BAIXA.
           IF WS-ENT-TIPO = "C"
               PERFORM CONFIRMA-COLETA THRU CONFIRMA-COLETA-FIM
           ELSE
               PERFORM CONFIRMA-ENTREGA THRU CONFIRMA-ENTREGA-FIM
           END-IF.
      * Entrega em que nem todo emprestimo foi aberto fica em rota,
      * sem recibo e sem mexer no cliente; os emprestimos abertos
      * ficam no pedido e nao sao abertos de novo na proxima baixa.
           IF WS-ENT-TIPO NOT = "C"
               AND WS-QTD-BAIXA < WS-ENT-QTD-ITENS
               MOVE WS-ENTREGA TO ENTREGA-REC
               REWRITE ENTREGA-REC
               DISPLAY "ENTREGA INCOMPLETA - FICA EM ROTA" AT LINE 14
                   COL 36
               ACCEPT WS-LIXO AT LINE 14 COL 70
               GO TO BAIXA-PARADA-FIM
           END-IF.
           PERFORM ATUALIZA-CLIENTE THRU ATUALIZA-CLIENTE-FIM.
           IF WS-VALOR-RECIBO > 0
               MOVE "T" TO WS-TIPO-RECIBO
               PERFORM REGISTRA-RECIBO THRU REGISTRA-RECIBO-FIM
           END-IF.

           MOVE "E" TO WS-ENT-SITUACAO.
           MOVE WS-HOJE-AAAAMMDD TO WS-ENT-DATA-BAIXA.
           MOVE WS-VALOR-RECIBO TO WS-ENT-VALOR-RECEBIDO.
           MOVE WS-PROX-RECIBO TO WS-ENT-RECIBO.
           MOVE WS-ENTREGA TO ENTREGA-REC.
           REWRITE ENTREGA-REC.
           ADD 1 TO WS-ROTA-PARADAS.
           ADD WS-VALOR-RECIBO TO WS-ROTA-RECEBIDO.

           MOVE WS-VALOR-RECIBO TO WS-VALOR-ED.
           MOVE SPACES TO ROTA-LINHA.
           IF WS-ENT-TIPO = "C"
               STRING "PEDIDO " DELIMITED BY SIZE
                   WS-ENT-ID DELIMITED BY SIZE
                   " COLETADO  FITAS " DELIMITED BY SIZE
                   WS-QTD-BAIXA DELIMITED BY SIZE
                   "  RECEBIDO " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   "  RECIBO " DELIMITED BY SIZE
                   WS-PROX-RECIBO DELIMITED BY SIZE
                   INTO ROTA-LINHA
           ELSE
               STRING "PEDIDO " DELIMITED BY SIZE
                   WS-ENT-ID DELIMITED BY SIZE
                   " ENTREGUE  FITAS " DELIMITED BY SIZE
                   WS-QTD-BAIXA DELIMITED BY SIZE
                   "  RECEBIDO " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   "  RECIBO " DELIMITED BY SIZE
                   WS-PROX-RECIBO DELIMITED BY SIZE
                   INTO ROTA-LINHA
           END-IF.
           PERFORM GRAVA-ROTA.

           MOVE "BAIXA" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           STRING WS-ENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ENT-CPF DELIMITED BY SIZE
               INTO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "TIPO " DELIMITED BY SIZE
               WS-ENT-TIPO DELIMITED BY SIZE
               " ENTR " DELIMITED BY SIZE
               WS-ENTREGADOR DELIMITED BY SIZE
               " FITAS " DELIMITED BY SIZE
               WS-QTD-BAIXA DELIMITED BY SIZE
               " REC " DELIMITED BY SIZE
               WS-VALOR-RECIBO DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "PARADA BAIXADA - ENTER P/ PROXIMA" AT LINE 14
               COL 36.
           ACCEPT WS-LIXO AT LINE 14 COL 70.
       BAIXA-PARADA-FIM.
           EXIT.

      * Parada nao realizada (cliente ausente, endereco errado):
      * pedido volta a pendente para entrar em outra rota; as copias
      * de uma entrega continuam separadas.
       PARADA-NAO-REALIZADA.
           MOVE "P" TO WS-ENT-SITUACAO.
           MOVE SPACES TO WS-ENT-ENTREGADOR.
           MOVE SPACES TO WS-ENT-DATA-ROTA.
           IF WS-ENT-TENTATIVAS < 9
               ADD 1 TO WS-ENT-TENTATIVAS
           END-IF.
           MOVE WS-ENTREGA TO ENTREGA-REC.
           REWRITE ENTREGA-REC.
           ADD 1 TO WS-ROTA-PENDENTES.
           MOVE SPACES TO ROTA-LINHA.
           STRING "PEDIDO " DELIMITED BY SIZE
               WS-ENT-ID DELIMITED BY SIZE
               " NAO REALIZADO - VOLTA A PENDENTE (TENTATIVA "
                   DELIMITED BY SIZE
               WS-ENT-TENTATIVAS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           MOVE "NAOFEITA" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           STRING WS-ENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ENT-CPF DELIMITED BY SIZE
               INTO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "ENTR " DELIMITED BY SIZE
               WS-ENTREGADOR DELIMITED BY SIZE
               " ROTA " DELIMITED BY SIZE
               WS-DATA-ROTA DELIMITED BY SIZE
               " TENTATIVA " DELIMITED BY SIZE
               WS-ENT-TENTATIVAS DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.

      * Entrega confirmada: um emprestimo por titulo, com o valor
      * cotado no pedido e vencimento contado da data da rota.
       CONFIRMA-ENTREGA.
           OPEN I-O ARQ-EMPRESTIMOS.
           IF WS-FS4 = 35
               CLOSE ARQ-EMPRESTIMOS
               OPEN OUTPUT ARQ-EMPRESTIMOS
               CLOSE ARQ-EMPRESTIMOS
               OPEN I-O ARQ-EMPRESTIMOS
           END-IF.
           IF WS-FS4 <> 0
               CLOSE ARQ-EMPRESTIMOS
               DISPLAY "ERRO NO ARQUIVO DE EMPRESTIMOS" AT LINE 13
                   COL 36
               GO TO CONFIRMA-ENTREGA-FIM
           END-IF.
           OPEN INPUT ARQ-ESTOQUE.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-ENT-QTD-ITENS
               PERFORM ABRE-EMPRESTIMO-ITEM THRU
                   ABRE-EMPRESTIMO-ITEM-FIM
               ADD 1 TO WS-IDX
           END-PERFORM.
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-EMPRESTIMOS.
       CONFIRMA-ENTREGA-FIM.
           EXIT.

       ABRE-EMPRESTIMO-ITEM.
           IF WS-ENT-IT-EMP-ID(WS-IDX) > 0
               ADD 1 TO WS-QTD-BAIXA
               GO TO ABRE-EMPRESTIMO-ITEM-FIM
           END-IF.
           MOVE SPACES TO WS-FILME.
           MOVE 0 TO WS-FILME-PRECO.
           MOVE "N" TO WS-FILME-LANCAMENTO.
           MOVE WS-ENT-IT-FILME-ID(WS-IDX) TO FILME-ID.
           READ ARQ-ESTOQUE INTO WS-FILME
               INVALID KEY CONTINUE
           END-READ.
           MOVE WS-ENT-IT-FORMATO(WS-IDX) TO WS-EX-FORMATO-PEGO.
           MOVE WS-DATA-ROTA TO WS-DATA-BASE.
           PERFORM CALC-VENCIMENTO THRU CALC-VENCIMENTO-FIM.
           PERFORM GET_PROX_ID.
           IF WS-PROX-ID = 0
               DISPLAY "EMPRESTIMO NAO ABERTO: " AT LINE 13 COL 36
               DISPLAY WS-ENT-IT-TITULO(WS-IDX) AT LINE 13 COL 59
               GO TO ABRE-EMPRESTIMO-ITEM-FIM
           END-IF.
           MOVE SPACES TO EMPRESTIMO.
           MOVE WS-PROX-ID TO EMP-ID.
           MOVE WS-ENT-CPF TO EMP-CPF.
           MOVE WS-ENT-IT-TITULO(WS-IDX) TO FILME-EMP.
           MOVE WS-DATA-ROTA TO DATA-INI(1:8).
           MOVE WS-VENC-X TO DATA-FIM(1:8).
           MOVE "A" TO EMP-STATUS.
           MOVE SPACES TO DATA-DEVOLUCAO.
           MOVE WS-ENT-IT-VALOR(WS-IDX) TO EMP-VALOR.
           MOVE WS-FILIAL-ATUAL TO EMP-FILIAL.
           MOVE SPACES TO EMP-ULTIMA-MULTA.
           MOVE 0 TO EMP-RENOVACOES.
           MOVE WS-ENTREGADOR TO EMP-OPERADOR.
           MOVE WS-ENT-IT-EXEMPLAR(WS-IDX) TO EMP-EXEMPLAR.
           MOVE "T" TO EMP-TIPO.
           MOVE "0" TO EMP-DEPENDENTE.
           MOVE "EMPRESTIMO" TO WS-JRN-ARQUIVO.
           MOVE "I" TO WS-JRN-OPERACAO.
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO EMPRESTIMO.
           WRITE EMPRESTIMO
               INVALID KEY
                   DISPLAY "EMPRESTIMO JA EXISTE - CONFIRA O CONTADOR"
                       AT LINE 13 COL 36
                   GO TO ABRE-EMPRESTIMO-ITEM-FIM
           END-WRITE.
           MOVE WS-PROX-ID TO WS-ENT-IT-EMP-ID(WS-IDX).
           ADD 1 TO WS-QTD-BAIXA.
       ABRE-EMPRESTIMO-ITEM-FIM.
           EXIT.

      * Coleta confirmada: baixa os emprestimos ainda em aberto com
      * a data da rota, a copia volta para a prateleira e a reserva
      * do titulo e avisada. Emprestimo ja devolvido no balcao fica
      * como esta.
       CONFIRMA-COLETA.
           OPEN I-O ARQ-EMPRESTIMOS.
           IF WS-FS4 <> 0
               CLOSE ARQ-EMPRESTIMOS
               DISPLAY "ERRO NO ARQUIVO DE EMPRESTIMOS" AT LINE 13
                   COL 36
               GO TO CONFIRMA-COLETA-FIM
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-ENT-QTD-ITENS
               PERFORM FECHA-EMPRESTIMO-ITEM THRU
                   FECHA-EMPRESTIMO-ITEM-FIM
               ADD 1 TO WS-IDX
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
       CONFIRMA-COLETA-FIM.
           EXIT.

       FECHA-EMPRESTIMO-ITEM.
           MOVE WS-ENT-IT-EMP-ID(WS-IDX) TO EMP-ID.
           READ ARQ-EMPRESTIMOS WITH LOCK
               INVALID KEY GO TO FECHA-EMPRESTIMO-ITEM-FIM
           END-READ.
           IF WS-FS4 = 51
               DISPLAY "EMPRESTIMO EM USO: " AT LINE 13 COL 36
               DISPLAY WS-ENT-IT-EMP-ID(WS-IDX) AT LINE 13 COL 55
               GO TO FECHA-EMPRESTIMO-ITEM-FIM
           END-IF.
           IF EMP-STATUS NOT = "A"
               GO TO FECHA-EMPRESTIMO-ITEM-FIM
           END-IF.
           MOVE "F" TO EMP-STATUS.
           MOVE WS-DATA-ROTA TO DATA-DEVOLUCAO.
           MOVE "O" TO EMP-CONDICAO.
           MOVE WS-FILIAL-ATUAL TO EMP-FILIAL-DEV.
           MOVE "EMPRESTIMO" TO WS-JRN-ARQUIVO.
           MOVE "A" TO WS-JRN-OPERACAO.
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO EMPRESTIMO.
           REWRITE EMPRESTIMO.
           ADD 1 TO WS-QTD-BAIXA.
           MOVE FILME-EMP TO WS-TITULO-BUSCA.
           MOVE EMP-EXEMPLAR TO WS-EX-SEQ-PEGO.
           MOVE SPACE TO WS-EX-FORMATO-PEGO.
           MOVE 0 TO WS-ACHOU-FILME.
           OPEN I-O ARQ-ESTOQUE.
           IF WS-FS3 = 0
               PERFORM ACHA-FILME-TRAVA THRU ACHA-FILME-TRAVA-FIM
               IF WS-ACHOU-FILME = 1
                   IF FILME-DISP < FILME-QTD
                       ADD 1 TO FILME-DISP
                       MOVE "ESTOQUE" TO WS-JRN-ARQUIVO
                       MOVE "A" TO WS-JRN-OPERACAO
                       CALL "JORNAL" USING WS-JRN-PROGRAMA
                           WS-JRN-ARQUIVO WS-JRN-OPERACAO FILME
                       REWRITE FILME
                   END-IF
               ELSE
                   DISPLAY "ESTOQUE NAO ATUALIZADO: " AT LINE 13
                       COL 36
                   DISPLAY WS-TITULO-BUSCA AT LINE 13 COL 60
               END-IF
           END-IF.
           CLOSE ARQ-ESTOQUE.
           IF WS-ACHOU-FILME = 1
               PERFORM SOLTA-EXEMPLAR THRU SOLTA-EXEMPLAR-FIM
               MOVE WS-FILME-ID TO WS-ENT-IT-FILME-ID(WS-IDX)
               MOVE WS-EX-FORMATO-PEGO TO WS-ENT-IT-FORMATO(WS-IDX)
           END-IF.
           PERFORM LIBERA-RESERVA THRU LIBERA-RESERVA-FIM.
       FECHA-EMPRESTIMO-ITEM-FIM.
           EXIT.

      * Acerta o numero de fitas em maos do cliente: entrega soma,
      * coleta subtrai.
       ATUALIZA-CLIENTE.
           IF WS-QTD-BAIXA = 0
               GO TO ATUALIZA-CLIENTE-FIM
           END-IF.
           OPEN I-O ARQ-CLIENTES.
           IF WS-FS2 <> 0
               CLOSE ARQ-CLIENTES
               GO TO ATUALIZA-CLIENTE-FIM
           END-IF.
           MOVE WS-ENT-CPF TO CLIENTE-CPF.
           READ ARQ-CLIENTES WITH LOCK
               KEY IS CLIENTE-CPF
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WS-ENT-TIPO = "C"
                       IF CLIENTE-EMP > WS-QTD-BAIXA
                           SUBTRACT WS-QTD-BAIXA FROM CLIENTE-EMP
                       ELSE
                           MOVE 0 TO CLIENTE-EMP
                       END-IF
                   ELSE
                       ADD WS-QTD-BAIXA TO CLIENTE-EMP
                   END-IF
                   MOVE "CLIENTES" TO WS-JRN-ARQUIVO
                   MOVE "A" TO WS-JRN-OPERACAO
                   CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
                       WS-JRN-OPERACAO CLIENTE
                   REWRITE CLIENTE
           END-READ.
           CLOSE ARQ-CLIENTES.
       ATUALIZA-CLIENTE-FIM.
           EXIT.

      * Acerto do entregador: com todas as paradas da rota baixadas,
      * apura os recibos lancados no caixa do entregador na data da
      * rota, confere com o total recebido na folha de rota e fecha
      * o caixa com o dinheiro contado, como o FECHAR do CAIXA.
       ACERTO.
           MOVE 09 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO ENTREGAS.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           DISPLAY "ENTREGADOR (CODIGO): " AT LINE 1 COL 36.
           ACCEPT WS-ENTREGADOR AT LINE 1 COL 57.
           PERFORM LE-ENTREGADOR THRU LE-ENTREGADOR-FIM.
           IF WS-ENTREGADOR-NOME = SPACES
               GO TO ACERTO-SAI.
           PERFORM PEDE-DATA-ROTA THRU PEDE-DATA-ROTA-FIM.
           IF WS-DATA-ROTA = SPACES
               GO TO ACERTO-SAI.

           MOVE 0 TO WS-ROTA-PENDENTES.
           MOVE 0 TO WS-ROTA-PARADAS.
           MOVE 0 TO WS-ROTA-RECEBIDO.
           OPEN INPUT ARQ-ENTREGAS.
           IF WS-FS = 0
               MOVE 0 TO ENT-ID
               SET EOF TO 0
               START ARQ-ENTREGAS KEY IS NOT LESS THAN ENT-ID
                   INVALID KEY SET EOF TO 1
               END-START
               PERFORM UNTIL EOF = 1
                   READ ARQ-ENTREGAS NEXT
                       AT END SET EOF TO 1
                       NOT AT END
                           PERFORM SOMA-PARADA-ACERTO
                   END-READ
               END-PERFORM
           END-IF.
           SET EOF TO 0.
           CLOSE ARQ-ENTREGAS.
           IF WS-ROTA-PENDENTES > 0
               DISPLAY "ROTA COM PARADAS SEM RETORNO: " AT LINE 11
                   COL 36
               DISPLAY WS-ROTA-PENDENTES AT LINE 11 COL 66
               GO TO ACERTO-SAI.

           OPEN I-O ARQ-CAIXA.
           IF WS-FS-CX <> 0
               CLOSE ARQ-CAIXA
               DISPLAY "CAIXA DO ENTREGADOR NAO ABERTO NA DATA"
                   AT LINE 11 COL 36
               GO TO ACERTO-SAI.
           MOVE WS-DATA-ROTA TO CX-DATA.
           MOVE WS-FILIAL-ATUAL TO CX-FILIAL.
           MOVE WS-ENTREGADOR TO CX-OPERADOR.
           READ ARQ-CAIXA WITH LOCK
               INVALID KEY
                   DISPLAY "CAIXA DO ENTREGADOR NAO ABERTO NA DATA"
                       AT LINE 11 COL 36
                   CLOSE ARQ-CAIXA
                   GO TO ACERTO-SAI.
           IF WS-FS-CX = 51
               CLOSE ARQ-CAIXA
               GO TO REGISTRO-EM-USO.
           IF CX-STATUS NOT = "A"
               DISPLAY "CAIXA DO ENTREGADOR JA FECHADO" AT LINE 11
                   COL 36
               CLOSE ARQ-CAIXA
               GO TO ACERTO-SAI.

           PERFORM APURA-PAGAMENTOS THRU APURA-PAGAMENTOS-FIM.
           MOVE CX-FUNDO TO WS-VALOR-ED.
           DISPLAY "FUNDO DE TROCO:   " AT LINE 2 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 2 COL 56.
           MOVE WS-APURADO TO WS-VALOR-ED.
           DISPLAY "APURADO DINHEIRO: " AT LINE 3 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 3 COL 56.
           MOVE WS-APU-CARTAO TO WS-VALOR-ED.
           DISPLAY "APURADO CARTAO:   " AT LINE 4 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 4 COL 56.
           MOVE WS-APU-PIX TO WS-VALOR-ED.
           DISPLAY "APURADO PIX:      " AT LINE 5 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 5 COL 56.
           MOVE WS-APU-CHEQUE TO WS-VALOR-ED.
           DISPLAY "APURADO CHEQUE:   " AT LINE 6 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 6 COL 56.
           MOVE WS-ROTA-RECEBIDO TO WS-VALOR-ED.
           DISPLAY "FOLHA DE ROTA:    " AT LINE 7 COL 36.
           DISPLAY WS-VALOR-ED AT LINE 7 COL 56.
           DISPLAY "DINHEIRO CONTADO: " AT LINE 8 COL 36.
           ACCEPT WS-CONTADO AT LINE 8 COL 56.

           COMPUTE WS-DIFERENCA = WS-CONTADO
               - (CX-FUNDO + WS-APURADO - WS-APU-DEVOLVIDO).
           MOVE "F" TO CX-STATUS.
           MOVE WS-CONTADO TO CX-CONTADO.
           MOVE WS-APURADO TO CX-APURADO.
           MOVE WS-DIFERENCA TO CX-DIFERENCA.
           MOVE WS-HOJE-HHMMSS TO CX-HORA-FECHA.
           REWRITE CAIXA-REC.
           CLOSE ARQ-CAIXA.

           MOVE "ACERTO" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           STRING WS-FILIAL-ATUAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ENTREGADOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DATA-ROTA DELIMITED BY SIZE
               INTO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "APURADO " DELIMITED BY SIZE
               WS-APURADO DELIMITED BY SIZE
               " DIF " DELIMITED BY SIZE
               WS-DIFERENCA DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.

           COMPUTE WS-SOMA-VALOR = WS-APURADO + WS-APU-CARTAO
               + WS-APU-PIX + WS-APU-CHEQUE.
           MOVE WS-DIFERENCA TO WS-DIF-ED.
           PERFORM ABRE-ARQ-ROTA.
           MOVE ALL "=" TO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           MOVE SPACES TO ROTA-LINHA.
           STRING "ACERTO DO ENTREGADOR - RECIBOS: " DELIMITED BY SIZE
               WS-SOMA-VALOR DELIMITED BY SIZE
               "  FOLHA: " DELIMITED BY SIZE
               WS-ROTA-RECEBIDO DELIMITED BY SIZE
               "  DIFERENCA CAIXA: " DELIMITED BY SIZE
               WS-DIF-ED DELIMITED BY SIZE
               INTO ROTA-LINHA.
           PERFORM GRAVA-ROTA.
           PERFORM FECHA-ARQ-ROTA.
           IF WS-SOMA-VALOR NOT = WS-ROTA-RECEBIDO
               DISPLAY "ATENCAO: FOLHA DE ROTA DIFERE DOS RECIBOS"
                   AT LINE 10 COL 36
           END-IF.
           DISPLAY "CAIXA DO ENTREGADOR FECHADO. DIFERENCA: "
               AT LINE 11 COL 36.
           DISPLAY WS-DIF-ED AT LINE 11 COL 76.
       ACERTO-SAI.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO ENTREGAS.

       SOMA-PARADA-ACERTO.
           IF ENT-FILIAL = WS-FILIAL-ATUAL
               AND ENT-ENTREGADOR = WS-ENTREGADOR
               AND ENT-DATA-ROTA = WS-DATA-ROTA
               IF ENT-SITUACAO = "R"
                   ADD 1 TO WS-ROTA-PENDENTES
               END-IF
               IF ENT-SITUACAO = "E"
                   ADD 1 TO WS-ROTA-PARADAS
                   ADD ENT-VALOR-RECEBIDO TO WS-ROTA-RECEBIDO
               END-IF
           END-IF.

      * Soma os recibos da data para o operador e a filial do caixa
      * que esta na area do registro CAIXA-REC, separados por forma:
      * WS-APURADO fica com a parte em dinheiro. A devolucao de
      * caucao (tipo "R") nao e recebimento: vai a parte, em
      * WS-APU-DEVOLVIDO.
       APURA-PAGAMENTOS.
           MOVE 0 TO WS-APURADO.
           MOVE 0 TO WS-APU-CARTAO.
           MOVE 0 TO WS-APU-PIX.
           MOVE 0 TO WS-APU-CHEQUE.
           MOVE 0 TO WS-APU-DEVOLVIDO.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WS-FS-PAG <> 0
               CLOSE ARQ-PAGAMENTOS
               GO TO APURA-PAGAMENTOS-FIM
           END-IF.
           MOVE 0 TO PAG-RECIBO.
           SET EOF TO 0.
           START ARQ-PAGAMENTOS KEY IS NOT LESS THAN PAG-RECIBO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PAGAMENTOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF PAG-DATA = CX-DATA
                           AND PAG-FILIAL = CX-FILIAL
                           AND PAG-OPERADOR = CX-OPERADOR
                           AND PAG-SITUACAO NOT = "E"
                           AND PAG-TIPO = "R"
                           ADD PAG-VALOR TO WS-APU-DEVOLVIDO
                       END-IF
                       IF PAG-DATA = CX-DATA
                           AND PAG-FILIAL = CX-FILIAL
                           AND PAG-OPERADOR = CX-OPERADOR
                           AND PAG-SITUACAO NOT = "E"
                           AND PAG-TIPO NOT = "U"
                           AND PAG-TIPO NOT = "R"
                           MOVE PAG-FORMA TO WS-SOMA-FORMA
                           SUBTRACT PAG-VALOR2 FROM PAG-VALOR
                               GIVING WS-SOMA-VALOR
                           PERFORM SOMA-FORMA
                           IF PAG-FORMA2 NOT = SPACE
                               MOVE PAG-FORMA2 TO WS-SOMA-FORMA
                               MOVE PAG-VALOR2 TO WS-SOMA-VALOR
                               PERFORM SOMA-FORMA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-PAGAMENTOS.
       APURA-PAGAMENTOS-FIM.
           SET EOF TO 0.

      * Recibo sem forma gravada e anterior ao controle por forma,
      * todo em dinheiro.
       SOMA-FORMA.
           EVALUATE WS-SOMA-FORMA
               WHEN "C"
                   ADD WS-SOMA-VALOR TO WS-APU-CARTAO
               WHEN "P"
                   ADD WS-SOMA-VALOR TO WS-APU-PIX
               WHEN "Q"
                   ADD WS-SOMA-VALOR TO WS-APU-CHEQUE
               WHEN OTHER
                   ADD WS-SOMA-VALOR TO WS-APURADO
           END-EVALUATE.

      * Entregador e um operador cadastrado e nao bloqueado; devolve
      * o nome em WS-ENTREGADOR-NOME (em branco se nao serve).
       LE-ENTREGADOR.
           MOVE SPACES TO WS-ENTREGADOR-NOME.
           OPEN INPUT ARQ-OPERADORES.
           IF WS-FS10 <> 0
               CLOSE ARQ-OPERADORES
               DISPLAY "NENHUM OPERADOR CADASTRADO" AT LINE 11 COL 36
               GO TO LE-ENTREGADOR-FIM
           END-IF.
           MOVE WS-ENTREGADOR TO OP-CODIGO.
           READ ARQ-OPERADORES
               INVALID KEY
                   DISPLAY "ENTREGADOR NAO CADASTRADO" AT LINE 11
                       COL 36
               NOT INVALID KEY
                   IF OP-BLOQUEADO = "S"
                       DISPLAY "ENTREGADOR BLOQUEADO" AT LINE 11 COL 36
                   ELSE
                       MOVE OP-NOME TO WS-ENTREGADOR-NOME
                       DISPLAY OP-NOME AT LINE 1 COL 61
                   END-IF
           END-READ.
           CLOSE ARQ-OPERADORES.
       LE-ENTREGADOR-FIM.
           EXIT.

      * Caixa do entregador na data da rota (chave data + filial +
      * codigo do entregador): na primeira saida do dia e aberto
      * com o fundo de troco; rota extra no mesmo dia usa o caixa ja
      * aberto. Caixa ja acertado nao recebe nova rota.
       ABRE-CAIXA-ENTREGADOR.
           MOVE 0 TO WS-CAIXA-OK.
           OPEN I-O ARQ-CAIXA.
           IF WS-FS-CX = 35
               CLOSE ARQ-CAIXA
               OPEN OUTPUT ARQ-CAIXA
               CLOSE ARQ-CAIXA
               OPEN I-O ARQ-CAIXA
           END-IF.
           IF WS-FS-CX <> 0
               CLOSE ARQ-CAIXA
               DISPLAY "ERRO NO ARQUIVO DE CAIXA: " AT LINE 11 COL 36
               DISPLAY WS-FS-CX AT LINE 11 COL 62
               GO TO ABRE-CAIXA-ENTREGADOR-FIM
           END-IF.
           MOVE WS-DATA-ROTA TO CX-DATA.
           MOVE WS-FILIAL-ATUAL TO CX-FILIAL.
           MOVE WS-ENTREGADOR TO CX-OPERADOR.
           READ ARQ-CAIXA
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FS-CX = 0
               IF CX-STATUS = "A"
                   MOVE 1 TO WS-CAIXA-OK
               ELSE
                   DISPLAY "CAIXA DO ENTREGADOR JA FECHADO NA DATA"
                       AT LINE 11 COL 36
               END-IF
               CLOSE ARQ-CAIXA
               GO TO ABRE-CAIXA-ENTREGADOR-FIM
           END-IF.
           MOVE 0 TO WS-FUNDO.
           DISPLAY "FUNDO DE TROCO DO ENTREGADOR: " AT LINE 2 COL 36.
           ACCEPT WS-FUNDO AT LINE 2 COL 66.
           MOVE SPACES TO CAIXA-REC.
           MOVE WS-DATA-ROTA TO CX-DATA.
           MOVE WS-FILIAL-ATUAL TO CX-FILIAL.
           MOVE WS-ENTREGADOR TO CX-OPERADOR.
           MOVE "A" TO CX-STATUS.
           MOVE WS-FUNDO TO CX-FUNDO.
           MOVE 0 TO CX-RECEBIDO.
           MOVE 0 TO CX-CONTADO.
           MOVE 0 TO CX-APURADO.
           MOVE 0 TO CX-DIFERENCA.
           MOVE WS-HOJE-HHMMSS TO CX-HORA-ABRE.
           MOVE SPACES TO CX-HORA-FECHA.
           WRITE CAIXA-REC.
           CLOSE ARQ-CAIXA.
           MOVE 1 TO WS-CAIXA-OK.
           MOVE "ABRIR" TO WS-AUD-OPERACAO.
           MOVE SPACES TO WS-AUD-CHAVE.
           STRING WS-FILIAL-ATUAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ENTREGADOR DELIMITED BY SIZE
               INTO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "CAIXA ENTREGADOR FUNDO " DELIMITED BY SIZE
               WS-FUNDO DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
       ABRE-CAIXA-ENTREGADOR-FIM.
           EXIT.

      * Folha de rota do entregador na data: rota_FFFF_CCC_AAAAMMDD.txt
      * acumula a saida, o retorno e o acerto.
       ABRE-ARQ-ROTA.
           MOVE SPACES TO WS-NOME-ROTA.
           STRING "./rota_" DELIMITED BY SIZE
               WS-FILIAL-ATUAL DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-ENTREGADOR DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-DATA-ROTA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-ROTA.
           MOVE 0 TO WS-ROTA-ABERTA.
           OPEN EXTEND ARQ-ROTA.
           IF WS-FS-ROTA <> 0
               OPEN OUTPUT ARQ-ROTA
           END-IF.
           IF WS-FS-ROTA = 0
               MOVE 1 TO WS-ROTA-ABERTA
           END-IF.

       GRAVA-ROTA.
           IF WS-ROTA-ABERTA = 1
               WRITE ROTA-LINHA
           END-IF.

       FECHA-ARQ-ROTA.
           IF WS-ROTA-ABERTA = 1
               CLOSE ARQ-ROTA
               MOVE 0 TO WS-ROTA-ABERTA
           END-IF.

      * Titulo WS-TITULO-BUSCA na filial atual, travado para a baixa
      * do disponivel.
       ACHA-FILME-TRAVA.
           MOVE 0 TO WS-ACHOU-FILME.
           MOVE WS-TITULO-BUSCA TO FILME-TITULO.
           SET EOF TO 0.
           START ARQ-ESTOQUE KEY IS NOT LESS THAN FILME-TITULO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1 OR WS-ACHOU-FILME = 1
               READ ARQ-ESTOQUE NEXT INTO WS-FILME WITH LOCK
                   AT END SET EOF TO 1
                   NOT AT END
                       IF WS-FILME-TITULO NOT = WS-TITULO-BUSCA
                           SET EOF TO 1
                       ELSE
                           IF WS-FILME-FILIAL = WS-FILIAL-ATUAL
                               MOVE 1 TO WS-ACHOU-FILME
                           END-IF
                       END-IF
               END-READ
               IF WS-FS3 = 51
                   SET EOF TO 1
               END-IF
           END-PERFORM.
           SET EOF TO 0.
       ACHA-FILME-TRAVA-FIM.
           EXIT.

      * Censura do titulo pela idade do cliente do pedido. Sem
      * liberacao por supervisor: pedido por telefone nao tem quem
      * confira o documento.
       VERIFICA-CENSURA.
           MOVE 1 TO WS-CENSURA-OK.
           IF WS-FILME-CENSURA IS NOT NUMERIC
               GO TO VERIFICA-CENSURA-FIM
           END-IF.
           MOVE WS-FILME-CENSURA TO WS-CENSURA-NUM.
           IF WS-CLIENTE-NASCIMENTO IS NUMERIC
               MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM
               MOVE WS-CLIENTE-NASCIMENTO TO WS-NASC-NUM
               COMPUTE WS-IDADE = (WS-HOJE-NUM - WS-NASC-NUM) / 10000
           ELSE
               MOVE 0 TO WS-IDADE
           END-IF.
           IF WS-IDADE < WS-CENSURA-NUM
               MOVE 0 TO WS-CENSURA-OK
           END-IF.
       VERIFICA-CENSURA-FIM.
           EXIT.

      * O titulo tem copia na prateleira para o pedido? Com formato
      * pedido, conta as copias disponiveis daquele formato; titulo
      * sem inventario de exemplares fica so com o disponivel.
       CONFERE-DISPONIVEL.
           MOVE 0 TO WS-ITEM-DISP.
           IF WS-FILME-DISP = 0
               GO TO CONFERE-DISPONIVEL-FIM
           END-IF.
           MOVE 1 TO WS-ITEM-DISP.
           IF WS-FORMATO-PED = SPACE
               GO TO CONFERE-DISPONIVEL-FIM
           END-IF.
           MOVE 0 TO WS-FMT-DISP.
           MOVE 0 TO WS-FMT-COPIAS.
           OPEN INPUT ARQ-EXEMPLARES.
           IF WS-FS7 <> 0
               CLOSE ARQ-EXEMPLARES
               GO TO CONFERE-DISPONIVEL-FIM
           END-IF.
           MOVE WS-FILME-ID TO EX-FILME-ID.
           MOVE 0 TO EX-SEQ.
           SET WS-RES-EOF TO 0.
           START ARQ-EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY SET WS-RES-EOF TO 1.
           PERFORM UNTIL WS-RES-EOF = 1
               READ ARQ-EXEMPLARES NEXT
                   AT END SET WS-RES-EOF TO 1
                   NOT AT END
                       IF EX-FILME-ID NOT = WS-FILME-ID
                           SET WS-RES-EOF TO 1
                       ELSE
                           ADD 1 TO WS-FMT-COPIAS
                           PERFORM FORMATO-LIDO
                           IF EX-CONDICAO = "D"
                               AND WS-FMT-LIDO = WS-FORMATO-PED
                               ADD 1 TO WS-FMT-DISP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-RES-EOF TO 0.
           CLOSE ARQ-EXEMPLARES.
           IF WS-FMT-COPIAS > 0 AND WS-FMT-DISP = 0
               MOVE 0 TO WS-ITEM-DISP
           END-IF.
       CONFERE-DISPONIVEL-FIM.
           EXIT.

      * Separa a primeira copia disponivel do titulo no formato
      * pedido (qualquer um se em branco) e marca como alugada.
       PEGA-EXEMPLAR.
           MOVE 0 TO WS-EX-SEQ-PEGO.
           IF WS-FORMATO-PED = SPACE
               MOVE "D" TO WS-EX-FORMATO-PEGO
           ELSE
               MOVE WS-FORMATO-PED TO WS-EX-FORMATO-PEGO
           END-IF.
           OPEN I-O ARQ-EXEMPLARES.
           IF WS-FS7 <> 0
               CLOSE ARQ-EXEMPLARES
               GO TO PEGA-EXEMPLAR-FIM
           END-IF.
           MOVE WS-FILME-ID TO EX-FILME-ID.
           MOVE 0 TO EX-SEQ.
           SET WS-RES-EOF TO 0.
           START ARQ-EXEMPLARES KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY SET WS-RES-EOF TO 1.
           PERFORM UNTIL WS-RES-EOF = 1 OR WS-EX-SEQ-PEGO > 0
               READ ARQ-EXEMPLARES NEXT WITH LOCK
                   AT END SET WS-RES-EOF TO 1
                   NOT AT END
                       IF EX-FILME-ID NOT = WS-FILME-ID
                           SET WS-RES-EOF TO 1
                       ELSE
                           PERFORM FORMATO-LIDO
                           IF EX-CONDICAO = "D"
                               AND (WS-FORMATO-PED = SPACE
                               OR WS-FMT-LIDO = WS-FORMATO-PED)
                               MOVE "A" TO EX-CONDICAO
                               MOVE "EXEMPLARES" TO WS-JRN-ARQUIVO
                               MOVE "A" TO WS-JRN-OPERACAO
                               CALL "JORNAL" USING WS-JRN-PROGRAMA
                                   WS-JRN-ARQUIVO WS-JRN-OPERACAO
                                   EXEMPLAR
                               REWRITE EXEMPLAR
                               MOVE EX-SEQ TO WS-EX-SEQ-PEGO
                               MOVE WS-FMT-LIDO TO WS-EX-FORMATO-PEGO
                           END-IF
                       END-IF
               END-READ
               IF WS-FS7 = 51
                   SET WS-RES-EOF TO 1
               END-IF
           END-PERFORM.
           SET WS-RES-EOF TO 0.
           CLOSE ARQ-EXEMPLARES.
       PEGA-EXEMPLAR-FIM.
           EXIT.

       FORMATO-LIDO.
           IF EX-FORMATO = SPACE
               MOVE "D" TO WS-FMT-LIDO
           ELSE
               MOVE EX-FORMATO TO WS-FMT-LIDO
           END-IF.

      * Formato pedido: V VHS, D DVD, B Blu-ray, 4 4K ou vazio para
      * qualquer um.
       CONFERE-FORMATO.
           MOVE 0 TO WS-FMT-OK.
           IF WS-FORMATO-PED = "b"
               MOVE "B" TO WS-FORMATO-PED
           END-IF.
           IF WS-FORMATO-PED = "v"
               MOVE "V" TO WS-FORMATO-PED
           END-IF.
           IF WS-FORMATO-PED = "d"
               MOVE "D" TO WS-FORMATO-PED
           END-IF.
           IF WS-FORMATO-PED = SPACE OR WS-FORMATO-PED = "V"
               OR WS-FORMATO-PED = "D" OR WS-FORMATO-PED = "B"
               OR WS-FORMATO-PED = "4"
               MOVE 1 TO WS-FMT-OK
           END-IF.

      * Vencimento a partir de WS-DATA-BASE pela janela da tarifa da
      * filial (lancamento ou normal, ou a do formato da copia),
      * rolado para o proximo dia em que a filial abre. Resultado em
      * WS-VENC-X.
       CALC-VENCIMENTO.
           PERFORM LE-TARIFA-BASE THRU LE-TARIFA-BASE-FIM.
           PERFORM LE-TARIFA-FORMATO THRU LE-TARIFA-FORMATO-FIM.
           MOVE WS-DATA-BASE TO WS-VENC-X.
           IF WS-DATA-BASE IS NOT NUMERIC
               GO TO CALC-VENCIMENTO-FIM
           END-IF.
           IF WS-FILME-LANCAMENTO = "S"
               MOVE WS-TAR-JANELA-LANC TO WS-JANELA
           ELSE
               MOVE WS-TAR-JANELA-NORMAL TO WS-JANELA
           END-IF.
           IF WS-FMT-JANELA > 0
               MOVE WS-FMT-JANELA TO WS-JANELA
           END-IF.
           MOVE WS-DATA-BASE TO WS-INI-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-INI-NUM) TO WS-VENC-INI-DIA.
           COMPUTE WS-VENC-FIM-DIA = WS-VENC-INI-DIA + WS-JANELA.
           PERFORM PROXIMO-DIA-ABERTO THRU PROXIMO-DIA-ABERTO-FIM.
           MOVE FUNCTION DATE-OF-INTEGER(WS-VENC-FIM-DIA)
               TO WS-VENC-FIM-NUM.
           MOVE WS-VENC-FIM-NUM TO WS-VENC-X.
       CALC-VENCIMENTO-FIM.
           EXIT.

      * Valor do titulo como no balcao: preco x dias x multiplicador
      * da categoria x multiplicador do formato, com o desconto do
      * nivel do cliente.
       CALC-VALOR.
           MOVE 1 TO WS-DIAS-COBRANCA.
           IF WS-VENC-FIM-DIA > WS-VENC-INI-DIA
               COMPUTE WS-DIAS-COBRANCA = WS-VENC-FIM-DIA
                   - WS-VENC-INI-DIA
           END-IF.
           PERFORM LE-TARIFA-MULT THRU LE-TARIFA-MULT-FIM.
           COMPUTE WS-VALOR-CALC = WS-FILME-PRECO * WS-DIAS-COBRANCA
               * WS-TAR-MULT * WS-FMT-MULT.
           EVALUATE WS-CLIENTE-TIER
               WHEN "O"
                   COMPUTE WS-VALOR-CALC = WS-VALOR-CALC * 0.80
               WHEN "P"
                   COMPUTE WS-VALOR-CALC = WS-VALOR-CALC * 0.90
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CALC-VALOR-FIM.
           EXIT.

      * Rola WS-VENC-FIM-DIA para a frente enquanto a filial estiver
      * fechada (feriado ou dia da semana fechado em calendario.dat).
       PROXIMO-DIA-ABERTO.
           MOVE 0 TO WS-CAL-TENTA.
           MOVE 0 TO WS-CAL-ABERTO.
           OPEN INPUT ARQ-CALENDARIO.
           IF WS-FS9 <> 0
               CLOSE ARQ-CALENDARIO
               GO TO PROXIMO-DIA-ABERTO-FIM
           END-IF.
           PERFORM UNTIL WS-CAL-ABERTO = 1 OR WS-CAL-TENTA > 30
               PERFORM CONFERE-DIA-FECHADO
               IF WS-CAL-FECHADO = 1
                   ADD 1 TO WS-VENC-FIM-DIA
                   ADD 1 TO WS-CAL-TENTA
               ELSE
                   MOVE 1 TO WS-CAL-ABERTO
               END-IF
           END-PERFORM.
           CLOSE ARQ-CALENDARIO.
       PROXIMO-DIA-ABERTO-FIM.
           EXIT.

      * A filial esta fechada no dia WS-VENC-FIM-DIA? Confere o dia
      * da semana no registro base e o feriado avulso.
       CONFERE-DIA-FECHADO.
           MOVE 0 TO WS-CAL-FECHADO.
           MOVE FUNCTION DATE-OF-INTEGER(WS-VENC-FIM-DIA)
               TO WS-CAL-DIA-NUM.
           COMPUTE WS-CAL-DIA-SEM =
               FUNCTION MOD(WS-VENC-FIM-DIA, 7).
           MOVE WS-FILIAL-ATUAL TO CAL-FILIAL.
           MOVE SPACES TO CAL-DATA.
           READ ARQ-CALENDARIO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CAL-SEMANA(WS-CAL-DIA-SEM + 1:1) = "S"
                       MOVE 1 TO WS-CAL-FECHADO
                   END-IF
           END-READ.
           IF WS-CAL-FECHADO = 0
               MOVE WS-FILIAL-ATUAL TO CAL-FILIAL
               MOVE WS-CAL-DIA-NUM TO CAL-DATA
               READ ARQ-CALENDARIO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-CAL-FECHADO
               END-READ
           END-IF.

      * Regras da filial em tarifas.dat; sem registro valem 7/3 dias
      * e tele-entrega sem taxa.
       LE-TARIFA-BASE.
           MOVE 7 TO WS-TAR-JANELA-NORMAL.
           MOVE 3 TO WS-TAR-JANELA-LANC.
           MOVE 0 TO WS-TAR-TAXA-ENTREGA.
           OPEN INPUT ARQ-TARIFAS.
           IF WS-FS6 <> 0
               CLOSE ARQ-TARIFAS
               GO TO LE-TARIFA-BASE-FIM
           END-IF.
           MOVE WS-FILIAL-ATUAL TO TAR-FILIAL.
           MOVE SPACES TO TAR-CATEGORIA.
           READ ARQ-TARIFAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TAR-JANELA-NORMAL IS NUMERIC
                       AND TAR-JANELA-NORMAL > 0
                       MOVE TAR-JANELA-NORMAL TO WS-TAR-JANELA-NORMAL
                   END-IF
                   IF TAR-JANELA-LANC IS NUMERIC
                       AND TAR-JANELA-LANC > 0
                       MOVE TAR-JANELA-LANC TO WS-TAR-JANELA-LANC
                   END-IF
                   IF TAR-TAXA-ENTREGA IS NUMERIC
                       MOVE TAR-TAXA-ENTREGA TO WS-TAR-TAXA-ENTREGA
                   END-IF
           END-READ.
           CLOSE ARQ-TARIFAS.
       LE-TARIFA-BASE-FIM.
           EXIT.

      * Multiplicador de preco da categoria na filial; sem registro
      * vale 1,00.
       LE-TARIFA-MULT.
           MOVE 1.00 TO WS-TAR-MULT.
           OPEN INPUT ARQ-TARIFAS.
           IF WS-FS6 <> 0
               CLOSE ARQ-TARIFAS
               GO TO LE-TARIFA-MULT-FIM
           END-IF.
           MOVE WS-FILIAL-ATUAL TO TAR-FILIAL.
           MOVE WS-FILME-CATEGORIA TO TAR-CATEGORIA.
           READ ARQ-TARIFAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TAR-MULT-PRECO IS NUMERIC
                       AND TAR-MULT-PRECO > 0
                       MOVE TAR-MULT-PRECO TO WS-TAR-MULT
                   END-IF
           END-READ.
           CLOSE ARQ-TARIFAS.
       LE-TARIFA-MULT-FIM.
           EXIT.

      * Regra do formato da copia (WS-EX-FORMATO-PEGO) na filial em
      * formatos.dat: multiplicador sobre o preco e janela propria.
      * Sem registro vale 1,00 e as janelas da tarifa.
       LE-TARIFA-FORMATO.
           MOVE 1.00 TO WS-FMT-MULT.
           MOVE 0 TO WS-FMT-JANELA.
           OPEN INPUT ARQ-FORMATOS.
           IF WS-FS8 <> 0
               CLOSE ARQ-FORMATOS
               GO TO LE-TARIFA-FORMATO-FIM
           END-IF.
           MOVE WS-FILIAL-ATUAL TO FMT-FILIAL.
           MOVE WS-EX-FORMATO-PEGO TO FMT-FORMATO.
           READ ARQ-FORMATOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FMT-MULT-PRECO IS NUMERIC
                       AND FMT-MULT-PRECO > 0
                       MOVE FMT-MULT-PRECO TO WS-FMT-MULT
                   END-IF
                   IF FMT-JANELA IS NUMERIC
                       MOVE FMT-JANELA TO WS-FMT-JANELA
                   END-IF
           END-READ.
           CLOSE ARQ-FORMATOS.
       LE-TARIFA-FORMATO-FIM.
           EXIT.

      * Forma de pagamento do valor recebido pelo entregador
      * (D=dinheiro C=cartao P=PIX Q=cheque), com a opcao de dividir
      * em duas formas: WS-VALOR-FORMA2 vai na segunda e o restante
      * na primeira.
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
           IF WS-VALOR-RECIBO < 0.02
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
               IF WS-VALOR-FORMA2 < WS-VALOR-RECIBO
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

      * Recibo do valor recebido na parada (tipo "T") em
      * pagamentos.dat, na data da rota e no codigo do entregador,
      * e a parte em dinheiro lancada no caixa do entregador. O
      * numero do recibo vai na folha de rota.
       REGISTRA-RECIBO.
           OPEN I-O ARQ-PAGAMENTOS.
           IF WS-FS-PAG = 35
               CLOSE ARQ-PAGAMENTOS
               OPEN OUTPUT ARQ-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
               OPEN I-O ARQ-PAGAMENTOS
           END-IF.
           IF WS-FS-PAG <> 0
               DISPLAY "ERRO NO ARQUIVO DE PAGAMENTOS: " AT LINE 13
                   COL 36
               DISPLAY WS-FS-PAG AT LINE 13 COL 68
               GO TO REGISTRA-RECIBO-FIM
           END-IF.
           MOVE SPACES TO PAGAMENTO.
           MOVE WS-PROX-RECIBO TO PAG-RECIBO.
           MOVE WS-DATA-ROTA TO PAG-DATA.
           MOVE WS-HOJE-HHMMSS TO PAG-HORA.
           MOVE WS-ENT-CPF TO PAG-CPF.
           MOVE WS-VALOR-RECIBO TO PAG-VALOR.
           MOVE WS-FILIAL-ATUAL TO PAG-FILIAL.
           MOVE WS-ENTREGADOR TO PAG-OPERADOR.
           MOVE WS-TIPO-RECIBO TO PAG-TIPO.
           MOVE WS-FORMA-PAG TO PAG-FORMA.
           MOVE WS-FORMA-PAG2 TO PAG-FORMA2.
           MOVE WS-VALOR-FORMA2 TO PAG-VALOR2.
           MOVE "PAGAMENTOS" TO WS-JRN-ARQUIVO.
           MOVE "I" TO WS-JRN-OPERACAO.
           CALL "JORNAL" USING WS-JRN-PROGRAMA WS-JRN-ARQUIVO
               WS-JRN-OPERACAO PAGAMENTO.
           WRITE PAGAMENTO.
           CLOSE ARQ-PAGAMENTOS.
           SUBTRACT WS-VALOR-FORMA2 FROM WS-VALOR-RECIBO
               GIVING WS-VALOR-FORMA1.
           MOVE 0 TO WS-VALOR-DINHEIRO.
           IF WS-FORMA-PAG = "D"
               ADD WS-VALOR-FORMA1 TO WS-VALOR-DINHEIRO
           END-IF.
           IF WS-FORMA-PAG2 = "D"
               ADD WS-VALOR-FORMA2 TO WS-VALOR-DINHEIRO
           END-IF.
           PERFORM POSTA-CAIXA THRU POSTA-CAIXA-FIM.
       REGISTRA-RECIBO-FIM.
           EXIT.

       POSTA-CAIXA.
           OPEN I-O ARQ-CAIXA.
           IF WS-FS-CX <> 0
               CLOSE ARQ-CAIXA
               DISPLAY "ATENCAO: CAIXA DO ENTREGADOR NAO ABERTO"
                   AT LINE 13 COL 36
               GO TO POSTA-CAIXA-FIM
           END-IF.
           MOVE WS-DATA-ROTA TO CX-DATA.
           MOVE WS-FILIAL-ATUAL TO CX-FILIAL.
           MOVE WS-ENTREGADOR TO CX-OPERADOR.
           READ ARQ-CAIXA WITH LOCK
               INVALID KEY
                   DISPLAY "ATENCAO: CAIXA DO ENTREGADOR NAO ABERTO"
                       AT LINE 13 COL 36
               NOT INVALID KEY
                   IF CX-STATUS = "A"
                       ADD WS-VALOR-DINHEIRO TO CX-RECEBIDO
                       REWRITE CAIXA-REC
                   ELSE
                       DISPLAY "ATENCAO: CAIXA DO ENTREGADOR FECHADO"
                           AT LINE 13 COL 36
                   END-IF
           END-READ.
           CLOSE ARQ-CAIXA.
       POSTA-CAIXA-FIM.
           EXIT.

       GET_PROX_RECIBO.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS-CONT = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE "RECIBO" TO CONT-TIPO.
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
                       AT LINE 13 COL 36
                   MOVE 0 TO CONT-ULTIMO
           END-EVALUATE.
           MOVE CONT-ULTIMO TO WS-PROX-RECIBO.
           CLOSE ARQ-CONTADOR.

       GET_PROX_ID.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS-CONT = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE "EMPRESTIMO" TO CONT-TIPO.
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
                       AT LINE 13 COL 36
                   MOVE 0 TO CONT-ULTIMO
           END-EVALUATE.
           MOVE CONT-ULTIMO TO WS-PROX-ID.
           CLOSE ARQ-CONTADOR.

       GET_PROX_ENTREGA.
           OPEN I-O ARQ-CONTADOR.
           IF WS-FS-CONT = 35
               CLOSE ARQ-CONTADOR
               OPEN OUTPUT ARQ-CONTADOR
               CLOSE ARQ-CONTADOR
               OPEN I-O ARQ-CONTADOR
           END-IF.
           MOVE "ENTREGA" TO CONT-TIPO.
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
           MOVE CONT-ULTIMO TO WS-PROX-ENT.
           CLOSE ARQ-CONTADOR.

      * Leitura do contador com trava; com o registro em uso por
      * outro terminal, aguarda e tenta de novo.
       LE-CONTADOR-TRAVA.
           MOVE 0 TO WS-TRAVA-TENTA.
           READ ARQ-CONTADOR WITH LOCK
               INVALID KEY CONTINUE
           END-READ.
           PERFORM UNTIL WS-FS-CONT NOT = 51 OR WS-TRAVA-TENTA > 9
               DISPLAY "REGISTRO EM USO, AGUARDE" AT LINE 10 COL 36
               CALL "C$SLEEP" USING WS-TRAVA-SEG
               ADD 1 TO WS-TRAVA-TENTA
               READ ARQ-CONTADOR WITH LOCK
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
       LE-CONTADOR-TRAVA-FIM.
           EXIT.

      * Paginacao das listagens: pagina cheia para com "CONTINUA"
      * e segue com o cabecalho redesenhado.
       QUEBRA-PAGINA.
           IF WS-LA > 20
               DISPLAY "CONTINUA - ENTER P/ PROXIMA PAGINA"
                   AT LINE 22 COL 36
               ACCEPT WS-LIXO AT LINE 22 COL 71
               PERFORM CABECALHO-PAGINA
           END-IF.

       CABECALHO-PAGINA.
           DISPLAY WS-REL-TITULO AT LINE 1 COL 36.
           MOVE 2 TO WS-LA.

      * Janela de batch armada pelo NOTURNO em controle.dat: sem
      * atualizacao no balcao enquanto a cadeia roda.
       VERIFICA-TRAVA-BATCH.
           MOVE 0 TO WS-TRAVA-BATCH.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-FS-CTL <> 0
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

       SISTEMA-EM-FECHAMENTO.
           DISPLAY "SISTEMA EM FECHAMENTO - TENTE MAIS TARDE"
               AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO ENTREGAS.

       REGISTRO-EM-USO.
           DISPLAY "REGISTRO EM USO, AGUARDE E TENTE NOVAMENTE"
               AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO ENTREGAS.

       ERROARQ.
           DISPLAY "ERRO NO ARQUIVO DE ENTREGAS: " AT LINE 11 COL 36.
           DISPLAY WS-FS AT LINE 11 COL 65.
           ACCEPT WS-LIXO AT LINE 11 COL 68.
           CLOSE ARQ-ENTREGAS.
           GO TO ENTREGAS.

       FIM.
       END PROGRAM ENTREGAS.
