      ******************************************************************
      * Author: MATHEUS LOBO
      * Date: 05/11/19
      * Purpose: Trabalho - sistema de locadora de videos
      * Tectonics: cobc -x
      ******************************************************************
      * Relatorio do titular (LGPD): para o CPF informado no console
      * lista tudo o que o sistema guarda sobre ele - cadastro,
      * dependentes, emprestimos, arquivo morto, pagamentos, reservas,
      * acordos, assinatura, vales, RPS, negativacao junto ao biro
      * de credito, e-mail e mensagens enviadas, abonos de multa,
      * cupons, tele-entregas (com endereco e telefone), locacoes de
      * equipamento e as linhas da trilha de auditoria (ativa e meses
      * rotacionados) que citam o CPF - em lgpd_CPF.txt, para
      * atender o pedido de acesso do cliente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDREL.
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
           ACCESS IS RANDOM
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
       SELECT ARQ-AUD-ENTRA
           ASSIGN TO WS-NOME-AUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS11.
       SELECT ARQ-LISTA
           ASSIGN TO "./lgpdrel.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS12.
       SELECT ARQ-RELATORIO
           ASSIGN TO WS-NOME-REL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS13.
       SELECT ARQ-NEGATIVACAO
           ASSIGN TO "./negativacao.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NEG-CHAVE
           FILE STATUS IS WS-FS14.
       SELECT ARQ-EMAILS
           ASSIGN TO "./emails.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS EML-CPF
           FILE STATUS IS WS-FS15.
       SELECT ARQ-MENSAGENS
           ASSIGN TO "./mensagens.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSG-ID
           ALTERNATE KEY IS MSG-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS16.
       SELECT ARQ-ABONOS
           ASSIGN TO "./abonos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ABN-ID
           ALTERNATE KEY IS ABN-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS17.
       SELECT ARQ-CUPONS
           ASSIGN TO "./cupons.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUP-CODIGO
           ALTERNATE KEY IS CUP-CPF WITH DUPLICATES
           ALTERNATE KEY IS CUP-EMP-ID WITH DUPLICATES
           FILE STATUS IS WS-FS18.
       SELECT ARQ-ENTREGAS
           ASSIGN TO "./entregas.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ENT-ID
           ALTERNATE KEY IS ENT-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS19.
       SELECT ARQ-EQLOCACOES
           ASSIGN TO "./eqlocacoes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EQL-ID
           ALTERNATE KEY IS EQL-CODIGO WITH DUPLICATES
           ALTERNATE KEY IS EQL-CPF WITH DUPLICATES
           FILE STATUS IS WS-FS20.
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
           05 EMP-VALOR PIC 9(06)V99.
           05 EMP-FILIAL PIC X(04).
           05 FILLER PIC X(28).
       FD ARQ-MORTO.
       01 MORTO-REC.
           05 MORTO-EMP-ID PIC 9(06).
           05 MORTO-DATA-INI PIC X(20).
           05 FILLER PIC X(20).
           05 MORTO-CPF PIC X(11).
           05 MORTO-FILME PIC X(20).
           05 MORTO-STATUS PIC X(01).
           05 MORTO-DATA-DEV PIC X(08).
           05 MORTO-VALOR PIC 9(06)V99.
           05 MORTO-FILIAL PIC X(04).
           05 FILLER PIC X(30).
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
           05 RPS-COD-SERVICO PIC X(06).
           05 RPS-VALOR PIC 9(06)V99.
           05 RPS-ALIQUOTA PIC 9(01)V9999.
           05 RPS-ISS PIC 9(06)V99.
           05 RPS-SITUACAO PIC X(01).
           05 RPS-DATA-CANC PIC X(08).
           05 RPS-SERIE PIC X(05).
           05 FILLER PIC X(20).
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
       FD ARQ-AUD-ENTRA.
       01 AUD-ENTRA-REC PIC X(103).
       FD ARQ-LISTA.
       01 LISTA-LINHA PIC X(60).
       FD ARQ-RELATORIO.
       01 REL-LINHA PIC X(110).
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
           05 FILLER PIC X(244).
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
           05 FILLER PIC X(81).

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
            77 EOF PIC 9 VALUE 0.
            77 EOF2 PIC 9 VALUE 0.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-HHMMSS PIC X(06).
               05 WS-HOJE-RESTO PIC X(07).
            77 WS-CPF PIC X(11).
            77 WS-NOME-REL PIC X(30).
            77 WS-NOME-AUD PIC X(60).
            01 WS-CMD PIC X(100).
            77 WS-LINHA PIC X(110).
            77 WS-AUD-LINHA PIC X(103).
            77 WS-QTD PIC 9(06).
            77 WS-TOTAL PIC 9(06) VALUE 0.
            77 WS-OCORRE PIC 9(03).
            77 WS-VALOR-ED PIC ZZZZZ9.99.
            77 WS-VALOR2-ED PIC ZZZZZ9.99.
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "LGPDREL".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            01 WS-AUD-DETALHE PIC X(40).

       PROCEDURE DIVISION.
       LGPDREL.
           DISPLAY "RELATORIO DO TITULAR (LGPD)".
           DISPLAY "CPF DO TITULAR (11 DIGITOS): ".
           ACCEPT WS-CPF.
           IF WS-CPF IS NOT NUMERIC
               DISPLAY "CPF INVALIDO: " WS-CPF
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE SPACES TO WS-NOME-REL.
           STRING "./lgpd_" DELIMITED BY SIZE
               WS-CPF DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-NOME-REL.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WS-FS13 <> 0
               DISPLAY "ERRO NO ARQUIVO DO RELATORIO: " WS-FS13
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE ALL "=" TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "DADOS PESSOAIS MANTIDOS - CPF " DELIMITED BY SIZE
               WS-CPF DELIMITED BY SIZE
               "  EMITIDO EM " DELIMITED BY SIZE
               WS-HOJE-AAAAMMDD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HOJE-HHMMSS DELIMITED BY SIZE
               INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE ALL "=" TO WS-LINHA.
           PERFORM GRAVA-LINHA.

           PERFORM REL-CADASTRO THRU REL-CADASTRO-FIM.
           PERFORM REL-DEPENDENTES THRU REL-DEPENDENTES-FIM.
           PERFORM REL-EMPRESTIMOS THRU REL-EMPRESTIMOS-FIM.
           PERFORM REL-MORTO THRU REL-MORTO-FIM.
           PERFORM REL-PAGAMENTOS THRU REL-PAGAMENTOS-FIM.
           PERFORM REL-RESERVAS THRU REL-RESERVAS-FIM.
           PERFORM REL-ACORDOS THRU REL-ACORDOS-FIM.
           PERFORM REL-ASSINATURA THRU REL-ASSINATURA-FIM.
           PERFORM REL-VALES THRU REL-VALES-FIM.
           PERFORM REL-RPS THRU REL-RPS-FIM.
           PERFORM REL-NEGATIVACAO THRU REL-NEGATIVACAO-FIM.
           PERFORM REL-MENSAGENS THRU REL-MENSAGENS-FIM.
           PERFORM REL-ABONOS THRU REL-ABONOS-FIM.
           PERFORM REL-CUPONS THRU REL-CUPONS-FIM.
           PERFORM REL-ENTREGAS THRU REL-ENTREGAS-FIM.
           PERFORM REL-EQLOCACOES THRU REL-EQLOCACOES-FIM.
           PERFORM REL-AUDITORIA THRU REL-AUDITORIA-FIM.

           MOVE ALL "=" TO WS-LINHA.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL DE REGISTROS: " DELIMITED BY SIZE
               WS-TOTAL DELIMITED BY SIZE
               INTO WS-LINHA.
           PERFORM GRAVA-LINHA.
           CLOSE ARQ-RELATORIO.

           MOVE "RELATORIO" TO WS-AUD-OPERACAO.
           MOVE WS-CPF TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "PEDIDO DE ACESSO - " DELIMITED BY SIZE
               WS-TOTAL DELIMITED BY SIZE
               " REGISTROS" DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "REGISTROS ENCONTRADOS: " WS-TOTAL.
           DISPLAY "ARQUIVO: " WS-NOME-REL.
           GO TO FIM.

       GRAVA-LINHA.
           MOVE WS-LINHA TO REL-LINHA.
           WRITE REL-LINHA.

      * Titulo da secao; WS-LINHA traz o nome.
       GRAVA-TITULO.
           MOVE WS-LINHA TO REL-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE REL-LINHA.
           MOVE ALL "-" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 0 TO WS-QTD.

       GRAVA-NADA.
           IF WS-QTD = 0
               MOVE "  NENHUM REGISTRO" TO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF.
           ADD WS-QTD TO WS-TOTAL.

       REL-CADASTRO.
           MOVE "CADASTRO" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               CLOSE ARQ-CLIENTES
               GO TO REL-CADASTRO-FIM
           END-IF.
           MOVE WS-CPF TO CLIENTE-CPF.
           READ ARQ-CLIENTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD
                   MOVE CLIENTE-SALDO TO WS-VALOR-ED
                   MOVE SPACES TO WS-LINHA
                   STRING "  NOME " DELIMITED BY SIZE
                       CLIENTE-NOME DELIMITED BY SIZE
                       " TEL " DELIMITED BY SIZE
                       CLIENTE-TELEFONE DELIMITED BY SIZE
                       " NASC " DELIMITED BY SIZE
                       CLIENTE-NASCIMENTO DELIMITED BY SIZE
                       INTO WS-LINHA
                   PERFORM GRAVA-LINHA
                   MOVE SPACES TO WS-LINHA
                   STRING "  CADASTRO " DELIMITED BY SIZE
                       CLIENTE-DATA-CADASTRO DELIMITED BY SIZE
                       " FILIAL " DELIMITED BY SIZE
                       CLIENTE-FILIAL DELIMITED BY SIZE
                       " LOCACOES ABERTAS " DELIMITED BY SIZE
                       CLIENTE-EMP DELIMITED BY SIZE
                       " SALDO " DELIMITED BY SIZE
                       WS-VALOR-ED DELIMITED BY SIZE
                       " CATEGORIA " DELIMITED BY SIZE
                       CLIENTE-TIER DELIMITED BY SIZE
                       INTO WS-LINHA
                   PERFORM GRAVA-LINHA
                   MOVE SPACES TO WS-LINHA
                   STRING "  ACEITA AVISOS " DELIMITED BY SIZE
                       CLIENTE-CONSENTE DELIMITED BY SIZE
                       " CANAL " DELIMITED BY SIZE
                       CLIENTE-CANAL DELIMITED BY SIZE
                       INTO WS-LINHA
                   PERFORM GRAVA-LINHA
           END-READ.
           CLOSE ARQ-CLIENTES.
       REL-CADASTRO-FIM.
           PERFORM GRAVA-NADA.

       REL-DEPENDENTES.
           MOVE "DEPENDENTES" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-FS10 <> 0
               CLOSE ARQ-DEPENDENTES
               GO TO REL-DEPENDENTES-FIM
           END-IF.
           MOVE WS-CPF TO DEP-CPF.
           MOVE 0 TO DEP-SEQ.
           SET EOF TO 0.
           START ARQ-DEPENDENTES KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-DEPENDENTES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF DEP-CPF NOT = WS-CPF
                           SET EOF TO 1
                       ELSE
                           ADD 1 TO WS-QTD
                           MOVE SPACES TO WS-LINHA
                           STRING "  " DELIMITED BY SIZE
                               DEP-SEQ DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               DEP-NOME DELIMITED BY SIZE
                               " NASC " DELIMITED BY SIZE
                               DEP-NASCIMENTO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               DEP-PARENTESCO DELIMITED BY SIZE
                               " SIT " DELIMITED BY SIZE
                               DEP-SITUACAO DELIMITED BY SIZE
                               " CENSURA " DELIMITED BY SIZE
                               DEP-CENSURA-MAX DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEPENDENTES.
       REL-DEPENDENTES-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

       REL-EMPRESTIMOS.
           MOVE "EMPRESTIMOS" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-FS2 <> 0
               CLOSE ARQ-EMPRESTIMOS
               GO TO REL-EMPRESTIMOS-FIM
           END-IF.
           MOVE WS-CPF TO EMP-CPF.
           SET EOF TO 0.
           START ARQ-EMPRESTIMOS KEY IS EQUAL EMP-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EMPRESTIMOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF EMP-CPF NOT = WS-CPF
                           SET EOF TO 1
                       ELSE
                           ADD 1 TO WS-QTD
                           MOVE EMP-VALOR TO WS-VALOR-ED
                           MOVE SPACES TO WS-LINHA
                           STRING "  " DELIMITED BY SIZE
                               EMP-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               DATA-INI(1:8) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FILME-EMP DELIMITED BY SIZE
                               " SIT " DELIMITED BY SIZE
                               EMP-STATUS DELIMITED BY SIZE
                               " DEV " DELIMITED BY SIZE
                               DATA-DEVOLUCAO DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VALOR-ED DELIMITED BY SIZE
                               " FIL " DELIMITED BY SIZE
                               EMP-FILIAL DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
       REL-EMPRESTIMOS-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

       REL-MORTO.
           MOVE "EMPRESTIMOS ARQUIVADOS" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-MORTO.
           IF WS-FS3 <> 0
               CLOSE ARQ-MORTO
               GO TO REL-MORTO-FIM
           END-IF.
           MOVE 0 TO MORTO-EMP-ID.
           SET EOF TO 0.
           START ARQ-MORTO KEY IS NOT LESS THAN MORTO-EMP-ID
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-MORTO NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF MORTO-CPF = WS-CPF
                           ADD 1 TO WS-QTD
                           MOVE MORTO-VALOR TO WS-VALOR-ED
                           MOVE SPACES TO WS-LINHA
                           STRING "  " DELIMITED BY SIZE
                               MORTO-EMP-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               MORTO-DATA-INI(1:8) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               MORTO-FILME DELIMITED BY SIZE
                               " SIT " DELIMITED BY SIZE
                               MORTO-STATUS DELIMITED BY SIZE
                               " DEV " DELIMITED BY SIZE
                               MORTO-DATA-DEV DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VALOR-ED DELIMITED BY SIZE
                               " FIL " DELIMITED BY SIZE
                               MORTO-FILIAL DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MORTO.
       REL-MORTO-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

       REL-PAGAMENTOS.
           MOVE "PAGAMENTOS" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WS-FS4 <> 0
               CLOSE ARQ-PAGAMENTOS
               GO TO REL-PAGAMENTOS-FIM
           END-IF.
           MOVE 0 TO PAG-RECIBO.
           SET EOF TO 0.
           START ARQ-PAGAMENTOS KEY IS NOT LESS THAN PAG-RECIBO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-PAGAMENTOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF PAG-CPF = WS-CPF
                           ADD 1 TO WS-QTD
                           MOVE PAG-VALOR TO WS-VALOR-ED
                           MOVE PAG-VALOR2 TO WS-VALOR2-ED
                           MOVE SPACES TO WS-LINHA
                           STRING "  RECIBO " DELIMITED BY SIZE
                               PAG-RECIBO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PAG-DATA DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PAG-HORA DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VALOR-ED DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PAG-FORMA DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-VALOR2-ED DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PAG-FORMA2 DELIMITED BY SIZE
                               " FIL " DELIMITED BY SIZE
                               PAG-FILIAL DELIMITED BY SIZE
                               " TIPO " DELIMITED BY SIZE
                               PAG-TIPO DELIMITED BY SIZE
                               " SIT " DELIMITED BY SIZE
                               PAG-SITUACAO DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PAGAMENTOS.
       REL-PAGAMENTOS-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

       REL-RESERVAS.
           MOVE "RESERVAS" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-RESERVA.
           IF WS-FS5 <> 0
               CLOSE ARQ-RESERVA
               GO TO REL-RESERVAS-FIM
           END-IF.
           MOVE LOW-VALUES TO RES-CHAVE.
           SET EOF TO 0.
           START ARQ-RESERVA KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-RESERVA NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF RES-CPF = WS-CPF
                           ADD 1 TO WS-QTD
                           MOVE SPACES TO WS-LINHA
                           STRING "  " DELIMITED BY SIZE
                               RES-FILME DELIMITED BY SIZE
                               " EM " DELIMITED BY SIZE
                               RES-DATA DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RESERVA.
       REL-RESERVAS-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

       REL-ACORDOS.
           MOVE "ACORDOS" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-ACORDOS.
           IF WS-FS6 <> 0
               CLOSE ARQ-ACORDOS
               GO TO REL-ACORDOS-FIM
           END-IF.
           MOVE WS-CPF TO ACD-CPF.
           MOVE 0 TO ACD-PARCELA.
           SET EOF TO 0.
           START ARQ-ACORDOS KEY IS NOT LESS THAN ACD-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ACORDOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ACD-CPF NOT = WS-CPF
                           SET EOF TO 1
                       ELSE
                           ADD 1 TO WS-QTD
                           MOVE ACD-VALOR TO WS-VALOR-ED
                           MOVE SPACES TO WS-LINHA
                           STRING "  PARCELA " DELIMITED BY SIZE
                               ACD-PARCELA DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VALOR-ED DELIMITED BY SIZE
                               " VENC " DELIMITED BY SIZE
                               ACD-VENCIMENTO DELIMITED BY SIZE
                               " SIT " DELIMITED BY SIZE
                               ACD-SITUACAO DELIMITED BY SIZE
                               " ACORDO " DELIMITED BY SIZE
                               ACD-DATA-ACORDO DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ACORDOS.
       REL-ACORDOS-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

       REL-ASSINATURA.
           MOVE "ASSINATURA" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-ASSINATURAS.
           IF WS-FS7 <> 0
               CLOSE ARQ-ASSINATURAS
               GO TO REL-ASSINATURA-FIM
           END-IF.
           MOVE WS-CPF TO ASS-CPF.
           READ ARQ-ASSINATURAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD
                   MOVE SPACES TO WS-LINHA
                   STRING "  PLANO " DELIMITED BY SIZE
                       ASS-PLANO DELIMITED BY SIZE
                       " ADESAO " DELIMITED BY SIZE
                       ASS-DATA-ADESAO DELIMITED BY SIZE
                       " SIT " DELIMITED BY SIZE
                       ASS-SITUACAO DELIMITED BY SIZE
                       " MES " DELIMITED BY SIZE
                       ASS-MES-REF DELIMITED BY SIZE
                       INTO WS-LINHA
                   PERFORM GRAVA-LINHA
           END-READ.
           CLOSE ARQ-ASSINATURAS.
       REL-ASSINATURA-FIM.
           PERFORM GRAVA-NADA.

       REL-VALES.
           MOVE "VALES" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-VALES.
           IF WS-FS8 <> 0
               CLOSE ARQ-VALES
               GO TO REL-VALES-FIM
           END-IF.
           MOVE 0 TO VAL-NUMERO.
           SET EOF TO 0.
           START ARQ-VALES KEY IS NOT LESS THAN VAL-NUMERO
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-VALES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF VAL-CPF = WS-CPF
                           ADD 1 TO WS-QTD
                           MOVE VAL-VALOR TO WS-VALOR-ED
                           MOVE VAL-SALDO TO WS-VALOR2-ED
                           MOVE SPACES TO WS-LINHA
                           STRING "  VALE " DELIMITED BY SIZE
                               VAL-NUMERO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               VAL-DATA-VENDA DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VALOR-ED DELIMITED BY SIZE
                               " SALDO " DELIMITED BY SIZE
                               WS-VALOR2-ED DELIMITED BY SIZE
                               " SIT " DELIMITED BY SIZE
                               VAL-SITUACAO DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-VALES.
       REL-VALES-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

       REL-RPS.
           MOVE "RPS / NFS-E" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-RPS.
           IF WS-FS9 <> 0
               CLOSE ARQ-RPS
               GO TO REL-RPS-FIM
           END-IF.
           MOVE LOW-VALUES TO RPS-CHAVE.
           SET EOF TO 0.
           START ARQ-RPS KEY IS NOT LESS THAN RPS-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-RPS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF RPS-CPF = WS-CPF
                           ADD 1 TO WS-QTD
                           MOVE RPS-VALOR TO WS-VALOR-ED
                           MOVE SPACES TO WS-LINHA
                           STRING "  RPS " DELIMITED BY SIZE
                               RPS-FILIAL DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               RPS-NUMERO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               RPS-DATA DELIMITED BY SIZE
                               " RECIBO " DELIMITED BY SIZE
                               RPS-RECIBO DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VALOR-ED DELIMITED BY SIZE
                               " SIT " DELIMITED BY SIZE
                               RPS-SITUACAO DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RPS.
       REL-RPS-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

       REL-NEGATIVACAO.
           MOVE "NEGATIVACAO" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-NEGATIVACAO.
           IF WS-FS14 <> 0
               CLOSE ARQ-NEGATIVACAO
               GO TO REL-NEGATIVACAO-FIM
           END-IF.
           MOVE WS-CPF TO NEG-CPF.
           MOVE 0 TO NEG-SEQ.
           SET EOF TO 0.
           START ARQ-NEGATIVACAO KEY IS NOT LESS THAN NEG-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-NEGATIVACAO NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF NEG-CPF NOT = WS-CPF
                           SET EOF TO 1
                       ELSE
                           ADD 1 TO WS-QTD
                           MOVE NEG-VALOR TO WS-VALOR-ED
                           MOVE SPACES TO WS-LINHA
                           STRING "  SEQ " DELIMITED BY SIZE
                               NEG-SEQ DELIMITED BY SIZE
                               " SIT " DELIMITED BY SIZE
                               NEG-SITUACAO DELIMITED BY SIZE
                               " FILIAL " DELIMITED BY SIZE
                               NEG-FILIAL DELIMITED BY SIZE
                               " DEBITO " DELIMITED BY SIZE
                               NEG-DEBITO-DESDE DELIMITED BY SIZE
                               " AVISO " DELIMITED BY SIZE
                               NEG-DATA-AVISO DELIMITED BY SIZE
                               " INCL " DELIMITED BY SIZE
                               NEG-DATA-INCLUSAO DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VALOR-ED DELIMITED BY SIZE
                               " EXCL " DELIMITED BY SIZE
                               NEG-DATA-EXCLUSAO DELIMITED BY SIZE
                               " MOT " DELIMITED BY SIZE
                               NEG-MOTIVO DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-NEGATIVACAO.
       REL-NEGATIVACAO-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

      * E-mail cadastrado e as mensagens enviadas ao titular.
       REL-MENSAGENS.
           MOVE "E-MAIL E MENSAGENS" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-EMAILS.
           IF WS-FS15 = 0
               MOVE WS-CPF TO EML-CPF
               READ ARQ-EMAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD
                       MOVE SPACES TO WS-LINHA
                       STRING "  E-MAIL " DELIMITED BY SIZE
                           EML-ENDERECO DELIMITED BY SIZE
                           INTO WS-LINHA
                       PERFORM GRAVA-LINHA
               END-READ
           END-IF.
           CLOSE ARQ-EMAILS.
           OPEN INPUT ARQ-MENSAGENS.
           IF WS-FS16 <> 0
               CLOSE ARQ-MENSAGENS
               GO TO REL-MENSAGENS-FIM
           END-IF.
           MOVE WS-CPF TO MSG-CPF.
           SET EOF TO 0.
           START ARQ-MENSAGENS KEY IS NOT LESS THAN MSG-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-MENSAGENS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF MSG-CPF NOT = WS-CPF
                           SET EOF TO 1
                       ELSE
                           ADD 1 TO WS-QTD
                           MOVE SPACES TO WS-LINHA
                           STRING "  MSG " DELIMITED BY SIZE
                               MSG-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               MSG-DATA DELIMITED BY SIZE
                               " EVENTO " DELIMITED BY SIZE
                               MSG-EVENTO DELIMITED BY SIZE
                               " CANAL " DELIMITED BY SIZE
                               MSG-CANAL DELIMITED BY SIZE
                               " SIT " DELIMITED BY SIZE
                               MSG-SITUACAO DELIMITED BY SIZE
                               " PARA " DELIMITED BY SIZE
                               MSG-DESTINO DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                           MOVE SPACES TO WS-LINHA
                           MOVE MSG-TEXTO TO WS-LINHA(5:100)
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MENSAGENS.
       REL-MENSAGENS-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

       REL-ABONOS.
           MOVE "ABONOS DE MULTA" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-ABONOS.
           IF WS-FS17 <> 0
               CLOSE ARQ-ABONOS
               GO TO REL-ABONOS-FIM
           END-IF.
           MOVE WS-CPF TO ABN-CPF.
           SET EOF TO 0.
           START ARQ-ABONOS KEY IS EQUAL ABN-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ABONOS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ABN-CPF NOT = WS-CPF
                           SET EOF TO 1
                       ELSE
                           ADD 1 TO WS-QTD
                           MOVE ABN-VALOR TO WS-VALOR-ED
                           MOVE SPACES TO WS-LINHA
                           STRING "  ABONO " DELIMITED BY SIZE
                               ABN-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ABN-DATA DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VALOR-ED DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ABN-MOTIVO-DESC DELIMITED BY SIZE
                               " FIL " DELIMITED BY SIZE
                               ABN-FILIAL DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                           IF ABN-NOTA NOT = SPACES
                               MOVE SPACES TO WS-LINHA
                               MOVE ABN-NOTA TO WS-LINHA(5:40)
                               PERFORM GRAVA-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ABONOS.
       REL-ABONOS-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

       REL-CUPONS.
           MOVE "CUPONS" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-CUPONS.
           IF WS-FS18 <> 0
               CLOSE ARQ-CUPONS
               GO TO REL-CUPONS-FIM
           END-IF.
           MOVE WS-CPF TO CUP-CPF.
           SET EOF TO 0.
           START ARQ-CUPONS KEY IS EQUAL CUP-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-CUPONS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF CUP-CPF NOT = WS-CPF
                           SET EOF TO 1
                       ELSE
                           ADD 1 TO WS-QTD
                           MOVE SPACES TO WS-LINHA
                           STRING "  CUPOM " DELIMITED BY SIZE
                               CUP-CODIGO DELIMITED BY SIZE
                               " CAMPANHA " DELIMITED BY SIZE
                               CUP-CAMPANHA DELIMITED BY SIZE
                               " EMISSAO " DELIMITED BY SIZE
                               CUP-EMISSAO DELIMITED BY SIZE
                               " VALIDADE " DELIMITED BY SIZE
                               CUP-VALIDADE DELIMITED BY SIZE
                               " SIT " DELIMITED BY SIZE
                               CUP-SITUACAO DELIMITED BY SIZE
                               " USO " DELIMITED BY SIZE
                               CUP-USO DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CUPONS.
       REL-CUPONS-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

      * Pedidos de tele-entrega e coleta, com o endereco e o
      * telefone informados no pedido.
       REL-ENTREGAS.
           MOVE "TELE-ENTREGAS" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-ENTREGAS.
           IF WS-FS19 <> 0
               CLOSE ARQ-ENTREGAS
               GO TO REL-ENTREGAS-FIM
           END-IF.
           MOVE WS-CPF TO ENT-CPF.
           SET EOF TO 0.
           START ARQ-ENTREGAS KEY IS EQUAL ENT-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-ENTREGAS NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF ENT-CPF NOT = WS-CPF
                           SET EOF TO 1
                       ELSE
                           ADD 1 TO WS-QTD
                           MOVE ENT-VALOR-COBRAR TO WS-VALOR-ED
                           MOVE SPACES TO WS-LINHA
                           STRING "  PEDIDO " DELIMITED BY SIZE
                               ENT-ID DELIMITED BY SIZE
                               " TIPO " DELIMITED BY SIZE
                               ENT-TIPO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ENT-DATA-PEDIDO DELIMITED BY SIZE
                               " SIT " DELIMITED BY SIZE
                               ENT-SITUACAO DELIMITED BY SIZE
                               " BAIXA " DELIMITED BY SIZE
                               ENT-DATA-BAIXA DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VALOR-ED DELIMITED BY SIZE
                               " FIL " DELIMITED BY SIZE
                               ENT-FILIAL DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                           MOVE SPACES TO WS-LINHA
                           STRING "    " DELIMITED BY SIZE
                               ENT-ENDERECO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ENT-REFERENCIA DELIMITED BY SIZE
                               " TEL " DELIMITED BY SIZE
                               ENT-TELEFONE DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENTREGAS.
       REL-ENTREGAS-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

       REL-EQLOCACOES.
           MOVE "LOCACOES DE EQUIPAMENTO" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           OPEN INPUT ARQ-EQLOCACOES.
           IF WS-FS20 <> 0
               CLOSE ARQ-EQLOCACOES
               GO TO REL-EQLOCACOES-FIM
           END-IF.
           MOVE WS-CPF TO EQL-CPF.
           SET EOF TO 0.
           START ARQ-EQLOCACOES KEY IS EQUAL EQL-CPF
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-EQLOCACOES NEXT
                   AT END SET EOF TO 1
                   NOT AT END
                       IF EQL-CPF NOT = WS-CPF
                           SET EOF TO 1
                       ELSE
                           ADD 1 TO WS-QTD
                           MOVE EQL-VALOR TO WS-VALOR-ED
                           MOVE EQL-CAUCAO TO WS-VALOR2-ED
                           MOVE SPACES TO WS-LINHA
                           STRING "  " DELIMITED BY SIZE
                               EQL-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               EQL-DESCRICAO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               EQL-DATA-INI DELIMITED BY SIZE
                               " DEV " DELIMITED BY SIZE
                               EQL-DATA-DEV DELIMITED BY SIZE
                               " SIT " DELIMITED BY SIZE
                               EQL-STATUS DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               WS-VALOR-ED DELIMITED BY SIZE
                               " CAUCAO " DELIMITED BY SIZE
                               WS-VALOR2-ED DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EQLOCACOES.
       REL-EQLOCACOES-FIM.
           SET EOF TO 0.
           PERFORM GRAVA-NADA.

      * Trilha ativa e meses rotacionados (auditoria_AAAAMM.dat).
       REL-AUDITORIA.
           MOVE "TRILHA DE AUDITORIA" TO WS-LINHA.
           PERFORM GRAVA-TITULO.
           MOVE "./auditoria.dat" TO WS-NOME-AUD.
           PERFORM REL-AUD-ARQUIVO THRU REL-AUD-ARQUIVO-FIM.
           MOVE "ls ./auditoria_*.dat > ./lgpdrel.lst 2>/dev/null"
               TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           OPEN INPUT ARQ-LISTA.
           IF WS-FS12 <> 0
               CLOSE ARQ-LISTA
               GO TO REL-AUDITORIA-FIM
           END-IF.
           SET EOF2 TO 0.
           PERFORM UNTIL EOF2 = 1
               READ ARQ-LISTA
                   AT END SET EOF2 TO 1
                   NOT AT END
                       MOVE LISTA-LINHA TO WS-NOME-AUD
                       PERFORM REL-AUD-ARQUIVO THRU
                           REL-AUD-ARQUIVO-FIM
               END-READ
           END-PERFORM.
           SET EOF2 TO 0.
           CLOSE ARQ-LISTA.
       REL-AUDITORIA-FIM.
           MOVE "rm -f ./lgpdrel.lst" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           PERFORM GRAVA-NADA.

       REL-AUD-ARQUIVO.
           OPEN INPUT ARQ-AUD-ENTRA.
           IF WS-FS11 <> 0
               CLOSE ARQ-AUD-ENTRA
               GO TO REL-AUD-ARQUIVO-FIM
           END-IF.
           SET EOF TO 0.
           PERFORM UNTIL EOF = 1
               READ ARQ-AUD-ENTRA INTO WS-AUD-LINHA
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE 0 TO WS-OCORRE
                       INSPECT WS-AUD-LINHA TALLYING WS-OCORRE
                           FOR ALL WS-CPF
                       IF WS-OCORRE > 0
                           ADD 1 TO WS-QTD
                           MOVE SPACES TO WS-LINHA
                           STRING "  " DELIMITED BY SIZE
                               WS-AUD-LINHA DELIMITED BY SIZE
                               INTO WS-LINHA
                           PERFORM GRAVA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-AUD-ENTRA.
       REL-AUD-ARQUIVO-FIM.
           EXIT.

       FIM.
           STOP RUN.
       END PROGRAM LGPDREL.
