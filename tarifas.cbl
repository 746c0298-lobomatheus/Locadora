      * registros com categoria trazem o multiplicador de preco da
      * categoria naquela filial. EMPRESTIMOS, ATRASOS e FECHAMENTO
      * leem estas regras em tempo de execucao; na falta do registro
      * valem 7/3 dias, taxa 2,00 e multiplicador 1,00. Os meses de
      * depreciacao (registro da categoria, ou o base da filial) sao
      * a vida util que o DEPRECIA usa para os exemplares; zerado,
      * valem 24 meses. Os dias ate sair de lancamento (registro base
      * da filial) dizem quando o CATALOGO passa o titulo para o
      * acervo, contados da aquisicao da primeira copia; zerado,
      * valem 90 dias. A taxa de tele-entrega (registro base da
      * filial) e cobrada pelo ENTREGAS em cada pedido ou coleta.
      * Mantem tambem os parametros fiscais da filial (fiscal.dat):
      * municipio (copiado do cadastro de filiais), inscricao
      * municipal, codigo de servico, aliquota de ISS do municipio e
      * serie/numeracao propria do RPS que o NFSE emite para a
      * prefeitura.
      * E as regras por formato de midia da filial (formatos.dat):
      * V VHS, D DVD, B Blu-ray, 4 4K. O multiplicador do formato
      * se aplica sobre o preco ja multiplicado pela categoria, e a
      * janela do formato, quando informada, substitui a janela
      * normal/lancamento. Formato sem registro vale multiplicador
      * 1,00 e as janelas da tarifa.
      * Propostas de tarifa (tarifaprop.dat): a alteracao das janelas
      * e da taxa diaria (regra base) ou do multiplicador (categoria)
      * e primeiro gravada como proposta pendente, simulada pelo
      * TARIFSIM sobre o historico de emprestimos, e so passa para
      * tarifas.dat depois de aprovada pelo supervisor com a data de
      * vigencia - na hora, se a vigencia e hoje, ou pelo CATALOGO
      * na cadeia noturna da data. Valor zerado na proposta mantem
      * o valor atual da tarifa. Na opcao 2 esses valores so sao
      * digitados na inclusao do registro; na alteracao ficam os
      * do registro gravado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFAS.
           ACCESS IS DYNAMIC
           RECORD KEY IS TAR-CHAVE
           FILE STATUS IS WS-FS.
       SELECT ARQ-FISCAL
           ASSIGN TO "./fiscal.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FIS-FILIAL
           FILE STATUS IS WS-FS-FIS.
       SELECT ARQ-FORMATOS
           ASSIGN TO "./formatos.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FMT-CHAVE
           FILE STATUS IS WS-FS-FMT.
       SELECT ARQ-PROPOSTAS
           ASSIGN TO "./tarifaprop.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRP-CHAVE
           FILE STATUS IS WS-FS-PRP.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-TARIFAS.
           05 TAR-TAXA-DIARIA PIC 9(04)V99.
           05 TAR-MULT-PRECO PIC 9(01)V99.
           05 TAR-REPOSICAO PIC 9(04)V99.
           05 TAR-DEPREC-MESES PIC 9(03).
           05 TAR-DIAS-LANCAMENTO PIC 9(03).
           05 TAR-TAXA-ENTREGA PIC 9(04)V99.
           05 FILLER PIC X(02).
       FD ARQ-FISCAL.
       01 FISCAL-REC.
           05 FIS-FILIAL PIC X(04).
           05 FIS-MUNICIPIO PIC X(20).
           05 FIS-INSCRICAO PIC X(15).
           05 FIS-COD-SERVICO PIC X(06).
           05 FIS-ALIQUOTA PIC 9(01)V9999.
           05 FIS-SERIE PIC X(05).
           05 FIS-ULTIMO-RPS PIC 9(08).
           05 FILLER PIC X(20).
       FD ARQ-FORMATOS.
       01 FORMATO-REC.
           05 FMT-CHAVE.
               10 FMT-FILIAL PIC X(04).
               10 FMT-FORMATO PIC X(01).
           05 FMT-MULT-PRECO PIC 9(01)V99.
           05 FMT-JANELA PIC 9(02).
           05 FILLER PIC X(20).
      * Situacao da proposta: P pendente, A aprovada aguardando a
      * vigencia, V vigente (copiada para tarifas.dat), R recusada.
       FD ARQ-PROPOSTAS.
       01 PROPOSTA-REC.
           05 PRP-CHAVE.
               10 PRP-FILIAL PIC X(04).
               10 PRP-CATEGORIA PIC X(10).
           05 PRP-JANELA-NORMAL PIC 9(02).
           05 PRP-JANELA-LANC PIC 9(02).
           05 PRP-TAXA-DIARIA PIC 9(04)V99.
           05 PRP-MULT-PRECO PIC 9(01)V99.
           05 PRP-SITUACAO PIC X(01).
           05 PRP-OPERADOR PIC X(03).
           05 PRP-DATA-REG PIC X(08).
           05 PRP-APROVADOR PIC X(03).
           05 PRP-VIGENCIA PIC X(08).
           05 PRP-DATA-APLIC PIC X(08).
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
            01 WS-OPTION PIC 9(01).
            01 WS-LIXO PIC X(01).
            77 WS-FS PIC 99.
            77 WS-FS-FIS PIC 99.
            77 WS-FS-FMT PIC 99.
            77 WS-FS-PRP PIC 99.
            77 EOF PIC 9 VALUE 0.
            77 WS-LA PIC 99 VALUE 2.
            77 WS-EXISTE PIC 9 VALUE 0.
               05 WS-TAR-TAXA-DIARIA PIC 9(04)V99.
               05 WS-TAR-MULT-PRECO PIC 9(01)V99.
               05 WS-TAR-REPOSICAO PIC 9(04)V99.
               05 WS-TAR-DEPREC-MESES PIC 9(03).
               05 WS-TAR-DIAS-LANCAMENTO PIC 9(03).
               05 WS-TAR-TAXA-ENTREGA PIC 9(04)V99.
               05 FILLER PIC X(02).
            01 WS-FISCAL.
               05 WS-FIS-FILIAL PIC X(04).
               05 WS-FIS-MUNICIPIO PIC X(20).
               05 WS-FIS-INSCRICAO PIC X(15).
               05 WS-FIS-COD-SERVICO PIC X(06).
               05 WS-FIS-ALIQUOTA PIC 9(01)V9999.
               05 WS-FIS-SERIE PIC X(05).
               05 WS-FIS-ULTIMO-RPS PIC 9(08).
               05 FILLER PIC X(20).
            77 WS-ALIQ-ED PIC 9.9999.
            01 WS-FORMATO.
               05 WS-FMT-CHAVE.
                   10 WS-FMT-FILIAL PIC X(04).
                   10 WS-FMT-FORMATO PIC X(01).
               05 WS-FMT-MULT-PRECO PIC 9(01)V99.
               05 WS-FMT-JANELA PIC 9(02).
               05 FILLER PIC X(20).
            77 WS-FMT-NOME PIC X(08).
            77 WS-REL-TITULO PIC X(40).
            01 WS-LF-SITUACAO PIC X(01).
            01 WS-LF-DADOS.
               05 WS-LF-NOME PIC X(30).
               05 WS-LF-CNPJ PIC X(14).
               05 WS-LF-ENDERECO PIC X(40).
               05 WS-LF-CIDADE PIC X(20).
               05 WS-LF-TELEFONE PIC X(15).
            01 WS-PROPOSTA.
               05 WS-PRP-CHAVE.
                   10 WS-PRP-FILIAL PIC X(04).
                   10 WS-PRP-CATEGORIA PIC X(10).
               05 WS-PRP-JANELA-NORMAL PIC 9(02).
               05 WS-PRP-JANELA-LANC PIC 9(02).
               05 WS-PRP-TAXA-DIARIA PIC 9(04)V99.
               05 WS-PRP-MULT-PRECO PIC 9(01)V99.
               05 WS-PRP-SITUACAO PIC X(01).
               05 WS-PRP-OPERADOR PIC X(03).
               05 WS-PRP-DATA-REG PIC X(08).
               05 WS-PRP-APROVADOR PIC X(03).
               05 WS-PRP-VIGENCIA PIC X(08).
               05 WS-PRP-DATA-APLIC PIC X(08).
               05 FILLER PIC X(20).
      * Regra em vigor da filial/categoria da proposta (com os
      * padroes 7/3 dias, taxa 2,00 e multiplicador 1,00).
            77 WS-ATU-JANELA-NORMAL PIC 9(02).
            77 WS-ATU-JANELA-LANC PIC 9(02).
            77 WS-ATU-TAXA-DIARIA PIC 9(04)V99.
            77 WS-ATU-MULT-PRECO PIC 9(01)V99.
            77 WS-PRP-RESP PIC X(01).
            77 WS-PRP-VIG-OK PIC 9 VALUE 0.
            77 WS-PRP-APLICADA PIC 9 VALUE 0.
            77 WS-TAXA-ED PIC ZZZ9.99.
            77 WS-MULT-ED PIC 9.99.
            01 WS-HOJE.
               05 WS-HOJE-AAAAMMDD PIC X(08).
               05 WS-HOJE-RESTO PIC X(13).
            77 WS-HOJE-NUM PIC 9(08).
            77 WS-VIG-NUM PIC 9(08).
            01 WS-SESSAO EXTERNAL.
               05 WS-SES-OPERADOR PIC X(03).
               05 WS-SES-SUPERVISOR PIC X(01).
            77 WS-ACE-FUNCAO PIC 9(02).
            77 WS-ACE-OK PIC X(01).
            01 WS-AUD-PROGRAMA PIC X(10) VALUE "TARIFAS".
            01 WS-AUD-OPERACAO PIC X(10).
            01 WS-AUD-CHAVE PIC X(20).
            02 LINE 4 COL 1 VALUE "- 1 - LISTAR                   - |".
            02 LINE 5 COL 1 VALUE "- 2 - INCLUIR/ALTERAR          - |".
            02 LINE 6 COL 1 VALUE "- 3 - REMOVER                  - |".
            02 LINE 7 COL 1 VALUE "- 4 - LISTAR FISCAIS           - |".
            02 LINE 8 COL 1 VALUE "- 5 - PARAMETROS FISCAIS       - |".
            02 LINE 9 COL 1 VALUE "- 6 - LISTAR FORMATOS          - |".
            02 LINE 10 COL 1 VALUE "- 7 - FORMATOS DE MIDIA        - |".
            02 LINE 11 COL 1 VALUE "- 8 - PROPOSTA DE TARIFA       - |".
            02 LINE 12 COL 1 VALUE "- 9 - APROVAR PROPOSTA         - |".
            02 LINE 13 COL 1 VALUE "-                      0-VOLTAR- |".
            02 LINE 14 COL 1 VALUE "-                              - |".
            02 LINE 14 COL 30 PIC 9(1) TO WS-OPTION.
            02 LINE 15 COL 1 VALUE "-------------------------------- |".
       PROCEDURE DIVISION.
       TARIFAS.
           DISPLAY TARIFAS-SCREEN.
                   GO TO GRAVAR
               WHEN 3
                   GO TO REMOVER
               WHEN 4
                   GO TO LISTAR-FISCAL
               WHEN 5
                   GO TO GRAVAR-FISCAL
               WHEN 6
                   GO TO LISTAR-FORMATOS
               WHEN 7
                   GO TO GRAVAR-FORMATO
               WHEN 8
                   GO TO PROPOR-TARIFA
               WHEN 9
                   GO TO APROVAR-PROPOSTA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT LINE 16
                   DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 17
                   ACCEPT WS-LIXO AT LINE 17 COL 26
                   GO TO TARIFAS
           END-EVALUATE.

                       DISPLAY WS-TAR-MULT-PRECO AT LINE WS-LA COL 101
                       DISPLAY " REPOS: " AT LINE WS-LA COL 105
                       DISPLAY WS-TAR-REPOSICAO AT LINE WS-LA COL 113
                       DISPLAY " DEPR: " AT LINE WS-LA COL 120
                       DISPLAY WS-TAR-DEPREC-MESES AT LINE WS-LA COL 127
                       DISPLAY " LANC: " AT LINE WS-LA COL 130
                       DISPLAY WS-TAR-DIAS-LANCAMENTO
                           AT LINE WS-LA COL 137
                       DISPLAY " ENTR: " AT LINE WS-LA COL 140
                       DISPLAY WS-TAR-TAXA-ENTREGA
                           AT LINE WS-LA COL 147
                       ADD 1 TO WS-LA
                       PERFORM QUEBRA-PAGINA
               END-READ
           DISPLAY "CATEGORIA (VAZIA = REGRA BASE): " AT LINE 2
               COL 36.
           ACCEPT WS-TAR-CATEGORIA AT LINE 2 COL 69.
           CALL "LEFILIAL" USING WS-TAR-FILIAL WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-LF-SITUACAO NOT = "A"
               DISPLAY "FILIAL NAO CADASTRADA OU FECHADA" AT LINE 11
                   COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
      * Janelas, taxa diaria e multiplicador de um registro ja
      * existente so mudam pela proposta de tarifa (opcao 8); aqui
      * sao digitados apenas na inclusao.
           MOVE 0 TO WS-EXISTE.
           OPEN INPUT ARQ-TARIFAS.
           IF WS-FS = 0
               MOVE WS-TAR-CHAVE TO TAR-CHAVE
               READ ARQ-TARIFAS
                   INVALID KEY MOVE 0 TO WS-EXISTE
                   NOT INVALID KEY MOVE 1 TO WS-EXISTE
               END-READ
           END-IF.
           CLOSE ARQ-TARIFAS.
           DISPLAY "JANELA NORMAL (DIAS): " AT LINE 3 COL 36.
           DISPLAY "JANELA LANCAMENTO (DIAS): " AT LINE 4 COL 36.
           DISPLAY "TAXA DIARIA DE MULTA: " AT LINE 5 COL 36.
           DISPLAY "MULTIPLICADOR DE PRECO (9V99): " AT LINE 6 COL 36.
           IF WS-EXISTE = 1
               MOVE TAR-JANELA-NORMAL TO WS-TAR-JANELA-NORMAL
               MOVE TAR-JANELA-LANC TO WS-TAR-JANELA-LANC
               MOVE TAR-TAXA-DIARIA TO WS-TAR-TAXA-DIARIA
               MOVE TAR-MULT-PRECO TO WS-TAR-MULT-PRECO
               DISPLAY WS-TAR-JANELA-NORMAL AT LINE 3 COL 58
               DISPLAY WS-TAR-JANELA-LANC AT LINE 4 COL 62
               DISPLAY WS-TAR-TAXA-DIARIA AT LINE 5 COL 58
               DISPLAY WS-TAR-MULT-PRECO AT LINE 6 COL 67
               DISPLAY "ALTERACAO PELA OPCAO 8 - PROPOSTA" AT LINE 13
                   COL 36
           ELSE
               ACCEPT WS-TAR-JANELA-NORMAL AT LINE 3 COL 58
               ACCEPT WS-TAR-JANELA-LANC AT LINE 4 COL 62
               ACCEPT WS-TAR-TAXA-DIARIA AT LINE 5 COL 58
               ACCEPT WS-TAR-MULT-PRECO AT LINE 6 COL 67
           END-IF.
           DISPLAY "VALOR DE REPOSICAO: " AT LINE 7 COL 36.
           ACCEPT WS-TAR-REPOSICAO AT LINE 7 COL 56.
           DISPLAY "MESES DE DEPRECIACAO: " AT LINE 8 COL 36.
           ACCEPT WS-TAR-DEPREC-MESES AT LINE 8 COL 58.
           IF WS-TAR-DEPREC-MESES IS NOT NUMERIC
               MOVE 0 TO WS-TAR-DEPREC-MESES
           END-IF.
           DISPLAY "DIAS ATE SAIR DE LANCAMENTO: " AT LINE 9 COL 36.
           ACCEPT WS-TAR-DIAS-LANCAMENTO AT LINE 9 COL 65.
           IF WS-TAR-DIAS-LANCAMENTO IS NOT NUMERIC
               MOVE 0 TO WS-TAR-DIAS-LANCAMENTO
           END-IF.
           DISPLAY "TAXA DE TELE-ENTREGA: " AT LINE 10 COL 36.
           ACCEPT WS-TAR-TAXA-ENTREGA AT LINE 10 COL 58.
           IF WS-TAR-TAXA-ENTREGA IS NOT NUMERIC
               MOVE 0 TO WS-TAR-TAXA-ENTREGA
           END-IF.

           OPEN I-O ARQ-TARIFAS.
           IF WS-FS = 35
               INVALID KEY MOVE 0 TO WS-EXISTE
               NOT INVALID KEY MOVE 1 TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 1
               MOVE TAR-JANELA-NORMAL TO WS-TAR-JANELA-NORMAL
               MOVE TAR-JANELA-LANC TO WS-TAR-JANELA-LANC
               MOVE TAR-TAXA-DIARIA TO WS-TAR-TAXA-DIARIA
               MOVE TAR-MULT-PRECO TO WS-TAR-MULT-PRECO
           END-IF.
           MOVE SPACES TO TARIFA.
           MOVE WS-TARIFA TO TARIFA.
           IF WS-EXISTE = 1
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO TARIFAS.

       LISTAR-FISCAL.
           OPEN INPUT ARQ-FISCAL.
           IF WS-FS-FIS <> 0
               DISPLAY "NENHUM PARAMETRO FISCAL CADASTRADO" AT LINE 11
                   COL 36
               CLOSE ARQ-FISCAL
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           MOVE "PARAMETROS FISCAIS POR FILIAL" TO WS-REL-TITULO.
           PERFORM CABECALHO-PAGINA.
           MOVE LOW-VALUE TO FIS-FILIAL.
           SET EOF TO 0.
           START ARQ-FISCAL KEY IS NOT LESS THAN FIS-FILIAL
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-FISCAL NEXT INTO WS-FISCAL
                   AT END SET EOF TO 1
                   NOT AT END
                       MOVE WS-FIS-ALIQUOTA TO WS-ALIQ-ED
                       DISPLAY "FILIAL: " AT LINE WS-LA COL 36
                       DISPLAY WS-FIS-FILIAL AT LINE WS-LA COL 44
                       DISPLAY WS-FIS-MUNICIPIO AT LINE WS-LA COL 49
                       DISPLAY " SERV: " AT LINE WS-LA COL 69
                       DISPLAY WS-FIS-COD-SERVICO AT LINE WS-LA COL 76
                       DISPLAY " ISS: " AT LINE WS-LA COL 82
                       DISPLAY WS-ALIQ-ED AT LINE WS-LA COL 88
                       DISPLAY " RPS: " AT LINE WS-LA COL 94
                       DISPLAY WS-FIS-SERIE AT LINE WS-LA COL 100
                       DISPLAY WS-FIS-ULTIMO-RPS AT LINE WS-LA COL 106
                       ADD 1 TO WS-LA
                       PERFORM QUEBRA-PAGINA
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-FISCAL.
           ADD 1 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           MOVE 2 TO WS-LA.
           GO TO TARIFAS.

      * Inclusao/alteracao dos parametros fiscais da filial. A
      * numeracao do RPS e da filial e so avanca pelo NFSE; aqui
      * ela e preservada na alteracao.
       GRAVAR-FISCAL.
           MOVE SPACES TO WS-FISCAL.
           MOVE 0 TO WS-FIS-ALIQUOTA.
           MOVE 0 TO WS-FIS-ULTIMO-RPS.
           DISPLAY "FILIAL: " AT LINE 1 COL 36.
           ACCEPT WS-FIS-FILIAL AT LINE 1 COL 44.
           CALL "LEFILIAL" USING WS-FIS-FILIAL WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-LF-SITUACAO NOT = "A"
               DISPLAY "FILIAL NAO CADASTRADA OU FECHADA" AT LINE 11
                   COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
      * O municipio do ISS e o do cadastro de filiais.
           MOVE WS-LF-CIDADE TO WS-FIS-MUNICIPIO.
           DISPLAY "MUNICIPIO: " AT LINE 2 COL 36.
           DISPLAY WS-FIS-MUNICIPIO AT LINE 2 COL 47.
           DISPLAY "INSCRICAO MUNICIPAL: " AT LINE 3 COL 36.
           ACCEPT WS-FIS-INSCRICAO AT LINE 3 COL 57.
           DISPLAY "CODIGO DE SERVICO: " AT LINE 4 COL 36.
           ACCEPT WS-FIS-COD-SERVICO AT LINE 4 COL 55.
           DISPLAY "ALIQUOTA ISS (9V9999, EX. 00500 = 5%): " AT LINE 5
               COL 36.
           ACCEPT WS-FIS-ALIQUOTA AT LINE 5 COL 75.
           DISPLAY "SERIE DO RPS: " AT LINE 6 COL 36.
           ACCEPT WS-FIS-SERIE AT LINE 6 COL 50.
           IF WS-FIS-ALIQUOTA = 0 OR WS-FIS-ALIQUOTA > 0.1
               DISPLAY "ALIQUOTA INVALIDA" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.

           OPEN I-O ARQ-FISCAL.
           IF WS-FS-FIS = 35
               CLOSE ARQ-FISCAL
               OPEN OUTPUT ARQ-FISCAL
               CLOSE ARQ-FISCAL
               OPEN I-O ARQ-FISCAL
           END-IF.
           IF WS-FS-FIS <> 0
               DISPLAY "ERRO NO ARQUIVO FISCAL: " AT LINE 11 COL 36
               DISPLAY WS-FS-FIS AT LINE 11 COL 61
               CLOSE ARQ-FISCAL
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           MOVE WS-FIS-FILIAL TO FIS-FILIAL.
           READ ARQ-FISCAL
               INVALID KEY MOVE 0 TO WS-EXISTE
               NOT INVALID KEY
                   MOVE 1 TO WS-EXISTE
                   MOVE FIS-ULTIMO-RPS TO WS-FIS-ULTIMO-RPS
           END-READ.
           MOVE SPACES TO FISCAL-REC.
           MOVE WS-FISCAL TO FISCAL-REC.
           IF WS-EXISTE = 1
               REWRITE FISCAL-REC
               MOVE "ALTFISCAL" TO WS-AUD-OPERACAO
           ELSE
               WRITE FISCAL-REC
               MOVE "INCFISCAL" TO WS-AUD-OPERACAO
           END-IF.
           CLOSE ARQ-FISCAL.
           MOVE 0 TO WS-EXISTE.
           MOVE WS-FIS-FILIAL TO WS-AUD-CHAVE.
           MOVE WS-FIS-ALIQUOTA TO WS-ALIQ-ED.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING WS-FIS-MUNICIPIO DELIMITED BY SIZE
               " ISS " DELIMITED BY SIZE
               WS-ALIQ-ED DELIMITED BY SIZE
               " SERV " DELIMITED BY SIZE
               WS-FIS-COD-SERVICO DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "PARAMETROS FISCAIS GRAVADOS" AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO TARIFAS.

       LISTAR-FORMATOS.
           OPEN INPUT ARQ-FORMATOS.
           IF WS-FS-FMT <> 0
               DISPLAY "NENHUM FORMATO CADASTRADO" AT LINE 11 COL 36
               CLOSE ARQ-FORMATOS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           MOVE "REGRAS POR FORMATO DE MIDIA" TO WS-REL-TITULO.
           PERFORM CABECALHO-PAGINA.
           MOVE LOW-VALUE TO FMT-CHAVE.
           SET EOF TO 0.
           START ARQ-FORMATOS KEY IS NOT LESS THAN FMT-CHAVE
               INVALID KEY SET EOF TO 1.
           PERFORM UNTIL EOF = 1
               READ ARQ-FORMATOS NEXT INTO WS-FORMATO
                   AT END SET EOF TO 1
                   NOT AT END
                       PERFORM NOME-FORMATO
                       DISPLAY "FILIAL: " AT LINE WS-LA COL 36
                       DISPLAY WS-FMT-FILIAL AT LINE WS-LA COL 44
                       DISPLAY " FORMATO: " AT LINE WS-LA COL 49
                       DISPLAY WS-FMT-NOME AT LINE WS-LA COL 59
                       DISPLAY " MULT: " AT LINE WS-LA COL 67
                       DISPLAY WS-FMT-MULT-PRECO AT LINE WS-LA COL 74
                       DISPLAY " JANELA: " AT LINE WS-LA COL 78
                       DISPLAY WS-FMT-JANELA AT LINE WS-LA COL 87
                       ADD 1 TO WS-LA
                       PERFORM QUEBRA-PAGINA
               END-READ
           END-PERFORM.
           SET EOF TO 0.
           CLOSE ARQ-FORMATOS.
           ADD 1 TO WS-LA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE WS-LA COL 36.
           ACCEPT WS-LIXO AT LINE WS-LA COL 62.
           MOVE 2 TO WS-LA.
           GO TO TARIFAS.

       NOME-FORMATO.
           EVALUATE WS-FMT-FORMATO
               WHEN "V"
                   MOVE "VHS" TO WS-FMT-NOME
               WHEN "D"
                   MOVE "DVD" TO WS-FMT-NOME
               WHEN "B"
                   MOVE "BLU-RAY" TO WS-FMT-NOME
               WHEN "4"
                   MOVE "4K" TO WS-FMT-NOME
               WHEN OTHER
                   MOVE WS-FMT-FORMATO TO WS-FMT-NOME
           END-EVALUATE.

      * Inclusao/alteracao da regra do formato na filial. Janela
      * zerada mantem as janelas da tarifa; multiplicador zerado
      * remove a regra (o formato volta a valer 1,00).
       GRAVAR-FORMATO.
           MOVE SPACES TO WS-FORMATO.
           DISPLAY "FILIAL: " AT LINE 1 COL 36.
           ACCEPT WS-FMT-FILIAL AT LINE 1 COL 44.
           CALL "LEFILIAL" USING WS-FMT-FILIAL WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-LF-SITUACAO NOT = "A"
               DISPLAY "FILIAL NAO CADASTRADA OU FECHADA" AT LINE 11
                   COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           DISPLAY "FORMATO (V/D/B/4): " AT LINE 2 COL 36.
           ACCEPT WS-FMT-FORMATO AT LINE 2 COL 55.
           IF WS-FMT-FORMATO NOT = "V" AND WS-FMT-FORMATO NOT = "D"
               AND WS-FMT-FORMATO NOT = "B"
               AND WS-FMT-FORMATO NOT = "4"
               DISPLAY "FORMATO INVALIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           DISPLAY "MULTIPLICADOR DE PRECO (9V99): " AT LINE 3 COL 36.
           ACCEPT WS-FMT-MULT-PRECO AT LINE 3 COL 67.
           IF WS-FMT-MULT-PRECO IS NOT NUMERIC
               MOVE 0 TO WS-FMT-MULT-PRECO
           END-IF.
           DISPLAY "JANELA (DIAS, 0 = DA TARIFA): " AT LINE 4 COL 36.
           ACCEPT WS-FMT-JANELA AT LINE 4 COL 66.
           IF WS-FMT-JANELA IS NOT NUMERIC
               MOVE 0 TO WS-FMT-JANELA
           END-IF.

           OPEN I-O ARQ-FORMATOS.
           IF WS-FS-FMT = 35
               CLOSE ARQ-FORMATOS
               OPEN OUTPUT ARQ-FORMATOS
               CLOSE ARQ-FORMATOS
               OPEN I-O ARQ-FORMATOS
           END-IF.
           IF WS-FS-FMT <> 0
               DISPLAY "ERRO NO ARQUIVO DE FORMATOS: " AT LINE 11
                   COL 36
               DISPLAY WS-FS-FMT AT LINE 11 COL 66
               CLOSE ARQ-FORMATOS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           MOVE WS-FMT-CHAVE TO FMT-CHAVE.
           READ ARQ-FORMATOS
               INVALID KEY MOVE 0 TO WS-EXISTE
               NOT INVALID KEY MOVE 1 TO WS-EXISTE
           END-READ.
           MOVE WS-FMT-CHAVE TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           IF WS-FMT-MULT-PRECO = 0
               IF WS-EXISTE = 1
                   DELETE ARQ-FORMATOS RECORD
                   MOVE "REMFORMATO" TO WS-AUD-OPERACAO
                   MOVE "REGRA DO FORMATO REMOVIDA" TO WS-AUD-DETALHE
                   CALL "AUDITLOG" USING WS-AUD-PROGRAMA
                       WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DETALHE
                   DISPLAY "REGRA DO FORMATO REMOVIDA" AT LINE 11
                       COL 36
               ELSE
                   DISPLAY "FORMATO NAO CADASTRADO" AT LINE 11 COL 36
               END-IF
               CLOSE ARQ-FORMATOS
               MOVE 0 TO WS-EXISTE
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           MOVE SPACES TO FORMATO-REC.
           MOVE WS-FORMATO TO FORMATO-REC.
           IF WS-EXISTE = 1
               REWRITE FORMATO-REC
               MOVE "ALTFORMATO" TO WS-AUD-OPERACAO
           ELSE
               WRITE FORMATO-REC
               MOVE "INCFORMATO" TO WS-AUD-OPERACAO
           END-IF.
           CLOSE ARQ-FORMATOS.
           MOVE 0 TO WS-EXISTE.
           STRING "MULT " DELIMITED BY SIZE
               WS-FMT-MULT-PRECO DELIMITED BY SIZE
               " JANELA " DELIMITED BY SIZE
               WS-FMT-JANELA DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "REGRA DO FORMATO GRAVADA" AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO TARIFAS.

      * Proposta de alteracao da tarifa, para simulacao no TARIFSIM e
      * aprovacao do supervisor. Na regra base (categoria vazia) se
      * propoem as janelas e a taxa diaria de multa; na categoria, o
      * multiplicador de preco. Zero mantem o valor atual; tudo
      * zerado remove a proposta ainda nao aplicada.
       PROPOR-TARIFA.
           MOVE SPACES TO WS-PROPOSTA.
           MOVE 0 TO WS-PRP-JANELA-NORMAL.
           MOVE 0 TO WS-PRP-JANELA-LANC.
           MOVE 0 TO WS-PRP-TAXA-DIARIA.
           MOVE 0 TO WS-PRP-MULT-PRECO.
           DISPLAY "FILIAL: " AT LINE 1 COL 36.
           ACCEPT WS-PRP-FILIAL AT LINE 1 COL 44.
           DISPLAY "CATEGORIA (VAZIA = REGRA BASE): " AT LINE 2
               COL 36.
           ACCEPT WS-PRP-CATEGORIA AT LINE 2 COL 69.
           CALL "LEFILIAL" USING WS-PRP-FILIAL WS-LF-SITUACAO
               WS-LF-DADOS.
           IF WS-LF-SITUACAO NOT = "A"
               DISPLAY "FILIAL NAO CADASTRADA OU FECHADA" AT LINE 11
                   COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           PERFORM LE-TARIFA-ATUAL THRU LE-TARIFA-ATUAL-FIM.
           PERFORM MOSTRA-TARIFA-ATUAL.
           IF WS-PRP-CATEGORIA = SPACES
               DISPLAY "JANELA NORMAL PROPOSTA (0 = MANTEM): "
                   AT LINE 4 COL 36
               ACCEPT WS-PRP-JANELA-NORMAL AT LINE 4 COL 73
               DISPLAY "JANELA LANCAMENTO PROPOSTA (0 = MANTEM): "
                   AT LINE 5 COL 36
               ACCEPT WS-PRP-JANELA-LANC AT LINE 5 COL 77
               DISPLAY "TAXA DIARIA PROPOSTA (0 = MANTEM): "
                   AT LINE 6 COL 36
               ACCEPT WS-PRP-TAXA-DIARIA AT LINE 6 COL 71
           ELSE
               DISPLAY "MULTIPLICADOR PROPOSTO (9V99): " AT LINE 4
                   COL 36
               ACCEPT WS-PRP-MULT-PRECO AT LINE 4 COL 67
           END-IF.
           IF WS-PRP-JANELA-NORMAL IS NOT NUMERIC
               MOVE 0 TO WS-PRP-JANELA-NORMAL
           END-IF.
           IF WS-PRP-JANELA-LANC IS NOT NUMERIC
               MOVE 0 TO WS-PRP-JANELA-LANC
           END-IF.
           IF WS-PRP-TAXA-DIARIA IS NOT NUMERIC
               MOVE 0 TO WS-PRP-TAXA-DIARIA
           END-IF.
           IF WS-PRP-MULT-PRECO IS NOT NUMERIC
               MOVE 0 TO WS-PRP-MULT-PRECO
           END-IF.

           OPEN I-O ARQ-PROPOSTAS.
           IF WS-FS-PRP = 35
               CLOSE ARQ-PROPOSTAS
               OPEN OUTPUT ARQ-PROPOSTAS
               CLOSE ARQ-PROPOSTAS
               OPEN I-O ARQ-PROPOSTAS
           END-IF.
           IF WS-FS-PRP <> 0
               DISPLAY "ERRO NO ARQUIVO DE PROPOSTAS: " AT LINE 11
                   COL 36
               DISPLAY WS-FS-PRP AT LINE 11 COL 66
               CLOSE ARQ-PROPOSTAS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           MOVE WS-PRP-CHAVE TO PRP-CHAVE.
           READ ARQ-PROPOSTAS
               INVALID KEY MOVE 0 TO WS-EXISTE
               NOT INVALID KEY MOVE 1 TO WS-EXISTE
           END-READ.
           MOVE WS-PRP-CHAVE TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           IF WS-PRP-JANELA-NORMAL = 0 AND WS-PRP-JANELA-LANC = 0
               AND WS-PRP-TAXA-DIARIA = 0 AND WS-PRP-MULT-PRECO = 0
               IF WS-EXISTE = 1 AND (PRP-SITUACAO = "P"
                   OR PRP-SITUACAO = "A")
                   DELETE ARQ-PROPOSTAS RECORD
                   MOVE "REMPROPOST" TO WS-AUD-OPERACAO
                   MOVE "PROPOSTA DE TARIFA REMOVIDA"
                       TO WS-AUD-DETALHE
                   CALL "AUDITLOG" USING WS-AUD-PROGRAMA
                       WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DETALHE
                   DISPLAY "PROPOSTA REMOVIDA" AT LINE 11 COL 36
               ELSE
                   DISPLAY "NADA A PROPOR" AT LINE 11 COL 36
               END-IF
               CLOSE ARQ-PROPOSTAS
               MOVE 0 TO WS-EXISTE
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE "P" TO WS-PRP-SITUACAO.
           MOVE WS-SES-OPERADOR TO WS-PRP-OPERADOR.
           MOVE WS-HOJE-AAAAMMDD TO WS-PRP-DATA-REG.
           MOVE SPACES TO PROPOSTA-REC.
           MOVE WS-PROPOSTA TO PROPOSTA-REC.
           IF WS-EXISTE = 1
               REWRITE PROPOSTA-REC
           ELSE
               WRITE PROPOSTA-REC
           END-IF.
           CLOSE ARQ-PROPOSTAS.
           MOVE 0 TO WS-EXISTE.
           MOVE "PROPOSTA" TO WS-AUD-OPERACAO.
           PERFORM DETALHE-PROPOSTA.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           DISPLAY "PROPOSTA GRAVADA - PENDENTE DE APROVACAO"
               AT LINE 11 COL 36.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO TARIFAS.

      * Aprovacao (ou recusa) da proposta pendente pelo supervisor,
      * com a data de vigencia. Vigencia hoje copia a proposta para
      * tarifas.dat na hora; vigencia futura fica aprovada e o
      * CATALOGO copia na cadeia noturna da data.
       APROVAR-PROPOSTA.
           MOVE 40 TO WS-ACE-FUNCAO.
           CALL "ACESSO" USING WS-SES-OPERADOR WS-ACE-FUNCAO
               WS-ACE-OK.
           IF WS-ACE-OK NOT = "S"
               DISPLAY "ACESSO NAO PERMITIDO" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           DISPLAY "FILIAL: " AT LINE 1 COL 36.
           ACCEPT PRP-FILIAL AT LINE 1 COL 44.
           DISPLAY "CATEGORIA (VAZIA = REGRA BASE): " AT LINE 2
               COL 36.
           ACCEPT PRP-CATEGORIA AT LINE 2 COL 69.
           OPEN I-O ARQ-PROPOSTAS.
           IF WS-FS-PRP <> 0
               DISPLAY "NENHUMA PROPOSTA CADASTRADA" AT LINE 11 COL 36
               CLOSE ARQ-PROPOSTAS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           READ ARQ-PROPOSTAS INTO WS-PROPOSTA
               INVALID KEY MOVE 0 TO WS-EXISTE
               NOT INVALID KEY MOVE 1 TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 0 OR WS-PRP-SITUACAO NOT = "P"
               DISPLAY "NENHUMA PROPOSTA PENDENTE PARA A CHAVE"
                   AT LINE 11 COL 36
               CLOSE ARQ-PROPOSTAS
               MOVE 0 TO WS-EXISTE
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           MOVE 0 TO WS-EXISTE.
           PERFORM LE-TARIFA-ATUAL THRU LE-TARIFA-ATUAL-FIM.
           PERFORM MOSTRA-TARIFA-ATUAL.
           PERFORM DETALHE-PROPOSTA.
           DISPLAY "PROPOSTA: " AT LINE 4 COL 36.
           DISPLAY WS-AUD-DETALHE AT LINE 4 COL 46.
           DISPLAY "PROPOSTA POR: " AT LINE 5 COL 36.
           DISPLAY WS-PRP-OPERADOR AT LINE 5 COL 50.
           DISPLAY " EM " AT LINE 5 COL 53.
           DISPLAY WS-PRP-DATA-REG AT LINE 5 COL 57.

           MOVE FUNCTION CURRENT-DATE TO WS-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-HOJE-NUM.
           DISPLAY "DECISAO (S=APROVAR, R=RECUSAR, N=VOLTAR): "
               AT LINE 6 COL 36.
           MOVE SPACES TO WS-PRP-RESP.
           ACCEPT WS-PRP-RESP AT LINE 6 COL 78.
           IF WS-PRP-RESP = "R" OR WS-PRP-RESP = "r"
               MOVE "R" TO WS-PRP-SITUACAO
               MOVE WS-SES-OPERADOR TO WS-PRP-APROVADOR
               MOVE WS-PROPOSTA TO PROPOSTA-REC
               REWRITE PROPOSTA-REC
               CLOSE ARQ-PROPOSTAS
               MOVE "RECPROPOST" TO WS-AUD-OPERACAO
               MOVE WS-PRP-CHAVE TO WS-AUD-CHAVE
               CALL "AUDITLOG" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO WS-AUD-CHAVE WS-AUD-DETALHE
               DISPLAY "PROPOSTA RECUSADA" AT LINE 11 COL 36
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           IF WS-PRP-RESP NOT = "S" AND WS-PRP-RESP NOT = "s"
               CLOSE ARQ-PROPOSTAS
               GO TO TARIFAS.
           DISPLAY "VIGENCIA (AAAAMMDD, VAZIA = HOJE): " AT LINE 7
               COL 36.
           MOVE SPACES TO WS-PRP-VIGENCIA.
           ACCEPT WS-PRP-VIGENCIA AT LINE 7 COL 71.
           IF WS-PRP-VIGENCIA = SPACES
               MOVE WS-HOJE-AAAAMMDD TO WS-PRP-VIGENCIA
           END-IF.
           MOVE 0 TO WS-PRP-VIG-OK.
           IF WS-PRP-VIGENCIA IS NUMERIC
               MOVE WS-PRP-VIGENCIA TO WS-VIG-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-VIG-NUM) = 0
                   AND WS-VIG-NUM NOT < WS-HOJE-NUM
                   MOVE 1 TO WS-PRP-VIG-OK
               END-IF
           END-IF.
           IF WS-PRP-VIG-OK = 0
               DISPLAY "VIGENCIA INVALIDA (HOJE OU DATA FUTURA)"
                   AT LINE 11 COL 36
               CLOSE ARQ-PROPOSTAS
               DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36
               ACCEPT WS-LIXO AT LINE 12 COL 62
               GO TO TARIFAS.
           MOVE "A" TO WS-PRP-SITUACAO.
           MOVE WS-SES-OPERADOR TO WS-PRP-APROVADOR.
           MOVE 0 TO WS-PRP-APLICADA.
           IF WS-PRP-VIGENCIA = WS-HOJE-AAAAMMDD
               PERFORM APLICA-PROPOSTA THRU APLICA-PROPOSTA-FIM
           END-IF.
           MOVE WS-PROPOSTA TO PROPOSTA-REC.
           REWRITE PROPOSTA-REC.
           CLOSE ARQ-PROPOSTAS.
           MOVE "APRPROPOST" TO WS-AUD-OPERACAO.
           MOVE WS-PRP-CHAVE TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "APROVADA VIGENCIA " DELIMITED BY SIZE
               WS-PRP-VIGENCIA DELIMITED BY SIZE
               INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
           IF WS-PRP-APLICADA = 1
               DISPLAY "PROPOSTA APROVADA E APLICADA NA TARIFA"
                   AT LINE 11 COL 36
           ELSE
               DISPLAY "PROPOSTA APROVADA - APLICADA NA VIGENCIA"
                   AT LINE 11 COL 36
           END-IF.
           MOVE 0 TO WS-PRP-APLICADA.
           DISPLAY "PRESSIONE QUALQUER TECLA" AT LINE 12 COL 36.
           ACCEPT WS-LIXO AT LINE 12 COL 62.
           GO TO TARIFAS.

      * Copia a proposta aprovada (WS-PROPOSTA) para tarifas.dat. So
      * os valores propostos (diferentes de zero) substituem os da
      * tarifa; sem registro, a tarifa e criada com os demais campos
      * zerados (valem os padroes). Sem acesso ao arquivo a proposta
      * fica aprovada e o CATALOGO aplica na cadeia noturna.
       APLICA-PROPOSTA.
           OPEN I-O ARQ-TARIFAS.
           IF WS-FS = 35
               CLOSE ARQ-TARIFAS
               OPEN OUTPUT ARQ-TARIFAS
               CLOSE ARQ-TARIFAS
               OPEN I-O ARQ-TARIFAS
           END-IF.
           IF WS-FS <> 0
               CLOSE ARQ-TARIFAS
               GO TO APLICA-PROPOSTA-FIM
           END-IF.
           MOVE WS-PRP-CHAVE TO TAR-CHAVE.
           READ ARQ-TARIFAS
               INVALID KEY MOVE 0 TO WS-EXISTE
               NOT INVALID KEY MOVE 1 TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 0
               MOVE SPACES TO TARIFA
               MOVE WS-PRP-CHAVE TO TAR-CHAVE
               MOVE 0 TO TAR-JANELA-NORMAL
               MOVE 0 TO TAR-JANELA-LANC
               MOVE 0 TO TAR-TAXA-DIARIA
               MOVE 0 TO TAR-MULT-PRECO
               MOVE 0 TO TAR-REPOSICAO
               MOVE 0 TO TAR-DEPREC-MESES
               MOVE 0 TO TAR-DIAS-LANCAMENTO
               MOVE 0 TO TAR-TAXA-ENTREGA
           END-IF.
           IF WS-PRP-JANELA-NORMAL > 0
               MOVE WS-PRP-JANELA-NORMAL TO TAR-JANELA-NORMAL
           END-IF.
           IF WS-PRP-JANELA-LANC > 0
               MOVE WS-PRP-JANELA-LANC TO TAR-JANELA-LANC
           END-IF.
           IF WS-PRP-TAXA-DIARIA > 0
               MOVE WS-PRP-TAXA-DIARIA TO TAR-TAXA-DIARIA
           END-IF.
           IF WS-PRP-MULT-PRECO > 0
               MOVE WS-PRP-MULT-PRECO TO TAR-MULT-PRECO
           END-IF.
           IF WS-EXISTE = 1
               REWRITE TARIFA
           ELSE
               WRITE TARIFA
           END-IF.
           CLOSE ARQ-TARIFAS.
           MOVE 0 TO WS-EXISTE.
           MOVE "V" TO WS-PRP-SITUACAO.
           MOVE WS-HOJE-AAAAMMDD TO WS-PRP-DATA-APLIC.
           MOVE 1 TO WS-PRP-APLICADA.
           MOVE "APLPROPOST" TO WS-AUD-OPERACAO.
           MOVE WS-PRP-CHAVE TO WS-AUD-CHAVE.
           PERFORM DETALHE-PROPOSTA.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA WS-AUD-OPERACAO
               WS-AUD-CHAVE WS-AUD-DETALHE.
       APLICA-PROPOSTA-FIM.
           EXIT.

      * Regra em vigor da chave da proposta: janelas e taxa do
      * registro base da filial, multiplicador do registro da
      * categoria, com os padroes na falta do registro.
       LE-TARIFA-ATUAL.
           MOVE 7 TO WS-ATU-JANELA-NORMAL.
           MOVE 3 TO WS-ATU-JANELA-LANC.
           MOVE 2.00 TO WS-ATU-TAXA-DIARIA.
           MOVE 1.00 TO WS-ATU-MULT-PRECO.
           OPEN INPUT ARQ-TARIFAS.
           IF WS-FS <> 0
               CLOSE ARQ-TARIFAS
               GO TO LE-TARIFA-ATUAL-FIM
           END-IF.
           MOVE WS-PRP-FILIAL TO TAR-FILIAL.
           MOVE SPACES TO TAR-CATEGORIA.
           READ ARQ-TARIFAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TAR-JANELA-NORMAL IS NUMERIC
                       AND TAR-JANELA-NORMAL > 0
                       MOVE TAR-JANELA-NORMAL TO WS-ATU-JANELA-NORMAL
                   END-IF
                   IF TAR-JANELA-LANC IS NUMERIC
                       AND TAR-JANELA-LANC > 0
                       MOVE TAR-JANELA-LANC TO WS-ATU-JANELA-LANC
                   END-IF
                   IF TAR-TAXA-DIARIA IS NUMERIC
                       AND TAR-TAXA-DIARIA > 0
                       MOVE TAR-TAXA-DIARIA TO WS-ATU-TAXA-DIARIA
                   END-IF
           END-READ.
           IF WS-PRP-CATEGORIA NOT = SPACES
               MOVE WS-PRP-FILIAL TO TAR-FILIAL
               MOVE WS-PRP-CATEGORIA TO TAR-CATEGORIA
               READ ARQ-TARIFAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF TAR-MULT-PRECO IS NUMERIC
                           AND TAR-MULT-PRECO > 0
                           MOVE TAR-MULT-PRECO TO WS-ATU-MULT-PRECO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-TARIFAS.
       LE-TARIFA-ATUAL-FIM.
           EXIT.

       MOSTRA-TARIFA-ATUAL.
           DISPLAY "ATUAL: " AT LINE 3 COL 36.
           IF WS-PRP-CATEGORIA = SPACES
               MOVE WS-ATU-TAXA-DIARIA TO WS-TAXA-ED
               DISPLAY "JAN " AT LINE 3 COL 43
               DISPLAY WS-ATU-JANELA-NORMAL AT LINE 3 COL 47
               DISPLAY "/" AT LINE 3 COL 49
               DISPLAY WS-ATU-JANELA-LANC AT LINE 3 COL 50
               DISPLAY " TAXA " AT LINE 3 COL 52
               DISPLAY WS-TAXA-ED AT LINE 3 COL 58
           ELSE
               MOVE WS-ATU-MULT-PRECO TO WS-MULT-ED
               DISPLAY "MULT " AT LINE 3 COL 43
               DISPLAY WS-MULT-ED AT LINE 3 COL 48
           END-IF.

      * Texto da proposta em WS-AUD-DETALHE (auditoria e tela).
       DETALHE-PROPOSTA.
           MOVE SPACES TO WS-AUD-DETALHE.
           IF WS-PRP-CATEGORIA = SPACES
               MOVE WS-PRP-TAXA-DIARIA TO WS-TAXA-ED
               STRING "JAN " DELIMITED BY SIZE
                   WS-PRP-JANELA-NORMAL DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-PRP-JANELA-LANC DELIMITED BY SIZE
                   " TAXA " DELIMITED BY SIZE
                   WS-TAXA-ED DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
           ELSE
               MOVE WS-PRP-MULT-PRECO TO WS-MULT-ED
               STRING "MULT " DELIMITED BY SIZE
                   WS-MULT-ED DELIMITED BY SIZE
                   INTO WS-AUD-DETALHE
           END-IF.

       FIM.
       END PROGRAM TARIFAS.
