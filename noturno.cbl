      * sequencia (ATRASOS, CONCILIA, FECHAMENTO, COBRANCA, EXPCSV),
      * registrando inicio, fim e situacao de cada um em controle.dat
      * pela data de movimento - o dia util anterior, ja que a cadeia
      * roda de madrugada; o fechamento recebe essa data, e o
      * CATALOGO a data do dia, em que as alteracoes passam a valer
      * no balcao. Job ja encerrado ("E") na data e pulado; apos uma
      * queda, a reexecucao recomeca do primeiro job que nao
      * encerrou. Um job com erro interrompe a sequencia. Os
      * executaveis sao preparados pelo run-noturno.sh.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTURNO.
                   "FECHAMENTO".
               05 FILLER PIC X(50) VALUE
                   "REMESSA".
               05 FILLER PIC X(50) VALUE
                   "NFSE".
               05 FILLER PIC X(50) VALUE
                   "COBRANCA  ./cobranca".
               05 FILLER PIC X(50) VALUE
                   "NEGATIVA  printf '90\n50\n' | ./negativa".
               05 FILLER PIC X(50) VALUE
                   "LEMBRETE  echo 1 | ./lembrete".
               05 FILLER PIC X(50) VALUE
                   "MSGRET    ./msgret".
               05 FILLER PIC X(50) VALUE
                   "MSGENVIA  ./msgenvia".
               05 FILLER PIC X(50) VALUE
                   "AUDISCAN".
               05 FILLER PIC X(50) VALUE
                   "CATALOGO".
               05 FILLER PIC X(50) VALUE
                   "EXPCSV    ./expcsv".
               05 FILLER PIC X(50) VALUE
                   "REORG     ./reorg".
            01 WS-JOB-TAB REDEFINES WS-JOB-LISTA.
               05 WS-JOB-ENTRY OCCURS 16 TIMES.
                   10 WS-JOB-NOME PIC X(10).
                   10 WS-JOB-CMD PIC X(40).
            77 WS-JOB-I PIC 9(02).
            77 WS-JOB-QTD PIC 9(02) VALUE 16.
            77 WS-PARAR PIC 9 VALUE 0.
            77 WS-PULADOS PIC 9(02) VALUE 0.
            77 WS-EXECUTADOS PIC 9(02) VALUE 0.
                       WS-DATA-MOV DELIMITED BY SIZE
                       " | ./remessa" DELIMITED BY SIZE
                       INTO WS-CMD
               WHEN "NFSE"
                   MOVE SPACES TO WS-CMD
                   STRING "echo " DELIMITED BY SIZE
                       WS-DATA-MOV DELIMITED BY SIZE
                       " | ./nfse" DELIMITED BY SIZE
                       INTO WS-CMD
               WHEN "AUDISCAN"
                   MOVE SPACES TO WS-CMD
                   STRING "echo " DELIMITED BY SIZE
                       WS-DATA-MOV DELIMITED BY SIZE
                       " | ./audiscan" DELIMITED BY SIZE
                       INTO WS-CMD
               WHEN "CATALOGO"
                   MOVE SPACES TO WS-CMD
                   STRING "echo " DELIMITED BY SIZE
                       WS-HOJE-NUM DELIMITED BY SIZE
                       " | ./catalogo" DELIMITED BY SIZE
                       INTO WS-CMD
               WHEN OTHER
                   MOVE WS-JOB-CMD(WS-JOB-I) TO WS-CMD
           END-EVALUATE.
