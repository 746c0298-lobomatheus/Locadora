           05 RES-CHAVE.
               10 RES-FILME PIC X(20).
               10 RES-SEQ PIC 9(06).
           05 FILLER PIC X(29).
       FD ARQ-RES-NOVO.
       01 RES-NOVO-REC.
           05 NRES-CHAVE.
               10 NRES-FILME PIC X(20).
               10 NRES-SEQ PIC 9(06).
           05 FILLER PIC X(29).
       FD ARQ-PAGAMENTOS.
       01 PAGAMENTO.
           05 PAG-RECIBO PIC 9(06).
           05 FILLER PIC X(80).
       FD ARQ-PAG-NOVO.
       01 PAG-NOVO-REC.
           05 NPAG-RECIBO PIC 9(06).
           05 FILLER PIC X(80).
       FD ARQ-RELATORIO.
       01 RELATORIO-LINHA PIC X(99).

