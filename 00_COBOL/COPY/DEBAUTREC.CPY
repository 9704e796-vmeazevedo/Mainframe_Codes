      *-----------------------------------------------------------------
      * DEBAUTREC - tuition auto-debit authorization record layout
      * (debito_mensalidades.dat), keyed on the student ID: one
      * authorization per student, registered and cancelled from the
      * tuition billing program (05_Tuition_Billing). CONTA is the
      * account on contas.dat the tuition is debited from; CPF is the
      * customer (clientes.dat) who signed the authorization and must
      * be the account holder or a joint owner (cotitulares.dat, PAPEL
      * 'T') -- the payer may be the student or a parent.
      * SITUACAO: 'A' active, 'C' cancelled (kept for history).
      * The nightly tuition-debit step (DebitoMensalidades) stamps the
      * outcome of its last attempt:
      *   ULT-MES       = billed month (YYYYMM) of the invoice tried;
      *   ULT-RESULTADO = 'D' debited, 'F' debit failed;
      *   ULT-MOTIVO    = why the debit failed (spaces when debited).
      * An invoice is tried once; a failed one stays open for payment
      * at the counter and shows as "DEBIT FAILED" on the aging report.
      * COPY DEBAUTREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-ALUNO           PIC 9(5).
           05  :PREFIX:-CONTA           PIC 9(6).
           05  :PREFIX:-CPF             PIC 9(11).
           05  :PREFIX:-SITUACAO        PIC X(1).
           05  :PREFIX:-DATA-AUTORIZACAO PIC 9(8).
           05  :PREFIX:-DATA-CANCELAMENTO PIC 9(8).
           05  :PREFIX:-ULT-MES         PIC 9(6).
           05  :PREFIX:-ULT-DATA        PIC 9(8).
           05  :PREFIX:-ULT-RESULTADO   PIC X(1).
           05  :PREFIX:-ULT-MOTIVO      PIC X(20).
