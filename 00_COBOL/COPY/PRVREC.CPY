      *-----------------------------------------------------------------
      * PRVREC - monthly payroll preview control (folha_previa_ctl.dat),
      * indexed on COMPETENCIA. The preview run of the monthly payroll
      * (prog30 in mode 'P') writes or replaces the row of its
      * COMPETENCIA with the run totals and the variance counts
      * against the previous month, and the variance report goes to
      * folha_previa.dat:
      *   LIMITE      = percentage change above which a gross, INSS,
      *                 IRRF or net amount is flagged;
      *   TOTAL-CREDITO = net to be credited (month plus arrears);
      *   VARIACOES   = employees with at least one flagged amount;
      *   NOVOS       = paid now, not in the previous month;
      *   AUSENTES    = paid in the previous month, not now.
      *   SITUACAO 'P' = waiting for sign-off;
      *            'A' = signed off by SUPERVISOR (operadores.dat,
      *                  NIVEL 2, never the OPERADOR who ran the
      *                  preview) on DATA-APROVACAO (prog43).
      * The final run (prog30 in mode 'F') only starts with the row of
      * its COMPETENCIA in 'A'. A new preview puts the row back to 'P'.
      * COPY PRVREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-COMPETENCIA      PIC 9(6).
           05  :PREFIX:-DATA-PREVIA      PIC 9(8).
           05  :PREFIX:-OPERADOR         PIC X(8).
           05  :PREFIX:-LIMITE           PIC 9(3)V9(2).
           05  :PREFIX:-QTD-FUNCIONARIOS PIC 9(5).
           05  :PREFIX:-TOTAL-BRUTO      PIC 9(9)V9(2).
           05  :PREFIX:-TOTAL-CREDITO    PIC 9(9)V9(2).
           05  :PREFIX:-VARIACOES        PIC 9(5).
           05  :PREFIX:-NOVOS            PIC 9(5).
           05  :PREFIX:-AUSENTES         PIC 9(5).
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-SUPERVISOR       PIC X(8).
           05  :PREFIX:-DATA-APROVACAO   PIC 9(8).
