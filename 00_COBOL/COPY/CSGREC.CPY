      *-----------------------------------------------------------------
      * CSGREC - payroll deduction register of payroll-deductible
      * loans (consignado_folha.dat), indexed on CHAVE. The monthly
      * payroll (prog30) writes one row per installment of an active
      * consignado contract (EMPMREC CONSIGNADO 'S') falling due in
      * the payroll competencia (YYYYMM):
      *   SITUACAO 'D' = deducted from the employee's payslip;
      *            'N' = not deducted (the net pay left after INSS,
      *                  IRRF and benefits did not cover it, or the
      *                  employee was not in the payroll run).
      * The nightly collection run (CobrancaParcelas) settles the 'D'
      * installments without touching the account and debits the
      * account for the 'N' ones; the payroll accounting step
      * (ContabilizaFolha) credits the 'D' amounts to the loan
      * portfolio. A competencia already in the register is not
      * written again by a payroll rerun, as with the accumulated
      * payroll register (FACREC).
      * COPY CSGREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CHAVE.
               10  :PREFIX:-COMPETENCIA  PIC 9(6).
               10  :PREFIX:-FUNCIONARIO  PIC 9(6).
               10  :PREFIX:-CONTRATO     PIC 9(6).
               10  :PREFIX:-PARCELA      PIC 9(3).
           05  :PREFIX:-VENCIMENTO       PIC 9(8).
           05  :PREFIX:-VALOR            PIC 9(9)V99.
           05  :PREFIX:-SITUACAO         PIC X(1).
