      * generator and paid down by the nightly collection run, which
      * reduces SALDO-DEVEDOR by the principal portion of each
      * installment collected. SITUACAO: 'A' ativo, 'Q' quitado.
      * CONSIGNADO: 'S' = payroll-deductible loan to one of our own
      * employees (FUNCIONARIO = employee code in funcionarios.dat):
      * the monthly payroll deducts the installment due and the
      * collection run settles it from the payroll deduction register
      * (consignado_folha.dat) instead of debiting the account. 'N' =
      * ordinary loan collected from CONTA-DEBITO; a consignado
      * contract goes back to 'N' when the employee is terminated.
      * VALOR-PARCELA: standard monthly installment of the current
      * schedule, the amount the payroll margin is checked against.
      * The three fields were added by the one-time conversion in
      * ConverteEmprestimos.
      * COPY EMPMREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CONTRATO         PIC 9(6).
           05  :PREFIX:-CONTA-DEBITO     PIC 9(6).
           05  :PREFIX:-SALDO-DEVEDOR    PIC 9(9)V99.
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-CONSIGNADO       PIC X(1).
           05  :PREFIX:-FUNCIONARIO      PIC 9(6).
           05  :PREFIX:-VALOR-PARCELA    PIC 9(9)V99.
