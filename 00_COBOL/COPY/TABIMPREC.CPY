      * effect: FAIXA-ATE holds the deduction amount per dependent and
      * ALIQUOTA is unused (zeros). The same DATA-VIGENCIA selection
      * applies.
      * Rows with TIPO 'F' carry the employer's FGTS deposit rate in
      * ALIQUOTA (FAIXA-ATE unused, zeros). Without an 'F' row in
      * effect the payroll runs use the legal 8%.
      * Rows with TIPO 'C' carry the payroll-deductible loan margin
      * (margem consignavel) in ALIQUOTA: the share of the net pay
      * after INSS and IRRF that an employee's consignado installments
      * may take (FAIXA-ATE unused, zeros). Without a 'C' row in
      * effect loan origination uses 35%.
      * Rows of the same TIPO/DATA-VIGENCIA must be kept in ascending
      * FAIXA-ATE order. Next year's table can be loaded ahead of time
      * with a future DATA-VIGENCIA; each run picks the newest table
