      *-----------------------------------------------------------------
      * DISREC - collective-agreement (dissidio) arrears register
      * (dissidio_atrasados.dat), indexed on CHAVE. The dissidio run
      * (prog40) writes one row per payment already made since the
      * raise took effect, from the accumulated payroll register
      * (FACREC):
      *   ORIGEM 'M' = monthly payroll of the COMPETENCIA;
      *          '3' = 13th salary (second instalment, the full 13th);
      *          'F' = vacation pay.
      * BRUTO-PAGO and INSS-PAGO are what that payment carried;
      * DIFERENCA is BRUTO-PAGO times the raise percentage, the amount
      * owed for it. The next monthly payroll (prog30) pays the
      * pending rows as a separate event and fills INSS-DIFERENCA
      * (INSS recalculated on BRUTO-PAGO + DIFERENCA, less what was
      * withheld).
      *   SITUACAO 'P' = pending;
      *            'G' = paid in COMPETENCIA-PAGTO.
      * COPY DISREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CHAVE.
               10  :PREFIX:-CODIGO       PIC 9(6).
               10  :PREFIX:-VIGENCIA     PIC 9(8).
               10  :PREFIX:-COMPETENCIA  PIC 9(6).
               10  :PREFIX:-ORIGEM       PIC X(1).
           05  :PREFIX:-PERCENTUAL       PIC 9(3)V9(2).
           05  :PREFIX:-BRUTO-PAGO       PIC 9(9)V9(2).
           05  :PREFIX:-INSS-PAGO        PIC 9(9)V9(2).
           05  :PREFIX:-DIFERENCA        PIC 9(9)V9(2).
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-COMPETENCIA-PAGTO PIC 9(6).
           05  :PREFIX:-INSS-DIFERENCA   PIC 9(9)V9(2).
