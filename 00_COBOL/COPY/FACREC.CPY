      *-----------------------------------------------------------------
      * FACREC - payroll accumulated register (folha_acumulada.dat),
      * the machine-readable history every payroll run appends to:
      * one 'D' detail per employee and one 'T' total per run.
      *   ORIGEM 'M' = monthly payroll (prog30);
      *          '1' = 13th salary, first instalment (prog33) -- only
      *                the FGTS fields are filled, gross and
      *                withholdings stay zero because the second
      *                instalment carries the full 13th;
      *          '3' = 13th salary, second instalment (prog33);
      *          'F' = vacation pay (prog34);
      *          'R' = termination settlement (prog29b);
      *          'A' = collective-agreement (dissidio) arrears paid
      *                in the monthly payroll (prog30), own INSS and
      *                IRRF (see DISREC).
      *   BASE-FGTS  = amount the employer's FGTS deposit is due on;
      *   FGTS       = deposit owed for the event (BASE-FGTS times the
      *                FGTS rate in effect);
      *   MULTA-FGTS = 40% fine owed on dismissal without cause
      *                (ORIGEM 'R' only, zeros otherwise).
      * The annual withholding statement (prog35) and the monthly FGTS
      * remittance (prog36) both read this layout.
      * COPY FACREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-TIPO             PIC X(1).
           05  :PREFIX:-COMPETENCIA      PIC 9(6).
           05  :PREFIX:-ORIGEM           PIC X(1).
           05  :PREFIX:-CODIGO           PIC 9(6).
           05  :PREFIX:-BRUTO            PIC 9(9)V9(2).
           05  :PREFIX:-INSS             PIC 9(9)V9(2).
           05  :PREFIX:-IRRF             PIC 9(9)V9(2).
           05  :PREFIX:-LIQUIDO          PIC 9(9)V9(2).
           05  :PREFIX:-DEPENDENTES      PIC 9(2).
           05  :PREFIX:-BASE-FGTS        PIC 9(9)V9(2).
           05  :PREFIX:-FGTS             PIC 9(9)V9(2).
           05  :PREFIX:-MULTA-FGTS       PIC 9(9)V9(2).
