      *-----------------------------------------------------------------
      * BENEFREC - employee benefits enrollment (beneficios.dat),
      * indexed on CODIGO, one record per enrolled employee, kept by
      * the employee-master program (prog29b) and read by the monthly
      * payroll (prog30).
      *   PLANO             = health-plan code priced in
      *                       tabela_beneficios.dat (TABBENREC);
      *                       spaces = not enrolled in a plan;
      *   DEPENDENTES-PLANO = dependents covered by the plan, taken
      *                       from the employee's dependents in
      *                       dependentes.dat (never more than are
      *                       registered there);
      *   OPTA-VT           = 'S' opted in to the transportation
      *                       voucher, 'N' not;
      *   CUSTO-VT          = monthly cost of the employee's vouchers
      *                       (commute fares times working days); the
      *                       employee pays at most 6% of the base
      *                       salary and never more than this cost.
      * COPY BENEFREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CODIGO            PIC 9(6).
           05  :PREFIX:-PLANO             PIC X(4).
           05  :PREFIX:-DEPENDENTES-PLANO PIC 9(2).
           05  :PREFIX:-OPTA-VT           PIC X(1).
           05  :PREFIX:-CUSTO-VT          PIC 9(4)V9(2).
