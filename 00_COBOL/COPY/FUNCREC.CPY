      * SITUACAO: 'A' ativo, 'D' desligado. A folha mensal, o 13o e o
      * acumulo de ferias pulam os desligados; o registro fica no
      * cadastro para historico e rescisao, em vez de ser apagado.
      * CENTRO-CUSTO: cost center the employee's payroll is charged
      * to (centros_custo.dat, see CCUSTOREC); 0000 = not yet
      * assigned by HR. Added by the one-time conversion in prog39.
      * COPY FUNCREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CODIGO          PIC 9(6).
           05  :PREFIX:-ENDERECO        PIC X(20).
           05  :PREFIX:-SALARIO         PIC 9(4)V9(2).
           05  :PREFIX:-SITUACAO        PIC X(1).
           05  :PREFIX:-CENTRO-CUSTO    PIC 9(4).
