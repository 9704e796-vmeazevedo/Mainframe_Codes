      *-----------------------------------------------------------------
      * CCUSTOREC - cost-center master record (centros_custo.dat),
      * indexed on CODIGO. Every employee in funcionarios.dat points
      * to one cost center (FUNCREC CENTRO-CUSTO), maintained through
      * the employee-master program (prog29b). The nightly payroll GL
      * step debits each cost center's salary expense to its own
      * CONTA-DESPESA.
      * SITUACAO: 'A' ativo, 'I' inativo -- an inactive cost center
      * takes no new employees, but the ones still assigned to it keep
      * being posted to its expense account.
      * COPY CCUSTOREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CODIGO          PIC 9(4).
           05  :PREFIX:-DESCRICAO       PIC X(30).
           05  :PREFIX:-CONTA-DESPESA   PIC X(8).
           05  :PREFIX:-SITUACAO        PIC X(1).
