      * CPF. Accounts point at their owner through CONTA-CPF-TITULAR
      * (see CONTAREC); the link is created by the account-opening flow
      * of the account-maintenance program.
      * Contact data for the nightly customer notifications
      * (avisos_clientes.dat): CELULAR is DDD + number, zeros when
      * unknown; EMAIL spaces when unknown. AVISOS: 'N' the customer
      * opted out of notifications, anything else receives them.
      * The three fields were added by the one-time conversion in
      * ConverteClientes.
      * COPY CLIREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CPF             PIC 9(11).
           05  :PREFIX:-NOME            PIC X(30).
           05  :PREFIX:-ENDERECO        PIC X(30).
           05  :PREFIX:-CELULAR         PIC 9(11).
           05  :PREFIX:-EMAIL           PIC X(50).
           05  :PREFIX:-AVISOS          PIC X(1).
