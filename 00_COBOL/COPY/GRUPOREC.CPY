      *-----------------------------------------------------------------
      * GRUPOREC - indexed economic-group membership record
      * (grupos_economicos.dat), keyed on the customer CPF: a CPF
      * belongs to at most one economic group. Related CPFs share the
      * same CODIGO; NOME is the group name, repeated on every member.
      * Maintained from the account-maintenance menu and read by the
      * monthly credit-exposure report, which adds the members'
      * exposure up into the group.
      * COPY GRUPOREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CPF              PIC 9(11).
           05  :PREFIX:-CODIGO           PIC 9(6).
           05  :PREFIX:-NOME             PIC X(30).
