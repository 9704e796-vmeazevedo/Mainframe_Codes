      *-----------------------------------------------------------------
      * CTAENCREC - closed-account register (contas_encerradas.dat),
      * keyed on the account number. CONTAREC only keeps SITUACAO 'E',
      * not WHEN the account was closed; every program that closes an
      * account (the closure settlement module and the legal transfer
      * of dormant accounts) writes one record here with the movement
      * date of the closure and its own name. Read by the data
      * protection run to age the retention period of former
      * customers.
      * COPY CTAENCREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CONTA           PIC 9(6).
           05  :PREFIX:-DATA            PIC 9(8).
           05  :PREFIX:-PROGRAMA        PIC X(12).
