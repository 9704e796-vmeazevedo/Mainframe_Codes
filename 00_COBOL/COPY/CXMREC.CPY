      *-----------------------------------------------------------------
      * CXMREC - teller journal record (caixa_diario.dat), one per
      * cash deposit ('DEP') or cash withdrawal ('SAQ') keyed in at the
      * counter. The cash has already changed hands when the record is
      * written: the nightly teller posting step (under the feed
      * arrival control) posts it to contas.dat and movimentos.dat.
      * SEQUENCIA: order of the transaction in the teller's drawer.
      * SUPERVISOR: who approved a withdrawal above the daily limit
      * (spaces when no approval was needed).
      * COPY CXMREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-DATA             PIC 9(8).
           05  :PREFIX:-HORA             PIC 9(6).
           05  :PREFIX:-OPERADOR         PIC X(8).
           05  :PREFIX:-SEQUENCIA        PIC 9(5).
           05  :PREFIX:-CONTA            PIC 9(6).
           05  :PREFIX:-TIPO             PIC X(3).
           05  :PREFIX:-VALOR            PIC 9(7)V99.
           05  :PREFIX:-SUPERVISOR       PIC X(8).
