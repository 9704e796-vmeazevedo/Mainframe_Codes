      *-----------------------------------------------------------------
      * MOVREC - movement-journal record layout (movimentos.dat). Every
      * balance change on contas.dat writes one record here: deposits
      * (DEP), withdrawals (SAQ) and interest accruals (JUR), with the
      * amount, the resulting balance and the source program. The
      * statement program reads this journal to answer "what moved on
      * account X between date A and date B".
      * The journal is indexed on CHAVE = account + date + NSU. NSU is
      * the unique sequential movement number handed out by the shared
      * NumeraMovimento module right before each WRITE, so movements
      * of one account come back by date in posting order, and one
      * single movement can be read directly by its key. The yearly
      * archives (movimentos_AAAA.dat) keep the same layout and key.
      * COPY MOVREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CHAVE.
               10  :PREFIX:-CONTA       PIC 9(6).
               10  :PREFIX:-DATA        PIC 9(8).
               10  :PREFIX:-NSU         PIC 9(10).
           05  :PREFIX:-TIPO            PIC X(3).
           05  :PREFIX:-VALOR           PIC 9(9)V99.
           05  :PREFIX:-SALDO-RESULT    PIC S9(9)V99.
