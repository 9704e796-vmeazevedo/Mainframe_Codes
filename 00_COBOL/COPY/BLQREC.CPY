      *-----------------------------------------------------------------
      * BLQREC - indexed judicial hold record (bloqueios_judiciais.dat),
      * one per blocking order and account reached by it, keyed on
      * order number + account, with an alternate key on the account
      * (duplicates) so every debit program can add up the amount held
      * on an account with a START on the account number.
      * Placed, released and transferred to the court by the nightly
      * judicial-order step (SISBAJUD). The held amount stays in the
      * account balance but is NOT available for debits.
      * VALOR-ORDEM: total frozen amount requested by the court for
      * the CPF (the whole order, repeated on every account).
      * VALOR-BLOQUEADO: amount currently held on this account.
      * VALOR-TRANSFERIDO: amount already sent to the court from it.
      * SITUACAO: 'A' ativo (valor retido), 'L' liberado, 'T'
      * transferido ao juizo (nada mais retido).
      * COPY BLQREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CHAVE.
               10  :PREFIX:-ORDEM        PIC X(20).
               10  :PREFIX:-CONTA        PIC 9(6).
           05  :PREFIX:-CPF              PIC 9(11).
           05  :PREFIX:-DATA-ORDEM       PIC 9(8).
           05  :PREFIX:-VALOR-ORDEM      PIC 9(9)V99.
           05  :PREFIX:-VALOR-BLOQUEADO  PIC 9(9)V99.
           05  :PREFIX:-VALOR-TRANSFERIDO PIC 9(9)V99.
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-DATA-ULT-ACAO    PIC 9(8).
