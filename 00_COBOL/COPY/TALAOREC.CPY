      *-----------------------------------------------------------------
      * TALAOREC - indexed chequebook issuance record (talonarios.dat),
      * one per chequebook handed to the customer, keyed on account +
      * first cheque number of the book, so every book of an account
      * is read with a START on the account and first number zero.
      * Issued behind operator sign-on (ManutencaoCheques); the
      * nightly inward-clearing step (CompensacaoCheques) only pays a
      * presented cheque whose number falls inside an active book
      * (CHEQUE-INICIAL thru CHEQUE-FINAL) of the drawn account.
      * SITUACAO: 'A' ativo, 'C' cancelado (talao nao entregue ou
      * recolhido -- as folhas deixam de valer).
      * EMITIDO-POR: operator ID that issued the book.
      * COPY TALAOREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CHAVE.
               10  :PREFIX:-CONTA        PIC 9(6).
               10  :PREFIX:-CHEQUE-INICIAL PIC 9(6).
           05  :PREFIX:-CHEQUE-FINAL     PIC 9(6).
           05  :PREFIX:-DATA-EMISSAO     PIC 9(8).
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-EMITIDO-POR      PIC X(8).
