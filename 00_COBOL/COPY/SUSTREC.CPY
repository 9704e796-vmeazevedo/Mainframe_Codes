      *-----------------------------------------------------------------
      * SUSTREC - indexed stop-payment order record (sustacoes.dat),
      * one per order, keyed on account + first cheque number of the
      * stopped range (a single cheque is a range of one, CHEQUE-FINAL
      * = CHEQUE-INICIAL). Registered and revoked behind operator
      * sign-on (ManutencaoCheques); the nightly inward-clearing step
      * (CompensacaoCheques) returns a presented cheque inside an
      * active, unexpired order with the clearing reason code of the
      * order's MOTIVO:
      *   'C' contra-ordem / oposicao do emitente ....... codigo 21
      *   'F' furto, roubo ou extravio do cheque ........ codigo 28
      *   'B' extravio de folhas em branco .............. codigo 20
      * DATA-EXPIRACAO: last movement date the order is in force.
      * SITUACAO: 'A' ativa, 'R' revogada (REVOGADA-POR/DATA-REVOGACAO
      * filled in).
      * COPY SUSTREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CHAVE.
               10  :PREFIX:-CONTA        PIC 9(6).
               10  :PREFIX:-CHEQUE-INICIAL PIC 9(6).
           05  :PREFIX:-CHEQUE-FINAL     PIC 9(6).
           05  :PREFIX:-MOTIVO           PIC X(1).
           05  :PREFIX:-DATA-INCLUSAO    PIC 9(8).
           05  :PREFIX:-DATA-EXPIRACAO   PIC 9(8).
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-INCLUIDO-POR     PIC X(8).
           05  :PREFIX:-REVOGADO-POR     PIC X(8).
           05  :PREFIX:-DATA-REVOGACAO   PIC 9(8).
