      *-----------------------------------------------------------------
      * ENCLINK - communication area of the account-closure settlement
      * module (EncerramentoConta), called from ENCERRAR-CONTA of the
      * account maintenance program with the account master CLOSED.
      * CONTA: account to close (in). RESULTADO (out): 'E' encerrada
      * e acertada, 'R' recusada (pendencias ou dados invalidos), 'C'
      * desistencia do operador na confirmacao.
      * COPY ENCLINK REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CONTA            PIC 9(6).
           05  :PREFIX:-RESULTADO        PIC X(1).
