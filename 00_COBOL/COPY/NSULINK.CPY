      *-----------------------------------------------------------------
      * NSULINK - communication area of the movement-number module
      * (NumeraMovimento), called by every program that writes to the
      * movement journal, right before the WRITE. NUMERO (out): next
      * unique sequential movement number (NSU). RETORNO (out): file
      * status of the NSU control file, '00' when NUMERO is good.
      * COPY NSULINK REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-NUMERO           PIC 9(10).
           05  :PREFIX:-RETORNO          PIC X(2).
