      *-----------------------------------------------------------------
      * AUDLINK - communication area of the audit-chain module
      * (EncadeiaAuditoria). Every program that writes to auditoria.log
      * calls it right before the WRITE and stamps the entry with the
      * SEQUENCIA and HASH returned, chaining the entry to the one
      * before it; an entry edited, removed or inserted afterwards
      * breaks the chain and is caught by VerificaAuditoria. A log
      * written before the chain is converted and chained once by
      * ConverteAuditoria.
      * FUNCAO (in): 'E' = chain LANCAMENTO as the next entry of the
      *   log (anchor file read and rewritten); 'C' = only compute the
      *   HASH of LANCAMENTO at SEQUENCIA over HASH-ANTERIOR (used by
      *   the verification, nothing is written).
      * LANCAMENTO (in): the entry's own fields (timestamp, operator,
      *   option, result -- the first 39 bytes of the log record).
      * SEQUENCIA (out for 'E', in for 'C'): position in the chain.
      * HASH-ANTERIOR (in for 'C'): running hash of the entry before.
      * HASH (out): running hash of this entry.
      * RETORNO (out): file status of the anchor file, '00' when good.
      * COPY AUDLINK REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-FUNCAO           PIC X(1).
           05  :PREFIX:-LANCAMENTO       PIC X(39).
           05  :PREFIX:-SEQUENCIA        PIC 9(9).
           05  :PREFIX:-HASH-ANTERIOR    PIC 9(10).
           05  :PREFIX:-HASH             PIC 9(10).
           05  :PREFIX:-RETORNO          PIC X(2).
