      *-----------------------------------------------------------------
      * CREDREC - credit-analysis record (analise_credito.dat), keyed
      * on the loan contract. Written by the nightly scoring step
      * (AnaliseCredito) the first night a contract appears in the
      * loan requests (emprestimos.dat); origination
      * (ComandosAritméticos-4) only disburses a contract whose
      * analysis is SITUACAO 'A'.
      * SITUACAO: 'A' aprovado, 'R' recusado, 'P' pendente de decisao
      * do oficial de credito (faixa intermediaria da nota). NOTA is
      * the score (0-1000); the fields after it are the history the
      * score was built from, kept so the officer sees the same
      * picture. DECIDIDO-POR is 'AUTOMAT' for a decision of the
      * scoring step, or the operator ID of the officer who decided a
      * pending contract (RevisaoCredito), with DATA-DECISAO and the
      * officer's MOTIVO.
      * COPY CREDREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CONTRATO         PIC 9(6).
           05  :PREFIX:-CONTA            PIC 9(6).
           05  :PREFIX:-CPF              PIC 9(11).
           05  :PREFIX:-PRINCIPAL        PIC 9(9)V99.
           05  :PREFIX:-PRAZO-MESES      PIC 9(3).
           05  :PREFIX:-DATA-ANALISE     PIC 9(8).
           05  :PREFIX:-NOTA             PIC 9(4).
           05  :PREFIX:-SALDO-MEDIO      PIC S9(9)V99.
           05  :PREFIX:-MESES-HISTORICO  PIC 9(3).
           05  :PREFIX:-QTD-NSF          PIC 9(5).
           05  :PREFIX:-DIAS-CHEQUE      PIC 9(5).
           05  :PREFIX:-PARC-ATRASO      PIC 9(5).
           05  :PREFIX:-EXPOSICAO        PIC 9(11)V99.
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-DECIDIDO-POR     PIC X(8).
           05  :PREFIX:-DATA-DECISAO     PIC X(21).
           05  :PREFIX:-MOTIVO           PIC X(40).
