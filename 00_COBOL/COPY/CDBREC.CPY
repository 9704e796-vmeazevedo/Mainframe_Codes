      *-----------------------------------------------------------------
      * CDBREC - indexed fixed-term deposit (CDB) record
      * (cdb_master.dat), keyed on the deposit number assigned by the
      * CDB maintenance program. The principal is debited from the
      * linked account at opening; the nightly CDB step accrues the
      * yield day by day and, at maturity or on an early-redemption
      * request, credits principal and yield back to the same account
      * with the income tax (IR) withheld at the regressive rate.
      * TAXA-ANUAL: fraction per year, compounded on a 365-day basis
      * (0.1250 = 12,50% a.a.).
      * DATA-VENCIMENTO: already rolled forward to a business day.
      * DATA-APROPRIACAO / RENDIMENTO: last date accrued and gross
      * yield accrued up to it.
      * SITUACAO: 'A' ativo, 'R' resgate antecipado solicitado (pago
      * na proxima noite), 'L' liquidado (resgatado).
      * COPY CDBREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-NUMERO           PIC 9(8).
           05  :PREFIX:-CONTA            PIC 9(6).
           05  :PREFIX:-PRINCIPAL        PIC 9(9)V99.
           05  :PREFIX:-TAXA-ANUAL       PIC 9V9(4).
           05  :PREFIX:-DATA-INICIO      PIC 9(8).
           05  :PREFIX:-DATA-VENCIMENTO  PIC 9(8).
           05  :PREFIX:-DATA-APROPRIACAO PIC 9(8).
           05  :PREFIX:-RENDIMENTO       PIC 9(9)V99.
           05  :PREFIX:-SITUACAO         PIC X(1).
           05  :PREFIX:-DATA-RESGATE     PIC 9(8).
           05  :PREFIX:-IR-RETIDO        PIC 9(9)V99.
