      *-----------------------------------------------------------------
      * TABBENREC - benefit price table (tabela_beneficios.dat), the
      * effective-dated counterpart of tabela_impostos.dat for the
      * benefits the monthly payroll deducts:
      *   TIPO 'P' = health-plan price, one row per PLANO and
      *     DATA-VIGENCIA (YYYYMMDD): DESCRICAO names the plan and its
      *     provider on the invoice report, VALOR-TITULAR and
      *     VALOR-DEPENDENTE are the monthly premium per holder and
      *     per covered dependent, PERCENTUAL is the employee's share
      *     of the premium (the employer pays the rest);
      *   TIPO 'V' = transportation voucher: PERCENTUAL is the cap on
      *     the employee's share over the base salary (PLANO,
      *     DESCRICAO and the values unused). Without a 'V' row in
      *     effect the payroll uses the legal 6%.
      * Each run picks, per PLANO, the newest row whose date is not
      * after the processing date, so next year's prices can be
      * loaded ahead of time.
      * COPY TABBENREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-TIPO             PIC X(1).
           05  :PREFIX:-PLANO            PIC X(4).
           05  :PREFIX:-DATA-VIGENCIA    PIC 9(8).
           05  :PREFIX:-DESCRICAO        PIC X(30).
           05  :PREFIX:-VALOR-TITULAR    PIC 9(5)V9(2).
           05  :PREFIX:-VALOR-DEPENDENTE PIC 9(5)V9(2).
           05  :PREFIX:-PERCENTUAL       PIC 9V9(4).
