      *-----------------------------------------------------------------
      * RETRELREC - report-retention table (retencao_relatorios.dat),
      * keyed on report ID. A filed report is kept for QTD units of
      * UNIDADE ('D' dias, 'M' meses, 'A' anos) counted from its
      * business date -- e.g. daily reports 90 D, year-end reports
      * 10 A. The entry with ID '*' is the default for IDs not in the
      * table; with no default either, the purge keeps 90 days.
      * COPY RETRELREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-ID               PIC X(8).
           05  :PREFIX:-QTD              PIC 9(3).
           05  :PREFIX:-UNIDADE          PIC X(1).
           05  :PREFIX:-ALTERADO         PIC X(21).
