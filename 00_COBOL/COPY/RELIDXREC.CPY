      *-----------------------------------------------------------------
      * RELIDXREC - report-repository index record
      * (relatorios_indice.dat), one per report filed by the shared
      * report writer (GravaRelatorio) when it closes a report. Keyed
      * on report ID + business date + run sequence within the date,
      * so every run of a report on the same date is kept. The printed
      * report itself is in the repository member named in MEMBRO
      * (relrep_<id>_<AAAAMMDD>_<seq>.prt, 132 columns, same lines as
      * relatorio_<id>.prt). PAGINAS and LINHAS are the page count and
      * the detail-line count of the trailer; PROGRAMA, INICIO and FIM
      * identify the run that produced it. Members are kept as long as
      * the retention table (RETRELREC) says, then purged.
      * COPY RELIDXREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CHAVE.
               10  :PREFIX:-ID           PIC X(8).
               10  :PREFIX:-DATA         PIC 9(8).
               10  :PREFIX:-SEQ          PIC 9(3).
           05  :PREFIX:-TITULO           PIC X(40).
           05  :PREFIX:-PAGINAS          PIC 9(4).
           05  :PREFIX:-LINHAS           PIC 9(7).
           05  :PREFIX:-PROGRAMA         PIC X(30).
           05  :PREFIX:-INICIO           PIC X(21).
           05  :PREFIX:-FIM              PIC X(21).
           05  :PREFIX:-MEMBRO           PIC X(40).
