      *-----------------------------------------------------------------
      * SCHOLREC - scholarship / discount award record layout
      * (scholarships.dat), keyed on student + award number so one
      * student may hold several awards (e.g. a merit scholarship and
      * a sibling discount); awards are registered from
      * 05_Tuition_Billing and applied by its billing run.
      *   TYPE  'F' full scholarship (the whole tuition);
      *         'P' percentage of the tuition (VALUE = percent);
      *         'A' fixed amount off the tuition (VALUE = amount).
      *   VALID-FROM / VALID-TO = first and last billed month (YYYYMM)
      *         the award covers; VALID-TO zeros = no end.
      *   MIN-GPA = STUDENT-GPA the student must keep for the award to
      *         apply; zeros = no condition. The end-of-term rollover
      *         (04_Rollover_Termo) suspends awards whose condition is
      *         no longer met.
      *   STATUS 'A' active, 'S' suspended, 'C' cancelled;
      *         STATUS-DATE = date of the last status change.
      * Several awards add up, but the discount never exceeds the
      * tuition.
      * COPY SCHOLREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-KEY.
               10  :PREFIX:-STUDENT-ID  PIC 9(5).
               10  :PREFIX:-AWARD-NO    PIC 9(2).
           05  :PREFIX:-TYPE            PIC X(1).
           05  :PREFIX:-VALUE           PIC 9(5)V9(2).
           05  :PREFIX:-DESCRIPTION     PIC X(20).
           05  :PREFIX:-VALID-FROM      PIC 9(6).
           05  :PREFIX:-VALID-TO        PIC 9(6).
           05  :PREFIX:-MIN-GPA         PIC 9(1)V9(2).
           05  :PREFIX:-STATUS          PIC X(1).
           05  :PREFIX:-STATUS-DATE     PIC 9(8).
