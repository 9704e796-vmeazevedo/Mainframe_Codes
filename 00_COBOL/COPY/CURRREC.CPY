      *-----------------------------------------------------------------
      * CURRREC - degree program curriculum record layout
      * (curriculum.dat), keyed on program + course code. Each program
      * has one header record, with COURSE-CODE = spaces, carrying its
      * title and graduation minimums, followed by one record per
      * required course:
      *   MIN-CREDITS = credit hours (COURSEREC CREDITS) of passed
      *                 courses needed to graduate;
      *   MIN-GPA     = lowest STUDENT-GPA that may graduate.
      * TITLE and the minimums are only meaningful on the header.
      * COPY CURRREC REPLACING ==:PREFIX:== BY ==<prefix>==
      * to bind the fields to a caller-chosen data-name prefix.
      *-----------------------------------------------------------------
           05  :PREFIX:-KEY.
               10  :PREFIX:-PROGRAM      PIC X(4).
               10  :PREFIX:-COURSE-CODE  PIC X(4).
           05  :PREFIX:-TITLE            PIC X(30).
           05  :PREFIX:-MIN-CREDITS      PIC 9(3).
           05  :PREFIX:-MIN-GPA          PIC 9(1)V9(2).
