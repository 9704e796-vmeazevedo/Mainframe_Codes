      *-----------------------------------------------------------------
      * ATTSUMREC - shared term attendance result layout
      * (attendance_sum.dat), written by the term-end attendance run:
      * one record per student/course/term, keyed like GRADEREC so it
      * reads back alongside the grade history. PERCENT = PRESENT /
      * MEETINGS x 100. RESULT 'F' = failed the course for attendance
      * (below the 75% minimum), 'P' = attendance met. The transcript
      * and the honor-roll/probation report both honor RESULT 'F'.
      * COPY ATTSUMREC REPLACING ==:PREFIX:== BY ==<prefix>==
      * to bind the fields to a caller-chosen data-name prefix.
      *-----------------------------------------------------------------
           05  :PREFIX:-KEY.
               10  :PREFIX:-STUDENT-ID   PIC 9(5).
               10  :PREFIX:-COURSE-CODE  PIC X(4).
               10  :PREFIX:-TERM         PIC 9(5).
           05  :PREFIX:-MEETINGS         PIC 9(3).
           05  :PREFIX:-PRESENT          PIC 9(3).
           05  :PREFIX:-PERCENT          PIC 9(3)V9(2).
           05  :PREFIX:-RESULT           PIC X(1).
           05  :PREFIX:-DATE-COMPUTED    PIC 9(8).
