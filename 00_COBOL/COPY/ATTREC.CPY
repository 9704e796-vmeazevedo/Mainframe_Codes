      *-----------------------------------------------------------------
      * ATTREC - shared class-attendance record layout
      * (attendance.dat), one record per student per class meeting,
      * keyed on course, term, class date and student so one meeting's
      * roll reads back together. PRESENT 'P' = present, 'A' = absent.
      * SECTION-NO is the section whose meeting it was (zeros for a
      * course without sections); OPERATOR took the roll.
      * COPY ATTREC REPLACING ==:PREFIX:== BY ==<prefix>==
      * to bind the fields to a caller-chosen data-name prefix.
      *-----------------------------------------------------------------
           05  :PREFIX:-KEY.
               10  :PREFIX:-COURSE-CODE  PIC X(4).
               10  :PREFIX:-TERM         PIC 9(5).
               10  :PREFIX:-CLASS-DATE   PIC 9(8).
               10  :PREFIX:-STUDENT-ID   PIC 9(5).
           05  :PREFIX:-SECTION-NO       PIC 9(2).
           05  :PREFIX:-PRESENT          PIC X(1).
           05  :PREFIX:-OPERATOR         PIC X(8).
