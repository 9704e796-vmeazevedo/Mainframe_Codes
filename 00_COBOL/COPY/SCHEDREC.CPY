      *-----------------------------------------------------------------
      * SCHEDREC - shared student timetable record layout
      * (schedule.dat), one record per course a student is enrolled
      * in, naming the section of that course the student attends.
      * Keyed on student id plus course code, so a student's whole
      * timetable reads back with one START on the student id. The
      * course on the student record (STUDENTREC) has its row here
      * once the student is placed in a section; further rows are
      * the student's additional courses.
      * COPY SCHEDREC REPLACING ==:PREFIX:== BY ==<prefix>==
      * to bind the fields to a caller-chosen data-name prefix.
      *-----------------------------------------------------------------
           05  :PREFIX:-KEY.
               10  :PREFIX:-STUDENT-ID   PIC 9(5).
               10  :PREFIX:-COURSE-CODE  PIC X(4).
           05  :PREFIX:-SECTION-NO       PIC 9(2).
