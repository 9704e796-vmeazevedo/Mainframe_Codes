      *-----------------------------------------------------------------
      * SECTREC - shared course-section record layout (sections.dat),
      * one record per section of a catalog course, keyed on course
      * code plus section number so a course's sections read back in
      * order. Each section meets in ROOM with INSTRUCTOR in up to two
      * weekly slots; WEEKDAY 1 = MONDAY ... 7 = SUNDAY, times are
      * HHMM on the 24-hour clock, START inclusive and END exclusive,
      * so a class ending at 1000 does not clash with one starting at
      * 1000. WEEKDAY zero = slot not used (slot 1 is always used).
      * MAX-CAPACITY/ENROLLED-COUNT are the seats of the section; the
      * course-level counts in COURSEREC are kept alongside them.
      * COPY SECTREC REPLACING ==:PREFIX:== BY ==<prefix>==
      * to bind the fields to a caller-chosen data-name prefix.
      *-----------------------------------------------------------------
           05  :PREFIX:-KEY.
               10  :PREFIX:-COURSE-CODE  PIC X(4).
               10  :PREFIX:-NUMBER       PIC 9(2).
           05  :PREFIX:-INSTRUCTOR       PIC X(20).
           05  :PREFIX:-ROOM             PIC X(6).
           05  :PREFIX:-SLOT OCCURS 2 TIMES.
               10  :PREFIX:-WEEKDAY      PIC 9(1).
               10  :PREFIX:-START-TIME   PIC 9(4).
               10  :PREFIX:-END-TIME     PIC 9(4).
           05  :PREFIX:-MAX-CAPACITY     PIC 9(5).
           05  :PREFIX:-ENROLLED-COUNT   PIC 9(5).
           05  :PREFIX:-ACTIVE-FLAG      PIC X(1).
