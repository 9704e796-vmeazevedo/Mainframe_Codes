      *-----------------------------------------------------------------
      * GRADUREC - graduation certification record layout
      * (graduates.dat), keyed on the student ID: written by the
      * graduation run of the degree audit for every student who met
      * every requirement of the program, so a student is certified
      * once however often the run is repeated. ARCHIVED = 'Y' when
      * the student was certified from the archive (student_arch.dat).
      * COPY GRADUREC REPLACING ==:PREFIX:== BY ==<prefix>==
      * to bind the fields to a caller-chosen data-name prefix.
      *-----------------------------------------------------------------
           05  :PREFIX:-STUDENT-ID       PIC 9(5).
           05  :PREFIX:-NAME             PIC X(25).
           05  :PREFIX:-PROGRAM          PIC X(4).
           05  :PREFIX:-CREDITS          PIC 9(3).
           05  :PREFIX:-GPA              PIC 9(1)V9(2).
           05  :PREFIX:-DATE             PIC 9(8).
           05  :PREFIX:-ARCHIVED         PIC X(1).
