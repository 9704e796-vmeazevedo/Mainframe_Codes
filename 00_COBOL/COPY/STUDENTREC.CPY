      * STUDENTREC - shared student record layout.
      * COPY STUDENTREC REPLACING ==:PREFIX:== BY ==<prefix>==
      * to bind the fields to a caller-chosen data-name prefix.
      * PROGRAM is the degree program the student is working toward
      * (curriculum.dat); spaces = not yet assigned. Added to
      * student.dat and student_arch.dat -- and as WAIT-PROGRAM to the
      * waitlist.dat record of 03/06, which carries the student
      * fields -- by the one-time conversion in ConverteAlunos.
      *-----------------------------------------------------------------
           05  :PREFIX:-ID              PIC 9(5).
           05  :PREFIX:-NAME            PIC X(25).
           05  :PREFIX:-COURSE-CODE     PIC X(4).
           05  :PREFIX:-ENROLL-DATE     PIC 9(8).
           05  :PREFIX:-GPA             PIC 9(1)V9(2).
           05  :PREFIX:-PROGRAM         PIC X(4).
