      * PREREQ-1/PREREQ-2 are catalog codes the student must have
      * passed (current or archived term, grades.dat) before the
      * enrollment validation accepts the course; spaces = none.
      * CREDITS is the credit hours a passing grade earns toward the
      * minimum credits of a degree program (curriculum.dat). Added by
      * the one-time conversion in ConverteCursos.
           05  :PREFIX:-CODE            PIC X(4).
           05  :PREFIX:-TITLE           PIC X(30).
           05  :PREFIX:-MAX-CAPACITY    PIC 9(5).
           05  :PREFIX:-TUITION         PIC 9(5)V9(2).
           05  :PREFIX:-PREREQ-1        PIC X(4).
           05  :PREFIX:-PREREQ-2        PIC X(4).
           05  :PREFIX:-CREDITS         PIC 9(2).
