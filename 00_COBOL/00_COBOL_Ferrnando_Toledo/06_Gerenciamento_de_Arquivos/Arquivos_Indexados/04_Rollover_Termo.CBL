      *    com os estudantes ativos. O arquivo morto e indexado com o
      *    mesmo layout de student.dat, entao continua legivel para
      *    pedidos de historico (transcript).
      *    Depois do expurgo, as bolsas e descontos ativos
      *    (scholarships.dat) condicionados a uma media minima sao
      *    suspensos quando o STUDENT-GPA do estudante ficou abaixo
      *    dela; cada suspensao sai no relatorio de retencao.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           RECORD KEY IS COURSE-CODE
           FILE STATUS IS WS-CRS-STATUS.

           SELECT COURSE-SECTIONS ASSIGN TO 'sections.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SECT-KEY
           FILE STATUS IS WS-SECT-STATUS.

           SELECT STUDENT-SCHEDULE ASSIGN TO 'schedule.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS WS-SCHED-STATUS.

           SELECT SCHOLARSHIPS ASSIGN TO 'scholarships.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCH-KEY
           FILE STATUS IS WS-SCH-STATUS.

           SELECT RETENTION-REPORT ASSIGN TO 'retention_rpt.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
       01  COURSE-FILE.
           COPY COURSEREC REPLACING ==:PREFIX:== BY ==COURSE==.

       FD  COURSE-SECTIONS.
       01  SECTION-FILE.
           COPY SECTREC REPLACING ==:PREFIX:== BY ==SECT==.

       FD  STUDENT-SCHEDULE.
       01  SCHEDULE-FILE.
           COPY SCHEDREC REPLACING ==:PREFIX:== BY ==SCHED==.

       FD  SCHOLARSHIPS.
       01  SCHOLARSHIP-REC.
           COPY SCHOLREC REPLACING ==:PREFIX:== BY ==SCH==.

       FD  RETENTION-REPORT.
       01  RETENTION-LINE           PIC X(80).

       01  WS-ARCH-STATUS           PIC X(2)   VALUE '00'.
       01  WS-CRS-STATUS            PIC X(2)   VALUE '00'.
       01  WS-RPT-STATUS            PIC X(2)   VALUE '00'.
       01  WS-SECT-STATUS           PIC X(2)   VALUE '00'.
       01  WS-SCHED-STATUS          PIC X(2)   VALUE '00'.
       01  WS-SCHED-EOF             PIC X(1)   VALUE 'N'.
       01  WS-SCH-STATUS            PIC X(2)   VALUE '00'.
       01  WS-SCH-EOF               PIC X(1)   VALUE 'N'.
       01  WS-SUSPENDED-COUNT       PIC 9(5)   VALUE ZEROS.
       01  WS-EOF                   PIC X(1)   VALUE 'N'.
       01  WS-MENU-OPTION           PIC X(1)   VALUE SPACES.
       01  WS-CUTOFF-DATE           PIC 9(8)   VALUE ZEROS.
           05  RET-ENROLL-DATE      PIC 9(8).
           05  FILLER               PIC X(19)  VALUE SPACES.

       01  WS-SUSPENSION-DETAIL.
           05  FILLER               PIC X(16)  VALUE 'SUSPENDED AWARD '.
           05  SUS-ID               PIC 9(5).
           05  FILLER               PIC X(1)   VALUE '/'.
           05  SUS-AWARD-NO         PIC 9(2).
           05  FILLER               PIC X(1)   VALUE SPACE.
           05  SUS-DESCRIPTION      PIC X(20).
           05  FILLER               PIC X(5)   VALUE ' GPA '.
           05  SUS-GPA              PIC 9,99.
           05  FILLER               PIC X(9)   VALUE ' MINIMUM '.
           05  SUS-MIN-GPA          PIC 9,99.
           05  FILLER               PIC X(13)  VALUE SPACES.

       01  WS-SUSPENSION-TRAILER.
           05  FILLER               PIC X(16)  VALUE 'AWARDS SUSPENDED'.
           05  FILLER               PIC X(2)   VALUE ': '.
           05  SUS-COUNT            PIC 9(5).
           05  FILLER               PIC X(57)  VALUE SPACES.

       01  WS-RETENTION-TRAILER.
           05  FILLER               PIC X(15)
               VALUE 'STUDENTS PURGED'.
           ELSE
               PERFORM OPEN-ARCHIVE-FOR-MAINT
               PERFORM OPEN-CATALOG-FOR-MAINT
               PERFORM OPEN-SECTIONS-FOR-MAINT
               PERFORM OPEN-SCHEDULE-FOR-MAINT
               OPEN OUTPUT RETENTION-REPORT
               PERFORM PURGE-OLD-STUDENTS
               PERFORM SUSPEND-LAPSED-AWARDS
               PERFORM WRITE-RETENTION-TRAILER
               CLOSE RETENTION-REPORT
               CLOSE STUDENT-SCHEDULE
               CLOSE COURSE-SECTIONS
               CLOSE COURSE-CATALOG
               CLOSE STUDENT-ARCHIVE
               CLOSE STUDENT
               OPEN I-O COURSE-CATALOG
           END-IF.

       OPEN-SECTIONS-FOR-MAINT.

           OPEN I-O COURSE-SECTIONS.
           IF WS-SECT-STATUS = '35'
               OPEN OUTPUT COURSE-SECTIONS
               CLOSE COURSE-SECTIONS
               OPEN I-O COURSE-SECTIONS
           END-IF.

       OPEN-SCHEDULE-FOR-MAINT.

           OPEN I-O STUDENT-SCHEDULE.
           IF WS-SCHED-STATUS = '35'
               OPEN OUTPUT STUDENT-SCHEDULE
               CLOSE STUDENT-SCHEDULE
               OPEN I-O STUDENT-SCHEDULE
           END-IF.

       PURGE-OLD-STUDENTS.

           MOVE ZEROS TO STUDENT-ID.
           MOVE STUDENT-COURSE-CODE TO ARCH-COURSE-CODE.
           MOVE STUDENT-ENROLL-DATE TO ARCH-ENROLL-DATE.
           MOVE STUDENT-GPA         TO ARCH-GPA.
           MOVE STUDENT-PROGRAM     TO ARCH-PROGRAM.

           WRITE ARCHIVE-FILE
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-COUNT
                   PERFORM DECREMENT-COURSE-COUNT
                   PERFORM DROP-STUDENT-TIMETABLE
                   PERFORM WRITE-RETENTION-DETAIL
           END-DELETE.

      *AN ARCHIVED STUDENT GIVES UP EVERY SECTION SEAT ON THE
      *TIMETABLE, AND THE COURSE SEAT OF EACH ADDITIONAL COURSE (THE
      *STUDENT RECORD'S OWN COURSE WAS DECREMENTED ABOVE).
       DROP-STUDENT-TIMETABLE.

           MOVE 'N' TO WS-SCHED-EOF.
           MOVE STUDENT-ID TO SCHED-STUDENT-ID.
           MOVE LOW-VALUES TO SCHED-COURSE-CODE.

           START STUDENT-SCHEDULE KEY IS NOT LESS THAN SCHED-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHED-EOF
           END-START.

           PERFORM UNTIL WS-SCHED-EOF = 'Y'
               READ STUDENT-SCHEDULE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCHED-EOF
               END-READ
               IF WS-SCHED-EOF NOT = 'Y'
                   IF SCHED-STUDENT-ID NOT = STUDENT-ID
                       MOVE 'Y' TO WS-SCHED-EOF
                   ELSE
                       PERFORM DROP-TIMETABLE-ROW
                   END-IF
               END-IF
           END-PERFORM.

       DROP-TIMETABLE-ROW.

           DELETE STUDENT-SCHEDULE RECORD
               INVALID KEY
                   DISPLAY 'TIMETABLE DELETE FAILED FOR: ' STUDENT-ID
                       ' ' SCHED-COURSE-CODE
                   EXIT PARAGRAPH
           END-DELETE.

           MOVE SCHED-COURSE-CODE TO SECT-COURSE-CODE.
           MOVE SCHED-SECTION-NO  TO SECT-NUMBER.
           READ COURSE-SECTIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SECT-ENROLLED-COUNT > ZEROS
                       SUBTRACT 1 FROM SECT-ENROLLED-COUNT
                       REWRITE SECTION-FILE
                   END-IF
           END-READ.

           IF SCHED-COURSE-CODE NOT = STUDENT-COURSE-CODE
               MOVE SCHED-COURSE-CODE TO COURSE-CODE
               READ COURSE-CATALOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COURSE-ENROLLED-COUNT > ZEROS
                           SUBTRACT 1 FROM COURSE-ENROLLED-COUNT
                           REWRITE COURSE-FILE
                       END-IF
               END-READ
           END-IF.

       DECREMENT-COURSE-COUNT.

           MOVE STUDENT-COURSE-CODE TO COURSE-CODE.
                   END-IF
           END-READ.

      *AN ACTIVE AWARD WITH A MINIMUM GPA IS SUSPENDED WHEN THE
      *STUDENT, STILL ON THE LIVE FILE, NO LONGER MEETS IT; BILLING
      *STOPS APPLYING IT UNTIL IT IS REINSTATED IN THE TUITION
      *PROGRAM. WITHOUT A SCHOLARSHIP FILE THERE IS NOTHING TO DO.
       SUSPEND-LAPSED-AWARDS.

           MOVE ZEROS TO WS-SUSPENDED-COUNT.
           OPEN I-O SCHOLARSHIPS.
           IF WS-SCH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SCH-EOF.
           MOVE LOW-VALUES TO SCH-KEY.
           START SCHOLARSHIPS KEY IS NOT LESS THAN SCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCH-EOF
           END-START.

           PERFORM UNTIL WS-SCH-EOF = 'Y'
               READ SCHOLARSHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCH-EOF
               END-READ
               IF WS-SCH-EOF NOT = 'Y'
                   IF SCH-STATUS = 'A' AND SCH-MIN-GPA > ZEROS
                       PERFORM CHECK-AWARD-GPA
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE SCHOLARSHIPS.

           MOVE WS-SUSPENDED-COUNT TO SUS-COUNT.
           WRITE RETENTION-LINE FROM WS-SUSPENSION-TRAILER.

       CHECK-AWARD-GPA.

           MOVE SCH-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF STUDENT-GPA < SCH-MIN-GPA
               MOVE 'S' TO SCH-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO SCH-STATUS-DATE
               REWRITE SCHOLARSHIP-REC
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE SCH-STUDENT-ID  TO SUS-ID
               MOVE SCH-AWARD-NO    TO SUS-AWARD-NO
               MOVE SCH-DESCRIPTION TO SUS-DESCRIPTION
               MOVE STUDENT-GPA     TO SUS-GPA
               MOVE SCH-MIN-GPA     TO SUS-MIN-GPA
               WRITE RETENTION-LINE FROM WS-SUSPENSION-DETAIL
           END-IF.

       WRITE-RETENTION-DETAIL.

           MOVE STUDENT-ID          TO RET-ID.
           DISPLAY 'END-OF-TERM ROLLOVER COMPLETE.'.
           DISPLAY 'STUDENTS PURGED: ' WS-PURGED-COUNT.
           DISPLAY 'STUDENTS KEPT..: ' WS-KEPT-COUNT.
           DISPLAY 'AWARDS SUSPENDED: ' WS-SUSPENDED-COUNT.

       LOOKUP-ARCHIVED-STUDENT.

