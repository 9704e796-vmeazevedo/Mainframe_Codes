           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

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

           SELECT TIMETABLE-SORT-FILE ASSIGN TO 'timetable.srt'.

           SELECT ATTENDANCE ASSIGN TO 'attendance.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATT-KEY
           FILE STATUS IS WS-ATT-STATUS.

           SELECT ATTENDANCE-SUMMARY ASSIGN TO 'attendance_sum.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATTS-KEY
           FILE STATUS IS WS-ATTS-STATUS.

           SELECT CURRICULUM ASSIGN TO 'curriculum.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUR-KEY
           FILE STATUS IS WS-CUR-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       01  COURSE-FILE.
           COPY COURSEREC REPLACING ==:PREFIX:== BY ==COURSE==.

      *FIXED-LENGTH SEQUENTIAL, FIRST-COME ORDER; 06 READS THE SAME
      *LAYOUT. WAIT-PROGRAM WAS ADDED BY THE ONE-TIME CONVERSION IN
      *ConverteAlunos, WHICH REWRITES AN EXISTING FILE.
       FD  WAITLIST.
       01  WAITLIST-REC.
           05  WAIT-TIMESTAMP       PIC X(21).
           05  WAIT-COURSE-CODE     PIC X(4).
           05  WAIT-ENROLL-DATE     PIC 9(8).
           05  WAIT-GPA             PIC 9(1)V9(2).
           05  WAIT-PROGRAM         PIC X(4).

      *FIXED LAYOUT CONSUMED BY THE MAILROOM LETTER-PRINT PROCESS:
      *ONE RECORD PER STUDENT WITH NAME AND ACADEMIC STANDING.
           05  AUD-OPERATOR         PIC X(8).
           05  AUD-OPTION           PIC X(1).
           05  AUD-RESULT           PIC X(9).
           05  AUD-SEQUENCE         PIC 9(9).
           05  AUD-CHAIN-HASH       PIC 9(10).

      *SECTIONS OF EACH CATALOG COURSE: INSTRUCTOR, ROOM, MEETING
      *SLOTS AND SEATS PER SECTION.
       FD  COURSE-SECTIONS.
       01  SECTION-FILE.
           COPY SECTREC REPLACING ==:PREFIX:== BY ==SECT==.

      *EACH STUDENT'S TIMETABLE: ONE ROW PER COURSE, NAMING THE
      *SECTION THE STUDENT ATTENDS.
       FD  STUDENT-SCHEDULE.
       01  SCHEDULE-FILE.
           COPY SCHEDREC REPLACING ==:PREFIX:== BY ==SCHED==.

      *ONE SORT RECORD PER MEETING SLOT OF AN ACTIVE SECTION. TT-OWNER
      *IS THE ROOM OR THE INSTRUCTOR, WHICHEVER THE PASS GROUPS BY,
      *AND TT-OTHER IS THE OTHER ONE.
       SD  TIMETABLE-SORT-FILE.
       01  TIMETABLE-SORT-REC.
           05  TT-OWNER             PIC X(20).
           05  TT-WEEKDAY           PIC 9(1).
           05  TT-START-TIME        PIC 9(4).
           05  TT-END-TIME          PIC 9(4).
           05  TT-COURSE-CODE       PIC X(4).
           05  TT-SECTION-NO        PIC 9(2).
           05  TT-OTHER             PIC X(20).

      *ROLL OF EACH CLASS MEETING, ONE RECORD PER STUDENT.
       FD  ATTENDANCE.
       01  ATTENDANCE-FILE.
           COPY ATTREC REPLACING ==:PREFIX:== BY ==ATT==.

      *TERM ATTENDANCE RESULTS WRITTEN BY THE TERM-END ATTENDANCE RUN.
       FD  ATTENDANCE-SUMMARY.
       01  ATTENDANCE-SUM-FILE.
           COPY ATTSUMREC REPLACING ==:PREFIX:== BY ==ATTS==.

      *DEGREE PROGRAMS: A STUDENT CAN ONLY BE ASSIGNED A PROGRAM THAT
      *HAS ITS HEADER RECORD HERE.
       FD  CURRICULUM.
       01  CURRICULUM-FILE.
           COPY CURRREC REPLACING ==:PREFIX:== BY ==CUR==.

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X(1)   VALUE 'N'.
       01  WS-TODAY                 PIC 9(8)   VALUE ZEROS.
       01  WS-CHANGE-NEEDED         PIC X(1)   VALUE 'N'.
       01  WS-ARCH-STATUS           PIC X(2)   VALUE '00'.
       01  WS-SECT-STATUS           PIC X(2)   VALUE '00'.
       01  WS-SCHED-STATUS          PIC X(2)   VALUE '00'.
       01  WS-SECT-EOF              PIC X(1)   VALUE 'N'.
       01  WS-SCHED-EOF             PIC X(1)   VALUE 'N'.
       01  WS-SECTION-NO            PIC 9(2)   VALUE ZEROS.
       01  WS-NEW-SECTION-NO        PIC 9(2)   VALUE ZEROS.
       01  WS-OLD-SECTION-NO        PIC 9(2)   VALUE ZEROS.
       01  WS-ADJUST-SECTION-NO     PIC 9(2)   VALUE ZEROS.
      *RESULT OF VALIDATE-SECTION: 'Y' = OK TO PLACE THE STUDENT,
      *'N' = SECTION NOT ON FILE OR INACTIVE, 'F' = SECTION FULL,
      *'D' = COURSE ALREADY ON THE STUDENT'S TIMETABLE, 'C' = TIME
      *CLASH WITH ANOTHER SECTION OF THE STUDENT (WS-CLASH-COURSE AND
      *WS-CLASH-SECTION NAME IT FOR THE CLERK).
       01  WS-SECTION-CHECK         PIC X(1)   VALUE 'N'.
       01  WS-CLASH-COURSE          PIC X(4)   VALUE SPACES.
       01  WS-CLASH-SECTION         PIC 9(2)   VALUE ZEROS.
      *COURSE WHOSE TIMETABLE ROW IS BEING GIVEN UP BY THE CHANGE:
      *LEFT OUT OF THE CLASH CHECK.
       01  WS-REPLACED-COURSE-CODE  PIC X(4)   VALUE SPACES.
       01  WS-S                     PIC 9(1)   VALUE ZEROS.
       01  WS-T                     PIC 9(1)   VALUE ZEROS.
      *MEETING SLOTS OF THE SECTION ASKED FOR, HELD HERE WHILE THE
      *STUDENT'S OTHER SECTIONS ARE READ INTO THE RECORD AREA.
       01  WS-NEW-SLOTS.
           05  WS-NEW-SLOT OCCURS 2 TIMES.
               10  WS-NEW-WEEKDAY       PIC 9(1).
               10  WS-NEW-START-TIME    PIC 9(4).
               10  WS-NEW-END-TIME      PIC 9(4).
       01  WS-SLOT-ERROR            PIC X(1)   VALUE 'N'.
       01  WS-SLOT-TIME             PIC 9(4)   VALUE ZEROS.
       01  WS-SLOT-TIME-R REDEFINES WS-SLOT-TIME.
           05  WS-SLOT-HOUR         PIC 9(2).
           05  WS-SLOT-MINUTE       PIC 9(2).
      *TIMETABLE REPORT: 'R' = PASS BY ROOM, 'I' = PASS BY INSTRUCTOR.
       01  WS-TIMETABLE-VIEW        PIC X(1)   VALUE 'R'.
       01  WS-TT-OWNER              PIC X(20)  VALUE SPACES.
       01  WS-TT-WEEKDAY            PIC 9(1)   VALUE ZEROS.
       01  WS-TT-LATEST-END         PIC 9(4)   VALUE ZEROS.
       01  WS-TT-FLAG               PIC X(13)  VALUE SPACES.
       01  WS-TT-LINE               PIC X(80)  VALUE SPACES.
       01  WS-TT-SLOTS              PIC 9(5)   VALUE ZEROS.
       01  WS-TT-ROOM-CLASHES       PIC 9(5)   VALUE ZEROS.
       01  WS-TT-INSTR-CLASHES      PIC 9(5)   VALUE ZEROS.
       01  WS-DAY-NAMES             PIC X(21)
                                    VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TBL REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME          PIC X(3)   OCCURS 7 TIMES.
      *OPERATOR NAME FROM THE SIGN-ON: AN INSTRUCTOR IS AN OPERATOR
      *WHOSE NAME IS THE INSTRUCTOR NAMED ON THE SECTION.
       01  WS-OPERATOR-NAME         PIC X(25)  VALUE SPACES.
       01  WS-ATT-STATUS            PIC X(2)   VALUE '00'.
       01  WS-ATTS-STATUS           PIC X(2)   VALUE '00'.
       01  WS-ATTS-EOF              PIC X(1)   VALUE 'N'.
       01  WS-ATTS-OPEN             PIC X(1)   VALUE 'N'.
       01  WS-ATT-COURSE            PIC X(4)   VALUE SPACES.
       01  WS-ATT-SECTION           PIC 9(2)   VALUE ZEROS.
       01  WS-ATT-TERM              PIC 9(5)   VALUE ZEROS.
       01  WS-ATT-DATE              PIC 9(8)   VALUE ZEROS.
       01  WS-ATT-MARK              PIC X(1)   VALUE SPACES.
       01  WS-ATT-INSTRUCTOR        PIC X(20)  VALUE SPACES.
       01  WS-ATT-SECTION-OK        PIC X(1)   VALUE 'N'.
       01  WS-INSTRUCTOR-OK         PIC X(1)   VALUE 'N'.
       01  WS-ATT-PRESENT-COUNT     PIC 9(3)   VALUE ZEROS.
       01  WS-ATT-ABSENT-COUNT      PIC 9(3)   VALUE ZEROS.
      *TERM WHOSE ATTENDANCE FAILURES THE HONOR-ROLL/PROBATION REPORT
      *TAKES INTO ACCOUNT (ZEROS = NONE); WS-ATT-FAILED IS SET PER
      *STUDENT BY CHECK-ATTENDANCE-FAILURE.
       01  WS-STANDING-TERM         PIC 9(5)   VALUE ZEROS.
       01  WS-ATT-FAILED            PIC X(1)   VALUE 'N'.
       01  WS-ATT-FAILURES          PIC 9(3)   VALUE ZEROS.
       01  WS-CUR-STATUS            PIC X(2)   VALUE '00'.
       01  WS-CUR-OPEN              PIC X(1)   VALUE 'N'.
       01  WS-PROGRAM-OK            PIC X(1)   VALUE 'N'.
       01  WS-NEW-PROGRAM           PIC X(4)   VALUE SPACES.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
               10  WS-COURSE-CODE-TBL       PIC X(4).
               10  WS-COURSE-HEADCOUNT-TBL  PIC 9(5).
               10  WS-COURSE-AVG-GPA-TBL    PIC 9(1)V9(2).

      *AREA DE COMUNICACAO COM O MODULO DE ENCADEAMENTO DO LOG DE
      *AUDITORIA (EncadeiaAuditoria): TODO LANCAMENTO GRAVADO NO LOG
      *LEVA A SEQUENCIA E O HASH QUE O AMARRAM AO ANTERIOR.
       01  WS-CAD-AREA.
           COPY AUDLINK REPLACING ==:PREFIX:== BY ==CAD==.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
                       PERFORM PRINT-TRANSCRIPT-REPORT
                   WHEN '8'
                       PERFORM HONOR-PROBATION-REPORT
                   WHEN '9'
                       PERFORM TIMETABLE-REPORT
                   WHEN 'A'
                       PERFORM TAKE-ATTENDANCE
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                           PERFORM CHECK-OPERATOR-PASSWORD
                           IF WS-SIGNON-OK = 'Y'
                               MOVE OPR-NIVEL TO WS-OPERATOR-LEVEL
                               MOVE OPR-NOME  TO WS-OPERATOR-NAME
                           END-IF
                       ELSE
                           DISPLAY 'OPERATOR INACTIVE: ' WS-OPERATOR-ID
           END-IF.

           MOVE ZEROS TO OPR-FALHAS.
           MOVE WS-TODAY TO OPR-DATA-ULTIMO-ACESSO.

           PERFORM CHECK-PASSWORD-AGE.
           IF WS-CHANGE-NEEDED = 'S'
           MOVE WS-OPERATOR-ID        TO AUD-OPERATOR.
           MOVE WS-MENU-OPTION        TO AUD-OPTION.
           MOVE WS-AUDIT-RESULT       TO AUD-RESULT.
      *CHAIN THE ENTRY TO THE ONE BEFORE IT; WITHOUT THE ANCHOR FILE
      *IT IS WRITTEN WITH SEQUENCE ZERO AND THE CHAIN CHECK FLAGS IT.
           MOVE 'E' TO CAD-FUNCAO.
           MOVE AUDIT-REC(1:39) TO CAD-LANCAMENTO.
           CALL 'EncadeiaAuditoria' USING WS-CAD-AREA.
           MOVE CAD-SEQUENCIA TO AUD-SEQUENCE.
           MOVE CAD-HASH      TO AUD-CHAIN-HASH.
           WRITE AUDIT-REC.

           CLOSE AUDIT-LOG.
           DISPLAY '6 - MAINTAIN GRADES'.
           DISPLAY '7 - TRANSCRIPT REPORT (ONE STUDENT)'.
           DISPLAY '8 - HONOR ROLL / PROBATION REPORT (WITH LETTERS)'.
           DISPLAY '9 - TIMETABLE REPORT (BY ROOM / BY INSTRUCTOR)'.
           DISPLAY 'A - TAKE CLASS ATTENDANCE (INSTRUCTOR)'.
           DISPLAY '0 - EXIT'.
           DISPLAY 'CHOOSE AN OPTION: '.
           ACCEPT WS-MENU-OPTION.
       PRINT-COURSE-SUMMARY-REPORT.

           MOVE 'A' TO REL-COMANDO.
           MOVE '01_Lendo_Arquivos_Indexados' TO REL-PROGRAMA.
           MOVE 'CURSOS' TO REL-ID.
           MOVE 'COURSE SUMMARY REPORT (HEADCOUNT / AVG GPA)'
               TO REL-TITULO.
           PERFORM LOAD-CHECKPOINT.

           MOVE 'A' TO REL-COMANDO.
           MOVE '01_Lendo_Arquivos_Indexados' TO REL-PROGRAMA.
           MOVE 'ROSTER' TO REL-ID.
           MOVE 'STUDENT ROSTER REPORT' TO REL-TITULO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           PERFORM OPEN-STUDENT-FOR-MAINT.
           PERFORM OPEN-CATALOG-FOR-MAINT.
      *GRADES STAY OPEN FOR THE SESSION: EVERY ENROLLMENT VALIDATION
      *CHECKS THE PREREQUISITES AGAINST THE GRADE HISTORY, AND THE
      *TERM ATTENDANCE RESULTS, WHERE A COURSE FAILED FOR ATTENDANCE
      *DOES NOT COUNT AS PASSED.
           PERFORM OPEN-GRADES-FOR-MAINT.
           PERFORM OPEN-ATTENDANCE-SUMMARY.
      *SO DO SECTIONS AND TIMETABLES: EVERY ENROLLMENT PLACES THE
      *STUDENT IN A SECTION AND CHECKS IT FOR TIME CLASHES.
           PERFORM OPEN-SECTIONS-FOR-MAINT.
           PERFORM OPEN-SCHEDULE-FOR-MAINT.
      *AND THE CURRICULUM, FOR THE DEGREE PROGRAM ASSIGNMENTS.
           MOVE 'N' TO WS-CUR-OPEN.
           OPEN INPUT CURRICULUM.
           IF WS-CUR-STATUS = '00'
               MOVE 'Y' TO WS-CUR-OPEN
           END-IF.

           MOVE SPACES TO WS-MAINT-OPTION.
           PERFORM UNTIL WS-MAINT-OPTION = '0'
               DISPLAY '1 - ADD A NEW STUDENT'
               DISPLAY '2 - CHANGE A STUDENT NAME'
               DISPLAY '3 - DELETE A STUDENT'
               DISPLAY '4 - ADD ANOTHER COURSE SECTION TO A STUDENT'
               DISPLAY '5 - DROP AN ADDITIONAL COURSE FROM A STUDENT'
               DISPLAY '6 - ASSIGN A DEGREE PROGRAM TO A STUDENT'
               DISPLAY '0 - RETURN TO MAIN MENU'
               DISPLAY 'CHOOSE AN OPTION: '
               ACCEPT WS-MAINT-OPTION
                       PERFORM CHANGE-STUDENT
                   WHEN '3'
                       PERFORM DELETE-STUDENT
                   WHEN '4'
                       PERFORM ADD-STUDENT-COURSE-SECTION
                   WHEN '5'
                       PERFORM DROP-STUDENT-COURSE-SECTION
                   WHEN '6'
                       PERFORM ASSIGN-DEGREE-PROGRAM
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
           CLOSE STUDENT.
           CLOSE COURSE-CATALOG.
           CLOSE GRADES.
           CLOSE COURSE-SECTIONS.
           CLOSE STUDENT-SCHEDULE.
           IF WS-CUR-OPEN = 'Y'
               CLOSE CURRICULUM
           END-IF.
           IF WS-ATTS-OPEN = 'Y'
               CLOSE ATTENDANCE-SUMMARY
           END-IF.

       OPEN-STUDENT-FOR-MAINT.

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

       ADD-STUDENT.

           DISPLAY 'ENTER NEW STUDENT-ID: '.
           ACCEPT STUDENT-NAME.
           DISPLAY 'ENTER COURSE CODE: '.
           ACCEPT STUDENT-COURSE-CODE.
           DISPLAY 'ENTER SECTION NUMBER: '.
           ACCEPT WS-SECTION-NO.
           DISPLAY 'ENTER ENROLLMENT DATE (YYYYMMDD): '.
           ACCEPT STUDENT-ENROLL-DATE.
           DISPLAY 'ENTER DEGREE PROGRAM (SPACES = NOT YET): '.
           ACCEPT STUDENT-PROGRAM.
      *GPA IS NO LONGER KEYED IN BY THE OPERATOR: IT IS RECOMPUTED FROM
      *THE GRADES FILE EVERY TIME A GRADE IS ADDED, CHANGED OR DELETED.
           MOVE ZEROS TO STUDENT-GPA.

           MOVE STUDENT-PROGRAM TO WS-NEW-PROGRAM.
           PERFORM VALIDATE-DEGREE-PROGRAM.
           IF WS-PROGRAM-OK NOT = 'Y'
               DISPLAY 'DEGREE PROGRAM NOT ON FILE: ' STUDENT-PROGRAM
               DISPLAY 'STUDENT NOT ADDED: ' STUDENT-ID
               EXIT PARAGRAPH
           END-IF.

           MOVE STUDENT-COURSE-CODE TO WS-CHECK-COURSE-CODE.
           PERFORM VALIDATE-COURSE-CODE.

               WHEN 'F'
                   PERFORM ADD-TO-WAITLIST
               WHEN OTHER
                   MOVE SPACES TO WS-REPLACED-COURSE-CODE
                   PERFORM VALIDATE-SECTION
                   IF WS-SECTION-CHECK NOT = 'Y'
                       PERFORM SHOW-SECTION-REJECTION
                       DISPLAY 'STUDENT NOT ADDED: ' STUDENT-ID
                   ELSE
                       PERFORM WRITE-NEW-STUDENT
                   END-IF
           END-EVALUATE.

       WRITE-NEW-STUDENT.

           WRITE STUDENT-FILE
               INVALID KEY
                   DISPLAY 'STUDENT-ID ALREADY EXISTS: ' STUDENT-ID
               NOT INVALID KEY
                   MOVE STUDENT-COURSE-CODE TO WS-ADJUST-COURSE-CODE
                   PERFORM INCREMENT-COURSE-COUNT
                   MOVE WS-SECTION-NO TO WS-ADJUST-SECTION-NO
                   PERFORM PLACE-IN-SECTION
                   DISPLAY 'STUDENT ADDED: ' STUDENT-ID
                       ' SECTION: ' WS-SECTION-NO
           END-WRITE.

       CHANGE-STUDENT.

           DISPLAY 'ENTER STUDENT-ID TO CHANGE: '.
                   DISPLAY 'ENTER NEW NAME: '
                   ACCEPT STUDENT-NAME
                   DISPLAY 'CURRENT COURSE: ' STUDENT-COURSE-CODE
                   PERFORM SHOW-CURRENT-SECTION
                   DISPLAY 'ENTER NEW COURSE CODE (SPACES = KEEP): '
                   ACCEPT WS-NEW-COURSE-CODE
                   DISPLAY 'ENTER NEW SECTION NUMBER (00 = KEEP): '
                   ACCEPT WS-NEW-SECTION-NO
                   IF WS-NEW-COURSE-CODE NOT = SPACES
                       AND WS-NEW-COURSE-CODE NOT = STUDENT-COURSE-CODE
                       PERFORM CHANGE-STUDENT-COURSE
                   ELSE
                       IF WS-NEW-SECTION-NO NOT = ZEROS
                           PERFORM CHANGE-STUDENT-SECTION
                       END-IF
                   END-IF
                   REWRITE STUDENT-FILE
                       INVALID KEY
                   END-REWRITE
           END-READ.

      *A STUDENT CHANGING PROGRAM KEEPS EVERY GRADE: THE DEGREE AUDIT
      *SIMPLY MEASURES THEM AGAINST THE NEW PROGRAM'S REQUIREMENTS.
       ASSIGN-DEGREE-PROGRAM.

           DISPLAY 'ENTER STUDENT-ID: '.
           ACCEPT STUDENT-ID.

           READ STUDENT
               INVALID KEY
                   DISPLAY 'STUDENT NOT FOUND: ' STUDENT-ID
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY 'CURRENT DEGREE PROGRAM: ' STUDENT-PROGRAM.
           DISPLAY 'ENTER DEGREE PROGRAM (SPACES = NONE): '.
           ACCEPT WS-NEW-PROGRAM.

           PERFORM VALIDATE-DEGREE-PROGRAM.
           IF WS-PROGRAM-OK NOT = 'Y'
               DISPLAY 'DEGREE PROGRAM NOT ON FILE: ' WS-NEW-PROGRAM
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-PROGRAM TO STUDENT-PROGRAM.
           REWRITE STUDENT-FILE
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR: ' STUDENT-ID
               NOT INVALID KEY
                   DISPLAY 'STUDENT ' STUDENT-ID
                       ' DEGREE PROGRAM: ' STUDENT-PROGRAM
           END-REWRITE.

      *SPACES (NO PROGRAM YET) IS ALWAYS ACCEPTED; ANY OTHER CODE NEEDS
      *ITS PROGRAM HEADER ON THE CURRICULUM FILE.
       VALIDATE-DEGREE-PROGRAM.

           MOVE 'Y' TO WS-PROGRAM-OK.
           IF WS-NEW-PROGRAM = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-PROGRAM-OK.
           IF WS-CUR-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-PROGRAM TO CUR-PROGRAM.
           MOVE SPACES         TO CUR-COURSE-CODE.
           READ CURRICULUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PROGRAM-OK
           END-READ.

      *THE TRANSFER IS ONLY APPLIED WHEN THE TARGET COURSE IS IN THE
      *CATALOG, ACTIVE, WITH ITS PREREQUISITES PASSED AND NOT FULL.
      *A FULL COURSE SENDS THE REQUEST TO THE WAITLIST AND THE
      *STUDENT STAYS ON THE CURRENT COURSE; A MISSING PREREQUISITE
      *LEAVES THE COURSE UNCHANGED, SAME AS ON THE ADD PATH. THE NEW
      *COURSE NEEDS A SECTION WITH A FREE SEAT THAT DOES NOT CLASH
      *WITH THE STUDENT'S OTHER SECTIONS; THE SECTION OF THE COURSE
      *BEING LEFT IS NOT CHECKED AGAINST.
       CHANGE-STUDENT-COURSE.

           MOVE WS-NEW-COURSE-CODE TO WS-CHECK-COURSE-CODE.
                   PERFORM ADD-TO-WAITLIST
                   MOVE WS-OLD-COURSE-CODE  TO STUDENT-COURSE-CODE
               WHEN OTHER
                   MOVE WS-NEW-SECTION-NO   TO WS-SECTION-NO
                   MOVE STUDENT-COURSE-CODE TO WS-REPLACED-COURSE-CODE
                   PERFORM VALIDATE-SECTION
                   IF WS-SECTION-CHECK NOT = 'Y'
                       PERFORM SHOW-SECTION-REJECTION
                       DISPLAY 'COURSE UNCHANGED FOR: ' STUDENT-ID
                   ELSE
                       PERFORM MOVE-STUDENT-TO-NEW-COURSE
                   END-IF
           END-EVALUATE.

       MOVE-STUDENT-TO-NEW-COURSE.

           MOVE STUDENT-COURSE-CODE TO WS-ADJUST-COURSE-CODE.
           PERFORM DECREMENT-COURSE-COUNT.
           PERFORM LEAVE-SECTION.
           MOVE WS-NEW-COURSE-CODE  TO STUDENT-COURSE-CODE.
           MOVE WS-NEW-COURSE-CODE  TO WS-ADJUST-COURSE-CODE.
           PERFORM INCREMENT-COURSE-COUNT.
           MOVE WS-NEW-SECTION-NO   TO WS-ADJUST-SECTION-NO.
           PERFORM PLACE-IN-SECTION.
           DISPLAY 'COURSE CHANGED FOR: ' STUDENT-ID
               ' SECTION: ' WS-NEW-SECTION-NO.

      *SAME COURSE, ANOTHER SECTION: THE COURSE SEAT DOES NOT MOVE,
      *ONLY THE SECTION SEAT. THE SECTION BEING LEFT IS NOT CHECKED
      *AGAINST FOR CLASHES.
       CHANGE-STUDENT-SECTION.

           IF WS-NEW-SECTION-NO = WS-OLD-SECTION-NO
               EXIT PARAGRAPH
           END-IF.

           MOVE STUDENT-COURSE-CODE TO WS-CHECK-COURSE-CODE.
           MOVE WS-NEW-SECTION-NO   TO WS-SECTION-NO.
           MOVE STUDENT-COURSE-CODE TO WS-REPLACED-COURSE-CODE.
           PERFORM VALIDATE-SECTION.

           IF WS-SECTION-CHECK NOT = 'Y'
               PERFORM SHOW-SECTION-REJECTION
               DISPLAY 'SECTION UNCHANGED FOR: ' STUDENT-ID
               EXIT PARAGRAPH
           END-IF.

           MOVE STUDENT-COURSE-CODE TO WS-ADJUST-COURSE-CODE.
           PERFORM LEAVE-SECTION.
           MOVE WS-NEW-SECTION-NO   TO WS-ADJUST-SECTION-NO.
           PERFORM PLACE-IN-SECTION.
           DISPLAY 'SECTION CHANGED FOR: ' STUDENT-ID
               ' SECTION: ' WS-NEW-SECTION-NO.

      *SHOWS THE SECTION OF THE STUDENT'S COURSE AND KEEPS IT IN
      *WS-OLD-SECTION-NO (ZEROS WHEN THE STUDENT WAS ENROLLED BEFORE
      *SECTIONS WERE KEPT AND HAS NO TIMETABLE ROW YET).
       SHOW-CURRENT-SECTION.

           MOVE ZEROS TO WS-OLD-SECTION-NO.
           MOVE STUDENT-ID          TO SCHED-STUDENT-ID.
           MOVE STUDENT-COURSE-CODE TO SCHED-COURSE-CODE.
           READ STUDENT-SCHEDULE
               INVALID KEY
                   DISPLAY 'CURRENT SECTION: NONE'
               NOT INVALID KEY
                   MOVE SCHED-SECTION-NO TO WS-OLD-SECTION-NO
                   DISPLAY 'CURRENT SECTION: ' SCHED-SECTION-NO
           END-READ.

       DELETE-STUDENT.

           DISPLAY 'ENTER STUDENT-ID TO DELETE: '.
                   DISPLAY 'STUDENT NOT FOUND: ' STUDENT-ID
               NOT INVALID KEY
                   MOVE STUDENT-COURSE-CODE TO WS-ADJUST-COURSE-CODE
                   MOVE STUDENT-COURSE-CODE TO WS-OLD-COURSE-CODE
                   DELETE STUDENT RECORD
                       INVALID KEY
                           DISPLAY 'DELETE FAILED FOR: ' STUDENT-ID
                       NOT INVALID KEY
                           PERFORM DECREMENT-COURSE-COUNT
                           PERFORM DROP-WHOLE-TIMETABLE
                           DISPLAY 'STUDENT DELETED: ' STUDENT-ID
                   END-DELETE
           END-READ.

      *A DELETED STUDENT GIVES UP EVERY SECTION SEAT; THE ADDITIONAL
      *COURSES GIVE UP THEIR COURSE SEAT TOO (THE STUDENT RECORD'S
      *COURSE, IN WS-OLD-COURSE-CODE, WAS ALREADY DECREMENTED).
       DROP-WHOLE-TIMETABLE.

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

           MOVE SCHED-COURSE-CODE TO WS-ADJUST-COURSE-CODE.
           MOVE SCHED-SECTION-NO  TO WS-ADJUST-SECTION-NO.
           DELETE STUDENT-SCHEDULE RECORD
               INVALID KEY
                   DISPLAY 'TIMETABLE DELETE FAILED FOR: ' STUDENT-ID
                       ' ' WS-ADJUST-COURSE-CODE
                   EXIT PARAGRAPH
           END-DELETE.

           PERFORM DECREMENT-SECTION-COUNT.
           IF WS-ADJUST-COURSE-CODE NOT = WS-OLD-COURSE-CODE
               PERFORM DECREMENT-COURSE-COUNT
           END-IF.

      *A STUDENT TAKES COURSES BEYOND THE ONE ON THE STUDENT RECORD
      *THROUGH THE TIMETABLE ALONE. SAME CATALOG, PREREQUISITE,
      *SECTION AND CLASH CHECKS AS AN ENROLLMENT, BUT A FULL COURSE IS
      *REFUSED RATHER THAN WAITLISTED: THE WAITLIST PROMOTES INTO THE
      *STUDENT RECORD'S COURSE.
       ADD-STUDENT-COURSE-SECTION.

           DISPLAY 'ENTER STUDENT-ID: '.
           ACCEPT STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   DISPLAY 'STUDENT NOT FOUND: ' STUDENT-ID
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY 'ENTER COURSE CODE: '.
           ACCEPT WS-CHECK-COURSE-CODE.
           DISPLAY 'ENTER SECTION NUMBER: '.
           ACCEPT WS-SECTION-NO.

           IF WS-CHECK-COURSE-CODE = STUDENT-COURSE-CODE
               DISPLAY 'THIS IS THE STUDENT''S OWN COURSE, USE OPTION 2'
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDATE-COURSE-CODE.

           EVALUATE WS-COURSE-CHECK
               WHEN 'N'
                   DISPLAY 'COURSE NOT IN CATALOG OR INACTIVE: '
                       WS-CHECK-COURSE-CODE
               WHEN 'P'
                   DISPLAY 'MISSING PREREQUISITE ' WS-MISSING-PREREQ
                       ' FOR COURSE ' WS-CHECK-COURSE-CODE
               WHEN 'F'
                   DISPLAY 'COURSE FULL: ' WS-CHECK-COURSE-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-REPLACED-COURSE-CODE
                   PERFORM VALIDATE-SECTION
                   IF WS-SECTION-CHECK NOT = 'Y'
                       PERFORM SHOW-SECTION-REJECTION
                   ELSE
                       MOVE WS-CHECK-COURSE-CODE
                           TO WS-ADJUST-COURSE-CODE
                       PERFORM INCREMENT-COURSE-COUNT
                       MOVE WS-SECTION-NO TO WS-ADJUST-SECTION-NO
                       PERFORM PLACE-IN-SECTION
                       DISPLAY 'SECTION ADDED FOR: ' STUDENT-ID
                           ' COURSE: ' WS-CHECK-COURSE-CODE
                           ' SECTION: ' WS-SECTION-NO
                   END-IF
           END-EVALUATE.

      *THE STUDENT RECORD'S OWN COURSE IS CHANGED WITH OPTION 2 OR
      *LEAVES WITH THE STUDENT (OPTION 3), NOT DROPPED HERE.
       DROP-STUDENT-COURSE-SECTION.

           DISPLAY 'ENTER STUDENT-ID: '.
           ACCEPT STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   DISPLAY 'STUDENT NOT FOUND: ' STUDENT-ID
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY 'ENTER COURSE CODE TO DROP: '.
           ACCEPT WS-CHECK-COURSE-CODE.

           IF WS-CHECK-COURSE-CODE = STUDENT-COURSE-CODE
               DISPLAY 'THIS IS THE STUDENT''S OWN COURSE, USE OPTION 2'
               EXIT PARAGRAPH
           END-IF.

           MOVE STUDENT-ID           TO SCHED-STUDENT-ID.
           MOVE WS-CHECK-COURSE-CODE TO SCHED-COURSE-CODE.
           READ STUDENT-SCHEDULE
               INVALID KEY
                   DISPLAY 'COURSE NOT ON THE STUDENT''S TIMETABLE: '
                       WS-CHECK-COURSE-CODE
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-CHECK-COURSE-CODE TO WS-ADJUST-COURSE-CODE.
           PERFORM LEAVE-SECTION.
           PERFORM DECREMENT-COURSE-COUNT.
           DISPLAY 'COURSE DROPPED FOR: ' STUDENT-ID
               ' COURSE: ' WS-CHECK-COURSE-CODE.

      *ASSUMES COURSE-CATALOG AND GRADES ARE ALREADY OPEN BY THE
      *CALLER, AND STUDENT-ID HOLDS THE ENROLLING STUDENT. CHECKS
      *WS-CHECK-COURSE-CODE AGAINST THE CATALOG AND SETS

      *ANY GRADE ON FILE FOR (STUDENT, PREREQ COURSE) AT OR ABOVE THE
      *PASSING LINE COUNTS, WHATEVER THE TERM -- THE GRADES FILE
      *KEEPS THE HISTORY OF ARCHIVED STUDENTS TOO -- UNLESS THE COURSE
      *WAS FAILED FOR ATTENDANCE IN THAT TERM, AS IN THE DEGREE AUDIT.
       CHECK-ONE-PREREQ.

           MOVE 'N' TO WS-PRQ-PASSED.
                   IF GRADE-STUDENT-ID = STUDENT-ID
                       AND GRADE-COURSE-CODE = WS-PRQ-CODE
                       IF GRADE-GRADE >= WS-PASSING-THRESHOLD
                           PERFORM CHECK-PREREQ-ATTENDANCE
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-GRD-EOF
               END-IF
           END-PERFORM.

       CHECK-PREREQ-ATTENDANCE.

           IF WS-ATTS-OPEN = 'Y'
               MOVE GRADE-STUDENT-ID  TO ATTS-STUDENT-ID
               MOVE GRADE-COURSE-CODE TO ATTS-COURSE-CODE
               MOVE GRADE-TERM        TO ATTS-TERM
               READ ATTENDANCE-SUMMARY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATTS-RESULT = 'F'
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF.

           MOVE 'Y' TO WS-PRQ-PASSED.
           MOVE 'Y' TO WS-GRD-EOF.

       INCREMENT-COURSE-COUNT.

           MOVE WS-ADJUST-COURSE-CODE TO COURSE-CODE.
                   END-IF
           END-READ.

      *ASSUMES COURSE-SECTIONS AND STUDENT-SCHEDULE ARE ALREADY OPEN
      *BY THE CALLER, AND STUDENT-ID HOLDS THE STUDENT. CHECKS SECTION
      *WS-SECTION-NO OF WS-CHECK-COURSE-CODE AND SETS WS-SECTION-CHECK
      *(SEE ITS DEFINITION). THE TIMETABLE ROW OF
      *WS-REPLACED-COURSE-CODE IS SKIPPED: THE STUDENT IS LEAVING IT.
       VALIDATE-SECTION.

           MOVE WS-CHECK-COURSE-CODE TO SECT-COURSE-CODE.
           MOVE WS-SECTION-NO        TO SECT-NUMBER.
           READ COURSE-SECTIONS
               INVALID KEY
                   MOVE 'N' TO WS-SECTION-CHECK
                   EXIT PARAGRAPH
           END-READ.

           IF SECT-ACTIVE-FLAG NOT = 'Y'
               MOVE 'N' TO WS-SECTION-CHECK
               EXIT PARAGRAPH
           END-IF.

           IF SECT-ENROLLED-COUNT >= SECT-MAX-CAPACITY
               MOVE 'F' TO WS-SECTION-CHECK
               EXIT PARAGRAPH
           END-IF.

           MOVE SECT-SLOT(1) TO WS-NEW-SLOT(1).
           MOVE SECT-SLOT(2) TO WS-NEW-SLOT(2).
           MOVE 'Y' TO WS-SECTION-CHECK.
           PERFORM CHECK-TIMETABLE-CLASH.

      *READS THE STUDENT'S TIMETABLE IN COURSE ORDER AND STOPS AT THE
      *FIRST ROW THAT REJECTS THE SECTION ASKED FOR.
       CHECK-TIMETABLE-CLASH.

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
                       IF SCHED-COURSE-CODE
                           NOT = WS-REPLACED-COURSE-CODE
                           PERFORM CHECK-ONE-SCHEDULED-SECTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *TWO SLOTS CLASH ON THE SAME WEEKDAY WHEN EACH STARTS BEFORE THE
      *OTHER ENDS; A SLOT WITH WEEKDAY ZERO IS NOT USED.
       CHECK-ONE-SCHEDULED-SECTION.

           IF SCHED-COURSE-CODE = WS-CHECK-COURSE-CODE
               MOVE 'D' TO WS-SECTION-CHECK
               MOVE 'Y' TO WS-SCHED-EOF
               EXIT PARAGRAPH
           END-IF.

           MOVE SCHED-COURSE-CODE TO SECT-COURSE-CODE.
           MOVE SCHED-SECTION-NO  TO SECT-NUMBER.
           READ COURSE-SECTIONS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 2
                   IF WS-NEW-WEEKDAY(WS-S) NOT = ZEROS
                       AND WS-NEW-WEEKDAY(WS-S) = SECT-WEEKDAY(WS-T)
                       AND WS-NEW-START-TIME(WS-S) < SECT-END-TIME(WS-T)
                       AND SECT-START-TIME(WS-T) < WS-NEW-END-TIME(WS-S)
                       MOVE 'C' TO WS-SECTION-CHECK
                       MOVE SCHED-COURSE-CODE TO WS-CLASH-COURSE
                       MOVE SCHED-SECTION-NO  TO WS-CLASH-SECTION
                       MOVE 'Y' TO WS-SCHED-EOF
                   END-IF
               END-PERFORM
           END-PERFORM.

       SHOW-SECTION-REJECTION.

           EVALUATE WS-SECTION-CHECK
               WHEN 'N'
                   DISPLAY 'SECTION NOT ON FILE OR INACTIVE: '
                       WS-CHECK-COURSE-CODE '-' WS-SECTION-NO
               WHEN 'F'
                   DISPLAY 'SECTION FULL, CHOOSE ANOTHER SECTION: '
                       WS-CHECK-COURSE-CODE '-' WS-SECTION-NO
               WHEN 'D'
                   DISPLAY 'COURSE ALREADY ON THE STUDENT''S TIMETABLE:'
                       ' '
                       WS-CHECK-COURSE-CODE
               WHEN OTHER
                   DISPLAY 'TIME CLASH WITH SECTION ' WS-CLASH-COURSE
                       '-' WS-CLASH-SECTION
                       ' ON THE STUDENT''S TIMETABLE'
           END-EVALUATE.

      *WRITES THE STUDENT'S TIMETABLE ROW FOR WS-ADJUST-COURSE-CODE IN
      *SECTION WS-ADJUST-SECTION-NO AND TAKES A SEAT IN THAT SECTION.
       PLACE-IN-SECTION.

           MOVE STUDENT-ID            TO SCHED-STUDENT-ID.
           MOVE WS-ADJUST-COURSE-CODE TO SCHED-COURSE-CODE.
           MOVE WS-ADJUST-SECTION-NO  TO SCHED-SECTION-NO.
           WRITE SCHEDULE-FILE
               INVALID KEY
                   REWRITE SCHEDULE-FILE
           END-WRITE.

           MOVE WS-ADJUST-COURSE-CODE TO SECT-COURSE-CODE.
           MOVE WS-ADJUST-SECTION-NO  TO SECT-NUMBER.
           READ COURSE-SECTIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO SECT-ENROLLED-COUNT
                   REWRITE SECTION-FILE
           END-READ.

      *REMOVES THE STUDENT'S TIMETABLE ROW FOR WS-ADJUST-COURSE-CODE
      *AND FREES ITS SECTION SEAT. A STUDENT ENROLLED BEFORE SECTIONS
      *WERE KEPT HAS NO ROW, SO THERE IS NOTHING TO FREE.
       LEAVE-SECTION.

           MOVE STUDENT-ID            TO SCHED-STUDENT-ID.
           MOVE WS-ADJUST-COURSE-CODE TO SCHED-COURSE-CODE.
           READ STUDENT-SCHEDULE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE SCHED-SECTION-NO TO WS-ADJUST-SECTION-NO.
           DELETE STUDENT-SCHEDULE RECORD
               INVALID KEY
                   DISPLAY 'TIMETABLE DELETE FAILED FOR: ' STUDENT-ID
                       ' ' WS-ADJUST-COURSE-CODE
                   EXIT PARAGRAPH
           END-DELETE.

           PERFORM DECREMENT-SECTION-COUNT.

       DECREMENT-SECTION-COUNT.

           MOVE WS-ADJUST-COURSE-CODE TO SECT-COURSE-CODE.
           MOVE WS-ADJUST-SECTION-NO  TO SECT-NUMBER.
           READ COURSE-SECTIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SECT-ENROLLED-COUNT > ZEROS
                       SUBTRACT 1 FROM SECT-ENROLLED-COUNT
                       REWRITE SECTION-FILE
                   END-IF
           END-READ.

      *WAITLIST IS OPENED/CLOSED PER WRITE, LIKE THE OTHER EXCEPTION
      *FILES -- IT ONLY RUNS ON THE RARE FULL-COURSE PATH, NOT ON THE
      *NORMAL PATH OF EVERY ENROLLMENT.
           MOVE STUDENT-COURSE-CODE   TO WAIT-COURSE-CODE
           MOVE STUDENT-ENROLL-DATE   TO WAIT-ENROLL-DATE
           MOVE STUDENT-GPA           TO WAIT-GPA
           MOVE STUDENT-PROGRAM       TO WAIT-PROGRAM

           WRITE WAITLIST-REC

               STUDENT-ID ' COURSE: ' STUDENT-COURSE-CODE.

      *CATALOG MAINTENANCE RUNS OUTSIDE THE STUDENT MAINTENANCE
      *SESSION, SO IT OPENS AND CLOSES THE CATALOG ITSELF, AND THE
      *SECTIONS FILE WITH IT.
       MAINTAIN-COURSE-CATALOG.

           PERFORM OPEN-CATALOG-FOR-MAINT.
           PERFORM OPEN-SECTIONS-FOR-MAINT.

           MOVE SPACES TO WS-CATALOG-OPTION.
           PERFORM UNTIL WS-CATALOG-OPTION = '0'
               DISPLAY ' '
               DISPLAY '1 - ADD A COURSE'
               DISPLAY '2 - CHANGE A COURSE'
               DISPLAY '3 - ADD A COURSE SECTION'
               DISPLAY '4 - CHANGE A COURSE SECTION'
               DISPLAY '0 - RETURN TO MAIN MENU'
               DISPLAY 'CHOOSE AN OPTION: '
               ACCEPT WS-CATALOG-OPTION
                       PERFORM ADD-COURSE
                   WHEN '2'
                       PERFORM CHANGE-COURSE
                   WHEN '3'
                       PERFORM ADD-SECTION
                   WHEN '4'
                       PERFORM CHANGE-SECTION
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
           END-PERFORM.

           CLOSE COURSE-CATALOG.
           CLOSE COURSE-SECTIONS.

       ADD-COURSE.

           ACCEPT COURSE-PREREQ-1.
           DISPLAY 'ENTER PREREQUISITE 2 (SPACES = NONE): '.
           ACCEPT COURSE-PREREQ-2.
           DISPLAY 'ENTER CREDIT HOURS: '.
           ACCEPT COURSE-CREDITS.
           MOVE ZEROS TO COURSE-ENROLLED-COUNT.
           MOVE 'Y'   TO COURSE-ACTIVE-FLAG.

                   DISPLAY 'CURRENT CAPACITY.: ' COURSE-MAX-CAPACITY
                   DISPLAY 'CURRENT ACTIVE...: ' COURSE-ACTIVE-FLAG
                   DISPLAY 'CURRENT TUITION..: ' COURSE-TUITION
                   DISPLAY 'CURRENT CREDITS..: ' COURSE-CREDITS
                   DISPLAY 'ENTER NEW TITLE: '
                   ACCEPT COURSE-TITLE
                   DISPLAY 'ENTER NEW MAX CAPACITY: '
                   ACCEPT COURSE-PREREQ-1
                   DISPLAY 'ENTER PREREQUISITE 2 (SPACES = NONE): '
                   ACCEPT COURSE-PREREQ-2
                   DISPLAY 'ENTER CREDIT HOURS: '
                   ACCEPT COURSE-CREDITS
                   REWRITE COURSE-FILE
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR: ' COURSE-CODE
                   END-REWRITE
           END-READ.

      *A SECTION BELONGS TO A COURSE ALREADY IN THE CATALOG. ITS SEATS
      *START EMPTY AND IT STARTS ACTIVE, LIKE A NEW COURSE.
       ADD-SECTION.

           DISPLAY 'ENTER COURSE CODE: '.
           ACCEPT WS-CHECK-COURSE-CODE.
           MOVE WS-CHECK-COURSE-CODE TO COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   DISPLAY 'COURSE NOT FOUND: ' COURSE-CODE
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-CHECK-COURSE-CODE TO SECT-COURSE-CODE.
           DISPLAY 'ENTER SECTION NUMBER: '.
           ACCEPT SECT-NUMBER.
           PERFORM ACCEPT-SECTION-DETAILS.
           MOVE ZEROS TO SECT-ENROLLED-COUNT.
           MOVE 'Y'   TO SECT-ACTIVE-FLAG.

           PERFORM VALIDATE-SECTION-SLOTS.
           IF WS-SLOT-ERROR = 'Y'
               DISPLAY 'SECTION NOT ADDED: ' SECT-COURSE-CODE
                   '-' SECT-NUMBER
               EXIT PARAGRAPH
           END-IF.

           WRITE SECTION-FILE
               INVALID KEY
                   DISPLAY 'SECTION ALREADY EXISTS: ' SECT-COURSE-CODE
                       '-' SECT-NUMBER
               NOT INVALID KEY
                   DISPLAY 'SECTION ADDED: ' SECT-COURSE-CODE
                       '-' SECT-NUMBER
           END-WRITE.

      *NEW TIMES ARE NOT RECHECKED AGAINST THE TIMETABLES OF STUDENTS
      *ALREADY IN THE SECTION; THE TIMETABLE REPORT SHOWS THE ROOM
      *AND INSTRUCTOR CLASHES A CHANGE CAUSES.
       CHANGE-SECTION.

           DISPLAY 'ENTER COURSE CODE OF THE SECTION: '.
           ACCEPT SECT-COURSE-CODE.
           DISPLAY 'ENTER SECTION NUMBER: '.
           ACCEPT SECT-NUMBER.

           READ COURSE-SECTIONS
               INVALID KEY
                   DISPLAY 'SECTION NOT FOUND: ' SECT-COURSE-CODE
                       '-' SECT-NUMBER
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY 'CURRENT INSTRUCTOR: ' SECT-INSTRUCTOR.
           DISPLAY 'CURRENT ROOM......: ' SECT-ROOM.
           DISPLAY 'CURRENT SLOT 1....: ' SECT-WEEKDAY(1) ' '
               SECT-START-TIME(1) '-' SECT-END-TIME(1).
           DISPLAY 'CURRENT SLOT 2....: ' SECT-WEEKDAY(2) ' '
               SECT-START-TIME(2) '-' SECT-END-TIME(2).
           DISPLAY 'CURRENT CAPACITY..: ' SECT-MAX-CAPACITY
               '  ENROLLED: ' SECT-ENROLLED-COUNT.
           DISPLAY 'CURRENT ACTIVE....: ' SECT-ACTIVE-FLAG.
           PERFORM ACCEPT-SECTION-DETAILS.
           DISPLAY 'ENTER ACTIVE FLAG (Y/N): '.
           ACCEPT SECT-ACTIVE-FLAG.

           PERFORM VALIDATE-SECTION-SLOTS.
           IF WS-SLOT-ERROR = 'Y'
               DISPLAY 'SECTION UNCHANGED: ' SECT-COURSE-CODE
                   '-' SECT-NUMBER
               EXIT PARAGRAPH
           END-IF.

           REWRITE SECTION-FILE
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR: ' SECT-COURSE-CODE
                       '-' SECT-NUMBER
           END-REWRITE.

       ACCEPT-SECTION-DETAILS.

           DISPLAY 'ENTER INSTRUCTOR: '.
           ACCEPT SECT-INSTRUCTOR.
           DISPLAY 'ENTER ROOM: '.
           ACCEPT SECT-ROOM.
           DISPLAY 'WEEKDAYS: 1 = MONDAY ... 7 = SUNDAY; TIMES HHMM'.
           DISPLAY 'ENTER SLOT 1 WEEKDAY: '.
           ACCEPT SECT-WEEKDAY(1).
           DISPLAY 'ENTER SLOT 1 START TIME: '.
           ACCEPT SECT-START-TIME(1).
           DISPLAY 'ENTER SLOT 1 END TIME: '.
           ACCEPT SECT-END-TIME(1).
           DISPLAY 'ENTER SLOT 2 WEEKDAY (0 = NONE): '.
           ACCEPT SECT-WEEKDAY(2).
           IF SECT-WEEKDAY(2) NOT = ZEROS
               DISPLAY 'ENTER SLOT 2 START TIME: '
               ACCEPT SECT-START-TIME(2)
               DISPLAY 'ENTER SLOT 2 END TIME: '
               ACCEPT SECT-END-TIME(2)
           END-IF.
           DISPLAY 'ENTER MAX CAPACITY: '.
           ACCEPT SECT-MAX-CAPACITY.

      *SLOT 1 IS REQUIRED, SLOT 2 IS OPTIONAL (WEEKDAY ZERO); A USED
      *SLOT NEEDS A WEEKDAY 1-7 AND VALID HHMM TIMES, START BEFORE END.
       VALIDATE-SECTION-SLOTS.

           MOVE 'N' TO WS-SLOT-ERROR.

           IF SECT-WEEKDAY(1) = ZEROS
               MOVE 'Y' TO WS-SLOT-ERROR
           END-IF.

           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
               IF SECT-WEEKDAY(WS-S) = ZEROS
                   MOVE ZEROS TO SECT-START-TIME(WS-S)
                   MOVE ZEROS TO SECT-END-TIME(WS-S)
               ELSE
                   IF SECT-WEEKDAY(WS-S) > 7
                       MOVE 'Y' TO WS-SLOT-ERROR
                   END-IF
                   MOVE SECT-START-TIME(WS-S) TO WS-SLOT-TIME
                   PERFORM CHECK-SLOT-TIME
                   MOVE SECT-END-TIME(WS-S) TO WS-SLOT-TIME
                   PERFORM CHECK-SLOT-TIME
                   IF SECT-START-TIME(WS-S) NOT < SECT-END-TIME(WS-S)
                       MOVE 'Y' TO WS-SLOT-ERROR
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-SLOT-ERROR = 'Y'
               DISPLAY 'INVALID MEETING SLOT: WEEKDAY 1-7, TIMES HHMM, '
                   'START BEFORE END'
           END-IF.

       CHECK-SLOT-TIME.

           IF WS-SLOT-HOUR > 23 OR WS-SLOT-MINUTE > 59
               MOVE 'Y' TO WS-SLOT-ERROR
           END-IF.

      *TWO SORT PASSES OVER SECTIONS.DAT, ONE SORT RECORD PER MEETING
      *SLOT: FIRST BY ROOM, THEN BY INSTRUCTOR, EACH IN WEEKDAY AND
      *START-TIME ORDER. A SLOT THAT STARTS BEFORE AN EARLIER SLOT OF
      *THE SAME ROOM (OR INSTRUCTOR) ON THE SAME DAY HAS ENDED IS
      *FLAGGED: DOUBLE-BOOKED ROOM, OR INSTRUCTOR IN TWO PLACES.
       TIMETABLE-REPORT.

           MOVE 'A' TO REL-COMANDO.
           MOVE '01_Lendo_Arquivos_Indexados' TO REL-PROGRAMA.
           MOVE 'HORARIOS' TO REL-ID.
           MOVE 'TIMETABLE BY ROOM AND BY INSTRUCTOR' TO REL-TITULO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           MOVE ZEROS TO WS-TT-ROOM-CLASHES WS-TT-INSTR-CLASHES.

           MOVE 'R' TO WS-TIMETABLE-VIEW.
           MOVE 'TIMETABLE BY ROOM' TO WS-TT-LINE.
           PERFORM WRITE-TIMETABLE-LINE.
           MOVE 'ROOM                 DAY TIME      SECTION  INSTRUCTOR'
               TO WS-TT-LINE.
           PERFORM WRITE-TIMETABLE-LINE.
           SORT TIMETABLE-SORT-FILE
               ON ASCENDING KEY TT-OWNER TT-WEEKDAY TT-START-TIME
               INPUT PROCEDURE IS RELEASE-SECTION-SLOTS
               OUTPUT PROCEDURE IS PRINT-TIMETABLE-VIEW.

           MOVE 'I' TO WS-TIMETABLE-VIEW.
           MOVE SPACES TO WS-TT-LINE.
           PERFORM WRITE-TIMETABLE-LINE.
           MOVE 'TIMETABLE BY INSTRUCTOR' TO WS-TT-LINE.
           PERFORM WRITE-TIMETABLE-LINE.
           MOVE 'INSTRUCTOR           DAY TIME      SECTION  ROOM'
               TO WS-TT-LINE.
           PERFORM WRITE-TIMETABLE-LINE.
           SORT TIMETABLE-SORT-FILE
               ON ASCENDING KEY TT-OWNER TT-WEEKDAY TT-START-TIME
               INPUT PROCEDURE IS RELEASE-SECTION-SLOTS
               OUTPUT PROCEDURE IS PRINT-TIMETABLE-VIEW.

           MOVE SPACES TO WS-TT-LINE.
           PERFORM WRITE-TIMETABLE-LINE.
           MOVE SPACES TO WS-TT-LINE.
           STRING 'MEETING SLOTS: ' WS-TT-SLOTS
               '  DOUBLE-BOOKED ROOM SLOTS: ' WS-TT-ROOM-CLASHES
               '  INSTRUCTOR CLASHES: ' WS-TT-INSTR-CLASHES
               DELIMITED BY SIZE INTO WS-TT-LINE.
           PERFORM WRITE-TIMETABLE-LINE.

           MOVE 'F' TO REL-COMANDO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

      *ONLY ACTIVE SECTIONS TAKE UP A ROOM OR AN INSTRUCTOR.
       RELEASE-SECTION-SLOTS.

           MOVE ZEROS TO WS-TT-SLOTS.
           MOVE 'N' TO WS-SECT-EOF.
           OPEN INPUT COURSE-SECTIONS.
           IF WS-SECT-STATUS NOT = '00'
               DISPLAY 'NO SECTIONS ON FILE.'
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-SECT-EOF = 'Y'
               READ COURSE-SECTIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SECT-EOF
                   NOT AT END
                       IF SECT-ACTIVE-FLAG = 'Y'
                           PERFORM RELEASE-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COURSE-SECTIONS.

       RELEASE-ONE-SECTION.

           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
               IF SECT-WEEKDAY(WS-S) NOT = ZEROS
                   IF WS-TIMETABLE-VIEW = 'R'
                       MOVE SECT-ROOM       TO TT-OWNER
                       MOVE SECT-INSTRUCTOR TO TT-OTHER
                   ELSE
                       MOVE SECT-INSTRUCTOR TO TT-OWNER
                       MOVE SECT-ROOM       TO TT-OTHER
                   END-IF
                   MOVE SECT-WEEKDAY(WS-S)    TO TT-WEEKDAY
                   MOVE SECT-START-TIME(WS-S) TO TT-START-TIME
                   MOVE SECT-END-TIME(WS-S)   TO TT-END-TIME
                   MOVE SECT-COURSE-CODE      TO TT-COURSE-CODE
                   MOVE SECT-NUMBER           TO TT-SECTION-NO
                   RELEASE TIMETABLE-SORT-REC
                   ADD 1 TO WS-TT-SLOTS
               END-IF
           END-PERFORM.

       PRINT-TIMETABLE-VIEW.

           MOVE 'N' TO WS-SORT-EOF.
           MOVE HIGH-VALUES TO WS-TT-OWNER.
           MOVE ZEROS TO WS-TT-WEEKDAY.

           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN TIMETABLE-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'Y'
                   PERFORM LIST-TIMETABLE-SLOT
               END-IF
           END-PERFORM.

      *A ROOM OR INSTRUCTOR LEFT BLANK ON THE SECTION IS LISTED BUT
      *NEVER FLAGGED.
       LIST-TIMETABLE-SLOT.

           IF TT-OWNER NOT = WS-TT-OWNER
               OR TT-WEEKDAY NOT = WS-TT-WEEKDAY
               MOVE TT-OWNER   TO WS-TT-OWNER
               MOVE TT-WEEKDAY TO WS-TT-WEEKDAY
               MOVE ZEROS      TO WS-TT-LATEST-END
           END-IF.

           MOVE SPACES TO WS-TT-FLAG.
           IF TT-START-TIME < WS-TT-LATEST-END
               AND TT-OWNER NOT = SPACES
               IF WS-TIMETABLE-VIEW = 'R'
                   MOVE 'DOUBLE-BOOKED' TO WS-TT-FLAG
                   ADD 1 TO WS-TT-ROOM-CLASHES
               ELSE
                   MOVE 'CLASH' TO WS-TT-FLAG
                   ADD 1 TO WS-TT-INSTR-CLASHES
               END-IF
           END-IF.

           IF TT-END-TIME > WS-TT-LATEST-END
               MOVE TT-END-TIME TO WS-TT-LATEST-END
           END-IF.

           MOVE SPACES TO WS-TT-LINE.
           STRING TT-OWNER ' '
               WS-DAY-NAME(TT-WEEKDAY) ' '
               TT-START-TIME '-' TT-END-TIME ' '
               TT-COURSE-CODE '-' TT-SECTION-NO '  '
               TT-OTHER ' '
               WS-TT-FLAG
               DELIMITED BY SIZE INTO WS-TT-LINE.
           PERFORM WRITE-TIMETABLE-LINE.

       WRITE-TIMETABLE-LINE.

           DISPLAY WS-TT-LINE.
           MOVE 'L' TO REL-COMANDO.
           MOVE WS-TT-LINE TO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

      *TWO SORT PASSES OVER STUDENT.DAT, ONE PER SECTION, SO EACH
      *SECTION COMES OUT GROUPED BY COURSE CODE WITHOUT HOLDING THE
      *WHOLE STUDENT BODY IN A WORKING-STORAGE TABLE. THE LETTERS FILE
      *IS WRITTEN ALONGSIDE THE REPORT, ONE RECORD PER STUDENT LISTED.
      *A STUDENT WHO FAILED A COURSE FOR ATTENDANCE IN THE TERM ASKED
      *FOR IS KEPT OFF THE HONOR ROLL AND LISTED ON PROBATION.
       HONOR-PROBATION-REPORT.

           DISPLAY 'ENTER TERM FOR ATTENDANCE FAILURES '
               '(YYYYT, 0 = NONE): '.
           ACCEPT WS-STANDING-TERM.
           PERFORM OPEN-ATTENDANCE-SUMMARY.

           OPEN OUTPUT LETTERS-FILE.

           MOVE ZEROS TO WS-HONOR-COUNT WS-PROBATION-COUNT.

           MOVE 'P' TO WS-REPORT-SECTION.
           DISPLAY ' '.
           DISPLAY 'ACADEMIC PROBATION (GPA BELOW 2,00 OR FAILED FOR '
               'ATTENDANCE)'.
           DISPLAY 'COURSE   STUDENT-ID   STUDENT-NAME'.
           SORT WORK-SORT-FILE
               ON ASCENDING KEY SORT-COURSE-CODE
           MOVE WS-SECTION-COUNT TO WS-PROBATION-COUNT.

           CLOSE LETTERS-FILE.
           IF WS-ATTS-OPEN = 'Y'
               CLOSE ATTENDANCE-SUMMARY
           END-IF.

           DISPLAY ' '.
           DISPLAY 'HONOR ROLL STUDENTS.: ' WS-HONOR-COUNT.
                       MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'Y'
                   PERFORM CHECK-ATTENDANCE-FAILURE
                   IF (WS-REPORT-SECTION = 'H'
                       AND SORT-GPA >= WS-HONOR-THRESHOLD
                       AND WS-ATT-FAILED = 'N')
                   OR (WS-REPORT-SECTION = 'P'
                       AND (SORT-GPA < WS-PROBATION-THRESHOLD
                            OR WS-ATT-FAILED = 'Y'))
                       PERFORM LIST-STANDING-STUDENT
                   END-IF
               END-IF
               DISPLAY '-- COURSE ' WS-CURRENT-COURSE ' --'
           END-IF.

           IF WS-ATT-FAILED = 'Y'
               DISPLAY SORT-COURSE-CODE '     ' SORT-ID '        '
                   SORT-NAME ' GPA: ' SORT-GPA ' FAILED FOR ATTENDANCE'
           ELSE
               DISPLAY SORT-COURSE-CODE '     ' SORT-ID '        '
                   SORT-NAME ' GPA: ' SORT-GPA
           END-IF.

           MOVE SORT-ID          TO LTR-STUDENT-ID.
           MOVE SORT-NAME        TO LTR-NAME.

           ADD 1 TO WS-SECTION-COUNT.

       CHECK-ATTENDANCE-FAILURE.

           MOVE 'N' TO WS-ATT-FAILED.
           IF WS-ATTS-OPEN NOT = 'Y' OR WS-STANDING-TERM = ZEROS
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ATTS-EOF.
           MOVE SORT-ID    TO ATTS-STUDENT-ID.
           MOVE LOW-VALUES TO ATTS-COURSE-CODE.
           MOVE ZEROS      TO ATTS-TERM.

           START ATTENDANCE-SUMMARY KEY IS NOT LESS THAN ATTS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ATTS-EOF
           END-START.

           PERFORM UNTIL WS-ATTS-EOF = 'Y'
               READ ATTENDANCE-SUMMARY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ATTS-EOF
               END-READ
               IF WS-ATTS-EOF NOT = 'Y'
                   IF ATTS-STUDENT-ID NOT = SORT-ID
                       MOVE 'Y' TO WS-ATTS-EOF
                   ELSE
                       IF ATTS-TERM = WS-STANDING-TERM
                           AND ATTS-RESULT = 'F'
                           MOVE 'Y' TO WS-ATT-FAILED
                           MOVE 'Y' TO WS-ATTS-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *ROLL CALL FOR ONE CLASS MEETING. ONLY THE INSTRUCTOR NAMED ON
      *THE SECTION (OR A SUPERVISOR) MAY TAKE IT; A COURSE WITHOUT
      *SECTIONS (SECTION 00) HAS NO INSTRUCTOR ON FILE, SO ITS ROLL IS
      *TAKEN BY A SUPERVISOR. TAKING THE ROLL OF THE SAME MEETING
      *AGAIN REPLACES THE MARKS, WHICH IS HOW A WRONG MARK IS FIXED.
       TAKE-ATTENDANCE.

           DISPLAY 'ENTER COURSE CODE: '.
           ACCEPT WS-ATT-COURSE.
           DISPLAY 'ENTER SECTION NUMBER '
               '(00 = COURSE WITHOUT SECTIONS): '.
           ACCEPT WS-ATT-SECTION.
           DISPLAY 'ENTER TERM (YYYYT): '.
           ACCEPT WS-ATT-TERM.
           DISPLAY 'ENTER CLASS DATE (YYYYMMDD): '.
           ACCEPT WS-ATT-DATE.

           PERFORM CHECK-INSTRUCTOR-ACCESS.
           IF WS-INSTRUCTOR-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-ATT-PRESENT-COUNT WS-ATT-ABSENT-COUNT.

           OPEN INPUT STUDENT.
           OPEN I-O ATTENDANCE.
           IF WS-ATT-STATUS = '35'
               OPEN OUTPUT ATTENDANCE
               CLOSE ATTENDANCE
               OPEN I-O ATTENDANCE
           END-IF.

           IF WS-ATT-SECTION = ZEROS
               PERFORM ROLL-CALL-BY-COURSE
           ELSE
               PERFORM ROLL-CALL-BY-SECTION
           END-IF.

           CLOSE ATTENDANCE.
           CLOSE STUDENT.

           DISPLAY 'ROLL TAKEN - PRESENT: ' WS-ATT-PRESENT-COUNT
               '  ABSENT: ' WS-ATT-ABSENT-COUNT.

       CHECK-INSTRUCTOR-ACCESS.

           MOVE 'N' TO WS-INSTRUCTOR-OK.
           MOVE 'Y' TO WS-ATT-SECTION-OK.
           MOVE SPACES TO WS-ATT-INSTRUCTOR.

           IF WS-ATT-SECTION NOT = ZEROS
               PERFORM READ-ATTENDANCE-SECTION
           END-IF.

           IF WS-ATT-SECTION-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           IF WS-OPERATOR-LEVEL >= 2
               MOVE 'Y' TO WS-INSTRUCTOR-OK
           ELSE
               IF WS-ATT-INSTRUCTOR NOT = SPACES
                   AND WS-ATT-INSTRUCTOR = WS-OPERATOR-NAME(1:20)
                   MOVE 'Y' TO WS-INSTRUCTOR-OK
               END-IF
           END-IF.

           IF WS-INSTRUCTOR-OK NOT = 'Y'
               DISPLAY 'ONLY THE SECTION INSTRUCTOR OR A SUPERVISOR '
                   'MAY TAKE THIS ROLL.'
               PERFORM LOG-ACCESS-DENIED
           END-IF.

       READ-ATTENDANCE-SECTION.

           OPEN INPUT COURSE-SECTIONS.
           IF WS-SECT-STATUS NOT = '00'
               DISPLAY 'NO SECTIONS ON FILE.'
               MOVE 'N' TO WS-ATT-SECTION-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ATT-COURSE  TO SECT-COURSE-CODE.
           MOVE WS-ATT-SECTION TO SECT-NUMBER.
           READ COURSE-SECTIONS
               INVALID KEY
                   DISPLAY 'SECTION NOT FOUND: ' WS-ATT-COURSE
                       '-' WS-ATT-SECTION
                   MOVE 'N' TO WS-ATT-SECTION-OK
               NOT INVALID KEY
                   MOVE SECT-INSTRUCTOR TO WS-ATT-INSTRUCTOR
           END-READ.

           CLOSE COURSE-SECTIONS.

      *COURSE WITHOUT SECTIONS: THE STUDENTS WHOSE COURSE IT IS.
       ROLL-CALL-BY-COURSE.

           MOVE 'N' TO WS-EOF.
           MOVE ZEROS TO STUDENT-ID.
           START STUDENT KEY IS NOT LESS THAN STUDENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   IF STUDENT-COURSE-CODE = WS-ATT-COURSE
                       PERFORM MARK-ONE-STUDENT
                   END-IF
               END-IF
           END-PERFORM.

      *SECTION MEETING: EVERY STUDENT WHOSE TIMETABLE HAS THE SECTION.
       ROLL-CALL-BY-SECTION.

           OPEN INPUT STUDENT-SCHEDULE.
           IF WS-SCHED-STATUS NOT = '00'
               DISPLAY 'NO TIMETABLES ON FILE.'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SCHED-EOF.
           MOVE LOW-VALUES TO SCHED-KEY.
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
                   IF SCHED-COURSE-CODE = WS-ATT-COURSE
                       AND SCHED-SECTION-NO = WS-ATT-SECTION
                       MOVE SCHED-STUDENT-ID TO STUDENT-ID
                       READ STUDENT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM MARK-ONE-STUDENT
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE STUDENT-SCHEDULE.

       MARK-ONE-STUDENT.

           MOVE SPACES TO WS-ATT-MARK.
           PERFORM UNTIL WS-ATT-MARK = 'P' OR WS-ATT-MARK = 'A'
               DISPLAY STUDENT-ID ' ' STUDENT-NAME
                   ' (P = PRESENT, A = ABSENT): '
               ACCEPT WS-ATT-MARK
           END-PERFORM.

           MOVE WS-ATT-COURSE   TO ATT-COURSE-CODE.
           MOVE WS-ATT-TERM     TO ATT-TERM.
           MOVE WS-ATT-DATE     TO ATT-CLASS-DATE.
           MOVE STUDENT-ID      TO ATT-STUDENT-ID.
           MOVE WS-ATT-SECTION  TO ATT-SECTION-NO.
           MOVE WS-ATT-MARK     TO ATT-PRESENT.
           MOVE WS-OPERATOR-ID  TO ATT-OPERATOR.
           WRITE ATTENDANCE-FILE
               INVALID KEY
                   REWRITE ATTENDANCE-FILE
           END-WRITE.

           IF WS-ATT-MARK = 'P'
               ADD 1 TO WS-ATT-PRESENT-COUNT
           ELSE
               ADD 1 TO WS-ATT-ABSENT-COUNT
           END-IF.

      *GRADES MAINTENANCE KEEPS STUDENT AND CATALOG OPEN FOR THE WHOLE
      *SESSION: EVERY GRADE CHANGE REWRITES THE STUDENT GPA AND EVERY
      *NEW GRADE IS VALIDATED AGAINST THE COURSE CATALOG.

           OPEN INPUT STUDENT.
           OPEN INPUT GRADES.
           PERFORM OPEN-ATTENDANCE-SUMMARY.
           IF WS-GRD-STATUS = '35'
               DISPLAY 'NO GRADES FILE ON HAND.'
               CLOSE STUDENT
               CLOSE STUDENT
               CLOSE GRADES
           END-IF.
           IF WS-ATTS-OPEN = 'Y'
               CLOSE ATTENDANCE-SUMMARY
           END-IF.

      *THE TERM ATTENDANCE RESULTS ARE ONLY THERE ONCE A TERM-END
      *ATTENDANCE RUN HAS BEEN MADE; WITHOUT THEM NOTHING IS FLAGGED.
       OPEN-ATTENDANCE-SUMMARY.

           MOVE 'N' TO WS-ATTS-OPEN.
           OPEN INPUT ATTENDANCE-SUMMARY.
           IF WS-ATTS-STATUS = '00'
               MOVE 'Y' TO WS-ATTS-OPEN
           END-IF.

       PRINT-TRANSCRIPT-BODY.

               END-READ
               IF WS-GRD-EOF NOT = 'Y'
                   IF GRADE-STUDENT-ID = WS-TRANSCRIPT-ID
                       PERFORM PRINT-TRANSCRIPT-GRADE
                       ADD 1 TO WS-TRANSCRIPT-LINES
                   ELSE
                       MOVE 'Y' TO WS-GRD-EOF
               END-IF
           END-PERFORM.

           PERFORM PRINT-ATTENDANCE-FAILURES.

      *A COURSE FAILED FOR ATTENDANCE IS FAILED WHATEVER THE GRADE:
      *THE GRADE LINE SAYS SO.
       PRINT-TRANSCRIPT-GRADE.

           MOVE 'N' TO WS-ATT-FAILED.
           IF WS-ATTS-OPEN = 'Y'
               MOVE GRADE-STUDENT-ID  TO ATTS-STUDENT-ID
               MOVE GRADE-COURSE-CODE TO ATTS-COURSE-CODE
               MOVE GRADE-TERM        TO ATTS-TERM
               READ ATTENDANCE-SUMMARY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATTS-RESULT = 'F'
                           MOVE 'Y' TO WS-ATT-FAILED
                       END-IF
               END-READ
           END-IF.

           IF WS-ATT-FAILED = 'Y'
               DISPLAY GRADE-COURSE-CODE '     ' GRADE-TERM
                   '   ' GRADE-GRADE '   FAILED - ATTENDANCE '
                   ATTS-PERCENT '%'
           ELSE
               DISPLAY GRADE-COURSE-CODE '     ' GRADE-TERM
                   '   ' GRADE-GRADE
           END-IF.

      *EVERY ATTENDANCE FAILURE ON FILE FOR THE STUDENT, GRADED OR NOT.
       PRINT-ATTENDANCE-FAILURES.

           IF WS-ATTS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-ATT-FAILURES.
           MOVE 'N' TO WS-ATTS-EOF.
           MOVE WS-TRANSCRIPT-ID TO ATTS-STUDENT-ID.
           MOVE LOW-VALUES       TO ATTS-COURSE-CODE.
           MOVE ZEROS            TO ATTS-TERM.

           START ATTENDANCE-SUMMARY KEY IS NOT LESS THAN ATTS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ATTS-EOF
           END-START.

           PERFORM UNTIL WS-ATTS-EOF = 'Y'
               READ ATTENDANCE-SUMMARY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ATTS-EOF
               END-READ
               IF WS-ATTS-EOF NOT = 'Y'
                   IF ATTS-STUDENT-ID NOT = WS-TRANSCRIPT-ID
                       MOVE 'Y' TO WS-ATTS-EOF
                   ELSE
                       IF ATTS-RESULT = 'F'
                           IF WS-ATT-FAILURES = ZEROS
                               DISPLAY 'FAILED FOR ATTENDANCE:'
                           END-IF
                           ADD 1 TO WS-ATT-FAILURES
                           DISPLAY ATTS-COURSE-CODE '     ' ATTS-TERM
                               '   ' ATTS-PRESENT ' OF '
                               ATTS-MEETINGS ' MEETINGS  '
                               ATTS-PERCENT '%'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-PAGE-HEADER.

           ADD 1 TO WS-PAGE-COUNT.
