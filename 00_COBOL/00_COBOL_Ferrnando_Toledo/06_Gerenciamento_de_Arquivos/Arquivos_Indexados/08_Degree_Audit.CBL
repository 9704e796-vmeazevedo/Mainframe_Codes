      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     08_Degree_Audit.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Degree audit and graduation eligibility. Replaces the
      *    registrar's hand check of the transcript against the
      *    program requirements.
      *    1 - maintain the degree programs (curriculum.dat): per
      *        program a header with the title, the minimum credit
      *        hours and the minimum GPA to graduate, plus one record
      *        per required course;
      *    2 - degree audit of one student (live file, or the
      *        archive when the student was rolled over);
      *    3 - degree audit of every student with a program, live
      *        and archived, through the shared report writer;
      *    4 - graduation run: every student who has passed every
      *        required course, earned the minimum credits and holds
      *        the minimum GPA is certified on graduates.dat (once),
      *        listed on the graduation list and gets a record on the
      *        diploma letters file (diplomas.dat).
      *    A course counts as passed when any grade on grades.dat for
      *    it is at or above the passing line and that term's
      *    attendance result (attendance_sum.dat) is not a failure;
      *    each passed course earns its catalog credit hours once. A
      *    required course not passed is IN PROGRESS while the student
      *    is enrolled in it (student course or timetable row) and
      *    MISSING otherwise.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.
       SPECIAL-NAMES.             DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO 'student.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT STUDENT-ARCHIVE ASSIGN TO 'student_arch.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCH-ID
           ALTERNATE RECORD KEY IS ARCH-NAME WITH DUPLICATES
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO 'courses.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COURSE-CODE
           FILE STATUS IS WS-CRS-STATUS.

           SELECT GRADES ASSIGN TO 'grades.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRADE-KEY
           FILE STATUS IS WS-GRD-STATUS.

           SELECT STUDENT-SCHEDULE ASSIGN TO 'schedule.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS WS-SCHED-STATUS.

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

           SELECT GRADUATES ASSIGN TO 'graduates.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRAD-STUDENT-ID
           FILE STATUS IS WS-GRAD-STATUS.

           SELECT DIPLOMAS ASSIGN TO 'diplomas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DIP-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  STUDENT.
       01  STUDENT-FILE.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY ==STUDENT==.

      *ARCHIVE WRITTEN BY THE END-OF-TERM ROLLOVER: A STUDENT PURGED
      *FROM THE LIVE FILE IS STILL AUDITED AGAINST THE GRADE HISTORY.
       FD  STUDENT-ARCHIVE.
       01  ARCHIVE-FILE.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY ==ARCH==.

       FD  COURSE-CATALOG.
       01  COURSE-FILE.
           COPY COURSEREC REPLACING ==:PREFIX:== BY ==COURSE==.

       FD  GRADES.
       01  GRADE-FILE.
           COPY GRADEREC REPLACING ==:PREFIX:== BY ==GRADE==.

       FD  STUDENT-SCHEDULE.
       01  SCHEDULE-FILE.
           COPY SCHEDREC REPLACING ==:PREFIX:== BY ==SCHED==.

       FD  ATTENDANCE-SUMMARY.
       01  ATTENDANCE-SUM-FILE.
           COPY ATTSUMREC REPLACING ==:PREFIX:== BY ==ATTS==.

       FD  CURRICULUM.
       01  CURRICULUM-FILE.
           COPY CURRREC REPLACING ==:PREFIX:== BY ==CUR==.

       FD  GRADUATES.
       01  GRADUATE-FILE.
           COPY GRADUREC REPLACING ==:PREFIX:== BY ==GRAD==.

      *FIXED LAYOUT FOR THE MAILROOM LETTER-PRINT PROCESS: ONE RECORD
      *PER STUDENT CERTIFIED, APPENDED BY EVERY GRADUATION RUN.
       FD  DIPLOMAS.
       01  DIPLOMA-REC.
           05  DIP-STUDENT-ID       PIC 9(5).
           05  DIP-NAME             PIC X(25).
           05  DIP-PROGRAM          PIC X(4).
           05  DIP-PROGRAM-TITLE    PIC X(30).
           05  DIP-CREDITS          PIC 9(3).
           05  DIP-GPA              PIC 9(1)V9(2).
           05  DIP-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC X(2)   VALUE '00'.
       01  WS-ARCH-STATUS           PIC X(2)   VALUE '00'.
       01  WS-CRS-STATUS            PIC X(2)   VALUE '00'.
       01  WS-GRD-STATUS            PIC X(2)   VALUE '00'.
       01  WS-SCHED-STATUS          PIC X(2)   VALUE '00'.
       01  WS-ATTS-STATUS           PIC X(2)   VALUE '00'.
       01  WS-CUR-STATUS            PIC X(2)   VALUE '00'.
       01  WS-GRAD-STATUS           PIC X(2)   VALUE '00'.
       01  WS-DIP-STATUS            PIC X(2)   VALUE '00'.
       01  WS-EOF                   PIC X(1)   VALUE 'N'.
       01  WS-GRD-EOF               PIC X(1)   VALUE 'N'.
       01  WS-CUR-EOF               PIC X(1)   VALUE 'N'.
       01  WS-MENU-OPTION           PIC X(1)   VALUE SPACES.
       01  WS-CURR-OPTION           PIC X(1)   VALUE SPACES.
       01  WS-TODAY                 PIC 9(8)   VALUE ZEROS.
      *'Y' WHILE THE OPTIONAL FILES ARE OPEN FOR AN AUDIT RUN.
       01  WS-ARCH-OPEN             PIC X(1)   VALUE 'N'.
       01  WS-GRD-OPEN              PIC X(1)   VALUE 'N'.
       01  WS-SCHED-OPEN            PIC X(1)   VALUE 'N'.
       01  WS-ATTS-OPEN             PIC X(1)   VALUE 'N'.
       01  WS-FILES-OK              PIC X(1)   VALUE 'N'.
      *PASSING GRADE FOR A COURSE: THE PROBATION LINE, AS FOR THE
      *PREREQUISITE CHECK OF THE STUDENT MAINTENANCE.
       01  WS-PASSING-THRESHOLD     PIC 9V9(2) VALUE 2,00.

      *CURRICULUM MAINTENANCE.
       01  WS-CUR-PROGRAM           PIC X(4)   VALUE SPACES.
       01  WS-CUR-COURSE            PIC X(4)   VALUE SPACES.
       01  WS-REQ-CREDITS           PIC 9(4)   VALUE ZEROS.
       01  WS-REQ-COUNT             PIC 9(3)   VALUE ZEROS.

      *RUN MODE: 'A' = AUDIT REPORT, 'G' = GRADUATION RUN.
       01  WS-RUN-MODE              PIC X(1)   VALUE 'A'.
       01  WS-AUDIT-ID              PIC 9(5)   VALUE ZEROS.

      *STUDENT BEING AUDITED, FROM THE LIVE FILE OR THE ARCHIVE.
       01  WS-AUD-ID                PIC 9(5)   VALUE ZEROS.
       01  WS-AUD-NAME              PIC X(25)  VALUE SPACES.
       01  WS-AUD-PROGRAM           PIC X(4)   VALUE SPACES.
       01  WS-AUD-COURSE            PIC X(4)   VALUE SPACES.
       01  WS-AUD-GPA               PIC 9(1)V9(2) VALUE ZEROS.
       01  WS-AUD-ARCHIVED          PIC X(1)   VALUE 'N'.
      *'Y' = PRINT ONE LINE PER REQUIREMENT.
       01  WS-AUD-DETAIL            PIC X(1)   VALUE 'Y'.
      *RESULT OF AUDIT-STUDENT.
       01  WS-PROGRAM-OK            PIC X(1)   VALUE 'N'.
       01  WS-PROGRAM-TITLE         PIC X(30)  VALUE SPACES.
       01  WS-MIN-CREDITS           PIC 9(3)   VALUE ZEROS.
       01  WS-MIN-GPA               PIC 9(1)V9(2) VALUE ZEROS.
       01  WS-AUD-CREDITS           PIC 9(3)   VALUE ZEROS.
       01  WS-AUD-COMPLETED         PIC 9(3)   VALUE ZEROS.
       01  WS-AUD-IN-PROGRESS       PIC 9(3)   VALUE ZEROS.
       01  WS-AUD-MISSING           PIC 9(3)   VALUE ZEROS.
       01  WS-AUD-ELIGIBLE          PIC X(1)   VALUE 'N'.
       01  WS-AUD-RESULT            PIC X(24)  VALUE SPACES.
       01  WS-REQ-STATUS            PIC X(11)  VALUE SPACES.
       01  WS-REQ-FOUND             PIC X(1)   VALUE 'N'.
       01  WS-GRADE-FAILED          PIC X(1)   VALUE 'N'.
      *COURSES THE STUDENT HAS PASSED, IN COURSE ORDER (THE GRADES
      *FILE READS BACK BY COURSE), EACH ONCE.
       01  WS-PASSED-COUNT          PIC 9(3)   VALUE ZEROS.
       01  WS-P                     PIC 9(3)   VALUE ZEROS.
       01  WS-PASSED-TABLE.
           05  WS-PASSED-CODE       PIC X(4)   OCCURS 100 TIMES.

      *RUN TOTALS.
       01  WS-AUDITED-COUNT         PIC 9(5)   VALUE ZEROS.
       01  WS-ELIGIBLE-COUNT        PIC 9(5)   VALUE ZEROS.
       01  WS-NO-PROGRAM-COUNT      PIC 9(5)   VALUE ZEROS.
       01  WS-CERTIFIED-COUNT       PIC 9(5)   VALUE ZEROS.
       01  WS-ALREADY-GRAD-COUNT    PIC 9(5)   VALUE ZEROS.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.

           PERFORM UNTIL WS-MENU-OPTION = '0'
               DISPLAY ' '
               DISPLAY '1 - MAINTAIN DEGREE PROGRAMS (CURRICULUM)'
               DISPLAY '2 - DEGREE AUDIT OF ONE STUDENT'
               DISPLAY '3 - DEGREE AUDIT OF ALL STUDENTS'
               DISPLAY '4 - GRADUATION RUN'
               DISPLAY '0 - EXIT'
               DISPLAY 'CHOOSE AN OPTION: '
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN '1'
                       PERFORM MAINTAIN-CURRICULUM
                   WHEN '2'
                       PERFORM AUDIT-ONE-STUDENT
                   WHEN '3'
                       MOVE 'A' TO WS-RUN-MODE
                       PERFORM AUDIT-ALL-STUDENTS
                   WHEN '4'
                       MOVE 'G' TO WS-RUN-MODE
                       PERFORM AUDIT-ALL-STUDENTS
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID OPTION, TRY AGAIN.'
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      *THE CATALOG IS ONLY READ HERE: A REQUIRED COURSE MUST EXIST IN
      *IT, AND ITS CREDIT HOURS ARE SHOWN ON THE PROGRAM LISTING.
       MAINTAIN-CURRICULUM.

           OPEN I-O CURRICULUM.
           IF WS-CUR-STATUS = '35'
               OPEN OUTPUT CURRICULUM
               CLOSE CURRICULUM
               OPEN I-O CURRICULUM
           END-IF.
           IF WS-CUR-STATUS NOT = '00'
               DISPLAY 'CURRICULUM FILE UNAVAILABLE, STATUS: '
                   WS-CUR-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CRS-STATUS NOT = '00'
               DISPLAY 'COURSE CATALOG UNAVAILABLE, STATUS: '
                   WS-CRS-STATUS
               CLOSE CURRICULUM
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CURR-OPTION.
           PERFORM UNTIL WS-CURR-OPTION = '0'
               DISPLAY ' '
               DISPLAY '1 - ADD OR CHANGE A DEGREE PROGRAM'
               DISPLAY '2 - ADD A REQUIRED COURSE TO A PROGRAM'
               DISPLAY '3 - REMOVE A REQUIRED COURSE FROM A PROGRAM'
               DISPLAY '4 - LIST A PROGRAM'
               DISPLAY '0 - RETURN TO MAIN MENU'
               DISPLAY 'CHOOSE AN OPTION: '
               ACCEPT WS-CURR-OPTION
               EVALUATE WS-CURR-OPTION
                   WHEN '1'
                       PERFORM MAINTAIN-PROGRAM-HEADER
                   WHEN '2'
                       PERFORM ADD-REQUIRED-COURSE
                   WHEN '3'
                       PERFORM REMOVE-REQUIRED-COURSE
                   WHEN '4'
                       PERFORM LIST-PROGRAM
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID OPTION, TRY AGAIN.'
               END-EVALUATE
           END-PERFORM.

           CLOSE COURSE-CATALOG.
           CLOSE CURRICULUM.

       MAINTAIN-PROGRAM-HEADER.

           DISPLAY 'ENTER PROGRAM CODE: '.
           ACCEPT WS-CUR-PROGRAM.
           IF WS-CUR-PROGRAM = SPACES
               DISPLAY 'PROGRAM CODE IS REQUIRED.'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUR-PROGRAM TO CUR-PROGRAM.
           MOVE SPACES         TO CUR-COURSE-CODE.
           READ CURRICULUM
               INVALID KEY
                   MOVE 'N' TO WS-PROGRAM-OK
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PROGRAM-OK
                   DISPLAY 'CURRENT TITLE......: ' CUR-TITLE
                   DISPLAY 'CURRENT MIN CREDITS: ' CUR-MIN-CREDITS
                   DISPLAY 'CURRENT MIN GPA....: ' CUR-MIN-GPA
           END-READ.

           DISPLAY 'ENTER PROGRAM TITLE: '.
           ACCEPT CUR-TITLE.
           DISPLAY 'ENTER MINIMUM CREDIT HOURS TO GRADUATE: '.
           ACCEPT CUR-MIN-CREDITS.
           DISPLAY 'ENTER MINIMUM GPA TO GRADUATE: '.
           ACCEPT CUR-MIN-GPA.
           MOVE WS-CUR-PROGRAM TO CUR-PROGRAM.
           MOVE SPACES         TO CUR-COURSE-CODE.

           IF WS-PROGRAM-OK = 'Y'
               REWRITE CURRICULUM-FILE
                   INVALID KEY
                       DISPLAY 'REWRITE FAILED FOR: ' CUR-PROGRAM
                   NOT INVALID KEY
                       DISPLAY 'PROGRAM CHANGED: ' CUR-PROGRAM
               END-REWRITE
           ELSE
               WRITE CURRICULUM-FILE
                   INVALID KEY
                       DISPLAY 'WRITE FAILED FOR: ' CUR-PROGRAM
                   NOT INVALID KEY
                       DISPLAY 'PROGRAM ADDED: ' CUR-PROGRAM
               END-WRITE
           END-IF.

       ADD-REQUIRED-COURSE.

           DISPLAY 'ENTER PROGRAM CODE: '.
           ACCEPT WS-CUR-PROGRAM.
           DISPLAY 'ENTER REQUIRED COURSE CODE: '.
           ACCEPT WS-CUR-COURSE.

           MOVE WS-CUR-PROGRAM TO CUR-PROGRAM.
           MOVE SPACES         TO CUR-COURSE-CODE.
           READ CURRICULUM
               INVALID KEY
                   DISPLAY 'PROGRAM NOT FOUND: ' WS-CUR-PROGRAM
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-CUR-COURSE TO COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   DISPLAY 'COURSE NOT IN CATALOG: ' WS-CUR-COURSE
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-CUR-PROGRAM TO CUR-PROGRAM.
           MOVE WS-CUR-COURSE  TO CUR-COURSE-CODE.
           MOVE SPACES         TO CUR-TITLE.
           MOVE ZEROS          TO CUR-MIN-CREDITS CUR-MIN-GPA.
           WRITE CURRICULUM-FILE
               INVALID KEY
                   DISPLAY 'COURSE ALREADY REQUIRED: ' WS-CUR-COURSE
               NOT INVALID KEY
                   DISPLAY 'REQUIRED COURSE ADDED: ' WS-CUR-PROGRAM
                       ' ' WS-CUR-COURSE ' ' COURSE-TITLE
           END-WRITE.

       REMOVE-REQUIRED-COURSE.

           DISPLAY 'ENTER PROGRAM CODE: '.
           ACCEPT WS-CUR-PROGRAM.
           DISPLAY 'ENTER REQUIRED COURSE CODE: '.
           ACCEPT WS-CUR-COURSE.
           IF WS-CUR-COURSE = SPACES
               DISPLAY 'COURSE CODE IS REQUIRED.'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUR-PROGRAM TO CUR-PROGRAM.
           MOVE WS-CUR-COURSE  TO CUR-COURSE-CODE.
           DELETE CURRICULUM RECORD
               INVALID KEY
                   DISPLAY 'COURSE NOT REQUIRED BY PROGRAM: '
                       WS-CUR-PROGRAM ' ' WS-CUR-COURSE
               NOT INVALID KEY
                   DISPLAY 'REQUIRED COURSE REMOVED: '
                       WS-CUR-PROGRAM ' ' WS-CUR-COURSE
           END-DELETE.

       LIST-PROGRAM.

           DISPLAY 'ENTER PROGRAM CODE: '.
           ACCEPT WS-CUR-PROGRAM.

           MOVE WS-CUR-PROGRAM TO CUR-PROGRAM.
           MOVE SPACES         TO CUR-COURSE-CODE.
           READ CURRICULUM
               INVALID KEY
                   DISPLAY 'PROGRAM NOT FOUND: ' WS-CUR-PROGRAM
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY ' '.
           DISPLAY 'PROGRAM ' CUR-PROGRAM ' ' CUR-TITLE.
           DISPLAY 'MINIMUM CREDITS: ' CUR-MIN-CREDITS
               '   MINIMUM GPA: ' CUR-MIN-GPA.
           DISPLAY 'REQUIRED COURSES:'.

           MOVE ZEROS TO WS-REQ-CREDITS WS-REQ-COUNT.
           MOVE 'N' TO WS-CUR-EOF.
           PERFORM UNTIL WS-CUR-EOF = 'Y'
               READ CURRICULUM NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUR-EOF
               END-READ
               IF WS-CUR-EOF NOT = 'Y'
                   IF CUR-PROGRAM NOT = WS-CUR-PROGRAM
                       MOVE 'Y' TO WS-CUR-EOF
                   ELSE
                       PERFORM LIST-REQUIRED-COURSE
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY 'REQUIRED COURSES: ' WS-REQ-COUNT
               '   THEIR CREDITS: ' WS-REQ-CREDITS.

       LIST-REQUIRED-COURSE.

           ADD 1 TO WS-REQ-COUNT.
           MOVE CUR-COURSE-CODE TO COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   DISPLAY '  ' CUR-COURSE-CODE
                       '  (NO LONGER IN CATALOG)'
               NOT INVALID KEY
                   ADD COURSE-CREDITS TO WS-REQ-CREDITS
                   DISPLAY '  ' CUR-COURSE-CODE '  ' COURSE-TITLE
                       '  CREDITS: ' COURSE-CREDITS
           END-READ.

      *A STUDENT NO LONGER ON THE LIVE FILE IS LOOKED UP IN THE
      *ARCHIVE, THE SAME FALLBACK THE TRANSCRIPT USES.
       AUDIT-ONE-STUDENT.

           DISPLAY 'ENTER STUDENT-ID: '.
           ACCEPT WS-AUDIT-ID.

           PERFORM OPEN-AUDIT-FILES.
           IF WS-FILES-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'A' TO WS-RUN-MODE.
           MOVE 'Y' TO WS-AUD-DETAIL.
           PERFORM START-AUDIT-REPORT.

           MOVE WS-AUDIT-ID TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   MOVE 'N' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EOF
                   PERFORM TAKE-LIVE-STUDENT
           END-READ.

           IF WS-EOF = 'N' AND WS-ARCH-OPEN = 'Y'
               MOVE WS-AUDIT-ID TO ARCH-ID
               READ STUDENT-ARCHIVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EOF
                       PERFORM TAKE-ARCHIVED-STUDENT
               END-READ
           END-IF.

           IF WS-EOF = 'N'
               DISPLAY 'STUDENT NOT FOUND: ' WS-AUDIT-ID
           ELSE
               PERFORM PROCESS-CANDIDATE
           END-IF.

           PERFORM FINISH-AUDIT-REPORT.
           PERFORM CLOSE-AUDIT-FILES.

      *ONE PASS OVER THE LIVE FILE, THEN ONE OVER THE ARCHIVE FOR THE
      *STUDENTS NO LONGER LIVE. THE SAME PASS SERVES THE AUDIT REPORT
      *(MODE 'A') AND THE GRADUATION RUN (MODE 'G').
       AUDIT-ALL-STUDENTS.

           PERFORM OPEN-AUDIT-FILES.
           IF WS-FILES-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           IF WS-RUN-MODE = 'G'
               MOVE 'N' TO WS-AUD-DETAIL
               OPEN I-O GRADUATES
               IF WS-GRAD-STATUS = '35'
                   OPEN OUTPUT GRADUATES
                   CLOSE GRADUATES
                   OPEN I-O GRADUATES
               END-IF
               IF WS-GRAD-STATUS NOT = '00'
                   DISPLAY 'GRADUATES FILE UNAVAILABLE, STATUS: '
                       WS-GRAD-STATUS
                   PERFORM CLOSE-AUDIT-FILES
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND DIPLOMAS
               IF WS-DIP-STATUS = '35'
                   OPEN OUTPUT DIPLOMAS
               END-IF
           ELSE
               MOVE 'Y' TO WS-AUD-DETAIL
           END-IF.

           PERFORM START-AUDIT-REPORT.

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
                   PERFORM TAKE-LIVE-STUDENT
                   PERFORM PROCESS-CANDIDATE
               END-IF
           END-PERFORM.

           IF WS-ARCH-OPEN = 'Y'
               MOVE 'N' TO WS-EOF
               MOVE ZEROS TO ARCH-ID
               START STUDENT-ARCHIVE KEY IS NOT LESS THAN ARCH-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STUDENT-ARCHIVE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = 'Y'
                       PERFORM AUDIT-ARCHIVED-STUDENT
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM FINISH-AUDIT-REPORT.

           IF WS-RUN-MODE = 'G'
               CLOSE DIPLOMAS
               CLOSE GRADUATES
           END-IF.
           PERFORM CLOSE-AUDIT-FILES.

      *A STUDENT RE-ADMITTED AFTER THE ROLLOVER IS ON BOTH FILES; THE
      *LIVE RECORD WAS ALREADY AUDITED.
       AUDIT-ARCHIVED-STUDENT.

           MOVE ARCH-ID TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   PERFORM TAKE-ARCHIVED-STUDENT
                   PERFORM PROCESS-CANDIDATE
           END-READ.

       TAKE-LIVE-STUDENT.

           MOVE STUDENT-ID          TO WS-AUD-ID.
           MOVE STUDENT-NAME        TO WS-AUD-NAME.
           MOVE STUDENT-PROGRAM     TO WS-AUD-PROGRAM.
           MOVE STUDENT-COURSE-CODE TO WS-AUD-COURSE.
           MOVE STUDENT-GPA         TO WS-AUD-GPA.
           MOVE 'N'                 TO WS-AUD-ARCHIVED.

       TAKE-ARCHIVED-STUDENT.

           MOVE ARCH-ID             TO WS-AUD-ID.
           MOVE ARCH-NAME           TO WS-AUD-NAME.
           MOVE ARCH-PROGRAM        TO WS-AUD-PROGRAM.
           MOVE SPACES              TO WS-AUD-COURSE.
           MOVE ARCH-GPA            TO WS-AUD-GPA.
           MOVE 'Y'                 TO WS-AUD-ARCHIVED.

       PROCESS-CANDIDATE.

           IF WS-AUD-PROGRAM = SPACES
               ADD 1 TO WS-NO-PROGRAM-COUNT
               IF WS-RUN-MODE = 'A'
                   MOVE 'NO DEGREE PROGRAM' TO WS-AUD-RESULT
                   PERFORM PRINT-STUDENT-HEADING
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-RUN-MODE = 'G'
               MOVE WS-AUD-ID TO GRAD-STUDENT-ID
               READ GRADUATES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ALREADY-GRAD-COUNT
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           PERFORM AUDIT-STUDENT.
           ADD 1 TO WS-AUDITED-COUNT.
           IF WS-AUD-ELIGIBLE = 'Y'
               ADD 1 TO WS-ELIGIBLE-COUNT
               IF WS-RUN-MODE = 'G'
                   PERFORM CERTIFY-GRADUATE
               END-IF
           END-IF.

      *THE PROGRAM HEADER GIVES THE MINIMUMS; THE GRADE HISTORY GIVES
      *THE PASSED COURSES AND THE CREDITS EARNED; EACH REQUIRED COURSE
      *IS THEN COMPLETED, IN PROGRESS OR MISSING.
       AUDIT-STUDENT.

           MOVE ZEROS TO WS-AUD-CREDITS WS-AUD-COMPLETED
               WS-AUD-IN-PROGRESS WS-AUD-MISSING.
           MOVE 'N' TO WS-AUD-ELIGIBLE.

           MOVE WS-AUD-PROGRAM TO CUR-PROGRAM.
           MOVE SPACES         TO CUR-COURSE-CODE.
           READ CURRICULUM
               INVALID KEY
                   MOVE 'N' TO WS-PROGRAM-OK
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PROGRAM-OK
                   MOVE CUR-TITLE       TO WS-PROGRAM-TITLE
                   MOVE CUR-MIN-CREDITS TO WS-MIN-CREDITS
                   MOVE CUR-MIN-GPA     TO WS-MIN-GPA
           END-READ.
           IF WS-PROGRAM-OK NOT = 'Y'
               MOVE 'PROGRAM NOT ON FILE' TO WS-AUD-RESULT
               IF WS-AUD-DETAIL = 'Y'
                   PERFORM PRINT-STUDENT-HEADING
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-PASSED-COURSES.

           MOVE SPACES TO WS-AUD-RESULT.
           IF WS-AUD-DETAIL = 'Y'
               PERFORM PRINT-STUDENT-HEADING
           END-IF.

           MOVE WS-AUD-PROGRAM TO CUR-PROGRAM.
           MOVE SPACES         TO CUR-COURSE-CODE.
           MOVE 'N' TO WS-CUR-EOF.
           START CURRICULUM KEY IS GREATER THAN CUR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CUR-EOF
           END-START.
           PERFORM UNTIL WS-CUR-EOF = 'Y'
               READ CURRICULUM NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUR-EOF
               END-READ
               IF WS-CUR-EOF NOT = 'Y'
                   IF CUR-PROGRAM NOT = WS-AUD-PROGRAM
                       MOVE 'Y' TO WS-CUR-EOF
                   ELSE
                       PERFORM CHECK-REQUIREMENT
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-AUD-MISSING = ZEROS
               AND WS-AUD-IN-PROGRESS = ZEROS
               AND WS-AUD-CREDITS >= WS-MIN-CREDITS
               AND WS-AUD-GPA >= WS-MIN-GPA
               MOVE 'Y' TO WS-AUD-ELIGIBLE
               MOVE 'ELIGIBLE TO GRADUATE' TO WS-AUD-RESULT
           ELSE
               MOVE 'NOT YET ELIGIBLE' TO WS-AUD-RESULT
           END-IF.

           IF WS-AUD-DETAIL = 'Y'
               PERFORM PRINT-STUDENT-RESULT
           END-IF.

       LOAD-PASSED-COURSES.

           MOVE ZEROS TO WS-PASSED-COUNT.
           IF WS-GRD-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-GRD-EOF.
           MOVE WS-AUD-ID  TO GRADE-STUDENT-ID.
           MOVE LOW-VALUES TO GRADE-COURSE-CODE.
           MOVE ZEROS      TO GRADE-TERM.
           START GRADES KEY IS NOT LESS THAN GRADE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GRD-EOF
           END-START.

           PERFORM UNTIL WS-GRD-EOF = 'Y'
               READ GRADES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GRD-EOF
               END-READ
               IF WS-GRD-EOF NOT = 'Y'
                   IF GRADE-STUDENT-ID NOT = WS-AUD-ID
                       MOVE 'Y' TO WS-GRD-EOF
                   ELSE
                       PERFORM CHECK-PASSED-GRADE
                   END-IF
               END-IF
           END-PERFORM.

      *A GRADE BELOW THE LINE, OR IN A TERM THE COURSE WAS FAILED FOR
      *ATTENDANCE, DOES NOT PASS THE COURSE. A COURSE PASSED IN MORE
      *THAN ONE TERM IS KEPT ONCE, SO ITS CREDITS COUNT ONCE.
       CHECK-PASSED-GRADE.

           IF GRADE-GRADE < WS-PASSING-THRESHOLD
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-GRADE-FAILED.
           IF WS-ATTS-OPEN = 'Y'
               MOVE GRADE-STUDENT-ID  TO ATTS-STUDENT-ID
               MOVE GRADE-COURSE-CODE TO ATTS-COURSE-CODE
               MOVE GRADE-TERM        TO ATTS-TERM
               READ ATTENDANCE-SUMMARY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATTS-RESULT = 'F'
                           MOVE 'Y' TO WS-GRADE-FAILED
                       END-IF
               END-READ
           END-IF.
           IF WS-GRADE-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF.

           IF WS-PASSED-COUNT > ZEROS
               IF WS-PASSED-CODE(WS-PASSED-COUNT) = GRADE-COURSE-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-PASSED-COUNT = 100
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PASSED-COUNT.
           MOVE GRADE-COURSE-CODE TO WS-PASSED-CODE(WS-PASSED-COUNT).

           MOVE GRADE-COURSE-CODE TO COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD COURSE-CREDITS TO WS-AUD-CREDITS
           END-READ.

       CHECK-REQUIREMENT.

           MOVE 'N' TO WS-REQ-FOUND.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PASSED-COUNT OR WS-REQ-FOUND = 'Y'
               IF WS-PASSED-CODE(WS-P) = CUR-COURSE-CODE
                   MOVE 'Y' TO WS-REQ-FOUND
               END-IF
           END-PERFORM.

           IF WS-REQ-FOUND = 'Y'
               ADD 1 TO WS-AUD-COMPLETED
               MOVE 'COMPLETED' TO WS-REQ-STATUS
           ELSE
               PERFORM CHECK-ENROLLED
               IF WS-REQ-FOUND = 'Y'
                   ADD 1 TO WS-AUD-IN-PROGRESS
                   MOVE 'IN PROGRESS' TO WS-REQ-STATUS
               ELSE
                   ADD 1 TO WS-AUD-MISSING
                   MOVE 'MISSING' TO WS-REQ-STATUS
               END-IF
           END-IF.

           IF WS-AUD-DETAIL = 'Y'
               PERFORM PRINT-REQUIREMENT-LINE
           END-IF.

      *ENROLLED IN THE COURSE: THE STUDENT RECORD'S OWN COURSE OR A
      *ROW ON THE TIMETABLE. AN ARCHIVED STUDENT IS ENROLLED IN NOTHING.
       CHECK-ENROLLED.

           MOVE 'N' TO WS-REQ-FOUND.
           IF WS-AUD-ARCHIVED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF CUR-COURSE-CODE = WS-AUD-COURSE
               MOVE 'Y' TO WS-REQ-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCHED-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AUD-ID       TO SCHED-STUDENT-ID.
           MOVE CUR-COURSE-CODE TO SCHED-COURSE-CODE.
           READ STUDENT-SCHEDULE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REQ-FOUND
           END-READ.

      *THE STUDENT IS CERTIFIED ONCE: THE GRADUATES FILE IS WHAT LATER
      *RUNS CHECK, SO THE DIPLOMA LETTER IS NEVER PRODUCED TWICE.
       CERTIFY-GRADUATE.

           MOVE WS-AUD-ID       TO GRAD-STUDENT-ID.
           MOVE WS-AUD-NAME     TO GRAD-NAME.
           MOVE WS-AUD-PROGRAM  TO GRAD-PROGRAM.
           MOVE WS-AUD-CREDITS  TO GRAD-CREDITS.
           MOVE WS-AUD-GPA      TO GRAD-GPA.
           MOVE WS-TODAY        TO GRAD-DATE.
           MOVE WS-AUD-ARCHIVED TO GRAD-ARCHIVED.
           WRITE GRADUATE-FILE
               INVALID KEY
                   DISPLAY 'CERTIFICATION FAILED FOR: ' WS-AUD-ID
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-CERTIFIED-COUNT.

           MOVE WS-AUD-ID        TO DIP-STUDENT-ID.
           MOVE WS-AUD-NAME      TO DIP-NAME.
           MOVE WS-AUD-PROGRAM   TO DIP-PROGRAM.
           MOVE WS-PROGRAM-TITLE TO DIP-PROGRAM-TITLE.
           MOVE WS-AUD-CREDITS   TO DIP-CREDITS.
           MOVE WS-AUD-GPA       TO DIP-GPA.
           MOVE WS-TODAY         TO DIP-DATE.
           WRITE DIPLOMA-REC.

           DISPLAY WS-AUD-ID ' ' WS-AUD-NAME ' ' WS-AUD-PROGRAM
               ' CREDITS ' WS-AUD-CREDITS ' GPA ' WS-AUD-GPA.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           STRING WS-AUD-ID ' ' WS-AUD-NAME ' ' WS-AUD-PROGRAM
               ' ' WS-PROGRAM-TITLE
               ' CREDITS ' WS-AUD-CREDITS ' GPA ' WS-AUD-GPA
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       PRINT-STUDENT-HEADING.

           DISPLAY ' '.
           DISPLAY 'STUDENT ' WS-AUD-ID ' ' WS-AUD-NAME
               ' PROGRAM ' WS-AUD-PROGRAM ' ' WS-AUD-RESULT.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           IF WS-AUD-ARCHIVED = 'Y'
               STRING 'STUDENT ' WS-AUD-ID ' ' WS-AUD-NAME
                   ' (ARCHIVED) PROGRAM ' WS-AUD-PROGRAM ' '
                   WS-AUD-RESULT
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING 'STUDENT ' WS-AUD-ID ' ' WS-AUD-NAME
                   ' PROGRAM ' WS-AUD-PROGRAM ' ' WS-AUD-RESULT
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       PRINT-REQUIREMENT-LINE.

           DISPLAY '   ' CUR-COURSE-CODE '  ' WS-REQ-STATUS.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           STRING '   ' CUR-COURSE-CODE '  ' WS-REQ-STATUS
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       PRINT-STUDENT-RESULT.

           DISPLAY '   COMPLETED ' WS-AUD-COMPLETED
               '  IN PROGRESS ' WS-AUD-IN-PROGRESS
               '  MISSING ' WS-AUD-MISSING.
           DISPLAY '   CREDITS ' WS-AUD-CREDITS ' OF ' WS-MIN-CREDITS
               '  GPA ' WS-AUD-GPA ' (MINIMUM ' WS-MIN-GPA ')  '
               WS-AUD-RESULT.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           STRING '   COMPLETED ' WS-AUD-COMPLETED
               '  IN PROGRESS ' WS-AUD-IN-PROGRESS
               '  MISSING ' WS-AUD-MISSING
               '  CREDITS ' WS-AUD-CREDITS ' OF ' WS-MIN-CREDITS
               '  GPA ' WS-AUD-GPA ' (MINIMUM ' WS-MIN-GPA ')  '
               WS-AUD-RESULT
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       START-AUDIT-REPORT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE ZEROS TO WS-AUDITED-COUNT WS-ELIGIBLE-COUNT
               WS-NO-PROGRAM-COUNT WS-CERTIFIED-COUNT
               WS-ALREADY-GRAD-COUNT.

           MOVE 'A' TO REL-COMANDO.
           MOVE '08_Degree_Audit' TO REL-PROGRAMA.
           IF WS-RUN-MODE = 'G'
               MOVE 'GRADLIST' TO REL-ID
               MOVE 'GRADUATION LIST' TO REL-TITULO
               DISPLAY ' '
               DISPLAY 'GRADUATION LIST - ' WS-TODAY
           ELSE
               MOVE 'DEGAUDIT' TO REL-ID
               MOVE 'DEGREE AUDIT' TO REL-TITULO
           END-IF.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       FINISH-AUDIT-REPORT.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           IF WS-RUN-MODE = 'G'
               STRING 'CERTIFIED: ' WS-CERTIFIED-COUNT
                   '  ALREADY GRADUATED: ' WS-ALREADY-GRAD-COUNT
                   '  AUDITED: ' WS-AUDITED-COUNT
                   '  NO PROGRAM: ' WS-NO-PROGRAM-COUNT
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING 'AUDITED: ' WS-AUDITED-COUNT
                   '  ELIGIBLE: ' WS-ELIGIBLE-COUNT
                   '  NO PROGRAM: ' WS-NO-PROGRAM-COUNT
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           MOVE 'F' TO REL-COMANDO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           DISPLAY ' '.
           IF WS-RUN-MODE = 'G'
               DISPLAY 'STUDENTS CERTIFIED.....: ' WS-CERTIFIED-COUNT
               DISPLAY 'ALREADY GRADUATED......: '
                   WS-ALREADY-GRAD-COUNT
               DISPLAY 'STUDENTS AUDITED.......: ' WS-AUDITED-COUNT
               DISPLAY 'WITHOUT A PROGRAM......: ' WS-NO-PROGRAM-COUNT
               DISPLAY 'DIPLOMA LETTERS WRITTEN TO diplomas.dat'
           ELSE
               DISPLAY 'STUDENTS AUDITED.......: ' WS-AUDITED-COUNT
               DISPLAY 'ELIGIBLE TO GRADUATE...: ' WS-ELIGIBLE-COUNT
               DISPLAY 'WITHOUT A PROGRAM......: ' WS-NO-PROGRAM-COUNT
           END-IF.

      *STUDENTS, CURRICULUM AND CATALOG ARE REQUIRED; THE ARCHIVE,
      *GRADES, TIMETABLE AND ATTENDANCE RESULTS ARE USED WHEN ON HAND.
       OPEN-AUDIT-FILES.

           MOVE 'N' TO WS-FILES-OK.
           OPEN INPUT STUDENT.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'STUDENT FILE UNAVAILABLE, STATUS: '
                   WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CURRICULUM.
           IF WS-CUR-STATUS NOT = '00'
               DISPLAY 'CURRICULUM FILE UNAVAILABLE, STATUS: '
                   WS-CUR-STATUS
               CLOSE STUDENT
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CRS-STATUS NOT = '00'
               DISPLAY 'COURSE CATALOG UNAVAILABLE, STATUS: '
                   WS-CRS-STATUS
               CLOSE CURRICULUM
               CLOSE STUDENT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ARCH-OPEN WS-GRD-OPEN WS-SCHED-OPEN
               WS-ATTS-OPEN.
           OPEN INPUT STUDENT-ARCHIVE.
           IF WS-ARCH-STATUS = '00'
               MOVE 'Y' TO WS-ARCH-OPEN
           END-IF.
           OPEN INPUT GRADES.
           IF WS-GRD-STATUS = '00'
               MOVE 'Y' TO WS-GRD-OPEN
           END-IF.
           OPEN INPUT STUDENT-SCHEDULE.
           IF WS-SCHED-STATUS = '00'
               MOVE 'Y' TO WS-SCHED-OPEN
           END-IF.
           OPEN INPUT ATTENDANCE-SUMMARY.
           IF WS-ATTS-STATUS = '00'
               MOVE 'Y' TO WS-ATTS-OPEN
           END-IF.

           MOVE 'Y' TO WS-FILES-OK.

       CLOSE-AUDIT-FILES.

           IF WS-ATTS-OPEN = 'Y'
               CLOSE ATTENDANCE-SUMMARY
           END-IF.
           IF WS-SCHED-OPEN = 'Y'
               CLOSE STUDENT-SCHEDULE
           END-IF.
           IF WS-GRD-OPEN = 'Y'
               CLOSE GRADES
           END-IF.
           IF WS-ARCH-OPEN = 'Y'
               CLOSE STUDENT-ARCHIVE
           END-IF.
           CLOSE COURSE-CATALOG.
           CLOSE CURRICULUM.
           CLOSE STUDENT.
