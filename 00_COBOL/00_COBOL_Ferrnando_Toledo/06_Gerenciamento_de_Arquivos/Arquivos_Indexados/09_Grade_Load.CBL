      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     09_Grade_Load.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Batch load of an instructor's grade sheet
      *    (grade_sheet.dat), one sheet per course and term, in place
      *    of keying each grade through the grades maintenance.
      *    The sheet is enveloped: header 'H' with the course, term
      *    and instructor, one detail 'D' per student and trailer 'T'
      *    with the count of details and the hash (sum) of the
      *    grades. The whole envelope is checked before any file is
      *    touched; a sheet that fails it loads nothing at all.
      *    Each detail is then validated: the student is on file, is
      *    enrolled in the course for the term, the grade is within
      *    the grade scale and is not already on grades.dat. Valid
      *    lines are written to grades.dat and the student's GPA is
      *    recomputed as in the grades maintenance; rejected lines
      *    go to the exception report returned to the instructor.
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
           SELECT GRADE-SHEET ASSIGN TO 'grade_sheet.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SHEET-STATUS.

           SELECT STUDENT ASSIGN TO 'student.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

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

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *GRADE SHEET: HEADER 'H' WITH COURSE, TERM, INSTRUCTOR AND THE
      *DATE THE SHEET WAS SIGNED, ONE DETAIL 'D' PER STUDENT AND
      *TRAILER 'T' WITH THE DETAIL COUNT AND THE HASH OF THE GRADES.
       FD  GRADE-SHEET.
       01  SHEET-HEADER.
           05  GSH-TYPE             PIC X(1).
           05  GSH-COURSE-CODE      PIC X(4).
           05  GSH-TERM             PIC 9(5).
           05  GSH-INSTRUCTOR       PIC X(20).
           05  GSH-DATE             PIC 9(8).
       01  SHEET-DETAIL.
           05  GSD-TYPE             PIC X(1).
           05  GSD-STUDENT-ID       PIC 9(5).
           05  GSD-GRADE            PIC 9(1)V9(2).
           05  FILLER               PIC X(29).
       01  SHEET-TRAILER.
           05  GST-TYPE             PIC X(1).
           05  GST-COUNT            PIC 9(5).
           05  GST-HASH             PIC 9(7)V9(2).
           05  FILLER               PIC X(23).

       FD  STUDENT.
       01  STUDENT-FILE.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY ==STUDENT==.

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

       WORKING-STORAGE SECTION.
       01  WS-SHEET-STATUS          PIC X(2)   VALUE '00'.
       01  WS-FILE-STATUS           PIC X(2)   VALUE '00'.
       01  WS-CRS-STATUS            PIC X(2)   VALUE '00'.
       01  WS-GRD-STATUS            PIC X(2)   VALUE '00'.
       01  WS-SCHED-STATUS          PIC X(2)   VALUE '00'.
       01  WS-ATTS-STATUS           PIC X(2)   VALUE '00'.
       01  WS-EOF                   PIC X(1)   VALUE 'N'.
       01  WS-GRD-EOF               PIC X(1)   VALUE 'N'.
       01  WS-SCHED-OPEN            PIC X(1)   VALUE 'N'.
       01  WS-ATTS-OPEN             PIC X(1)   VALUE 'N'.
      *HIGHEST GRADE OF THE SCALE (HONOR ROLL AT 3,50, PASSING 2,00).
       01  WS-MAX-GRADE             PIC 9V9(2) VALUE 4,00.

      *ENVELOPE CHECK, A FULL PASS BEFORE ANY FILE IS TOUCHED.
       01  WS-ENV-OK                PIC X(1)   VALUE 'Y'.
       01  WS-ENV-HAS-HEADER        PIC X(1)   VALUE 'N'.
       01  WS-ENV-HAS-TRAILER       PIC X(1)   VALUE 'N'.
       01  WS-ENV-COUNT             PIC 9(5)   VALUE ZEROS.
       01  WS-ENV-HASH              PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ENV-REASON            PIC X(50)  VALUE SPACES.
      *THE SHEET'S HEADER, KEPT FOR THE LOAD PASS AND THE REPORT.
       01  WS-SHEET-COURSE          PIC X(4)   VALUE SPACES.
       01  WS-SHEET-TERM            PIC 9(5)   VALUE ZEROS.
       01  WS-SHEET-INSTRUCTOR      PIC X(20)  VALUE SPACES.

      *LOAD PASS.
       01  WS-LINE-OK               PIC X(1)   VALUE 'N'.
       01  WS-ENROLLED              PIC X(1)   VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(30)  VALUE SPACES.
       01  WS-LINES-READ            PIC 9(5)   VALUE ZEROS.
       01  WS-LINES-LOADED          PIC 9(5)   VALUE ZEROS.
       01  WS-LINES-REJECTED        PIC 9(5)   VALUE ZEROS.

      *GPA RECOMPUTATION, AS IN THE GRADES MAINTENANCE.
       01  WS-RECOMPUTE-ID          PIC 9(5)   VALUE ZEROS.
       01  WS-GPA-SUM               PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-GPA-COUNT             PIC 9(3)   VALUE ZEROS.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.

           PERFORM CHECK-SHEET-ENVELOPE.
           IF WS-SHEET-STATUS = '35'
               GOBACK
           END-IF.

           IF WS-ENV-OK = 'Y'
               PERFORM CHECK-SHEET-COURSE
           END-IF.

           PERFORM START-EXCEPTION-REPORT.

           IF WS-ENV-OK = 'Y'
               PERFORM LOAD-GRADE-SHEET
           ELSE
               PERFORM REPORT-SHEET-REJECTED
           END-IF.

           PERFORM FINISH-EXCEPTION-REPORT.

           GOBACK.

      *FULL PASS OVER THE SHEET CHECKING THE ENVELOPE: ONE HEADER
      *FIRST, DETAILS, ONE TRAILER LAST WHOSE COUNT AND HASH MATCH
      *THE DETAILS. AN UNREADABLE GRADE BREAKS THE HASH AND THE SHEET.
       CHECK-SHEET-ENVELOPE.

           MOVE ZEROS TO WS-ENV-COUNT WS-ENV-HASH.
           MOVE 'N' TO WS-ENV-HAS-HEADER WS-ENV-HAS-TRAILER.
           MOVE 'Y' TO WS-ENV-OK.
           MOVE SPACES TO WS-ENV-REASON.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT GRADE-SHEET.
           IF WS-SHEET-STATUS NOT = '00'
               DISPLAY 'NO GRADE SHEET TO LOAD, STATUS: '
                   WS-SHEET-STATUS
               MOVE '35' TO WS-SHEET-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-SHEET
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ENVELOPE-RECORD
               END-READ
           END-PERFORM.

           CLOSE GRADE-SHEET.
           MOVE 'N' TO WS-EOF.

           IF WS-ENV-HAS-HEADER = 'N'
               MOVE 'NO HEADER RECORD' TO WS-ENV-REASON
               MOVE 'N' TO WS-ENV-OK
           END-IF.
           IF WS-ENV-HAS-TRAILER = 'N'
               MOVE 'NO TRAILER RECORD (SHEET TRUNCATED?)'
                   TO WS-ENV-REASON
               MOVE 'N' TO WS-ENV-OK
           END-IF.

           IF WS-ENV-OK NOT = 'Y'
               DISPLAY 'GRADE SHEET ENVELOPE INVALID: ' WS-ENV-REASON
               DISPLAY 'NOTHING LOADED.'
           END-IF.

       CHECK-ENVELOPE-RECORD.

           IF WS-ENV-HAS-TRAILER = 'Y'
               MOVE 'RECORDS AFTER THE TRAILER' TO WS-ENV-REASON
               MOVE 'N' TO WS-ENV-OK
               EXIT PARAGRAPH
           END-IF.

           EVALUATE GSH-TYPE
               WHEN 'H'
                   IF WS-ENV-HAS-HEADER = 'Y' OR WS-ENV-COUNT > ZEROS
                       MOVE 'HEADER OUT OF PLACE' TO WS-ENV-REASON
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
                   MOVE 'Y' TO WS-ENV-HAS-HEADER
                   MOVE GSH-COURSE-CODE TO WS-SHEET-COURSE
                   MOVE GSH-TERM        TO WS-SHEET-TERM
                   MOVE GSH-INSTRUCTOR  TO WS-SHEET-INSTRUCTOR
               WHEN 'D'
                   IF WS-ENV-HAS-HEADER = 'N'
                       MOVE 'DETAIL BEFORE THE HEADER' TO WS-ENV-REASON
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
                   ADD 1 TO WS-ENV-COUNT
                   IF GSD-GRADE IS NUMERIC
                       ADD GSD-GRADE TO WS-ENV-HASH
                   ELSE
                       MOVE 'UNREADABLE GRADE ON A DETAIL'
                           TO WS-ENV-REASON
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-ENV-HAS-TRAILER
                   IF GST-COUNT NOT = WS-ENV-COUNT
                       DISPLAY 'GRADE SHEET TRAILER: COUNT ' GST-COUNT
                           ' DIFFERS FROM THE DETAILS ' WS-ENV-COUNT
                       MOVE 'TRAILER COUNT DOES NOT MATCH'
                           TO WS-ENV-REASON
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
                   IF GST-HASH NOT = WS-ENV-HASH
                       DISPLAY 'GRADE SHEET TRAILER: HASH ' GST-HASH
                           ' DIFFERS FROM THE DETAILS ' WS-ENV-HASH
                       MOVE 'TRAILER HASH DOES NOT MATCH'
                           TO WS-ENV-REASON
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               WHEN OTHER
                   MOVE 'RECORD OF UNKNOWN TYPE' TO WS-ENV-REASON
                   MOVE 'N' TO WS-ENV-OK
           END-EVALUATE.

      *THE SHEET AS A WHOLE MUST BE FOR A CATALOG COURSE AND A TERM.
       CHECK-SHEET-COURSE.

           IF WS-SHEET-TERM NOT NUMERIC OR WS-SHEET-TERM = ZEROS
               MOVE 'NO TERM ON THE HEADER' TO WS-ENV-REASON
               MOVE 'N' TO WS-ENV-OK
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT COURSE-CATALOG.
           IF WS-CRS-STATUS NOT = '00'
               DISPLAY 'COURSE CATALOG UNAVAILABLE, STATUS: '
                   WS-CRS-STATUS
               MOVE 'COURSE CATALOG UNAVAILABLE' TO WS-ENV-REASON
               MOVE 'N' TO WS-ENV-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SHEET-COURSE TO COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   MOVE 'COURSE ON THE HEADER NOT IN CATALOG'
                       TO WS-ENV-REASON
                   MOVE 'N' TO WS-ENV-OK
           END-READ.
           CLOSE COURSE-CATALOG.

      *SECOND PASS: EVERY DETAIL IS VALIDATED AND EITHER LOADED OR
      *REJECTED TO THE EXCEPTION REPORT. STUDENT AND GRADES ARE OPEN
      *I-O FOR THE GPA REWRITE, AS IN THE GRADES MAINTENANCE.
       LOAD-GRADE-SHEET.

           OPEN I-O STUDENT.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'STUDENT FILE UNAVAILABLE, STATUS: '
                   WS-FILE-STATUS
               MOVE 'STUDENT FILE UNAVAILABLE' TO WS-ENV-REASON
               PERFORM REPORT-SHEET-REJECTED
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O GRADES.
           IF WS-GRD-STATUS = '35'
               OPEN OUTPUT GRADES
               CLOSE GRADES
               OPEN I-O GRADES
           END-IF.
           IF WS-GRD-STATUS NOT = '00'
               DISPLAY 'GRADES FILE UNAVAILABLE, STATUS: '
                   WS-GRD-STATUS
               CLOSE STUDENT
               MOVE 'GRADES FILE UNAVAILABLE' TO WS-ENV-REASON
               PERFORM REPORT-SHEET-REJECTED
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SCHED-OPEN WS-ATTS-OPEN.
           OPEN INPUT STUDENT-SCHEDULE.
           IF WS-SCHED-STATUS = '00'
               MOVE 'Y' TO WS-SCHED-OPEN
           END-IF.
           OPEN INPUT ATTENDANCE-SUMMARY.
           IF WS-ATTS-STATUS = '00'
               MOVE 'Y' TO WS-ATTS-OPEN
           END-IF.

           MOVE ZEROS TO WS-LINES-READ WS-LINES-LOADED
               WS-LINES-REJECTED.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT GRADE-SHEET.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-SHEET
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GSD-TYPE = 'D'
                           PERFORM LOAD-ONE-GRADE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRADE-SHEET.

           IF WS-ATTS-OPEN = 'Y'
               CLOSE ATTENDANCE-SUMMARY
           END-IF.
           IF WS-SCHED-OPEN = 'Y'
               CLOSE STUDENT-SCHEDULE
           END-IF.
           CLOSE GRADES.
           CLOSE STUDENT.

       LOAD-ONE-GRADE.

           ADD 1 TO WS-LINES-READ.
           PERFORM VALIDATE-GRADE-LINE.
           IF WS-LINE-OK NOT = 'Y'
               PERFORM REJECT-GRADE-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE GSD-STUDENT-ID  TO GRADE-STUDENT-ID.
           MOVE WS-SHEET-COURSE TO GRADE-COURSE-CODE.
           MOVE WS-SHEET-TERM   TO GRADE-TERM.
           MOVE GSD-GRADE       TO GRADE-GRADE.
           WRITE GRADE-FILE
               INVALID KEY
                   MOVE 'GRADE ALREADY ON FILE' TO WS-REJECT-REASON
                   PERFORM REJECT-GRADE-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-LOADED
                   MOVE GSD-STUDENT-ID TO WS-RECOMPUTE-ID
                   PERFORM RECOMPUTE-STUDENT-GPA
           END-WRITE.

      *THE DUPLICATE CHECK COVERS A GRADE ALREADY KEYED FOR THE TERM
      *AND A STUDENT LISTED TWICE ON THE SAME SHEET.
       VALIDATE-GRADE-LINE.

           MOVE 'N' TO WS-LINE-OK.
           MOVE SPACES TO WS-REJECT-REASON.

           IF GSD-STUDENT-ID NOT NUMERIC
               MOVE 'STUDENT-ID NOT NUMERIC' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF GSD-GRADE > WS-MAX-GRADE
               MOVE 'GRADE OUT OF RANGE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE GSD-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   MOVE 'STUDENT NOT ON FILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.

           PERFORM CHECK-TERM-ENROLLMENT.
           IF WS-ENROLLED NOT = 'Y'
               MOVE 'NOT ENROLLED IN COURSE/TERM' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE GSD-STUDENT-ID  TO GRADE-STUDENT-ID.
           MOVE WS-SHEET-COURSE TO GRADE-COURSE-CODE.
           MOVE WS-SHEET-TERM   TO GRADE-TERM.
           READ GRADES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'GRADE ALREADY ON FILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.

           MOVE 'Y' TO WS-LINE-OK.

      *ENROLLED FOR THE TERM: THE TERM-END ATTENDANCE RUN RECORDED A
      *RESULT FOR THE STUDENT IN THE COURSE AND TERM, OR (BEFORE THAT
      *RUN) THE STUDENT IS TAKING THE COURSE NOW -- THE COURSE ON THE
      *STUDENT RECORD OR A ROW ON THE TIMETABLE.
       CHECK-TERM-ENROLLMENT.

           MOVE 'N' TO WS-ENROLLED.

           IF WS-ATTS-OPEN = 'Y'
               MOVE GSD-STUDENT-ID  TO ATTS-STUDENT-ID
               MOVE WS-SHEET-COURSE TO ATTS-COURSE-CODE
               MOVE WS-SHEET-TERM   TO ATTS-TERM
               READ ATTENDANCE-SUMMARY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ENROLLED
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           IF STUDENT-COURSE-CODE = WS-SHEET-COURSE
               MOVE 'Y' TO WS-ENROLLED
               EXIT PARAGRAPH
           END-IF.

           IF WS-SCHED-OPEN = 'Y'
               MOVE GSD-STUDENT-ID  TO SCHED-STUDENT-ID
               MOVE WS-SHEET-COURSE TO SCHED-COURSE-CODE
               READ STUDENT-SCHEDULE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ENROLLED
               END-READ
           END-IF.

       REJECT-GRADE-LINE.

           ADD 1 TO WS-LINES-REJECTED.
           DISPLAY 'REJECTED: ' GSD-STUDENT-ID ' ' GSD-GRADE ' '
               WS-REJECT-REASON.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           STRING 'STUDENT ' GSD-STUDENT-ID '  GRADE ' GSD-GRADE
               '  ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

      *ASSUMES STUDENT AND GRADES ARE ALREADY OPEN (I-O).
      *THE STUDENT GPA ON STUDENT.DAT IS THE AVERAGE OF EVERY GRADE ON
      *FILE FOR WS-RECOMPUTE-ID, OR ZEROS WHEN NO GRADES REMAIN.
       RECOMPUTE-STUDENT-GPA.

           MOVE ZEROS TO WS-GPA-SUM WS-GPA-COUNT.
           PERFORM READ-ALL-GRADES-FOR-STUDENT.

           MOVE WS-RECOMPUTE-ID TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-GPA-COUNT > ZEROS
                       COMPUTE STUDENT-GPA ROUNDED =
                           WS-GPA-SUM / WS-GPA-COUNT
                   ELSE
                       MOVE ZEROS TO STUDENT-GPA
                   END-IF
                   REWRITE STUDENT-FILE
                       INVALID KEY
                           DISPLAY 'GPA REWRITE FAILED FOR: ' STUDENT-ID
                   END-REWRITE
           END-READ.

       READ-ALL-GRADES-FOR-STUDENT.

           MOVE 'N' TO WS-GRD-EOF.
           MOVE WS-RECOMPUTE-ID TO GRADE-STUDENT-ID.
           MOVE LOW-VALUES      TO GRADE-COURSE-CODE.
           MOVE ZEROS           TO GRADE-TERM.

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
                   IF GRADE-STUDENT-ID = WS-RECOMPUTE-ID
                       ADD GRADE-GRADE TO WS-GPA-SUM
                       ADD 1 TO WS-GPA-COUNT
                   ELSE
                       MOVE 'Y' TO WS-GRD-EOF
                   END-IF
               END-IF
           END-PERFORM.

      *EXCEPTION REPORT RETURNED TO THE INSTRUCTOR: THE SHEET'S
      *COURSE, TERM AND INSTRUCTOR, ONE LINE PER REJECTED GRADE (OR
      *WHY THE WHOLE SHEET WAS REFUSED) AND THE LOAD TOTALS.
       START-EXCEPTION-REPORT.

           MOVE 'A' TO REL-COMANDO.
           MOVE '09_Grade_Load' TO REL-PROGRAMA.
           MOVE 'GRADEEXC' TO REL-ID.
           MOVE 'GRADE SHEET LOAD - EXCEPTIONS' TO REL-TITULO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           STRING 'COURSE ' WS-SHEET-COURSE '  TERM ' WS-SHEET-TERM
               '  INSTRUCTOR ' WS-SHEET-INSTRUCTOR
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           MOVE SPACES TO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           DISPLAY 'GRADE SHEET - COURSE ' WS-SHEET-COURSE
               ' TERM ' WS-SHEET-TERM ' INSTRUCTOR '
               WS-SHEET-INSTRUCTOR.

       REPORT-SHEET-REJECTED.

           MOVE 'N' TO WS-ENV-OK.
           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           STRING 'GRADE SHEET REFUSED: ' WS-ENV-REASON
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           MOVE SPACES TO REL-LINHA.
           STRING 'NO GRADE WAS LOADED. CORRECT THE SHEET AND SEND '
               'IT AGAIN IN FULL.'
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           DISPLAY 'GRADE SHEET REFUSED: ' WS-ENV-REASON.

       FINISH-EXCEPTION-REPORT.

           IF WS-ENV-OK = 'Y'
               MOVE 'L' TO REL-COMANDO
               MOVE SPACES TO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
               STRING 'LINES ' WS-LINES-READ
                   '  LOADED ' WS-LINES-LOADED
                   '  REJECTED ' WS-LINES-REJECTED
                   DELIMITED BY SIZE INTO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
               DISPLAY 'LINES ON SHEET.........: ' WS-LINES-READ
               DISPLAY 'GRADES LOADED..........: ' WS-LINES-LOADED
               DISPLAY 'LINES REJECTED.........: ' WS-LINES-REJECTED
           END-IF.

           MOVE 'F' TO REL-COMANDO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
