      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.     07_Attendance_Term_End.
       AUTHOR.         VINICIUS AZEVEDO.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       NAO E CONFIDENCIAL.
      ******************************************************************
      * TEXTO: Attendance run over attendance.dat, the roll of every
      *    class meeting taken from the student maintenance program.
      *    For the term asked for, each student's attendance per
      *    course is totalled (meetings on file, meetings present).
      *    Run type 'F' (term end): the percentage is recorded on
      *    attendance_sum.dat, and a student below the 75% minimum
      *    fails the course for attendance (RESULT 'F'); the
      *    transcript and the honor-roll/probation report honor it.
      *    A rerun for the same term replaces the results.
      *    Run type 'R' (mid-term): nothing is recorded; the report
      *    lists the students already below the minimum and those
      *    less than 10 points above it, so they can be warned.
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

           SELECT STUDENT ASSIGN TO 'student.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-ID
           ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT ATT-SORT-FILE ASSIGN TO 'attendance.srt'.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ATTENDANCE.
       01  ATTENDANCE-FILE.
           COPY ATTREC REPLACING ==:PREFIX:== BY ==ATT==.

       FD  ATTENDANCE-SUMMARY.
       01  ATTENDANCE-SUM-FILE.
           COPY ATTSUMREC REPLACING ==:PREFIX:== BY ==ATTS==.

       FD  STUDENT.
       01  STUDENT-FILE.
           COPY STUDENTREC REPLACING ==:PREFIX:== BY ==STUDENT==.

      *ONE SORT RECORD PER STUDENT PER MEETING OF THE TERM, GROUPED BY
      *COURSE AND STUDENT.
       SD  ATT-SORT-FILE.
       01  ATT-SORT-REC.
           05  ASORT-COURSE-CODE    PIC X(4).
           05  ASORT-STUDENT-ID     PIC 9(5).
           05  ASORT-PRESENT        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-ATT-STATUS            PIC X(2)   VALUE '00'.
       01  WS-ATTS-STATUS           PIC X(2)   VALUE '00'.
       01  WS-FILE-STATUS           PIC X(2)   VALUE '00'.
       01  WS-EOF                   PIC X(1)   VALUE 'N'.
       01  WS-SORT-EOF              PIC X(1)   VALUE 'N'.
       01  WS-STUDENT-OPEN          PIC X(1)   VALUE 'N'.
       01  WS-TERM                  PIC 9(5)   VALUE ZEROS.
      *'F' = TERM END (RESULTS RECORDED), 'R' = MID-TERM AT-RISK LIST.
       01  WS-RUN-TYPE              PIC X(1)   VALUE SPACES.
       01  WS-TODAY                 PIC 9(8)   VALUE ZEROS.
      *THE ATTENDANCE RULE: BELOW 75% FAILS THE COURSE; LESS THAN 10
      *POINTS ABOVE IT IS AT RISK ON THE MID-TERM LIST.
       01  WS-MIN-ATTENDANCE        PIC 9(3)V9(2) VALUE 75,00.
       01  WS-RISK-MARGIN           PIC 9(3)V9(2) VALUE 10,00.
       01  WS-RISK-LINE             PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-CUR-COURSE            PIC X(4)   VALUE SPACES.
       01  WS-CUR-STUDENT           PIC 9(5)   VALUE ZEROS.
       01  WS-MEETINGS              PIC 9(3)   VALUE ZEROS.
       01  WS-PRESENT               PIC 9(3)   VALUE ZEROS.
       01  WS-PERCENT               PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-PERCENT-ED            PIC ZZ9,99.
       01  WS-STATUS-TEXT           PIC X(13)  VALUE SPACES.
       01  WS-STUDENT-NAME          PIC X(25)  VALUE SPACES.
       01  WS-PAIRS                 PIC 9(5)   VALUE ZEROS.
       01  WS-FAILED                PIC 9(5)   VALUE ZEROS.
       01  WS-BELOW                 PIC 9(5)   VALUE ZEROS.
       01  WS-AT-RISK               PIC 9(5)   VALUE ZEROS.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.

           DISPLAY 'ENTER TERM (YYYYT): '.
           ACCEPT WS-TERM.
           DISPLAY 'RUN TYPE: F = TERM END, '
               'R = MID-TERM AT-RISK LIST: '.
           ACCEPT WS-RUN-TYPE.

           IF WS-TERM = ZEROS
               OR (WS-RUN-TYPE NOT = 'F' AND WS-RUN-TYPE NOT = 'R')
               DISPLAY 'TERM OR RUN TYPE MISSING, NOTHING DONE.'
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-RISK-LINE = WS-MIN-ATTENDANCE + WS-RISK-MARGIN.

           MOVE 'A' TO REL-COMANDO.
           MOVE '07_Attendance_Term_End' TO REL-PROGRAMA.
           IF WS-RUN-TYPE = 'F'
               MOVE 'FREQTERM' TO REL-ID
               MOVE 'TERM-END ATTENDANCE - FAILURES' TO REL-TITULO
           ELSE
               MOVE 'FREQRISK' TO REL-ID
               MOVE 'MID-TERM ATTENDANCE - STUDENTS AT RISK'
                   TO REL-TITULO
           END-IF.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           STRING 'TERM ' WS-TERM
               '   COURSE STUDENT NAME                      '
               'PRESENT/MEETINGS       %  STATUS'
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           OPEN INPUT STUDENT.
           IF WS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-STUDENT-OPEN
           END-IF.

           IF WS-RUN-TYPE = 'F'
               OPEN I-O ATTENDANCE-SUMMARY
               IF WS-ATTS-STATUS = '35'
                   OPEN OUTPUT ATTENDANCE-SUMMARY
                   CLOSE ATTENDANCE-SUMMARY
                   OPEN I-O ATTENDANCE-SUMMARY
               END-IF
           END-IF.

           SORT ATT-SORT-FILE
               ON ASCENDING KEY ASORT-COURSE-CODE ASORT-STUDENT-ID
               INPUT PROCEDURE IS SELECT-TERM-ATTENDANCE
               OUTPUT PROCEDURE IS TOTAL-ATTENDANCE.

           IF WS-RUN-TYPE = 'F'
               CLOSE ATTENDANCE-SUMMARY
           END-IF.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT
           END-IF.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           IF WS-RUN-TYPE = 'F'
               STRING 'STUDENT/COURSE PAIRS: ' WS-PAIRS
                   '  FAILED FOR ATTENDANCE: ' WS-FAILED
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING 'STUDENT/COURSE PAIRS: ' WS-PAIRS
                   '  BELOW MINIMUM: ' WS-BELOW
                   '  AT RISK: ' WS-AT-RISK
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           MOVE 'F' TO REL-COMANDO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           DISPLAY ' '.
           IF WS-RUN-TYPE = 'F'
               DISPLAY 'TERM-END ATTENDANCE RUN - TERM ' WS-TERM
               DISPLAY 'STUDENT/COURSE PAIRS...: ' WS-PAIRS
               DISPLAY 'FAILED FOR ATTENDANCE..: ' WS-FAILED
           ELSE
               DISPLAY 'MID-TERM AT-RISK LIST - TERM ' WS-TERM
               DISPLAY 'STUDENT/COURSE PAIRS...: ' WS-PAIRS
               DISPLAY 'BELOW MINIMUM..........: ' WS-BELOW
               DISPLAY 'AT RISK................: ' WS-AT-RISK
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *ONLY THE MEETINGS OF THE TERM ASKED FOR GO TO THE SORT.
       SELECT-TERM-ATTENDANCE.

           OPEN INPUT ATTENDANCE.
           IF WS-ATT-STATUS NOT = '00'
               DISPLAY 'NO ATTENDANCE ON FILE, NOTHING TO TOTAL.'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ATTENDANCE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ATT-TERM = WS-TERM
                           MOVE ATT-COURSE-CODE TO ASORT-COURSE-CODE
                           MOVE ATT-STUDENT-ID  TO ASORT-STUDENT-ID
                           MOVE ATT-PRESENT     TO ASORT-PRESENT
                           RELEASE ATT-SORT-REC
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ATTENDANCE.

      *CONTROL BREAK ON COURSE AND STUDENT: EVERY MEETING ON FILE
      *COUNTS, PRESENT OR NOT.
       TOTAL-ATTENDANCE.

           MOVE 'N' TO WS-SORT-EOF.
           MOVE SPACES TO WS-CUR-COURSE.
           MOVE ZEROS TO WS-CUR-STUDENT WS-MEETINGS WS-PRESENT.

           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN ATT-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'Y'
                   IF ASORT-COURSE-CODE NOT = WS-CUR-COURSE
                       OR ASORT-STUDENT-ID NOT = WS-CUR-STUDENT
                       IF WS-MEETINGS > ZEROS
                           PERFORM CLOSE-STUDENT-COURSE
                       END-IF
                       MOVE ASORT-COURSE-CODE TO WS-CUR-COURSE
                       MOVE ASORT-STUDENT-ID  TO WS-CUR-STUDENT
                       MOVE ZEROS TO WS-MEETINGS WS-PRESENT
                   END-IF
                   ADD 1 TO WS-MEETINGS
                   IF ASORT-PRESENT = 'P'
                       ADD 1 TO WS-PRESENT
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-MEETINGS > ZEROS
               PERFORM CLOSE-STUDENT-COURSE
           END-IF.

       CLOSE-STUDENT-COURSE.

           ADD 1 TO WS-PAIRS.
           COMPUTE WS-PERCENT ROUNDED =
               WS-PRESENT * 100 / WS-MEETINGS.

           IF WS-RUN-TYPE = 'F'
               PERFORM RECORD-TERM-RESULT
           ELSE
               PERFORM CHECK-AT-RISK
           END-IF.

       RECORD-TERM-RESULT.

           MOVE WS-CUR-STUDENT TO ATTS-STUDENT-ID.
           MOVE WS-CUR-COURSE  TO ATTS-COURSE-CODE.
           MOVE WS-TERM        TO ATTS-TERM.
           MOVE WS-MEETINGS    TO ATTS-MEETINGS.
           MOVE WS-PRESENT     TO ATTS-PRESENT.
           MOVE WS-PERCENT     TO ATTS-PERCENT.
           MOVE WS-TODAY       TO ATTS-DATE-COMPUTED.
           IF WS-PERCENT < WS-MIN-ATTENDANCE
               MOVE 'F' TO ATTS-RESULT
           ELSE
               MOVE 'P' TO ATTS-RESULT
           END-IF.

           WRITE ATTENDANCE-SUM-FILE
               INVALID KEY
                   REWRITE ATTENDANCE-SUM-FILE
           END-WRITE.

           IF ATTS-RESULT = 'F'
               ADD 1 TO WS-FAILED
               MOVE 'FAILED' TO WS-STATUS-TEXT
               PERFORM REPORT-STUDENT-COURSE
           END-IF.

       CHECK-AT-RISK.

           IF WS-PERCENT < WS-MIN-ATTENDANCE
               ADD 1 TO WS-BELOW
               MOVE 'BELOW MINIMUM' TO WS-STATUS-TEXT
               PERFORM REPORT-STUDENT-COURSE
           ELSE
               IF WS-PERCENT < WS-RISK-LINE
                   ADD 1 TO WS-AT-RISK
                   MOVE 'AT RISK' TO WS-STATUS-TEXT
                   PERFORM REPORT-STUDENT-COURSE
               END-IF
           END-IF.

       REPORT-STUDENT-COURSE.

           MOVE SPACES TO WS-STUDENT-NAME.
           IF WS-STUDENT-OPEN = 'Y'
               MOVE WS-CUR-STUDENT TO STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       MOVE '(NOT ON STUDENT FILE)' TO WS-STUDENT-NAME
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO WS-STUDENT-NAME
               END-READ
           END-IF.

           MOVE WS-PERCENT TO WS-PERCENT-ED.

           DISPLAY WS-CUR-COURSE ' ' WS-CUR-STUDENT ' '
               WS-STUDENT-NAME ' ' WS-PRESENT '/' WS-MEETINGS ' '
               WS-PERCENT-ED '% ' WS-STATUS-TEXT.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           STRING '             ' WS-CUR-COURSE '   ' WS-CUR-STUDENT
               ' ' WS-STUDENT-NAME '     ' WS-PRESENT '/'
               WS-MEETINGS '        ' WS-PERCENT-ED '  '
               WS-STATUS-TEXT
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
