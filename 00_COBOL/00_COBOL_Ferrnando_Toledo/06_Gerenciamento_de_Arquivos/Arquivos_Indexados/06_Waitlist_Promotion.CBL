      *    promoted entry leaves the waitlist, and an offer letter is
      *    appended to letters.dat like the honor-roll letters. The
      *    report lists promotions made and students still waiting.
      *    The student is placed in the first active section of the
      *    course (sections.dat) with a free seat and no time clash
      *    with the student's other sections (schedule.dat); with no
      *    such section the entry stays queued. A course with no
      *    sections on file is promoted into as before.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LTR-STATUS.

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

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           COPY COURSEREC REPLACING ==:PREFIX:== BY ==COURSE==.

      *SAME LAYOUT ADD-TO-WAITLIST WRITES; FILE ORDER IS FIRST-COME
      *ORDER. WAIT-PROGRAM WAS ADDED BY THE ONE-TIME CONVERSION IN
      *ConverteAlunos.
       FD  WAITLIST.
       01  WAITLIST-REC.
           05  WAIT-TIMESTAMP       PIC X(21).
           05  WAIT-COURSE-CODE     PIC X(4).
           05  WAIT-ENROLL-DATE     PIC 9(8).
           05  WAIT-GPA             PIC 9(1)V9(2).
           05  WAIT-PROGRAM         PIC X(4).

       FD  WAITLIST-NEW.
       01  WAITLIST-NEW-REC.
           05  WAITN-COURSE-CODE    PIC X(4).
           05  WAITN-ENROLL-DATE    PIC 9(8).
           05  WAITN-GPA            PIC 9(1)V9(2).
           05  WAITN-PROGRAM        PIC X(4).

      *SAME FIXED LAYOUT THE MAILROOM LETTER-PRINT PROCESS CONSUMES;
      *PROMOTION OFFERS ARE APPENDED, NOT OVERWRITTEN.
           05  LTR-GPA              PIC 9(1)V9(2).
           05  LTR-STANDING         PIC X(10).

       FD  COURSE-SECTIONS.
       01  SECTION-FILE.
           COPY SECTREC REPLACING ==:PREFIX:== BY ==SECT==.

       FD  STUDENT-SCHEDULE.
       01  SCHEDULE-FILE.
           COPY SCHEDREC REPLACING ==:PREFIX:== BY ==SCHED==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC X(2)   VALUE '00'.
       01  WS-CRS-STATUS            PIC X(2)   VALUE '00'.
       01  WS-PROMOTED              PIC 9(5)   VALUE ZEROS.
       01  WS-STILL-WAITING         PIC 9(5)   VALUE ZEROS.
       01  WS-DROPPED               PIC 9(5)   VALUE ZEROS.
       01  WS-SECT-STATUS           PIC X(2)   VALUE '00'.
       01  WS-SCHED-STATUS          PIC X(2)   VALUE '00'.
       01  WS-SECT-EOF              PIC X(1)   VALUE 'N'.
       01  WS-SCHED-EOF             PIC X(1)   VALUE 'N'.
       01  WS-SECTION-FOUND         PIC X(1)   VALUE 'N'.
       01  WS-COURSE-HAS-SECTIONS   PIC X(1)   VALUE 'N'.
       01  WS-ON-TIMETABLE          PIC X(1)   VALUE 'N'.
       01  WS-CLASH                 PIC X(1)   VALUE 'N'.
       01  WS-PROMOTED-SECTION      PIC 9(2)   VALUE ZEROS.
       01  WS-S                     PIC 9(1)   VALUE ZEROS.
       01  WS-B                     PIC 9(3)   VALUE ZEROS.
      *MEETING SLOTS OF THE STUDENT'S OTHER SECTIONS, LOADED BEFORE
      *THE SECTIONS OF THE WAITLISTED COURSE ARE TRIED.
       01  WS-BUSY-COUNT            PIC 9(3)   VALUE ZEROS.
       01  WS-BUSY-TABLE.
           05  WS-BUSY-SLOT OCCURS 40 TIMES.
               10  WS-BUSY-WEEKDAY      PIC 9(1).
               10  WS-BUSY-START-TIME   PIC 9(4).
               10  WS-BUSY-END-TIME     PIC 9(4).

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
       PROGRAM-BEGIN.

           MOVE 'A' TO REL-COMANDO.
           MOVE '06_Waitlist_Promotion' TO REL-PROGRAMA.
           MOVE 'WAITLIST' TO REL-ID.
           MOVE 'WAITLIST PROMOTION RUN' TO REL-TITULO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           END-IF.
           OPEN I-O COURSE-CATALOG.

           OPEN I-O COURSE-SECTIONS.
           IF WS-SECT-STATUS = '35'
               OPEN OUTPUT COURSE-SECTIONS
               CLOSE COURSE-SECTIONS
               OPEN I-O COURSE-SECTIONS
           END-IF.
           OPEN I-O STUDENT-SCHEDULE.
           IF WS-SCHED-STATUS = '35'
               OPEN OUTPUT STUDENT-SCHEDULE
               CLOSE STUDENT-SCHEDULE
               OPEN I-O STUDENT-SCHEDULE
           END-IF.

           OPEN EXTEND LETTERS-FILE.
           IF WS-LTR-STATUS = '35'
               OPEN OUTPUT LETTERS-FILE
           END-PERFORM.

           CLOSE LETTERS-FILE.
           CLOSE STUDENT-SCHEDULE.
           CLOSE COURSE-SECTIONS.
           CLOSE COURSE-CATALOG.
           CLOSE STUDENT.
           CLOSE WAITLIST-NEW.
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-OPEN-SECTION.

           IF WS-ON-TIMETABLE = 'Y'
               ADD 1 TO WS-DROPPED
               PERFORM REPORT-DROPPED
               EXIT PARAGRAPH
           END-IF.

           IF WS-SECTION-FOUND = 'N'
               DISPLAY 'NO OPEN SECTION WITHOUT A TIME CLASH: '
                   WAIT-STUDENT-ID ' ' WAIT-COURSE-CODE
               PERFORM KEEP-ON-WAITLIST
               EXIT PARAGRAPH
           END-IF.

           IF WS-STUDENT-ON-FILE = 'Y'
               MOVE STUDENT-COURSE-CODE TO WS-OLD-COURSE-CODE
               MOVE WAIT-COURSE-CODE    TO STUDENT-COURSE-CODE
               REWRITE STUDENT-FILE
               PERFORM DECREMENT-OLD-COURSE
               PERFORM LEAVE-OLD-SECTION
           ELSE
               MOVE WAIT-STUDENT-ID   TO STUDENT-ID
               MOVE WAIT-STUDENT-NAME TO STUDENT-NAME
               MOVE WAIT-COURSE-CODE  TO STUDENT-COURSE-CODE
               MOVE WAIT-ENROLL-DATE  TO STUDENT-ENROLL-DATE
               MOVE WAIT-GPA          TO STUDENT-GPA
               MOVE WAIT-PROGRAM      TO STUDENT-PROGRAM
               WRITE STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'DUPLICATE STUDENT-ID ON PROMOTION: '
                   REWRITE COURSE-FILE
           END-READ.

           IF WS-PROMOTED-SECTION NOT = ZEROS
               PERFORM PLACE-IN-SECTION
           END-IF.

           ADD 1 TO WS-PROMOTED.
           PERFORM WRITE-OFFER-LETTER.
           PERFORM REPORT-PROMOTED.
                   END-IF
           END-READ.

      *THE STUDENT'S OTHER SECTIONS ARE LOADED FIRST (THE COURSE BEING
      *LEFT ON A TRANSFER DOES NOT COUNT), THEN THE SECTIONS OF THE
      *WAITLISTED COURSE ARE TRIED IN SECTION ORDER. WS-ON-TIMETABLE
      *= 'Y' WHEN THE STUDENT ALREADY TAKES THE COURSE AS AN
      *ADDITIONAL COURSE.
       FIND-OPEN-SECTION.

           MOVE 'N' TO WS-SECTION-FOUND.
           MOVE 'N' TO WS-COURSE-HAS-SECTIONS.
           MOVE 'N' TO WS-ON-TIMETABLE.
           MOVE ZEROS TO WS-PROMOTED-SECTION.
           MOVE ZEROS TO WS-BUSY-COUNT.

           IF WS-STUDENT-ON-FILE = 'Y'
               PERFORM LOAD-BUSY-SLOTS
           END-IF.

           IF WS-ON-TIMETABLE = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SECT-EOF.
           MOVE WAIT-COURSE-CODE TO SECT-COURSE-CODE.
           MOVE ZEROS TO SECT-NUMBER.
           START COURSE-SECTIONS KEY IS NOT LESS THAN SECT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SECT-EOF
           END-START.

           PERFORM UNTIL WS-SECT-EOF = 'Y'
               READ COURSE-SECTIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SECT-EOF
               END-READ
               IF WS-SECT-EOF NOT = 'Y'
                   IF SECT-COURSE-CODE NOT = WAIT-COURSE-CODE
                       MOVE 'Y' TO WS-SECT-EOF
                   ELSE
                       MOVE 'Y' TO WS-COURSE-HAS-SECTIONS
                       PERFORM TRY-SECTION
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-COURSE-HAS-SECTIONS = 'N'
               MOVE 'Y' TO WS-SECTION-FOUND
           END-IF.

       LOAD-BUSY-SLOTS.

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
                       IF SCHED-COURSE-CODE = WAIT-COURSE-CODE
                           MOVE 'Y' TO WS-ON-TIMETABLE
                       END-IF
                       IF SCHED-COURSE-CODE NOT = STUDENT-COURSE-CODE
                           PERFORM LOAD-ONE-BUSY-SECTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-ONE-BUSY-SECTION.

           MOVE SCHED-COURSE-CODE TO SECT-COURSE-CODE.
           MOVE SCHED-SECTION-NO  TO SECT-NUMBER.
           READ COURSE-SECTIONS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
               IF SECT-WEEKDAY(WS-S) NOT = ZEROS
                   AND WS-BUSY-COUNT < 40
                   ADD 1 TO WS-BUSY-COUNT
                   MOVE SECT-SLOT(WS-S) TO WS-BUSY-SLOT(WS-BUSY-COUNT)
               END-IF
           END-PERFORM.

      *SAME CLASH RULE AS ENROLLMENT: SAME WEEKDAY AND EACH SLOT
      *STARTS BEFORE THE OTHER ENDS.
       TRY-SECTION.

           IF SECT-ACTIVE-FLAG NOT = 'Y'
               OR SECT-ENROLLED-COUNT >= SECT-MAX-CAPACITY
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-CLASH.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
               PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BUSY-COUNT
                   IF SECT-WEEKDAY(WS-S) NOT = ZEROS
                       AND SECT-WEEKDAY(WS-S) = WS-BUSY-WEEKDAY(WS-B)
                       AND SECT-START-TIME(WS-S)
                           < WS-BUSY-END-TIME(WS-B)
                       AND WS-BUSY-START-TIME(WS-B)
                           < SECT-END-TIME(WS-S)
                       MOVE 'Y' TO WS-CLASH
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-CLASH = 'N'
               MOVE 'Y' TO WS-SECTION-FOUND
               MOVE SECT-NUMBER TO WS-PROMOTED-SECTION
               MOVE 'Y' TO WS-SECT-EOF
           END-IF.

      *THE TIMETABLE ROW OF THE COURSE LEFT ON A TRANSFER GOES, AND
      *ITS SECTION SEAT IS FREED.
       LEAVE-OLD-SECTION.

           MOVE STUDENT-ID         TO SCHED-STUDENT-ID.
           MOVE WS-OLD-COURSE-CODE TO SCHED-COURSE-CODE.
           READ STUDENT-SCHEDULE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           DELETE STUDENT-SCHEDULE RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-DELETE.

           MOVE WS-OLD-COURSE-CODE TO SECT-COURSE-CODE.
           MOVE SCHED-SECTION-NO   TO SECT-NUMBER.
           READ COURSE-SECTIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SECT-ENROLLED-COUNT > ZEROS
                       SUBTRACT 1 FROM SECT-ENROLLED-COUNT
                       REWRITE SECTION-FILE
                   END-IF
           END-READ.

       PLACE-IN-SECTION.

           MOVE WAIT-STUDENT-ID     TO SCHED-STUDENT-ID.
           MOVE WAIT-COURSE-CODE    TO SCHED-COURSE-CODE.
           MOVE WS-PROMOTED-SECTION TO SCHED-SECTION-NO.
           WRITE SCHEDULE-FILE
               INVALID KEY
                   REWRITE SCHEDULE-FILE
           END-WRITE.

           MOVE WAIT-COURSE-CODE    TO SECT-COURSE-CODE.
           MOVE WS-PROMOTED-SECTION TO SECT-NUMBER.
           READ COURSE-SECTIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO SECT-ENROLLED-COUNT
                   REWRITE SECTION-FILE
           END-READ.

       WRITE-OFFER-LETTER.

           MOVE WAIT-STUDENT-ID   TO LTR-STUDENT-ID.
           MOVE WAIT-COURSE-CODE  TO WAITN-COURSE-CODE.
           MOVE WAIT-ENROLL-DATE  TO WAITN-ENROLL-DATE.
           MOVE WAIT-GPA          TO WAITN-GPA.
           MOVE WAIT-PROGRAM      TO WAITN-PROGRAM.
           WRITE WAITLIST-NEW-REC.

           MOVE 'L' TO REL-COMANDO.
       REPORT-PROMOTED.

           DISPLAY 'PROMOTED ' WAIT-STUDENT-ID ' '
               WAIT-STUDENT-NAME ' INTO ' WAIT-COURSE-CODE
               ' SECTION ' WS-PROMOTED-SECTION.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROMOTED ' WAIT-STUDENT-ID ' '
               WAIT-STUDENT-NAME ' COURSE ' WAIT-COURSE-CODE
               ' SECTION ' WS-PROMOTED-SECTION
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

                       MOVE WAITN-COURSE-CODE  TO WAIT-COURSE-CODE
                       MOVE WAITN-ENROLL-DATE  TO WAIT-ENROLL-DATE
                       MOVE WAITN-GPA          TO WAIT-GPA
                       MOVE WAITN-PROGRAM      TO WAIT-PROGRAM
                       WRITE WAITLIST-REC
               END-READ
           END-PERFORM.
