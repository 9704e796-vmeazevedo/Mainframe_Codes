      *        on STUDENT-COURSE-CODE (invoices.dat, keyed on
      *        student + month; an invoice already generated for the
      *        month is never regenerated, so the run is rerunnable);
      *        the student's valid scholarships and discounts
      *        (scholarships.dat) are taken off the price, the invoice
      *        carries gross, discount and net, and every award
      *        applied is logged to tuition_discounts.dat;
      *    2 - record a payment against an invoice (partial payments
      *        accumulate; the invoice closes when fully paid);
      *    3 - aging report of unpaid tuition, bucketed by days past
      *        the first of the billed month, through the shared
      *        report writer; an invoice whose automatic debit failed
      *        is marked DEBIT FAILED;
      *    4 - register (or move to another account) a student's
      *        tuition auto-debit authorization: the account on
      *        contas.dat and the CPF of the customer (clientes.dat)
      *        who signs it, who must be the account holder or a
      *        joint owner -- the nightly banking batch debits the
      *        open invoice from that account on its due date;
      *    5 - cancel a tuition auto-debit authorization;
      *    6 - register a scholarship or discount for a student
      *        (full, percentage or fixed amount, valid for a range
      *        of billed months, optionally conditioned on a minimum
      *        GPA);
      *    7 - cancel, suspend or reinstate a scholarship;
      *    8 - term report of the discounts granted, by scholarship
      *        type, for the billed months of the term.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT DEBIT-AUTHORIZATIONS ASSIGN TO
           'debito_mensalidades.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DBA-ALUNO
           FILE STATUS IS WS-DBA-STATUS.

           SELECT CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-NUMERO
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT CLIENTES ASSIGN TO 'clientes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CPF
           FILE STATUS IS WS-CLI-STATUS.

           SELECT COTITULARES ASSIGN TO 'cotitulares.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COT-CHAVE
           FILE STATUS IS WS-COT-STATUS.

           SELECT SCHOLARSHIPS ASSIGN TO 'scholarships.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCH-KEY
           FILE STATUS IS WS-SCH-STATUS.

           SELECT DISCOUNTS ASSIGN TO 'tuition_discounts.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DSC-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           COPY COURSEREC REPLACING ==:PREFIX:== BY ==COURSE==.

      *ONE INVOICE PER ENROLLED STUDENT PER BILLED MONTH. STATUS:
      *'O' OPEN, 'P' PAID IN FULL. INV-AMOUNT IS THE NET DUE.
       FD  INVOICES.
       01  INVOICE-REC.
           COPY INVREC REPLACING ==:PREFIX:== BY ==INV==.

      *RECEIPTS LEDGER: EVERY PAYMENT TAKEN, ONE RECORD PER RECEIPT,
      *APPENDED ALONGSIDE THE INVOICE UPDATE.
           05  PAY-MONTH            PIC 9(6).
           05  PAY-AMOUNT           PIC 9(5)V9(2).

      *TUITION AUTO-DEBIT AUTHORIZATIONS, ONE PER STUDENT, DEBITED BY
      *THE NIGHTLY BANKING BATCH.
       FD  DEBIT-AUTHORIZATIONS.
       01  DEBIT-AUTH-REC.
           COPY DEBAUTREC REPLACING ==:PREFIX:== BY ==DBA==.

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  CLIENTES.
       01  CLIENTE-REC.
           COPY CLIREC REPLACING ==:PREFIX:== BY ==CLI==.

       FD  COTITULARES.
       01  COTITULAR-REC.
           COPY COTITREC REPLACING ==:PREFIX:== BY ==COT==.

      *SCHOLARSHIPS AND DISCOUNTS, SEVERAL PER STUDENT.
       FD  SCHOLARSHIPS.
       01  SCHOLARSHIP-REC.
           COPY SCHOLREC REPLACING ==:PREFIX:== BY ==SCH==.

      *DISCOUNT LEDGER: ONE RECORD PER AWARD APPLIED TO AN INVOICE,
      *APPENDED BY THE BILLING RUN; SOURCE OF THE TERM REPORT.
       FD  DISCOUNTS.
       01  DISCOUNT-REC.
           05  DSC-TIMESTAMP        PIC X(21).
           05  DSC-STUDENT-ID       PIC 9(5).
           05  DSC-MONTH            PIC 9(6).
           05  DSC-AWARD-NO         PIC 9(2).
           05  DSC-TYPE             PIC X(1).
           05  DSC-AMOUNT           PIC 9(5)V9(2).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC X(2)   VALUE '00'.
       01  WS-CRS-STATUS            PIC X(2)   VALUE '00'.
       01  WS-INV-STATUS            PIC X(2)   VALUE '00'.
       01  WS-PAY-STATUS            PIC X(2)   VALUE '00'.
       01  WS-DBA-STATUS            PIC X(2)   VALUE '00'.
       01  WS-CONTA-STATUS          PIC X(2)   VALUE '00'.
       01  WS-CLI-STATUS            PIC X(2)   VALUE '00'.
       01  WS-COT-STATUS            PIC X(2)   VALUE '00'.
       01  WS-SCH-STATUS            PIC X(2)   VALUE '00'.
       01  WS-DSC-STATUS            PIC X(2)   VALUE '00'.
       01  WS-EOF                   PIC X(1)   VALUE 'N'.
       01  WS-MENU-OPTION           PIC X(1)   VALUE SPACES.

       01  WS-ALREADY-BILLED        PIC 9(5)   VALUE ZEROS.
       01  WS-NOT-BILLABLE          PIC 9(5)   VALUE ZEROS.
       01  WS-TOTAL-BILLED          PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-GROSS           PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-DISCOUNT        PIC 9(9)V9(2) VALUE ZEROS.

      *SCHOLARSHIPS APPLIED TO THE INVOICE BEING BILLED; LOGGED TO THE
      *DISCOUNT LEDGER ONLY ONCE THE INVOICE IS ACTUALLY WRITTEN.
       01  WS-SCH-OPEN              PIC X(1)   VALUE 'N'.
       01  WS-SCH-EOF               PIC X(1)   VALUE 'N'.
       01  WS-DISCOUNT              PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-AWARD-AMOUNT          PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-AWARD-COUNT           PIC 9(2)   VALUE ZEROS.
       01  WS-AWARD-IDX             PIC 9(2)   VALUE ZEROS.
       01  WS-AWARD-TABLE.
           05  WS-AWARD-ENTRY OCCURS 10 TIMES.
               10  WS-AWARD-NO      PIC 9(2).
               10  WS-AWARD-TYPE    PIC X(1).
               10  WS-AWARD-VALUE   PIC 9(5)V9(2).

      *SCHOLARSHIP MAINTENANCE.
       01  WS-SCH-STUDENT           PIC 9(5)   VALUE ZEROS.
       01  WS-SCH-AWARD-NO          PIC 9(2)   VALUE ZEROS.
       01  WS-SCH-LAST-NO           PIC 9(2)   VALUE ZEROS.
       01  WS-SCH-TYPE              PIC X(1)   VALUE SPACES.
       01  WS-SCH-VALUE             PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-SCH-DESCRIPTION       PIC X(20)  VALUE SPACES.
       01  WS-SCH-VALID-FROM        PIC 9(6)   VALUE ZEROS.
       01  WS-SCH-VALID-TO          PIC 9(6)   VALUE ZEROS.
       01  WS-SCH-MIN-GPA           PIC 9(1)V9(2) VALUE ZEROS.
       01  WS-SCH-NEW-STATUS        PIC X(1)   VALUE SPACES.
       01  WS-SCH-OK                PIC X(1)   VALUE 'N'.

      *TERM REPORT OF DISCOUNTS GRANTED, BY SCHOLARSHIP TYPE.
       01  WS-TERM-FROM             PIC 9(6)   VALUE ZEROS.
       01  WS-TERM-TO               PIC 9(6)   VALUE ZEROS.
       01  WS-FULL-COUNT            PIC 9(5)   VALUE ZEROS.
       01  WS-FULL-AMOUNT           PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PCT-COUNT             PIC 9(5)   VALUE ZEROS.
       01  WS-PCT-AMOUNT            PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-FIXED-COUNT           PIC 9(5)   VALUE ZEROS.
       01  WS-FIXED-AMOUNT          PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-DSC-COUNT             PIC 9(5)   VALUE ZEROS.
       01  WS-DSC-TOTAL             PIC 9(9)V9(2) VALUE ZEROS.

       01  WS-PAY-STUDENT           PIC 9(5)   VALUE ZEROS.
       01  WS-PAY-MONTH             PIC 9(6)   VALUE ZEROS.
       01  WS-BUCKET-61-90          PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-BUCKET-OVER-90        PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-BALANCE               PIC 9(5)V9(2) VALUE ZEROS.
      *'Y' WHILE THE DEBIT AUTHORIZATIONS ARE OPEN FOR THE AGING RUN;
      *OPEN INVOICES WHOSE AUTOMATIC DEBIT FAILED ARE COUNTED APART.
       01  WS-DBA-OPEN              PIC X(1)   VALUE 'N'.
       01  WS-DEBIT-NOTE            PIC X(36)  VALUE SPACES.
       01  WS-DEBIT-FAILED-COUNT    PIC 9(5)   VALUE ZEROS.
       01  WS-DEBIT-FAILED-AMOUNT   PIC 9(9)V9(2) VALUE ZEROS.

      *DEBIT AUTHORIZATION MAINTENANCE.
       01  WS-DBA-STUDENT           PIC 9(5)   VALUE ZEROS.
       01  WS-DBA-ACCOUNT           PIC 9(6)   VALUE ZEROS.
       01  WS-DBA-CPF               PIC 9(11)  VALUE ZEROS.
       01  WS-DBA-OK                PIC X(1)   VALUE 'N'.
       01  WS-DBA-EXISTS            PIC X(1)   VALUE 'N'.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
               DISPLAY '1 - GENERATE INVOICES FOR A MONTH'
               DISPLAY '2 - RECORD A TUITION PAYMENT'
               DISPLAY '3 - AGING REPORT OF UNPAID TUITION'
               DISPLAY '4 - REGISTER A TUITION AUTO-DEBIT AUTHORIZATION'
               DISPLAY '5 - CANCEL A TUITION AUTO-DEBIT AUTHORIZATION'
               DISPLAY '6 - REGISTER A SCHOLARSHIP OR DISCOUNT'
               DISPLAY '7 - CANCEL, SUSPEND OR REINSTATE A SCHOLARSHIP'
               DISPLAY '8 - TERM REPORT OF DISCOUNTS BY TYPE'
               DISPLAY '0 - EXIT'
               DISPLAY 'CHOOSE AN OPTION: '
               ACCEPT WS-MENU-OPTION
                       PERFORM RECORD-PAYMENT
                   WHEN '3'
                       PERFORM AGING-REPORT
                   WHEN '4'
                       PERFORM REGISTER-DEBIT-AUTHORIZATION
                   WHEN '5'
                       PERFORM CANCEL-DEBIT-AUTHORIZATION
                   WHEN '6'
                       PERFORM REGISTER-SCHOLARSHIP
                   WHEN '7'
                       PERFORM CHANGE-SCHOLARSHIP-STATUS
                   WHEN '8'
                       PERFORM DISCOUNT-REPORT
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
      *WHOSE COURSE CARRIES A TUITION PRICE GETS THE MONTH'S INVOICE.
      *AN INVOICE ALREADY ON FILE FOR THE MONTH IS LEFT ALONE, SO THE
      *RUN CAN BE REPEATED AFTER MID-MONTH ENROLLMENT CHANGES AND
      *ONLY THE NEW STUDENTS ARE BILLED. SCHOLARSHIPS ARE OPTIONAL:
      *WITHOUT THE FILE EVERY INVOICE IS BILLED AT THE FULL PRICE.
       GENERATE-INVOICES.

           DISPLAY 'MONTH TO BILL (YYYYMM): '.

           MOVE 'N' TO WS-EOF.
           MOVE ZEROS TO WS-INVOICES-WRITTEN WS-ALREADY-BILLED
               WS-NOT-BILLABLE WS-TOTAL-BILLED WS-TOTAL-GROSS
               WS-TOTAL-DISCOUNT.

           OPEN INPUT STUDENT.
           IF WS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SCH-OPEN.
           OPEN INPUT SCHOLARSHIPS.
           IF WS-SCH-STATUS = '00'
               MOVE 'Y' TO WS-SCH-OPEN
           END-IF.
           OPEN EXTEND DISCOUNTS.
           IF WS-DSC-STATUS = '35'
               OPEN OUTPUT DISCOUNTS
           END-IF.

           MOVE ZEROS TO STUDENT-ID.
           START STUDENT KEY IS NOT LESS THAN STUDENT-ID
               INVALID KEY
               END-IF
           END-PERFORM.

           CLOSE DISCOUNTS.
           IF WS-SCH-OPEN = 'Y'
               CLOSE SCHOLARSHIPS
           END-IF.
           CLOSE COURSE-CATALOG.
           CLOSE STUDENT.

           DISPLAY 'INVOICES WRITTEN......: ' WS-INVOICES-WRITTEN.
           DISPLAY 'ALREADY BILLED........: ' WS-ALREADY-BILLED.
           DISPLAY 'NOT BILLABLE..........: ' WS-NOT-BILLABLE.
           DISPLAY 'TOTAL GROSS...........: ' WS-TOTAL-GROSS.
           DISPLAY 'TOTAL DISCOUNT........: ' WS-TOTAL-DISCOUNT.
           DISPLAY 'TOTAL BILLED..........: ' WS-TOTAL-BILLED.

       BILL-ONE-STUDENT.
               EXIT PARAGRAPH
           END-IF.

           PERFORM APPLY-SCHOLARSHIPS.

           MOVE STUDENT-ID     TO INV-STUDENT-ID.
           MOVE WS-BILL-MONTH  TO INV-MONTH.
           MOVE STUDENT-COURSE-CODE TO INV-COURSE-CODE.
           MOVE COURSE-TUITION TO INV-GROSS.
           MOVE WS-DISCOUNT    TO INV-DISCOUNT.
           COMPUTE INV-AMOUNT = COURSE-TUITION - WS-DISCOUNT.
           MOVE ZEROS          TO INV-PAID.
           IF INV-AMOUNT = ZEROS
               MOVE 'P'        TO INV-STATUS
           ELSE
               MOVE 'O'        TO INV-STATUS
           END-IF.

           WRITE INVOICE-REC
               INVALID KEY
                   ADD 1 TO WS-ALREADY-BILLED
               NOT INVALID KEY
                   ADD 1 TO WS-INVOICES-WRITTEN
                   ADD INV-GROSS    TO WS-TOTAL-GROSS
                   ADD INV-DISCOUNT TO WS-TOTAL-DISCOUNT
                   ADD INV-AMOUNT   TO WS-TOTAL-BILLED
                   PERFORM LOG-DISCOUNTS
           END-WRITE.

      *EVERY VALID AWARD OF THE STUDENT IS APPLIED, IN AWARD NUMBER
      *ORDER, UNTIL THE DISCOUNT COVERS THE WHOLE PRICE. AN AWARD IS
      *VALID WHEN ACTIVE, THE BILLED MONTH FALLS IN ITS VALIDITY
      *PERIOD AND THE STUDENT'S GPA MEETS ITS MINIMUM, IF ANY.
       APPLY-SCHOLARSHIPS.

           MOVE ZEROS TO WS-DISCOUNT WS-AWARD-COUNT.
           IF WS-SCH-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SCH-EOF.
           MOVE STUDENT-ID TO SCH-STUDENT-ID.
           MOVE ZEROS      TO SCH-AWARD-NO.
           START SCHOLARSHIPS KEY IS NOT LESS THAN SCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCH-EOF
           END-START.

           PERFORM UNTIL WS-SCH-EOF = 'Y'
               READ SCHOLARSHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCH-EOF
               END-READ
               IF WS-SCH-STATUS NOT = '00'
                   OR SCH-STUDENT-ID NOT = STUDENT-ID
                   MOVE 'Y' TO WS-SCH-EOF
               ELSE
                   PERFORM APPLY-ONE-AWARD
               END-IF
           END-PERFORM.

       APPLY-ONE-AWARD.

           IF SCH-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF WS-BILL-MONTH < SCH-VALID-FROM
               EXIT PARAGRAPH
           END-IF.
           IF SCH-VALID-TO NOT = ZEROS AND WS-BILL-MONTH > SCH-VALID-TO
               EXIT PARAGRAPH
           END-IF.
           IF SCH-MIN-GPA NOT = ZEROS AND STUDENT-GPA < SCH-MIN-GPA
               DISPLAY 'AWARD NOT APPLIED, GPA BELOW MINIMUM: '
                   SCH-STUDENT-ID '/' SCH-AWARD-NO
                   ' GPA ' STUDENT-GPA ' MINIMUM ' SCH-MIN-GPA
               EXIT PARAGRAPH
           END-IF.
           IF WS-AWARD-COUNT = 10
               EXIT PARAGRAPH
           END-IF.

           EVALUATE SCH-TYPE
               WHEN 'F'
                   MOVE COURSE-TUITION TO WS-AWARD-AMOUNT
               WHEN 'P'
                   COMPUTE WS-AWARD-AMOUNT ROUNDED =
                       COURSE-TUITION * SCH-VALUE / 100
               WHEN 'A'
                   MOVE SCH-VALUE TO WS-AWARD-AMOUNT
               WHEN OTHER
                   MOVE ZEROS TO WS-AWARD-AMOUNT
           END-EVALUATE.

           IF WS-DISCOUNT + WS-AWARD-AMOUNT > COURSE-TUITION
               COMPUTE WS-AWARD-AMOUNT = COURSE-TUITION - WS-DISCOUNT
           END-IF.
           IF WS-AWARD-AMOUNT = ZEROS
               EXIT PARAGRAPH
           END-IF.

           ADD WS-AWARD-AMOUNT TO WS-DISCOUNT.
           ADD 1 TO WS-AWARD-COUNT.
           MOVE SCH-AWARD-NO    TO WS-AWARD-NO(WS-AWARD-COUNT).
           MOVE SCH-TYPE        TO WS-AWARD-TYPE(WS-AWARD-COUNT).
           MOVE WS-AWARD-AMOUNT TO WS-AWARD-VALUE(WS-AWARD-COUNT).

       LOG-DISCOUNTS.

           IF WS-AWARD-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'INVOICE ' INV-STUDENT-ID '/' INV-MONTH
               ' GROSS ' INV-GROSS ' DISCOUNT ' INV-DISCOUNT
               ' NET ' INV-AMOUNT.

           PERFORM VARYING WS-AWARD-IDX FROM 1 BY 1
                   UNTIL WS-AWARD-IDX > WS-AWARD-COUNT
               MOVE FUNCTION CURRENT-DATE TO DSC-TIMESTAMP
               MOVE INV-STUDENT-ID TO DSC-STUDENT-ID
               MOVE INV-MONTH      TO DSC-MONTH
               MOVE WS-AWARD-NO(WS-AWARD-IDX)    TO DSC-AWARD-NO
               MOVE WS-AWARD-TYPE(WS-AWARD-IDX)  TO DSC-TYPE
               MOVE WS-AWARD-VALUE(WS-AWARD-IDX) TO DSC-AMOUNT
               WRITE DISCOUNT-REC
           END-PERFORM.

      *PARTIAL PAYMENTS ACCUMULATE ON THE INVOICE; THE RECEIPT ALWAYS
      *GOES TO THE PAYMENTS LEDGER, AND THE INVOICE CLOSES WHEN THE
      *PAID AMOUNT REACHES THE BILLED AMOUNT.

           DISPLAY 'PAYMENT RECORDED. PAID ' INV-PAID ' OF '
               INV-AMOUNT ' (STATUS ' INV-STATUS ').'.
           IF INV-DISCOUNT NOT = ZEROS
               DISPLAY 'GROSS ' INV-GROSS ' LESS DISCOUNT '
                   INV-DISCOUNT ' = NET ' INV-AMOUNT
           END-IF.

      *OPEN INVOICES AGED FROM THE FIRST OF THE BILLED MONTH,
      *BUCKETED 0-30 / 31-60 / 61-90 / OVER 90 DAYS.
           MOVE 'N' TO WS-EOF.
           MOVE ZEROS TO WS-OPEN-COUNT WS-OPEN-AMOUNT
               WS-BUCKET-0-30 WS-BUCKET-31-60 WS-BUCKET-61-90
               WS-BUCKET-OVER-90 WS-DEBIT-FAILED-COUNT
               WS-DEBIT-FAILED-AMOUNT.

           MOVE 'N' TO WS-DBA-OPEN.
           OPEN INPUT DEBIT-AUTHORIZATIONS.
           IF WS-DBA-STATUS = '00'
               MOVE 'Y' TO WS-DBA-OPEN
           END-IF.

           MOVE 'A' TO REL-COMANDO.
           MOVE '05_Tuition_Billing' TO REL-PROGRAMA.
           MOVE 'TUITION' TO REL-ID.
           MOVE 'AGING REPORT OF UNPAID TUITION' TO REL-TITULO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
               '  OVER 90: ' WS-BUCKET-OVER-90
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEBIT FAILED: ' WS-DEBIT-FAILED-COUNT
               '  AMOUNT: ' WS-DEBIT-FAILED-AMOUNT
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           MOVE 'F' TO REL-COMANDO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
               '  31-60: ' WS-BUCKET-31-60
               '  61-90: ' WS-BUCKET-61-90
               '  OVER 90: ' WS-BUCKET-OVER-90.
           DISPLAY 'DEBIT FAILED: ' WS-DEBIT-FAILED-COUNT
               '  AMOUNT: ' WS-DEBIT-FAILED-AMOUNT.

           IF WS-DBA-OPEN = 'Y'
               CLOSE DEBIT-AUTHORIZATIONS
           END-IF.

       AGE-ONE-INVOICE.

                   ADD WS-BALANCE TO WS-BUCKET-OVER-90
           END-EVALUATE.

           PERFORM CHECK-DEBIT-FAILED.

           DISPLAY 'OPEN ' INV-STUDENT-ID '/' INV-MONTH
               ' COURSE ' INV-COURSE-CODE
               ' BALANCE ' WS-BALANCE ' DAYS ' WS-AGE-DAYS
               WS-DEBIT-NOTE.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           STRING 'OPEN ' INV-STUDENT-ID '/' INV-MONTH
               ' COURSE ' INV-COURSE-CODE
               ' BALANCE ' WS-BALANCE ' DAYS ' WS-AGE-DAYS
               WS-DEBIT-NOTE
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

      *THE NIGHTLY DEBIT STAMPS ITS LAST ATTEMPT ON THE AUTHORIZATION:
      *A FAILURE FOR THIS INVOICE'S MONTH MARKS THE LINE.
       CHECK-DEBIT-FAILED.

           MOVE SPACES TO WS-DEBIT-NOTE.
           IF WS-DBA-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE INV-STUDENT-ID TO DBA-ALUNO.
           READ DEBIT-AUTHORIZATIONS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF DBA-ULT-MES = INV-MONTH AND DBA-ULT-RESULTADO = 'F'
               ADD 1 TO WS-DEBIT-FAILED-COUNT
               ADD WS-BALANCE TO WS-DEBIT-FAILED-AMOUNT
               STRING ' DEBIT FAILED (' DBA-ULT-MOTIVO ')'
                   DELIMITED BY SIZE INTO WS-DEBIT-NOTE
           END-IF.

      *THE SIGNER MUST BE A CUSTOMER WHO OWNS THE ACCOUNT (HOLDER OR
      *JOINT OWNER); A POWER OF ATTORNEY DOES NOT AUTHORIZE DEBITS.
      *REGISTERING AGAIN MOVES THE AUTHORIZATION TO THE NEW ACCOUNT
      *AND KEEPS THE LAST DEBIT ATTEMPT, SO AN INVOICE ALREADY TRIED
      *IS NOT DEBITED A SECOND TIME.
       REGISTER-DEBIT-AUTHORIZATION.

           DISPLAY 'STUDENT-ID: '.
           ACCEPT WS-DBA-STUDENT.
           DISPLAY 'ACCOUNT NUMBER TO DEBIT: '.
           ACCEPT WS-DBA-ACCOUNT.
           DISPLAY 'CPF OF THE ACCOUNT OWNER SIGNING: '.
           ACCEPT WS-DBA-CPF.

           PERFORM VALIDATE-DEBIT-AUTHORIZATION.
           IF WS-DBA-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-DEBIT-AUTHORIZATIONS.
           IF WS-DBA-STATUS NOT = '00'
               DISPLAY 'DEBIT AUTHORIZATIONS UNAVAILABLE, STATUS: '
                   WS-DBA-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-DBA-EXISTS.
           MOVE WS-DBA-STUDENT TO DBA-ALUNO.
           READ DEBIT-AUTHORIZATIONS
               INVALID KEY
                   MOVE 'N' TO WS-DBA-EXISTS
                   MOVE ZEROS  TO DBA-ULT-MES DBA-ULT-DATA
                   MOVE SPACES TO DBA-ULT-RESULTADO DBA-ULT-MOTIVO
           END-READ.

           MOVE WS-DBA-STUDENT TO DBA-ALUNO.
           MOVE WS-DBA-ACCOUNT TO DBA-CONTA.
           MOVE WS-DBA-CPF     TO DBA-CPF.
           MOVE 'A'            TO DBA-SITUACAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DBA-DATA-AUTORIZACAO.
           MOVE ZEROS          TO DBA-DATA-CANCELAMENTO.

           IF WS-DBA-EXISTS = 'Y'
               REWRITE DEBIT-AUTH-REC
               DISPLAY 'AUTHORIZATION REPLACED: STUDENT ' DBA-ALUNO
                   ' NOW DEBITS ACCOUNT ' DBA-CONTA
           ELSE
               WRITE DEBIT-AUTH-REC
               DISPLAY 'AUTHORIZATION REGISTERED: STUDENT ' DBA-ALUNO
                   ' ACCOUNT ' DBA-CONTA
           END-IF.

           CLOSE DEBIT-AUTHORIZATIONS.

       VALIDATE-DEBIT-AUTHORIZATION.

           MOVE 'N' TO WS-DBA-OK.

           OPEN INPUT STUDENT.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'STUDENT FILE UNAVAILABLE, STATUS: '
                   WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DBA-STUDENT TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   DISPLAY 'STUDENT NOT FOUND: ' WS-DBA-STUDENT
                   CLOSE STUDENT
                   EXIT PARAGRAPH
           END-READ.
           CLOSE STUDENT.

           OPEN INPUT CLIENTES.
           IF WS-CLI-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE UNAVAILABLE, STATUS: '
                   WS-CLI-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DBA-CPF TO CLI-CPF.
           READ CLIENTES
               INVALID KEY
                   DISPLAY 'CPF IS NOT A CUSTOMER: ' WS-DBA-CPF
                   CLOSE CLIENTES
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CLIENTES.

           OPEN INPUT CONTAS.
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE UNAVAILABLE, STATUS: '
                   WS-CONTA-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DBA-ACCOUNT TO CONTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT FOUND: ' WS-DBA-ACCOUNT
                   CLOSE CONTAS
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CONTAS.

           IF CONTA-SITUACAO NOT = 'A'
               DISPLAY 'ACCOUNT IS NOT ACTIVE: ' WS-DBA-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           IF CONTA-MOEDA NOT = 'BRL'
               DISPLAY 'TUITION CAN ONLY BE DEBITED FROM A BRL ACCOUNT.'
               EXIT PARAGRAPH
           END-IF.

           IF CONTA-CPF-TITULAR = WS-DBA-CPF
               MOVE 'Y' TO WS-DBA-OK
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT COTITULARES.
           IF WS-COT-STATUS = '00'
               MOVE WS-DBA-ACCOUNT TO COT-CONTA
               MOVE WS-DBA-CPF     TO COT-CPF
               READ COTITULARES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COT-PAPEL = 'T'
                           MOVE 'Y' TO WS-DBA-OK
                       END-IF
               END-READ
               CLOSE COTITULARES
           END-IF.

           IF WS-DBA-OK NOT = 'Y'
               DISPLAY 'CPF ' WS-DBA-CPF ' DOES NOT OWN ACCOUNT '
                   WS-DBA-ACCOUNT
           END-IF.

       CANCEL-DEBIT-AUTHORIZATION.

           DISPLAY 'STUDENT-ID: '.
           ACCEPT WS-DBA-STUDENT.

           PERFORM OPEN-DEBIT-AUTHORIZATIONS.
           IF WS-DBA-STATUS NOT = '00'
               DISPLAY 'DEBIT AUTHORIZATIONS UNAVAILABLE, STATUS: '
                   WS-DBA-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DBA-STUDENT TO DBA-ALUNO.
           READ DEBIT-AUTHORIZATIONS
               INVALID KEY
                   DISPLAY 'NO AUTHORIZATION FOR STUDENT: '
                       WS-DBA-STUDENT
                   CLOSE DEBIT-AUTHORIZATIONS
                   EXIT PARAGRAPH
           END-READ.

           IF DBA-SITUACAO = 'C'
               DISPLAY 'AUTHORIZATION ALREADY CANCELLED ON '
                   DBA-DATA-CANCELAMENTO
           ELSE
               MOVE 'C' TO DBA-SITUACAO
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO DBA-DATA-CANCELAMENTO
               REWRITE DEBIT-AUTH-REC
               DISPLAY 'AUTHORIZATION CANCELLED: STUDENT ' DBA-ALUNO
                   ' ACCOUNT ' DBA-CONTA
           END-IF.

           CLOSE DEBIT-AUTHORIZATIONS.

       OPEN-DEBIT-AUTHORIZATIONS.

           OPEN I-O DEBIT-AUTHORIZATIONS.
           IF WS-DBA-STATUS = '35'
               OPEN OUTPUT DEBIT-AUTHORIZATIONS
               CLOSE DEBIT-AUTHORIZATIONS
               OPEN I-O DEBIT-AUTHORIZATIONS
           END-IF.

      *AWARDS ARE NUMBERED PER STUDENT; A NEW ONE TAKES THE NEXT FREE
      *NUMBER. THE VALUE IS A PERCENTAGE FOR TYPE 'P', AN AMOUNT FOR
      *TYPE 'A' AND IS NOT USED FOR A FULL SCHOLARSHIP.
       REGISTER-SCHOLARSHIP.

           DISPLAY 'STUDENT-ID: '.
           ACCEPT WS-SCH-STUDENT.
           DISPLAY 'TYPE (F-FULL, P-PERCENTAGE, A-FIXED AMOUNT): '.
           ACCEPT WS-SCH-TYPE.
           MOVE ZEROS TO WS-SCH-VALUE.
           IF WS-SCH-TYPE = 'P'
               DISPLAY 'PERCENTAGE OFF THE TUITION: '
               ACCEPT WS-SCH-VALUE
           END-IF.
           IF WS-SCH-TYPE = 'A'
               DISPLAY 'AMOUNT OFF THE TUITION: '
               ACCEPT WS-SCH-VALUE
           END-IF.
           DISPLAY 'DESCRIPTION: '.
           ACCEPT WS-SCH-DESCRIPTION.
           DISPLAY 'FIRST BILLED MONTH COVERED (YYYYMM): '.
           ACCEPT WS-SCH-VALID-FROM.
           DISPLAY 'LAST BILLED MONTH COVERED (YYYYMM, 0 = NO END): '.
           ACCEPT WS-SCH-VALID-TO.
           DISPLAY 'MINIMUM GPA TO KEEP THE AWARD (0 = NONE): '.
           ACCEPT WS-SCH-MIN-GPA.

           PERFORM VALIDATE-SCHOLARSHIP.
           IF WS-SCH-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-SCHOLARSHIPS.
           IF WS-SCH-STATUS NOT = '00'
               DISPLAY 'SCHOLARSHIP FILE UNAVAILABLE, STATUS: '
                   WS-SCH-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-SCH-LAST-NO.
           MOVE 'N' TO WS-SCH-EOF.
           MOVE WS-SCH-STUDENT TO SCH-STUDENT-ID.
           MOVE ZEROS          TO SCH-AWARD-NO.
           START SCHOLARSHIPS KEY IS NOT LESS THAN SCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCH-EOF
           END-START.
           PERFORM UNTIL WS-SCH-EOF = 'Y'
               READ SCHOLARSHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCH-EOF
               END-READ
               IF WS-SCH-STATUS NOT = '00'
                   OR SCH-STUDENT-ID NOT = WS-SCH-STUDENT
                   MOVE 'Y' TO WS-SCH-EOF
               ELSE
                   MOVE SCH-AWARD-NO TO WS-SCH-LAST-NO
               END-IF
           END-PERFORM.

           IF WS-SCH-LAST-NO = 99
               DISPLAY 'STUDENT HAS NO FREE AWARD NUMBER LEFT.'
               CLOSE SCHOLARSHIPS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SCH-STUDENT     TO SCH-STUDENT-ID.
           ADD 1 TO WS-SCH-LAST-NO GIVING SCH-AWARD-NO.
           MOVE WS-SCH-TYPE        TO SCH-TYPE.
           MOVE WS-SCH-VALUE       TO SCH-VALUE.
           MOVE WS-SCH-DESCRIPTION TO SCH-DESCRIPTION.
           MOVE WS-SCH-VALID-FROM  TO SCH-VALID-FROM.
           MOVE WS-SCH-VALID-TO    TO SCH-VALID-TO.
           MOVE WS-SCH-MIN-GPA     TO SCH-MIN-GPA.
           MOVE 'A'                TO SCH-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SCH-STATUS-DATE.

           WRITE SCHOLARSHIP-REC
               INVALID KEY
                   DISPLAY 'COULD NOT REGISTER THE AWARD, STATUS: '
                       WS-SCH-STATUS
               NOT INVALID KEY
                   DISPLAY 'AWARD REGISTERED: STUDENT ' SCH-STUDENT-ID
                       ' AWARD ' SCH-AWARD-NO
           END-WRITE.

           CLOSE SCHOLARSHIPS.

       VALIDATE-SCHOLARSHIP.

           MOVE 'N' TO WS-SCH-OK.

           EVALUATE WS-SCH-TYPE
               WHEN 'F'
                   CONTINUE
               WHEN 'P'
                   IF WS-SCH-VALUE = ZEROS OR WS-SCH-VALUE > 100
                       DISPLAY 'PERCENTAGE MUST BE FROM 0,01 TO 100.'
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'A'
                   IF WS-SCH-VALUE = ZEROS
                       DISPLAY 'AMOUNT MUST BE GREATER THAN ZERO.'
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY 'INVALID TYPE: ' WS-SCH-TYPE
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-SCH-VALID-FROM = ZEROS
               DISPLAY 'FIRST MONTH COVERED IS REQUIRED.'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCH-VALID-TO NOT = ZEROS
               AND WS-SCH-VALID-TO < WS-SCH-VALID-FROM
               DISPLAY 'LAST MONTH COVERED IS BEFORE THE FIRST.'
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'STUDENT FILE UNAVAILABLE, STATUS: '
                   WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SCH-STUDENT TO STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   DISPLAY 'STUDENT NOT FOUND: ' WS-SCH-STUDENT
                   CLOSE STUDENT
                   EXIT PARAGRAPH
           END-READ.
           CLOSE STUDENT.

           IF WS-SCH-MIN-GPA NOT = ZEROS
               AND STUDENT-GPA < WS-SCH-MIN-GPA
               DISPLAY 'NOTE: CURRENT GPA ' STUDENT-GPA
                   ' IS BELOW THE MINIMUM; THE AWARD WILL NOT APPLY'
                   ' UNTIL IT IS MET.'
           END-IF.

           MOVE 'Y' TO WS-SCH-OK.

      *'C' CANCELS FOR GOOD, 'S' SUSPENDS (AS THE ROLLOVER DOES WHEN
      *THE GPA CONDITION IS NO LONGER MET), 'A' REINSTATES A SUSPENDED
      *OR CANCELLED AWARD.
       CHANGE-SCHOLARSHIP-STATUS.

           DISPLAY 'STUDENT-ID: '.
           ACCEPT WS-SCH-STUDENT.
           DISPLAY 'AWARD NUMBER: '.
           ACCEPT WS-SCH-AWARD-NO.

           PERFORM OPEN-SCHOLARSHIPS.
           IF WS-SCH-STATUS NOT = '00'
               DISPLAY 'SCHOLARSHIP FILE UNAVAILABLE, STATUS: '
                   WS-SCH-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SCH-STUDENT  TO SCH-STUDENT-ID.
           MOVE WS-SCH-AWARD-NO TO SCH-AWARD-NO.
           READ SCHOLARSHIPS
               INVALID KEY
                   DISPLAY 'AWARD NOT FOUND: ' WS-SCH-STUDENT '/'
                       WS-SCH-AWARD-NO
                   CLOSE SCHOLARSHIPS
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY 'AWARD ' SCH-STUDENT-ID '/' SCH-AWARD-NO ' '
               SCH-DESCRIPTION ' TYPE ' SCH-TYPE ' VALUE ' SCH-VALUE.
           DISPLAY 'VALID ' SCH-VALID-FROM ' TO ' SCH-VALID-TO
               ' MIN GPA ' SCH-MIN-GPA ' STATUS ' SCH-STATUS
               ' SINCE ' SCH-STATUS-DATE.
           DISPLAY 'NEW STATUS (A-ACTIVE, S-SUSPENDED, C-CANCELLED): '.
           ACCEPT WS-SCH-NEW-STATUS.

           IF WS-SCH-NEW-STATUS NOT = 'A' AND NOT = 'S' AND NOT = 'C'
               DISPLAY 'INVALID STATUS: ' WS-SCH-NEW-STATUS
               CLOSE SCHOLARSHIPS
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCH-NEW-STATUS = SCH-STATUS
               DISPLAY 'AWARD ALREADY IN THAT STATUS.'
               CLOSE SCHOLARSHIPS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SCH-NEW-STATUS TO SCH-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SCH-STATUS-DATE.
           REWRITE SCHOLARSHIP-REC.
           DISPLAY 'AWARD ' SCH-STUDENT-ID '/' SCH-AWARD-NO
               ' NOW STATUS ' SCH-STATUS.

           CLOSE SCHOLARSHIPS.

       OPEN-SCHOLARSHIPS.

           OPEN I-O SCHOLARSHIPS.
           IF WS-SCH-STATUS = '35'
               OPEN OUTPUT SCHOLARSHIPS
               CLOSE SCHOLARSHIPS
               OPEN I-O SCHOLARSHIPS
           END-IF.

      *DISCOUNTS GRANTED ON THE INVOICES OF THE TERM'S BILLED MONTHS,
      *TOTALLED BY SCHOLARSHIP TYPE FROM THE DISCOUNT LEDGER.
       DISCOUNT-REPORT.

           DISPLAY 'FIRST BILLED MONTH OF THE TERM (YYYYMM): '.
           ACCEPT WS-TERM-FROM.
           DISPLAY 'LAST BILLED MONTH OF THE TERM (YYYYMM): '.
           ACCEPT WS-TERM-TO.
           IF WS-TERM-TO < WS-TERM-FROM
               DISPLAY 'LAST MONTH IS BEFORE THE FIRST.'
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-FULL-COUNT WS-FULL-AMOUNT WS-PCT-COUNT
               WS-PCT-AMOUNT WS-FIXED-COUNT WS-FIXED-AMOUNT
               WS-DSC-COUNT WS-DSC-TOTAL.

           OPEN INPUT DISCOUNTS.
           IF WS-DSC-STATUS NOT = '00'
               DISPLAY 'NO DISCOUNTS GRANTED YET.'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISCOUNTS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DSC-MONTH >= WS-TERM-FROM
                           AND DSC-MONTH <= WS-TERM-TO
                           PERFORM COUNT-ONE-DISCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISCOUNTS.

           MOVE 'A' TO REL-COMANDO.
           MOVE '05_Tuition_Billing' TO REL-PROGRAMA.
           MOVE 'DISCOUNT' TO REL-ID.
           MOVE 'DISCOUNTS GRANTED BY SCHOLARSHIP TYPE' TO REL-TITULO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           MOVE 'L' TO REL-COMANDO.
           MOVE SPACES TO REL-LINHA.
           STRING 'BILLED MONTHS ' WS-TERM-FROM ' TO ' WS-TERM-TO
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FULL SCHOLARSHIP....: ' WS-FULL-COUNT
               ' INVOICES  DISCOUNT ' WS-FULL-AMOUNT
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PERCENTAGE..........: ' WS-PCT-COUNT
               ' INVOICES  DISCOUNT ' WS-PCT-AMOUNT
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FIXED AMOUNT........: ' WS-FIXED-COUNT
               ' INVOICES  DISCOUNT ' WS-FIXED-AMOUNT
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL...............: ' WS-DSC-COUNT
               ' INVOICES  DISCOUNT ' WS-DSC-TOTAL
               DELIMITED BY SIZE INTO REL-LINHA.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           MOVE 'F' TO REL-COMANDO.
           CALL 'GravaRelatorio' USING WS-REL-AREA.

           DISPLAY 'BILLED MONTHS ' WS-TERM-FROM ' TO ' WS-TERM-TO.
           DISPLAY 'FULL SCHOLARSHIP....: ' WS-FULL-COUNT
               ' INVOICES  DISCOUNT ' WS-FULL-AMOUNT.
           DISPLAY 'PERCENTAGE..........: ' WS-PCT-COUNT
               ' INVOICES  DISCOUNT ' WS-PCT-AMOUNT.
           DISPLAY 'FIXED AMOUNT........: ' WS-FIXED-COUNT
               ' INVOICES  DISCOUNT ' WS-FIXED-AMOUNT.
           DISPLAY 'TOTAL...............: ' WS-DSC-COUNT
               ' INVOICES  DISCOUNT ' WS-DSC-TOTAL.

       COUNT-ONE-DISCOUNT.

           ADD 1 TO WS-DSC-COUNT.
           ADD DSC-AMOUNT TO WS-DSC-TOTAL.
           EVALUATE DSC-TYPE
               WHEN 'F'
                   ADD 1 TO WS-FULL-COUNT
                   ADD DSC-AMOUNT TO WS-FULL-AMOUNT
               WHEN 'P'
                   ADD 1 TO WS-PCT-COUNT
                   ADD DSC-AMOUNT TO WS-PCT-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-FIXED-COUNT
                   ADD DSC-AMOUNT TO WS-FIXED-AMOUNT
           END-EVALUATE.
