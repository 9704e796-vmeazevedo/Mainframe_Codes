      *-----------------------------------------------------------------
      * INVREC - tuition invoice record layout (invoices.dat), keyed on
      * student + billed month (YYYYMM). Written by the billing run of
      * 05_Tuition_Billing, paid at the counter (05) or by the nightly
      * tuition auto-debit (DebitoMensalidades).
      *   GROSS    = the course tuition price;
      *   DISCOUNT = scholarships and discounts applied at billing
      *              (scholarships.dat), never more than GROSS;
      *   AMOUNT   = net amount due (GROSS - DISCOUNT); payments and
      *              aging work on this amount.
      *   STATUS 'O' open, 'P' paid in full (an invoice fully covered
      *          by scholarships is written already 'P').
      * GROSS and DISCOUNT were added by the one-time conversion in
      * ConverteFaturas (GROSS = AMOUNT, DISCOUNT zero).
      * COPY INVREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-KEY.
               10  :PREFIX:-STUDENT-ID  PIC 9(5).
               10  :PREFIX:-MONTH       PIC 9(6).
           05  :PREFIX:-COURSE-CODE     PIC X(4).
           05  :PREFIX:-AMOUNT          PIC 9(5)V9(2).
           05  :PREFIX:-PAID            PIC 9(5)V9(2).
           05  :PREFIX:-STATUS          PIC X(1).
           05  :PREFIX:-GROSS           PIC 9(5)V9(2).
           05  :PREFIX:-DISCOUNT        PIC 9(5)V9(2).
