      *-----------------------------------------------------------------
      * PONTOREC - monthly time-and-attendance record, one per employee
      * per competencia (YYYYMM). The time-clock system delivers it as
      * the sequential feed ponto_entrada.dat; the validation step
      * (prog38) loads the accepted rows into ponto.dat, indexed on
      * CODIGO, which the monthly payroll (prog30) reads.
      *   HORAS-EXTRA-50  = overtime hours paid at 50%;
      *   HORAS-EXTRA-100 = overtime hours paid at 100% (Sundays and
      *                     holidays);
      *   HORAS-NOTURNAS  = night-shift hours (22h-5h), already counted
      *                     in reduced night hours by the time clock;
      *                     they earn the 20% night premium;
      *   FALTAS          = unjustified absence days;
      *   SEMANAS-FALTA   = weeks with at least one unjustified
      *                     absence -- each one loses its weekly paid
      *                     rest (DSR).
      * COPY PONTOREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-CODIGO           PIC 9(6).
           05  :PREFIX:-COMPETENCIA      PIC 9(6).
           05  :PREFIX:-HORAS-EXTRA-50   PIC 9(3)V9(2).
           05  :PREFIX:-HORAS-EXTRA-100  PIC 9(3)V9(2).
           05  :PREFIX:-HORAS-NOTURNAS   PIC 9(3)V9(2).
           05  :PREFIX:-FALTAS           PIC 9(2).
           05  :PREFIX:-SEMANAS-FALTA    PIC 9(1).
