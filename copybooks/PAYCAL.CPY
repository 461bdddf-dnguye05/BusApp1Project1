      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: PAYCAL - shared COB1-PAYCAL record layout, copied into
      *         any program that reads or writes the indexed pay
      *         calendar keyed on PC-PERIOD-ID (the calendar
      *         maintenance run and every pay-cycle step).  One record
      *         per pay period: the period ID is the pay year and a
      *         two-digit period number (CCYYNN) so the periods read
      *         back in order, followed by the first and last day
      *         worked, the pay date and the period status.  A period
      *         is open until the labor distribution finishes with
      *         it, processed after that, and closed once payroll
      *         signs it off.  The pay cycle always works the earliest
      *         open period, so a period cannot be skipped, and
      *         refuses a period already processed.
      ******************************************************************
       01  PAYCAL-REC.
           03 PC-PERIOD-ID PIC X(6).
           03 PC-START-DATE PIC X(8).
           03 PC-END-DATE PIC X(8).
           03 PC-PAY-DATE PIC X(8).
           03 PC-STATUS PIC X(1).
               88 PC-PERIOD-OPEN VALUE 'O'.
               88 PC-PERIOD-PROCESSED VALUE 'P'.
               88 PC-PERIOD-CLOSED VALUE 'C'.
           03 PC-STATUS-DATE PIC X(8).
