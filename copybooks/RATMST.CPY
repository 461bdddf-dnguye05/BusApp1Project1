      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: RATMST - shared COB1-EMPRATES record layout, copied
      *         into any program that reads or writes the indexed
      *         per-employee pay-rate history keyed on ER-KEY (EMPID
      *         plus the CCYYMMDD date the rate takes effect), so an
      *         employee's raises stay on file in date order.  The
      *         gross-pay run uses the newest rate in effect for the
      *         pay date and falls back to the rate for the employee
      *         type on COB1-RATES when the employee has none.  A rate
      *         keyed with an effective date already past is left
      *         retro-pending ('P') until the retro-pay run has
      *         repriced the pays it covers and marked it done ('D').
      ******************************************************************
       01  EMPRATE-REC.
           03 ER-KEY.
               05 ER-EMPID PIC X(7).
               05 ER-EFF-DATE PIC X(8).
           03 ER-RATE PIC 9(3)V99.
           03 ER-KEYED-DATE PIC X(8).
           03 ER-RETRO-STATUS PIC X(1).
               88 ER-RETRO-PENDING VALUE 'P'.
               88 ER-RETRO-DONE VALUE 'D'.
