      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: PAYHST - shared layout of the pay history ledger
      *         (COB1-PAYHIST) the net-pay run appends to every pay
      *         run: one line per pay record with the pay date, the
      *         kind of pay, the pay date it belongs to, the hours,
      *         rate and gross it was priced at and the deductions
      *         taken from it.  The file is only ever appended to, so
      *         it is the saved pay data later runs reprice and
      *         reconcile against.  The off-cycle run adds manual
      *         checks ('M') and voids ('V'); a void line repeats the
      *         pay line it cancels under the same pay date and
      *         for-date, so any total over the ledger takes the 'V'
      *         lines away.
      ******************************************************************
       01  PAYHIST-DATA.
           03 HI-EMPID PIC X(7).
           03 HI-PAY-DATE PIC X(8).
           03 HI-KIND PIC X(1).
               88 HI-REGULAR-PAY VALUE 'R'.
               88 HI-RETRO-ADJUSTMENT VALUE 'A'.
               88 HI-MANUAL-PAY VALUE 'M'.
               88 HI-VOID VALUE 'V'.
               88 HI-PAID-LINE VALUE 'R' 'A' 'M'.
           03 HI-FOR-DATE PIC X(8).
           03 HI-LNAME PIC X(15).
           03 HI-FNAME PIC X(15).
           03 HI-EMPTYPE PIC X(2).
           03 HI-DEPT PIC X(4).
           03 HI-LOC PIC X(4).
           03 HI-REG-HOURS PIC 9(4)V99.
           03 HI-OT-HOURS PIC 9(4)V99.
           03 HI-RATE PIC 9(3)V99.
           03 HI-GROSS PIC 9(7)V99.
           03 HI-TAX PIC 9(7)V99.
           03 HI-BENEFIT PIC 9(7)V99.
           03 HI-GARNISH PIC 9(7)V99.
           03 HI-NET PIC 9(7)V99.
