      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: OCWHLD - shared layout of the off-cycle withholding
      *         record (COB1-OCWHLD).  The off-cycle run appends one
      *         record for every void or manual check that moves tax,
      *         benefit or garnishment money, and the third-party
      *         remittance run picks the records up on its next run,
      *         remits a manual check's withholding with the night's
      *         and takes a void's back off it, then empties the
      *         file so no record is remitted twice.  The amounts are
      *         always positive; OW-ACTION says which way they go.
      ******************************************************************
       01  OCWHLD-DATA.
           03 OW-EMPID PIC X(7).
           03 OW-LNAME PIC X(15).
           03 OW-FNAME PIC X(15).
           03 OW-ACTION PIC X(1).
               88 OW-VOID VALUE 'V'.
               88 OW-MANUAL VALUE 'M'.
           03 OW-PAY-DATE PIC X(8).
           03 OW-RUN-DATE PIC X(8).
           03 OW-TAX PIC 9(7)V99.
           03 OW-BENEFIT PIC 9(7)V99.
           03 OW-GARNISH PIC 9(7)V99.
