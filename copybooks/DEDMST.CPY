      *         employee carries the tax percentage, the flat benefit
      *         amount per pay, and the garnishment payment per pay
      *         with its declining balance.
      ******************************************************************
      *Modifications:
      *  2026-10-15  DN  Each deduction now names the payee it is
      *                  remitted to (COB1-PAYEE, shared PYEMST
      *                  copybook), and a garnishment carries the case
      *                  number of the order it is paid under.
      ******************************************************************
       01  DEDMSTR-REC.
           03 D-EMPID PIC X(7).
           03 D-BENEFIT-AMT PIC 9(5)V99.
           03 D-GARN-AMT PIC 9(5)V99.
           03 D-GARN-BALANCE PIC 9(7)V99.
           03 D-TAX-PAYEE PIC X(6).
           03 D-BENEFIT-PAYEE PIC X(6).
           03 D-GARN-PAYEE PIC X(6).
           03 D-GARN-CASE PIC X(15).
