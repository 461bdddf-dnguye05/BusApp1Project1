      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: PYEMST - shared COB1-PAYEE record layout, copied into
      *         any program that reads or writes the indexed payee
      *         master keyed on P-PAYEE-ID (the payee maintenance run,
      *         the deduction maintenance run that checks the payees a
      *         deduction points at, and the remittance run).  One
      *         record per third party that payroll withholds money
      *         for - the taxing authority, a benefit carrier, or the
      *         court or agency a garnishment is paid to - with its
      *         remittance address, the case or policy number the
      *         payee knows the account by, how the payment is sent,
      *         and the accounts-payable vendor number the AP voucher
      *         is raised against.  An inactive payee takes no new
      *         deductions and has its remittances held.
      ******************************************************************
       01  PAYEE-REC.
           03 P-PAYEE-ID PIC X(6).
           03 P-STATUS PIC X(1).
               88 P-ACTIVE VALUE 'A'.
               88 P-INACTIVE VALUE 'I'.
           03 P-TYPE PIC X(1).
               88 P-TAX-AUTHORITY VALUE 'T'.
               88 P-BENEFIT-CARRIER VALUE 'B'.
               88 P-GARNISH-AGENCY VALUE 'G'.
           03 P-NAME PIC X(30).
           03 P-ADDRESS PIC X(30).
           03 P-CITY PIC X(20).
           03 P-STATE PIC X(2).
           03 P-ZIP PIC X(10).
           03 P-REF-NUMBER PIC X(15).
           03 P-REMIT-METHOD PIC X(1).
               88 P-REMIT-CHECK VALUE 'C'.
               88 P-REMIT-ACH VALUE 'A'.
               88 P-REMIT-WIRE VALUE 'W'.
           03 P-VENDOR-NO PIC X(10).
