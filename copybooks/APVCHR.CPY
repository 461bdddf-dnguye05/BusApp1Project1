      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: APVCHR - shared layout of the accounts-payable voucher
      *         interface record (COB1-APVOUCH) the remittance run
      *         writes after each net-pay run, one record per payee
      *         owed money from the pay, for accounts payable to load
      *         and pay.  AV-VOUCHER-NO is 'PR', the pay period and a
      *         sequence number within the run, so a period's vouchers
      *         can be traced back to the remittance register that
      *         lists the employees behind each one.  AV-REF-NUMBER is
      *         the payee's case or policy number; AV-DUE-DATE is the
      *         period's pay date.
      ******************************************************************
       01  APVOUCH-DATA.
           03 AV-VOUCHER-NO.
               05 AV-VOUCHER-PREFIX PIC X(2).
               05 AV-VOUCHER-PERIOD PIC X(6).
               05 AV-VOUCHER-SEQ PIC 9(4).
           03 AV-VENDOR-NO PIC X(10).
           03 AV-PAYEE-ID PIC X(6).
           03 AV-PAYEE-NAME PIC X(30).
           03 AV-REMIT-METHOD PIC X(1).
           03 AV-REF-NUMBER PIC X(15).
           03 AV-INVOICE-DATE PIC X(8).
           03 AV-DUE-DATE PIC X(8).
           03 AV-PERIOD-ID PIC X(6).
           03 AV-AMOUNT PIC 9(9)V99.
           03 AV-EMP-COUNT PIC 9(5).
