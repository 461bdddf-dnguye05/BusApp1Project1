      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: GLJRNL - shared layout of the general-ledger journal
      *         entry (COB1-GLJRNL) handed to finance: account, debit
      *         or credit, amount, and the department and location
      *         the amount belongs to.  Copied into every program that
      *         posts to the journal (the labor distribution and the
      *         off-cycle run) so they write the same record.
      ******************************************************************
      *Modifications:
      *  2026-10-15  DN  Added JE-PERIOD-ID, the pay calendar period
      *                  the entry belongs to.
      ******************************************************************
       01  JOURNAL-DATA.
           03 JE-ACCOUNT PIC X(8).
           03 JE-DRCR PIC X(1).
           03 JE-AMOUNT PIC 9(9)V99.
           03 JE-DEPT PIC X(4).
           03 JE-LOC PIC X(4).
           03 JE-DESC PIC X(12).
           03 JE-PERIOD-ID PIC X(6).
