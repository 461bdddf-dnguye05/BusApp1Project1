      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: BNKMST - shared COB1-BANKMSTR record layout, copied
      *         into any program that reads or writes the indexed
      *         direct-deposit bank master keyed on B-EMPID (the bank
      *         maintenance run and the direct-deposit run).  One
      *         record per employee carries the primary account and,
      *         optionally, a second account that takes part of the
      *         net pay either as a flat amount or a percentage.  A
      *         new or changed account starts in prenote status and
      *         takes no live money until a zero-dollar prenote has
      *         gone to the bank on an earlier run.
      ******************************************************************
       01  BANKMSTR-REC.
           03 B-EMPID PIC X(7).
           03 B-STATUS PIC X(1).
               88 B-PRENOTE-DUE VALUE 'N'.
               88 B-PRENOTE-SENT VALUE 'P'.
               88 B-ACTIVE VALUE 'A'.
               88 B-INACTIVE VALUE 'I'.
           03 B-PRENOTE-DATE PIC X(8).
           03 B-PRI-ROUTING PIC X(9).
           03 B-PRI-ACCOUNT PIC X(17).
           03 B-PRI-TYPE PIC X(1).
               88 B-PRI-CHECKING VALUE 'C'.
               88 B-PRI-SAVINGS VALUE 'S'.
           03 B-SPLIT-METHOD PIC X(1).
               88 B-NO-SPLIT VALUE ' '.
               88 B-SPLIT-BY-AMOUNT VALUE 'A'.
               88 B-SPLIT-BY-PERCENT VALUE 'P'.
           03 B-SPLIT-AMT PIC 9(5)V99.
           03 B-SPLIT-PCT PIC 9(3)V99.
           03 B-SEC-ROUTING PIC X(9).
           03 B-SEC-ACCOUNT PIC X(17).
           03 B-SEC-TYPE PIC X(1).
               88 B-SEC-CHECKING VALUE 'C'.
               88 B-SEC-SAVINGS VALUE 'S'.
