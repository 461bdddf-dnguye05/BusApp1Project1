      *         to COB1-DEDAUD with the before and after record
      *         images, the way the employee maintenance run journals
      *         to COB1-AUDIT.
      ******************************************************************
      *Modifications:
      *  2026-10-15  DN  Transactions now carry the payee each
      *                  deduction is remitted to and a garnishment's
      *                  case number.  A payee given on a transaction
      *                  must be on the payee master (COB1-PAYEE, shared
      *                  PYEMST copybook), active and of the right kind,
      *                  and a record left with a tax percentage,
      *                  benefit or garnishment amount must name its
      *                  payee (and a garnishment its case number) so
      *                  the remittance run can pay every deduction.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project21.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS D-EMPID.
           SELECT OPTIONAL PAYEE-FILE ASSIGN TO 'COB1-PAYEE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS P-PAYEE-ID.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'COB1-DEDAUD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TRANS-REC PIC X(68).
       FD  DEDMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY DEDMST.
       FD  PAYEE-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PYEMST.
       FD  AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           03 DT-GARN-AMT REDEFINES DT-GARN-AMT-X PIC 9(5)V99.
           03 DT-GARN-BAL-X PIC X(9).
           03 DT-GARN-BAL REDEFINES DT-GARN-BAL-X PIC 9(7)V99.
           03 DT-TAX-PAYEE PIC X(6).
           03 DT-BENEFIT-PAYEE PIC X(6).
           03 DT-GARN-PAYEE PIC X(6).
           03 DT-GARN-CASE PIC X(15).
       01  MISC.
           03 EOF-T PIC 9 VALUE 0.
           03 TRANS-COUNT PIC 9(5) VALUE 0.
               88 DEDMSTR-FOUND VALUE 'Y'.
           03 AMOUNTS-VALID-SW PIC X(1) VALUE 'Y'.
               88 AMOUNTS-VALID VALUE 'Y'.
           03 BEFORE-IMAGE PIC X(67) VALUE SPACES.
           03 AFTER-IMAGE PIC X(67) VALUE SPACES.
      *    The payee a transaction names is looked up on COB1-PAYEE
      *    and must be active and of the kind the deduction calls for.
       01  PAYEE-CHECK-AREAS.
           03 CHECK-PAYEE-ID PIC X(6).
           03 CHECK-PAYEE-TYPE PIC X(1).
           03 CHECK-PAYEE-LABEL PIC X(8).
           03 PAYEES-VALID-SW PIC X(1) VALUE 'Y'.
               88 PAYEES-VALID VALUE 'Y'.
           03 RECORD-VALID-SW PIC X(1) VALUE 'Y'.
               88 RECORD-VALID VALUE 'Y'.
       01  RUN-DATE-FIELDS.
           03 RUN-DATE-YYYYMMDD PIC 9(8).
           03 RUN-DATE-BREAKOUT REDEFINES RUN-DATE-YYYYMMDD.
           03 AJ-RUN-TIME PIC X(6).
       01  PRNT-AUDIT2.
           03 AJ2-TAG PIC X(8).
           03 AJ2-IMAGE PIC X(67).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT TRANS-FILE.
           OPEN I-O DEDMSTR-FILE.
           OPEN INPUT PAYEE-FILE.
           OPEN EXTEND AUDIT-FILE.
           PERFORM 2000-READ-TRANS.
           PERFORM 1500-LOOP
               UNTIL EOF-T = 1.
           CLOSE TRANS-FILE.
           CLOSE DEDMSTR-FILE.
           CLOSE PAYEE-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY 'DEDUCTION TRANSACTIONS READ: ' TRANS-COUNT.
           DISPLAY 'TRANSACTIONS APPLIED: ' APPLIED-COUNT.
                   MOVE 'N' TO APPLY-SW
                   MOVE 'NON-NUMERIC AMOUNT FIELD' TO APPLY-REASON
               ELSE
                   IF NOT TRANS-DELETE
                       PERFORM 2160-CHECK-PAYEES
                   END-IF
                   IF TRANS-APPLIED
                       IF TRANS-ADD
                           PERFORM 2200-APPLY-ADD
                       ELSE
                           IF TRANS-CHANGE
                               PERFORM 2300-APPLY-CHANGE
                           ELSE
                               PERFORM 2400-APPLY-DELETE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               AND DT-GARN-BAL-X IS NOT NUMERIC
               MOVE 'N' TO AMOUNTS-VALID-SW
           END-IF.
       2160-CHECK-PAYEES.
      *    Only the payees the transaction supplies are checked, so a
      *    payee going inactive later does not block other changes to
      *    the employee's deductions.
           MOVE 'Y' TO PAYEES-VALID-SW.
           IF DT-TAX-PAYEE NOT = SPACES
               MOVE DT-TAX-PAYEE TO CHECK-PAYEE-ID
               MOVE 'T' TO CHECK-PAYEE-TYPE
               MOVE 'TAX' TO CHECK-PAYEE-LABEL
               PERFORM 2170-CHECK-ONE-PAYEE
           END-IF.
           IF PAYEES-VALID AND DT-BENEFIT-PAYEE NOT = SPACES
               MOVE DT-BENEFIT-PAYEE TO CHECK-PAYEE-ID
               MOVE 'B' TO CHECK-PAYEE-TYPE
               MOVE 'BENEFIT' TO CHECK-PAYEE-LABEL
               PERFORM 2170-CHECK-ONE-PAYEE
           END-IF.
           IF PAYEES-VALID AND DT-GARN-PAYEE NOT = SPACES
               MOVE DT-GARN-PAYEE TO CHECK-PAYEE-ID
               MOVE 'G' TO CHECK-PAYEE-TYPE
               MOVE 'GARNISH' TO CHECK-PAYEE-LABEL
               PERFORM 2170-CHECK-ONE-PAYEE
           END-IF.
           IF NOT PAYEES-VALID
               MOVE 'N' TO APPLY-SW
           END-IF.
       2170-CHECK-ONE-PAYEE.
           MOVE CHECK-PAYEE-ID TO P-PAYEE-ID.
           READ PAYEE-FILE
               INVALID KEY
                   MOVE 'N' TO PAYEES-VALID-SW
                   STRING CHECK-PAYEE-LABEL DELIMITED BY SPACE
                       ' PAYEE NOT ON FILE'
                       DELIMITED BY SIZE INTO APPLY-REASON
               NOT INVALID KEY
                   IF NOT P-ACTIVE
                       MOVE 'N' TO PAYEES-VALID-SW
                       STRING CHECK-PAYEE-LABEL DELIMITED BY SPACE
                           ' PAYEE IS INACTIVE'
                           DELIMITED BY SIZE INTO APPLY-REASON
                   ELSE
                       IF P-TYPE NOT = CHECK-PAYEE-TYPE
                           MOVE 'N' TO PAYEES-VALID-SW
                           STRING CHECK-PAYEE-LABEL DELIMITED BY SPACE
                               ' PAYEE IS WRONG TYPE'
                               DELIMITED BY SIZE INTO APPLY-REASON
                       END-IF
                   END-IF
           END-READ.
       2200-APPLY-ADD.
           IF DEDMSTR-FOUND
               MOVE 'N' TO APPLY-SW
               ELSE
                   MOVE DT-GARN-BAL TO D-GARN-BALANCE
               END-IF
               MOVE DT-TAX-PAYEE TO D-TAX-PAYEE
               MOVE DT-BENEFIT-PAYEE TO D-BENEFIT-PAYEE
               MOVE DT-GARN-PAYEE TO D-GARN-PAYEE
               MOVE DT-GARN-CASE TO D-GARN-CASE
               PERFORM 2600-VALIDATE-RECORD
               IF RECORD-VALID
                   WRITE DEDMSTR-REC
                       INVALID KEY
                           MOVE 'N' TO APPLY-SW
                           MOVE 'MASTER WRITE FAILED'
                               TO APPLY-REASON
                       NOT INVALID KEY
                           MOVE DEDMSTR-REC TO AFTER-IMAGE
                   END-WRITE
               END-IF
           END-IF.
       2300-APPLY-CHANGE.
      *    A CHANGE transaction replaces only the fields it carries;
               IF DT-GARN-BAL-X NOT = SPACES
                   MOVE DT-GARN-BAL TO D-GARN-BALANCE
               END-IF
               IF DT-TAX-PAYEE NOT = SPACES
                   MOVE DT-TAX-PAYEE TO D-TAX-PAYEE
               END-IF
               IF DT-BENEFIT-PAYEE NOT = SPACES
                   MOVE DT-BENEFIT-PAYEE TO D-BENEFIT-PAYEE
               END-IF
               IF DT-GARN-PAYEE NOT = SPACES
                   MOVE DT-GARN-PAYEE TO D-GARN-PAYEE
               END-IF
               IF DT-GARN-CASE NOT = SPACES
                   MOVE DT-GARN-CASE TO D-GARN-CASE
               END-IF
               PERFORM 2600-VALIDATE-RECORD
               IF RECORD-VALID
                   REWRITE DEDMSTR-REC
                       INVALID KEY
                           MOVE 'N' TO APPLY-SW
                           MOVE 'MASTER REWRITE FAILED'
                               TO APPLY-REASON
                       NOT INVALID KEY
                           MOVE DEDMSTR-REC TO AFTER-IMAGE
                   END-REWRITE
               END-IF
           END-IF.
       2400-APPLY-DELETE.
           IF NOT DEDMSTR-FOUND
           MOVE 'AFTER:  ' TO AJ2-TAG.
           MOVE AFTER-IMAGE TO AJ2-IMAGE.
           WRITE AUDIT-REC FROM PRNT-AUDIT2.
       2600-VALIDATE-RECORD.
      *    The finished record is checked as a whole: every deduction
      *    it takes must have somewhere to be remitted, and a
      *    garnishment must say which order it is paid under.
           MOVE 'Y' TO RECORD-VALID-SW.
           IF D-TAX-PCT > 0 AND D-TAX-PAYEE = SPACES
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'TAX PAYEE MISSING' TO APPLY-REASON
           END-IF.
           IF D-BENEFIT-AMT > 0 AND D-BENEFIT-PAYEE = SPACES
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'BENEFIT PAYEE MISSING' TO APPLY-REASON
           END-IF.
           IF D-GARN-AMT > 0
               IF D-GARN-PAYEE = SPACES
                   MOVE 'N' TO RECORD-VALID-SW
                   MOVE 'GARNISH PAYEE MISSING' TO APPLY-REASON
               ELSE
                   IF D-GARN-CASE = SPACES
                       MOVE 'N' TO RECORD-VALID-SW
                       MOVE 'GARNISH CASE NUMBER MISSING'
                           TO APPLY-REASON
                   END-IF
               END-IF
           END-IF.
           IF NOT RECORD-VALID
               MOVE 'N' TO APPLY-SW
           END-IF.
       8400-START-RUNLOG.
           MOVE 'PROJECT21' TO RL-PROGRAM.
           ACCEPT RL-DATE-WORK FROM DATE YYYYMMDD.
