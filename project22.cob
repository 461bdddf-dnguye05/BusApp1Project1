      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project22 - direct-deposit bank master maintenance.
      *         Applies ADD / CHANGE / DELETE transactions
      *         (COB1-BNKTRANS) against the indexed bank master
      *         (COB1-BANKMSTR, shared BNKMST copybook, keyed on
      *         B-EMPID) that the direct-deposit run reads: primary
      *         routing number, account number and account type, and
      *         an optional second account that takes a flat amount
      *         or a percentage of net pay.  The master is created
      *         empty on the first run, so this program is the
      *         file's creation path as well.  On a CHANGE, a field
      *         left blank on the transaction keeps the value already
      *         on the master.  Every routing number must pass the
      *         ABA check-digit test before it is accepted.  A new
      *         account, or a change to any routing number, account
      *         number or account type, puts the record back in
      *         prenote status so the direct-deposit run sends a
      *         zero-dollar prenote before any live money moves.  A
      *         status of 'I' on the transaction stops deposits
      *         (the employee falls to the check list) and 'N' asks
      *         for a fresh prenote.  Every transaction, applied or
      *         rejected, is journaled to COB1-BNKAUD with the before
      *         and after record images, the way the deduction
      *         maintenance run journals to COB1-DEDAUD.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project22.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'COB1-BNKTRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANKMSTR-FILE ASSIGN TO 'COB1-BANKMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS B-EMPID.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'COB1-BNKAUD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TRANS-REC PIC X(76).
       FD  BANKMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY BNKMST.
       FD  AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC PIC X(91).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       01  TRANS-DATA.
           03 BT-ACTION PIC X(1).
               88 TRANS-ADD VALUE 'A'.
               88 TRANS-CHANGE VALUE 'C'.
               88 TRANS-DELETE VALUE 'D'.
               88 VALID-ACTION VALUE 'A' 'C' 'D'.
           03 BT-EMPID PIC X(7).
           03 BT-PRI-ROUTING PIC X(9).
           03 BT-PRI-ACCOUNT PIC X(17).
           03 BT-PRI-TYPE PIC X(1).
           03 BT-SPLIT-METHOD PIC X(1).
               88 BT-SPLIT-KEEP VALUE ' '.
               88 BT-SPLIT-REMOVE VALUE 'N'.
               88 VALID-SPLIT-CODE VALUE ' ' 'A' 'P' 'N'.
           03 BT-SPLIT-AMT-X PIC X(7).
           03 BT-SPLIT-AMT REDEFINES BT-SPLIT-AMT-X PIC 9(5)V99.
           03 BT-SPLIT-PCT-X PIC X(5).
           03 BT-SPLIT-PCT REDEFINES BT-SPLIT-PCT-X PIC 9(3)V99.
           03 BT-SEC-ROUTING PIC X(9).
           03 BT-SEC-ACCOUNT PIC X(17).
           03 BT-SEC-TYPE PIC X(1).
           03 BT-STATUS PIC X(1).
               88 VALID-STATUS-CODE VALUE ' ' 'I' 'N'.
       01  MISC.
           03 EOF-T PIC 9 VALUE 0.
           03 TRANS-COUNT PIC 9(5) VALUE 0.
           03 APPLIED-COUNT PIC 9(5) VALUE 0.
           03 REJECT-COUNT PIC 9(5) VALUE 0.
       01  APPLY-AREAS.
           03 APPLY-SW PIC X(1) VALUE 'Y'.
               88 TRANS-APPLIED VALUE 'Y'.
               88 TRANS-REJECTED VALUE 'N'.
           03 APPLY-REASON PIC X(30) VALUE SPACES.
           03 BANKMSTR-FOUND-SW PIC X(1) VALUE 'N'.
               88 BANKMSTR-FOUND VALUE 'Y'.
           03 AMOUNTS-VALID-SW PIC X(1) VALUE 'Y'.
               88 AMOUNTS-VALID VALUE 'Y'.
           03 BEFORE-IMAGE PIC X(83) VALUE SPACES.
           03 AFTER-IMAGE PIC X(83) VALUE SPACES.
      *    The account fields as they stood before a CHANGE, so the
      *    run can tell whether the money is now going somewhere new
      *    and a fresh prenote is owed.
       01  PRIOR-ACCOUNT-AREAS.
           03 PRIOR-PRI-ROUTING PIC X(9).
           03 PRIOR-PRI-ACCOUNT PIC X(17).
           03 PRIOR-PRI-TYPE PIC X(1).
           03 PRIOR-SPLIT-METHOD PIC X(1).
           03 PRIOR-SEC-ROUTING PIC X(9).
           03 PRIOR-SEC-ACCOUNT PIC X(17).
           03 PRIOR-SEC-TYPE PIC X(1).
       01  ROUTING-CHECK-AREAS.
           03 ROUTING-WORK PIC X(9).
           03 ROUTING-DIGITS REDEFINES ROUTING-WORK.
               05 ROUTING-DIGIT OCCURS 9 TIMES PIC 9.
           03 ROUTING-IDX PIC 9(2) VALUE 0.
           03 ROUTING-SUM PIC 9(4) VALUE 0.
           03 ROUTING-QUOTIENT PIC 9(4) VALUE 0.
           03 ROUTING-REMAINDER PIC 9(2) VALUE 0.
           03 ROUTING-VALID-SW PIC X(1) VALUE 'N'.
               88 ROUTING-VALID VALUE 'Y'.
           03 RECORD-VALID-SW PIC X(1) VALUE 'Y'.
               88 RECORD-VALID VALUE 'Y'.
      *    ABA check-digit weights, 3-7-1 repeated across the nine
      *    digits of the routing number.
       01  ROUTING-WEIGHT-DATA.
           03 FILLER PIC 9 VALUE 3.
           03 FILLER PIC 9 VALUE 7.
           03 FILLER PIC 9 VALUE 1.
           03 FILLER PIC 9 VALUE 3.
           03 FILLER PIC 9 VALUE 7.
           03 FILLER PIC 9 VALUE 1.
           03 FILLER PIC 9 VALUE 3.
           03 FILLER PIC 9 VALUE 7.
           03 FILLER PIC 9 VALUE 1.
       01  ROUTING-WEIGHT-TABLE REDEFINES ROUTING-WEIGHT-DATA.
           03 ROUTING-WEIGHT OCCURS 9 TIMES PIC 9.
       01  RUN-DATE-FIELDS.
           03 RUN-DATE-YYYYMMDD PIC 9(8).
           03 RUN-DATE-BREAKOUT REDEFINES RUN-DATE-YYYYMMDD.
               05 RUN-YYYY PIC 9(4).
               05 RUN-MM PIC 9(2).
               05 RUN-DD PIC 9(2).
           03 RUN-DATE-DISP.
               05 RUN-DISP-MM PIC 99.
               05 FILLER PIC X VALUE '/'.
               05 RUN-DISP-DD PIC 99.
               05 FILLER PIC X VALUE '/'.
               05 RUN-DISP-YYYY PIC 9999.
       01  PRNT-AUDIT1.
           03 AJ-RUN-DATE PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-ACTION PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-DISP PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-REASON PIC X(30).
           03 AJ-RUN-TIME PIC X(6).
       01  PRNT-AUDIT2.
           03 AJ2-TAG PIC X(8).
           03 AJ2-IMAGE PIC X(83).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT TRANS-FILE.
           OPEN I-O BANKMSTR-FILE.
           OPEN EXTEND AUDIT-FILE.
           PERFORM 2000-READ-TRANS.
           PERFORM 1500-LOOP
               UNTIL EOF-T = 1.
           CLOSE TRANS-FILE.
           CLOSE BANKMSTR-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY 'BANK TRANSACTIONS READ: ' TRANS-COUNT.
           DISPLAY 'TRANSACTIONS APPLIED: ' APPLIED-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED: ' REJECT-COUNT.
           MOVE TRANS-COUNT TO RL-READ-COUNT.
           MOVE APPLIED-COUNT TO RL-WRITE-COUNT.
           MOVE REJECT-COUNT TO RL-REJECT-COUNT.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           PERFORM 8400-START-RUNLOG.
       1500-LOOP.
           PERFORM 2100-APPLY-TRANSACTION.
           PERFORM 2500-WRITE-AUDIT.
           PERFORM 2000-READ-TRANS.
       2000-READ-TRANS.
           READ TRANS-FILE INTO TRANS-DATA
               AT END MOVE 1 TO EOF-T.
           IF EOF-T = 0
               ADD 1 TO TRANS-COUNT
           END-IF.
       2100-APPLY-TRANSACTION.
           MOVE 'Y' TO APPLY-SW.
           MOVE SPACES TO APPLY-REASON.
           MOVE SPACES TO BEFORE-IMAGE.
           MOVE SPACES TO AFTER-IMAGE.
           PERFORM 2110-READ-BANKMSTR.
           PERFORM 2150-CHECK-AMOUNTS.
           IF NOT VALID-ACTION
               MOVE 'N' TO APPLY-SW
               MOVE 'INVALID ACTION CODE' TO APPLY-REASON
           ELSE
               IF NOT AMOUNTS-VALID
                   MOVE 'N' TO APPLY-SW
                   MOVE 'NON-NUMERIC AMOUNT FIELD' TO APPLY-REASON
               ELSE
                   IF NOT VALID-SPLIT-CODE
                       OR NOT VALID-STATUS-CODE
                       MOVE 'N' TO APPLY-SW
                       MOVE 'INVALID SPLIT OR STATUS CODE'
                           TO APPLY-REASON
                   ELSE
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
           END-IF.
           IF TRANS-APPLIED
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.
       2110-READ-BANKMSTR.
           MOVE 'N' TO BANKMSTR-FOUND-SW.
           MOVE BT-EMPID TO B-EMPID.
           READ BANKMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO BANKMSTR-FOUND-SW
                   MOVE BANKMSTR-REC TO BEFORE-IMAGE
           END-READ.
       2150-CHECK-AMOUNTS.
      *    An amount field is either all spaces (keep / default) or
      *    all digits; anything else rejects the transaction before
      *    it can corrupt the master.
           MOVE 'Y' TO AMOUNTS-VALID-SW.
           IF BT-SPLIT-AMT-X NOT = SPACES
               AND BT-SPLIT-AMT-X IS NOT NUMERIC
               MOVE 'N' TO AMOUNTS-VALID-SW
           END-IF.
           IF BT-SPLIT-PCT-X NOT = SPACES
               AND BT-SPLIT-PCT-X IS NOT NUMERIC
               MOVE 'N' TO AMOUNTS-VALID-SW
           END-IF.
       2200-APPLY-ADD.
           IF BANKMSTR-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'EMPID ALREADY ON MASTER' TO APPLY-REASON
           ELSE
               MOVE SPACES TO BANKMSTR-REC
               MOVE BT-EMPID TO B-EMPID
               MOVE 0 TO B-SPLIT-AMT
               MOVE 0 TO B-SPLIT-PCT
               PERFORM 2210-MOVE-TRANS-FIELDS
               IF BT-SPLIT-REMOVE
                   MOVE SPACES TO B-SPLIT-METHOD
               END-IF
               MOVE 'N' TO B-STATUS
               IF BT-STATUS = 'I'
                   MOVE 'I' TO B-STATUS
               END-IF
               PERFORM 2600-VALIDATE-RECORD
               IF RECORD-VALID
                   WRITE BANKMSTR-REC
                       INVALID KEY
                           MOVE 'N' TO APPLY-SW
                           MOVE 'MASTER WRITE FAILED'
                               TO APPLY-REASON
                       NOT INVALID KEY
                           MOVE BANKMSTR-REC TO AFTER-IMAGE
                   END-WRITE
               END-IF
           END-IF.
       2210-MOVE-TRANS-FIELDS.
      *    Only the fields the transaction carries are moved; a field
      *    left as spaces keeps what is already in the record.
           IF BT-PRI-ROUTING NOT = SPACES
               MOVE BT-PRI-ROUTING TO B-PRI-ROUTING
           END-IF.
           IF BT-PRI-ACCOUNT NOT = SPACES
               MOVE BT-PRI-ACCOUNT TO B-PRI-ACCOUNT
           END-IF.
           IF BT-PRI-TYPE NOT = SPACES
               MOVE BT-PRI-TYPE TO B-PRI-TYPE
           END-IF.
           IF NOT BT-SPLIT-KEEP
               MOVE BT-SPLIT-METHOD TO B-SPLIT-METHOD
           END-IF.
           IF BT-SPLIT-AMT-X NOT = SPACES
               MOVE BT-SPLIT-AMT TO B-SPLIT-AMT
           END-IF.
           IF BT-SPLIT-PCT-X NOT = SPACES
               MOVE BT-SPLIT-PCT TO B-SPLIT-PCT
           END-IF.
           IF BT-SEC-ROUTING NOT = SPACES
               MOVE BT-SEC-ROUTING TO B-SEC-ROUTING
           END-IF.
           IF BT-SEC-ACCOUNT NOT = SPACES
               MOVE BT-SEC-ACCOUNT TO B-SEC-ACCOUNT
           END-IF.
           IF BT-SEC-TYPE NOT = SPACES
               MOVE BT-SEC-TYPE TO B-SEC-TYPE
           END-IF.
       2300-APPLY-CHANGE.
           IF NOT BANKMSTR-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'EMPID NOT ON MASTER' TO APPLY-REASON
           ELSE
               MOVE B-PRI-ROUTING TO PRIOR-PRI-ROUTING
               MOVE B-PRI-ACCOUNT TO PRIOR-PRI-ACCOUNT
               MOVE B-PRI-TYPE TO PRIOR-PRI-TYPE
               MOVE B-SPLIT-METHOD TO PRIOR-SPLIT-METHOD
               MOVE B-SEC-ROUTING TO PRIOR-SEC-ROUTING
               MOVE B-SEC-ACCOUNT TO PRIOR-SEC-ACCOUNT
               MOVE B-SEC-TYPE TO PRIOR-SEC-TYPE
               PERFORM 2210-MOVE-TRANS-FIELDS
               IF BT-SPLIT-REMOVE
                   MOVE SPACES TO B-SPLIT-METHOD
                   MOVE 0 TO B-SPLIT-AMT
                   MOVE 0 TO B-SPLIT-PCT
                   MOVE SPACES TO B-SEC-ROUTING
                   MOVE SPACES TO B-SEC-ACCOUNT
                   MOVE SPACES TO B-SEC-TYPE
               END-IF
               PERFORM 2310-CHECK-NEW-DESTINATION
               IF BT-STATUS = 'I'
                   MOVE 'I' TO B-STATUS
               ELSE
                   IF BT-STATUS = 'N'
                       MOVE 'N' TO B-STATUS
                       MOVE SPACES TO B-PRENOTE-DATE
                   END-IF
               END-IF
               PERFORM 2600-VALIDATE-RECORD
               IF RECORD-VALID
                   REWRITE BANKMSTR-REC
                       INVALID KEY
                           MOVE 'N' TO APPLY-SW
                           MOVE 'MASTER REWRITE FAILED'
                               TO APPLY-REASON
                       NOT INVALID KEY
                           MOVE BANKMSTR-REC TO AFTER-IMAGE
                   END-REWRITE
               END-IF
           END-IF.
       2310-CHECK-NEW-DESTINATION.
      *    Money going to a different account - or to a second account
      *    that was not there before - has to be proven with a fresh
      *    prenote.  Dropping the second account does not.
           IF B-PRI-ROUTING NOT = PRIOR-PRI-ROUTING
               OR B-PRI-ACCOUNT NOT = PRIOR-PRI-ACCOUNT
               OR B-PRI-TYPE NOT = PRIOR-PRI-TYPE
               MOVE 'N' TO B-STATUS
               MOVE SPACES TO B-PRENOTE-DATE
           END-IF.
           IF NOT B-NO-SPLIT
               IF PRIOR-SPLIT-METHOD = SPACES
                   OR B-SEC-ROUTING NOT = PRIOR-SEC-ROUTING
                   OR B-SEC-ACCOUNT NOT = PRIOR-SEC-ACCOUNT
                   OR B-SEC-TYPE NOT = PRIOR-SEC-TYPE
                   MOVE 'N' TO B-STATUS
                   MOVE SPACES TO B-PRENOTE-DATE
               END-IF
           END-IF.
       2400-APPLY-DELETE.
           IF NOT BANKMSTR-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'EMPID NOT ON MASTER' TO APPLY-REASON
           ELSE
               DELETE BANKMSTR-FILE
           END-IF.
       2500-WRITE-AUDIT.
           MOVE RUN-DATE-DISP TO AJ-RUN-DATE.
           MOVE BT-ACTION TO AJ-ACTION.
           MOVE BT-EMPID TO AJ-EMPID.
           IF TRANS-APPLIED
               MOVE 'APPLIED' TO AJ-DISP
           ELSE
               MOVE 'REJECTED' TO AJ-DISP
           END-IF.
           MOVE APPLY-REASON TO AJ-REASON.
           ACCEPT RL-TIME-WORK FROM TIME.
           MOVE RL-TIME-WORK (1:6) TO AJ-RUN-TIME.
           WRITE AUDIT-REC FROM PRNT-AUDIT1.
           MOVE 'BEFORE: ' TO AJ2-TAG.
           MOVE BEFORE-IMAGE TO AJ2-IMAGE.
           WRITE AUDIT-REC FROM PRNT-AUDIT2.
           MOVE 'AFTER:  ' TO AJ2-TAG.
           MOVE AFTER-IMAGE TO AJ2-IMAGE.
           WRITE AUDIT-REC FROM PRNT-AUDIT2.
       2600-VALIDATE-RECORD.
      *    The finished record is checked as a whole, so a CHANGE that
      *    carries only a split method is still refused when the
      *    second account it points at is missing.
           MOVE 'Y' TO RECORD-VALID-SW.
           MOVE B-PRI-ROUTING TO ROUTING-WORK.
           PERFORM 2650-CHECK-ROUTING.
           IF NOT ROUTING-VALID
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'INVALID PRIMARY ROUTING NUMBER' TO APPLY-REASON
           ELSE
               IF B-PRI-ACCOUNT = SPACES
                   OR (NOT B-PRI-CHECKING AND NOT B-PRI-SAVINGS)
                   MOVE 'N' TO RECORD-VALID-SW
                   MOVE 'PRIMARY ACCOUNT OR TYPE MISSING'
                       TO APPLY-REASON
               END-IF
           END-IF.
           IF RECORD-VALID AND NOT B-NO-SPLIT
               PERFORM 2620-VALIDATE-SPLIT
           END-IF.
           IF NOT RECORD-VALID
               MOVE 'N' TO APPLY-SW
           END-IF.
       2620-VALIDATE-SPLIT.
           MOVE B-SEC-ROUTING TO ROUTING-WORK.
           PERFORM 2650-CHECK-ROUTING.
           IF NOT ROUTING-VALID
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'INVALID SECOND ROUTING NUMBER' TO APPLY-REASON
           ELSE
               IF B-SEC-ACCOUNT = SPACES
                   OR (NOT B-SEC-CHECKING AND NOT B-SEC-SAVINGS)
                   MOVE 'N' TO RECORD-VALID-SW
                   MOVE 'SECOND ACCOUNT OR TYPE MISSING'
                       TO APPLY-REASON
               END-IF
           END-IF.
           IF RECORD-VALID
               IF B-SPLIT-BY-AMOUNT AND B-SPLIT-AMT = 0
                   MOVE 'N' TO RECORD-VALID-SW
                   MOVE 'SPLIT AMOUNT MISSING' TO APPLY-REASON
               END-IF
               IF B-SPLIT-BY-PERCENT
                   AND (B-SPLIT-PCT = 0 OR B-SPLIT-PCT NOT < 100)
                   MOVE 'N' TO RECORD-VALID-SW
                   MOVE 'SPLIT PERCENT NOT 0-100' TO APPLY-REASON
               END-IF
           END-IF.
       2650-CHECK-ROUTING.
      *    A routing number is nine digits whose 3-7-1 weighted sum is
      *    a multiple of ten (the ABA check digit).
           MOVE 'N' TO ROUTING-VALID-SW.
           IF ROUTING-WORK IS NUMERIC
               AND ROUTING-WORK NOT = '000000000'
               MOVE 0 TO ROUTING-SUM
               PERFORM 2660-ADD-ROUTING-DIGIT
                   VARYING ROUTING-IDX FROM 1 BY 1
                   UNTIL ROUTING-IDX > 9
               DIVIDE ROUTING-SUM BY 10 GIVING ROUTING-QUOTIENT
                   REMAINDER ROUTING-REMAINDER
               IF ROUTING-REMAINDER = 0
                   MOVE 'Y' TO ROUTING-VALID-SW
               END-IF
           END-IF.
       2660-ADD-ROUTING-DIGIT.
           COMPUTE ROUTING-SUM = ROUTING-SUM +
               ROUTING-DIGIT (ROUTING-IDX) *
               ROUTING-WEIGHT (ROUTING-IDX).
       8400-START-RUNLOG.
           MOVE 'PROJECT22' TO RL-PROGRAM.
           ACCEPT RL-DATE-WORK FROM DATE YYYYMMDD.
           MOVE RL-DATE-WORK TO RL-RUN-DATE.
           ACCEPT RL-TIME-WORK FROM TIME.
           MOVE RL-TIME-WORK (1:6) TO RL-START-TIME.
           MOVE 0 TO RL-READ-COUNT.
           MOVE 0 TO RL-WRITE-COUNT.
           MOVE 0 TO RL-REJECT-COUNT.
       8500-WRITE-RUNLOG.
           ACCEPT RL-TIME-WORK FROM TIME.
           MOVE RL-TIME-WORK (1:6) TO RL-END-TIME.
           MOVE 'C' TO RL-STATUS.
           OPEN EXTEND RUNLOG-FILE.
           WRITE RUNLOG-REC FROM RUNLOG-DATA.
           CLOSE RUNLOG-FILE.
       END PROGRAM project22.
