      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project24 - per-employee pay-rate maintenance.
      *         Applies ADD / CHANGE / DELETE transactions
      *         (COB1-RATETRANS) against the indexed rate history
      *         (COB1-EMPRATES, shared RATMST copybook, keyed on EMPID
      *         plus effective date) that the gross-pay run prices
      *         from.  A raise is an ADD with the date it takes
      *         effect, so the old rate stays on file for the pays it
      *         already covered.  The history is created empty on the
      *         first run, so this program is the file's creation path
      *         as well.  A rate added or changed with an effective
      *         date earlier than today is flagged retro-pending so
      *         the retro-pay run reprices the pays already made since
      *         that date.  Every transaction, applied or rejected, is
      *         journaled to COB1-RATEAUD with the before and after
      *         record images, the way the deduction maintenance run
      *         journals to COB1-DEDAUD.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project24.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'COB1-RATETRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPRATE-FILE ASSIGN TO 'COB1-EMPRATES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ER-KEY.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'COB1-RATEAUD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TRANS-REC PIC X(21).
       FD  EMPRATE-FILE
               LABEL RECORDS ARE STANDARD.
       COPY RATMST.
       FD  AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC PIC X(70).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       01  TRANS-DATA.
           03 ET-ACTION PIC X(1).
               88 TRANS-ADD VALUE 'A'.
               88 TRANS-CHANGE VALUE 'C'.
               88 TRANS-DELETE VALUE 'D'.
               88 VALID-ACTION VALUE 'A' 'C' 'D'.
           03 ET-EMPID PIC X(7).
           03 ET-EFF-DATE PIC X(8).
           03 ET-EFF-DATE-BREAKOUT REDEFINES ET-EFF-DATE.
               05 ET-EFF-YYYY PIC 9(4).
               05 ET-EFF-MM PIC 9(2).
               05 ET-EFF-DD PIC 9(2).
           03 ET-RATE-X PIC X(5).
           03 ET-RATE REDEFINES ET-RATE-X PIC 9(3)V99.
       01  MISC.
           03 EOF-T PIC 9 VALUE 0.
           03 TRANS-COUNT PIC 9(5) VALUE 0.
           03 APPLIED-COUNT PIC 9(5) VALUE 0.
           03 REJECT-COUNT PIC 9(5) VALUE 0.
           03 RETRO-COUNT PIC 9(5) VALUE 0.
       01  APPLY-AREAS.
           03 APPLY-SW PIC X(1) VALUE 'Y'.
               88 TRANS-APPLIED VALUE 'Y'.
               88 TRANS-REJECTED VALUE 'N'.
           03 APPLY-REASON PIC X(30) VALUE SPACES.
           03 EMPRATE-FOUND-SW PIC X(1) VALUE 'N'.
               88 EMPRATE-FOUND VALUE 'Y'.
           03 FIELDS-VALID-SW PIC X(1) VALUE 'Y'.
               88 FIELDS-VALID VALUE 'Y'.
           03 BEFORE-IMAGE PIC X(29) VALUE SPACES.
           03 AFTER-IMAGE PIC X(29) VALUE SPACES.
       01  RUN-DATE-FIELDS.
           03 RUN-DATE-YYYYMMDD PIC 9(8).
           03 RUN-DATE-BREAKOUT REDEFINES RUN-DATE-YYYYMMDD.
               05 RUN-YYYY PIC 9(4).
               05 RUN-MM PIC 9(2).
               05 RUN-DD PIC 9(2).
           03 RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD PIC X(8).
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
           03 AJ2-IMAGE PIC X(29).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT TRANS-FILE.
           OPEN I-O EMPRATE-FILE.
           OPEN EXTEND AUDIT-FILE.
           PERFORM 2000-READ-TRANS.
           PERFORM 1500-LOOP
               UNTIL EOF-T = 1.
           CLOSE TRANS-FILE.
           CLOSE EMPRATE-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY 'RATE TRANSACTIONS READ: ' TRANS-COUNT.
           DISPLAY 'TRANSACTIONS APPLIED: ' APPLIED-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED: ' REJECT-COUNT.
           DISPLAY 'RATES LEFT PENDING RETRO PAY: ' RETRO-COUNT.
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
           PERFORM 2150-CHECK-FIELDS.
           IF NOT VALID-ACTION
               MOVE 'N' TO APPLY-SW
               MOVE 'INVALID ACTION CODE' TO APPLY-REASON
           ELSE
               IF NOT FIELDS-VALID
                   MOVE 'N' TO APPLY-SW
               ELSE
                   PERFORM 2110-READ-EMPRATE
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
           END-IF.
           IF TRANS-APPLIED
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.
       2110-READ-EMPRATE.
           MOVE 'N' TO EMPRATE-FOUND-SW.
           MOVE ET-EMPID TO ER-EMPID.
           MOVE ET-EFF-DATE TO ER-EFF-DATE.
           READ EMPRATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO EMPRATE-FOUND-SW
                   MOVE EMPRATE-REC TO BEFORE-IMAGE
           END-READ.
       2150-CHECK-FIELDS.
      *    The effective date is part of the key, so it must be a real
      *    CCYYMMDD date on every action; the rate must be numeric and
      *    non-zero wherever one is being set.
           MOVE 'Y' TO FIELDS-VALID-SW.
           IF ET-EFF-DATE IS NOT NUMERIC
               MOVE 'N' TO FIELDS-VALID-SW
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO APPLY-REASON
           ELSE
               IF ET-EFF-MM < 1 OR ET-EFF-MM > 12
                   OR ET-EFF-DD < 1 OR ET-EFF-DD > 31
                   MOVE 'N' TO FIELDS-VALID-SW
                   MOVE 'EFFECTIVE DATE NOT A DATE' TO APPLY-REASON
               END-IF
           END-IF.
           IF FIELDS-VALID AND NOT TRANS-DELETE
               IF ET-RATE-X IS NOT NUMERIC
                   MOVE 'N' TO FIELDS-VALID-SW
                   MOVE 'NON-NUMERIC RATE' TO APPLY-REASON
               ELSE
                   IF ET-RATE = 0
                       MOVE 'N' TO FIELDS-VALID-SW
                       MOVE 'RATE MAY NOT BE ZERO' TO APPLY-REASON
                   END-IF
               END-IF
           END-IF.
       2200-APPLY-ADD.
           IF EMPRATE-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'RATE ALREADY ON FILE FOR DATE' TO APPLY-REASON
           ELSE
               MOVE ET-EMPID TO ER-EMPID
               MOVE ET-EFF-DATE TO ER-EFF-DATE
               MOVE ET-RATE TO ER-RATE
               PERFORM 2250-SET-RETRO-STATUS
               WRITE EMPRATE-REC
                   INVALID KEY
                       MOVE 'N' TO APPLY-SW
                       MOVE 'RATE WRITE FAILED' TO APPLY-REASON
                   NOT INVALID KEY
                       MOVE EMPRATE-REC TO AFTER-IMAGE
               END-WRITE
           END-IF.
       2250-SET-RETRO-STATUS.
      *    A rate that took effect before today may already have been
      *    underpaid on earlier pays; the retro-pay run picks it up.
           MOVE RUN-DATE-X TO ER-KEYED-DATE.
           MOVE SPACES TO ER-RETRO-STATUS.
           IF ER-EFF-DATE < RUN-DATE-X
               MOVE 'P' TO ER-RETRO-STATUS
               ADD 1 TO RETRO-COUNT
           END-IF.
       2300-APPLY-CHANGE.
           IF NOT EMPRATE-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'NO RATE ON FILE FOR DATE' TO APPLY-REASON
           ELSE
               MOVE ET-RATE TO ER-RATE
               PERFORM 2250-SET-RETRO-STATUS
               REWRITE EMPRATE-REC
                   INVALID KEY
                       MOVE 'N' TO APPLY-SW
                       MOVE 'RATE REWRITE FAILED' TO APPLY-REASON
                   NOT INVALID KEY
                       MOVE EMPRATE-REC TO AFTER-IMAGE
               END-REWRITE
           END-IF.
       2400-APPLY-DELETE.
           IF NOT EMPRATE-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'NO RATE ON FILE FOR DATE' TO APPLY-REASON
           ELSE
               DELETE EMPRATE-FILE
           END-IF.
       2500-WRITE-AUDIT.
           MOVE RUN-DATE-DISP TO AJ-RUN-DATE.
           MOVE ET-ACTION TO AJ-ACTION.
           MOVE ET-EMPID TO AJ-EMPID.
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
       8400-START-RUNLOG.
           MOVE 'PROJECT24' TO RL-PROGRAM.
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
       END PROGRAM project24.
