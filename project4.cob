      *                  (after the reason, so the earlier columns
      *                  stay put), giving the recovery program a
      *                  point in time to rebuild the master to.
      *  2026-10-15  DN  The pending queue is no longer loaded into
      *                  storage, so there is no longer a limit of
      *                  2000 queued transactions, no queue-size stop
      *                  and no PENDING QUEUE FULL rejection.  The
      *                  sweep reads COB1-TRPEND straight through and
      *                  writes whatever is still future to a work
      *                  file (COB1-TRPWORK), newly pended transactions
      *                  follow them there, and the work file is
      *                  copied back over the queue at end of run - the
      *                  same records in the same order as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project4.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO 'COB1-TRPEND'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDWORK-FILE ASSIGN TO 'COB1-TRPWORK'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPMSTR-FILE ASSIGN TO 'COB1-EMPMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PENDING-REC PIC X(106).
       FD  PENDWORK-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PENDWORK-REC PIC X(106).
       FD  EMPMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY EMPMST.
       01  MISC.
           03 EOF-T PIC 9 VALUE 0.
           03 EOF-N PIC 9 VALUE 0.
           03 EOF-W PIC 9 VALUE 0.
           03 TRANS-COUNT PIC 9(7) VALUE 0.
           03 APPLIED-COUNT PIC 9(7) VALUE 0.
           03 REJECT-COUNT PIC 9(7) VALUE 0.
           03 PENDED-COUNT PIC 9(7) VALUE 0.
           03 RELEASED-COUNT PIC 9(7) VALUE 0.
           03 HELD-COUNT PIC 9(7) VALUE 0.
       01  APPLY-AREAS.
           03 APPLY-SW PIC X(1) VALUE 'Y'.
               88 TRANS-APPLIED VALUE 'Y'.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT TRANS-FILE.
           OPEN I-O EMPMSTR-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT PENDWORK-FILE.
           PERFORM 1400-SWEEP-PENDING.
           PERFORM 2000-READ-TRANS.
           PERFORM 1500-LOOP
               UNTIL EOF-T = 1.
           CLOSE TRANS-FILE.
           CLOSE EMPMSTR-FILE.
           CLOSE AUDIT-FILE.
           CLOSE PENDWORK-FILE.
           PERFORM 4000-REWRITE-PENDING.
           DISPLAY 'MAINTENANCE TRANSACTIONS READ: ' TRANS-COUNT.
           DISPLAY 'TRANSACTIONS APPLIED: ' APPLIED-COUNT.
           MOVE RUN-MM TO RUN-CMP-MM.
           MOVE RUN-DD TO RUN-CMP-DD.
           PERFORM 8400-START-RUNLOG.
       1060-READ-PENDING.
           READ PENDING-FILE INTO TRANS-DATA
               AT END MOVE 1 TO EOF-N.
       1400-SWEEP-PENDING.
      *    Whatever on the queue has come due is applied; the rest is
      *    carried to the work file in queue order, ahead of anything
      *    pended tonight.
           OPEN INPUT PENDING-FILE.
           PERFORM 1060-READ-PENDING.
           PERFORM 1450-SWEEP-ONE-PENDING
               UNTIL EOF-N = 1.
           CLOSE PENDING-FILE.
       1450-SWEEP-ONE-PENDING.
           ADD 1 TO TRANS-COUNT.
           PERFORM 2080-CHECK-EFFECTIVE.
           IF TRANS-IS-FUTURE
               WRITE PENDWORK-REC FROM TRANS-DATA
           ELSE
               ADD 1 TO RELEASED-COUNT
               PERFORM 2100-APPLY-TRANSACTION
               PERFORM 2500-WRITE-AUDIT
           END-IF.
           PERFORM 1060-READ-PENDING.
       1500-LOOP.
           PERFORM 2080-CHECK-EFFECTIVE.
           IF TRANS-IS-FUTURE
               END-IF
           END-IF.
       2090-HOLD-TRANSACTION.
           WRITE PENDWORK-REC FROM TRANS-DATA.
           ADD 1 TO PENDED-COUNT.
           MOVE 'P' TO APPLY-SW.
           MOVE 'HELD UNTIL EFFECTIVE DATE' TO APPLY-REASON.
           MOVE SPACES TO BEFORE-IMAGE.
           MOVE SPACES TO AFTER-IMAGE.
           PERFORM 2500-WRITE-AUDIT.
       4000-REWRITE-PENDING.
           OPEN INPUT PENDWORK-FILE.
           OPEN OUTPUT PENDING-FILE.
           PERFORM 4050-READ-PENDWORK.
           PERFORM 4100-WRITE-ONE-PENDING
               UNTIL EOF-W = 1.
           CLOSE PENDWORK-FILE.
           CLOSE PENDING-FILE.
       4050-READ-PENDWORK.
           READ PENDWORK-FILE
               AT END MOVE 1 TO EOF-W.
       4100-WRITE-ONE-PENDING.
           ADD 1 TO HELD-COUNT.
           WRITE PENDING-REC FROM PENDWORK-REC.
           PERFORM 4050-READ-PENDWORK.
       2100-APPLY-TRANSACTION.
           MOVE 'Y' TO APPLY-SW.
           MOVE SPACES TO APPLY-REASON.
