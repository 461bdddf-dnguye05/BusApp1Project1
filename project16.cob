      *         touched is listed on COB1-RCVRPT, so a bad transaction
      *         batch is a ten-minute fix instead of a rerun of the
      *         full load and a day of re-keying.
      ******************************************************************
      *Modifications:
      *  2026-10-15  DN  The in-memory recovery table is gone, and with
      *                  it the stop at 2000 EMPIDs past the cutoff.
      *                  Selected transactions are sorted on EMPID and
      *                  journal sequence, the first before-image for
      *                  each EMPID goes to a work file (COB1-RCVWORK),
      *                  and that file is sorted back into journal
      *                  order for the restore, so the master and the
      *                  report come out as before at any volume.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project16.
               ALTERNATE RECORD KEY IS M-LNAME WITH DUPLICATES.
           SELECT REPORT-FILE ASSIGN TO 'COB1-RCVRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCVWORK-FILE ASSIGN TO 'COB1-RCVWORK'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVER-SORT-FILE ASSIGN TO 'COB1-SORTWK'.
           SELECT RESTORE-SORT-FILE ASSIGN TO 'COB1-SORTWK2'.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       FD  RCVWORK-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RCVWORK-REC PIC X(111).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       SD  RECOVER-SORT-FILE.
       01  RECOVER-SORT-REC.
           03 RS-EMPID PIC X(7).
           03 RS-SEQ PIC 9(7).
           03 RS-IMAGE PIC X(97).
       SD  RESTORE-SORT-FILE.
       01  RESTORE-SORT-REC.
           03 RT-SEQ PIC 9(7).
           03 FILLER PIC X(104).
       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       01  RECOVER-CONTROL.
       01  MISC.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 EOF-W PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 HEADER-COUNT PIC 9(7) VALUE 0.
           03 SELECTED-COUNT PIC 9(7) VALUE 0.
           03 TOUCHED-COUNT PIC 9(7) VALUE 0.
       01  CUTOFF-AREAS.
           03 GATE-SW PIC X(1) VALUE 'N'.
               88 GATE-FAILED VALUE 'Y'.
               05 CUT-CMP-MM PIC X(2).
               05 CUT-CMP-DD PIC X(2).
           03 CUT-TIME PIC X(6) VALUE '000000'.
      *    One EMPID to restore, as written to the work file and read
      *    back for the restore.  RV-SEQ is the journal position of
      *    the transaction whose before-image is kept.
       01  RECOVER-DATA.
           03 RV-SEQ PIC 9(7).
           03 RV-EMPID PIC X(7).
           03 RV-IMAGE PIC X(97).
       01  RECOVER-AREAS.
           03 PRIOR-EMPID PIC X(7) VALUE LOW-VALUES.
       01  APPLY-AREAS.
           03 MASTER-FOUND-SW PIC X(1) VALUE 'N'.
               88 MASTER-FOUND VALUE 'Y'.
           03 L-EMPID PIC X(10).
           03 L-DISP PIC X(12).
       01  PRNT-GRANDTOTAL1.
           03 FILLER PIC X(24) VALUE 'MASTER RECORDS TOUCHED: '.
           03 GT-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RCVWORK-FILE.
           SORT RECOVER-SORT-FILE
               ON ASCENDING KEY RS-EMPID RS-SEQ
               INPUT PROCEDURE 2000-SCAN-JOURNAL
                   THRU 2000-SCAN-JOURNAL-EXIT
               OUTPUT PROCEDURE 2600-FIRST-IMAGE-PROCEDURE
                   THRU 2600-FIRST-IMAGE-PROCEDURE-EXIT.
           CLOSE RCVWORK-FILE.
           OPEN I-O EMPMSTR-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1400-PRINT-HEADER.
           SORT RESTORE-SORT-FILE
               ON ASCENDING KEY RT-SEQ
               INPUT PROCEDURE 2800-RESTORE-INPUT-PROCEDURE
                   THRU 2800-RESTORE-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 3000-RESTORE-PROCEDURE
                   THRU 3000-RESTORE-PROCEDURE-EXIT.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE EMPMSTR-FILE.
           CLOSE REPORT-FILE.
           PERFORM 2100-PROCESS-ONE-HEADER
               UNTIL EOF-A = 1.
           CLOSE AUDIT-FILE.
       2000-SCAN-JOURNAL-EXIT.
           EXIT.
       2010-READ-JOURNAL.
           READ AUDIT-FILE INTO AUDIT-HEADER-DATA
               AT END MOVE 1 TO EOF-A.
               MOVE 'Y' TO LIST-FOUND-SW
           END-IF.
       2500-HOLD-BEFORE-IMAGE.
           MOVE AH-EMPID TO RS-EMPID.
           MOVE HEADER-COUNT TO RS-SEQ.
           MOVE AI-IMAGE TO RS-IMAGE.
           RELEASE RECOVER-SORT-REC.
       2600-FIRST-IMAGE-PROCEDURE.
      *    Within an EMPID the transactions come back in journal
      *    order, so the first one carries the image at the cutoff
      *    and the rest are passed over.
           PERFORM 2650-RETURN-RECOVER.
           PERFORM 2610-KEEP-FIRST-IMAGE
               UNTIL EOF-S = 1.
       2600-FIRST-IMAGE-PROCEDURE-EXIT.
           EXIT.
       2610-KEEP-FIRST-IMAGE.
           IF RS-EMPID NOT = PRIOR-EMPID
               MOVE RS-SEQ TO RV-SEQ
               MOVE RS-EMPID TO RV-EMPID
               MOVE RS-IMAGE TO RV-IMAGE
               WRITE RCVWORK-REC FROM RECOVER-DATA
               MOVE RS-EMPID TO PRIOR-EMPID
           END-IF.
           PERFORM 2650-RETURN-RECOVER.
       2650-RETURN-RECOVER.
           RETURN RECOVER-SORT-FILE
               AT END MOVE 1 TO EOF-S.
       2800-RESTORE-INPUT-PROCEDURE.
           OPEN INPUT RCVWORK-FILE.
           PERFORM 2810-READ-RCVWORK.
           PERFORM 2850-RELEASE-RCVWORK
               UNTIL EOF-W = 1.
           CLOSE RCVWORK-FILE.
       2800-RESTORE-INPUT-PROCEDURE-EXIT.
           EXIT.
       2810-READ-RCVWORK.
           READ RCVWORK-FILE
               AT END MOVE 1 TO EOF-W.
       2850-RELEASE-RCVWORK.
           RELEASE RESTORE-SORT-REC FROM RCVWORK-REC.
           PERFORM 2810-READ-RCVWORK.
       2860-RETURN-RESTORE.
           RETURN RESTORE-SORT-FILE INTO RECOVER-DATA
               AT END MOVE 1 TO EOF-R.
       3000-RESTORE-PROCEDURE.
      *    EMPIDs are restored in the order they were first touched
      *    past the cutoff.
           PERFORM 2860-RETURN-RESTORE.
           PERFORM 3010-RESTORE-LOOP
               UNTIL EOF-R = 1.
       3000-RESTORE-PROCEDURE-EXIT.
           EXIT.
       3010-RESTORE-LOOP.
           PERFORM 3050-RESTORE-ONE-EMPID.
           PERFORM 2860-RETURN-RESTORE.
       3050-RESTORE-ONE-EMPID.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE RV-EMPID TO M-EMPID.
           READ EMPMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.
           IF RV-IMAGE = SPACES
               PERFORM 3100-REMOVE-MASTER
           ELSE
               PERFORM 3200-RESTORE-MASTER
               PERFORM 1600-PRINT-DETAIL
           END-IF.
       3200-RESTORE-MASTER.
           MOVE RV-IMAGE TO EMPMSTR-REC.
           IF MASTER-FOUND
               REWRITE EMPMSTR-REC
                   INVALID KEY
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE RV-EMPID TO L-EMPID.
           MOVE TOUCH-DISP TO L-DISP.
           WRITE REPORT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
