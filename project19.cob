      *         showing the entries tie to the register's grand total
      *         to the penny.  A department with no mapping is listed
      *         on the proof report and posted to the suspense
      *         account rather than dropped.  Entries the off-cycle run
      *         has left on COB1-OCJRNL since the last run go to the
      *         front of the journal and are proved separately.
      ******************************************************************
      *Modifications:
      *  2026-09-01  DN  The run now refuses to start unless the
      *                  today (so COB1-PAYDATA is tonight's data)
      *                  and no clean PROJECT19 run today (a rerun
      *                  would hand finance the same journal twice).
      *  2026-10-15  DN  Retro pay adjustments on COB1-PAYDATA post to
      *                  labor expense like any other pay; the proof
      *                  report shows how much of the register total
      *                  was retro.
      *  2026-10-15  DN  Journal entry layout moved to the shared GLJRNL
      *                  copybook so the off-cycle run posts the same
      *                  record to COB1-GLJRNL.
      *  2026-10-15  DN  COB1-PAYDATA record widened to 94 bytes for the
      *                  PTO hours now carried on the pay record.
      *  2026-10-15  DN  The run now works the earliest open period on
      *                  the pay calendar (COB1-PAYCAL, shared PAYCAL
      *                  copybook), with COB1-PAYDATA widened to 100
      *                  bytes for the pay period the gross-pay run
      *                  stamps on each record, and stops with
      *                  RETURN-CODE 8 when
      *                  there is none or when COB1-PAYDATA was priced
      *                  for any other period.  Journal entries carry
      *                  the period, the proof report heading shows it,
      *                  and the period is marked processed once the
      *                  journal is written, so no later run can price
      *                  or post it again.  Because it closes out the
      *                  period, the run also now waits for a clean
      *                  PROJECT13 run today, so the net-pay and YTD
      *                  steps are never locked out of their period.
      *  2026-10-15  DN  The in-memory distribution table is gone, and
      *                  with it the limit of 200 department/location
      *                  combinations past which the journal would not
      *                  tie.  Pay records are sorted on department,
      *                  location and file order and summed into one
      *                  entry per combination on a work file
      *                  (COB1-GLWORK), which is sorted back into the
      *                  order each combination first appeared, so the
      *                  journal and proof report come out as before at
      *                  any volume.  The printed amounts widened to
      *                  the journal's nine whole digits.
      *  2026-10-15  DN  Void and manual-check entries the off-cycle run
      *                  writes to COB1-OCJRNL are copied to the front
      *                  of the night's COB1-GLJRNL, listed on the
      *                  proof report and proved to balance on their
      *                  own, and COB1-OCJRNL is emptied once they are
      *                  in; the off-cycle run used to append to
      *                  COB1-GLJRNL, and this run recreating the file
      *                  each night lost them.
      *  2026-10-15  DN  An out-of-balance proof no longer empties
      *                  COB1-OCJRNL or marks the period processed; the
      *                  run ends with RETURN-CODE 8 and is logged with
      *                  status B, so it can be corrected and rerun.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project19.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-FILE ASSIGN TO 'COB1-GLMAP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'COB1-PAYCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-ID.
           SELECT JOURNAL-FILE ASSIGN TO 'COB1-GLJRNL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OCJRNL-FILE ASSIGN TO 'COB1-OCJRNL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'COB1-GLPROOF'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISTWORK-FILE ASSIGN TO 'COB1-GLWORK'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-SORT-FILE ASSIGN TO 'COB1-SORTWK'.
           SELECT POST-SORT-FILE ASSIGN TO 'COB1-SORTWK2'.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  PAYDATA-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYDATA-REC PIC X(100).
       FD  GLMAP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLMAP-REC PIC X(13).
       FD  PAYCAL-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PAYCAL.
       FD  JOURNAL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JOURNAL-REC PIC X(46).
       FD  OCJRNL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  OCJRNL-REC PIC X(46).
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       FD  DISTWORK-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  DISTWORK-REC PIC X(26).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       SD  DIST-SORT-FILE.
       01  DIST-SORT-REC.
           03 DS-DEPT PIC X(4).
           03 DS-LOC PIC X(4).
           03 DS-SEQ PIC 9(7).
           03 DS-GROSS PIC 9(7)V99.
       SD  POST-SORT-FILE.
       01  POST-SORT-REC.
           03 PS-FIRST-SEQ PIC 9(7).
           03 FILLER PIC X(19).
       WORKING-STORAGE SECTION.
       COPY PAYDTA.
       COPY RUNLOG.
       01  MISC.
           03 EOF-P PIC 9 VALUE 0.
           03 EOF-G PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 EOF-W PIC 9 VALUE 0.
           03 EOF-O PIC 9 VALUE 0.
           03 EOF-J PIC 9 VALUE 0.
           03 PAYDATA-COUNT PIC 9(7) VALUE 0.
           03 ENTRY-COUNT PIC 9(7) VALUE 0.
           03 OFFCYCLE-COUNT PIC 9(7) VALUE 0.
           03 UNMAPPED-COUNT PIC 9(5) VALUE 0.
       01  GATE-AREAS.
           03 EOF-L PIC 9 VALUE 0.
           03 GATE-SW PIC X(1) VALUE 'N'.
               88 GATE-REC-FOUND VALUE 'Y'.
           03 SELF-FOUND-SW PIC X(1) VALUE 'N'.
               88 SELF-REC-FOUND VALUE 'Y'.
           03 YTD-FOUND-SW PIC X(1) VALUE 'N'.
               88 YTD-REC-FOUND VALUE 'Y'.
           03 GATE-TODAY PIC X(8).
           03 GATE-STATUS PIC X(1) VALUE SPACES.
           03 YTD-STATUS PIC X(1) VALUE SPACES.
       01  PERIOD-AREAS.
           03 EOF-C PIC 9 VALUE 0.
           03 PERIOD-FOUND-SW PIC X(1) VALUE 'N'.
               88 OPEN-PERIOD-FOUND VALUE 'Y'.
           03 OPEN-PERIOD-ID PIC X(6) VALUE SPACES.
           03 OPEN-PAY-DATE PIC X(8) VALUE SPACES.
       01  ACCOUNT-AREAS.
           03 CREDIT-ACCOUNT PIC X(8) VALUE 'ACCRPAY'.
           03 SUSPENSE-ACCOUNT PIC X(8) VALUE 'SUSPENSE'.
           03 MAP-ENTRY OCCURS 100 TIMES.
               05 MAP-DEPT PIC X(4).
               05 MAP-ACCOUNT PIC X(8).
      *    One department/location total, as written to the work file
      *    and read back for posting.  DI-FIRST-SEQ is the position of
      *    the first pay record for the combination.
       01  DIST-DATA.
           03 DI-FIRST-SEQ PIC 9(7).
           03 DI-DEPT PIC X(4).
           03 DI-LOC PIC X(4).
           03 DI-GROSS PIC 9(9)V99.
       01  DIST-AREAS.
           03 DIST-STARTED-SW PIC X(1) VALUE 'N'.
               88 DIST-STARTED VALUE 'Y'.
       01  PROOF-AREAS.
           03 REGISTER-GROSS PIC 9(11)V99 VALUE 0.
           03 RETRO-GROSS PIC 9(11)V99 VALUE 0.
           03 DEBIT-TOTAL PIC 9(11)V99 VALUE 0.
           03 PROOF-DIFF PIC S9(11)V99 VALUE 0.
           03 OFFCYCLE-DEBITS PIC 9(11)V99 VALUE 0.
           03 OFFCYCLE-CREDITS PIC 9(11)V99 VALUE 0.
           03 BALANCE-SW PIC X(1) VALUE 'Y'.
               88 RUN-IN-BALANCE VALUE 'Y'.
               88 RUN-OUT-OF-BALANCE VALUE 'N'.
       COPY GLJRNL.
       01  PAGE-CONTROL.
           03 LINE-COUNT PIC 9(3) VALUE 0.
           03 PAGE-COUNT PIC 9(4) VALUE 0.
           03 FILLER PIC X(24) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  PAGE-HEADER2.
           03 FILLER PIC X(12) VALUE 'PAY PERIOD:'.
           03 PH-PERIOD-ID PIC X(6).
           03 FILLER PIC X(13) VALUE '   PAY DATE: '.
           03 PH-PAY-MM PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 PH-PAY-DD PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 PH-PAY-YYYY PIC X(4).
       01  PRNT-HEADING1.
           03 FILLER PIC X(10) VALUE 'ACCOUNT'.
           03 FILLER PIC X(5) VALUE 'DR/CR'.
           03 L-ACCOUNT PIC X(10).
           03 L-DRCR PIC X(5).
           03 L-DEPT PIC X(7).
           03 L-LOC PIC X(5).
           03 L-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 L-NOTE PIC X(20).
       01  PRNT-PROOF1.
           03 PF-LABEL PIC X(33).
           03 PF-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
       01  PRNT-PROOF2.
           03 FILLER PIC X(14) VALUE 'PROOF RESULT: '.
           03 PF-RESULT PIC X(30).
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE.
           OPEN OUTPUT DISTWORK-FILE.
           SORT DIST-SORT-FILE
               ON ASCENDING KEY DS-DEPT DS-LOC DS-SEQ
               INPUT PROCEDURE 2000-ACCUMULATE-PAYDATA
                   THRU 2000-ACCUMULATE-PAYDATA-EXIT
               OUTPUT PROCEDURE 2200-DIST-PROCEDURE
                   THRU 2200-DIST-PROCEDURE-EXIT.
           CLOSE DISTWORK-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1400-PRINT-HEADER.
           PERFORM 2700-CARRY-OFFCYCLE.
           SORT POST-SORT-FILE
               ON ASCENDING KEY PS-FIRST-SEQ
               INPUT PROCEDURE 2800-POST-INPUT-PROCEDURE
                   THRU 2800-POST-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 2900-POST-PROCEDURE
                   THRU 2900-POST-PROCEDURE-EXIT.
           PERFORM 3500-POST-CREDIT.
           PERFORM 1700-PRINT-PROOF.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
      *    A journal that does not prove is not posted, so the off-cycle
      *    entries stay on COB1-OCJRNL and the period stays open for the
      *    corrected rerun.
           IF RUN-OUT-OF-BALANCE
               DISPLAY 'RUN IS OUT OF BALANCE - SEE COB1-GLPROOF - '
                   'PERIOD LEFT OPEN'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF OFFCYCLE-COUNT > 0
                   PERFORM 2790-CLEAR-OFFCYCLE
               END-IF
               PERFORM 9300-MARK-PERIOD-PROCESSED
           END-IF.
           DISPLAY 'PAY RECORDS READ: ' PAYDATA-COUNT.
           DISPLAY 'JOURNAL ENTRIES WRITTEN: ' ENTRY-COUNT.
           DISPLAY 'OFF-CYCLE ENTRIES CARRIED IN: ' OFFCYCLE-COUNT.
           DISPLAY 'UNMAPPED DEPARTMENTS POSTED TO SUSPENSE: '
               UNMAPPED-COUNT.
           MOVE PAYDATA-COUNT TO RL-READ-COUNT.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           MOVE OPEN-PERIOD-ID TO PH-PERIOD-ID.
           MOVE OPEN-PAY-DATE (5:2) TO PH-PAY-MM.
           MOVE OPEN-PAY-DATE (7:2) TO PH-PAY-DD.
           MOVE OPEN-PAY-DATE (1:4) TO PH-PAY-YYYY.
           MOVE OPEN-PERIOD-ID TO JE-PERIOD-ID.
           PERFORM 8400-START-RUNLOG.
           OPEN INPUT GLMAP-FILE.
           PERFORM 1100-READ-GLMAP.
           PERFORM 2100-ACCUMULATE-ONE
               UNTIL EOF-P = 1.
           CLOSE PAYDATA-FILE.
       2000-ACCUMULATE-PAYDATA-EXIT.
           EXIT.
       2010-READ-PAYDATA.
           READ PAYDATA-FILE INTO PAYDATA-DATA
               AT END MOVE 1 TO EOF-P.
           END-IF.
       2100-ACCUMULATE-ONE.
           ADD PD-GROSS TO REGISTER-GROSS.
           IF PD-RETRO-ADJUSTMENT
               ADD PD-GROSS TO RETRO-GROSS
           END-IF.
           MOVE PD-DEPT TO DS-DEPT.
           MOVE PD-LOC TO DS-LOC.
           MOVE PAYDATA-COUNT TO DS-SEQ.
           MOVE PD-GROSS TO DS-GROSS.
           RELEASE DIST-SORT-REC.
           PERFORM 2010-READ-PAYDATA.
       2200-DIST-PROCEDURE.
      *    The pay records arrive sorted on department and location,
      *    so each combination's total is complete when either one
      *    changes.
           PERFORM 2250-RETURN-DIST.
           PERFORM 2210-DIST-ONE
               UNTIL EOF-S = 1.
           IF DIST-STARTED
               PERFORM 2240-WRITE-DIST
           END-IF.
       2200-DIST-PROCEDURE-EXIT.
           EXIT.
       2210-DIST-ONE.
           IF NOT DIST-STARTED
               PERFORM 2220-START-DIST
           ELSE
               IF DS-DEPT NOT = DI-DEPT
                   OR DS-LOC NOT = DI-LOC
                   PERFORM 2240-WRITE-DIST
                   PERFORM 2220-START-DIST
               END-IF
           END-IF.
           ADD DS-GROSS TO DI-GROSS.
           PERFORM 2250-RETURN-DIST.
       2220-START-DIST.
           MOVE 'Y' TO DIST-STARTED-SW.
           MOVE DS-SEQ TO DI-FIRST-SEQ.
           MOVE DS-DEPT TO DI-DEPT.
           MOVE DS-LOC TO DI-LOC.
           MOVE 0 TO DI-GROSS.
       2240-WRITE-DIST.
           WRITE DISTWORK-REC FROM DIST-DATA.
       2250-RETURN-DIST.
           RETURN DIST-SORT-FILE
               AT END MOVE 1 TO EOF-S.
       2700-CARRY-OFFCYCLE.
      *    The off-cycle entries keep the period they were stamped
      *    with; the night's own entries take the period being worked.
           OPEN INPUT OCJRNL-FILE.
           PERFORM 2710-READ-OCJRNL.
           PERFORM 2750-CARRY-ONE-ENTRY
               UNTIL EOF-J = 1.
           CLOSE OCJRNL-FILE.
           MOVE OPEN-PERIOD-ID TO JE-PERIOD-ID.
       2710-READ-OCJRNL.
           READ OCJRNL-FILE INTO JOURNAL-DATA
               AT END MOVE 1 TO EOF-J.
       2750-CARRY-ONE-ENTRY.
           WRITE JOURNAL-REC FROM JOURNAL-DATA.
           ADD 1 TO ENTRY-COUNT.
           ADD 1 TO OFFCYCLE-COUNT.
           IF JE-DRCR = 'D'
               ADD JE-AMOUNT TO OFFCYCLE-DEBITS
               MOVE 'DR' TO L-DRCR
           ELSE
               ADD JE-AMOUNT TO OFFCYCLE-CREDITS
               MOVE 'CR' TO L-DRCR
           END-IF.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE JE-ACCOUNT TO L-ACCOUNT.
           MOVE JE-DEPT TO L-DEPT.
           MOVE JE-LOC TO L-LOC.
           MOVE JE-AMOUNT TO L-AMOUNT.
           MOVE JE-DESC TO L-NOTE.
           WRITE REPORT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM 2710-READ-OCJRNL.
       2790-CLEAR-OFFCYCLE.
      *    Every entry is now on tonight's journal, so none may be
      *    carried a second time.
           OPEN OUTPUT OCJRNL-FILE.
           CLOSE OCJRNL-FILE.
       2800-POST-INPUT-PROCEDURE.
           OPEN INPUT DISTWORK-FILE.
           PERFORM 2810-READ-DISTWORK.
           PERFORM 2850-RELEASE-DISTWORK
               UNTIL EOF-W = 1.
           CLOSE DISTWORK-FILE.
       2800-POST-INPUT-PROCEDURE-EXIT.
           EXIT.
       2810-READ-DISTWORK.
           READ DISTWORK-FILE
               AT END MOVE 1 TO EOF-W.
       2850-RELEASE-DISTWORK.
           RELEASE POST-SORT-REC FROM DISTWORK-REC.
           PERFORM 2810-READ-DISTWORK.
       2860-RETURN-POST.
           RETURN POST-SORT-FILE INTO DIST-DATA
               AT END MOVE 1 TO EOF-O.
       2900-POST-PROCEDURE.
      *    Debits post in the order each department/location first
      *    appeared on COB1-PAYDATA.
           PERFORM 2860-RETURN-POST.
           PERFORM 2910-POST-LOOP
               UNTIL EOF-O = 1.
       2900-POST-PROCEDURE-EXIT.
           EXIT.
       2910-POST-LOOP.
           PERFORM 3000-POST-ONE-DEBIT.
           PERFORM 2860-RETURN-POST.
       3000-POST-ONE-DEBIT.
           PERFORM 3100-FIND-ACCOUNT.
           MOVE APPLIED-ACCOUNT TO JE-ACCOUNT.
           MOVE 'D' TO JE-DRCR.
           MOVE DI-GROSS TO JE-AMOUNT.
           MOVE DI-DEPT TO JE-DEPT.
           MOVE DI-LOC TO JE-LOC.
           MOVE 'LABOR EXP' TO JE-DESC.
           WRITE JOURNAL-REC FROM JOURNAL-DATA.
           ADD 1 TO ENTRY-COUNT.
           ADD DI-GROSS TO DEBIT-TOTAL.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE APPLIED-ACCOUNT TO L-ACCOUNT.
           MOVE 'DR' TO L-DRCR.
           MOVE DI-DEPT TO L-DEPT.
           MOVE DI-LOC TO L-LOC.
           MOVE DI-GROSS TO L-AMOUNT.
           IF ACCOUNT-FOUND
               MOVE SPACES TO L-NOTE
           ELSE
               ADD 1 TO UNMAPPED-COUNT
           END-IF.
       3200-SEARCH-MAP-ENTRY.
           IF MAP-DEPT (MAP-IDX) = DI-DEPT
               MOVE 'Y' TO ACCOUNT-FOUND-SW
               MOVE MAP-ACCOUNT (MAP-IDX) TO APPLIED-ACCOUNT
           END-IF.
           MOVE RUN-DATE-DISP TO PH-RUN-DATE.
           WRITE REPORT-REC FROM PAGE-HEADER1
               AFTER ADVANCING PAGE.
           WRITE REPORT-REC FROM PAGE-HEADER2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-HEADING1
               AFTER ADVANCING 1 LINE.
           MOVE 4 TO LINE-COUNT.
       1700-PRINT-PROOF.
           IF LINE-COUNT + 8 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           MOVE 'GROSS PAY REGISTER GRAND TOTAL: ' TO PF-LABEL.
           MOVE REGISTER-GROSS TO PF-AMOUNT.
           WRITE REPORT-REC FROM PRNT-PROOF1
               AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH RETRO ADJUSTMENTS: ' TO PF-LABEL.
           MOVE RETRO-GROSS TO PF-AMOUNT.
           WRITE REPORT-REC FROM PRNT-PROOF1
               AFTER ADVANCING 1 LINE.
           COMPUTE PROOF-DIFF = DEBIT-TOTAL - REGISTER-GROSS.
           MOVE 'DIFFERENCE (DEBITS - REGISTER): ' TO PF-LABEL.
           MOVE PROOF-DIFF TO PF-AMOUNT.
           WRITE REPORT-REC FROM PRNT-PROOF1
               AFTER ADVANCING 1 LINE.
           MOVE 'OFF-CYCLE DEBITS CARRIED IN: ' TO PF-LABEL.
           MOVE OFFCYCLE-DEBITS TO PF-AMOUNT.
           WRITE REPORT-REC FROM PRNT-PROOF1
               AFTER ADVANCING 1 LINE.
           MOVE 'OFF-CYCLE CREDITS CARRIED IN: ' TO PF-LABEL.
           MOVE OFFCYCLE-CREDITS TO PF-AMOUNT.
           WRITE REPORT-REC FROM PRNT-PROOF1
               AFTER ADVANCING 1 LINE.
           IF PROOF-DIFF = 0
               AND OFFCYCLE-DEBITS = OFFCYCLE-CREDITS
               MOVE 'ENTRIES TIE TO THE REGISTER' TO PF-RESULT
           ELSE
               MOVE 'OUT OF BALANCE - DO NOT POST' TO PF-RESULT
               MOVE 'N' TO BALANCE-SW
           END-IF.
           WRITE REPORT-REC FROM PRNT-PROOF2
               AFTER ADVANCING 1 LINE.
           ADD 8 TO LINE-COUNT.
       8400-START-RUNLOG.
           MOVE 'PROJECT19' TO RL-PROGRAM.
           ACCEPT RL-DATE-WORK FROM DATE YYYYMMDD.
       8500-WRITE-RUNLOG.
           ACCEPT RL-TIME-WORK FROM TIME.
           MOVE RL-TIME-WORK (1:6) TO RL-END-TIME.
           IF RUN-OUT-OF-BALANCE
               MOVE 'B' TO RL-STATUS
           ELSE
               MOVE 'C' TO RL-STATUS
           END-IF.
           OPEN EXTEND RUNLOG-FILE.
           WRITE RUNLOG-REC FROM RUNLOG-DATA.
           CLOSE RUNLOG-FILE.
                   'JOURNAL TWICE'
               MOVE 'Y' TO GATE-SW
           END-IF.
           IF NOT YTD-REC-FOUND OR YTD-STATUS NOT = 'C'
               DISPLAY 'RUN STOPPED: NO CLEAN PROJECT13 RUN LOGGED '
                   'TODAY - THE LABOR DISTRIBUTION CLOSES OUT THE PAY '
                   'PERIOD AND RUNS AFTER THE YTD UPDATE'
               MOVE 'Y' TO GATE-SW
           END-IF.
           PERFORM 9100-FIND-OPEN-PERIOD.
           IF OPEN-PERIOD-FOUND
               PERFORM 9200-CHECK-PAYDATA-PERIOD
           END-IF.
       9010-READ-RUNLOG.
           READ RUNLOG-FILE INTO RUNLOG-DATA
               AT END MOVE 1 TO EOF-L.
               AND RL-STATUS = 'C'
               MOVE 'Y' TO SELF-FOUND-SW
           END-IF.
           IF RL-PROGRAM = 'PROJECT13' AND RL-RUN-DATE = GATE-TODAY
               MOVE 'Y' TO YTD-FOUND-SW
               MOVE RL-STATUS TO YTD-STATUS
           END-IF.
           PERFORM 9010-READ-RUNLOG.
       9100-FIND-OPEN-PERIOD.
      *    The pay cycle always works the earliest open period on the
      *    calendar, so a week can be neither skipped nor paid twice.
           OPEN INPUT PAYCAL-FILE.
           PERFORM 9110-READ-PAYCAL.
           PERFORM 9120-SCAN-PAYCAL
               UNTIL EOF-C = 1 OR OPEN-PERIOD-FOUND.
           CLOSE PAYCAL-FILE.
           IF NOT OPEN-PERIOD-FOUND
               DISPLAY 'RUN STOPPED: NO OPEN PAY PERIOD ON '
                   'COB1-PAYCAL - ADD THE NEXT PERIOD TO THE PAY '
                   'CALENDAR'
               MOVE 'Y' TO GATE-SW
           END-IF.
       9110-READ-PAYCAL.
           READ PAYCAL-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-C.
       9120-SCAN-PAYCAL.
           IF PC-PERIOD-OPEN
               MOVE 'Y' TO PERIOD-FOUND-SW
               MOVE PC-PERIOD-ID TO OPEN-PERIOD-ID
               MOVE PC-PAY-DATE TO OPEN-PAY-DATE
           ELSE
               PERFORM 9110-READ-PAYCAL
           END-IF.
       9200-CHECK-PAYDATA-PERIOD.
      *    Every record on COB1-PAYDATA carries the period it was
      *    priced for; the first one is enough to tell whether the
      *    file belongs to a period that has already been processed.
           OPEN INPUT PAYDATA-FILE.
           READ PAYDATA-FILE INTO PAYDATA-DATA
               AT END MOVE 1 TO EOF-P.
           CLOSE PAYDATA-FILE.
           IF EOF-P = 0
               IF PD-PERIOD-ID NOT = OPEN-PERIOD-ID
                   DISPLAY 'RUN STOPPED: COB1-PAYDATA IS FOR PAY '
                       'PERIOD ' PD-PERIOD-ID ' BUT THE OPEN PERIOD '
                       'IS ' OPEN-PERIOD-ID ' - A PROCESSED PERIOD '
                       'CANNOT BE RUN AGAIN'
                   MOVE 'Y' TO GATE-SW
               END-IF
           END-IF.
           MOVE 0 TO EOF-P.
       9300-MARK-PERIOD-PROCESSED.
      *    The labor distribution is the last step of the pay cycle;
      *    once its journal is written the period is processed and the
      *    next period on the calendar becomes the open one.
           OPEN I-O PAYCAL-FILE.
           MOVE OPEN-PERIOD-ID TO PC-PERIOD-ID.
           READ PAYCAL-FILE
               INVALID KEY
                   DISPLAY 'WARNING: PAY PERIOD ' OPEN-PERIOD-ID
                       ' NOT FOUND ON COB1-PAYCAL - NOT MARKED '
                       'PROCESSED'
               NOT INVALID KEY
                   MOVE 'P' TO PC-STATUS
                   MOVE GATE-TODAY TO PC-STATUS-DATE
                   REWRITE PAYCAL-REC
                       INVALID KEY
                           DISPLAY 'WARNING: PAY PERIOD '
                               OPEN-PERIOD-ID ' COULD NOT BE MARKED '
                               'PROCESSED ON COB1-PAYCAL'
                       NOT INVALID KEY
                           DISPLAY 'PAY PERIOD ' OPEN-PERIOD-ID
                               ' MARKED PROCESSED'
                   END-REWRITE
           END-READ.
           CLOSE PAYCAL-FILE.
       END PROGRAM project19.
