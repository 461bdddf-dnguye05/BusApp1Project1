      *                  would take the garnishment payment out of
      *                  the declining balance a second time for the
      *                  same pay).
      *  2026-10-15  DN  Writes a machine-readable net-pay record per
      *                  pay record to COB1-NETDATA (shared NETDTA
      *                  copybook) for the direct-deposit run.
      *  2026-10-15  DN  Retro pay adjustments on COB1-PAYDATA are taxed
      *                  but take no benefit or garnishment (those come
      *                  out of the regular pay once per pay run), and
      *                  their stubs name the pay date they correct.
      *                  Every pay record, with its deductions, is now
      *                  appended to the pay history ledger
      *                  (COB1-PAYHIST, shared PAYHST copybook) that
      *                  the retro-pay run reprices from.
      *  2026-10-15  DN  Regular pay stubs now show the employee's
      *                  vacation and sick leave balances from the leave
      *                  master (COB1-LVMSTR, shared LVMST copybook) as
      *                  the leave posting run left them for this pay,
      *                  with the PTO hours paid.  PAYDATA and NETDATA
      *                  records widened for the PTO hours.
      *  2026-10-15  DN  The run now works the earliest open period on
      *                  the pay calendar (COB1-PAYCAL, shared PAYCAL
      *                  copybook) and stops with RETURN-CODE 8 when
      *                  there is none or when COB1-PAYDATA was priced
      *                  for any other period.  Stubs show the period,
      *                  the days worked and the period's pay date, and
      *                  the pay history takes that pay date instead of
      *                  the run date.
      *  2026-10-15  DN  Writes a one-record control total to
      *                  COB1-NETCTL (shared NETCTL copybook) at end of
      *                  run - period, net-pay record count and grand
      *                  total net - for the direct-deposit run to
      *                  prove against.
      *  2026-10-15  DN  The run now also requires a clean PROJECT28
      *                  leave posting run today.  Leave posting will
      *                  not run once net pay has, so net pay going
      *                  first would leave tonight's PTO and accruals
      *                  off COB1-LVMSTR for good.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project12.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS D-EMPID.
           SELECT OPTIONAL LVMSTR-FILE ASSIGN TO 'COB1-LVMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-EMPID.
           SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'COB1-PAYCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PERIOD-ID.
           SELECT REPORT-FILE ASSIGN TO 'COB1-NETREG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUB-FILE ASSIGN TO 'COB1-PAYSTUB'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NETDATA-FILE ASSIGN TO 'COB1-NETDATA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NETCTL-FILE ASSIGN TO 'COB1-NETCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'COB1-PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  PAYDATA-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYDATA-REC PIC X(100).
       FD  DEDMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY DEDMST.
       FD  LVMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY LVMST.
       FD  PAYCAL-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PAYCAL.
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  STUB-REC PIC X(80).
       FD  NETDATA-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  NETDATA-REC PIC X(136).
       FD  NETCTL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  NETCTL-REC PIC X(32).
       FD  PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYHIST-REC PIC X(126).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       WORKING-STORAGE SECTION.
       COPY PAYDTA.
       COPY NETDTA.
       COPY NETCTL.
       COPY PAYHST.
       COPY RUNLOG.
       01  MISC.
           03 EOF-P PIC 9 VALUE 0.
               88 SELF-REC-FOUND VALUE 'Y'.
           03 GATE-TODAY PIC X(8).
           03 GATE-STATUS PIC X(1) VALUE SPACES.
           03 LVPOST-FOUND-SW PIC X(1) VALUE 'N'.
               88 LVPOST-REC-FOUND VALUE 'Y'.
           03 LVPOST-STATUS PIC X(1) VALUE SPACES.
       01  PERIOD-AREAS.
           03 EOF-C PIC 9 VALUE 0.
           03 PERIOD-FOUND-SW PIC X(1) VALUE 'N'.
               88 OPEN-PERIOD-FOUND VALUE 'Y'.
           03 OPEN-PERIOD-ID PIC X(6) VALUE SPACES.
           03 OPEN-START-DATE PIC X(8) VALUE SPACES.
           03 OPEN-END-DATE PIC X(8) VALUE SPACES.
           03 OPEN-PAY-DATE PIC X(8) VALUE SPACES.
           03 OPEN-PAY-DISP.
               05 OPEN-PAY-MM PIC X(2).
               05 FILLER PIC X VALUE '/'.
               05 OPEN-PAY-DD PIC X(2).
               05 FILLER PIC X VALUE '/'.
               05 OPEN-PAY-YYYY PIC X(4).
       01  DEDUCT-AREAS.
           03 DEDMSTR-FOUND-SW PIC X(1) VALUE 'N'.
               88 DEDMSTR-FOUND VALUE 'Y'.
           03 LEAVE-FOUND-SW PIC X(1) VALUE 'N'.
               88 LEAVE-FOUND VALUE 'Y'.
           03 TAX-AMOUNT PIC 9(7)V99 VALUE 0.
           03 BENEFIT-AMOUNT PIC 9(7)V99 VALUE 0.
           03 GARNISH-AMOUNT PIC 9(7)V99 VALUE 0.
               05 RUN-YYYY PIC 9(4).
               05 RUN-MM PIC 9(2).
               05 RUN-DD PIC 9(2).
           03 RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD PIC X(8).
           03 RUN-DATE-DISP.
               05 RUN-DISP-MM PIC 99.
               05 FILLER PIC X VALUE '/'.
           03 SB-FNAME PIC X(15).
           03 FILLER PIC X(9) VALUE 'PAY DATE '.
           03 SB-PAY-DATE PIC X(10).
       01  PRNT-STUB-PERIOD1.
           03 FILLER PIC X(16) VALUE '  PAY PERIOD:   '.
           03 SB-PERIOD-ID PIC X(6).
           03 FILLER PIC X(9) VALUE '  WORKED '.
           03 SB-START-MM PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 SB-START-DD PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 SB-START-YYYY PIC X(4).
           03 FILLER PIC X(4) VALUE ' TO '.
           03 SB-END-MM PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 SB-END-DD PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 SB-END-YYYY PIC X(4).
       01  PRNT-STUB-RETRO1.
           03 FILLER PIC X(16) VALUE '  RETRO PAY FOR '.
           03 SB-FOR-DATE.
               05 SB-FOR-MM PIC X(2).
               05 FILLER PIC X VALUE '/'.
               05 SB-FOR-DD PIC X(2).
               05 FILLER PIC X VALUE '/'.
               05 SB-FOR-YYYY PIC X(4).
       01  PRNT-STUB-LINE2.
           03 FILLER PIC X(16) VALUE '  GROSS PAY:    '.
           03 SB-GROSS PIC Z,ZZZ,ZZ9.99.
       01  PRNT-STUB-LINE6.
           03 FILLER PIC X(16) VALUE '  NET PAY:      '.
           03 SB-NET PIC Z,ZZZ,ZZ9.99.
       01  PRNT-STUB-LEAVE1.
           03 FILLER PIC X(16) VALUE '  PTO PAID:     '.
           03 FILLER PIC X(10) VALUE 'VACATION '.
           03 SB-VAC-TAKEN PIC Z,ZZ9.99.
           03 FILLER PIC X(10) VALUE '    SICK '.
           03 SB-SICK-TAKEN PIC Z,ZZ9.99.
           03 FILLER PIC X(6) VALUE ' HOURS'.
       01  PRNT-STUB-LEAVE2.
           03 FILLER PIC X(16) VALUE '  LEAVE BALANCE:'.
           03 FILLER PIC X(10) VALUE 'VACATION '.
           03 SB-VAC-BALANCE PIC Z,ZZ9.99.
           03 FILLER PIC X(10) VALUE '    SICK '.
           03 SB-SICK-BALANCE PIC Z,ZZ9.99.
           03 FILLER PIC X(6) VALUE ' HOURS'.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 9000-CHECK-PRIOR-RUN.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT PAYDATA-FILE.
           OPEN I-O DEDMSTR-FILE.
           OPEN INPUT LVMSTR-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT STUB-FILE.
           OPEN OUTPUT NETDATA-FILE.
           OPEN EXTEND PAYHIST-FILE.
           PERFORM 1400-PRINT-HEADER.
           PERFORM 2000-READ-PAYDATA.
           PERFORM 1500-LOOP
               UNTIL EOF-P = 1.
           PERFORM 1700-PRINT-TOTALS.
           PERFORM 1750-WRITE-NETCTL.
           CLOSE PAYDATA-FILE.
           CLOSE DEDMSTR-FILE.
           CLOSE LVMSTR-FILE.
           CLOSE REPORT-FILE.
           CLOSE STUB-FILE.
           CLOSE NETDATA-FILE.
           CLOSE PAYHIST-FILE.
           DISPLAY 'PAY RECORDS READ: ' PAYDATA-COUNT.
           DISPLAY 'NET PAY LINES WRITTEN: ' REGISTER-COUNT.
           DISPLAY 'EMPLOYEES WITH NO DEDUCTION RECORD: ' NODED-COUNT.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           MOVE OPEN-PAY-DATE (5:2) TO OPEN-PAY-MM.
           MOVE OPEN-PAY-DATE (7:2) TO OPEN-PAY-DD.
           MOVE OPEN-PAY-DATE (1:4) TO OPEN-PAY-YYYY.
           MOVE OPEN-PERIOD-ID TO SB-PERIOD-ID.
           MOVE OPEN-START-DATE (5:2) TO SB-START-MM.
           MOVE OPEN-START-DATE (7:2) TO SB-START-DD.
           MOVE OPEN-START-DATE (1:4) TO SB-START-YYYY.
           MOVE OPEN-END-DATE (5:2) TO SB-END-MM.
           MOVE OPEN-END-DATE (7:2) TO SB-END-DD.
           MOVE OPEN-END-DATE (1:4) TO SB-END-YYYY.
           PERFORM 8400-START-RUNLOG.
       1400-PRINT-HEADER.
           IF PAGE-COUNT > 0
           PERFORM 2200-APPLY-DEDUCTIONS.
           PERFORM 1600-PRINT-DETAIL.
           PERFORM 1650-WRITE-STUB.
           PERFORM 1660-WRITE-NETDATA.
           PERFORM 1670-WRITE-PAYHIST.
           PERFORM 2000-READ-PAYDATA.
       1600-PRINT-DETAIL.
           IF LINE-COUNT >= LINES-PER-PAGE
           MOVE PD-EMPID TO SB-EMPID.
           MOVE PD-LNAME TO SB-LNAME.
           MOVE PD-FNAME TO SB-FNAME.
           MOVE OPEN-PAY-DISP TO SB-PAY-DATE.
           MOVE PD-GROSS TO SB-GROSS.
           MOVE TAX-AMOUNT TO SB-TAX.
           MOVE BENEFIT-AMOUNT TO SB-BENEFIT.
           MOVE NET-PAY TO SB-NET.
           WRITE STUB-REC FROM SPACES.
           WRITE STUB-REC FROM PRNT-STUB-LINE1.
           WRITE STUB-REC FROM PRNT-STUB-PERIOD1.
           IF PD-RETRO-ADJUSTMENT
               MOVE PD-FOR-DATE (5:2) TO SB-FOR-MM
               MOVE PD-FOR-DATE (7:2) TO SB-FOR-DD
               MOVE PD-FOR-DATE (1:4) TO SB-FOR-YYYY
               WRITE STUB-REC FROM PRNT-STUB-RETRO1
           END-IF.
           WRITE STUB-REC FROM PRNT-STUB-LINE2.
           WRITE STUB-REC FROM PRNT-STUB-LINE3.
           WRITE STUB-REC FROM PRNT-STUB-LINE4.
           WRITE STUB-REC FROM PRNT-STUB-LINE5.
           WRITE STUB-REC FROM PRNT-STUB-LINE6.
           IF NOT PD-RETRO-ADJUSTMENT
               PERFORM 1655-WRITE-STUB-LEAVE
           END-IF.
       1655-WRITE-STUB-LEAVE.
      *    Balances are as the leave posting run left them, after this
      *    pay's PTO came off and this pay's accrual went on.
           MOVE 'N' TO LEAVE-FOUND-SW.
           MOVE PD-EMPID TO LV-EMPID.
           READ LVMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LEAVE-FOUND-SW
           END-READ.
           IF PD-VAC-HOURS > 0 OR PD-SICK-HOURS > 0
               MOVE PD-VAC-HOURS TO SB-VAC-TAKEN
               MOVE PD-SICK-HOURS TO SB-SICK-TAKEN
               WRITE STUB-REC FROM PRNT-STUB-LEAVE1
           END-IF.
           IF LEAVE-FOUND
               MOVE LV-BALANCE (1) TO SB-VAC-BALANCE
               MOVE LV-BALANCE (2) TO SB-SICK-BALANCE
               WRITE STUB-REC FROM PRNT-STUB-LEAVE2
           END-IF.
       1660-WRITE-NETDATA.
           MOVE PAYDATA-DATA TO ND-PAY-IMAGE.
           MOVE TAX-AMOUNT TO ND-TAX.
           MOVE BENEFIT-AMOUNT TO ND-BENEFIT.
           MOVE GARNISH-AMOUNT TO ND-GARNISH.
           MOVE NET-PAY TO ND-NET.
           WRITE NETDATA-REC FROM NETDATA-DATA.
       1670-WRITE-PAYHIST.
           MOVE PD-EMPID TO HI-EMPID.
           MOVE OPEN-PAY-DATE TO HI-PAY-DATE.
           MOVE PD-PAY-KIND TO HI-KIND.
           MOVE PD-FOR-DATE TO HI-FOR-DATE.
           MOVE PD-LNAME TO HI-LNAME.
           MOVE PD-FNAME TO HI-FNAME.
           MOVE PD-EMPTYPE TO HI-EMPTYPE.
           MOVE PD-DEPT TO HI-DEPT.
           MOVE PD-LOC TO HI-LOC.
           MOVE PD-REG-HOURS TO HI-REG-HOURS.
           MOVE PD-OT-HOURS TO HI-OT-HOURS.
           MOVE PD-RATE TO HI-RATE.
           MOVE PD-GROSS TO HI-GROSS.
           MOVE TAX-AMOUNT TO HI-TAX.
           MOVE BENEFIT-AMOUNT TO HI-BENEFIT.
           MOVE GARNISH-AMOUNT TO HI-GARNISH.
           MOVE NET-PAY TO HI-NET.
           WRITE PAYHIST-REC FROM PAYHIST-DATA.
       1700-PRINT-TOTALS.
           IF REGISTER-COUNT > 0
               IF LINE-COUNT + 2 > LINES-PER-PAGE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT
           END-IF.
       1750-WRITE-NETCTL.
           MOVE RUN-DATE-X TO NC-RUN-DATE.
           MOVE OPEN-PERIOD-ID TO NC-PERIOD-ID.
           MOVE REGISTER-COUNT TO NC-RECORD-COUNT.
           MOVE GRAND-NET TO NC-GRAND-NET.
           OPEN OUTPUT NETCTL-FILE.
           WRITE NETCTL-REC FROM NETCTL-DATA.
           CLOSE NETCTL-FILE.
       2000-READ-PAYDATA.
           READ PAYDATA-FILE INTO PAYDATA-DATA
               AT END MOVE 1 TO EOF-P.
       2200-APPLY-DEDUCTIONS.
      *    Deductions come out in priority order - tax, benefits,
      *    garnishment - and each is capped at the pay still left, so
      *    net pay can reach zero but never go negative.  A retro
      *    adjustment is taxed only - the benefit and the garnishment
      *    payment are per pay run and come out of the regular pay.
           MOVE 0 TO TAX-AMOUNT.
           MOVE 0 TO BENEFIT-AMOUNT.
           MOVE 0 TO GARNISH-AMOUNT.
           MOVE PD-GROSS TO REMAINING-PAY.
           IF DEDMSTR-FOUND
               PERFORM 2300-TAKE-TAX
               IF NOT PD-RETRO-ADJUSTMENT
                   PERFORM 2400-TAKE-BENEFIT
                   PERFORM 2500-TAKE-GARNISHMENT
               END-IF
           END-IF.
           MOVE REMAINING-PAY TO NET-PAY.
       2300-TAKE-TAX.
                   MOVE 'Y' TO GATE-SW
               END-IF
           END-IF.
      *    Leave posting refuses to run after net pay, so it has to be
      *    in before the stubs print tonight's balances.
           IF NOT LVPOST-REC-FOUND
               DISPLAY 'RUN STOPPED: NO PROJECT28 RUN LOGGED TODAY '
                   'ON COB1-RUNLOG - POST TONIGHT''S LEAVE FIRST'
               MOVE 'Y' TO GATE-SW
           ELSE
               IF LVPOST-STATUS NOT = 'C'
                   DISPLAY 'RUN STOPPED: TODAY''S PROJECT28 RUN DID '
                       'NOT COMPLETE CLEANLY'
                   MOVE 'Y' TO GATE-SW
               END-IF
           END-IF.
           IF SELF-REC-FOUND
               DISPLAY 'RUN STOPPED: PROJECT12 ALREADY RAN CLEANLY '
                   'TODAY - A RERUN WOULD TAKE EACH GARNISHMENT '
                   'PAYMENT OUT OF THE BALANCE TWICE'
               MOVE 'Y' TO GATE-SW
           END-IF.
           PERFORM 9100-FIND-OPEN-PERIOD.
           IF OPEN-PERIOD-FOUND
               PERFORM 9200-CHECK-PAYDATA-PERIOD
           END-IF.
       9010-READ-RUNLOG.
           READ RUNLOG-FILE INTO RUNLOG-DATA
               AT END MOVE 1 TO EOF-L.
               MOVE 'Y' TO GATE-FOUND-SW
               MOVE RL-STATUS TO GATE-STATUS
           END-IF.
           IF RL-PROGRAM = 'PROJECT28' AND RL-RUN-DATE = GATE-TODAY
               MOVE 'Y' TO LVPOST-FOUND-SW
               MOVE RL-STATUS TO LVPOST-STATUS
           END-IF.
           IF RL-PROGRAM = 'PROJECT12' AND RL-RUN-DATE = GATE-TODAY
               AND RL-STATUS = 'C'
               MOVE 'Y' TO SELF-FOUND-SW
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
               MOVE PC-START-DATE TO OPEN-START-DATE
               MOVE PC-END-DATE TO OPEN-END-DATE
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
       END PROGRAM project12.
