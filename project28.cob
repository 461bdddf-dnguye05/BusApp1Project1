      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project28 - leave posting, run after the gross-pay
      *         register (and the retro-pay run, when there is one)
      *         and ahead of the net-pay run so the stubs print the
      *         new balances.  For every regular pay on COB1-PAYDATA
      *         (shared PAYDTA copybook) it takes the vacation and
      *         sick hours paid off the employee's balances on the
      *         leave master (COB1-LVMSTR, shared LVMST copybook) and
      *         adds this pay run's accrual for each leave type.  The
      *         accrual comes from the rule table on COB1-LVRULES -
      *         hours per pay run and maximum balance by employee type
      *         and leave type, stepped by minimum years of service -
      *         using the rule with the most years the employee has
      *         reached.  Years of service are figured from the hire
      *         date on the indexed master the way the roster run
      *         figures its YEARS column.  The accrual is cut back so
      *         no balance passes its maximum.  An employee paid for
      *         the first time gets a leave record started at zero.
      *         Every posting is listed on COB1-LVPOST.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project28.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYDATA-FILE ASSIGN TO 'COB1-PAYDATA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RULE-FILE ASSIGN TO 'COB1-LVRULES'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPMSTR-FILE ASSIGN TO 'COB1-EMPMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EMPID
               ALTERNATE RECORD KEY IS M-LNAME WITH DUPLICATES.
           SELECT OPTIONAL LVMSTR-FILE ASSIGN TO 'COB1-LVMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-EMPID.
           SELECT REPORT-FILE ASSIGN TO 'COB1-LVPOST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYDATA-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYDATA-REC PIC X(100).
       FD  RULE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RULE-REC PIC X(16).
       FD  EMPMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY EMPMST.
       FD  LVMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY LVMST.
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       WORKING-STORAGE SECTION.
       COPY PAYDTA.
       COPY RUNLOG.
       01  RULE-DATA.
           03 LR-EMPTYPE PIC X(2).
           03 LR-LEAVE-TYPE PIC X(1).
               88 LR-VACATION VALUE 'V'.
               88 LR-SICK-LEAVE VALUE 'S'.
           03 LR-MIN-YEARS-X PIC X(2).
           03 LR-MIN-YEARS REDEFINES LR-MIN-YEARS-X PIC 9(2).
           03 LR-ACCRUAL-X PIC X(5).
           03 LR-ACCRUAL REDEFINES LR-ACCRUAL-X PIC 9(3)V99.
           03 LR-MAX-BALANCE-X PIC X(6).
           03 LR-MAX-BALANCE REDEFINES LR-MAX-BALANCE-X PIC 9(4)V99.
       01  RULE-TABLE-AREAS.
           03 RULE-TABLE-COUNT PIC 9(3) VALUE 0.
           03 RULE-TABLE-MAX PIC 9(3) VALUE 100.
           03 RULE-IDX PIC 9(3) VALUE 0.
           03 RULE-MATCH-IDX PIC 9(3) VALUE 0.
           03 RULE-BAD-COUNT PIC 9(5) VALUE 0.
       01  RULE-TABLE.
           03 RULE-ENTRY OCCURS 100 TIMES.
               05 RULE-EMPTYPE PIC X(2).
               05 RULE-LEAVE-IDX PIC 9(1).
               05 RULE-MIN-YEARS PIC 9(2).
               05 RULE-ACCRUAL PIC 9(3)V99.
               05 RULE-MAX-BALANCE PIC 9(4)V99.
       01  MISC.
           03 EOF-P PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 PAYDATA-COUNT PIC 9(5) VALUE 0.
           03 POSTED-COUNT PIC 9(5) VALUE 0.
           03 NEW-LEAVE-COUNT PIC 9(5) VALUE 0.
           03 NOMASTER-COUNT PIC 9(5) VALUE 0.
           03 CAPPED-COUNT PIC 9(5) VALUE 0.
       01  GATE-AREAS.
           03 EOF-L PIC 9 VALUE 0.
           03 GATE-SW PIC X(1) VALUE 'N'.
               88 GATE-FAILED VALUE 'Y'.
           03 GATE-FOUND-SW PIC X(1) VALUE 'N'.
               88 GATE-REC-FOUND VALUE 'Y'.
           03 SELF-FOUND-SW PIC X(1) VALUE 'N'.
               88 SELF-REC-FOUND VALUE 'Y'.
           03 NETPAY-FOUND-SW PIC X(1) VALUE 'N'.
               88 NETPAY-REC-FOUND VALUE 'Y'.
           03 GATE-TODAY PIC X(8).
           03 GATE-STATUS PIC X(1) VALUE SPACES.
       01  POST-AREAS.
           03 MASTER-FOUND-SW PIC X(1) VALUE 'N'.
               88 MASTER-FOUND VALUE 'Y'.
           03 LEAVE-FOUND-SW PIC X(1) VALUE 'N'.
               88 LEAVE-FOUND VALUE 'Y'.
           03 LEAVE-IDX PIC 9(1) VALUE 0.
           03 TAKEN-HOURS PIC 9(4)V99 VALUE 0.
           03 ACCRUAL-HOURS PIC 9(3)V99 VALUE 0.
           03 CAP-ROOM PIC 9(4)V99 VALUE 0.
           03 POST-NOTE PIC X(24) VALUE SPACES.
       01  HIRE-DATE-AREAS.
           03 HIRE-DATE-WORK PIC X(8).
           03 HIRE-DATE-BREAKOUT REDEFINES HIRE-DATE-WORK.
               05 HIRE-MM PIC 99.
               05 HIRE-DD PIC 99.
               05 HIRE-YYYY PIC 9999.
           03 TENURE-YEARS PIC 999.
       01  GRAND-TOTALS.
           03 GRAND-TAKEN PIC 9(7)V99 OCCURS 2 TIMES.
           03 GRAND-ACCRUED PIC 9(7)V99 OCCURS 2 TIMES.
       01  PAGE-CONTROL.
           03 LINE-COUNT PIC 9(3) VALUE 0.
           03 PAGE-COUNT PIC 9(4) VALUE 0.
           03 LINES-PER-PAGE PIC 9(3) VALUE 55.
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
       01  PAGE-HEADER1.
           03 FILLER PIC X(10) VALUE 'RUN DATE:'.
           03 PH-RUN-DATE PIC X(10).
           03 FILLER PIC X(33) VALUE SPACES.
           03 FILLER PIC X(22) VALUE 'LEAVE POSTING REGISTER'.
           03 FILLER PIC X(32) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  PRNT-HEADING1.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(38) VALUE SPACES.
           03 FILLER PIC X(27)
               VALUE '  ------- VACATION --------'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(27)
               VALUE '  --------- SICK ----------'.
       01  PRNT-HEADING2.
           03 FILLER PIC X(10) VALUE 'EMP ID'.
           03 FILLER PIC X(17) VALUE 'LAST'.
           03 FILLER PIC X(13) VALUE 'FIRST'.
           03 FILLER PIC X(4) VALUE 'TYPE'.
           03 FILLER PIC X(4) VALUE ' YRS'.
           03 FILLER PIC X(9) VALUE '    TAKEN'.
           03 FILLER PIC X(9) VALUE '  ACCRUED'.
           03 FILLER PIC X(9) VALUE '  BALANCE'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(9) VALUE '    TAKEN'.
           03 FILLER PIC X(9) VALUE '  ACCRUED'.
           03 FILLER PIC X(9) VALUE '  BALANCE'.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'NOTE'.
       01  PRNT-DATA1.
           03 L-EMPID PIC X(10).
           03 L-LNAME PIC X(17).
           03 L-FNAME PIC X(13).
           03 L-EMPTYPE PIC X(4).
           03 L-YEARS PIC ZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 L-LEAVE-COLS OCCURS 2 TIMES.
               05 L-TAKEN PIC Z,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 L-ACCRUED PIC ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 L-BALANCE PIC Z,ZZ9.99.
               05 FILLER PIC X(4) VALUE SPACES.
           03 L-NOTE PIC X(24).
       01  PRNT-GRANDTOTAL1.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'GRAND TOTAL'.
           03 FILLER PIC X(8) VALUE 'POSTED '.
           03 GT-COUNT PIC ZZ,ZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 GT-LEAVE-COLS OCCURS 2 TIMES.
               05 GT-TAKEN PIC ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 GT-ACCRUED PIC ZZZ,ZZ9.99.
               05 FILLER PIC X(9) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 9000-CHECK-PRIOR-RUN.
           IF GATE-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT PAYDATA-FILE.
           OPEN INPUT EMPMSTR-FILE.
           OPEN I-O LVMSTR-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1400-PRINT-HEADER.
           PERFORM 2000-READ-PAYDATA.
           PERFORM 1500-LOOP
               UNTIL EOF-P = 1.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE PAYDATA-FILE.
           CLOSE EMPMSTR-FILE.
           CLOSE LVMSTR-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'PAY RECORDS READ: ' PAYDATA-COUNT.
           DISPLAY 'LEAVE POSTINGS: ' POSTED-COUNT.
           DISPLAY 'NEW LEAVE RECORDS STARTED: ' NEW-LEAVE-COUNT.
           DISPLAY 'ACCRUALS CUT BACK AT THE MAXIMUM: ' CAPPED-COUNT.
           DISPLAY 'NOT ON MASTER - NO ACCRUAL: ' NOMASTER-COUNT.
           MOVE PAYDATA-COUNT TO RL-READ-COUNT.
           MOVE POSTED-COUNT TO RL-WRITE-COUNT.
           MOVE NOMASTER-COUNT TO RL-REJECT-COUNT.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           PERFORM 8400-START-RUNLOG.
           MOVE 0 TO GRAND-TAKEN (1).
           MOVE 0 TO GRAND-TAKEN (2).
           MOVE 0 TO GRAND-ACCRUED (1).
           MOVE 0 TO GRAND-ACCRUED (2).
           OPEN INPUT RULE-FILE.
           PERFORM 1100-READ-RULE.
           PERFORM 1200-LOAD-RULE-ENTRY
               UNTIL EOF-R = 1.
           CLOSE RULE-FILE.
           IF RULE-TABLE-COUNT = 0
               DISPLAY 'WARNING: NO ACCRUAL RULES LOADED FROM '
                   'COB1-LVRULES - PTO TAKEN WILL POST BUT NOTHING '
                   'WILL ACCRUE'
           END-IF.
           IF RULE-BAD-COUNT > 0
               DISPLAY 'WARNING: ' RULE-BAD-COUNT ' ACCRUAL RULES ON '
                   'COB1-LVRULES WERE NOT USABLE AND WERE IGNORED'
           END-IF.
       1100-READ-RULE.
           READ RULE-FILE INTO RULE-DATA
               AT END MOVE 1 TO EOF-R.
       1200-LOAD-RULE-ENTRY.
           IF (LR-VACATION OR LR-SICK-LEAVE)
               AND LR-MIN-YEARS-X IS NUMERIC
               AND LR-ACCRUAL-X IS NUMERIC
               AND LR-MAX-BALANCE-X IS NUMERIC
               IF RULE-TABLE-COUNT < RULE-TABLE-MAX
                   ADD 1 TO RULE-TABLE-COUNT
                   MOVE LR-EMPTYPE TO RULE-EMPTYPE (RULE-TABLE-COUNT)
                   IF LR-VACATION
                       MOVE 1 TO RULE-LEAVE-IDX (RULE-TABLE-COUNT)
                   ELSE
                       MOVE 2 TO RULE-LEAVE-IDX (RULE-TABLE-COUNT)
                   END-IF
                   MOVE LR-MIN-YEARS
                       TO RULE-MIN-YEARS (RULE-TABLE-COUNT)
                   MOVE LR-ACCRUAL TO RULE-ACCRUAL (RULE-TABLE-COUNT)
                   MOVE LR-MAX-BALANCE
                       TO RULE-MAX-BALANCE (RULE-TABLE-COUNT)
               ELSE
                   DISPLAY 'WARNING: ACCRUAL RULE TABLE FULL AT '
                       RULE-TABLE-MAX ' ENTRIES - RULE FOR TYPE '
                       LR-EMPTYPE ' LEAVE ' LR-LEAVE-TYPE ' IGNORED'
               END-IF
           ELSE
               ADD 1 TO RULE-BAD-COUNT
           END-IF.
           PERFORM 1100-READ-RULE.
       1400-PRINT-HEADER.
           IF PAGE-COUNT > 0
               WRITE REPORT-REC FROM SPACES
                   AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO PH-PAGE-NO.
           MOVE RUN-DATE-DISP TO PH-RUN-DATE.
           WRITE REPORT-REC FROM PAGE-HEADER1
               AFTER ADVANCING PAGE.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-HEADING1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-HEADING2
               AFTER ADVANCING 1 LINE.
           MOVE 4 TO LINE-COUNT.
       1500-LOOP.
      *    Only regular pay posts leave - a retro adjustment carries
      *    no hours and is not another pay run's accrual.
           IF PD-REGULAR-PAY
               PERFORM 2100-LOOKUP-MASTER
               PERFORM 2200-LOOKUP-LEAVE
               MOVE SPACES TO POST-NOTE
               IF NOT LEAVE-FOUND
                   MOVE 'NEW LEAVE RECORD' TO POST-NOTE
               END-IF
               IF NOT MASTER-FOUND
                   MOVE 'NOT ON MASTER - NO ACCRUAL' TO POST-NOTE
                   ADD 1 TO NOMASTER-COUNT
               ELSE
                   PERFORM 2300-COMPUTE-TENURE
               END-IF
               PERFORM 2400-POST-LEAVE-TYPE
                   VARYING LEAVE-IDX FROM 1 BY 1
                   UNTIL LEAVE-IDX > 2
               MOVE RUN-DATE-X TO LV-LAST-POST-DATE
               PERFORM 2600-SAVE-LEAVE
               PERFORM 1600-PRINT-DETAIL
           END-IF.
           PERFORM 2000-READ-PAYDATA.
       1600-PRINT-DETAIL.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE PD-EMPID TO L-EMPID.
           MOVE PD-LNAME TO L-LNAME.
           MOVE PD-FNAME TO L-FNAME.
           MOVE PD-EMPTYPE TO L-EMPTYPE.
           IF MASTER-FOUND
               MOVE TENURE-YEARS TO L-YEARS
           ELSE
               MOVE 0 TO L-YEARS
           END-IF.
           PERFORM 1650-MOVE-LEAVE-COLS
               VARYING LEAVE-IDX FROM 1 BY 1
               UNTIL LEAVE-IDX > 2.
           MOVE POST-NOTE TO L-NOTE.
           WRITE REPORT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO POSTED-COUNT.
       1650-MOVE-LEAVE-COLS.
           MOVE LV-LAST-TAKEN (LEAVE-IDX) TO L-TAKEN (LEAVE-IDX).
           MOVE LV-LAST-ACCRUED (LEAVE-IDX) TO L-ACCRUED (LEAVE-IDX).
           MOVE LV-BALANCE (LEAVE-IDX) TO L-BALANCE (LEAVE-IDX).
           ADD LV-LAST-TAKEN (LEAVE-IDX) TO GRAND-TAKEN (LEAVE-IDX).
           ADD LV-LAST-ACCRUED (LEAVE-IDX)
               TO GRAND-ACCRUED (LEAVE-IDX).
       1700-PRINT-TOTALS.
           IF POSTED-COUNT > 0
               IF LINE-COUNT + 2 > LINES-PER-PAGE
                   PERFORM 1400-PRINT-HEADER
               END-IF
               WRITE REPORT-REC FROM SPACES
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT
               MOVE POSTED-COUNT TO GT-COUNT
               MOVE GRAND-TAKEN (1) TO GT-TAKEN (1)
               MOVE GRAND-ACCRUED (1) TO GT-ACCRUED (1)
               MOVE GRAND-TAKEN (2) TO GT-TAKEN (2)
               MOVE GRAND-ACCRUED (2) TO GT-ACCRUED (2)
               WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT
           END-IF.
       2000-READ-PAYDATA.
           READ PAYDATA-FILE INTO PAYDATA-DATA
               AT END MOVE 1 TO EOF-P.
           IF EOF-P = 0
               ADD 1 TO PAYDATA-COUNT
           END-IF.
       2100-LOOKUP-MASTER.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE PD-EMPID TO M-EMPID.
           READ EMPMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.
       2200-LOOKUP-LEAVE.
           MOVE 'N' TO LEAVE-FOUND-SW.
           MOVE PD-EMPID TO LV-EMPID.
           READ LVMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LEAVE-FOUND-SW
           END-READ.
           IF NOT LEAVE-FOUND
               MOVE PD-EMPID TO LV-EMPID
               MOVE 0 TO LV-BALANCE (1)
               MOVE 0 TO LV-BALANCE (2)
               MOVE SPACES TO LV-LAST-POST-DATE
           END-IF.
       2300-COMPUTE-TENURE.
           MOVE 0 TO TENURE-YEARS.
           MOVE M-DATE TO HIRE-DATE-WORK.
           IF HIRE-DATE-WORK IS NUMERIC
               AND HIRE-YYYY NOT > RUN-YYYY
               COMPUTE TENURE-YEARS = RUN-YYYY - HIRE-YYYY
               IF RUN-MM < HIRE-MM
                   SUBTRACT 1 FROM TENURE-YEARS
               ELSE
                   IF RUN-MM = HIRE-MM AND RUN-DD < HIRE-DD
                       SUBTRACT 1 FROM TENURE-YEARS
                   END-IF
               END-IF
           END-IF.
       2400-POST-LEAVE-TYPE.
      *    Hours taken come off first; the pre-edit has already held
      *    them to the balance, so running short here means the
      *    balance was changed in between and the balance stops at
      *    zero.
           IF LEAVE-IDX = 1
               MOVE PD-VAC-HOURS TO TAKEN-HOURS
           ELSE
               MOVE PD-SICK-HOURS TO TAKEN-HOURS
           END-IF.
           IF TAKEN-HOURS > LV-BALANCE (LEAVE-IDX)
               MOVE LV-BALANCE (LEAVE-IDX) TO TAKEN-HOURS
               MOVE 'TAKEN CUT TO BALANCE' TO POST-NOTE
           END-IF.
           SUBTRACT TAKEN-HOURS FROM LV-BALANCE (LEAVE-IDX).
           MOVE TAKEN-HOURS TO LV-LAST-TAKEN (LEAVE-IDX).
           MOVE 0 TO ACCRUAL-HOURS.
           IF MASTER-FOUND
               PERFORM 2500-FIND-RULE
               IF RULE-MATCH-IDX > 0
                   PERFORM 2450-APPLY-ACCRUAL
               END-IF
           END-IF.
           ADD ACCRUAL-HOURS TO LV-BALANCE (LEAVE-IDX).
           MOVE ACCRUAL-HOURS TO LV-LAST-ACCRUED (LEAVE-IDX).
       2450-APPLY-ACCRUAL.
           MOVE RULE-ACCRUAL (RULE-MATCH-IDX) TO ACCRUAL-HOURS.
           IF LV-BALANCE (LEAVE-IDX)
               NOT < RULE-MAX-BALANCE (RULE-MATCH-IDX)
               MOVE 0 TO ACCRUAL-HOURS
           ELSE
               COMPUTE CAP-ROOM = RULE-MAX-BALANCE (RULE-MATCH-IDX)
                   - LV-BALANCE (LEAVE-IDX)
               IF ACCRUAL-HOURS > CAP-ROOM
                   MOVE CAP-ROOM TO ACCRUAL-HOURS
               END-IF
           END-IF.
           IF ACCRUAL-HOURS < RULE-ACCRUAL (RULE-MATCH-IDX)
               ADD 1 TO CAPPED-COUNT
               MOVE 'ACCRUAL CAPPED AT MAXIMUM' TO POST-NOTE
           END-IF.
       2500-FIND-RULE.
      *    Of the rules for the employee's type and this leave type,
      *    the one with the most years of service the employee has
      *    reached applies.
           MOVE 0 TO RULE-MATCH-IDX.
           PERFORM 2550-TEST-RULE-ENTRY
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-TABLE-COUNT.
       2550-TEST-RULE-ENTRY.
           IF RULE-EMPTYPE (RULE-IDX) = M-EMPTYPE
               AND RULE-LEAVE-IDX (RULE-IDX) = LEAVE-IDX
               AND RULE-MIN-YEARS (RULE-IDX) NOT > TENURE-YEARS
               IF RULE-MATCH-IDX = 0
                   MOVE RULE-IDX TO RULE-MATCH-IDX
               ELSE
                   IF RULE-MIN-YEARS (RULE-IDX)
                       > RULE-MIN-YEARS (RULE-MATCH-IDX)
                       MOVE RULE-IDX TO RULE-MATCH-IDX
                   END-IF
               END-IF
           END-IF.
       2600-SAVE-LEAVE.
           IF LEAVE-FOUND
               REWRITE LEAVE-REC
                   INVALID KEY
                       DISPLAY 'WARNING: LEAVE MASTER REWRITE FAILED '
                           'FOR EMPID ' LV-EMPID ' - LEAVE NOT POSTED'
               END-REWRITE
           ELSE
               WRITE LEAVE-REC
                   INVALID KEY
                       DISPLAY 'WARNING: LEAVE MASTER WRITE FAILED '
                           'FOR EMPID ' LV-EMPID ' - LEAVE NOT POSTED'
                   NOT INVALID KEY
                       ADD 1 TO NEW-LEAVE-COUNT
               END-WRITE
           END-IF.
       8400-START-RUNLOG.
           MOVE 'PROJECT28' TO RL-PROGRAM.
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
       9000-CHECK-PRIOR-RUN.
           ACCEPT RL-DATE-WORK FROM DATE YYYYMMDD.
           MOVE RL-DATE-WORK TO GATE-TODAY.
           OPEN INPUT RUNLOG-FILE.
           PERFORM 9010-READ-RUNLOG.
           PERFORM 9020-SCAN-RUNLOG
               UNTIL EOF-L = 1.
           CLOSE RUNLOG-FILE.
           IF NOT GATE-REC-FOUND
               DISPLAY 'RUN STOPPED: NO PROJECT5 RUN LOGGED TODAY '
                   'ON COB1-RUNLOG - COB1-PAYDATA IS NOT TONIGHT''S '
                   'PAY RUN'
               MOVE 'Y' TO GATE-SW
           ELSE
               IF GATE-STATUS NOT = 'C'
                   DISPLAY 'RUN STOPPED: TODAY''S PROJECT5 RUN DID '
                       'NOT COMPLETE CLEANLY'
                   MOVE 'Y' TO GATE-SW
               END-IF
           END-IF.
           IF SELF-REC-FOUND
               DISPLAY 'RUN STOPPED: PROJECT28 ALREADY RAN CLEANLY '
                   'TODAY - A RERUN WOULD TAKE THE PTO AND ADD THE '
                   'ACCRUAL A SECOND TIME'
               MOVE 'Y' TO GATE-SW
           END-IF.
           IF NETPAY-REC-FOUND
               DISPLAY 'RUN STOPPED: PROJECT12 HAS ALREADY RUN TODAY '
                   '- THE STUBS ARE PRINTED, SO LEAVE MUST POST '
                   'AHEAD OF THE NET-PAY RUN'
               MOVE 'Y' TO GATE-SW
           END-IF.
       9010-READ-RUNLOG.
           READ RUNLOG-FILE INTO RUNLOG-DATA
               AT END MOVE 1 TO EOF-L.
       9020-SCAN-RUNLOG.
           IF RL-PROGRAM = 'PROJECT5' AND RL-RUN-DATE = GATE-TODAY
               MOVE 'Y' TO GATE-FOUND-SW
               MOVE RL-STATUS TO GATE-STATUS
           END-IF.
           IF RL-PROGRAM = 'PROJECT28' AND RL-RUN-DATE = GATE-TODAY
               AND RL-STATUS = 'C'
               MOVE 'Y' TO SELF-FOUND-SW
           END-IF.
           IF RL-PROGRAM = 'PROJECT12' AND RL-RUN-DATE = GATE-TODAY
               MOVE 'Y' TO NETPAY-FOUND-SW
           END-IF.
           PERFORM 9010-READ-RUNLOG.
       END PROGRAM project28.
