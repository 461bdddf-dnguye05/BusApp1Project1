      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project23 - direct-deposit run downstream of net pay.
      *         Reads the net-pay records the net-pay run writes to
      *         COB1-NETDATA (shared NETDTA copybook), looks each
      *         employee up on the indexed bank master (COB1-BANKMSTR,
      *         shared BNKMST copybook, maintained by project22) and
      *         writes a standard 94-character ACH file (COB1-ACHFILE:
      *         file header, one PPD credit batch with its batch
      *         control, file control, padded with all-nines records
      *         to a full block of ten) that the bank takes as is.
      *         The company and bank identifiers for the headers come
      *         from the one-record control file COB1-ACHCTL; the
      *         batch's descriptive and effective entry dates are the
      *         pay date of the period the net pay was priced for, off
      *         the pay calendar (COB1-PAYCAL).  The net-pay records
      *         are sorted by employee and an employee's net pay
      *         (regular pay and any retro adjustment) is totalled
      *         first, then split between the primary and second
      *         account when the master carries a split.  An account
      *         still in prenote status gets a zero-dollar prenote
      *         entry this run and is paid by check; it goes live once
      *         three banking days (weekdays) have passed since the
      *         prenote date.  Employees with no active account fall
      *         out to the pay-by-check list (COB1-CHKLIST).  The
      *         deposit register (COB1-DDREG) lists every deposit and
      *         proves that the ACH credits plus checks tie to the
      *         penny to the grand total net the net-pay run left on
      *         COB1-NETCTL (shared NETCTL copybook); a run that does
      *         not tie ends with RETURN-CODE 8.
      ******************************************************************
      *Modifications:
      *  2026-10-15  DN  COB1-NETDATA record widened to 136 bytes to
      *                  follow the PTO hours and pay period added to
      *                  the pay record image.
      *  2026-10-15  DN  The batch header dates are now the period's
      *                  pay date from COB1-PAYCAL (the run date stays
      *                  on the file header).  Net pay is totalled per
      *                  employee before the split, so a flat split is
      *                  taken once per pay and not once per record.
      *                  A prenote now waits three banking days before
      *                  the account goes live.  The proof ties to the
      *                  net-pay run's control total on COB1-NETCTL and
      *                  an out-of-balance run ends with RETURN-CODE 8
      *                  and is logged with status 'B'.  A missing
      *                  COB1-ACHCTL stops the run like an empty one.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project23.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETDATA-FILE ASSIGN TO 'COB1-NETDATA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANKMSTR-FILE ASSIGN TO 'COB1-BANKMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS B-EMPID.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'COB1-ACHCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NETCTL-FILE ASSIGN TO 'COB1-NETCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'COB1-PAYCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD-ID.
           SELECT ACH-FILE ASSIGN TO 'COB1-ACHFILE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'COB1-DDREG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-FILE ASSIGN TO 'COB1-CHKLIST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'COB1-SORTWK'.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NETDATA-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  NETDATA-REC PIC X(136).
       FD  BANKMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY BNKMST.
       FD  CONTROL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC PIC X(100).
       FD  NETCTL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  NETCTL-REC PIC X(32).
       FD  PAYCAL-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PAYCAL.
       FD  ACH-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACH-REC PIC X(94).
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       FD  CHECK-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CHECK-REC PIC X(132).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           03 S-EMPID PIC X(7).
           03 FILLER PIC X(129).
       WORKING-STORAGE SECTION.
       COPY PAYDTA.
       COPY NETDTA.
       COPY NETCTL.
       COPY RUNLOG.
       01  ACH-CONTROL.
           03 AC-DEST-ROUTING PIC X(10).
           03 AC-ORIGIN-ID PIC X(10).
           03 AC-DEST-NAME PIC X(23).
           03 AC-ORIGIN-NAME PIC X(23).
           03 AC-COMPANY-NAME PIC X(16).
           03 AC-COMPANY-ID PIC X(10).
           03 AC-ODFI-ROUTING PIC X(8).
       01  MISC.
           03 EOF-N PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 EOF-O PIC 9 VALUE 0.
           03 EOF-T PIC 9 VALUE 0.
           03 NETDATA-COUNT PIC 9(5) VALUE 0.
           03 EMPLOYEE-COUNT PIC 9(5) VALUE 0.
           03 DEPOSIT-COUNT PIC 9(5) VALUE 0.
           03 PRENOTE-COUNT PIC 9(5) VALUE 0.
           03 ACTIVATED-COUNT PIC 9(5) VALUE 0.
           03 CHECK-COUNT PIC 9(5) VALUE 0.
       01  GATE-AREAS.
           03 EOF-L PIC 9 VALUE 0.
           03 GATE-SW PIC X(1) VALUE 'N'.
               88 GATE-FAILED VALUE 'Y'.
           03 GATE-FOUND-SW PIC X(1) VALUE 'N'.
               88 GATE-REC-FOUND VALUE 'Y'.
           03 SELF-FOUND-SW PIC X(1) VALUE 'N'.
               88 SELF-REC-FOUND VALUE 'Y'.
           03 GATE-TODAY PIC X(8).
           03 GATE-STATUS PIC X(1) VALUE SPACES.
       01  PERIOD-AREAS.
           03 RUN-PERIOD-ID PIC X(6) VALUE SPACES.
           03 RUN-PAY-DATE PIC X(8) VALUE SPACES.
      *    Net pay for the employee being handled, totalled over all of
      *    the employee's net-pay records.
       01  EMPLOYEE-AREAS.
           03 FIRST-RECORD-SW PIC X(1) VALUE 'Y'.
               88 FIRST-RECORD VALUE 'Y'.
           03 EMP-EMPID PIC X(7) VALUE SPACES.
           03 EMP-LNAME PIC X(15) VALUE SPACES.
           03 EMP-FNAME PIC X(15) VALUE SPACES.
           03 EMP-NET PIC 9(7)V99 VALUE 0.
       01  DEPOSIT-AREAS.
           03 BANKMSTR-FOUND-SW PIC X(1) VALUE 'N'.
               88 BANKMSTR-FOUND VALUE 'Y'.
           03 PAY-METHOD-SW PIC X(1) VALUE 'C'.
               88 PAY-BY-DEPOSIT VALUE 'D'.
               88 PAY-BY-CHECK VALUE 'C'.
           03 CHECK-REASON PIC X(30) VALUE SPACES.
           03 DEPOSIT-NOTE PIC X(20) VALUE SPACES.
           03 PRI-AMOUNT PIC 9(7)V99 VALUE 0.
           03 SEC-AMOUNT PIC 9(7)V99 VALUE 0.
           03 BATCH-OPEN-SW PIC X(1) VALUE 'N'.
               88 BATCH-OPEN VALUE 'Y'.
      *    One ACH entry is built from these and the working routing,
      *    account, type and amount, whichever account it is for.
       01  ENTRY-WORK-AREAS.
           03 EW-ROUTING PIC X(9).
           03 EW-ACCOUNT PIC X(17).
           03 EW-TYPE PIC X(1).
               88 EW-CHECKING VALUE 'C'.
           03 EW-AMOUNT PIC 9(8)V99.
           03 EW-PRENOTE-SW PIC X(1) VALUE 'N'.
               88 EW-PRENOTE VALUE 'Y'.
           03 EW-RDFI-NUM PIC 9(8).
      *    A prenote has three banking days to come back from the bank
      *    before the account takes live money.  There is no bank
      *    holiday calendar, so only Saturday and Sunday are skipped.
       01  PRENOTE-AREAS.
           03 PRENOTE-WAIT-DAYS PIC 9(1) VALUE 3.
           03 BANK-DAY-COUNT PIC 9(1) VALUE 0.
           03 PRENOTE-CLEAR-DATE PIC X(8).
           03 DAY-WORK.
               05 DAY-YYYY PIC 9(4).
               05 DAY-MM PIC 9(2).
               05 DAY-DD PIC 9(2).
           03 MONTH-LAST-DAY PIC 9(2).
           03 LEAP-QUOTIENT PIC 9(4).
           03 LEAP-REMAINDER PIC 9(3).
      *        Day of the week by Zeller's congruence: 0 is Saturday,
      *        1 Sunday, 2 Monday through 6 Friday.
           03 WEEKDAY PIC 9(1) VALUE 0.
               88 WEEKEND-DAY VALUE 0 1.
           03 CALC-MONTH PIC 9(2).
           03 CALC-YEAR PIC 9(4).
           03 CALC-CENTURY PIC 9(2).
           03 CALC-YEAR-IN-CENTURY PIC 9(2).
           03 CALC-TERM PIC 9(3).
           03 CALC-SUM PIC 9(4).
           03 CALC-QUOTIENT PIC 9(4).
       01  MONTH-DAYS-VALUES.
           03 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           03 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01  MASK-AREAS.
           03 MASK-ACCOUNT PIC X(17).
           03 MASK-TRAILING PIC 9(2) VALUE 0.
           03 MASK-LENGTH PIC 9(2) VALUE 0.
           03 MASK-START PIC 9(2) VALUE 0.
           03 MASK-DISP.
               05 FILLER PIC X(4) VALUE '****'.
               05 MASK-LAST4 PIC X(4).
       01  ACH-TOTALS.
           03 ENTRY-HASH-TOTAL PIC 9(12) VALUE 0.
           03 BATCH-ENTRY-COUNT PIC 9(6) VALUE 0.
           03 BATCH-CREDIT-TOTAL PIC 9(10)V99 VALUE 0.
           03 BATCH-COUNT PIC 9(6) VALUE 0.
           03 ACH-RECORD-COUNT PIC 9(7) VALUE 0.
           03 ACH-BLOCK-COUNT PIC 9(6) VALUE 0.
           03 ACH-BLOCK-REMAINDER PIC 9(2) VALUE 0.
           03 TRACE-SEQ PIC 9(7) VALUE 0.
       01  PROOF-AREAS.
           03 NETCTL-SW PIC X(1) VALUE 'N'.
               88 NETCTL-FOUND VALUE 'Y'.
           03 BALANCE-SW PIC X(1) VALUE 'Y'.
               88 RUN-IN-BALANCE VALUE 'Y'.
               88 RUN-OUT-OF-BALANCE VALUE 'N'.
           03 REGISTER-NET PIC 9(11)V99 VALUE 0.
           03 REGISTER-COUNT PIC 9(7) VALUE 0.
           03 DEPOSIT-TOTAL PIC 9(11)V99 VALUE 0.
           03 CHECK-TOTAL PIC 9(11)V99 VALUE 0.
           03 PAID-TOTAL PIC 9(11)V99 VALUE 0.
           03 PROOF-DIFF PIC S9(11)V99 VALUE 0.
       01  ACH-FILE-HEADER.
           03 FILLER PIC X(1) VALUE '1'.
           03 FILLER PIC X(2) VALUE '01'.
           03 FH-DEST PIC X(10).
           03 FH-ORIGIN PIC X(10).
           03 FH-CREATE-DATE PIC X(6).
           03 FH-CREATE-TIME PIC X(4).
           03 FILLER PIC X(1) VALUE 'A'.
           03 FILLER PIC X(3) VALUE '094'.
           03 FILLER PIC X(2) VALUE '10'.
           03 FILLER PIC X(1) VALUE '1'.
           03 FH-DEST-NAME PIC X(23).
           03 FH-ORIGIN-NAME PIC X(23).
           03 FILLER PIC X(8) VALUE SPACES.
       01  ACH-BATCH-HEADER.
           03 FILLER PIC X(1) VALUE '5'.
           03 FILLER PIC X(3) VALUE '220'.
           03 BH-COMPANY-NAME PIC X(16).
           03 FILLER PIC X(20) VALUE SPACES.
           03 BH-COMPANY-ID PIC X(10).
           03 FILLER PIC X(3) VALUE 'PPD'.
           03 FILLER PIC X(10) VALUE 'PAYROLL'.
           03 BH-DESC-DATE PIC X(6).
           03 BH-EFFECTIVE-DATE PIC X(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(1) VALUE '1'.
           03 BH-ODFI PIC X(8).
           03 BH-BATCH-NO PIC 9(7).
       01  ACH-ENTRY-DETAIL.
           03 FILLER PIC X(1) VALUE '6'.
           03 ED-TRAN-CODE PIC X(2).
           03 ED-RDFI PIC X(8).
           03 ED-CHECK-DIGIT PIC X(1).
           03 ED-ACCOUNT PIC X(17).
           03 ED-AMOUNT PIC 9(8)V99.
           03 ED-INDIV-ID PIC X(15).
           03 ED-INDIV-NAME PIC X(22).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(1) VALUE '0'.
           03 ED-TRACE-ODFI PIC X(8).
           03 ED-TRACE-SEQ PIC 9(7).
       01  ACH-BATCH-CONTROL.
           03 FILLER PIC X(1) VALUE '8'.
           03 FILLER PIC X(3) VALUE '220'.
           03 BC-ENTRY-COUNT PIC 9(6).
           03 BC-ENTRY-HASH PIC 9(10).
           03 BC-DEBIT-TOTAL PIC 9(10)V99.
           03 BC-CREDIT-TOTAL PIC 9(10)V99.
           03 BC-COMPANY-ID PIC X(10).
           03 FILLER PIC X(19) VALUE SPACES.
           03 FILLER PIC X(6) VALUE SPACES.
           03 BC-ODFI PIC X(8).
           03 BC-BATCH-NO PIC 9(7).
       01  ACH-FILE-CONTROL.
           03 FILLER PIC X(1) VALUE '9'.
           03 FC-BATCH-COUNT PIC 9(6).
           03 FC-BLOCK-COUNT PIC 9(6).
           03 FC-ENTRY-COUNT PIC 9(8).
           03 FC-ENTRY-HASH PIC 9(10).
           03 FC-DEBIT-TOTAL PIC 9(10)V99.
           03 FC-CREDIT-TOTAL PIC 9(10)V99.
           03 FILLER PIC X(39) VALUE SPACES.
       01  PAGE-CONTROL.
           03 LINE-COUNT PIC 9(3) VALUE 0.
           03 PAGE-COUNT PIC 9(4) VALUE 0.
           03 CHK-LINE-COUNT PIC 9(3) VALUE 0.
           03 CHK-PAGE-COUNT PIC 9(4) VALUE 0.
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
           03 RUN-DATE-YYMMDD PIC X(6).
       01  PAGE-HEADER1.
           03 FILLER PIC X(10) VALUE 'RUN DATE:'.
           03 PH-RUN-DATE PIC X(10).
           03 FILLER PIC X(33) VALUE SPACES.
           03 FILLER PIC X(28) VALUE 'DIRECT DEPOSIT REGISTER'.
           03 FILLER PIC X(26) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  PRNT-HEADING1.
           03 FILLER PIC X(10) VALUE 'EMP ID'.
           03 FILLER PIC X(17) VALUE 'LAST'.
           03 FILLER PIC X(16) VALUE 'FIRST'.
           03 FILLER PIC X(10) VALUE 'ACCOUNT'.
           03 FILLER PIC X(14) VALUE '  PRIMARY AMT'.
           03 FILLER PIC X(14) VALUE '   SECOND AMT'.
           03 FILLER PIC X(15) VALUE '  TOTAL DEPOSIT'.
           03 FILLER PIC X(20) VALUE '  NOTE'.
       01  PRNT-DATA1.
           03 L-EMPID PIC X(10).
           03 L-LNAME PIC X(17).
           03 L-FNAME PIC X(16).
           03 L-ACCOUNT PIC X(10).
           03 L-PRI-AMOUNT PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 L-SEC-AMOUNT PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 L-TOTAL PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 L-NOTE PIC X(20).
       01  PRNT-PROOF1.
           03 PF-LABEL PIC X(40).
           03 PF-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
       01  PRNT-PROOF2.
           03 FILLER PIC X(14) VALUE 'PROOF RESULT: '.
           03 PF-RESULT PIC X(40).
       01  PRNT-COUNT1.
           03 PC-LABEL PIC X(40).
           03 PC-COUNT PIC ZZZ,ZZ9.
       01  PRNT-HASH1.
           03 FILLER PIC X(40) VALUE 'ACH ENTRY HASH: '.
           03 PH-HASH PIC 9(10).
       01  CHK-HEADER1.
           03 FILLER PIC X(10) VALUE 'RUN DATE:'.
           03 CH-RUN-DATE PIC X(10).
           03 FILLER PIC X(33) VALUE SPACES.
           03 FILLER PIC X(28) VALUE 'PAY BY CHECK LIST'.
           03 FILLER PIC X(26) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 CH-PAGE-NO PIC ZZZ9.
       01  CHK-HEADING1.
           03 FILLER PIC X(10) VALUE 'EMP ID'.
           03 FILLER PIC X(17) VALUE 'LAST'.
           03 FILLER PIC X(16) VALUE 'FIRST'.
           03 FILLER PIC X(14) VALUE '       NET PAY'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'REASON'.
       01  CHK-DATA1.
           03 CK-EMPID PIC X(10).
           03 CK-LNAME PIC X(17).
           03 CK-FNAME PIC X(16).
           03 CK-NET PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(6) VALUE SPACES.
           03 CK-REASON PIC X(30).
       01  CHK-TOTAL1.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(17) VALUE 'TOTAL CHECKS'.
           03 CK-TOTAL-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(7) VALUE SPACES.
           03 CK-TOTAL-NET PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 9000-CHECK-PRIOR-RUN.
           IF GATE-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE.
           IF GATE-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BANKMSTR-FILE.
           OPEN OUTPUT ACH-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT CHECK-FILE.
           PERFORM 2700-WRITE-FILE-HEADER.
           PERFORM 1400-PRINT-HEADER.
           PERFORM 1450-PRINT-CHECK-HEADER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-EMPID
               INPUT PROCEDURE 2050-INPUT-PROCEDURE
                   THRU 2050-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 1500-OUTPUT-PROCEDURE
                   THRU 1500-OUTPUT-PROCEDURE-EXIT.
           PERFORM 2800-CLOSE-BATCH.
           PERFORM 2900-CLOSE-FILE.
           PERFORM 1700-PRINT-PROOF.
           PERFORM 1750-PRINT-CHECK-TOTALS.
           CLOSE BANKMSTR-FILE.
           CLOSE ACH-FILE.
           CLOSE REPORT-FILE.
           CLOSE CHECK-FILE.
           IF RUN-OUT-OF-BALANCE
               DISPLAY 'RUN IS OUT OF BALANCE - SEE COB1-DDREG'
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'NET PAY RECORDS READ: ' NETDATA-COUNT.
           DISPLAY 'EMPLOYEES ON NET PAY RECORDS: ' EMPLOYEE-COUNT.
           DISPLAY 'DEPOSIT ENTRIES WRITTEN: ' DEPOSIT-COUNT.
           DISPLAY 'PRENOTES SENT: ' PRENOTE-COUNT.
           DISPLAY 'ACCOUNTS TAKEN LIVE: ' ACTIVATED-COUNT.
           DISPLAY 'EMPLOYEES PAID BY CHECK: ' CHECK-COUNT.
           MOVE NETDATA-COUNT TO RL-READ-COUNT.
           MOVE DEPOSIT-COUNT TO RL-WRITE-COUNT.
           MOVE CHECK-COUNT TO RL-REJECT-COUNT.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           MOVE RUN-DATE-X (3:6) TO RUN-DATE-YYMMDD.
           PERFORM 8400-START-RUNLOG.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE INTO ACH-CONTROL
               AT END MOVE 1 TO EOF-C.
           CLOSE CONTROL-FILE.
           IF EOF-C = 1
               DISPLAY 'RUN STOPPED: COB1-ACHCTL IS MISSING OR EMPTY - '
                   'NO COMPANY OR BANK IDENTIFIERS FOR THE ACH HEADERS'
               MOVE 'Y' TO GATE-SW
           END-IF.
      *    The net-pay run's control total is what the deposits are
      *    proved against; one left over from an earlier night does
      *    not count.
           OPEN INPUT NETCTL-FILE.
           READ NETCTL-FILE INTO NETCTL-DATA
               AT END MOVE 1 TO EOF-T.
           CLOSE NETCTL-FILE.
           IF EOF-T = 0
               IF NC-RUN-DATE = RUN-DATE-X
                   MOVE 'Y' TO NETCTL-SW
                   MOVE NC-GRAND-NET TO REGISTER-NET
                   MOVE NC-RECORD-COUNT TO REGISTER-COUNT
               END-IF
           END-IF.
           IF NOT NETCTL-FOUND
               DISPLAY 'WARNING: NO CONTROL TOTAL FROM TONIGHT''S NET '
                   'PAY RUN ON COB1-NETCTL - THE DEPOSITS CANNOT BE '
                   'PROVED'
           END-IF.
       1100-LOOKUP-PERIOD.
      *    The deposits settle on the pay date of the period the
      *    net-pay records were priced for.
           MOVE RUN-DATE-X TO RUN-PAY-DATE.
           IF RUN-PERIOD-ID NOT = SPACES
               OPEN INPUT PAYCAL-FILE
               MOVE RUN-PERIOD-ID TO PC-PERIOD-ID
               READ PAYCAL-FILE
                   INVALID KEY
                       DISPLAY 'WARNING: PAY PERIOD ' RUN-PERIOD-ID
                           ' NOT ON COB1-PAYCAL - DEPOSITS DATED '
                           'THE RUN DATE'
                   NOT INVALID KEY
                       MOVE PC-PAY-DATE TO RUN-PAY-DATE
               END-READ
               CLOSE PAYCAL-FILE
           END-IF.
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
           MOVE 3 TO LINE-COUNT.
       1450-PRINT-CHECK-HEADER.
           IF CHK-PAGE-COUNT > 0
               WRITE CHECK-REC FROM SPACES
                   AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO CHK-PAGE-COUNT.
           MOVE CHK-PAGE-COUNT TO CH-PAGE-NO.
           MOVE RUN-DATE-DISP TO CH-RUN-DATE.
           WRITE CHECK-REC FROM CHK-HEADER1
               AFTER ADVANCING PAGE.
           WRITE CHECK-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           WRITE CHECK-REC FROM CHK-HEADING1
               AFTER ADVANCING 1 LINE.
           MOVE 3 TO CHK-LINE-COUNT.
       1500-OUTPUT-PROCEDURE.
           PERFORM 1100-LOOKUP-PERIOD.
           PERFORM 2010-RETURN-RECORD.
           PERFORM 1500-LOOP
               UNTIL EOF-O = 1.
           IF NOT FIRST-RECORD
               PERFORM 1580-PAY-EMPLOYEE
           END-IF.
       1500-OUTPUT-PROCEDURE-EXIT.
           EXIT.
       1500-LOOP.
           PERFORM 1550-CONTROL-BREAK.
           ADD ND-NET TO EMP-NET.
           PERFORM 2010-RETURN-RECORD.
       1550-CONTROL-BREAK.
      *    An employee is paid once on the total of all the
      *    employee's net-pay records, so a retro adjustment travels
      *    with the regular pay and a flat split is taken only once.
           IF FIRST-RECORD
               MOVE 'N' TO FIRST-RECORD-SW
               PERFORM 1570-START-EMPLOYEE
           ELSE
               IF PD-EMPID NOT = EMP-EMPID
                   PERFORM 1580-PAY-EMPLOYEE
                   PERFORM 1570-START-EMPLOYEE
               END-IF
           END-IF.
       1570-START-EMPLOYEE.
           MOVE PD-EMPID TO EMP-EMPID.
           MOVE PD-LNAME TO EMP-LNAME.
           MOVE PD-FNAME TO EMP-FNAME.
           MOVE 0 TO EMP-NET.
           ADD 1 TO EMPLOYEE-COUNT.
       1580-PAY-EMPLOYEE.
           MOVE 0 TO PRI-AMOUNT.
           MOVE 0 TO SEC-AMOUNT.
           MOVE SPACES TO DEPOSIT-NOTE.
           PERFORM 2100-LOOKUP-BANKMSTR.
           PERFORM 2200-DECIDE-PAY-METHOD.
           IF PAY-BY-DEPOSIT
               PERFORM 2300-SPLIT-NET-PAY
               PERFORM 2400-WRITE-DEPOSITS
               PERFORM 1600-PRINT-DETAIL
           ELSE
               PERFORM 1650-PRINT-CHECK
           END-IF.
       1600-PRINT-DETAIL.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE EMP-EMPID TO L-EMPID.
           MOVE EMP-LNAME TO L-LNAME.
           MOVE EMP-FNAME TO L-FNAME.
           MOVE B-PRI-ACCOUNT TO MASK-ACCOUNT.
           PERFORM 1660-MASK-ACCOUNT.
           MOVE MASK-DISP TO L-ACCOUNT.
           MOVE PRI-AMOUNT TO L-PRI-AMOUNT.
           MOVE SEC-AMOUNT TO L-SEC-AMOUNT.
           MOVE EMP-NET TO L-TOTAL.
           MOVE DEPOSIT-NOTE TO L-NOTE.
           WRITE REPORT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           ADD EMP-NET TO DEPOSIT-TOTAL.
       1650-PRINT-CHECK.
           IF CHK-LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1450-PRINT-CHECK-HEADER
           END-IF.
           MOVE EMP-EMPID TO CK-EMPID.
           MOVE EMP-LNAME TO CK-LNAME.
           MOVE EMP-FNAME TO CK-FNAME.
           MOVE EMP-NET TO CK-NET.
           MOVE CHECK-REASON TO CK-REASON.
           WRITE CHECK-REC FROM CHK-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO CHK-LINE-COUNT.
           ADD 1 TO CHECK-COUNT.
           ADD EMP-NET TO CHECK-TOTAL.
       1660-MASK-ACCOUNT.
      *    Only the last four characters of an account number ever
      *    reach paper.
           MOVE SPACES TO MASK-LAST4.
           MOVE 0 TO MASK-TRAILING.
           INSPECT MASK-ACCOUNT TALLYING MASK-TRAILING
               FOR TRAILING SPACES.
           COMPUTE MASK-LENGTH = 17 - MASK-TRAILING.
           IF MASK-LENGTH > 3
               COMPUTE MASK-START = MASK-LENGTH - 3
               MOVE MASK-ACCOUNT (MASK-START:4) TO MASK-LAST4
           END-IF.
       1700-PRINT-PROOF.
      *    What went to the bank plus what is paid by check must come
      *    to the net-pay run's own grand total, and every record that
      *    run wrote must have been read here.
           IF LINE-COUNT + 15 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           MOVE 'ACH ENTRIES (LIVE AND PRENOTE): ' TO PC-LABEL.
           MOVE BATCH-ENTRY-COUNT TO PC-COUNT.
           WRITE REPORT-REC FROM PRNT-COUNT1
               AFTER ADVANCING 1 LINE.
           MOVE 'PRENOTES SENT: ' TO PC-LABEL.
           MOVE PRENOTE-COUNT TO PC-COUNT.
           WRITE REPORT-REC FROM PRNT-COUNT1
               AFTER ADVANCING 1 LINE.
           MOVE ENTRY-HASH-TOTAL TO PH-HASH.
           WRITE REPORT-REC FROM PRNT-HASH1
               AFTER ADVANCING 1 LINE.
           MOVE 'NET PAY RECORDS READ: ' TO PC-LABEL.
           MOVE NETDATA-COUNT TO PC-COUNT.
           WRITE REPORT-REC FROM PRNT-COUNT1
               AFTER ADVANCING 1 LINE.
           MOVE 'NET PAY RECORDS ON REGISTER: ' TO PC-LABEL.
           MOVE REGISTER-COUNT TO PC-COUNT.
           WRITE REPORT-REC FROM PRNT-COUNT1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL DIRECT DEPOSIT: ' TO PF-LABEL.
           MOVE DEPOSIT-TOTAL TO PF-AMOUNT.
           WRITE REPORT-REC FROM PRNT-PROOF1
               AFTER ADVANCING 1 LINE.
           MOVE 'ACH FILE TOTAL CREDITS: ' TO PF-LABEL.
           MOVE BATCH-CREDIT-TOTAL TO PF-AMOUNT.
           WRITE REPORT-REC FROM PRNT-PROOF1
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL PAY BY CHECK: ' TO PF-LABEL.
           MOVE CHECK-TOTAL TO PF-AMOUNT.
           WRITE REPORT-REC FROM PRNT-PROOF1
               AFTER ADVANCING 1 LINE.
           COMPUTE PAID-TOTAL = BATCH-CREDIT-TOTAL + CHECK-TOTAL.
           MOVE 'ACH CREDITS PLUS CHECKS: ' TO PF-LABEL.
           MOVE PAID-TOTAL TO PF-AMOUNT.
           WRITE REPORT-REC FROM PRNT-PROOF1
               AFTER ADVANCING 1 LINE.
           MOVE 'NET PAY REGISTER GRAND TOTAL: ' TO PF-LABEL.
           MOVE REGISTER-NET TO PF-AMOUNT.
           WRITE REPORT-REC FROM PRNT-PROOF1
               AFTER ADVANCING 1 LINE.
           COMPUTE PROOF-DIFF = PAID-TOTAL - REGISTER-NET.
           MOVE 'DIFFERENCE (PAID - REGISTER): ' TO PF-LABEL.
           MOVE PROOF-DIFF TO PF-AMOUNT.
           WRITE REPORT-REC FROM PRNT-PROOF1
               AFTER ADVANCING 1 LINE.
           IF NOT NETCTL-FOUND
               OR PROOF-DIFF NOT = 0
               OR NETDATA-COUNT NOT = REGISTER-COUNT
               OR BATCH-CREDIT-TOTAL NOT = DEPOSIT-TOTAL
               MOVE 'N' TO BALANCE-SW
           END-IF.
           IF RUN-IN-BALANCE
               MOVE 'DEPOSITS TIE TO THE NET PAY REGISTER'
                   TO PF-RESULT
           ELSE
               IF NOT NETCTL-FOUND
                   MOVE 'NO NET PAY CONTROL - DO NOT TRANSMIT'
                       TO PF-RESULT
               ELSE
                   MOVE 'OUT OF BALANCE - DO NOT TRANSMIT'
                       TO PF-RESULT
               END-IF
           END-IF.
           WRITE REPORT-REC FROM PRNT-PROOF2
               AFTER ADVANCING 1 LINE.
           ADD 15 TO LINE-COUNT.
       1750-PRINT-CHECK-TOTALS.
           IF CHK-LINE-COUNT + 2 > LINES-PER-PAGE
               PERFORM 1450-PRINT-CHECK-HEADER
           END-IF.
           WRITE CHECK-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           MOVE CHECK-COUNT TO CK-TOTAL-COUNT.
           MOVE CHECK-TOTAL TO CK-TOTAL-NET.
           WRITE CHECK-REC FROM CHK-TOTAL1
               AFTER ADVANCING 1 LINE.
           ADD 2 TO CHK-LINE-COUNT.
       2000-READ-NETDATA.
           READ NETDATA-FILE INTO NETDATA-DATA
               AT END MOVE 1 TO EOF-N.
           IF EOF-N = 0
               ADD 1 TO NETDATA-COUNT
               MOVE ND-PAY-IMAGE TO PAYDATA-DATA
           END-IF.
       2010-RETURN-RECORD.
           RETURN SORT-WORK-FILE INTO NETDATA-DATA
               AT END MOVE 1 TO EOF-O.
           IF EOF-O = 0
               MOVE ND-PAY-IMAGE TO PAYDATA-DATA
           END-IF.
       2050-INPUT-PROCEDURE.
           OPEN INPUT NETDATA-FILE.
           PERFORM 2000-READ-NETDATA.
           IF EOF-N = 0
               MOVE PD-PERIOD-ID TO RUN-PERIOD-ID
           END-IF.
           PERFORM 2060-RELEASE-NETDATA
               UNTIL EOF-N = 1.
           CLOSE NETDATA-FILE.
       2050-INPUT-PROCEDURE-EXIT.
           EXIT.
       2060-RELEASE-NETDATA.
           MOVE NETDATA-DATA TO SORT-REC.
           RELEASE SORT-REC.
           PERFORM 2000-READ-NETDATA.
       2100-LOOKUP-BANKMSTR.
           MOVE 'N' TO BANKMSTR-FOUND-SW.
           MOVE EMP-EMPID TO B-EMPID.
           READ BANKMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO BANKMSTR-FOUND-SW
           END-READ.
       2200-DECIDE-PAY-METHOD.
      *    A prenote due this run goes to the bank at zero dollars and
      *    the employee is paid by check; a prenote that has been at
      *    the bank for three banking days has had its chance to
      *    bounce, so the account goes live.
           MOVE 'C' TO PAY-METHOD-SW.
           MOVE SPACES TO CHECK-REASON.
           IF NOT BANKMSTR-FOUND
               MOVE 'NO BANK ACCOUNT ON FILE' TO CHECK-REASON
           ELSE
               IF B-ACTIVE
                   MOVE 'D' TO PAY-METHOD-SW
               ELSE
                   IF B-PRENOTE-DUE
                       PERFORM 2250-SEND-PRENOTE
                       MOVE 'PRENOTE SENT THIS RUN' TO CHECK-REASON
                   ELSE
                       IF B-PRENOTE-SENT
                           PERFORM 2280-FIND-CLEAR-DATE
                           IF RUN-DATE-X NOT < PRENOTE-CLEAR-DATE
                               PERFORM 2260-ACTIVATE-ACCOUNT
                               MOVE 'D' TO PAY-METHOD-SW
                           ELSE
                               MOVE 'PRENOTE PENDING AT BANK'
                                   TO CHECK-REASON
                           END-IF
                       ELSE
                           MOVE 'ACCOUNT INACTIVE' TO CHECK-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF PAY-BY-DEPOSIT AND EMP-NET = 0
               MOVE 'C' TO PAY-METHOD-SW
               MOVE 'NO NET PAY THIS RUN' TO CHECK-REASON
           END-IF.
       2250-SEND-PRENOTE.
           MOVE 'Y' TO EW-PRENOTE-SW.
           MOVE 0 TO EW-AMOUNT.
           MOVE B-PRI-ROUTING TO EW-ROUTING.
           MOVE B-PRI-ACCOUNT TO EW-ACCOUNT.
           MOVE B-PRI-TYPE TO EW-TYPE.
           PERFORM 2500-WRITE-ENTRY.
           IF NOT B-NO-SPLIT
               MOVE B-SEC-ROUTING TO EW-ROUTING
               MOVE B-SEC-ACCOUNT TO EW-ACCOUNT
               MOVE B-SEC-TYPE TO EW-TYPE
               PERFORM 2500-WRITE-ENTRY
           END-IF.
           ADD 1 TO PRENOTE-COUNT.
           MOVE 'P' TO B-STATUS.
           MOVE RUN-DATE-X TO B-PRENOTE-DATE.
           PERFORM 2270-REWRITE-BANKMSTR.
       2260-ACTIVATE-ACCOUNT.
           MOVE 'A' TO B-STATUS.
           PERFORM 2270-REWRITE-BANKMSTR.
           ADD 1 TO ACTIVATED-COUNT.
           MOVE 'FIRST LIVE DEPOSIT' TO DEPOSIT-NOTE.
       2270-REWRITE-BANKMSTR.
           REWRITE BANKMSTR-REC
               INVALID KEY
                   DISPLAY 'WARNING: BANK MASTER REWRITE FAILED FOR '
                       'EMPID ' B-EMPID ' - PRENOTE STATUS NOT '
                       'UPDATED'
           END-REWRITE.
       2280-FIND-CLEAR-DATE.
      *    Counts forward from the prenote date to the third banking
      *    day after it; the account goes live on a run on or after
      *    that day.
           MOVE B-PRENOTE-DATE TO DAY-WORK.
           PERFORM 2285-FIND-WEEKDAY.
           MOVE 0 TO BANK-DAY-COUNT.
           PERFORM 2290-FORWARD-ONE-DAY
               UNTIL BANK-DAY-COUNT = PRENOTE-WAIT-DAYS.
           MOVE DAY-WORK TO PRENOTE-CLEAR-DATE.
       2285-FIND-WEEKDAY.
           MOVE DAY-MM TO CALC-MONTH.
           MOVE DAY-YYYY TO CALC-YEAR.
           IF CALC-MONTH < 3
               ADD 12 TO CALC-MONTH
               SUBTRACT 1 FROM CALC-YEAR
           END-IF.
           DIVIDE CALC-YEAR BY 100 GIVING CALC-CENTURY
               REMAINDER CALC-YEAR-IN-CENTURY.
           COMPUTE CALC-TERM = 13 * (CALC-MONTH + 1).
           DIVIDE CALC-TERM BY 5 GIVING CALC-QUOTIENT.
           COMPUTE CALC-SUM = DAY-DD + CALC-QUOTIENT
               + CALC-YEAR-IN-CENTURY + 5 * CALC-CENTURY.
           DIVIDE CALC-YEAR-IN-CENTURY BY 4 GIVING CALC-QUOTIENT.
           ADD CALC-QUOTIENT TO CALC-SUM.
           DIVIDE CALC-CENTURY BY 4 GIVING CALC-QUOTIENT.
           ADD CALC-QUOTIENT TO CALC-SUM.
           DIVIDE CALC-SUM BY 7 GIVING CALC-QUOTIENT
               REMAINDER WEEKDAY.
       2290-FORWARD-ONE-DAY.
           MOVE MONTH-DAYS (DAY-MM) TO MONTH-LAST-DAY.
           IF DAY-MM = 2
               PERFORM 2295-CHECK-LEAP-YEAR
           END-IF.
           IF DAY-DD < MONTH-LAST-DAY
               ADD 1 TO DAY-DD
           ELSE
               MOVE 1 TO DAY-DD
               IF DAY-MM < 12
                   ADD 1 TO DAY-MM
               ELSE
                   MOVE 1 TO DAY-MM
                   ADD 1 TO DAY-YYYY
               END-IF
           END-IF.
           IF WEEKDAY < 6
               ADD 1 TO WEEKDAY
           ELSE
               MOVE 0 TO WEEKDAY
           END-IF.
           IF NOT WEEKEND-DAY
               ADD 1 TO BANK-DAY-COUNT
           END-IF.
       2295-CHECK-LEAP-YEAR.
           DIVIDE DAY-YYYY BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               MOVE 29 TO MONTH-LAST-DAY
               DIVIDE DAY-YYYY BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE DAY-YYYY BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 28 TO MONTH-LAST-DAY
                   END-IF
               END-IF
           END-IF.
       2300-SPLIT-NET-PAY.
      *    The second account takes its flat amount (never more than
      *    the net) or its percentage; the primary gets the rest, so
      *    the two always add back to the net exactly.
           MOVE 0 TO SEC-AMOUNT.
           IF B-SPLIT-BY-AMOUNT
               MOVE B-SPLIT-AMT TO SEC-AMOUNT
               IF SEC-AMOUNT > EMP-NET
                   MOVE EMP-NET TO SEC-AMOUNT
               END-IF
           END-IF.
           IF B-SPLIT-BY-PERCENT
               COMPUTE SEC-AMOUNT ROUNDED =
                   EMP-NET * B-SPLIT-PCT / 100
           END-IF.
           COMPUTE PRI-AMOUNT = EMP-NET - SEC-AMOUNT.
       2400-WRITE-DEPOSITS.
           MOVE 'N' TO EW-PRENOTE-SW.
           IF PRI-AMOUNT > 0
               MOVE PRI-AMOUNT TO EW-AMOUNT
               MOVE B-PRI-ROUTING TO EW-ROUTING
               MOVE B-PRI-ACCOUNT TO EW-ACCOUNT
               MOVE B-PRI-TYPE TO EW-TYPE
               PERFORM 2500-WRITE-ENTRY
           END-IF.
           IF SEC-AMOUNT > 0
               MOVE SEC-AMOUNT TO EW-AMOUNT
               MOVE B-SEC-ROUTING TO EW-ROUTING
               MOVE B-SEC-ACCOUNT TO EW-ACCOUNT
               MOVE B-SEC-TYPE TO EW-TYPE
               PERFORM 2500-WRITE-ENTRY
           END-IF.
       2500-WRITE-ENTRY.
      *    Transaction codes: 22/32 live credit to checking/savings,
      *    23/33 zero-dollar prenote to checking/savings.
           IF NOT BATCH-OPEN
               PERFORM 2750-WRITE-BATCH-HEADER
           END-IF.
           IF EW-CHECKING
               IF EW-PRENOTE
                   MOVE '23' TO ED-TRAN-CODE
               ELSE
                   MOVE '22' TO ED-TRAN-CODE
               END-IF
           ELSE
               IF EW-PRENOTE
                   MOVE '33' TO ED-TRAN-CODE
               ELSE
                   MOVE '32' TO ED-TRAN-CODE
               END-IF
           END-IF.
           MOVE EW-ROUTING (1:8) TO ED-RDFI.
           MOVE EW-ROUTING (9:1) TO ED-CHECK-DIGIT.
           MOVE EW-ACCOUNT TO ED-ACCOUNT.
           MOVE EW-AMOUNT TO ED-AMOUNT.
           MOVE EMP-EMPID TO ED-INDIV-ID.
           MOVE SPACES TO ED-INDIV-NAME.
           STRING EMP-FNAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               EMP-LNAME DELIMITED BY SPACE
               INTO ED-INDIV-NAME.
           ADD 1 TO TRACE-SEQ.
           MOVE AC-ODFI-ROUTING TO ED-TRACE-ODFI.
           MOVE TRACE-SEQ TO ED-TRACE-SEQ.
           WRITE ACH-REC FROM ACH-ENTRY-DETAIL.
           ADD 1 TO ACH-RECORD-COUNT.
           ADD 1 TO BATCH-ENTRY-COUNT.
           MOVE EW-ROUTING (1:8) TO EW-RDFI-NUM.
           ADD EW-RDFI-NUM TO ENTRY-HASH-TOTAL.
           ADD EW-AMOUNT TO BATCH-CREDIT-TOTAL.
           IF NOT EW-PRENOTE
               ADD 1 TO DEPOSIT-COUNT
           END-IF.
       2700-WRITE-FILE-HEADER.
           MOVE AC-DEST-ROUTING TO FH-DEST.
           MOVE AC-ORIGIN-ID TO FH-ORIGIN.
           MOVE RUN-DATE-YYMMDD TO FH-CREATE-DATE.
           MOVE RL-START-TIME (1:4) TO FH-CREATE-TIME.
           MOVE AC-DEST-NAME TO FH-DEST-NAME.
           MOVE AC-ORIGIN-NAME TO FH-ORIGIN-NAME.
           WRITE ACH-REC FROM ACH-FILE-HEADER.
           ADD 1 TO ACH-RECORD-COUNT.
       2750-WRITE-BATCH-HEADER.
      *    The batch is opened on the first entry, so a run with
      *    nothing to send writes a file with no empty batch in it.
           ADD 1 TO BATCH-COUNT.
           MOVE AC-COMPANY-NAME TO BH-COMPANY-NAME.
           MOVE AC-COMPANY-ID TO BH-COMPANY-ID.
           MOVE RUN-PAY-DATE (3:6) TO BH-DESC-DATE.
           MOVE RUN-PAY-DATE (3:6) TO BH-EFFECTIVE-DATE.
           MOVE AC-ODFI-ROUTING TO BH-ODFI.
           MOVE BATCH-COUNT TO BH-BATCH-NO.
           WRITE ACH-REC FROM ACH-BATCH-HEADER.
           ADD 1 TO ACH-RECORD-COUNT.
           MOVE 'Y' TO BATCH-OPEN-SW.
       2800-CLOSE-BATCH.
           IF BATCH-OPEN
               MOVE BATCH-ENTRY-COUNT TO BC-ENTRY-COUNT
               MOVE ENTRY-HASH-TOTAL TO BC-ENTRY-HASH
               MOVE 0 TO BC-DEBIT-TOTAL
               MOVE BATCH-CREDIT-TOTAL TO BC-CREDIT-TOTAL
               MOVE AC-COMPANY-ID TO BC-COMPANY-ID
               MOVE AC-ODFI-ROUTING TO BC-ODFI
               MOVE BATCH-COUNT TO BC-BATCH-NO
               WRITE ACH-REC FROM ACH-BATCH-CONTROL
               ADD 1 TO ACH-RECORD-COUNT
           END-IF.
       2900-CLOSE-FILE.
      *    The file control record counts itself, and the file is then
      *    padded with all-nines records to a whole block of ten.
           ADD 1 TO ACH-RECORD-COUNT.
           DIVIDE ACH-RECORD-COUNT BY 10 GIVING ACH-BLOCK-COUNT
               REMAINDER ACH-BLOCK-REMAINDER.
           IF ACH-BLOCK-REMAINDER > 0
               ADD 1 TO ACH-BLOCK-COUNT
           END-IF.
           MOVE BATCH-COUNT TO FC-BATCH-COUNT.
           MOVE ACH-BLOCK-COUNT TO FC-BLOCK-COUNT.
           MOVE BATCH-ENTRY-COUNT TO FC-ENTRY-COUNT.
           MOVE ENTRY-HASH-TOTAL TO FC-ENTRY-HASH.
           MOVE 0 TO FC-DEBIT-TOTAL.
           MOVE BATCH-CREDIT-TOTAL TO FC-CREDIT-TOTAL.
           WRITE ACH-REC FROM ACH-FILE-CONTROL.
           IF ACH-BLOCK-REMAINDER > 0
               PERFORM 2950-WRITE-FILLER-RECORD
                   UNTIL ACH-BLOCK-REMAINDER = 10
           END-IF.
       2950-WRITE-FILLER-RECORD.
           MOVE ALL '9' TO ACH-REC.
           WRITE ACH-REC.
           ADD 1 TO ACH-BLOCK-REMAINDER.
       8400-START-RUNLOG.
           MOVE 'PROJECT23' TO RL-PROGRAM.
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
           IF RUN-OUT-OF-BALANCE
               MOVE 'B' TO RL-STATUS
           ELSE
               MOVE 'C' TO RL-STATUS
           END-IF.
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
               DISPLAY 'RUN STOPPED: NO PROJECT12 RUN LOGGED TODAY '
                   'ON COB1-RUNLOG - COB1-NETDATA IS NOT TONIGHT''S '
                   'NET PAY'
               MOVE 'Y' TO GATE-SW
           ELSE
               IF GATE-STATUS NOT = 'C'
                   DISPLAY 'RUN STOPPED: TODAY''S PROJECT12 RUN DID '
                       'NOT COMPLETE CLEANLY'
                   MOVE 'Y' TO GATE-SW
               END-IF
           END-IF.
           IF SELF-REC-FOUND
               DISPLAY 'RUN STOPPED: PROJECT23 ALREADY RAN CLEANLY '
                   'TODAY - A RERUN WOULD SEND THE SAME DEPOSITS TO '
                   'THE BANK TWICE'
               MOVE 'Y' TO GATE-SW
           END-IF.
       9010-READ-RUNLOG.
           READ RUNLOG-FILE INTO RUNLOG-DATA
               AT END MOVE 1 TO EOF-L.
       9020-SCAN-RUNLOG.
           IF RL-PROGRAM = 'PROJECT12' AND RL-RUN-DATE = GATE-TODAY
               MOVE 'Y' TO GATE-FOUND-SW
               MOVE RL-STATUS TO GATE-STATUS
           END-IF.
           IF RL-PROGRAM = 'PROJECT23' AND RL-RUN-DATE = GATE-TODAY
               AND RL-STATUS = 'C'
               MOVE 'Y' TO SELF-FOUND-SW
           END-IF.
           PERFORM 9010-READ-RUNLOG.
       END PROGRAM project23.
