      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project35 - third-party remittance run, downstream of
      *         the net-pay run.  Reads tonight's net-pay records
      *         (COB1-NETDATA, shared NETDTA copybook), looks each
      *         employee up on the deduction master (COB1-DEDMSTR,
      *         shared DEDMST copybook) for the payee each deduction
      *         is remitted to, and sorts every tax, benefit and
      *         garnishment amount withheld by payee.  For each payee
      *         on the payee master (COB1-PAYEE, shared PYEMST
      *         copybook) it writes one accounts-payable voucher to
      *         the AP interface file (COB1-APVOUCH, shared APVCHR
      *         copybook) for the total withheld, and prints the
      *         remittance register (COB1-REMITRPT) listing the
      *         employees behind each payment.  A garnishment line
      *         carries the case number of the order and the
      *         employee's remaining D-GARN-BALANCE after this pay.
      *         Money withheld for a deduction with no payee, a payee
      *         no longer on the master or an inactive payee gets no
      *         voucher; it is listed on the register as held so it
      *         can be sorted out and paid by hand.  The run refuses
      *         to start unless the central run log shows a clean
      *         PROJECT12 run today (so COB1-NETDATA is tonight's
      *         data) and no clean PROJECT35 run today (a rerun would
      *         voucher every payee a second time).  The tax, benefit
      *         and garnishment moved by off-cycle voids and manual
      *         checks since the last run (COB1-OCWHLD, shared OCWHLD
      *         copybook) are sorted in with the night's: a manual
      *         check's withholding is added to what the payee is
      *         paid and a void's is taken off it.  A payee whose
      *         voids come to more than is owed gets no voucher and is
      *         listed as held.  COB1-OCWHLD is emptied at end of run.
      ******************************************************************
      *Modifications:
      *  2026-10-15  DN  Off-cycle withholding from COB1-OCWHLD is now
      *                  remitted with the night's, each line marked
      *                  MANUAL CHECK or VOID on the register, and the
      *                  file is emptied once it has been remitted.
      *                  Amounts on the register and in the totals are
      *                  signed, since a void takes money back.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project35.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETDATA-FILE ASSIGN TO 'COB1-NETDATA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEDMSTR-FILE ASSIGN TO 'COB1-DEDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS D-EMPID.
           SELECT OPTIONAL PAYEE-FILE ASSIGN TO 'COB1-PAYEE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS P-PAYEE-ID.
           SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'COB1-PAYCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD-ID.
           SELECT OPTIONAL OCWHLD-FILE ASSIGN TO 'COB1-OCWHLD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'COB1-REMITRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APVOUCH-FILE ASSIGN TO 'COB1-APVOUCH'
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
       FD  DEDMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY DEDMST.
       FD  PAYEE-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PYEMST.
       FD  PAYCAL-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PAYCAL.
       FD  OCWHLD-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  OCWHLD-REC PIC X(81).
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       FD  APVOUCH-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  APVOUCH-REC PIC X(112).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           03 S-PAYEE-ID PIC X(6).
           03 S-KIND PIC X(1).
           03 S-LNAME PIC X(15).
           03 S-FNAME PIC X(15).
           03 S-EMPID PIC X(7).
           03 S-AMOUNT PIC S9(7)V99.
           03 S-GARN-CASE PIC X(15).
           03 S-GARN-BALANCE PIC 9(7)V99.
           03 S-SOURCE PIC X(1).
               88 S-NIGHTLY VALUE ' '.
               88 S-MANUAL VALUE 'M'.
               88 S-VOID VALUE 'V'.
       WORKING-STORAGE SECTION.
       COPY PAYDTA.
       COPY NETDTA.
       COPY APVCHR.
       COPY OCWHLD.
       COPY RUNLOG.
       01  MISC.
           03 EOF-N PIC 9 VALUE 0.
           03 EOF-O PIC 9 VALUE 0.
           03 EOF-W PIC 9 VALUE 0.
           03 NETDATA-COUNT PIC 9(5) VALUE 0.
           03 OFFCYCLE-COUNT PIC 9(5) VALUE 0.
           03 RELEASE-COUNT PIC 9(5) VALUE 0.
           03 VOUCHER-COUNT PIC 9(4) VALUE 0.
           03 HELD-COUNT PIC 9(5) VALUE 0.
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
       01  DEDUCT-AREAS.
           03 DEDMSTR-FOUND-SW PIC X(1) VALUE 'N'.
               88 DEDMSTR-FOUND VALUE 'Y'.
      *    What became of the payee the current group is sorted under:
      *    only an active payee on the master is vouchered.
       01  PAYEE-AREAS.
           03 PAYEE-STATE-SW PIC X(1) VALUE SPACES.
               88 PAYEE-OK VALUE 'A'.
               88 PAYEE-UNASSIGNED VALUE 'U'.
               88 PAYEE-NOT-ON-FILE VALUE 'M'.
               88 PAYEE-NOT-ACTIVE VALUE 'I'.
           03 PAYEE-EMP-COUNT PIC 9(5) VALUE 0.
           03 PAYEE-AMOUNT PIC S9(9)V99 VALUE 0.
       01  HOLD-AREAS.
           03 FIRST-RECORD-SW PIC X(1) VALUE 'Y'.
               88 FIRST-RECORD VALUE 'Y'.
           03 HOLD-PAYEE-ID PIC X(6) VALUE SPACES.
           03 HOLD-KIND PIC X(1) VALUE SPACES.
           03 HOLD-EMPID PIC X(7) VALUE SPACES.
           03 HOLD-LNAME PIC X(15) VALUE SPACES.
           03 HOLD-FNAME PIC X(15) VALUE SPACES.
           03 HOLD-GARN-CASE PIC X(15) VALUE SPACES.
           03 HOLD-GARN-BALANCE PIC 9(7)V99 VALUE 0.
           03 HOLD-SOURCE PIC X(1) VALUE SPACES.
           03 EMP-AMOUNT PIC S9(7)V99 VALUE 0.
       01  GRAND-TOTALS.
           03 GRAND-TAX PIC S9(9)V99 VALUE 0.
           03 GRAND-BENEFIT PIC S9(9)V99 VALUE 0.
           03 GRAND-GARNISH PIC S9(9)V99 VALUE 0.
           03 GRAND-WITHHELD PIC S9(9)V99 VALUE 0.
           03 GRAND-VOUCHERED PIC S9(9)V99 VALUE 0.
           03 GRAND-HELD PIC S9(9)V99 VALUE 0.
           03 GRAND-OC-MANUAL PIC S9(9)V99 VALUE 0.
           03 GRAND-OC-VOID PIC S9(9)V99 VALUE 0.
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
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(31)
               VALUE 'THIRD-PARTY REMITTANCE REGISTER'.
           03 FILLER PIC X(26) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  PAGE-HEADER2.
           03 FILLER PIC X(12) VALUE 'PAY PERIOD: '.
           03 PH-PERIOD-ID PIC X(6).
           03 FILLER PIC X(12) VALUE '  PAY DATE: '.
           03 PH-PAY-MM PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 PH-PAY-DD PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 PH-PAY-YYYY PIC X(4).
       01  PRNT-HEADING1.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'EMP ID'.
           03 FILLER PIC X(17) VALUE 'LAST'.
           03 FILLER PIC X(17) VALUE 'FIRST'.
           03 FILLER PIC X(10) VALUE 'DEDUCTION'.
           03 FILLER PIC X(17) VALUE 'CASE NUMBER'.
           03 FILLER PIC X(12) VALUE '      AMOUNT'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'GARN BAL DUE'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'SOURCE'.
       01  PRNT-PAYEE1.
           03 FILLER PIC X(7) VALUE 'PAYEE '.
           03 PY-PAYEE-ID PIC X(8).
           03 PY-NAME PIC X(32).
           03 FILLER PIC X(8) VALUE 'VENDOR '.
           03 PY-VENDOR-NO PIC X(12).
           03 FILLER PIC X(10) VALUE 'REMIT BY '.
           03 PY-METHOD PIC X(7).
           03 FILLER PIC X(5) VALUE 'REF '.
           03 PY-REF-NUMBER PIC X(15).
       01  PRNT-PAYEE-HELD1.
           03 FILLER PIC X(7) VALUE 'PAYEE '.
           03 PN-PAYEE-ID PIC X(8).
           03 PN-NAME PIC X(32).
       01  PRNT-PAYEE2.
           03 FILLER PIC X(15) VALUE SPACES.
           03 PY-ADDRESS PIC X(32).
           03 PY-CITY PIC X(22).
           03 PY-STATE PIC X(4).
           03 PY-ZIP PIC X(10).
       01  PRNT-DATA1.
           03 FILLER PIC X(4) VALUE SPACES.
           03 L-EMPID PIC X(10).
           03 L-LNAME PIC X(17).
           03 L-FNAME PIC X(17).
           03 L-KIND PIC X(10).
           03 L-CASE PIC X(17).
           03 L-AMOUNT PIC Z,ZZZ,ZZ9.99-.
           03 FILLER PIC X(1) VALUE SPACES.
           03 L-GARN-BALANCE PIC Z,ZZZ,ZZ9.99.
           03 L-GARN-BALANCE-X REDEFINES L-GARN-BALANCE PIC X(12).
           03 FILLER PIC X(2) VALUE SPACES.
           03 L-SOURCE PIC X(12).
       01  PRNT-PAYEE-TOTAL1.
           03 FILLER PIC X(14) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'PAYEE TOTAL'.
           03 PT-EMP-COUNT PIC ZZ,ZZ9.
           03 FILLER PIC X(14) VALUE ' EMPLOYEES'.
           03 FILLER PIC X(12) VALUE SPACES.
           03 PT-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PT-DISPOSITION PIC X(40).
       01  PRNT-VOUCHER-TAG.
           03 FILLER PIC X(8) VALUE 'VOUCHER '.
           03 VT-VOUCHER-NO PIC X(12).
       01  PRNT-SUMMARY1.
           03 FILLER PIC X(14) VALUE SPACES.
           03 SM-LABEL PIC X(34).
           03 FILLER PIC X(10) VALUE SPACES.
           03 SM-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
       01  PRNT-SUMMARY2.
           03 FILLER PIC X(14) VALUE SPACES.
           03 SM2-LABEL PIC X(34).
           03 SM2-COUNT PIC ZZ,ZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 SM2-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 9000-CHECK-PRIOR-RUN.
           IF GATE-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT APVOUCH-FILE.
           OPEN INPUT PAYEE-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-PAYEE-ID S-KIND S-LNAME S-FNAME
                   S-EMPID S-SOURCE
               INPUT PROCEDURE 2100-INPUT-PROCEDURE
                   THRU 2100-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 1500-OUTPUT-PROCEDURE
                   THRU 1500-OUTPUT-PROCEDURE-EXIT.
           CLOSE REPORT-FILE.
           CLOSE APVOUCH-FILE.
           CLOSE PAYEE-FILE.
           IF OFFCYCLE-COUNT > 0
               PERFORM 1900-CLEAR-OCWHLD
           END-IF.
           DISPLAY 'NET PAY RECORDS READ: ' NETDATA-COUNT.
           DISPLAY 'OFF-CYCLE WITHHOLDING RECORDS READ: '
               OFFCYCLE-COUNT.
           DISPLAY 'DEDUCTION AMOUNTS SORTED: ' RELEASE-COUNT.
           DISPLAY 'AP VOUCHERS WRITTEN: ' VOUCHER-COUNT.
           DISPLAY 'EMPLOYEE LINES HELD: ' HELD-COUNT.
           MOVE NETDATA-COUNT TO RL-READ-COUNT.
           MOVE VOUCHER-COUNT TO RL-WRITE-COUNT.
           MOVE HELD-COUNT TO RL-REJECT-COUNT.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           PERFORM 8400-START-RUNLOG.
       1100-LOOKUP-PERIOD.
      *    The vouchers fall due on the pay date of the period the
      *    net-pay records were priced for.
           MOVE RUN-DATE-X TO RUN-PAY-DATE.
           IF RUN-PERIOD-ID NOT = SPACES
               OPEN INPUT PAYCAL-FILE
               MOVE RUN-PERIOD-ID TO PC-PERIOD-ID
               READ PAYCAL-FILE
                   INVALID KEY
                       DISPLAY 'WARNING: PAY PERIOD ' RUN-PERIOD-ID
                           ' NOT ON COB1-PAYCAL - VOUCHERS DUE ON '
                           'THE RUN DATE'
                   NOT INVALID KEY
                       MOVE PC-PAY-DATE TO RUN-PAY-DATE
               END-READ
               CLOSE PAYCAL-FILE
           END-IF.
           MOVE RUN-PERIOD-ID TO PH-PERIOD-ID.
           MOVE RUN-PAY-DATE (5:2) TO PH-PAY-MM.
           MOVE RUN-PAY-DATE (7:2) TO PH-PAY-DD.
           MOVE RUN-PAY-DATE (1:4) TO PH-PAY-YYYY.
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
           WRITE REPORT-REC FROM PAGE-HEADER2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-HEADING1
               AFTER ADVANCING 1 LINE.
           MOVE 4 TO LINE-COUNT.
       2100-INPUT-PROCEDURE.
           OPEN INPUT NETDATA-FILE.
           OPEN INPUT DEDMSTR-FILE.
           PERFORM 2000-READ-NETDATA.
           IF EOF-N = 0
               MOVE PD-PERIOD-ID TO RUN-PERIOD-ID
           END-IF.
           PERFORM 2190-RELEASE-DEDUCTIONS
               UNTIL EOF-N = 1.
           CLOSE NETDATA-FILE.
           OPEN INPUT OCWHLD-FILE.
           PERFORM 2150-READ-OCWHLD.
           PERFORM 2160-RELEASE-OFFCYCLE
               UNTIL EOF-W = 1.
           CLOSE OCWHLD-FILE.
           CLOSE DEDMSTR-FILE.
       2100-INPUT-PROCEDURE-EXIT.
           EXIT.
       2000-READ-NETDATA.
           READ NETDATA-FILE INTO NETDATA-DATA
               AT END MOVE 1 TO EOF-N.
           IF EOF-N = 0
               ADD 1 TO NETDATA-COUNT
               MOVE ND-PAY-IMAGE TO PAYDATA-DATA
           END-IF.
       2150-READ-OCWHLD.
           READ OCWHLD-FILE INTO OCWHLD-DATA
               AT END MOVE 1 TO EOF-W.
           IF EOF-W = 0
               ADD 1 TO OFFCYCLE-COUNT
           END-IF.
       2160-RELEASE-OFFCYCLE.
      *    A manual check's withholding is owed to the payee like the
      *    night's; a void's was paid over with the voided pay and is
      *    taken back, so it goes in as a negative amount.
           MOVE 'N' TO DEDMSTR-FOUND-SW.
           MOVE OW-EMPID TO D-EMPID.
           READ DEDMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO DEDMSTR-FOUND-SW
           END-READ.
           MOVE OW-EMPID TO S-EMPID.
           MOVE OW-LNAME TO S-LNAME.
           MOVE OW-FNAME TO S-FNAME.
           MOVE OW-ACTION TO S-SOURCE.
           MOVE SPACES TO S-GARN-CASE.
           MOVE 0 TO S-GARN-BALANCE.
           IF OW-TAX > 0
               MOVE 'T' TO S-KIND
               MOVE OW-TAX TO S-AMOUNT
               MOVE SPACES TO S-PAYEE-ID
               IF DEDMSTR-FOUND
                   MOVE D-TAX-PAYEE TO S-PAYEE-ID
               END-IF
               PERFORM 2170-RELEASE-OFFCYCLE-AMOUNT
               ADD S-AMOUNT TO GRAND-TAX
           END-IF.
           IF OW-BENEFIT > 0
               MOVE 'B' TO S-KIND
               MOVE OW-BENEFIT TO S-AMOUNT
               MOVE SPACES TO S-PAYEE-ID
               IF DEDMSTR-FOUND
                   MOVE D-BENEFIT-PAYEE TO S-PAYEE-ID
               END-IF
               PERFORM 2170-RELEASE-OFFCYCLE-AMOUNT
               ADD S-AMOUNT TO GRAND-BENEFIT
           END-IF.
           IF OW-GARNISH > 0
               MOVE 'G' TO S-KIND
               MOVE OW-GARNISH TO S-AMOUNT
               MOVE SPACES TO S-PAYEE-ID
               IF DEDMSTR-FOUND
                   MOVE D-GARN-PAYEE TO S-PAYEE-ID
                   MOVE D-GARN-CASE TO S-GARN-CASE
                   MOVE D-GARN-BALANCE TO S-GARN-BALANCE
               END-IF
               PERFORM 2170-RELEASE-OFFCYCLE-AMOUNT
               ADD S-AMOUNT TO GRAND-GARNISH
           END-IF.
           PERFORM 2150-READ-OCWHLD.
       2170-RELEASE-OFFCYCLE-AMOUNT.
           IF OW-VOID
               COMPUTE S-AMOUNT = 0 - S-AMOUNT
               ADD S-AMOUNT TO GRAND-OC-VOID
           ELSE
               ADD S-AMOUNT TO GRAND-OC-MANUAL
           END-IF.
           PERFORM 2195-RELEASE-RECORD.
       2190-RELEASE-DEDUCTIONS.
      *    One sort record per deduction actually withheld.  The
      *    garnishment balance on the deduction master is already the
      *    balance left after this pay - the net-pay run took the
      *    payment out of it.
           MOVE 'N' TO DEDMSTR-FOUND-SW.
           MOVE PD-EMPID TO D-EMPID.
           READ DEDMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO DEDMSTR-FOUND-SW
           END-READ.
           MOVE PD-EMPID TO S-EMPID.
           MOVE PD-LNAME TO S-LNAME.
           MOVE PD-FNAME TO S-FNAME.
           MOVE SPACES TO S-SOURCE.
           MOVE SPACES TO S-GARN-CASE.
           MOVE 0 TO S-GARN-BALANCE.
           IF ND-TAX > 0
               MOVE 'T' TO S-KIND
               MOVE ND-TAX TO S-AMOUNT
               MOVE SPACES TO S-PAYEE-ID
               IF DEDMSTR-FOUND
                   MOVE D-TAX-PAYEE TO S-PAYEE-ID
               END-IF
               ADD ND-TAX TO GRAND-TAX
               PERFORM 2195-RELEASE-RECORD
           END-IF.
           IF ND-BENEFIT > 0
               MOVE 'B' TO S-KIND
               MOVE ND-BENEFIT TO S-AMOUNT
               MOVE SPACES TO S-PAYEE-ID
               IF DEDMSTR-FOUND
                   MOVE D-BENEFIT-PAYEE TO S-PAYEE-ID
               END-IF
               ADD ND-BENEFIT TO GRAND-BENEFIT
               PERFORM 2195-RELEASE-RECORD
           END-IF.
           IF ND-GARNISH > 0
               MOVE 'G' TO S-KIND
               MOVE ND-GARNISH TO S-AMOUNT
               MOVE SPACES TO S-PAYEE-ID
               IF DEDMSTR-FOUND
                   MOVE D-GARN-PAYEE TO S-PAYEE-ID
                   MOVE D-GARN-CASE TO S-GARN-CASE
                   MOVE D-GARN-BALANCE TO S-GARN-BALANCE
               END-IF
               ADD ND-GARNISH TO GRAND-GARNISH
               PERFORM 2195-RELEASE-RECORD
           END-IF.
           PERFORM 2000-READ-NETDATA.
       2195-RELEASE-RECORD.
           RELEASE SORT-REC.
           ADD 1 TO RELEASE-COUNT.
       1500-OUTPUT-PROCEDURE.
           PERFORM 1100-LOOKUP-PERIOD.
           PERFORM 1400-PRINT-HEADER.
           PERFORM 2200-RETURN-RECORD.
           PERFORM 1500-LOOP
               UNTIL EOF-O = 1.
           IF NOT FIRST-RECORD
               PERFORM 1600-PRINT-EMPLOYEE
               PERFORM 1750-FINISH-PAYEE
           END-IF.
           PERFORM 1800-PRINT-SUMMARY.
       1500-OUTPUT-PROCEDURE-EXIT.
           EXIT.
       1500-LOOP.
           PERFORM 1550-CONTROL-BREAK.
           ADD S-AMOUNT TO EMP-AMOUNT.
           PERFORM 2200-RETURN-RECORD.
       2200-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE 1 TO EOF-O.
       1550-CONTROL-BREAK.
      *    One voucher per payee; within a payee, one register line
      *    per employee and deduction, so a retro adjustment's tax is
      *    added into the employee's line rather than listed apart.
      *    Off-cycle manual checks and voids get lines of their own.
           IF FIRST-RECORD
               MOVE 'N' TO FIRST-RECORD-SW
               PERFORM 1560-START-PAYEE
               PERFORM 1570-START-EMPLOYEE
           ELSE
               IF S-PAYEE-ID NOT = HOLD-PAYEE-ID
                   PERFORM 1600-PRINT-EMPLOYEE
                   PERFORM 1750-FINISH-PAYEE
                   PERFORM 1560-START-PAYEE
                   PERFORM 1570-START-EMPLOYEE
               ELSE
                   IF S-KIND NOT = HOLD-KIND
                       OR S-EMPID NOT = HOLD-EMPID
                       OR S-SOURCE NOT = HOLD-SOURCE
                       PERFORM 1600-PRINT-EMPLOYEE
                       PERFORM 1570-START-EMPLOYEE
                   END-IF
               END-IF
           END-IF.
       1560-START-PAYEE.
           MOVE S-PAYEE-ID TO HOLD-PAYEE-ID.
           MOVE 0 TO PAYEE-EMP-COUNT.
           MOVE 0 TO PAYEE-AMOUNT.
           IF S-PAYEE-ID = SPACES
               MOVE 'U' TO PAYEE-STATE-SW
               MOVE SPACES TO PAYEE-REC
               MOVE '*NONE*' TO PN-PAYEE-ID
               MOVE 'NO PAYEE ON DEDUCTION MASTER' TO PN-NAME
           ELSE
               MOVE S-PAYEE-ID TO P-PAYEE-ID
               READ PAYEE-FILE
                   INVALID KEY
                       MOVE 'M' TO PAYEE-STATE-SW
                       MOVE SPACES TO PAYEE-REC
                       MOVE S-PAYEE-ID TO PN-PAYEE-ID
                       MOVE '*NOT ON PAYEE MASTER*' TO PN-NAME
                   NOT INVALID KEY
                       IF P-ACTIVE
                           MOVE 'A' TO PAYEE-STATE-SW
                       ELSE
                           MOVE 'I' TO PAYEE-STATE-SW
                       END-IF
                       PERFORM 1565-FORMAT-PAYEE
               END-READ
           END-IF.
           IF LINE-COUNT + 6 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           IF PAYEE-OK OR PAYEE-NOT-ACTIVE
               WRITE REPORT-REC FROM PRNT-PAYEE1
                   AFTER ADVANCING 1 LINE
               WRITE REPORT-REC FROM PRNT-PAYEE2
                   AFTER ADVANCING 1 LINE
               ADD 2 TO LINE-COUNT
           ELSE
               WRITE REPORT-REC FROM PRNT-PAYEE-HELD1
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT
           END-IF.
       1565-FORMAT-PAYEE.
           MOVE P-PAYEE-ID TO PY-PAYEE-ID.
           MOVE P-NAME TO PY-NAME.
           MOVE P-VENDOR-NO TO PY-VENDOR-NO.
           IF P-REMIT-CHECK
               MOVE 'CHECK' TO PY-METHOD
           ELSE
               IF P-REMIT-ACH
                   MOVE 'ACH' TO PY-METHOD
               ELSE
                   MOVE 'WIRE' TO PY-METHOD
               END-IF
           END-IF.
           MOVE P-REF-NUMBER TO PY-REF-NUMBER.
           MOVE P-ADDRESS TO PY-ADDRESS.
           MOVE P-CITY TO PY-CITY.
           MOVE P-STATE TO PY-STATE.
           MOVE P-ZIP TO PY-ZIP.
       1570-START-EMPLOYEE.
           MOVE S-KIND TO HOLD-KIND.
           MOVE S-EMPID TO HOLD-EMPID.
           MOVE S-LNAME TO HOLD-LNAME.
           MOVE S-FNAME TO HOLD-FNAME.
           MOVE S-GARN-CASE TO HOLD-GARN-CASE.
           MOVE S-GARN-BALANCE TO HOLD-GARN-BALANCE.
           MOVE S-SOURCE TO HOLD-SOURCE.
           MOVE 0 TO EMP-AMOUNT.
       1600-PRINT-EMPLOYEE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE HOLD-EMPID TO L-EMPID.
           MOVE HOLD-LNAME TO L-LNAME.
           MOVE HOLD-FNAME TO L-FNAME.
           MOVE SPACES TO L-CASE.
           MOVE SPACES TO L-GARN-BALANCE-X.
           IF HOLD-KIND = 'T'
               MOVE 'TAX' TO L-KIND
           ELSE
               IF HOLD-KIND = 'B'
                   MOVE 'BENEFIT' TO L-KIND
               ELSE
      *            A garnishment order normally carries its own case
      *            number; the payee's reference stands in when the
      *            deduction master has none.
                   MOVE 'GARNISH' TO L-KIND
                   IF HOLD-GARN-CASE = SPACES
                       MOVE P-REF-NUMBER TO L-CASE
                   ELSE
                       MOVE HOLD-GARN-CASE TO L-CASE
                   END-IF
                   MOVE HOLD-GARN-BALANCE TO L-GARN-BALANCE
               END-IF
           END-IF.
           IF HOLD-SOURCE = 'M'
               MOVE 'MANUAL CHECK' TO L-SOURCE
           ELSE
               IF HOLD-SOURCE = 'V'
                   MOVE 'VOID' TO L-SOURCE
               ELSE
                   MOVE SPACES TO L-SOURCE
               END-IF
           END-IF.
           MOVE EMP-AMOUNT TO L-AMOUNT.
           WRITE REPORT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO PAYEE-EMP-COUNT.
           ADD EMP-AMOUNT TO PAYEE-AMOUNT.
           IF NOT PAYEE-OK
               ADD 1 TO HELD-COUNT
           END-IF.
       1750-FINISH-PAYEE.
           IF LINE-COUNT + 1 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE PAYEE-EMP-COUNT TO PT-EMP-COUNT.
           MOVE PAYEE-AMOUNT TO PT-AMOUNT.
      *    Voids can leave a payee owed nothing, or owing money back;
      *    no voucher goes out for that and the lines count as held.
           IF PAYEE-OK AND PAYEE-AMOUNT > 0
               PERFORM 1760-WRITE-VOUCHER
               MOVE AV-VOUCHER-NO TO VT-VOUCHER-NO
               MOVE PRNT-VOUCHER-TAG TO PT-DISPOSITION
               ADD PAYEE-AMOUNT TO GRAND-VOUCHERED
           ELSE
               IF PAYEE-OK
                   IF PAYEE-AMOUNT < 0
                       MOVE '** HELD - VOIDS EXCEED AMOUNT DUE'
                           TO PT-DISPOSITION
                   ELSE
                       MOVE '** HELD - VOIDS OFFSET AMOUNT DUE'
                           TO PT-DISPOSITION
                   END-IF
                   ADD PAYEE-EMP-COUNT TO HELD-COUNT
               ELSE
                   IF PAYEE-UNASSIGNED
                       MOVE '** HELD - NO PAYEE ASSIGNED'
                           TO PT-DISPOSITION
                   ELSE
                       IF PAYEE-NOT-ON-FILE
                           MOVE '** HELD - PAYEE NOT ON MASTER'
                               TO PT-DISPOSITION
                       ELSE
                           MOVE '** HELD - PAYEE INACTIVE'
                               TO PT-DISPOSITION
                       END-IF
                   END-IF
               END-IF
               ADD PAYEE-AMOUNT TO GRAND-HELD
           END-IF.
           WRITE REPORT-REC FROM PRNT-PAYEE-TOTAL1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       1760-WRITE-VOUCHER.
           ADD 1 TO VOUCHER-COUNT.
           MOVE 'PR' TO AV-VOUCHER-PREFIX.
           MOVE RUN-PERIOD-ID TO AV-VOUCHER-PERIOD.
           MOVE VOUCHER-COUNT TO AV-VOUCHER-SEQ.
           MOVE P-VENDOR-NO TO AV-VENDOR-NO.
           MOVE P-PAYEE-ID TO AV-PAYEE-ID.
           MOVE P-NAME TO AV-PAYEE-NAME.
           MOVE P-REMIT-METHOD TO AV-REMIT-METHOD.
           MOVE P-REF-NUMBER TO AV-REF-NUMBER.
           MOVE RUN-DATE-X TO AV-INVOICE-DATE.
           MOVE RUN-PAY-DATE TO AV-DUE-DATE.
           MOVE RUN-PERIOD-ID TO AV-PERIOD-ID.
           MOVE PAYEE-AMOUNT TO AV-AMOUNT.
           MOVE PAYEE-EMP-COUNT TO AV-EMP-COUNT.
           WRITE APVOUCH-REC FROM APVOUCH-DATA.
       1800-PRINT-SUMMARY.
      *    Everything withheld is either vouchered or held, so the two
      *    lines at the bottom always add back to the withheld total.
      *    Take the two off-cycle lines out of the withheld lines and
      *    what is left agrees with the net-pay register.
           COMPUTE GRAND-WITHHELD =
               GRAND-TAX + GRAND-BENEFIT + GRAND-GARNISH.
           IF LINE-COUNT + 11 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           MOVE 'TAX WITHHELD' TO SM-LABEL.
           MOVE GRAND-TAX TO SM-AMOUNT.
           PERFORM 1850-PRINT-SUMMARY-LINE.
           MOVE 'BENEFITS WITHHELD' TO SM-LABEL.
           MOVE GRAND-BENEFIT TO SM-AMOUNT.
           PERFORM 1850-PRINT-SUMMARY-LINE.
           MOVE 'GARNISHMENTS WITHHELD' TO SM-LABEL.
           MOVE GRAND-GARNISH TO SM-AMOUNT.
           PERFORM 1850-PRINT-SUMMARY-LINE.
           MOVE 'TOTAL WITHHELD' TO SM-LABEL.
           MOVE GRAND-WITHHELD TO SM-AMOUNT.
           PERFORM 1850-PRINT-SUMMARY-LINE.
           MOVE '  INCLUDES OFF-CYCLE MANUAL CHECKS' TO SM-LABEL.
           MOVE GRAND-OC-MANUAL TO SM-AMOUNT.
           PERFORM 1850-PRINT-SUMMARY-LINE.
           MOVE '  INCLUDES OFF-CYCLE VOIDS' TO SM-LABEL.
           MOVE GRAND-OC-VOID TO SM-AMOUNT.
           PERFORM 1850-PRINT-SUMMARY-LINE.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           MOVE 'VOUCHERED TO AP (VOUCHERS)' TO SM2-LABEL.
           MOVE VOUCHER-COUNT TO SM2-COUNT.
           MOVE GRAND-VOUCHERED TO SM2-AMOUNT.
           WRITE REPORT-REC FROM PRNT-SUMMARY2
               AFTER ADVANCING 1 LINE.
           MOVE 'HELD - NOT VOUCHERED (LINES)' TO SM2-LABEL.
           MOVE HELD-COUNT TO SM2-COUNT.
           MOVE GRAND-HELD TO SM2-AMOUNT.
           WRITE REPORT-REC FROM PRNT-SUMMARY2
               AFTER ADVANCING 1 LINE.
           ADD 4 TO LINE-COUNT.
       1850-PRINT-SUMMARY-LINE.
           WRITE REPORT-REC FROM PRNT-SUMMARY1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       1900-CLEAR-OCWHLD.
      *    Everything on COB1-OCWHLD has now been remitted or held on
      *    tonight's register; empty it so the next run starts clean.
           OPEN OUTPUT OCWHLD-FILE.
           CLOSE OCWHLD-FILE.
       8400-START-RUNLOG.
           MOVE 'PROJECT35' TO RL-PROGRAM.
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
               DISPLAY 'RUN STOPPED: PROJECT35 ALREADY RAN CLEANLY '
                   'TODAY - A RERUN WOULD VOUCHER EVERY PAYEE TWICE'
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
           IF RL-PROGRAM = 'PROJECT35' AND RL-RUN-DATE = GATE-TODAY
               AND RL-STATUS = 'C'
               MOVE 'Y' TO SELF-FOUND-SW
           END-IF.
           PERFORM 9010-READ-RUNLOG.
       END PROGRAM project35.
