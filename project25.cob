      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project25 - retroactive pay run, between the gross-pay
      *         register and the net-pay run.  A raise keyed on the
      *         rate history (COB1-EMPRATES, shared RATMST copybook)
      *         with an effective date already past is left
      *         retro-pending by the rate maintenance run.  This run
      *         sorts the pending rates together with the saved pay
      *         history (COB1-PAYHIST, shared PAYHST copybook) and
      *         tonight's pay records (COB1-PAYDATA) by employee and
      *         pay date, reprices every pay on or after the earliest
      *         pending effective date at the rate in effect for that
      *         pay, and appends the difference to COB1-PAYDATA as a
      *         retro adjustment record - gross only, no hours - so it
      *         flows through net pay, the YTD update and the labor
      *         distribution like any other pay.  Whatever has already
      *         been paid for a pay date (earlier adjustments and
      *         manual checks included, voided pay taken back out) is
      *         netted off, so a rate changed twice is never paid
      *         twice.  A repricing that comes out lower than what was
      *         paid is listed but not recovered.  The pending rates
      *         are then marked done.  Every repriced pay is listed on
      *         the retro register (COB1-RETROREG).
      ******************************************************************
      *Modifications:
      *  2026-10-15  DN  Retro adjustments are stamped with the open
      *                  pay period from the pay calendar (COB1-PAYCAL,
      *                  shared PAYCAL copybook) - the period they are
      *                  paid in - and the run stops with RETURN-CODE 8
      *                  when the calendar has no open period.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project25.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPRATE-FILE ASSIGN TO 'COB1-EMPRATES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-KEY.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'COB1-PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYDATA-FILE ASSIGN TO 'COB1-PAYDATA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'COB1-PAYCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PERIOD-ID.
           SELECT REPORT-FILE ASSIGN TO 'COB1-RETROREG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'COB1-SORTWK'.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRATE-FILE
               LABEL RECORDS ARE STANDARD.
       COPY RATMST.
       FD  PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYHIST-REC PIC X(126).
       FD  PAYDATA-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYDATA-REC PIC X(100).
       FD  PAYCAL-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PAYCAL.
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
      *    S-CLASS '0' is a pending rate (S-FOR-DATE is its effective
      *    date) and sorts ahead of the employee's pay lines, class
      *    '1', so the repricing window is known before the first pay
      *    line arrives.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           03 S-EMPID PIC X(7).
           03 S-CLASS PIC X(1).
               88 S-PENDING-RATE VALUE '0'.
               88 S-PAY-LINE VALUE '1'.
           03 S-FOR-DATE PIC X(8).
           03 S-KIND PIC X(1).
           03 S-LNAME PIC X(15).
           03 S-FNAME PIC X(15).
           03 S-EMPTYPE PIC X(2).
           03 S-DEPT PIC X(4).
           03 S-LOC PIC X(4).
           03 S-REG-HOURS PIC 9(4)V99.
           03 S-OT-HOURS PIC 9(4)V99.
           03 S-GROSS PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       COPY PAYDTA.
       COPY PAYHST.
       COPY RUNLOG.
       01  MISC.
           03 EOF-E PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-P PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 PENDING-COUNT PIC 9(5) VALUE 0.
           03 HISTORY-COUNT PIC 9(7) VALUE 0.
           03 REPRICED-COUNT PIC 9(5) VALUE 0.
           03 ADJUSTMENT-COUNT PIC 9(5) VALUE 0.
           03 OVERPAID-COUNT PIC 9(5) VALUE 0.
           03 MARKED-COUNT PIC 9(5) VALUE 0.
           03 PENDING-LOW-DATE PIC X(8) VALUE HIGH-VALUES.
       01  GATE-AREAS.
           03 EOF-L PIC 9 VALUE 0.
           03 GATE-SW PIC X(1) VALUE 'N'.
               88 GATE-FAILED VALUE 'Y'.
           03 GATE-FOUND-SW PIC X(1) VALUE 'N'.
               88 GATE-REC-FOUND VALUE 'Y'.
           03 SELF-FOUND-SW PIC X(1) VALUE 'N'.
               88 SELF-REC-FOUND VALUE 'Y'.
           03 DOWNSTREAM-FOUND-SW PIC X(1) VALUE 'N'.
               88 DOWNSTREAM-REC-FOUND VALUE 'Y'.
           03 DOWNSTREAM-PROGRAM PIC X(10) VALUE SPACES.
           03 GATE-TODAY PIC X(8).
           03 GATE-STATUS PIC X(1) VALUE SPACES.
       01  PERIOD-AREAS.
           03 EOF-C PIC 9 VALUE 0.
           03 PERIOD-FOUND-SW PIC X(1) VALUE 'N'.
               88 OPEN-PERIOD-FOUND VALUE 'Y'.
           03 OPEN-PERIOD-ID PIC X(6) VALUE SPACES.
       01  GROUP-AREAS.
           03 HOLD-EMPID PIC X(7) VALUE SPACES.
           03 HOLD-FOR-DATE PIC X(8) VALUE SPACES.
           03 EMP-RETRO-FROM PIC X(8) VALUE SPACES.
           03 GROUP-ACTIVE-SW PIC X(1) VALUE 'N'.
               88 GROUP-ACTIVE VALUE 'Y'.
           03 GROUP-REGULAR-SW PIC X(1) VALUE 'N'.
               88 GROUP-HAS-REGULAR VALUE 'Y'.
           03 GRP-LNAME PIC X(15).
           03 GRP-FNAME PIC X(15).
           03 GRP-EMPTYPE PIC X(2).
           03 GRP-DEPT PIC X(4).
           03 GRP-LOC PIC X(4).
           03 GRP-REG-HOURS PIC S9(5)V99 VALUE 0.
           03 GRP-OT-HOURS PIC S9(5)V99 VALUE 0.
           03 GRP-PAID-GROSS PIC S9(9)V99 VALUE 0.
       01  REPRICE-AREAS.
           03 EMP-RATE-FOUND-SW PIC X(1) VALUE 'N'.
               88 EMP-RATE-FOUND VALUE 'Y'.
           03 RATE-SCAN-SW PIC X(1) VALUE 'N'.
               88 RATE-SCAN-DONE VALUE 'Y'.
           03 EMP-RATE PIC 9(3)V99 VALUE 0.
           03 NEW-GROSS PIC 9(9)V99 VALUE 0.
           03 RETRO-DIFF PIC S9(9)V99 VALUE 0.
           03 RETRO-NOTE PIC X(24) VALUE SPACES.
       01  GRAND-TOTALS.
           03 GRAND-ADJUSTMENT PIC 9(9)V99 VALUE 0.
           03 GRAND-OVERPAID PIC 9(9)V99 VALUE 0.
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
           03 FILLER PIC X(22) VALUE 'RETRO PAY REGISTER'.
           03 FILLER PIC X(32) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  PRNT-HEADING1.
           03 FILLER PIC X(10) VALUE 'EMP ID'.
           03 FILLER PIC X(17) VALUE 'LAST'.
           03 FILLER PIC X(13) VALUE 'FIRST'.
           03 FILLER PIC X(12) VALUE 'PAY DATE'.
           03 FILLER PIC X(9) VALUE '   HOURS'.
           03 FILLER PIC X(14) VALUE '   PAID GROSS'.
           03 FILLER PIC X(8) VALUE '   RATE'.
           03 FILLER PIC X(14) VALUE '    REPRICED'.
           03 FILLER PIC X(12) VALUE '  RETRO PAY'.
           03 FILLER PIC X(22) VALUE '  NOTE'.
       01  PRNT-DATA1.
           03 L-EMPID PIC X(10).
           03 L-LNAME PIC X(17).
           03 L-FNAME PIC X(13).
           03 L-FOR-DATE.
               05 L-FOR-MM PIC X(2).
               05 FILLER PIC X VALUE '/'.
               05 L-FOR-DD PIC X(2).
               05 FILLER PIC X VALUE '/'.
               05 L-FOR-YYYY PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 L-HOURS PIC ZZ,ZZ9.99.
           03 L-PAID PIC Z,ZZZ,ZZ9.99-.
           03 L-RATE PIC ZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 L-REPRICED PIC Z,ZZZ,ZZ9.99.
           03 L-DIFF PIC ZZZ,ZZ9.99-.
           03 FILLER PIC X(2) VALUE SPACES.
           03 L-NOTE PIC X(24).
       01  PRNT-GRANDTOTAL1.
           03 GT-LABEL PIC X(40).
           03 GT-COUNT PIC ZZ,ZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 GT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 9000-CHECK-PRIOR-RUN.
           IF GATE-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1400-PRINT-HEADER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-EMPID S-CLASS S-FOR-DATE S-KIND
               INPUT PROCEDURE 2100-INPUT-PROCEDURE
                   THRU 2100-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 1500-OUTPUT-PROCEDURE
                   THRU 1500-OUTPUT-PROCEDURE-EXIT.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE REPORT-FILE.
           IF PENDING-COUNT > 0
               PERFORM 4000-MARK-RATES-DONE
           END-IF.
           DISPLAY 'PENDING RETRO RATES: ' PENDING-COUNT.
           DISPLAY 'PAY LINES SCANNED: ' HISTORY-COUNT.
           DISPLAY 'PAYS REPRICED: ' REPRICED-COUNT.
           DISPLAY 'RETRO ADJUSTMENTS WRITTEN: ' ADJUSTMENT-COUNT.
           DISPLAY 'OVERPAID PAYS NOT RECOVERED: ' OVERPAID-COUNT.
           DISPLAY 'RATES MARKED RETRO DONE: ' MARKED-COUNT.
           MOVE HISTORY-COUNT TO RL-READ-COUNT.
           MOVE ADJUSTMENT-COUNT TO RL-WRITE-COUNT.
           MOVE OVERPAID-COUNT TO RL-REJECT-COUNT.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           PERFORM 8400-START-RUNLOG.
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
       2100-INPUT-PROCEDURE.
      *    Pending rates first, so the pay lines can be limited to the
      *    dates the earliest pending raise reaches back to; with no
      *    raise pending there is nothing to reprice and the pay
      *    history is not read at all.
           OPEN INPUT EMPRATE-FILE.
           MOVE LOW-VALUES TO ER-KEY.
           START EMPRATE-FILE KEY IS NOT LESS THAN ER-KEY
               INVALID KEY
                   MOVE 1 TO EOF-E
           END-START.
           PERFORM 2110-READ-EMPRATE.
           PERFORM 2120-RELEASE-PENDING-RATE
               UNTIL EOF-E = 1.
           CLOSE EMPRATE-FILE.
           IF PENDING-COUNT > 0
               OPEN INPUT PAYHIST-FILE
               PERFORM 2130-READ-PAYHIST
               PERFORM 2140-RELEASE-PAYHIST
                   UNTIL EOF-H = 1
               CLOSE PAYHIST-FILE
               OPEN INPUT PAYDATA-FILE
               PERFORM 2150-READ-PAYDATA
               PERFORM 2160-RELEASE-PAYDATA
                   UNTIL EOF-P = 1
               CLOSE PAYDATA-FILE
           END-IF.
       2100-INPUT-PROCEDURE-EXIT.
           EXIT.
       2110-READ-EMPRATE.
           IF EOF-E = 0
               READ EMPRATE-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-E
               END-READ
           END-IF.
       2120-RELEASE-PENDING-RATE.
           IF ER-RETRO-PENDING
               ADD 1 TO PENDING-COUNT
               IF ER-EFF-DATE < PENDING-LOW-DATE
                   MOVE ER-EFF-DATE TO PENDING-LOW-DATE
               END-IF
               MOVE SPACES TO SORT-REC
               MOVE ER-EMPID TO S-EMPID
               MOVE '0' TO S-CLASS
               MOVE ER-EFF-DATE TO S-FOR-DATE
               MOVE 0 TO S-REG-HOURS
               MOVE 0 TO S-OT-HOURS
               MOVE 0 TO S-GROSS
               RELEASE SORT-REC
           END-IF.
           PERFORM 2110-READ-EMPRATE.
       2130-READ-PAYHIST.
           READ PAYHIST-FILE INTO PAYHIST-DATA
               AT END MOVE 1 TO EOF-H.
       2140-RELEASE-PAYHIST.
           IF HI-FOR-DATE NOT < PENDING-LOW-DATE
               ADD 1 TO HISTORY-COUNT
               MOVE HI-EMPID TO S-EMPID
               MOVE '1' TO S-CLASS
               MOVE HI-FOR-DATE TO S-FOR-DATE
               MOVE HI-KIND TO S-KIND
               MOVE HI-LNAME TO S-LNAME
               MOVE HI-FNAME TO S-FNAME
               MOVE HI-EMPTYPE TO S-EMPTYPE
               MOVE HI-DEPT TO S-DEPT
               MOVE HI-LOC TO S-LOC
               MOVE HI-REG-HOURS TO S-REG-HOURS
               MOVE HI-OT-HOURS TO S-OT-HOURS
               MOVE HI-GROSS TO S-GROSS
               RELEASE SORT-REC
           END-IF.
           PERFORM 2130-READ-PAYHIST.
       2150-READ-PAYDATA.
           READ PAYDATA-FILE INTO PAYDATA-DATA
               AT END MOVE 1 TO EOF-P.
       2160-RELEASE-PAYDATA.
      *    Tonight's pay has not reached the history yet, but it may
      *    have been priced before the raise was keyed, so it is
      *    repriced along with the rest.
           IF PD-FOR-DATE NOT < PENDING-LOW-DATE
               ADD 1 TO HISTORY-COUNT
               MOVE PD-EMPID TO S-EMPID
               MOVE '1' TO S-CLASS
               MOVE PD-FOR-DATE TO S-FOR-DATE
               MOVE PD-PAY-KIND TO S-KIND
               MOVE PD-LNAME TO S-LNAME
               MOVE PD-FNAME TO S-FNAME
               MOVE PD-EMPTYPE TO S-EMPTYPE
               MOVE PD-DEPT TO S-DEPT
               MOVE PD-LOC TO S-LOC
               MOVE PD-REG-HOURS TO S-REG-HOURS
               MOVE PD-OT-HOURS TO S-OT-HOURS
               MOVE PD-GROSS TO S-GROSS
               RELEASE SORT-REC
           END-IF.
           PERFORM 2150-READ-PAYDATA.
       1500-OUTPUT-PROCEDURE.
           OPEN INPUT EMPRATE-FILE.
           OPEN EXTEND PAYDATA-FILE.
           PERFORM 2200-RETURN-RECORD.
           PERFORM 1500-LOOP
               UNTIL EOF-S = 1.
           PERFORM 3000-CLOSE-GROUP.
           CLOSE EMPRATE-FILE.
           CLOSE PAYDATA-FILE.
       1500-OUTPUT-PROCEDURE-EXIT.
           EXIT.
       1500-LOOP.
           IF S-EMPID NOT = HOLD-EMPID
               PERFORM 3000-CLOSE-GROUP
               MOVE S-EMPID TO HOLD-EMPID
               MOVE SPACES TO HOLD-FOR-DATE
               MOVE SPACES TO EMP-RETRO-FROM
           END-IF.
           IF S-PENDING-RATE
               IF EMP-RETRO-FROM = SPACES
                   MOVE S-FOR-DATE TO EMP-RETRO-FROM
               END-IF
           ELSE
               IF EMP-RETRO-FROM NOT = SPACES
                   AND S-FOR-DATE NOT < EMP-RETRO-FROM
                   IF S-FOR-DATE NOT = HOLD-FOR-DATE
                       PERFORM 3000-CLOSE-GROUP
                       MOVE S-FOR-DATE TO HOLD-FOR-DATE
                   END-IF
                   PERFORM 1550-ADD-TO-GROUP
               END-IF
           END-IF.
           PERFORM 2200-RETURN-RECORD.
       1550-ADD-TO-GROUP.
      *    A manual check is priced hours like a regular pay; a void
      *    takes back the hours and gross of the line it cancels.
           MOVE 'Y' TO GROUP-ACTIVE-SW.
           IF S-KIND = 'R' OR S-KIND = 'M'
               MOVE 'Y' TO GROUP-REGULAR-SW
               MOVE S-LNAME TO GRP-LNAME
               MOVE S-FNAME TO GRP-FNAME
               MOVE S-EMPTYPE TO GRP-EMPTYPE
               MOVE S-DEPT TO GRP-DEPT
               MOVE S-LOC TO GRP-LOC
           END-IF.
           IF S-KIND = 'V'
               SUBTRACT S-REG-HOURS FROM GRP-REG-HOURS
               SUBTRACT S-OT-HOURS FROM GRP-OT-HOURS
               SUBTRACT S-GROSS FROM GRP-PAID-GROSS
           ELSE
               ADD S-REG-HOURS TO GRP-REG-HOURS
               ADD S-OT-HOURS TO GRP-OT-HOURS
               ADD S-GROSS TO GRP-PAID-GROSS
           END-IF.
       1600-PRINT-DETAIL.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE HOLD-EMPID TO L-EMPID.
           MOVE GRP-LNAME TO L-LNAME.
           MOVE GRP-FNAME TO L-FNAME.
           MOVE HOLD-FOR-DATE (5:2) TO L-FOR-MM.
           MOVE HOLD-FOR-DATE (7:2) TO L-FOR-DD.
           MOVE HOLD-FOR-DATE (1:4) TO L-FOR-YYYY.
           COMPUTE L-HOURS = GRP-REG-HOURS + GRP-OT-HOURS.
           MOVE GRP-PAID-GROSS TO L-PAID.
           MOVE EMP-RATE TO L-RATE.
           MOVE NEW-GROSS TO L-REPRICED.
           MOVE RETRO-DIFF TO L-DIFF.
           MOVE RETRO-NOTE TO L-NOTE.
           WRITE REPORT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       1700-PRINT-TOTALS.
           IF LINE-COUNT + 4 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           MOVE 'PAYS REPRICED' TO GT-LABEL.
           MOVE REPRICED-COUNT TO GT-COUNT.
           MOVE 0 TO GT-AMOUNT.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
               AFTER ADVANCING 1 LINE.
           MOVE 'RETRO ADJUSTMENTS WRITTEN TO COB1-PAYDATA' TO GT-LABEL.
           MOVE ADJUSTMENT-COUNT TO GT-COUNT.
           MOVE GRAND-ADJUSTMENT TO GT-AMOUNT.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
               AFTER ADVANCING 1 LINE.
           MOVE 'OVERPAID - NOT RECOVERED' TO GT-LABEL.
           MOVE OVERPAID-COUNT TO GT-COUNT.
           MOVE GRAND-OVERPAID TO GT-AMOUNT.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
               AFTER ADVANCING 1 LINE.
           ADD 4 TO LINE-COUNT.
       2200-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE 1 TO EOF-S.
       3000-CLOSE-GROUP.
           IF GROUP-ACTIVE
               PERFORM 3100-REPRICE-GROUP
           END-IF.
           MOVE 'N' TO GROUP-ACTIVE-SW.
           MOVE 'N' TO GROUP-REGULAR-SW.
           MOVE 0 TO GRP-REG-HOURS.
           MOVE 0 TO GRP-OT-HOURS.
           MOVE 0 TO GRP-PAID-GROSS.
       3100-REPRICE-GROUP.
      *    Only a pay date that carries regular pay with hours on it
      *    can be repriced; the hours are priced at the rate in effect
      *    for that date and whatever was already paid for the date is
      *    netted off.
           IF GROUP-HAS-REGULAR
               AND GRP-REG-HOURS + GRP-OT-HOURS > 0
               PERFORM 3200-FIND-EMP-RATE
               IF EMP-RATE-FOUND
                   ADD 1 TO REPRICED-COUNT
                   COMPUTE NEW-GROSS ROUNDED =
                       (GRP-REG-HOURS * EMP-RATE)
                       + (GRP-OT-HOURS * EMP-RATE * 1.5)
                   COMPUTE RETRO-DIFF = NEW-GROSS - GRP-PAID-GROSS
                   IF RETRO-DIFF > 0
                       MOVE 'RETRO PAY ADDED' TO RETRO-NOTE
                       PERFORM 3300-WRITE-ADJUSTMENT
                       PERFORM 1600-PRINT-DETAIL
                   ELSE
                       IF RETRO-DIFF < 0
                           MOVE 'OVERPAID - NOT RECOVERED'
                               TO RETRO-NOTE
                           ADD 1 TO OVERPAID-COUNT
                           SUBTRACT RETRO-DIFF FROM GRAND-OVERPAID
                           PERFORM 1600-PRINT-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3200-FIND-EMP-RATE.
      *    Same search the gross-pay run makes: the newest rate whose
      *    effective date is on or before the pay date.
           MOVE 'N' TO EMP-RATE-FOUND-SW.
           MOVE 'N' TO RATE-SCAN-SW.
           MOVE HOLD-EMPID TO ER-EMPID.
           MOVE LOW-VALUES TO ER-EFF-DATE.
           START EMPRATE-FILE KEY IS NOT LESS THAN ER-KEY
               INVALID KEY
                   MOVE 'Y' TO RATE-SCAN-SW
           END-START.
           PERFORM 3210-READ-NEXT-RATE
               UNTIL RATE-SCAN-DONE.
       3210-READ-NEXT-RATE.
           READ EMPRATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RATE-SCAN-SW
               NOT AT END
                   IF ER-EMPID NOT = HOLD-EMPID
                       OR ER-EFF-DATE > HOLD-FOR-DATE
                       MOVE 'Y' TO RATE-SCAN-SW
                   ELSE
                       MOVE 'Y' TO EMP-RATE-FOUND-SW
                       MOVE ER-RATE TO EMP-RATE
                   END-IF
           END-READ.
       3300-WRITE-ADJUSTMENT.
           MOVE HOLD-EMPID TO PD-EMPID.
           MOVE GRP-LNAME TO PD-LNAME.
           MOVE GRP-FNAME TO PD-FNAME.
           MOVE GRP-EMPTYPE TO PD-EMPTYPE.
           MOVE GRP-DEPT TO PD-DEPT.
           MOVE GRP-LOC TO PD-LOC.
           MOVE 0 TO PD-REG-HOURS.
           MOVE 0 TO PD-OT-HOURS.
           MOVE 0 TO PD-VAC-HOURS.
           MOVE 0 TO PD-SICK-HOURS.
           MOVE EMP-RATE TO PD-RATE.
           MOVE RETRO-DIFF TO PD-GROSS.
           MOVE 'A' TO PD-PAY-KIND.
           MOVE HOLD-FOR-DATE TO PD-FOR-DATE.
           MOVE OPEN-PERIOD-ID TO PD-PERIOD-ID.
           WRITE PAYDATA-REC FROM PAYDATA-DATA.
           ADD 1 TO ADJUSTMENT-COUNT.
           ADD RETRO-DIFF TO GRAND-ADJUSTMENT.
       4000-MARK-RATES-DONE.
           MOVE 0 TO EOF-E.
           OPEN I-O EMPRATE-FILE.
           MOVE LOW-VALUES TO ER-KEY.
           START EMPRATE-FILE KEY IS NOT LESS THAN ER-KEY
               INVALID KEY
                   MOVE 1 TO EOF-E
           END-START.
           PERFORM 2110-READ-EMPRATE.
           PERFORM 4100-MARK-ONE-RATE
               UNTIL EOF-E = 1.
           CLOSE EMPRATE-FILE.
       4100-MARK-ONE-RATE.
           IF ER-RETRO-PENDING
               MOVE 'D' TO ER-RETRO-STATUS
               REWRITE EMPRATE-REC
                   INVALID KEY
                       DISPLAY 'WARNING: RATE REWRITE FAILED FOR '
                           'EMPID ' ER-EMPID ' - STILL RETRO PENDING'
                   NOT INVALID KEY
                       ADD 1 TO MARKED-COUNT
               END-REWRITE
           END-IF.
           PERFORM 2110-READ-EMPRATE.
       8400-START-RUNLOG.
           MOVE 'PROJECT25' TO RL-PROGRAM.
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
           IF DOWNSTREAM-REC-FOUND
               DISPLAY 'RUN STOPPED: ' DOWNSTREAM-PROGRAM
                   ' HAS ALREADY READ TONIGHT''S COB1-PAYDATA - '
                   'RETRO ADJUSTMENTS ADDED NOW WOULD NEVER REACH IT'
               MOVE 'Y' TO GATE-SW
           END-IF.
           IF SELF-REC-FOUND
               DISPLAY 'RUN STOPPED: PROJECT25 ALREADY RAN CLEANLY '
                   'TODAY - A RERUN WOULD APPEND THE SAME RETRO '
                   'ADJUSTMENTS TWICE'
               MOVE 'Y' TO GATE-SW
           END-IF.
           PERFORM 9100-FIND-OPEN-PERIOD.
       9010-READ-RUNLOG.
           READ RUNLOG-FILE INTO RUNLOG-DATA
               AT END MOVE 1 TO EOF-L.
       9020-SCAN-RUNLOG.
           IF RL-PROGRAM = 'PROJECT5' AND RL-RUN-DATE = GATE-TODAY
               MOVE 'Y' TO GATE-FOUND-SW
               MOVE RL-STATUS TO GATE-STATUS
           END-IF.
           IF (RL-PROGRAM = 'PROJECT12' OR RL-PROGRAM = 'PROJECT13'
               OR RL-PROGRAM = 'PROJECT19')
               AND RL-RUN-DATE = GATE-TODAY
               MOVE 'Y' TO DOWNSTREAM-FOUND-SW
               MOVE RL-PROGRAM TO DOWNSTREAM-PROGRAM
           END-IF.
           IF RL-PROGRAM = 'PROJECT25' AND RL-RUN-DATE = GATE-TODAY
               AND RL-STATUS = 'C'
               MOVE 'Y' TO SELF-FOUND-SW
           END-IF.
           PERFORM 9010-READ-RUNLOG.
       9100-FIND-OPEN-PERIOD.
      *    Adjustments are paid in the period being priced tonight,
      *    the earliest open period on the calendar.
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
           ELSE
               PERFORM 9110-READ-PAYCAL
           END-IF.
       END PROGRAM project25.
