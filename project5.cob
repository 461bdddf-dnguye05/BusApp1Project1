      *                  before any pricing or output, instead of
      *                  silently leaving the overflow unpaid and
      *                  printing a short register.
      *  2026-10-15  DN  Each employee is now priced at the employee's
      *                  own rate from the per-employee rate history
      *                  (COB1-EMPRATES, shared RATMST copybook) - the
      *                  newest rate effective on or before the pay
      *                  date - falling back to the rate for the type
      *                  on COB1-RATES only when there is none.  PAYDATA
      *                  records are stamped as regular pay for the
      *                  pay date so retro adjustments can follow them.
      *  2026-10-15  DN  Timecards now carry a pay code.  Vacation ('V')
      *                  and sick ('S') hours are paid at the regular
      *                  rate and added to regular hours after the
      *                  overtime split, so only worked hours count
      *                  toward the 40-hour threshold.  The register
      *                  shows the PTO hours and PAYDATA carries them
      *                  for the leave posting run.
      *  2026-10-15  DN  The run now prices the earliest open period on
      *                  the pay calendar (COB1-PAYCAL, shared PAYCAL
      *                  copybook) and stops with RETURN-CODE 8 when
      *                  there is none.  Rates are taken as of the
      *                  period's pay date instead of the run date,
      *                  PAYDATA records carry the period and its pay
      *                  date, and the register heading shows the
      *                  period, the days worked and the pay date.
      *  2026-10-15  DN  The in-memory accumulation table is gone, and
      *                  with it the stop at 5000 employees.  The cards
      *                  are sorted on EMPID and folded into one weekly
      *                  total per employee on a work file
      *                  (COB1-TCACCUM), which is sorted back into the
      *                  order each EMPID first appeared in the batch,
      *                  so the register, PAYDATA and the totals come
      *                  out exactly as before at any batch size.
      *                  Counts and the type totals widened to match.
      *  2026-10-15  DN  An employee priced from the rate history whose
      *                  type cannot be added to a full rate table is
      *                  now warned about, listed on the no-match file
      *                  as such, and ends the run with RETURN-CODE 4.
      *  2026-10-15  DN  The type-totals entry added for an employee
      *                  priced from the rate history no longer prices
      *                  the rest of that type at $0.00; later
      *                  employees of the type with no rate of their
      *                  own go to the no-match file as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project5.
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EMPID
               ALTERNATE RECORD KEY IS M-LNAME WITH DUPLICATES.
           SELECT OPTIONAL EMPRATE-FILE ASSIGN TO 'COB1-EMPRATES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-KEY.
           SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'COB1-PAYCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PERIOD-ID.
           SELECT REPORT-FILE ASSIGN TO 'COB1-PAYREG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOMATCH-FILE ASSIGN TO 'COB1-NOMATCH'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYDATA-FILE ASSIGN TO 'COB1-PAYDATA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCUM-FILE ASSIGN TO 'COB1-TCACCUM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TCARD-SORT-FILE ASSIGN TO 'COB1-SORTWK'.
           SELECT ACCUM-SORT-FILE ASSIGN TO 'COB1-SORTWK2'.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  TIMECARD-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TIMECARD-REC PIC X(13).
       FD  RATE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       FD  EMPMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY EMPMST.
       FD  EMPRATE-FILE
               LABEL RECORDS ARE STANDARD.
       COPY RATMST.
       FD  PAYCAL-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PAYCAL.
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       FD  PAYDATA-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYDATA-REC PIC X(100).
       FD  ACCUM-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACCUM-REC PIC X(35).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       SD  TCARD-SORT-FILE.
       01  TCARD-SORT-REC.
           03 TS-EMPID PIC X(7).
           03 TS-SEQ PIC 9(7).
           03 TS-TIMECARD PIC X(13).
       SD  ACCUM-SORT-FILE.
       01  ACCUM-SORT-REC.
           03 AS-FIRST-SEQ PIC 9(7).
           03 FILLER PIC X(28).
       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       COPY PAYDTA.
       01  TIMECARD-DATA.
           03 TC-EMPID PIC X(7).
           03 TC-HOURS PIC 9(3)V99.
           03 TC-PAY-CODE PIC X(1).
               88 TC-VACATION VALUE 'V'.
               88 TC-SICK-LEAVE VALUE 'S'.
       01  RATE-DATA.
           03 RT-EMPTYPE PIC X(2).
           03 RT-RATE PIC 9(3)V99.
           03 RATE-FOUND-SW PIC X(1) VALUE 'N'.
               88 RATE-FOUND VALUE 'Y'.
           03 APPLIED-RATE PIC 9(3)V99 VALUE 0.
       01  EMP-RATE-AREAS.
           03 EMP-RATE-FOUND-SW PIC X(1) VALUE 'N'.
               88 EMP-RATE-FOUND VALUE 'Y'.
           03 RATE-SCAN-SW PIC X(1) VALUE 'N'.
               88 RATE-SCAN-DONE VALUE 'Y'.
           03 EMP-RATE PIC 9(3)V99 VALUE 0.
           03 RATE-AS-OF-DATE PIC X(8).
       01  RATE-TABLE.
           03 RATE-ENTRY OCCURS 10 TIMES.
               05 RATE-EMPTYPE PIC X(2).
               05 RATE-AMOUNT PIC 9(3)V99.
               05 RATE-FROM-FILE-SW PIC X(1).
                   88 RATE-FROM-FILE VALUE 'Y'.
               05 RATE-TYPE-COUNT PIC 9(7).
               05 RATE-TYPE-REG-HOURS PIC 9(7)V99.
               05 RATE-TYPE-OT-HOURS PIC 9(7)V99.
               05 RATE-TYPE-GROSS PIC 9(9)V99.
      *    One employee's weekly total, as written to the work file
      *    and read back for pricing.  AC-FIRST-SEQ is the position of
      *    the employee's first card in the batch.
       01  ACCUM-DATA.
           03 AC-FIRST-SEQ PIC 9(7).
           03 AC-EMPID PIC X(7).
           03 AC-HOURS PIC 9(4)V99.
           03 AC-VAC-HOURS PIC 9(4)V99.
           03 AC-SICK-HOURS PIC 9(4)V99.
           03 AC-CARDS PIC 9(3).
       01  ACCUM-AREAS.
           03 ACCUM-COUNT PIC 9(7) VALUE 0.
           03 ACCUM-STARTED-SW PIC X(1) VALUE 'N'.
               88 ACCUM-STARTED VALUE 'Y'.
       01  MISC.
           03 EOF-T PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-O PIC 9 VALUE 0.
           03 TIMECARD-COUNT PIC 9(7) VALUE 0.
           03 REGISTER-COUNT PIC 9(7) VALUE 0.
           03 NOMATCH-COUNT PIC 9(7) VALUE 0.
       01  MATCH-AREAS.
           03 MASTER-FOUND-SW PIC X(1) VALUE 'N'.
               88 MASTER-FOUND VALUE 'Y'.
               88 GATE-REC-FOUND VALUE 'Y'.
           03 GATE-TODAY PIC X(8).
           03 GATE-STATUS PIC X(1) VALUE SPACES.
       01  PERIOD-AREAS.
           03 EOF-C PIC 9 VALUE 0.
           03 PERIOD-FOUND-SW PIC X(1) VALUE 'N'.
               88 OPEN-PERIOD-FOUND VALUE 'Y'.
           03 OPEN-PERIOD-ID PIC X(6) VALUE SPACES.
           03 OPEN-START-DATE PIC X(8) VALUE SPACES.
           03 OPEN-END-DATE PIC X(8) VALUE SPACES.
           03 OPEN-PAY-DATE PIC X(8) VALUE SPACES.
       01  OVERTIME-AREAS.
           03 OT-THRESHOLD PIC 9(3)V99 VALUE 40.
           03 REGULAR-HOURS PIC 9(4)V99 VALUE 0.
           03 OVERTIME-HOURS PIC 9(4)V99 VALUE 0.
           03 LEAVE-HOURS PIC 9(4)V99 VALUE 0.
       01  GRAND-TOTALS.
           03 GRAND-REG-HOURS PIC 9(7)V99 VALUE 0.
           03 GRAND-OT-HOURS PIC 9(7)V99 VALUE 0.
               05 RUN-YYYY PIC 9(4).
               05 RUN-MM PIC 9(2).
               05 RUN-DD PIC 9(2).
           03 RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD PIC X(8).
           03 RUN-DATE-DISP.
               05 RUN-DISP-MM PIC 99.
               05 FILLER PIC X VALUE '/'.
           03 FILLER PIC X(32) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  PAGE-HEADER2.
           03 FILLER PIC X(12) VALUE 'PAY PERIOD:'.
           03 PH-PERIOD-ID PIC X(6).
           03 FILLER PIC X(10) VALUE '   WORKED '.
           03 PH-START-MM PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 PH-START-DD PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 PH-START-YYYY PIC X(4).
           03 FILLER PIC X(4) VALUE ' TO '.
           03 PH-END-MM PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 PH-END-DD PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 PH-END-YYYY PIC X(4).
           03 FILLER PIC X(13) VALUE '   PAY DATE: '.
           03 PH-PAY-MM PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 PH-PAY-DD PIC X(2).
           03 FILLER PIC X VALUE '/'.
           03 PH-PAY-YYYY PIC X(4).
       01  PRNT-HEADING1.
           03 FILLER PIC X(10) VALUE 'EMP ID'.
           03 FILLER PIC X(20) VALUE 'LAST'.
           03 FILLER PIC X(6) VALUE 'TYPE'.
           03 FILLER PIC X(11) VALUE ' REG HOURS'.
           03 FILLER PIC X(11) VALUE '  OT HOURS'.
           03 FILLER PIC X(11) VALUE ' PTO HOURS'.
           03 FILLER PIC X(10) VALUE '    RATE'.
           03 FILLER PIC X(14) VALUE '     GROSS PAY'.
       01  PRNT-DATA1.
           03 FILLER PIC X(3) VALUE SPACES.
           03 L-OT-HOURS PIC Z,ZZ9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 L-PTO-HOURS PIC Z,ZZ9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 L-RATE PIC ZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 L-GROSS PIC Z,ZZZ,ZZ9.99.
       01  PRNT-TYPETOTAL1.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'TOTAL FOR TYPE'.
           03 TT-EMPTYPE PIC X(4).
           03 TT-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 TT-REG-HOURS PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TT-OT-HOURS PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TT-GROSS PIC ZZ,ZZZ,ZZ9.99.
       01  PRNT-GRANDTOTAL1.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'GRAND TOTAL'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 GT-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 GT-REG-HOURS PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 GT-OT-HOURS PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE.
           OPEN OUTPUT ACCUM-FILE.
           SORT TCARD-SORT-FILE
               ON ASCENDING KEY TS-EMPID TS-SEQ
               INPUT PROCEDURE 2400-TCARD-INPUT-PROCEDURE
                   THRU 2400-TCARD-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 1300-ACCUMULATE-PROCEDURE
                   THRU 1300-ACCUMULATE-PROCEDURE-EXIT.
           CLOSE ACCUM-FILE.
           OPEN INPUT EMPMSTR-FILE.
           OPEN INPUT EMPRATE-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT NOMATCH-FILE.
           OPEN OUTPUT PAYDATA-FILE.
           PERFORM 1400-PRINT-HEADER.
           SORT ACCUM-SORT-FILE
               ON ASCENDING KEY AS-FIRST-SEQ
               INPUT PROCEDURE 2500-ACCUM-INPUT-PROCEDURE
                   THRU 2500-ACCUM-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 1450-PRICE-PROCEDURE
                   THRU 1450-PRICE-PROCEDURE-EXIT.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE EMPMSTR-FILE.
           CLOSE EMPRATE-FILE.
           CLOSE REPORT-FILE.
           CLOSE NOMATCH-FILE.
           CLOSE PAYDATA-FILE.
           DISPLAY 'TIMECARDS READ: ' TIMECARD-COUNT.
           DISPLAY 'EMPLOYEES ACCUMULATED: ' ACCUM-COUNT.
           DISPLAY 'REGISTER LINES WRITTEN: ' REGISTER-COUNT.
           DISPLAY 'UNMATCHED EMPLOYEES: ' NOMATCH-COUNT.
           MOVE TIMECARD-COUNT TO RL-READ-COUNT.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           MOVE OPEN-PAY-DATE TO RATE-AS-OF-DATE.
           MOVE OPEN-PERIOD-ID TO PH-PERIOD-ID.
           MOVE OPEN-START-DATE (5:2) TO PH-START-MM.
           MOVE OPEN-START-DATE (7:2) TO PH-START-DD.
           MOVE OPEN-START-DATE (1:4) TO PH-START-YYYY.
           MOVE OPEN-END-DATE (5:2) TO PH-END-MM.
           MOVE OPEN-END-DATE (7:2) TO PH-END-DD.
           MOVE OPEN-END-DATE (1:4) TO PH-END-YYYY.
           MOVE OPEN-PAY-DATE (5:2) TO PH-PAY-MM.
           MOVE OPEN-PAY-DATE (7:2) TO PH-PAY-DD.
           MOVE OPEN-PAY-DATE (1:4) TO PH-PAY-YYYY.
           PERFORM 8400-START-RUNLOG.
           OPEN INPUT RATE-FILE.
           PERFORM 1100-READ-RATE.
               ADD 1 TO RATE-TABLE-COUNT
               MOVE RT-EMPTYPE TO RATE-EMPTYPE (RATE-TABLE-COUNT)
               MOVE RT-RATE TO RATE-AMOUNT (RATE-TABLE-COUNT)
               MOVE 'Y' TO RATE-FROM-FILE-SW (RATE-TABLE-COUNT)
               MOVE 0 TO RATE-TYPE-COUNT (RATE-TABLE-COUNT)
               MOVE 0 TO RATE-TYPE-REG-HOURS (RATE-TABLE-COUNT)
               MOVE 0 TO RATE-TYPE-OT-HOURS (RATE-TABLE-COUNT)
                   ' ENTRIES - RATE FOR TYPE ' RT-EMPTYPE ' IGNORED'
           END-IF.
           PERFORM 1100-READ-RATE.
       1300-ACCUMULATE-PROCEDURE.
      *    Every timecard for the same EMPID folds into one weekly
      *    total, so an employee with several cards is priced - and
      *    overtime-tested - once across the whole week.  The cards
      *    arrive sorted on EMPID, so each total is complete when the
      *    EMPID changes.
           PERFORM 2460-RETURN-TCARD.
           PERFORM 1310-ACCUMULATE-CARD
               UNTIL EOF-S = 1.
           IF ACCUM-STARTED
               PERFORM 1340-WRITE-ACCUM
           END-IF.
       1300-ACCUMULATE-PROCEDURE-EXIT.
           EXIT.
       1310-ACCUMULATE-CARD.
           IF NOT ACCUM-STARTED
               PERFORM 1320-START-EMPLOYEE
           ELSE
               IF TS-EMPID NOT = AC-EMPID
                   PERFORM 1340-WRITE-ACCUM
                   PERFORM 1320-START-EMPLOYEE
               END-IF
           END-IF.
           MOVE TS-TIMECARD TO TIMECARD-DATA.
           PERFORM 1360-ADD-CARD-HOURS.
           ADD 1 TO AC-CARDS.
           PERFORM 2460-RETURN-TCARD.
       1320-START-EMPLOYEE.
      *    Within an EMPID the cards are in batch order, so the first
      *    one gives the employee's place on the register.
           MOVE 'Y' TO ACCUM-STARTED-SW.
           MOVE TS-SEQ TO AC-FIRST-SEQ.
           MOVE TS-EMPID TO AC-EMPID.
           MOVE 0 TO AC-HOURS.
           MOVE 0 TO AC-VAC-HOURS.
           MOVE 0 TO AC-SICK-HOURS.
           MOVE 0 TO AC-CARDS.
       1340-WRITE-ACCUM.
           WRITE ACCUM-REC FROM ACCUM-DATA.
           ADD 1 TO ACCUM-COUNT.
       1360-ADD-CARD-HOURS.
      *    Worked hours and each kind of leave are kept apart so the
      *    overtime test sees worked hours only.
           IF TC-VACATION
               ADD TC-HOURS TO AC-VAC-HOURS
           ELSE
               IF TC-SICK-LEAVE
                   ADD TC-HOURS TO AC-SICK-HOURS
               ELSE
                   ADD TC-HOURS TO AC-HOURS
               END-IF
           END-IF.
       1400-PRINT-HEADER.
           IF PAGE-COUNT > 0
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
       1450-PRICE-PROCEDURE.
      *    The weekly totals come back in the order each EMPID first
      *    appeared in the batch.
           PERFORM 2560-RETURN-ACCUM.
           PERFORM 1460-PRICE-LOOP
               UNTIL EOF-O = 1.
       1450-PRICE-PROCEDURE-EXIT.
           EXIT.
       1460-PRICE-LOOP.
           PERFORM 1500-PRICE-ONE-EMPLOYEE.
           PERFORM 2560-RETURN-ACCUM.
       1500-PRICE-ONE-EMPLOYEE.
           PERFORM 2100-LOOKUP-MASTER.
           MOVE 'NO RATE FOR EMPLOYEE OR TYPE' TO NOMATCH-REASON.
           IF MASTER-FOUND
               PERFORM 2200-FIND-RATE
               PERFORM 2150-FIND-EMP-RATE
               IF EMP-RATE-FOUND
                   MOVE EMP-RATE TO APPLIED-RATE
                   IF NOT RATE-FOUND
                       PERFORM 2260-FIND-TYPE-ENTRY
                   END-IF
                   IF NOT RATE-FOUND
                       PERFORM 2270-ADD-TYPE-ENTRY
                   END-IF
               END-IF
               IF RATE-FOUND
                   PERFORM 1600-PRINT-DETAIL
               ELSE
                   PERFORM 2300-WRITE-NOMATCH
               END-IF
           ELSE
           COMPUTE GROSS-PAY ROUNDED =
               (REGULAR-HOURS * APPLIED-RATE)
               + (OVERTIME-HOURS * APPLIED-RATE * 1.5).
           MOVE AC-EMPID TO L-EMPID.
           MOVE M-LNAME TO L-LNAME.
           MOVE M-FNAME TO L-FNAME.
           MOVE M-EMPTYPE TO L-EMPTYPE.
           MOVE REGULAR-HOURS TO L-REG-HOURS.
           MOVE OVERTIME-HOURS TO L-OT-HOURS.
           MOVE LEAVE-HOURS TO L-PTO-HOURS.
           MOVE APPLIED-RATE TO L-RATE.
           MOVE GROSS-PAY TO L-GROSS.
           WRITE REPORT-REC FROM PRNT-DATA1
      *    Only FT and PT employees earn the overtime premium; any
      *    other type is paid straight time for every hour.
           IF (M-EMPTYPE = 'FT' OR M-EMPTYPE = 'PT')
               AND AC-HOURS > OT-THRESHOLD
               MOVE OT-THRESHOLD TO REGULAR-HOURS
               COMPUTE OVERTIME-HOURS =
                   AC-HOURS - OT-THRESHOLD
           ELSE
               MOVE AC-HOURS TO REGULAR-HOURS
               MOVE 0 TO OVERTIME-HOURS
           END-IF.
      *    Paid time off is paid at the regular rate and never counts
      *    toward the overtime threshold.
           COMPUTE LEAVE-HOURS =
               AC-VAC-HOURS + AC-SICK-HOURS.
           ADD LEAVE-HOURS TO REGULAR-HOURS.
       1660-WRITE-PAYDATA.
           MOVE AC-EMPID TO PD-EMPID.
           MOVE M-LNAME TO PD-LNAME.
           MOVE M-FNAME TO PD-FNAME.
           MOVE M-EMPTYPE TO PD-EMPTYPE.
           MOVE OVERTIME-HOURS TO PD-OT-HOURS.
           MOVE APPLIED-RATE TO PD-RATE.
           MOVE GROSS-PAY TO PD-GROSS.
           MOVE 'R' TO PD-PAY-KIND.
           MOVE OPEN-PAY-DATE TO PD-FOR-DATE.
           MOVE AC-VAC-HOURS TO PD-VAC-HOURS.
           MOVE AC-SICK-HOURS TO PD-SICK-HOURS.
           MOVE OPEN-PERIOD-ID TO PD-PERIOD-ID.
           WRITE PAYDATA-REC FROM PAYDATA-DATA.
       1700-PRINT-TOTALS.
           IF REGISTER-COUNT > 0
           END-IF.
       2100-LOOKUP-MASTER.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE AC-EMPID TO M-EMPID.
           READ EMPMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.
       2150-FIND-EMP-RATE.
      *    The rate history is keyed EMPID + effective date, so reading
      *    forward from the employee's first entry and stopping at the
      *    first one dated after the pay date leaves the rate in effect
      *    for that pay.
           MOVE 'N' TO EMP-RATE-FOUND-SW.
           MOVE 'N' TO RATE-SCAN-SW.
           MOVE AC-EMPID TO ER-EMPID.
           MOVE LOW-VALUES TO ER-EFF-DATE.
           START EMPRATE-FILE KEY IS NOT LESS THAN ER-KEY
               INVALID KEY
                   MOVE 'Y' TO RATE-SCAN-SW
           END-START.
           PERFORM 2160-READ-NEXT-RATE
               UNTIL RATE-SCAN-DONE.
       2160-READ-NEXT-RATE.
           READ EMPRATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RATE-SCAN-SW
               NOT AT END
                   IF ER-EMPID NOT = AC-EMPID
                       OR ER-EFF-DATE > RATE-AS-OF-DATE
                       MOVE 'Y' TO RATE-SCAN-SW
                   ELSE
                       MOVE 'Y' TO EMP-RATE-FOUND-SW
                       MOVE ER-RATE TO EMP-RATE
                   END-IF
           END-READ.
       2200-FIND-RATE.
           MOVE 'N' TO RATE-FOUND-SW.
           PERFORM 2250-SEARCH-RATE-ENTRY
               SUBTRACT 1 FROM RATE-IDX
           END-IF.
       2250-SEARCH-RATE-ENTRY.
      *    Only a rate read from COB1-RATES prices a type.  An entry
      *    added by 2270 carries no rate and is there for the type
      *    totals alone.
           IF RATE-EMPTYPE (RATE-IDX) = M-EMPTYPE
               AND RATE-FROM-FILE (RATE-IDX)
               MOVE 'Y' TO RATE-FOUND-SW
               MOVE RATE-AMOUNT (RATE-IDX) TO APPLIED-RATE
           END-IF.
       2260-FIND-TYPE-ENTRY.
           PERFORM 2265-SEARCH-TYPE-ENTRY
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-TABLE-COUNT
                   OR RATE-FOUND.
           IF RATE-FOUND
               SUBTRACT 1 FROM RATE-IDX
           END-IF.
       2265-SEARCH-TYPE-ENTRY.
           IF RATE-EMPTYPE (RATE-IDX) = M-EMPTYPE
               MOVE 'Y' TO RATE-FOUND-SW
           END-IF.
       2270-ADD-TYPE-ENTRY.
      *    An employee priced from the rate history whose type has no
      *    rate on COB1-RATES still needs a line in the type totals.
           IF RATE-TABLE-COUNT < RATE-TABLE-MAX
               ADD 1 TO RATE-TABLE-COUNT
               MOVE RATE-TABLE-COUNT TO RATE-IDX
               MOVE M-EMPTYPE TO RATE-EMPTYPE (RATE-IDX)
               MOVE 0 TO RATE-AMOUNT (RATE-IDX)
               MOVE 'N' TO RATE-FROM-FILE-SW (RATE-IDX)
               MOVE 0 TO RATE-TYPE-COUNT (RATE-IDX)
               MOVE 0 TO RATE-TYPE-REG-HOURS (RATE-IDX)
               MOVE 0 TO RATE-TYPE-OT-HOURS (RATE-IDX)
               MOVE 0 TO RATE-TYPE-GROSS (RATE-IDX)
               MOVE 'Y' TO RATE-FOUND-SW
           ELSE
               DISPLAY 'WARNING: RATE TABLE FULL AT ' RATE-TABLE-MAX
                   ' ENTRIES - TYPE ' M-EMPTYPE ' FOR EMPID '
                   AC-EMPID ' IGNORED'
               MOVE 'RATE TABLE FULL FOR TYPE' TO NOMATCH-REASON
               MOVE 4 TO RETURN-CODE
           END-IF.
       2300-WRITE-NOMATCH.
           ADD 1 TO NOMATCH-COUNT.
           MOVE AC-EMPID TO NM-EMPID.
           COMPUTE NM-HOURS = AC-HOURS
               + AC-VAC-HOURS + AC-SICK-HOURS.
           MOVE NOMATCH-REASON TO NM-REASON.
           WRITE NOMATCH-REC FROM PRNT-NOMATCH1.
       2400-TCARD-INPUT-PROCEDURE.
           OPEN INPUT TIMECARD-FILE.
           PERFORM 2000-READ-TIMECARD.
           PERFORM 2450-RELEASE-TIMECARD
               UNTIL EOF-T = 1.
           CLOSE TIMECARD-FILE.
       2400-TCARD-INPUT-PROCEDURE-EXIT.
           EXIT.
       2450-RELEASE-TIMECARD.
           MOVE TC-EMPID TO TS-EMPID.
           MOVE TIMECARD-COUNT TO TS-SEQ.
           MOVE TIMECARD-DATA TO TS-TIMECARD.
           RELEASE TCARD-SORT-REC.
           PERFORM 2000-READ-TIMECARD.
       2460-RETURN-TCARD.
           RETURN TCARD-SORT-FILE
               AT END MOVE 1 TO EOF-S.
       2500-ACCUM-INPUT-PROCEDURE.
           OPEN INPUT ACCUM-FILE.
           PERFORM 2510-READ-ACCUM.
           PERFORM 2550-RELEASE-ACCUM
               UNTIL EOF-A = 1.
           CLOSE ACCUM-FILE.
       2500-ACCUM-INPUT-PROCEDURE-EXIT.
           EXIT.
       2510-READ-ACCUM.
           READ ACCUM-FILE
               AT END MOVE 1 TO EOF-A.
       2550-RELEASE-ACCUM.
           RELEASE ACCUM-SORT-REC FROM ACCUM-REC.
           PERFORM 2510-READ-ACCUM.
       2560-RETURN-ACCUM.
           RETURN ACCUM-SORT-FILE INTO ACCUM-DATA
               AT END MOVE 1 TO EOF-O.
       8400-START-RUNLOG.
           MOVE 'PROJECT5' TO RL-PROGRAM.
           ACCEPT RL-DATE-WORK FROM DATE YYYYMMDD.
                   MOVE 'Y' TO GATE-SW
               END-IF
           END-IF.
           PERFORM 9100-FIND-OPEN-PERIOD.
       9010-READ-RUNLOG.
           READ RUNLOG-FILE INTO RUNLOG-DATA
               AT END MOVE 1 TO EOF-L.
               MOVE RL-STATUS TO GATE-STATUS
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
       END PROGRAM project5.
