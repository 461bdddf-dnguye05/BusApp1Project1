      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project37 - volume test bed builder.  Writes a full set
      *         of inputs at ten times today's volumes for the runs
      *         whose in-storage tables were replaced by sorts -
      *         PROJECT1, PROJECT4, PROJECT5, PROJECT16 and PROJECT19 -
      *         plus what those runs need around them, and prints the
      *         figures each run must report (COB1-VOLRPT) so every
      *         result can be checked against a number worked out
      *         independently of the program under test.  The default
      *         is 50,000 employees; a different count can be given
      *         on the optional COB1-VOLCTL record (7 digits).  For N
      *         employees it writes:
      *           COB1-EMPLOYEE  N roster records (every 100th repeats
      *                          the SSN before it), 10 departments by
      *                          10 locations so the roster stays in
      *                          PROJECT1's reference tables
      *           COB1-DEPTREF   the 10 departments and 10 locations
      *           COB1-LOADCTL   F - PROJECT2 builds the master fresh
      *           COB1-CALTRANS  one open pay period, today to today
      *           COB1-RATES     FT and PT base rates
      *           COB1-TIMECARD  1 to 3 cards for every employee
      *           COB1-VOLPAY    N pay records spread over 50
      *                          departments by 50 locations (2,500
      *                          combinations), $1,000.00 each
      *           COB1-GLMAP     accounts for the 50 departments
      *           COB1-TRPEND    N/2 queued changes, alternately due
      *                          now and dated January 1 next year
      *           COB1-EMPTRANS  N/10 changes effective now
      *           COB1-AUDIT     two APPLIED changes today for each
      *                          of the first N/2 employees
      *           COB1-RCVCTL    point-in-time recovery to midnight
      *           COB1-RUNLOG    clean PROJECT20 and PROJECT13 entries
      *                          for today, the two gates in the chain
      *                          that are not part of the test
      *         The builder refuses to run where COB1-RUNLOG already
      *         has records, so it cannot be pointed at production
      *         files by mistake.
      *
      *         Run and compare - in an empty directory, time each
      *         step and check its DISPLAY counts against COB1-VOLRPT:
      *           1. PROJECT37   build the test bed
      *           2. PROJECT1    roster, duplicate check
      *           3. PROJECT2    master load from the same roster
      *           4. PROJECT31   puts the period on COB1-PAYCAL
      *           5. PROJECT5    gross pay from the timecards
      *           6. copy COB1-VOLPAY over COB1-PAYDATA, then
      *              PROJECT19   labor distribution; the proof must
      *                          read ENTRIES TIE TO THE REGISTER
      *           7. PROJECT4    pending queue sweep and new changes
      *           8. PROJECT16   point-in-time recovery from the
      *                          journal PROJECT4 has just added to
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project37.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VOLCTL-FILE ASSIGN TO 'COB1-VOLCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'COB1-EMPLOYEE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPTREF-FILE ASSIGN TO 'COB1-DEPTREF'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOADCTL-FILE ASSIGN TO 'COB1-LOADCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALTRANS-FILE ASSIGN TO 'COB1-CALTRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO 'COB1-RATES'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMECARD-FILE ASSIGN TO 'COB1-TIMECARD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOLPAY-FILE ASSIGN TO 'COB1-VOLPAY'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-FILE ASSIGN TO 'COB1-GLMAP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-FILE ASSIGN TO 'COB1-TRPEND'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-FILE ASSIGN TO 'COB1-EMPTRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO 'COB1-AUDIT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCVCTL-FILE ASSIGN TO 'COB1-RCVCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'COB1-VOLRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VOLCTL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  VOLCTL-REC PIC X(7).
       FD  EMPLOYEE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-REC PIC X(97).
       FD  DEPTREF-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  DEPTREF-REC PIC X(25).
       FD  LOADCTL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  LOADCTL-REC PIC X(1).
       FD  CALTRANS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CALTRANS-REC PIC X(31).
       FD  RATE-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RATE-REC PIC X(7).
       FD  TIMECARD-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TIMECARD-REC PIC X(13).
       FD  VOLPAY-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  VOLPAY-REC PIC X(100).
       FD  GLMAP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLMAP-REC PIC X(13).
       FD  PENDING-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PENDING-REC PIC X(106).
       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TRANS-REC PIC X(106).
       FD  AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC PIC X(105).
       FD  RCVCTL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RCVCTL-REC PIC X(15).
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       WORKING-STORAGE SECTION.
       COPY EMPREC.
       COPY PAYDTA.
       COPY RUNLOG.
       01  MISC.
           03 EOF-L PIC 9 VALUE 0.
           03 RUNLOG-COUNT PIC 9(7) VALUE 0.
       01  VOLUME-AREAS.
           03 VOLCTL-DATA.
               05 VC-EMPLOYEES PIC 9(7).
           03 EMPLOYEE-TARGET PIC 9(7) VALUE 50000.
           03 PENDING-TARGET PIC 9(7) VALUE 0.
           03 TRANS-TARGET PIC 9(7) VALUE 0.
           03 AUDIT-TARGET PIC 9(7) VALUE 0.
           03 EMP-NUMBER PIC 9(7) VALUE 0.
           03 CARD-IDX PIC 9(1) VALUE 0.
           03 CARDS-FOR-EMP PIC 9(1) VALUE 0.
           03 REF-NUMBER PIC 9(3) VALUE 0.
           03 WORK-QUOTIENT PIC 9(7) VALUE 0.
           03 WORK-REMAINDER PIC 9(7) VALUE 0.
           03 DEPT-NUMBER PIC 9(3) VALUE 0.
           03 LOC-NUMBER PIC 9(3) VALUE 0.
           03 NEXT-YEAR PIC 9(4) VALUE 0.
       01  EXPECTED-TOTALS.
           03 CARD-COUNT PIC 9(7) VALUE 0.
           03 DUP-SSN-COUNT PIC 9(7) VALUE 0.
           03 PENDING-DUE-COUNT PIC 9(7) VALUE 0.
           03 PENDING-HELD-COUNT PIC 9(7) VALUE 0.
           03 VOLPAY-COMBOS PIC 9(7) VALUE 0.
           03 VOLPAY-GROSS PIC 9(11)V99 VALUE 0.
           03 AUDIT-HEADER-COUNT PIC 9(7) VALUE 0.
           03 RECOVERY-HEADERS PIC 9(7) VALUE 0.
           03 EXPECT-VALUE PIC 9(9) VALUE 0.
       01  BUILD-FIELDS.
           03 BLD-EMPID.
               05 FILLER PIC X(1) VALUE 'V'.
               05 BLD-EMPID-NO PIC 9(6).
           03 BLD-SSN PIC 9(9).
           03 BLD-CODE.
               05 BLD-CODE-TYPE PIC X(1).
               05 BLD-CODE-NO PIC 9(3).
           03 BLD-DEPT PIC X(4).
           03 BLD-LOC PIC X(4).
           03 BLD-PERIOD-ID.
               05 BLD-PERIOD-YYYY PIC 9(4).
               05 FILLER PIC X(2) VALUE '01'.
       01  DEPTREF-DATA.
           03 REF-TYPE PIC X(1).
           03 REF-CODE PIC X(4).
           03 REF-NAME PIC X(20).
       01  CALTRANS-DATA.
           03 CT-ACTION PIC X(1) VALUE 'A'.
           03 CT-PERIOD-ID PIC X(6).
           03 CT-START-DATE PIC X(8).
           03 CT-END-DATE PIC X(8).
           03 CT-PAY-DATE PIC X(8).
       01  RATE-DATA.
           03 RT-EMPTYPE PIC X(2).
           03 RT-RATE PIC 9(3)V99.
       01  TIMECARD-DATA.
           03 TC-EMPID PIC X(7).
           03 TC-HOURS PIC 9(3)V99.
           03 TC-PAY-CODE PIC X(1).
       01  GLMAP-DATA.
           03 GM-TYPE PIC X(1).
           03 GM-DEPT PIC X(4).
           03 GM-ACCOUNT.
               05 GM-ACCOUNT-PREFIX PIC X(4).
               05 GM-ACCOUNT-NO PIC 9(3).
               05 FILLER PIC X(1).
       01  TRANS-DATA.
           03 TR-ACTION PIC X(1).
           03 TR-IMAGE PIC X(97).
           03 TR-EFFDATE PIC X(8).
       01  AUDIT-HEADER-DATA.
           03 AH-RUN-DATE PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AH-ACTION PIC X(1) VALUE 'C'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 AH-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AH-DISP PIC X(10) VALUE 'APPLIED'.
           03 FILLER PIC X(2) VALUE SPACES.
           03 AH-REASON PIC X(30) VALUE SPACES.
           03 AH-RUN-TIME PIC X(6).
       01  AUDIT-IMAGE-DATA.
           03 AI-TAG PIC X(8).
           03 AI-IMAGE PIC X(97).
       01  RCVCTL-DATA.
           03 RV-MODE PIC X(1) VALUE 'P'.
           03 RV-CUTOFF-DATE PIC X(8).
           03 RV-CUTOFF-TIME PIC X(6) VALUE '000000'.
       01  RUN-DATE-FIELDS.
           03 RUN-DATE-YYYYMMDD PIC 9(8).
           03 RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD PIC X(8).
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
           03 RUN-DATE-MDY.
               05 RUN-MDY-MM PIC 99.
               05 RUN-MDY-DD PIC 99.
               05 RUN-MDY-YYYY PIC 9999.
           03 FUTURE-DATE-MDY.
               05 FILLER PIC X(4) VALUE '0101'.
               05 FUTURE-YYYY PIC 9999.
       01  PAGE-HEADER1.
           03 FILLER PIC X(10) VALUE 'RUN DATE:'.
           03 PH-RUN-DATE PIC X(10).
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'VOLUME TEST BED - EXPECTED FIGURES'.
           03 FILLER PIC X(23) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  PRNT-HEADING1.
           03 FILLER PIC X(12) VALUE 'RUN'.
           03 FILLER PIC X(44) VALUE 'MUST REPORT'.
           03 FILLER PIC X(15) VALUE '       EXPECTED'.
       01  PRNT-EXPECT1.
           03 EX-PROGRAM PIC X(12).
           03 EX-LABEL PIC X(44).
           03 EX-VALUE PIC ZZZ,ZZZ,ZZ9.
       01  PRNT-EXPECT2.
           03 EX2-PROGRAM PIC X(12).
           03 EX2-LABEL PIC X(44).
           03 EX2-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 9000-CHECK-PRIOR-RUN.
           IF RUNLOG-COUNT > 0
               DISPLAY 'RUN STOPPED: COB1-RUNLOG ALREADY HAS '
                   RUNLOG-COUNT ' RECORDS - BUILD THE TEST BED IN AN '
                   'EMPTY DIRECTORY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE.
           PERFORM 8000-SEED-RUNLOG.
           PERFORM 8400-START-RUNLOG.
           PERFORM 2000-BUILD-ROSTER.
           PERFORM 3000-BUILD-PAY-INPUTS.
           PERFORM 4000-BUILD-LABOR-INPUTS.
           PERFORM 5000-BUILD-MAINTENANCE-INPUTS.
           PERFORM 6000-BUILD-RECOVERY-INPUTS.
           PERFORM 7000-PRINT-EXPECTED.
           DISPLAY 'EMPLOYEES BUILT: ' EMPLOYEE-TARGET.
           DISPLAY 'TIMECARDS BUILT: ' CARD-COUNT.
           DISPLAY 'QUEUED CHANGES BUILT: ' PENDING-TARGET.
           DISPLAY 'JOURNAL HEADERS BUILT: ' AUDIT-HEADER-COUNT.
           DISPLAY 'EXPECTED FIGURES ARE ON COB1-VOLRPT'.
           MOVE EMPLOYEE-TARGET TO RL-READ-COUNT.
           COMPUTE RL-WRITE-COUNT = EMPLOYEE-TARGET + CARD-COUNT
               + PENDING-TARGET + TRANS-TARGET + AUDIT-HEADER-COUNT.
           MOVE 0 TO RL-REJECT-COUNT.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           MOVE RUN-MM TO RUN-MDY-MM.
           MOVE RUN-DD TO RUN-MDY-DD.
           MOVE RUN-YYYY TO RUN-MDY-YYYY.
           COMPUTE NEXT-YEAR = RUN-YYYY + 1.
           MOVE NEXT-YEAR TO FUTURE-YYYY.
           MOVE RUN-YYYY TO BLD-PERIOD-YYYY.
           OPEN INPUT VOLCTL-FILE.
           READ VOLCTL-FILE INTO VOLCTL-DATA
               AT END MOVE 0 TO VC-EMPLOYEES.
           CLOSE VOLCTL-FILE.
           IF VC-EMPLOYEES IS NUMERIC AND VC-EMPLOYEES > 0
               MOVE VC-EMPLOYEES TO EMPLOYEE-TARGET
           END-IF.
           DIVIDE EMPLOYEE-TARGET BY 2 GIVING PENDING-TARGET.
           DIVIDE EMPLOYEE-TARGET BY 10 GIVING TRANS-TARGET.
           MOVE PENDING-TARGET TO AUDIT-TARGET.
           DISPLAY 'BUILDING A TEST BED FOR ' EMPLOYEE-TARGET
               ' EMPLOYEES'.
      ******************************************************************
      *    Roster, reference table and master load control.  Employee
      *    N is EMPID V + N; every 100th repeats the SSN of the one
      *    before it, so PROJECT1 has duplicates to find.
      ******************************************************************
       2000-BUILD-ROSTER.
           OPEN OUTPUT EMPLOYEE-FILE.
           PERFORM 2100-WRITE-EMPLOYEE
               VARYING EMP-NUMBER FROM 1 BY 1
               UNTIL EMP-NUMBER > EMPLOYEE-TARGET.
           CLOSE EMPLOYEE-FILE.
           OPEN OUTPUT DEPTREF-FILE.
           PERFORM 2300-WRITE-DEPTREF
               VARYING REF-NUMBER FROM 1 BY 1
               UNTIL REF-NUMBER > 10.
           CLOSE DEPTREF-FILE.
           OPEN OUTPUT LOADCTL-FILE.
           MOVE 'F' TO LOADCTL-REC.
           WRITE LOADCTL-REC.
           CLOSE LOADCTL-FILE.
       2100-WRITE-EMPLOYEE.
           PERFORM 2200-BUILD-EMPLOYEE.
           WRITE EMPLOYEE-REC FROM INPUT-DATA.
       2200-BUILD-EMPLOYEE.
           MOVE EMP-NUMBER TO BLD-EMPID-NO.
           MOVE BLD-EMPID TO I-EMPID.
           MOVE 'VOLUME' TO I-LNAME.
           MOVE BLD-EMPID TO I-FNAME.
           DIVIDE EMP-NUMBER BY 2 GIVING WORK-QUOTIENT
               REMAINDER WORK-REMAINDER.
           IF WORK-REMAINDER = 0
               MOVE 'FT' TO I-EMPTYPE
           ELSE
               MOVE 'PT' TO I-EMPTYPE
           END-IF.
           MOVE 'CLERK' TO I-TITLE.
           COMPUTE BLD-SSN = 100000000 + EMP-NUMBER.
           DIVIDE EMP-NUMBER BY 100 GIVING WORK-QUOTIENT
               REMAINDER WORK-REMAINDER.
           IF WORK-REMAINDER = 0
               SUBTRACT 1 FROM BLD-SSN
           END-IF.
           MOVE BLD-SSN TO I-SSN.
           MOVE SPACES TO I-EMPTYSPACES.
           COMPUTE WORK-QUOTIENT = EMP-NUMBER - 1.
           DIVIDE WORK-QUOTIENT BY 10 GIVING WORK-QUOTIENT
               REMAINDER DEPT-NUMBER.
           DIVIDE WORK-QUOTIENT BY 10 GIVING WORK-QUOTIENT
               REMAINDER LOC-NUMBER.
           MOVE 'D' TO BLD-CODE-TYPE.
           COMPUTE BLD-CODE-NO = DEPT-NUMBER + 1.
           MOVE BLD-CODE TO I-DEPT.
           MOVE 'L' TO BLD-CODE-TYPE.
           COMPUTE BLD-CODE-NO = LOC-NUMBER + 1.
           MOVE BLD-CODE TO I-LOC.
           MOVE '01152020' TO I-DATE.
       2300-WRITE-DEPTREF.
           MOVE 'D' TO REF-TYPE.
           MOVE 'D' TO BLD-CODE-TYPE.
           MOVE REF-NUMBER TO BLD-CODE-NO.
           MOVE BLD-CODE TO REF-CODE.
           MOVE 'VOLUME TEST DEPT' TO REF-NAME.
           WRITE DEPTREF-REC FROM DEPTREF-DATA.
           MOVE 'L' TO REF-TYPE.
           MOVE 'L' TO BLD-CODE-TYPE.
           MOVE BLD-CODE TO REF-CODE.
           MOVE 'VOLUME TEST LOCATION' TO REF-NAME.
           WRITE DEPTREF-REC FROM DEPTREF-DATA.
      ******************************************************************
      *    Gross pay inputs: the open period, the base rates and one
      *    to three cards of 13.50 hours per employee.
      ******************************************************************
       3000-BUILD-PAY-INPUTS.
           OPEN OUTPUT CALTRANS-FILE.
           MOVE BLD-PERIOD-ID TO CT-PERIOD-ID.
           MOVE RUN-DATE-X TO CT-START-DATE.
           MOVE RUN-DATE-X TO CT-END-DATE.
           MOVE RUN-DATE-X TO CT-PAY-DATE.
           WRITE CALTRANS-REC FROM CALTRANS-DATA.
           CLOSE CALTRANS-FILE.
           OPEN OUTPUT RATE-FILE.
           MOVE 'FT' TO RT-EMPTYPE.
           MOVE 25.00 TO RT-RATE.
           WRITE RATE-REC FROM RATE-DATA.
           MOVE 'PT' TO RT-EMPTYPE.
           MOVE 18.00 TO RT-RATE.
           WRITE RATE-REC FROM RATE-DATA.
           CLOSE RATE-FILE.
           OPEN OUTPUT TIMECARD-FILE.
           PERFORM 3100-WRITE-EMP-CARDS
               VARYING EMP-NUMBER FROM 1 BY 1
               UNTIL EMP-NUMBER > EMPLOYEE-TARGET.
           CLOSE TIMECARD-FILE.
       3100-WRITE-EMP-CARDS.
           MOVE EMP-NUMBER TO BLD-EMPID-NO.
           MOVE BLD-EMPID TO TC-EMPID.
           MOVE 13.50 TO TC-HOURS.
           MOVE SPACES TO TC-PAY-CODE.
           DIVIDE EMP-NUMBER BY 3 GIVING WORK-QUOTIENT
               REMAINDER WORK-REMAINDER.
           COMPUTE CARDS-FOR-EMP = WORK-REMAINDER + 1.
           PERFORM 3200-WRITE-ONE-CARD
               VARYING CARD-IDX FROM 1 BY 1
               UNTIL CARD-IDX > CARDS-FOR-EMP.
       3200-WRITE-ONE-CARD.
           WRITE TIMECARD-REC FROM TIMECARD-DATA.
           ADD 1 TO CARD-COUNT.
      ******************************************************************
      *    Labor distribution inputs.  The pay records spread over 50
      *    departments by 50 locations, far past what the roster's
      *    reference table allows, so they go on their own file that
      *    is copied over COB1-PAYDATA after the gross-pay step.
      ******************************************************************
       4000-BUILD-LABOR-INPUTS.
           OPEN OUTPUT VOLPAY-FILE.
           PERFORM 4100-WRITE-VOLPAY
               VARYING EMP-NUMBER FROM 1 BY 1
               UNTIL EMP-NUMBER > EMPLOYEE-TARGET.
           CLOSE VOLPAY-FILE.
           IF EMPLOYEE-TARGET < 2500
               MOVE EMPLOYEE-TARGET TO VOLPAY-COMBOS
           ELSE
               MOVE 2500 TO VOLPAY-COMBOS
           END-IF.
           OPEN OUTPUT GLMAP-FILE.
           PERFORM 4200-WRITE-GLMAP
               VARYING REF-NUMBER FROM 1 BY 1
               UNTIL REF-NUMBER > 50.
           MOVE SPACES TO GLMAP-DATA.
           MOVE 'C' TO GM-TYPE.
           MOVE 'ACCRPAY' TO GM-ACCOUNT.
           WRITE GLMAP-REC FROM GLMAP-DATA.
           MOVE 'S' TO GM-TYPE.
           MOVE 'SUSPENSE' TO GM-ACCOUNT.
           WRITE GLMAP-REC FROM GLMAP-DATA.
           CLOSE GLMAP-FILE.
       4100-WRITE-VOLPAY.
           MOVE EMP-NUMBER TO BLD-EMPID-NO.
           MOVE BLD-EMPID TO PD-EMPID.
           MOVE 'VOLUME' TO PD-LNAME.
           MOVE BLD-EMPID TO PD-FNAME.
           MOVE 'FT' TO PD-EMPTYPE.
           COMPUTE WORK-QUOTIENT = EMP-NUMBER - 1.
           DIVIDE WORK-QUOTIENT BY 50 GIVING WORK-QUOTIENT
               REMAINDER DEPT-NUMBER.
           DIVIDE WORK-QUOTIENT BY 50 GIVING WORK-QUOTIENT
               REMAINDER LOC-NUMBER.
           MOVE 'D' TO BLD-CODE-TYPE.
           COMPUTE BLD-CODE-NO = DEPT-NUMBER + 1.
           MOVE BLD-CODE TO PD-DEPT.
           MOVE 'L' TO BLD-CODE-TYPE.
           COMPUTE BLD-CODE-NO = LOC-NUMBER + 1.
           MOVE BLD-CODE TO PD-LOC.
           MOVE 40.00 TO PD-REG-HOURS.
           MOVE 0 TO PD-OT-HOURS.
           MOVE 25.00 TO PD-RATE.
           MOVE 1000.00 TO PD-GROSS.
           MOVE 'R' TO PD-PAY-KIND.
           MOVE SPACES TO PD-FOR-DATE.
           MOVE 0 TO PD-VAC-HOURS.
           MOVE 0 TO PD-SICK-HOURS.
           MOVE BLD-PERIOD-ID TO PD-PERIOD-ID.
           WRITE VOLPAY-REC FROM PAYDATA-DATA.
           ADD PD-GROSS TO VOLPAY-GROSS.
       4200-WRITE-GLMAP.
           MOVE 'D' TO GM-TYPE.
           MOVE 'D' TO BLD-CODE-TYPE.
           MOVE REF-NUMBER TO BLD-CODE-NO.
           MOVE BLD-CODE TO GM-DEPT.
           MOVE '6100' TO GM-ACCOUNT-PREFIX.
           MOVE REF-NUMBER TO GM-ACCOUNT-NO.
           MOVE SPACES TO GM-ACCOUNT (8:1).
           WRITE GLMAP-REC FROM GLMAP-DATA.
      ******************************************************************
      *    Maintenance inputs.  Queued change N is for employee N;
      *    odd ones carry no effective date and come due tonight,
      *    even ones wait for January 1 next year.  Tonight's
      *    changes go to the first N/10 employees.
      ******************************************************************
       5000-BUILD-MAINTENANCE-INPUTS.
           OPEN OUTPUT PENDING-FILE.
           PERFORM 5100-WRITE-PENDING
               VARYING EMP-NUMBER FROM 1 BY 1
               UNTIL EMP-NUMBER > PENDING-TARGET.
           CLOSE PENDING-FILE.
           OPEN OUTPUT TRANS-FILE.
           PERFORM 5200-WRITE-TRANS
               VARYING EMP-NUMBER FROM 1 BY 1
               UNTIL EMP-NUMBER > TRANS-TARGET.
           CLOSE TRANS-FILE.
       5100-WRITE-PENDING.
           PERFORM 2200-BUILD-EMPLOYEE.
           MOVE 'SUPERVISOR' TO I-TITLE.
           MOVE 'C' TO TR-ACTION.
           MOVE INPUT-DATA TO TR-IMAGE.
           DIVIDE EMP-NUMBER BY 2 GIVING WORK-QUOTIENT
               REMAINDER WORK-REMAINDER.
           IF WORK-REMAINDER = 0
               MOVE FUTURE-DATE-MDY TO TR-EFFDATE
               ADD 1 TO PENDING-HELD-COUNT
           ELSE
               MOVE SPACES TO TR-EFFDATE
               ADD 1 TO PENDING-DUE-COUNT
           END-IF.
           WRITE PENDING-REC FROM TRANS-DATA.
       5200-WRITE-TRANS.
           PERFORM 2200-BUILD-EMPLOYEE.
           MOVE 'LEAD CLERK' TO I-TITLE.
           MOVE 'C' TO TR-ACTION.
           MOVE INPUT-DATA TO TR-IMAGE.
           MOVE SPACES TO TR-EFFDATE.
           WRITE TRANS-REC FROM TRANS-DATA.
      ******************************************************************
      *    Recovery inputs: two applied changes today for each of the
      *    first N/2 employees, the first carrying the roster image as
      *    its before image, and a point-in-time cutoff of midnight so
      *    every one of them, and everything PROJECT4 journals, is
      *    past it.
      ******************************************************************
       6000-BUILD-RECOVERY-INPUTS.
           MOVE RUN-DATE-DISP TO AH-RUN-DATE.
           OPEN OUTPUT AUDIT-FILE.
           PERFORM 6100-WRITE-AUDIT-PAIR
               VARYING EMP-NUMBER FROM 1 BY 1
               UNTIL EMP-NUMBER > AUDIT-TARGET.
           CLOSE AUDIT-FILE.
           OPEN OUTPUT RCVCTL-FILE.
           MOVE RUN-DATE-MDY TO RV-CUTOFF-DATE.
           WRITE RCVCTL-REC FROM RCVCTL-DATA.
           CLOSE RCVCTL-FILE.
       6100-WRITE-AUDIT-PAIR.
           PERFORM 2200-BUILD-EMPLOYEE.
           MOVE I-EMPID TO AH-EMPID.
           MOVE '000100' TO AH-RUN-TIME.
           WRITE AUDIT-REC FROM AUDIT-HEADER-DATA.
           MOVE 'BEFORE: ' TO AI-TAG.
           MOVE INPUT-DATA TO AI-IMAGE.
           WRITE AUDIT-REC FROM AUDIT-IMAGE-DATA.
           MOVE 'ANALYST' TO I-TITLE.
           MOVE 'AFTER:  ' TO AI-TAG.
           MOVE INPUT-DATA TO AI-IMAGE.
           WRITE AUDIT-REC FROM AUDIT-IMAGE-DATA.
           MOVE '000200' TO AH-RUN-TIME.
           WRITE AUDIT-REC FROM AUDIT-HEADER-DATA.
           MOVE 'BEFORE: ' TO AI-TAG.
           WRITE AUDIT-REC FROM AUDIT-IMAGE-DATA.
           MOVE 'SENIOR ANALYST' TO I-TITLE.
           MOVE 'AFTER:  ' TO AI-TAG.
           MOVE INPUT-DATA TO AI-IMAGE.
           WRITE AUDIT-REC FROM AUDIT-IMAGE-DATA.
           ADD 2 TO AUDIT-HEADER-COUNT.
      ******************************************************************
      *    The figures each run must report, worked out from what was
      *    built rather than from anything the runs themselves write.
      ******************************************************************
       7000-PRINT-EXPECTED.
           DIVIDE EMPLOYEE-TARGET BY 100 GIVING DUP-SSN-COUNT.
           COMPUTE RECOVERY-HEADERS = AUDIT-HEADER-COUNT
               + PENDING-DUE-COUNT + TRANS-TARGET.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE-DISP TO PH-RUN-DATE.
           MOVE 1 TO PH-PAGE-NO.
           WRITE REPORT-REC FROM PAGE-HEADER1
               AFTER ADVANCING PAGE.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-HEADING1
               AFTER ADVANCING 1 LINE.
           MOVE 'PROJECT1' TO EX-PROGRAM.
           MOVE 'RECORDS REJECTED' TO EX-LABEL.
           MOVE 0 TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'DUPLICATE SSN/EMPID RECORDS FOUND' TO EX-LABEL.
           MOVE DUP-SSN-COUNT TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'PROJECT2' TO EX-PROGRAM.
           MOVE 'EMPLOYEE MASTER RECORDS LOADED' TO EX-LABEL.
           MOVE EMPLOYEE-TARGET TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'PROJECT5' TO EX-PROGRAM.
           MOVE 'TIMECARDS READ' TO EX-LABEL.
           MOVE CARD-COUNT TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'EMPLOYEES ACCUMULATED' TO EX-LABEL.
           MOVE EMPLOYEE-TARGET TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'REGISTER LINES WRITTEN' TO EX-LABEL.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'UNMATCHED EMPLOYEES' TO EX-LABEL.
           MOVE 0 TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'PROJECT19' TO EX-PROGRAM.
           MOVE 'PAY RECORDS READ' TO EX-LABEL.
           MOVE EMPLOYEE-TARGET TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'JOURNAL ENTRIES WRITTEN' TO EX-LABEL.
           COMPUTE EXPECT-VALUE = VOLPAY-COMBOS + 1.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'UNMAPPED DEPARTMENTS POSTED TO SUSPENSE' TO EX-LABEL.
           MOVE 0 TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'PROJECT19' TO EX2-PROGRAM.
           MOVE 'TOTAL DEBITS (COB1-GLPROOF)' TO EX2-LABEL.
           MOVE VOLPAY-GROSS TO EX2-AMOUNT.
           WRITE REPORT-REC FROM PRNT-EXPECT2
               AFTER ADVANCING 1 LINE.
           MOVE 'PROJECT4' TO EX-PROGRAM.
           MOVE 'MAINTENANCE TRANSACTIONS READ' TO EX-LABEL.
           COMPUTE EXPECT-VALUE = PENDING-TARGET + TRANS-TARGET.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'TRANSACTIONS APPLIED' TO EX-LABEL.
           COMPUTE EXPECT-VALUE = PENDING-DUE-COUNT + TRANS-TARGET.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'TRANSACTIONS REJECTED' TO EX-LABEL.
           MOVE 0 TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'PENDING TRANSACTIONS RELEASED' TO EX-LABEL.
           MOVE PENDING-DUE-COUNT TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'TRANSACTIONS STILL HELD ON QUEUE' TO EX-LABEL.
           MOVE PENDING-HELD-COUNT TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'PROJECT16' TO EX-PROGRAM.
           MOVE 'JOURNAL HEADERS READ' TO EX-LABEL.
           MOVE RECOVERY-HEADERS TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'TRANSACTIONS PAST CUTOFF SELECTED' TO EX-LABEL.
           PERFORM 7100-PRINT-EXPECT-LINE.
           MOVE 'MASTER RECORDS TOUCHED' TO EX-LABEL.
           MOVE AUDIT-TARGET TO EXPECT-VALUE.
           PERFORM 7100-PRINT-EXPECT-LINE.
           CLOSE REPORT-FILE.
       7100-PRINT-EXPECT-LINE.
           MOVE EXPECT-VALUE TO EX-VALUE.
           WRITE REPORT-REC FROM PRNT-EXPECT1
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      *    The two gates in front of the timed runs that belong to
      *    steps outside the test: timecard edit ahead of gross pay,
      *    and year-to-date ahead of labor distribution.
      ******************************************************************
       8000-SEED-RUNLOG.
           MOVE RUN-DATE-X TO RL-RUN-DATE.
           MOVE '000000' TO RL-START-TIME.
           MOVE '000000' TO RL-END-TIME.
           MOVE 0 TO RL-READ-COUNT.
           MOVE 0 TO RL-WRITE-COUNT.
           MOVE 0 TO RL-REJECT-COUNT.
           MOVE 'C' TO RL-STATUS.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'PROJECT20' TO RL-PROGRAM.
           WRITE RUNLOG-REC FROM RUNLOG-DATA.
           MOVE 'PROJECT13' TO RL-PROGRAM.
           WRITE RUNLOG-REC FROM RUNLOG-DATA.
           CLOSE RUNLOG-FILE.
       8400-START-RUNLOG.
           MOVE 'PROJECT37' TO RL-PROGRAM.
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
           OPEN INPUT RUNLOG-FILE.
           PERFORM 9010-READ-RUNLOG.
           PERFORM 9020-COUNT-RUNLOG
               UNTIL EOF-L = 1.
           CLOSE RUNLOG-FILE.
       9010-READ-RUNLOG.
           READ RUNLOG-FILE INTO RUNLOG-DATA
               AT END MOVE 1 TO EOF-L.
       9020-COUNT-RUNLOG.
           ADD 1 TO RUNLOG-COUNT.
           PERFORM 9010-READ-RUNLOG.
       END PROGRAM project37.
