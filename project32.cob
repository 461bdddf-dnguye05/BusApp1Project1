      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project32 - weekly employee access report for the
      *         privacy compliance review.  Reads the employee access
      *         log (COB1-ACCLOG, shared ACCLOG copybook) written by
      *         the inquiry run and by full-SSN audit copies of the
      *         roster, keeps the seven days ending on the week-end
      *         date on COB1-ACCCTL (today when blank), sorts them by
      *         requester, and prints for each requester every access
      *         that needs a second look - a terminated or purged
      *         employee's record viewed, a full-SSN audit copy
      *         printed, a request refused - followed by a line of
      *         counts, flagged when the requester's lookups for the
      *         week exceed the heavy-lookup limit on COB1-ACCCTL
      *         (50 when blank).  Printed to COB1-ACCRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project32.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO 'COB1-ACCLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'COB1-ACCCTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'COB1-ACCRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'COB1-SORTWK'.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACCLOG-REC PIC X(63).
       FD  CONTROL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC PIC X(12).
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           03 S-REQUESTER PIC X(8).
           03 S-DATE PIC X(8).
           03 S-TIME PIC X(6).
           03 S-PROGRAM PIC X(10).
           03 S-REASON PIC X(4).
           03 S-REQ-TYPE PIC X(1).
           03 S-REQ-ARG PIC X(15).
           03 S-RESULT PIC X(1).
               88 S-MASTER-HIT VALUE 'M'.
               88 S-HISTORY-HIT VALUE 'H'.
               88 S-NO-MATCH VALUE 'N'.
               88 S-REFUSED VALUE 'R'.
               88 S-FULL-SSN VALUE 'F'.
           03 S-EMPID PIC X(7).
           03 S-EMPTYPE PIC X(2).
           03 S-TERM-FLAG PIC X(1).
               88 S-TERMINATED-RECORD VALUE 'Y'.
       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       COPY ACCLOG.
       01  ACCESS-CONTROL.
           03 AC-WEEK-END PIC X(8) VALUE SPACES.
           03 AC-HEAVY-LIMIT PIC X(4) VALUE SPACES.
           03 AC-HEAVY-LIMIT-9 REDEFINES AC-HEAVY-LIMIT PIC 9(4).
       01  MISC.
           03 EOF-A PIC 9 VALUE 0.
           03 EOF-O PIC 9 VALUE 0.
           03 LOG-COUNT PIC 9(7) VALUE 0.
           03 SELECTED-COUNT PIC 9(7) VALUE 0.
       01  GATE-AREAS.
           03 GATE-SW PIC X(1) VALUE 'N'.
               88 GATE-FAILED VALUE 'Y'.
       01  WEEK-AREAS.
           03 HEAVY-LIMIT PIC 9(4) VALUE 50.
           03 WEEK-END-DATE PIC X(8).
           03 WEEK-START-DATE PIC X(8).
           03 DAY-WORK.
               05 DAY-YYYY PIC 9(4).
               05 DAY-MM PIC 9(2).
               05 DAY-DD PIC 9(2).
           03 LEAP-QUOTIENT PIC 9(4).
           03 LEAP-REMAINDER PIC 9(3).
       01  MONTH-DAYS-VALUES.
           03 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           03 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01  PAGE-CONTROL.
           03 LINE-COUNT PIC 9(3) VALUE 0.
           03 PAGE-COUNT PIC 9(4) VALUE 0.
           03 LINES-PER-PAGE PIC 9(3) VALUE 55.
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
       01  DATE-DISP-AREAS.
           03 DATE-DISP-IN PIC X(8).
           03 DATE-DISP-OUT.
               05 DD-OUT-MM PIC X(2).
               05 FILLER PIC X VALUE '/'.
               05 DD-OUT-DD PIC X(2).
               05 FILLER PIC X VALUE '/'.
               05 DD-OUT-YYYY PIC X(4).
       01  HOLD-AREAS.
           03 HOLD-REQUESTER PIC X(8) VALUE SPACES.
           03 FIRST-RECORD-SW PIC X(1) VALUE 'Y'.
               88 FIRST-RECORD VALUE 'Y'.
       01  REQUESTER-TOTALS.
           03 REQ-LOOKUP-COUNT PIC 9(5) VALUE 0.
           03 REQ-VIEWED-COUNT PIC 9(5) VALUE 0.
           03 REQ-NOMATCH-COUNT PIC 9(5) VALUE 0.
           03 REQ-REFUSED-COUNT PIC 9(5) VALUE 0.
           03 REQ-TERM-COUNT PIC 9(5) VALUE 0.
           03 REQ-FULLSSN-COUNT PIC 9(5) VALUE 0.
       01  GRAND-TOTALS.
           03 GRAND-REQUESTERS PIC 9(5) VALUE 0.
           03 GRAND-LOOKUPS PIC 9(7) VALUE 0.
           03 GRAND-VIEWED PIC 9(7) VALUE 0.
           03 GRAND-TERM PIC 9(7) VALUE 0.
           03 GRAND-REFUSED PIC 9(7) VALUE 0.
           03 GRAND-FULLSSN PIC 9(7) VALUE 0.
           03 HEAVY-REQUESTERS PIC 9(5) VALUE 0.
           03 TERM-REQUESTERS PIC 9(5) VALUE 0.
       01  PAGE-HEADER1.
           03 FILLER PIC X(10) VALUE 'RUN DATE:'.
           03 PH-RUN-DATE PIC X(10).
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(30)
               VALUE 'WEEKLY EMPLOYEE ACCESS REPORT'.
           03 FILLER PIC X(27) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  PAGE-HEADER2.
           03 FILLER PIC X(6) VALUE 'WEEK: '.
           03 PH-WEEK-START PIC X(10).
           03 FILLER PIC X(4) VALUE ' TO '.
           03 PH-WEEK-END PIC X(10).
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(21) VALUE 'HEAVY LOOKUP LIMIT: '.
           03 PH-HEAVY-LIMIT PIC Z,ZZ9.
       01  PRNT-HEADING1.
           03 FILLER PIC X(10) VALUE 'REQUESTER'.
           03 FILLER PIC X(12) VALUE 'DATE'.
           03 FILLER PIC X(9) VALUE 'TIME'.
           03 FILLER PIC X(11) VALUE 'PROGRAM'.
           03 FILLER PIC X(7) VALUE 'REASON'.
           03 FILLER PIC X(18) VALUE 'REQUEST'.
           03 FILLER PIC X(10) VALUE 'EMP ID'.
           03 FILLER PIC X(5) VALUE 'TYPE'.
           03 FILLER PIC X(30) VALUE 'FLAG'.
       01  PRNT-DATA1.
           03 L-REQUESTER PIC X(10).
           03 L-DATE PIC X(12).
           03 L-TIME.
               05 L-TIME-HH PIC X(2).
               05 L-TIME-SEP1 PIC X(1).
               05 L-TIME-MM PIC X(2).
               05 L-TIME-SEP2 PIC X(1).
               05 L-TIME-SS PIC X(2).
               05 FILLER PIC X(1) VALUE SPACES.
           03 L-PROGRAM PIC X(11).
           03 L-REASON PIC X(7).
           03 L-REQ-TYPE PIC X(2).
           03 L-REQ-ARG PIC X(16).
           03 L-EMPID PIC X(10).
           03 L-EMPTYPE PIC X(5).
           03 L-FLAG PIC X(30).
       01  PRNT-REQTOTAL1.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'TOTALS FOR '.
           03 RT-REQUESTER PIC X(9).
           03 FILLER PIC X(9) VALUE 'LOOKUPS: '.
           03 RT-LOOKUPS PIC ZZ,ZZ9.
           03 FILLER PIC X(10) VALUE '  VIEWED: '.
           03 RT-VIEWED PIC ZZ,ZZ9.
           03 FILLER PIC X(12) VALUE '  NO MATCH: '.
           03 RT-NOMATCH PIC ZZ,ZZ9.
           03 FILLER PIC X(11) VALUE '  REFUSED: '.
           03 RT-REFUSED PIC ZZ,ZZ9.
           03 FILLER PIC X(14) VALUE '  TERMINATED: '.
           03 RT-TERM PIC ZZ,ZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RT-FLAG PIC X(15).
       01  PRNT-GRANDTOTAL1.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'REQUESTERS THIS WEEK'.
           03 GT-REQUESTERS PIC Z,ZZZ,ZZ9.
       01  PRNT-GRANDTOTAL2.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'LOOKUPS'.
           03 GT-LOOKUPS PIC Z,ZZZ,ZZ9.
       01  PRNT-GRANDTOTAL3.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'EMPLOYEE RECORDS VIEWED'.
           03 GT-VIEWED PIC Z,ZZZ,ZZ9.
       01  PRNT-GRANDTOTAL4.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'TERMINATED RECORDS VIEWED'.
           03 GT-TERM PIC Z,ZZZ,ZZ9.
       01  PRNT-GRANDTOTAL5.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'REQUESTS REFUSED'.
           03 GT-REFUSED PIC Z,ZZZ,ZZ9.
       01  PRNT-GRANDTOTAL6.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'FULL SSN AUDIT COPIES'.
           03 GT-FULLSSN PIC Z,ZZZ,ZZ9.
       01  PRNT-GRANDTOTAL7.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'REQUESTERS OVER LOOKUP LIMIT'.
           03 GT-HEAVY PIC Z,ZZZ,ZZ9.
       01  PRNT-GRANDTOTAL8.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'REQUESTERS VIEWING TERMINATED'.
           03 GT-TERM-REQ PIC Z,ZZZ,ZZ9.
       01  PRNT-NONE1.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'NO EMPLOYEE ACCESS LOGGED FOR THE WEEK'.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF GATE-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-REQUESTER S-DATE S-TIME
               INPUT PROCEDURE 2100-INPUT-PROCEDURE
                   THRU 2100-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 1500-OUTPUT-PROCEDURE
                   THRU 1500-OUTPUT-PROCEDURE-EXIT.
           CLOSE REPORT-FILE.
           DISPLAY 'ACCESS LOG RECORDS READ: ' LOG-COUNT.
           DISPLAY 'ACCESS LOG RECORDS IN WEEK: ' SELECTED-COUNT.
           DISPLAY 'REQUESTERS OVER LOOKUP LIMIT: ' HEAVY-REQUESTERS.
           DISPLAY 'REQUESTERS VIEWING TERMINATED: ' TERM-REQUESTERS.
           MOVE LOG-COUNT TO RL-READ-COUNT.
           MOVE SELECTED-COUNT TO RL-WRITE-COUNT.
           COMPUTE RL-REJECT-COUNT =
               HEAVY-REQUESTERS + TERM-REQUESTERS.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           PERFORM 8400-START-RUNLOG.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE INTO ACCESS-CONTROL
               AT END CONTINUE.
           CLOSE CONTROL-FILE.
           IF AC-WEEK-END = SPACES
               MOVE RUN-DATE-X TO WEEK-END-DATE
           ELSE
               MOVE AC-WEEK-END TO DAY-WORK
               IF AC-WEEK-END IS NOT NUMERIC
                   OR DAY-MM < 1 OR DAY-MM > 12
                   OR DAY-DD < 1 OR DAY-DD > 31
                   DISPLAY 'RUN STOPPED: WEEK-END DATE ON COB1-ACCCTL '
                       'IS NOT A VALID CCYYMMDD DATE - ' AC-WEEK-END
                   MOVE 'Y' TO GATE-SW
               ELSE
                   MOVE AC-WEEK-END TO WEEK-END-DATE
               END-IF
           END-IF.
           IF AC-HEAVY-LIMIT NOT = SPACES
               IF AC-HEAVY-LIMIT IS NUMERIC AND AC-HEAVY-LIMIT-9 > 0
                   MOVE AC-HEAVY-LIMIT-9 TO HEAVY-LIMIT
               ELSE
                   DISPLAY 'RUN STOPPED: HEAVY LOOKUP LIMIT ON '
                       'COB1-ACCCTL IS NOT A POSITIVE NUMBER - '
                       AC-HEAVY-LIMIT
                   MOVE 'Y' TO GATE-SW
               END-IF
           END-IF.
           IF NOT GATE-FAILED
               MOVE WEEK-END-DATE TO DAY-WORK
               PERFORM 1200-BACK-ONE-DAY 6 TIMES
               MOVE DAY-WORK TO WEEK-START-DATE
           END-IF.
       1200-BACK-ONE-DAY.
           IF DAY-DD > 1
               SUBTRACT 1 FROM DAY-DD
           ELSE
               IF DAY-MM > 1
                   SUBTRACT 1 FROM DAY-MM
               ELSE
                   MOVE 12 TO DAY-MM
                   SUBTRACT 1 FROM DAY-YYYY
               END-IF
               MOVE MONTH-DAYS (DAY-MM) TO DAY-DD
               IF DAY-MM = 2
                   PERFORM 1250-CHECK-LEAP-YEAR
               END-IF
           END-IF.
       1250-CHECK-LEAP-YEAR.
           DIVIDE DAY-YYYY BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               MOVE 29 TO DAY-DD
               DIVIDE DAY-YYYY BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE DAY-YYYY BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 28 TO DAY-DD
                   END-IF
               END-IF
           END-IF.
       1400-PRINT-HEADER.
           IF PAGE-COUNT > 0
               WRITE REPORT-REC FROM SPACES
                   AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO PH-PAGE-NO.
           MOVE RUN-DATE-DISP TO PH-RUN-DATE.
           MOVE WEEK-START-DATE TO DATE-DISP-IN.
           PERFORM 1450-FORMAT-DATE.
           MOVE DATE-DISP-OUT TO PH-WEEK-START.
           MOVE WEEK-END-DATE TO DATE-DISP-IN.
           PERFORM 1450-FORMAT-DATE.
           MOVE DATE-DISP-OUT TO PH-WEEK-END.
           MOVE HEAVY-LIMIT TO PH-HEAVY-LIMIT.
           WRITE REPORT-REC FROM PAGE-HEADER1
               AFTER ADVANCING PAGE.
           WRITE REPORT-REC FROM PAGE-HEADER2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-HEADING1
               AFTER ADVANCING 1 LINE.
           MOVE 4 TO LINE-COUNT.
       1450-FORMAT-DATE.
           MOVE DATE-DISP-IN (5:2) TO DD-OUT-MM.
           MOVE DATE-DISP-IN (7:2) TO DD-OUT-DD.
           MOVE DATE-DISP-IN (1:4) TO DD-OUT-YYYY.
       2100-INPUT-PROCEDURE.
           OPEN INPUT ACCLOG-FILE.
           PERFORM 2000-READ-ACCLOG.
           PERFORM 2190-RELEASE-RECORD
               UNTIL EOF-A = 1.
           CLOSE ACCLOG-FILE.
       2100-INPUT-PROCEDURE-EXIT.
           EXIT.
       2190-RELEASE-RECORD.
           IF AL-DATE NOT < WEEK-START-DATE
               AND AL-DATE NOT > WEEK-END-DATE
               ADD 1 TO SELECTED-COUNT
               MOVE AL-REQUESTER TO S-REQUESTER
               MOVE AL-DATE TO S-DATE
               MOVE AL-TIME TO S-TIME
               MOVE AL-PROGRAM TO S-PROGRAM
               MOVE AL-REASON TO S-REASON
               MOVE AL-REQ-TYPE TO S-REQ-TYPE
               MOVE AL-REQ-ARG TO S-REQ-ARG
               MOVE AL-RESULT TO S-RESULT
               MOVE AL-EMPID TO S-EMPID
               MOVE AL-EMPTYPE TO S-EMPTYPE
               MOVE AL-TERM-FLAG TO S-TERM-FLAG
               RELEASE SORT-REC
           END-IF.
           PERFORM 2000-READ-ACCLOG.
       1500-OUTPUT-PROCEDURE.
           PERFORM 1400-PRINT-HEADER.
           PERFORM 2200-RETURN-RECORD.
           PERFORM 1500-LOOP
               UNTIL EOF-O = 1.
           PERFORM 1700-PRINT-TOTALS.
       1500-OUTPUT-PROCEDURE-EXIT.
           EXIT.
       1500-LOOP.
           PERFORM 1550-CONTROL-BREAK.
           PERFORM 1600-TALLY-ACCESS.
           PERFORM 2200-RETURN-RECORD.
       2200-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE 1 TO EOF-O.
       1550-CONTROL-BREAK.
           IF FIRST-RECORD
               MOVE S-REQUESTER TO HOLD-REQUESTER
               MOVE 'N' TO FIRST-RECORD-SW
           ELSE
               IF S-REQUESTER NOT = HOLD-REQUESTER
                   PERFORM 1750-PRINT-REQUESTER-TOTAL
                   MOVE S-REQUESTER TO HOLD-REQUESTER
                   MOVE 0 TO REQ-LOOKUP-COUNT
                   MOVE 0 TO REQ-VIEWED-COUNT
                   MOVE 0 TO REQ-NOMATCH-COUNT
                   MOVE 0 TO REQ-REFUSED-COUNT
                   MOVE 0 TO REQ-TERM-COUNT
                   MOVE 0 TO REQ-FULLSSN-COUNT
               END-IF
           END-IF.
       1600-TALLY-ACCESS.
      *    A lookup is an inquiry that was answered, hit or miss.
      *    Refused requests and audit copies are counted on their
      *    own, and only the accesses worth a second look print.
           MOVE SPACES TO L-FLAG.
           IF S-MASTER-HIT OR S-HISTORY-HIT
               ADD 1 TO REQ-VIEWED-COUNT
               IF S-TERMINATED-RECORD
                   ADD 1 TO REQ-TERM-COUNT
                   IF S-HISTORY-HIT
                       MOVE 'PURGED EMPLOYEE VIEWED' TO L-FLAG
                   ELSE
                       MOVE 'TERMINATED EMPLOYEE VIEWED' TO L-FLAG
                   END-IF
               END-IF
           END-IF.
           IF S-NO-MATCH
               ADD 1 TO REQ-NOMATCH-COUNT
           END-IF.
           IF S-MASTER-HIT OR S-HISTORY-HIT OR S-NO-MATCH
               ADD 1 TO REQ-LOOKUP-COUNT
           END-IF.
           IF S-REFUSED
               ADD 1 TO REQ-REFUSED-COUNT
               MOVE 'REQUEST REFUSED' TO L-FLAG
           END-IF.
           IF S-FULL-SSN
               ADD 1 TO REQ-FULLSSN-COUNT
               MOVE 'FULL SSN AUDIT COPY PRINTED' TO L-FLAG
           END-IF.
           IF L-FLAG NOT = SPACES
               PERFORM 1650-PRINT-FLAGGED
           END-IF.
       1650-PRINT-FLAGGED.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           IF S-REQUESTER = SPACES
               MOVE '*NONE*' TO L-REQUESTER
           ELSE
               MOVE S-REQUESTER TO L-REQUESTER
           END-IF.
           MOVE S-DATE TO DATE-DISP-IN.
           PERFORM 1450-FORMAT-DATE.
           MOVE DATE-DISP-OUT TO L-DATE.
           MOVE S-TIME (1:2) TO L-TIME-HH.
           MOVE ':' TO L-TIME-SEP1.
           MOVE S-TIME (3:2) TO L-TIME-MM.
           MOVE ':' TO L-TIME-SEP2.
           MOVE S-TIME (5:2) TO L-TIME-SS.
           MOVE S-PROGRAM TO L-PROGRAM.
           MOVE S-REASON TO L-REASON.
           MOVE S-REQ-TYPE TO L-REQ-TYPE.
           MOVE S-REQ-ARG TO L-REQ-ARG.
           MOVE S-EMPID TO L-EMPID.
           MOVE S-EMPTYPE TO L-EMPTYPE.
           WRITE REPORT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       1700-PRINT-TOTALS.
           IF SELECTED-COUNT = 0
               WRITE REPORT-REC FROM PRNT-NONE1
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT
           ELSE
               PERFORM 1750-PRINT-REQUESTER-TOTAL
           END-IF.
           IF LINE-COUNT + 9 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           MOVE GRAND-REQUESTERS TO GT-REQUESTERS.
           MOVE GRAND-LOOKUPS TO GT-LOOKUPS.
           MOVE GRAND-VIEWED TO GT-VIEWED.
           MOVE GRAND-TERM TO GT-TERM.
           MOVE GRAND-REFUSED TO GT-REFUSED.
           MOVE GRAND-FULLSSN TO GT-FULLSSN.
           MOVE HEAVY-REQUESTERS TO GT-HEAVY.
           MOVE TERM-REQUESTERS TO GT-TERM-REQ.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL3
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL4
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL5
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL6
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL7
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL8
               AFTER ADVANCING 1 LINE.
           ADD 9 TO LINE-COUNT.
       1750-PRINT-REQUESTER-TOTAL.
           IF LINE-COUNT + 2 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           IF HOLD-REQUESTER = SPACES
               MOVE '*NONE*' TO RT-REQUESTER
           ELSE
               MOVE HOLD-REQUESTER TO RT-REQUESTER
           END-IF.
           MOVE REQ-LOOKUP-COUNT TO RT-LOOKUPS.
           MOVE REQ-VIEWED-COUNT TO RT-VIEWED.
           MOVE REQ-NOMATCH-COUNT TO RT-NOMATCH.
           MOVE REQ-REFUSED-COUNT TO RT-REFUSED.
           MOVE REQ-TERM-COUNT TO RT-TERM.
           MOVE SPACES TO RT-FLAG.
           IF REQ-LOOKUP-COUNT > HEAVY-LIMIT
               MOVE '** HEAVY LOOKUP' TO RT-FLAG
               ADD 1 TO HEAVY-REQUESTERS
           END-IF.
           IF REQ-TERM-COUNT > 0
               ADD 1 TO TERM-REQUESTERS
           END-IF.
           WRITE REPORT-REC FROM PRNT-REQTOTAL1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-COUNT.
           ADD 1 TO GRAND-REQUESTERS.
           ADD REQ-LOOKUP-COUNT TO GRAND-LOOKUPS.
           ADD REQ-VIEWED-COUNT TO GRAND-VIEWED.
           ADD REQ-TERM-COUNT TO GRAND-TERM.
           ADD REQ-REFUSED-COUNT TO GRAND-REFUSED.
           ADD REQ-FULLSSN-COUNT TO GRAND-FULLSSN.
       2000-READ-ACCLOG.
           READ ACCLOG-FILE INTO ACCLOG-DATA
               AT END MOVE 1 TO EOF-A.
           IF EOF-A = 0
               ADD 1 TO LOG-COUNT
           END-IF.
       8400-START-RUNLOG.
           MOVE 'PROJECT32' TO RL-PROGRAM.
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
       END PROGRAM project32.
