      *                  headcount section after the grand total so
      *                  finance can allocate labor cost by
      *                  department.
      *  2026-10-15  DN  The roster, the duplicate listing and the
      *                  reject listing (which now carries the SSN
      *                  too) print only the last four SSN digits.
      *                  Full SSNs print only on an audit-copy run,
      *                  requested on the restricted COB1-SSNAUD
      *                  option record with a requester ID and reason
      *                  code; the roster header is marked as the
      *                  audit copy and the run is written to the
      *                  employee access log (COB1-ACCLOG).
      *  2026-10-15  DN  The duplicate check no longer keeps every
      *                  record in a 2000-entry table (and no longer
      *                  loses coverage past it).  Records passing
      *                  edits and selection are numbered and sorted
      *                  on EMPID and then SSN through COB1-DUPCHK/
      *                  COB1-DUPCHK2; any record after the first of
      *                  its EMPID or SSN group is a duplicate, with
      *                  the earliest matching record deciding the
      *                  reason as before.  A third sort puts them
      *                  back in input order to list the duplicates
      *                  and hand the rest to the roster sort, so the
      *                  output is unchanged.  Roster counts widened.
      *  2026-10-15  DN  The COB1-SSNAUD option record is good for one
      *                  run only: a run that honours it empties the
      *                  file at end of run, so the next night's roster
      *                  is masked again unless a new request is made.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project1.
           SELECT DUPLICATE-FILE ASSIGN TO 'COB1-DUPS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'COB1-SORTWK'.
           SELECT DUPCHK-FILE ASSIGN TO 'COB1-DUPCHK'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUPCHK2-FILE ASSIGN TO 'COB1-DUPCHK2'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUP-SORT-FILE ASSIGN TO 'COB1-SORTWK2'.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SSNAUD-FILE ASSIGN TO 'COB1-SSNAUD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO 'COB1-ACCLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       FD  SSNAUD-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  SSNAUD-REC PIC X(20).
       FD  ACCLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACCLOG-REC PIC X(63).
       FD  DUPCHK-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  DUPCHK-REC PIC X(131).
       FD  DUPCHK2-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  DUPCHK2-REC PIC X(131).
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           03 S-EMPID PIC X(7).
           03 S-SSN PIC X(9).
           03 S-EMPTYSPACES PIC X(24).
           03 S-DATE PIC X(8).
       SD  DUP-SORT-FILE.
       01  DUP-SORT-REC.
           03 DS-SEQ PIC 9(7).
           03 FILLER PIC X(27).
           03 DS-EMPID PIC X(7).
           03 FILLER PIC X(49).
           03 DS-SSN PIC X(9).
           03 FILLER PIC X(32).
       WORKING-STORAGE SECTION.
       COPY EMPREC.
       COPY RUNLOG.
       COPY ACCLOG.
       01  PRNT-DATA1.
           03 L-SSN PIC X(11).
           03 FILLER PIC X(4) VALUE SPACES.
           03 L-EMPID PIC X(10).
           03 L-LNAME PIC X(20).
           03 PH-RUN-DATE PIC X(10).
           03 FILLER PIC X(35) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'EMPLOYEE ROSTER'.
           03 PH-AUDIT-TAG PIC X(20) VALUE SPACES.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  MISC.
           03 EOF-I PIC 9 VALUE 0.
           03 EOF-O PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
       01  PAGE-CONTROL.
           03 LINE-COUNT PIC 9(3) VALUE 0.
           03 PAGE-COUNT PIC 9(4) VALUE 0.
           03 SEL-EMPTYPE PIC X(2) VALUE SPACES.
           03 SEL-DATE-FROM PIC X(8) VALUE SPACES.
           03 SEL-DATE-TO PIC X(8) VALUE SPACES.
       01  SSN-AUDIT-DATA.
           03 SA-OPTION PIC X(4) VALUE SPACES.
               88 SA-FULL-SSN VALUE 'FULL'.
           03 SA-REQUESTER PIC X(8) VALUE SPACES.
           03 SA-REASON PIC X(4) VALUE SPACES.
           03 FILLER PIC X(4) VALUE SPACES.
       01  SSN-MASK-AREAS.
           03 FULL-SSN-SW PIC X(1) VALUE 'N'.
               88 FULL-SSN-AUDIT VALUE 'Y'.
           03 SSN-WORK PIC X(9).
           03 SSN-WORK-BREAKOUT REDEFINES SSN-WORK.
               05 SSN-FIRST5 PIC X(5).
               05 SSN-LAST4 PIC X(4).
           03 SSN-PRINT PIC XXXBXXBXXXX.
       01  DATE-COMPARE-AREAS.
           03 I-DATE-CCYYMMDD.
               05 I-CMP-YYYY PIC 9999.
               88 RECORD-INVALID VALUE 'N'.
           03 EDIT-REASON PIC X(30) VALUE SPACES.
           03 EDIT-REASON-CODE PIC X(4) VALUE SPACES.
           03 REJECT-COUNT PIC 9(7) VALUE 0.
           03 RECYCLE-COUNT PIC 9(7) VALUE 0.
       01  VALID-TYPE-AREA.
           03 VALID-EMPTYPE PIC X(2).
               88 VALID-EMPTYPE-CODE VALUE 'FT' 'PT' 'TM'.
           03 RJ-LNAME PIC X(16).
           03 RJ-FNAME PIC X(16).
           03 RJ-EMPTYPE PIC X(5).
           03 RJ-SSN PIC X(11).
           03 FILLER PIC X(8) VALUE 'REASON: '.
           03 RJ-REASON PIC X(30).
       01  HOLD-AREAS.
           03 FIRST-RECORD-SW PIC X(1) VALUE 'Y'.
               88 FIRST-RECORD VALUE 'Y'.
       01  TYPE-TOTALS.
           03 TYPE-COUNT PIC 9(7) VALUE 0.
           03 GRAND-COUNT PIC 9(7) VALUE 0.
       01  PRNT-SUBTOTAL1.
           03 FILLER PIC X(15) VALUE SPACES.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'SUBTOTAL FOR TYPE'.
           03 ST-EMPTYPE PIC X(5).
           03 FILLER PIC X(7) VALUE SPACES.
           03 ST-COUNT PIC Z,ZZZ,ZZ9.
       01  PRNT-GRANDTOTAL1.
           03 FILLER PIC X(15) VALUE SPACES.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'GRAND TOTAL'.
           03 FILLER PIC X(12) VALUE SPACES.
           03 GT-COUNT PIC Z,ZZZ,ZZ9.
       01  DEPTREF-DATA.
           03 REF-TYPE PIC X(1).
               88 REF-DEPT-REC VALUE 'D'.
           03 FILLER PIC X(12) VALUE '  HEADCOUNT '.
           03 DL-PRT-COUNT PIC ZZ,ZZ9.
       01  DUP-CHECK-AREAS.
           03 DUP-SEQ PIC 9(7) VALUE 0.
           03 DUP-MATCH-REASON PIC X(20) VALUE SPACES.
           03 DUP-COUNT PIC 9(7) VALUE 0.
           03 PRIOR-EMPID PIC X(7) VALUE LOW-VALUES.
           03 EMPID-FIRST-SEQ PIC 9(7) VALUE 0.
           03 PRIOR-SSN PIC X(9) VALUE LOW-VALUES.
           03 SSN-FIRST-SEQ PIC 9(7) VALUE 0.
           03 SSN-MATCH-SEQ PIC 9(7) VALUE 0.
      *    One candidate record as it passes through the duplicate
      *    sorts: DC-SEQ is its place in the input, DC-EMPID-SEQ the
      *    first record with the same EMPID (zero when it is the
      *    first) and DC-REASON is set once it is found to repeat.
       01  DUPCHK-DATA.
           03 DC-SEQ PIC 9(7).
           03 DC-EMPID-SEQ PIC 9(7).
           03 DC-REASON PIC X(20).
           03 DC-IMAGE.
               05 DC-EMPID PIC X(7).
               05 FILLER PIC X(49).
               05 DC-SSN PIC X(9).
               05 FILLER PIC X(32).
       01  PRNT-DUPLICATE1.
           03 DP-EMPID PIC X(10).
           03 DP-LNAME PIC X(16).
           OPEN OUTPUT REJDATA-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT DUPLICATE-FILE.
           SORT DUP-SORT-FILE
               ON ASCENDING KEY DS-EMPID DS-SEQ
               INPUT PROCEDURE 2100-INPUT-PROCEDURE
                   THRU 2100-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 2300-EMPID-PROCEDURE
                   THRU 2300-EMPID-PROCEDURE-EXIT.
           SORT DUP-SORT-FILE
               ON ASCENDING KEY DS-SSN DS-SEQ
               INPUT PROCEDURE 2400-SSN-INPUT-PROCEDURE
                   THRU 2400-SSN-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 2500-SSN-PROCEDURE
                   THRU 2500-SSN-PROCEDURE-EXIT.
           SORT DUP-SORT-FILE
               ON ASCENDING KEY DS-SEQ
               INPUT PROCEDURE 2700-SEQ-INPUT-PROCEDURE
                   THRU 2700-SEQ-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 2800-DUPLICATE-PROCEDURE
                   THRU 2800-DUPLICATE-PROCEDURE-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-EMPTYPE S-LNAME S-FNAME
               INPUT PROCEDURE 2900-ROSTER-INPUT-PROCEDURE
                   THRU 2900-ROSTER-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 1500-OUTPUT-PROCEDURE
                   THRU 1500-OUTPUT-PROCEDURE-EXIT.
           CLOSE REJECT-FILE.
           CLOSE REJDATA-FILE.
           CLOSE REPORT-FILE.
           CLOSE DUPLICATE-FILE.
           IF FULL-SSN-AUDIT
               PERFORM 1070-CLEAR-SSN-OPTION
           END-IF.
           MOVE GRAND-COUNT TO RL-WRITE-COUNT.
           MOVE REJECT-COUNT TO RL-REJECT-COUNT.
           PERFORM 8500-WRITE-RUNLOG.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           PERFORM 8400-START-RUNLOG.
           PERFORM 1050-CHECK-SSN-OPTION.
           PERFORM 1100-LOAD-DEPTREF.
       1050-CHECK-SSN-OPTION.
      *    Printed output shows only the last four SSN digits.  The
      *    audit copy with full SSNs needs the restricted option
      *    record, naming who asked for it and why, and every such
      *    run is written to the employee access log.
           OPEN INPUT SSNAUD-FILE.
           READ SSNAUD-FILE INTO SSN-AUDIT-DATA
               AT END CONTINUE.
           CLOSE SSNAUD-FILE.
           IF SA-FULL-SSN
               IF SA-REQUESTER = SPACES OR SA-REASON = SPACES
                   DISPLAY 'WARNING: FULL SSN OPTION IGNORED - '
                       'REQUESTER ID AND REASON CODE ARE REQUIRED'
               ELSE
                   MOVE 'Y' TO FULL-SSN-SW
                   MOVE 'FULL SSN AUDIT COPY' TO PH-AUDIT-TAG
                   DISPLAY 'FULL SSN AUDIT COPY REQUESTED BY '
                       SA-REQUESTER ' REASON ' SA-REASON
                   PERFORM 1060-LOG-FULL-SSN-RUN
               END-IF
           END-IF.
       1060-LOG-FULL-SSN-RUN.
           MOVE SPACES TO ACCLOG-DATA.
           MOVE RUN-DATE-YYYYMMDD TO AL-DATE.
           MOVE RL-START-TIME TO AL-TIME.
           MOVE 'PROJECT1' TO AL-PROGRAM.
           MOVE SA-REQUESTER TO AL-REQUESTER.
           MOVE SA-REASON TO AL-REASON.
           MOVE 'F' TO AL-REQ-TYPE.
           MOVE 'ROSTER' TO AL-REQ-ARG.
           MOVE 'F' TO AL-RESULT.
           MOVE 'N' TO AL-TERM-FLAG.
           OPEN EXTEND ACCLOG-FILE.
           WRITE ACCLOG-REC FROM ACCLOG-DATA.
           CLOSE ACCLOG-FILE.
       1070-CLEAR-SSN-OPTION.
      *    The option is one-shot; emptying it keeps tomorrow's run
      *    from printing full SSNs on the strength of today's request.
           OPEN OUTPUT SSNAUD-FILE.
           CLOSE SSNAUD-FILE.
           DISPLAY 'FULL SSN OPTION USED - COB1-SSNAUD CLEARED'.
       1100-LOAD-DEPTREF.
           OPEN INPUT DEPTREF-FILE.
           PERFORM 1110-READ-DEPTREF.
           IF RECORD-VALID
               PERFORM 2160-CHECK-SELECTION
               IF RECORD-SELECTED
                   PERFORM 2170-RELEASE-CANDIDATE
               END-IF
           ELSE
               PERFORM 2180-WRITE-REJECT
           MOVE I-EMPTYSPACES TO S-EMPTYSPACES.
           MOVE I-DATE TO S-DATE.
           RELEASE SORT-REC.
      *    Duplicate check.  The candidates come back grouped by
      *    EMPID and then by SSN, each group in input order, so every
      *    record after the first of a group has an earlier match.
      *    The reason is taken from the earliest earlier record that
      *    matches on either key, EMPID first on a tie, as the old
      *    record-by-record search did.
       2300-EMPID-PROCEDURE.
           OPEN OUTPUT DUPCHK-FILE.
           PERFORM 2350-RETURN-DUP-SORT.
           PERFORM 2310-MARK-EMPID
               UNTIL EOF-S = 1.
           CLOSE DUPCHK-FILE.
       2300-EMPID-PROCEDURE-EXIT.
           EXIT.
       2310-MARK-EMPID.
           IF DC-EMPID = PRIOR-EMPID
               MOVE EMPID-FIRST-SEQ TO DC-EMPID-SEQ
           ELSE
               MOVE DC-EMPID TO PRIOR-EMPID
               MOVE DC-SEQ TO EMPID-FIRST-SEQ
           END-IF.
           WRITE DUPCHK-REC FROM DUPCHK-DATA.
           PERFORM 2350-RETURN-DUP-SORT.
       2350-RETURN-DUP-SORT.
           RETURN DUP-SORT-FILE INTO DUPCHK-DATA
               AT END MOVE 1 TO EOF-S.
       2400-SSN-INPUT-PROCEDURE.
           OPEN INPUT DUPCHK-FILE.
           MOVE 0 TO EOF-C.
           PERFORM 2410-READ-DUPCHK.
           PERFORM 2420-RELEASE-DUPCHK
               UNTIL EOF-C = 1.
           CLOSE DUPCHK-FILE.
       2400-SSN-INPUT-PROCEDURE-EXIT.
           EXIT.
       2410-READ-DUPCHK.
           READ DUPCHK-FILE INTO DUPCHK-DATA
               AT END MOVE 1 TO EOF-C.
       2420-RELEASE-DUPCHK.
           RELEASE DUP-SORT-REC FROM DUPCHK-DATA.
           PERFORM 2410-READ-DUPCHK.
       2500-SSN-PROCEDURE.
           OPEN OUTPUT DUPCHK2-FILE.
           MOVE 0 TO EOF-S.
           PERFORM 2350-RETURN-DUP-SORT.
           PERFORM 2510-MARK-SSN
               UNTIL EOF-S = 1.
           CLOSE DUPCHK2-FILE.
       2500-SSN-PROCEDURE-EXIT.
           EXIT.
       2510-MARK-SSN.
           MOVE 0 TO SSN-MATCH-SEQ.
           IF DC-SSN = PRIOR-SSN
               MOVE SSN-FIRST-SEQ TO SSN-MATCH-SEQ
           ELSE
               MOVE DC-SSN TO PRIOR-SSN
               MOVE DC-SEQ TO SSN-FIRST-SEQ
           END-IF.
           IF DC-EMPID-SEQ > 0
               AND (SSN-MATCH-SEQ = 0
                   OR DC-EMPID-SEQ NOT > SSN-MATCH-SEQ)
               MOVE 'DUPLICATE EMPID' TO DC-REASON
           ELSE
               IF SSN-MATCH-SEQ > 0
                   MOVE 'DUPLICATE SSN' TO DC-REASON
               END-IF
           END-IF.
           WRITE DUPCHK2-REC FROM DUPCHK-DATA.
           PERFORM 2350-RETURN-DUP-SORT.
       2700-SEQ-INPUT-PROCEDURE.
           OPEN INPUT DUPCHK2-FILE.
           MOVE 0 TO EOF-C.
           PERFORM 2710-READ-DUPCHK2.
           PERFORM 2720-RELEASE-DUPCHK2
               UNTIL EOF-C = 1.
           CLOSE DUPCHK2-FILE.
       2700-SEQ-INPUT-PROCEDURE-EXIT.
           EXIT.
       2710-READ-DUPCHK2.
           READ DUPCHK2-FILE INTO DUPCHK-DATA
               AT END MOVE 1 TO EOF-C.
       2720-RELEASE-DUPCHK2.
           RELEASE DUP-SORT-REC FROM DUPCHK-DATA.
           PERFORM 2710-READ-DUPCHK2.
      *    Back in input order: duplicates are listed on COB1-DUPS and
      *    the rest go to COB1-DUPCHK for the roster sort.
       2800-DUPLICATE-PROCEDURE.
           OPEN OUTPUT DUPCHK-FILE.
           MOVE 0 TO EOF-S.
           PERFORM 2350-RETURN-DUP-SORT.
           PERFORM 2810-SPLIT-DUPLICATE
               UNTIL EOF-S = 1.
           CLOSE DUPCHK-FILE.
       2800-DUPLICATE-PROCEDURE-EXIT.
           EXIT.
       2810-SPLIT-DUPLICATE.
           IF DC-REASON NOT = SPACES
               MOVE DC-IMAGE TO INPUT-DATA
               MOVE DC-REASON TO DUP-MATCH-REASON
               PERFORM 2174-WRITE-DUPLICATE
           ELSE
               WRITE DUPCHK-REC FROM DUPCHK-DATA
           END-IF.
           PERFORM 2350-RETURN-DUP-SORT.
       2900-ROSTER-INPUT-PROCEDURE.
           OPEN INPUT DUPCHK-FILE.
           MOVE 0 TO EOF-C.
           PERFORM 2410-READ-DUPCHK.
           PERFORM 2910-RELEASE-ROSTER
               UNTIL EOF-C = 1.
           CLOSE DUPCHK-FILE.
       2900-ROSTER-INPUT-PROCEDURE-EXIT.
           EXIT.
       2910-RELEASE-ROSTER.
           MOVE DC-IMAGE TO INPUT-DATA.
           PERFORM 2190-RELEASE-RECORD.
           PERFORM 2410-READ-DUPCHK.
       1500-OUTPUT-PROCEDURE.
           PERFORM 1400-PRINT-HEADER.
           PERFORM 2200-RETURN-RECORD.
           MOVE I-FNAME TO L-FNAME.
           MOVE I-EMPTYPE TO L-EMPTYPE.
           MOVE I-TITLE TO L-TITLE.
           MOVE I-SSN TO SSN-WORK.
           PERFORM 2600-FORMAT-SSN.
           MOVE SSN-PRINT TO L-SSN.
           MOVE I-DATE TO L-DATE.
           PERFORM 1650-COMPUTE-TENURE.
           WRITE REPORT-REC FROM PRNT-DATA1
               AND I-DATE-CCYYMMDD > SEL-TO-CCYYMMDD
               MOVE 'N' TO SELECT-SW
           END-IF.
       2170-RELEASE-CANDIDATE.
           ADD 1 TO DUP-SEQ.
           MOVE DUP-SEQ TO DC-SEQ.
           MOVE 0 TO DC-EMPID-SEQ.
           MOVE SPACES TO DC-REASON.
           MOVE INPUT-DATA TO DC-IMAGE.
           RELEASE DUP-SORT-REC FROM DUPCHK-DATA.
       2174-WRITE-DUPLICATE.
           ADD 1 TO DUP-COUNT.
           MOVE I-EMPID TO DP-EMPID.
           MOVE I-LNAME TO DP-LNAME.
           MOVE I-FNAME TO DP-FNAME.
           MOVE I-SSN TO SSN-WORK.
           PERFORM 2600-FORMAT-SSN.
           MOVE SSN-PRINT TO DP-SSN.
           MOVE DUP-MATCH-REASON TO DP-REASON.
           WRITE DUPLICATE-REC FROM PRNT-DUPLICATE1.
       2180-WRITE-REJECT.
           MOVE I-LNAME TO RJ-LNAME.
           MOVE I-FNAME TO RJ-FNAME.
           MOVE I-EMPTYPE TO RJ-EMPTYPE.
           MOVE I-SSN TO SSN-WORK.
           PERFORM 2600-FORMAT-SSN.
           MOVE SSN-PRINT TO RJ-SSN.
           MOVE EDIT-REASON TO RJ-REASON.
           WRITE REJECT-REC FROM PRNT-REJECT1.
           MOVE EDIT-REASON-CODE TO RD-REASON-CODE.
           MOVE INPUT-DATA TO RD-IMAGE.
           WRITE REJDATA-REC FROM REJDATA-DATA.
       2600-FORMAT-SSN.
           IF SSN-WORK = SPACES
               MOVE SPACES TO SSN-PRINT
           ELSE
               IF NOT FULL-SSN-AUDIT
                   MOVE '*****' TO SSN-FIRST5
               END-IF
               MOVE SSN-WORK TO SSN-PRINT
               INSPECT SSN-PRINT REPLACING ALL ' ' BY '-'
           END-IF.
       8000-WRITE-CHECKPOINT.
           ADD 1 TO CHKPT-REC-COUNT.
           IF CHKPT-REC-COUNT >= CHKPT-INTERVAL
