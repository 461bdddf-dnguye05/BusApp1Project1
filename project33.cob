      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project33 - weekly cross-file integrity sweep.  Each
      *         run of the suite edits its own input, but nothing
      *         proves the masters still agree with each other, so
      *         this run reads the indexed employee master
      *         (COB1-EMPMSTR), the employee history archive
      *         (COB1-EMPHIST), the deduction master (COB1-DEDMSTR),
      *         the YTD master (COB1-YTDMSTR) and the pending
      *         maintenance queue (COB1-TRPEND), sorts them together
      *         on EMPID with the master and the archive ahead of the
      *         rest, and reports every deduction record for a purged
      *         or unknown employee, every YTD record with no master
      *         and every pending change or termination for an
      *         employee already terminated or purged.  Each master
      *         record's department and location are checked against
      *         the reference file (COB1-DEPTREF), and each department
      *         on the reference file is checked for an expense
      *         account on the GL account map (COB1-GLMAP).  Every
      *         exception is written to COB1-INTEXC (shared INTEXC
      *         copybook) for HR and payroll to work from, and
      *         printed to COB1-INTRPT grouped by kind of problem
      *         with a count per kind and a summary page, so the
      *         problems are fixed ahead of the pay run instead of
      *         being found by it.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project33.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTR-FILE ASSIGN TO 'COB1-EMPMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS M-EMPID
               ALTERNATE RECORD KEY IS M-LNAME WITH DUPLICATES.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'COB1-EMPHIST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEDMSTR-FILE ASSIGN TO 'COB1-DEDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS D-EMPID.
           SELECT OPTIONAL YTDMSTR-FILE ASSIGN TO 'COB1-YTDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Y-EMPID.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO 'COB1-TRPEND'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPTREF-FILE ASSIGN TO 'COB1-DEPTREF'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-FILE ASSIGN TO 'COB1-GLMAP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO 'COB1-INTEXC'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'COB1-INTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'COB1-SORTWK'.
           SELECT EXC-SORT-FILE ASSIGN TO 'COB1-SORTWK2'.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY EMPMST.
       FD  HISTORY-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  HISTORY-REC PIC X(105).
       FD  DEDMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY DEDMST.
       FD  YTDMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY YTDMST.
       FD  PENDING-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PENDING-REC PIC X(106).
       FD  DEPTREF-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  DEPTREF-REC PIC X(25).
       FD  GLMAP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLMAP-REC PIC X(13).
       FD  EXCEPTION-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-REC PIC X(93).
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
      *    S-CLASS orders each employee's records so the master image
      *    ('0') and any archive image ('1') are seen before the
      *    deduction ('2'), YTD ('3') and pending ('4') records that
      *    are checked against them.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           03 S-EMPID PIC X(7).
           03 S-CLASS PIC X(1).
               88 S-MASTER-IMAGE VALUE '0'.
               88 S-HISTORY-IMAGE VALUE '1'.
               88 S-DEDUCTION-REC VALUE '2'.
               88 S-YTD-REC VALUE '3'.
               88 S-PENDING-REC VALUE '4'.
           03 S-BODY PIC X(106).
       SD  EXC-SORT-FILE.
       01  EXC-SORT-REC.
           03 X-KIND-SEQ PIC 9(2).
           03 X-EXCEPTION PIC X(93).
       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       COPY INTEXC.
       01  HIST-DATA.
           03 HIST-IMAGE.
               05 HS-EMPID PIC X(7).
               05 HS-LNAME PIC X(15).
               05 HS-FNAME PIC X(15).
               05 FILLER PIC X(60).
           03 HIST-PURGE-DATE PIC X(8).
       01  PENDING-DATA.
           03 TR-ACTION PIC X(1).
               88 TRANS-ADD VALUE 'A'.
               88 TRANS-CHANGE VALUE 'C'.
               88 TRANS-TERMINATE VALUE 'T'.
           03 TR-EMPID PIC X(7).
           03 TR-LNAME PIC X(15).
           03 TR-FNAME PIC X(15).
           03 FILLER PIC X(60).
           03 TR-EFFDATE PIC X(8).
       01  DEPTREF-DATA.
           03 REF-TYPE PIC X(1).
               88 REF-DEPT-REC VALUE 'D'.
               88 REF-LOC-REC VALUE 'L'.
           03 REF-CODE PIC X(4).
           03 REF-NAME PIC X(20).
       01  GLMAP-DATA.
           03 GM-TYPE PIC X(1).
               88 GM-DEPT-REC VALUE 'D'.
           03 GM-DEPT PIC X(4).
           03 GM-ACCOUNT PIC X(8).
       01  MISC.
           03 EOF-M PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-D PIC 9 VALUE 0.
           03 EOF-Y PIC 9 VALUE 0.
           03 EOF-T PIC 9 VALUE 0.
           03 EOF-REF PIC 9 VALUE 0.
           03 EOF-G PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 EOF-X PIC 9 VALUE 0.
           03 RECORDS-READ PIC 9(7) VALUE 0.
           03 EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01  DEPTREF-TABLE-AREAS.
           03 DEPT-TABLE-COUNT PIC 9(3) VALUE 0.
           03 LOC-TABLE-COUNT PIC 9(3) VALUE 0.
           03 REF-TABLE-MAX PIC 9(3) VALUE 100.
           03 REF-IDX PIC 9(3) VALUE 0.
           03 DEPT-VALID-SW PIC X(1) VALUE 'N'.
               88 DEPT-CODE-VALID VALUE 'Y'.
           03 LOC-VALID-SW PIC X(1) VALUE 'N'.
               88 LOC-CODE-VALID VALUE 'Y'.
       01  DEPT-TABLE.
           03 DEPT-ENTRY OCCURS 100 TIMES.
               05 DEPT-CODE PIC X(4).
       01  LOC-TABLE.
           03 LOC-ENTRY OCCURS 100 TIMES.
               05 LOC-CODE PIC X(4).
       01  MAP-TABLE-AREAS.
           03 MAP-TABLE-COUNT PIC 9(3) VALUE 0.
           03 MAP-TABLE-MAX PIC 9(3) VALUE 100.
           03 MAP-IDX PIC 9(3) VALUE 0.
           03 MAP-FOUND-SW PIC X(1) VALUE 'N'.
               88 MAP-FOUND VALUE 'Y'.
       01  MAP-TABLE.
           03 MAP-ENTRY OCCURS 100 TIMES.
               05 MAP-DEPT PIC X(4).
       01  KIND-VALUES.
           03 FILLER PIC X(4) VALUE 'DPRG'.
           03 FILLER PIC X(40)
               VALUE 'DEDUCTION RECORDS FOR PURGED EMPLOYEES'.
           03 FILLER PIC X(4) VALUE 'DORP'.
           03 FILLER PIC X(40)
               VALUE 'DEDUCTION RECORDS WITH NO MASTER'.
           03 FILLER PIC X(4) VALUE 'YORP'.
           03 FILLER PIC X(40)
               VALUE 'YTD RECORDS WITH NO MASTER'.
           03 FILLER PIC X(4) VALUE 'PTRM'.
           03 FILLER PIC X(40)
               VALUE 'PENDING TRANSACTIONS FOR TERMINATED'.
           03 FILLER PIC X(4) VALUE 'MDPT'.
           03 FILLER PIC X(40)
               VALUE 'MASTER DEPARTMENTS NOT ON COB1-DEPTREF'.
           03 FILLER PIC X(4) VALUE 'MLOC'.
           03 FILLER PIC X(40)
               VALUE 'MASTER LOCATIONS NOT ON COB1-DEPTREF'.
           03 FILLER PIC X(4) VALUE 'DGLM'.
           03 FILLER PIC X(40)
               VALUE 'DEPARTMENTS WITHOUT A COB1-GLMAP ACCOUNT'.
       01  KIND-TABLE REDEFINES KIND-VALUES.
           03 KIND-ENTRY OCCURS 7 TIMES.
               05 KT-CODE PIC X(4).
               05 KT-DESC PIC X(40).
       01  KIND-COUNT-TABLE.
           03 KIND-COUNT PIC 9(5) OCCURS 7 TIMES.
       01  KIND-AREAS.
           03 KIND-TABLE-MAX PIC 9(2) VALUE 7.
           03 KIND-IDX PIC 9(2) VALUE 0.
           03 KIND-FOUND-IDX PIC 9(2) VALUE 0.
           03 HOLD-KIND-SEQ PIC 9(2) VALUE 0.
           03 FIRST-EXCEPTION-SW PIC X(1) VALUE 'Y'.
               88 FIRST-EXCEPTION VALUE 'Y'.
       01  EMPLOYEE-AREAS.
           03 HOLD-EMPID PIC X(7) VALUE SPACES.
           03 ON-MASTER-SW PIC X(1) VALUE 'N'.
               88 ON-MASTER VALUE 'Y'.
           03 ON-HISTORY-SW PIC X(1) VALUE 'N'.
               88 ON-HISTORY VALUE 'Y'.
           03 EMP-EMPTYPE PIC X(2) VALUE SPACES.
           03 EMP-LNAME PIC X(15) VALUE SPACES.
           03 EMP-FNAME PIC X(15) VALUE SPACES.
           03 EMP-PURGE-DATE PIC X(8) VALUE SPACES.
       01  DATE-EDIT-AREAS.
           03 DATE-EDIT PIC 99/99/9999.
           03 YEAR-EDIT PIC 9(4).
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
       01  PAGE-HEADER1.
           03 FILLER PIC X(10) VALUE 'RUN DATE:'.
           03 PH-RUN-DATE PIC X(10).
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(30)
               VALUE 'MASTER FILE INTEGRITY SWEEP'.
           03 FILLER PIC X(27) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  PRNT-HEADING1.
           03 FILLER PIC X(10) VALUE 'EMP ID'.
           03 FILLER PIC X(17) VALUE 'LAST'.
           03 FILLER PIC X(17) VALUE 'FIRST'.
           03 FILLER PIC X(6) VALUE 'CODE'.
           03 FILLER PIC X(40) VALUE 'DETAIL'.
       01  PRNT-KIND1.
           03 FILLER PIC X(6) VALUE 'KIND: '.
           03 KH-KIND PIC X(6).
           03 KH-DESC PIC X(40).
       01  PRNT-DATA1.
           03 L-EMPID PIC X(10).
           03 L-LNAME PIC X(17).
           03 L-FNAME PIC X(17).
           03 L-CODE PIC X(6).
           03 L-DETAIL PIC X(40).
       01  PRNT-KINDTOTAL1.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'COUNT FOR '.
           03 KT-TOTAL-KIND PIC X(6).
           03 KT-TOTAL-COUNT PIC ZZ,ZZ9.
       01  PRNT-SUMMARY-HEAD.
           03 FILLER PIC X(40) VALUE 'EXCEPTION SUMMARY'.
       01  PRNT-SUMMARY1.
           03 SM-KIND PIC X(6).
           03 SM-DESC PIC X(42).
           03 SM-COUNT PIC ZZ,ZZ9.
       01  PRNT-SUMMARY-TOTAL.
           03 FILLER PIC X(48) VALUE 'TOTAL EXCEPTIONS'.
           03 SM-TOTAL PIC Z,ZZZ,ZZ9.
       01  PRNT-NONE1.
           03 FILLER PIC X(50)
               VALUE 'NO EXCEPTIONS - THE MASTERS AGREE'.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM 1300-CHECK-DEPT-ACCOUNT
               VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > DEPT-TABLE-COUNT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-EMPID S-CLASS
               INPUT PROCEDURE 2100-INPUT-PROCEDURE
                   THRU 2100-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 1500-MATCH-PROCEDURE
                   THRU 1500-MATCH-PROCEDURE-EXIT.
           CLOSE EXCEPTION-FILE.
           OPEN OUTPUT REPORT-FILE.
           SORT EXC-SORT-FILE
               ON ASCENDING KEY X-KIND-SEQ X-EXCEPTION
               INPUT PROCEDURE 3100-EXC-INPUT-PROCEDURE
                   THRU 3100-EXC-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 3500-PRINT-PROCEDURE
                   THRU 3500-PRINT-PROCEDURE-EXIT.
           CLOSE REPORT-FILE.
           DISPLAY 'RECORDS READ: ' RECORDS-READ.
           DISPLAY 'INTEGRITY EXCEPTIONS: ' EXCEPTION-COUNT.
           MOVE RECORDS-READ TO RL-READ-COUNT.
           MOVE EXCEPTION-COUNT TO RL-WRITE-COUNT.
           MOVE EXCEPTION-COUNT TO RL-REJECT-COUNT.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           PERFORM 8400-START-RUNLOG.
           MOVE 0 TO KIND-COUNT (1).
           MOVE 0 TO KIND-COUNT (2).
           MOVE 0 TO KIND-COUNT (3).
           MOVE 0 TO KIND-COUNT (4).
           MOVE 0 TO KIND-COUNT (5).
           MOVE 0 TO KIND-COUNT (6).
           MOVE 0 TO KIND-COUNT (7).
           OPEN INPUT DEPTREF-FILE.
           PERFORM 1110-READ-DEPTREF.
           PERFORM 1120-LOAD-REF-ENTRY
               UNTIL EOF-REF = 1.
           CLOSE DEPTREF-FILE.
           IF DEPT-TABLE-COUNT = 0
               DISPLAY 'WARNING: NO DEPARTMENT CODES LOADED FROM '
                   'COB1-DEPTREF - EVERY MASTER DEPARTMENT WILL BE '
                   'REPORTED'
           END-IF.
           OPEN INPUT GLMAP-FILE.
           PERFORM 1210-READ-GLMAP.
           PERFORM 1220-LOAD-MAP-ENTRY
               UNTIL EOF-G = 1.
           CLOSE GLMAP-FILE.
       1110-READ-DEPTREF.
           READ DEPTREF-FILE INTO DEPTREF-DATA
               AT END MOVE 1 TO EOF-REF.
       1120-LOAD-REF-ENTRY.
           IF REF-DEPT-REC
               IF DEPT-TABLE-COUNT < REF-TABLE-MAX
                   ADD 1 TO DEPT-TABLE-COUNT
                   MOVE REF-CODE TO DEPT-CODE (DEPT-TABLE-COUNT)
               ELSE
                   DISPLAY 'WARNING: DEPARTMENT TABLE FULL - CODE '
                       REF-CODE ' IGNORED'
               END-IF
           ELSE
               IF REF-LOC-REC
                   IF LOC-TABLE-COUNT < REF-TABLE-MAX
                       ADD 1 TO LOC-TABLE-COUNT
                       MOVE REF-CODE TO LOC-CODE (LOC-TABLE-COUNT)
                   ELSE
                       DISPLAY 'WARNING: LOCATION TABLE FULL - CODE '
                           REF-CODE ' IGNORED'
                   END-IF
               END-IF
           END-IF.
           PERFORM 1110-READ-DEPTREF.
       1210-READ-GLMAP.
           READ GLMAP-FILE INTO GLMAP-DATA
               AT END MOVE 1 TO EOF-G.
       1220-LOAD-MAP-ENTRY.
           IF GM-DEPT-REC
               IF MAP-TABLE-COUNT < MAP-TABLE-MAX
                   ADD 1 TO MAP-TABLE-COUNT
                   MOVE GM-DEPT TO MAP-DEPT (MAP-TABLE-COUNT)
               ELSE
                   DISPLAY 'WARNING: ACCOUNT MAP TABLE FULL AT '
                       MAP-TABLE-MAX ' ENTRIES - MAPPING FOR DEPT '
                       GM-DEPT ' IGNORED'
               END-IF
           END-IF.
           PERFORM 1210-READ-GLMAP.
       1300-CHECK-DEPT-ACCOUNT.
      *    A department with no mapping posts to suspense in the
      *    labor distribution, so it is reported here first.
           MOVE 'N' TO MAP-FOUND-SW.
           PERFORM 1310-SEARCH-MAP-ENTRY
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-TABLE-COUNT
                   OR MAP-FOUND.
           IF NOT MAP-FOUND
               MOVE SPACES TO INTEXC-DATA
               MOVE 'DGLM' TO EX-KIND
               MOVE DEPT-CODE (REF-IDX) TO EX-CODE
               MOVE 'NO EXPENSE ACCOUNT - POSTS TO SUSPENSE'
                   TO EX-DETAIL
               PERFORM 4000-WRITE-EXCEPTION
           END-IF.
       1310-SEARCH-MAP-ENTRY.
           IF MAP-DEPT (MAP-IDX) = DEPT-CODE (REF-IDX)
               MOVE 'Y' TO MAP-FOUND-SW
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
       2100-INPUT-PROCEDURE.
           OPEN INPUT EMPMSTR-FILE.
           PERFORM 2110-READ-MASTER.
           PERFORM 2120-RELEASE-MASTER
               UNTIL EOF-M = 1.
           CLOSE EMPMSTR-FILE.
           OPEN INPUT HISTORY-FILE.
           PERFORM 2130-READ-HISTORY.
           PERFORM 2140-RELEASE-HISTORY
               UNTIL EOF-H = 1.
           CLOSE HISTORY-FILE.
           OPEN INPUT DEDMSTR-FILE.
           PERFORM 2150-READ-DEDMSTR.
           PERFORM 2160-RELEASE-DEDMSTR
               UNTIL EOF-D = 1.
           CLOSE DEDMSTR-FILE.
           OPEN INPUT YTDMSTR-FILE.
           PERFORM 2170-READ-YTDMSTR.
           PERFORM 2180-RELEASE-YTDMSTR
               UNTIL EOF-Y = 1.
           CLOSE YTDMSTR-FILE.
           OPEN INPUT PENDING-FILE.
           PERFORM 2190-READ-PENDING.
           PERFORM 2195-RELEASE-PENDING
               UNTIL EOF-T = 1.
           CLOSE PENDING-FILE.
       2100-INPUT-PROCEDURE-EXIT.
           EXIT.
       2110-READ-MASTER.
           READ EMPMSTR-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-M.
           IF EOF-M = 0
               ADD 1 TO RECORDS-READ
           END-IF.
       2120-RELEASE-MASTER.
           MOVE M-EMPID TO S-EMPID.
           MOVE '0' TO S-CLASS.
           MOVE EMPMSTR-REC TO S-BODY.
           RELEASE SORT-REC.
           PERFORM 2110-READ-MASTER.
       2130-READ-HISTORY.
           READ HISTORY-FILE INTO HIST-DATA
               AT END MOVE 1 TO EOF-H.
           IF EOF-H = 0
               ADD 1 TO RECORDS-READ
           END-IF.
       2140-RELEASE-HISTORY.
           MOVE HS-EMPID TO S-EMPID.
           MOVE '1' TO S-CLASS.
           MOVE HIST-DATA TO S-BODY.
           RELEASE SORT-REC.
           PERFORM 2130-READ-HISTORY.
       2150-READ-DEDMSTR.
           READ DEDMSTR-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-D.
           IF EOF-D = 0
               ADD 1 TO RECORDS-READ
           END-IF.
       2160-RELEASE-DEDMSTR.
           MOVE D-EMPID TO S-EMPID.
           MOVE '2' TO S-CLASS.
           MOVE DEDMSTR-REC TO S-BODY.
           RELEASE SORT-REC.
           PERFORM 2150-READ-DEDMSTR.
       2170-READ-YTDMSTR.
           READ YTDMSTR-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-Y.
           IF EOF-Y = 0
               ADD 1 TO RECORDS-READ
           END-IF.
       2180-RELEASE-YTDMSTR.
           MOVE Y-EMPID TO S-EMPID.
           MOVE '3' TO S-CLASS.
           MOVE YTDMSTR-REC TO S-BODY.
           RELEASE SORT-REC.
           PERFORM 2170-READ-YTDMSTR.
       2190-READ-PENDING.
           READ PENDING-FILE INTO PENDING-DATA
               AT END MOVE 1 TO EOF-T.
           IF EOF-T = 0
               ADD 1 TO RECORDS-READ
           END-IF.
       2195-RELEASE-PENDING.
           MOVE TR-EMPID TO S-EMPID.
           MOVE '4' TO S-CLASS.
           MOVE PENDING-DATA TO S-BODY.
           RELEASE SORT-REC.
           PERFORM 2190-READ-PENDING.
       1500-MATCH-PROCEDURE.
           PERFORM 2200-RETURN-RECORD.
           PERFORM 1500-LOOP
               UNTIL EOF-S = 1.
       1500-MATCH-PROCEDURE-EXIT.
           EXIT.
       1500-LOOP.
           IF S-EMPID NOT = HOLD-EMPID
               MOVE S-EMPID TO HOLD-EMPID
               MOVE 'N' TO ON-MASTER-SW
               MOVE 'N' TO ON-HISTORY-SW
               MOVE SPACES TO EMP-EMPTYPE
               MOVE SPACES TO EMP-LNAME
               MOVE SPACES TO EMP-FNAME
               MOVE SPACES TO EMP-PURGE-DATE
           END-IF.
           IF S-MASTER-IMAGE
               PERFORM 1600-CHECK-MASTER
           ELSE
               IF S-HISTORY-IMAGE
                   PERFORM 1650-NOTE-HISTORY
               ELSE
                   IF S-DEDUCTION-REC
                       PERFORM 1700-CHECK-DEDUCTION
                   ELSE
                       IF S-YTD-REC
                           PERFORM 1750-CHECK-YTD
                       ELSE
                           PERFORM 1800-CHECK-PENDING
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 2200-RETURN-RECORD.
       2200-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE 1 TO EOF-S.
       1600-CHECK-MASTER.
           MOVE S-BODY TO EMPMSTR-REC.
           MOVE 'Y' TO ON-MASTER-SW.
           MOVE M-EMPTYPE TO EMP-EMPTYPE.
           MOVE M-LNAME TO EMP-LNAME.
           MOVE M-FNAME TO EMP-FNAME.
           MOVE 'N' TO DEPT-VALID-SW.
           MOVE 'N' TO LOC-VALID-SW.
           PERFORM 1610-SEARCH-DEPT-CODE
               VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > DEPT-TABLE-COUNT
                   OR DEPT-CODE-VALID.
           PERFORM 1620-SEARCH-LOC-CODE
               VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > LOC-TABLE-COUNT
                   OR LOC-CODE-VALID.
           IF NOT DEPT-CODE-VALID
               PERFORM 4100-START-EMP-EXCEPTION
               MOVE 'MDPT' TO EX-KIND
               MOVE M-DEPT TO EX-CODE
               MOVE 'DEPARTMENT CODE NOT ON COB1-DEPTREF'
                   TO EX-DETAIL
               PERFORM 4000-WRITE-EXCEPTION
           END-IF.
           IF NOT LOC-CODE-VALID
               PERFORM 4100-START-EMP-EXCEPTION
               MOVE 'MLOC' TO EX-KIND
               MOVE M-LOC TO EX-CODE
               MOVE 'LOCATION CODE NOT ON COB1-DEPTREF'
                   TO EX-DETAIL
               PERFORM 4000-WRITE-EXCEPTION
           END-IF.
       1610-SEARCH-DEPT-CODE.
           IF DEPT-CODE (REF-IDX) = M-DEPT
               MOVE 'Y' TO DEPT-VALID-SW
           END-IF.
       1620-SEARCH-LOC-CODE.
           IF LOC-CODE (REF-IDX) = M-LOC
               MOVE 'Y' TO LOC-VALID-SW
           END-IF.
       1650-NOTE-HISTORY.
      *    A re-hired EMPID can be on both files; the live master
      *    wins and the archive image is only kept for the name.
           MOVE S-BODY TO HIST-DATA.
           MOVE 'Y' TO ON-HISTORY-SW.
           MOVE HIST-PURGE-DATE TO EMP-PURGE-DATE.
           IF NOT ON-MASTER
               MOVE HS-LNAME TO EMP-LNAME
               MOVE HS-FNAME TO EMP-FNAME
           END-IF.
       1700-CHECK-DEDUCTION.
           IF NOT ON-MASTER
               MOVE S-BODY TO DEDMSTR-REC
               PERFORM 4100-START-EMP-EXCEPTION
               IF ON-HISTORY
                   MOVE 'DPRG' TO EX-KIND
                   PERFORM 4200-FORMAT-PURGE-DETAIL
               ELSE
                   MOVE 'DORP' TO EX-KIND
                   MOVE 'NOT ON MASTER OR HISTORY ARCHIVE'
                       TO EX-DETAIL
               END-IF
               PERFORM 4000-WRITE-EXCEPTION
           END-IF.
       1750-CHECK-YTD.
           IF NOT ON-MASTER
               MOVE S-BODY TO YTDMSTR-REC
               PERFORM 4100-START-EMP-EXCEPTION
               IF EX-LNAME = SPACES
                   MOVE Y-LNAME TO EX-LNAME
                   MOVE Y-FNAME TO EX-FNAME
               END-IF
               MOVE 'YORP' TO EX-KIND
               MOVE Y-YEAR TO YEAR-EDIT
               IF ON-HISTORY
                   MOVE EMP-PURGE-DATE TO DATE-EDIT
                   STRING 'YEAR ' YEAR-EDIT ' - PURGED ' DATE-EDIT
                       DELIMITED BY SIZE INTO EX-DETAIL
               ELSE
                   STRING 'YEAR ' YEAR-EDIT
                       ' - NOT ON MASTER OR ARCHIVE'
                       DELIMITED BY SIZE INTO EX-DETAIL
               END-IF
               PERFORM 4000-WRITE-EXCEPTION
           END-IF.
       1800-CHECK-PENDING.
      *    A pending add for a purged EMPID is a re-hire and is left
      *    alone; a change or termination can only be rejected when
      *    it comes due.
           MOVE S-BODY TO PENDING-DATA.
           IF TRANS-CHANGE OR TRANS-TERMINATE
               IF (ON-MASTER AND EMP-EMPTYPE = 'TM')
                   OR (ON-HISTORY AND NOT ON-MASTER)
                   PERFORM 4100-START-EMP-EXCEPTION
                   MOVE 'PTRM' TO EX-KIND
                   MOVE TR-ACTION TO EX-CODE
                   IF TR-EFFDATE IS NUMERIC
                       MOVE TR-EFFDATE TO DATE-EDIT
                   ELSE
                       MOVE 0 TO DATE-EDIT
                   END-IF
                   IF ON-MASTER
                       STRING 'DUE ' DATE-EDIT
                           ' - EMPLOYEE IS TERMINATED'
                           DELIMITED BY SIZE INTO EX-DETAIL
                   ELSE
                       STRING 'DUE ' DATE-EDIT
                           ' - EMPLOYEE WAS PURGED'
                           DELIMITED BY SIZE INTO EX-DETAIL
                   END-IF
                   PERFORM 4000-WRITE-EXCEPTION
               END-IF
           END-IF.
       3100-EXC-INPUT-PROCEDURE.
           OPEN INPUT EXCEPTION-FILE.
           PERFORM 3110-READ-EXCEPTION.
           PERFORM 3120-RELEASE-EXCEPTION
               UNTIL EOF-X = 1.
           CLOSE EXCEPTION-FILE.
       3100-EXC-INPUT-PROCEDURE-EXIT.
           EXIT.
       3110-READ-EXCEPTION.
           READ EXCEPTION-FILE INTO INTEXC-DATA
               AT END MOVE 1 TO EOF-X.
       3120-RELEASE-EXCEPTION.
           PERFORM 4300-FIND-KIND.
           MOVE KIND-FOUND-IDX TO X-KIND-SEQ.
           MOVE INTEXC-DATA TO X-EXCEPTION.
           RELEASE EXC-SORT-REC.
           PERFORM 3110-READ-EXCEPTION.
       3500-PRINT-PROCEDURE.
           PERFORM 1400-PRINT-HEADER.
           MOVE 0 TO EOF-X.
           PERFORM 3510-RETURN-EXCEPTION.
           PERFORM 3520-PRINT-LOOP
               UNTIL EOF-X = 1.
           IF EXCEPTION-COUNT = 0
               WRITE REPORT-REC FROM SPACES
                   AFTER ADVANCING 1 LINE
               WRITE REPORT-REC FROM PRNT-NONE1
                   AFTER ADVANCING 1 LINE
               ADD 2 TO LINE-COUNT
           ELSE
               PERFORM 3600-PRINT-KIND-TOTAL
           END-IF.
           PERFORM 3700-PRINT-SUMMARY.
       3500-PRINT-PROCEDURE-EXIT.
           EXIT.
       3510-RETURN-EXCEPTION.
           RETURN EXC-SORT-FILE
               AT END MOVE 1 TO EOF-X.
       3520-PRINT-LOOP.
           MOVE X-EXCEPTION TO INTEXC-DATA.
           IF FIRST-EXCEPTION
               MOVE 'N' TO FIRST-EXCEPTION-SW
               MOVE X-KIND-SEQ TO HOLD-KIND-SEQ
               PERFORM 3550-PRINT-KIND-HEADING
           ELSE
               IF X-KIND-SEQ NOT = HOLD-KIND-SEQ
                   PERFORM 3600-PRINT-KIND-TOTAL
                   MOVE X-KIND-SEQ TO HOLD-KIND-SEQ
                   PERFORM 3550-PRINT-KIND-HEADING
               END-IF
           END-IF.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
               PERFORM 3550-PRINT-KIND-HEADING
           END-IF.
           MOVE EX-EMPID TO L-EMPID.
           MOVE EX-LNAME TO L-LNAME.
           MOVE EX-FNAME TO L-FNAME.
           MOVE EX-CODE TO L-CODE.
           MOVE EX-DETAIL TO L-DETAIL.
           WRITE REPORT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM 3510-RETURN-EXCEPTION.
       3550-PRINT-KIND-HEADING.
           IF LINE-COUNT + 3 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE KT-CODE (HOLD-KIND-SEQ) TO KH-KIND.
           MOVE KT-DESC (HOLD-KIND-SEQ) TO KH-DESC.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-KIND1
               AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-COUNT.
       3600-PRINT-KIND-TOTAL.
           IF LINE-COUNT + 1 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE KT-CODE (HOLD-KIND-SEQ) TO KT-TOTAL-KIND.
           MOVE KIND-COUNT (HOLD-KIND-SEQ) TO KT-TOTAL-COUNT.
           WRITE REPORT-REC FROM PRNT-KINDTOTAL1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       3700-PRINT-SUMMARY.
           IF LINE-COUNT + 12 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-SUMMARY-HEAD
               AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-COUNT.
           PERFORM 3710-PRINT-SUMMARY-LINE
               VARYING KIND-IDX FROM 1 BY 1
               UNTIL KIND-IDX > KIND-TABLE-MAX.
           MOVE EXCEPTION-COUNT TO SM-TOTAL.
           WRITE REPORT-REC FROM PRNT-SUMMARY-TOTAL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       3710-PRINT-SUMMARY-LINE.
           MOVE KT-CODE (KIND-IDX) TO SM-KIND.
           MOVE KT-DESC (KIND-IDX) TO SM-DESC.
           MOVE KIND-COUNT (KIND-IDX) TO SM-COUNT.
           WRITE REPORT-REC FROM PRNT-SUMMARY1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       4000-WRITE-EXCEPTION.
           MOVE RUN-DATE-X TO EX-RUN-DATE.
           WRITE EXCEPTION-REC FROM INTEXC-DATA.
           ADD 1 TO EXCEPTION-COUNT.
           PERFORM 4300-FIND-KIND.
           ADD 1 TO KIND-COUNT (KIND-FOUND-IDX).
       4100-START-EMP-EXCEPTION.
           MOVE SPACES TO INTEXC-DATA.
           MOVE HOLD-EMPID TO EX-EMPID.
           MOVE EMP-LNAME TO EX-LNAME.
           MOVE EMP-FNAME TO EX-FNAME.
       4200-FORMAT-PURGE-DETAIL.
           MOVE EMP-PURGE-DATE TO DATE-EDIT.
           STRING 'PURGED ' DATE-EDIT ' - DEDUCTIONS ON FILE'
               DELIMITED BY SIZE INTO EX-DETAIL.
       4300-FIND-KIND.
           MOVE 0 TO KIND-FOUND-IDX.
           PERFORM 4310-MATCH-KIND
               VARYING KIND-IDX FROM 1 BY 1
               UNTIL KIND-IDX > KIND-TABLE-MAX
                   OR KIND-FOUND-IDX > 0.
       4310-MATCH-KIND.
           IF KT-CODE (KIND-IDX) = EX-KIND
               MOVE KIND-IDX TO KIND-FOUND-IDX
           END-IF.
       8400-START-RUNLOG.
           MOVE 'PROJECT33' TO RL-PROGRAM.
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
       END PROGRAM project33.
