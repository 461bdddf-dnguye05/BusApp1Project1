      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project30 - leave balance report by department.  Reads
      *         every record on the leave master (COB1-LVMSTR, shared
      *         LVMST copybook), picks up each employee's name, type,
      *         department and location from the indexed master
      *         (COB1-EMPMSTR), and prints the vacation and sick
      *         balances sorted by department and name, with a
      *         subtotal of hours per department and a grand total,
      *         so supervisors work from the system's balances instead
      *         of their own spreadsheets.  A leave record whose EMPID
      *         is no longer on the master is listed under a blank
      *         department so it is not lost.  Printed to COB1-LVBAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project30.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LVMSTR-FILE ASSIGN TO 'COB1-LVMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-EMPID.
           SELECT EMPMSTR-FILE ASSIGN TO 'COB1-EMPMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EMPID
               ALTERNATE RECORD KEY IS M-LNAME WITH DUPLICATES.
           SELECT REPORT-FILE ASSIGN TO 'COB1-LVBAL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'COB1-SORTWK'.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LVMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY LVMST.
       FD  EMPMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY EMPMST.
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
           03 S-DEPT PIC X(4).
           03 S-LNAME PIC X(15).
           03 S-FNAME PIC X(15).
           03 S-EMPID PIC X(7).
           03 S-EMPTYPE PIC X(2).
           03 S-LOC PIC X(4).
           03 S-VAC-BALANCE PIC 9(4)V99.
           03 S-SICK-BALANCE PIC 9(4)V99.
           03 S-LAST-POST-DATE PIC X(8).
       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       01  MISC.
           03 EOF-V PIC 9 VALUE 0.
           03 EOF-O PIC 9 VALUE 0.
           03 LEAVE-COUNT PIC 9(5) VALUE 0.
           03 NOMASTER-COUNT PIC 9(5) VALUE 0.
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
       01  HOLD-AREAS.
           03 HOLD-DEPT PIC X(4) VALUE SPACES.
           03 FIRST-RECORD-SW PIC X(1) VALUE 'Y'.
               88 FIRST-RECORD VALUE 'Y'.
       01  DEPT-TOTALS.
           03 DEPT-COUNT PIC 9(5) VALUE 0.
           03 DEPT-VAC PIC 9(7)V99 VALUE 0.
           03 DEPT-SICK PIC 9(7)V99 VALUE 0.
       01  GRAND-TOTALS.
           03 GRAND-COUNT PIC 9(5) VALUE 0.
           03 GRAND-VAC PIC 9(7)V99 VALUE 0.
           03 GRAND-SICK PIC 9(7)V99 VALUE 0.
       01  PAGE-HEADER1.
           03 FILLER PIC X(10) VALUE 'RUN DATE:'.
           03 PH-RUN-DATE PIC X(10).
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(30)
               VALUE 'LEAVE BALANCES BY DEPARTMENT'.
           03 FILLER PIC X(27) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  PRNT-HEADING1.
           03 FILLER PIC X(6) VALUE 'DEPT'.
           03 FILLER PIC X(10) VALUE 'EMP ID'.
           03 FILLER PIC X(17) VALUE 'LAST'.
           03 FILLER PIC X(17) VALUE 'FIRST'.
           03 FILLER PIC X(6) VALUE 'TYPE'.
           03 FILLER PIC X(6) VALUE 'LOC'.
           03 FILLER PIC X(13) VALUE '     VACATION'.
           03 FILLER PIC X(13) VALUE '         SICK'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'LAST POSTED'.
       01  PRNT-DATA1.
           03 L-DEPT PIC X(6).
           03 L-EMPID PIC X(10).
           03 L-LNAME PIC X(17).
           03 L-FNAME PIC X(17).
           03 L-EMPTYPE PIC X(6).
           03 L-LOC PIC X(6).
           03 L-VAC-BALANCE PIC ZZ,ZZZ,ZZ9.99.
           03 L-SICK-BALANCE PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 L-LAST-POST-DATE.
               05 L-POST-MM PIC X(2).
               05 L-POST-SEP1 PIC X(1).
               05 L-POST-DD PIC X(2).
               05 L-POST-SEP2 PIC X(1).
               05 L-POST-YYYY PIC X(4).
       01  PRNT-SUBTOTAL1.
           03 FILLER PIC X(16) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'SUBTOTAL FOR DEPT'.
           03 ST-DEPT PIC X(6).
           03 ST-COUNT PIC ZZ,ZZ9.
           03 FILLER PIC X(14) VALUE ' EMPLOYEES'.
           03 ST-VAC PIC ZZ,ZZZ,ZZ9.99.
           03 ST-SICK PIC ZZ,ZZZ,ZZ9.99.
       01  PRNT-GRANDTOTAL1.
           03 FILLER PIC X(16) VALUE SPACES.
           03 FILLER PIC X(26) VALUE 'GRAND TOTAL'.
           03 GT-COUNT PIC ZZ,ZZ9.
           03 FILLER PIC X(14) VALUE ' EMPLOYEES'.
           03 GT-VAC PIC ZZ,ZZZ,ZZ9.99.
           03 GT-SICK PIC ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-DEPT S-LNAME S-FNAME S-EMPID
               INPUT PROCEDURE 2100-INPUT-PROCEDURE
                   THRU 2100-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 1500-OUTPUT-PROCEDURE
                   THRU 1500-OUTPUT-PROCEDURE-EXIT.
           CLOSE REPORT-FILE.
           DISPLAY 'LEAVE RECORDS READ: ' LEAVE-COUNT.
           DISPLAY 'EMPLOYEES LISTED: ' GRAND-COUNT.
           DISPLAY 'LEAVE RECORDS NOT ON MASTER: ' NOMASTER-COUNT.
           MOVE LEAVE-COUNT TO RL-READ-COUNT.
           MOVE GRAND-COUNT TO RL-WRITE-COUNT.
           MOVE NOMASTER-COUNT TO RL-REJECT-COUNT.
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
           OPEN INPUT LVMSTR-FILE.
           OPEN INPUT EMPMSTR-FILE.
           PERFORM 2000-READ-LEAVE.
           PERFORM 2190-RELEASE-RECORD
               UNTIL EOF-V = 1.
           CLOSE LVMSTR-FILE.
           CLOSE EMPMSTR-FILE.
       2100-INPUT-PROCEDURE-EXIT.
           EXIT.
       2190-RELEASE-RECORD.
           MOVE LV-EMPID TO M-EMPID.
           READ EMPMSTR-FILE
               INVALID KEY
                   ADD 1 TO NOMASTER-COUNT
                   MOVE SPACES TO S-DEPT
                   MOVE '*NOT ON MASTER*' TO S-LNAME
                   MOVE SPACES TO S-FNAME
                   MOVE SPACES TO S-EMPTYPE
                   MOVE SPACES TO S-LOC
               NOT INVALID KEY
                   MOVE M-DEPT TO S-DEPT
                   MOVE M-LNAME TO S-LNAME
                   MOVE M-FNAME TO S-FNAME
                   MOVE M-EMPTYPE TO S-EMPTYPE
                   MOVE M-LOC TO S-LOC
           END-READ.
           MOVE LV-EMPID TO S-EMPID.
           MOVE LV-BALANCE (1) TO S-VAC-BALANCE.
           MOVE LV-BALANCE (2) TO S-SICK-BALANCE.
           MOVE LV-LAST-POST-DATE TO S-LAST-POST-DATE.
           RELEASE SORT-REC.
           PERFORM 2000-READ-LEAVE.
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
           PERFORM 1600-PRINT-RECORDS.
           PERFORM 2200-RETURN-RECORD.
       2200-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE 1 TO EOF-O.
       1550-CONTROL-BREAK.
           IF FIRST-RECORD
               MOVE S-DEPT TO HOLD-DEPT
               MOVE 'N' TO FIRST-RECORD-SW
           ELSE
               IF S-DEPT NOT = HOLD-DEPT
                   PERFORM 1750-PRINT-SUBTOTAL
                   MOVE S-DEPT TO HOLD-DEPT
                   MOVE 0 TO DEPT-COUNT
                   MOVE 0 TO DEPT-VAC
                   MOVE 0 TO DEPT-SICK
               END-IF
           END-IF.
       1600-PRINT-RECORDS.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE S-DEPT TO L-DEPT.
           MOVE S-EMPID TO L-EMPID.
           MOVE S-LNAME TO L-LNAME.
           MOVE S-FNAME TO L-FNAME.
           MOVE S-EMPTYPE TO L-EMPTYPE.
           MOVE S-LOC TO L-LOC.
           MOVE S-VAC-BALANCE TO L-VAC-BALANCE.
           MOVE S-SICK-BALANCE TO L-SICK-BALANCE.
           IF S-LAST-POST-DATE = SPACES
               MOVE 'NEVER' TO L-LAST-POST-DATE
           ELSE
               MOVE S-LAST-POST-DATE (5:2) TO L-POST-MM
               MOVE '/' TO L-POST-SEP1
               MOVE S-LAST-POST-DATE (7:2) TO L-POST-DD
               MOVE '/' TO L-POST-SEP2
               MOVE S-LAST-POST-DATE (1:4) TO L-POST-YYYY
           END-IF.
           WRITE REPORT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO DEPT-COUNT.
           ADD S-VAC-BALANCE TO DEPT-VAC.
           ADD S-SICK-BALANCE TO DEPT-SICK.
           ADD 1 TO GRAND-COUNT.
           ADD S-VAC-BALANCE TO GRAND-VAC.
           ADD S-SICK-BALANCE TO GRAND-SICK.
       1700-PRINT-TOTALS.
           IF GRAND-COUNT > 0
               PERFORM 1750-PRINT-SUBTOTAL
               IF LINE-COUNT + 2 > LINES-PER-PAGE
                   PERFORM 1400-PRINT-HEADER
               END-IF
               WRITE REPORT-REC FROM SPACES
                   AFTER ADVANCING 1 LINE
               MOVE GRAND-COUNT TO GT-COUNT
               MOVE GRAND-VAC TO GT-VAC
               MOVE GRAND-SICK TO GT-SICK
               WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
                   AFTER ADVANCING 1 LINE
               ADD 2 TO LINE-COUNT
           END-IF.
       1750-PRINT-SUBTOTAL.
           IF LINE-COUNT + 2 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE HOLD-DEPT TO ST-DEPT.
           MOVE DEPT-COUNT TO ST-COUNT.
           MOVE DEPT-VAC TO ST-VAC.
           MOVE DEPT-SICK TO ST-SICK.
           WRITE REPORT-REC FROM PRNT-SUBTOTAL1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-COUNT.
       2000-READ-LEAVE.
           READ LVMSTR-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-V.
           IF EOF-V = 0
               ADD 1 TO LEAVE-COUNT
           END-IF.
       8400-START-RUNLOG.
           MOVE 'PROJECT30' TO RL-PROGRAM.
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
       END PROGRAM project30.
