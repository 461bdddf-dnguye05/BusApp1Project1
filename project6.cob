      *                  flagged with their purge date.
      *  2026-08-22  DN  Appends a run-log record (shared RUNLOG
      *                  copybook) to COB1-RUNLOG at end of run.
      *  2026-10-15  DN  Each inquiry request now carries the
      *                  requester's ID and a reason code; a request
      *                  missing either, or with a reason code not on
      *                  the list, is refused without a lookup.  Every
      *                  employee shown (master hits, name-browse hits
      *                  and archive hits alike), every inquiry with
      *                  no match and every refused request is
      *                  written to the employee access log
      *                  (COB1-ACCLOG, shared ACCLOG copybook) for the
      *                  weekly access report.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project6.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCLOG-FILE ASSIGN TO 'COB1-ACCLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REC PIC X(28).
       FD  EMPMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY EMPMST.
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       FD  ACCLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  ACCLOG-REC PIC X(63).
       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       COPY ACCLOG.
       01  INQ-DATA.
           03 Q-TYPE PIC X(1).
               88 INQ-BY-EMPID VALUE 'E'.
               88 INQ-BY-NAME VALUE 'N'.
           03 Q-ARG PIC X(15).
           03 Q-REQUESTER PIC X(8).
           03 Q-REASON PIC X(4).
      *    HRIN HR inquiry, PAYR payroll, BENE benefits, EMPV
      *    employment verification, LEGL legal, AUDT audit.
               88 VALID-REASON-CODE VALUE 'HRIN' 'PAYR' 'BENE'
                   'EMPV' 'LEGL' 'AUDT'.
       01  MISC.
           03 EOF-Q PIC 9 VALUE 0.
           03 EOF-B PIC 9 VALUE 0.
           03 INQUIRY-COUNT PIC 9(5) VALUE 0.
           03 FOUND-COUNT PIC 9(5) VALUE 0.
           03 NOTFOUND-COUNT PIC 9(5) VALUE 0.
           03 REFUSED-COUNT PIC 9(5) VALUE 0.
       01  ACCESS-AREAS.
           03 HIT-SOURCE-SW PIC X(1) VALUE 'M'.
               88 HIT-FROM-MASTER VALUE 'M'.
               88 HIT-FROM-HISTORY VALUE 'H'.
           03 ACCESS-TIME-WORK PIC X(8).
           03 ACCESS-COUNT PIC 9(5) VALUE 0.
       01  BROWSE-AREAS.
           03 MATCH-COUNT PIC 9(5) VALUE 0.
           03 PFX-LEN PIC 9(2) VALUE 0.
           03 FILLER PIC X(9) VALUE 'INQUIRY: '.
           03 IQ-TYPE-DESC PIC X(17).
           03 IQ-ARG PIC X(15).
           03 FILLER PIC X(12) VALUE ' REQUESTER: '.
           03 IQ-REQUESTER PIC X(8).
           03 FILLER PIC X(9) VALUE ' REASON: '.
           03 IQ-REASON PIC X(4).
       01  PRNT-INQ-LINE1.
           03 FILLER PIC X(11) VALUE '  EMPID:   '.
           03 IQ-EMPID PIC X(7).
           OPEN INPUT INQUIRY-FILE.
           OPEN INPUT EMPMSTR-FILE.
           OPEN OUTPUT INQOUT-FILE.
           OPEN EXTEND ACCLOG-FILE.
           PERFORM 2000-READ-INQUIRY.
           PERFORM 1500-LOOP
               UNTIL EOF-Q = 1.
           CLOSE INQUIRY-FILE.
           CLOSE EMPMSTR-FILE.
           CLOSE INQOUT-FILE.
           CLOSE ACCLOG-FILE.
           DISPLAY 'INQUIRIES READ: ' INQUIRY-COUNT.
           DISPLAY 'EMPLOYEES DISPLAYED: ' FOUND-COUNT.
           DISPLAY 'INQUIRIES WITH NO MATCH: ' NOTFOUND-COUNT.
           DISPLAY 'INQUIRIES REFUSED: ' REFUSED-COUNT.
           DISPLAY 'ACCESS LOG RECORDS WRITTEN: ' ACCESS-COUNT.
           MOVE INQUIRY-COUNT TO RL-READ-COUNT.
           MOVE FOUND-COUNT TO RL-WRITE-COUNT.
           COMPUTE RL-REJECT-COUNT = NOTFOUND-COUNT + REFUSED-COUNT.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1000-INITIALIZE.
           PERFORM 8400-START-RUNLOG.
       1500-LOOP.
           PERFORM 3000-PRINT-REQUEST.
           MOVE 'M' TO HIT-SOURCE-SW.
           IF Q-REQUESTER = SPACES OR NOT VALID-REASON-CODE
               PERFORM 3400-PRINT-REFUSED
           ELSE
               IF INQ-BY-EMPID
                   PERFORM 2100-INQUIRE-BY-EMPID
               ELSE
                   IF INQ-BY-NAME
                       PERFORM 2200-INQUIRE-BY-NAME
                   ELSE
                       MOVE 'INVALID REQUEST TYPE' TO IQ-NF-TEXT
                       PERFORM 3300-PRINT-NOTFOUND
                   END-IF
               END-IF
           END-IF.
           PERFORM 2000-READ-INQUIRY.
       2450-PRINT-ARCHIVED.
           ADD 1 TO ARCH-MATCH-COUNT.
           MOVE H-IMAGE TO EMPMSTR-REC.
           MOVE 'H' TO HIT-SOURCE-SW.
           PERFORM 3100-PRINT-EMPLOYEE.
           MOVE 'M' TO HIT-SOURCE-SW.
           MOVE H-PURGE-DATE TO IQ-PURGE-DATE.
           WRITE INQOUT-REC FROM PRNT-INQ-LINE7.
       3000-PRINT-REQUEST.
               END-IF
           END-IF.
           MOVE Q-ARG TO IQ-ARG.
           MOVE Q-REQUESTER TO IQ-REQUESTER.
           MOVE Q-REASON TO IQ-REASON.
           WRITE INQOUT-REC FROM SPACES.
           WRITE INQOUT-REC FROM PRNT-INQ-REQUEST.
       3100-PRINT-EMPLOYEE.
           WRITE INQOUT-REC FROM PRNT-INQ-LINE4.
           WRITE INQOUT-REC FROM PRNT-INQ-LINE5.
           WRITE INQOUT-REC FROM PRNT-INQ-LINE6.
           MOVE M-EMPID TO AL-EMPID.
           MOVE M-EMPTYPE TO AL-EMPTYPE.
      *    Everything on the archive was purged as terminated, so an
      *    archive hit is always a terminated employee's record.
           IF HIT-FROM-HISTORY OR M-EMPTYPE = 'TM'
               OR M-TERMDATE NOT = SPACES
               MOVE 'Y' TO AL-TERM-FLAG
           ELSE
               MOVE 'N' TO AL-TERM-FLAG
           END-IF.
           MOVE HIT-SOURCE-SW TO AL-RESULT.
           PERFORM 3500-WRITE-ACCESS-LOG.
       3150-EXPAND-TYPE.
           IF M-EMPTYPE = 'FT'
               MOVE 'FULL TIME' TO IQ-EMPTYPE
       3300-PRINT-NOTFOUND.
           ADD 1 TO NOTFOUND-COUNT.
           WRITE INQOUT-REC FROM PRNT-INQ-NOTFOUND.
           MOVE SPACES TO AL-EMPID.
           MOVE SPACES TO AL-EMPTYPE.
           MOVE 'N' TO AL-TERM-FLAG.
           MOVE 'N' TO AL-RESULT.
           PERFORM 3500-WRITE-ACCESS-LOG.
       3400-PRINT-REFUSED.
           ADD 1 TO REFUSED-COUNT.
           IF Q-REQUESTER = SPACES
               MOVE 'REFUSED - NO REQUESTER ID ON THE REQUEST'
                   TO IQ-NF-TEXT
           ELSE
               MOVE 'REFUSED - MISSING OR UNKNOWN REASON CODE'
                   TO IQ-NF-TEXT
           END-IF.
           WRITE INQOUT-REC FROM PRNT-INQ-NOTFOUND.
           MOVE SPACES TO AL-EMPID.
           MOVE SPACES TO AL-EMPTYPE.
           MOVE 'N' TO AL-TERM-FLAG.
           MOVE 'R' TO AL-RESULT.
           PERFORM 3500-WRITE-ACCESS-LOG.
       3500-WRITE-ACCESS-LOG.
           MOVE RUN-DATE-YYYYMMDD TO AL-DATE.
           ACCEPT ACCESS-TIME-WORK FROM TIME.
           MOVE ACCESS-TIME-WORK (1:6) TO AL-TIME.
           MOVE 'PROJECT6' TO AL-PROGRAM.
           MOVE Q-REQUESTER TO AL-REQUESTER.
           MOVE Q-REASON TO AL-REASON.
           MOVE Q-TYPE TO AL-REQ-TYPE.
           MOVE Q-ARG TO AL-REQ-ARG.
           WRITE ACCLOG-REC FROM ACCLOG-DATA.
           ADD 1 TO ACCESS-COUNT.
       8400-START-RUNLOG.
           MOVE 'PROJECT6' TO RL-PROGRAM.
           ACCEPT RL-DATE-WORK FROM DATE YYYYMMDD.
