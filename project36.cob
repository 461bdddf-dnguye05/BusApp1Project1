      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project36 - one-time conversion of the year-to-date
      *         earnings master and the deduction master to their
      *         widened record layouts.  COB1-YTDMSTR grows from 63 to
      *         102 bytes (YTD tax, benefit and garnishment withheld
      *         and the last pay period posted, shared YTDMST
      *         copybook) and COB1-DEDMSTR from 34 to 67 bytes (the
      *         tax, benefit and garnishment payees and the
      *         garnishment case number, shared DEDMST copybook).
      *         Every old record is copied across with the fields it
      *         already has; the new amounts are zero and the new
      *         period, payee and case fields are blank, so the YTD
      *         withholding starts from the first pay run after the
      *         conversion and the deduction maintenance run
      *         (PROJECT21) has to be given each employee's payees
      *         before the first remittance run (PROJECT35).
      *
      *         Run order - once, after the last nightly run on the
      *         old layouts and before the first nightly run on the
      *         new ones:
      *           1. Rename COB1-YTDMSTR to COB1-YTDOLD and
      *              COB1-DEDMSTR to COB1-DEDOLD.
      *           2. Run PROJECT36.  It builds new COB1-YTDMSTR and
      *              COB1-DEDMSTR from the renamed files.
      *           3. Run PROJECT34 to load the payees and PROJECT21
      *              to assign them, then resume the nightly chain
      *              (PROJECT17).
      *           4. Keep COB1-YTDOLD and COB1-DEDOLD until the first
      *              night on the new layouts has balanced.
      *         The conversion refuses to run a second time once a
      *         clean PROJECT36 run is on the central run log
      *         (COB1-RUNLOG), so the converted masters cannot be
      *         overwritten from the old files after posting starts.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project36.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTDOLD-FILE ASSIGN TO 'COB1-YTDOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OY-EMPID.
           SELECT DEDOLD-FILE ASSIGN TO 'COB1-DEDOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OD-EMPID.
           SELECT YTDMSTR-FILE ASSIGN TO 'COB1-YTDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Y-EMPID.
           SELECT DEDMSTR-FILE ASSIGN TO 'COB1-DEDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS D-EMPID.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    The old layouts are kept here, in this program only; every
      *    other program uses the widened YTDMST and DEDMST copybooks.
       FD  YTDOLD-FILE
               LABEL RECORDS ARE STANDARD.
       01  YTDOLD-REC.
           03 OY-EMPID PIC X(7).
           03 OY-LNAME PIC X(15).
           03 OY-FNAME PIC X(15).
           03 OY-YEAR PIC 9(4).
           03 OY-YTD-HOURS PIC 9(6)V99.
           03 OY-YTD-GROSS PIC 9(9)V99.
           03 OY-PERIOD-COUNT PIC 9(3).
       FD  DEDOLD-FILE
               LABEL RECORDS ARE STANDARD.
       01  DEDOLD-REC.
           03 OD-EMPID PIC X(7).
           03 OD-TAX-PCT PIC 9(2)V99.
           03 OD-BENEFIT-AMT PIC 9(5)V99.
           03 OD-GARN-AMT PIC 9(5)V99.
           03 OD-GARN-BALANCE PIC 9(7)V99.
       FD  YTDMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY YTDMST.
       FD  DEDMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY DEDMST.
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       01  MISC.
           03 EOF-Y PIC 9 VALUE 0.
           03 EOF-D PIC 9 VALUE 0.
           03 EOF-L PIC 9 VALUE 0.
           03 YTD-READ-COUNT PIC 9(7) VALUE 0.
           03 YTD-WRITE-COUNT PIC 9(7) VALUE 0.
           03 DED-READ-COUNT PIC 9(7) VALUE 0.
           03 DED-WRITE-COUNT PIC 9(7) VALUE 0.
           03 REJECT-COUNT PIC 9(7) VALUE 0.
       01  GATE-AREAS.
           03 GATE-SW PIC X(1) VALUE 'N'.
               88 GATE-FAILED VALUE 'Y'.
           03 GATE-FOUND-SW PIC X(1) VALUE 'N'.
               88 GATE-REC-FOUND VALUE 'Y'.
           03 GATE-TODAY PIC X(8).
           03 GATE-RUN-DATE PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 9000-CHECK-PRIOR-RUN.
           IF GATE-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 8400-START-RUNLOG.
           OPEN INPUT YTDOLD-FILE.
           OPEN OUTPUT YTDMSTR-FILE.
           PERFORM 2000-READ-YTDOLD.
           PERFORM 1500-CONVERT-YTD
               UNTIL EOF-Y = 1.
           CLOSE YTDOLD-FILE.
           CLOSE YTDMSTR-FILE.
           OPEN INPUT DEDOLD-FILE.
           OPEN OUTPUT DEDMSTR-FILE.
           PERFORM 2100-READ-DEDOLD.
           PERFORM 1600-CONVERT-DED
               UNTIL EOF-D = 1.
           CLOSE DEDOLD-FILE.
           CLOSE DEDMSTR-FILE.
           DISPLAY 'YTD RECORDS READ FROM COB1-YTDOLD: '
               YTD-READ-COUNT.
           DISPLAY 'YTD RECORDS WRITTEN TO COB1-YTDMSTR: '
               YTD-WRITE-COUNT.
           DISPLAY 'DEDUCTION RECORDS READ FROM COB1-DEDOLD: '
               DED-READ-COUNT.
           DISPLAY 'DEDUCTION RECORDS WRITTEN TO COB1-DEDMSTR: '
               DED-WRITE-COUNT.
           DISPLAY 'RECORDS NOT CONVERTED: ' REJECT-COUNT.
           COMPUTE RL-READ-COUNT = YTD-READ-COUNT + DED-READ-COUNT.
           COMPUTE RL-WRITE-COUNT = YTD-WRITE-COUNT + DED-WRITE-COUNT.
           MOVE REJECT-COUNT TO RL-REJECT-COUNT.
           IF REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1500-CONVERT-YTD.
           MOVE OY-EMPID TO Y-EMPID.
           MOVE OY-LNAME TO Y-LNAME.
           MOVE OY-FNAME TO Y-FNAME.
           MOVE OY-YEAR TO Y-YEAR.
           MOVE OY-YTD-HOURS TO Y-YTD-HOURS.
           MOVE OY-YTD-GROSS TO Y-YTD-GROSS.
           MOVE OY-PERIOD-COUNT TO Y-PERIOD-COUNT.
           MOVE 0 TO Y-YTD-TAX.
           MOVE 0 TO Y-YTD-BENEFIT.
           MOVE 0 TO Y-YTD-GARNISH.
           MOVE SPACES TO Y-LAST-PERIOD-ID.
           WRITE YTDMSTR-REC
               INVALID KEY
                   ADD 1 TO REJECT-COUNT
                   DISPLAY 'YTD RECORD NOT CONVERTED: ' OY-EMPID
               NOT INVALID KEY
                   ADD 1 TO YTD-WRITE-COUNT
           END-WRITE.
           PERFORM 2000-READ-YTDOLD.
       1600-CONVERT-DED.
           MOVE OD-EMPID TO D-EMPID.
           MOVE OD-TAX-PCT TO D-TAX-PCT.
           MOVE OD-BENEFIT-AMT TO D-BENEFIT-AMT.
           MOVE OD-GARN-AMT TO D-GARN-AMT.
           MOVE OD-GARN-BALANCE TO D-GARN-BALANCE.
           MOVE SPACES TO D-TAX-PAYEE.
           MOVE SPACES TO D-BENEFIT-PAYEE.
           MOVE SPACES TO D-GARN-PAYEE.
           MOVE SPACES TO D-GARN-CASE.
           WRITE DEDMSTR-REC
               INVALID KEY
                   ADD 1 TO REJECT-COUNT
                   DISPLAY 'DEDUCTION RECORD NOT CONVERTED: ' OD-EMPID
               NOT INVALID KEY
                   ADD 1 TO DED-WRITE-COUNT
           END-WRITE.
           PERFORM 2100-READ-DEDOLD.
       2000-READ-YTDOLD.
           READ YTDOLD-FILE
               AT END MOVE 1 TO EOF-Y.
           IF EOF-Y = 0
               ADD 1 TO YTD-READ-COUNT
           END-IF.
       2100-READ-DEDOLD.
           READ DEDOLD-FILE
               AT END MOVE 1 TO EOF-D.
           IF EOF-D = 0
               ADD 1 TO DED-READ-COUNT
           END-IF.
       8400-START-RUNLOG.
           MOVE 'PROJECT36' TO RL-PROGRAM.
           MOVE GATE-TODAY TO RL-RUN-DATE.
           ACCEPT RL-TIME-WORK FROM TIME.
           MOVE RL-TIME-WORK (1:6) TO RL-START-TIME.
           MOVE 0 TO RL-READ-COUNT.
           MOVE 0 TO RL-WRITE-COUNT.
           MOVE 0 TO RL-REJECT-COUNT.
       8500-WRITE-RUNLOG.
           ACCEPT RL-TIME-WORK FROM TIME.
           MOVE RL-TIME-WORK (1:6) TO RL-END-TIME.
           IF REJECT-COUNT > 0
               MOVE 'B' TO RL-STATUS
           ELSE
               MOVE 'C' TO RL-STATUS
           END-IF.
           OPEN EXTEND RUNLOG-FILE.
           WRITE RUNLOG-REC FROM RUNLOG-DATA.
           CLOSE RUNLOG-FILE.
       9000-CHECK-PRIOR-RUN.
      *    Unlike the nightly gates this looks for any clean PROJECT36
      *    run on any date: once the masters have been converted and
      *    posted to, converting again would lose the new fields.
           ACCEPT RL-DATE-WORK FROM DATE YYYYMMDD.
           MOVE RL-DATE-WORK TO GATE-TODAY.
           OPEN INPUT RUNLOG-FILE.
           PERFORM 9010-READ-RUNLOG.
           PERFORM 9020-SCAN-RUNLOG
               UNTIL EOF-L = 1.
           CLOSE RUNLOG-FILE.
           IF GATE-REC-FOUND
               DISPLAY 'RUN STOPPED: THE MASTERS WERE ALREADY '
                   'CONVERTED ON ' GATE-RUN-DATE
                   ' - SEE COB1-RUNLOG'
               MOVE 'Y' TO GATE-SW
           END-IF.
       9010-READ-RUNLOG.
           READ RUNLOG-FILE INTO RUNLOG-DATA
               AT END MOVE 1 TO EOF-L.
       9020-SCAN-RUNLOG.
           IF RL-PROGRAM = 'PROJECT36' AND RL-STATUS = 'C'
               MOVE 'Y' TO GATE-FOUND-SW
               MOVE RL-RUN-DATE TO GATE-RUN-DATE
           END-IF.
           PERFORM 9010-READ-RUNLOG.
       END PROGRAM project36.
