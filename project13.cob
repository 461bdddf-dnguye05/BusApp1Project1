      *Author: David Nguyen
      *Date: September 1, 2026
      *Purpose: project13 - year-to-date earnings update, run right
      *         after the net-pay run each pay run.  Reads the pay
      *         records on COB1-NETDATA (shared NETDTA copybook)
      *         and rolls each employee's hours and gross into the
      *         indexed year-to-date file (COB1-YTDMSTR, shared YTDMST
      *         copybook, keyed on Y-EMPID), adding a record for an
      *                  and no clean PROJECT13 run today (a rerun
      *                  would add the same pay into the YTD totals
      *                  twice).
      *  2026-10-15  DN  A retro pay adjustment on COB1-PAYDATA adds its
      *                  gross to the YTD totals but is not another pay
      *                  period, so only regular pay bumps
      *                  Y-PERIOD-COUNT.
      *  2026-10-15  DN  Now reads the net-pay run's output
      *                  (COB1-NETDATA, shared NETDTA copybook) instead
      *                  of COB1-PAYDATA, so the tax, benefit and
      *                  garnishment taken from each pay roll into the
      *                  YTD record alongside hours and gross.  The
      *                  gate therefore looks for a clean PROJECT12 run
      *                  today, and the prior-year archive record is
      *                  widened to the new 96-byte YTD record.
      *  2026-10-15  DN  COB1-NETDATA record widened to 130 bytes for
      *                  the PTO hours now carried on the pay record.
      *  2026-10-15  DN  The run now works the earliest open period on
      *                  the pay calendar (COB1-PAYCAL, shared PAYCAL
      *                  copybook) and stops with RETURN-CODE 8 when
      *                  there is none or when COB1-NETDATA belongs to
      *                  any other period.  The YTD year, and the
      *                  year-change reset, now follow the period's pay
      *                  date rather than the day the job ran, and each
      *                  YTD record is stamped with the last period
      *                  posted to it.  NETDATA, YTD and prior-year
      *                  records widened for the pay period.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project13.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETDATA-FILE ASSIGN TO 'COB1-NETDATA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL YTDMSTR-FILE ASSIGN TO 'COB1-YTDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Y-EMPID.
           SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'COB1-PAYCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PERIOD-ID.
           SELECT OPTIONAL PRIOR-FILE ASSIGN TO 'COB1-YTDPRIOR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NETDATA-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  NETDATA-REC PIC X(136).
       FD  YTDMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY YTDMST.
       FD  PAYCAL-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PAYCAL.
       FD  PRIOR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PRIOR-REC PIC X(102).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       WORKING-STORAGE SECTION.
       COPY PAYDTA.
       COPY NETDTA.
       COPY RUNLOG.
       01  MISC.
           03 EOF-P PIC 9 VALUE 0.
               88 SELF-REC-FOUND VALUE 'Y'.
           03 GATE-TODAY PIC X(8).
           03 GATE-STATUS PIC X(1) VALUE SPACES.
       01  PERIOD-AREAS.
           03 EOF-C PIC 9 VALUE 0.
           03 PERIOD-FOUND-SW PIC X(1) VALUE 'N'.
               88 OPEN-PERIOD-FOUND VALUE 'Y'.
           03 OPEN-PERIOD-ID PIC X(6) VALUE SPACES.
           03 OPEN-PAY-DATE PIC X(8) VALUE SPACES.
           03 PAY-YEAR PIC 9(4) VALUE 0.
       01  RUN-DATE-FIELDS.
           03 RUN-DATE-YYYYMMDD PIC 9(8).
           03 RUN-DATE-BREAKOUT REDEFINES RUN-DATE-YYYYMMDD.
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT NETDATA-FILE.
           OPEN I-O YTDMSTR-FILE.
           OPEN EXTEND PRIOR-FILE.
           PERFORM 2000-READ-PAYDATA.
           PERFORM 1500-LOOP
               UNTIL EOF-P = 1.
           CLOSE NETDATA-FILE.
           CLOSE YTDMSTR-FILE.
           CLOSE PRIOR-FILE.
           DISPLAY 'PAY RECORDS READ: ' PAYDATA-COUNT.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
      *    A pay counts toward the year it is paid in, whatever day
      *    the job happens to run.
           MOVE OPEN-PAY-DATE (1:4) TO PAY-YEAR.
           PERFORM 8400-START-RUNLOG.
       1500-LOOP.
           PERFORM 2100-LOOKUP-YTDMSTR.
           END-IF.
           PERFORM 2000-READ-PAYDATA.
       2000-READ-PAYDATA.
           READ NETDATA-FILE INTO NETDATA-DATA
               AT END MOVE 1 TO EOF-P.
           IF EOF-P = 0
               ADD 1 TO PAYDATA-COUNT
               MOVE ND-PAY-IMAGE TO PAYDATA-DATA
           END-IF.
       2100-LOOKUP-YTDMSTR.
           MOVE 'N' TO YTDMSTR-FOUND-SW.
           MOVE PD-EMPID TO Y-EMPID.
           MOVE PD-LNAME TO Y-LNAME.
           MOVE PD-FNAME TO Y-FNAME.
           MOVE PAY-YEAR TO Y-YEAR.
           COMPUTE PAY-HOURS = PD-REG-HOURS + PD-OT-HOURS.
           MOVE PAY-HOURS TO Y-YTD-HOURS.
           MOVE PD-GROSS TO Y-YTD-GROSS.
           MOVE ND-TAX TO Y-YTD-TAX.
           MOVE ND-BENEFIT TO Y-YTD-BENEFIT.
           MOVE ND-GARNISH TO Y-YTD-GARNISH.
           MOVE 0 TO Y-PERIOD-COUNT.
           IF PD-REGULAR-PAY
               MOVE 1 TO Y-PERIOD-COUNT
           END-IF.
           MOVE PD-PERIOD-ID TO Y-LAST-PERIOD-ID.
           WRITE YTDMSTR-REC
               INVALID KEY
                   DISPLAY 'WARNING: YTD WRITE FAILED FOR EMPID '
                   ADD 1 TO ADDED-COUNT
           END-WRITE.
       2300-UPDATE-YTD.
           IF Y-YEAR NOT = PAY-YEAR
               ADD 1 TO RESET-COUNT
               WRITE PRIOR-REC FROM YTDMSTR-REC
               MOVE PAY-YEAR TO Y-YEAR
               MOVE 0 TO Y-YTD-HOURS
               MOVE 0 TO Y-YTD-GROSS
               MOVE 0 TO Y-PERIOD-COUNT
               MOVE 0 TO Y-YTD-TAX
               MOVE 0 TO Y-YTD-BENEFIT
               MOVE 0 TO Y-YTD-GARNISH
           END-IF.
           MOVE PD-LNAME TO Y-LNAME.
           MOVE PD-FNAME TO Y-FNAME.
           COMPUTE PAY-HOURS = PD-REG-HOURS + PD-OT-HOURS.
           ADD PAY-HOURS TO Y-YTD-HOURS.
           ADD PD-GROSS TO Y-YTD-GROSS.
           ADD ND-TAX TO Y-YTD-TAX.
           ADD ND-BENEFIT TO Y-YTD-BENEFIT.
           ADD ND-GARNISH TO Y-YTD-GARNISH.
           IF PD-REGULAR-PAY
               ADD 1 TO Y-PERIOD-COUNT
           END-IF.
           MOVE PD-PERIOD-ID TO Y-LAST-PERIOD-ID.
           REWRITE YTDMSTR-REC
               INVALID KEY
                   DISPLAY 'WARNING: YTD REWRITE FAILED FOR EMPID '
               UNTIL EOF-L = 1.
           CLOSE RUNLOG-FILE.
           IF NOT GATE-REC-FOUND
               DISPLAY 'RUN STOPPED: NO PROJECT12 RUN LOGGED TODAY '
                   'ON COB1-RUNLOG - COB1-NETDATA IS NOT TONIGHT''S '
                   'PAY RUN'
               MOVE 'Y' TO GATE-SW
           ELSE
               IF GATE-STATUS NOT = 'C'
                   DISPLAY 'RUN STOPPED: TODAY''S PROJECT12 RUN DID '
                       'NOT COMPLETE CLEANLY'
                   MOVE 'Y' TO GATE-SW
               END-IF
                   'THE YTD TOTALS TWICE'
               MOVE 'Y' TO GATE-SW
           END-IF.
           PERFORM 9100-FIND-OPEN-PERIOD.
           IF OPEN-PERIOD-FOUND
               PERFORM 9200-CHECK-NETDATA-PERIOD
           END-IF.
       9010-READ-RUNLOG.
           READ RUNLOG-FILE INTO RUNLOG-DATA
               AT END MOVE 1 TO EOF-L.
       9020-SCAN-RUNLOG.
           IF RL-PROGRAM = 'PROJECT12' AND RL-RUN-DATE = GATE-TODAY
               MOVE 'Y' TO GATE-FOUND-SW
               MOVE RL-STATUS TO GATE-STATUS
           END-IF.
               MOVE 'Y' TO SELF-FOUND-SW
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
               MOVE PC-PAY-DATE TO OPEN-PAY-DATE
           ELSE
               PERFORM 9110-READ-PAYCAL
           END-IF.
       9200-CHECK-NETDATA-PERIOD.
      *    Every record on COB1-NETDATA carries the period it was
      *    priced for; the first one is enough to tell whether the
      *    file belongs to a period that has already been processed.
           OPEN INPUT NETDATA-FILE.
           PERFORM 2000-READ-PAYDATA.
           CLOSE NETDATA-FILE.
           IF EOF-P = 0
               IF PD-PERIOD-ID NOT = OPEN-PERIOD-ID
                   DISPLAY 'RUN STOPPED: COB1-NETDATA IS FOR PAY '
                       'PERIOD ' PD-PERIOD-ID ' BUT THE OPEN PERIOD '
                       'IS ' OPEN-PERIOD-ID ' - A PROCESSED PERIOD '
                       'CANNOT BE RUN AGAIN'
                   MOVE 'Y' TO GATE-SW
               END-IF
           END-IF.
           MOVE 0 TO EOF-P.
           MOVE 0 TO PAYDATA-COUNT.
       END PROGRAM project13.
