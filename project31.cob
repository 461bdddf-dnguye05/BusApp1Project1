      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project31 - pay calendar maintenance.  Applies ADD /
      *         CHANGE / DELETE / CLOSE transactions (COB1-CALTRANS)
      *         against the indexed pay calendar (COB1-PAYCAL, shared
      *         PAYCAL copybook, keyed on the CCYYNN period ID) that
      *         every pay-cycle step takes its period from.  An ADD
      *         puts a new period on the calendar as open; it must
      *         come after every period already on file - higher ID,
      *         first day worked after the last period's last day - so
      *         a period can never be slipped in behind one already
      *         paid.  Each period's pay date must fall on or after
      *         its last day worked and in the year of the period ID,
      *         the year the pay counts toward.  A CHANGE corrects the
      *         dates of a period still open, as long as they stay
      *         clear of the periods either side.  A DELETE removes the
      *         last period on file while it is still open, so no gap
      *         can be left in the middle.  A CLOSE signs off a period
      *         the labor distribution has marked processed.  A
      *         processed or closed period can never be changed,
      *         deleted or reopened.  The calendar is created empty on
      *         the first run, so this program is the file's creation
      *         path as well.  Every transaction, applied or rejected,
      *         is journaled to COB1-CALAUD with the before and after
      *         record images, the way the rate maintenance run
      *         journals to COB1-RATEAUD.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project31.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'COB1-CALTRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'COB1-PAYCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-ID.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'COB1-CALAUD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TRANS-REC PIC X(31).
       FD  PAYCAL-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PAYCAL.
       FD  AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC PIC X(70).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       01  TRANS-DATA.
           03 CT-ACTION PIC X(1).
               88 TRANS-ADD VALUE 'A'.
               88 TRANS-CHANGE VALUE 'C'.
               88 TRANS-DELETE VALUE 'D'.
               88 TRANS-CLOSE VALUE 'X'.
               88 VALID-ACTION VALUE 'A' 'C' 'D' 'X'.
           03 CT-PERIOD-ID PIC X(6).
           03 CT-PERIOD-BREAKOUT REDEFINES CT-PERIOD-ID.
               05 CT-PERIOD-YYYY PIC X(4).
               05 CT-PERIOD-NN PIC X(2).
           03 CT-START-DATE PIC X(8).
           03 CT-END-DATE PIC X(8).
           03 CT-PAY-DATE PIC X(8).
       01  MISC.
           03 EOF-T PIC 9 VALUE 0.
           03 EOF-C PIC 9 VALUE 0.
           03 TRANS-COUNT PIC 9(5) VALUE 0.
           03 APPLIED-COUNT PIC 9(5) VALUE 0.
           03 REJECT-COUNT PIC 9(5) VALUE 0.
       01  APPLY-AREAS.
           03 APPLY-SW PIC X(1) VALUE 'Y'.
               88 TRANS-APPLIED VALUE 'Y'.
               88 TRANS-REJECTED VALUE 'N'.
           03 APPLY-REASON PIC X(30) VALUE SPACES.
           03 PERIOD-FOUND-SW PIC X(1) VALUE 'N'.
               88 PERIOD-FOUND VALUE 'Y'.
           03 FIELDS-VALID-SW PIC X(1) VALUE 'Y'.
               88 FIELDS-VALID VALUE 'Y'.
           03 BEFORE-IMAGE PIC X(39) VALUE SPACES.
           03 AFTER-IMAGE PIC X(39) VALUE SPACES.
      *    The last period on the calendar, which an ADD has to follow
      *    and which is the only period a DELETE may remove.
       01  LAST-PERIOD-AREAS.
           03 LAST-PERIOD-ID PIC X(6) VALUE SPACES.
           03 LAST-END-DATE PIC X(8) VALUE SPACES.
      *    The periods either side of the one a CHANGE is moving,
      *    which its new dates must not run into.
       01  NEIGHBOUR-AREAS.
           03 PREV-END-DATE PIC X(8) VALUE SPACES.
           03 NEXT-START-DATE PIC X(8) VALUE SPACES.
           03 NEIGHBOUR-SCAN-SW PIC X(1) VALUE 'N'.
               88 NEIGHBOUR-SCAN-DONE VALUE 'Y'.
       01  DATE-CHECK-AREAS.
           03 CHECK-DATE PIC X(8) VALUE SPACES.
           03 CHECK-DATE-BREAKOUT REDEFINES CHECK-DATE.
               05 CHECK-YYYY PIC 9(4).
               05 CHECK-MM PIC 9(2).
               05 CHECK-DD PIC 9(2).
           03 DATE-VALID-SW PIC X(1) VALUE 'Y'.
               88 DATE-VALID VALUE 'Y'.
       01  RUN-DATE-FIELDS.
           03 RUN-DATE-YYYYMMDD PIC 9(8).
           03 RUN-DATE-BREAKOUT REDEFINES RUN-DATE-YYYYMMDD.
               05 RUN-YYYY PIC 9(4).
               05 RUN-MM PIC 9(2).
               05 RUN-DD PIC 9(2).
           03 RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD PIC X(8).
           03 RUN-DATE-DISP.
               05 RUN-DISP-MM PIC 99.
               05 FILLER PIC X VALUE '/'.
               05 RUN-DISP-DD PIC 99.
               05 FILLER PIC X VALUE '/'.
               05 RUN-DISP-YYYY PIC 9999.
       01  PRNT-AUDIT1.
           03 AJ-RUN-DATE PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-ACTION PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-PERIOD-ID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-DISP PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-REASON PIC X(30).
           03 AJ-RUN-TIME PIC X(6).
       01  PRNT-AUDIT2.
           03 AJ2-TAG PIC X(8).
           03 AJ2-IMAGE PIC X(39).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT TRANS-FILE.
           OPEN I-O PAYCAL-FILE.
           OPEN EXTEND AUDIT-FILE.
           PERFORM 1100-FIND-LAST-PERIOD.
           PERFORM 2000-READ-TRANS.
           PERFORM 1500-LOOP
               UNTIL EOF-T = 1.
           CLOSE TRANS-FILE.
           CLOSE PAYCAL-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY 'CALENDAR TRANSACTIONS READ: ' TRANS-COUNT.
           DISPLAY 'TRANSACTIONS APPLIED: ' APPLIED-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED: ' REJECT-COUNT.
           MOVE TRANS-COUNT TO RL-READ-COUNT.
           MOVE APPLIED-COUNT TO RL-WRITE-COUNT.
           MOVE REJECT-COUNT TO RL-REJECT-COUNT.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           PERFORM 8400-START-RUNLOG.
       1100-FIND-LAST-PERIOD.
           MOVE SPACES TO LAST-PERIOD-ID.
           MOVE SPACES TO LAST-END-DATE.
           MOVE 0 TO EOF-C.
           MOVE LOW-VALUES TO PC-PERIOD-ID.
           START PAYCAL-FILE KEY IS NOT LESS THAN PC-PERIOD-ID
               INVALID KEY
                   MOVE 1 TO EOF-C
           END-START.
           IF EOF-C = 0
               PERFORM 1110-READ-NEXT-PERIOD
           END-IF.
           PERFORM 1120-NOTE-PERIOD
               UNTIL EOF-C = 1.
       1110-READ-NEXT-PERIOD.
           READ PAYCAL-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-C.
       1120-NOTE-PERIOD.
           MOVE PC-PERIOD-ID TO LAST-PERIOD-ID.
           MOVE PC-END-DATE TO LAST-END-DATE.
           PERFORM 1110-READ-NEXT-PERIOD.
       1500-LOOP.
           PERFORM 2100-APPLY-TRANSACTION.
           PERFORM 2500-WRITE-AUDIT.
           PERFORM 2000-READ-TRANS.
       2000-READ-TRANS.
           READ TRANS-FILE INTO TRANS-DATA
               AT END MOVE 1 TO EOF-T.
           IF EOF-T = 0
               ADD 1 TO TRANS-COUNT
           END-IF.
       2100-APPLY-TRANSACTION.
           MOVE 'Y' TO APPLY-SW.
           MOVE SPACES TO APPLY-REASON.
           MOVE SPACES TO BEFORE-IMAGE.
           MOVE SPACES TO AFTER-IMAGE.
           PERFORM 2150-CHECK-FIELDS.
           IF NOT VALID-ACTION
               MOVE 'N' TO APPLY-SW
               MOVE 'INVALID ACTION CODE' TO APPLY-REASON
           ELSE
               IF NOT FIELDS-VALID
                   MOVE 'N' TO APPLY-SW
               ELSE
                   PERFORM 2110-READ-PERIOD
                   IF TRANS-ADD
                       PERFORM 2200-APPLY-ADD
                   ELSE
                       IF TRANS-CHANGE
                           PERFORM 2300-APPLY-CHANGE
                       ELSE
                           IF TRANS-DELETE
                               PERFORM 2400-APPLY-DELETE
                           ELSE
                               PERFORM 2450-APPLY-CLOSE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF TRANS-APPLIED
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.
       2110-READ-PERIOD.
           MOVE 'N' TO PERIOD-FOUND-SW.
           MOVE CT-PERIOD-ID TO PC-PERIOD-ID.
           READ PAYCAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO PERIOD-FOUND-SW
                   MOVE PAYCAL-REC TO BEFORE-IMAGE
           END-READ.
       2150-CHECK-FIELDS.
      *    Every transaction names a CCYYNN period; an ADD or CHANGE
      *    also needs three real dates in order, with the pay date in
      *    the period's year.  A DELETE or CLOSE needs only the ID.
           MOVE 'Y' TO FIELDS-VALID-SW.
           IF CT-PERIOD-ID IS NOT NUMERIC
               OR CT-PERIOD-NN = '00'
               MOVE 'N' TO FIELDS-VALID-SW
               MOVE 'INVALID PERIOD ID' TO APPLY-REASON
           END-IF.
           IF FIELDS-VALID
               AND (TRANS-ADD OR TRANS-CHANGE)
               MOVE CT-START-DATE TO CHECK-DATE
               PERFORM 2160-CHECK-DATE
               IF DATE-VALID
                   MOVE CT-END-DATE TO CHECK-DATE
                   PERFORM 2160-CHECK-DATE
               END-IF
               IF DATE-VALID
                   MOVE CT-PAY-DATE TO CHECK-DATE
                   PERFORM 2160-CHECK-DATE
               END-IF
               IF NOT DATE-VALID
                   MOVE 'N' TO FIELDS-VALID-SW
                   MOVE 'INVALID DATE' TO APPLY-REASON
               ELSE
                   IF CT-START-DATE > CT-END-DATE
                       MOVE 'N' TO FIELDS-VALID-SW
                       MOVE 'START DATE AFTER END DATE'
                           TO APPLY-REASON
                   ELSE
                       IF CT-PAY-DATE < CT-END-DATE
                           MOVE 'N' TO FIELDS-VALID-SW
                           MOVE 'PAY DATE BEFORE END DATE'
                               TO APPLY-REASON
                       ELSE
                           IF CT-PAY-DATE (1:4) NOT = CT-PERIOD-YYYY
                               MOVE 'N' TO FIELDS-VALID-SW
                               MOVE 'PAY DATE NOT IN PERIOD YEAR'
                                   TO APPLY-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2160-CHECK-DATE.
           MOVE 'Y' TO DATE-VALID-SW.
           IF CHECK-DATE IS NOT NUMERIC
               MOVE 'N' TO DATE-VALID-SW
           ELSE
               IF CHECK-MM < 1 OR CHECK-MM > 12
                   OR CHECK-DD < 1 OR CHECK-DD > 31
                   MOVE 'N' TO DATE-VALID-SW
               END-IF
           END-IF.
       2200-APPLY-ADD.
           IF PERIOD-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'PERIOD ALREADY ON FILE' TO APPLY-REASON
           ELSE
               IF LAST-PERIOD-ID NOT = SPACES
                   IF CT-PERIOD-ID < LAST-PERIOD-ID
                       MOVE 'N' TO APPLY-SW
                       MOVE 'PERIOD BEFORE LAST ON FILE'
                           TO APPLY-REASON
                   ELSE
                       IF CT-START-DATE NOT > LAST-END-DATE
                           MOVE 'N' TO APPLY-SW
                           MOVE 'OVERLAPS LAST PERIOD ON FILE'
                               TO APPLY-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF TRANS-APPLIED
               MOVE CT-PERIOD-ID TO PC-PERIOD-ID
               MOVE CT-START-DATE TO PC-START-DATE
               MOVE CT-END-DATE TO PC-END-DATE
               MOVE CT-PAY-DATE TO PC-PAY-DATE
               MOVE 'O' TO PC-STATUS
               MOVE RUN-DATE-X TO PC-STATUS-DATE
               WRITE PAYCAL-REC
                   INVALID KEY
                       MOVE 'N' TO APPLY-SW
                       MOVE 'CALENDAR WRITE FAILED' TO APPLY-REASON
                   NOT INVALID KEY
                       MOVE PAYCAL-REC TO AFTER-IMAGE
                       MOVE CT-PERIOD-ID TO LAST-PERIOD-ID
                       MOVE CT-END-DATE TO LAST-END-DATE
               END-WRITE
           END-IF.
       2300-APPLY-CHANGE.
           IF NOT PERIOD-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'PERIOD NOT ON FILE' TO APPLY-REASON
           ELSE
               IF NOT PC-PERIOD-OPEN
                   MOVE 'N' TO APPLY-SW
                   MOVE 'PERIOD NO LONGER OPEN' TO APPLY-REASON
               ELSE
                   PERFORM 2310-FIND-NEIGHBOURS
                   IF PREV-END-DATE NOT = SPACES
                       AND CT-START-DATE NOT > PREV-END-DATE
                       MOVE 'N' TO APPLY-SW
                       MOVE 'OVERLAPS PREVIOUS PERIOD'
                           TO APPLY-REASON
                   ELSE
                       IF NEXT-START-DATE NOT = SPACES
                           AND CT-END-DATE NOT < NEXT-START-DATE
                           MOVE 'N' TO APPLY-SW
                           MOVE 'OVERLAPS NEXT PERIOD'
                               TO APPLY-REASON
                       END-IF
                   END-IF
                   PERFORM 2110-READ-PERIOD
               END-IF
           END-IF.
           IF TRANS-APPLIED
               MOVE CT-START-DATE TO PC-START-DATE
               MOVE CT-END-DATE TO PC-END-DATE
               MOVE CT-PAY-DATE TO PC-PAY-DATE
               MOVE RUN-DATE-X TO PC-STATUS-DATE
               REWRITE PAYCAL-REC
                   INVALID KEY
                       MOVE 'N' TO APPLY-SW
                       MOVE 'CALENDAR REWRITE FAILED' TO APPLY-REASON
                   NOT INVALID KEY
                       MOVE PAYCAL-REC TO AFTER-IMAGE
               END-REWRITE
           END-IF.
           IF TRANS-APPLIED
               AND CT-PERIOD-ID = LAST-PERIOD-ID
               MOVE CT-END-DATE TO LAST-END-DATE
           END-IF.
       2310-FIND-NEIGHBOURS.
      *    The calendar is short, so it is read from the top: the last
      *    period before the one being changed gives the end date the
      *    new start must follow, the first one after it the start
      *    date the new end must precede.  The record being changed
      *    is read back before it is rewritten.
           MOVE SPACES TO PREV-END-DATE.
           MOVE SPACES TO NEXT-START-DATE.
           MOVE 'N' TO NEIGHBOUR-SCAN-SW.
           MOVE LOW-VALUES TO PC-PERIOD-ID.
           START PAYCAL-FILE KEY IS NOT LESS THAN PC-PERIOD-ID
               INVALID KEY
                   MOVE 'Y' TO NEIGHBOUR-SCAN-SW
           END-START.
           PERFORM 2320-READ-NEIGHBOUR
               UNTIL NEIGHBOUR-SCAN-DONE.
       2320-READ-NEIGHBOUR.
           READ PAYCAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO NEIGHBOUR-SCAN-SW
               NOT AT END
                   IF PC-PERIOD-ID < CT-PERIOD-ID
                       MOVE PC-END-DATE TO PREV-END-DATE
                   ELSE
                       IF PC-PERIOD-ID > CT-PERIOD-ID
                           MOVE PC-START-DATE TO NEXT-START-DATE
                           MOVE 'Y' TO NEIGHBOUR-SCAN-SW
                       END-IF
                   END-IF
           END-READ.
       2400-APPLY-DELETE.
           IF NOT PERIOD-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'PERIOD NOT ON FILE' TO APPLY-REASON
           ELSE
               IF NOT PC-PERIOD-OPEN
                   MOVE 'N' TO APPLY-SW
                   MOVE 'PERIOD NO LONGER OPEN' TO APPLY-REASON
               ELSE
                   IF CT-PERIOD-ID NOT = LAST-PERIOD-ID
                       MOVE 'N' TO APPLY-SW
                       MOVE 'NOT THE LAST PERIOD ON FILE'
                           TO APPLY-REASON
                   ELSE
                       DELETE PAYCAL-FILE
                           INVALID KEY
                               MOVE 'N' TO APPLY-SW
                               MOVE 'CALENDAR DELETE FAILED'
                                   TO APPLY-REASON
                       END-DELETE
                   END-IF
               END-IF
           END-IF.
           IF TRANS-APPLIED
               PERFORM 1100-FIND-LAST-PERIOD
           END-IF.
       2450-APPLY-CLOSE.
           IF NOT PERIOD-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'PERIOD NOT ON FILE' TO APPLY-REASON
           ELSE
               IF NOT PC-PERIOD-PROCESSED
                   MOVE 'N' TO APPLY-SW
                   MOVE 'PERIOD NOT PROCESSED' TO APPLY-REASON
               ELSE
                   MOVE 'C' TO PC-STATUS
                   MOVE RUN-DATE-X TO PC-STATUS-DATE
                   REWRITE PAYCAL-REC
                       INVALID KEY
                           MOVE 'N' TO APPLY-SW
                           MOVE 'CALENDAR REWRITE FAILED'
                               TO APPLY-REASON
                       NOT INVALID KEY
                           MOVE PAYCAL-REC TO AFTER-IMAGE
                   END-REWRITE
               END-IF
           END-IF.
       2500-WRITE-AUDIT.
           MOVE RUN-DATE-DISP TO AJ-RUN-DATE.
           MOVE CT-ACTION TO AJ-ACTION.
           MOVE CT-PERIOD-ID TO AJ-PERIOD-ID.
           IF TRANS-APPLIED
               MOVE 'APPLIED' TO AJ-DISP
           ELSE
               MOVE 'REJECTED' TO AJ-DISP
           END-IF.
           MOVE APPLY-REASON TO AJ-REASON.
           ACCEPT RL-TIME-WORK FROM TIME.
           MOVE RL-TIME-WORK (1:6) TO AJ-RUN-TIME.
           WRITE AUDIT-REC FROM PRNT-AUDIT1.
           MOVE 'BEFORE: ' TO AJ2-TAG.
           MOVE BEFORE-IMAGE TO AJ2-IMAGE.
           WRITE AUDIT-REC FROM PRNT-AUDIT2.
           MOVE 'AFTER:  ' TO AJ2-TAG.
           MOVE AFTER-IMAGE TO AJ2-IMAGE.
           WRITE AUDIT-REC FROM PRNT-AUDIT2.
       8400-START-RUNLOG.
           MOVE 'PROJECT31' TO RL-PROGRAM.
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
       END PROGRAM project31.
