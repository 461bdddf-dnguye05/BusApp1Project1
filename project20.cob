      *         run ahead of the gross-pay register.  Reads the keyed
      *         timecard batch (COB1-TCBATCH) and the batch control
      *         card (COB1-TCCTL: expected timecard count and total
      *         hours, optionally the pay period), validates each
      *         timecard - numeric hours, hours within the weekly
      *         cap, TC-EMPID present on the indexed master and not
      *         type TM - and writes only clean timecards to
      *         COB1-TIMECARD, which is the file the gross-pay run
      *         already reads.  A timecard keyed
      *         twice (same EMPID and hours) is rejected; a second
      *         timecard for the same EMPID with different hours is
      *         accepted - the gross-pay run accumulates them into
      *                  so forgetting the card - the most likely
      *                  operator error - can no longer wave an
      *                  unbalanced batch through to the pay run.
      *  2026-10-15  DN  Timecards now carry a pay code after the hours
      *                  (blank or 'W' worked, 'V' vacation, 'S' sick).
      *                  A card with any other code is rejected, and a
      *                  vacation or sick card is rejected when its
      *                  hours, plus that employee's hours of the same
      *                  leave already accepted in the batch, exceed
      *                  the balance on the leave master (COB1-LVMSTR,
      *                  shared LVMST copybook).  A keyed-twice card is
      *                  now the same EMPID, hours and pay code.
      *  2026-10-15  DN  The batch is now tied to a pay period on the
      *                  pay calendar (COB1-PAYCAL, shared PAYCAL
      *                  copybook).  The control card may name the
      *                  period after the hours; left blank, the
      *                  earliest open period is taken.  A period
      *                  already processed or closed, a period that is
      *                  not the earliest open one, or a calendar with
      *                  no open period stops the run with RETURN-CODE
      *                  8 before any timecard is edited.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project20.
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EMPID
               ALTERNATE RECORD KEY IS M-LNAME WITH DUPLICATES.
           SELECT OPTIONAL LVMSTR-FILE ASSIGN TO 'COB1-LVMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-EMPID.
           SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'COB1-PAYCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PERIOD-ID.
           SELECT TIMECARD-FILE ASSIGN TO 'COB1-TIMECARD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO 'COB1-TCREJ'
       FD  BATCH-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  BATCH-REC PIC X(13).
       FD  CONTROL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC PIC X(18).
       FD  EMPMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY EMPMST.
       FD  LVMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY LVMST.
       FD  PAYCAL-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PAYCAL.
       FD  TIMECARD-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TIMECARD-REC PIC X(13).
       FD  REJECT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           03 TC-EMPID PIC X(7).
           03 TC-HOURS-X PIC X(5).
           03 TC-HOURS REDEFINES TC-HOURS-X PIC 9(3)V99.
           03 TC-PAY-CODE PIC X(1).
               88 TC-WORKED-HOURS VALUE ' ' 'W'.
               88 TC-VACATION VALUE 'V'.
               88 TC-SICK-LEAVE VALUE 'S'.
               88 TC-LEAVE-HOURS VALUE 'V' 'S'.
               88 TC-VALID-PAY-CODE VALUE ' ' 'W' 'V' 'S'.
       01  BATCH-CONTROL.
           03 BC-EXPECTED-COUNT PIC X(5) VALUE SPACES.
           03 BC-EXPECTED-COUNT-9 REDEFINES BC-EXPECTED-COUNT
           03 BC-EXPECTED-HOURS PIC X(7) VALUE SPACES.
           03 BC-EXPECTED-HOURS-9 REDEFINES BC-EXPECTED-HOURS
               PIC 9(5)V99.
           03 BC-PERIOD-ID PIC X(6) VALUE SPACES.
       01  MISC.
           03 EOF-B PIC 9 VALUE 0.
           03 BATCH-COUNT PIC 9(5) VALUE 0.
           03 HOURS-CAP PIC 9(3)V99 VALUE 80.
           03 MASTER-FOUND-SW PIC X(1) VALUE 'N'.
               88 MASTER-FOUND VALUE 'Y'.
       01  LEAVE-AREAS.
           03 LEAVE-FOUND-SW PIC X(1) VALUE 'N'.
               88 LEAVE-FOUND VALUE 'Y'.
           03 LEAVE-IDX PIC 9(1) VALUE 0.
           03 BATCH-LEAVE-HOURS PIC 9(5)V99 VALUE 0.
       01  DUP-CHECK-AREAS.
           03 DUP-TABLE-COUNT PIC 9(5) VALUE 0.
           03 DUP-TABLE-MAX PIC 9(5) VALUE 5000.
           03 DUP-ENTRY OCCURS 5000 TIMES.
               05 DUP-EMPID PIC X(7).
               05 DUP-HOURS PIC 9(3)V99.
               05 DUP-PAY-CODE PIC X(1).
       01  PERIOD-AREAS.
           03 EOF-C PIC 9 VALUE 0.
           03 GATE-SW PIC X(1) VALUE 'N'.
               88 GATE-FAILED VALUE 'Y'.
           03 PERIOD-FOUND-SW PIC X(1) VALUE 'N'.
               88 OPEN-PERIOD-FOUND VALUE 'Y'.
           03 OPEN-PERIOD-ID PIC X(6) VALUE SPACES.
           03 OPEN-START-DATE PIC X(8) VALUE SPACES.
           03 OPEN-END-DATE PIC X(8) VALUE SPACES.
           03 OPEN-PAY-DATE PIC X(8) VALUE SPACES.
       01  BALANCE-AREAS.
           03 BALANCE-SW PIC X(1) VALUE 'Y'.
               88 BATCH-IN-BALANCE VALUE 'Y'.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 9100-CHECK-PAY-PERIOD.
           IF GATE-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BATCH-FILE.
           OPEN INPUT EMPMSTR-FILE.
           OPEN INPUT LVMSTR-FILE.
           OPEN OUTPUT TIMECARD-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT REVIEW-FILE.
               UNTIL EOF-B = 1.
           CLOSE BATCH-FILE.
           CLOSE EMPMSTR-FILE.
           CLOSE LVMSTR-FILE.
           CLOSE TIMECARD-FILE.
           CLOSE REJECT-FILE.
           CLOSE REVIEW-FILE.
                   MOVE 'N' TO EDIT-SW
                   MOVE 'HOURS OVER WEEKLY CAP' TO EDIT-REASON
               ELSE
                   IF NOT TC-VALID-PAY-CODE
                       MOVE 'N' TO EDIT-SW
                       MOVE 'INVALID PAY CODE' TO EDIT-REASON
                   ELSE
                       PERFORM 2150-CHECK-EMPLOYEE
                   END-IF
               END-IF
           END-IF.
       2150-CHECK-EMPLOYEE.
           PERFORM 2200-LOOKUP-MASTER.
           IF NOT MASTER-FOUND
               MOVE 'N' TO EDIT-SW
               MOVE 'EMPID NOT ON MASTER' TO EDIT-REASON
           ELSE
               IF M-EMPTYPE = 'TM'
                   MOVE 'N' TO EDIT-SW
                   MOVE 'EMPLOYEE IS TERMINATED' TO EDIT-REASON
               ELSE
                   IF TC-LEAVE-HOURS
                       PERFORM 2250-CHECK-LEAVE-BALANCE
                   END-IF
               END-IF
           END-IF.
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.
       2250-CHECK-LEAVE-BALANCE.
      *    Leave hours already accepted earlier in this batch for the
      *    same employee and leave type count against the balance too,
      *    so splitting a week's vacation over several cards cannot
      *    take more than the employee has.
           IF TC-VACATION
               MOVE 1 TO LEAVE-IDX
           ELSE
               MOVE 2 TO LEAVE-IDX
           END-IF.
           MOVE 'N' TO LEAVE-FOUND-SW.
           MOVE TC-EMPID TO LV-EMPID.
           READ LVMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LEAVE-FOUND-SW
           END-READ.
           IF NOT LEAVE-FOUND
               MOVE 'N' TO EDIT-SW
               MOVE 'NO LEAVE BALANCE ON FILE' TO EDIT-REASON
           ELSE
               MOVE TC-HOURS TO BATCH-LEAVE-HOURS
               IF DUP-TABLE-COUNT > 0
                   PERFORM 2260-ADD-BATCH-LEAVE
                       VARYING DUP-IDX FROM 1 BY 1
                       UNTIL DUP-IDX > DUP-TABLE-COUNT
               END-IF
               IF BATCH-LEAVE-HOURS > LV-BALANCE (LEAVE-IDX)
                   MOVE 'N' TO EDIT-SW
                   MOVE 'PTO HOURS EXCEED LEAVE BALANCE'
                       TO EDIT-REASON
               END-IF
           END-IF.
       2260-ADD-BATCH-LEAVE.
           IF DUP-EMPID (DUP-IDX) = TC-EMPID
               AND DUP-PAY-CODE (DUP-IDX) = TC-PAY-CODE
               ADD DUP-HOURS (DUP-IDX) TO BATCH-LEAVE-HOURS
           END-IF.
       2300-CHECK-DUPLICATE.
      *    The same EMPID with the same hours and pay code is the same
      *    card keyed twice and is rejected; the same EMPID otherwise
      *    is a legitimate extra card - the gross-pay run adds them
      *    up - but goes on the review listing so a supervisor sees
      *    it before payday.
                   ADD 1 TO DUP-TABLE-COUNT
                   MOVE TC-EMPID TO DUP-EMPID (DUP-TABLE-COUNT)
                   MOVE TC-HOURS TO DUP-HOURS (DUP-TABLE-COUNT)
                   MOVE TC-PAY-CODE TO DUP-PAY-CODE (DUP-TABLE-COUNT)
               ELSE
                   IF NOT DUP-TABLE-FULL
                       DISPLAY 'WARNING: DUPLICATE CHECK TABLE FULL '
       2350-SEARCH-DUP-ENTRY.
           IF DUP-EMPID (DUP-IDX) = TC-EMPID
               IF DUP-HOURS (DUP-IDX) = TC-HOURS
                   AND DUP-PAY-CODE (DUP-IDX) = TC-PAY-CODE
                   MOVE 'E' TO DUP-MATCH-SW
               ELSE
                   MOVE 'S' TO DUP-MATCH-SW
           OPEN EXTEND RUNLOG-FILE.
           WRITE RUNLOG-REC FROM RUNLOG-DATA.
           CLOSE RUNLOG-FILE.
       9100-CHECK-PAY-PERIOD.
      *    The pay cycle always works the earliest open period on the
      *    calendar, so a week can be neither skipped nor paid twice.
      *    A period named on the control card has to be that one.
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
           ELSE
               IF BC-PERIOD-ID = SPACES
                   MOVE OPEN-PERIOD-ID TO BC-PERIOD-ID
               END-IF
               IF BC-PERIOD-ID < OPEN-PERIOD-ID
                   DISPLAY 'RUN STOPPED: PAY PERIOD ' BC-PERIOD-ID
                       ' ON COB1-TCCTL HAS ALREADY BEEN PROCESSED'
                   MOVE 'Y' TO GATE-SW
               ELSE
                   IF BC-PERIOD-ID > OPEN-PERIOD-ID
                       DISPLAY 'RUN STOPPED: PAY PERIOD '
                           BC-PERIOD-ID ' ON COB1-TCCTL IS NOT DUE - '
                           'PERIOD ' OPEN-PERIOD-ID ' IS STILL OPEN'
                       MOVE 'Y' TO GATE-SW
                   ELSE
                       DISPLAY 'PAY PERIOD: ' OPEN-PERIOD-ID
                           ' WORKED ' OPEN-START-DATE ' TO '
                           OPEN-END-DATE ' PAID ' OPEN-PAY-DATE
                   END-IF
               END-IF
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
       END PROGRAM project20.
