      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project29 - leave master maintenance.  Applies ADD /
      *         CHANGE / DELETE transactions (COB1-LVTRANS) against
      *         the indexed leave master (COB1-LVMSTR, shared LVMST
      *         copybook, keyed on EMPID) that the leave posting run
      *         accrues and the timecard pre-edit checks PTO against.
      *         An ADD starts an employee's leave record with an
      *         opening balance for one leave type (the other starts
      *         at zero); a CHANGE sets the balance of one leave type
      *         to the hours given, for corrections and carry-over
      *         adjustments; a DELETE removes the record.  The master
      *         is created empty on the first run, so this program is
      *         the file's creation path as well.  An ADD must name an
      *         EMPID on the employee master.  Every transaction,
      *         applied or rejected, is journaled to COB1-LVAUD with
      *         the before and after record images, the way the rate
      *         maintenance run journals to COB1-RATEAUD.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project29.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'COB1-LVTRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LVMSTR-FILE ASSIGN TO 'COB1-LVMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-EMPID.
           SELECT EMPMSTR-FILE ASSIGN TO 'COB1-EMPMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EMPID
               ALTERNATE RECORD KEY IS M-LNAME WITH DUPLICATES.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'COB1-LVAUD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TRANS-REC PIC X(15).
       FD  LVMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY LVMST.
       FD  EMPMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY EMPMST.
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
           03 LT-ACTION PIC X(1).
               88 TRANS-ADD VALUE 'A'.
               88 TRANS-CHANGE VALUE 'C'.
               88 TRANS-DELETE VALUE 'D'.
               88 VALID-ACTION VALUE 'A' 'C' 'D'.
           03 LT-EMPID PIC X(7).
           03 LT-LEAVE-TYPE PIC X(1).
               88 LT-VACATION VALUE 'V'.
               88 LT-SICK-LEAVE VALUE 'S'.
           03 LT-HOURS-X PIC X(6).
           03 LT-HOURS REDEFINES LT-HOURS-X PIC 9(4)V99.
       01  MISC.
           03 EOF-T PIC 9 VALUE 0.
           03 TRANS-COUNT PIC 9(5) VALUE 0.
           03 APPLIED-COUNT PIC 9(5) VALUE 0.
           03 REJECT-COUNT PIC 9(5) VALUE 0.
       01  APPLY-AREAS.
           03 APPLY-SW PIC X(1) VALUE 'Y'.
               88 TRANS-APPLIED VALUE 'Y'.
               88 TRANS-REJECTED VALUE 'N'.
           03 APPLY-REASON PIC X(30) VALUE SPACES.
           03 LEAVE-FOUND-SW PIC X(1) VALUE 'N'.
               88 LEAVE-FOUND VALUE 'Y'.
           03 FIELDS-VALID-SW PIC X(1) VALUE 'Y'.
               88 FIELDS-VALID VALUE 'Y'.
           03 LEAVE-IDX PIC 9(1) VALUE 0.
           03 BEFORE-IMAGE PIC X(49) VALUE SPACES.
           03 AFTER-IMAGE PIC X(49) VALUE SPACES.
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
           03 AJ-EMPID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-DISP PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-REASON PIC X(30).
           03 AJ-RUN-TIME PIC X(6).
       01  PRNT-AUDIT2.
           03 AJ2-TAG PIC X(8).
           03 AJ2-IMAGE PIC X(49).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT TRANS-FILE.
           OPEN I-O LVMSTR-FILE.
           OPEN INPUT EMPMSTR-FILE.
           OPEN EXTEND AUDIT-FILE.
           PERFORM 2000-READ-TRANS.
           PERFORM 1500-LOOP
               UNTIL EOF-T = 1.
           CLOSE TRANS-FILE.
           CLOSE LVMSTR-FILE.
           CLOSE EMPMSTR-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY 'LEAVE TRANSACTIONS READ: ' TRANS-COUNT.
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
                   PERFORM 2110-READ-LEAVE
                   IF TRANS-ADD
                       PERFORM 2200-APPLY-ADD
                   ELSE
                       IF TRANS-CHANGE
                           PERFORM 2300-APPLY-CHANGE
                       ELSE
                           PERFORM 2400-APPLY-DELETE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF TRANS-APPLIED
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.
       2110-READ-LEAVE.
           MOVE 'N' TO LEAVE-FOUND-SW.
           MOVE LT-EMPID TO LV-EMPID.
           READ LVMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LEAVE-FOUND-SW
                   MOVE LEAVE-REC TO BEFORE-IMAGE
           END-READ.
       2150-CHECK-FIELDS.
      *    A balance being set needs a leave type and numeric hours; a
      *    delete needs neither.
           MOVE 'Y' TO FIELDS-VALID-SW.
           IF NOT TRANS-DELETE
               IF LT-VACATION
                   MOVE 1 TO LEAVE-IDX
               ELSE
                   IF LT-SICK-LEAVE
                       MOVE 2 TO LEAVE-IDX
                   ELSE
                       MOVE 'N' TO FIELDS-VALID-SW
                       MOVE 'INVALID LEAVE TYPE' TO APPLY-REASON
                   END-IF
               END-IF
               IF FIELDS-VALID
                   AND LT-HOURS-X IS NOT NUMERIC
                   MOVE 'N' TO FIELDS-VALID-SW
                   MOVE 'NON-NUMERIC HOURS' TO APPLY-REASON
               END-IF
           END-IF.
       2200-APPLY-ADD.
           IF LEAVE-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'LEAVE RECORD ALREADY ON FILE' TO APPLY-REASON
           ELSE
               MOVE LT-EMPID TO M-EMPID
               READ EMPMSTR-FILE
                   INVALID KEY
                       MOVE 'N' TO APPLY-SW
                       MOVE 'EMPID NOT ON MASTER' TO APPLY-REASON
               END-READ
           END-IF.
           IF TRANS-APPLIED
               MOVE LT-EMPID TO LV-EMPID
               MOVE 0 TO LV-BALANCE (1)
               MOVE 0 TO LV-LAST-ACCRUED (1)
               MOVE 0 TO LV-LAST-TAKEN (1)
               MOVE 0 TO LV-BALANCE (2)
               MOVE 0 TO LV-LAST-ACCRUED (2)
               MOVE 0 TO LV-LAST-TAKEN (2)
               MOVE SPACES TO LV-LAST-POST-DATE
               MOVE LT-HOURS TO LV-BALANCE (LEAVE-IDX)
               WRITE LEAVE-REC
                   INVALID KEY
                       MOVE 'N' TO APPLY-SW
                       MOVE 'LEAVE WRITE FAILED' TO APPLY-REASON
                   NOT INVALID KEY
                       MOVE LEAVE-REC TO AFTER-IMAGE
               END-WRITE
           END-IF.
       2300-APPLY-CHANGE.
           IF NOT LEAVE-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'NO LEAVE RECORD ON FILE' TO APPLY-REASON
           ELSE
               MOVE LT-HOURS TO LV-BALANCE (LEAVE-IDX)
               REWRITE LEAVE-REC
                   INVALID KEY
                       MOVE 'N' TO APPLY-SW
                       MOVE 'LEAVE REWRITE FAILED' TO APPLY-REASON
                   NOT INVALID KEY
                       MOVE LEAVE-REC TO AFTER-IMAGE
               END-REWRITE
           END-IF.
       2400-APPLY-DELETE.
           IF NOT LEAVE-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'NO LEAVE RECORD ON FILE' TO APPLY-REASON
           ELSE
               DELETE LVMSTR-FILE
           END-IF.
       2500-WRITE-AUDIT.
           MOVE RUN-DATE-DISP TO AJ-RUN-DATE.
           MOVE LT-ACTION TO AJ-ACTION.
           MOVE LT-EMPID TO AJ-EMPID.
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
           MOVE 'PROJECT29' TO RL-PROGRAM.
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
       END PROGRAM project29.
