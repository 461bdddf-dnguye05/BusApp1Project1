      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project34 - payee master maintenance.  Applies ADD /
      *         CHANGE / DELETE transactions (COB1-PYETRANS) against
      *         the indexed payee master (COB1-PAYEE, shared PYEMST
      *         copybook, keyed on P-PAYEE-ID) that the deduction
      *         maintenance run checks payees against and the
      *         remittance run pays from: the third party's name and
      *         remittance address, the case or policy number it
      *         knows the account by, how it is paid (check, ACH or
      *         wire) and its accounts-payable vendor number.  The
      *         master is created empty on the first run, so this
      *         program is the file's creation path as well.  On a
      *         CHANGE, a field left blank on the transaction keeps
      *         the value already on the master.  A payee that is
      *         still named on deductions should be made inactive
      *         ('I') rather than deleted; the remittance run holds
      *         the money for an inactive or missing payee and lists
      *         it on the remittance register.  Every transaction,
      *         applied or rejected, is journaled to COB1-PYEAUD with
      *         the before and after record images, the way the
      *         deduction maintenance run journals to COB1-DEDAUD.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project34.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'COB1-PYETRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYEE-FILE ASSIGN TO 'COB1-PAYEE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS P-PAYEE-ID.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'COB1-PYEAUD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TRANS-REC PIC X(127).
       FD  PAYEE-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PYEMST.
       FD  AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC PIC X(134).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
       WORKING-STORAGE SECTION.
       COPY RUNLOG.
       01  TRANS-DATA.
           03 PT-ACTION PIC X(1).
               88 TRANS-ADD VALUE 'A'.
               88 TRANS-CHANGE VALUE 'C'.
               88 TRANS-DELETE VALUE 'D'.
               88 VALID-ACTION VALUE 'A' 'C' 'D'.
           03 PT-PAYEE-ID PIC X(6).
           03 PT-STATUS PIC X(1).
               88 VALID-STATUS-CODE VALUE ' ' 'A' 'I'.
           03 PT-TYPE PIC X(1).
           03 PT-NAME PIC X(30).
           03 PT-ADDRESS PIC X(30).
           03 PT-CITY PIC X(20).
           03 PT-STATE PIC X(2).
           03 PT-ZIP PIC X(10).
           03 PT-REF-NUMBER PIC X(15).
           03 PT-REMIT-METHOD PIC X(1).
           03 PT-VENDOR-NO PIC X(10).
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
           03 PAYEE-FOUND-SW PIC X(1) VALUE 'N'.
               88 PAYEE-FOUND VALUE 'Y'.
           03 RECORD-VALID-SW PIC X(1) VALUE 'Y'.
               88 RECORD-VALID VALUE 'Y'.
           03 BEFORE-IMAGE PIC X(126) VALUE SPACES.
           03 AFTER-IMAGE PIC X(126) VALUE SPACES.
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
       01  PRNT-AUDIT1.
           03 AJ-RUN-DATE PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-ACTION PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-PAYEE-ID PIC X(7).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-DISP PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 AJ-REASON PIC X(30).
           03 AJ-RUN-TIME PIC X(6).
       01  PRNT-AUDIT2.
           03 AJ2-TAG PIC X(8).
           03 AJ2-IMAGE PIC X(126).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT TRANS-FILE.
           OPEN I-O PAYEE-FILE.
           OPEN EXTEND AUDIT-FILE.
           PERFORM 2000-READ-TRANS.
           PERFORM 1500-LOOP
               UNTIL EOF-T = 1.
           CLOSE TRANS-FILE.
           CLOSE PAYEE-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY 'PAYEE TRANSACTIONS READ: ' TRANS-COUNT.
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
           PERFORM 2110-READ-PAYEE.
           IF NOT VALID-ACTION
               MOVE 'N' TO APPLY-SW
               MOVE 'INVALID ACTION CODE' TO APPLY-REASON
           ELSE
               IF PT-PAYEE-ID = SPACES
                   MOVE 'N' TO APPLY-SW
                   MOVE 'PAYEE ID MISSING' TO APPLY-REASON
               ELSE
                   IF NOT VALID-STATUS-CODE
                       MOVE 'N' TO APPLY-SW
                       MOVE 'INVALID STATUS CODE' TO APPLY-REASON
                   ELSE
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
               END-IF
           END-IF.
           IF TRANS-APPLIED
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.
       2110-READ-PAYEE.
           MOVE 'N' TO PAYEE-FOUND-SW.
           MOVE PT-PAYEE-ID TO P-PAYEE-ID.
           READ PAYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO PAYEE-FOUND-SW
                   MOVE PAYEE-REC TO BEFORE-IMAGE
           END-READ.
       2200-APPLY-ADD.
           IF PAYEE-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'PAYEE ALREADY ON MASTER' TO APPLY-REASON
           ELSE
               MOVE SPACES TO PAYEE-REC
               MOVE PT-PAYEE-ID TO P-PAYEE-ID
               MOVE 'A' TO P-STATUS
               PERFORM 2210-MOVE-TRANS-FIELDS
               PERFORM 2600-VALIDATE-RECORD
               IF RECORD-VALID
                   WRITE PAYEE-REC
                       INVALID KEY
                           MOVE 'N' TO APPLY-SW
                           MOVE 'MASTER WRITE FAILED'
                               TO APPLY-REASON
                       NOT INVALID KEY
                           MOVE PAYEE-REC TO AFTER-IMAGE
                   END-WRITE
               END-IF
           END-IF.
       2210-MOVE-TRANS-FIELDS.
      *    Only the fields the transaction carries are moved; a field
      *    left as spaces keeps what is already in the record.
           IF PT-STATUS NOT = SPACES
               MOVE PT-STATUS TO P-STATUS
           END-IF.
           IF PT-TYPE NOT = SPACES
               MOVE PT-TYPE TO P-TYPE
           END-IF.
           IF PT-NAME NOT = SPACES
               MOVE PT-NAME TO P-NAME
           END-IF.
           IF PT-ADDRESS NOT = SPACES
               MOVE PT-ADDRESS TO P-ADDRESS
           END-IF.
           IF PT-CITY NOT = SPACES
               MOVE PT-CITY TO P-CITY
           END-IF.
           IF PT-STATE NOT = SPACES
               MOVE PT-STATE TO P-STATE
           END-IF.
           IF PT-ZIP NOT = SPACES
               MOVE PT-ZIP TO P-ZIP
           END-IF.
           IF PT-REF-NUMBER NOT = SPACES
               MOVE PT-REF-NUMBER TO P-REF-NUMBER
           END-IF.
           IF PT-REMIT-METHOD NOT = SPACES
               MOVE PT-REMIT-METHOD TO P-REMIT-METHOD
           END-IF.
           IF PT-VENDOR-NO NOT = SPACES
               MOVE PT-VENDOR-NO TO P-VENDOR-NO
           END-IF.
       2300-APPLY-CHANGE.
           IF NOT PAYEE-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'PAYEE NOT ON MASTER' TO APPLY-REASON
           ELSE
               PERFORM 2210-MOVE-TRANS-FIELDS
               PERFORM 2600-VALIDATE-RECORD
               IF RECORD-VALID
                   REWRITE PAYEE-REC
                       INVALID KEY
                           MOVE 'N' TO APPLY-SW
                           MOVE 'MASTER REWRITE FAILED'
                               TO APPLY-REASON
                       NOT INVALID KEY
                           MOVE PAYEE-REC TO AFTER-IMAGE
                   END-REWRITE
               END-IF
           END-IF.
       2400-APPLY-DELETE.
           IF NOT PAYEE-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'PAYEE NOT ON MASTER' TO APPLY-REASON
           ELSE
               DELETE PAYEE-FILE
           END-IF.
       2500-WRITE-AUDIT.
           MOVE RUN-DATE-DISP TO AJ-RUN-DATE.
           MOVE PT-ACTION TO AJ-ACTION.
           MOVE PT-PAYEE-ID TO AJ-PAYEE-ID.
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
       2600-VALIDATE-RECORD.
      *    The finished record is checked as a whole, so a CHANGE that
      *    switches a payee to check remittance is still refused when
      *    there is no address to mail the check to.
           MOVE 'Y' TO RECORD-VALID-SW.
           IF P-NAME = SPACES
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'PAYEE NAME MISSING' TO APPLY-REASON
           END-IF.
           IF NOT P-TAX-AUTHORITY AND NOT P-BENEFIT-CARRIER
               AND NOT P-GARNISH-AGENCY
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'INVALID PAYEE TYPE' TO APPLY-REASON
           END-IF.
           IF NOT P-REMIT-CHECK AND NOT P-REMIT-ACH
               AND NOT P-REMIT-WIRE
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'INVALID REMITTANCE METHOD' TO APPLY-REASON
           END-IF.
           IF P-REMIT-CHECK
               IF P-ADDRESS = SPACES OR P-CITY = SPACES
                   OR P-STATE = SPACES OR P-ZIP = SPACES
                   MOVE 'N' TO RECORD-VALID-SW
                   MOVE 'CHECK PAYEE ADDRESS INCOMPLETE'
                       TO APPLY-REASON
               END-IF
           END-IF.
           IF P-VENDOR-NO = SPACES
               MOVE 'N' TO RECORD-VALID-SW
               MOVE 'AP VENDOR NUMBER MISSING' TO APPLY-REASON
           END-IF.
           IF NOT RECORD-VALID
               MOVE 'N' TO APPLY-SW
           END-IF.
       8400-START-RUNLOG.
           MOVE 'PROJECT34' TO RL-PROGRAM.
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
       END PROGRAM project34.
