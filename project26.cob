      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project26 - off-cycle pay run: voids and manual checks
      *         outside the nightly chain.  Reads VOID and MANUAL
      *         transactions (COB1-OCTRANS) keyed on EMPID and pay
      *         date and sorts them in behind the pay history ledger
      *         (COB1-PAYHIST, shared PAYHST copybook), so each
      *         transaction arrives after every pay line already on
      *         file for the same employee and pay date.  Every
      *         transaction is edited and checked against all the
      *         files it will touch before any of them is updated;
      *         only then are the deduction master, the year-to-date
      *         file, the ledger and the off-cycle journal updated
      *         together.
      *           VOID   - cancels everything paid on the pay date:
      *                    the garnishment taken is put back into
      *                    D-GARN-BALANCE (COB1-DEDMSTR), the hours,
      *                    gross and withholding come off the YTD
      *                    record (COB1-YTDMSTR), each line is
      *                    repeated on the ledger as a void line, and
      *                    reversing entries go to COB1-OCJRNL (credit
      *                    labor expense, debit accrued payroll).
      *           MANUAL - a one-off check for the hours and gross on
      *                    the transaction: deductions are taken the
      *                    way the net-pay run takes them (tax only
      *                    when the transaction asks for it), the
      *                    garnishment comes out of D-GARN-BALANCE,
      *                    the YTD totals go up, a manual line goes on
      *                    the ledger and additional entries go to
      *                    COB1-OCJRNL.
      *         A pay date already voided, or a manual check already
      *         issued for the pay date, is rejected, so the same
      *         transaction file can never be applied twice.  The run
      *         is refused while the nightly chain is part way
      *         through, since the journal and the YTD file are still
      *         being written for the night.  Every transaction,
      *         applied or rejected, is listed on the off-cycle
      *         register (COB1-OCREG).  The off-cycle journal
      *         (shared GLJRNL layout) is carried into COB1-GLJRNL by
      *         the next labor distribution run, and the withholding
      *         each void or manual check moves is written to
      *         COB1-OCWHLD (shared OCWHLD copybook) for the next
      *         third-party remittance run.
      ******************************************************************
      *Modifications:
      *  2026-10-15  DN  Journal entries are stamped with the open pay
      *                  period on the pay calendar (COB1-PAYCAL,
      *                  shared PAYCAL copybook), the period they post
      *                  in; blank when the calendar has no open
      *                  period.  A YTD record started by a manual check
      *                  carries no last pay period.
      *  2026-10-15  DN  Journal entries now go to their own file,
      *                  COB1-OCJRNL, which the labor distribution run
      *                  copies into the night's COB1-GLJRNL; written
      *                  straight to COB1-GLJRNL they were lost when
      *                  that run recreated the file.  The tax, benefit
      *                  and garnishment a void takes back or a manual
      *                  check withholds go to COB1-OCWHLD so the
      *                  remittance run can settle them with the
      *                  payees.  The run is also refused until the
      *                  night's PROJECT35 has finished with it.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project26.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO 'COB1-OCTRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'COB1-PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPMSTR-FILE ASSIGN TO 'COB1-EMPMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EMPID
               ALTERNATE RECORD KEY IS M-LNAME WITH DUPLICATES.
           SELECT OPTIONAL DEDMSTR-FILE ASSIGN TO 'COB1-DEDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS D-EMPID.
           SELECT OPTIONAL YTDMSTR-FILE ASSIGN TO 'COB1-YTDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Y-EMPID.
           SELECT OPTIONAL PAYCAL-FILE ASSIGN TO 'COB1-PAYCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PERIOD-ID.
           SELECT GLMAP-FILE ASSIGN TO 'COB1-GLMAP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'COB1-OCJRNL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OCWHLD-FILE ASSIGN TO 'COB1-OCWHLD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'COB1-OCREG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'COB1-SORTWK'.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TRANS-REC PIC X(46).
       FD  PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYHIST-REC PIC X(126).
       FD  EMPMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY EMPMST.
       FD  DEDMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY DEDMST.
       FD  YTDMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY YTDMST.
       FD  PAYCAL-FILE
               LABEL RECORDS ARE STANDARD.
       COPY PAYCAL.
       FD  GLMAP-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLMAP-REC PIC X(13).
       FD  JOURNAL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  JOURNAL-REC PIC X(46).
       FD  OCWHLD-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  OCWHLD-REC PIC X(81).
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
      *    S-CLASS '1' is a ledger line and '2' a transaction, so the
      *    ledger lines for an employee and pay date are all in hand
      *    before the transaction against them is checked.  S-SEQ
      *    keeps each file's own order within the class.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           03 S-EMPID PIC X(7).
           03 S-PAY-DATE PIC X(8).
           03 S-CLASS PIC X(1).
               88 S-LEDGER-LINE VALUE '1'.
               88 S-TRANSACTION VALUE '2'.
           03 S-SEQ PIC 9(7).
           03 S-BODY PIC X(126).
       WORKING-STORAGE SECTION.
       COPY PAYHST.
       COPY GLJRNL.
       COPY OCWHLD.
       COPY RUNLOG.
       01  OFFCYCLE-DATA.
           03 OT-ACTION PIC X(1).
               88 OT-VOID VALUE 'V'.
               88 OT-MANUAL VALUE 'M'.
               88 OT-VALID-ACTION VALUE 'V' 'M'.
           03 OT-EMPID PIC X(7).
           03 OT-PAY-DATE PIC X(8).
           03 OT-PAY-DATE-R REDEFINES OT-PAY-DATE.
               05 OT-PAY-YYYY PIC 9(4).
               05 OT-PAY-MM PIC 9(2).
               05 OT-PAY-DD PIC 9(2).
           03 OT-REG-HOURS-X PIC X(6).
           03 OT-REG-HOURS REDEFINES OT-REG-HOURS-X PIC 9(4)V99.
           03 OT-OT-HOURS-X PIC X(6).
           03 OT-OT-HOURS REDEFINES OT-OT-HOURS-X PIC 9(4)V99.
           03 OT-GROSS-X PIC X(9).
           03 OT-GROSS REDEFINES OT-GROSS-X PIC 9(7)V99.
           03 OT-DEDUCT-CODE PIC X(1).
               88 OT-FULL-DEDUCTIONS VALUE ' ' 'F'.
               88 OT-TAX-ONLY VALUE 'T'.
               88 OT-VALID-DEDUCT-CODE VALUE ' ' 'F' 'T'.
           03 OT-CHECK-NO PIC X(8).
       01  GLMAP-DATA.
           03 GM-TYPE PIC X(1).
               88 GM-DEPT-REC VALUE 'D'.
               88 GM-CREDIT-REC VALUE 'C'.
               88 GM-SUSPENSE-REC VALUE 'S'.
           03 GM-DEPT PIC X(4).
           03 GM-ACCOUNT PIC X(8).
       01  MISC.
           03 EOF-T PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-G PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 TRANS-COUNT PIC 9(5) VALUE 0.
           03 HISTORY-COUNT PIC 9(7) VALUE 0.
           03 VOID-COUNT PIC 9(5) VALUE 0.
           03 MANUAL-COUNT PIC 9(5) VALUE 0.
           03 REJECT-COUNT PIC 9(5) VALUE 0.
           03 ENTRY-COUNT PIC 9(5) VALUE 0.
           03 WITHHOLD-COUNT PIC 9(5) VALUE 0.
           03 UNMAPPED-COUNT PIC 9(5) VALUE 0.
       01  GATE-AREAS.
           03 EOF-L PIC 9 VALUE 0.
           03 GATE-SW PIC X(1) VALUE 'N'.
               88 GATE-FAILED VALUE 'Y'.
           03 CHAIN-STARTED-SW PIC X(1) VALUE 'N'.
               88 CHAIN-STARTED VALUE 'Y'.
           03 NETPAY-DONE-SW PIC X(1) VALUE 'N'.
               88 NETPAY-DONE VALUE 'Y'.
           03 YTD-DONE-SW PIC X(1) VALUE 'N'.
               88 YTD-DONE VALUE 'Y'.
           03 GL-DONE-SW PIC X(1) VALUE 'N'.
               88 GL-DONE VALUE 'Y'.
           03 REMIT-DONE-SW PIC X(1) VALUE 'N'.
               88 REMIT-DONE VALUE 'Y'.
           03 GATE-TODAY PIC X(8).
       01  PERIOD-AREAS.
           03 EOF-C PIC 9 VALUE 0.
           03 PERIOD-FOUND-SW PIC X(1) VALUE 'N'.
               88 OPEN-PERIOD-FOUND VALUE 'Y'.
           03 OPEN-PERIOD-ID PIC X(6) VALUE SPACES.
       01  ACCOUNT-AREAS.
           03 CREDIT-ACCOUNT PIC X(8) VALUE 'ACCRPAY'.
           03 SUSPENSE-ACCOUNT PIC X(8) VALUE 'SUSPENSE'.
           03 APPLIED-ACCOUNT PIC X(8) VALUE SPACES.
           03 LOOKUP-DEPT PIC X(4) VALUE SPACES.
           03 ACCOUNT-FOUND-SW PIC X(1) VALUE 'N'.
               88 ACCOUNT-FOUND VALUE 'Y'.
       01  MAP-TABLE-AREAS.
           03 MAP-TABLE-COUNT PIC 9(3) VALUE 0.
           03 MAP-TABLE-MAX PIC 9(3) VALUE 100.
           03 MAP-IDX PIC 9(3) VALUE 0.
       01  MAP-TABLE.
           03 MAP-ENTRY OCCURS 100 TIMES.
               05 MAP-DEPT PIC X(4).
               05 MAP-ACCOUNT PIC X(8).
      *    The pay lines on the ledger for the employee and pay date
      *    being worked - a regular pay plus any retro adjustments or
      *    manual check paid with it, so a handful at most.
       01  GROUP-AREAS.
           03 HOLD-EMPID PIC X(7) VALUE SPACES.
           03 HOLD-PAY-DATE PIC X(8) VALUE SPACES.
           03 GRP-LINE-COUNT PIC 9(2) VALUE 0.
           03 GRP-LINE-MAX PIC 9(2) VALUE 10.
           03 LINE-IDX PIC 9(2) VALUE 0.
           03 GRP-OVERFLOW-SW PIC X(1) VALUE 'N'.
               88 GRP-OVERFLOW VALUE 'Y'.
           03 GRP-VOIDED-SW PIC X(1) VALUE 'N'.
               88 GRP-VOIDED VALUE 'Y'.
           03 GRP-MANUAL-SW PIC X(1) VALUE 'N'.
               88 GRP-HAS-MANUAL VALUE 'Y'.
           03 GRP-REGULAR-SW PIC X(1) VALUE 'N'.
               88 GRP-HAS-REGULAR VALUE 'Y'.
           03 GRP-HOURS PIC 9(5)V99 VALUE 0.
           03 GRP-GROSS PIC 9(7)V99 VALUE 0.
           03 GRP-TAX PIC 9(7)V99 VALUE 0.
           03 GRP-BENEFIT PIC 9(7)V99 VALUE 0.
           03 GRP-GARNISH PIC 9(7)V99 VALUE 0.
           03 GRP-NET PIC 9(7)V99 VALUE 0.
       01  GROUP-LINE-TABLE.
           03 GRP-LINE OCCURS 10 TIMES PIC X(126).
       01  APPLY-AREAS.
           03 APPLY-SW PIC X(1) VALUE 'Y'.
               88 TRANS-APPLIED VALUE 'Y'.
               88 TRANS-REJECTED VALUE 'N'.
           03 APPLY-REASON PIC X(30) VALUE SPACES.
           03 EMPMSTR-FOUND-SW PIC X(1) VALUE 'N'.
               88 EMPMSTR-FOUND VALUE 'Y'.
           03 DEDMSTR-FOUND-SW PIC X(1) VALUE 'N'.
               88 DEDMSTR-FOUND VALUE 'Y'.
           03 YTDMSTR-FOUND-SW PIC X(1) VALUE 'N'.
               88 YTDMSTR-FOUND VALUE 'Y'.
       01  PAY-AREAS.
           03 PAY-HOURS PIC 9(5)V99 VALUE 0.
           03 PAY-GROSS PIC 9(7)V99 VALUE 0.
           03 TAX-AMOUNT PIC 9(7)V99 VALUE 0.
           03 BENEFIT-AMOUNT PIC 9(7)V99 VALUE 0.
           03 GARNISH-AMOUNT PIC 9(7)V99 VALUE 0.
           03 REMAINING-PAY PIC 9(7)V99 VALUE 0.
           03 NET-PAY PIC 9(7)V99 VALUE 0.
           03 PAY-LNAME PIC X(15) VALUE SPACES.
           03 PAY-FNAME PIC X(15) VALUE SPACES.
           03 GARN-BALANCE-NOW PIC 9(7)V99 VALUE 0.
       01  GRAND-TOTALS.
           03 GRAND-VOID-GROSS PIC 9(9)V99 VALUE 0.
           03 GRAND-VOID-NET PIC 9(9)V99 VALUE 0.
           03 GRAND-MANUAL-GROSS PIC 9(9)V99 VALUE 0.
           03 GRAND-MANUAL-NET PIC 9(9)V99 VALUE 0.
           03 GRAND-GARN-RESTORED PIC 9(9)V99 VALUE 0.
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
           03 RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD PIC X(8).
           03 RUN-DATE-DISP.
               05 RUN-DISP-MM PIC 99.
               05 FILLER PIC X VALUE '/'.
               05 RUN-DISP-DD PIC 99.
               05 FILLER PIC X VALUE '/'.
               05 RUN-DISP-YYYY PIC 9999.
       01  PAGE-HEADER1.
           03 FILLER PIC X(10) VALUE 'RUN DATE:'.
           03 PH-RUN-DATE PIC X(10).
           03 FILLER PIC X(33) VALUE SPACES.
           03 FILLER PIC X(22) VALUE 'OFF-CYCLE PAY REGISTER'.
           03 FILLER PIC X(32) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  PRNT-HEADING1.
           03 FILLER PIC X(5) VALUE 'ACT'.
           03 FILLER PIC X(9) VALUE 'EMP ID'.
           03 FILLER PIC X(16) VALUE 'LAST'.
           03 FILLER PIC X(12) VALUE 'FIRST'.
           03 FILLER PIC X(11) VALUE 'PAY DATE'.
           03 FILLER PIC X(10) VALUE 'CHECK NO'.
           03 FILLER PIC X(9) VALUE '   HOURS'.
           03 FILLER PIC X(13) VALUE '       GROSS'.
           03 FILLER PIC X(11) VALUE '       TAX'.
           03 FILLER PIC X(11) VALUE '  BENEFITS'.
           03 FILLER PIC X(11) VALUE '   GARNISH'.
           03 FILLER PIC X(13) VALUE '     NET PAY'.
       01  PRNT-DATA1.
           03 L-ACTION PIC X(5).
           03 L-EMPID PIC X(9).
           03 L-LNAME PIC X(16).
           03 L-FNAME PIC X(12).
           03 L-PAY-DATE.
               05 L-PAY-MM PIC X(2).
               05 FILLER PIC X VALUE '/'.
               05 L-PAY-DD PIC X(2).
               05 FILLER PIC X VALUE '/'.
               05 L-PAY-YYYY PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 L-CHECK-NO PIC X(10).
           03 L-HOURS PIC ZZ,ZZ9.99.
           03 L-GROSS PIC Z,ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 L-TAX PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 L-BENEFIT PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 L-GARNISH PIC ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 L-NET PIC Z,ZZZ,ZZ9.99.
       01  PRNT-DATA2.
           03 FILLER PIC X(5) VALUE SPACES.
           03 L-RESULT PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 L-REASON PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 L-BAL-LABEL PIC X(25).
           03 L-GARN-BALANCE PIC Z,ZZZ,ZZ9.99.
       01  PRNT-GRANDTOTAL1.
           03 GT-LABEL PIC X(36).
           03 GT-COUNT PIC ZZ,ZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 GT-GROSS PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 GT-NET PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 9000-CHECK-PRIOR-RUN.
           IF GATE-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1400-PRINT-HEADER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-EMPID S-PAY-DATE S-CLASS S-SEQ
               INPUT PROCEDURE 2100-INPUT-PROCEDURE
                   THRU 2100-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 1500-OUTPUT-PROCEDURE
                   THRU 1500-OUTPUT-PROCEDURE-EXIT.
           PERFORM 1700-PRINT-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY 'OFF-CYCLE TRANSACTIONS READ: ' TRANS-COUNT.
           DISPLAY 'PAYS VOIDED: ' VOID-COUNT.
           DISPLAY 'MANUAL CHECKS ISSUED: ' MANUAL-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED: ' REJECT-COUNT.
           DISPLAY 'JOURNAL ENTRIES WRITTEN: ' ENTRY-COUNT.
           DISPLAY 'WITHHOLDING RECORDS FOR REMITTANCE: '
               WITHHOLD-COUNT.
           DISPLAY 'UNMAPPED DEPARTMENTS POSTED TO SUSPENSE: '
               UNMAPPED-COUNT.
           MOVE TRANS-COUNT TO RL-READ-COUNT.
           COMPUTE RL-WRITE-COUNT = VOID-COUNT + MANUAL-COUNT.
           MOVE REJECT-COUNT TO RL-REJECT-COUNT.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           PERFORM 9100-FIND-OPEN-PERIOD.
           MOVE OPEN-PERIOD-ID TO JE-PERIOD-ID.
           PERFORM 8400-START-RUNLOG.
           OPEN INPUT GLMAP-FILE.
           PERFORM 1100-READ-GLMAP.
           PERFORM 1200-LOAD-MAP-ENTRY
               UNTIL EOF-G = 1.
           CLOSE GLMAP-FILE.
           IF MAP-TABLE-COUNT = 0
               DISPLAY 'WARNING: NO DEPARTMENT MAPPINGS LOADED FROM '
                   'COB1-GLMAP - EVERY DEPARTMENT WILL POST TO '
                   'SUSPENSE'
           END-IF.
       1100-READ-GLMAP.
           READ GLMAP-FILE INTO GLMAP-DATA
               AT END MOVE 1 TO EOF-G.
       1200-LOAD-MAP-ENTRY.
           IF GM-DEPT-REC
               IF MAP-TABLE-COUNT < MAP-TABLE-MAX
                   ADD 1 TO MAP-TABLE-COUNT
                   MOVE GM-DEPT TO MAP-DEPT (MAP-TABLE-COUNT)
                   MOVE GM-ACCOUNT TO MAP-ACCOUNT (MAP-TABLE-COUNT)
               ELSE
                   DISPLAY 'WARNING: ACCOUNT MAP TABLE FULL AT '
                       MAP-TABLE-MAX ' ENTRIES - MAPPING FOR DEPT '
                       GM-DEPT ' IGNORED'
               END-IF
           ELSE
               IF GM-CREDIT-REC
                   MOVE GM-ACCOUNT TO CREDIT-ACCOUNT
               ELSE
                   IF GM-SUSPENSE-REC
                       MOVE GM-ACCOUNT TO SUSPENSE-ACCOUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM 1100-READ-GLMAP.
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
      *    With no transactions there is nothing to match, so the
      *    ledger is not read.
           OPEN INPUT TRANS-FILE.
           PERFORM 2110-READ-TRANS.
           PERFORM 2120-RELEASE-TRANS
               UNTIL EOF-T = 1.
           CLOSE TRANS-FILE.
           IF TRANS-COUNT > 0
               OPEN INPUT PAYHIST-FILE
               PERFORM 2130-READ-PAYHIST
               PERFORM 2140-RELEASE-PAYHIST
                   UNTIL EOF-H = 1
               CLOSE PAYHIST-FILE
           END-IF.
       2100-INPUT-PROCEDURE-EXIT.
           EXIT.
       2110-READ-TRANS.
           READ TRANS-FILE INTO OFFCYCLE-DATA
               AT END MOVE 1 TO EOF-T.
           IF EOF-T = 0
               ADD 1 TO TRANS-COUNT
           END-IF.
       2120-RELEASE-TRANS.
           MOVE OT-EMPID TO S-EMPID.
           MOVE OT-PAY-DATE TO S-PAY-DATE.
           MOVE '2' TO S-CLASS.
           MOVE TRANS-COUNT TO S-SEQ.
           MOVE OFFCYCLE-DATA TO S-BODY.
           RELEASE SORT-REC.
           PERFORM 2110-READ-TRANS.
       2130-READ-PAYHIST.
           READ PAYHIST-FILE INTO PAYHIST-DATA
               AT END MOVE 1 TO EOF-H.
           IF EOF-H = 0
               ADD 1 TO HISTORY-COUNT
           END-IF.
       2140-RELEASE-PAYHIST.
           MOVE HI-EMPID TO S-EMPID.
           MOVE HI-PAY-DATE TO S-PAY-DATE.
           MOVE '1' TO S-CLASS.
           MOVE HISTORY-COUNT TO S-SEQ.
           MOVE PAYHIST-DATA TO S-BODY.
           RELEASE SORT-REC.
           PERFORM 2130-READ-PAYHIST.
       1500-OUTPUT-PROCEDURE.
           OPEN INPUT EMPMSTR-FILE.
           OPEN I-O DEDMSTR-FILE.
           OPEN I-O YTDMSTR-FILE.
           OPEN EXTEND PAYHIST-FILE.
           OPEN EXTEND JOURNAL-FILE.
           OPEN EXTEND OCWHLD-FILE.
           PERFORM 2200-RETURN-RECORD.
           PERFORM 1500-LOOP
               UNTIL EOF-S = 1.
           CLOSE EMPMSTR-FILE.
           CLOSE DEDMSTR-FILE.
           CLOSE YTDMSTR-FILE.
           CLOSE PAYHIST-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE OCWHLD-FILE.
       1500-OUTPUT-PROCEDURE-EXIT.
           EXIT.
       1500-LOOP.
           IF S-EMPID NOT = HOLD-EMPID
               OR S-PAY-DATE NOT = HOLD-PAY-DATE
               PERFORM 1510-START-GROUP
           END-IF.
           IF S-LEDGER-LINE
               MOVE S-BODY TO PAYHIST-DATA
               PERFORM 1520-ADD-LEDGER-LINE
           ELSE
               MOVE S-BODY TO OFFCYCLE-DATA
               PERFORM 1530-PROCESS-TRANSACTION
           END-IF.
           PERFORM 2200-RETURN-RECORD.
       1510-START-GROUP.
           MOVE S-EMPID TO HOLD-EMPID.
           MOVE S-PAY-DATE TO HOLD-PAY-DATE.
           MOVE 0 TO GRP-LINE-COUNT.
           MOVE 'N' TO GRP-OVERFLOW-SW.
           MOVE 'N' TO GRP-VOIDED-SW.
           MOVE 'N' TO GRP-MANUAL-SW.
           MOVE 'N' TO GRP-REGULAR-SW.
           MOVE 0 TO GRP-HOURS.
           MOVE 0 TO GRP-GROSS.
           MOVE 0 TO GRP-TAX.
           MOVE 0 TO GRP-BENEFIT.
           MOVE 0 TO GRP-GARNISH.
           MOVE 0 TO GRP-NET.
       1520-ADD-LEDGER-LINE.
           IF HI-VOID
               MOVE 'Y' TO GRP-VOIDED-SW
           ELSE
               IF HI-PAID-LINE
                   IF HI-MANUAL-PAY
                       MOVE 'Y' TO GRP-MANUAL-SW
                   END-IF
                   IF HI-REGULAR-PAY
                       MOVE 'Y' TO GRP-REGULAR-SW
                   END-IF
                   IF GRP-LINE-COUNT < GRP-LINE-MAX
                       ADD 1 TO GRP-LINE-COUNT
                       MOVE PAYHIST-DATA TO GRP-LINE (GRP-LINE-COUNT)
                       ADD HI-REG-HOURS TO GRP-HOURS
                       ADD HI-OT-HOURS TO GRP-HOURS
                       ADD HI-GROSS TO GRP-GROSS
                       ADD HI-TAX TO GRP-TAX
                       ADD HI-BENEFIT TO GRP-BENEFIT
                       ADD HI-GARNISH TO GRP-GARNISH
                       ADD HI-NET TO GRP-NET
                   ELSE
                       MOVE 'Y' TO GRP-OVERFLOW-SW
                   END-IF
               END-IF
           END-IF.
       1530-PROCESS-TRANSACTION.
           MOVE 'Y' TO APPLY-SW.
           MOVE SPACES TO APPLY-REASON.
           MOVE SPACES TO PAY-LNAME.
           MOVE SPACES TO PAY-FNAME.
           MOVE 0 TO PAY-HOURS.
           MOVE 0 TO PAY-GROSS.
           MOVE 0 TO TAX-AMOUNT.
           MOVE 0 TO BENEFIT-AMOUNT.
           MOVE 0 TO GARNISH-AMOUNT.
           MOVE 0 TO NET-PAY.
           MOVE 0 TO GARN-BALANCE-NOW.
           MOVE 'N' TO DEDMSTR-FOUND-SW.
           PERFORM 2300-EDIT-TRANSACTION.
           IF TRANS-APPLIED
               IF OT-VOID
                   PERFORM 3000-CHECK-VOID
               ELSE
                   PERFORM 4000-CHECK-MANUAL
               END-IF
           END-IF.
           IF TRANS-APPLIED
               IF OT-VOID
                   PERFORM 3500-APPLY-VOID
                   ADD 1 TO VOID-COUNT
               ELSE
                   PERFORM 4500-APPLY-MANUAL
                   ADD 1 TO MANUAL-COUNT
               END-IF
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.
           PERFORM 1600-PRINT-DETAIL.
       1600-PRINT-DETAIL.
           IF LINE-COUNT + 2 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE OT-ACTION TO L-ACTION.
           MOVE OT-EMPID TO L-EMPID.
           MOVE PAY-LNAME TO L-LNAME.
           MOVE PAY-FNAME TO L-FNAME.
           MOVE OT-PAY-DATE (5:2) TO L-PAY-MM.
           MOVE OT-PAY-DATE (7:2) TO L-PAY-DD.
           MOVE OT-PAY-DATE (1:4) TO L-PAY-YYYY.
           MOVE OT-CHECK-NO TO L-CHECK-NO.
           MOVE PAY-HOURS TO L-HOURS.
           MOVE PAY-GROSS TO L-GROSS.
           MOVE TAX-AMOUNT TO L-TAX.
           MOVE BENEFIT-AMOUNT TO L-BENEFIT.
           MOVE GARNISH-AMOUNT TO L-GARNISH.
           MOVE NET-PAY TO L-NET.
           WRITE REPORT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO L-BAL-LABEL.
           MOVE 0 TO L-GARN-BALANCE.
           IF TRANS-APPLIED
               IF OT-VOID
                   MOVE 'VOIDED' TO L-RESULT
               ELSE
                   MOVE 'ISSUED' TO L-RESULT
               END-IF
               IF DEDMSTR-FOUND
                   MOVE 'GARNISHMENT BALANCE NOW:' TO L-BAL-LABEL
                   MOVE GARN-BALANCE-NOW TO L-GARN-BALANCE
               END-IF
           ELSE
               MOVE 'REJECTED' TO L-RESULT
           END-IF.
           MOVE APPLY-REASON TO L-REASON.
           WRITE REPORT-REC FROM PRNT-DATA2
               AFTER ADVANCING 1 LINE.
           ADD 2 TO LINE-COUNT.
       1700-PRINT-TOTALS.
           IF LINE-COUNT + 8 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           MOVE 'PAYS VOIDED' TO GT-LABEL.
           MOVE VOID-COUNT TO GT-COUNT.
           MOVE GRAND-VOID-GROSS TO GT-GROSS.
           MOVE GRAND-VOID-NET TO GT-NET.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
               AFTER ADVANCING 1 LINE.
           MOVE 'MANUAL CHECKS ISSUED' TO GT-LABEL.
           MOVE MANUAL-COUNT TO GT-COUNT.
           MOVE GRAND-MANUAL-GROSS TO GT-GROSS.
           MOVE GRAND-MANUAL-NET TO GT-NET.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
               AFTER ADVANCING 1 LINE.
           MOVE 'GARNISHMENT RESTORED BY VOIDS' TO GT-LABEL.
           MOVE VOID-COUNT TO GT-COUNT.
           MOVE GRAND-GARN-RESTORED TO GT-GROSS.
           MOVE 0 TO GT-NET.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS REJECTED' TO GT-LABEL.
           MOVE REJECT-COUNT TO GT-COUNT.
           MOVE 0 TO GT-GROSS.
           MOVE 0 TO GT-NET.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
               AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL ENTRIES WRITTEN TO COB1-OCJRNL' TO GT-LABEL.
           MOVE ENTRY-COUNT TO GT-COUNT.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
               AFTER ADVANCING 1 LINE.
           MOVE 'WITHHOLDINGS WRITTEN TO COB1-OCWHLD' TO GT-LABEL.
           MOVE WITHHOLD-COUNT TO GT-COUNT.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
               AFTER ADVANCING 1 LINE.
           MOVE 'UNMAPPED DEPTS POSTED TO SUSPENSE' TO GT-LABEL.
           MOVE UNMAPPED-COUNT TO GT-COUNT.
           WRITE REPORT-REC FROM PRNT-GRANDTOTAL1
               AFTER ADVANCING 1 LINE.
           ADD 8 TO LINE-COUNT.
       2200-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE 1 TO EOF-S.
       2300-EDIT-TRANSACTION.
           IF NOT OT-VALID-ACTION
               MOVE 'N' TO APPLY-SW
               MOVE 'INVALID ACTION CODE' TO APPLY-REASON
           ELSE
               IF OT-EMPID = SPACES
                   MOVE 'N' TO APPLY-SW
                   MOVE 'MISSING EMPID' TO APPLY-REASON
               ELSE
                   IF OT-PAY-DATE IS NOT NUMERIC
                       OR OT-PAY-MM < 1 OR OT-PAY-MM > 12
                       OR OT-PAY-DD < 1 OR OT-PAY-DD > 31
                       MOVE 'N' TO APPLY-SW
                       MOVE 'INVALID PAY DATE' TO APPLY-REASON
                   ELSE
                       IF OT-PAY-DATE > RUN-DATE-X
                           MOVE 'N' TO APPLY-SW
                           MOVE 'PAY DATE IN THE FUTURE'
                               TO APPLY-REASON
                       ELSE
                           IF OT-MANUAL
                               PERFORM 2350-EDIT-MANUAL-AMOUNTS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2350-EDIT-MANUAL-AMOUNTS.
      *    Hours may be left blank (a check for gross only); the
      *    gross must be there.
           IF OT-REG-HOURS-X = SPACES
               MOVE ZEROS TO OT-REG-HOURS-X
           END-IF.
           IF OT-OT-HOURS-X = SPACES
               MOVE ZEROS TO OT-OT-HOURS-X
           END-IF.
           IF OT-REG-HOURS-X IS NOT NUMERIC
               OR OT-OT-HOURS-X IS NOT NUMERIC
               MOVE 'N' TO APPLY-SW
               MOVE 'NON-NUMERIC HOURS FIELD' TO APPLY-REASON
           ELSE
               IF OT-GROSS-X IS NOT NUMERIC
                   MOVE 'N' TO APPLY-SW
                   MOVE 'NON-NUMERIC GROSS AMOUNT' TO APPLY-REASON
               ELSE
                   IF OT-GROSS = 0
                       MOVE 'N' TO APPLY-SW
                       MOVE 'MANUAL CHECK FOR ZERO GROSS'
                           TO APPLY-REASON
                   ELSE
                       IF NOT OT-VALID-DEDUCT-CODE
                           MOVE 'N' TO APPLY-SW
                           MOVE 'INVALID DEDUCTION CODE'
                               TO APPLY-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3000-CHECK-VOID.
      *    Everything the void will touch is read and checked here;
      *    nothing is updated unless all of it passes.
           IF GRP-LINE-COUNT > 0
               MOVE GRP-LINE (1) TO PAYHIST-DATA
               MOVE HI-LNAME TO PAY-LNAME
               MOVE HI-FNAME TO PAY-FNAME
               MOVE GRP-HOURS TO PAY-HOURS
               MOVE GRP-GROSS TO PAY-GROSS
               MOVE GRP-TAX TO TAX-AMOUNT
               MOVE GRP-BENEFIT TO BENEFIT-AMOUNT
               MOVE GRP-GARNISH TO GARNISH-AMOUNT
               MOVE GRP-NET TO NET-PAY
           END-IF.
           IF GRP-LINE-COUNT = 0
               MOVE 'N' TO APPLY-SW
               MOVE 'NO PAY ON LEDGER FOR PAY DATE' TO APPLY-REASON
           ELSE
               IF GRP-VOIDED
                   MOVE 'N' TO APPLY-SW
                   MOVE 'PAY DATE ALREADY VOIDED' TO APPLY-REASON
               ELSE
                   IF GRP-OVERFLOW
                       MOVE 'N' TO APPLY-SW
                       MOVE 'TOO MANY PAY LINES FOR DATE'
                           TO APPLY-REASON
                   ELSE
                       PERFORM 3100-CHECK-VOID-YTD
                   END-IF
               END-IF
           END-IF.
           IF TRANS-APPLIED AND GRP-GARNISH > 0
               PERFORM 5100-READ-DEDMSTR
               IF NOT DEDMSTR-FOUND
                   MOVE 'N' TO APPLY-SW
                   MOVE 'NO DEDUCTION RECORD TO RESTORE'
                       TO APPLY-REASON
               END-IF
           END-IF.
       3100-CHECK-VOID-YTD.
           PERFORM 5000-READ-YTDMSTR.
           IF NOT YTDMSTR-FOUND
               MOVE 'N' TO APPLY-SW
               MOVE 'NO YTD RECORD FOR EMPLOYEE' TO APPLY-REASON
           ELSE
               IF Y-YEAR NOT = OT-PAY-YYYY
                   MOVE 'N' TO APPLY-SW
                   MOVE 'PAY NOT IN CURRENT YTD YEAR' TO APPLY-REASON
               ELSE
                   IF Y-YTD-HOURS < GRP-HOURS
                       OR Y-YTD-GROSS < GRP-GROSS
                       MOVE 'N' TO APPLY-SW
                       MOVE 'YTD TOTALS LESS THAN THE VOID'
                           TO APPLY-REASON
                   END-IF
               END-IF
           END-IF.
       3500-APPLY-VOID.
           IF GRP-GARNISH > 0
               ADD GRP-GARNISH TO D-GARN-BALANCE
               PERFORM 5200-REWRITE-DEDMSTR
               ADD GRP-GARNISH TO GRAND-GARN-RESTORED
           END-IF.
           IF DEDMSTR-FOUND
               MOVE D-GARN-BALANCE TO GARN-BALANCE-NOW
           END-IF.
           SUBTRACT GRP-HOURS FROM Y-YTD-HOURS.
           SUBTRACT GRP-GROSS FROM Y-YTD-GROSS.
           IF GRP-HAS-REGULAR AND Y-PERIOD-COUNT > 0
               SUBTRACT 1 FROM Y-PERIOD-COUNT
           END-IF.
           PERFORM 3550-REVERSE-YTD-DEDUCTIONS.
           PERFORM 5300-REWRITE-YTDMSTR.
           PERFORM 3600-REVERSE-ONE-LINE
               VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > GRP-LINE-COUNT.
           MOVE CREDIT-ACCOUNT TO JE-ACCOUNT.
           MOVE 'D' TO JE-DRCR.
           MOVE GRP-GROSS TO JE-AMOUNT.
           MOVE SPACES TO JE-DEPT.
           MOVE SPACES TO JE-LOC.
           MOVE 'VOID ACCRUED' TO JE-DESC.
           PERFORM 6200-WRITE-JOURNAL.
           PERFORM 6300-WRITE-WITHHOLDING.
           MOVE 'Y' TO GRP-VOIDED-SW.
           MOVE SPACES TO APPLY-REASON.
           STRING GRP-LINE-COUNT DELIMITED BY SIZE
               ' PAY LINE(S) REVERSED' DELIMITED BY SIZE
               INTO APPLY-REASON.
           ADD GRP-GROSS TO GRAND-VOID-GROSS.
           ADD GRP-NET TO GRAND-VOID-NET.
       3550-REVERSE-YTD-DEDUCTIONS.
      *    Withholding has only been carried on the YTD record since
      *    the field was added, so a void of an earlier pay can find
      *    less there than it is taking back; the total stops at
      *    zero.
           IF Y-YTD-TAX < GRP-TAX
               MOVE 0 TO Y-YTD-TAX
           ELSE
               SUBTRACT GRP-TAX FROM Y-YTD-TAX
           END-IF.
           IF Y-YTD-BENEFIT < GRP-BENEFIT
               MOVE 0 TO Y-YTD-BENEFIT
           ELSE
               SUBTRACT GRP-BENEFIT FROM Y-YTD-BENEFIT
           END-IF.
           IF Y-YTD-GARNISH < GRP-GARNISH
               MOVE 0 TO Y-YTD-GARNISH
           ELSE
               SUBTRACT GRP-GARNISH FROM Y-YTD-GARNISH
           END-IF.
       3600-REVERSE-ONE-LINE.
      *    The void line repeats the pay line it cancels, pay date and
      *    for-date included, so every total over the ledger nets it
      *    out.
           MOVE GRP-LINE (LINE-IDX) TO PAYHIST-DATA.
           MOVE 'V' TO HI-KIND.
           WRITE PAYHIST-REC FROM PAYHIST-DATA.
           IF HI-GROSS > 0
               MOVE HI-DEPT TO LOOKUP-DEPT
               PERFORM 6000-FIND-ACCOUNT
               MOVE APPLIED-ACCOUNT TO JE-ACCOUNT
               MOVE 'C' TO JE-DRCR
               MOVE HI-GROSS TO JE-AMOUNT
               MOVE HI-DEPT TO JE-DEPT
               MOVE HI-LOC TO JE-LOC
               MOVE 'VOID LABOR' TO JE-DESC
               PERFORM 6200-WRITE-JOURNAL
           END-IF.
       4000-CHECK-MANUAL.
           IF GRP-HAS-MANUAL
               MOVE 'N' TO APPLY-SW
               MOVE 'MANUAL CHECK ALREADY ISSUED' TO APPLY-REASON
           ELSE
               PERFORM 4100-READ-EMPMSTR
               IF NOT EMPMSTR-FOUND
                   MOVE 'N' TO APPLY-SW
                   MOVE 'EMPID NOT ON MASTER' TO APPLY-REASON
               ELSE
                   PERFORM 5000-READ-YTDMSTR
                   IF YTDMSTR-FOUND
                       AND Y-YEAR NOT = OT-PAY-YYYY
                       MOVE 'N' TO APPLY-SW
                       MOVE 'PAY NOT IN CURRENT YTD YEAR'
                           TO APPLY-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRANS-APPLIED
               PERFORM 5100-READ-DEDMSTR
               PERFORM 4200-COMPUTE-DEDUCTIONS
           END-IF.
       4100-READ-EMPMSTR.
           MOVE 'N' TO EMPMSTR-FOUND-SW.
           MOVE OT-EMPID TO M-EMPID.
           READ EMPMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO EMPMSTR-FOUND-SW
                   MOVE M-LNAME TO PAY-LNAME
                   MOVE M-FNAME TO PAY-FNAME
           END-READ.
       4200-COMPUTE-DEDUCTIONS.
      *    Same priority and caps as the net-pay run - tax, benefits,
      *    garnishment, each limited to the pay still left.
           COMPUTE PAY-HOURS = OT-REG-HOURS + OT-OT-HOURS.
           MOVE OT-GROSS TO PAY-GROSS.
           MOVE PAY-GROSS TO REMAINING-PAY.
           IF DEDMSTR-FOUND
               COMPUTE TAX-AMOUNT ROUNDED =
                   PAY-GROSS * D-TAX-PCT / 100
               IF TAX-AMOUNT > REMAINING-PAY
                   MOVE REMAINING-PAY TO TAX-AMOUNT
               END-IF
               SUBTRACT TAX-AMOUNT FROM REMAINING-PAY
               IF OT-FULL-DEDUCTIONS
                   MOVE D-BENEFIT-AMT TO BENEFIT-AMOUNT
                   IF BENEFIT-AMOUNT > REMAINING-PAY
                       MOVE REMAINING-PAY TO BENEFIT-AMOUNT
                   END-IF
                   SUBTRACT BENEFIT-AMOUNT FROM REMAINING-PAY
                   MOVE D-GARN-AMT TO GARNISH-AMOUNT
                   IF GARNISH-AMOUNT > D-GARN-BALANCE
                       MOVE D-GARN-BALANCE TO GARNISH-AMOUNT
                   END-IF
                   IF GARNISH-AMOUNT > REMAINING-PAY
                       MOVE REMAINING-PAY TO GARNISH-AMOUNT
                   END-IF
                   SUBTRACT GARNISH-AMOUNT FROM REMAINING-PAY
               END-IF
           END-IF.
           MOVE REMAINING-PAY TO NET-PAY.
       4500-APPLY-MANUAL.
           IF GARNISH-AMOUNT > 0
               SUBTRACT GARNISH-AMOUNT FROM D-GARN-BALANCE
               PERFORM 5200-REWRITE-DEDMSTR
           END-IF.
           IF DEDMSTR-FOUND
               MOVE D-GARN-BALANCE TO GARN-BALANCE-NOW
           END-IF.
           IF YTDMSTR-FOUND
               MOVE M-LNAME TO Y-LNAME
               MOVE M-FNAME TO Y-FNAME
               ADD PAY-HOURS TO Y-YTD-HOURS
               ADD PAY-GROSS TO Y-YTD-GROSS
               ADD TAX-AMOUNT TO Y-YTD-TAX
               ADD BENEFIT-AMOUNT TO Y-YTD-BENEFIT
               ADD GARNISH-AMOUNT TO Y-YTD-GARNISH
               PERFORM 5300-REWRITE-YTDMSTR
           ELSE
               MOVE OT-EMPID TO Y-EMPID
               MOVE M-LNAME TO Y-LNAME
               MOVE M-FNAME TO Y-FNAME
               MOVE OT-PAY-YYYY TO Y-YEAR
               MOVE PAY-HOURS TO Y-YTD-HOURS
               MOVE PAY-GROSS TO Y-YTD-GROSS
               MOVE 0 TO Y-PERIOD-COUNT
               MOVE TAX-AMOUNT TO Y-YTD-TAX
               MOVE BENEFIT-AMOUNT TO Y-YTD-BENEFIT
               MOVE GARNISH-AMOUNT TO Y-YTD-GARNISH
               MOVE SPACES TO Y-LAST-PERIOD-ID
               WRITE YTDMSTR-REC
                   INVALID KEY
                       DISPLAY 'WARNING: YTD WRITE FAILED FOR EMPID '
                           OT-EMPID
               END-WRITE
           END-IF.
           PERFORM 4600-WRITE-MANUAL-LINE.
           MOVE M-DEPT TO LOOKUP-DEPT.
           PERFORM 6000-FIND-ACCOUNT.
           MOVE APPLIED-ACCOUNT TO JE-ACCOUNT.
           MOVE 'D' TO JE-DRCR.
           MOVE PAY-GROSS TO JE-AMOUNT.
           MOVE M-DEPT TO JE-DEPT.
           MOVE M-LOC TO JE-LOC.
           MOVE 'MANUAL LABOR' TO JE-DESC.
           PERFORM 6200-WRITE-JOURNAL.
           MOVE CREDIT-ACCOUNT TO JE-ACCOUNT.
           MOVE 'C' TO JE-DRCR.
           MOVE PAY-GROSS TO JE-AMOUNT.
           MOVE SPACES TO JE-DEPT.
           MOVE SPACES TO JE-LOC.
           MOVE 'MANUAL ACCR' TO JE-DESC.
           PERFORM 6200-WRITE-JOURNAL.
           PERFORM 6300-WRITE-WITHHOLDING.
           IF OT-TAX-ONLY
               MOVE 'TAX ONLY' TO APPLY-REASON
           END-IF.
           ADD PAY-GROSS TO GRAND-MANUAL-GROSS.
           ADD NET-PAY TO GRAND-MANUAL-NET.
       4600-WRITE-MANUAL-LINE.
      *    The manual line also joins the pay date's group, so a void
      *    later in the same file cancels it with the rest.
           MOVE OT-EMPID TO HI-EMPID.
           MOVE OT-PAY-DATE TO HI-PAY-DATE.
           MOVE 'M' TO HI-KIND.
           MOVE OT-PAY-DATE TO HI-FOR-DATE.
           MOVE M-LNAME TO HI-LNAME.
           MOVE M-FNAME TO HI-FNAME.
           MOVE M-EMPTYPE TO HI-EMPTYPE.
           MOVE M-DEPT TO HI-DEPT.
           MOVE M-LOC TO HI-LOC.
           MOVE OT-REG-HOURS TO HI-REG-HOURS.
           MOVE OT-OT-HOURS TO HI-OT-HOURS.
           MOVE 0 TO HI-RATE.
           IF PAY-HOURS > 0
               COMPUTE HI-RATE ROUNDED =
                   PAY-GROSS / (OT-REG-HOURS + (OT-OT-HOURS * 1.5))
                   ON SIZE ERROR
                       MOVE 0 TO HI-RATE
               END-COMPUTE
           END-IF.
           MOVE PAY-GROSS TO HI-GROSS.
           MOVE TAX-AMOUNT TO HI-TAX.
           MOVE BENEFIT-AMOUNT TO HI-BENEFIT.
           MOVE GARNISH-AMOUNT TO HI-GARNISH.
           MOVE NET-PAY TO HI-NET.
           WRITE PAYHIST-REC FROM PAYHIST-DATA.
           PERFORM 1520-ADD-LEDGER-LINE.
       5000-READ-YTDMSTR.
           MOVE 'N' TO YTDMSTR-FOUND-SW.
           MOVE OT-EMPID TO Y-EMPID.
           READ YTDMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO YTDMSTR-FOUND-SW
           END-READ.
       5100-READ-DEDMSTR.
           MOVE 'N' TO DEDMSTR-FOUND-SW.
           MOVE OT-EMPID TO D-EMPID.
           READ DEDMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO DEDMSTR-FOUND-SW
           END-READ.
       5200-REWRITE-DEDMSTR.
           REWRITE DEDMSTR-REC
               INVALID KEY
                   DISPLAY 'WARNING: DEDUCTION MASTER REWRITE FAILED '
                       'FOR EMPID ' D-EMPID ' - GARNISHMENT BALANCE '
                       'NOT UPDATED'
           END-REWRITE.
       5300-REWRITE-YTDMSTR.
           REWRITE YTDMSTR-REC
               INVALID KEY
                   DISPLAY 'WARNING: YTD REWRITE FAILED FOR EMPID '
                       Y-EMPID
           END-REWRITE.
       6000-FIND-ACCOUNT.
           MOVE 'N' TO ACCOUNT-FOUND-SW.
           MOVE SUSPENSE-ACCOUNT TO APPLIED-ACCOUNT.
           IF MAP-TABLE-COUNT > 0
               PERFORM 6100-SEARCH-MAP-ENTRY
                   VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-TABLE-COUNT
                       OR ACCOUNT-FOUND
           END-IF.
           IF NOT ACCOUNT-FOUND
               ADD 1 TO UNMAPPED-COUNT
           END-IF.
       6100-SEARCH-MAP-ENTRY.
           IF MAP-DEPT (MAP-IDX) = LOOKUP-DEPT
               MOVE 'Y' TO ACCOUNT-FOUND-SW
               MOVE MAP-ACCOUNT (MAP-IDX) TO APPLIED-ACCOUNT
           END-IF.
       6200-WRITE-JOURNAL.
           WRITE JOURNAL-REC FROM JOURNAL-DATA.
           ADD 1 TO ENTRY-COUNT.
       6300-WRITE-WITHHOLDING.
      *    A void hands back what the voided pay withheld; a manual
      *    check withholds what 4200 took.  Either way the amounts
      *    are in TAX-AMOUNT, BENEFIT-AMOUNT and GARNISH-AMOUNT.
           IF TAX-AMOUNT > 0 OR BENEFIT-AMOUNT > 0
               OR GARNISH-AMOUNT > 0
               MOVE OT-EMPID TO OW-EMPID
               MOVE PAY-LNAME TO OW-LNAME
               MOVE PAY-FNAME TO OW-FNAME
               MOVE OT-ACTION TO OW-ACTION
               MOVE OT-PAY-DATE TO OW-PAY-DATE
               MOVE RUN-DATE-X TO OW-RUN-DATE
               MOVE TAX-AMOUNT TO OW-TAX
               MOVE BENEFIT-AMOUNT TO OW-BENEFIT
               MOVE GARNISH-AMOUNT TO OW-GARNISH
               WRITE OCWHLD-REC FROM OCWHLD-DATA
               ADD 1 TO WITHHOLD-COUNT
           END-IF.
       8400-START-RUNLOG.
           MOVE 'PROJECT26' TO RL-PROGRAM.
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
       9000-CHECK-PRIOR-RUN.
      *    Once tonight's gross-pay run has started the chain, the
      *    net-pay, YTD, labor-distribution and remittance runs must
      *    all finish before an off-cycle run may touch the same
      *    files.
           ACCEPT RL-DATE-WORK FROM DATE YYYYMMDD.
           MOVE RL-DATE-WORK TO GATE-TODAY.
           OPEN INPUT RUNLOG-FILE.
           PERFORM 9010-READ-RUNLOG.
           PERFORM 9020-SCAN-RUNLOG
               UNTIL EOF-L = 1.
           CLOSE RUNLOG-FILE.
           IF CHAIN-STARTED
               IF NOT NETPAY-DONE OR NOT YTD-DONE OR NOT GL-DONE
                   OR NOT REMIT-DONE
                   DISPLAY 'RUN STOPPED: TONIGHT''S PAY CHAIN HAS '
                       'STARTED BUT PROJECT12, PROJECT13, PROJECT19 '
                       'AND PROJECT35 HAVE NOT ALL COMPLETED CLEANLY'
                   MOVE 'Y' TO GATE-SW
               END-IF
           END-IF.
       9010-READ-RUNLOG.
           READ RUNLOG-FILE INTO RUNLOG-DATA
               AT END MOVE 1 TO EOF-L.
       9020-SCAN-RUNLOG.
           IF RL-RUN-DATE = GATE-TODAY
               IF RL-PROGRAM = 'PROJECT5'
                   MOVE 'Y' TO CHAIN-STARTED-SW
               END-IF
               IF RL-PROGRAM = 'PROJECT12' AND RL-STATUS = 'C'
                   MOVE 'Y' TO NETPAY-DONE-SW
               END-IF
               IF RL-PROGRAM = 'PROJECT13' AND RL-STATUS = 'C'
                   MOVE 'Y' TO YTD-DONE-SW
               END-IF
               IF RL-PROGRAM = 'PROJECT19' AND RL-STATUS = 'C'
                   MOVE 'Y' TO GL-DONE-SW
               END-IF
               IF RL-PROGRAM = 'PROJECT35' AND RL-STATUS = 'C'
                   MOVE 'Y' TO REMIT-DONE-SW
               END-IF
           END-IF.
           PERFORM 9010-READ-RUNLOG.
       9100-FIND-OPEN-PERIOD.
      *    Off-cycle entries post in the period the pay cycle is
      *    working, the earliest open period on the calendar.
           OPEN INPUT PAYCAL-FILE.
           PERFORM 9110-READ-PAYCAL.
           PERFORM 9120-SCAN-PAYCAL
               UNTIL EOF-C = 1 OR OPEN-PERIOD-FOUND.
           CLOSE PAYCAL-FILE.
           IF NOT OPEN-PERIOD-FOUND
               DISPLAY 'WARNING: NO OPEN PAY PERIOD ON COB1-PAYCAL - '
                   'JOURNAL ENTRIES WILL CARRY NO PERIOD'
           END-IF.
       9110-READ-PAYCAL.
           READ PAYCAL-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-C.
       9120-SCAN-PAYCAL.
           IF PC-PERIOD-OPEN
               MOVE 'Y' TO PERIOD-FOUND-SW
               MOVE PC-PERIOD-ID TO OPEN-PERIOD-ID
           ELSE
               PERFORM 9110-READ-PAYCAL
           END-IF.
       END PROGRAM project26.
