      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: project27 - year-end wage and tax statements.  For the
      *         tax year on the one-record control file COB1-W2CTL
      *         (the year before the run year when left blank, along
      *         with the employer's EIN, name and address and the
      *         filing contact), gathers every employee's totals for
      *         that year from the year-to-date file (COB1-YTDMSTR)
      *         and the prior-year archive (COB1-YTDPRIOR), both on
      *         the shared YTDMST layout, and takes the name and SSN
      *         from the employee master (COB1-EMPMSTR) - or, for an
      *         employee purged since, from the employee history
      *         archive (COB1-EMPHIST).  It writes:
      *           COB1-W2FILE  - the electronic wage and tax filing
      *                          in the 512-byte submitter (RA),
      *                          employer (RE), employee wage (RW),
      *                          total (RT) and final (RF) record
      *                          format; YTD gross is filed as wages
      *                          and the tax the net-pay run withholds
      *                          as federal income tax withheld;
      *           COB1-W2STMT  - one printed statement per employee,
      *                          with the SSN cut to its last four
      *                          digits, showing wages, tax, benefit
      *                          deductions and garnishments withheld;
      *           COB1-W2RECON - the reconciliation page: employees
      *                          who could not be filed and why, and
      *                          the filed totals set against the sum
      *                          of the year's net-pay runs taken from
      *                          the pay history ledger (COB1-PAYHIST,
      *                          shared PAYHST copybook) by pay date,
      *                          voids taken back out.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project27.
           AUTHOR. David Nguyen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'COB1-W2CTL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YTDMSTR-FILE ASSIGN TO 'COB1-YTDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Y-EMPID.
           SELECT OPTIONAL PRIOR-FILE ASSIGN TO 'COB1-YTDPRIOR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPMSTR-FILE ASSIGN TO 'COB1-EMPMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-EMPID
               ALTERNATE RECORD KEY IS M-LNAME WITH DUPLICATES.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'COB1-EMPHIST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO 'COB1-PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT W2-FILE ASSIGN TO 'COB1-W2FILE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-FILE ASSIGN TO 'COB1-W2STMT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'COB1-W2RECON'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'COB1-SORTWK'.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'COB1-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC PIC X(174).
       FD  YTDMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY YTDMST.
       FD  PRIOR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PRIOR-REC PIC X(102).
       FD  EMPMSTR-FILE
               LABEL RECORDS ARE STANDARD.
       COPY EMPMST.
       FD  HISTORY-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  HISTORY-REC PIC X(105).
       FD  PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PAYHIST-REC PIC X(126).
       FD  W2-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  W2-REC PIC X(512).
       FD  STMT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  STMT-REC PIC X(80).
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       FD  RUNLOG-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  RUNLOG-REC PIC X(52).
      *    S-CLASS '0' is an employee history image (name and SSN of
      *    a purged employee) and sorts ahead of the employee's YTD
      *    records, class '1'.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           03 S-EMPID PIC X(7).
           03 S-CLASS PIC X(1).
               88 S-HISTORY-IMAGE VALUE '0'.
               88 S-YTD-TOTALS VALUE '1'.
           03 S-BODY PIC X(105).
       WORKING-STORAGE SECTION.
       COPY PAYHST.
       COPY RUNLOG.
       01  W2-CONTROL.
           03 WC-TAX-YEAR-X PIC X(4).
           03 WC-TAX-YEAR REDEFINES WC-TAX-YEAR-X PIC 9(4).
           03 WC-EIN PIC X(9).
           03 WC-EMPLOYER-NAME PIC X(40).
           03 WC-ADDRESS PIC X(22).
           03 WC-CITY PIC X(22).
           03 WC-STATE PIC X(2).
           03 WC-ZIP PIC X(5).
           03 WC-SUBMITTER-ID PIC X(8).
           03 WC-CONTACT-NAME PIC X(27).
           03 WC-CONTACT-PHONE PIC X(15).
           03 FILLER PIC X(20).
       01  YTD-WORK.
           03 W-EMPID PIC X(7).
           03 W-LNAME PIC X(15).
           03 W-FNAME PIC X(15).
           03 W-YEAR PIC 9(4).
           03 W-YTD-HOURS PIC 9(6)V99.
           03 W-YTD-GROSS PIC 9(9)V99.
           03 W-PERIOD-COUNT PIC 9(3).
           03 W-YTD-TAX PIC 9(9)V99.
           03 W-YTD-BENEFIT PIC 9(9)V99.
           03 W-YTD-GARNISH PIC 9(9)V99.
           03 W-LAST-PERIOD-ID PIC X(6).
       01  HIST-DATA.
           03 HIST-IMAGE.
               05 HS-EMPID PIC X(7).
               05 HS-LNAME PIC X(15).
               05 HS-FNAME PIC X(15).
               05 HS-EMPTYPE PIC X(2).
               05 HS-TITLE PIC X(17).
               05 HS-SSN PIC X(9).
               05 FILLER PIC X(32).
           03 HIST-PURGE-DATE PIC X(8).
       01  MISC.
           03 EOF-C PIC 9 VALUE 0.
           03 EOF-Y PIC 9 VALUE 0.
           03 EOF-R PIC 9 VALUE 0.
           03 EOF-E PIC 9 VALUE 0.
           03 EOF-H PIC 9 VALUE 0.
           03 EOF-S PIC 9 VALUE 0.
           03 RECORDS-READ PIC 9(7) VALUE 0.
           03 FILED-COUNT PIC 9(7) VALUE 0.
           03 EXCEPTION-COUNT PIC 9(7) VALUE 0.
           03 LEDGER-COUNT PIC 9(7) VALUE 0.
       01  GATE-AREAS.
           03 GATE-SW PIC X(1) VALUE 'N'.
               88 GATE-FAILED VALUE 'Y'.
       01  EMPLOYEE-AREAS.
           03 HOLD-EMPID PIC X(7) VALUE SPACES.
           03 EMP-HAS-YTD-SW PIC X(1) VALUE 'N'.
               88 EMP-HAS-YTD VALUE 'Y'.
           03 HIST-FOUND-SW PIC X(1) VALUE 'N'.
               88 HIST-FOUND VALUE 'Y'.
           03 HIST-SSN PIC X(9) VALUE SPACES.
           03 HIST-LNAME PIC X(15) VALUE SPACES.
           03 HIST-FNAME PIC X(15) VALUE SPACES.
           03 EMP-LNAME PIC X(15) VALUE SPACES.
           03 EMP-FNAME PIC X(15) VALUE SPACES.
           03 EMP-SSN PIC X(9) VALUE SPACES.
           03 EMP-REASON PIC X(30) VALUE SPACES.
           03 EMP-WAGES PIC 9(9)V99 VALUE 0.
           03 EMP-TAX PIC 9(9)V99 VALUE 0.
           03 EMP-BENEFIT PIC 9(9)V99 VALUE 0.
           03 EMP-GARNISH PIC 9(9)V99 VALUE 0.
       01  FILED-TOTALS.
           03 FILED-WAGES PIC 9(11)V99 VALUE 0.
           03 FILED-TAX PIC 9(11)V99 VALUE 0.
           03 FILED-BENEFIT PIC 9(11)V99 VALUE 0.
           03 FILED-GARNISH PIC 9(11)V99 VALUE 0.
       01  EXCEPTION-TOTALS.
           03 EXCEPT-WAGES PIC 9(11)V99 VALUE 0.
           03 EXCEPT-TAX PIC 9(11)V99 VALUE 0.
           03 EXCEPT-BENEFIT PIC 9(11)V99 VALUE 0.
           03 EXCEPT-GARNISH PIC 9(11)V99 VALUE 0.
       01  LEDGER-TOTALS.
           03 LEDGER-WAGES PIC S9(11)V99 VALUE 0.
           03 LEDGER-TAX PIC S9(11)V99 VALUE 0.
           03 LEDGER-BENEFIT PIC S9(11)V99 VALUE 0.
           03 LEDGER-GARNISH PIC S9(11)V99 VALUE 0.
       01  DIFF-TOTALS.
           03 DIFF-WAGES PIC S9(11)V99 VALUE 0.
           03 DIFF-TAX PIC S9(11)V99 VALUE 0.
           03 DIFF-BENEFIT PIC S9(11)V99 VALUE 0.
           03 DIFF-GARNISH PIC S9(11)V99 VALUE 0.
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
       01  TAX-YEAR-FIELDS.
           03 TAX-YEAR PIC 9(4) VALUE 0.
           03 TAX-YEAR-X REDEFINES TAX-YEAR PIC X(4).
      *    Electronic filing records, 512 bytes each.  Amounts are
      *    right-justified, zero-filled whole cents.
       01  W2-SUBMITTER-REC.
           03 FILLER PIC X(2) VALUE 'RA'.
           03 RA-EIN PIC X(9).
           03 RA-USER-ID PIC X(8).
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(1) VALUE '0'.
           03 FILLER PIC X(6) VALUE SPACES.
           03 FILLER PIC X(2) VALUE '98'.
           03 RA-COMPANY-NAME PIC X(57).
           03 FILLER PIC X(22) VALUE SPACES.
           03 RA-COMPANY-ADDR PIC X(22).
           03 RA-COMPANY-CITY PIC X(22).
           03 RA-COMPANY-STATE PIC X(2).
           03 RA-COMPANY-ZIP PIC X(5).
           03 FILLER PIC X(49) VALUE SPACES.
           03 RA-SUBMITTER-NAME PIC X(57).
           03 FILLER PIC X(22) VALUE SPACES.
           03 RA-SUBMITTER-ADDR PIC X(22).
           03 RA-SUBMITTER-CITY PIC X(22).
           03 RA-SUBMITTER-STATE PIC X(2).
           03 RA-SUBMITTER-ZIP PIC X(5).
           03 FILLER PIC X(49) VALUE SPACES.
           03 RA-CONTACT-NAME PIC X(27).
           03 RA-CONTACT-PHONE PIC X(15).
           03 FILLER PIC X(62) VALUE SPACES.
           03 FILLER PIC X(1) VALUE 'L'.
           03 FILLER PIC X(12) VALUE SPACES.
       01  W2-EMPLOYER-REC.
           03 FILLER PIC X(2) VALUE 'RE'.
           03 RE-TAX-YEAR PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RE-EIN PIC X(9).
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(1) VALUE '0'.
           03 FILLER PIC X(13) VALUE SPACES.
           03 RE-EMPLOYER-NAME PIC X(57).
           03 FILLER PIC X(22) VALUE SPACES.
           03 RE-ADDR PIC X(22).
           03 RE-CITY PIC X(22).
           03 RE-STATE PIC X(2).
           03 RE-ZIP PIC X(5).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(1) VALUE 'N'.
           03 FILLER PIC X(44) VALUE SPACES.
           03 FILLER PIC X(1) VALUE 'R'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(1) VALUE '0'.
           03 RE-CONTACT-NAME PIC X(27).
           03 RE-CONTACT-PHONE PIC X(15).
           03 FILLER PIC X(249) VALUE SPACES.
       01  W2-EMPLOYEE-REC.
           03 FILLER PIC X(2) VALUE 'RW'.
           03 RW-SSN PIC X(9).
           03 RW-FIRST-NAME PIC X(15).
           03 FILLER PIC X(15) VALUE SPACES.
           03 RW-LAST-NAME PIC X(20).
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(122) VALUE SPACES.
           03 RW-WAGES PIC 9(9)V99.
           03 RW-FED-TAX PIC 9(9)V99.
           03 FILLER PIC X(55) VALUE ALL '0'.
           03 FILLER PIC X(11) VALUE SPACES.
           03 FILLER PIC X(187) VALUE ALL '0'.
           03 FILLER PIC X(23) VALUE SPACES.
           03 FILLER PIC X(1) VALUE '0'.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(2) VALUE '00'.
           03 FILLER PIC X(23) VALUE SPACES.
       01  W2-TOTAL-REC.
           03 FILLER PIC X(2) VALUE 'RT'.
           03 RT-COUNT PIC 9(7).
           03 RT-WAGES PIC 9(13)V99.
           03 RT-FED-TAX PIC 9(13)V99.
           03 FILLER PIC X(75) VALUE ALL '0'.
           03 FILLER PIC X(15) VALUE SPACES.
           03 FILLER PIC X(165) VALUE ALL '0'.
           03 FILLER PIC X(218) VALUE SPACES.
       01  W2-FINAL-REC.
           03 FILLER PIC X(2) VALUE 'RF'.
           03 FILLER PIC X(5) VALUE SPACES.
           03 RF-COUNT PIC 9(9).
           03 FILLER PIC X(496) VALUE SPACES.
       01  STMT-LINE1.
           03 FILLER PIC X(34)
               VALUE 'WAGE AND TAX STATEMENT   TAX YEAR '.
           03 SM-YEAR PIC 9999.
       01  STMT-LINE2.
           03 FILLER PIC X(10) VALUE 'EMPLOYER: '.
           03 SM-EMPLOYER PIC X(41).
           03 FILLER PIC X(4) VALUE 'EIN '.
           03 SM-EIN PIC X(9).
       01  STMT-LINE3.
           03 FILLER PIC X(10) VALUE 'EMPLOYEE: '.
           03 SM-EMPID PIC X(9).
           03 SM-LNAME PIC X(16).
           03 SM-FNAME PIC X(15).
       01  STMT-LINE4.
           03 FILLER PIC X(10) VALUE 'SSN:      '.
           03 FILLER PIC X(7) VALUE '***-**-'.
           03 SM-SSN-LAST4 PIC X(4).
       01  STMT-LINE5.
           03 FILLER PIC X(34)
               VALUE '  1  WAGES, TIPS, OTHER COMP:     '.
           03 SM-WAGES PIC ZZZ,ZZZ,ZZ9.99.
       01  STMT-LINE6.
           03 FILLER PIC X(34)
               VALUE '  2  FEDERAL INCOME TAX WITHHELD: '.
           03 SM-TAX PIC ZZZ,ZZZ,ZZ9.99.
       01  STMT-LINE7.
           03 FILLER PIC X(34)
               VALUE '     BENEFIT DEDUCTIONS:          '.
           03 SM-BENEFIT PIC ZZZ,ZZZ,ZZ9.99.
       01  STMT-LINE8.
           03 FILLER PIC X(34)
               VALUE '     GARNISHMENTS WITHHELD:       '.
           03 SM-GARNISH PIC ZZZ,ZZZ,ZZ9.99.
       01  PAGE-HEADER1.
           03 FILLER PIC X(10) VALUE 'RUN DATE:'.
           03 PH-RUN-DATE PIC X(10).
           03 FILLER PIC X(27) VALUE SPACES.
           03 FILLER PIC X(27)
               VALUE 'W-2 RECONCILIATION FOR '.
           03 PH-YEAR PIC 9999.
           03 FILLER PIC X(29) VALUE SPACES.
           03 FILLER PIC X(5) VALUE 'PAGE '.
           03 PH-PAGE-NO PIC ZZZ9.
       01  PRNT-HEADING1.
           03 FILLER PIC X(10) VALUE 'EMP ID'.
           03 FILLER PIC X(17) VALUE 'LAST'.
           03 FILLER PIC X(16) VALUE 'FIRST'.
           03 FILLER PIC X(15) VALUE '          WAGES'.
           03 FILLER PIC X(15) VALUE '            TAX'.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'NOT FILED BECAUSE'.
       01  PRNT-DATA1.
           03 L-EMPID PIC X(10).
           03 L-LNAME PIC X(17).
           03 L-FNAME PIC X(16).
           03 L-WAGES PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 L-TAX PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(5) VALUE SPACES.
           03 L-REASON PIC X(30).
       01  PRNT-RECON-HEAD.
           03 FILLER PIC X(34) VALUE SPACES.
           03 FILLER PIC X(9) VALUE '   COUNT'.
           03 FILLER PIC X(17) VALUE '            WAGES'.
           03 FILLER PIC X(17) VALUE '              TAX'.
           03 FILLER PIC X(17) VALUE '         BENEFITS'.
           03 FILLER PIC X(17) VALUE '     GARNISHMENTS'.
       01  PRNT-RECON1.
           03 RC-LABEL PIC X(34).
           03 RC-COUNT PIC Z,ZZZ,ZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RC-WAGES PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03 RC-TAX PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03 RC-BENEFIT PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03 RC-GARNISH PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  PRNT-PROOF2.
           03 FILLER PIC X(14) VALUE 'PROOF RESULT: '.
           03 PF-RESULT PIC X(50).
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF GATE-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT W2-FILE.
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1400-PRINT-HEADER.
           PERFORM 2700-WRITE-EMPLOYER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY S-EMPID S-CLASS
               INPUT PROCEDURE 2100-INPUT-PROCEDURE
                   THRU 2100-INPUT-PROCEDURE-EXIT
               OUTPUT PROCEDURE 1500-OUTPUT-PROCEDURE
                   THRU 1500-OUTPUT-PROCEDURE-EXIT.
           PERFORM 2900-WRITE-TOTALS.
           PERFORM 3000-SUM-LEDGER.
           PERFORM 1700-PRINT-RECONCILIATION.
           CLOSE W2-FILE.
           CLOSE STMT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY 'TAX YEAR: ' TAX-YEAR.
           DISPLAY 'YTD RECORDS READ: ' RECORDS-READ.
           DISPLAY 'EMPLOYEE WAGE RECORDS FILED: ' FILED-COUNT.
           DISPLAY 'EMPLOYEES NOT FILED: ' EXCEPTION-COUNT.
           DISPLAY 'PAY LEDGER LINES FOR THE YEAR: ' LEDGER-COUNT.
           MOVE RECORDS-READ TO RL-READ-COUNT.
           MOVE FILED-COUNT TO RL-WRITE-COUNT.
           MOVE EXCEPTION-COUNT TO RL-REJECT-COUNT.
           PERFORM 8500-WRITE-RUNLOG.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE RUN-MM TO RUN-DISP-MM.
           MOVE RUN-DD TO RUN-DISP-DD.
           MOVE RUN-YYYY TO RUN-DISP-YYYY.
           PERFORM 8400-START-RUNLOG.
           MOVE SPACES TO W2-CONTROL.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE INTO W2-CONTROL
               AT END MOVE 1 TO EOF-C.
           CLOSE CONTROL-FILE.
           IF EOF-C = 1 OR WC-EIN = SPACES
               DISPLAY 'RUN STOPPED: COB1-W2CTL IS EMPTY OR HAS NO '
                   'EIN - NO EMPLOYER TO FILE FOR'
               MOVE 'Y' TO GATE-SW
           END-IF.
           IF WC-TAX-YEAR-X NOT = SPACES
               AND WC-TAX-YEAR-X IS NUMERIC
               MOVE WC-TAX-YEAR TO TAX-YEAR
           ELSE
               COMPUTE TAX-YEAR = RUN-YYYY - 1
           END-IF.
       1400-PRINT-HEADER.
           IF PAGE-COUNT > 0
               WRITE REPORT-REC FROM SPACES
                   AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO PH-PAGE-NO.
           MOVE RUN-DATE-DISP TO PH-RUN-DATE.
           MOVE TAX-YEAR TO PH-YEAR.
           WRITE REPORT-REC FROM PAGE-HEADER1
               AFTER ADVANCING PAGE.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-HEADING1
               AFTER ADVANCING 1 LINE.
           MOVE 3 TO LINE-COUNT.
       2100-INPUT-PROCEDURE.
           OPEN INPUT HISTORY-FILE.
           PERFORM 2110-READ-HISTORY.
           PERFORM 2120-RELEASE-HISTORY
               UNTIL EOF-H = 1.
           CLOSE HISTORY-FILE.
           OPEN INPUT YTDMSTR-FILE.
           PERFORM 2130-READ-YTDMSTR.
           PERFORM 2140-RELEASE-YTDMSTR
               UNTIL EOF-Y = 1.
           CLOSE YTDMSTR-FILE.
           OPEN INPUT PRIOR-FILE.
           PERFORM 2150-READ-PRIOR.
           PERFORM 2160-RELEASE-PRIOR
               UNTIL EOF-R = 1.
           CLOSE PRIOR-FILE.
       2100-INPUT-PROCEDURE-EXIT.
           EXIT.
       2110-READ-HISTORY.
           READ HISTORY-FILE INTO HIST-DATA
               AT END MOVE 1 TO EOF-H.
       2120-RELEASE-HISTORY.
           MOVE HS-EMPID TO S-EMPID.
           MOVE '0' TO S-CLASS.
           MOVE HIST-DATA TO S-BODY.
           RELEASE SORT-REC.
           PERFORM 2110-READ-HISTORY.
       2130-READ-YTDMSTR.
           READ YTDMSTR-FILE NEXT RECORD
               AT END MOVE 1 TO EOF-Y.
           IF EOF-Y = 0
               ADD 1 TO RECORDS-READ
           END-IF.
       2140-RELEASE-YTDMSTR.
           IF Y-YEAR = TAX-YEAR
               MOVE YTDMSTR-REC TO YTD-WORK
               PERFORM 2170-RELEASE-YTD-WORK
           END-IF.
           PERFORM 2130-READ-YTDMSTR.
       2150-READ-PRIOR.
           READ PRIOR-FILE INTO YTD-WORK
               AT END MOVE 1 TO EOF-R.
           IF EOF-R = 0
               ADD 1 TO RECORDS-READ
           END-IF.
       2160-RELEASE-PRIOR.
           IF W-YEAR = TAX-YEAR
               PERFORM 2170-RELEASE-YTD-WORK
           END-IF.
           PERFORM 2150-READ-PRIOR.
       2170-RELEASE-YTD-WORK.
      *    An archive record written before withholding was carried
      *    on the YTD record has spaces where the amounts now sit.
           IF W-YTD-TAX IS NOT NUMERIC
               MOVE 0 TO W-YTD-TAX
           END-IF.
           IF W-YTD-BENEFIT IS NOT NUMERIC
               MOVE 0 TO W-YTD-BENEFIT
           END-IF.
           IF W-YTD-GARNISH IS NOT NUMERIC
               MOVE 0 TO W-YTD-GARNISH
           END-IF.
           MOVE W-EMPID TO S-EMPID.
           MOVE '1' TO S-CLASS.
           MOVE YTD-WORK TO S-BODY.
           RELEASE SORT-REC.
       1500-OUTPUT-PROCEDURE.
           OPEN INPUT EMPMSTR-FILE.
           PERFORM 2200-RETURN-RECORD.
           PERFORM 1500-LOOP
               UNTIL EOF-S = 1.
           PERFORM 2300-CLOSE-EMPLOYEE.
           CLOSE EMPMSTR-FILE.
       1500-OUTPUT-PROCEDURE-EXIT.
           EXIT.
       1500-LOOP.
           IF S-EMPID NOT = HOLD-EMPID
               PERFORM 2300-CLOSE-EMPLOYEE
               MOVE S-EMPID TO HOLD-EMPID
           END-IF.
           IF S-HISTORY-IMAGE
               MOVE S-BODY TO HIST-DATA
               MOVE 'Y' TO HIST-FOUND-SW
               MOVE HS-SSN TO HIST-SSN
               MOVE HS-LNAME TO HIST-LNAME
               MOVE HS-FNAME TO HIST-FNAME
           ELSE
               MOVE S-BODY TO YTD-WORK
               MOVE 'Y' TO EMP-HAS-YTD-SW
               ADD W-YTD-GROSS TO EMP-WAGES
               ADD W-YTD-TAX TO EMP-TAX
               ADD W-YTD-BENEFIT TO EMP-BENEFIT
               ADD W-YTD-GARNISH TO EMP-GARNISH
               MOVE W-LNAME TO EMP-LNAME
               MOVE W-FNAME TO EMP-FNAME
           END-IF.
           PERFORM 2200-RETURN-RECORD.
       1600-PRINT-EXCEPTION.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           MOVE HOLD-EMPID TO L-EMPID.
           MOVE EMP-LNAME TO L-LNAME.
           MOVE EMP-FNAME TO L-FNAME.
           MOVE EMP-WAGES TO L-WAGES.
           MOVE EMP-TAX TO L-TAX.
           MOVE EMP-REASON TO L-REASON.
           WRITE REPORT-REC FROM PRNT-DATA1
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       1650-WRITE-STATEMENT.
           MOVE TAX-YEAR TO SM-YEAR.
           MOVE WC-EMPLOYER-NAME TO SM-EMPLOYER.
           MOVE WC-EIN TO SM-EIN.
           MOVE HOLD-EMPID TO SM-EMPID.
           MOVE EMP-LNAME TO SM-LNAME.
           MOVE EMP-FNAME TO SM-FNAME.
           MOVE EMP-SSN (6:4) TO SM-SSN-LAST4.
           MOVE EMP-WAGES TO SM-WAGES.
           MOVE EMP-TAX TO SM-TAX.
           MOVE EMP-BENEFIT TO SM-BENEFIT.
           MOVE EMP-GARNISH TO SM-GARNISH.
           WRITE STMT-REC FROM SPACES.
           WRITE STMT-REC FROM STMT-LINE1.
           WRITE STMT-REC FROM STMT-LINE2.
           WRITE STMT-REC FROM STMT-LINE3.
           WRITE STMT-REC FROM STMT-LINE4.
           WRITE STMT-REC FROM STMT-LINE5.
           WRITE STMT-REC FROM STMT-LINE6.
           WRITE STMT-REC FROM STMT-LINE7.
           WRITE STMT-REC FROM STMT-LINE8.
       1700-PRINT-RECONCILIATION.
           COMPUTE DIFF-WAGES = FILED-WAGES - LEDGER-WAGES.
           COMPUTE DIFF-TAX = FILED-TAX - LEDGER-TAX.
           COMPUTE DIFF-BENEFIT = FILED-BENEFIT - LEDGER-BENEFIT.
           COMPUTE DIFF-GARNISH = FILED-GARNISH - LEDGER-GARNISH.
           IF LINE-COUNT + 9 > LINES-PER-PAGE
               PERFORM 1400-PRINT-HEADER
           END-IF.
           IF EXCEPTION-COUNT = 0
               WRITE REPORT-REC FROM SPACES
                   AFTER ADVANCING 1 LINE
               MOVE 'NONE - EVERY EMPLOYEE WAS FILED' TO REPORT-REC
               WRITE REPORT-REC
                   AFTER ADVANCING 1 LINE
               ADD 2 TO LINE-COUNT
           END-IF.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM PRNT-RECON-HEAD
               AFTER ADVANCING 1 LINE.
           MOVE 'FILED ON COB1-W2FILE (RW RECORDS)' TO RC-LABEL.
           MOVE FILED-COUNT TO RC-COUNT.
           MOVE FILED-WAGES TO RC-WAGES.
           MOVE FILED-TAX TO RC-TAX.
           MOVE FILED-BENEFIT TO RC-BENEFIT.
           MOVE FILED-GARNISH TO RC-GARNISH.
           WRITE REPORT-REC FROM PRNT-RECON1
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT FILED - LISTED ABOVE' TO RC-LABEL.
           MOVE EXCEPTION-COUNT TO RC-COUNT.
           MOVE EXCEPT-WAGES TO RC-WAGES.
           MOVE EXCEPT-TAX TO RC-TAX.
           MOVE EXCEPT-BENEFIT TO RC-BENEFIT.
           MOVE EXCEPT-GARNISH TO RC-GARNISH.
           WRITE REPORT-REC FROM PRNT-RECON1
               AFTER ADVANCING 1 LINE.
           MOVE 'NET-PAY RUNS FOR THE YEAR (LEDGER)' TO RC-LABEL.
           MOVE LEDGER-COUNT TO RC-COUNT.
           MOVE LEDGER-WAGES TO RC-WAGES.
           MOVE LEDGER-TAX TO RC-TAX.
           MOVE LEDGER-BENEFIT TO RC-BENEFIT.
           MOVE LEDGER-GARNISH TO RC-GARNISH.
           WRITE REPORT-REC FROM PRNT-RECON1
               AFTER ADVANCING 1 LINE.
           MOVE 'DIFFERENCE (FILED - LEDGER)' TO RC-LABEL.
           MOVE 0 TO RC-COUNT.
           MOVE DIFF-WAGES TO RC-WAGES.
           MOVE DIFF-TAX TO RC-TAX.
           MOVE DIFF-BENEFIT TO RC-BENEFIT.
           MOVE DIFF-GARNISH TO RC-GARNISH.
           WRITE REPORT-REC FROM PRNT-RECON1
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM SPACES
               AFTER ADVANCING 1 LINE.
           IF DIFF-WAGES = 0 AND DIFF-TAX = 0
               AND DIFF-BENEFIT = 0 AND DIFF-GARNISH = 0
               MOVE 'FILED TOTALS AGREE WITH THE NET-PAY RUNS'
                   TO PF-RESULT
           ELSE
               MOVE 'OUT OF AGREEMENT - RESEARCH BEFORE FILING'
                   TO PF-RESULT
           END-IF.
           WRITE REPORT-REC FROM PRNT-PROOF2
               AFTER ADVANCING 1 LINE.
           ADD 7 TO LINE-COUNT.
       2200-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE 1 TO EOF-S.
       2300-CLOSE-EMPLOYEE.
      *    The live master is the first source for name and SSN; an
      *    employee purged since is taken from the history image.
           IF EMP-HAS-YTD
               AND (EMP-WAGES > 0 OR EMP-TAX > 0)
               MOVE SPACES TO EMP-REASON
               MOVE SPACES TO EMP-SSN
               MOVE HOLD-EMPID TO M-EMPID
               READ EMPMSTR-FILE
                   INVALID KEY
                       IF HIST-FOUND
                           MOVE HIST-SSN TO EMP-SSN
                           MOVE HIST-LNAME TO EMP-LNAME
                           MOVE HIST-FNAME TO EMP-FNAME
                       ELSE
                           MOVE 'NOT ON MASTER OR HISTORY'
                               TO EMP-REASON
                       END-IF
                   NOT INVALID KEY
                       MOVE M-SSN TO EMP-SSN
                       MOVE M-LNAME TO EMP-LNAME
                       MOVE M-FNAME TO EMP-FNAME
               END-READ
               IF EMP-REASON = SPACES
                   AND (EMP-SSN IS NOT NUMERIC
                       OR EMP-SSN = '000000000')
                   MOVE 'NO VALID SSN ON MASTER' TO EMP-REASON
               END-IF
               IF EMP-REASON = SPACES
                   PERFORM 2800-WRITE-EMPLOYEE
                   PERFORM 1650-WRITE-STATEMENT
               ELSE
                   ADD 1 TO EXCEPTION-COUNT
                   ADD EMP-WAGES TO EXCEPT-WAGES
                   ADD EMP-TAX TO EXCEPT-TAX
                   ADD EMP-BENEFIT TO EXCEPT-BENEFIT
                   ADD EMP-GARNISH TO EXCEPT-GARNISH
                   PERFORM 1600-PRINT-EXCEPTION
               END-IF
           END-IF.
           MOVE 'N' TO EMP-HAS-YTD-SW.
           MOVE 'N' TO HIST-FOUND-SW.
           MOVE 0 TO EMP-WAGES.
           MOVE 0 TO EMP-TAX.
           MOVE 0 TO EMP-BENEFIT.
           MOVE 0 TO EMP-GARNISH.
       2700-WRITE-EMPLOYER.
           MOVE WC-EIN TO RA-EIN.
           MOVE WC-SUBMITTER-ID TO RA-USER-ID.
           MOVE WC-EMPLOYER-NAME TO RA-COMPANY-NAME.
           MOVE WC-ADDRESS TO RA-COMPANY-ADDR.
           MOVE WC-CITY TO RA-COMPANY-CITY.
           MOVE WC-STATE TO RA-COMPANY-STATE.
           MOVE WC-ZIP TO RA-COMPANY-ZIP.
           MOVE WC-EMPLOYER-NAME TO RA-SUBMITTER-NAME.
           MOVE WC-ADDRESS TO RA-SUBMITTER-ADDR.
           MOVE WC-CITY TO RA-SUBMITTER-CITY.
           MOVE WC-STATE TO RA-SUBMITTER-STATE.
           MOVE WC-ZIP TO RA-SUBMITTER-ZIP.
           MOVE WC-CONTACT-NAME TO RA-CONTACT-NAME.
           MOVE WC-CONTACT-PHONE TO RA-CONTACT-PHONE.
           WRITE W2-REC FROM W2-SUBMITTER-REC.
           MOVE TAX-YEAR TO RE-TAX-YEAR.
           MOVE WC-EIN TO RE-EIN.
           MOVE WC-EMPLOYER-NAME TO RE-EMPLOYER-NAME.
           MOVE WC-ADDRESS TO RE-ADDR.
           MOVE WC-CITY TO RE-CITY.
           MOVE WC-STATE TO RE-STATE.
           MOVE WC-ZIP TO RE-ZIP.
           MOVE WC-CONTACT-NAME TO RE-CONTACT-NAME.
           MOVE WC-CONTACT-PHONE TO RE-CONTACT-PHONE.
           WRITE W2-REC FROM W2-EMPLOYER-REC.
       2800-WRITE-EMPLOYEE.
           MOVE EMP-SSN TO RW-SSN.
           MOVE EMP-FNAME TO RW-FIRST-NAME.
           MOVE EMP-LNAME TO RW-LAST-NAME.
           MOVE EMP-WAGES TO RW-WAGES.
           MOVE EMP-TAX TO RW-FED-TAX.
           WRITE W2-REC FROM W2-EMPLOYEE-REC.
           ADD 1 TO FILED-COUNT.
           ADD EMP-WAGES TO FILED-WAGES.
           ADD EMP-TAX TO FILED-TAX.
           ADD EMP-BENEFIT TO FILED-BENEFIT.
           ADD EMP-GARNISH TO FILED-GARNISH.
       2900-WRITE-TOTALS.
           MOVE FILED-COUNT TO RT-COUNT.
           MOVE FILED-WAGES TO RT-WAGES.
           MOVE FILED-TAX TO RT-FED-TAX.
           WRITE W2-REC FROM W2-TOTAL-REC.
           MOVE FILED-COUNT TO RF-COUNT.
           WRITE W2-REC FROM W2-FINAL-REC.
       3000-SUM-LEDGER.
      *    Every pay the net-pay runs (and the off-cycle run) paid in
      *    the tax year, by pay date; a void line takes its pay back
      *    out.
           OPEN INPUT PAYHIST-FILE.
           PERFORM 3010-READ-PAYHIST.
           PERFORM 3020-ADD-LEDGER-LINE
               UNTIL EOF-E = 1.
           CLOSE PAYHIST-FILE.
       3010-READ-PAYHIST.
           READ PAYHIST-FILE INTO PAYHIST-DATA
               AT END MOVE 1 TO EOF-E.
       3020-ADD-LEDGER-LINE.
           IF HI-PAY-DATE (1:4) = TAX-YEAR-X
               ADD 1 TO LEDGER-COUNT
               IF HI-VOID
                   SUBTRACT HI-GROSS FROM LEDGER-WAGES
                   SUBTRACT HI-TAX FROM LEDGER-TAX
                   SUBTRACT HI-BENEFIT FROM LEDGER-BENEFIT
                   SUBTRACT HI-GARNISH FROM LEDGER-GARNISH
               ELSE
                   ADD HI-GROSS TO LEDGER-WAGES
                   ADD HI-TAX TO LEDGER-TAX
                   ADD HI-BENEFIT TO LEDGER-BENEFIT
                   ADD HI-GARNISH TO LEDGER-GARNISH
               END-IF
           END-IF.
           PERFORM 3010-READ-PAYHIST.
       8400-START-RUNLOG.
           MOVE 'PROJECT27' TO RL-PROGRAM.
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
       END PROGRAM project27.
