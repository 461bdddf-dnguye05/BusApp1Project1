      *                  mix of new-year partials and not-yet-reset
      *                  old-year records once the new year's pay
      *                  runs begin.
      *  2026-10-15  DN  The YTD record now carries tax, benefit and
      *                  garnishment withheld; the prior-year archive
      *                  record and the work area are widened to
      *                  match.
      *  2026-10-15  DN  The YTD record now carries the last pay period
      *                  posted; the prior-year archive record and the
      *                  work area are widened to match.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project14.
       FD  PRIOR-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  PRIOR-REC PIC X(102).
       FD  REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           03 W-YTD-HOURS PIC 9(6)V99.
           03 W-YTD-GROSS PIC 9(9)V99.
           03 W-PERIOD-COUNT PIC 9(3).
           03 W-YTD-TAX PIC 9(9)V99.
           03 W-YTD-BENEFIT PIC 9(9)V99.
           03 W-YTD-GARNISH PIC 9(9)V99.
           03 W-LAST-PERIOD-ID PIC X(6).
       01  GRAND-TOTALS.
           03 GRAND-HOURS PIC 9(9)V99 VALUE 0.
           03 GRAND-GROSS PIC 9(11)V99 VALUE 0.
