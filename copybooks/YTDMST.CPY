      *         only has to change in one place.  One record per
      *         employee carries the year being accumulated, YTD
      *         hours and gross, and the count of pay periods paid.
      ******************************************************************
      *Modifications:
      *  2026-10-15  DN  Added YTD tax, benefit and garnishment withheld
      *                  (Y-YTD-TAX, Y-YTD-BENEFIT, Y-YTD-GARNISH) so
      *                  the year-end wage and tax statements come from
      *                  the file; the record grows from 63 to 96 bytes.
      *  2026-10-15  DN  Added Y-LAST-PERIOD-ID, the last pay calendar
      *                  period posted to the record; the record grows
      *                  from 96 to 102 bytes.
      ******************************************************************
       01  YTDMSTR-REC.
           03 Y-EMPID PIC X(7).
           03 Y-YTD-HOURS PIC 9(6)V99.
           03 Y-YTD-GROSS PIC 9(9)V99.
           03 Y-PERIOD-COUNT PIC 9(3).
           03 Y-YTD-TAX PIC 9(9)V99.
           03 Y-YTD-BENEFIT PIC 9(9)V99.
           03 Y-YTD-GARNISH PIC 9(9)V99.
           03 Y-LAST-PERIOD-ID PIC X(6).
