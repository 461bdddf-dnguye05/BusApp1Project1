      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: LVMST - shared COB1-LVMSTR record layout, copied into
      *         any program that reads or writes the indexed leave
      *         master keyed on LV-EMPID (the leave maintenance run,
      *         the leave posting run, the timecard pre-edit, the
      *         net-pay stubs and the leave balance report) so the
      *         layout only has to change in one place.  One record
      *         per employee carries the hours balance for each leave
      *         type: entry 1 is vacation (pay code 'V' on the
      *         timecard), entry 2 is sick leave (pay code 'S').  The
      *         hours accrued and taken by the last leave posting are
      *         kept with each balance for the stubs.
      ******************************************************************
       01  LEAVE-REC.
           03 LV-EMPID PIC X(7).
           03 LV-TYPE-ENTRY OCCURS 2 TIMES.
               05 LV-BALANCE PIC 9(4)V99.
               05 LV-LAST-ACCRUED PIC 9(3)V99.
               05 LV-LAST-TAKEN PIC 9(4)V99.
           03 LV-LAST-POST-DATE PIC X(8).
