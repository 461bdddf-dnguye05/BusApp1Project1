      *         employee per pay run, so the downstream net-pay,
      *         year-to-date and labor-distribution steps work from
      *         data instead of re-keying the printed register.
      ******************************************************************
      *Modifications:
      *  2026-10-15  DN  Added PD-PAY-KIND and PD-FOR-DATE so a retro
      *                  pay adjustment (no hours, gross only) can
      *                  ride the same file as the regular pay and
      *                  name the pay date it corrects.
      *  2026-10-15  DN  Added PD-VAC-HOURS and PD-SICK-HOURS, the paid
      *                  time off hours included in PD-REG-HOURS, so
      *                  the leave posting run can take them off the
      *                  employee's leave balances.
      *  2026-10-15  DN  Added PD-PERIOD-ID, the pay calendar period
      *                  (COB1-PAYCAL) the record was priced for, so
      *                  every step downstream can tell which period
      *                  it is handling.
      ******************************************************************
       01  PAYDATA-DATA.
           03 PD-EMPID PIC X(7).
           03 PD-OT-HOURS PIC 9(4)V99.
           03 PD-RATE PIC 9(3)V99.
           03 PD-GROSS PIC 9(7)V99.
           03 PD-PAY-KIND PIC X(1).
               88 PD-REGULAR-PAY VALUE 'R'.
               88 PD-RETRO-ADJUSTMENT VALUE 'A'.
           03 PD-FOR-DATE PIC X(8).
           03 PD-VAC-HOURS PIC 9(4)V99.
           03 PD-SICK-HOURS PIC 9(4)V99.
           03 PD-PERIOD-ID PIC X(6).
