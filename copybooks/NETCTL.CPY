      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: NETCTL - shared layout of the one-record net-pay
      *         control total (COB1-NETCTL) the net-pay run writes at
      *         end of run beside COB1-NETDATA: the run date, the pay
      *         period, how many net-pay records were written and the
      *         register's grand total net pay.  Steps downstream of
      *         net pay prove their own totals against it rather than
      *         against figures they added up themselves from the
      *         same file.
      ******************************************************************
       01  NETCTL-DATA.
           03 NC-RUN-DATE PIC X(8).
           03 NC-PERIOD-ID PIC X(6).
           03 NC-RECORD-COUNT PIC 9(7).
           03 NC-GRAND-NET PIC 9(9)V99.
