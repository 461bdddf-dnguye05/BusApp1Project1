      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: NETDTA - shared layout of the machine-readable net-pay
      *         record (COB1-NETDATA) written by the net-pay run
      *         alongside the printed register, one record per pay
      *         record, so the direct-deposit run and the other steps
      *         downstream of net pay work from the same figures the
      *         register prints.  ND-PAY-IMAGE carries the pay record
      *         exactly as the gross-pay run wrote it (PAYDTA layout);
      *         a reader moves it to PAYDATA-DATA to get at the
      *         fields.
      ******************************************************************
      *Modifications:
      *  2026-10-15  DN  ND-PAY-IMAGE widened to 94 bytes to follow the
      *                  PTO hours added to the PAYDTA layout.
      *  2026-10-15  DN  ND-PAY-IMAGE widened to 100 bytes to follow the
      *                  pay period added to the PAYDTA layout.
      ******************************************************************
       01  NETDATA-DATA.
           03 ND-PAY-IMAGE PIC X(100).
           03 ND-TAX PIC 9(7)V99.
           03 ND-BENEFIT PIC 9(7)V99.
           03 ND-GARNISH PIC 9(7)V99.
           03 ND-NET PIC 9(7)V99.
