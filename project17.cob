      *                  flagging DID NOT RUN on every report, so
      *                  FLAGGED-COUNT could never reach zero and a
      *                  genuinely sick job no longer stood out.
      *  2026-10-15  DN  Added PROJECT22 (bank master maintenance) and
      *                  PROJECT23 (direct deposit) to the expected-job
      *                  table.
      *  2026-10-15  DN  Added PROJECT24 (pay rate maintenance) and
      *                  PROJECT25 (retro pay) to the expected-job
      *                  table.
      *  2026-10-15  DN  Added PROJECT28 (leave posting) and PROJECT29
      *                  (leave maintenance) to the expected-job table.
      *  2026-10-15  DN  Added PROJECT34 (payee maintenance) and
      *                  PROJECT35 (third-party remittance) to the
      *                  expected-job table.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. project17.
           03 FILLER PIC X(10) VALUE 'PROJECT19'.
           03 FILLER PIC X(10) VALUE 'PROJECT20'.
           03 FILLER PIC X(10) VALUE 'PROJECT21'.
           03 FILLER PIC X(10) VALUE 'PROJECT22'.
           03 FILLER PIC X(10) VALUE 'PROJECT23'.
           03 FILLER PIC X(10) VALUE 'PROJECT24'.
           03 FILLER PIC X(10) VALUE 'PROJECT25'.
           03 FILLER PIC X(10) VALUE 'PROJECT28'.
           03 FILLER PIC X(10) VALUE 'PROJECT29'.
           03 FILLER PIC X(10) VALUE 'PROJECT34'.
           03 FILLER PIC X(10) VALUE 'PROJECT35'.
       01  EXPECTED-JOB-TABLE REDEFINES EXPECTED-JOB-DATA.
           03 EXPECTED-JOB OCCURS 25 TIMES PIC X(10).
       01  EXPECTED-JOB-AREAS.
           03 EXPECTED-JOB-COUNT PIC 9(2) VALUE 25.
       01  LOG-TABLE-AREAS.
           03 LOG-TABLE-COUNT PIC 9(5) VALUE 0.
           03 LOG-TABLE-MAX PIC 9(5) VALUE 5000.
