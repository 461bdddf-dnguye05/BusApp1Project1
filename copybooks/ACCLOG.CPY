      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: ACCLOG - shared layout of the employee access log
      *         record appended to COB1-ACCLOG every time employee
      *         data is looked at: one record per employee shown by
      *         the inquiry run (EMPID lookups, name browses and hits
      *         on the history archive alike), one per inquiry that
      *         found nothing or was refused, and one for every roster
      *         run printed as a full-SSN audit copy.  Each record
      *         carries who asked (requester ID), why (reason code),
      *         what was asked for and what was shown, with a flag
      *         when the record shown belongs to a terminated or
      *         purged employee, so the weekly access report can
      *         answer the privacy compliance review.
      ******************************************************************
       01  ACCLOG-DATA.
           03 AL-DATE PIC X(8).
           03 AL-TIME PIC X(6).
           03 AL-PROGRAM PIC X(10).
           03 AL-REQUESTER PIC X(8).
           03 AL-REASON PIC X(4).
           03 AL-REQ-TYPE PIC X(1).
               88 AL-BY-EMPID VALUE 'E'.
               88 AL-BY-NAME VALUE 'N'.
               88 AL-FULL-SSN-PRINT VALUE 'F'.
           03 AL-REQ-ARG PIC X(15).
           03 AL-RESULT PIC X(1).
               88 AL-MASTER-HIT VALUE 'M'.
               88 AL-HISTORY-HIT VALUE 'H'.
               88 AL-NO-MATCH VALUE 'N'.
               88 AL-REFUSED VALUE 'R'.
               88 AL-FULL-SSN VALUE 'F'.
           03 AL-EMPID PIC X(7).
           03 AL-EMPTYPE PIC X(2).
           03 AL-TERM-FLAG PIC X(1).
               88 AL-TERMINATED-RECORD VALUE 'Y'.
