      ******************************************************************
      *Author: David Nguyen
      *Date: October 15, 2026
      *Purpose: INTEXC - shared layout of the integrity exception
      *         record written to COB1-INTEXC by the weekly cross-file
      *         integrity sweep, one record per problem found, so HR
      *         and payroll can load or sort the exceptions instead of
      *         working from the printed report.  EX-KIND says what
      *         kind of problem it is, EX-EMPID and the name identify
      *         the employee (spaces for a department-level problem),
      *         EX-CODE carries the department or location code
      *         involved and EX-DETAIL a short description.
      *           DPRG  deduction record for a purged employee
      *           DORP  deduction record with no master
      *           YORP  YTD record with no master
      *           PTRM  pending transaction for a terminated employee
      *           MDPT  master department not on COB1-DEPTREF
      *           MLOC  master location not on COB1-DEPTREF
      *           DGLM  department with no account on COB1-GLMAP
      ******************************************************************
       01  INTEXC-DATA.
           03 EX-KIND PIC X(4).
               88 EX-DED-PURGED VALUE 'DPRG'.
               88 EX-DED-NO-MASTER VALUE 'DORP'.
               88 EX-YTD-NO-MASTER VALUE 'YORP'.
               88 EX-PEND-TERMINATED VALUE 'PTRM'.
               88 EX-DEPT-NOT-ON-REF VALUE 'MDPT'.
               88 EX-LOC-NOT-ON-REF VALUE 'MLOC'.
               88 EX-DEPT-NO-GL VALUE 'DGLM'.
           03 EX-EMPID PIC X(7).
           03 EX-LNAME PIC X(15).
           03 EX-FNAME PIC X(15).
           03 EX-CODE PIC X(4).
           03 EX-DETAIL PIC X(40).
           03 EX-RUN-DATE PIC X(8).
