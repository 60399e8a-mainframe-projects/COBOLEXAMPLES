      ******************************************************************
      * Copybook:    EMPPEND
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the employee-master pending-
      *              change file, a KSDS keyed on PEND-ID (the run
      *              number that held the change plus a sequence
      *              within it).  EMPUPDT holds every EMPTRAN
      *              transaction here under the operator who keyed
      *              it; a second, different operator approves or
      *              declines it through EMPAPPR (MAIN-MENU option
      *              8); EMPUPDT applies only the approved ones and
      *              marks each applied or rejected; PENDAGE
      *              expires what nobody decided in time.  Shared
      *              by EMPUPDT, EMPAPPR, and PENDAGE.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PEND-ID.
               10  PEND-RUN-NUMBER         PIC 9(05).
               10  PEND-SEQUENCE           PIC 9(05).
           05  PEND-STATUS                 PIC X(01).
               88  PEND-IS-PENDING         VALUE 'P'.
               88  PEND-IS-APPROVED        VALUE 'A'.
               88  PEND-IS-DECLINED        VALUE 'D'.
               88  PEND-IS-EXPIRED         VALUE 'E'.
               88  PEND-IS-APPLIED         VALUE 'X'.
               88  PEND-IS-REJECTED        VALUE 'R'.
           05  PEND-KEYED-BY               PIC X(08).
           05  PEND-KEYED-CCYYMMDD         PIC 9(08).
           05  PEND-DECIDED-BY             PIC X(08).
           05  PEND-DECIDED-CCYYMMDD       PIC 9(08).
           05  PEND-APPLIED-RUN-NUMBER     PIC 9(05).
           05  PEND-TRANSACTION.
               10  PEND-ACTION             PIC X(01).
               10  PEND-EMP-ID             PIC X(06).
               10  PEND-LAST-NAME          PIC X(22).
               10  PEND-FIRST-NAME         PIC X(18).
               10  PEND-BIRTH-YYMMDD       PIC X(06).
               10  PEND-HIRE-YYMMDD        PIC X(06).
               10  PEND-DEPT-CODE          PIC X(04).
