      ******************************************************************
      * Copybook:    PAYCHGQ
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the outbound payroll change
      *              queue: one record for every add, change, or
      *              terminate EMPUPDT applies to the employee
      *              master, carrying the after-image in the EMPMAST
      *              layout.  PAYXMIT sends the unsent records to
      *              payroll on the PAYCHGO change feed and stamps
      *              each with the transmission sequence; a record
      *              stays on the queue, unacknowledged, until the
      *              PAYFEED payroll sends back agrees with the
      *              master for that employee, when EMPLOAD drops it.
      *              While it is on the queue EMPLOAD will not let
      *              payroll's copy overwrite the local change.
      *              Shared by EMPUPDT, PAYXMIT, and EMPLOAD.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  PAY-CHANGE-QUEUE-RECORD.
           05  PQ-EMP-ID                   PIC X(06).
           05  PQ-ACTION                   PIC X(01).
               88  PQ-IS-ADD               VALUE 'A'.
               88  PQ-IS-CHANGE            VALUE 'C'.
               88  PQ-IS-TERMINATE         VALUE 'T'.
           05  PQ-RUN-NUMBER               PIC 9(05).
           05  PQ-CHANGE-CCYYMMDD          PIC 9(08).
           05  PQ-XMIT-SEQUENCE            PIC 9(06).
               88  PQ-NOT-YET-SENT         VALUE ZERO.
           05  PQ-IMAGE                    PIC X(69).
