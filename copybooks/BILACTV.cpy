      * Modification History
      * --------------------
      * 2026-09-02  DW   Original layout.
      * 2026-10-15  DW   Added the reversed count: reversals posted
      *                  this run against the client and operation of
      *                  the original transaction.  BILLING nets it
      *                  from the transaction count; rows written
      *                  before the field existed read as spaces there.
      ******************************************************************
       01  BILL-ACTIVITY-RECORD.
           05  BA-RUN-NUMBER               PIC 9(05).
           05  BA-CLIENT-ID                PIC X(04).
           05  BA-OPERATION                PIC X(01).
           05  BA-TRANS-COUNT              PIC 9(05).
           05  BA-REVERSED-COUNT           PIC 9(05).
