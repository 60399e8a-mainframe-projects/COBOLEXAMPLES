      ******************************************************************
      * Copybook:    CATCHUPQ
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the CATCHQ catch-up queue.
      *              CATCHUP PLAN writes one record per business date
      *              the nightly suite missed, in date order, all
      *              pending.  Each NIGHTLY run RUNASGN assigns takes
      *              the first date not yet complete, marks it started
      *              under its run number, and runs under that date;
      *              CATCHUP COMPLETE, at the end of a clean night,
      *              marks it complete.  A date left started is the
      *              one that failed, and a RESTART resumes it.
      *              Shared by CATCHUP and RUNASGN.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  CATCHUP-QUEUE-RECORD.
           05  CQ-BUSINESS-DATE            PIC 9(08).
           05  CQ-DAY-TYPE                 PIC X(01).
           05  CQ-STATUS                   PIC X(01).
               88  CQ-IS-PENDING           VALUE 'P'.
               88  CQ-IS-STARTED           VALUE 'S'.
               88  CQ-IS-COMPLETE          VALUE 'D'.
           05  CQ-RUN-NUMBER               PIC 9(05).
