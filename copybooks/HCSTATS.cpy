      ******************************************************************
      * Copybook:    HCSTATS
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the headcount statistics
      *              history.  HEADCNT appends one record per
      *              department, plus one shop-wide record under the
      *              department code '****', for each month it closes
      *              on the calendar's month-end 'E' date, and reads
      *              the file back to print the trailing twelve
      *              months side by side.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  HEADCOUNT-STATS-RECORD.
           05  HS-MONTH-CCYYMM             PIC 9(06).
           05  HS-DEPT-CODE                PIC X(04).
               88  HS-IS-SHOP-TOTAL        VALUE '****'.
           05  HS-OPENING                  PIC 9(05).
           05  HS-HIRES                    PIC 9(05).
           05  HS-TERMINATIONS             PIC 9(05).
           05  HS-TRANSFERS-IN             PIC 9(05).
           05  HS-TRANSFERS-OUT            PIC 9(05).
           05  HS-CLOSING                  PIC 9(05).
           05  HS-RUN-NUMBER               PIC 9(05).
           05  HS-RUN-CCYYMMDD             PIC 9(08).
