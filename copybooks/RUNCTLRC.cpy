      ******************************************************************
      * Copybook:    RUNCTLRC
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the RUNCTL run-control file:
      *              the number the night runs under and its mode, as
      *              RUNASGN assigns them, and the business date the
      *              night is for.  A live night records the calendar
      *              date it was assigned on.  A catch-up night runs
      *              one missed business date off the CATCHQ queue
      *              and is flagged C: GETBDATE then hands that date
      *              to every date-driven step in place of the
      *              calendar date, and the catch-up window (the
      *              queue date before this one, and the last queued
      *              date) tells TRANEDIT which batches are this
      *              night's.  A record written before the business
      *              date was kept reads back with no date at all.
      *              Shared by RUNASGN, GETRUN, and CATCHUP.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout, replacing the record coded
      *                  in each program.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-NUMBER               PIC 9(05).
           05  RC-RUN-MODE                 PIC X(01).
               88  RC-SIMULATION           VALUE 'S'.
           05  RC-BUSINESS-DATE            PIC 9(08).
           05  RC-CATCHUP-SWITCH           PIC X(01).
               88  RC-CATCHUP-RUN          VALUE 'C'.
           05  RC-CATCHUP-FROM-DATE        PIC 9(08).
           05  RC-CATCHUP-THRU-DATE        PIC 9(08).
