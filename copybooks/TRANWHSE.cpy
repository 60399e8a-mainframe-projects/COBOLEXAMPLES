      ******************************************************************
      * Copybook:    TRANWHSE
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the transaction warehouse.
      *              TRANEDIT stores each balanced batch whose header
      *              business date is later than tonight here, one
      *              record per raw header, detail, and trailer, and
      *              releases the batch to the engine on the first
      *              night the date has come round.  Each record
      *              carries its batch's release date, batch ID, and
      *              client so the whole batch moves as one, and the
      *              run that stored it.  A released or cancelled
      *              batch stays on file one night more, marked with
      *              the run that acted on it, so a rerun of that same
      *              run number puts it back and acts on it again;
      *              the next run's rewrite drops it.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  TRAN-WAREHOUSE-RECORD.
           05  WH-RELEASE-DATE             PIC 9(08).
           05  WH-BATCH-ID                 PIC X(08).
           05  WH-CLIENT-ID                PIC X(04).
           05  WH-STORED-RUN               PIC 9(05).
           05  WH-STORED-DATE              PIC 9(08).
           05  WH-STATUS                   PIC X(01).
               88  WH-IS-HELD              VALUE 'H'.
               88  WH-IS-RELEASED          VALUE 'R'.
               88  WH-IS-CANCELLED         VALUE 'C'.
           05  WH-ACTION-RUN               PIC 9(05).
           05  WH-RAW-RECORD               PIC X(39).
