      ******************************************************************
      * Copybook:    RUNMODE
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Run-mode switch handed back by GETRUNM alongside
      *              the run number.  RUNASGN sets the night running
      *              as a simulation when RUNPARM asks for SIMULATE;
      *              every nightly step then prints its reports and
      *              edits as usual, with SIMULATION in the headings,
      *              but leaves the shop's masters, ledgers, and
      *              control files exactly as it found them.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  WS-NIGHT-MODE               PIC X(01) VALUE SPACE.
           88  WS-SIMULATION           VALUE 'S'.
           88  WS-LIVE-RUN             VALUE SPACE.
