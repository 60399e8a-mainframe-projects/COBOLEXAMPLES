      * Modification History
      * --------------------
      * 2026-08-22  DW   Original layout.
      * 2026-10-15  DW   Added the run mode, so a simulated night's
      *                  headings say SIMULATION.
      ******************************************************************
       01  RPT-CONTROL.
           05  RPT-PROGRAM-NAME            PIC X(08).
           05  RPT-HEADING-1               PIC X(80).
           05  RPT-HEADING-2               PIC X(80).
           05  RPT-HEADING-3               PIC X(80).
           05  RPT-RUN-MODE                PIC X(01).
               88  RPT-SIMULATION          VALUE 'S'.
