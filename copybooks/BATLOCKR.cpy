      ******************************************************************
      * Copybook:    BATLOCKR
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the BATLOCK batch-window lock,
      *              a one-record file.  RUNASGN takes the lock for the
      *              night's run number at the top of NIGHTLY, each
      *              step records itself as the owner when it starts,
      *              and the last step releases it.  A lock still held
      *              after the job has ended was left by an abended
      *              run and is cleared by the LOCKOVR override.  While
      *              it is held, MAIN-MENU refuses the update and
      *              engine options.  A released lock keeps the run
      *              and last owner with who released it and when.  A
      *              night that finds the lock still held by an
      *              earlier run takes it over and records that run
      *              and its last step.
      *              Shared by BATLOCK, MAIN-MENU, NIGHTSUM and LOCKOVR.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  BATCH-LOCK-RECORD.
           05  BL-STATUS                   PIC X(01).
               88  BL-IS-HELD              VALUE 'H'.
               88  BL-IS-FREE              VALUE 'F'.
           05  BL-RUN-NUMBER               PIC 9(05).
           05  BL-OWNER-STEP               PIC X(08).
           05  BL-SET-STAMP.
               10  BL-SET-DATE             PIC 9(08).
               10  BL-SET-TIME             PIC 9(06).
           05  BL-OWNER-STAMP.
               10  BL-OWNER-DATE           PIC 9(08).
               10  BL-OWNER-TIME           PIC 9(06).
           05  BL-RELEASED-BY              PIC X(08).
           05  BL-RELEASE-STAMP.
               10  BL-RELEASE-DATE         PIC 9(08).
               10  BL-RELEASE-TIME         PIC 9(06).
           05  BL-TAKEN-FROM-RUN           PIC 9(05).
           05  BL-TAKEN-FROM-STEP          PIC X(08).
