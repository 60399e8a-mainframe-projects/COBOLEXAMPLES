      ******************************************************************
      * Copybook:    RESHIST
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the calculation results
      *              history file, a KSDS holding one record for
      *              every detail CALCULAT and MATHOPS processed --
      *              posted, errored, duplicate, or reversal -- so a
      *              result no longer exists only as a line on one
      *              night's printed report.  Keyed on client, batch
      *              business date, trans ID, engine, run number and
      *              the detail's sequence within the run, so a
      *              client's results over a date range are one keyed
      *              browse and a restarted run's replayed details
      *              land on the records they wrote before the abend.
      *              The operands are the values the engine actually
      *              computed with -- a register-chained operand
      *              carries the register value, flagged 'R' in its
      *              source byte.  RH-RESULT is the result as posted,
      *              to the cent; an errored or duplicate detail
      *              carries zero and its status text.  Written by
      *              CALCULAT and MATHOPS, read by the RSLTINQ
      *              inquiry, and aged off RH-BUSINESS-DATE by the
      *              weekly RSLTPURG retention purge.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  RESULT-HISTORY-RECORD.
           05  RH-RESULT-KEY.
               10  RH-CLIENT-ID            PIC X(04).
               10  RH-BUSINESS-DATE        PIC 9(08).
               10  RH-TRANS-ID             PIC X(08).
               10  RH-ENGINE               PIC X(01).
                   88  RH-FROM-CALCULAT    VALUE 'C'.
                   88  RH-FROM-MATHOPS     VALUE 'M'.
               10  RH-RUN-NUMBER           PIC 9(05).
               10  RH-TRANS-SEQ            PIC 9(05).
           05  RH-BATCH-ID                 PIC X(08).
           05  RH-NUM1                     PIC S9(07)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
           05  RH-OPERATION                PIC X(01).
           05  RH-NUM2                     PIC S9(07)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
           05  RH-NUM1-SOURCE              PIC X(01).
               88  RH-NUM1-FROM-REGISTER   VALUE 'R'.
           05  RH-NUM2-SOURCE              PIC X(01).
               88  RH-NUM2-FROM-REGISTER   VALUE 'R'.
           05  RH-PERIODS                  PIC 9(03).
           05  RH-RESULT                   PIC S9(09)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
           05  RH-OUTCOME                  PIC X(01).
               88  RH-IS-POSTED            VALUE 'P'.
               88  RH-IS-DUPLICATE         VALUE 'D'.
               88  RH-IS-ERROR             VALUE 'E'.
           05  RH-STATUS-TEXT              PIC X(20).
           05  RH-REVERSES-ID              PIC X(08).
