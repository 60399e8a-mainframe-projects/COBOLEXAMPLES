      ******************************************************************
      * Copybook:    PROCIDRG
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the engines' processed-ID
      *              registers (CALCIDS for CALCULAT, MATHIDS for
      *              MATHOPS).  One record per transaction that posted
      *              OK, carrying what a later reversal needs to back
      *              it out: client, operation, operands, and the
      *              result as posted.  A posted reversal's own record
      *              names the transaction it reversed in
      *              PID-REVERSES-ID, which is how the engines and the
      *              TRANEDIT pre-edit know an original is already
      *              reversed.  Records written before the layout
      *              grew carry only the trans ID; their result reads
      *              non-numeric and they cannot be reversed.
      *              The registers are VSAM KSDS keyed on
      *              PID-TRANS-ID, read directly by trans ID.  An
      *              original that has been reversed names the
      *              reversal in PID-REVERSED-BY, so one keyed read
      *              answers "already reversed".  PID-RUN-NUMBER and
      *              PID-BUSINESS-DATE record the run and business
      *              date the ID posted under; the weekly PIDPURGE
      *              retention purge ages records off the business
      *              date.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout, factored out of the engines'
      *                  identical 8-byte FD definitions when the
      *                  register started carrying posted results for
      *                  reversals.
      * 2026-10-15  DW   Registers reorganized as KSDS keyed on the
      *                  trans ID; added PID-REVERSED-BY, PID-RUN-NUMBER
      *                  and PID-BUSINESS-DATE.
      ******************************************************************
       01  PROCESSED-ID-RECORD.
           05  PID-TRANS-ID                PIC X(08).
           05  PID-CLIENT-ID               PIC X(04).
           05  PID-OPERATION               PIC X(01).
           05  PID-NUM1                    PIC S9(07)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
           05  PID-NUM2                    PIC S9(07)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
           05  PID-RESULT                  PIC S9(09)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
           05  PID-REVERSES-ID             PIC X(08).
           05  PID-REVERSED-BY             PIC X(08).
           05  PID-RUN-NUMBER              PIC 9(05).
           05  PID-BUSINESS-DATE           PIC 9(08).
