      *                  partially rerun batch can never double-post a
      *                  calculation and corrected rejects resubmit
      *                  under their original IDs.
      * 2026-10-15  DW   Added the 'R' reversal record: it names the
      *                  TR-TRANS-ID of an already-posted detail and
      *                  backs that detail out.  It carries its own
      *                  trans ID, counts as a detail in the trailer
      *                  record count, and adds nothing to the hash.
      * 2026-10-15  DW   Added the CALCULAT amortization request: a
      *                  detail whose operator is 'L' (level payment)
      *                  or 'S' (simple interest) carries the
      *                  principal in TR-NUM1, the annual rate as a
      *                  percentage in TR-NUM2, and the number of
      *                  monthly periods in the new TR-PERIODS, which
      *                  the four arithmetic operators leave zero.
      ******************************************************************
       01  TRANS-RECORD.
           05  TR-REC-TYPE                 PIC X(01).
               88  TR-IS-HEADER            VALUE 'H'.
               88  TR-IS-DETAIL            VALUE 'D'.
               88  TR-IS-TRAILER           VALUE 'T'.
               88  TR-IS-REVERSAL          VALUE 'R'.
           05  TR-CLIENT-ID                PIC X(04).
           05  TR-TRANS-ID                 PIC X(08).
           05  TR-NUM1                     PIC S9(07)V99 SIGN IS
           05  TR-NUM2                     PIC S9(07)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
           05  TR-OPERAT                   PIC X(01).
               88  TR-OPERAT-IS-LEGAL      VALUE '+' '-' '*' '/'
                                                 'L' 'S'.
               88  TR-OPERAT-IS-AMORT      VALUE 'L' 'S'.
               88  TR-AMORT-LEVEL-PAYMENT  VALUE 'L'.
               88  TR-AMORT-SIMPLE-INT     VALUE 'S'.
           05  TR-NUM1-SOURCE              PIC X(01).
               88  TR-NUM1-FROM-REGISTER   VALUE 'R'.
               88  TR-NUM1-SOURCE-LEGAL    VALUE ' ' 'R'.
           05  TR-NUM2-SOURCE              PIC X(01).
               88  TR-NUM2-FROM-REGISTER   VALUE 'R'.
               88  TR-NUM2-SOURCE-LEGAL    VALUE ' ' 'R'.
           05  TR-PERIODS                  PIC 9(03).
       01  TRANS-REVERSAL-RECORD.
           05  FILLER                      PIC X(01).
           05  FILLER                      PIC X(04).
           05  FILLER                      PIC X(08).
           05  TV-ORIG-TRANS-ID            PIC X(08).
           05  FILLER                      PIC X(18).
       01  TRANS-BATCH-HEADER.
           05  FILLER                      PIC X(01).
           05  TH-BATCH-ID                 PIC X(08).
