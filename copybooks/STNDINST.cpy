      ******************************************************************
      * Copybook:    STNDINST
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the standing-instruction
      *              master (SIMAST): one recurring CALCTRAN detail
      *              per record, keyed by client and instruction
      *              number and held in that sequence.  The
      *              instruction number comes from one shop-wide
      *              series -- it is unique across clients, not just
      *              within one -- because the STNDGEN generator
      *              builds each detail's trans ID from it and the
      *              engines' duplicate check is on the trans ID
      *              alone.  Frequency 'D' is every business day,
      *              'W' every seventh day counted from the start
      *              date (rolled forward to the next business day
      *              when that day is not one), 'E' the calendar's
      *              month-end day.  A zero stop date means no stop.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  STANDING-INSTRUCTION-RECORD.
           05  SI-KEY.
               10  SI-CLIENT-ID            PIC X(04).
               10  SI-INSTR-NO             PIC 9(03).
           05  SI-FREQUENCY                PIC X(01).
               88  SI-IS-DAILY             VALUE 'D'.
               88  SI-IS-WEEKLY            VALUE 'W'.
               88  SI-IS-MONTH-END         VALUE 'E'.
               88  SI-FREQUENCY-LEGAL      VALUE 'D' 'W' 'E'.
           05  SI-START-DATE               PIC 9(08).
           05  SI-STOP-DATE                PIC 9(08).
               88  SI-NO-STOP-DATE         VALUE ZERO.
           05  SI-NUM1                     PIC S9(07)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
           05  SI-NUM2                     PIC S9(07)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
           05  SI-OPERAT                   PIC X(01).
               88  SI-OPERAT-IS-LEGAL      VALUE '+' '-' '*' '/'.
           05  SI-DESCRIPTION              PIC X(20).
