      ******************************************************************
      * Copybook:    LEAVETRN
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the leave-taken transactions
      *              LEAVEPST posts against the leave-balance master:
      *              one record per employee per business day taken,
      *              a whole (1.0) or half (0.5) day.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  LEAVE-TAKEN-RECORD.
           05  LT-EMP-ID                   PIC X(06).
           05  LT-LEAVE-DATE               PIC 9(08).
           05  LT-DAYS-TAKEN               PIC 9(01)V9.
