      *                  register the abended run was carrying,
      *                  instead of failing the first post-restart
      *                  register reference with NO PRIOR RESULT.
      * 2026-10-15  DW   Added the reversal counts and the amount
      *                  backed out, so a restarted run's reversal
      *                  control totals cover the whole batch.
      ******************************************************************
       01  CHECKPOINT-RECORD.
           05  CKPT-TRANS-COUNT            PIC 9(05).
           05  CKPT-REGISTER-VALUE         PIC S9(09)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
           05  CKPT-REGISTER-SET-FLAG      PIC X(01).
           05  CKPT-REVERSAL-COUNT         PIC 9(05).
           05  CKPT-REVERSAL-ERROR-COUNT   PIC 9(05).
           05  CKPT-REVERSAL-TOTAL         PIC S9(11)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
