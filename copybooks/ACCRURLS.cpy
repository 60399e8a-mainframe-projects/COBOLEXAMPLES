      ******************************************************************
      * Copybook:    ACCRURLS
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the effective-dated vacation
      *              accrual rules.  Each row maps a minimum-service
      *              band to the days earned per year and the most
      *              days that may carry over a year boundary; for a
      *              band with several rows, the latest row effective
      *              on or before the run date is in force.  Shared by
      *              SENIORTY (entitlement) and LEAVEPST (leave-
      *              balance ledger and year-end carry-over cap).
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Layout moved out of SENIORTY into a copybook
      *                  for LEAVEPST; added AC-CARRY-CAP-DAYS.  Rows
      *                  without it read as spaces, which means no cap.
      ******************************************************************
       01  ACCRUAL-RULES-RECORD.
           05  AC-EFFECTIVE-CCYYMMDD       PIC 9(08).
           05  AC-MIN-YEARS                PIC 9(03).
           05  AC-DAYS-PER-YEAR            PIC 9(03).
           05  AC-CARRY-CAP-DAYS           PIC 9(03).
