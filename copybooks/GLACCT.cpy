      ******************************************************************
      * Copybook:    GLACCT
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the general-ledger account
      *              mapping reference file (GLACCTS): one record per
      *              engine and department/client section key,
      *              naming the ledger account the section's net
      *              result is debited to and the account it is
      *              credited from.  MATHOPS rolls up under the
      *              section key ALL.  Maintained by the GL team;
      *              read by the GLEXTR journal extract, which
      *              refuses to post a section with no mapping.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           05  GA-PROGRAM-ID               PIC X(08).
           05  GA-SECTION-KEY              PIC X(04).
           05  GA-DEBIT-ACCOUNT            PIC X(10).
           05  GA-CREDIT-ACCOUNT           PIC X(10).
           05  GA-DESCRIPTION              PIC X(20).
