      ******************************************************************
      * Copybook:    GLJRNL
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layouts for the balanced general-ledger
      *              journal extract the GLEXTR step hands the GL
      *              team each night: the 'H' header (run number
      *              and business date), the 'D' journal lines --
      *              one debit and one credit line per entry, both
      *              carrying the entry number, department/client
      *              section, and the same unsigned amount, the
      *              sign expressed by which side each account is
      *              on -- and the 'T' trailer with the entry count,
      *              the line count, and the debit and credit
      *              totals, which must be equal.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-REC-TYPE                 PIC X(01).
               88  GJ-IS-HEADER            VALUE 'H'.
               88  GJ-IS-DETAIL            VALUE 'D'.
               88  GJ-IS-TRAILER           VALUE 'T'.
           05  GJ-ENTRY-NO                 PIC 9(05).
           05  GJ-DR-CR                    PIC X(01).
               88  GJ-IS-DEBIT             VALUE 'D'.
               88  GJ-IS-CREDIT            VALUE 'C'.
           05  GJ-ACCOUNT                  PIC X(10).
           05  GJ-SECTION-KEY              PIC X(04).
           05  GJ-SOURCE-PROGRAM           PIC X(08).
           05  GJ-AMOUNT                   PIC 9(13)V99.
           05  GJ-DESCRIPTION              PIC X(20).
       01  GL-JOURNAL-HEADER.
           05  FILLER                      PIC X(01).
           05  GJH-SOURCE-SYSTEM           PIC X(08).
           05  GJH-RUN-NUMBER              PIC 9(05).
           05  GJH-BUSINESS-DATE           PIC 9(08).
       01  GL-JOURNAL-TRAILER.
           05  FILLER                      PIC X(01).
           05  GJT-ENTRY-COUNT             PIC 9(05).
           05  GJT-LINE-COUNT              PIC 9(06).
           05  GJT-DEBIT-TOTAL             PIC 9(13)V99.
           05  GJT-CREDIT-TOTAL            PIC 9(13)V99.
