      ******************************************************************
      * Copybook:    ARINVC
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layouts for the accounts-receivable
      *              invoice interface BILLING writes each month, so
      *              AR loads the chargeback invoices instead of
      *              keying them from the statements: an 'H' header
      *              (source, creation date, billing period, run, and
      *              the first invoice number), one 'D' detail per
      *              client statement with its invoice number and
      *              amount due, and a 'T' trailer with the invoice
      *              count, the total amount, and a hash of the
      *              invoice numbers.  Fixed 80-byte records; the
      *              same totals go to CTLLEDG for footing against
      *              the statements.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  AR-INVOICE-RECORD.
           05  AR-REC-TYPE                 PIC X(01).
               88  AR-IS-HEADER            VALUE 'H'.
               88  AR-IS-DETAIL            VALUE 'D'.
               88  AR-IS-TRAILER           VALUE 'T'.
           05  AR-INVOICE-NUMBER           PIC 9(08).
           05  AR-CLIENT-ID                PIC X(04).
           05  AR-CLIENT-NAME              PIC X(20).
           05  AR-INVOICE-CCYYMMDD         PIC 9(08).
           05  AR-BILLING-PERIOD           PIC 9(06).
           05  AR-AMOUNT-DUE               PIC S9(09)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
           05  AR-MINIMUM-FLAG             PIC X(01).
               88  AR-MINIMUM-APPLIED      VALUE 'M'.
           05  AR-RUN-NUMBER               PIC 9(05).
           05  FILLER                      PIC X(15).
       01  AR-INVOICE-HEADER.
           05  FILLER                      PIC X(01).
           05  ARH-SOURCE-SYSTEM           PIC X(08).
           05  ARH-CREATED-CCYYMMDD        PIC 9(08).
           05  ARH-BILLING-PERIOD          PIC 9(06).
           05  ARH-RUN-NUMBER              PIC 9(05).
           05  ARH-FIRST-INVOICE           PIC 9(08).
           05  FILLER                      PIC X(44).
       01  AR-INVOICE-TRAILER.
           05  FILLER                      PIC X(01).
           05  ART-INVOICE-COUNT           PIC 9(06).
           05  ART-TOTAL-AMOUNT            PIC S9(11)V99 SIGN IS
                                           LEADING SEPARATE CHARACTER.
           05  ART-INVOICE-HASH            PIC 9(12).
           05  FILLER                      PIC X(47).
