      ******************************************************************
      * Copybook:    PAYCHGO
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layouts for the outbound change feed
      *              PAYXMIT sends payroll each night, with the same
      *              transmission discipline as the inbound PAYFEED:
      *              the 'H' header (feed sequence, one past the last
      *              sent, and creation date), one 'D' detail per
      *              locally applied add, change, or terminate -- the
      *              PAYFEED employee fields preceded by the action
      *              code -- and the 'T' trailer with the feed
      *              sequence again, the detail count by action, and
      *              a hash total of the numeric EMP-IDs, so payroll
      *              can refuse a truncated or replayed transmission.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  PAY-CHANGE-FEED-RECORD.
           05  PO-REC-TYPE                 PIC X(01).
               88  PO-IS-HEADER            VALUE 'H'.
               88  PO-IS-DETAIL            VALUE 'D'.
               88  PO-IS-TRAILER           VALUE 'T'.
           05  PO-ACTION                   PIC X(01).
           05  PO-EMP-ID                   PIC X(06).
           05  PO-LAST-NAME                PIC X(22).
           05  PO-FIRST-NAME               PIC X(18).
           05  PO-BIRTH-YYMMDD             PIC X(06).
           05  PO-HIRE-YYMMDD              PIC X(06).
           05  PO-STATUS-CODE              PIC X(01).
           05  PO-DEPT-CODE                PIC X(04).
           05  PO-CHANGE-CCYYMMDD          PIC 9(08).
           05  PO-RUN-NUMBER               PIC 9(05).
       01  PAY-CHANGE-FEED-HEADER.
           05  FILLER                      PIC X(01).
           05  POH-FEED-SEQUENCE           PIC 9(06).
           05  POH-CREATED-CCYYMMDD        PIC 9(08).
           05  POH-SOURCE-SYSTEM           PIC X(08).
           05  POH-RUN-NUMBER              PIC 9(05).
       01  PAY-CHANGE-FEED-TRAILER.
           05  FILLER                      PIC X(01).
           05  POT-FEED-SEQUENCE           PIC 9(06).
           05  POT-DETAIL-COUNT            PIC 9(06).
           05  POT-ADD-COUNT               PIC 9(06).
           05  POT-CHANGE-COUNT            PIC 9(06).
           05  POT-TERM-COUNT              PIC 9(06).
           05  POT-EMP-ID-HASH             PIC 9(12).
