      ******************************************************************
      * Copybook:    DUPREVW
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the duplicate-person review
      *              file, a KSDS keyed on the pair of EMP-IDs the
      *              DUPMATCH rules flagged as possibly the same
      *              person (lower EMP-ID first).  EMPLOAD and
      *              EMPUPDT hold an add that matches an employee
      *              already on the master here, with the add's
      *              image, instead of applying it; the weekly
      *              DUPSWEEP adds the pairs it finds across the
      *              whole master.  A reviewer decides each pair
      *              through DUPRESLV: not a duplicate (the pair is
      *              never flagged again and a held add goes through
      *              on the next run), or merge, which retires one
      *              EMP-ID onto the other.  A merge whose surviving
      *              EMP-ID is still a held add waits, decided, until
      *              that add has been applied.  Shared by EMPLOAD,
      *              EMPUPDT, DUPSWEEP, and DUPRESLV.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  DUP-REVIEW-RECORD.
           05  DR-PAIR-KEY.
               10  DR-LOW-EMP-ID           PIC X(06).
               10  DR-HIGH-EMP-ID          PIC X(06).
           05  DR-STATUS                   PIC X(01).
               88  DR-IS-PENDING           VALUE 'P'.
               88  DR-IS-NOT-DUPLICATE     VALUE 'N'.
               88  DR-IS-MERGE-DECIDED     VALUE 'M'.
               88  DR-IS-MERGED            VALUE 'X'.
           05  DR-MATCH-RULE               PIC X(01).
               88  DR-MATCHED-LAST-NAME    VALUE 'L'.
               88  DR-MATCHED-FIRST-NAME   VALUE 'F'.
           05  DR-SOURCE                   PIC X(01).
               88  DR-FROM-EMPLOAD         VALUE 'L'.
               88  DR-FROM-EMPUPDT         VALUE 'U'.
               88  DR-FROM-SWEEP           VALUE 'S'.
           05  DR-RAISED-BY                PIC X(08).
           05  DR-FOUND-RUN-NUMBER         PIC 9(05).
           05  DR-FOUND-CCYYMMDD           PIC 9(08).
           05  DR-REVIEWED-BY              PIC X(08).
           05  DR-REVIEWED-CCYYMMDD        PIC 9(08).
           05  DR-RETIRED-EMP-ID           PIC X(06).
           05  DR-MERGED-RUN-NUMBER        PIC 9(05).
           05  DR-HELD-EMP-ID              PIC X(06).
           05  DR-HELD-IMAGE               PIC X(69).
