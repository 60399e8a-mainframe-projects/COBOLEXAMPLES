      ******************************************************************
      * Copybook:    RPTREPO
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the report repository, the
      *              VSAM KSDS the RPTFILE step files each night's
      *              reports into and RPTREPRT reprints them from.
      *              Keyed on report name, run number and line
      *              number, so one report of one run reads back in
      *              print order.  Line zero of every filed report
      *              is its index entry: the business date, the
      *              line and section counts, and when it was
      *              filed.  Every printed line carries the business
      *              date and the department section it falls in
      *              (spaces for the front matter ahead of the first
      *              section heading), so a department's section
      *              reprints without re-scanning the headings.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  REPORT-REPOSITORY-RECORD.
           05  RR-KEY.
               10  RR-REPORT-NAME          PIC X(08).
               10  RR-RUN-NUMBER           PIC 9(05).
               10  RR-LINE-NUMBER          PIC 9(07).
                   88  RR-IS-INDEX-ENTRY   VALUE ZERO.
           05  RR-BUSINESS-DATE            PIC 9(08).
           05  RR-SECTION-KEY              PIC X(04).
           05  RR-LINE-TEXT                PIC X(132).
           05  RR-INDEX-DATA REDEFINES RR-LINE-TEXT.
               10  RR-LINE-COUNT           PIC 9(07).
               10  RR-SECTION-COUNT        PIC 9(05).
               10  RR-FILED-TIMESTAMP      PIC X(21).
               10  FILLER                  PIC X(99).
