      ******************************************************************
      * Copybook:    AUTHSUSP
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the menu-authority suspension
      *              register.  AUTHCERT appends one record for every
      *              AUTHFILE row it suspends for dormancy: the
      *              options taken away, the last successful sign-on
      *              on record (zero when the operator has never
      *              signed on), the days idle, and the reason.  The
      *              register is the evidence a reinstating grant
      *              through AUTHUPDT is checked against.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  AUTH-SUSPENSION-RECORD.
           05  AS-EMP-ID                   PIC X(06).
           05  AS-SUSPEND-DATE             PIC 9(08).
           05  AS-RUN-NUMBER               PIC 9(05).
           05  AS-OPTIONS                  PIC X(08).
           05  AS-LAST-SIGNON              PIC 9(08).
           05  AS-IDLE-DAYS                PIC 9(05).
           05  AS-REASON-CODE              PIC X(02).
               88  AS-NEVER-SIGNED-ON      VALUE 'NS'.
               88  AS-DORMANT              VALUE 'DM'.
           05  AS-REASON-TEXT              PIC X(30).
