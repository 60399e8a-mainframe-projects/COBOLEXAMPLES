      *              the EMP-ID, the effective run date, the applying
      *              run number, the action (A add / C change / T
      *              terminate from EMPUPDT, N add / U update from the
      *              EMPLOAD feed, R reassigned by a DPTREORG department
      *              reorganization, D retired as a duplicate by
      *              DUPRESLV, M a retired duplicate's record carried
      *              onto the surviving EMP-ID), and the full 69-byte
      *              image in the EMPMAST layout -- the before-image for
      *              changes, the new record for adds.  The EMPASOF
      *              inquiry reconstructs any employee, or a department
      *              roster, as it stood on a given date from these
      *              records plus the current master.  Shared by
      *              EMPUPDT, EMPLOAD, DPTREORG, DUPRESLV, EMPASOF, and
      *              HEADCNT.  The reconstructions skip the M records:
      *              they describe the retired EMP-ID, whose own records
      *              still stand.
      *
      * Modification History
      * --------------------
      * 2026-09-02  DW   Original layout.
      * 2026-10-15  DW   Added action R for the department
      *                  reorganization utility's reassignments.
      * 2026-10-15  DW   Added actions D and M for duplicate-person
      *                  merges.
      ******************************************************************
       01  EMP-HISTORY-RECORD.
           05  EH-EMP-ID                   PIC X(06).
           05  EH-RUN-NUMBER               PIC 9(05).
           05  EH-ACTION                   PIC X(01).
               88  EH-IS-ADD               VALUE 'A' 'N'.
               88  EH-IS-REORGANIZATION    VALUE 'R'.
               88  EH-IS-DUPLICATE-RETIRED VALUE 'D'.
               88  EH-IS-MERGED-IN         VALUE 'M'.
           05  EH-IMAGE                    PIC X(69).
