      *                  (same overall width) so the reporting
      *                  programs can section their output by
      *                  department.
      * 2026-10-15  DW   Carved EMP-MERGED-INTO-ID out of the filler
      *                  (same overall width): set, with the employee
      *                  inactive, on an EMP-ID retired as a duplicate
      *                  of the surviving EMP-ID it names.
      ******************************************************************
       01  EMP-MASTER-RECORD.
           05  EMP-ID                      PIC X(06).
               88  EMP-IS-ACTIVE            VALUE 'A'.
               88  EMP-IS-INACTIVE          VALUE 'I'.
           05  EMP-DEPT-CODE                PIC X(04).
           05  EMP-MERGED-INTO-ID           PIC X(06).
               88  EMP-NOT-MERGED           VALUE SPACES.
