      ******************************************************************
      * Copybook:    RCRTREG
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the access-recertification
      *              register.  On each quarter-end date AUTHCERT
      *              opens one entry per AUTHFILE row: the employee,
      *              the department and manager who must sign it
      *              off, the options held, and the deadline for the
      *              signed-off return.  AUTHUPDT closes the entry
      *              from the returned recertification file (options
      *              not kept are revoked), or revokes every option
      *              still held once the deadline has passed.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  RECERT-REGISTER-RECORD.
           05  RG-QUARTER-END              PIC 9(08).
           05  RG-EMP-ID                   PIC X(06).
           05  RG-DEPT-CODE                PIC X(04).
           05  RG-MANAGER-ID               PIC X(06).
           05  RG-OPTIONS                  PIC X(08).
           05  RG-DEADLINE                 PIC 9(08).
           05  RG-STATUS                   PIC X(01).
               88  RG-IS-OPEN              VALUE 'O'.
               88  RG-IS-CERTIFIED         VALUE 'C'.
               88  RG-IS-REVOKED           VALUE 'R'.
           05  RG-KEPT-OPTIONS             PIC X(08).
           05  RG-CERTIFIED-BY             PIC X(06).
           05  RG-ACTION-DATE              PIC 9(08).
           05  RG-ACTION-RUN               PIC 9(05).
