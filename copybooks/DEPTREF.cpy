      ******************************************************************
      * Copybook:    DEPTREF
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the DEPTFILE department
      *              reference file: the code, its full name and
      *              status, the EMP-ID of the department's manager,
      *              and the parent department it rolls up to (spaces
      *              at the top of the organization).  Shared by
      *              DEPTLKUP, DEPTMGR, DPTREORG, and ORGCHART so the
      *              rewriters carry the manager and parent through
      *              untouched.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout, adding the manager and
      *                  parent department to the code/name/status
      *                  record the programs used to declare inline.
      ******************************************************************
       01  DEPT-RECORD.
           05  DPT-CODE                    PIC X(04).
           05  DPT-NAME                    PIC X(20).
           05  DPT-ACTIVE-FLAG             PIC X(01).
               88  DPT-IS-ACTIVE           VALUE 'A'.
               88  DPT-IS-INACTIVE         VALUE 'I'.
           05  DPT-MANAGER-ID              PIC X(06).
           05  DPT-PARENT-CODE             PIC X(04).
