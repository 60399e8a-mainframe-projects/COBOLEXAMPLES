      ******************************************************************
      * Copybook:    LEAVEBAL
      * Author:      D. Whitfield
      * Installation: Shop Systems - Batch Support
      * Date-Written: 2026-10-15
      * Purpose:     Record layout for the leave-balance master, a
      *              KSDS keyed on LB-EMP-ID.  LEAVEPST accrues each
      *              active employee's SENIORTY entitlement into it
      *              day by day through LB-ACCRUED-THRU, debits the
      *              leave taken, and at the year boundary caps what
      *              carries into the new leave year.  The balance is
      *              always carried-in plus accrued less taken, and
      *              is never allowed below zero.  LB-POSTED-RUN and
      *              LB-POSTED-COUNT let a rerun of the same run skip
      *              the leave requests it already posted.
      *
      * Modification History
      * --------------------
      * 2026-10-15  DW   Original layout.
      ******************************************************************
       01  LEAVE-BALANCE-RECORD.
           05  LB-EMP-ID                   PIC X(06).
           05  LB-LEAVE-YEAR               PIC 9(04).
           05  LB-ACCRUED-THRU             PIC 9(08).
           05  LB-ENTITLE-DAYS             PIC 9(03).
           05  LB-CARRY-CAP                PIC 9(03).
           05  LB-CARRIED-IN               PIC 9(03)V99.
           05  LB-ACCRUED-YTD              PIC 9(03)V99.
           05  LB-TAKEN-YTD                PIC 9(03)V99.
           05  LB-BALANCE                  PIC 9(03)V99.
           05  LB-FORFEITED-LAST           PIC 9(03)V99.
           05  LB-POSTED-RUN               PIC 9(05).
           05  LB-POSTED-COUNT             PIC 9(03).
