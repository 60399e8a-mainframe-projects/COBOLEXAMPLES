000110*                (duplicate EMP-ID on ADD, unknown EMP-ID on
000120*                CHANGE or TERMINATE) on their own reject report,
000130*                so the master stops being maintained by hand
000140*                edits that nothing records.  Transactions wait
000150*                on the pending-change file for a second
000160*                operator's approval before they are applied.
000170* Tectonics:     cobc
000180*
000190* Modification History
000200* ---------------------
000210* 2026-08-22  DW   Original program.  Classic two-file balanced
000220*                  match against the sequential master: both the
000230*                  master and the maintenance transactions must
000240*                  arrive in EMP-ID sequence, and the updated
000250*                  master is written to a new-master file that the
000260*                  following job step copies back over the live
000270*                  dataset.
000280* 2026-08-22  DW   Converted to the new indexed employee master
000290*                  keyed on EMP-ID.  Each transaction is now
000300*                  applied with a keyed READ and WRITE/REWRITE
000310*                  in place, so the two-file balanced match, the
000320*                  new-master file, and the copy-back job step
000330*                  are gone, and the transactions no longer need
000340*                  to arrive in EMP-ID sequence.
000350* 2026-08-22  DW   Birth and hire dates on ADD and CHANGE are
000360*                  now validated through the shared DATECHK
000370*                  subprogram (with the shop's pivot-year
000380*                  century windowing) before they land on the
000390*                  master; a bad date is a reject, not a master
000400*                  record other programs then choke on.
000410* 2026-08-22  DW   Maintenance transactions now carry the new
000420*                  department code: required on ADD, replaced on
000430*                  CHANGE when filled in.
000440* 2026-08-22  DW   Opens the audit log EXTEND: EMPAUDT is now
000450*                  shared with the EMPLOAD feed step, and the old
000460*                  OPEN OUTPUT was truncating the loader's
000470*                  records written minutes earlier in the same
000480*                  night.
000490* 2026-08-22  DW   A blank department code on ADD now rejects
000500*                  (the history already said required-on-ADD but
000510*                  the code let it through, leaving master
000520*                  records the department-sectioned reports group
000530*                  under an empty heading).
000540* 2026-09-02  DW   Department codes are now validated against
000550*                  the department reference file through the
000560*                  shared DEPTLKUP subprogram: required and
000570*                  active on ADD, active when filled in on
000580*                  CHANGE.  A code not on the file, or flagged
000590*                  inactive, is a reject -- the blank-only check
000600*                  still let any four keyed characters become a
000610*                  phantom department on the sectioned reports.
000620* 2026-09-02  DW   Writes STEP START and STEP END audit records so
000630*                  the dashboard can show per-step elapsed time
000640*                  and trend the batch window.
000650* 2026-09-02  DW   Restart orchestration: records its completion
000660*                  (run number, step name, return code) on the
000670*                  SUITESTA suite state file and bypasses itself
000680*                  when a rerun of the same run number finds the
000690*                  step already complete.
000700* 2026-09-02  DW   Every applied transaction now also appends a
000710*                  versioned record (EMP-ID, effective run date,
000720*                  action, full image in the EMPMAST layout) to
000730*                  the EMPHIST employee-history file, so the
000740*                  EMPASOF inquiry can reconstruct any employee
000750*                  as of any date -- the in-place REWRITE stopped
000760*                  keeping yesterday.
000770* 2026-09-02  DW   Appends its applied counts (adds in records-
000780*                  out, since only adds move the master's record
000790*                  count) to the shared CTLLEDG nightly ledger,
000800*                  so the CTLVERFY master-movement seam foots on
000810*                  nights with hand-keyed adds instead of failing
000820*                  them.
000830* 2026-10-15  DW   Maker-checker: EMPTRAN transactions are no
000840*                  longer applied the night they arrive.  Each is
000850*                  held on the PENDCHG pending-change file under
000860*                  the operator who keyed it (the new EMPT-KEYED-
000870*                  BY, or the signed-on operator when run from
000880*                  MAIN-MENU); a blank keying operator rejects.
000890*                  Only changes a second operator has approved
000900*                  through EMPAPPR are applied, each marked
000910*                  applied or rejected on the file.  A change
000920*                  already pending is not held twice on a rerun.
000930* 2026-10-15  DW   Every applied add, change, and terminate now
000940*                  also goes on the PAYCHGQ outbound payroll
000950*                  change queue with its after-image, for PAYXMIT
000960*                  to send to payroll and for EMPLOAD to protect
000970*                  from being reverted by payroll's stale copy
000980*                  until payroll acknowledges it.
000990* 2026-10-15  DW   Simulation mode: SIMULATION in the reject
001000*                  report heading; a simulated night edits and
001010*                  reports every transaction as usual but writes
001020*                  nothing to EMPMAST, PENDCHG, EMPHIST, PAYCHGQ
001030*                  or CTLLEDG.  An add still rejects a duplicate
001040*                  EMP-ID, by a keyed read in place of the write.
001050* 2026-10-15  DW   Batch runs take the business date from
001060*                  GETBDATE.
001070* 2026-10-15  DW   Duplicate-person check on adds: an approved add
001080*                  is matched through the shared DUPMATCH rules
001090*                  against every employee on the master before it
001100*                  is written.  A possible duplicate is not
001110*                  applied; the pair goes on the DUPREVW review
001120*                  file, pending, with the add's image and keying
001130*                  operator, and the pending change stays approved
001140*                  so it is tried again each night until a
001150*                  reviewer decides.  A pair ruled not a duplicate
001160*                  lets the add through; an add whose EMP-ID a
001170*                  merge retired is rejected, as are changes and
001180*                  terminates against an EMP-ID retired as a
001190*                  duplicate.  The master is now opened for
001200*                  dynamic access so it can be browsed.
001210* 2026-10-15  DW   Return code now carried in WS-STEP-RC and set
001220*                  at GOBACK, as TRANEDIT does -- the audit and
001230*                  SUITESTA calls after an EMPMAST, PENDCHG or
001240*                  EMPTRAN open failure were handing back RC 0.
001250******************************************************************
001260 IDENTIFICATION DIVISION.
001270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001280 PROGRAM-ID. EMPUPDT.
001290 ENVIRONMENT DIVISION.
001300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001310 CONFIGURATION SECTION.
001320*-----------------------
001330 INPUT-OUTPUT SECTION.
001340*-----------------------
001350 FILE-CONTROL.
001360     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS EMP-ID
001400         FILE STATUS IS WS-EMPMAST-STATUS.
001410     SELECT EMP-TRANS-FILE ASSIGN TO "EMPTRAN"
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-TRANS-STATUS.
001440     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS DYNAMIC
001470         RECORD KEY IS PEND-ID
001480         FILE STATUS IS WS-PEND-STATUS.
001490     SELECT REJECT-REPORT-FILE ASSIGN TO "EMPUREJ"
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS WS-REJECT-STATUS.
001520     SELECT EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS WS-HISTORY-STATUS.
001550     SELECT PAY-CHANGE-QUEUE-FILE ASSIGN TO "PAYCHGQ"
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS WS-QUEUE-STATUS.
001580     SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDT"
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS WS-AUDIT-STATUS.
001610     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
001620         ORGANIZATION IS LINE SEQUENTIAL
001630         FILE STATUS IS WS-LEDGER-STATUS.
001640     SELECT DUP-REVIEW-FILE ASSIGN TO "DUPREVW"
001650         ORGANIZATION IS INDEXED
001660         ACCESS MODE IS RANDOM
001670         RECORD KEY IS DR-PAIR-KEY
001680         FILE STATUS IS WS-REVIEW-STATUS.
001690 DATA DIVISION.
001700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001710 FILE SECTION.
001720*-----------------------
001730 FD  EMP-MASTER-FILE.
001740     COPY EMPMAST.
001750 FD  EMP-TRANS-FILE.
001760 01  EMP-TRANS-INPUT-RECORD      PIC X(71).
001770 FD  PENDING-CHANGE-FILE.
001780     COPY EMPPEND.
001790 FD  REJECT-REPORT-FILE.
001800 01  REJECT-REPORT-RECORD        PIC X(80).
001810 FD  EMP-HISTORY-FILE.
001820     COPY EMPHIST.
001830 FD  PAY-CHANGE-QUEUE-FILE.
001840     COPY PAYCHGQ.
001850 FD  AUDIT-LOG-FILE.
001860     COPY AUDITLOG.
001870 FD  CONTROL-LEDGER-FILE.
001880     COPY CTLLEDGR.
001890 FD  DUP-REVIEW-FILE.
001900     COPY DUPREVW.
001910
001920 WORKING-STORAGE SECTION.
001930*-----------------------
001940 01  WS-EMPMAST-STATUS           PIC X(02).
001950 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001960     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
001970 01  WS-TRANS-STATUS             PIC X(02).
001980 01  WS-TRANS-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001990     88  WS-TRANS-IS-OPEN        VALUE 'Y'.
002000 01  WS-PEND-STATUS              PIC X(02).
002010 01  WS-PEND-OPEN-SWITCH         PIC X(01) VALUE 'N'.
002020     88  WS-PEND-IS-OPEN         VALUE 'Y'.
002030 01  WS-PEND-EOF-SWITCH          PIC X(01) VALUE 'N'.
002040     88  WS-PEND-EOF             VALUE 'Y'.
002050 01  WS-REVIEW-STATUS            PIC X(02).
002060 01  WS-REVIEW-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002070     88  WS-REVIEW-IS-OPEN       VALUE 'Y'.
002080 01  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
002090     88  WS-MASTER-EOF           VALUE 'Y'.
002100*
002110* The add being checked for a duplicate person, parked here while
002120* the master is browsed, and what the check found.
002130*
002140 01  WS-CANDIDATE-IMAGE.
002150     05  WS-CANDIDATE-EMP-ID     PIC X(06).
002160     05  FILLER                  PIC X(63).
002170 01  WS-DUP-PAIR-KEY.
002180     05  WS-DUP-LOW-EMP-ID       PIC X(06).
002190     05  WS-DUP-HIGH-EMP-ID      PIC X(06).
002200 01  WS-DUP-RULE                 PIC X(01).
002210 01  WS-DUP-HELD-SWITCH          PIC X(01) VALUE 'N'.
002220     88  WS-DUP-HELD             VALUE 'Y'.
002230 01  WS-DUP-MERGED-SWITCH        PIC X(01) VALUE 'N'.
002240     88  WS-DUP-MERGED           VALUE 'Y'.
002250 01  WS-DUP-SURVIVOR-ID          PIC X(06).
002260*
002270*    The maintenance transaction being held or applied.  EMPTRAN
002280*    reads into it, and the apply pass moves each approved
002290*    pending change back into it, so the apply paragraphs work
002300*    from one layout either way.
002310*
002320 01  EMP-TRANS-RECORD.
002330     05  EMPT-TRANSACTION.
002340         10  EMPT-ACTION         PIC X(01).
002350             88  EMPT-IS-ADD     VALUE 'A'.
002360             88  EMPT-IS-CHANGE  VALUE 'C'.
002370             88  EMPT-IS-TERMINATE
002380                                 VALUE 'T'.
002390         10  EMPT-EMP-ID         PIC X(06).
002400         10  EMPT-LAST-NAME      PIC X(22).
002410         10  EMPT-FIRST-NAME     PIC X(18).
002420         10  EMPT-BIRTH-YYMMDD   PIC X(06).
002430         10  EMPT-HIRE-YYMMDD    PIC X(06).
002440         10  EMPT-DEPT-CODE      PIC X(04).
002450     05  EMPT-KEYED-BY           PIC X(08).
002460 01  WS-LAST-SEQUENCE            PIC 9(05) VALUE ZERO.
002470 01  WS-PEND-ID-ED               PIC X(10).
002480 01  WS-REJECTS-BEFORE           PIC 9(05) COMP VALUE ZERO.
002490 01  WS-DUPLICATE-ADD-SWITCH     PIC X(01) VALUE 'N'.
002500     88  WS-DUPLICATE-ADD        VALUE 'Y'.
002510 01  WS-PEND-TABLE-MAX           PIC 9(03) COMP VALUE 500.
002520 01  WS-PEND-USED                PIC 9(03) COMP VALUE ZERO.
002530 01  WS-PEND-IX                  PIC 9(03) COMP VALUE ZERO.
002540 01  WS-ALREADY-PENDING-SWITCH   PIC X(01) VALUE 'N'.
002550     88  WS-ALREADY-PENDING      VALUE 'Y'.
002560 01  WS-PEND-TABLE.
002570     05  WS-PEND-IMAGE OCCURS 500 TIMES
002580                                 PIC X(71).
002590 01  WS-REJECT-STATUS            PIC X(02).
002600 01  WS-REJECT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002610     88  WS-REJECT-IS-OPEN       VALUE 'Y'.
002620 01  WS-AUDIT-STATUS             PIC X(02).
002630 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002640     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
002650 01  WS-AUDIT-TIMESTAMP          PIC X(21).
002660 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
002670 COPY RUNMODE.
002680 01  WS-LEDGER-STATUS            PIC X(02).
002690 01  WS-SUITE-FUNCTION           PIC X(01).
002700 01  WS-SUITE-STEP-NAME          PIC X(08).
002710 01  WS-SUITE-RC                 PIC 9(04).
002720 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
002730 01  WS-SUITE-DONE-SWITCH        PIC X(01).
002740     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
002750 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
002760 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
002770 01  WS-STATUS-TEXT              PIC X(20).
002780 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
002790 COPY EOFSWTCH.
002800 01  WS-MASTER-FOUND-SWITCH      PIC X(01) VALUE 'N'.
002810     88  WS-MASTER-FOUND         VALUE 'Y'.
002820     88  WS-MASTER-NOT-FOUND     VALUE 'N'.
002830 01  WS-BEFORE-IMAGE             PIC X(69).
002840 01  WS-HISTORY-STATUS           PIC X(02).
002850 01  WS-HISTORY-OPEN-SWITCH      PIC X(01) VALUE 'N'.
002860     88  WS-HISTORY-IS-OPEN      VALUE 'Y'.
002870 01  WS-HISTORY-ACTION           PIC X(01).
002880 01  WS-QUEUE-STATUS             PIC X(02).
002890 01  WS-QUEUE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002900     88  WS-QUEUE-IS-OPEN        VALUE 'Y'.
002910     88  WS-QUEUE-FAILED         VALUE 'F'.
002920 01  WS-HISTORY-IMAGE            PIC X(69).
002930 01  WS-TODAY                    PIC X(21).
002940 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
002950     05  WS-TODAY-DATE           PIC 9(08).
002960     05  FILLER                  PIC X(13).
002970 01  WS-CENTURY-PIVOT            PIC 9(02) VALUE 25.
002980 01  WS-VAL-YYMMDD.
002990     05  WS-VAL-YY               PIC 9(02).
003000     05  WS-VAL-MM               PIC 9(02).
003010     05  WS-VAL-DD               PIC 9(02).
003020 01  WS-CHECK-DATE-CCYYMMDD.
003030     05  WS-CHK-CC               PIC 9(02).
003040     05  WS-CHK-YY               PIC 9(02).
003050     05  WS-CHK-MM               PIC 9(02).
003060     05  WS-CHK-DD               PIC 9(02).
003070 01  WS-DATE-VALID-SWITCH        PIC X(01).
003080     88  WS-DATE-IS-VALID        VALUE 'Y'.
003090     88  WS-DATE-NOT-VALID       VALUE 'N'.
003100 01  WS-REJECT-REASON            PIC X(30).
003110 01  WS-DEPT-STATUS-CODE         PIC X(01).
003120     88  WS-DEPT-IS-ACTIVE       VALUE 'A'.
003130 01  WS-DEPT-NAME                PIC X(20).
003140 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
003150 01  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
003160 01  WS-TERM-COUNT               PIC 9(05) COMP VALUE ZERO.
003170 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
003180 01  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
003190 01  WS-REHELD-COUNT             PIC 9(05) COMP VALUE ZERO.
003200 01  WS-QUEUED-COUNT             PIC 9(05) COMP VALUE ZERO.
003210 01  WS-DUP-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
003220 01  WS-ADD-COUNT-ED             PIC ZZZZ9.
003230 01  WS-CHANGE-COUNT-ED          PIC ZZZZ9.
003240 01  WS-TERM-COUNT-ED            PIC ZZZZ9.
003250 01  WS-REJECT-COUNT-ED          PIC ZZZZ9.
003260 01  WS-HELD-COUNT-ED            PIC ZZZZ9.
003270 01  WS-REHELD-COUNT-ED          PIC ZZZZ9.
003280 01  WS-QUEUED-COUNT-ED          PIC ZZZZ9.
003290 01  WS-DUP-HELD-COUNT-ED        PIC ZZZZ9.
003300 01  WS-REJECT-LINE.
003310     05  RJ-ACTION               PIC X(01).
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  RJ-EMP-ID               PIC X(06).
003340     05  FILLER                  PIC X(02) VALUE SPACES.
003350     05  RJ-REASON               PIC X(30).
003360
003370*-----------------------
003380 LINKAGE SECTION.
003390*-----------------------
003400 01  LK-OPERATOR-ID              PIC X(08).
003410
003420*-----------------------
003430 PROCEDURE DIVISION USING LK-OPERATOR-ID.
003440*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003450 0000-MAINLINE.
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003470     PERFORM 1500-HOLD-TRANSACTION THRU 1500-EXIT
003480         UNTIL WS-EOF.
003490     PERFORM 3000-APPLY-APPROVED THRU 3000-EXIT.
003500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003510     MOVE 'R' TO WS-SUITE-FUNCTION.
003520     MOVE WS-STEP-RC TO WS-SUITE-RC.
003530     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
003540         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
003550     MOVE WS-STEP-RC TO RETURN-CODE.
003560     GOBACK.
003570
003580 1000-INITIALIZE.
003590     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
003600     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
003610         CALL "GETRUN" USING WS-RUN-NUMBER
003620         MOVE SPACE TO WS-NIGHT-MODE
003630     END-IF.
003640     IF ADDRESS OF LK-OPERATOR-ID = NULL
003650         CALL "GETBDATE" USING WS-TODAY
003660     ELSE
003670         CALL "TIMESTMP" USING WS-TODAY
003680     END-IF.
003690     MOVE "EMPUPDT " TO WS-SUITE-STEP-NAME.
003700     MOVE 'C' TO WS-SUITE-FUNCTION.
003710     MOVE ZERO TO WS-SUITE-RC.
003720     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
003730         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
003740     IF WS-SUITE-STEP-DONE
003750         DISPLAY WS-SUITE-STEP-NAME
003760             " ALREADY COMPLETE THIS RUN - BYPASSED"
003770         GOBACK
003780     END-IF.
003790     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
003800         MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
003810     END-IF.
003820     OPEN EXTEND AUDIT-LOG-FILE.
003830     IF WS-AUDIT-STATUS = "00"
003840         SET WS-AUDIT-IS-OPEN TO TRUE
003850     END-IF.
003860     MOVE "OK" TO WS-STATUS-TEXT.
003870     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
003880     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003890     OPEN OUTPUT REJECT-REPORT-FILE.
003900     IF WS-REJECT-STATUS = "00"
003910         SET WS-REJECT-IS-OPEN TO TRUE
003920         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
003930         MOVE SPACES TO REJECT-REPORT-RECORD
003940         STRING "EMPUPDT REJECT REPORT - RUN " WS-RUN-NUMBER-ED
003950             DELIMITED BY SIZE INTO REJECT-REPORT-RECORD
003960         IF WS-SIMULATION
003970             MOVE "*** SIMULATION ***"
003980                 TO REJECT-REPORT-RECORD (57:18)
003990         END-IF
004000         WRITE REJECT-REPORT-RECORD
004010         MOVE "A  EMP-ID  REJECT REASON" TO REJECT-REPORT-RECORD
004020         WRITE REJECT-REPORT-RECORD
004030     END-IF.
004040     OPEN I-O EMP-MASTER-FILE.
004050     IF WS-EMPMAST-STATUS NOT = "00"
004060         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
004070         MOVE "ERROR" TO WS-STATUS-TEXT
004080         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004090         STRING "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
004100             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004110         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004120         SET WS-EOF TO TRUE
004130         MOVE 12 TO WS-STEP-RC
004140         GO TO 1000-EXIT
004150     END-IF.
004160     SET WS-EMPMAST-IS-OPEN TO TRUE.
004170     OPEN I-O PENDING-CHANGE-FILE.
004180     IF WS-PEND-STATUS NOT = "00"
004190         DISPLAY "PENDCHG OPEN FAILED, STATUS " WS-PEND-STATUS
004200         MOVE "ERROR" TO WS-STATUS-TEXT
004210         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004220         STRING "PENDCHG OPEN FAILED, STATUS " WS-PEND-STATUS
004230             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004240         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004250         SET WS-EOF TO TRUE
004260         MOVE 12 TO WS-STEP-RC
004270         GO TO 1000-EXIT
004280     END-IF.
004290     SET WS-PEND-IS-OPEN TO TRUE.
004300     PERFORM 1300-LOAD-PENDING-CHANGES THRU 1300-EXIT.
004310     PERFORM 1400-OPEN-DUP-REVIEW THRU 1400-EXIT.
004320     OPEN INPUT EMP-TRANS-FILE.
004330     IF WS-TRANS-STATUS NOT = "00"
004340         DISPLAY "EMPTRAN OPEN FAILED, STATUS " WS-TRANS-STATUS
004350         MOVE "ERROR" TO WS-STATUS-TEXT
004360         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004370         STRING "EMPTRAN OPEN FAILED, STATUS " WS-TRANS-STATUS
004380             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004390         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004400         SET WS-EOF TO TRUE
004410         MOVE 12 TO WS-STEP-RC
004420         GO TO 1000-EXIT
004430     END-IF.
004440     SET WS-TRANS-IS-OPEN TO TRUE.
004450     PERFORM 1200-READ-EMP-TRANS THRU 1200-EXIT.
004460 1000-EXIT.
004470     EXIT.
004480
004490 1200-READ-EMP-TRANS.
004500     MOVE SPACES TO EMP-TRANS-RECORD.
004510     READ EMP-TRANS-FILE INTO EMP-TRANS-RECORD
004520         AT END
004530             SET WS-EOF TO TRUE
004540     END-READ.
004550 1200-EXIT.
004560     EXIT.
004570
004580 1300-LOAD-PENDING-CHANGES.
004590******************************************************************
004600* One pass over the pending-change file before tonight's
004610* transactions are held: every change still awaiting a decision
004620* goes into a table, so a rerun (or a MAIN-MENU run followed by
004630* the nightly) does not hold the same change twice, and the
004640* highest sequence already used under this run number is kept
004650* so new pending IDs do not collide with it.
004660******************************************************************
004670     MOVE 'N' TO WS-PEND-EOF-SWITCH.
004680     MOVE LOW-VALUES TO PEND-ID.
004690     START PENDING-CHANGE-FILE KEY NOT < PEND-ID
004700         INVALID KEY
004710             SET WS-PEND-EOF TO TRUE
004720     END-START.
004730     PERFORM 1350-LOAD-ONE-PENDING THRU 1350-EXIT
004740         UNTIL WS-PEND-EOF.
004750 1300-EXIT.
004760     EXIT.
004770
004780 1350-LOAD-ONE-PENDING.
004790     READ PENDING-CHANGE-FILE NEXT RECORD
004800         AT END
004810             SET WS-PEND-EOF TO TRUE
004820     END-READ.
004830     IF WS-PEND-EOF
004840         GO TO 1350-EXIT
004850     END-IF.
004860     IF PEND-RUN-NUMBER = WS-RUN-NUMBER
004870         AND PEND-SEQUENCE > WS-LAST-SEQUENCE
004880         MOVE PEND-SEQUENCE TO WS-LAST-SEQUENCE
004890     END-IF.
004900     IF NOT PEND-IS-PENDING
004910         GO TO 1350-EXIT
004920     END-IF.
004930     IF WS-PEND-USED >= WS-PEND-TABLE-MAX
004940         DISPLAY "PENDING TABLE FULL - " PEND-ID
004950             " NOT CHECKED FOR RE-HOLD"
004960         GO TO 1350-EXIT
004970     END-IF.
004980     ADD 1 TO WS-PEND-USED.
004990     MOVE PEND-TRANSACTION TO EMPT-TRANSACTION.
005000     MOVE PEND-KEYED-BY TO EMPT-KEYED-BY.
005010     MOVE EMP-TRANS-RECORD TO WS-PEND-IMAGE (WS-PEND-USED).
005020 1350-EXIT.
005030     EXIT.
005040
005050 1400-OPEN-DUP-REVIEW.
005060******************************************************************
005070* The duplicate-person review file.  Without it a matching add is
005080* still not applied -- it stays approved and is tried again -- but
005090* the pair cannot be put in front of a reviewer, and the warning
005100* on the log says so.
005110******************************************************************
005120     OPEN I-O DUP-REVIEW-FILE.
005130     IF WS-REVIEW-STATUS = "00"
005140         SET WS-REVIEW-IS-OPEN TO TRUE
005150         GO TO 1400-EXIT
005160     END-IF.
005170     DISPLAY "DUPREVW OPEN FAILED, STATUS " WS-REVIEW-STATUS.
005180     MOVE "WARN" TO WS-STATUS-TEXT.
005190     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
005200     STRING "DUPREVW OPEN FAILED, STATUS " WS-REVIEW-STATUS
005210         " - POSSIBLE DUPLICATES HELD, NOT RECORDED"
005220         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
005230     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005240 1400-EXIT.
005250     EXIT.
005260
005270 1500-HOLD-TRANSACTION.
005280******************************************************************
005290* Holds one EMPTRAN transaction on the pending-change file for
005300* a second operator's decision.  The keying operator is the one
005310* named on the transaction, else the operator running EMPUPDT
005320* from MAIN-MENU; a transaction nobody owns cannot be checked
005330* against its approver and is rejected, as is an action code
005340* EMPUPDT could never apply.  A change already pending under the
005350* same operator is counted and skipped, not held again.
005360******************************************************************
005370     IF EMPT-KEYED-BY = SPACES
005380         MOVE WS-OPERATOR-ID TO EMPT-KEYED-BY
005390     END-IF.
005400     IF EMPT-KEYED-BY = SPACES
005410         MOVE "NO KEYING OPERATOR" TO WS-REJECT-REASON
005420         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
005430         GO TO 1500-READ-NEXT
005440     END-IF.
005450     IF NOT EMPT-IS-ADD AND NOT EMPT-IS-CHANGE
005460         AND NOT EMPT-IS-TERMINATE
005470         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
005480         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
005490         GO TO 1500-READ-NEXT
005500     END-IF.
005510     MOVE 'N' TO WS-ALREADY-PENDING-SWITCH.
005520     PERFORM 1550-MATCH-ONE-PENDING THRU 1550-EXIT
005530         VARYING WS-PEND-IX FROM 1 BY 1
005540         UNTIL WS-PEND-IX > WS-PEND-USED OR WS-ALREADY-PENDING.
005550     IF WS-ALREADY-PENDING
005560         ADD 1 TO WS-REHELD-COUNT
005570         MOVE "WARN" TO WS-STATUS-TEXT
005580         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005590         STRING "ALREADY PENDING " EMPT-ACTION " " EMPT-EMP-ID
005600             " KEYED BY " EMPT-KEYED-BY " - NOT HELD AGAIN"
005610             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005620         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005630         GO TO 1500-READ-NEXT
005640     END-IF.
005650     ADD 1 TO WS-LAST-SEQUENCE.
005660     MOVE SPACES TO PENDING-CHANGE-RECORD.
005670     MOVE WS-RUN-NUMBER TO PEND-RUN-NUMBER.
005680     MOVE WS-LAST-SEQUENCE TO PEND-SEQUENCE.
005690     SET PEND-IS-PENDING TO TRUE.
005700     MOVE EMPT-KEYED-BY TO PEND-KEYED-BY.
005710     MOVE WS-TODAY-DATE TO PEND-KEYED-CCYYMMDD.
005720     MOVE ZERO TO PEND-DECIDED-CCYYMMDD.
005730     MOVE ZERO TO PEND-APPLIED-RUN-NUMBER.
005740     MOVE EMPT-TRANSACTION TO PEND-TRANSACTION.
005750     IF NOT WS-SIMULATION
005760         WRITE PENDING-CHANGE-RECORD
005770             INVALID KEY
005780                 DISPLAY "PENDCHG WRITE FAILED, STATUS "
005790                     WS-PEND-STATUS " - " PEND-ID
005800                 MOVE "PENDING FILE WRITE FAILED"
005810                     TO WS-REJECT-REASON
005820                 PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
005830                 GO TO 1500-READ-NEXT
005840         END-WRITE
005850     END-IF.
005860     ADD 1 TO WS-HELD-COUNT.
005870     IF WS-PEND-USED < WS-PEND-TABLE-MAX
005880         ADD 1 TO WS-PEND-USED
005890         MOVE EMP-TRANS-RECORD TO WS-PEND-IMAGE (WS-PEND-USED)
005900     END-IF.
005910     MOVE PEND-ID TO WS-PEND-ID-ED.
005920     MOVE "OK" TO WS-STATUS-TEXT.
005930     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
005940     STRING "HELD " WS-PEND-ID-ED " " EMPT-ACTION " " EMPT-EMP-ID
005950         " KEYED BY " EMPT-KEYED-BY " FOR APPROVAL"
005960         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
005970     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005980 1500-READ-NEXT.
005990     PERFORM 1200-READ-EMP-TRANS THRU 1200-EXIT.
006000 1500-EXIT.
006010     EXIT.
006020
006030 1550-MATCH-ONE-PENDING.
006040     IF WS-PEND-IMAGE (WS-PEND-IX) = EMP-TRANS-RECORD
006050         SET WS-ALREADY-PENDING TO TRUE
006060     END-IF.
006070 1550-EXIT.
006080     EXIT.
006090
006100 2000-APPLY-TRANSACTION.
006110******************************************************************
006120* Applies one maintenance transaction with a keyed READ against
006130* the indexed master.  ADD requires the EMP-ID to be absent;
006140* CHANGE and TERMINATE require it to be present, and not retired
006150* as a duplicate; anything else is a reject with its own report
006160* line and audit record.  Reached only for changes a second
006170* operator has approved.
006180******************************************************************
006190     MOVE EMPT-EMP-ID TO EMP-ID.
006200     SET WS-MASTER-NOT-FOUND TO TRUE.
006210     READ EMP-MASTER-FILE
006220         INVALID KEY
006230             CONTINUE
006240         NOT INVALID KEY
006250             SET WS-MASTER-FOUND TO TRUE
006260     END-READ.
006270     EVALUATE TRUE
006280         WHEN EMPT-IS-ADD AND WS-MASTER-FOUND
006290             MOVE "DUPLICATE EMP-ID ON ADD" TO WS-REJECT-REASON
006300             PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
006310         WHEN EMPT-IS-ADD
006320             PERFORM 2100-ADD-EMPLOYEE THRU 2100-EXIT
006330         WHEN EMPT-IS-CHANGE AND WS-MASTER-NOT-FOUND
006340             MOVE "UNKNOWN EMP-ID ON CHANGE" TO WS-REJECT-REASON
006350             PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
006360         WHEN WS-MASTER-FOUND AND NOT EMP-NOT-MERGED
006370             MOVE SPACES TO WS-REJECT-REASON
006380             STRING "RETIRED, MERGED INTO " EMP-MERGED-INTO-ID
006390                 DELIMITED BY SIZE INTO WS-REJECT-REASON
006400             PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
006410         WHEN EMPT-IS-CHANGE
006420             PERFORM 2200-CHANGE-EMPLOYEE THRU 2200-EXIT
006430         WHEN EMPT-IS-TERMINATE AND WS-MASTER-NOT-FOUND
006440             MOVE "UNKNOWN EMP-ID ON TERMINATE"
006450                 TO WS-REJECT-REASON
006460             PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
006470         WHEN EMPT-IS-TERMINATE
006480             PERFORM 2300-TERMINATE-EMPLOYEE THRU 2300-EXIT
006490         WHEN OTHER
006500             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
006510             PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
006520     END-EVALUATE.
006530 2000-EXIT.
006540     EXIT.
006550
006560 3000-APPLY-APPROVED.
006570******************************************************************
006580* Applies, in pending-ID order, every change a second operator
006590* has approved and EMPUPDT has not yet applied, and marks each
006600* one applied or rejected on the pending-change file with this
006610* run's number.  Nothing is applied on a night the maintenance
006620* transactions could not be read.  An add held as a possible
006630* duplicate stays approved, untouched, until it is reviewed.
006640******************************************************************
006650     IF NOT WS-PEND-IS-OPEN OR NOT WS-TRANS-IS-OPEN
006660         GO TO 3000-EXIT
006670     END-IF.
006680     MOVE 'N' TO WS-PEND-EOF-SWITCH.
006690     MOVE LOW-VALUES TO PEND-ID.
006700     START PENDING-CHANGE-FILE KEY NOT < PEND-ID
006710         INVALID KEY
006720             SET WS-PEND-EOF TO TRUE
006730     END-START.
006740     PERFORM 3100-APPLY-ONE-APPROVED THRU 3100-EXIT
006750         UNTIL WS-PEND-EOF.
006760 3000-EXIT.
006770     EXIT.
006780
006790 3100-APPLY-ONE-APPROVED.
006800     READ PENDING-CHANGE-FILE NEXT RECORD
006810         AT END
006820             SET WS-PEND-EOF TO TRUE
006830     END-READ.
006840     IF WS-PEND-EOF
006850         GO TO 3100-EXIT
006860     END-IF.
006870     IF NOT PEND-IS-APPROVED
006880         GO TO 3100-EXIT
006890     END-IF.
006900     MOVE PEND-TRANSACTION TO EMPT-TRANSACTION.
006910     MOVE PEND-KEYED-BY TO EMPT-KEYED-BY.
006920     MOVE PEND-ID TO WS-PEND-ID-ED.
006930     MOVE "OK" TO WS-STATUS-TEXT.
006940     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
006950     STRING "APPLYING " WS-PEND-ID-ED " KEYED BY " PEND-KEYED-BY
006960         " APPROVED BY " PEND-DECIDED-BY
006970         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
006980     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
006990     MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
007000     MOVE 'N' TO WS-DUP-HELD-SWITCH.
007010     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT.
007020     IF WS-DUP-HELD
007030         GO TO 3100-EXIT
007040     END-IF.
007050     IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
007060         SET PEND-IS-REJECTED TO TRUE
007070     ELSE
007080         SET PEND-IS-APPLIED TO TRUE
007090     END-IF.
007100     MOVE WS-RUN-NUMBER TO PEND-APPLIED-RUN-NUMBER.
007110     IF NOT WS-SIMULATION
007120         REWRITE PENDING-CHANGE-RECORD
007130             INVALID KEY
007140                 DISPLAY "PENDCHG REWRITE FAILED, STATUS "
007150                     WS-PEND-STATUS " - " WS-PEND-ID-ED
007160         END-REWRITE
007170     END-IF.
007180 3100-EXIT.
007190     EXIT.
007200
007210 2100-ADD-EMPLOYEE.
007220     IF EMPT-DEPT-CODE = SPACES
007230         MOVE "MISSING DEPT CODE ON ADD" TO WS-REJECT-REASON
007240         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
007250         GO TO 2100-EXIT
007260     END-IF.
007270     PERFORM 2750-VALIDATE-DEPT THRU 2750-EXIT.
007280     IF NOT WS-DEPT-IS-ACTIVE
007290         MOVE "UNKNOWN DEPT CODE" TO WS-REJECT-REASON
007300         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
007310         GO TO 2100-EXIT
007320     END-IF.
007330     MOVE EMPT-BIRTH-YYMMDD TO WS-VAL-YYMMDD.
007340     PERFORM 2700-VALIDATE-DATE THRU 2700-EXIT.
007350     IF WS-DATE-NOT-VALID
007360         MOVE "INVALID BIRTH DATE" TO WS-REJECT-REASON
007370         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
007380         GO TO 2100-EXIT
007390     END-IF.
007400     MOVE EMPT-HIRE-YYMMDD TO WS-VAL-YYMMDD.
007410     PERFORM 2700-VALIDATE-DATE THRU 2700-EXIT.
007420     IF WS-DATE-NOT-VALID
007430         MOVE "INVALID HIRE DATE" TO WS-REJECT-REASON
007440         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
007450         GO TO 2100-EXIT
007460     END-IF.
007470     MOVE SPACES TO EMP-MASTER-RECORD.
007480     MOVE EMPT-EMP-ID TO EMP-ID.
007490     MOVE EMPT-LAST-NAME TO EMP-LAST-NAME.
007500     MOVE EMPT-FIRST-NAME TO EMP-FIRST-NAME.
007510     MOVE EMPT-BIRTH-YYMMDD TO EMP-BIRTH-DATE.
007520     MOVE EMPT-HIRE-YYMMDD TO EMP-HIRE-YYMMDD.
007530     MOVE EMPT-DEPT-CODE TO EMP-DEPT-CODE.
007540     SET EMP-IS-ACTIVE TO TRUE.
007550     PERFORM 2800-CHECK-DUPLICATE-PERSON THRU 2800-EXIT.
007560     IF WS-DUP-MERGED
007570         MOVE SPACES TO WS-REJECT-REASON
007580         STRING "MERGED DUPLICATE OF " WS-DUP-SURVIVOR-ID
007590             DELIMITED BY SIZE INTO WS-REJECT-REASON
007600         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
007610         GO TO 2100-EXIT
007620     END-IF.
007630     IF WS-DUP-HELD
007640         ADD 1 TO WS-DUP-HELD-COUNT
007650         GO TO 2100-EXIT
007660     END-IF.
007670     IF WS-SIMULATION
007680         PERFORM 2150-CHECK-DUPLICATE-ADD THRU 2150-EXIT
007690         IF WS-DUPLICATE-ADD
007700             GO TO 2100-EXIT
007710         END-IF
007720     ELSE
007730         WRITE EMP-MASTER-RECORD
007740             INVALID KEY
007750                 MOVE "DUPLICATE EMP-ID ON ADD"
007760                     TO WS-REJECT-REASON
007770                 PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
007780                 GO TO 2100-EXIT
007790         END-WRITE
007800     END-IF.
007810     ADD 1 TO WS-ADD-COUNT.
007820     MOVE 'A' TO WS-HISTORY-ACTION.
007830     MOVE EMP-MASTER-RECORD TO WS-HISTORY-IMAGE.
007840     PERFORM 7000-WRITE-HISTORY-RECORD THRU 7000-EXIT.
007850     PERFORM 7100-QUEUE-PAYROLL-CHANGE THRU 7100-EXIT.
007860     PERFORM 2500-AUDIT-AFTER-IMAGE THRU 2500-EXIT.
007870 2100-EXIT.
007880     EXIT.
007890
007900 2150-CHECK-DUPLICATE-ADD.
007910******************************************************************
007920* A simulated add writes nothing, so the duplicate the write would
007930* have refused is found by reading the key instead.  The new
007940* record is parked in the before-image area across the read.
007950******************************************************************
007960     MOVE 'N' TO WS-DUPLICATE-ADD-SWITCH.
007970     MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
007980     READ EMP-MASTER-FILE
007990         INVALID KEY
008000             MOVE WS-BEFORE-IMAGE TO EMP-MASTER-RECORD
008010             GO TO 2150-EXIT
008020     END-READ.
008030     MOVE WS-BEFORE-IMAGE TO EMP-MASTER-RECORD.
008040     SET WS-DUPLICATE-ADD TO TRUE.
008050     MOVE "DUPLICATE EMP-ID ON ADD" TO WS-REJECT-REASON.
008060     PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT.
008070 2150-EXIT.
008080     EXIT.
008090
008100 2200-CHANGE-EMPLOYEE.
008110******************************************************************
008120* CHANGE replaces whichever fields the transaction filled in and
008130* rewrites the record in place, with the before image and after
008140* image both on the audit log.
008150******************************************************************
008160     IF EMPT-BIRTH-YYMMDD NOT = SPACES
008170         MOVE EMPT-BIRTH-YYMMDD TO WS-VAL-YYMMDD
008180         PERFORM 2700-VALIDATE-DATE THRU 2700-EXIT
008190         IF WS-DATE-NOT-VALID
008200             MOVE "INVALID BIRTH DATE" TO WS-REJECT-REASON
008210             PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
008220             GO TO 2200-EXIT
008230         END-IF
008240     END-IF.
008250     IF EMPT-HIRE-YYMMDD NOT = SPACES
008260         MOVE EMPT-HIRE-YYMMDD TO WS-VAL-YYMMDD
008270         PERFORM 2700-VALIDATE-DATE THRU 2700-EXIT
008280         IF WS-DATE-NOT-VALID
008290             MOVE "INVALID HIRE DATE" TO WS-REJECT-REASON
008300             PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
008310             GO TO 2200-EXIT
008320         END-IF
008330     END-IF.
008340     IF EMPT-DEPT-CODE NOT = SPACES
008350         PERFORM 2750-VALIDATE-DEPT THRU 2750-EXIT
008360         IF NOT WS-DEPT-IS-ACTIVE
008370             MOVE "UNKNOWN DEPT CODE" TO WS-REJECT-REASON
008380             PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
008390             GO TO 2200-EXIT
008400         END-IF
008410     END-IF.
008420     MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
008430     IF EMPT-LAST-NAME NOT = SPACES
008440         MOVE EMPT-LAST-NAME TO EMP-LAST-NAME
008450     END-IF.
008460     IF EMPT-FIRST-NAME NOT = SPACES
008470         MOVE EMPT-FIRST-NAME TO EMP-FIRST-NAME
008480     END-IF.
008490     IF EMPT-BIRTH-YYMMDD NOT = SPACES
008500         MOVE EMPT-BIRTH-YYMMDD TO EMP-BIRTH-DATE
008510     END-IF.
008520     IF EMPT-HIRE-YYMMDD NOT = SPACES
008530         MOVE EMPT-HIRE-YYMMDD TO EMP-HIRE-YYMMDD
008540     END-IF.
008550     IF EMPT-DEPT-CODE NOT = SPACES
008560         MOVE EMPT-DEPT-CODE TO EMP-DEPT-CODE
008570     END-IF.
008580     IF NOT WS-SIMULATION
008590         REWRITE EMP-MASTER-RECORD
008600             INVALID KEY
008610                 MOVE "UNKNOWN EMP-ID ON CHANGE"
008620                     TO WS-REJECT-REASON
008630                 PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
008640                 GO TO 2200-EXIT
008650         END-REWRITE
008660     END-IF.
008670     ADD 1 TO WS-CHANGE-COUNT.
008680     MOVE 'C' TO WS-HISTORY-ACTION.
008690     MOVE WS-BEFORE-IMAGE TO WS-HISTORY-IMAGE.
008700     PERFORM 7000-WRITE-HISTORY-RECORD THRU 7000-EXIT.
008710     PERFORM 7100-QUEUE-PAYROLL-CHANGE THRU 7100-EXIT.
008720     PERFORM 2400-AUDIT-BEFORE-IMAGE THRU 2400-EXIT.
008730     PERFORM 2500-AUDIT-AFTER-IMAGE THRU 2500-EXIT.
008740 2200-EXIT.
008750     EXIT.
008760
008770 2300-TERMINATE-EMPLOYEE.
008780     MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
008790     SET EMP-IS-INACTIVE TO TRUE.
008800     IF NOT WS-SIMULATION
008810         REWRITE EMP-MASTER-RECORD
008820             INVALID KEY
008830                 MOVE "UNKNOWN EMP-ID ON TERMINATE"
008840                     TO WS-REJECT-REASON
008850                 PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
008860                 GO TO 2300-EXIT
008870         END-REWRITE
008880     END-IF.
008890     ADD 1 TO WS-TERM-COUNT.
008900     MOVE 'T' TO WS-HISTORY-ACTION.
008910     MOVE WS-BEFORE-IMAGE TO WS-HISTORY-IMAGE.
008920     PERFORM 7000-WRITE-HISTORY-RECORD THRU 7000-EXIT.
008930     PERFORM 7100-QUEUE-PAYROLL-CHANGE THRU 7100-EXIT.
008940     PERFORM 2400-AUDIT-BEFORE-IMAGE THRU 2400-EXIT.
008950     PERFORM 2500-AUDIT-AFTER-IMAGE THRU 2500-EXIT.
008960 2300-EXIT.
008970     EXIT.
008980
008990 2400-AUDIT-BEFORE-IMAGE.
009000     MOVE "OK" TO WS-STATUS-TEXT.
009010     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
009020     STRING "BEFORE " WS-BEFORE-IMAGE
009030         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
009040     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
009050 2400-EXIT.
009060     EXIT.
009070
009080 2500-AUDIT-AFTER-IMAGE.
009090     MOVE "OK" TO WS-STATUS-TEXT.
009100     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
009110     STRING "AFTER  " EMP-MASTER-RECORD
009120         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
009130     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
009140 2500-EXIT.
009150     EXIT.
009160
009170 2600-WRITE-REJECT-LINE.
009180******************************************************************
009190* One rejected maintenance transaction: a line on the reject
009200* report for the clerk to fix and resubmit from, plus a warning
009210* audit record so the rejection itself is on the permanent log.
009220******************************************************************
009230     ADD 1 TO WS-REJECT-COUNT.
009240     MOVE SPACES TO WS-REJECT-LINE.
009250     MOVE EMPT-ACTION TO RJ-ACTION.
009260     MOVE EMPT-EMP-ID TO RJ-EMP-ID.
009270     MOVE WS-REJECT-REASON TO RJ-REASON.
009280     IF WS-REJECT-IS-OPEN
009290         MOVE WS-REJECT-LINE TO REJECT-REPORT-RECORD
009300         WRITE REJECT-REPORT-RECORD
009310     END-IF.
009320     MOVE "WARN" TO WS-STATUS-TEXT.
009330     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
009340     STRING "REJECT " EMPT-ACTION " " EMPT-EMP-ID " "
009350         WS-REJECT-REASON
009360         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
009370     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
009380 2600-EXIT.
009390     EXIT.
009400
009410 2750-VALIDATE-DEPT.
009420******************************************************************
009430* Validates the transaction's department code against the
009440* department reference file through the shared DEPTLKUP
009450* subprogram.  Only an active code on the file passes; unknown
009460* and inactive codes are rejects, so a typo cannot become a
009470* phantom department on the sectioned reports.
009480******************************************************************
009490     CALL "DEPTLKUP" USING EMPT-DEPT-CODE WS-DEPT-STATUS-CODE
009500         WS-DEPT-NAME.
009510 2750-EXIT.
009520     EXIT.
009530
009540 2700-VALIDATE-DATE.
009550******************************************************************
009560* Validates the YYMMDD date sitting in WS-VAL-YYMMDD through
009570* the shared DATECHK subprogram, deriving the century with the
009580* same pivot-year windowing the reporting programs use: a year
009590* at or below the pivot is 20xx, above it is 19xx.
009600******************************************************************
009610     SET WS-DATE-NOT-VALID TO TRUE.
009620     IF WS-VAL-YYMMDD NOT NUMERIC
009630         GO TO 2700-EXIT
009640     END-IF.
009650     IF WS-VAL-YY <= WS-CENTURY-PIVOT
009660         MOVE 20 TO WS-CHK-CC
009670     ELSE
009680         MOVE 19 TO WS-CHK-CC
009690     END-IF.
009700     MOVE WS-VAL-YY TO WS-CHK-YY.
009710     MOVE WS-VAL-MM TO WS-CHK-MM.
009720     MOVE WS-VAL-DD TO WS-CHK-DD.
009730     CALL "DATECHK" USING WS-CHECK-DATE-CCYYMMDD
009740         WS-DATE-VALID-SWITCH.
009750 2700-EXIT.
009760     EXIT.
009770
009780 2800-CHECK-DUPLICATE-PERSON.
009790******************************************************************
009800* Matches the add in EMP-MASTER-RECORD, through DUPMATCH, against
009810* every employee on the master, active or not -- a rehire keyed
009820* as a new add matches the leaver's old record -- except EMP-IDs
009830* already retired as duplicates.  Each matching pair is looked up
009840* on the review file: a new pair is written there pending, with
009850* the add's image, and a pair still pending holds the add again.
009860* A pair ruled not a duplicate lets the add through; a merge that
009870* retired this EMP-ID refuses it.  The add is put back in the
009880* record area afterwards.
009890******************************************************************
009900     MOVE 'N' TO WS-DUP-HELD-SWITCH.
009910     MOVE 'N' TO WS-DUP-MERGED-SWITCH.
009920     MOVE EMP-MASTER-RECORD TO WS-CANDIDATE-IMAGE.
009930     MOVE LOW-VALUES TO EMP-ID.
009940     MOVE 'N' TO WS-MASTER-EOF-SWITCH.
009950     START EMP-MASTER-FILE KEY NOT < EMP-ID
009960         INVALID KEY
009970             SET WS-MASTER-EOF TO TRUE
009980     END-START.
009990     PERFORM 2810-MATCH-ONE-EMPLOYEE THRU 2810-EXIT
010000         UNTIL WS-MASTER-EOF OR WS-DUP-MERGED.
010010     MOVE WS-CANDIDATE-IMAGE TO EMP-MASTER-RECORD.
010020 2800-EXIT.
010030     EXIT.
010040
010050 2810-MATCH-ONE-EMPLOYEE.
010060     READ EMP-MASTER-FILE NEXT RECORD
010070         AT END
010080             SET WS-MASTER-EOF TO TRUE
010090     END-READ.
010100     IF WS-MASTER-EOF
010110         GO TO 2810-EXIT
010120     END-IF.
010130     IF NOT EMP-NOT-MERGED
010140         GO TO 2810-EXIT
010150     END-IF.
010160     CALL "DUPMATCH" USING WS-CANDIDATE-IMAGE EMP-MASTER-RECORD
010170         WS-DUP-RULE.
010180     IF WS-DUP-RULE NOT = SPACE
010190         PERFORM 2820-REVIEW-ONE-PAIR THRU 2820-EXIT
010200     END-IF.
010210 2810-EXIT.
010220     EXIT.
010230
010240 2820-REVIEW-ONE-PAIR.
010250     IF WS-CANDIDATE-EMP-ID < EMP-ID
010260         MOVE WS-CANDIDATE-EMP-ID TO WS-DUP-LOW-EMP-ID
010270         MOVE EMP-ID TO WS-DUP-HIGH-EMP-ID
010280     ELSE
010290         MOVE EMP-ID TO WS-DUP-LOW-EMP-ID
010300         MOVE WS-CANDIDATE-EMP-ID TO WS-DUP-HIGH-EMP-ID
010310     END-IF.
010320     IF NOT WS-REVIEW-IS-OPEN
010330         PERFORM 2830-RECORD-NEW-PAIR THRU 2830-EXIT
010340         GO TO 2820-EXIT
010350     END-IF.
010360     MOVE WS-DUP-PAIR-KEY TO DR-PAIR-KEY.
010370     READ DUP-REVIEW-FILE
010380         INVALID KEY
010390             PERFORM 2830-RECORD-NEW-PAIR THRU 2830-EXIT
010400             GO TO 2820-EXIT
010410     END-READ.
010420     EVALUATE TRUE
010430         WHEN DR-IS-PENDING
010440             SET WS-DUP-HELD TO TRUE
010450             MOVE "WARN" TO WS-STATUS-TEXT
010460             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
010470             STRING "ADD " WS-CANDIDATE-EMP-ID
010480                 " STILL HELD - PAIR WITH " EMP-ID
010490                 " AWAITS DUPLICATE REVIEW"
010500                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
010510             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
010520         WHEN DR-IS-NOT-DUPLICATE
010530             CONTINUE
010540         WHEN DR-RETIRED-EMP-ID = WS-CANDIDATE-EMP-ID
010550             SET WS-DUP-MERGED TO TRUE
010560             MOVE EMP-ID TO WS-DUP-SURVIVOR-ID
010570         WHEN OTHER
010580             CONTINUE
010590     END-EVALUATE.
010600 2820-EXIT.
010610     EXIT.
010620
010630 2830-RECORD-NEW-PAIR.
010640     SET WS-DUP-HELD TO TRUE.
010650     MOVE SPACES TO DUP-REVIEW-RECORD.
010660     MOVE WS-DUP-PAIR-KEY TO DR-PAIR-KEY.
010670     SET DR-IS-PENDING TO TRUE.
010680     MOVE WS-DUP-RULE TO DR-MATCH-RULE.
010690     SET DR-FROM-EMPUPDT TO TRUE.
010700     MOVE EMPT-KEYED-BY TO DR-RAISED-BY.
010710     MOVE WS-RUN-NUMBER TO DR-FOUND-RUN-NUMBER.
010720     MOVE WS-TODAY-DATE TO DR-FOUND-CCYYMMDD.
010730     MOVE ZERO TO DR-REVIEWED-CCYYMMDD.
010740     MOVE ZERO TO DR-MERGED-RUN-NUMBER.
010750     MOVE WS-CANDIDATE-EMP-ID TO DR-HELD-EMP-ID.
010760     MOVE WS-CANDIDATE-IMAGE TO DR-HELD-IMAGE.
010770     IF WS-REVIEW-IS-OPEN
010780         AND NOT WS-SIMULATION
010790         WRITE DUP-REVIEW-RECORD
010800             INVALID KEY
010810                 DISPLAY "DUPREVW WRITE FAILED, STATUS "
010820                     WS-REVIEW-STATUS " - " DR-PAIR-KEY
010830         END-WRITE
010840     END-IF.
010850     MOVE "WARN" TO WS-STATUS-TEXT.
010860     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
010870     STRING "ADD " WS-CANDIDATE-EMP-ID
010880         " HELD - POSSIBLE DUPLICATE OF " EMP-ID
010890         " RULE " WS-DUP-RULE
010900         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
010910     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
010920 2830-EXIT.
010930     EXIT.
010940
010950 8000-FINALIZE.
010960     IF WS-PEND-IS-OPEN
010970         CLOSE PENDING-CHANGE-FILE
010980     END-IF.
010990     IF WS-REVIEW-IS-OPEN
011000         CLOSE DUP-REVIEW-FILE
011010     END-IF.
011020     IF WS-HISTORY-IS-OPEN
011030         CLOSE EMP-HISTORY-FILE
011040     END-IF.
011050     IF WS-QUEUE-IS-OPEN
011060         CLOSE PAY-CHANGE-QUEUE-FILE
011070     END-IF.
011080     IF WS-EMPMAST-IS-OPEN
011090         CLOSE EMP-MASTER-FILE
011100     END-IF.
011110     IF WS-TRANS-IS-OPEN
011120         CLOSE EMP-TRANS-FILE
011130     END-IF.
011140     MOVE WS-ADD-COUNT TO WS-ADD-COUNT-ED.
011150     MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-ED.
011160     MOVE WS-TERM-COUNT TO WS-TERM-COUNT-ED.
011170     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED.
011180     MOVE WS-HELD-COUNT TO WS-HELD-COUNT-ED.
011190     MOVE WS-REHELD-COUNT TO WS-REHELD-COUNT-ED.
011200     MOVE WS-QUEUED-COUNT TO WS-QUEUED-COUNT-ED.
011210     MOVE WS-DUP-HELD-COUNT TO WS-DUP-HELD-COUNT-ED.
011220     IF WS-TRANS-IS-OPEN
011230         PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT
011240     END-IF.
011250     DISPLAY "Adds applied        : " WS-ADD-COUNT-ED.
011260     DISPLAY "Changes applied     : " WS-CHANGE-COUNT-ED.
011270     DISPLAY "Terminations applied: " WS-TERM-COUNT-ED.
011280     DISPLAY "Rejects             : " WS-REJECT-COUNT-ED.
011290     DISPLAY "Held for approval   : " WS-HELD-COUNT-ED.
011300     DISPLAY "Already pending     : " WS-REHELD-COUNT-ED.
011310     DISPLAY "Queued for payroll  : " WS-QUEUED-COUNT-ED.
011320     DISPLAY "Duplicates held     : " WS-DUP-HELD-COUNT-ED.
011330     IF WS-REJECT-IS-OPEN
011340         MOVE SPACES TO REJECT-REPORT-RECORD
011350         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
011360         STRING "TOTAL REJECTS: " WS-REJECT-COUNT-ED
011370             " RUN " WS-RUN-NUMBER-ED
011380             DELIMITED BY SIZE INTO REJECT-REPORT-RECORD
011390         WRITE REJECT-REPORT-RECORD
011400         CLOSE REJECT-REPORT-FILE
011410     END-IF.
011420     MOVE "OK" TO WS-STATUS-TEXT.
011430     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
011440     STRING "MAINTENANCE DONE ADDS " WS-ADD-COUNT-ED
011450         " CHANGES " WS-CHANGE-COUNT-ED
011460         " TERMS " WS-TERM-COUNT-ED
011470         " REJECTS " WS-REJECT-COUNT-ED
011480         " HELD " WS-HELD-COUNT-ED
011490         " DUP HELD " WS-DUP-HELD-COUNT-ED
011500         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
011510     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
011520     MOVE "OK" TO WS-STATUS-TEXT.
011530     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
011540     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
011550     IF WS-AUDIT-IS-OPEN
011560         CLOSE AUDIT-LOG-FILE
011570     END-IF.
011580 8000-EXIT.
011590     EXIT.
011600
011610 7000-WRITE-HISTORY-RECORD.
011620******************************************************************
011630* Appends one versioned history record for the change just
011640* applied.  The file opens EXTEND on first use; an unopenable
011650* history file is reported but does not fail the maintenance --
011660* the master is already correct, only its history is short.
011670******************************************************************
011680     IF WS-SIMULATION
011690         GO TO 7000-EXIT
011700     END-IF.
011710     IF NOT WS-HISTORY-IS-OPEN
011720         OPEN EXTEND EMP-HISTORY-FILE
011730         IF WS-HISTORY-STATUS = "00"
011740             SET WS-HISTORY-IS-OPEN TO TRUE
011750         ELSE
011760             DISPLAY "EMPHIST OPEN FAILED, STATUS "
011770                 WS-HISTORY-STATUS
011780             GO TO 7000-EXIT
011790         END-IF
011800     END-IF.
011810     MOVE SPACES TO EMP-HISTORY-RECORD.
011820     MOVE EMPT-EMP-ID TO EH-EMP-ID.
011830     MOVE WS-TODAY-DATE TO EH-EFFECTIVE-CCYYMMDD.
011840     MOVE WS-RUN-NUMBER TO EH-RUN-NUMBER.
011850     MOVE WS-HISTORY-ACTION TO EH-ACTION.
011860     MOVE WS-HISTORY-IMAGE TO EH-IMAGE.
011870     WRITE EMP-HISTORY-RECORD.
011880 7000-EXIT.
011890     EXIT.
011900
011910 7100-QUEUE-PAYROLL-CHANGE.
011920******************************************************************
011930* Queues the change just applied for payroll, with the master's
011940* after-image, so PAYXMIT sends it on the next change feed and
011950* EMPLOAD holds off payroll's copy until payroll agrees with it.
011960* The queue opens EXTEND on first use.  Unlike the history, an
011970* unqueued change is a warning on the log: payroll will never
011980* hear of it unless someone re-keys it.
011990******************************************************************
012000     IF WS-SIMULATION
012010         GO TO 7100-EXIT
012020     END-IF.
012030     IF WS-QUEUE-FAILED
012040         GO TO 7150-NOT-QUEUED
012050     END-IF.
012060     IF NOT WS-QUEUE-IS-OPEN
012070         OPEN EXTEND PAY-CHANGE-QUEUE-FILE
012080         IF WS-QUEUE-STATUS = "00"
012090             SET WS-QUEUE-IS-OPEN TO TRUE
012100         ELSE
012110             DISPLAY "PAYCHGQ OPEN FAILED, STATUS "
012120                 WS-QUEUE-STATUS
012130             SET WS-QUEUE-FAILED TO TRUE
012140             GO TO 7150-NOT-QUEUED
012150         END-IF
012160     END-IF.
012170     MOVE SPACES TO PAY-CHANGE-QUEUE-RECORD.
012180     MOVE EMPT-EMP-ID TO PQ-EMP-ID.
012190     MOVE EMPT-ACTION TO PQ-ACTION.
012200     MOVE WS-RUN-NUMBER TO PQ-RUN-NUMBER.
012210     MOVE WS-TODAY-DATE TO PQ-CHANGE-CCYYMMDD.
012220     MOVE ZERO TO PQ-XMIT-SEQUENCE.
012230     MOVE EMP-MASTER-RECORD TO PQ-IMAGE.
012240     WRITE PAY-CHANGE-QUEUE-RECORD.
012250     ADD 1 TO WS-QUEUED-COUNT.
012260     GO TO 7100-EXIT.
012270 7150-NOT-QUEUED.
012280     MOVE "WARN" TO WS-STATUS-TEXT.
012290     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
012300     STRING "NOT QUEUED FOR PAYROLL " EMPT-ACTION " " EMPT-EMP-ID
012310         " - PAYCHGQ UNAVAILABLE"
012320         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
012330     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
012340 7100-EXIT.
012350     EXIT.
012360
012370 8600-APPEND-CONTROL-LEDGER.
012380******************************************************************
012390* One ledger record of this run's applied counts for the
012400* CTLVERFY master-movement seam: records-out carries the adds
012410* alone, since only adds move the master's record count.  An
012420* unopenable ledger is reported but does not fail the run; the
012430* verifier will flag the missing row.
012440******************************************************************
012450     IF WS-SIMULATION
012460         GO TO 8600-EXIT
012470     END-IF.
012480     OPEN EXTEND CONTROL-LEDGER-FILE.
012490     IF WS-LEDGER-STATUS NOT = "00"
012500         DISPLAY "CTLLEDG OPEN FAILED, STATUS "
012510             WS-LEDGER-STATUS
012520         GO TO 8600-EXIT
012530     END-IF.
012540     MOVE SPACES TO CONTROL-LEDGER-RECORD.
012550     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
012560     MOVE "EMPUPDT " TO CL-PROGRAM-ID.
012570     MOVE "EMPMAST " TO CL-INTERFACE.
012580     COMPUTE CL-RECORDS-IN = WS-ADD-COUNT + WS-CHANGE-COUNT
012590         + WS-TERM-COUNT.
012600     MOVE WS-ADD-COUNT TO CL-RECORDS-OUT.
012610     MOVE WS-REJECT-COUNT TO CL-RECORDS-REJECTED.
012620     MOVE ZERO TO CL-HASH-TOTAL.
012630     WRITE CONTROL-LEDGER-RECORD.
012640     CLOSE CONTROL-LEDGER-FILE.
012650 8600-EXIT.
012660     EXIT.
012670
012680 9000-WRITE-AUDIT-ENTRY.
012690******************************************************************
012700* Stamps and writes one audit record.  The caller sets
012710* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
012720* this paragraph.
012730******************************************************************
012740     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
012750     MOVE SPACES TO AUDIT-LOG-RECORD.
012760     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
012770     MOVE "EMPUPDT " TO AUDIT-PROGRAM-ID.
012780     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
012790     IF WS-SIMULATION
012800         MOVE "SIMULATE" TO AUDIT-USER-ID
012810     END-IF.
012820     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
012830     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
012840     IF WS-STATUS-TEXT = "OK"
012850         SET AUDIT-IS-INFO TO TRUE
012860     ELSE
012870         IF WS-STATUS-TEXT = "ERROR"
012880             SET AUDIT-IS-ERROR TO TRUE
012890         ELSE
012900             SET AUDIT-IS-WARNING TO TRUE
012910         END-IF
012920     END-IF.
012930     IF WS-AUDIT-IS-OPEN
012940         WRITE AUDIT-LOG-RECORD
012950     END-IF.
012960 9000-EXIT.
012970     EXIT.
012980
012990** add other procedures here
013000 END PROGRAM EMPUPDT.
