000150*                vanished) land on a warning report for internal
000160*                audit.  AUTHFILE was the last control file in
000170*                the shop still maintained by hand edits that
000180*                nothing recorded.  It also closes the quarterly
000190*                access recertification: each manager's returned
000200*                sign-off list drives the removals, and access on
000210*                a list not returned by its deadline is revoked.
000220* Tectonics:     cobc
000230*
000240* Modification History
000250* ---------------------
000260* 2026-09-02  DW   Original program, built on the EMPUPDT
000270*                  maintenance pattern.
000280* 2026-09-02  DW   Writes STEP START and STEP END audit records so
000290*                  the dashboard can show per-step elapsed time
000300*                  and trend the batch window.
000310* 2026-09-02  DW   Restart orchestration: records its completion
000320*                  (run number, step name, return code) on the
000330*                  SUITESTA suite state file and bypasses itself
000340*                  when a rerun of the same run number finds the
000350*                  step already complete.
000360* 2026-09-02  DW   An AUTHFILE bigger than the table is detected
000370*                  on load and the rewrite is refused RC 12 with
000380*                  an ERROR audit record, instead of silently
000390*                  deleting every row past the table max.
000400* 2026-10-15  DW   Simulation mode: SIMULATION in the report
000410*                  headings, and a simulated night edits and
000420*                  reports the transactions without rewriting
000430*                  AUTHFILE.
000440* 2026-10-15  DW   Option 9 (the RPTREPRT report reprint on MAIN-
000450*                  MENU) is now a legal grant.
000460* 2026-10-15  DW   Quarterly access recertification: applies the
000470*                  managers' returned RCRTRTN sign-off lists
000480*                  against the RCRTREG register that AUTHCERT
000490*                  opens each quarter end, revoking every option
000500*                  under review that was not marked keep, and
000510*                  revokes every option on an entry still open
000520*                  past its deadline. Certification by the
000530*                  employee or by anyone but the department
000540*                  manager is rejected.
000550* 2026-10-15  DW   The return code is held in WS-STEP-RC and set
000560*                  at GOBACK; the audit CALLs were clearing it
000570*                  before SUITESTA and the job saw it.
000580* 2026-10-15  DW   Batch runs take the business date from
000590*                  GETBDATE.
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000630 PROGRAM-ID. AUTHUPDT.
000640 ENVIRONMENT DIVISION.
000650*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000660 CONFIGURATION SECTION.
000670*-----------------------
000680 INPUT-OUTPUT SECTION.
000690*-----------------------
000700 FILE-CONTROL.
000710     SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-AUTH-STATUS.
000740     SELECT AUTH-TRANS-FILE ASSIGN TO "AUTHTRAN"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-TRANS-STATUS.
000770     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS EMP-ID
000810         FILE STATUS IS WS-EMPMAST-STATUS.
000820     SELECT REJECT-REPORT-FILE ASSIGN TO "AUTHUREJ"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-REJECT-STATUS.
000850     SELECT WARNING-REPORT-FILE ASSIGN TO "AUTHWARN"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-WARN-STATUS.
000880     SELECT RECERT-REGISTER-FILE ASSIGN TO "RCRTREG"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-REGISTER-STATUS.
000910     SELECT RECERT-RETURN-FILE ASSIGN TO "RCRTRTN"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-RETURN-STATUS.
000940     SELECT AUDIT-LOG-FILE ASSIGN TO "AUTHAUDT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-AUDIT-STATUS.
000970 DATA DIVISION.
000980*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000990 FILE SECTION.
001000*-----------------------
001010 FD  AUTH-FILE.
001020 01  AUTH-RECORD.
001030     05  AUTH-EMP-ID             PIC X(06).
001040     05  AUTH-OPTIONS            PIC X(08).
001050 FD  AUTH-TRANS-FILE.
001060 01  AUTH-TRANS-RECORD.
001070     05  AUTHT-ACTION            PIC X(01).
001080         88  AUTHT-IS-GRANT      VALUE 'G'.
001090         88  AUTHT-IS-REVOKE     VALUE 'R'.
001100     05  AUTHT-EMP-ID            PIC X(06).
001110     05  AUTHT-OPTION            PIC X(01).
001120         88  AUTHT-OPTION-LEGAL  VALUE '1' THRU '9'.
001130 FD  EMP-MASTER-FILE.
001140     COPY EMPMAST.
001150 FD  REJECT-REPORT-FILE.
001160 01  REJECT-REPORT-RECORD        PIC X(80).
001170 FD  WARNING-REPORT-FILE.
001180 01  WARNING-REPORT-RECORD       PIC X(80).
001190 FD  RECERT-REGISTER-FILE.
001200     COPY RCRTREG.
001210 FD  RECERT-RETURN-FILE.
001220 01  RECERT-RETURN-RECORD.
001230     05  CR-EMP-ID               PIC X(06).
001240     05  CR-KEEP-OPTIONS         PIC X(08).
001250     05  CR-CERTIFIED-BY         PIC X(06).
001260 FD  AUDIT-LOG-FILE.
001270     COPY AUDITLOG.
001280
001290 WORKING-STORAGE SECTION.
001300*-----------------------
001310 01  WS-AUTH-STATUS              PIC X(02).
001320 01  WS-TRANS-STATUS             PIC X(02).
001330 01  WS-TRANS-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001340     88  WS-TRANS-IS-OPEN        VALUE 'Y'.
001350 01  WS-EMPMAST-STATUS           PIC X(02).
001360 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001370     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
001380 01  WS-REJECT-STATUS            PIC X(02).
001390 01  WS-REJECT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001400     88  WS-REJECT-IS-OPEN       VALUE 'Y'.
001410 01  WS-WARN-STATUS              PIC X(02).
001420 01  WS-WARN-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001430     88  WS-WARN-IS-OPEN         VALUE 'Y'.
001440 01  WS-AUDIT-STATUS             PIC X(02).
001450 01  WS-AUDIT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001460     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001470 01  WS-REGISTER-STATUS          PIC X(02).
001480 01  WS-REGISTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
001490     88  WS-REGISTER-EOF         VALUE 'Y'.
001500 01  WS-REGISTER-LOADED-SWITCH   PIC X(01) VALUE 'N'.
001510     88  WS-REGISTER-LOADED      VALUE 'Y'.
001520 01  WS-REGISTER-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
001530     88  WS-REGISTER-OVERFLOWED  VALUE 'Y'.
001540 01  WS-REGISTER-CHANGED-SWITCH  PIC X(01) VALUE 'N'.
001550     88  WS-REGISTER-CHANGED     VALUE 'Y'.
001560 01  WS-RETURN-STATUS            PIC X(02).
001570 01  WS-RETURN-EOF-SWITCH        PIC X(01) VALUE 'N'.
001580     88  WS-RETURN-EOF           VALUE 'Y'.
001590 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001600 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001610 COPY RUNMODE.
001620 01  WS-SUITE-FUNCTION           PIC X(01).
001630 01  WS-SUITE-STEP-NAME          PIC X(08).
001640 01  WS-SUITE-RC                 PIC 9(04).
001650 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001660     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001670 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001680 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001690 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001700 01  WS-STATUS-TEXT              PIC X(20).
001710 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001720 COPY EOFSWTCH.
001730 01  WS-AUTH-EOF-SWITCH          PIC X(01) VALUE 'N'.
001740     88  WS-AUTH-EOF             VALUE 'Y'.
001750 01  WS-AUTH-OVERFLOW-SWITCH     PIC X(01) VALUE 'N'.
001760     88  WS-AUTH-OVERFLOWED      VALUE 'Y'.
001770 01  WS-AUTH-TABLE-MAX           PIC 9(03) COMP VALUE 50.
001780 01  WS-AUTH-USED                PIC 9(03) COMP VALUE ZERO.
001790 01  WS-AUTH-IX                  PIC 9(03) COMP VALUE ZERO.
001800 01  WS-AUTH-SLOT                PIC 9(03) COMP VALUE ZERO.
001810 01  WS-OPT-IX                   PIC 9(02) COMP VALUE ZERO.
001820 01  WS-FREE-IX                  PIC 9(02) COMP VALUE ZERO.
001830 01  WS-AUTH-ENTRY-TABLE.
001840     05  WS-AUTH-ENTRY OCCURS 50 TIMES.
001850         10  WS-AUTH-TBL-EMP-ID   PIC X(06).
001860         10  WS-AUTH-TBL-OPTIONS  PIC X(08).
001870         10  WS-AUTH-TBL-OPT-R REDEFINES WS-AUTH-TBL-OPTIONS.
001880             15  WS-AUTH-TBL-OPT OCCURS 8 TIMES
001890                                  PIC X(01).
001900 01  WS-LOOK-EMP-ID              PIC X(06).
001910 01  WS-TODAY                    PIC X(21).
001920 01  WS-TODAY-DATE-N REDEFINES WS-TODAY.
001930     05  WS-TODAY-DATE           PIC 9(08).
001940     05  FILLER                  PIC X(13).
001950*
001960* The recertification register as AUTHCERT leaves it: one entry
001970* per person per quarter, open until the manager's list comes
001980* back or the deadline passes.
001990*
002000 01  WS-REG-TABLE-MAX            PIC 9(03) COMP VALUE 200.
002010 01  WS-REG-USED                 PIC 9(03) COMP VALUE ZERO.
002020 01  WS-REG-IX                   PIC 9(03) COMP VALUE ZERO.
002030 01  WS-REG-SLOT                 PIC 9(03) COMP VALUE ZERO.
002040 01  WS-REG-TABLE.
002050     05  WS-REG-ENTRY OCCURS 200 TIMES.
002060         10  WS-RG-QUARTER-END   PIC 9(08).
002070         10  WS-RG-EMP-ID        PIC X(06).
002080         10  WS-RG-DEPT-CODE     PIC X(04).
002090         10  WS-RG-MANAGER-ID    PIC X(06).
002100         10  WS-RG-OPTIONS       PIC X(08).
002110         10  WS-RG-DEADLINE      PIC 9(08).
002120         10  WS-RG-STATUS        PIC X(01).
002130             88  WS-RG-IS-OPEN   VALUE 'O'.
002140         10  WS-RG-KEPT-OPTIONS  PIC X(08).
002150         10  WS-RG-CERTIFIED-BY  PIC X(06).
002160         10  WS-RG-ACTION-DATE   PIC 9(08).
002170         10  WS-RG-ACTION-RUN    PIC 9(05).
002180 01  WS-REVIEW-OPTIONS           PIC X(08).
002190 01  WS-KEEP-OPTIONS             PIC X(08).
002200 01  WS-OPTION-TALLY             PIC 9(02) COMP VALUE ZERO.
002210 01  WS-REMOVED-COUNT            PIC 9(02) COMP VALUE ZERO.
002220 01  WS-MASTER-FOUND-SWITCH      PIC X(01) VALUE 'N'.
002230     88  WS-MASTER-FOUND         VALUE 'Y'.
002240     88  WS-MASTER-NOT-FOUND     VALUE 'N'.
002250 01  WS-BEFORE-OPTIONS           PIC X(08).
002260 01  WS-REJECT-REASON            PIC X(30).
002270 01  WS-GRANT-COUNT              PIC 9(05) COMP VALUE ZERO.
002280 01  WS-REVOKE-COUNT             PIC 9(05) COMP VALUE ZERO.
002290 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
002300 01  WS-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
002310 01  WS-CERTIFIED-COUNT          PIC 9(05) COMP VALUE ZERO.
002320 01  WS-OVERDUE-COUNT            PIC 9(05) COMP VALUE ZERO.
002330 01  WS-GRANT-COUNT-ED           PIC ZZZZ9.
002340 01  WS-REVOKE-COUNT-ED          PIC ZZZZ9.
002350 01  WS-REJECT-COUNT-ED          PIC ZZZZ9.
002360 01  WS-WARNING-COUNT-ED         PIC ZZZZ9.
002370 01  WS-CERTIFIED-COUNT-ED       PIC ZZZZ9.
002380 01  WS-OVERDUE-COUNT-ED         PIC ZZZZ9.
002390 01  WS-REJECT-LINE.
002400     05  RJ-ACTION               PIC X(01).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  RJ-EMP-ID               PIC X(06).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  RJ-OPTION               PIC X(01).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  RJ-REASON               PIC X(30).
002470 01  WS-WARNING-LINE.
002480     05  WL-EMP-ID               PIC X(06).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  WL-OPTIONS              PIC X(08).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  WL-REASON               PIC X(30).
002530
002540*-----------------------
002550 LINKAGE SECTION.
002560*-----------------------
002570 01  LK-OPERATOR-ID              PIC X(08).
002580
002590*-----------------------
002600 PROCEDURE DIVISION USING LK-OPERATOR-ID.
002610*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002620 0000-MAINLINE.
002630******************************************************************
002640* Loads the authorization map, applies the grant/revoke
002650* transactions against it in storage, rewrites the map, then
002660* sweeps the surviving rows against the employee master for
002670* the inactive-employee warning report.  The recertification
002680* returns and the overdue revocations are applied after the
002690* transactions, and the register is rewritten only once the map
002700* has been -- a rerun then finds the same entries still open and
002710* applies them again.  A failed initialization rewrites nothing
002720* -- an unrelated open failure must never truncate every
002730* operator's authorizations.
002740******************************************************************
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
002770         UNTIL WS-EOF.
002780     IF WS-TRANS-IS-OPEN
002790         PERFORM 3000-APPLY-RECERTIFICATION THRU 3000-EXIT
002800         PERFORM 6000-REWRITE-AUTH-FILE THRU 6000-EXIT
002810         PERFORM 6500-REWRITE-REGISTER THRU 6500-EXIT
002820         PERFORM 7000-SWEEP-INACTIVE-ROWS THRU 7000-EXIT
002830     END-IF.
002840     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002850     MOVE 'R' TO WS-SUITE-FUNCTION.
002860     MOVE WS-STEP-RC TO WS-SUITE-RC.
002870     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
002880         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
002890     MOVE WS-STEP-RC TO RETURN-CODE.
002900     GOBACK.
002910
002920 1000-INITIALIZE.
002930     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
002940     MOVE "AUTHUPDT" TO WS-SUITE-STEP-NAME.
002950     MOVE 'C' TO WS-SUITE-FUNCTION.
002960     MOVE ZERO TO WS-SUITE-RC.
002970     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
002980         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
002990     IF WS-SUITE-STEP-DONE
003000         DISPLAY WS-SUITE-STEP-NAME
003010             " ALREADY COMPLETE THIS RUN - BYPASSED"
003020         GOBACK
003030     END-IF.
003040     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
003050         MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
003060     END-IF.
003070     OPEN EXTEND AUDIT-LOG-FILE.
003080     IF WS-AUDIT-STATUS = "00"
003090         SET WS-AUDIT-IS-OPEN TO TRUE
003100     END-IF.
003110     MOVE "OK" TO WS-STATUS-TEXT.
003120     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
003130     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003140     OPEN OUTPUT REJECT-REPORT-FILE.
003150     IF WS-REJECT-STATUS = "00"
003160         SET WS-REJECT-IS-OPEN TO TRUE
003170         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
003180         MOVE SPACES TO REJECT-REPORT-RECORD
003190         STRING "AUTHUPDT REJECT REPORT - RUN "
003200             WS-RUN-NUMBER-ED
003210             DELIMITED BY SIZE INTO REJECT-REPORT-RECORD
003220         IF WS-SIMULATION
003230             MOVE "*** SIMULATION ***"
003240                 TO REJECT-REPORT-RECORD (57:18)
003250         END-IF
003260         WRITE REJECT-REPORT-RECORD
003270         MOVE "A  EMP-ID  O  REJECT REASON"
003280             TO REJECT-REPORT-RECORD
003290         WRITE REJECT-REPORT-RECORD
003300     END-IF.
003310     OPEN OUTPUT WARNING-REPORT-FILE.
003320     IF WS-WARN-STATUS = "00"
003330         SET WS-WARN-IS-OPEN TO TRUE
003340         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
003350         MOVE SPACES TO WARNING-REPORT-RECORD
003360         STRING "AUTHUPDT AUTHORIZATION WARNINGS - RUN "
003370             WS-RUN-NUMBER-ED
003380             DELIMITED BY SIZE INTO WARNING-REPORT-RECORD
003390         IF WS-SIMULATION
003400             MOVE "*** SIMULATION ***"
003410                 TO WARNING-REPORT-RECORD (57:18)
003420         END-IF
003430         WRITE WARNING-REPORT-RECORD
003440         MOVE "EMP-ID  OPTIONS   WARNING"
003450             TO WARNING-REPORT-RECORD
003460         WRITE WARNING-REPORT-RECORD
003470     END-IF.
003480     OPEN INPUT EMP-MASTER-FILE.
003490     IF WS-EMPMAST-STATUS NOT = "00"
003500         DISPLAY "EMPMAST OPEN FAILED, STATUS "
003510             WS-EMPMAST-STATUS
003520         MOVE "ERROR" TO WS-STATUS-TEXT
003530         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003540         STRING "EMPMAST OPEN FAILED, STATUS "
003550             WS-EMPMAST-STATUS
003560             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003570         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003580         SET WS-EOF TO TRUE
003590         MOVE 12 TO WS-STEP-RC
003600         GO TO 1000-EXIT
003610     END-IF.
003620     SET WS-EMPMAST-IS-OPEN TO TRUE.
003630     IF ADDRESS OF LK-OPERATOR-ID = NULL
003640         CALL "GETBDATE" USING WS-TODAY
003650     ELSE
003660         CALL "TIMESTMP" USING WS-TODAY
003670     END-IF.
003680     PERFORM 1100-LOAD-AUTH-TABLE THRU 1100-EXIT.
003690     PERFORM 1300-LOAD-REGISTER THRU 1300-EXIT.
003700     OPEN INPUT AUTH-TRANS-FILE.
003710     IF WS-TRANS-STATUS NOT = "00"
003720         DISPLAY "AUTHTRAN OPEN FAILED, STATUS "
003730             WS-TRANS-STATUS
003740         MOVE "ERROR" TO WS-STATUS-TEXT
003750         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003760         STRING "AUTHTRAN OPEN FAILED, STATUS "
003770             WS-TRANS-STATUS
003780             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003790         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003800         SET WS-EOF TO TRUE
003810         MOVE 12 TO WS-STEP-RC
003820         GO TO 1000-EXIT
003830     END-IF.
003840     SET WS-TRANS-IS-OPEN TO TRUE.
003850     PERFORM 1200-READ-AUTH-TRANS THRU 1200-EXIT.
003860 1000-EXIT.
003870     EXIT.
003880
003890 1100-LOAD-AUTH-TABLE.
003900     OPEN INPUT AUTH-FILE.
003910     IF WS-AUTH-STATUS NOT = "00"
003920         DISPLAY "AUTHFILE OPEN FAILED, STATUS " WS-AUTH-STATUS
003930         GO TO 1100-EXIT
003940     END-IF.
003950     PERFORM 1150-LOAD-ONE-AUTH THRU 1150-EXIT
003960         UNTIL WS-AUTH-EOF
003970             OR WS-AUTH-OVERFLOWED.
003980     CLOSE AUTH-FILE.
003990 1100-EXIT.
004000     EXIT.
004010
004020 1150-LOAD-ONE-AUTH.
004030     READ AUTH-FILE
004040         AT END
004050             SET WS-AUTH-EOF TO TRUE
004060     END-READ.
004070     IF WS-AUTH-EOF
004080         GO TO 1150-EXIT
004090     END-IF.
004100     IF WS-AUTH-USED >= WS-AUTH-TABLE-MAX
004110         SET WS-AUTH-OVERFLOWED TO TRUE
004120         GO TO 1150-EXIT
004130     END-IF.
004140     ADD 1 TO WS-AUTH-USED.
004150     MOVE AUTH-EMP-ID TO WS-AUTH-TBL-EMP-ID (WS-AUTH-USED).
004160     MOVE AUTH-OPTIONS TO WS-AUTH-TBL-OPTIONS (WS-AUTH-USED).
004170 1150-EXIT.
004180     EXIT.
004190
004200 1300-LOAD-REGISTER.
004210******************************************************************
004220* No register means no recertification has been opened yet --
004230* nothing to apply and nothing to revoke.
004240******************************************************************
004250     OPEN INPUT RECERT-REGISTER-FILE.
004260     IF WS-REGISTER-STATUS NOT = "00"
004270         GO TO 1300-EXIT
004280     END-IF.
004290     SET WS-REGISTER-LOADED TO TRUE.
004300     PERFORM 1350-LOAD-ONE-ENTRY THRU 1350-EXIT
004310         UNTIL WS-REGISTER-EOF
004320             OR WS-REGISTER-OVERFLOWED.
004330     CLOSE RECERT-REGISTER-FILE.
004340 1300-EXIT.
004350     EXIT.
004360
004370 1350-LOAD-ONE-ENTRY.
004380     READ RECERT-REGISTER-FILE
004390         AT END
004400             SET WS-REGISTER-EOF TO TRUE
004410     END-READ.
004420     IF WS-REGISTER-EOF
004430         GO TO 1350-EXIT
004440     END-IF.
004450     IF WS-REG-USED >= WS-REG-TABLE-MAX
004460         SET WS-REGISTER-OVERFLOWED TO TRUE
004470         GO TO 1350-EXIT
004480     END-IF.
004490     ADD 1 TO WS-REG-USED.
004500     MOVE RG-QUARTER-END TO WS-RG-QUARTER-END (WS-REG-USED).
004510     MOVE RG-EMP-ID TO WS-RG-EMP-ID (WS-REG-USED).
004520     MOVE RG-DEPT-CODE TO WS-RG-DEPT-CODE (WS-REG-USED).
004530     MOVE RG-MANAGER-ID TO WS-RG-MANAGER-ID (WS-REG-USED).
004540     MOVE RG-OPTIONS TO WS-RG-OPTIONS (WS-REG-USED).
004550     MOVE RG-DEADLINE TO WS-RG-DEADLINE (WS-REG-USED).
004560     MOVE RG-STATUS TO WS-RG-STATUS (WS-REG-USED).
004570     MOVE RG-KEPT-OPTIONS TO WS-RG-KEPT-OPTIONS (WS-REG-USED).
004580     MOVE RG-CERTIFIED-BY TO WS-RG-CERTIFIED-BY (WS-REG-USED).
004590     MOVE RG-ACTION-DATE TO WS-RG-ACTION-DATE (WS-REG-USED).
004600     MOVE RG-ACTION-RUN TO WS-RG-ACTION-RUN (WS-REG-USED).
004610 1350-EXIT.
004620     EXIT.
004630
004640 1200-READ-AUTH-TRANS.
004650     READ AUTH-TRANS-FILE
004660         AT END
004670             SET WS-EOF TO TRUE
004680     END-READ.
004690 1200-EXIT.
004700     EXIT.
004710
004720 2000-APPLY-TRANSACTION.
004730******************************************************************
004740* One grant or revoke.  GRANT requires an active employee on
004750* the master and a legal option digit; REVOKE requires the row
004760* and the option to be held.  Anything else is a reject with
004770* its own report line and audit record.
004780******************************************************************
004790     EVALUATE TRUE
004800         WHEN AUTHT-IS-GRANT
004810             PERFORM 2100-GRANT-OPTION THRU 2100-EXIT
004820         WHEN AUTHT-IS-REVOKE
004830             PERFORM 2200-REVOKE-OPTION THRU 2200-EXIT
004840         WHEN OTHER
004850             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
004860             PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
004870     END-EVALUATE.
004880     PERFORM 1200-READ-AUTH-TRANS THRU 1200-EXIT.
004890 2000-EXIT.
004900     EXIT.
004910
004920 2100-GRANT-OPTION.
004930     MOVE AUTHT-EMP-ID TO WS-LOOK-EMP-ID.
004940     IF NOT AUTHT-OPTION-LEGAL
004950         MOVE "INVALID OPTION CHARACTER" TO WS-REJECT-REASON
004960         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
004970         GO TO 2100-EXIT
004980     END-IF.
004990     PERFORM 2700-LOOKUP-EMPLOYEE THRU 2700-EXIT.
005000     IF WS-MASTER-NOT-FOUND
005010         MOVE "EMP-ID NOT ON MASTER" TO WS-REJECT-REASON
005020         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
005030         GO TO 2100-EXIT
005040     END-IF.
005050     IF EMP-IS-INACTIVE
005060         MOVE "EMP-ID INACTIVE ON MASTER" TO WS-REJECT-REASON
005070         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
005080         GO TO 2100-EXIT
005090     END-IF.
005100     PERFORM 2800-FIND-AUTH-ROW THRU 2800-EXIT.
005110     IF WS-AUTH-SLOT = ZERO
005120         IF WS-AUTH-USED >= WS-AUTH-TABLE-MAX
005130             MOVE "AUTH TABLE FULL" TO WS-REJECT-REASON
005140             PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
005150             GO TO 2100-EXIT
005160         END-IF
005170         ADD 1 TO WS-AUTH-USED
005180         MOVE WS-AUTH-USED TO WS-AUTH-SLOT
005190         MOVE AUTHT-EMP-ID
005200             TO WS-AUTH-TBL-EMP-ID (WS-AUTH-SLOT)
005210         MOVE SPACES TO WS-AUTH-TBL-OPTIONS (WS-AUTH-SLOT)
005220     END-IF.
005230     MOVE WS-AUTH-TBL-OPTIONS (WS-AUTH-SLOT)
005240         TO WS-BEFORE-OPTIONS.
005250     PERFORM 2850-PLACE-OPTION-CHAR THRU 2850-EXIT.
005260     IF WS-FREE-IX = ZERO
005270         MOVE "NO FREE OPTION POSITION" TO WS-REJECT-REASON
005280         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
005290         GO TO 2100-EXIT
005300     END-IF.
005310     ADD 1 TO WS-GRANT-COUNT.
005320     PERFORM 2400-AUDIT-BEFORE-IMAGE THRU 2400-EXIT.
005330     PERFORM 2500-AUDIT-AFTER-IMAGE THRU 2500-EXIT.
005340 2100-EXIT.
005350     EXIT.
005360
005370 2200-REVOKE-OPTION.
005380     MOVE AUTHT-EMP-ID TO WS-LOOK-EMP-ID.
005390     PERFORM 2800-FIND-AUTH-ROW THRU 2800-EXIT.
005400     IF WS-AUTH-SLOT = ZERO
005410         MOVE "NO AUTH ROW FOR EMP-ID" TO WS-REJECT-REASON
005420         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
005430         GO TO 2200-EXIT
005440     END-IF.
005450     MOVE WS-AUTH-TBL-OPTIONS (WS-AUTH-SLOT)
005460         TO WS-BEFORE-OPTIONS.
005470     MOVE ZERO TO WS-FREE-IX.
005480     PERFORM 2250-CLEAR-OPTION-CHAR THRU 2250-EXIT
005490         VARYING WS-OPT-IX FROM 1 BY 1
005500         UNTIL WS-OPT-IX > 8.
005510     IF WS-FREE-IX = ZERO
005520         MOVE "OPTION NOT HELD" TO WS-REJECT-REASON
005530         PERFORM 2600-WRITE-REJECT-LINE THRU 2600-EXIT
005540         GO TO 2200-EXIT
005550     END-IF.
005560     ADD 1 TO WS-REVOKE-COUNT.
005570     PERFORM 2400-AUDIT-BEFORE-IMAGE THRU 2400-EXIT.
005580     PERFORM 2500-AUDIT-AFTER-IMAGE THRU 2500-EXIT.
005590 2200-EXIT.
005600     EXIT.
005610
005620 2250-CLEAR-OPTION-CHAR.
005630     IF WS-AUTH-TBL-OPT (WS-AUTH-SLOT WS-OPT-IX)
005640             = AUTHT-OPTION
005650         MOVE SPACE TO WS-AUTH-TBL-OPT (WS-AUTH-SLOT WS-OPT-IX)
005660         MOVE WS-OPT-IX TO WS-FREE-IX
005670     END-IF.
005680 2250-EXIT.
005690     EXIT.
005700
005710 2400-AUDIT-BEFORE-IMAGE.
005720     MOVE "OK" TO WS-STATUS-TEXT.
005730     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
005740     STRING "BEFORE " WS-LOOK-EMP-ID " " WS-BEFORE-OPTIONS
005750         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
005760     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005770 2400-EXIT.
005780     EXIT.
005790
005800 2500-AUDIT-AFTER-IMAGE.
005810     MOVE "OK" TO WS-STATUS-TEXT.
005820     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
005830     STRING "AFTER  " WS-LOOK-EMP-ID " "
005840         WS-AUTH-TBL-OPTIONS (WS-AUTH-SLOT)
005850         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
005860     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005870 2500-EXIT.
005880     EXIT.
005890
005900 2600-WRITE-REJECT-LINE.
005910******************************************************************
005920* One rejected authorization transaction: a line on the reject
005930* report for the submitter, plus a warning audit record so the
005940* rejection itself is on the permanent log.
005950******************************************************************
005960     ADD 1 TO WS-REJECT-COUNT.
005970     MOVE SPACES TO WS-REJECT-LINE.
005980     MOVE AUTHT-ACTION TO RJ-ACTION.
005990     MOVE AUTHT-EMP-ID TO RJ-EMP-ID.
006000     MOVE AUTHT-OPTION TO RJ-OPTION.
006010     MOVE WS-REJECT-REASON TO RJ-REASON.
006020     IF WS-REJECT-IS-OPEN
006030         MOVE WS-REJECT-LINE TO REJECT-REPORT-RECORD
006040         WRITE REJECT-REPORT-RECORD
006050     END-IF.
006060     MOVE "WARN" TO WS-STATUS-TEXT.
006070     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
006080     STRING "REJECT " AUTHT-ACTION " " AUTHT-EMP-ID " "
006090         AUTHT-OPTION " " WS-REJECT-REASON
006100         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
006110     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
006120 2600-EXIT.
006130     EXIT.
006140
006150 2700-LOOKUP-EMPLOYEE.
006160     MOVE AUTHT-EMP-ID TO EMP-ID.
006170     SET WS-MASTER-NOT-FOUND TO TRUE.
006180     READ EMP-MASTER-FILE
006190         INVALID KEY
006200             CONTINUE
006210         NOT INVALID KEY
006220             SET WS-MASTER-FOUND TO TRUE
006230     END-READ.
006240 2700-EXIT.
006250     EXIT.
006260
006270 2800-FIND-AUTH-ROW.
006280     MOVE ZERO TO WS-AUTH-SLOT.
006290     PERFORM 2810-MATCH-ONE-ROW THRU 2810-EXIT
006300         VARYING WS-AUTH-IX FROM 1 BY 1
006310         UNTIL WS-AUTH-IX > WS-AUTH-USED
006320             OR WS-AUTH-SLOT > ZERO.
006330 2800-EXIT.
006340     EXIT.
006350
006360 2810-MATCH-ONE-ROW.
006370     IF WS-AUTH-TBL-EMP-ID (WS-AUTH-IX) = WS-LOOK-EMP-ID
006380         MOVE WS-AUTH-IX TO WS-AUTH-SLOT
006390     END-IF.
006400 2810-EXIT.
006410     EXIT.
006420
006430 2850-PLACE-OPTION-CHAR.
006440******************************************************************
006450* Places the granted option digit in the row's first free
006460* position.  An option already held counts as placed -- a
006470* repeated grant is harmless, not a reject.
006480******************************************************************
006490     MOVE ZERO TO WS-FREE-IX.
006500     PERFORM 2860-SCAN-ONE-POSITION THRU 2860-EXIT
006510         VARYING WS-OPT-IX FROM 1 BY 1
006520         UNTIL WS-OPT-IX > 8.
006530     IF WS-FREE-IX > ZERO
006540         MOVE AUTHT-OPTION
006550             TO WS-AUTH-TBL-OPT (WS-AUTH-SLOT WS-FREE-IX)
006560     END-IF.
006570 2850-EXIT.
006580     EXIT.
006590
006600 2860-SCAN-ONE-POSITION.
006610     IF WS-AUTH-TBL-OPT (WS-AUTH-SLOT WS-OPT-IX)
006620             = AUTHT-OPTION
006630         MOVE WS-OPT-IX TO WS-FREE-IX
006640         MOVE 9 TO WS-OPT-IX
006650         GO TO 2860-EXIT
006660     END-IF.
006670     IF WS-FREE-IX = ZERO
006680         AND WS-AUTH-TBL-OPT (WS-AUTH-SLOT WS-OPT-IX) = SPACE
006690         MOVE WS-OPT-IX TO WS-FREE-IX
006700     END-IF.
006710 2860-EXIT.
006720     EXIT.
006730
006740 3000-APPLY-RECERTIFICATION.
006750******************************************************************
006760* Applies the managers' returned sign-off lists, then revokes the
006770* access on every entry still open past its deadline.  A register
006780* bigger than the table is left alone entirely -- entries past the
006790* table max would be lost on the rewrite.
006800******************************************************************
006810     IF NOT WS-REGISTER-LOADED
006820         GO TO 3000-EXIT
006830     END-IF.
006840     IF WS-REGISTER-OVERFLOWED
006850         DISPLAY "RCRTREG EXCEEDS TABLE - RECERTIFICATION SKIPPED"
006860         MOVE "ERROR" TO WS-STATUS-TEXT
006870         MOVE "RCRTREG EXCEEDS TABLE - RECERT NOT APPLIED"
006880             TO WS-AUDIT-MESSAGE-TEXT
006890         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006900         MOVE 12 TO WS-STEP-RC
006910         GO TO 3000-EXIT
006920     END-IF.
006930     OPEN INPUT RECERT-RETURN-FILE.
006940     IF WS-RETURN-STATUS = "00"
006950         PERFORM 3100-APPLY-ONE-RETURN THRU 3100-EXIT
006960             UNTIL WS-RETURN-EOF
006970         CLOSE RECERT-RETURN-FILE
006980     END-IF.
006990     PERFORM 3500-CHECK-ONE-DEADLINE THRU 3500-EXIT
007000         VARYING WS-REG-IX FROM 1 BY 1
007010         UNTIL WS-REG-IX > WS-REG-USED.
007020 3000-EXIT.
007030     EXIT.
007040
007050 3100-APPLY-ONE-RETURN.
007060******************************************************************
007070* One returned line: the person, the options the manager marked
007080* keep, and who signed.  The signature must be the department
007090* manager the entry was sent to; where the department has no
007100* manager on file, or the person is the manager, anyone but the
007110* person may sign.  Every option under review that was not kept
007120* comes off the row.
007130******************************************************************
007140     READ RECERT-RETURN-FILE
007150         AT END
007160             SET WS-RETURN-EOF TO TRUE
007170     END-READ.
007180     IF WS-RETURN-EOF
007190         GO TO 3100-EXIT
007200     END-IF.
007210     MOVE CR-EMP-ID TO WS-LOOK-EMP-ID.
007220     MOVE ZERO TO WS-REG-SLOT.
007230     PERFORM 3150-MATCH-OPEN-ENTRY THRU 3150-EXIT
007240         VARYING WS-REG-IX FROM 1 BY 1
007250         UNTIL WS-REG-IX > WS-REG-USED
007260             OR WS-REG-SLOT > ZERO.
007270     EVALUATE TRUE
007280         WHEN WS-REG-SLOT = ZERO
007290             MOVE "NO OPEN RECERTIFICATION" TO WS-REJECT-REASON
007300         WHEN CR-CERTIFIED-BY = SPACES
007310             MOVE "RETURN NOT SIGNED" TO WS-REJECT-REASON
007320         WHEN CR-CERTIFIED-BY = CR-EMP-ID
007330             MOVE "SELF-CERTIFICATION NOT ALLOWED"
007340                 TO WS-REJECT-REASON
007350         WHEN WS-RG-MANAGER-ID (WS-REG-SLOT) NOT = SPACES
007360             AND WS-RG-MANAGER-ID (WS-REG-SLOT) NOT = CR-EMP-ID
007370             AND CR-CERTIFIED-BY
007380                 NOT = WS-RG-MANAGER-ID (WS-REG-SLOT)
007390             MOVE "SIGNER NOT THE DEPT MANAGER"
007400                 TO WS-REJECT-REASON
007410         WHEN OTHER
007420             MOVE SPACES TO WS-REJECT-REASON
007430     END-EVALUATE.
007440     IF WS-REJECT-REASON NOT = SPACES
007450         PERFORM 3900-WRITE-RETURN-REJECT THRU 3900-EXIT
007460         GO TO 3100-EXIT
007470     END-IF.
007480     MOVE WS-RG-OPTIONS (WS-REG-SLOT) TO WS-REVIEW-OPTIONS.
007490     MOVE CR-KEEP-OPTIONS TO WS-KEEP-OPTIONS.
007500     PERFORM 3700-REMOVE-REVIEWED-OPTIONS THRU 3700-EXIT.
007510     ADD 1 TO WS-CERTIFIED-COUNT.
007520     SET WS-REGISTER-CHANGED TO TRUE.
007530     MOVE 'C' TO WS-RG-STATUS (WS-REG-SLOT).
007540     MOVE CR-KEEP-OPTIONS TO WS-RG-KEPT-OPTIONS (WS-REG-SLOT).
007550     MOVE CR-CERTIFIED-BY TO WS-RG-CERTIFIED-BY (WS-REG-SLOT).
007560     MOVE WS-TODAY-DATE TO WS-RG-ACTION-DATE (WS-REG-SLOT).
007570     MOVE WS-RUN-NUMBER TO WS-RG-ACTION-RUN (WS-REG-SLOT).
007580     MOVE "OK" TO WS-STATUS-TEXT.
007590     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
007600     STRING "RECERTIFIED " CR-EMP-ID " BY " CR-CERTIFIED-BY
007610         " KEPT " CR-KEEP-OPTIONS
007620         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
007630     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
007640 3100-EXIT.
007650     EXIT.
007660
007670 3150-MATCH-OPEN-ENTRY.
007680     IF WS-RG-EMP-ID (WS-REG-IX) = WS-LOOK-EMP-ID
007690         AND WS-RG-IS-OPEN (WS-REG-IX)
007700         MOVE WS-REG-IX TO WS-REG-SLOT
007710     END-IF.
007720 3150-EXIT.
007730     EXIT.
007740
007750 3500-CHECK-ONE-DEADLINE.
007760******************************************************************
007770* An entry still open the day after its deadline loses every
007780* option it was opened with: one line on the warning report and
007790* a WARN audit record, besides the before/after images.
007800******************************************************************
007810     IF NOT WS-RG-IS-OPEN (WS-REG-IX)
007820         OR WS-RG-DEADLINE (WS-REG-IX) NOT < WS-TODAY-DATE
007830         GO TO 3500-EXIT
007840     END-IF.
007850     MOVE WS-RG-EMP-ID (WS-REG-IX) TO WS-LOOK-EMP-ID.
007860     MOVE WS-RG-OPTIONS (WS-REG-IX) TO WS-REVIEW-OPTIONS.
007870     MOVE SPACES TO WS-KEEP-OPTIONS.
007880     PERFORM 3700-REMOVE-REVIEWED-OPTIONS THRU 3700-EXIT.
007890     ADD 1 TO WS-OVERDUE-COUNT.
007900     SET WS-REGISTER-CHANGED TO TRUE.
007910     MOVE 'R' TO WS-RG-STATUS (WS-REG-IX).
007920     MOVE SPACES TO WS-RG-KEPT-OPTIONS (WS-REG-IX).
007930     MOVE SPACES TO WS-RG-CERTIFIED-BY (WS-REG-IX).
007940     MOVE WS-TODAY-DATE TO WS-RG-ACTION-DATE (WS-REG-IX).
007950     MOVE WS-RUN-NUMBER TO WS-RG-ACTION-RUN (WS-REG-IX).
007960     ADD 1 TO WS-WARNING-COUNT.
007970     MOVE SPACES TO WS-WARNING-LINE.
007980     MOVE WS-RG-EMP-ID (WS-REG-IX) TO WL-EMP-ID.
007990     MOVE WS-RG-OPTIONS (WS-REG-IX) TO WL-OPTIONS.
008000     MOVE "RECERT OVERDUE - REVOKED" TO WL-REASON.
008010     IF WS-WARN-IS-OPEN
008020         MOVE WS-WARNING-LINE TO WARNING-REPORT-RECORD
008030         WRITE WARNING-REPORT-RECORD
008040     END-IF.
008050     MOVE "WARN" TO WS-STATUS-TEXT.
008060     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
008070     STRING "AUTH ROW " WL-EMP-ID " " WL-REASON " DUE "
008080         WS-RG-DEADLINE (WS-REG-IX)
008090         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
008100     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
008110 3500-EXIT.
008120     EXIT.
008130
008140 3700-REMOVE-REVIEWED-OPTIONS.
008150******************************************************************
008160* Takes off WS-LOOK-EMP-ID's row every option that is in
008170* WS-REVIEW-OPTIONS but not in WS-KEEP-OPTIONS.  Options granted
008180* since the review opened are not under review and stay.  A
008190* person with no row left (suspended as dormant, say) has nothing
008200* to take off.
008210******************************************************************
008220     PERFORM 2800-FIND-AUTH-ROW THRU 2800-EXIT.
008230     IF WS-AUTH-SLOT = ZERO
008240         GO TO 3700-EXIT
008250     END-IF.
008260     MOVE WS-AUTH-TBL-OPTIONS (WS-AUTH-SLOT) TO WS-BEFORE-OPTIONS.
008270     MOVE ZERO TO WS-REMOVED-COUNT.
008280     PERFORM 3750-CHECK-ONE-POSITION THRU 3750-EXIT
008290         VARYING WS-OPT-IX FROM 1 BY 1
008300         UNTIL WS-OPT-IX > 8.
008310     IF WS-REMOVED-COUNT > ZERO
008320         ADD WS-REMOVED-COUNT TO WS-REVOKE-COUNT
008330         PERFORM 2400-AUDIT-BEFORE-IMAGE THRU 2400-EXIT
008340         PERFORM 2500-AUDIT-AFTER-IMAGE THRU 2500-EXIT
008350     END-IF.
008360 3700-EXIT.
008370     EXIT.
008380
008390 3750-CHECK-ONE-POSITION.
008400     IF WS-AUTH-TBL-OPT (WS-AUTH-SLOT WS-OPT-IX) = SPACE
008410         GO TO 3750-EXIT
008420     END-IF.
008430     MOVE ZERO TO WS-OPTION-TALLY.
008440     INSPECT WS-REVIEW-OPTIONS TALLYING WS-OPTION-TALLY
008450         FOR ALL WS-AUTH-TBL-OPT (WS-AUTH-SLOT WS-OPT-IX).
008460     IF WS-OPTION-TALLY = ZERO
008470         GO TO 3750-EXIT
008480     END-IF.
008490     MOVE ZERO TO WS-OPTION-TALLY.
008500     INSPECT WS-KEEP-OPTIONS TALLYING WS-OPTION-TALLY
008510         FOR ALL WS-AUTH-TBL-OPT (WS-AUTH-SLOT WS-OPT-IX).
008520     IF WS-OPTION-TALLY > ZERO
008530         GO TO 3750-EXIT
008540     END-IF.
008550     MOVE SPACE TO WS-AUTH-TBL-OPT (WS-AUTH-SLOT WS-OPT-IX).
008560     ADD 1 TO WS-REMOVED-COUNT.
008570 3750-EXIT.
008580     EXIT.
008590
008600 3900-WRITE-RETURN-REJECT.
008610******************************************************************
008620* A returned line that cannot be applied goes on the reject
008630* report with action code C, the entry stays open, and the
008640* deadline still applies.
008650******************************************************************
008660     ADD 1 TO WS-REJECT-COUNT.
008670     MOVE SPACES TO WS-REJECT-LINE.
008680     MOVE 'C' TO RJ-ACTION.
008690     MOVE CR-EMP-ID TO RJ-EMP-ID.
008700     MOVE WS-REJECT-REASON TO RJ-REASON.
008710     IF WS-REJECT-IS-OPEN
008720         MOVE WS-REJECT-LINE TO REJECT-REPORT-RECORD
008730         WRITE REJECT-REPORT-RECORD
008740     END-IF.
008750     MOVE "WARN" TO WS-STATUS-TEXT.
008760     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
008770     STRING "REJECT C " CR-EMP-ID " SIGNED " CR-CERTIFIED-BY " "
008780         WS-REJECT-REASON
008790         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
008800     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
008810 3900-EXIT.
008820     EXIT.
008830
008840
008850 6000-REWRITE-AUTH-FILE.
008860******************************************************************
008870* Writes the updated map back.  A row whose options went all
008880* blank is dropped -- an employee entitled to nothing needs no
008890* row, and refusal is the safe default for a missing row.  An
008900* authorization file bigger than the table is never rewritten:
008910* that would silently delete every row past the table max.
008920******************************************************************
008930     IF WS-SIMULATION
008940         GO TO 6000-EXIT
008950     END-IF.
008960     IF WS-AUTH-OVERFLOWED
008970         DISPLAY "AUTHFILE EXCEEDS TABLE - REWRITE SKIPPED"
008980         MOVE "ERROR" TO WS-STATUS-TEXT
008990         MOVE "AUTHFILE EXCEEDS TABLE - NOT REWRITTEN"
009000             TO WS-AUDIT-MESSAGE-TEXT
009010         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
009020         MOVE 12 TO WS-STEP-RC
009030         GO TO 6000-EXIT
009040     END-IF.
009050     OPEN OUTPUT AUTH-FILE.
009060     IF WS-AUTH-STATUS NOT = "00"
009070         DISPLAY "AUTHFILE REWRITE FAILED, STATUS "
009080             WS-AUTH-STATUS
009090         MOVE "ERROR" TO WS-STATUS-TEXT
009100         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
009110         STRING "AUTHFILE REWRITE FAILED, STATUS "
009120             WS-AUTH-STATUS
009130             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
009140         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
009150         MOVE 12 TO WS-STEP-RC
009160         GO TO 6000-EXIT
009170     END-IF.
009180     PERFORM 6100-WRITE-ONE-ROW THRU 6100-EXIT
009190         VARYING WS-AUTH-IX FROM 1 BY 1
009200         UNTIL WS-AUTH-IX > WS-AUTH-USED.
009210     CLOSE AUTH-FILE.
009220 6000-EXIT.
009230     EXIT.
009240
009250 6100-WRITE-ONE-ROW.
009260     IF WS-AUTH-TBL-OPTIONS (WS-AUTH-IX) = SPACES
009270         GO TO 6100-EXIT
009280     END-IF.
009290     MOVE SPACES TO AUTH-RECORD.
009300     MOVE WS-AUTH-TBL-EMP-ID (WS-AUTH-IX) TO AUTH-EMP-ID.
009310     MOVE WS-AUTH-TBL-OPTIONS (WS-AUTH-IX) TO AUTH-OPTIONS.
009320     WRITE AUTH-RECORD.
009330 6100-EXIT.
009340     EXIT.
009350
009360 6500-REWRITE-REGISTER.
009370******************************************************************
009380* Only a register something was applied to is rewritten, and
009390* only after the map itself was: with the map not rewritten the
009400* entries stay open to be applied again on the rerun.
009410******************************************************************
009420     IF WS-SIMULATION
009430         OR NOT WS-REGISTER-CHANGED
009440         OR WS-STEP-RC >= 12
009450         GO TO 6500-EXIT
009460     END-IF.
009470     OPEN OUTPUT RECERT-REGISTER-FILE.
009480     IF WS-REGISTER-STATUS NOT = "00"
009490         DISPLAY "RCRTREG REWRITE FAILED, STATUS "
009500             WS-REGISTER-STATUS
009510         MOVE "ERROR" TO WS-STATUS-TEXT
009520         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
009530         STRING "RCRTREG REWRITE FAILED, STATUS "
009540             WS-REGISTER-STATUS
009550             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
009560         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
009570         MOVE 12 TO WS-STEP-RC
009580         GO TO 6500-EXIT
009590     END-IF.
009600     PERFORM 6550-WRITE-ONE-ENTRY THRU 6550-EXIT
009610         VARYING WS-REG-IX FROM 1 BY 1
009620         UNTIL WS-REG-IX > WS-REG-USED.
009630     CLOSE RECERT-REGISTER-FILE.
009640 6500-EXIT.
009650     EXIT.
009660
009670 6550-WRITE-ONE-ENTRY.
009680     MOVE SPACES TO RECERT-REGISTER-RECORD.
009690     MOVE WS-RG-QUARTER-END (WS-REG-IX) TO RG-QUARTER-END.
009700     MOVE WS-RG-EMP-ID (WS-REG-IX) TO RG-EMP-ID.
009710     MOVE WS-RG-DEPT-CODE (WS-REG-IX) TO RG-DEPT-CODE.
009720     MOVE WS-RG-MANAGER-ID (WS-REG-IX) TO RG-MANAGER-ID.
009730     MOVE WS-RG-OPTIONS (WS-REG-IX) TO RG-OPTIONS.
009740     MOVE WS-RG-DEADLINE (WS-REG-IX) TO RG-DEADLINE.
009750     MOVE WS-RG-STATUS (WS-REG-IX) TO RG-STATUS.
009760     MOVE WS-RG-KEPT-OPTIONS (WS-REG-IX) TO RG-KEPT-OPTIONS.
009770     MOVE WS-RG-CERTIFIED-BY (WS-REG-IX) TO RG-CERTIFIED-BY.
009780     MOVE WS-RG-ACTION-DATE (WS-REG-IX) TO RG-ACTION-DATE.
009790     MOVE WS-RG-ACTION-RUN (WS-REG-IX) TO RG-ACTION-RUN.
009800     WRITE RECERT-REGISTER-RECORD.
009810 6550-EXIT.
009820     EXIT.
009830
009840 7000-SWEEP-INACTIVE-ROWS.
009850******************************************************************
009860* Checks every surviving authorization row against the master:
009870* an employee who has gone inactive, or vanished from the
009880* master entirely, still holding menu options is exactly what
009890* internal audit flagged -- one warning report line and one
009900* WARN audit record each.
009910******************************************************************
009920     IF NOT WS-EMPMAST-IS-OPEN
009930         GO TO 7000-EXIT
009940     END-IF.
009950     PERFORM 7100-SWEEP-ONE-ROW THRU 7100-EXIT
009960         VARYING WS-AUTH-IX FROM 1 BY 1
009970         UNTIL WS-AUTH-IX > WS-AUTH-USED.
009980 7000-EXIT.
009990     EXIT.
010000
010010 7100-SWEEP-ONE-ROW.
010020     IF WS-AUTH-TBL-OPTIONS (WS-AUTH-IX) = SPACES
010030         GO TO 7100-EXIT
010040     END-IF.
010050     MOVE WS-AUTH-TBL-EMP-ID (WS-AUTH-IX) TO EMP-ID.
010060     SET WS-MASTER-NOT-FOUND TO TRUE.
010070     READ EMP-MASTER-FILE
010080         INVALID KEY
010090             CONTINUE
010100         NOT INVALID KEY
010110             SET WS-MASTER-FOUND TO TRUE
010120     END-READ.
010130     IF WS-MASTER-FOUND AND EMP-IS-ACTIVE
010140         GO TO 7100-EXIT
010150     END-IF.
010160     ADD 1 TO WS-WARNING-COUNT.
010170     MOVE SPACES TO WS-WARNING-LINE.
010180     MOVE WS-AUTH-TBL-EMP-ID (WS-AUTH-IX) TO WL-EMP-ID.
010190     MOVE WS-AUTH-TBL-OPTIONS (WS-AUTH-IX) TO WL-OPTIONS.
010200     IF WS-MASTER-FOUND
010210         MOVE "EMPLOYEE INACTIVE" TO WL-REASON
010220     ELSE
010230         MOVE "EMPLOYEE NOT ON MASTER" TO WL-REASON
010240     END-IF.
010250     IF WS-WARN-IS-OPEN
010260         MOVE WS-WARNING-LINE TO WARNING-REPORT-RECORD
010270         WRITE WARNING-REPORT-RECORD
010280     END-IF.
010290     MOVE "WARN" TO WS-STATUS-TEXT.
010300     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
010310     STRING "AUTH ROW " WL-EMP-ID " " WL-REASON
010320         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
010330     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
010340 7100-EXIT.
010350     EXIT.
010360
010370 8000-FINALIZE.
010380     IF WS-EMPMAST-IS-OPEN
010390         CLOSE EMP-MASTER-FILE
010400     END-IF.
010410     IF WS-TRANS-IS-OPEN
010420         CLOSE AUTH-TRANS-FILE
010430     END-IF.
010440     MOVE WS-GRANT-COUNT TO WS-GRANT-COUNT-ED.
010450     MOVE WS-REVOKE-COUNT TO WS-REVOKE-COUNT-ED.
010460     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED.
010470     MOVE WS-WARNING-COUNT TO WS-WARNING-COUNT-ED.
010480     DISPLAY "Grants applied  : " WS-GRANT-COUNT-ED.
010490     DISPLAY "Revokes applied : " WS-REVOKE-COUNT-ED.
010500     DISPLAY "Rejects         : " WS-REJECT-COUNT-ED.
010510     DISPLAY "Warnings        : " WS-WARNING-COUNT-ED.
010520     MOVE WS-CERTIFIED-COUNT TO WS-CERTIFIED-COUNT-ED.
010530     MOVE WS-OVERDUE-COUNT TO WS-OVERDUE-COUNT-ED.
010540     DISPLAY "Recertified     : " WS-CERTIFIED-COUNT-ED.
010550     DISPLAY "Overdue revoked : " WS-OVERDUE-COUNT-ED.
010560     IF WS-REJECT-IS-OPEN
010570         MOVE SPACES TO REJECT-REPORT-RECORD
010580         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
010590         STRING "TOTAL REJECTS: " WS-REJECT-COUNT-ED
010600             " RUN " WS-RUN-NUMBER-ED
010610             DELIMITED BY SIZE INTO REJECT-REPORT-RECORD
010620         WRITE REJECT-REPORT-RECORD
010630         CLOSE REJECT-REPORT-FILE
010640     END-IF.
010650     IF WS-WARN-IS-OPEN
010660         MOVE SPACES TO WARNING-REPORT-RECORD
010670         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
010680         STRING "TOTAL WARNINGS: " WS-WARNING-COUNT-ED
010690             " RUN " WS-RUN-NUMBER-ED
010700             DELIMITED BY SIZE INTO WARNING-REPORT-RECORD
010710         WRITE WARNING-REPORT-RECORD
010720         CLOSE WARNING-REPORT-FILE
010730     END-IF.
010740     MOVE "OK" TO WS-STATUS-TEXT.
010750     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
010760     STRING "AUTH MAINT DONE GRANTS " WS-GRANT-COUNT-ED
010770         " REVOKES " WS-REVOKE-COUNT-ED
010780         " REJECTS " WS-REJECT-COUNT-ED
010790         " WARNINGS " WS-WARNING-COUNT-ED
010800         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
010810     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
010820     IF WS-REGISTER-LOADED
010830         MOVE "OK" TO WS-STATUS-TEXT
010840         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
010850         STRING "RECERT DONE CERTIFIED " WS-CERTIFIED-COUNT-ED
010860             " OVERDUE REVOKED " WS-OVERDUE-COUNT-ED
010870             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
010880         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
010890     END-IF.
010900     MOVE "OK" TO WS-STATUS-TEXT.
010910     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
010920     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
010930     IF WS-AUDIT-IS-OPEN
010940         CLOSE AUDIT-LOG-FILE
010950     END-IF.
010960 8000-EXIT.
010970     EXIT.
010980
010990 9000-WRITE-AUDIT-ENTRY.
011000******************************************************************
011010* Stamps and writes one audit record.  The caller sets
011020* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
011030* this paragraph.
011040******************************************************************
011050     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
011060     MOVE SPACES TO AUDIT-LOG-RECORD.
011070     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
011080     MOVE "AUTHUPDT" TO AUDIT-PROGRAM-ID.
011090     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
011100     IF WS-SIMULATION
011110         MOVE "SIMULATE" TO AUDIT-USER-ID
011120     END-IF.
011130     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
011140     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
011150     IF WS-STATUS-TEXT = "OK"
011160         SET AUDIT-IS-INFO TO TRUE
011170     ELSE
011180         IF WS-STATUS-TEXT = "ERROR"
011190             SET AUDIT-IS-ERROR TO TRUE
011200         ELSE
011210             SET AUDIT-IS-WARNING TO TRUE
011220         END-IF
011230     END-IF.
011240     IF WS-AUDIT-IS-OPEN
011250         WRITE AUDIT-LOG-RECORD
011260     END-IF.
011270 9000-EXIT.
011280     EXIT.
011290
011300** add other procedures here
011310 END PROGRAM AUTHUPDT.
