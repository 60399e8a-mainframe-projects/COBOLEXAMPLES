000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Nightly leave-balance ledger.  Keeps one
000060*                LEAVEBAL balance record per employee, built on
000070*                the SENIORTY entitlement extract: each night
000080*                every active employee on SENEXTR accrues the
000090*                share of their days-per-year earned since the
000100*                last posting, and the leave taken on LEAVETRN is
000110*                debited after it is validated against the
000120*                employee master (active employees only) and the
000130*                shop calendar (business days only).  A debit
000140*                that would take a balance below zero is refused,
000150*                never posted.  At the year boundary the balance
000160*                carried into the new leave year is capped at the
000170*                ACCRURLS carry-over cap for the employee's
000180*                service band and the excess is forfeited.
000190*                Prints a per-department balance statement
000200*                (LVSTMT) and an exception list (LVEXCP) of
000210*                refused requests, year-end forfeits, and
000220*                employees whose balance is over their cap.
000230* Tectonics:     cobc
000240*
000250* Modification History
000260* ---------------------
000270* 2026-10-15  DW   Original program.
000280* 2026-10-15  DW   The calendar's 'Y' year-end date is a business
000290*                  day here too.
000300* 2026-10-15  DW   Simulation mode: SIMULATION in the statement
000310*                  and exception headings.  A simulated night
000320*                  opens LEAVEBAL for input only and counts the
000330*                  balances it would open, accrue and post without
000340*                  rewriting any of them.
000350* 2026-10-15  DW   Business date now taken from GETBDATE for
000360*                  catch-up nights.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000400 PROGRAM-ID. LEAVEPST.
000410 ENVIRONMENT DIVISION.
000420*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000430 CONFIGURATION SECTION.
000440*-----------------------
000450 INPUT-OUTPUT SECTION.
000460*-----------------------
000470 FILE-CONTROL.
000480     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS EMP-ID
000520         FILE STATUS IS WS-EMPMAST-STATUS.
000530     SELECT ENTITLE-EXTRACT-FILE ASSIGN TO "SENEXTR"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-EXTRACT-STATUS.
000560     SELECT ACCRUAL-RULES-FILE ASSIGN TO "ACCRURLS"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RULES-STATUS.
000590     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS LB-EMP-ID
000630         FILE STATUS IS WS-BALANCE-STATUS.
000640     SELECT LEAVE-TAKEN-FILE ASSIGN TO "LEAVETRN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-TAKEN-STATUS.
000670     SELECT STATEMENT-FILE ASSIGN TO "LVSTMT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-STMT-STATUS.
000700     SELECT EXCEPTION-FILE ASSIGN TO "LVEXCP"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-EXCP-STATUS.
000730     SELECT AUDIT-LOG-FILE ASSIGN TO "SENAUDT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-AUDIT-STATUS.
000760 DATA DIVISION.
000770*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000780 FILE SECTION.
000790*-----------------------
000800 FD  EMP-MASTER-FILE.
000810     COPY EMPMAST.
000820 FD  ENTITLE-EXTRACT-FILE.
000830 01  ENTITLE-EXTRACT-RECORD.
000840     05  ENT-EMP-ID              PIC X(06).
000850     05  ENT-SERVICE-YEARS       PIC 9(03).
000860     05  ENT-ENTITLE-DAYS        PIC 9(03).
000870 FD  ACCRUAL-RULES-FILE.
000880     COPY ACCRURLS.
000890 FD  LEAVE-BALANCE-FILE.
000900     COPY LEAVEBAL.
000910 FD  LEAVE-TAKEN-FILE.
000920     COPY LEAVETRN.
000930 FD  STATEMENT-FILE.
000940 01  STATEMENT-RECORD            PIC X(80).
000950 FD  EXCEPTION-FILE.
000960 01  EXCEPTION-RECORD            PIC X(80).
000970 FD  AUDIT-LOG-FILE.
000980     COPY AUDITLOG.
000990 WORKING-STORAGE SECTION.
001000*-----------------------
001010 01  WS-EMPMAST-STATUS           PIC X(02).
001020 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001030     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
001040 01  WS-EXTRACT-STATUS           PIC X(02).
001050 01  WS-EXTRACT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001060     88  WS-EXTRACT-IS-OPEN      VALUE 'Y'.
001070 01  WS-RULES-STATUS             PIC X(02).
001080 01  WS-RULES-EOF-SWITCH         PIC X(01) VALUE 'N'.
001090     88  WS-RULES-EOF            VALUE 'Y'.
001100 01  WS-BALANCE-STATUS           PIC X(02).
001110 01  WS-BALANCE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001120     88  WS-BALANCE-IS-OPEN      VALUE 'Y'.
001130 01  WS-BALANCE-FOUND-SWITCH     PIC X(01).
001140     88  WS-BALANCE-FOUND        VALUE 'Y'.
001150     88  WS-BALANCE-NOT-FOUND    VALUE 'N'.
001160 01  WS-BALANCE-EOF-SWITCH       PIC X(01) VALUE 'N'.
001170     88  WS-BALANCE-EOF          VALUE 'Y'.
001180 01  WS-TAKEN-STATUS             PIC X(02).
001190 01  WS-TAKEN-EOF-SWITCH         PIC X(01) VALUE 'N'.
001200     88  WS-TAKEN-EOF            VALUE 'Y'.
001210 01  WS-EMP-FOUND-SWITCH         PIC X(01).
001220     88  WS-EMP-FOUND            VALUE 'Y'.
001230     88  WS-EMP-NOT-FOUND        VALUE 'N'.
001240 01  WS-STMT-STATUS              PIC X(02).
001250 01  WS-STMT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001260     88  WS-STMT-IS-OPEN         VALUE 'Y'.
001270 01  WS-EXCP-STATUS              PIC X(02).
001280 01  WS-EXCP-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001290     88  WS-EXCP-IS-OPEN         VALUE 'Y'.
001300 01  WS-AUDIT-STATUS             PIC X(02).
001310 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001320     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001330 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001340 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001350 COPY RUNMODE.
001360 01  WS-SUITE-FUNCTION           PIC X(01).
001370 01  WS-SUITE-STEP-NAME          PIC X(08).
001380 01  WS-SUITE-RC                 PIC 9(04).
001390 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001400     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001410 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001420 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001430 01  WS-STATUS-TEXT              PIC X(20).
001440 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001450 COPY EOFSWTCH.
001460 01  WS-TODAY                    PIC X(21).
001470 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
001480     05  WS-TODAY-CCYY           PIC 9(04).
001490     05  WS-TODAY-MM             PIC 9(02).
001500     05  WS-TODAY-DD             PIC 9(02).
001510     05  FILLER                  PIC X(13).
001520 01  WS-TODAY-DATE               PIC 9(08).
001530 01  WS-CHECK-DATE-CCYYMMDD      PIC 9(08).
001540 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE-CCYYMMDD.
001550     05  WS-CHK-CCYY             PIC 9(04).
001560     05  WS-CHK-MM               PIC 9(02).
001570     05  WS-CHK-DD               PIC 9(02).
001580 01  WS-DATE-VALID-SWITCH        PIC X(01).
001590     88  WS-DATE-IS-VALID        VALUE 'Y'.
001600     88  WS-DATE-NOT-VALID       VALUE 'N'.
001610 01  WS-CAL-DATE                 PIC X(08).
001620 01  WS-DAY-TYPE                 PIC X(01).
001630     88  WS-DAY-IS-BUSINESS      VALUE 'B' 'E' 'Y'.
001640     88  WS-DAY-NOT-ON-CALENDAR  VALUE '?'.
001650 01  WS-BAND-TABLE-MAX           PIC 9(02) COMP VALUE 10.
001660 01  WS-BAND-USED                PIC 9(02) COMP VALUE ZERO.
001670 01  WS-BAND-IX                  PIC 9(02) COMP VALUE ZERO.
001680 01  WS-BAND-SLOT                PIC 9(02) COMP VALUE ZERO.
001690 01  WS-ACCRUAL-BAND-TABLE.
001700     05  WS-BAND-ENTRY OCCURS 10 TIMES.
001710         10  WS-BND-MIN-YEARS    PIC 9(03).
001720         10  WS-BND-CARRY-CAP    PIC 9(03).
001730         10  WS-BND-EFFECTIVE    PIC 9(08).
001740 01  WS-BEST-MIN-YEARS           PIC S9(03) COMP VALUE -1.
001750 01  WS-CARRY-CAP                PIC 9(03) VALUE ZERO.
001760 01  WS-YEARS-OF-SERVICE         PIC 9(03) VALUE ZERO.
001770*
001780* Accrual arithmetic.  What an employee has earned by a given day
001790* of the leave year is the entitlement times that day's share of
001800* the year, rounded to the hundredth; a night's accrual is the
001810* difference between the earned-to-date figures at the new and the
001820* last posting, so the rounding never drifts and a full year earns
001830* exactly the entitlement.
001840*
001850 01  WS-ACCRUE-TO-DATE           PIC 9(08).
001860 01  WS-YEAR-START-DATE          PIC 9(08).
001870 01  WS-YEAR-END-DATE            PIC 9(08).
001880 01  WS-YEAR-START-INT           PIC 9(08) COMP.
001890 01  WS-DAYS-IN-YEAR             PIC 9(03) COMP.
001900 01  WS-OLD-DAY-OF-YEAR          PIC 9(03) COMP.
001910 01  WS-NEW-DAY-OF-YEAR          PIC 9(03) COMP.
001920 01  WS-EARNED-OLD               PIC 9(03)V99.
001930 01  WS-EARNED-NEW               PIC 9(03)V99.
001940 01  WS-EARNED-TONIGHT           PIC S9(03)V99.
001950*
001960* Rerun protection.  The count of tonight's requests met so far
001970* for each employee, held against LB-POSTED-COUNT on the balance
001980* record: a rerun of the same run number skips the requests
001990* the failed attempt already posted instead of debiting them
002000* twice.
002010*
002020 01  WS-SEEN-TABLE-MAX           PIC 9(03) COMP VALUE 500.
002030 01  WS-SEEN-USED                PIC 9(03) COMP VALUE ZERO.
002040 01  WS-SEEN-IX                  PIC 9(03) COMP VALUE ZERO.
002050 01  WS-SEEN-SLOT                PIC 9(03) COMP VALUE ZERO.
002060 01  WS-SEEN-NUMBER              PIC 9(03) VALUE ZERO.
002070 01  WS-SEEN-TABLE.
002080     05  WS-SEEN-ENTRY OCCURS 500 TIMES.
002090         10  WS-SN-EMP-ID        PIC X(06).
002100         10  WS-SN-COUNT         PIC 9(03) COMP.
002110 01  WS-REFUSE-REASON            PIC X(30).
002120*
002130* Statement table: one row per active employee with a balance,
002140* printed department by department in the REJAGING pattern.
002150*
002160 01  WS-STMT-TABLE-MAX           PIC 9(03) COMP VALUE 500.
002170 01  WS-STMT-USED                PIC 9(03) COMP VALUE ZERO.
002180 01  WS-STMT-IX                  PIC 9(03) COMP VALUE ZERO.
002190 01  WS-STMT-TABLE.
002200     05  WS-STMT-ENTRY OCCURS 500 TIMES.
002210         10  WS-ST-EMP-ID        PIC X(06).
002220         10  WS-ST-DEPT-CODE     PIC X(04).
002230         10  WS-ST-LAST-NAME     PIC X(18).
002240         10  WS-ST-CARRIED-IN    PIC 9(03)V99.
002250         10  WS-ST-ACCRUED-YTD   PIC 9(03)V99.
002260         10  WS-ST-TAKEN-YTD     PIC 9(03)V99.
002270         10  WS-ST-BALANCE       PIC 9(03)V99.
002280         10  WS-ST-CARRY-CAP     PIC 9(03).
002290 01  WS-DEPT-TABLE-MAX           PIC 9(02) COMP VALUE 50.
002300 01  WS-DEPT-USED                PIC 9(02) COMP VALUE ZERO.
002310 01  WS-DEPT-IX                  PIC 9(02) COMP VALUE ZERO.
002320 01  WS-DEPT-SLOT                PIC 9(02) COMP VALUE ZERO.
002330 01  WS-DEPT-LIST.
002340     05  WS-DEPT-CODE-ENTRY OCCURS 50 TIMES
002350                                 PIC X(04).
002360 01  WS-CURRENT-DEPT             PIC X(04).
002370 01  WS-DEPT-STATUS-CODE         PIC X(01).
002380 01  WS-DEPT-NAME                PIC X(20).
002390 01  WS-DEPT-EMP-COUNT           PIC 9(05) COMP VALUE ZERO.
002400 01  WS-DEPT-BALANCE-TOTAL       PIC 9(07)V99 VALUE ZERO.
002410 01  WS-EXCESS-DAYS              PIC 9(03)V99.
002420*
002430* Run counters.
002440*
002450 01  WS-ACCRUED-COUNT            PIC 9(05) COMP VALUE ZERO.
002460 01  WS-OPENED-COUNT             PIC 9(05) COMP VALUE ZERO.
002470 01  WS-CLOSED-COUNT             PIC 9(05) COMP VALUE ZERO.
002480 01  WS-FORFEIT-COUNT            PIC 9(05) COMP VALUE ZERO.
002490 01  WS-REQUEST-COUNT            PIC 9(05) COMP VALUE ZERO.
002500 01  WS-POSTED-COUNT             PIC 9(05) COMP VALUE ZERO.
002510 01  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
002520 01  WS-SKIPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
002530 01  WS-OVER-CAP-COUNT           PIC 9(05) COMP VALUE ZERO.
002540 01  WS-ACCRUED-DAYS-TOTAL       PIC 9(07)V99 VALUE ZERO.
002550 01  WS-TAKEN-DAYS-TOTAL         PIC 9(07)V99 VALUE ZERO.
002560 01  WS-COUNT-ED                 PIC ZZZZ9.
002570 01  WS-ACCRUED-COUNT-ED         PIC ZZZZ9.
002580 01  WS-POSTED-COUNT-ED          PIC ZZZZ9.
002590 01  WS-REFUSED-COUNT-ED         PIC ZZZZ9.
002600 01  WS-FORFEIT-COUNT-ED         PIC ZZZZ9.
002610 01  WS-OVER-CAP-COUNT-ED        PIC ZZZZ9.
002620 01  WS-DAYS-TOTAL-ED            PIC ZZZZZZ9.99.
002630 01  WS-DAYS-ED                  PIC ZZ9.99.
002640 01  WS-CAP-ED                   PIC ZZ9.
002650 01  WS-REFUSED-SECTION-SWITCH   PIC X(01) VALUE 'N'.
002660     88  WS-REFUSED-SECTION-OPEN VALUE 'Y'.
002670 01  WS-FORFEIT-SECTION-SWITCH   PIC X(01) VALUE 'N'.
002680     88  WS-FORFEIT-SECTION-OPEN VALUE 'Y'.
002690 01  WS-OVER-CAP-SECTION-SWITCH  PIC X(01) VALUE 'N'.
002700     88  WS-OVER-CAP-SECTION-OPEN VALUE 'Y'.
002710 01  WS-STMT-COLUMN-HEADING.
002720     05  FILLER                  PIC X(08) VALUE "EMP ID".
002730     05  FILLER                  PIC X(18) VALUE "NAME".
002740     05  FILLER                  PIC X(08) VALUE " CARRIED".
002750     05  FILLER                  PIC X(08) VALUE " ACCRUED".
002760     05  FILLER                  PIC X(08) VALUE "   TAKEN".
002770     05  FILLER                  PIC X(08) VALUE " BALANCE".
002780     05  FILLER                  PIC X(06) VALUE "   CAP".
002790 01  WS-STMT-DETAIL-LINE.
002800     05  SL-EMP-ID               PIC X(06).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  SL-LAST-NAME            PIC X(18).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  SL-CARRIED-IN           PIC ZZ9.99.
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  SL-ACCRUED-YTD          PIC ZZ9.99.
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  SL-TAKEN-YTD            PIC ZZ9.99.
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  SL-BALANCE              PIC ZZ9.99.
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  SL-CARRY-CAP            PIC X(04).
002930     05  FILLER                  PIC X(01) VALUE SPACES.
002940     05  SL-FLAG                 PIC X(08).
002950 01  WS-REFUSED-LINE.
002960     05  FILLER                  PIC X(04) VALUE "EMP ".
002970     05  XL-EMP-ID               PIC X(06).
002980     05  FILLER                  PIC X(06) VALUE " DATE ".
002990     05  XL-LEAVE-DATE           PIC X(08).
003000     05  FILLER                  PIC X(06) VALUE " DAYS ".
003010     05  XL-DAYS                 PIC X(04).
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  XL-REASON               PIC X(30).
003040 01  WS-FORFEIT-LINE.
003050     05  FILLER                  PIC X(04) VALUE "EMP ".
003060     05  FL-EMP-ID               PIC X(06).
003070     05  FILLER                  PIC X(11) VALUE " LEAVE YEAR".
003080     05  FL-LEAVE-YEAR           PIC BZZZ9.
003090     05  FILLER                  PIC X(09) VALUE " CARRIED ".
003100     05  FL-CARRIED              PIC ZZ9.99.
003110     05  FILLER                  PIC X(11) VALUE " FORFEITED ".
003120     05  FL-FORFEITED            PIC ZZ9.99.
003130 01  WS-OVER-CAP-LINE.
003140     05  FILLER                  PIC X(04) VALUE "EMP ".
003150     05  OL-EMP-ID               PIC X(06).
003160     05  FILLER                  PIC X(06) VALUE " DEPT ".
003170     05  OL-DEPT-CODE            PIC X(04).
003180     05  FILLER                  PIC X(09) VALUE " BALANCE ".
003190     05  OL-BALANCE              PIC ZZ9.99.
003200     05  FILLER                  PIC X(05) VALUE " CAP ".
003210     05  OL-CARRY-CAP            PIC ZZ9.
003220     05  FILLER                  PIC X(08) VALUE " EXCESS ".
003230     05  OL-EXCESS               PIC ZZ9.99.
003240
003250*-----------------------
003260 PROCEDURE DIVISION.
003270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003280 0000-MAINLINE.
003290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003300     PERFORM 2000-ACCRUE-ONE-EMPLOYEE THRU 2000-EXIT
003310         UNTIL WS-EOF.
003320     IF WS-STEP-RC < 12
003330         PERFORM 3000-POST-LEAVE-TAKEN THRU 3000-EXIT
003340         PERFORM 5000-BUILD-STATEMENT THRU 5000-EXIT
003350         PERFORM 6000-WRITE-STATEMENT THRU 6000-EXIT
003360     END-IF.
003370     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003380     MOVE 'R' TO WS-SUITE-FUNCTION.
003390     MOVE WS-STEP-RC TO WS-SUITE-RC.
003400     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
003410         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
003420     MOVE WS-STEP-RC TO RETURN-CODE.
003430     GOBACK.
003440
003450 1000-INITIALIZE.
003460     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
003470     MOVE "LEAVEPST" TO WS-SUITE-STEP-NAME.
003480     MOVE 'C' TO WS-SUITE-FUNCTION.
003490     MOVE ZERO TO WS-SUITE-RC.
003500     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
003510         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
003520     IF WS-SUITE-STEP-DONE
003530         DISPLAY WS-SUITE-STEP-NAME
003540             " ALREADY COMPLETE THIS RUN - BYPASSED"
003550         GOBACK
003560     END-IF.
003570     OPEN EXTEND AUDIT-LOG-FILE.
003580     IF WS-AUDIT-STATUS = "00"
003590         SET WS-AUDIT-IS-OPEN TO TRUE
003600     END-IF.
003610     MOVE "OK" TO WS-STATUS-TEXT.
003620     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
003630     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003640     CALL "GETBDATE" USING WS-TODAY.
003650     COMPUTE WS-TODAY-DATE = WS-TODAY-CCYY * 10000
003660         + WS-TODAY-MM * 100 + WS-TODAY-DD.
003670     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
003680     OPEN OUTPUT STATEMENT-FILE.
003690     IF WS-STMT-STATUS = "00"
003700         SET WS-STMT-IS-OPEN TO TRUE
003710         MOVE SPACES TO STATEMENT-RECORD
003720         STRING "LEAVEPST LEAVE-BALANCE STATEMENT BY DEPARTMENT"
003730             " - RUN " WS-RUN-NUMBER-ED
003740             DELIMITED BY SIZE INTO STATEMENT-RECORD
003750         IF WS-SIMULATION
003760             MOVE "*** SIMULATION ***"
003770                 TO STATEMENT-RECORD (62:18)
003780         END-IF
003790         WRITE STATEMENT-RECORD
003800     END-IF.
003810     OPEN OUTPUT EXCEPTION-FILE.
003820     IF WS-EXCP-STATUS = "00"
003830         SET WS-EXCP-IS-OPEN TO TRUE
003840         MOVE SPACES TO EXCEPTION-RECORD
003850         STRING "LEAVEPST LEAVE-BALANCE EXCEPTIONS - RUN "
003860             WS-RUN-NUMBER-ED
003870             DELIMITED BY SIZE INTO EXCEPTION-RECORD
003880         IF WS-SIMULATION
003890             MOVE "*** SIMULATION ***"
003900                 TO EXCEPTION-RECORD (57:18)
003910         END-IF
003920         WRITE EXCEPTION-RECORD
003930     END-IF.
003940     PERFORM 1300-LOAD-ACCRUAL-RULES THRU 1300-EXIT.
003950     OPEN INPUT EMP-MASTER-FILE.
003960     IF WS-EMPMAST-STATUS NOT = "00"
003970         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003980         STRING "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
003990             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004000         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
004010         GO TO 1000-EXIT
004020     END-IF.
004030     SET WS-EMPMAST-IS-OPEN TO TRUE.
004040     IF WS-SIMULATION
004050         OPEN INPUT LEAVE-BALANCE-FILE
004060     ELSE
004070         OPEN I-O LEAVE-BALANCE-FILE
004080     END-IF.
004090     IF WS-BALANCE-STATUS NOT = "00"
004100         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004110         STRING "LEAVEBAL OPEN FAILED, STATUS " WS-BALANCE-STATUS
004120             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004130         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
004140         GO TO 1000-EXIT
004150     END-IF.
004160     SET WS-BALANCE-IS-OPEN TO TRUE.
004170     OPEN INPUT ENTITLE-EXTRACT-FILE.
004180     IF WS-EXTRACT-STATUS NOT = "00"
004190         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004200         STRING "SENEXTR OPEN FAILED, STATUS " WS-EXTRACT-STATUS
004210             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004220         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
004230         GO TO 1000-EXIT
004240     END-IF.
004250     SET WS-EXTRACT-IS-OPEN TO TRUE.
004260     PERFORM 1100-READ-ENTITLEMENT THRU 1100-EXIT.
004270 1000-EXIT.
004280     EXIT.
004290
004300 1100-READ-ENTITLEMENT.
004310     READ ENTITLE-EXTRACT-FILE
004320         AT END
004330             SET WS-EOF TO TRUE
004340     END-READ.
004350 1100-EXIT.
004360     EXIT.
004370
004380 1300-LOAD-ACCRUAL-RULES.
004390******************************************************************
004400* Loads the carry-over caps from the accrual policy with the same
004410* rule SENIORTY uses for the days per year: for a band with
004420* several rows, the latest row effective on or before today wins.
004430* A row with no cap filled in carries everything over (999).  A
004440* missing rules file caps nobody, loudly.
004450******************************************************************
004460     OPEN INPUT ACCRUAL-RULES-FILE.
004470     IF WS-RULES-STATUS NOT = "00"
004480         DISPLAY "ACCRURLS MISSING - NO CARRY-OVER CAPS APPLIED"
004490         MOVE "WARN" TO WS-STATUS-TEXT
004500         MOVE "ACCRURLS MISSING - NO CARRY-OVER CAPS APPLIED"
004510             TO WS-AUDIT-MESSAGE-TEXT
004520         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004530         GO TO 1300-EXIT
004540     END-IF.
004550     PERFORM 1350-LOAD-ONE-RULE THRU 1350-EXIT
004560         UNTIL WS-RULES-EOF.
004570     CLOSE ACCRUAL-RULES-FILE.
004580 1300-EXIT.
004590     EXIT.
004600
004610 1350-LOAD-ONE-RULE.
004620     READ ACCRUAL-RULES-FILE
004630         AT END
004640             SET WS-RULES-EOF TO TRUE
004650     END-READ.
004660     IF WS-RULES-EOF
004670         GO TO 1350-EXIT
004680     END-IF.
004690     IF AC-EFFECTIVE-CCYYMMDD > WS-TODAY-DATE
004700         GO TO 1350-EXIT
004710     END-IF.
004720     MOVE ZERO TO WS-BAND-SLOT.
004730     PERFORM 1360-MATCH-ONE-BAND THRU 1360-EXIT
004740         VARYING WS-BAND-IX FROM 1 BY 1
004750         UNTIL WS-BAND-IX > WS-BAND-USED
004760             OR WS-BAND-SLOT > ZERO.
004770     IF WS-BAND-SLOT = ZERO
004780         IF WS-BAND-USED >= WS-BAND-TABLE-MAX
004790             DISPLAY "ACCRURLS TABLE FULL - ROW IGNORED"
004800             GO TO 1350-EXIT
004810         END-IF
004820         ADD 1 TO WS-BAND-USED
004830         MOVE WS-BAND-USED TO WS-BAND-SLOT
004840         MOVE AC-MIN-YEARS TO WS-BND-MIN-YEARS (WS-BAND-SLOT)
004850         MOVE ZERO TO WS-BND-EFFECTIVE (WS-BAND-SLOT)
004860     END-IF.
004870     IF AC-EFFECTIVE-CCYYMMDD >= WS-BND-EFFECTIVE (WS-BAND-SLOT)
004880         IF AC-CARRY-CAP-DAYS NUMERIC
004890             MOVE AC-CARRY-CAP-DAYS
004900                 TO WS-BND-CARRY-CAP (WS-BAND-SLOT)
004910         ELSE
004920             MOVE 999 TO WS-BND-CARRY-CAP (WS-BAND-SLOT)
004930         END-IF
004940         MOVE AC-EFFECTIVE-CCYYMMDD
004950             TO WS-BND-EFFECTIVE (WS-BAND-SLOT)
004960     END-IF.
004970 1350-EXIT.
004980     EXIT.
004990
005000 1360-MATCH-ONE-BAND.
005010     IF WS-BND-MIN-YEARS (WS-BAND-IX) = AC-MIN-YEARS
005020         MOVE WS-BAND-IX TO WS-BAND-SLOT
005030     END-IF.
005040 1360-EXIT.
005050     EXIT.
005060
005070 1900-OPEN-FAILED.
005080******************************************************************
005090* A file the ledger cannot run without would not open: the caller
005100* has built the message; log it, end the accrual loop, and leave
005110* RC 12 so nothing is posted against a partial picture.
005120******************************************************************
005130     DISPLAY WS-AUDIT-MESSAGE-TEXT.
005140     MOVE "ERROR" TO WS-STATUS-TEXT.
005150     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005160     SET WS-EOF TO TRUE.
005170     MOVE 12 TO WS-STEP-RC.
005180 1900-EXIT.
005190     EXIT.
005200
005210 2000-ACCRUE-ONE-EMPLOYEE.
005220******************************************************************
005230* One active employee from tonight's SENEXTR entitlement extract.
005240* A first appearance opens a balance record for the current leave
005250* year that starts accruing from tonight.  Otherwise any leave
005260* year left behind is closed first (accrued to 31 December, then
005270* the carry-over cap applied), and the balance is accrued up to
005280* today at tonight's entitlement.
005290******************************************************************
005300     MOVE ENT-SERVICE-YEARS TO WS-YEARS-OF-SERVICE.
005310     PERFORM 2400-LOOKUP-CARRY-CAP THRU 2400-EXIT.
005320     MOVE ENT-EMP-ID TO LB-EMP-ID.
005330     PERFORM 2900-READ-BALANCE THRU 2900-EXIT.
005340     IF WS-BALANCE-NOT-FOUND
005350         PERFORM 2050-OPEN-BALANCE THRU 2050-EXIT
005360         PERFORM 1100-READ-ENTITLEMENT THRU 1100-EXIT
005370         GO TO 2000-EXIT
005380     END-IF.
005390     MOVE ENT-ENTITLE-DAYS TO LB-ENTITLE-DAYS.
005400     MOVE WS-CARRY-CAP TO LB-CARRY-CAP.
005410     PERFORM 2100-CLOSE-LEAVE-YEAR THRU 2100-EXIT
005420         UNTIL LB-LEAVE-YEAR >= WS-TODAY-CCYY.
005430     MOVE WS-TODAY-DATE TO WS-ACCRUE-TO-DATE.
005440     PERFORM 2300-ACCRUE-THROUGH-DATE THRU 2300-EXIT.
005450     IF WS-SIMULATION
005460         ADD 1 TO WS-ACCRUED-COUNT
005470         PERFORM 1100-READ-ENTITLEMENT THRU 1100-EXIT
005480         GO TO 2000-EXIT
005490     END-IF.
005500     REWRITE LEAVE-BALANCE-RECORD
005510         INVALID KEY
005520             MOVE "WARN" TO WS-STATUS-TEXT
005530             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005540             STRING "LEAVEBAL REWRITE FAILED FOR " LB-EMP-ID
005550                 ", STATUS " WS-BALANCE-STATUS
005560                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005570             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005580         NOT INVALID KEY
005590             ADD 1 TO WS-ACCRUED-COUNT
005600     END-REWRITE.
005610     PERFORM 1100-READ-ENTITLEMENT THRU 1100-EXIT.
005620 2000-EXIT.
005630     EXIT.
005640
005650 2050-OPEN-BALANCE.
005660     MOVE ZERO TO LEAVE-BALANCE-RECORD.
005670     MOVE ENT-EMP-ID TO LB-EMP-ID.
005680     MOVE WS-TODAY-CCYY TO LB-LEAVE-YEAR.
005690     MOVE WS-TODAY-DATE TO LB-ACCRUED-THRU.
005700     MOVE ENT-ENTITLE-DAYS TO LB-ENTITLE-DAYS.
005710     MOVE WS-CARRY-CAP TO LB-CARRY-CAP.
005720     IF WS-SIMULATION
005730         ADD 1 TO WS-OPENED-COUNT
005740         GO TO 2050-EXIT
005750     END-IF.
005760     WRITE LEAVE-BALANCE-RECORD
005770         INVALID KEY
005780             MOVE "WARN" TO WS-STATUS-TEXT
005790             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005800             STRING "LEAVEBAL WRITE FAILED FOR " LB-EMP-ID
005810                 ", STATUS " WS-BALANCE-STATUS
005820                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005830             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005840         NOT INVALID KEY
005850             ADD 1 TO WS-OPENED-COUNT
005860             MOVE "OK" TO WS-STATUS-TEXT
005870             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005880             STRING "LEAVE BALANCE OPENED FOR " LB-EMP-ID
005890                 " LEAVE YEAR " LB-LEAVE-YEAR
005900                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005910             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005920     END-WRITE.
005930 2050-EXIT.
005940     EXIT.
005950
005960 2100-CLOSE-LEAVE-YEAR.
005970******************************************************************
005980* Year boundary: finish the old leave year's accrual through 31
005990* December, then carry into the new year no more than the cap for
006000* the employee's service band.  The excess is forfeited, shown on
006010* the exception list, and kept on the record until the next close.
006020* Loops once per year, so a balance idle over several years closes
006030* each of them in turn.
006040******************************************************************
006050     COMPUTE WS-ACCRUE-TO-DATE = LB-LEAVE-YEAR * 10000 + 1231.
006060     PERFORM 2300-ACCRUE-THROUGH-DATE THRU 2300-EXIT.
006070     MOVE ZERO TO LB-FORFEITED-LAST.
006080     IF LB-BALANCE > LB-CARRY-CAP
006090         COMPUTE LB-FORFEITED-LAST = LB-BALANCE - LB-CARRY-CAP
006100         MOVE LB-CARRY-CAP TO LB-BALANCE
006110         PERFORM 7100-WRITE-FORFEIT-LINE THRU 7100-EXIT
006120     END-IF.
006130     MOVE LB-BALANCE TO LB-CARRIED-IN.
006140     MOVE ZERO TO LB-ACCRUED-YTD.
006150     MOVE ZERO TO LB-TAKEN-YTD.
006160     ADD 1 TO LB-LEAVE-YEAR.
006170     ADD 1 TO WS-CLOSED-COUNT.
006180 2100-EXIT.
006190     EXIT.
006200
006210 2300-ACCRUE-THROUGH-DATE.
006220******************************************************************
006230* Accrues the balance from LB-ACCRUED-THRU up to WS-ACCRUE-TO-DATE
006240* within the record's leave year.  A balance last accrued in an
006250* earlier year starts from day zero of this one.
006260******************************************************************
006270     COMPUTE WS-YEAR-START-DATE = LB-LEAVE-YEAR * 10000 + 0101.
006280     COMPUTE WS-YEAR-END-DATE = LB-LEAVE-YEAR * 10000 + 1231.
006290     COMPUTE WS-YEAR-START-INT =
006300         FUNCTION INTEGER-OF-DATE(WS-YEAR-START-DATE).
006310     COMPUTE WS-DAYS-IN-YEAR =
006320         FUNCTION INTEGER-OF-DATE(WS-YEAR-END-DATE)
006330         - WS-YEAR-START-INT + 1.
006340     IF LB-ACCRUED-THRU < WS-YEAR-START-DATE
006350         MOVE ZERO TO WS-OLD-DAY-OF-YEAR
006360     ELSE
006370         COMPUTE WS-OLD-DAY-OF-YEAR =
006380             FUNCTION INTEGER-OF-DATE(LB-ACCRUED-THRU)
006390             - WS-YEAR-START-INT + 1
006400     END-IF.
006410     COMPUTE WS-NEW-DAY-OF-YEAR =
006420         FUNCTION INTEGER-OF-DATE(WS-ACCRUE-TO-DATE)
006430         - WS-YEAR-START-INT + 1.
006440     IF WS-NEW-DAY-OF-YEAR NOT > WS-OLD-DAY-OF-YEAR
006450         GO TO 2300-EXIT
006460     END-IF.
006470     COMPUTE WS-EARNED-OLD ROUNDED =
006480         LB-ENTITLE-DAYS * WS-OLD-DAY-OF-YEAR / WS-DAYS-IN-YEAR.
006490     COMPUTE WS-EARNED-NEW ROUNDED =
006500         LB-ENTITLE-DAYS * WS-NEW-DAY-OF-YEAR / WS-DAYS-IN-YEAR.
006510     COMPUTE WS-EARNED-TONIGHT = WS-EARNED-NEW - WS-EARNED-OLD.
006520     MOVE WS-ACCRUE-TO-DATE TO LB-ACCRUED-THRU.
006530     IF WS-EARNED-TONIGHT > ZERO
006540         ADD WS-EARNED-TONIGHT TO LB-ACCRUED-YTD
006550         ADD WS-EARNED-TONIGHT TO LB-BALANCE
006560         ADD WS-EARNED-TONIGHT TO WS-ACCRUED-DAYS-TOTAL
006570     END-IF.
006580 2300-EXIT.
006590     EXIT.
006600
006610 2400-LOOKUP-CARRY-CAP.
006620******************************************************************
006630* The carry-over cap of the highest service band at or below the
006640* employee's years of service, the same band SENIORTY took the
006650* entitlement from.
006660******************************************************************
006670     MOVE 999 TO WS-CARRY-CAP.
006680     MOVE -1 TO WS-BEST-MIN-YEARS.
006690     PERFORM 2450-JUDGE-ONE-BAND THRU 2450-EXIT
006700         VARYING WS-BAND-IX FROM 1 BY 1
006710         UNTIL WS-BAND-IX > WS-BAND-USED.
006720 2400-EXIT.
006730     EXIT.
006740
006750 2450-JUDGE-ONE-BAND.
006760     IF WS-BND-MIN-YEARS (WS-BAND-IX) <= WS-YEARS-OF-SERVICE
006770         AND WS-BND-MIN-YEARS (WS-BAND-IX) > WS-BEST-MIN-YEARS
006780         MOVE WS-BND-MIN-YEARS (WS-BAND-IX)
006790             TO WS-BEST-MIN-YEARS
006800         MOVE WS-BND-CARRY-CAP (WS-BAND-IX) TO WS-CARRY-CAP
006810     END-IF.
006820 2450-EXIT.
006830     EXIT.
006840
006850 2900-READ-BALANCE.
006860     SET WS-BALANCE-NOT-FOUND TO TRUE.
006870     READ LEAVE-BALANCE-FILE
006880         INVALID KEY
006890             CONTINUE
006900         NOT INVALID KEY
006910             SET WS-BALANCE-FOUND TO TRUE
006920     END-READ.
006930 2900-EXIT.
006940     EXIT.
006950
006960 3000-POST-LEAVE-TAKEN.
006970******************************************************************
006980* Debits tonight's leave-taken requests.  No LEAVETRN means no
006990* leave was keyed, not a failure: the accruals still stand.
007000******************************************************************
007010     OPEN INPUT LEAVE-TAKEN-FILE.
007020     IF WS-TAKEN-STATUS NOT = "00"
007030         DISPLAY "LEAVETRN NOT AVAILABLE - NO LEAVE POSTED"
007040         GO TO 3000-EXIT
007050     END-IF.
007060     PERFORM 3100-POST-ONE-REQUEST THRU 3100-EXIT
007070         UNTIL WS-TAKEN-EOF.
007080     CLOSE LEAVE-TAKEN-FILE.
007090 3000-EXIT.
007100     EXIT.
007110
007120 3100-POST-ONE-REQUEST.
007130******************************************************************
007140* One leave-taken request.  Refused, with the reason on the
007150* exception list, if the employee is not on the master or not
007160* active, if the date is not a valid business day on the shop
007170* calendar, if the days are not a whole or half day, if there is
007180* no balance or the date is outside the open leave year, or if
007190* the debit would take the balance below zero.
007200******************************************************************
007210     READ LEAVE-TAKEN-FILE
007220         AT END
007230             SET WS-TAKEN-EOF TO TRUE
007240     END-READ.
007250     IF WS-TAKEN-EOF
007260         GO TO 3100-EXIT
007270     END-IF.
007280     ADD 1 TO WS-REQUEST-COUNT.
007290     MOVE LT-EMP-ID TO EMP-ID.
007300     SET WS-EMP-NOT-FOUND TO TRUE.
007310     READ EMP-MASTER-FILE
007320         INVALID KEY
007330             CONTINUE
007340         NOT INVALID KEY
007350             SET WS-EMP-FOUND TO TRUE
007360     END-READ.
007370     IF WS-EMP-NOT-FOUND
007380         MOVE "EMPLOYEE NOT ON MASTER" TO WS-REFUSE-REASON
007390         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
007400         GO TO 3100-EXIT
007410     END-IF.
007420     IF NOT EMP-IS-ACTIVE
007430         MOVE "EMPLOYEE NOT ACTIVE" TO WS-REFUSE-REASON
007440         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
007450         GO TO 3100-EXIT
007460     END-IF.
007470     SET WS-DATE-NOT-VALID TO TRUE.
007480     IF LT-LEAVE-DATE NUMERIC
007490         MOVE LT-LEAVE-DATE TO WS-CHECK-DATE-CCYYMMDD
007500         CALL "DATECHK" USING WS-CHECK-DATE-CCYYMMDD
007510             WS-DATE-VALID-SWITCH
007520     END-IF.
007530     IF WS-DATE-NOT-VALID
007540         MOVE "INVALID LEAVE DATE" TO WS-REFUSE-REASON
007550         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
007560         GO TO 3100-EXIT
007570     END-IF.
007580     MOVE LT-LEAVE-DATE TO WS-CAL-DATE.
007590     CALL "CALNDR" USING WS-CAL-DATE WS-DAY-TYPE.
007600     IF WS-DAY-NOT-ON-CALENDAR
007610         MOVE "DATE NOT ON SHOP CALENDAR" TO WS-REFUSE-REASON
007620         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
007630         GO TO 3100-EXIT
007640     END-IF.
007650     IF NOT WS-DAY-IS-BUSINESS
007660         MOVE "NOT A BUSINESS DAY" TO WS-REFUSE-REASON
007670         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
007680         GO TO 3100-EXIT
007690     END-IF.
007700     IF LT-DAYS-TAKEN NOT NUMERIC
007710         OR (LT-DAYS-TAKEN NOT = 0.5 AND LT-DAYS-TAKEN NOT = 1.0)
007720         MOVE "DAYS MUST BE 0.5 OR 1.0" TO WS-REFUSE-REASON
007730         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
007740         GO TO 3100-EXIT
007750     END-IF.
007760     MOVE LT-EMP-ID TO LB-EMP-ID.
007770     PERFORM 2900-READ-BALANCE THRU 2900-EXIT.
007780     IF WS-BALANCE-NOT-FOUND
007790         MOVE "NO LEAVE BALANCE ON FILE" TO WS-REFUSE-REASON
007800         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
007810         GO TO 3100-EXIT
007820     END-IF.
007830     IF WS-CHK-CCYY < LB-LEAVE-YEAR
007840         MOVE "LEAVE YEAR ALREADY CLOSED" TO WS-REFUSE-REASON
007850         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
007860         GO TO 3100-EXIT
007870     END-IF.
007880     IF WS-CHK-CCYY > LB-LEAVE-YEAR
007890         MOVE "LEAVE YEAR NOT YET OPEN" TO WS-REFUSE-REASON
007900         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
007910         GO TO 3100-EXIT
007920     END-IF.
007930     PERFORM 3200-COUNT-SEEN THRU 3200-EXIT.
007940     IF LB-POSTED-RUN = WS-RUN-NUMBER
007950         AND WS-SEEN-NUMBER NOT > LB-POSTED-COUNT
007960         ADD 1 TO WS-SKIPPED-COUNT
007970         GO TO 3100-EXIT
007980     END-IF.
007990     MOVE WS-RUN-NUMBER TO LB-POSTED-RUN.
008000     MOVE WS-SEEN-NUMBER TO LB-POSTED-COUNT.
008010     IF LT-DAYS-TAKEN > LB-BALANCE
008020         MOVE "WOULD OVERDRAW LEAVE BALANCE" TO WS-REFUSE-REASON
008030         PERFORM 3900-REFUSE-REQUEST THRU 3900-EXIT
008040     ELSE
008050         SUBTRACT LT-DAYS-TAKEN FROM LB-BALANCE
008060         ADD LT-DAYS-TAKEN TO LB-TAKEN-YTD
008070         ADD LT-DAYS-TAKEN TO WS-TAKEN-DAYS-TOTAL
008080         ADD 1 TO WS-POSTED-COUNT
008090     END-IF.
008100     IF WS-SIMULATION
008110         GO TO 3100-EXIT
008120     END-IF.
008130     REWRITE LEAVE-BALANCE-RECORD
008140         INVALID KEY
008150             MOVE "WARN" TO WS-STATUS-TEXT
008160             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
008170             STRING "LEAVEBAL REWRITE FAILED FOR " LB-EMP-ID
008180                 ", STATUS " WS-BALANCE-STATUS
008190                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
008200             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008210     END-REWRITE.
008220 3100-EXIT.
008230     EXIT.
008240
008250 3200-COUNT-SEEN.
008260******************************************************************
008270* Counts this request against the employee's requests met so far
008280* tonight.  If the table is full the request is simply treated as
008290* new, which can only matter on a rerun.
008300******************************************************************
008310     MOVE ZERO TO WS-SEEN-SLOT.
008320     PERFORM 3250-MATCH-ONE-SEEN THRU 3250-EXIT
008330         VARYING WS-SEEN-IX FROM 1 BY 1
008340         UNTIL WS-SEEN-IX > WS-SEEN-USED
008350             OR WS-SEEN-SLOT > ZERO.
008360     IF WS-SEEN-SLOT = ZERO
008370         IF WS-SEEN-USED >= WS-SEEN-TABLE-MAX
008380             COMPUTE WS-SEEN-NUMBER = LB-POSTED-COUNT + 1
008390             GO TO 3200-EXIT
008400         END-IF
008410         ADD 1 TO WS-SEEN-USED
008420         MOVE WS-SEEN-USED TO WS-SEEN-SLOT
008430         MOVE LT-EMP-ID TO WS-SN-EMP-ID (WS-SEEN-SLOT)
008440         MOVE ZERO TO WS-SN-COUNT (WS-SEEN-SLOT)
008450     END-IF.
008460     ADD 1 TO WS-SN-COUNT (WS-SEEN-SLOT).
008470     MOVE WS-SN-COUNT (WS-SEEN-SLOT) TO WS-SEEN-NUMBER.
008480 3200-EXIT.
008490     EXIT.
008500
008510 3250-MATCH-ONE-SEEN.
008520     IF WS-SN-EMP-ID (WS-SEEN-IX) = LT-EMP-ID
008530         MOVE WS-SEEN-IX TO WS-SEEN-SLOT
008540     END-IF.
008550 3250-EXIT.
008560     EXIT.
008570
008580 3900-REFUSE-REQUEST.
008590     ADD 1 TO WS-REFUSED-COUNT.
008600     PERFORM 7000-WRITE-REFUSED-LINE THRU 7000-EXIT.
008610     MOVE "WARN" TO WS-STATUS-TEXT.
008620     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
008630     STRING "LEAVE REFUSED " LT-EMP-ID " " LT-LEAVE-DATE " "
008640         WS-REFUSE-REASON
008650         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
008660     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
008670 3900-EXIT.
008680     EXIT.
008690
008700 5000-BUILD-STATEMENT.
008710******************************************************************
008720* Browses the balance master and tables every active employee's
008730* balance with their department from the employee master, noting
008740* each department once.  A balance above the employee's carry-
008750* over cap goes on the exception list now, while there is still
008760* time in the year to take the leave rather than lose it.
008770******************************************************************
008780     MOVE LOW-VALUES TO LB-EMP-ID.
008790     START LEAVE-BALANCE-FILE KEY NOT < LB-EMP-ID
008800         INVALID KEY
008810             SET WS-BALANCE-EOF TO TRUE
008820     END-START.
008830     PERFORM 5100-TABLE-ONE-BALANCE THRU 5100-EXIT
008840         UNTIL WS-BALANCE-EOF.
008850 5000-EXIT.
008860     EXIT.
008870
008880 5100-TABLE-ONE-BALANCE.
008890     READ LEAVE-BALANCE-FILE NEXT RECORD
008900         AT END
008910             SET WS-BALANCE-EOF TO TRUE
008920     END-READ.
008930     IF WS-BALANCE-EOF
008940         GO TO 5100-EXIT
008950     END-IF.
008960     MOVE LB-EMP-ID TO EMP-ID.
008970     SET WS-EMP-NOT-FOUND TO TRUE.
008980     READ EMP-MASTER-FILE
008990         INVALID KEY
009000             CONTINUE
009010         NOT INVALID KEY
009020             SET WS-EMP-FOUND TO TRUE
009030     END-READ.
009040     IF WS-EMP-NOT-FOUND OR NOT EMP-IS-ACTIVE
009050         GO TO 5100-EXIT
009060     END-IF.
009070     IF LB-BALANCE > LB-CARRY-CAP
009080         PERFORM 7200-WRITE-OVER-CAP-LINE THRU 7200-EXIT
009090     END-IF.
009100     IF WS-STMT-USED >= WS-STMT-TABLE-MAX
009110         DISPLAY "STATEMENT TABLE FULL - " LB-EMP-ID " NOT LISTED"
009120         GO TO 5100-EXIT
009130     END-IF.
009140     ADD 1 TO WS-STMT-USED.
009150     MOVE LB-EMP-ID TO WS-ST-EMP-ID (WS-STMT-USED).
009160     MOVE EMP-DEPT-CODE TO WS-ST-DEPT-CODE (WS-STMT-USED).
009170     MOVE EMP-LAST-NAME TO WS-ST-LAST-NAME (WS-STMT-USED).
009180     MOVE LB-CARRIED-IN TO WS-ST-CARRIED-IN (WS-STMT-USED).
009190     MOVE LB-ACCRUED-YTD TO WS-ST-ACCRUED-YTD (WS-STMT-USED).
009200     MOVE LB-TAKEN-YTD TO WS-ST-TAKEN-YTD (WS-STMT-USED).
009210     MOVE LB-BALANCE TO WS-ST-BALANCE (WS-STMT-USED).
009220     MOVE LB-CARRY-CAP TO WS-ST-CARRY-CAP (WS-STMT-USED).
009230     MOVE ZERO TO WS-DEPT-SLOT.
009240     PERFORM 5150-MATCH-ONE-DEPT THRU 5150-EXIT
009250         VARYING WS-DEPT-IX FROM 1 BY 1
009260         UNTIL WS-DEPT-IX > WS-DEPT-USED
009270             OR WS-DEPT-SLOT > ZERO.
009280     IF WS-DEPT-SLOT = ZERO
009290         AND WS-DEPT-USED < WS-DEPT-TABLE-MAX
009300         ADD 1 TO WS-DEPT-USED
009310         MOVE EMP-DEPT-CODE TO WS-DEPT-CODE-ENTRY (WS-DEPT-USED)
009320     END-IF.
009330 5100-EXIT.
009340     EXIT.
009350
009360 5150-MATCH-ONE-DEPT.
009370     IF WS-DEPT-CODE-ENTRY (WS-DEPT-IX) = EMP-DEPT-CODE
009380         MOVE WS-DEPT-IX TO WS-DEPT-SLOT
009390     END-IF.
009400 5150-EXIT.
009410     EXIT.
009420
009430 6000-WRITE-STATEMENT.
009440     IF NOT WS-STMT-IS-OPEN
009450         GO TO 6000-EXIT
009460     END-IF.
009470     IF WS-DEPT-USED = ZERO
009480         MOVE SPACES TO STATEMENT-RECORD
009490         WRITE STATEMENT-RECORD
009500         MOVE "NO LEAVE BALANCES ON FILE" TO STATEMENT-RECORD
009510         WRITE STATEMENT-RECORD
009520         GO TO 6000-EXIT
009530     END-IF.
009540     PERFORM 6100-WRITE-ONE-DEPT THRU 6100-EXIT
009550         VARYING WS-DEPT-IX FROM 1 BY 1
009560         UNTIL WS-DEPT-IX > WS-DEPT-USED.
009570 6000-EXIT.
009580     EXIT.
009590
009600 6100-WRITE-ONE-DEPT.
009610******************************************************************
009620* One department's section: heading with the department name from
009630* the reference file, a line per employee, and the department's
009640* headcount and total days outstanding.
009650******************************************************************
009660     MOVE WS-DEPT-CODE-ENTRY (WS-DEPT-IX) TO WS-CURRENT-DEPT.
009670     CALL "DEPTLKUP" USING WS-CURRENT-DEPT WS-DEPT-STATUS-CODE
009680         WS-DEPT-NAME.
009690     MOVE ZERO TO WS-DEPT-EMP-COUNT.
009700     MOVE ZERO TO WS-DEPT-BALANCE-TOTAL.
009710     MOVE SPACES TO STATEMENT-RECORD.
009720     WRITE STATEMENT-RECORD.
009730     STRING "DEPARTMENT " WS-CURRENT-DEPT " " WS-DEPT-NAME
009740         DELIMITED BY SIZE INTO STATEMENT-RECORD.
009750     WRITE STATEMENT-RECORD.
009760     MOVE WS-STMT-COLUMN-HEADING TO STATEMENT-RECORD.
009770     WRITE STATEMENT-RECORD.
009780     PERFORM 6200-WRITE-ONE-EMPLOYEE THRU 6200-EXIT
009790         VARYING WS-STMT-IX FROM 1 BY 1
009800         UNTIL WS-STMT-IX > WS-STMT-USED.
009810     MOVE WS-DEPT-EMP-COUNT TO WS-COUNT-ED.
009820     MOVE WS-DEPT-BALANCE-TOTAL TO WS-DAYS-TOTAL-ED.
009830     MOVE SPACES TO STATEMENT-RECORD.
009840     STRING "DEPARTMENT " WS-CURRENT-DEPT " TOTAL  EMPLOYEES "
009850         WS-COUNT-ED "  DAYS OUTSTANDING " WS-DAYS-TOTAL-ED
009860         DELIMITED BY SIZE INTO STATEMENT-RECORD.
009870     WRITE STATEMENT-RECORD.
009880 6100-EXIT.
009890     EXIT.
009900
009910 6200-WRITE-ONE-EMPLOYEE.
009920     IF WS-ST-DEPT-CODE (WS-STMT-IX) NOT = WS-CURRENT-DEPT
009930         GO TO 6200-EXIT
009940     END-IF.
009950     MOVE WS-ST-EMP-ID (WS-STMT-IX) TO SL-EMP-ID.
009960     MOVE WS-ST-LAST-NAME (WS-STMT-IX) TO SL-LAST-NAME.
009970     MOVE WS-ST-CARRIED-IN (WS-STMT-IX) TO SL-CARRIED-IN.
009980     MOVE WS-ST-ACCRUED-YTD (WS-STMT-IX) TO SL-ACCRUED-YTD.
009990     MOVE WS-ST-TAKEN-YTD (WS-STMT-IX) TO SL-TAKEN-YTD.
010000     MOVE WS-ST-BALANCE (WS-STMT-IX) TO SL-BALANCE.
010010     IF WS-ST-CARRY-CAP (WS-STMT-IX) = 999
010020         MOVE "NONE" TO SL-CARRY-CAP
010030     ELSE
010040         MOVE WS-ST-CARRY-CAP (WS-STMT-IX) TO WS-CAP-ED
010050         MOVE WS-CAP-ED TO SL-CARRY-CAP
010060     END-IF.
010070     IF WS-ST-BALANCE (WS-STMT-IX) > WS-ST-CARRY-CAP (WS-STMT-IX)
010080         MOVE "OVER CAP" TO SL-FLAG
010090     ELSE
010100         MOVE SPACES TO SL-FLAG
010110     END-IF.
010120     MOVE WS-STMT-DETAIL-LINE TO STATEMENT-RECORD.
010130     WRITE STATEMENT-RECORD.
010140     ADD 1 TO WS-DEPT-EMP-COUNT.
010150     ADD WS-ST-BALANCE (WS-STMT-IX) TO WS-DEPT-BALANCE-TOTAL.
010160 6200-EXIT.
010170     EXIT.
010180
010190 7000-WRITE-REFUSED-LINE.
010200     IF NOT WS-EXCP-IS-OPEN
010210         GO TO 7000-EXIT
010220     END-IF.
010230     IF NOT WS-REFUSED-SECTION-OPEN
010240         SET WS-REFUSED-SECTION-OPEN TO TRUE
010250         MOVE SPACES TO EXCEPTION-RECORD
010260         WRITE EXCEPTION-RECORD
010270         MOVE "LEAVE REQUESTS REFUSED (NOT POSTED):"
010280             TO EXCEPTION-RECORD
010290         WRITE EXCEPTION-RECORD
010300     END-IF.
010310     MOVE LT-EMP-ID TO XL-EMP-ID.
010320     MOVE LT-LEAVE-DATE TO XL-LEAVE-DATE.
010330     IF LT-DAYS-TAKEN NUMERIC
010340         MOVE LT-DAYS-TAKEN TO WS-DAYS-ED
010350         MOVE WS-DAYS-ED (3:4) TO XL-DAYS
010360     ELSE
010370         MOVE "????" TO XL-DAYS
010380     END-IF.
010390     MOVE WS-REFUSE-REASON TO XL-REASON.
010400     MOVE WS-REFUSED-LINE TO EXCEPTION-RECORD.
010410     WRITE EXCEPTION-RECORD.
010420 7000-EXIT.
010430     EXIT.
010440
010450 7100-WRITE-FORFEIT-LINE.
010460     ADD 1 TO WS-FORFEIT-COUNT.
010470     MOVE "OK" TO WS-STATUS-TEXT.
010480     MOVE LB-FORFEITED-LAST TO WS-DAYS-ED.
010490     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
010500     STRING "LEAVE YEAR " LB-LEAVE-YEAR " CLOSED FOR " LB-EMP-ID
010510         " FORFEITED " WS-DAYS-ED
010520         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
010530     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
010540     IF NOT WS-EXCP-IS-OPEN
010550         GO TO 7100-EXIT
010560     END-IF.
010570     IF NOT WS-FORFEIT-SECTION-OPEN
010580         SET WS-FORFEIT-SECTION-OPEN TO TRUE
010590         MOVE SPACES TO EXCEPTION-RECORD
010600         WRITE EXCEPTION-RECORD
010610         MOVE "YEAR-END CARRY-OVER FORFEITS:" TO EXCEPTION-RECORD
010620         WRITE EXCEPTION-RECORD
010630     END-IF.
010640     MOVE LB-EMP-ID TO FL-EMP-ID.
010650     MOVE LB-LEAVE-YEAR TO FL-LEAVE-YEAR.
010660     MOVE LB-BALANCE TO FL-CARRIED.
010670     MOVE LB-FORFEITED-LAST TO FL-FORFEITED.
010680     MOVE WS-FORFEIT-LINE TO EXCEPTION-RECORD.
010690     WRITE EXCEPTION-RECORD.
010700 7100-EXIT.
010710     EXIT.
010720
010730 7200-WRITE-OVER-CAP-LINE.
010740     ADD 1 TO WS-OVER-CAP-COUNT.
010750     IF NOT WS-EXCP-IS-OPEN
010760         GO TO 7200-EXIT
010770     END-IF.
010780     IF NOT WS-OVER-CAP-SECTION-OPEN
010790         SET WS-OVER-CAP-SECTION-OPEN TO TRUE
010800         MOVE SPACES TO EXCEPTION-RECORD
010810         WRITE EXCEPTION-RECORD
010820         MOVE "BALANCES OVER THE YEAR-END CARRY-OVER CAP:"
010830             TO EXCEPTION-RECORD
010840         WRITE EXCEPTION-RECORD
010850     END-IF.
010860     COMPUTE WS-EXCESS-DAYS = LB-BALANCE - LB-CARRY-CAP.
010870     MOVE LB-EMP-ID TO OL-EMP-ID.
010880     MOVE EMP-DEPT-CODE TO OL-DEPT-CODE.
010890     MOVE LB-BALANCE TO OL-BALANCE.
010900     MOVE LB-CARRY-CAP TO OL-CARRY-CAP.
010910     MOVE WS-EXCESS-DAYS TO OL-EXCESS.
010920     MOVE WS-OVER-CAP-LINE TO EXCEPTION-RECORD.
010930     WRITE EXCEPTION-RECORD.
010940 7200-EXIT.
010950     EXIT.
010960
010970 8000-FINALIZE.
010980     IF WS-EXTRACT-IS-OPEN
010990         CLOSE ENTITLE-EXTRACT-FILE
011000     END-IF.
011010     IF WS-BALANCE-IS-OPEN
011020         CLOSE LEAVE-BALANCE-FILE
011030     END-IF.
011040     IF WS-EMPMAST-IS-OPEN
011050         CLOSE EMP-MASTER-FILE
011060     END-IF.
011070     MOVE WS-ACCRUED-COUNT TO WS-ACCRUED-COUNT-ED.
011080     MOVE WS-POSTED-COUNT TO WS-POSTED-COUNT-ED.
011090     MOVE WS-REFUSED-COUNT TO WS-REFUSED-COUNT-ED.
011100     MOVE WS-FORFEIT-COUNT TO WS-FORFEIT-COUNT-ED.
011110     MOVE WS-OVER-CAP-COUNT TO WS-OVER-CAP-COUNT-ED.
011120     DISPLAY "Balances accrued    : " WS-ACCRUED-COUNT-ED.
011130     MOVE WS-OPENED-COUNT TO WS-COUNT-ED.
011140     DISPLAY "Balances opened     : " WS-COUNT-ED.
011150     MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
011160     DISPLAY "Leave years closed  : " WS-COUNT-ED.
011170     DISPLAY "Year-end forfeits   : " WS-FORFEIT-COUNT-ED.
011180     MOVE WS-REQUEST-COUNT TO WS-COUNT-ED.
011190     DISPLAY "Leave requests read : " WS-COUNT-ED.
011200     DISPLAY "Leave posted        : " WS-POSTED-COUNT-ED.
011210     DISPLAY "Leave refused       : " WS-REFUSED-COUNT-ED.
011220     MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED.
011230     DISPLAY "Posted by prior try : " WS-COUNT-ED.
011240     DISPLAY "Balances over cap   : " WS-OVER-CAP-COUNT-ED.
011250     IF WS-EXCP-IS-OPEN
011260         IF WS-REFUSED-COUNT = ZERO AND WS-FORFEIT-COUNT = ZERO
011270             AND WS-OVER-CAP-COUNT = ZERO
011280             MOVE SPACES TO EXCEPTION-RECORD
011290             WRITE EXCEPTION-RECORD
011300             MOVE "NO EXCEPTIONS" TO EXCEPTION-RECORD
011310             WRITE EXCEPTION-RECORD
011320         END-IF
011330         MOVE SPACES TO EXCEPTION-RECORD
011340         WRITE EXCEPTION-RECORD
011350         STRING "TOTAL REFUSED: " WS-REFUSED-COUNT-ED
011360             " FORFEITS: " WS-FORFEIT-COUNT-ED
011370             " OVER CAP: " WS-OVER-CAP-COUNT-ED
011380             " RUN " WS-RUN-NUMBER-ED
011390             DELIMITED BY SIZE INTO EXCEPTION-RECORD
011400         WRITE EXCEPTION-RECORD
011410         CLOSE EXCEPTION-FILE
011420     END-IF.
011430     IF WS-STMT-IS-OPEN
011440         MOVE WS-TAKEN-DAYS-TOTAL TO WS-DAYS-TOTAL-ED
011450         MOVE SPACES TO STATEMENT-RECORD
011460         WRITE STATEMENT-RECORD
011470         STRING "TOTAL ACCRUED: " WS-ACCRUED-COUNT-ED
011480             " POSTED: " WS-POSTED-COUNT-ED
011490             " DAYS TAKEN: " WS-DAYS-TOTAL-ED
011500             " RUN " WS-RUN-NUMBER-ED
011510             DELIMITED BY SIZE INTO STATEMENT-RECORD
011520         WRITE STATEMENT-RECORD
011530         CLOSE STATEMENT-FILE
011540     END-IF.
011550     IF WS-STEP-RC < 12
011560         MOVE "OK" TO WS-STATUS-TEXT
011570         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
011580         STRING "LEAVE POSTING DONE ACCRUED " WS-ACCRUED-COUNT-ED
011590             " POSTED " WS-POSTED-COUNT-ED
011600             " REFUSED " WS-REFUSED-COUNT-ED
011610             " OVER CAP " WS-OVER-CAP-COUNT-ED
011620             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
011630         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
011640     END-IF.
011650     MOVE "OK" TO WS-STATUS-TEXT.
011660     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
011670     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
011680     IF WS-AUDIT-IS-OPEN
011690         CLOSE AUDIT-LOG-FILE
011700     END-IF.
011710 8000-EXIT.
011720     EXIT.
011730
011740 9000-WRITE-AUDIT-ENTRY.
011750******************************************************************
011760* Stamps and writes one audit record.  The caller sets
011770* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
011780* this paragraph.
011790******************************************************************
011800     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
011810     MOVE SPACES TO AUDIT-LOG-RECORD.
011820     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
011830     MOVE "LEAVEPST" TO AUDIT-PROGRAM-ID.
011840     MOVE SPACES TO AUDIT-USER-ID.
011850     IF WS-SIMULATION
011860         MOVE "SIMULATE" TO AUDIT-USER-ID
011870     END-IF.
011880     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
011890     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
011900     IF WS-STATUS-TEXT = "OK"
011910         SET AUDIT-IS-INFO TO TRUE
011920     ELSE
011930         IF WS-STATUS-TEXT = "ERROR"
011940             SET AUDIT-IS-ERROR TO TRUE
011950         ELSE
011960             SET AUDIT-IS-WARNING TO TRUE
011970         END-IF
011980     END-IF.
011990     IF WS-AUDIT-IS-OPEN
012000         WRITE AUDIT-LOG-RECORD
012010     END-IF.
012020 9000-EXIT.
012030     EXIT.
012040
012050** add other procedures here
012060 END PROGRAM LEAVEPST.
