000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Menu-access dormancy check and quarterly access
000060*                recertification.  Every night it folds HELLO's
000070*                sign-on audit log into the SIGNHIST sign-on
000080*                history (the last successful sign-on per EMP-ID,
000090*                kept here because the weekly archival trims the
000100*                log itself), then suspends the AUTHFILE row of
000110*                every operator with no successful sign-on in the
000120*                AUTHPARM number of days: the options are taken
000130*                off the row, and the suspension and its reason go
000140*                on the AUTHSUSP register, the DORMRPT report and
000150*                the authorization audit log.  An operator who
000160*                has never signed on is timed from the night their
000170*                row was first seen here.  A suspended row that
000180*                comes back through an AUTHUPDT grant is noted as
000190*                reinstated and its clock restarts.  On a
000200*                quarter-end date (the calendar's month-end in
000210*                March, June, September and December) it opens
000220*                one RCRTREG recertification entry per AUTHFILE
000230*                row, due back the AUTHPARM number of business
000240*                days later, and prints the RCRTRPT sign-off lists
000250*                by department for the managers.  AUTHUPDT applies
000260*                the returned lists and revokes what is not
000270*                returned by the deadline.
000280* Tectonics:     cobc
000290*
000300* Modification History
000310* ---------------------
000320* 2026-10-15  DW   Original program.
000330* 2026-10-15  DW   Business date now taken from GETBDATE for
000340*                  catch-up nights.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000380 PROGRAM-ID. AUTHCERT.
000390 ENVIRONMENT DIVISION.
000400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000410 CONFIGURATION SECTION.
000420*-----------------------
000430 INPUT-OUTPUT SECTION.
000440*-----------------------
000450 FILE-CONTROL.
000460     SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AUTH-STATUS.
000490     SELECT SIGN-ON-LOG-FILE ASSIGN TO "HELOAUDT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SIGNON-STATUS.
000520     SELECT SIGN-HISTORY-FILE ASSIGN TO "SIGNHIST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-HISTORY-STATUS.
000550     SELECT PARAM-FILE ASSIGN TO "AUTHPARM"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PARAM-STATUS.
000580     SELECT SUSPENSION-FILE ASSIGN TO "AUTHSUSP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SUSPEND-STATUS.
000610     SELECT RECERT-REGISTER-FILE ASSIGN TO "RCRTREG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REGISTER-STATUS.
000640     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS EMP-ID
000680         FILE STATUS IS WS-EMPMAST-STATUS.
000690     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-DEPT-STATUS.
000720     SELECT DORMANCY-REPORT-FILE ASSIGN TO "DORMRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-DORM-RPT-STATUS.
000750     SELECT RECERT-REPORT-FILE ASSIGN TO "RCRTRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RCRT-RPT-STATUS.
000780     SELECT SORT-WORK-FILE ASSIGN TO "SORTWRK".
000790     SELECT AUDIT-LOG-FILE ASSIGN TO "AUTHAUDT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AUDIT-STATUS.
000820 DATA DIVISION.
000830*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000840 FILE SECTION.
000850*-----------------------
000860 FD  AUTH-FILE.
000870 01  AUTH-RECORD.
000880     05  AUTH-EMP-ID             PIC X(06).
000890     05  AUTH-OPTIONS            PIC X(08).
000900 FD  SIGN-ON-LOG-FILE.
000910 01  SIGN-ON-LOG-RECORD          PIC X(132).
000920 FD  SIGN-HISTORY-FILE.
000930 01  SIGN-HISTORY-RECORD.
000940     05  SH-EMP-ID               PIC X(06).
000950     05  SH-LAST-SIGNON          PIC 9(08).
000960     05  SH-CLOCK-DATE           PIC 9(08).
000970     05  SH-SUSPENDED-SWITCH     PIC X(01).
000980     05  SH-SUSPEND-RUN          PIC 9(05).
000990 FD  PARAM-FILE.
001000 01  PARAM-RECORD.
001010     05  AP-DORMANT-DAYS         PIC 9(03).
001020     05  AP-RECERT-DAYS          PIC 9(03).
001030 FD  SUSPENSION-FILE.
001040     COPY AUTHSUSP.
001050 FD  RECERT-REGISTER-FILE.
001060     COPY RCRTREG.
001070 FD  EMP-MASTER-FILE.
001080     COPY EMPMAST.
001090 FD  DEPT-FILE.
001100     COPY DEPTREF.
001110 FD  DORMANCY-REPORT-FILE.
001120 01  DORMANCY-REPORT-RECORD      PIC X(80).
001130 FD  RECERT-REPORT-FILE.
001140 01  RECERT-REPORT-RECORD        PIC X(80).
001150 SD  SORT-WORK-FILE.
001160 01  SORT-RECORD.
001170     05  SR-DEPT-CODE            PIC X(04).
001180     05  SR-EMP-ID               PIC X(06).
001190     05  SR-MANAGER-ID           PIC X(06).
001200     05  SR-OPTIONS              PIC X(08).
001210     05  SR-STATUS               PIC X(01).
001220 FD  AUDIT-LOG-FILE.
001230     COPY AUDITLOG.
001240
001250 WORKING-STORAGE SECTION.
001260*-----------------------
001270 01  WS-AUTH-STATUS              PIC X(02).
001280 01  WS-AUTH-EOF-SWITCH          PIC X(01) VALUE 'N'.
001290     88  WS-AUTH-EOF             VALUE 'Y'.
001300 01  WS-AUTH-OVERFLOW-SWITCH     PIC X(01) VALUE 'N'.
001310     88  WS-AUTH-OVERFLOWED      VALUE 'Y'.
001320 01  WS-SIGNON-STATUS            PIC X(02).
001330 01  WS-SIGNON-EOF-SWITCH        PIC X(01) VALUE 'N'.
001340     88  WS-SIGNON-EOF           VALUE 'Y'.
001350 01  WS-SIGNON-MISSING-SWITCH    PIC X(01) VALUE 'N'.
001360     88  WS-SIGNON-LOG-MISSING   VALUE 'Y'.
001370 01  WS-HISTORY-STATUS           PIC X(02).
001380 01  WS-HISTORY-EOF-SWITCH       PIC X(01) VALUE 'N'.
001390     88  WS-HISTORY-EOF          VALUE 'Y'.
001400 01  WS-HISTORY-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
001410     88  WS-HISTORY-OVERFLOWED   VALUE 'Y'.
001420 01  WS-PARAM-STATUS             PIC X(02).
001430 01  WS-SUSPEND-STATUS           PIC X(02).
001440 01  WS-SUSPEND-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001450     88  WS-SUSPEND-IS-OPEN      VALUE 'Y'.
001460 01  WS-REGISTER-STATUS          PIC X(02).
001470 01  WS-REGISTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
001480     88  WS-REGISTER-EOF         VALUE 'Y'.
001490 01  WS-REGISTER-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
001500     88  WS-REGISTER-OVERFLOWED  VALUE 'Y'.
001510 01  WS-EMPMAST-STATUS           PIC X(02).
001520 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001530     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
001540 01  WS-MASTER-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001550     88  WS-MASTER-FOUND         VALUE 'Y'.
001560     88  WS-MASTER-NOT-FOUND     VALUE 'N'.
001570 01  WS-DEPT-STATUS              PIC X(02).
001580 01  WS-DEPT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001590     88  WS-DEPT-EOF             VALUE 'Y'.
001600 01  WS-DORM-RPT-STATUS          PIC X(02).
001610 01  WS-DORM-RPT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001620     88  WS-DORM-RPT-IS-OPEN     VALUE 'Y'.
001630 01  WS-RCRT-RPT-STATUS          PIC X(02).
001640 01  WS-RCRT-RPT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001650     88  WS-RCRT-RPT-IS-OPEN     VALUE 'Y'.
001660 01  WS-REPORT-TARGET            PIC X(01) VALUE 'D'.
001670     88  WS-TO-DORMANCY-REPORT   VALUE 'D'.
001680     88  WS-TO-RECERT-REPORT     VALUE 'R'.
001690 01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001700     88  WS-SORT-EOF             VALUE 'Y'.
001710 01  WS-AUDIT-STATUS             PIC X(02).
001720 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001730     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001740 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001750 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001760 COPY RUNMODE.
001770 01  WS-SUITE-FUNCTION           PIC X(01).
001780 01  WS-SUITE-STEP-NAME          PIC X(08).
001790 01  WS-SUITE-RC                 PIC 9(04).
001800 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001810     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001820 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001830 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001840 01  WS-STATUS-TEXT              PIC X(20).
001850 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001860 01  WS-TODAY                    PIC X(21).
001870 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
001880     05  WS-TODAY-DATE-X         PIC X(08).
001890     05  FILLER                  PIC X(13).
001900 01  WS-TODAY-DATE-N REDEFINES WS-TODAY.
001910     05  WS-TODAY-DATE           PIC 9(08).
001920     05  FILLER                  PIC X(13).
001930 01  WS-TODAY-PARTS REDEFINES WS-TODAY.
001940     05  WS-TODAY-CCYY           PIC 9(04).
001950     05  WS-TODAY-MM             PIC 9(02).
001960         88  WS-QUARTER-MONTH    VALUE 03 06 09 12.
001970     05  FILLER                  PIC X(15).
001980 01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
001990 01  WS-DAY-TYPE                 PIC X(01).
002000     88  WS-IS-MONTH-END         VALUE 'E' 'Y'.
002010 01  WS-QUARTER-SWITCH           PIC X(01) VALUE 'N'.
002020     88  WS-IS-QUARTER-END       VALUE 'Y'.
002030*
002040* Parameters: the dormancy horizon in days since the last
002050* successful sign-on, and the business days a manager has to
002060* return a recertification list.
002070*
002080 01  WS-DORMANT-DAYS             PIC 9(03) VALUE 90.
002090 01  WS-DORMANT-DAYS-ED          PIC ZZ9.
002100 01  WS-RECERT-DAYS              PIC 9(03) VALUE 10.
002110*
002120* The AUTHFILE map, as MAIN-MENU and AUTHUPDT hold it.
002130*
002140 01  WS-AUTH-TABLE-MAX           PIC 9(03) COMP VALUE 50.
002150 01  WS-AUTH-USED                PIC 9(03) COMP VALUE ZERO.
002160 01  WS-AUTH-IX                  PIC 9(03) COMP VALUE ZERO.
002170 01  WS-AUTH-ENTRY-TABLE.
002180     05  WS-AUTH-ENTRY OCCURS 50 TIMES.
002190         10  WS-AUTH-TBL-EMP-ID   PIC X(06).
002200         10  WS-AUTH-TBL-OPTIONS  PIC X(08).
002210*
002220* The sign-on history: one entry per EMP-ID ever seen signing on
002230* or holding an AUTHFILE row.  The clock date is when the dormancy
002240* clock last (re)started without a sign-on -- first sighting of
002250* the row, or reinstatement after a suspension.
002260*
002270 01  WS-HIST-TABLE-MAX           PIC 9(03) COMP VALUE 500.
002280 01  WS-HIST-USED                PIC 9(03) COMP VALUE ZERO.
002290 01  WS-HIST-IX                  PIC 9(03) COMP VALUE ZERO.
002300 01  WS-HIST-SLOT                PIC 9(03) COMP VALUE ZERO.
002310 01  WS-HIST-TABLE.
002320     05  WS-HIST-ENTRY OCCURS 500 TIMES.
002330         10  WS-HT-EMP-ID        PIC X(06).
002340         10  WS-HT-LAST-SIGNON   PIC 9(08).
002350         10  WS-HT-CLOCK-DATE    PIC 9(08).
002360         10  WS-HT-SUSPENDED     PIC X(01).
002370             88  WS-HT-IS-SUSPENDED VALUE 'Y'.
002380         10  WS-HT-SUSPEND-RUN   PIC 9(05).
002390 01  WS-LOOK-EMP-ID              PIC X(06).
002400 01  WS-SIGN-ON-IMAGE.
002410     05  SI-TIMESTAMP.
002420         10  SI-DATE             PIC 9(08).
002430         10  FILLER              PIC X(13).
002440     05  FILLER                  PIC X(01).
002450     05  SI-PROGRAM-ID           PIC X(08).
002460     05  FILLER                  PIC X(01).
002470     05  SI-SEVERITY             PIC X(05).
002480     05  FILLER                  PIC X(01).
002490     05  SI-USER-ID.
002500         10  SI-EMP-ID           PIC X(06).
002510         10  FILLER              PIC X(02).
002520     05  FILLER                  PIC X(01).
002530     05  SI-RUN-NUMBER           PIC X(05).
002540     05  FILLER                  PIC X(01).
002550     05  SI-MESSAGE-TEXT         PIC X(80).
002560*
002570* Tonight's suspensions and reinstatements, decided first and
002580* applied together once every row has been checked.
002590*
002600 01  WS-ACT-TABLE-MAX            PIC 9(03) COMP VALUE 50.
002610 01  WS-ACT-USED                 PIC 9(03) COMP VALUE ZERO.
002620 01  WS-ACT-IX                   PIC 9(03) COMP VALUE ZERO.
002630 01  WS-ACT-TABLE.
002640     05  WS-ACT-ENTRY OCCURS 50 TIMES.
002650         10  WS-ACT-KIND         PIC X(01).
002660             88  WS-ACT-SUSPENDED VALUE 'S'.
002670             88  WS-ACT-REINSTATED VALUE 'R'.
002680         10  WS-ACT-EMP-ID       PIC X(06).
002690         10  WS-ACT-OPTIONS      PIC X(08).
002700         10  WS-ACT-LAST-SIGNON  PIC 9(08).
002710         10  WS-ACT-IDLE-DAYS    PIC 9(05).
002720         10  WS-ACT-REASON-CODE  PIC X(02).
002730         10  WS-ACT-REASON-TEXT  PIC X(30).
002740 01  WS-EFFECTIVE-DATE           PIC 9(08).
002750 01  WS-EFFECTIVE-INTEGER        PIC 9(08) COMP VALUE ZERO.
002760 01  WS-IDLE-DAYS                PIC S9(05) COMP VALUE ZERO.
002770 01  WS-IDLE-DAYS-ED             PIC ZZZZ9.
002780*
002790* Department names and managers off DEPTFILE.
002800*
002810 01  WS-DEPT-TABLE-MAX           PIC 9(02) COMP VALUE 50.
002820 01  WS-DEPT-USED                PIC 9(02) COMP VALUE ZERO.
002830 01  WS-DEPT-IX                  PIC 9(02) COMP VALUE ZERO.
002840 01  WS-DEPT-SLOT                PIC 9(02) COMP VALUE ZERO.
002850 01  WS-DEPT-TABLE.
002860     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
002870         10  WS-DT-CODE          PIC X(04).
002880         10  WS-DT-NAME          PIC X(20).
002890         10  WS-DT-MANAGER-ID    PIC X(06).
002900 01  WS-LOOK-DEPT                PIC X(04).
002910*
002920* The recertification register.  Entries of earlier quarters that
002930* are already closed are dropped when a new quarter opens.
002940*
002950 01  WS-REG-TABLE-MAX            PIC 9(03) COMP VALUE 200.
002960 01  WS-REG-USED                 PIC 9(03) COMP VALUE ZERO.
002970 01  WS-REG-IX                   PIC 9(03) COMP VALUE ZERO.
002980 01  WS-REG-KEEP                 PIC 9(03) COMP VALUE ZERO.
002990 01  WS-REG-TABLE.
003000     05  WS-REG-ENTRY OCCURS 200 TIMES.
003010         10  WS-RG-QUARTER-END   PIC 9(08).
003020         10  WS-RG-EMP-ID        PIC X(06).
003030         10  WS-RG-DEPT-CODE     PIC X(04).
003040         10  WS-RG-MANAGER-ID    PIC X(06).
003050         10  WS-RG-OPTIONS       PIC X(08).
003060         10  WS-RG-DEADLINE      PIC 9(08).
003070         10  WS-RG-STATUS        PIC X(01).
003080             88  WS-RG-IS-OPEN   VALUE 'O'.
003090         10  WS-RG-KEPT-OPTIONS  PIC X(08).
003100         10  WS-RG-CERTIFIED-BY  PIC X(06).
003110         10  WS-RG-ACTION-DATE   PIC 9(08).
003120         10  WS-RG-ACTION-RUN    PIC 9(05).
003130 01  WS-CYCLE-SWITCH             PIC X(01) VALUE 'N'.
003140     88  WS-CYCLE-ALREADY-OPEN   VALUE 'Y'.
003150 01  WS-DEADLINE                 PIC 9(08) VALUE ZERO.
003160 01  WS-DEADLINE-INTEGER         PIC 9(08) COMP VALUE ZERO.
003170 01  WS-DEADLINE-X               PIC X(08).
003180 01  WS-DEADLINE-DAY-TYPE        PIC X(01).
003190     88  WS-DEADLINE-COUNTS      VALUE 'B' 'E' 'Y' '?'.
003200 01  WS-BUSINESS-COUNT           PIC 9(03) COMP VALUE ZERO.
003210 01  WS-CALENDAR-STEPS           PIC 9(03) COMP VALUE ZERO.
003220 01  WS-CURRENT-DEPT             PIC X(04).
003230 01  WS-DEPT-SECTION-SWITCH      PIC X(01) VALUE 'N'.
003240     88  WS-DEPT-SECTION-OPEN    VALUE 'Y'.
003250 01  WS-DEPT-NAME                PIC X(20).
003260 01  WS-MANAGER-ID               PIC X(06).
003270 01  WS-PERSON-NAME              PIC X(41).
003280 01  WS-MANAGER-NAME             PIC X(41).
003290*
003300* Counts.
003310*
003320 01  WS-SIGNON-COUNT             PIC 9(05) COMP VALUE ZERO.
003330 01  WS-CHECKED-COUNT            PIC 9(05) COMP VALUE ZERO.
003340 01  WS-SUSPEND-COUNT            PIC 9(05) COMP VALUE ZERO.
003350 01  WS-REINSTATE-COUNT          PIC 9(05) COMP VALUE ZERO.
003360 01  WS-RECERT-COUNT             PIC 9(05) COMP VALUE ZERO.
003370 01  WS-DEPT-COUNT               PIC 9(05) COMP VALUE ZERO.
003380 01  WS-SIGNON-COUNT-ED          PIC ZZZZ9.
003390 01  WS-CHECKED-COUNT-ED         PIC ZZZZ9.
003400 01  WS-SUSPEND-COUNT-ED         PIC ZZZZ9.
003410 01  WS-REINSTATE-COUNT-ED       PIC ZZZZ9.
003420 01  WS-RECERT-COUNT-ED          PIC ZZZZ9.
003430 01  WS-DEPT-COUNT-ED            PIC ZZZZ9.
003440 COPY RPTCTL.
003450 01  WS-DORMANCY-LINE.
003460     05  DL-EMP-ID               PIC X(06).
003470     05  FILLER                  PIC X(02) VALUE SPACES.
003480     05  DL-ACTION               PIC X(11).
003490     05  FILLER                  PIC X(01) VALUE SPACE.
003500     05  DL-OPTIONS              PIC X(08).
003510     05  FILLER                  PIC X(02) VALUE SPACES.
003520     05  DL-LAST-SIGNON          PIC X(08).
003530     05  FILLER                  PIC X(02) VALUE SPACES.
003540     05  DL-IDLE-DAYS            PIC ZZZZ9.
003550     05  FILLER                  PIC X(02) VALUE SPACES.
003560     05  DL-REASON               PIC X(30).
003570 01  WS-RECERT-LINE.
003580     05  CL-EMP-ID               PIC X(06).
003590     05  FILLER                  PIC X(02) VALUE SPACES.
003600     05  CL-NAME                 PIC X(28).
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  CL-OPTIONS              PIC X(08).
003630     05  FILLER                  PIC X(02) VALUE SPACES.
003640     05  CL-STATUS               PIC X(09).
003650     05  FILLER                  PIC X(02) VALUE SPACES.
003660     05  CL-KEEP                 PIC X(16).
003670
003680*-----------------------
003690 PROCEDURE DIVISION.
003700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003710 0000-MAINLINE.
003720******************************************************************
003730* Folds tonight's sign-ons into the history, checks every
003740* AUTHFILE row for dormancy, opens the recertification cycle on a
003750* quarter-end date, and only then writes anything -- a failure
003760* part way through leaves every file as it was.
003770******************************************************************
003780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003790     IF WS-STEP-RC >= 12
003800         GO TO 0000-WRAP-UP
003810     END-IF.
003820     PERFORM 2000-SCAN-SIGN-ONS THRU 2000-EXIT.
003830     PERFORM 3000-CHECK-ONE-ROW THRU 3000-EXIT
003840         VARYING WS-AUTH-IX FROM 1 BY 1
003850         UNTIL WS-AUTH-IX > WS-AUTH-USED.
003860     IF WS-IS-QUARTER-END
003870         PERFORM 4000-OPEN-RECERTIFICATION THRU 4000-EXIT
003880     END-IF.
003890     PERFORM 6000-REWRITE-FILES THRU 6000-EXIT.
003900     PERFORM 7000-PRINT-DORMANCY THRU 7000-EXIT.
003910     IF WS-IS-QUARTER-END AND WS-STEP-RC < 12
003920         PERFORM 5000-PRINT-RECERTIFICATION THRU 5000-EXIT
003930     END-IF.
003940 0000-WRAP-UP.
003950     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003960     MOVE 'R' TO WS-SUITE-FUNCTION.
003970     MOVE WS-STEP-RC TO WS-SUITE-RC.
003980     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
003990         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
004000     MOVE WS-STEP-RC TO RETURN-CODE.
004010     GOBACK.
004020
004030 1000-INITIALIZE.
004040     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
004050     MOVE "AUTHCERT" TO WS-SUITE-STEP-NAME.
004060     MOVE 'C' TO WS-SUITE-FUNCTION.
004070     MOVE ZERO TO WS-SUITE-RC.
004080     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
004090         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
004100     IF WS-SUITE-STEP-DONE
004110         DISPLAY WS-SUITE-STEP-NAME
004120             " ALREADY COMPLETE THIS RUN - BYPASSED"
004130         GOBACK
004140     END-IF.
004150     OPEN EXTEND AUDIT-LOG-FILE.
004160     IF WS-AUDIT-STATUS = "00"
004170         SET WS-AUDIT-IS-OPEN TO TRUE
004180     END-IF.
004190     MOVE "OK" TO WS-STATUS-TEXT.
004200     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
004210     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
004220     CALL "GETBDATE" USING WS-TODAY.
004230     COMPUTE WS-TODAY-INTEGER =
004240         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
004250     CALL "CALNDR" USING WS-TODAY-DATE-X WS-DAY-TYPE.
004260     IF WS-IS-MONTH-END AND WS-QUARTER-MONTH
004270         SET WS-IS-QUARTER-END TO TRUE
004280     END-IF.
004290     PERFORM 1100-READ-AUTH-PARM THRU 1100-EXIT.
004300     MOVE "AUTHCERT" TO RPT-PROGRAM-NAME.
004310     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER.
004320     MOVE WS-NIGHT-MODE TO RPT-RUN-MODE.
004330     MOVE 60 TO RPT-LINES-PER-PAGE.
004340     MOVE ZERO TO RPT-LINE-COUNT.
004350     MOVE ZERO TO RPT-PAGE-COUNT.
004360     MOVE 'D' TO RPT-REQUEST.
004370     MOVE "EMP-ID  ACTION      OPTIONS   SIGN-ON    IDLE  REASON"
004380         TO RPT-COLUMN-HEADING.
004390     OPEN OUTPUT DORMANCY-REPORT-FILE.
004400     IF WS-DORM-RPT-STATUS = "00"
004410         SET WS-DORM-RPT-IS-OPEN TO TRUE
004420     END-IF.
004430     OPEN INPUT EMP-MASTER-FILE.
004440     IF WS-EMPMAST-STATUS NOT = "00"
004450         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
004460         MOVE "ERROR" TO WS-STATUS-TEXT
004470         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004480         STRING "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
004490             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004500         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004510         MOVE 12 TO WS-STEP-RC
004520         GO TO 1000-EXIT
004530     END-IF.
004540     SET WS-EMPMAST-IS-OPEN TO TRUE.
004550     PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT.
004560     PERFORM 1300-LOAD-AUTH-TABLE THRU 1300-EXIT.
004570     IF WS-STEP-RC >= 12
004580         GO TO 1000-EXIT
004590     END-IF.
004600     PERFORM 1400-LOAD-SIGN-HISTORY THRU 1400-EXIT.
004610     IF WS-IS-QUARTER-END
004620         PERFORM 1500-LOAD-REGISTER THRU 1500-EXIT
004630     END-IF.
004640 1000-EXIT.
004650     EXIT.
004660
004670 1100-READ-AUTH-PARM.
004680******************************************************************
004690* The dormancy horizon (days since the last successful sign-on)
004700* and the recertification return period (business days) are
004710* parameters.  Missing or non-numeric falls back to the 90-day and
004720* 10-business-day shop defaults.
004730******************************************************************
004740     OPEN INPUT PARAM-FILE.
004750     IF WS-PARAM-STATUS = "00"
004760         READ PARAM-FILE
004770             AT END
004780                 CONTINUE
004790             NOT AT END
004800                 IF AP-DORMANT-DAYS NUMERIC
004810                     AND AP-DORMANT-DAYS > ZERO
004820                     MOVE AP-DORMANT-DAYS TO WS-DORMANT-DAYS
004830                 END-IF
004840                 IF AP-RECERT-DAYS NUMERIC
004850                     AND AP-RECERT-DAYS > ZERO
004860                     MOVE AP-RECERT-DAYS TO WS-RECERT-DAYS
004870                 END-IF
004880         END-READ
004890         CLOSE PARAM-FILE
004900     END-IF.
004910     MOVE WS-DORMANT-DAYS TO WS-DORMANT-DAYS-ED.
004920 1100-EXIT.
004930     EXIT.
004940
004950 1200-LOAD-DEPARTMENTS.
004960******************************************************************
004970* Department names and managers for the recertification lists.  A
004980* missing DEPTFILE only leaves the managers blank.
004990******************************************************************
005000     OPEN INPUT DEPT-FILE.
005010     IF WS-DEPT-STATUS NOT = "00"
005020         DISPLAY "DEPTFILE MISSING - NO MANAGERS ON THE LISTS"
005030         GO TO 1200-EXIT
005040     END-IF.
005050     PERFORM 1250-LOAD-ONE-DEPT THRU 1250-EXIT
005060         UNTIL WS-DEPT-EOF.
005070     CLOSE DEPT-FILE.
005080 1200-EXIT.
005090     EXIT.
005100
005110 1250-LOAD-ONE-DEPT.
005120     READ DEPT-FILE
005130         AT END
005140             SET WS-DEPT-EOF TO TRUE
005150     END-READ.
005160     IF WS-DEPT-EOF OR WS-DEPT-USED >= WS-DEPT-TABLE-MAX
005170         GO TO 1250-EXIT
005180     END-IF.
005190     ADD 1 TO WS-DEPT-USED.
005200     MOVE DPT-CODE TO WS-DT-CODE (WS-DEPT-USED).
005210     MOVE DPT-NAME TO WS-DT-NAME (WS-DEPT-USED).
005220     MOVE DPT-MANAGER-ID TO WS-DT-MANAGER-ID (WS-DEPT-USED).
005230 1250-EXIT.
005240     EXIT.
005250
005260 1300-LOAD-AUTH-TABLE.
005270******************************************************************
005280* An unreadable or oversized AUTHFILE stops the step: a partial
005290* map would be rewritten without the rows it could not hold.
005300******************************************************************
005310     OPEN INPUT AUTH-FILE.
005320     IF WS-AUTH-STATUS NOT = "00"
005330         DISPLAY "AUTHFILE OPEN FAILED, STATUS " WS-AUTH-STATUS
005340         MOVE "ERROR" TO WS-STATUS-TEXT
005350         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005360         STRING "AUTHFILE OPEN FAILED, STATUS " WS-AUTH-STATUS
005370             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005380         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005390         MOVE 12 TO WS-STEP-RC
005400         GO TO 1300-EXIT
005410     END-IF.
005420     PERFORM 1350-LOAD-ONE-AUTH THRU 1350-EXIT
005430         UNTIL WS-AUTH-EOF
005440             OR WS-AUTH-OVERFLOWED.
005450     CLOSE AUTH-FILE.
005460     IF WS-AUTH-OVERFLOWED
005470         DISPLAY "AUTHFILE EXCEEDS TABLE - NOTHING CHECKED"
005480         MOVE "ERROR" TO WS-STATUS-TEXT
005490         MOVE "AUTHFILE EXCEEDS TABLE - NOTHING CHECKED"
005500             TO WS-AUDIT-MESSAGE-TEXT
005510         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005520         MOVE 12 TO WS-STEP-RC
005530     END-IF.
005540 1300-EXIT.
005550     EXIT.
005560
005570 1350-LOAD-ONE-AUTH.
005580     READ AUTH-FILE
005590         AT END
005600             SET WS-AUTH-EOF TO TRUE
005610     END-READ.
005620     IF WS-AUTH-EOF
005630         GO TO 1350-EXIT
005640     END-IF.
005650     IF WS-AUTH-USED >= WS-AUTH-TABLE-MAX
005660         SET WS-AUTH-OVERFLOWED TO TRUE
005670         GO TO 1350-EXIT
005680     END-IF.
005690     ADD 1 TO WS-AUTH-USED.
005700     MOVE AUTH-EMP-ID TO WS-AUTH-TBL-EMP-ID (WS-AUTH-USED).
005710     MOVE AUTH-OPTIONS TO WS-AUTH-TBL-OPTIONS (WS-AUTH-USED).
005720 1350-EXIT.
005730     EXIT.
005740
005750 1400-LOAD-SIGN-HISTORY.
005760******************************************************************
005770* A missing history is the first night: every row found tonight
005780* starts its clock tonight.
005790******************************************************************
005800     OPEN INPUT SIGN-HISTORY-FILE.
005810     IF WS-HISTORY-STATUS NOT = "00"
005820         DISPLAY "SIGNHIST MISSING - STARTING A NEW HISTORY"
005830         GO TO 1400-EXIT
005840     END-IF.
005850     PERFORM 1450-LOAD-ONE-HISTORY THRU 1450-EXIT
005860         UNTIL WS-HISTORY-EOF
005870             OR WS-HISTORY-OVERFLOWED.
005880     CLOSE SIGN-HISTORY-FILE.
005890 1400-EXIT.
005900     EXIT.
005910
005920 1450-LOAD-ONE-HISTORY.
005930     READ SIGN-HISTORY-FILE
005940         AT END
005950             SET WS-HISTORY-EOF TO TRUE
005960     END-READ.
005970     IF WS-HISTORY-EOF
005980         GO TO 1450-EXIT
005990     END-IF.
006000     IF WS-HIST-USED >= WS-HIST-TABLE-MAX
006010         SET WS-HISTORY-OVERFLOWED TO TRUE
006020         GO TO 1450-EXIT
006030     END-IF.
006040     ADD 1 TO WS-HIST-USED.
006050     MOVE SH-EMP-ID TO WS-HT-EMP-ID (WS-HIST-USED).
006060     MOVE SH-LAST-SIGNON TO WS-HT-LAST-SIGNON (WS-HIST-USED).
006070     MOVE SH-CLOCK-DATE TO WS-HT-CLOCK-DATE (WS-HIST-USED).
006080     MOVE SH-SUSPENDED-SWITCH TO WS-HT-SUSPENDED (WS-HIST-USED).
006090     MOVE SH-SUSPEND-RUN TO WS-HT-SUSPEND-RUN (WS-HIST-USED).
006100 1450-EXIT.
006110     EXIT.
006120
006130 1500-LOAD-REGISTER.
006140     OPEN INPUT RECERT-REGISTER-FILE.
006150     IF WS-REGISTER-STATUS NOT = "00"
006160         DISPLAY "RCRTREG MISSING - STARTING A NEW REGISTER"
006170         GO TO 1500-EXIT
006180     END-IF.
006190     PERFORM 1550-LOAD-ONE-ENTRY THRU 1550-EXIT
006200         UNTIL WS-REGISTER-EOF
006210             OR WS-REGISTER-OVERFLOWED.
006220     CLOSE RECERT-REGISTER-FILE.
006230 1500-EXIT.
006240     EXIT.
006250
006260 1550-LOAD-ONE-ENTRY.
006270     READ RECERT-REGISTER-FILE
006280         AT END
006290             SET WS-REGISTER-EOF TO TRUE
006300     END-READ.
006310     IF WS-REGISTER-EOF
006320         GO TO 1550-EXIT
006330     END-IF.
006340     IF WS-REG-USED >= WS-REG-TABLE-MAX
006350         SET WS-REGISTER-OVERFLOWED TO TRUE
006360         GO TO 1550-EXIT
006370     END-IF.
006380     ADD 1 TO WS-REG-USED.
006390     MOVE RG-QUARTER-END TO WS-RG-QUARTER-END (WS-REG-USED).
006400     MOVE RG-EMP-ID TO WS-RG-EMP-ID (WS-REG-USED).
006410     MOVE RG-DEPT-CODE TO WS-RG-DEPT-CODE (WS-REG-USED).
006420     MOVE RG-MANAGER-ID TO WS-RG-MANAGER-ID (WS-REG-USED).
006430     MOVE RG-OPTIONS TO WS-RG-OPTIONS (WS-REG-USED).
006440     MOVE RG-DEADLINE TO WS-RG-DEADLINE (WS-REG-USED).
006450     MOVE RG-STATUS TO WS-RG-STATUS (WS-REG-USED).
006460     MOVE RG-KEPT-OPTIONS TO WS-RG-KEPT-OPTIONS (WS-REG-USED).
006470     MOVE RG-CERTIFIED-BY TO WS-RG-CERTIFIED-BY (WS-REG-USED).
006480     MOVE RG-ACTION-DATE TO WS-RG-ACTION-DATE (WS-REG-USED).
006490     MOVE RG-ACTION-RUN TO WS-RG-ACTION-RUN (WS-REG-USED).
006500 1550-EXIT.
006510     EXIT.
006520
006530 2000-SCAN-SIGN-ONS.
006540******************************************************************
006550* Every successful sign-on on HELLO's log moves that operator's
006560* last sign-on forward.  The whole retained log is read each
006570* night, so a night the step did not run loses nothing.  With no
006580* log to read the history cannot be trusted to be current, and no
006590* one is suspended tonight.
006600******************************************************************
006610     OPEN INPUT SIGN-ON-LOG-FILE.
006620     IF WS-SIGNON-STATUS NOT = "00"
006630         DISPLAY "HELOAUDT MISSING - NO SUSPENSIONS TONIGHT"
006640         SET WS-SIGNON-LOG-MISSING TO TRUE
006650         MOVE "WARN" TO WS-STATUS-TEXT
006660         MOVE "HELOAUDT MISSING - DORMANCY NOT CHECKED"
006670             TO WS-AUDIT-MESSAGE-TEXT
006680         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006690         MOVE 4 TO WS-STEP-RC
006700         GO TO 2000-EXIT
006710     END-IF.
006720     PERFORM 2100-READ-ONE-SIGN-ON THRU 2100-EXIT
006730         UNTIL WS-SIGNON-EOF.
006740     CLOSE SIGN-ON-LOG-FILE.
006750 2000-EXIT.
006760     EXIT.
006770
006780 2100-READ-ONE-SIGN-ON.
006790     READ SIGN-ON-LOG-FILE INTO WS-SIGN-ON-IMAGE
006800         AT END
006810             SET WS-SIGNON-EOF TO TRUE
006820     END-READ.
006830     IF WS-SIGNON-EOF
006840         GO TO 2100-EXIT
006850     END-IF.
006860     IF SI-PROGRAM-ID NOT = "HELLO"
006870         OR SI-MESSAGE-TEXT (1:12) NOT = "SIGN-ON OK: "
006880         OR SI-EMP-ID = SPACES
006890         OR SI-USER-ID = "SIMULATE"
006900         OR SI-DATE NOT NUMERIC
006910         GO TO 2100-EXIT
006920     END-IF.
006930     ADD 1 TO WS-SIGNON-COUNT.
006940     MOVE SI-EMP-ID TO WS-LOOK-EMP-ID.
006950     PERFORM 2200-FIND-HISTORY THRU 2200-EXIT.
006960     IF WS-HIST-SLOT = ZERO
006970         GO TO 2100-EXIT
006980     END-IF.
006990     IF SI-DATE > WS-HT-LAST-SIGNON (WS-HIST-SLOT)
007000         MOVE SI-DATE TO WS-HT-LAST-SIGNON (WS-HIST-SLOT)
007010     END-IF.
007020 2100-EXIT.
007030     EXIT.
007040
007050 2200-FIND-HISTORY.
007060******************************************************************
007070* Finds WS-LOOK-EMP-ID's history entry, adding one (clock started
007080* tonight, never signed on) when there is none.  A full table
007090* marks the history overflowed, which stops every suspension and
007100* the rewrite.
007110******************************************************************
007120     MOVE ZERO TO WS-HIST-SLOT.
007130     PERFORM 2250-MATCH-ONE-HISTORY THRU 2250-EXIT
007140         VARYING WS-HIST-IX FROM 1 BY 1
007150         UNTIL WS-HIST-IX > WS-HIST-USED
007160             OR WS-HIST-SLOT > ZERO.
007170     IF WS-HIST-SLOT > ZERO
007180         GO TO 2200-EXIT
007190     END-IF.
007200     IF WS-HIST-USED >= WS-HIST-TABLE-MAX
007210         SET WS-HISTORY-OVERFLOWED TO TRUE
007220         GO TO 2200-EXIT
007230     END-IF.
007240     ADD 1 TO WS-HIST-USED.
007250     MOVE WS-HIST-USED TO WS-HIST-SLOT.
007260     MOVE WS-LOOK-EMP-ID TO WS-HT-EMP-ID (WS-HIST-SLOT).
007270     MOVE ZERO TO WS-HT-LAST-SIGNON (WS-HIST-SLOT).
007280     MOVE WS-TODAY-DATE TO WS-HT-CLOCK-DATE (WS-HIST-SLOT).
007290     MOVE 'N' TO WS-HT-SUSPENDED (WS-HIST-SLOT).
007300     MOVE ZERO TO WS-HT-SUSPEND-RUN (WS-HIST-SLOT).
007310 2200-EXIT.
007320     EXIT.
007330
007340 2250-MATCH-ONE-HISTORY.
007350     IF WS-HT-EMP-ID (WS-HIST-IX) = WS-LOOK-EMP-ID
007360         MOVE WS-HIST-IX TO WS-HIST-SLOT
007370     END-IF.
007380 2250-EXIT.
007390     EXIT.
007400
007410 3000-CHECK-ONE-ROW.
007420******************************************************************
007430* One AUTHFILE row.  A row suspended on an earlier night that
007440* holds options again was re-granted through AUTHUPDT: it is
007450* noted as reinstated and its clock restarts.  (Suspended earlier
007460* in this same run means a rerun that never got as far as the
007470* AUTHFILE rewrite -- that row is simply suspended again.)  Then
007480* the row is dormant when the later of its last sign-on and its
007490* clock date is more than the dormancy horizon ago.
007500******************************************************************
007510     IF WS-AUTH-TBL-OPTIONS (WS-AUTH-IX) = SPACES
007520         GO TO 3000-EXIT
007530     END-IF.
007540     ADD 1 TO WS-CHECKED-COUNT.
007550     MOVE WS-AUTH-TBL-EMP-ID (WS-AUTH-IX) TO WS-LOOK-EMP-ID.
007560     PERFORM 2200-FIND-HISTORY THRU 2200-EXIT.
007570     IF WS-HIST-SLOT = ZERO
007580         GO TO 3000-EXIT
007590     END-IF.
007600     IF WS-HT-IS-SUSPENDED (WS-HIST-SLOT)
007610         AND WS-HT-SUSPEND-RUN (WS-HIST-SLOT) NOT = WS-RUN-NUMBER
007620         PERFORM 3200-REINSTATE-ROW THRU 3200-EXIT
007630         GO TO 3000-EXIT
007640     END-IF.
007650     IF WS-SIGNON-LOG-MISSING
007660         GO TO 3000-EXIT
007670     END-IF.
007680     MOVE WS-HT-CLOCK-DATE (WS-HIST-SLOT) TO WS-EFFECTIVE-DATE.
007690     IF WS-HT-LAST-SIGNON (WS-HIST-SLOT) > WS-EFFECTIVE-DATE
007700         MOVE WS-HT-LAST-SIGNON (WS-HIST-SLOT)
007710             TO WS-EFFECTIVE-DATE
007720     END-IF.
007730     IF WS-EFFECTIVE-DATE NOT NUMERIC
007740         OR WS-EFFECTIVE-DATE = ZERO
007750         MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
007760         MOVE WS-TODAY-DATE TO WS-HT-CLOCK-DATE (WS-HIST-SLOT)
007770     END-IF.
007780     COMPUTE WS-EFFECTIVE-INTEGER =
007790         FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE).
007800     COMPUTE WS-IDLE-DAYS =
007810         WS-TODAY-INTEGER - WS-EFFECTIVE-INTEGER.
007820     IF WS-IDLE-DAYS > WS-DORMANT-DAYS
007830         PERFORM 3300-SUSPEND-ROW THRU 3300-EXIT
007840     END-IF.
007850 3000-EXIT.
007860     EXIT.
007870
007880 3200-REINSTATE-ROW.
007890     MOVE 'N' TO WS-HT-SUSPENDED (WS-HIST-SLOT).
007900     MOVE ZERO TO WS-HT-SUSPEND-RUN (WS-HIST-SLOT).
007910     MOVE WS-TODAY-DATE TO WS-HT-CLOCK-DATE (WS-HIST-SLOT).
007920     IF WS-ACT-USED >= WS-ACT-TABLE-MAX
007930         GO TO 3200-EXIT
007940     END-IF.
007950     ADD 1 TO WS-REINSTATE-COUNT.
007960     ADD 1 TO WS-ACT-USED.
007970     SET WS-ACT-REINSTATED (WS-ACT-USED) TO TRUE.
007980     MOVE WS-LOOK-EMP-ID TO WS-ACT-EMP-ID (WS-ACT-USED).
007990     MOVE WS-AUTH-TBL-OPTIONS (WS-AUTH-IX)
008000         TO WS-ACT-OPTIONS (WS-ACT-USED).
008010     MOVE WS-HT-LAST-SIGNON (WS-HIST-SLOT)
008020         TO WS-ACT-LAST-SIGNON (WS-ACT-USED).
008030     MOVE ZERO TO WS-ACT-IDLE-DAYS (WS-ACT-USED).
008040     MOVE SPACES TO WS-ACT-REASON-CODE (WS-ACT-USED).
008050     MOVE "RE-GRANTED, CLOCK RESTARTED"
008060         TO WS-ACT-REASON-TEXT (WS-ACT-USED).
008070 3200-EXIT.
008080     EXIT.
008090
008100 3300-SUSPEND-ROW.
008110******************************************************************
008120* Takes the options off the row and notes the suspension for the
008130* register, the report and the before/after audit images.
008140******************************************************************
008150     IF WS-ACT-USED >= WS-ACT-TABLE-MAX
008160         GO TO 3300-EXIT
008170     END-IF.
008180     ADD 1 TO WS-SUSPEND-COUNT.
008190     ADD 1 TO WS-ACT-USED.
008200     SET WS-ACT-SUSPENDED (WS-ACT-USED) TO TRUE.
008210     MOVE WS-LOOK-EMP-ID TO WS-ACT-EMP-ID (WS-ACT-USED).
008220     MOVE WS-AUTH-TBL-OPTIONS (WS-AUTH-IX)
008230         TO WS-ACT-OPTIONS (WS-ACT-USED).
008240     MOVE WS-HT-LAST-SIGNON (WS-HIST-SLOT)
008250         TO WS-ACT-LAST-SIGNON (WS-ACT-USED).
008260     MOVE WS-IDLE-DAYS TO WS-ACT-IDLE-DAYS (WS-ACT-USED).
008270     MOVE WS-IDLE-DAYS TO WS-IDLE-DAYS-ED.
008280     MOVE SPACES TO WS-ACT-REASON-TEXT (WS-ACT-USED).
008290     IF WS-HT-LAST-SIGNON (WS-HIST-SLOT) = ZERO
008300         MOVE "NS" TO WS-ACT-REASON-CODE (WS-ACT-USED)
008310         STRING "NEVER SIGNED ON IN " WS-IDLE-DAYS-ED " DAYS"
008320             DELIMITED BY SIZE
008330             INTO WS-ACT-REASON-TEXT (WS-ACT-USED)
008340     ELSE
008350         MOVE "DM" TO WS-ACT-REASON-CODE (WS-ACT-USED)
008360         STRING "NO SIGN-ON FOR " WS-IDLE-DAYS-ED " DAYS"
008370             DELIMITED BY SIZE
008380             INTO WS-ACT-REASON-TEXT (WS-ACT-USED)
008390     END-IF.
008400     MOVE SPACES TO WS-AUTH-TBL-OPTIONS (WS-AUTH-IX).
008410     MOVE 'Y' TO WS-HT-SUSPENDED (WS-HIST-SLOT).
008420     MOVE WS-RUN-NUMBER TO WS-HT-SUSPEND-RUN (WS-HIST-SLOT).
008430 3300-EXIT.
008440     EXIT.
008450
008460 4000-OPEN-RECERTIFICATION.
008470******************************************************************
008480* Quarter end: one open entry per AUTHFILE row still holding
008490* options after tonight's suspensions, due back the parameter
008500* number of business days from tonight.  A rerun of the night
008510* that already opened the cycle opens nothing new and reprints
008520* the lists from the register.  Closed entries of earlier quarters
008530* are dropped; the audit log keeps how each was closed.
008540******************************************************************
008550     IF WS-REGISTER-OVERFLOWED
008560         DISPLAY "RCRTREG EXCEEDS TABLE - CYCLE NOT OPENED"
008570         MOVE "ERROR" TO WS-STATUS-TEXT
008580         MOVE "RCRTREG EXCEEDS TABLE - RECERTIFICATION NOT OPENED"
008590             TO WS-AUDIT-MESSAGE-TEXT
008600         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008610         MOVE 12 TO WS-STEP-RC
008620         GO TO 4000-EXIT
008630     END-IF.
008640     PERFORM 4050-CHECK-ONE-ENTRY THRU 4050-EXIT
008650         VARYING WS-REG-IX FROM 1 BY 1
008660         UNTIL WS-REG-IX > WS-REG-USED
008670             OR WS-CYCLE-ALREADY-OPEN.
008680     IF WS-CYCLE-ALREADY-OPEN
008690         DISPLAY "RECERTIFICATION ALREADY OPEN FOR THIS QUARTER"
008700         GO TO 4000-EXIT
008710     END-IF.
008720     MOVE ZERO TO WS-REG-KEEP.
008730     PERFORM 4100-KEEP-ONE-ENTRY THRU 4100-EXIT
008740         VARYING WS-REG-IX FROM 1 BY 1
008750         UNTIL WS-REG-IX > WS-REG-USED.
008760     MOVE WS-REG-KEEP TO WS-REG-USED.
008770     PERFORM 4200-FIND-DEADLINE THRU 4200-EXIT.
008780     PERFORM 4300-ENTER-ONE-ROW THRU 4300-EXIT
008790         VARYING WS-AUTH-IX FROM 1 BY 1
008800         UNTIL WS-AUTH-IX > WS-AUTH-USED
008810             OR WS-REGISTER-OVERFLOWED.
008820     IF WS-REGISTER-OVERFLOWED
008830         DISPLAY "RCRTREG TABLE FULL - CYCLE NOT OPENED"
008840         MOVE "ERROR" TO WS-STATUS-TEXT
008850         MOVE "RCRTREG TABLE FULL - RECERTIFICATION NOT OPENED"
008860             TO WS-AUDIT-MESSAGE-TEXT
008870         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008880         MOVE 12 TO WS-STEP-RC
008890     END-IF.
008900 4000-EXIT.
008910     EXIT.
008920
008930 4050-CHECK-ONE-ENTRY.
008940     IF WS-RG-QUARTER-END (WS-REG-IX) = WS-TODAY-DATE
008950         SET WS-CYCLE-ALREADY-OPEN TO TRUE
008960     END-IF.
008970 4050-EXIT.
008980     EXIT.
008990
009000 4100-KEEP-ONE-ENTRY.
009010     IF NOT WS-RG-IS-OPEN (WS-REG-IX)
009020         GO TO 4100-EXIT
009030     END-IF.
009040     ADD 1 TO WS-REG-KEEP.
009050     IF WS-REG-KEEP NOT = WS-REG-IX
009060         MOVE WS-REG-ENTRY (WS-REG-IX)
009070             TO WS-REG-ENTRY (WS-REG-KEEP)
009080     END-IF.
009090 4100-EXIT.
009100     EXIT.
009110
009120 4200-FIND-DEADLINE.
009130******************************************************************
009140* Counts the return period forward on the shop calendar, business
009150* days only.  A date past the end of the calendar counts as a
009160* business day rather than pushing the deadline out for ever.
009170******************************************************************
009180     MOVE WS-TODAY-INTEGER TO WS-DEADLINE-INTEGER.
009190     MOVE ZERO TO WS-BUSINESS-COUNT.
009200     MOVE ZERO TO WS-CALENDAR-STEPS.
009210     PERFORM 4250-STEP-ONE-DAY THRU 4250-EXIT
009220         UNTIL WS-BUSINESS-COUNT >= WS-RECERT-DAYS
009230             OR WS-CALENDAR-STEPS > 366.
009240     COMPUTE WS-DEADLINE =
009250         FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INTEGER).
009260 4200-EXIT.
009270     EXIT.
009280
009290 4250-STEP-ONE-DAY.
009300     ADD 1 TO WS-DEADLINE-INTEGER.
009310     ADD 1 TO WS-CALENDAR-STEPS.
009320     COMPUTE WS-DEADLINE =
009330         FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INTEGER).
009340     MOVE WS-DEADLINE TO WS-DEADLINE-X.
009350     CALL "CALNDR" USING WS-DEADLINE-X WS-DEADLINE-DAY-TYPE.
009360     IF WS-DEADLINE-COUNTS
009370         ADD 1 TO WS-BUSINESS-COUNT
009380     END-IF.
009390 4250-EXIT.
009400     EXIT.
009410
009420 4300-ENTER-ONE-ROW.
009430     IF WS-AUTH-TBL-OPTIONS (WS-AUTH-IX) = SPACES
009440         GO TO 4300-EXIT
009450     END-IF.
009460     IF WS-REG-USED >= WS-REG-TABLE-MAX
009470         SET WS-REGISTER-OVERFLOWED TO TRUE
009480         GO TO 4300-EXIT
009490     END-IF.
009500     MOVE "????" TO WS-LOOK-DEPT.
009510     MOVE WS-AUTH-TBL-EMP-ID (WS-AUTH-IX) TO EMP-ID.
009520     READ EMP-MASTER-FILE
009530         INVALID KEY
009540             CONTINUE
009550         NOT INVALID KEY
009560             MOVE EMP-DEPT-CODE TO WS-LOOK-DEPT
009570     END-READ.
009580     PERFORM 4350-FIND-DEPARTMENT THRU 4350-EXIT.
009590     ADD 1 TO WS-REG-USED.
009600     ADD 1 TO WS-RECERT-COUNT.
009610     MOVE WS-TODAY-DATE TO WS-RG-QUARTER-END (WS-REG-USED).
009620     MOVE WS-AUTH-TBL-EMP-ID (WS-AUTH-IX)
009630         TO WS-RG-EMP-ID (WS-REG-USED).
009640     MOVE WS-LOOK-DEPT TO WS-RG-DEPT-CODE (WS-REG-USED).
009650     MOVE SPACES TO WS-RG-MANAGER-ID (WS-REG-USED).
009660     IF WS-DEPT-SLOT > ZERO
009670         MOVE WS-DT-MANAGER-ID (WS-DEPT-SLOT)
009680             TO WS-RG-MANAGER-ID (WS-REG-USED)
009690     END-IF.
009700     MOVE WS-AUTH-TBL-OPTIONS (WS-AUTH-IX)
009710         TO WS-RG-OPTIONS (WS-REG-USED).
009720     MOVE WS-DEADLINE TO WS-RG-DEADLINE (WS-REG-USED).
009730     MOVE 'O' TO WS-RG-STATUS (WS-REG-USED).
009740     MOVE SPACES TO WS-RG-KEPT-OPTIONS (WS-REG-USED).
009750     MOVE SPACES TO WS-RG-CERTIFIED-BY (WS-REG-USED).
009760     MOVE ZERO TO WS-RG-ACTION-DATE (WS-REG-USED).
009770     MOVE ZERO TO WS-RG-ACTION-RUN (WS-REG-USED).
009780 4300-EXIT.
009790     EXIT.
009800
009810 4350-FIND-DEPARTMENT.
009820     MOVE ZERO TO WS-DEPT-SLOT.
009830     PERFORM 4360-MATCH-ONE-DEPT THRU 4360-EXIT
009840         VARYING WS-DEPT-IX FROM 1 BY 1
009850         UNTIL WS-DEPT-IX > WS-DEPT-USED
009860             OR WS-DEPT-SLOT > ZERO.
009870 4350-EXIT.
009880     EXIT.
009890
009900 4360-MATCH-ONE-DEPT.
009910     IF WS-DT-CODE (WS-DEPT-IX) = WS-LOOK-DEPT
009920         MOVE WS-DEPT-IX TO WS-DEPT-SLOT
009930     END-IF.
009940 4360-EXIT.
009950     EXIT.
009960
009970 5000-PRINT-RECERTIFICATION.
009980******************************************************************
009990* The sign-off lists: this quarter's register entries sorted by
010000* department, one section per department headed by its manager
010010* and the return deadline, closing on a sign-off line.
010020******************************************************************
010030     OPEN OUTPUT RECERT-REPORT-FILE.
010040     IF WS-RCRT-RPT-STATUS NOT = "00"
010050         DISPLAY "RCRTRPT OPEN FAILED, STATUS " WS-RCRT-RPT-STATUS
010060         GO TO 5000-EXIT
010070     END-IF.
010080     SET WS-RCRT-RPT-IS-OPEN TO TRUE.
010090     SET WS-TO-RECERT-REPORT TO TRUE.
010100     MOVE ZERO TO RPT-LINE-COUNT.
010110     MOVE ZERO TO RPT-PAGE-COUNT.
010120     MOVE 'D' TO RPT-REQUEST.
010130     MOVE "EMP-ID  NAME                          OPTIONS   STATUS"
010140         TO RPT-COLUMN-HEADING.
010150     MOVE SPACES TO RPT-DETAIL-LINE.
010160     STRING "QUARTERLY ACCESS RECERTIFICATION - QUARTER ENDING "
010170         WS-TODAY-DATE-X
010180         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
010190     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
010200     MOVE "MARK KEEP AGAINST EACH OPTION STILL NEEDED AND SIGN."
010210         TO RPT-DETAIL-LINE.
010220     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
010230     MOVE "OPTIONS NOT MARKED KEEP ARE REVOKED; A LIST NOT"
010240         TO RPT-DETAIL-LINE.
010250     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
010260     MOVE "RETURNED BY THE DEADLINE HAS EVERY OPTION REVOKED."
010270         TO RPT-DETAIL-LINE.
010280     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
010290     SORT SORT-WORK-FILE
010300         ON ASCENDING KEY SR-DEPT-CODE SR-EMP-ID
010310         INPUT PROCEDURE IS 5100-INPUT-PASS
010320             THRU 5100-INPUT-EXIT
010330         OUTPUT PROCEDURE IS 5500-OUTPUT-PASS
010340             THRU 5500-OUTPUT-EXIT.
010350     MOVE WS-RECERT-COUNT TO WS-RECERT-COUNT-ED.
010360     MOVE SPACES TO RPT-DETAIL-LINE.
010370     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
010380     STRING "PEOPLE TO RECERTIFY: " WS-RECERT-COUNT-ED
010390         " RUN " WS-RUN-NUMBER-ED
010400         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
010410     MOVE 'T' TO RPT-REQUEST.
010420     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
010430     CLOSE RECERT-REPORT-FILE.
010440     MOVE 'N' TO WS-RCRT-RPT-OPEN-SWITCH.
010450 5000-EXIT.
010460     EXIT.
010470
010480 5100-INPUT-PASS.
010490     MOVE ZERO TO WS-RECERT-COUNT.
010500     PERFORM 5150-RELEASE-ONE-ENTRY THRU 5150-EXIT
010510         VARYING WS-REG-IX FROM 1 BY 1
010520         UNTIL WS-REG-IX > WS-REG-USED.
010530 5100-INPUT-EXIT.
010540     EXIT.
010550
010560 5150-RELEASE-ONE-ENTRY.
010570     IF WS-RG-QUARTER-END (WS-REG-IX) NOT = WS-TODAY-DATE
010580         GO TO 5150-EXIT
010590     END-IF.
010600     ADD 1 TO WS-RECERT-COUNT.
010610     MOVE WS-RG-DEADLINE (WS-REG-IX) TO WS-DEADLINE.
010620     MOVE SPACES TO SORT-RECORD.
010630     MOVE WS-RG-DEPT-CODE (WS-REG-IX) TO SR-DEPT-CODE.
010640     MOVE WS-RG-EMP-ID (WS-REG-IX) TO SR-EMP-ID.
010650     MOVE WS-RG-MANAGER-ID (WS-REG-IX) TO SR-MANAGER-ID.
010660     MOVE WS-RG-OPTIONS (WS-REG-IX) TO SR-OPTIONS.
010670     MOVE WS-RG-STATUS (WS-REG-IX) TO SR-STATUS.
010680     RELEASE SORT-RECORD.
010690 5150-EXIT.
010700     EXIT.
010710
010720 5500-OUTPUT-PASS.
010730     MOVE 'N' TO WS-SORT-EOF-SWITCH.
010740     PERFORM 5550-RETURN-ONE-RECORD THRU 5550-EXIT
010750         UNTIL WS-SORT-EOF.
010760     IF WS-DEPT-SECTION-OPEN
010770         PERFORM 5800-END-DEPT-SECTION THRU 5800-EXIT
010780     END-IF.
010790 5500-OUTPUT-EXIT.
010800     EXIT.
010810
010820 5550-RETURN-ONE-RECORD.
010830     RETURN SORT-WORK-FILE
010840         AT END
010850             SET WS-SORT-EOF TO TRUE
010860     END-RETURN.
010870     IF NOT WS-SORT-EOF
010880         PERFORM 5600-PRINT-ONE-ENTRY THRU 5600-EXIT
010890     END-IF.
010900 5550-EXIT.
010910     EXIT.
010920
010930 5600-PRINT-ONE-ENTRY.
010940     IF WS-DEPT-SECTION-OPEN
010950         AND SR-DEPT-CODE NOT = WS-CURRENT-DEPT
010960         PERFORM 5800-END-DEPT-SECTION THRU 5800-EXIT
010970     END-IF.
010980     IF NOT WS-DEPT-SECTION-OPEN
010990         PERFORM 5700-START-DEPT-SECTION THRU 5700-EXIT
011000     END-IF.
011010     ADD 1 TO WS-DEPT-COUNT.
011020     MOVE SR-EMP-ID TO WS-LOOK-EMP-ID.
011030     PERFORM 5900-NAME-EMPLOYEE THRU 5900-EXIT.
011040     MOVE SPACES TO WS-RECERT-LINE.
011050     MOVE SR-EMP-ID TO CL-EMP-ID.
011060     MOVE WS-PERSON-NAME TO CL-NAME.
011070     MOVE SR-OPTIONS TO CL-OPTIONS.
011080     EVALUATE SR-STATUS
011090         WHEN 'O'
011100             MOVE "OPEN" TO CL-STATUS
011110             MOVE "KEEP: ________" TO CL-KEEP
011120         WHEN 'C'
011130             MOVE "CERTIFIED" TO CL-STATUS
011140         WHEN 'R'
011150             MOVE "REVOKED" TO CL-STATUS
011160     END-EVALUATE.
011170     MOVE WS-RECERT-LINE TO RPT-DETAIL-LINE.
011180     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
011190 5600-EXIT.
011200     EXIT.
011210
011220 5700-START-DEPT-SECTION.
011230******************************************************************
011240* The section heading carries the department's name and manager
011250* from DEPTFILE and the return deadline, so each section can be
011260* torn off and sent to its manager as it stands.
011270******************************************************************
011280     SET WS-DEPT-SECTION-OPEN TO TRUE.
011290     MOVE SR-DEPT-CODE TO WS-CURRENT-DEPT.
011300     MOVE ZERO TO WS-DEPT-COUNT.
011310     MOVE SR-DEPT-CODE TO WS-LOOK-DEPT.
011320     PERFORM 4350-FIND-DEPARTMENT THRU 4350-EXIT.
011330     MOVE "** UNKNOWN DEPT **" TO WS-DEPT-NAME.
011340     IF WS-DEPT-SLOT > ZERO
011350         MOVE WS-DT-NAME (WS-DEPT-SLOT) TO WS-DEPT-NAME
011360     END-IF.
011370     MOVE SR-MANAGER-ID TO WS-MANAGER-ID.
011380     MOVE SPACES TO WS-MANAGER-NAME.
011390     IF WS-MANAGER-ID = SPACES
011400         MOVE "NONE ON FILE" TO WS-MANAGER-NAME
011410     ELSE
011420         MOVE WS-MANAGER-ID TO WS-LOOK-EMP-ID
011430         PERFORM 5900-NAME-EMPLOYEE THRU 5900-EXIT
011440         MOVE WS-PERSON-NAME TO WS-MANAGER-NAME
011450     END-IF.
011460     MOVE SPACES TO RPT-DETAIL-LINE.
011470     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
011480     MOVE SPACES TO RPT-DETAIL-LINE.
011490     STRING "DEPARTMENT " WS-CURRENT-DEPT " - " WS-DEPT-NAME
011500         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
011510     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
011520     MOVE SPACES TO RPT-DETAIL-LINE.
011530     STRING "MANAGER " WS-MANAGER-ID " " WS-MANAGER-NAME
011540         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
011550     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
011560     MOVE SPACES TO RPT-DETAIL-LINE.
011570     STRING "RETURN SIGNED BY " WS-DEADLINE
011580         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
011590     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
011600 5700-EXIT.
011610     EXIT.
011620
011630 5800-END-DEPT-SECTION.
011640     MOVE 'N' TO WS-DEPT-SECTION-SWITCH.
011650     MOVE WS-DEPT-COUNT TO WS-DEPT-COUNT-ED.
011660     MOVE SPACES TO RPT-DETAIL-LINE.
011670     STRING "DEPARTMENT " WS-CURRENT-DEPT
011680         " PEOPLE: " WS-DEPT-COUNT-ED
011690         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
011700     MOVE 'T' TO RPT-REQUEST.
011710     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
011720     MOVE "MANAGER SIGN-OFF: ____________________  DATE: ________"
011730         TO RPT-DETAIL-LINE.
011740     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
011750 5800-EXIT.
011760     EXIT.
011770
011780 5900-NAME-EMPLOYEE.
011790     MOVE SPACES TO WS-PERSON-NAME.
011800     MOVE WS-LOOK-EMP-ID TO EMP-ID.
011810     SET WS-MASTER-NOT-FOUND TO TRUE.
011820     READ EMP-MASTER-FILE
011830         INVALID KEY
011840             CONTINUE
011850         NOT INVALID KEY
011860             SET WS-MASTER-FOUND TO TRUE
011870     END-READ.
011880     IF WS-MASTER-NOT-FOUND
011890         MOVE "** NOT ON MASTER **" TO WS-PERSON-NAME
011900         GO TO 5900-EXIT
011910     END-IF.
011920     STRING EMP-LAST-NAME DELIMITED BY "  "
011930         ", " DELIMITED BY SIZE
011940         EMP-FIRST-NAME DELIMITED BY "  "
011950         INTO WS-PERSON-NAME.
011960 5900-EXIT.
011970     EXIT.
011980
011990 6000-REWRITE-FILES.
012000******************************************************************
012010* Applies the night's decisions.  An overflowed sign-on history
012020* changes nothing at all -- suspending on a history that could not
012030* be held would suspend people who did sign on.  The history is
012040* written first, so a rerun after a failure further on still
012050* knows which suspensions belong to this run.  A simulated night
012060* audits the decisions and writes no file.
012070******************************************************************
012080     IF WS-STEP-RC >= 12
012090         GO TO 6000-EXIT
012100     END-IF.
012110     IF WS-HISTORY-OVERFLOWED
012120         DISPLAY "SIGNHIST EXCEEDS TABLE - NOTHING SUSPENDED"
012130         MOVE "ERROR" TO WS-STATUS-TEXT
012140         MOVE "SIGNHIST EXCEEDS TABLE - NOTHING SUSPENDED"
012150             TO WS-AUDIT-MESSAGE-TEXT
012160         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
012170         MOVE 12 TO WS-STEP-RC
012180         GO TO 6000-EXIT
012190     END-IF.
012200     IF NOT WS-SIMULATION
012210         PERFORM 6200-REWRITE-HISTORY THRU 6200-EXIT
012220         PERFORM 6100-REWRITE-AUTH-FILE THRU 6100-EXIT
012230     END-IF.
012240     IF WS-STEP-RC >= 12
012250         GO TO 6000-EXIT
012260     END-IF.
012270     IF NOT WS-SIMULATION AND WS-SUSPEND-COUNT > ZERO
012280         OPEN EXTEND SUSPENSION-FILE
012290         IF WS-SUSPEND-STATUS = "00"
012300             SET WS-SUSPEND-IS-OPEN TO TRUE
012310         ELSE
012320             DISPLAY "AUTHSUSP OPEN FAILED, STATUS "
012330                 WS-SUSPEND-STATUS
012340         END-IF
012350     END-IF.
012360     PERFORM 6300-RECORD-ONE-ACTION THRU 6300-EXIT
012370         VARYING WS-ACT-IX FROM 1 BY 1
012380         UNTIL WS-ACT-IX > WS-ACT-USED.
012390     IF WS-SUSPEND-IS-OPEN
012400         CLOSE SUSPENSION-FILE
012410     END-IF.
012420     IF WS-IS-QUARTER-END AND NOT WS-SIMULATION
012430         AND NOT WS-CYCLE-ALREADY-OPEN
012440         PERFORM 6400-REWRITE-REGISTER THRU 6400-EXIT
012450     END-IF.
012460 6000-EXIT.
012470     EXIT.
012480
012490 6100-REWRITE-AUTH-FILE.
012500******************************************************************
012510* A row left with no options is dropped, as AUTHUPDT does --
012520* refusal is the safe default for a missing row.
012530******************************************************************
012540     OPEN OUTPUT AUTH-FILE.
012550     IF WS-AUTH-STATUS NOT = "00"
012560         DISPLAY "AUTHFILE REWRITE FAILED, STATUS " WS-AUTH-STATUS
012570         MOVE "ERROR" TO WS-STATUS-TEXT
012580         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
012590         STRING "AUTHFILE REWRITE FAILED, STATUS " WS-AUTH-STATUS
012600             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
012610         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
012620         MOVE 12 TO WS-STEP-RC
012630         GO TO 6100-EXIT
012640     END-IF.
012650     PERFORM 6150-WRITE-ONE-ROW THRU 6150-EXIT
012660         VARYING WS-AUTH-IX FROM 1 BY 1
012670         UNTIL WS-AUTH-IX > WS-AUTH-USED.
012680     CLOSE AUTH-FILE.
012690 6100-EXIT.
012700     EXIT.
012710
012720 6150-WRITE-ONE-ROW.
012730     IF WS-AUTH-TBL-OPTIONS (WS-AUTH-IX) = SPACES
012740         GO TO 6150-EXIT
012750     END-IF.
012760     MOVE SPACES TO AUTH-RECORD.
012770     MOVE WS-AUTH-TBL-EMP-ID (WS-AUTH-IX) TO AUTH-EMP-ID.
012780     MOVE WS-AUTH-TBL-OPTIONS (WS-AUTH-IX) TO AUTH-OPTIONS.
012790     WRITE AUTH-RECORD.
012800 6150-EXIT.
012810     EXIT.
012820
012830 6200-REWRITE-HISTORY.
012840     OPEN OUTPUT SIGN-HISTORY-FILE.
012850     IF WS-HISTORY-STATUS NOT = "00"
012860         DISPLAY "SIGNHIST REWRITE FAILED, STATUS "
012870             WS-HISTORY-STATUS
012880         MOVE "ERROR" TO WS-STATUS-TEXT
012890         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
012900         STRING "SIGNHIST REWRITE FAILED, STATUS "
012910             WS-HISTORY-STATUS
012920             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
012930         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
012940         MOVE 12 TO WS-STEP-RC
012950         GO TO 6200-EXIT
012960     END-IF.
012970     PERFORM 6250-WRITE-ONE-HISTORY THRU 6250-EXIT
012980         VARYING WS-HIST-IX FROM 1 BY 1
012990         UNTIL WS-HIST-IX > WS-HIST-USED.
013000     CLOSE SIGN-HISTORY-FILE.
013010 6200-EXIT.
013020     EXIT.
013030
013040 6250-WRITE-ONE-HISTORY.
013050     MOVE SPACES TO SIGN-HISTORY-RECORD.
013060     MOVE WS-HT-EMP-ID (WS-HIST-IX) TO SH-EMP-ID.
013070     MOVE WS-HT-LAST-SIGNON (WS-HIST-IX) TO SH-LAST-SIGNON.
013080     MOVE WS-HT-CLOCK-DATE (WS-HIST-IX) TO SH-CLOCK-DATE.
013090     MOVE WS-HT-SUSPENDED (WS-HIST-IX) TO SH-SUSPENDED-SWITCH.
013100     MOVE WS-HT-SUSPEND-RUN (WS-HIST-IX) TO SH-SUSPEND-RUN.
013110     WRITE SIGN-HISTORY-RECORD.
013120 6250-EXIT.
013130     EXIT.
013140
013150 6300-RECORD-ONE-ACTION.
013160******************************************************************
013170* A suspension goes on the AUTHSUSP register with its reason and
013180* on the audit log as before/after images of the row, the
013190* AUTHUPDT pattern, plus a WARN record naming the reason.  A
013200* reinstatement is an INFO record.
013210******************************************************************
013220     IF WS-ACT-REINSTATED (WS-ACT-IX)
013230         MOVE "OK" TO WS-STATUS-TEXT
013240         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
013250         STRING "REINSTATED " WS-ACT-EMP-ID (WS-ACT-IX) " "
013260             WS-ACT-OPTIONS (WS-ACT-IX) " CLOCK RESTARTED"
013270             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
013280         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
013290         GO TO 6300-EXIT
013300     END-IF.
013310     IF WS-SUSPEND-IS-OPEN
013320         MOVE SPACES TO AUTH-SUSPENSION-RECORD
013330         MOVE WS-ACT-EMP-ID (WS-ACT-IX) TO AS-EMP-ID
013340         MOVE WS-TODAY-DATE TO AS-SUSPEND-DATE
013350         MOVE WS-RUN-NUMBER TO AS-RUN-NUMBER
013360         MOVE WS-ACT-OPTIONS (WS-ACT-IX) TO AS-OPTIONS
013370         MOVE WS-ACT-LAST-SIGNON (WS-ACT-IX) TO AS-LAST-SIGNON
013380         MOVE WS-ACT-IDLE-DAYS (WS-ACT-IX) TO AS-IDLE-DAYS
013390         MOVE WS-ACT-REASON-CODE (WS-ACT-IX) TO AS-REASON-CODE
013400         MOVE WS-ACT-REASON-TEXT (WS-ACT-IX) TO AS-REASON-TEXT
013410         WRITE AUTH-SUSPENSION-RECORD
013420     END-IF.
013430     MOVE "OK" TO WS-STATUS-TEXT.
013440     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
013450     STRING "BEFORE " WS-ACT-EMP-ID (WS-ACT-IX) " "
013460         WS-ACT-OPTIONS (WS-ACT-IX)
013470         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
013480     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
013490     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
013500     STRING "AFTER  " WS-ACT-EMP-ID (WS-ACT-IX) " "
013510         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
013520     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
013530     MOVE "WARN" TO WS-STATUS-TEXT.
013540     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
013550     STRING "SUSPENDED " WS-ACT-EMP-ID (WS-ACT-IX) " "
013560         WS-ACT-REASON-CODE (WS-ACT-IX) " "
013570         WS-ACT-REASON-TEXT (WS-ACT-IX)
013580         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
013590     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
013600 6300-EXIT.
013610     EXIT.
013620
013630 6400-REWRITE-REGISTER.
013640     OPEN OUTPUT RECERT-REGISTER-FILE.
013650     IF WS-REGISTER-STATUS NOT = "00"
013660         DISPLAY "RCRTREG REWRITE FAILED, STATUS "
013670             WS-REGISTER-STATUS
013680         MOVE "ERROR" TO WS-STATUS-TEXT
013690         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
013700         STRING "RCRTREG REWRITE FAILED, STATUS "
013710             WS-REGISTER-STATUS
013720             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
013730         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
013740         MOVE 12 TO WS-STEP-RC
013750         GO TO 6400-EXIT
013760     END-IF.
013770     PERFORM 6450-WRITE-ONE-ENTRY THRU 6450-EXIT
013780         VARYING WS-REG-IX FROM 1 BY 1
013790         UNTIL WS-REG-IX > WS-REG-USED.
013800     CLOSE RECERT-REGISTER-FILE.
013810 6400-EXIT.
013820     EXIT.
013830
013840 6450-WRITE-ONE-ENTRY.
013850     MOVE SPACES TO RECERT-REGISTER-RECORD.
013860     MOVE WS-RG-QUARTER-END (WS-REG-IX) TO RG-QUARTER-END.
013870     MOVE WS-RG-EMP-ID (WS-REG-IX) TO RG-EMP-ID.
013880     MOVE WS-RG-DEPT-CODE (WS-REG-IX) TO RG-DEPT-CODE.
013890     MOVE WS-RG-MANAGER-ID (WS-REG-IX) TO RG-MANAGER-ID.
013900     MOVE WS-RG-OPTIONS (WS-REG-IX) TO RG-OPTIONS.
013910     MOVE WS-RG-DEADLINE (WS-REG-IX) TO RG-DEADLINE.
013920     MOVE WS-RG-STATUS (WS-REG-IX) TO RG-STATUS.
013930     MOVE WS-RG-KEPT-OPTIONS (WS-REG-IX) TO RG-KEPT-OPTIONS.
013940     MOVE WS-RG-CERTIFIED-BY (WS-REG-IX) TO RG-CERTIFIED-BY.
013950     MOVE WS-RG-ACTION-DATE (WS-REG-IX) TO RG-ACTION-DATE.
013960     MOVE WS-RG-ACTION-RUN (WS-REG-IX) TO RG-ACTION-RUN.
013970     WRITE RECERT-REGISTER-RECORD.
013980 6450-EXIT.
013990     EXIT.
014000
014010 7000-PRINT-DORMANCY.
014020******************************************************************
014030* Tonight's suspensions and reinstatements.  When the decisions
014040* could not be applied the report says so instead of listing
014050* suspensions that did not happen.
014060******************************************************************
014070     IF NOT WS-DORM-RPT-IS-OPEN
014080         GO TO 7000-EXIT
014090     END-IF.
014100     SET WS-TO-DORMANCY-REPORT TO TRUE.
014110     MOVE SPACES TO RPT-DETAIL-LINE.
014120     STRING "MENU AUTHORITY DORMANCY CHECK - NO SIGN-ON IN "
014130         WS-DORMANT-DAYS-ED " DAYS SUSPENDS"
014140         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
014150     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
014160     EVALUATE TRUE
014170         WHEN WS-STEP-RC >= 12
014180             MOVE "** NOT APPLIED - SEE THE AUDIT LOG"
014190                 TO RPT-DETAIL-LINE
014200             PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
014210         WHEN WS-SIGNON-LOG-MISSING
014220             MOVE "** HELOAUDT MISSING - NO ONE SUSPENDED TONIGHT"
014230                 TO RPT-DETAIL-LINE
014240             PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
014250             PERFORM 7100-PRINT-ONE-ACTION THRU 7100-EXIT
014260                 VARYING WS-ACT-IX FROM 1 BY 1
014270                 UNTIL WS-ACT-IX > WS-ACT-USED
014280         WHEN OTHER
014290             PERFORM 7100-PRINT-ONE-ACTION THRU 7100-EXIT
014300                 VARYING WS-ACT-IX FROM 1 BY 1
014310                 UNTIL WS-ACT-IX > WS-ACT-USED
014320     END-EVALUATE.
014330 7000-EXIT.
014340     EXIT.
014350
014360 7100-PRINT-ONE-ACTION.
014370     MOVE SPACES TO WS-DORMANCY-LINE.
014380     MOVE WS-ACT-EMP-ID (WS-ACT-IX) TO DL-EMP-ID.
014390     IF WS-ACT-SUSPENDED (WS-ACT-IX)
014400         MOVE "SUSPENDED" TO DL-ACTION
014410     ELSE
014420         MOVE "REINSTATED" TO DL-ACTION
014430     END-IF.
014440     MOVE WS-ACT-OPTIONS (WS-ACT-IX) TO DL-OPTIONS.
014450     IF WS-ACT-LAST-SIGNON (WS-ACT-IX) = ZERO
014460         MOVE "NEVER" TO DL-LAST-SIGNON
014470     ELSE
014480         MOVE WS-ACT-LAST-SIGNON (WS-ACT-IX) TO DL-LAST-SIGNON
014490     END-IF.
014500     MOVE WS-ACT-IDLE-DAYS (WS-ACT-IX) TO DL-IDLE-DAYS.
014510     MOVE WS-ACT-REASON-TEXT (WS-ACT-IX) TO DL-REASON.
014520     MOVE WS-DORMANCY-LINE TO RPT-DETAIL-LINE.
014530     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
014540 7100-EXIT.
014550     EXIT.
014560
014570 8000-FINALIZE.
014580     IF WS-EMPMAST-IS-OPEN
014590         CLOSE EMP-MASTER-FILE
014600     END-IF.
014610     MOVE WS-SIGNON-COUNT TO WS-SIGNON-COUNT-ED.
014620     MOVE WS-CHECKED-COUNT TO WS-CHECKED-COUNT-ED.
014630     MOVE WS-SUSPEND-COUNT TO WS-SUSPEND-COUNT-ED.
014640     MOVE WS-REINSTATE-COUNT TO WS-REINSTATE-COUNT-ED.
014650     MOVE WS-RECERT-COUNT TO WS-RECERT-COUNT-ED.
014660     DISPLAY "Sign-ons read     : " WS-SIGNON-COUNT-ED.
014670     DISPLAY "Rows checked      : " WS-CHECKED-COUNT-ED.
014680     DISPLAY "Rows suspended    : " WS-SUSPEND-COUNT-ED.
014690     DISPLAY "Rows reinstated   : " WS-REINSTATE-COUNT-ED.
014700     IF WS-IS-QUARTER-END
014710         DISPLAY "To recertify      : " WS-RECERT-COUNT-ED
014720     END-IF.
014730     IF WS-DORM-RPT-IS-OPEN
014740         SET WS-TO-DORMANCY-REPORT TO TRUE
014750         MOVE SPACES TO RPT-DETAIL-LINE
014760         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
014770         STRING "CHECKED: " WS-CHECKED-COUNT-ED
014780             " SUSPENDED: " WS-SUSPEND-COUNT-ED
014790             " REINSTATED: " WS-REINSTATE-COUNT-ED
014800             " RUN " WS-RUN-NUMBER-ED
014810             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
014820         MOVE 'T' TO RPT-REQUEST
014830         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
014840         CLOSE DORMANCY-REPORT-FILE
014850     END-IF.
014860     MOVE "OK" TO WS-STATUS-TEXT.
014870     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
014880     STRING "DORMANCY DONE CHECKED " WS-CHECKED-COUNT-ED
014890         " SUSPENDED " WS-SUSPEND-COUNT-ED
014900         " REINSTATED " WS-REINSTATE-COUNT-ED
014910         " RECERTIFY " WS-RECERT-COUNT-ED
014920         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
014930     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
014940     MOVE "OK" TO WS-STATUS-TEXT.
014950     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
014960     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
014970     IF WS-AUDIT-IS-OPEN
014980         CLOSE AUDIT-LOG-FILE
014990     END-IF.
015000 8000-EXIT.
015010     EXIT.
015020
015030 9000-WRITE-AUDIT-ENTRY.
015040******************************************************************
015050* Stamps and writes one audit record.  The caller sets
015060* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
015070* this paragraph.
015080******************************************************************
015090     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
015100     MOVE SPACES TO AUDIT-LOG-RECORD.
015110     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
015120     MOVE "AUTHCERT" TO AUDIT-PROGRAM-ID.
015130     MOVE SPACES TO AUDIT-USER-ID.
015140     IF WS-SIMULATION
015150         MOVE "SIMULATE" TO AUDIT-USER-ID
015160     END-IF.
015170     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
015180     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
015190     IF WS-STATUS-TEXT = "OK"
015200         SET AUDIT-IS-INFO TO TRUE
015210     ELSE
015220         IF WS-STATUS-TEXT = "ERROR"
015230             SET AUDIT-IS-ERROR TO TRUE
015240         ELSE
015250             SET AUDIT-IS-WARNING TO TRUE
015260         END-IF
015270     END-IF.
015280     IF WS-AUDIT-IS-OPEN
015290         WRITE AUDIT-LOG-RECORD
015300     END-IF.
015310 9000-EXIT.
015320     EXIT.
015330
015340 9500-WRITE-REPORT-LINE.
015350******************************************************************
015360* Hands one line through the shared RPTWRTR report writer to
015370* whichever report is being printed, heading block first whenever
015380* a new page starts.  The request code resets to detail after
015390* every line so trailer callers set it per line.
015400******************************************************************
015410     CALL "RPTWRTR" USING RPT-CONTROL.
015420     IF WS-TO-RECERT-REPORT
015430         IF RPT-NEW-PAGE
015440             MOVE RPT-HEADING-1 TO RECERT-REPORT-RECORD
015450             WRITE RECERT-REPORT-RECORD
015460             MOVE RPT-HEADING-2 TO RECERT-REPORT-RECORD
015470             WRITE RECERT-REPORT-RECORD
015480             MOVE RPT-HEADING-3 TO RECERT-REPORT-RECORD
015490             WRITE RECERT-REPORT-RECORD
015500         END-IF
015510         MOVE RPT-DETAIL-LINE TO RECERT-REPORT-RECORD
015520         WRITE RECERT-REPORT-RECORD
015530     ELSE
015540         IF RPT-NEW-PAGE
015550             MOVE RPT-HEADING-1 TO DORMANCY-REPORT-RECORD
015560             WRITE DORMANCY-REPORT-RECORD
015570             MOVE RPT-HEADING-2 TO DORMANCY-REPORT-RECORD
015580             WRITE DORMANCY-REPORT-RECORD
015590             MOVE RPT-HEADING-3 TO DORMANCY-REPORT-RECORD
015600             WRITE DORMANCY-REPORT-RECORD
015610         END-IF
015620         MOVE RPT-DETAIL-LINE TO DORMANCY-REPORT-RECORD
015630         WRITE DORMANCY-REPORT-RECORD
015640     END-IF.
015650     MOVE 'D' TO RPT-REQUEST.
015660 9500-EXIT.
015670     EXIT.
015680
015690** add other procedures here
015700 END PROGRAM AUTHCERT.
