000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Monthly headcount and turnover statistics. Runs
000060*                every night after MONTHEND and, like it, acts
000070*                only on the shop calendar's month-end 'E' date.
000080*                For the calendar month ending tonight it reports
000090*                by department, plus a shop-wide total: opening
000100*                headcount, hires, terminations, transfers in and
000110*                out, closing headcount, and the monthly and
000120*                rolling-twelve-month turnover rates.  Opening
000130*                and closing headcounts are reconstructed from
000140*                the EMPHIST history and the current master with
000150*                the EMPASOF rule; the movements come from each
000160*                history record of the month compared with the
000170*                image that followed it (the next history record
000180*                for the employee, or the master).  Each month's
000190*                figures are appended to the HCSTATS statistics
000200*                history, from which the report prints the last
000210*                twelve months side by side.
000220* Tectonics:     cobc
000230*
000240* Modification History
000250* ---------------------
000260* 2026-10-15  DW   Original program.
000270* 2026-10-15  DW   The calendar's 'Y' year-end date is a month-end
000280*                  here too.
000290* 2026-10-15  DW   Simulation mode: SIMULATION in the report
000300*                  heading; a simulated night files nothing on
000310*                  HCSTATS.
000320* 2026-10-15  DW   Business date now taken from GETBDATE for
000330*                  catch-up nights.
000340* 2026-10-15  DW   History records carried onto a surviving EMP-ID
000350*                  by a duplicate merge are skipped, so a merge
000360*                  does not count the retired EMP-ID's movements
000370*                  twice; the merge itself is a leaver from the
000380*                  retired EMP-ID's department.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000420 PROGRAM-ID. HEADCNT.
000430 ENVIRONMENT DIVISION.
000440*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000450 CONFIGURATION SECTION.
000460*-----------------------
000470 INPUT-OUTPUT SECTION.
000480*-----------------------
000490 FILE-CONTROL.
000500     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS EMP-ID
000540         FILE STATUS IS WS-EMPMAST-STATUS.
000550     SELECT EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-HISTORY-STATUS.
000580     SELECT STATS-HISTORY-FILE ASSIGN TO "HCSTATS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-STATS-STATUS.
000610     SELECT HEADCOUNT-REPORT-FILE ASSIGN TO "HCRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-STATUS.
000640     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AUDIT-STATUS.
000670 DATA DIVISION.
000680*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000690 FILE SECTION.
000700*-----------------------
000710 FD  EMP-MASTER-FILE.
000720     COPY EMPMAST.
000730 FD  EMP-HISTORY-FILE.
000740     COPY EMPHIST.
000750 FD  STATS-HISTORY-FILE.
000760     COPY HCSTATS.
000770 FD  HEADCOUNT-REPORT-FILE.
000780 01  HEADCOUNT-REPORT-RECORD     PIC X(80).
000790 FD  AUDIT-LOG-FILE.
000800     COPY AUDITLOG.
000810 WORKING-STORAGE SECTION.
000820*-----------------------
000830 01  WS-EMPMAST-STATUS           PIC X(02).
000840 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000850     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
000860 01  WS-HISTORY-STATUS           PIC X(02).
000870 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
000880     88  WS-HIST-EOF             VALUE 'Y'.
000890 01  WS-STATS-STATUS             PIC X(02).
000900 01  WS-STATS-EOF-SWITCH         PIC X(01) VALUE 'N'.
000910     88  WS-STATS-EOF            VALUE 'Y'.
000920 01  WS-FILED-SWITCH             PIC X(01) VALUE 'N'.
000930     88  WS-MONTH-ALREADY-FILED  VALUE 'Y'.
000940 01  WS-REPORT-STATUS            PIC X(02).
000950 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000960     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000970 01  WS-AUDIT-STATUS             PIC X(02).
000980 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000990     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001000 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001010 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001020 COPY RUNMODE.
001030 01  WS-SUITE-FUNCTION           PIC X(01).
001040 01  WS-SUITE-STEP-NAME          PIC X(08).
001050 01  WS-SUITE-RC                 PIC 9(04).
001060 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001070     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001080 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001090 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001100 01  WS-STATUS-TEXT              PIC X(20).
001110 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001120 COPY EOFSWTCH.
001130 01  WS-TODAY                    PIC X(21).
001140 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
001150     05  WS-TODAY-DATE-X         PIC X(08).
001160     05  FILLER                  PIC X(13).
001170 01  WS-TODAY-DATE-N REDEFINES WS-TODAY.
001180     05  WS-TODAY-DATE           PIC 9(08).
001190     05  FILLER                  PIC X(13).
001200 01  WS-DAY-TYPE                 PIC X(01).
001210     88  WS-IS-MONTH-END         VALUE 'E' 'Y'.
001220*
001230* The month being closed runs from its first day through tonight;
001240* the opening headcount is the state at the end of the day before.
001250*
001260 01  WS-MONTH-START              PIC 9(08).
001270 01  WS-OPENING-DATE             PIC 9(08).
001280 01  WS-CURRENT-MONTH            PIC 9(06).
001290 01  WS-WORK-MONTH               PIC 9(06).
001300 01  WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
001310     05  WS-WORK-CCYY            PIC 9(04).
001320     05  WS-WORK-MM              PIC 9(02).
001330 01  WS-MONTH-IX                 PIC 9(02) COMP VALUE ZERO.
001340 01  WS-MONTH-LIST.
001350     05  WS-MONTH-ENTRY OCCURS 12 TIMES
001360                                 PIC 9(06).
001370*
001380* This month's history records, in file (that is, applied) order.
001390* Only records dated on or after the month start are needed: the
001400* state on any date from the opening date on is the image of the
001410* earliest record dated after it, or the master.
001420*
001430 01  WS-HIST-TABLE-MAX           PIC 9(04) COMP VALUE 1000.
001440 01  WS-HIST-USED                PIC 9(04) COMP VALUE ZERO.
001450 01  WS-HIST-IX                  PIC 9(04) COMP VALUE ZERO.
001460 01  WS-NEXT-IX                  PIC 9(04) COMP VALUE ZERO.
001470 01  WS-FOUND-IX                 PIC 9(04) COMP VALUE ZERO.
001480 01  WS-HIST-TABLE.
001490     05  WS-HIST-ENTRY OCCURS 1000 TIMES.
001500         10  WS-HT-EMP-ID        PIC X(06).
001510         10  WS-HT-EFFECTIVE     PIC 9(08).
001520         10  WS-HT-ACTION        PIC X(01).
001530             88  WS-HT-IS-ADD    VALUE 'A' 'N'.
001540         10  WS-HT-IMAGE         PIC X(69).
001550 01  WS-STATE-DATE               PIC 9(08).
001560 01  WS-STATE-EXISTED-SWITCH     PIC X(01).
001570     88  WS-STATE-EXISTED        VALUE 'Y'.
001580 01  WS-STATE-IMAGE              PIC X(69).
001590 01  WS-STATE-RECORD REDEFINES WS-STATE-IMAGE.
001600     05  FILLER                  PIC X(58).
001610     05  ST-ACTIVE-SWITCH        PIC X(01).
001620         88  ST-IS-ACTIVE        VALUE 'A'.
001630     05  ST-DEPT-CODE            PIC X(04).
001640     05  FILLER                  PIC X(06).
001650 01  WS-BEFORE-IMAGE             PIC X(69).
001660 01  WS-BEFORE-RECORD REDEFINES WS-BEFORE-IMAGE.
001670     05  FILLER                  PIC X(58).
001680     05  BF-ACTIVE-SWITCH        PIC X(01).
001690         88  BF-IS-ACTIVE        VALUE 'A'.
001700     05  BF-DEPT-CODE            PIC X(04).
001710     05  FILLER                  PIC X(06).
001720 01  WS-AFTER-IMAGE              PIC X(69).
001730 01  WS-AFTER-RECORD REDEFINES WS-AFTER-IMAGE.
001740     05  FILLER                  PIC X(58).
001750     05  AF-ACTIVE-SWITCH        PIC X(01).
001760         88  AF-IS-ACTIVE        VALUE 'A'.
001770     05  AF-DEPT-CODE            PIC X(04).
001780     05  FILLER                  PIC X(06).
001790*
001800* This month's figures by department, and for the whole shop.
001810*
001820 01  WS-EVENT-KIND               PIC X(01).
001830     88  WS-EVENT-OPENING        VALUE 'O'.
001840     88  WS-EVENT-HIRE           VALUE 'H'.
001850     88  WS-EVENT-TERMINATION    VALUE 'T'.
001860     88  WS-EVENT-TRANSFER-IN    VALUE 'I'.
001870     88  WS-EVENT-TRANSFER-OUT   VALUE 'X'.
001880     88  WS-EVENT-CLOSING        VALUE 'C'.
001890 01  WS-LOOK-DEPT                PIC X(04).
001900 01  WS-DEPT-TABLE-MAX           PIC 9(02) COMP VALUE 50.
001910 01  WS-DEPT-USED                PIC 9(02) COMP VALUE ZERO.
001920 01  WS-DEPT-IX                  PIC 9(02) COMP VALUE ZERO.
001930 01  WS-DEPT-SLOT                PIC 9(02) COMP VALUE ZERO.
001940 01  WS-DEPT-STATS-TABLE.
001950     05  WS-DEPT-STATS OCCURS 50 TIMES.
001960         10  WS-DS-DEPT-CODE     PIC X(04).
001970         10  WS-DS-COUNTS.
001980             15  WS-DS-OPENING   PIC 9(05) COMP.
001990             15  WS-DS-HIRES     PIC 9(05) COMP.
002000             15  WS-DS-TERMS     PIC 9(05) COMP.
002010             15  WS-DS-XFER-IN   PIC 9(05) COMP.
002020             15  WS-DS-XFER-OUT  PIC 9(05) COMP.
002030             15  WS-DS-CLOSING   PIC 9(05) COMP.
002040 01  WS-SHOP-COUNTS.
002050     05  WS-SHOP-OPENING         PIC 9(05) COMP VALUE ZERO.
002060     05  WS-SHOP-HIRES           PIC 9(05) COMP VALUE ZERO.
002070     05  WS-SHOP-TERMS           PIC 9(05) COMP VALUE ZERO.
002080     05  WS-SHOP-XFER-IN         PIC 9(05) COMP VALUE ZERO.
002090     05  WS-SHOP-XFER-OUT        PIC 9(05) COMP VALUE ZERO.
002100     05  WS-SHOP-CLOSING         PIC 9(05) COMP VALUE ZERO.
002110 01  WS-FOOT-CHECK               PIC S9(07) COMP VALUE ZERO.
002120 01  WS-CENTURY                  PIC 9(02).
002130*
002140* Prior months off HCSTATS, for the rolling rate and the twelve-
002150* month view.  Months older than the view are not kept.
002160*
002170 01  WS-PAST-TABLE-MAX           PIC 9(03) COMP VALUE 700.
002180 01  WS-PAST-USED                PIC 9(03) COMP VALUE ZERO.
002190 01  WS-PAST-IX                  PIC 9(03) COMP VALUE ZERO.
002200 01  WS-PAST-SLOT                PIC 9(03) COMP VALUE ZERO.
002210 01  WS-PAST-TABLE.
002220     05  WS-PAST-ENTRY OCCURS 700 TIMES.
002230         10  WS-PT-MONTH         PIC 9(06).
002240         10  WS-PT-DEPT-CODE     PIC X(04).
002250         10  WS-PT-OPENING       PIC 9(05).
002260         10  WS-PT-TERMS         PIC 9(05).
002270         10  WS-PT-CLOSING       PIC 9(05).
002280*
002290* One department's figures, moved here for reporting and filing.
002300*
002310 01  WS-RPT-DEPT-CODE            PIC X(04).
002320 01  WS-RPT-OPENING              PIC 9(05) COMP.
002330 01  WS-RPT-HIRES                PIC 9(05) COMP.
002340 01  WS-RPT-TERMS                PIC 9(05) COMP.
002350 01  WS-RPT-XFER-IN              PIC 9(05) COMP.
002360 01  WS-RPT-XFER-OUT             PIC 9(05) COMP.
002370 01  WS-RPT-CLOSING              PIC 9(05) COMP.
002380 01  WS-CELL-OPENING             PIC 9(05) COMP.
002390 01  WS-CELL-TERMS               PIC 9(05) COMP.
002400 01  WS-CELL-CLOSING             PIC 9(05) COMP.
002410 01  WS-CELL-FOUND-SWITCH        PIC X(01).
002420     88  WS-CELL-FOUND           VALUE 'Y'.
002430 01  WS-ROLL-TERMS               PIC 9(07) COMP.
002440 01  WS-ROLL-HEADS               PIC 9(07) COMP.
002450 01  WS-ROLL-MONTHS              PIC 9(02) COMP.
002460 01  WS-MONTH-RATE               PIC 9(03)V9.
002470 01  WS-ROLL-RATE                PIC 9(03)V9.
002480 01  WS-HC-CELL-ED               PIC ZZZZZ9.
002490 01  WS-RATE-CELL-ED             PIC ZZZ9.9.
002500 01  WS-EMP-COUNT                PIC 9(05) COMP VALUE ZERO.
002510 01  WS-EVENT-COUNT              PIC 9(05) COMP VALUE ZERO.
002520 01  WS-COUNT-ED                 PIC ZZZZ9.
002530 01  WS-DEPT-STATUS-CODE         PIC X(01).
002540 01  WS-DEPT-NAME                PIC X(20).
002550 01  WS-COLUMN-HEADING.
002560     05  FILLER                  PIC X(06) VALUE "DEPT".
002570     05  FILLER                  PIC X(06) VALUE " OPEN ".
002580     05  FILLER                  PIC X(06) VALUE "HIRES ".
002590     05  FILLER                  PIC X(06) VALUE "TERMS ".
002600     05  FILLER                  PIC X(06) VALUE " X-IN ".
002610     05  FILLER                  PIC X(06) VALUE "X-OUT ".
002620     05  FILLER                  PIC X(07) VALUE "CLOSE  ".
002630     05  FILLER                  PIC X(07) VALUE "MTH %  ".
002640     05  FILLER                  PIC X(07) VALUE "12M %  ".
002650     05  FILLER                  PIC X(04) VALUE "NAME".
002660 01  WS-DETAIL-LINE.
002670     05  DL-DEPT-CODE            PIC X(04).
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  DL-OPENING              PIC ZZZZ9.
002700     05  FILLER                  PIC X(01) VALUE SPACE.
002710     05  DL-HIRES                PIC ZZZZ9.
002720     05  FILLER                  PIC X(01) VALUE SPACE.
002730     05  DL-TERMS                PIC ZZZZ9.
002740     05  FILLER                  PIC X(01) VALUE SPACE.
002750     05  DL-XFER-IN              PIC ZZZZ9.
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  DL-XFER-OUT             PIC ZZZZ9.
002780     05  FILLER                  PIC X(01) VALUE SPACE.
002790     05  DL-CLOSING              PIC ZZZZ9.
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  DL-MONTH-RATE           PIC ZZ9.9.
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  DL-ROLL-RATE            PIC ZZ9.9.
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  DL-DEPT-NAME            PIC X(20).
002860 01  WS-TREND-LINE.
002870     05  TL-LABEL                PIC X(08).
002880     05  TL-CELL OCCURS 12 TIMES PIC X(06).
002890 01  WS-MONTH-HEADING-CELL.
002900     05  FILLER                  PIC X(01) VALUE SPACE.
002910     05  MH-MM                   PIC 9(02).
002920     05  FILLER                  PIC X(01) VALUE "/".
002930     05  MH-YY                   PIC 9(02).
002940
002950*-----------------------
002960 PROCEDURE DIVISION.
002970*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002980 0000-MAINLINE.
002990******************************************************************
003000* On a non-'E' night this step records that the month is not
003010* closing and ends.  On the 'E' date: reconstruct the month from
003020* the master and history, report it against the prior months on
003030* HCSTATS, and file this month's figures there.
003040******************************************************************
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003060     IF NOT WS-IS-MONTH-END OR WS-STEP-RC >= 12
003070         GO TO 0000-WRAP-UP
003080     END-IF.
003090     PERFORM 2000-COUNT-ONE-EMPLOYEE THRU 2000-EXIT
003100         UNTIL WS-EOF.
003110     PERFORM 3000-CHECK-FOOTING THRU 3000-EXIT.
003120     PERFORM 4000-PRINT-MONTH THRU 4000-EXIT.
003130     PERFORM 5000-PRINT-TWELVE-MONTHS THRU 5000-EXIT.
003140     PERFORM 7000-FILE-MONTH THRU 7000-EXIT.
003150 0000-WRAP-UP.
003160     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003170     MOVE 'R' TO WS-SUITE-FUNCTION.
003180     MOVE WS-STEP-RC TO WS-SUITE-RC.
003190     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
003200         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
003210     MOVE WS-STEP-RC TO RETURN-CODE.
003220     GOBACK.
003230
003240 1000-INITIALIZE.
003250     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
003260     MOVE "HEADCNT" TO WS-SUITE-STEP-NAME.
003270     MOVE 'C' TO WS-SUITE-FUNCTION.
003280     MOVE ZERO TO WS-SUITE-RC.
003290     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
003300         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
003310     IF WS-SUITE-STEP-DONE
003320         DISPLAY WS-SUITE-STEP-NAME
003330             " ALREADY COMPLETE THIS RUN - BYPASSED"
003340         GOBACK
003350     END-IF.
003360     OPEN EXTEND AUDIT-LOG-FILE.
003370     IF WS-AUDIT-STATUS = "00"
003380         SET WS-AUDIT-IS-OPEN TO TRUE
003390     END-IF.
003400     MOVE "OK" TO WS-STATUS-TEXT.
003410     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
003420     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003430     CALL "GETBDATE" USING WS-TODAY.
003440     CALL "CALNDR" USING WS-TODAY-DATE-X WS-DAY-TYPE.
003450     IF NOT WS-IS-MONTH-END
003460         DISPLAY "NOT A MONTH-END DATE - NO HEADCOUNT STATISTICS"
003470         GO TO 1000-EXIT
003480     END-IF.
003490     COMPUTE WS-CURRENT-MONTH = WS-TODAY-DATE / 100.
003500     COMPUTE WS-MONTH-START = WS-CURRENT-MONTH * 100 + 1.
003510     COMPUTE WS-OPENING-DATE = FUNCTION DATE-OF-INTEGER(
003520         FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1).
003530     PERFORM 1500-BUILD-MONTH-LIST THRU 1500-EXIT.
003540     OPEN INPUT EMP-MASTER-FILE.
003550     IF WS-EMPMAST-STATUS NOT = "00"
003560         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
003570         MOVE "ERROR" TO WS-STATUS-TEXT
003580         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003590         STRING "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
003600             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003610         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003620         MOVE 12 TO WS-STEP-RC
003630         GO TO 1000-EXIT
003640     END-IF.
003650     SET WS-EMPMAST-IS-OPEN TO TRUE.
003660     PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
003670     PERFORM 1600-LOAD-PAST-MONTHS THRU 1600-EXIT.
003680     OPEN OUTPUT HEADCOUNT-REPORT-FILE.
003690     IF WS-REPORT-STATUS = "00"
003700         SET WS-REPORT-IS-OPEN TO TRUE
003710     END-IF.
003720 1000-EXIT.
003730     EXIT.
003740
003750 1200-LOAD-HISTORY.
003760     OPEN INPUT EMP-HISTORY-FILE.
003770     IF WS-HISTORY-STATUS NOT = "00"
003780         DISPLAY "EMPHIST MISSING - NO MOVEMENTS COUNTED"
003790         MOVE "WARN" TO WS-STATUS-TEXT
003800         MOVE "EMPHIST MISSING - NO MOVEMENTS COUNTED"
003810             TO WS-AUDIT-MESSAGE-TEXT
003820         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003830         GO TO 1200-EXIT
003840     END-IF.
003850     PERFORM 1250-LOAD-ONE-HISTORY THRU 1250-EXIT
003860         UNTIL WS-HIST-EOF.
003870     CLOSE EMP-HISTORY-FILE.
003880 1200-EXIT.
003890     EXIT.
003900
003910 1250-LOAD-ONE-HISTORY.
003920     READ EMP-HISTORY-FILE
003930         AT END
003940             SET WS-HIST-EOF TO TRUE
003950     END-READ.
003960     IF WS-HIST-EOF
003970         GO TO 1250-EXIT
003980     END-IF.
003990     IF EH-IS-MERGED-IN
004000         GO TO 1250-EXIT
004010     END-IF.
004020     IF EH-EFFECTIVE-CCYYMMDD NOT > WS-OPENING-DATE
004030         GO TO 1250-EXIT
004040     END-IF.
004050     IF WS-HIST-USED >= WS-HIST-TABLE-MAX
004060         DISPLAY "EMPHIST TABLE FULL - MOVEMENTS SHORT"
004070         GO TO 1250-EXIT
004080     END-IF.
004090     ADD 1 TO WS-HIST-USED.
004100     MOVE EH-EMP-ID TO WS-HT-EMP-ID (WS-HIST-USED).
004110     MOVE EH-EFFECTIVE-CCYYMMDD
004120         TO WS-HT-EFFECTIVE (WS-HIST-USED).
004130     MOVE EH-ACTION TO WS-HT-ACTION (WS-HIST-USED).
004140     MOVE EH-IMAGE TO WS-HT-IMAGE (WS-HIST-USED).
004150 1250-EXIT.
004160     EXIT.
004170
004180 1500-BUILD-MONTH-LIST.
004190******************************************************************
004200* The twelve months of the side-by-side view, oldest first, with
004210* this month in the last column.
004220******************************************************************
004230     MOVE WS-CURRENT-MONTH TO WS-WORK-MONTH.
004240     PERFORM 1550-LIST-ONE-MONTH THRU 1550-EXIT
004250         VARYING WS-MONTH-IX FROM 12 BY -1
004260         UNTIL WS-MONTH-IX < 1.
004270 1500-EXIT.
004280     EXIT.
004290
004300 1550-LIST-ONE-MONTH.
004310     MOVE WS-WORK-MONTH TO WS-MONTH-ENTRY (WS-MONTH-IX).
004320     IF WS-WORK-MM = 1
004330         MOVE 12 TO WS-WORK-MM
004340         SUBTRACT 1 FROM WS-WORK-CCYY
004350     ELSE
004360         SUBTRACT 1 FROM WS-WORK-MM
004370     END-IF.
004380 1550-EXIT.
004390     EXIT.
004400
004410 1600-LOAD-PAST-MONTHS.
004420******************************************************************
004430* Prior months inside the twelve-month view come off HCSTATS.  A
004440* record already filed for this month means the step is being
004450* rerun: tonight's figures are recomputed but not filed twice.
004460******************************************************************
004470     OPEN INPUT STATS-HISTORY-FILE.
004480     IF WS-STATS-STATUS NOT = "00"
004490         DISPLAY "HCSTATS EMPTY OR MISSING - NO PRIOR MONTHS"
004500         GO TO 1600-EXIT
004510     END-IF.
004520     PERFORM 1650-LOAD-ONE-PAST THRU 1650-EXIT
004530         UNTIL WS-STATS-EOF.
004540     CLOSE STATS-HISTORY-FILE.
004550 1600-EXIT.
004560     EXIT.
004570
004580 1650-LOAD-ONE-PAST.
004590     READ STATS-HISTORY-FILE
004600         AT END
004610             SET WS-STATS-EOF TO TRUE
004620     END-READ.
004630     IF WS-STATS-EOF
004640         GO TO 1650-EXIT
004650     END-IF.
004660     IF HS-MONTH-CCYYMM = WS-CURRENT-MONTH
004670         SET WS-MONTH-ALREADY-FILED TO TRUE
004680         GO TO 1650-EXIT
004690     END-IF.
004700     IF HS-MONTH-CCYYMM < WS-MONTH-ENTRY (1)
004710         OR HS-MONTH-CCYYMM > WS-CURRENT-MONTH
004720         GO TO 1650-EXIT
004730     END-IF.
004740     IF WS-PAST-USED >= WS-PAST-TABLE-MAX
004750         DISPLAY "HCSTATS TABLE FULL - TWELVE-MONTH VIEW SHORT"
004760         GO TO 1650-EXIT
004770     END-IF.
004780     ADD 1 TO WS-PAST-USED.
004790     MOVE HS-MONTH-CCYYMM TO WS-PT-MONTH (WS-PAST-USED).
004800     MOVE HS-DEPT-CODE TO WS-PT-DEPT-CODE (WS-PAST-USED).
004810     MOVE HS-OPENING TO WS-PT-OPENING (WS-PAST-USED).
004820     MOVE HS-TERMINATIONS TO WS-PT-TERMS (WS-PAST-USED).
004830     MOVE HS-CLOSING TO WS-PT-CLOSING (WS-PAST-USED).
004840 1650-EXIT.
004850     EXIT.
004860
004870 2000-COUNT-ONE-EMPLOYEE.
004880******************************************************************
004890* One employee on the master: counted in the opening headcount of
004900* the department they were active in at the end of the prior
004910* month, in the closing headcount of the department they are
004920* active in tonight, and for each of their history records this
004930* month, as the movement that record made.
004940******************************************************************
004950     READ EMP-MASTER-FILE
004960         AT END
004970             SET WS-EOF TO TRUE
004980     END-READ.
004990     IF WS-EOF
005000         GO TO 2000-EXIT
005010     END-IF.
005020     ADD 1 TO WS-EMP-COUNT.
005030     MOVE WS-OPENING-DATE TO WS-STATE-DATE.
005040     PERFORM 2100-BUILD-STATE THRU 2100-EXIT.
005050     IF WS-STATE-EXISTED AND ST-IS-ACTIVE
005060         SET WS-EVENT-OPENING TO TRUE
005070         MOVE ST-DEPT-CODE TO WS-LOOK-DEPT
005080         PERFORM 2800-COUNT-EVENT THRU 2800-EXIT
005090     END-IF.
005100     MOVE WS-TODAY-DATE TO WS-STATE-DATE.
005110     PERFORM 2100-BUILD-STATE THRU 2100-EXIT.
005120     IF WS-STATE-EXISTED AND ST-IS-ACTIVE
005130         SET WS-EVENT-CLOSING TO TRUE
005140         MOVE ST-DEPT-CODE TO WS-LOOK-DEPT
005150         PERFORM 2800-COUNT-EVENT THRU 2800-EXIT
005160     END-IF.
005170     PERFORM 2300-JUDGE-ONE-MOVEMENT THRU 2300-EXIT
005180         VARYING WS-HIST-IX FROM 1 BY 1
005190         UNTIL WS-HIST-IX > WS-HIST-USED.
005200 2000-EXIT.
005210     EXIT.
005220
005230 2100-BUILD-STATE.
005240******************************************************************
005250* The EMPASOF rule: the employee's state on WS-STATE-DATE is the
005260* image of the earliest history record dated after it, or the
005270* current master when nothing has changed since; when that
005280* earliest record is the employee's own add, they did not exist.
005290******************************************************************
005300     SET WS-STATE-EXISTED TO TRUE.
005310     MOVE ZERO TO WS-FOUND-IX.
005320     PERFORM 2150-JUDGE-ONE-STATE THRU 2150-EXIT
005330         VARYING WS-NEXT-IX FROM 1 BY 1
005340         UNTIL WS-NEXT-IX > WS-HIST-USED
005350             OR WS-FOUND-IX > ZERO.
005360     IF WS-FOUND-IX = ZERO
005370         MOVE EMP-MASTER-RECORD TO WS-STATE-IMAGE
005380         GO TO 2100-EXIT
005390     END-IF.
005400     IF WS-HT-IS-ADD (WS-FOUND-IX)
005410         MOVE 'N' TO WS-STATE-EXISTED-SWITCH
005420         GO TO 2100-EXIT
005430     END-IF.
005440     MOVE WS-HT-IMAGE (WS-FOUND-IX) TO WS-STATE-IMAGE.
005450 2100-EXIT.
005460     EXIT.
005470
005480 2150-JUDGE-ONE-STATE.
005490     IF WS-HT-EMP-ID (WS-NEXT-IX) = EMP-ID
005500         AND WS-HT-EFFECTIVE (WS-NEXT-IX) > WS-STATE-DATE
005510         MOVE WS-NEXT-IX TO WS-FOUND-IX
005520     END-IF.
005530 2150-EXIT.
005540     EXIT.
005550
005560 2300-JUDGE-ONE-MOVEMENT.
005570******************************************************************
005580* One history record of this month for this employee.  An add is
005590* a hire into the department it added them to.  Any other record
005600* holds the before-image; the after-image is the employee's next
005610* history record or, failing one, the master.  Active to inactive
005620* is a termination from the old department, inactive to active a
005630* hire (rehire) into the new one, and an active employee whose
005640* department changed is a transfer out of the old and into the
005650* new.
005660******************************************************************
005670     IF WS-HT-EMP-ID (WS-HIST-IX) NOT = EMP-ID
005680         OR WS-HT-EFFECTIVE (WS-HIST-IX) > WS-TODAY-DATE
005690         GO TO 2300-EXIT
005700     END-IF.
005710     ADD 1 TO WS-EVENT-COUNT.
005720     IF WS-HT-IS-ADD (WS-HIST-IX)
005730         MOVE WS-HT-IMAGE (WS-HIST-IX) TO WS-AFTER-IMAGE
005740         IF AF-IS-ACTIVE
005750             SET WS-EVENT-HIRE TO TRUE
005760             MOVE AF-DEPT-CODE TO WS-LOOK-DEPT
005770             PERFORM 2800-COUNT-EVENT THRU 2800-EXIT
005780         END-IF
005790         GO TO 2300-EXIT
005800     END-IF.
005810     MOVE WS-HT-IMAGE (WS-HIST-IX) TO WS-BEFORE-IMAGE.
005820     MOVE ZERO TO WS-FOUND-IX.
005830     PERFORM 2350-FIND-NEXT-IMAGE THRU 2350-EXIT
005840         VARYING WS-NEXT-IX FROM WS-HIST-IX BY 1
005850         UNTIL WS-NEXT-IX >= WS-HIST-USED
005860             OR WS-FOUND-IX > ZERO.
005870     IF WS-FOUND-IX = ZERO
005880         MOVE EMP-MASTER-RECORD TO WS-AFTER-IMAGE
005890     ELSE
005900         MOVE WS-HT-IMAGE (WS-FOUND-IX) TO WS-AFTER-IMAGE
005910     END-IF.
005920     IF BF-IS-ACTIVE AND NOT AF-IS-ACTIVE
005930         SET WS-EVENT-TERMINATION TO TRUE
005940         MOVE BF-DEPT-CODE TO WS-LOOK-DEPT
005950         PERFORM 2800-COUNT-EVENT THRU 2800-EXIT
005960         GO TO 2300-EXIT
005970     END-IF.
005980     IF AF-IS-ACTIVE AND NOT BF-IS-ACTIVE
005990         SET WS-EVENT-HIRE TO TRUE
006000         MOVE AF-DEPT-CODE TO WS-LOOK-DEPT
006010         PERFORM 2800-COUNT-EVENT THRU 2800-EXIT
006020         GO TO 2300-EXIT
006030     END-IF.
006040     IF BF-IS-ACTIVE AND BF-DEPT-CODE NOT = AF-DEPT-CODE
006050         SET WS-EVENT-TRANSFER-OUT TO TRUE
006060         MOVE BF-DEPT-CODE TO WS-LOOK-DEPT
006070         PERFORM 2800-COUNT-EVENT THRU 2800-EXIT
006080         SET WS-EVENT-TRANSFER-IN TO TRUE
006090         MOVE AF-DEPT-CODE TO WS-LOOK-DEPT
006100         PERFORM 2800-COUNT-EVENT THRU 2800-EXIT
006110     END-IF.
006120 2300-EXIT.
006130     EXIT.
006140
006150 2350-FIND-NEXT-IMAGE.
006160     IF WS-HT-EMP-ID (WS-NEXT-IX + 1) = EMP-ID
006170         COMPUTE WS-FOUND-IX = WS-NEXT-IX + 1
006180     END-IF.
006190 2350-EXIT.
006200     EXIT.
006210
006220 2800-COUNT-EVENT.
006230******************************************************************
006240* Adds one to the WS-EVENT-KIND figure of department WS-LOOK-DEPT
006250* and of the shop.  A department beyond the table still counts in
006260* the shop total.
006270******************************************************************
006280     MOVE ZERO TO WS-DEPT-SLOT.
006290     PERFORM 2850-MATCH-ONE-DEPT THRU 2850-EXIT
006300         VARYING WS-DEPT-IX FROM 1 BY 1
006310         UNTIL WS-DEPT-IX > WS-DEPT-USED
006320             OR WS-DEPT-SLOT > ZERO.
006330     IF WS-DEPT-SLOT = ZERO
006340         AND WS-DEPT-USED < WS-DEPT-TABLE-MAX
006350         ADD 1 TO WS-DEPT-USED
006360         MOVE WS-DEPT-USED TO WS-DEPT-SLOT
006370         MOVE WS-LOOK-DEPT TO WS-DS-DEPT-CODE (WS-DEPT-SLOT)
006380         MOVE ZERO TO WS-DS-OPENING (WS-DEPT-SLOT)
006390         MOVE ZERO TO WS-DS-HIRES (WS-DEPT-SLOT)
006400         MOVE ZERO TO WS-DS-TERMS (WS-DEPT-SLOT)
006410         MOVE ZERO TO WS-DS-XFER-IN (WS-DEPT-SLOT)
006420         MOVE ZERO TO WS-DS-XFER-OUT (WS-DEPT-SLOT)
006430         MOVE ZERO TO WS-DS-CLOSING (WS-DEPT-SLOT)
006440     END-IF.
006450     EVALUATE TRUE
006460         WHEN WS-EVENT-OPENING
006470             ADD 1 TO WS-SHOP-OPENING
006480             IF WS-DEPT-SLOT > ZERO
006490                 ADD 1 TO WS-DS-OPENING (WS-DEPT-SLOT)
006500             END-IF
006510         WHEN WS-EVENT-HIRE
006520             ADD 1 TO WS-SHOP-HIRES
006530             IF WS-DEPT-SLOT > ZERO
006540                 ADD 1 TO WS-DS-HIRES (WS-DEPT-SLOT)
006550             END-IF
006560         WHEN WS-EVENT-TERMINATION
006570             ADD 1 TO WS-SHOP-TERMS
006580             IF WS-DEPT-SLOT > ZERO
006590                 ADD 1 TO WS-DS-TERMS (WS-DEPT-SLOT)
006600             END-IF
006610         WHEN WS-EVENT-TRANSFER-IN
006620             ADD 1 TO WS-SHOP-XFER-IN
006630             IF WS-DEPT-SLOT > ZERO
006640                 ADD 1 TO WS-DS-XFER-IN (WS-DEPT-SLOT)
006650             END-IF
006660         WHEN WS-EVENT-TRANSFER-OUT
006670             ADD 1 TO WS-SHOP-XFER-OUT
006680             IF WS-DEPT-SLOT > ZERO
006690                 ADD 1 TO WS-DS-XFER-OUT (WS-DEPT-SLOT)
006700             END-IF
006710         WHEN WS-EVENT-CLOSING
006720             ADD 1 TO WS-SHOP-CLOSING
006730             IF WS-DEPT-SLOT > ZERO
006740                 ADD 1 TO WS-DS-CLOSING (WS-DEPT-SLOT)
006750             END-IF
006760     END-EVALUATE.
006770 2800-EXIT.
006780     EXIT.
006790
006800 2850-MATCH-ONE-DEPT.
006810     IF WS-DS-DEPT-CODE (WS-DEPT-IX) = WS-LOOK-DEPT
006820         MOVE WS-DEPT-IX TO WS-DEPT-SLOT
006830     END-IF.
006840 2850-EXIT.
006850     EXIT.
006860
006870 3000-CHECK-FOOTING.
006880******************************************************************
006890* Opening plus hires and transfers in, less terminations and
006900* transfers out, must equal closing.  If it does not, the history
006910* is missing changes the master has seen, and the report says so.
006920******************************************************************
006930     COMPUTE WS-FOOT-CHECK = WS-SHOP-OPENING + WS-SHOP-HIRES
006940         + WS-SHOP-XFER-IN - WS-SHOP-TERMS - WS-SHOP-XFER-OUT
006950         - WS-SHOP-CLOSING.
006960     IF WS-FOOT-CHECK NOT = ZERO
006970         DISPLAY "SHOP HEADCOUNT DOES NOT FOOT"
006980         MOVE "WARN" TO WS-STATUS-TEXT
006990         MOVE "SHOP HEADCOUNT DOES NOT FOOT - EMPHIST INCOMPLETE"
007000             TO WS-AUDIT-MESSAGE-TEXT
007010         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
007020         MOVE 4 TO WS-STEP-RC
007030     END-IF.
007040 3000-EXIT.
007050     EXIT.
007060
007070 4000-PRINT-MONTH.
007080     IF NOT WS-REPORT-IS-OPEN
007090         GO TO 4000-EXIT
007100     END-IF.
007110     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
007120     MOVE WS-CURRENT-MONTH TO WS-WORK-MONTH.
007130     MOVE SPACES TO HEADCOUNT-REPORT-RECORD.
007140     STRING "HEADCNT HEADCOUNT AND TURNOVER FOR MONTH "
007150         WS-WORK-CCYY "-" WS-WORK-MM " - RUN " WS-RUN-NUMBER-ED
007160         DELIMITED BY SIZE INTO HEADCOUNT-REPORT-RECORD
007170     IF WS-SIMULATION
007180         MOVE "*** SIMULATION ***"
007190             TO HEADCOUNT-REPORT-RECORD (62:18)
007200     END-IF.
007210     WRITE HEADCOUNT-REPORT-RECORD.
007220     MOVE SPACES TO HEADCOUNT-REPORT-RECORD.
007230     WRITE HEADCOUNT-REPORT-RECORD.
007240     MOVE WS-COLUMN-HEADING TO HEADCOUNT-REPORT-RECORD.
007250     WRITE HEADCOUNT-REPORT-RECORD.
007260     PERFORM 4100-PRINT-ONE-DEPT THRU 4100-EXIT
007270         VARYING WS-DEPT-IX FROM 1 BY 1
007280         UNTIL WS-DEPT-IX > WS-DEPT-USED.
007290     PERFORM 4200-LOAD-SHOP-FIGURES THRU 4200-EXIT.
007300     MOVE SPACES TO WS-DEPT-NAME.
007310     MOVE "WHOLE SHOP" TO WS-DEPT-NAME.
007320     PERFORM 4500-PRINT-DETAIL-LINE THRU 4500-EXIT.
007330     IF WS-FOOT-CHECK NOT = ZERO
007340         MOVE "** SHOP FIGURES DO NOT FOOT - EMPHIST INCOMPLETE"
007350             TO HEADCOUNT-REPORT-RECORD
007360         WRITE HEADCOUNT-REPORT-RECORD
007370     END-IF.
007380 4000-EXIT.
007390     EXIT.
007400
007410 4100-PRINT-ONE-DEPT.
007420     PERFORM 4150-LOAD-DEPT-FIGURES THRU 4150-EXIT.
007430     CALL "DEPTLKUP" USING WS-RPT-DEPT-CODE WS-DEPT-STATUS-CODE
007440         WS-DEPT-NAME.
007450     PERFORM 4500-PRINT-DETAIL-LINE THRU 4500-EXIT.
007460 4100-EXIT.
007470     EXIT.
007480
007490 4150-LOAD-DEPT-FIGURES.
007500     MOVE WS-DS-DEPT-CODE (WS-DEPT-IX) TO WS-RPT-DEPT-CODE.
007510     MOVE WS-DS-OPENING (WS-DEPT-IX) TO WS-RPT-OPENING.
007520     MOVE WS-DS-HIRES (WS-DEPT-IX) TO WS-RPT-HIRES.
007530     MOVE WS-DS-TERMS (WS-DEPT-IX) TO WS-RPT-TERMS.
007540     MOVE WS-DS-XFER-IN (WS-DEPT-IX) TO WS-RPT-XFER-IN.
007550     MOVE WS-DS-XFER-OUT (WS-DEPT-IX) TO WS-RPT-XFER-OUT.
007560     MOVE WS-DS-CLOSING (WS-DEPT-IX) TO WS-RPT-CLOSING.
007570 4150-EXIT.
007580     EXIT.
007590
007600 4200-LOAD-SHOP-FIGURES.
007610     MOVE "****" TO WS-RPT-DEPT-CODE.
007620     MOVE WS-SHOP-OPENING TO WS-RPT-OPENING.
007630     MOVE WS-SHOP-HIRES TO WS-RPT-HIRES.
007640     MOVE WS-SHOP-TERMS TO WS-RPT-TERMS.
007650     MOVE WS-SHOP-XFER-IN TO WS-RPT-XFER-IN.
007660     MOVE WS-SHOP-XFER-OUT TO WS-RPT-XFER-OUT.
007670     MOVE WS-SHOP-CLOSING TO WS-RPT-CLOSING.
007680 4200-EXIT.
007690     EXIT.
007700
007710 4500-PRINT-DETAIL-LINE.
007720******************************************************************
007730* Turnover is terminations over the average of the opening and
007740* closing headcounts.  The rolling rate is the twelve months'
007750* terminations over their average monthly headcount, so a month
007760* with no HCSTATS record simply does not count in it.
007770******************************************************************
007780     MOVE ZERO TO WS-MONTH-RATE.
007790     IF WS-RPT-OPENING + WS-RPT-CLOSING > ZERO
007800         COMPUTE WS-MONTH-RATE ROUNDED = WS-RPT-TERMS * 200
007810             / (WS-RPT-OPENING + WS-RPT-CLOSING)
007820     END-IF.
007830     MOVE ZERO TO WS-ROLL-TERMS.
007840     MOVE ZERO TO WS-ROLL-HEADS.
007850     MOVE ZERO TO WS-ROLL-MONTHS.
007860     PERFORM 4600-ROLL-ONE-MONTH THRU 4600-EXIT
007870         VARYING WS-MONTH-IX FROM 1 BY 1
007880         UNTIL WS-MONTH-IX > 12.
007890     MOVE ZERO TO WS-ROLL-RATE.
007900     IF WS-ROLL-HEADS > ZERO
007910         COMPUTE WS-ROLL-RATE ROUNDED = WS-ROLL-TERMS * 200
007920             * WS-ROLL-MONTHS / WS-ROLL-HEADS
007930     END-IF.
007940     MOVE WS-RPT-DEPT-CODE TO DL-DEPT-CODE.
007950     MOVE WS-RPT-OPENING TO DL-OPENING.
007960     MOVE WS-RPT-HIRES TO DL-HIRES.
007970     MOVE WS-RPT-TERMS TO DL-TERMS.
007980     MOVE WS-RPT-XFER-IN TO DL-XFER-IN.
007990     MOVE WS-RPT-XFER-OUT TO DL-XFER-OUT.
008000     MOVE WS-RPT-CLOSING TO DL-CLOSING.
008010     MOVE WS-MONTH-RATE TO DL-MONTH-RATE.
008020     MOVE WS-ROLL-RATE TO DL-ROLL-RATE.
008030     MOVE WS-DEPT-NAME TO DL-DEPT-NAME.
008040     MOVE WS-DETAIL-LINE TO HEADCOUNT-REPORT-RECORD.
008050     WRITE HEADCOUNT-REPORT-RECORD.
008060 4500-EXIT.
008070     EXIT.
008080
008090 4600-ROLL-ONE-MONTH.
008100     PERFORM 4700-FIND-MONTH-CELL THRU 4700-EXIT.
008110     IF WS-CELL-FOUND
008120         ADD WS-CELL-TERMS TO WS-ROLL-TERMS
008130         ADD WS-CELL-OPENING TO WS-ROLL-HEADS
008140         ADD WS-CELL-CLOSING TO WS-ROLL-HEADS
008150         ADD 1 TO WS-ROLL-MONTHS
008160     END-IF.
008170 4600-EXIT.
008180     EXIT.
008190
008200 4700-FIND-MONTH-CELL.
008210******************************************************************
008220* The figures of department WS-RPT-DEPT-CODE for the month in
008230* slot WS-MONTH-IX of the view: tonight's for this month, the
008240* HCSTATS record for a prior one.
008250******************************************************************
008260     MOVE 'N' TO WS-CELL-FOUND-SWITCH.
008270     IF WS-MONTH-ENTRY (WS-MONTH-IX) = WS-CURRENT-MONTH
008280         MOVE WS-RPT-OPENING TO WS-CELL-OPENING
008290         MOVE WS-RPT-TERMS TO WS-CELL-TERMS
008300         MOVE WS-RPT-CLOSING TO WS-CELL-CLOSING
008310         SET WS-CELL-FOUND TO TRUE
008320         GO TO 4700-EXIT
008330     END-IF.
008340     MOVE ZERO TO WS-PAST-SLOT.
008350     PERFORM 4750-MATCH-ONE-PAST THRU 4750-EXIT
008360         VARYING WS-PAST-IX FROM 1 BY 1
008370         UNTIL WS-PAST-IX > WS-PAST-USED
008380             OR WS-PAST-SLOT > ZERO.
008390     IF WS-PAST-SLOT > ZERO
008400         MOVE WS-PT-OPENING (WS-PAST-SLOT) TO WS-CELL-OPENING
008410         MOVE WS-PT-TERMS (WS-PAST-SLOT) TO WS-CELL-TERMS
008420         MOVE WS-PT-CLOSING (WS-PAST-SLOT) TO WS-CELL-CLOSING
008430         SET WS-CELL-FOUND TO TRUE
008440     END-IF.
008450 4700-EXIT.
008460     EXIT.
008470
008480 4750-MATCH-ONE-PAST.
008490     IF WS-PT-MONTH (WS-PAST-IX) = WS-MONTH-ENTRY (WS-MONTH-IX)
008500         AND WS-PT-DEPT-CODE (WS-PAST-IX) = WS-RPT-DEPT-CODE
008510         MOVE WS-PAST-IX TO WS-PAST-SLOT
008520     END-IF.
008530 4750-EXIT.
008540     EXIT.
008550
008560 5000-PRINT-TWELVE-MONTHS.
008570******************************************************************
008580* The last twelve months side by side: per department and for the
008590* shop, the closing headcount (HC) and the monthly turnover rate
008600* (T%) of each month.  A month with no figures prints blank.
008610******************************************************************
008620     IF NOT WS-REPORT-IS-OPEN
008630         GO TO 5000-EXIT
008640     END-IF.
008650     MOVE SPACES TO HEADCOUNT-REPORT-RECORD.
008660     WRITE HEADCOUNT-REPORT-RECORD.
008670     MOVE "LAST TWELVE MONTHS - HEADCOUNT (HC), TURNOVER (T%)"
008680         TO HEADCOUNT-REPORT-RECORD.
008690     WRITE HEADCOUNT-REPORT-RECORD.
008700     MOVE SPACES TO WS-TREND-LINE.
008710     PERFORM 5050-HEAD-ONE-MONTH THRU 5050-EXIT
008720         VARYING WS-MONTH-IX FROM 1 BY 1
008730         UNTIL WS-MONTH-IX > 12.
008740     MOVE WS-TREND-LINE TO HEADCOUNT-REPORT-RECORD.
008750     WRITE HEADCOUNT-REPORT-RECORD.
008760     PERFORM 5100-TREND-ONE-DEPT THRU 5100-EXIT
008770         VARYING WS-DEPT-IX FROM 1 BY 1
008780         UNTIL WS-DEPT-IX > WS-DEPT-USED.
008790     PERFORM 4200-LOAD-SHOP-FIGURES THRU 4200-EXIT.
008800     PERFORM 5200-PRINT-TREND-LINES THRU 5200-EXIT.
008810 5000-EXIT.
008820     EXIT.
008830
008840 5050-HEAD-ONE-MONTH.
008850     MOVE WS-MONTH-ENTRY (WS-MONTH-IX) TO WS-WORK-MONTH.
008860     MOVE WS-WORK-MM TO MH-MM.
008870     DIVIDE WS-WORK-CCYY BY 100 GIVING WS-CENTURY
008880         REMAINDER MH-YY.
008890     MOVE WS-MONTH-HEADING-CELL TO TL-CELL (WS-MONTH-IX).
008900 5050-EXIT.
008910     EXIT.
008920
008930 5100-TREND-ONE-DEPT.
008940     PERFORM 4150-LOAD-DEPT-FIGURES THRU 4150-EXIT.
008950     PERFORM 5200-PRINT-TREND-LINES THRU 5200-EXIT.
008960 5100-EXIT.
008970     EXIT.
008980
008990 5200-PRINT-TREND-LINES.
009000     MOVE SPACES TO WS-TREND-LINE.
009010     STRING WS-RPT-DEPT-CODE " HC" DELIMITED BY SIZE
009020         INTO TL-LABEL.
009030     PERFORM 5250-HEADCOUNT-CELL THRU 5250-EXIT
009040         VARYING WS-MONTH-IX FROM 1 BY 1
009050         UNTIL WS-MONTH-IX > 12.
009060     MOVE WS-TREND-LINE TO HEADCOUNT-REPORT-RECORD.
009070     WRITE HEADCOUNT-REPORT-RECORD.
009080     MOVE SPACES TO WS-TREND-LINE.
009090     STRING WS-RPT-DEPT-CODE " T%" DELIMITED BY SIZE
009100         INTO TL-LABEL.
009110     PERFORM 5300-TURNOVER-CELL THRU 5300-EXIT
009120         VARYING WS-MONTH-IX FROM 1 BY 1
009130         UNTIL WS-MONTH-IX > 12.
009140     MOVE WS-TREND-LINE TO HEADCOUNT-REPORT-RECORD.
009150     WRITE HEADCOUNT-REPORT-RECORD.
009160 5200-EXIT.
009170     EXIT.
009180
009190 5250-HEADCOUNT-CELL.
009200     PERFORM 4700-FIND-MONTH-CELL THRU 4700-EXIT.
009210     IF WS-CELL-FOUND
009220         MOVE WS-CELL-CLOSING TO WS-HC-CELL-ED
009230         MOVE WS-HC-CELL-ED TO TL-CELL (WS-MONTH-IX)
009240     END-IF.
009250 5250-EXIT.
009260     EXIT.
009270
009280 5300-TURNOVER-CELL.
009290     PERFORM 4700-FIND-MONTH-CELL THRU 4700-EXIT.
009300     IF NOT WS-CELL-FOUND
009310         GO TO 5300-EXIT
009320     END-IF.
009330     MOVE ZERO TO WS-MONTH-RATE.
009340     IF WS-CELL-OPENING + WS-CELL-CLOSING > ZERO
009350         COMPUTE WS-MONTH-RATE ROUNDED = WS-CELL-TERMS * 200
009360             / (WS-CELL-OPENING + WS-CELL-CLOSING)
009370     END-IF.
009380     MOVE WS-MONTH-RATE TO WS-RATE-CELL-ED.
009390     MOVE WS-RATE-CELL-ED TO TL-CELL (WS-MONTH-IX).
009400 5300-EXIT.
009410     EXIT.
009420
009430 7000-FILE-MONTH.
009440******************************************************************
009450* Appends this month's figures to HCSTATS, one record per
009460* department and one for the shop.  A rerun finds the month
009470* already filed and leaves the history as it stands.
009480******************************************************************
009490     IF WS-SIMULATION
009500         GO TO 7000-EXIT
009510     END-IF.
009520     IF WS-MONTH-ALREADY-FILED
009530         DISPLAY "MONTH ALREADY ON HCSTATS - NOT FILED AGAIN"
009540         MOVE "WARN" TO WS-STATUS-TEXT
009550         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
009560         STRING "HEADCOUNT MONTH " WS-CURRENT-MONTH
009570             " ALREADY ON HCSTATS - NOT FILED AGAIN"
009580             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
009590         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
009600         GO TO 7000-EXIT
009610     END-IF.
009620     OPEN EXTEND STATS-HISTORY-FILE.
009630     IF WS-STATS-STATUS NOT = "00"
009640         DISPLAY "HCSTATS OPEN FAILED, STATUS " WS-STATS-STATUS
009650         MOVE "ERROR" TO WS-STATUS-TEXT
009660         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
009670         STRING "HCSTATS OPEN FAILED, STATUS " WS-STATS-STATUS
009680             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
009690         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
009700         MOVE 12 TO WS-STEP-RC
009710         GO TO 7000-EXIT
009720     END-IF.
009730     PERFORM 7100-FILE-ONE-DEPT THRU 7100-EXIT
009740         VARYING WS-DEPT-IX FROM 1 BY 1
009750         UNTIL WS-DEPT-IX > WS-DEPT-USED.
009760     PERFORM 4200-LOAD-SHOP-FIGURES THRU 4200-EXIT.
009770     PERFORM 7200-WRITE-STATS-RECORD THRU 7200-EXIT.
009780     CLOSE STATS-HISTORY-FILE.
009790 7000-EXIT.
009800     EXIT.
009810
009820 7100-FILE-ONE-DEPT.
009830     PERFORM 4150-LOAD-DEPT-FIGURES THRU 4150-EXIT.
009840     PERFORM 7200-WRITE-STATS-RECORD THRU 7200-EXIT.
009850 7100-EXIT.
009860     EXIT.
009870
009880 7200-WRITE-STATS-RECORD.
009890     MOVE SPACES TO HEADCOUNT-STATS-RECORD.
009900     MOVE WS-CURRENT-MONTH TO HS-MONTH-CCYYMM.
009910     MOVE WS-RPT-DEPT-CODE TO HS-DEPT-CODE.
009920     MOVE WS-RPT-OPENING TO HS-OPENING.
009930     MOVE WS-RPT-HIRES TO HS-HIRES.
009940     MOVE WS-RPT-TERMS TO HS-TERMINATIONS.
009950     MOVE WS-RPT-XFER-IN TO HS-TRANSFERS-IN.
009960     MOVE WS-RPT-XFER-OUT TO HS-TRANSFERS-OUT.
009970     MOVE WS-RPT-CLOSING TO HS-CLOSING.
009980     MOVE WS-RUN-NUMBER TO HS-RUN-NUMBER.
009990     MOVE WS-TODAY-DATE TO HS-RUN-CCYYMMDD.
010000     WRITE HEADCOUNT-STATS-RECORD.
010010 7200-EXIT.
010020     EXIT.
010030
010040 8000-FINALIZE.
010050     IF WS-EMPMAST-IS-OPEN
010060         CLOSE EMP-MASTER-FILE
010070     END-IF.
010080     IF WS-IS-MONTH-END AND WS-STEP-RC < 12
010090         MOVE WS-EMP-COUNT TO WS-COUNT-ED
010100         DISPLAY "Employees counted   : " WS-COUNT-ED
010110         MOVE WS-EVENT-COUNT TO WS-COUNT-ED
010120         DISPLAY "Movements judged    : " WS-COUNT-ED
010130         MOVE WS-SHOP-CLOSING TO WS-COUNT-ED
010140         DISPLAY "Closing headcount   : " WS-COUNT-ED
010150         MOVE "OK" TO WS-STATUS-TEXT
010160         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
010170         STRING "HEADCOUNT MONTH " WS-CURRENT-MONTH
010180             " CLOSED, SHOP HEADCOUNT " WS-COUNT-ED
010190             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
010200         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
010210     END-IF.
010220     IF WS-REPORT-IS-OPEN
010230         MOVE SPACES TO HEADCOUNT-REPORT-RECORD
010240         WRITE HEADCOUNT-REPORT-RECORD
010250         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
010260         MOVE WS-EMP-COUNT TO WS-COUNT-ED
010270         MOVE SPACES TO HEADCOUNT-REPORT-RECORD
010280         STRING "TOTAL EMPLOYEES COUNTED: " WS-COUNT-ED
010290             " RUN " WS-RUN-NUMBER-ED
010300             DELIMITED BY SIZE INTO HEADCOUNT-REPORT-RECORD
010310         WRITE HEADCOUNT-REPORT-RECORD
010320         CLOSE HEADCOUNT-REPORT-FILE
010330     END-IF.
010340     MOVE "OK" TO WS-STATUS-TEXT.
010350     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
010360     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
010370     IF WS-AUDIT-IS-OPEN
010380         CLOSE AUDIT-LOG-FILE
010390     END-IF.
010400 8000-EXIT.
010410     EXIT.
010420
010430 9000-WRITE-AUDIT-ENTRY.
010440******************************************************************
010450* Stamps and writes one audit record.  The caller sets
010460* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
010470* this paragraph.
010480******************************************************************
010490     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
010500     MOVE SPACES TO AUDIT-LOG-RECORD.
010510     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
010520     MOVE "HEADCNT" TO AUDIT-PROGRAM-ID.
010530     MOVE SPACES TO AUDIT-USER-ID.
010540     IF WS-SIMULATION
010550         MOVE "SIMULATE" TO AUDIT-USER-ID
010560     END-IF.
010570     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
010580     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
010590     IF WS-STATUS-TEXT = "OK"
010600         SET AUDIT-IS-INFO TO TRUE
010610     ELSE
010620         IF WS-STATUS-TEXT = "ERROR"
010630             SET AUDIT-IS-ERROR TO TRUE
010640         ELSE
010650             SET AUDIT-IS-WARNING TO TRUE
010660         END-IF
010670     END-IF.
010680     IF WS-AUDIT-IS-OPEN
010690         WRITE AUDIT-LOG-RECORD
010700     END-IF.
010710 9000-EXIT.
010720     EXIT.
010730
010740** add other procedures here
010750 END PROGRAM HEADCNT.
