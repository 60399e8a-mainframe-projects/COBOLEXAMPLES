000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-08-22
000050* Purpose:       Service-anniversary and seniority report.  Reads
000060*                the employee master and reports each active
000070*                employee's hire date and years of service
000080*                against the TIMESTMP current date, using the
000090*                same pivot-year century windowing as the
000100*                birthday report, sectioned by department, with
000110*                each section flagging the employees hitting
000120*                5/10/20/25 years in the coming month so managers
000130*                get anniversary notices in time.  Hire dates are
000140*                validated through the shared DATECHK subprogram.
000150* Tectonics:     cobc
000160*
000170* Modification History
000350*                  SENEXTR extract (employee, years, days) feeds
000360*                  payroll in the BIRTHDAY HR-extract pattern --
000370*                  ending the January paper-table exercise.
000380* 2026-10-15  DW   ACCRURLS layout moved to a copybook shared with
000390*                  the LEAVEPST leave-balance ledger; each band
000400*                  now carries its year-end carry-over cap, which
000410*                  prints with the entitlement policy.
000420* 2026-10-15  DW   The report is now SORTed by department, in the
000430*                  BIRTHDAY pattern, with a DEPARTMENT heading
000440*                  carrying the DEPTLKUP name, the department's
000450*                  own anniversary milestones, and a per-
000460*                  department count at each break, so RPTDIST can
000470*                  send each department's section to its manager.
000480*                  The extract is still written in EMP-ID order
000490*                  during the input pass.
000500* 2026-10-15  DW   Simulation mode: SIMULATION in the report
000510*                  heading.
000520* 2026-10-15  DW   SENCSV comma-delimited export of the detail
000530*                  lines for spreadsheet users: a column-heading
000540*                  row (SIM-RUN heading the run column on a
000550*                  simulated night), then one row per employee
000560*                  with the run number, business date and
000570*                  department, and years and days unedited with
000580*                  their sign.  New CTLLEDG row of lines printed
000590*                  against rows exported so CTLVERFY can foot the
000600*                  two; none on a simulated night.
000610* 2026-10-15  DW   Business date now taken from GETBDATE for
000620*                  catch-up nights.
000630******************************************************************
000640 IDENTIFICATION DIVISION.
000650*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000660 PROGRAM-ID. SENIORTY.
000670 ENVIRONMENT DIVISION.
000680*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000690 CONFIGURATION SECTION.
000700*-----------------------
000710 INPUT-OUTPUT SECTION.
000720*-----------------------
000730 FILE-CONTROL.
000740     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS SEQUENTIAL
000770         RECORD KEY IS EMP-ID
000780         FILE STATUS IS WS-EMPMAST-STATUS.
000790     SELECT PRINT-FILE ASSIGN TO "SENRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PRINT-STATUS.
000820     SELECT ACCRUAL-RULES-FILE ASSIGN TO "ACCRURLS"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RULES-STATUS.
000850     SELECT ENTITLE-EXTRACT-FILE ASSIGN TO "SENEXTR"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-EXTRACT-STATUS.
000880     SELECT SORT-WORK-FILE ASSIGN TO "SORTWRK".
000890     SELECT AUDIT-LOG-FILE ASSIGN TO "SENAUDT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-AUDIT-STATUS.
000920     SELECT EXPORT-FILE ASSIGN TO "SENCSV"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-EXPORT-STATUS.
000950     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-LEDGER-STATUS.
000980 DATA DIVISION.
000990*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001000 FILE SECTION.
001010*-----------------------
001020 FD  EMP-MASTER-FILE.
001030     COPY EMPMAST.
001040 FD  PRINT-FILE.
001050 01  PRINT-RECORD                PIC X(80).
001060 FD  ACCRUAL-RULES-FILE.
001070     COPY ACCRURLS.
001080 FD  ENTITLE-EXTRACT-FILE.
001090 01  ENTITLE-EXTRACT-RECORD.
001100     05  ENT-EMP-ID              PIC X(06).
001110     05  ENT-SERVICE-YEARS       PIC 9(03).
001120     05  ENT-ENTITLE-DAYS        PIC 9(03).
001130 SD  SORT-WORK-FILE.
001140 01  SORT-RECORD.
001150     05  SR-DEPT-CODE            PIC X(04).
001160     05  SR-EMP-ID               PIC X(06).
001170     05  SR-HIRE-DATE            PIC X(10).
001180     05  SR-YEARS                PIC 9(03).
001190     05  SR-ENTITLE-DAYS         PIC 9(03).
001200 FD  AUDIT-LOG-FILE.
001210     COPY AUDITLOG.
001220 FD  EXPORT-FILE.
001230 01  EXPORT-RECORD               PIC X(132).
001240 FD  CONTROL-LEDGER-FILE.
001250     COPY CTLLEDGR.
001260 WORKING-STORAGE SECTION.
001270*-----------------------
001280 01  WS-EMPMAST-STATUS           PIC X(02).
001290 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001300     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
001310 01  WS-PRINT-STATUS             PIC X(02).
001320 01  WS-PRINT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001330     88  WS-PRINT-IS-OPEN        VALUE 'Y'.
001340 01  WS-EXPORT-STATUS            PIC X(02).
001350 01  WS-EXPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001360     88  WS-EXPORT-IS-OPEN       VALUE 'Y'.
001370 01  WS-EXPORT-RUN-LABEL         PIC X(07) VALUE "RUN".
001380 01  WS-PRINTED-LINE-COUNT       PIC 9(06) COMP VALUE ZERO.
001390 01  WS-EXPORT-ROW-COUNT         PIC 9(06) COMP VALUE ZERO.
001400 01  WS-EXPORT-HASH              PIC S9(13)V99 VALUE ZERO.
001410 01  WS-LEDGER-STATUS            PIC X(02).
001420 01  WS-AUDIT-STATUS             PIC X(02).
001430 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001440     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001450 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001460 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001470 COPY RUNMODE.
001480 01  WS-SUITE-FUNCTION           PIC X(01).
001490 01  WS-SUITE-STEP-NAME          PIC X(08).
001500 01  WS-SUITE-RC                 PIC 9(04).
001510 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001520     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001530 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001540 01  WS-STATUS-TEXT              PIC X(20).
001550 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001560 COPY EOFSWTCH.
001570 01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001580     88  WS-SORT-EOF             VALUE 'Y'.
001590 01  WS-DEPT-SWITCH              PIC X(01) VALUE 'N'.
001600     88  WS-DEPT-ACTIVE          VALUE 'Y'.
001610 01  WS-CURRENT-DEPT             PIC X(04) VALUE SPACES.
001620 01  WS-DEPT-STATUS-CODE         PIC X(01).
001630     88  WS-DEPT-UNKNOWN         VALUE '?'.
001640 01  WS-DEPT-NAME                PIC X(20).
001650 01  WS-DEPT-COUNT               PIC 9(05) COMP VALUE ZERO.
001660 01  WS-DEPT-COUNT-ED            PIC ZZZZ9.
001670 01  WS-DEPT-MILESTONES          PIC 9(03) COMP VALUE ZERO.
001680 01  WS-CENTURY-PIVOT            PIC 9(02) VALUE 25.
001690 01  WS-TODAY                    PIC X(21).
001700 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
001710     05  WS-TODAY-CCYY           PIC 9(04).
001720     05  WS-TODAY-MM             PIC 9(02).
001730     05  WS-TODAY-DD             PIC 9(02).
001740     05  FILLER                  PIC X(13).
001750 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
001760     05  WS-TODAY-DATE           PIC 9(08).
001770     05  FILLER                  PIC X(13).
001780 01  WS-HIRE-DATE-PARTS.
001790     05  WS-HIRE-YY              PIC 9(02).
001800     05  WS-HIRE-MM              PIC 9(02).
001810     05  WS-HIRE-DD              PIC 9(02).
001820 01  WS-HIRE-CCYY                PIC 9(04).
001830 01  WS-CHECK-DATE-CCYYMMDD.
001840     05  WS-CHK-CC               PIC 9(02).
001850     05  WS-CHK-YY               PIC 9(02).
001860     05  WS-CHK-MM               PIC 9(02).
001870     05  WS-CHK-DD               PIC 9(02).
001880 01  WS-DATE-VALID-SWITCH        PIC X(01).
001890     88  WS-DATE-IS-VALID        VALUE 'Y'.
001900     88  WS-DATE-NOT-VALID       VALUE 'N'.
001910 01  WS-YEARS-OF-SERVICE         PIC 9(03).
001920 01  WS-NEXT-MONTH               PIC 9(02).
001930 01  WS-ANNIV-CCYY               PIC 9(04).
001940 01  WS-ANNIV-YEARS              PIC 9(03).
001950 01  WS-REC-COUNT                PIC 9(05) COMP VALUE ZERO.
001960 01  WS-INACTIVE-COUNT           PIC 9(05) COMP VALUE ZERO.
001970 01  WS-BADDATE-COUNT            PIC 9(05) COMP VALUE ZERO.
001980 01  WS-MILESTONE-COUNT          PIC 9(03) COMP VALUE ZERO.
001990 01  WS-MILESTONE-MAX            PIC 9(03) COMP VALUE 100.
002000 01  WS-MILESTONE-IX             PIC 9(03) COMP VALUE ZERO.
002010 01  WS-REC-COUNT-ED             PIC ZZZZ9.
002020 01  WS-INACTIVE-COUNT-ED        PIC ZZZZ9.
002030 01  WS-BADDATE-COUNT-ED         PIC ZZZZ9.
002040 01  WS-MILESTONE-COUNT-ED       PIC ZZ9.
002050 01  WS-MILESTONE-TABLE.
002060     05  WS-MILESTONE-ENTRY OCCURS 100 TIMES.
002070         10  WS-MS-DEPT-CODE     PIC X(04).
002080         10  WS-MS-EMP-ID        PIC X(06).
002090         10  WS-MS-YEARS         PIC 9(03).
002100 01  WS-RULES-STATUS             PIC X(02).
002110 01  WS-RULES-EOF-SWITCH         PIC X(01) VALUE 'N'.
002120     88  WS-RULES-EOF            VALUE 'Y'.
002130 01  WS-EXTRACT-STATUS           PIC X(02).
002140 01  WS-EXTRACT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
002150     88  WS-EXTRACT-IS-OPEN      VALUE 'Y'.
002160 01  WS-BAND-TABLE-MAX           PIC 9(02) COMP VALUE 10.
002170 01  WS-BAND-USED                PIC 9(02) COMP VALUE ZERO.
002180 01  WS-BAND-IX                  PIC 9(02) COMP VALUE ZERO.
002190 01  WS-BAND-SLOT                PIC 9(02) COMP VALUE ZERO.
002200 01  WS-ACCRUAL-BAND-TABLE.
002210     05  WS-BAND-ENTRY OCCURS 10 TIMES.
002220         10  WS-BND-MIN-YEARS    PIC 9(03).
002230         10  WS-BND-DAYS         PIC 9(03).
002240         10  WS-BND-EFFECTIVE    PIC 9(08).
002250         10  WS-BND-CARRY-CAP    PIC 9(03).
002260 01  WS-ENTITLE-DAYS             PIC 9(03) VALUE ZERO.
002270 01  WS-BEST-MIN-YEARS           PIC S9(03) COMP VALUE -1.
002280 01  WS-CARRY-CAP-ED             PIC ZZZ9.
002290 01  WS-ENTITLE-LINE.
002300     05  FILLER                  PIC X(14) VALUE
002310         "SERVICE FROM  ".
002320     05  EL-MIN-YEARS            PIC ZZ9.
002330     05  FILLER                  PIC X(18) VALUE
002340         " YEARS: DAYS/YEAR ".
002350     05  EL-DAYS                 PIC ZZ9.
002360     05  FILLER                  PIC X(13) VALUE
002370         "  CARRY CAP  ".
002380     05  EL-CARRY-CAP            PIC X(04).
002390 01  WS-REPORT-LINE.
002400     05  RL-EMP-ID               PIC X(06).
002410     05  FILLER                  PIC X(03) VALUE SPACES.
002420     05  RL-HIRE-DATE            PIC X(10).
002430     05  FILLER                  PIC X(03) VALUE SPACES.
002440     05  RL-YEARS                PIC ZZ9.
002450     05  FILLER                  PIC X(03) VALUE SPACES.
002460     05  RL-ENTITLE-DAYS         PIC ZZ9.
002470 01  WS-MILESTONE-LINE.
002480     05  FILLER                  PIC X(04) VALUE "EMP ".
002490     05  ML-EMP-ID               PIC X(06).
002500     05  FILLER                  PIC X(09) VALUE " REACHES ".
002510     05  ML-YEARS                PIC ZZ9.
002520     05  FILLER                  PIC X(17) VALUE
002530         " YEARS NEXT MONTH".
002540 01  WS-EXPORT-ROW.
002550     05  SX-RUN-NUMBER           PIC 9(05).
002560     05  FILLER                  PIC X(01) VALUE ','.
002570     05  SX-BUSINESS-DATE        PIC 9(08).
002580     05  FILLER                  PIC X(01) VALUE ','.
002590     05  SX-DEPT                 PIC X(04).
002600     05  FILLER                  PIC X(01) VALUE ','.
002610     05  SX-EMP-ID               PIC X(06).
002620     05  FILLER                  PIC X(01) VALUE ','.
002630     05  SX-HIRE-DATE            PIC X(10).
002640     05  FILLER                  PIC X(01) VALUE ','.
002650     05  SX-YEARS                PIC +9(03).
002660     05  FILLER                  PIC X(01) VALUE ','.
002670     05  SX-ENTITLE-DAYS         PIC +9(03).
002680
002690*-----------------------
002700 PROCEDURE DIVISION.
002710*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740     SORT SORT-WORK-FILE
002750         ON ASCENDING KEY SR-DEPT-CODE SR-EMP-ID
002760         INPUT PROCEDURE IS 2000-INPUT-PASS
002770             THRU 2000-INPUT-EXIT
002780         OUTPUT PROCEDURE IS 6000-OUTPUT-PASS
002790             THRU 6000-OUTPUT-EXIT.
002800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002810     MOVE 'R' TO WS-SUITE-FUNCTION.
002820     MOVE RETURN-CODE TO WS-SUITE-RC.
002830     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
002840         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
002850     GOBACK.
002860
002870 2000-INPUT-PASS.
002880******************************************************************
002890* SORT input pass: drives the master file exactly as before --
002900* validation, service, entitlement, milestones, and the EMP-ID-
002910* sequence entitlement extract -- but RELEASEs each reported
002920* employee to the sort instead of printing in master-file order.
002930******************************************************************
002940     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
002950         UNTIL WS-EOF.
002960 2000-INPUT-EXIT.
002970     EXIT.
002980
002990 1000-INITIALIZE.
003000     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
003010     MOVE "SENIORTY" TO WS-SUITE-STEP-NAME.
003020     MOVE 'C' TO WS-SUITE-FUNCTION.
003030     MOVE ZERO TO WS-SUITE-RC.
003040     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
003050         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
003060     IF WS-SUITE-STEP-DONE
003070         DISPLAY WS-SUITE-STEP-NAME
003080             " ALREADY COMPLETE THIS RUN - BYPASSED"
003090         GOBACK
003100     END-IF.
003110     OPEN OUTPUT AUDIT-LOG-FILE.
003120     IF WS-AUDIT-STATUS = "00"
003130         SET WS-AUDIT-IS-OPEN TO TRUE
003140     END-IF.
003150     MOVE "OK" TO WS-STATUS-TEXT.
003160     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
003170     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003180     CALL "GETBDATE" USING WS-TODAY.
003190     PERFORM 1200-SET-NEXT-MONTH THRU 1200-EXIT.
003200     OPEN OUTPUT PRINT-FILE.
003210     IF WS-PRINT-STATUS = "00"
003220         SET WS-PRINT-IS-OPEN TO TRUE
003230         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
003240         MOVE SPACES TO PRINT-RECORD
003250         STRING "SENIORTY SERVICE REPORT - RUN " WS-RUN-NUMBER-ED
003260             DELIMITED BY SIZE INTO PRINT-RECORD
003270         IF WS-SIMULATION
003280             MOVE "*** SIMULATION ***"
003290                 TO PRINT-RECORD (57:18)
003300         END-IF
003310         WRITE PRINT-RECORD
003320         MOVE "EMP ID  HIRE DATE   YRS  DAYS" TO PRINT-RECORD
003330         WRITE PRINT-RECORD
003340     END-IF.
003350     PERFORM 1050-OPEN-EXPORT-FILE THRU 1050-EXIT.
003360     PERFORM 1300-LOAD-ACCRUAL-RULES THRU 1300-EXIT.
003370     OPEN OUTPUT ENTITLE-EXTRACT-FILE.
003380     IF WS-EXTRACT-STATUS = "00"
003390         SET WS-EXTRACT-IS-OPEN TO TRUE
003400     END-IF.
003410     OPEN INPUT EMP-MASTER-FILE.
003420     IF WS-EMPMAST-STATUS NOT = "00"
003430         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
003440         MOVE "ERROR" TO WS-STATUS-TEXT
003450         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003460         STRING "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
003470             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003480         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003490         SET WS-EOF TO TRUE
003500         MOVE 12 TO RETURN-CODE
003510     ELSE
003520         SET WS-EMPMAST-IS-OPEN TO TRUE
003530         PERFORM 1100-READ-EMP-MASTER THRU 1100-EXIT
003540     END-IF.
003550 1000-EXIT.
003560     EXIT.
003570
003580 1050-OPEN-EXPORT-FILE.
003590******************************************************************
003600* The SENCSV spreadsheet export of the detail lines, headed by
003610* its column-heading row (SIM-RUN in place of RUN on a simulated
003620* night).  An unopenable export is reported but does not fail
003630* the run; the CTLVERFY foot will show the rows missing.
003640******************************************************************
003650     IF WS-SIMULATION
003660         MOVE "SIM-RUN" TO WS-EXPORT-RUN-LABEL
003670     END-IF.
003680     OPEN OUTPUT EXPORT-FILE.
003690     IF WS-EXPORT-STATUS NOT = "00"
003700         DISPLAY "SENCSV OPEN FAILED, STATUS " WS-EXPORT-STATUS
003710         GO TO 1050-EXIT
003720     END-IF.
003730     SET WS-EXPORT-IS-OPEN TO TRUE.
003740     MOVE SPACES TO EXPORT-RECORD.
003750     STRING WS-EXPORT-RUN-LABEL DELIMITED BY SPACE
003760         ",BUSINESS-DATE,DEPT,EMP-ID,HIRE-DATE,YEARS,ENTITLE-DAYS"
003770         DELIMITED BY SIZE INTO EXPORT-RECORD.
003780     WRITE EXPORT-RECORD.
003790 1050-EXIT.
003800     EXIT.
003810
003820 1100-READ-EMP-MASTER.
003830     READ EMP-MASTER-FILE
003840         AT END
003850             SET WS-EOF TO TRUE
003860     END-READ.
003870 1100-EXIT.
003880     EXIT.
003890
003900 1200-SET-NEXT-MONTH.
003910******************************************************************
003920* The "coming month" for milestone notices: this month plus one,
003930* wrapping December into January of the following year, which
003940* is also the year the wrapped anniversary falls in.
003950******************************************************************
003960     IF WS-TODAY-MM = 12
003970         MOVE 1 TO WS-NEXT-MONTH
003980         COMPUTE WS-ANNIV-CCYY = WS-TODAY-CCYY + 1
003990     ELSE
004000         COMPUTE WS-NEXT-MONTH = WS-TODAY-MM + 1
004010         MOVE WS-TODAY-CCYY TO WS-ANNIV-CCYY
004020     END-IF.
004030 1200-EXIT.
004040     EXIT.
004050
004060 2000-PROCESS-EMPLOYEE.
004070******************************************************************
004080* One active employee: derive the hire-date century with the
004090* shop pivot, validate the date through DATECHK, report years
004100* of service, and collect a milestone entry when the coming
004110* month's anniversary lands on 5/10/20/25 years.
004120******************************************************************
004130     IF EMP-IS-INACTIVE
004140         ADD 1 TO WS-INACTIVE-COUNT
004150         PERFORM 1100-READ-EMP-MASTER THRU 1100-EXIT
004160         GO TO 2000-EXIT
004170     END-IF.
004180     IF EMP-HIRE-YYMMDD NOT NUMERIC
004190         ADD 1 TO WS-BADDATE-COUNT
004200         PERFORM 1100-READ-EMP-MASTER THRU 1100-EXIT
004210         GO TO 2000-EXIT
004220     END-IF.
004230     MOVE EMP-HIRE-YYMMDD TO WS-HIRE-DATE-PARTS.
004240     PERFORM 1500-DERIVE-CENTURY THRU 1500-EXIT.
004250     MOVE WS-HIRE-YY TO WS-CHK-YY.
004260     MOVE WS-HIRE-MM TO WS-CHK-MM.
004270     MOVE WS-HIRE-DD TO WS-CHK-DD.
004280     CALL "DATECHK" USING WS-CHECK-DATE-CCYYMMDD
004290         WS-DATE-VALID-SWITCH.
004300     IF WS-DATE-NOT-VALID
004310         ADD 1 TO WS-BADDATE-COUNT
004320         PERFORM 1100-READ-EMP-MASTER THRU 1100-EXIT
004330         GO TO 2000-EXIT
004340     END-IF.
004350     PERFORM 2200-COMPUTE-SERVICE THRU 2200-EXIT.
004360     PERFORM 2400-LOOKUP-ENTITLEMENT THRU 2400-EXIT.
004370     PERFORM 2960-WRITE-EXTRACT-RECORD THRU 2960-EXIT.
004380     PERFORM 2300-CHECK-MILESTONE THRU 2300-EXIT.
004390     PERFORM 2950-RELEASE-SORT-RECORD THRU 2950-EXIT.
004400     ADD 1 TO WS-REC-COUNT.
004410     PERFORM 1100-READ-EMP-MASTER THRU 1100-EXIT.
004420 2000-EXIT.
004430     EXIT.
004440
004450 1500-DERIVE-CENTURY.
004460******************************************************************
004470* Pivot-year windowing, same rule as the birthday report: a
004480* 2-digit hire year at or below the pivot is 20xx, above it is
004490* 19xx.
004500******************************************************************
004510     IF WS-HIRE-YY <= WS-CENTURY-PIVOT
004520         MOVE 20 TO WS-CHK-CC
004530     ELSE
004540         MOVE 19 TO WS-CHK-CC
004550     END-IF.
004560     COMPUTE WS-HIRE-CCYY = WS-CHK-CC * 100 + WS-HIRE-YY.
004570 1500-EXIT.
004580     EXIT.
004590
004600 2200-COMPUTE-SERVICE.
004610     COMPUTE WS-YEARS-OF-SERVICE = WS-TODAY-CCYY - WS-HIRE-CCYY.
004620     IF (WS-HIRE-MM > WS-TODAY-MM) OR
004630        (WS-HIRE-MM = WS-TODAY-MM AND WS-HIRE-DD > WS-TODAY-DD)
004640         SUBTRACT 1 FROM WS-YEARS-OF-SERVICE
004650     END-IF.
004660 2200-EXIT.
004670     EXIT.
004680
004690 2300-CHECK-MILESTONE.
004700     IF WS-HIRE-MM NOT = WS-NEXT-MONTH
004710         GO TO 2300-EXIT
004720     END-IF.
004730     COMPUTE WS-ANNIV-YEARS = WS-ANNIV-CCYY - WS-HIRE-CCYY.
004740     IF WS-ANNIV-YEARS = 5 OR WS-ANNIV-YEARS = 10
004750         OR WS-ANNIV-YEARS = 20 OR WS-ANNIV-YEARS = 25
004760         IF WS-MILESTONE-COUNT < WS-MILESTONE-MAX
004770             ADD 1 TO WS-MILESTONE-COUNT
004780             MOVE EMP-DEPT-CODE
004790                 TO WS-MS-DEPT-CODE (WS-MILESTONE-COUNT)
004800             MOVE EMP-ID TO WS-MS-EMP-ID (WS-MILESTONE-COUNT)
004810             MOVE WS-ANNIV-YEARS
004820                 TO WS-MS-YEARS (WS-MILESTONE-COUNT)
004830         END-IF
004840     END-IF.
004850 2300-EXIT.
004860     EXIT.
004870
004880 2950-RELEASE-SORT-RECORD.
004890******************************************************************
004900* Hands one reported employee to the sort, keyed on department
004910* then EMP-ID, so the output pass prints each manager's section
004920* together.
004930******************************************************************
004940     MOVE SPACES TO SORT-RECORD.
004950     MOVE EMP-DEPT-CODE TO SR-DEPT-CODE.
004960     MOVE EMP-ID TO SR-EMP-ID.
004970     STRING WS-CHK-CC WS-HIRE-YY "-" WS-HIRE-MM "-" WS-HIRE-DD
004980         DELIMITED BY SIZE INTO SR-HIRE-DATE.
004990     MOVE WS-YEARS-OF-SERVICE TO SR-YEARS.
005000     MOVE WS-ENTITLE-DAYS TO SR-ENTITLE-DAYS.
005010     RELEASE SORT-RECORD.
005020 2950-EXIT.
005030     EXIT.
005040
005050 6000-OUTPUT-PASS.
005060******************************************************************
005070* SORT output pass: prints the detail lines in department /
005080* EMP-ID sequence with a section heading at each department
005090* change, and the department's milestones and count at each
005100* break.
005110******************************************************************
005120     MOVE 'N' TO WS-SORT-EOF-SWITCH.
005130     PERFORM 6100-RETURN-ONE-RECORD THRU 6100-EXIT
005140         UNTIL WS-SORT-EOF.
005150     IF WS-DEPT-ACTIVE
005160         PERFORM 6300-WRITE-DEPT-SUBTOTAL THRU 6300-EXIT
005170     END-IF.
005180 6000-OUTPUT-EXIT.
005190     EXIT.
005200
005210 6100-RETURN-ONE-RECORD.
005220     RETURN SORT-WORK-FILE
005230         AT END
005240             SET WS-SORT-EOF TO TRUE
005250     END-RETURN.
005260     IF NOT WS-SORT-EOF
005270         PERFORM 6150-PRINT-SORTED-RECORD THRU 6150-EXIT
005280     END-IF.
005290 6100-EXIT.
005300     EXIT.
005310
005320 6150-PRINT-SORTED-RECORD.
005330     IF NOT WS-DEPT-ACTIVE
005340         MOVE SR-DEPT-CODE TO WS-CURRENT-DEPT
005350         SET WS-DEPT-ACTIVE TO TRUE
005360         PERFORM 6200-START-DEPT-SECTION THRU 6200-EXIT
005370     ELSE
005380         IF SR-DEPT-CODE NOT = WS-CURRENT-DEPT
005390             PERFORM 6300-WRITE-DEPT-SUBTOTAL THRU 6300-EXIT
005400             MOVE SR-DEPT-CODE TO WS-CURRENT-DEPT
005410             PERFORM 6200-START-DEPT-SECTION THRU 6200-EXIT
005420         END-IF
005430     END-IF.
005440     ADD 1 TO WS-DEPT-COUNT.
005450     MOVE SR-EMP-ID TO RL-EMP-ID.
005460     MOVE SR-HIRE-DATE TO RL-HIRE-DATE.
005470     MOVE SR-YEARS TO RL-YEARS.
005480     MOVE SR-ENTITLE-DAYS TO RL-ENTITLE-DAYS.
005490     IF WS-PRINT-IS-OPEN
005500         MOVE WS-REPORT-LINE TO PRINT-RECORD
005510         WRITE PRINT-RECORD
005520         ADD 1 TO WS-PRINTED-LINE-COUNT
005530     END-IF.
005540     PERFORM 6160-WRITE-EXPORT-ROW THRU 6160-EXIT.
005550 6150-EXIT.
005560     EXIT.
005570
005580 6160-WRITE-EXPORT-ROW.
005590******************************************************************
005600* The detail line again as one SENCSV row, with the run number,
005610* business date and department up front.
005620******************************************************************
005630     IF NOT WS-EXPORT-IS-OPEN
005640         GO TO 6160-EXIT
005650     END-IF.
005660     MOVE WS-RUN-NUMBER TO SX-RUN-NUMBER.
005670     MOVE WS-TODAY-DATE TO SX-BUSINESS-DATE.
005680     MOVE SR-DEPT-CODE TO SX-DEPT.
005690     MOVE SR-EMP-ID TO SX-EMP-ID.
005700     MOVE SR-HIRE-DATE TO SX-HIRE-DATE.
005710     MOVE SR-YEARS TO SX-YEARS.
005720     MOVE SR-ENTITLE-DAYS TO SX-ENTITLE-DAYS.
005730     MOVE WS-EXPORT-ROW TO EXPORT-RECORD.
005740     WRITE EXPORT-RECORD.
005750     ADD 1 TO WS-EXPORT-ROW-COUNT.
005760     ADD SR-ENTITLE-DAYS TO WS-EXPORT-HASH.
005770 6160-EXIT.
005780     EXIT.
005790
005800 6200-START-DEPT-SECTION.
005810******************************************************************
005820* The section heading carries the department's full name from
005830* the reference file; a code the file does not know prints
005840* flagged so a phantom department is visible, not anonymous.
005850******************************************************************
005860     MOVE ZERO TO WS-DEPT-COUNT.
005870     CALL "DEPTLKUP" USING WS-CURRENT-DEPT WS-DEPT-STATUS-CODE
005880         WS-DEPT-NAME.
005890     IF WS-DEPT-UNKNOWN
005900         MOVE "** UNKNOWN DEPT **" TO WS-DEPT-NAME
005910     END-IF.
005920     IF WS-PRINT-IS-OPEN
005930         MOVE SPACES TO PRINT-RECORD
005940         WRITE PRINT-RECORD
005950         MOVE SPACES TO PRINT-RECORD
005960         STRING "DEPARTMENT " WS-CURRENT-DEPT " - " WS-DEPT-NAME
005970             DELIMITED BY SIZE INTO PRINT-RECORD
005980         WRITE PRINT-RECORD
005990     END-IF.
006000 6200-EXIT.
006010     EXIT.
006020
006030 6300-WRITE-DEPT-SUBTOTAL.
006040     PERFORM 7000-WRITE-MILESTONE-SECTION THRU 7000-EXIT.
006050     MOVE WS-DEPT-COUNT TO WS-DEPT-COUNT-ED.
006060     IF WS-PRINT-IS-OPEN
006070         MOVE SPACES TO PRINT-RECORD
006080         STRING "DEPARTMENT " WS-CURRENT-DEPT
006090             " EMPLOYEES: " WS-DEPT-COUNT-ED
006100             DELIMITED BY SIZE INTO PRINT-RECORD
006110         WRITE PRINT-RECORD
006120     END-IF.
006130 6300-EXIT.
006140     EXIT.
006150
006160 1300-LOAD-ACCRUAL-RULES.
006170******************************************************************
006180* Loads the accrual policy: each row maps a minimum-service band
006190* to days per year, effective-dated because the policy changes.
006200* For a band with several rows, the latest row effective on or
006210* before today wins, so a pre-loaded policy change arms itself
006220* on its date.  A missing rules file entitles nobody, loudly.
006230******************************************************************
006240     OPEN INPUT ACCRUAL-RULES-FILE.
006250     IF WS-RULES-STATUS NOT = "00"
006260         DISPLAY "ACCRURLS MISSING - NO ENTITLEMENTS COMPUTED"
006270         GO TO 1300-EXIT
006280     END-IF.
006290     PERFORM 1350-LOAD-ONE-RULE THRU 1350-EXIT
006300         UNTIL WS-RULES-EOF.
006310     CLOSE ACCRUAL-RULES-FILE.
006320 1300-EXIT.
006330     EXIT.
006340
006350 1350-LOAD-ONE-RULE.
006360     READ ACCRUAL-RULES-FILE
006370         AT END
006380             SET WS-RULES-EOF TO TRUE
006390     END-READ.
006400     IF WS-RULES-EOF
006410         GO TO 1350-EXIT
006420     END-IF.
006430     IF AC-EFFECTIVE-CCYYMMDD > WS-TODAY-CCYY * 10000
006440         + WS-TODAY-MM * 100 + WS-TODAY-DD
006450         GO TO 1350-EXIT
006460     END-IF.
006470     MOVE ZERO TO WS-BAND-SLOT.
006480     PERFORM 1360-MATCH-ONE-BAND THRU 1360-EXIT
006490         VARYING WS-BAND-IX FROM 1 BY 1
006500         UNTIL WS-BAND-IX > WS-BAND-USED
006510             OR WS-BAND-SLOT > ZERO.
006520     IF WS-BAND-SLOT = ZERO
006530         IF WS-BAND-USED >= WS-BAND-TABLE-MAX
006540             DISPLAY "ACCRURLS TABLE FULL - ROW IGNORED"
006550             GO TO 1350-EXIT
006560         END-IF
006570         ADD 1 TO WS-BAND-USED
006580         MOVE WS-BAND-USED TO WS-BAND-SLOT
006590         MOVE AC-MIN-YEARS TO WS-BND-MIN-YEARS (WS-BAND-SLOT)
006600         MOVE ZERO TO WS-BND-EFFECTIVE (WS-BAND-SLOT)
006610     END-IF.
006620     IF AC-EFFECTIVE-CCYYMMDD >= WS-BND-EFFECTIVE (WS-BAND-SLOT)
006630         MOVE AC-DAYS-PER-YEAR TO WS-BND-DAYS (WS-BAND-SLOT)
006640         IF AC-CARRY-CAP-DAYS NUMERIC
006650             MOVE AC-CARRY-CAP-DAYS
006660                 TO WS-BND-CARRY-CAP (WS-BAND-SLOT)
006670         ELSE
006680             MOVE 999 TO WS-BND-CARRY-CAP (WS-BAND-SLOT)
006690         END-IF
006700         MOVE AC-EFFECTIVE-CCYYMMDD
006710             TO WS-BND-EFFECTIVE (WS-BAND-SLOT)
006720     END-IF.
006730 1350-EXIT.
006740     EXIT.
006750
006760 1360-MATCH-ONE-BAND.
006770     IF WS-BND-MIN-YEARS (WS-BAND-IX) = AC-MIN-YEARS
006780         MOVE WS-BAND-IX TO WS-BAND-SLOT
006790     END-IF.
006800 1360-EXIT.
006810     EXIT.
006820
006830 2400-LOOKUP-ENTITLEMENT.
006840******************************************************************
006850* The entitlement is the days of the highest service band at or
006860* below this employee's years of service -- the band the paper
006870* table made a clerk find by eye, and mis-read at least once a
006880* January.
006890******************************************************************
006900     MOVE ZERO TO WS-ENTITLE-DAYS.
006910     MOVE -1 TO WS-BEST-MIN-YEARS.
006920     PERFORM 2450-JUDGE-ONE-BAND THRU 2450-EXIT
006930         VARYING WS-BAND-IX FROM 1 BY 1
006940         UNTIL WS-BAND-IX > WS-BAND-USED.
006950 2400-EXIT.
006960     EXIT.
006970
006980 2450-JUDGE-ONE-BAND.
006990     IF WS-BND-MIN-YEARS (WS-BAND-IX) <= WS-YEARS-OF-SERVICE
007000         AND WS-BND-MIN-YEARS (WS-BAND-IX) > WS-BEST-MIN-YEARS
007010         MOVE WS-BND-MIN-YEARS (WS-BAND-IX)
007020             TO WS-BEST-MIN-YEARS
007030         MOVE WS-BND-DAYS (WS-BAND-IX) TO WS-ENTITLE-DAYS
007040     END-IF.
007050 2450-EXIT.
007060     EXIT.
007070
007080 2960-WRITE-EXTRACT-RECORD.
007090******************************************************************
007100* One fixed-format entitlement record (employee, service years,
007110* days per year) for the payroll system, in the pattern of the
007120* BIRTHDAY HR extract, so January stops being two days of
007130* clerical work.
007140******************************************************************
007150     IF WS-EXTRACT-IS-OPEN
007160         MOVE SPACES TO ENTITLE-EXTRACT-RECORD
007170         MOVE EMP-ID TO ENT-EMP-ID
007180         MOVE WS-YEARS-OF-SERVICE TO ENT-SERVICE-YEARS
007190         MOVE WS-ENTITLE-DAYS TO ENT-ENTITLE-DAYS
007200         WRITE ENTITLE-EXTRACT-RECORD
007210     END-IF.
007220 2960-EXIT.
007230     EXIT.
007240
007250 7500-WRITE-ENTITLEMENT-RULES.
007260******************************************************************
007270* The entitlement policy in force tonight, band by band, printed
007280* after the department sections so HR reads the table the
007290* entitlements came from on the same page as the entitlements.
007300******************************************************************
007310     IF NOT WS-PRINT-IS-OPEN
007320         GO TO 7500-EXIT
007330     END-IF.
007340     MOVE SPACES TO PRINT-RECORD.
007350     WRITE PRINT-RECORD.
007360     MOVE "VACATION ENTITLEMENT POLICY IN FORCE:"
007370         TO PRINT-RECORD.
007380     WRITE PRINT-RECORD.
007390     PERFORM 7550-WRITE-ONE-BAND THRU 7550-EXIT
007400         VARYING WS-BAND-IX FROM 1 BY 1
007410         UNTIL WS-BAND-IX > WS-BAND-USED.
007420 7500-EXIT.
007430     EXIT.
007440
007450 7550-WRITE-ONE-BAND.
007460     MOVE WS-BND-MIN-YEARS (WS-BAND-IX) TO EL-MIN-YEARS.
007470     MOVE WS-BND-DAYS (WS-BAND-IX) TO EL-DAYS.
007480     IF WS-BND-CARRY-CAP (WS-BAND-IX) = 999
007490         MOVE "NONE" TO EL-CARRY-CAP
007500     ELSE
007510         MOVE WS-BND-CARRY-CAP (WS-BAND-IX) TO WS-CARRY-CAP-ED
007520         MOVE WS-CARRY-CAP-ED TO EL-CARRY-CAP
007530     END-IF.
007540     MOVE WS-ENTITLE-LINE TO PRINT-RECORD.
007550     WRITE PRINT-RECORD.
007560 7550-EXIT.
007570     EXIT.
007580
007590 7000-WRITE-MILESTONE-SECTION.
007600******************************************************************
007610* The current department's anniversary milestones, inside its
007620* own section so they travel to its manager with the section.
007630* A department with none prints no milestone heading.
007640******************************************************************
007650     IF NOT WS-PRINT-IS-OPEN
007660         GO TO 7000-EXIT
007670     END-IF.
007680     MOVE ZERO TO WS-DEPT-MILESTONES.
007690     PERFORM 7050-COUNT-ONE-MILESTONE THRU 7050-EXIT
007700         VARYING WS-MILESTONE-IX FROM 1 BY 1
007710         UNTIL WS-MILESTONE-IX > WS-MILESTONE-COUNT.
007720     IF WS-DEPT-MILESTONES = ZERO
007730         GO TO 7000-EXIT
007740     END-IF.
007750     MOVE "ANNIVERSARY MILESTONES IN THE COMING MONTH:"
007760         TO PRINT-RECORD.
007770     WRITE PRINT-RECORD.
007780     PERFORM 7100-WRITE-ONE-MILESTONE THRU 7100-EXIT
007790         VARYING WS-MILESTONE-IX FROM 1 BY 1
007800         UNTIL WS-MILESTONE-IX > WS-MILESTONE-COUNT.
007810 7000-EXIT.
007820     EXIT.
007830
007840 7050-COUNT-ONE-MILESTONE.
007850     IF WS-MS-DEPT-CODE (WS-MILESTONE-IX) = WS-CURRENT-DEPT
007860         ADD 1 TO WS-DEPT-MILESTONES
007870     END-IF.
007880 7050-EXIT.
007890     EXIT.
007900
007910 7100-WRITE-ONE-MILESTONE.
007920     IF WS-MS-DEPT-CODE (WS-MILESTONE-IX) NOT = WS-CURRENT-DEPT
007930         GO TO 7100-EXIT
007940     END-IF.
007950     MOVE WS-MS-EMP-ID (WS-MILESTONE-IX) TO ML-EMP-ID.
007960     MOVE WS-MS-YEARS (WS-MILESTONE-IX) TO ML-YEARS.
007970     MOVE WS-MILESTONE-LINE TO PRINT-RECORD.
007980     WRITE PRINT-RECORD.
007990 7100-EXIT.
008000     EXIT.
008010
008020 8000-FINALIZE.
008030     PERFORM 7500-WRITE-ENTITLEMENT-RULES THRU 7500-EXIT.
008040     IF WS-EXTRACT-IS-OPEN
008050         CLOSE ENTITLE-EXTRACT-FILE
008060     END-IF.
008070     IF WS-EMPMAST-IS-OPEN
008080         CLOSE EMP-MASTER-FILE
008090     END-IF.
008100     MOVE WS-REC-COUNT TO WS-REC-COUNT-ED.
008110     MOVE WS-INACTIVE-COUNT TO WS-INACTIVE-COUNT-ED.
008120     MOVE WS-BADDATE-COUNT TO WS-BADDATE-COUNT-ED.
008130     MOVE WS-MILESTONE-COUNT TO WS-MILESTONE-COUNT-ED.
008140     DISPLAY "Employees reported  : " WS-REC-COUNT-ED.
008150     DISPLAY "Inactive skipped    : " WS-INACTIVE-COUNT-ED.
008160     DISPLAY "Invalid hire dates  : " WS-BADDATE-COUNT-ED.
008170     DISPLAY "Milestones flagged  : " WS-MILESTONE-COUNT-ED.
008180     IF WS-PRINT-IS-OPEN
008190         MOVE SPACES TO PRINT-RECORD
008200         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
008210         STRING "TOTAL REPORTED: " WS-REC-COUNT-ED
008220             " INACTIVE: " WS-INACTIVE-COUNT-ED
008230             " BAD DATES: " WS-BADDATE-COUNT-ED
008240             " MILESTONES: " WS-MILESTONE-COUNT-ED
008250             " RUN " WS-RUN-NUMBER-ED
008260             DELIMITED BY SIZE INTO PRINT-RECORD
008270         WRITE PRINT-RECORD
008280         CLOSE PRINT-FILE
008290     END-IF.
008300     IF WS-EXPORT-IS-OPEN
008310         CLOSE EXPORT-FILE
008320     END-IF.
008330     PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT.
008340     MOVE "OK" TO WS-STATUS-TEXT.
008350     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
008360     STRING "SENIORITY DONE REPORTED " WS-REC-COUNT-ED
008370         " BAD DATES " WS-BADDATE-COUNT-ED
008380         " MILESTONES " WS-MILESTONE-COUNT-ED
008390         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
008400     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
008410     MOVE "OK" TO WS-STATUS-TEXT.
008420     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
008430     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
008440     IF WS-AUDIT-IS-OPEN
008450         CLOSE AUDIT-LOG-FILE
008460     END-IF.
008470 8000-EXIT.
008480     EXIT.
008490
008500 8600-APPEND-CONTROL-LEDGER.
008510******************************************************************
008520* One ledger record footing the SENCSV export against the report:
008530* detail lines printed in, rows exported out, the entitlement
008540* days exported as the hash.  An unopenable ledger is reported
008550* but does not fail the run; the verifier will flag the missing
008560* row.
008570******************************************************************
008580     IF WS-SIMULATION
008590         GO TO 8600-EXIT
008600     END-IF.
008610     OPEN EXTEND CONTROL-LEDGER-FILE.
008620     IF WS-LEDGER-STATUS NOT = "00"
008630         DISPLAY "CTLLEDG OPEN FAILED, STATUS " WS-LEDGER-STATUS
008640         GO TO 8600-EXIT
008650     END-IF.
008660     MOVE SPACES TO CONTROL-LEDGER-RECORD.
008670     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
008680     MOVE "SENIORTY" TO CL-PROGRAM-ID.
008690     MOVE "SENCSV  " TO CL-INTERFACE.
008700     MOVE WS-PRINTED-LINE-COUNT TO CL-RECORDS-IN.
008710     MOVE WS-EXPORT-ROW-COUNT TO CL-RECORDS-OUT.
008720     MOVE ZERO TO CL-RECORDS-REJECTED.
008730     MOVE WS-EXPORT-HASH TO CL-HASH-TOTAL.
008740     WRITE CONTROL-LEDGER-RECORD.
008750     CLOSE CONTROL-LEDGER-FILE.
008760 8600-EXIT.
008770     EXIT.
008780
008790 9000-WRITE-AUDIT-ENTRY.
008800******************************************************************
008810* Stamps and writes one audit record.  The caller sets
008820* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
008830* this paragraph.
008840******************************************************************
008850     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
008860     MOVE SPACES TO AUDIT-LOG-RECORD.
008870     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
008880     MOVE "SENIORTY" TO AUDIT-PROGRAM-ID.
008890     MOVE SPACES TO AUDIT-USER-ID.
008900     IF WS-SIMULATION
008910         MOVE "SIMULATE" TO AUDIT-USER-ID
008920     END-IF.
008930     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
008940     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
008950     IF WS-STATUS-TEXT = "OK"
008960         SET AUDIT-IS-INFO TO TRUE
008970     ELSE
008980         IF WS-STATUS-TEXT = "ERROR"
008990             SET AUDIT-IS-ERROR TO TRUE
009000         ELSE
009010             SET AUDIT-IS-WARNING TO TRUE
009020         END-IF
009030     END-IF.
009040     IF WS-AUDIT-IS-OPEN
009050         WRITE AUDIT-LOG-RECORD
009060     END-IF.
009070 9000-EXIT.
009080     EXIT.
009090
009100** add other procedures here
009110 END PROGRAM SENIORTY.
