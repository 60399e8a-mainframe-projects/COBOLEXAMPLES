000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Fiscal year-end close.  Runs every night after
000060*                MONTHEND and asks the shop calendar (via CALNDR)
000070*                what kind of day today is.  On any date but the
000080*                'Y' year-end it records that the close is not
000090*                due and ends.  On the 'Y' date -- or on any date
000100*                when the operator names a year on YEPARM to
000110*                finish a close that failed -- it checks the
000120*                YTDCTL year control record, refusing a year that
000130*                is already closed or is not the open year, then
000140*                prints the YERPT annual statements from the
000150*                YTDACCUM year-to-date file: per department for
000160*                CALCULAT, per currency for WRKCOMP, and a
000170*                whole-engine line for MATHOPS, each with its
000180*                twelve months side by side and a year total.
000190*                The closed year's records are then copied to the
000200*                YTDARCH archive, the year-to-date file is
000210*                rewritten without them, and the control record
000220*                is moved on to the new open year.  Finance used
000230*                to re-add twelve month-end statements to get the
000240*                year.
000250* Tectonics:     cobc
000260*
000270* Modification History
000280* ---------------------
000290* 2026-10-15  DW   Original program.
000300* 2026-10-15  DW   Simulation mode: SIMULATION in the statement
000310*                  heading.  A simulated close prints the
000320*                  statements and stops there -- nothing is
000330*                  archived to YTDARCH and neither YTDACCUM nor
000340*                  YTDCTL is rewritten.
000350* 2026-10-15  DW   Business date now taken from GETBDATE for
000360*                  catch-up nights.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000400 PROGRAM-ID. YEAREND.
000410 ENVIRONMENT DIVISION.
000420*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000430 CONFIGURATION SECTION.
000440*-----------------------
000450 INPUT-OUTPUT SECTION.
000460*-----------------------
000470 FILE-CONTROL.
000480     SELECT YEAR-PARAM-FILE ASSIGN TO "YEPARM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PARAM-STATUS.
000510     SELECT YEAR-CONTROL-FILE ASSIGN TO "YTDCTL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CONTROL-STATUS.
000540     SELECT YTD-ACCUM-FILE ASSIGN TO "YTDACCUM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-YTD-STATUS.
000570     SELECT YTD-ARCHIVE-FILE ASSIGN TO "YTDARCH"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ARCHIVE-STATUS.
000600     SELECT YEAR-REPORT-FILE ASSIGN TO "YERPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-REPORT-STATUS.
000630     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-STATUS.
000660 DATA DIVISION.
000670*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000680 FILE SECTION.
000690*-----------------------
000700 FD  YEAR-PARAM-FILE.
000710 01  YEAR-PARAM-RECORD.
000720     05  YP-CLOSE-CCYY           PIC X(04).
000730 FD  YEAR-CONTROL-FILE.
000740 01  YEAR-CONTROL-RECORD.
000750     05  YC-OPEN-CCYY            PIC 9(04).
000760     05  YC-LAST-CLOSED-CCYY     PIC 9(04).
000770     05  YC-CLOSED-CCYYMMDD      PIC 9(08).
000780     05  YC-CLOSED-RUN-NUMBER    PIC 9(05).
000790 FD  YTD-ACCUM-FILE.
000800     COPY YTDACCUM.
000810 FD  YTD-ARCHIVE-FILE.
000820 01  YTD-ARCHIVE-RECORD          PIC X(53).
000830 FD  YEAR-REPORT-FILE.
000840 01  YEAR-REPORT-RECORD          PIC X(132).
000850 FD  AUDIT-LOG-FILE.
000860     COPY AUDITLOG.
000870
000880 WORKING-STORAGE SECTION.
000890*-----------------------
000900 01  WS-PARAM-STATUS             PIC X(02).
000910 01  WS-CONTROL-STATUS           PIC X(02).
000920 01  WS-YTD-STATUS               PIC X(02).
000930 01  WS-YTD-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000940     88  WS-YTD-IS-OPEN          VALUE 'Y'.
000950 01  WS-ARCHIVE-STATUS           PIC X(02).
000960 01  WS-REPORT-STATUS            PIC X(02).
000970 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000980     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000990 01  WS-AUDIT-STATUS             PIC X(02).
001000 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001010     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001020 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001030 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001040 COPY RUNMODE.
001050 01  WS-SUITE-FUNCTION           PIC X(01).
001060 01  WS-SUITE-STEP-NAME          PIC X(08).
001070 01  WS-SUITE-RC                 PIC 9(04).
001080 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001090     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001100 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001110 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001120 01  WS-STATUS-TEXT              PIC X(20).
001130 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001140 COPY EOFSWTCH.
001150 01  WS-TODAY                    PIC X(21).
001160 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
001170     05  WS-TODAY-DATE-X         PIC X(08).
001180     05  FILLER                  PIC X(13).
001190 01  WS-TODAY-PARTS-R REDEFINES WS-TODAY.
001200     05  WS-TODAY-CCYY           PIC 9(04).
001210     05  WS-TODAY-MMDD           PIC 9(04).
001220     05  FILLER                  PIC X(13).
001230 01  WS-TODAY-NUMERIC-R REDEFINES WS-TODAY.
001240     05  WS-TODAY-CCYYMMDD       PIC 9(08).
001250     05  FILLER                  PIC X(13).
001260 01  WS-DAY-TYPE                 PIC X(01).
001270     88  WS-IS-YEAR-END          VALUE 'Y'.
001280*
001290* Why the close runs: the calendar's 'Y' date, or a year named
001300* on YEPARM by the operator to finish a close that failed.
001310*
001320 01  WS-CLOSE-MODE               PIC X(01) VALUE 'N'.
001330     88  WS-CLOSE-NOT-DUE        VALUE 'N'.
001340     88  WS-CLOSE-BY-CALENDAR    VALUE 'C'.
001350     88  WS-CLOSE-BY-REQUEST     VALUE 'R'.
001360 01  WS-CLOSE-CCYY               PIC 9(04) VALUE ZERO.
001370 01  WS-NEW-CCYY                 PIC 9(04) VALUE ZERO.
001380 01  WS-CLOSE-CCYY-ED            PIC 9(04).
001390 01  WS-NEW-CCYY-ED              PIC 9(04).
001400 01  WS-OPEN-CCYY-ED             PIC 9(04).
001410 01  WS-CLOSED-DATE-ED           PIC 9(08).
001420 01  WS-CLOSED-RUN-ED            PIC ZZZZ9.
001430*
001440* One statement slot per program and section key for the year
001450* being closed, with its twelve month amounts; a section total
001460* in the same shape is built as each section prints.
001470*
001480 01  WS-STMT-TABLE-MAX           PIC 9(03) COMP VALUE 100.
001490 01  WS-STMT-USED                PIC 9(03) COMP VALUE ZERO.
001500 01  WS-STMT-IX                  PIC 9(03) COMP VALUE ZERO.
001510 01  WS-STMT-SLOT                PIC 9(03) COMP VALUE ZERO.
001520 01  WS-MONTH-IX                 PIC 9(02) COMP VALUE ZERO.
001530 01  WS-STMT-TABLE.
001540     05  WS-STMT-ENTRY OCCURS 100 TIMES.
001550         10  WS-STMT-PROGRAM     PIC X(08).
001560         10  WS-STMT-KEY         PIC X(04).
001570         10  WS-STMT-TRANS       PIC 9(09) COMP.
001580         10  WS-STMT-ERRORS      PIC 9(09) COMP.
001590         10  WS-STMT-YEAR-AMOUNT PIC S9(13)V99.
001600         10  WS-STMT-MONTH-AMOUNT
001610                                 PIC S9(13)V99 OCCURS 12 TIMES.
001620 01  WS-SECTION-TOTALS.
001630     05  WS-SEC-TRANS            PIC 9(09) COMP.
001640     05  WS-SEC-ERRORS           PIC 9(09) COMP.
001650     05  WS-SEC-YEAR-AMOUNT      PIC S9(13)V99.
001660     05  WS-SEC-MONTH-AMOUNT     PIC S9(13)V99 OCCURS 12 TIMES.
001670 01  WS-SEC-ROW-COUNT            PIC 9(03) COMP VALUE ZERO.
001680 01  WS-SECTION-PROGRAM          PIC X(08).
001690 01  WS-SECTION-TITLE            PIC X(20).
001700 01  WS-DEPT-STATUS-CODE         PIC X(01).
001710     88  WS-DEPT-UNKNOWN         VALUE '?'.
001720 01  WS-DEPT-NAME                PIC X(20).
001730*
001740* Records of any other year ride through the close untouched and
001750* are written back to the year-to-date file afterwards.
001760*
001770 01  WS-KEEP-TABLE-MAX           PIC 9(03) COMP VALUE 200.
001780 01  WS-KEEP-USED                PIC 9(03) COMP VALUE ZERO.
001790 01  WS-KEEP-IX                  PIC 9(03) COMP VALUE ZERO.
001800 01  WS-KEEP-TABLE.
001810     05  WS-KEEP-RECORD OCCURS 200 TIMES
001820                                 PIC X(53).
001830 01  WS-READ-COUNT               PIC 9(05) COMP VALUE ZERO.
001840 01  WS-YEAR-COUNT               PIC 9(05) COMP VALUE ZERO.
001850 01  WS-ARCHIVED-COUNT           PIC 9(05) COMP VALUE ZERO.
001860 01  WS-READ-COUNT-ED            PIC ZZZZ9.
001870 01  WS-YEAR-COUNT-ED            PIC ZZZZ9.
001880 01  WS-ARCHIVED-COUNT-ED        PIC ZZZZ9.
001890 01  WS-KEEP-COUNT-ED            PIC ZZZZ9.
001900 01  WS-TABLE-MAX-ED             PIC ZZ9.
001910*
001920* Statement rows print two lines per key: January to June with
001930* the year total, then the counts with July to December.
001940*
001950 01  WS-HEAD-LINE-1.
001960     05  FILLER                  PIC X(30)
001970                                 VALUE "KEY   NAME".
001980     05  FILLER                  PIC X(42)
001990         VALUE "           JAN           FEB           MAR".
002000     05  FILLER                  PIC X(42)
002010         VALUE "           APR           MAY           JUN".
002020     05  FILLER                  PIC X(18)
002030         VALUE "        YEAR TOTAL".
002040 01  WS-HEAD-LINE-2.
002050     05  FILLER                  PIC X(30)
002060                                 VALUE "      TRANS / ERRORS".
002070     05  FILLER                  PIC X(42)
002080         VALUE "           JUL           AUG           SEP".
002090     05  FILLER                  PIC X(42)
002100         VALUE "           OCT           NOV           DEC".
002110     05  FILLER                  PIC X(18) VALUE SPACES.
002120 01  WS-STMT-LINE-1.
002130     05  SL1-KEY                 PIC X(04).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  SL1-NAME                PIC X(24).
002160     05  SL1-MONTH OCCURS 6 TIMES.
002170         10  FILLER              PIC X(01).
002180         10  SL1-AMOUNT          PIC -(9)9.99.
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  SL1-YEAR-AMOUNT         PIC -(12)9.99.
002210 01  WS-STMT-LINE-2.
002220     05  FILLER                  PIC X(06) VALUE SPACES.
002230     05  FILLER                  PIC X(06) VALUE "TRANS ".
002240     05  SL2-TRANS               PIC ZZZZZZ9.
002250     05  FILLER                  PIC X(05) VALUE " ERR ".
002260     05  SL2-ERRORS              PIC ZZZZZ9.
002270     05  SL2-MONTH OCCURS 6 TIMES.
002280         10  FILLER              PIC X(01).
002290         10  SL2-AMOUNT          PIC -(9)9.99.
002300     05  FILLER                  PIC X(18) VALUE SPACES.
002310
002320*-----------------------
002330 PROCEDURE DIVISION.
002340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002350 0000-MAINLINE.
002360******************************************************************
002370* On any night the close is not due this step records so and
002380* ends with nothing touched.  When it is due: check the year
002390* control record, load the year from the year-to-date file,
002400* print the annual statements, archive the year, rewrite the
002410* year-to-date file without it, and open the new year.  Any
002420* failure before the control record moves on leaves the year
002430* open, so the operator can finish the close with YEPARM.
002440******************************************************************
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460     IF WS-CLOSE-NOT-DUE OR WS-STEP-RC >= 12
002470         GO TO 0000-WRAP-UP
002480     END-IF.
002490     PERFORM 1300-CHECK-YEAR-CONTROL THRU 1300-EXIT.
002500     IF WS-STEP-RC >= 12
002510         GO TO 0000-WRAP-UP
002520     END-IF.
002530     PERFORM 2000-LOAD-YEAR THRU 2000-EXIT.
002540     IF WS-STEP-RC >= 12
002550         GO TO 0000-WRAP-UP
002560     END-IF.
002570     PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT.
002580     IF WS-STEP-RC >= 12
002590         GO TO 0000-WRAP-UP
002600     END-IF.
002610     IF WS-SIMULATION
002620         GO TO 0000-WRAP-UP
002630     END-IF.
002640     PERFORM 4000-ARCHIVE-YEAR THRU 4000-EXIT.
002650     IF WS-STEP-RC >= 12
002660         GO TO 0000-WRAP-UP
002670     END-IF.
002680     PERFORM 5000-REWRITE-YEAR-TO-DATE THRU 5000-EXIT.
002690     IF WS-STEP-RC >= 12
002700         GO TO 0000-WRAP-UP
002710     END-IF.
002720     PERFORM 6000-OPEN-NEW-YEAR THRU 6000-EXIT.
002730 0000-WRAP-UP.
002740     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002750     MOVE 'R' TO WS-SUITE-FUNCTION.
002760     MOVE WS-STEP-RC TO WS-SUITE-RC.
002770     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
002780         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
002790     MOVE WS-STEP-RC TO RETURN-CODE.
002800     GOBACK.
002810
002820 1000-INITIALIZE.
002830     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
002840     MOVE "YEAREND " TO WS-SUITE-STEP-NAME.
002850     MOVE 'C' TO WS-SUITE-FUNCTION.
002860     MOVE ZERO TO WS-SUITE-RC.
002870     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
002880         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
002890     IF WS-SUITE-STEP-DONE
002900         DISPLAY WS-SUITE-STEP-NAME
002910             " ALREADY COMPLETE THIS RUN - BYPASSED"
002920         GOBACK
002930     END-IF.
002940     OPEN EXTEND AUDIT-LOG-FILE.
002950     IF WS-AUDIT-STATUS = "00"
002960         SET WS-AUDIT-IS-OPEN TO TRUE
002970     END-IF.
002980     MOVE "OK" TO WS-STATUS-TEXT.
002990     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
003000     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003010     CALL "GETBDATE" USING WS-TODAY.
003020     CALL "CALNDR" USING WS-TODAY-DATE-X WS-DAY-TYPE.
003030     IF WS-IS-YEAR-END
003040         SET WS-CLOSE-BY-CALENDAR TO TRUE
003050         MOVE WS-TODAY-CCYY TO WS-CLOSE-CCYY
003060     END-IF.
003070     PERFORM 1100-READ-YEAR-PARAM THRU 1100-EXIT.
003080     IF WS-CLOSE-NOT-DUE
003090         DISPLAY "NOT A YEAR-END DATE - NO YEAR CLOSED"
003100     END-IF.
003110 1000-EXIT.
003120     EXIT.
003130
003140 1100-READ-YEAR-PARAM.
003150******************************************************************
003160* YEPARM is normally empty (DUMMY).  A four-digit year on it asks
003170* for that year to be closed tonight whatever the calendar says,
003180* and takes precedence over the calendar's 'Y' date; anything
003190* else on it is an error and nothing is closed.
003200******************************************************************
003210     OPEN INPUT YEAR-PARAM-FILE.
003220     IF WS-PARAM-STATUS NOT = "00"
003230         GO TO 1100-EXIT
003240     END-IF.
003250     READ YEAR-PARAM-FILE
003260         AT END
003270             CLOSE YEAR-PARAM-FILE
003280             GO TO 1100-EXIT
003290     END-READ.
003300     CLOSE YEAR-PARAM-FILE.
003310     IF YP-CLOSE-CCYY = SPACES
003320         GO TO 1100-EXIT
003330     END-IF.
003340     IF YP-CLOSE-CCYY NOT NUMERIC
003350         DISPLAY "YEPARM YEAR NOT NUMERIC: " YP-CLOSE-CCYY
003360         MOVE "ERROR" TO WS-STATUS-TEXT
003370         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003380         STRING "YEPARM YEAR NOT NUMERIC: " YP-CLOSE-CCYY
003390             " - NO YEAR CLOSED"
003400             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003410         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003420         MOVE 12 TO WS-STEP-RC
003430         GO TO 1100-EXIT
003440     END-IF.
003450     SET WS-CLOSE-BY-REQUEST TO TRUE.
003460     MOVE YP-CLOSE-CCYY TO WS-CLOSE-CCYY.
003470     MOVE WS-CLOSE-CCYY TO WS-CLOSE-CCYY-ED.
003480     MOVE "OK" TO WS-STATUS-TEXT.
003490     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003500     STRING "YEAR " WS-CLOSE-CCYY-ED " CLOSE REQUESTED ON YEPARM"
003510         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003520     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003530 1100-EXIT.
003540     EXIT.
003550
003560 1300-CHECK-YEAR-CONTROL.
003570******************************************************************
003580* The control record names the open year and the last year
003590* closed.  A year at or before the last one closed has already
003600* been closed and is refused, so a second close can never
003610* archive a year twice or print its statements from an empty
003620* file; a later year than the open one means a close was
003630* missed, and is refused until that one is done.
003640******************************************************************
003650     MOVE WS-CLOSE-CCYY TO WS-CLOSE-CCYY-ED.
003660     OPEN INPUT YEAR-CONTROL-FILE.
003670     IF WS-CONTROL-STATUS NOT = "00"
003680         DISPLAY "YTDCTL OPEN FAILED, STATUS " WS-CONTROL-STATUS
003690         MOVE "ERROR" TO WS-STATUS-TEXT
003700         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003710         STRING "YTDCTL OPEN FAILED, STATUS " WS-CONTROL-STATUS
003720             " - YEAR " WS-CLOSE-CCYY-ED " NOT CLOSED"
003730             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003740         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003750         MOVE 12 TO WS-STEP-RC
003760         GO TO 1300-EXIT
003770     END-IF.
003780     READ YEAR-CONTROL-FILE
003790         AT END
003800             MOVE "10" TO WS-CONTROL-STATUS
003810     END-READ.
003820     CLOSE YEAR-CONTROL-FILE.
003830     IF WS-CONTROL-STATUS NOT = "00"
003840         OR YC-OPEN-CCYY NOT NUMERIC
003850         OR YC-LAST-CLOSED-CCYY NOT NUMERIC
003860         DISPLAY "YTDCTL CONTROL RECORD MISSING OR INVALID"
003870         MOVE "ERROR" TO WS-STATUS-TEXT
003880         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003890         STRING "YTDCTL CONTROL RECORD MISSING OR INVALID"
003900             " - YEAR " WS-CLOSE-CCYY-ED " NOT CLOSED"
003910             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003920         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003930         MOVE 12 TO WS-STEP-RC
003940         GO TO 1300-EXIT
003950     END-IF.
003960     IF WS-CLOSE-CCYY NOT > YC-LAST-CLOSED-CCYY
003970         MOVE YC-CLOSED-CCYYMMDD TO WS-CLOSED-DATE-ED
003980         MOVE YC-CLOSED-RUN-NUMBER TO WS-CLOSED-RUN-ED
003990         DISPLAY "YEAR " WS-CLOSE-CCYY-ED
004000             " ALREADY CLOSED - CLOSE REFUSED"
004010         MOVE "ERROR" TO WS-STATUS-TEXT
004020         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004030         STRING "YEAR " WS-CLOSE-CCYY-ED
004040             " ALREADY CLOSED (LAST CLOSE " WS-CLOSED-DATE-ED
004050             " RUN " WS-CLOSED-RUN-ED ") - CLOSE REFUSED"
004060             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004070         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004080         MOVE 12 TO WS-STEP-RC
004090         GO TO 1300-EXIT
004100     END-IF.
004110     IF WS-CLOSE-CCYY NOT = YC-OPEN-CCYY
004120         MOVE YC-OPEN-CCYY TO WS-OPEN-CCYY-ED
004130         DISPLAY "YEAR " WS-CLOSE-CCYY-ED
004140             " IS NOT THE OPEN YEAR " WS-OPEN-CCYY-ED
004150             " - CLOSE REFUSED"
004160         MOVE "ERROR" TO WS-STATUS-TEXT
004170         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004180         STRING "YEAR " WS-CLOSE-CCYY-ED
004190             " IS NOT THE OPEN YEAR " WS-OPEN-CCYY-ED
004200             " - CLOSE REFUSED"
004210             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004220         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004230         MOVE 12 TO WS-STEP-RC
004240         GO TO 1300-EXIT
004250     END-IF.
004260     COMPUTE WS-NEW-CCYY = WS-CLOSE-CCYY + 1.
004270 1300-EXIT.
004280     EXIT.
004290
004300 2000-LOAD-YEAR.
004310******************************************************************
004320* First pass over the year-to-date file: the closing year's
004330* records fold into the statement table by program, section key
004340* and month; every other year's record is kept aside to be
004350* written back.  Either table overflowing stops the close before
004360* anything is printed or written.
004370******************************************************************
004380     OPEN INPUT YTD-ACCUM-FILE.
004390     IF WS-YTD-STATUS NOT = "00"
004400         DISPLAY "YTDACCUM OPEN FAILED, STATUS " WS-YTD-STATUS
004410         MOVE "ERROR" TO WS-STATUS-TEXT
004420         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004430         STRING "YTDACCUM OPEN FAILED, STATUS " WS-YTD-STATUS
004440             " - YEAR " WS-CLOSE-CCYY-ED " NOT CLOSED"
004450             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004460         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004470         MOVE 12 TO WS-STEP-RC
004480         GO TO 2000-EXIT
004490     END-IF.
004500     SET WS-YTD-IS-OPEN TO TRUE.
004510     MOVE 'N' TO WS-EOF-SWITCH.
004520     PERFORM 2100-READ-YTD THRU 2100-EXIT.
004530     PERFORM 2200-LOAD-ONE-RECORD THRU 2200-EXIT
004540         UNTIL WS-EOF OR WS-STEP-RC >= 12.
004550     CLOSE YTD-ACCUM-FILE.
004560     MOVE 'N' TO WS-YTD-OPEN-SWITCH.
004570     IF WS-STEP-RC >= 12
004580         GO TO 2000-EXIT
004590     END-IF.
004600     IF WS-YEAR-COUNT = ZERO
004610         DISPLAY "NO YEAR-TO-DATE RECORDS FOR " WS-CLOSE-CCYY-ED
004620         MOVE "WARN" TO WS-STATUS-TEXT
004630         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004640         STRING "NO YEAR-TO-DATE RECORDS FOR " WS-CLOSE-CCYY-ED
004650             " - STATEMENTS EMPTY"
004660             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004670         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004680         MOVE 4 TO WS-STEP-RC
004690     END-IF.
004700 2000-EXIT.
004710     EXIT.
004720
004730 2100-READ-YTD.
004740     READ YTD-ACCUM-FILE
004750         AT END
004760             SET WS-EOF TO TRUE
004770     END-READ.
004780 2100-EXIT.
004790     EXIT.
004800
004810 2200-LOAD-ONE-RECORD.
004820     ADD 1 TO WS-READ-COUNT.
004830     IF YTD-FISCAL-YEAR NOT = WS-CLOSE-CCYY
004840         PERFORM 2400-KEEP-ONE-RECORD THRU 2400-EXIT
004850         GO TO 2200-READ-NEXT
004860     END-IF.
004870     IF YTD-MONTH < 1 OR YTD-MONTH > 12
004880         DISPLAY "YTDACCUM MONTH OUT OF RANGE: " YTD-MONTH
004890         MOVE "ERROR" TO WS-STATUS-TEXT
004900         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004910         STRING "YTDACCUM MONTH OUT OF RANGE FOR " YTD-PROGRAM-ID
004920             " " YTD-SECTION-KEY " - YEAR NOT CLOSED"
004930             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004940         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004950         MOVE 12 TO WS-STEP-RC
004960         GO TO 2200-EXIT
004970     END-IF.
004980     ADD 1 TO WS-YEAR-COUNT.
004990     MOVE ZERO TO WS-STMT-SLOT.
005000     PERFORM 2300-MATCH-STMT-SLOT THRU 2300-EXIT
005010         VARYING WS-STMT-IX FROM 1 BY 1
005020         UNTIL WS-STMT-IX > WS-STMT-USED OR WS-STMT-SLOT > ZERO.
005030     IF WS-STMT-SLOT = ZERO
005040         IF WS-STMT-USED NOT < WS-STMT-TABLE-MAX
005050             DISPLAY "STATEMENT TABLE FULL - YEAR NOT CLOSED"
005060             MOVE "ERROR" TO WS-STATUS-TEXT
005070             MOVE WS-STMT-TABLE-MAX TO WS-TABLE-MAX-ED
005080             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005090             STRING "STATEMENT TABLE FULL AT " WS-TABLE-MAX-ED
005100                 " KEYS - YEAR NOT CLOSED"
005110                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005120             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005130             MOVE 12 TO WS-STEP-RC
005140             GO TO 2200-EXIT
005150         END-IF
005160         ADD 1 TO WS-STMT-USED
005170         MOVE WS-STMT-USED TO WS-STMT-SLOT
005180         INITIALIZE WS-STMT-ENTRY (WS-STMT-SLOT)
005190         MOVE YTD-PROGRAM-ID TO WS-STMT-PROGRAM (WS-STMT-SLOT)
005200         MOVE YTD-SECTION-KEY TO WS-STMT-KEY (WS-STMT-SLOT)
005210     END-IF.
005220     ADD YTD-TRANS-COUNT TO WS-STMT-TRANS (WS-STMT-SLOT).
005230     ADD YTD-ERROR-COUNT TO WS-STMT-ERRORS (WS-STMT-SLOT).
005240     ADD YTD-AMOUNT TO WS-STMT-YEAR-AMOUNT (WS-STMT-SLOT).
005250     ADD YTD-AMOUNT
005260         TO WS-STMT-MONTH-AMOUNT (WS-STMT-SLOT, YTD-MONTH).
005270 2200-READ-NEXT.
005280     PERFORM 2100-READ-YTD THRU 2100-EXIT.
005290 2200-EXIT.
005300     EXIT.
005310
005320 2300-MATCH-STMT-SLOT.
005330     IF WS-STMT-PROGRAM (WS-STMT-IX) = YTD-PROGRAM-ID
005340         AND WS-STMT-KEY (WS-STMT-IX) = YTD-SECTION-KEY
005350         MOVE WS-STMT-IX TO WS-STMT-SLOT
005360     END-IF.
005370 2300-EXIT.
005380     EXIT.
005390
005400 2400-KEEP-ONE-RECORD.
005410     IF WS-KEEP-USED NOT < WS-KEEP-TABLE-MAX
005420         DISPLAY "KEEP TABLE FULL - YEAR NOT CLOSED"
005430         MOVE "ERROR" TO WS-STATUS-TEXT
005440         MOVE WS-KEEP-TABLE-MAX TO WS-TABLE-MAX-ED
005450         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005460         STRING "OTHER-YEAR RECORDS EXCEED " WS-TABLE-MAX-ED
005470             " - YEAR NOT CLOSED"
005480             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005490         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005500         MOVE 12 TO WS-STEP-RC
005510         GO TO 2400-EXIT
005520     END-IF.
005530     ADD 1 TO WS-KEEP-USED.
005540     MOVE YTD-ACCUM-RECORD TO WS-KEEP-RECORD (WS-KEEP-USED).
005550 2400-EXIT.
005560     EXIT.
005570
005580 3000-PRINT-STATEMENTS.
005590******************************************************************
005600* One section per source, as on the month-end statements:
005610* CALCULAT by department with the names from the reference file,
005620* WRKCOMP by currency, MATHOPS as a whole-engine line.  A report
005630* that cannot be opened stops the close, since the statements
005640* are the only printed record of the year.
005650******************************************************************
005660     OPEN OUTPUT YEAR-REPORT-FILE.
005670     IF WS-REPORT-STATUS NOT = "00"
005680         DISPLAY "YERPT OPEN FAILED, STATUS " WS-REPORT-STATUS
005690         MOVE "ERROR" TO WS-STATUS-TEXT
005700         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005710         STRING "YERPT OPEN FAILED, STATUS " WS-REPORT-STATUS
005720             " - YEAR " WS-CLOSE-CCYY-ED " NOT CLOSED"
005730             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005740         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005750         MOVE 12 TO WS-STEP-RC
005760         GO TO 3000-EXIT
005770     END-IF.
005780     SET WS-REPORT-IS-OPEN TO TRUE.
005790     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
005800     MOVE SPACES TO YEAR-REPORT-RECORD.
005810     STRING "YEAREND ANNUAL STATEMENTS FOR " WS-CLOSE-CCYY-ED
005820         " - RUN " WS-RUN-NUMBER-ED "  DATE " WS-TODAY-DATE-X
005830         DELIMITED BY SIZE INTO YEAR-REPORT-RECORD
005840     IF WS-SIMULATION
005850         MOVE "*** SIMULATION ***"
005860             TO YEAR-REPORT-RECORD (70:18)
005870     END-IF.
005880     WRITE YEAR-REPORT-RECORD.
005890     IF WS-CLOSE-BY-REQUEST
005900         MOVE "CLOSE REQUESTED ON YEPARM" TO YEAR-REPORT-RECORD
005910         WRITE YEAR-REPORT-RECORD
005920     END-IF.
005930     MOVE "CALCULAT" TO WS-SECTION-PROGRAM.
005940     MOVE "BY DEPARTMENT" TO WS-SECTION-TITLE.
005950     PERFORM 3100-PRINT-ONE-SECTION THRU 3100-EXIT.
005960     MOVE "WRKCOMP " TO WS-SECTION-PROGRAM.
005970     MOVE "BY CURRENCY" TO WS-SECTION-TITLE.
005980     PERFORM 3100-PRINT-ONE-SECTION THRU 3100-EXIT.
005990     MOVE "MATHOPS " TO WS-SECTION-PROGRAM.
006000     MOVE "WHOLE ENGINE" TO WS-SECTION-TITLE.
006010     PERFORM 3100-PRINT-ONE-SECTION THRU 3100-EXIT.
006020 3000-EXIT.
006030     EXIT.
006040
006050 3100-PRINT-ONE-SECTION.
006060     MOVE SPACES TO YEAR-REPORT-RECORD.
006070     WRITE YEAR-REPORT-RECORD.
006080     STRING "ANNUAL STATEMENT " WS-CLOSE-CCYY-ED " - "
006090         WS-SECTION-PROGRAM " " WS-SECTION-TITLE
006100         DELIMITED BY SIZE INTO YEAR-REPORT-RECORD.
006110     WRITE YEAR-REPORT-RECORD.
006120     MOVE SPACES TO YEAR-REPORT-RECORD.
006130     WRITE YEAR-REPORT-RECORD.
006140     MOVE WS-HEAD-LINE-1 TO YEAR-REPORT-RECORD.
006150     WRITE YEAR-REPORT-RECORD.
006160     MOVE WS-HEAD-LINE-2 TO YEAR-REPORT-RECORD.
006170     WRITE YEAR-REPORT-RECORD.
006180     INITIALIZE WS-SECTION-TOTALS.
006190     MOVE ZERO TO WS-SEC-ROW-COUNT.
006200     PERFORM 3200-PRINT-ONE-KEY THRU 3200-EXIT
006210         VARYING WS-STMT-IX FROM 1 BY 1
006220         UNTIL WS-STMT-IX > WS-STMT-USED.
006230     IF WS-SEC-ROW-COUNT = ZERO
006240         MOVE SPACES TO YEAR-REPORT-RECORD
006250         MOVE "NO ACTIVITY THIS YEAR" TO YEAR-REPORT-RECORD
006260         WRITE YEAR-REPORT-RECORD
006270         GO TO 3100-EXIT
006280     END-IF.
006290     MOVE SPACES TO WS-STMT-LINE-1.
006300     MOVE SPACES TO WS-STMT-LINE-2.
006310     MOVE "TOTL" TO SL1-KEY.
006320     MOVE "SECTION TOTAL" TO SL1-NAME.
006330     MOVE WS-SEC-TRANS TO SL2-TRANS.
006340     MOVE WS-SEC-ERRORS TO SL2-ERRORS.
006350     MOVE WS-SEC-YEAR-AMOUNT TO SL1-YEAR-AMOUNT.
006360     PERFORM 3400-MOVE-SECTION-MONTH THRU 3400-EXIT
006370         VARYING WS-MONTH-IX FROM 1 BY 1
006380         UNTIL WS-MONTH-IX > 6.
006390     MOVE SPACES TO YEAR-REPORT-RECORD.
006400     WRITE YEAR-REPORT-RECORD.
006410     MOVE WS-STMT-LINE-1 TO YEAR-REPORT-RECORD.
006420     WRITE YEAR-REPORT-RECORD.
006430     MOVE WS-STMT-LINE-2 TO YEAR-REPORT-RECORD.
006440     WRITE YEAR-REPORT-RECORD.
006450 3100-EXIT.
006460     EXIT.
006470
006480 3200-PRINT-ONE-KEY.
006490     IF WS-STMT-PROGRAM (WS-STMT-IX) NOT = WS-SECTION-PROGRAM
006500         GO TO 3200-EXIT
006510     END-IF.
006520     ADD 1 TO WS-SEC-ROW-COUNT.
006530     MOVE SPACES TO WS-STMT-LINE-1.
006540     MOVE SPACES TO WS-STMT-LINE-2.
006550     MOVE WS-STMT-KEY (WS-STMT-IX) TO SL1-KEY.
006560     IF WS-SECTION-PROGRAM = "CALCULAT"
006570         CALL "DEPTLKUP" USING WS-STMT-KEY (WS-STMT-IX)
006580             WS-DEPT-STATUS-CODE WS-DEPT-NAME
006590         IF WS-DEPT-UNKNOWN
006600             MOVE "** UNKNOWN DEPT **" TO WS-DEPT-NAME
006610         END-IF
006620         MOVE WS-DEPT-NAME TO SL1-NAME
006630     END-IF.
006640     MOVE WS-STMT-TRANS (WS-STMT-IX) TO SL2-TRANS.
006650     MOVE WS-STMT-ERRORS (WS-STMT-IX) TO SL2-ERRORS.
006660     MOVE WS-STMT-YEAR-AMOUNT (WS-STMT-IX) TO SL1-YEAR-AMOUNT.
006670     ADD WS-STMT-TRANS (WS-STMT-IX) TO WS-SEC-TRANS.
006680     ADD WS-STMT-ERRORS (WS-STMT-IX) TO WS-SEC-ERRORS.
006690     ADD WS-STMT-YEAR-AMOUNT (WS-STMT-IX) TO WS-SEC-YEAR-AMOUNT.
006700     PERFORM 3300-MOVE-KEY-MONTH THRU 3300-EXIT
006710         VARYING WS-MONTH-IX FROM 1 BY 1
006720         UNTIL WS-MONTH-IX > 6.
006730     MOVE WS-STMT-LINE-1 TO YEAR-REPORT-RECORD.
006740     WRITE YEAR-REPORT-RECORD.
006750     MOVE WS-STMT-LINE-2 TO YEAR-REPORT-RECORD.
006760     WRITE YEAR-REPORT-RECORD.
006770 3200-EXIT.
006780     EXIT.
006790
006800 3300-MOVE-KEY-MONTH.
006810******************************************************************
006820* Column n of the first line is month n, of the second month
006830* n + 6; the section totals build up alongside.
006840******************************************************************
006850     MOVE WS-STMT-MONTH-AMOUNT (WS-STMT-IX, WS-MONTH-IX)
006860         TO SL1-AMOUNT (WS-MONTH-IX).
006870     MOVE WS-STMT-MONTH-AMOUNT (WS-STMT-IX, WS-MONTH-IX + 6)
006880         TO SL2-AMOUNT (WS-MONTH-IX).
006890     ADD WS-STMT-MONTH-AMOUNT (WS-STMT-IX, WS-MONTH-IX)
006900         TO WS-SEC-MONTH-AMOUNT (WS-MONTH-IX).
006910     ADD WS-STMT-MONTH-AMOUNT (WS-STMT-IX, WS-MONTH-IX + 6)
006920         TO WS-SEC-MONTH-AMOUNT (WS-MONTH-IX + 6).
006930 3300-EXIT.
006940     EXIT.
006950
006960 3400-MOVE-SECTION-MONTH.
006970     MOVE WS-SEC-MONTH-AMOUNT (WS-MONTH-IX)
006980         TO SL1-AMOUNT (WS-MONTH-IX).
006990     MOVE WS-SEC-MONTH-AMOUNT (WS-MONTH-IX + 6)
007000         TO SL2-AMOUNT (WS-MONTH-IX).
007010 3400-EXIT.
007020     EXIT.
007030
007040 4000-ARCHIVE-YEAR.
007050******************************************************************
007060* Second pass: the closing year's records are appended to the
007070* archive exactly as MONTHEND wrote them, so the year can be
007080* reprinted or audited after it has left the year-to-date file.
007090******************************************************************
007100     OPEN EXTEND YTD-ARCHIVE-FILE.
007110     IF WS-ARCHIVE-STATUS NOT = "00"
007120         DISPLAY "YTDARCH OPEN FAILED, STATUS " WS-ARCHIVE-STATUS
007130         MOVE "ERROR" TO WS-STATUS-TEXT
007140         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
007150         STRING "YTDARCH OPEN FAILED, STATUS " WS-ARCHIVE-STATUS
007160             " - YEAR " WS-CLOSE-CCYY-ED " NOT CLOSED"
007170             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
007180         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
007190         MOVE 12 TO WS-STEP-RC
007200         GO TO 4000-EXIT
007210     END-IF.
007220     OPEN INPUT YTD-ACCUM-FILE.
007230     IF WS-YTD-STATUS NOT = "00"
007240         DISPLAY "YTDACCUM REOPEN FAILED, STATUS " WS-YTD-STATUS
007250         CLOSE YTD-ARCHIVE-FILE
007260         MOVE "ERROR" TO WS-STATUS-TEXT
007270         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
007280         STRING "YTDACCUM REOPEN FAILED, STATUS " WS-YTD-STATUS
007290             " - YEAR " WS-CLOSE-CCYY-ED " NOT CLOSED"
007300             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
007310         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
007320         MOVE 12 TO WS-STEP-RC
007330         GO TO 4000-EXIT
007340     END-IF.
007350     SET WS-YTD-IS-OPEN TO TRUE.
007360     MOVE 'N' TO WS-EOF-SWITCH.
007370     PERFORM 2100-READ-YTD THRU 2100-EXIT.
007380     PERFORM 4100-ARCHIVE-ONE-RECORD THRU 4100-EXIT
007390         UNTIL WS-EOF.
007400     CLOSE YTD-ACCUM-FILE.
007410     MOVE 'N' TO WS-YTD-OPEN-SWITCH.
007420     CLOSE YTD-ARCHIVE-FILE.
007430 4000-EXIT.
007440     EXIT.
007450
007460 4100-ARCHIVE-ONE-RECORD.
007470     IF YTD-FISCAL-YEAR = WS-CLOSE-CCYY
007480         MOVE YTD-ACCUM-RECORD TO YTD-ARCHIVE-RECORD
007490         WRITE YTD-ARCHIVE-RECORD
007500         ADD 1 TO WS-ARCHIVED-COUNT
007510     END-IF.
007520     PERFORM 2100-READ-YTD THRU 2100-EXIT.
007530 4100-EXIT.
007540     EXIT.
007550
007560 5000-REWRITE-YEAR-TO-DATE.
007570******************************************************************
007580* The year-to-date file is rewritten with only the other years'
007590* records, so the new year starts from an empty file.
007600******************************************************************
007610     OPEN OUTPUT YTD-ACCUM-FILE.
007620     IF WS-YTD-STATUS NOT = "00"
007630         DISPLAY "YTDACCUM REWRITE FAILED, STATUS " WS-YTD-STATUS
007640         MOVE "ERROR" TO WS-STATUS-TEXT
007650         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
007660         STRING "YTDACCUM REWRITE FAILED, STATUS " WS-YTD-STATUS
007670             " - YEAR " WS-CLOSE-CCYY-ED " ARCHIVED, NOT CLOSED"
007680             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
007690         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
007700         MOVE 12 TO WS-STEP-RC
007710         GO TO 5000-EXIT
007720     END-IF.
007730     PERFORM 5100-WRITE-ONE-KEPT THRU 5100-EXIT
007740         VARYING WS-KEEP-IX FROM 1 BY 1
007750         UNTIL WS-KEEP-IX > WS-KEEP-USED.
007760     CLOSE YTD-ACCUM-FILE.
007770 5000-EXIT.
007780     EXIT.
007790
007800 5100-WRITE-ONE-KEPT.
007810     MOVE WS-KEEP-RECORD (WS-KEEP-IX) TO YTD-ACCUM-RECORD.
007820     WRITE YTD-ACCUM-RECORD.
007830 5100-EXIT.
007840     EXIT.
007850
007860 6000-OPEN-NEW-YEAR.
007870******************************************************************
007880* The control record moves on: the closed year becomes the last
007890* one closed, stamped with today's date and run, and the next
007900* year becomes the open one.  From here a second close of the
007910* same year is refused.
007920******************************************************************
007930     MOVE WS-NEW-CCYY TO YC-OPEN-CCYY.
007940     MOVE WS-CLOSE-CCYY TO YC-LAST-CLOSED-CCYY.
007950     MOVE WS-TODAY-CCYYMMDD TO YC-CLOSED-CCYYMMDD.
007960     MOVE WS-RUN-NUMBER TO YC-CLOSED-RUN-NUMBER.
007970     OPEN OUTPUT YEAR-CONTROL-FILE.
007980     IF WS-CONTROL-STATUS NOT = "00"
007990         DISPLAY "YTDCTL REWRITE FAILED, STATUS "
008000             WS-CONTROL-STATUS
008010         MOVE "ERROR" TO WS-STATUS-TEXT
008020         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
008030         STRING "YTDCTL REWRITE FAILED, STATUS " WS-CONTROL-STATUS
008040             " - YEAR " WS-CLOSE-CCYY-ED " ARCHIVED, NOT MARKED"
008050             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
008060         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008070         MOVE 12 TO WS-STEP-RC
008080         GO TO 6000-EXIT
008090     END-IF.
008100     WRITE YEAR-CONTROL-RECORD.
008110     CLOSE YEAR-CONTROL-FILE.
008120 6000-EXIT.
008130     EXIT.
008140
008150 8000-FINALIZE.
008160     IF WS-YTD-IS-OPEN
008170         CLOSE YTD-ACCUM-FILE
008180     END-IF.
008190     MOVE WS-READ-COUNT TO WS-READ-COUNT-ED.
008200     MOVE WS-YEAR-COUNT TO WS-YEAR-COUNT-ED.
008210     MOVE WS-ARCHIVED-COUNT TO WS-ARCHIVED-COUNT-ED.
008220     MOVE WS-KEEP-USED TO WS-KEEP-COUNT-ED.
008230     MOVE WS-NEW-CCYY TO WS-NEW-CCYY-ED.
008240     IF NOT WS-CLOSE-NOT-DUE
008250         DISPLAY "Year-to-date records read: " WS-READ-COUNT-ED
008260         DISPLAY "Records for closing year : " WS-YEAR-COUNT-ED
008270         DISPLAY "Records archived         : "
008280             WS-ARCHIVED-COUNT-ED
008290         DISPLAY "Records kept             : " WS-KEEP-COUNT-ED
008300     END-IF.
008310     IF WS-REPORT-IS-OPEN
008320         MOVE SPACES TO YEAR-REPORT-RECORD
008330         WRITE YEAR-REPORT-RECORD
008340         MOVE SPACES TO YEAR-REPORT-RECORD
008350         IF WS-STEP-RC < 12
008360             IF WS-SIMULATION
008370                 STRING "YEAR " WS-CLOSE-CCYY-ED
008380                     " WOULD CLOSE, RECORDS " WS-YEAR-COUNT-ED
008390                     " - SIMULATION, NOTHING ARCHIVED, RUN "
008400                     WS-RUN-NUMBER-ED
008410                     DELIMITED BY SIZE INTO YEAR-REPORT-RECORD
008420             ELSE
008430                 STRING "YEAR " WS-CLOSE-CCYY-ED
008440                     " CLOSED, RECORDS "
008450                     WS-YEAR-COUNT-ED " ARCHIVED "
008460                     WS-ARCHIVED-COUNT-ED
008470                     ", YEAR " WS-NEW-CCYY-ED " OPEN, RUN "
008480                     WS-RUN-NUMBER-ED
008490                     DELIMITED BY SIZE INTO YEAR-REPORT-RECORD
008500             END-IF
008510         ELSE
008520             STRING "YEAR " WS-CLOSE-CCYY-ED
008530                 " NOT CLOSED - SEE UTILAUDT, RUN "
008540                 WS-RUN-NUMBER-ED
008550                 DELIMITED BY SIZE INTO YEAR-REPORT-RECORD
008560         END-IF
008570         WRITE YEAR-REPORT-RECORD
008580         CLOSE YEAR-REPORT-FILE
008590     END-IF.
008600     IF WS-CLOSE-NOT-DUE
008610         MOVE "OK" TO WS-STATUS-TEXT
008620         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
008630         STRING "NOT YEAR-END, DATE " WS-TODAY-DATE-X
008640             " TYPE " WS-DAY-TYPE
008650             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
008660         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008670     ELSE
008680         IF WS-STEP-RC < 12
008690             MOVE "OK" TO WS-STATUS-TEXT
008700             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
008710             STRING "YEAR " WS-CLOSE-CCYY-ED " CLOSED, RECORDS "
008720                 WS-YEAR-COUNT-ED " ARCHIVED "
008730                 WS-ARCHIVED-COUNT-ED " KEPT " WS-KEEP-COUNT-ED
008740                 ", YEAR " WS-NEW-CCYY-ED
008750                 " OPEN"
008760                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
008770             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008780         END-IF
008790     END-IF.
008800     MOVE "OK" TO WS-STATUS-TEXT.
008810     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
008820     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
008830     IF WS-AUDIT-IS-OPEN
008840         CLOSE AUDIT-LOG-FILE
008850     END-IF.
008860 8000-EXIT.
008870     EXIT.
008880
008890 9000-WRITE-AUDIT-ENTRY.
008900******************************************************************
008910* Stamps and writes one audit record.  The caller sets
008920* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
008930* this paragraph.
008940******************************************************************
008950     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
008960     MOVE SPACES TO AUDIT-LOG-RECORD.
008970     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
008980     MOVE "YEAREND " TO AUDIT-PROGRAM-ID.
008990     MOVE SPACES TO AUDIT-USER-ID.
009000     IF WS-SIMULATION
009010         MOVE "SIMULATE" TO AUDIT-USER-ID
009020     END-IF.
009030     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
009040     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
009050     IF WS-STATUS-TEXT = "OK"
009060         SET AUDIT-IS-INFO TO TRUE
009070     ELSE
009080         IF WS-STATUS-TEXT = "ERROR"
009090             SET AUDIT-IS-ERROR TO TRUE
009100         ELSE
009110             SET AUDIT-IS-WARNING TO TRUE
009120         END-IF
009130     END-IF.
009140     IF WS-AUDIT-IS-OPEN
009150         WRITE AUDIT-LOG-RECORD
009160     END-IF.
009170 9000-EXIT.
009180     EXIT.
009190
009200** add other procedures here
009210 END PROGRAM YEAREND.
