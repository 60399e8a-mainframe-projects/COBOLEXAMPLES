000040* Date-Written: 2026-09-02
000050* Purpose:       Month-end consolidation step.  Runs every night
000060*                at the tail of the suite and asks the shop
000070*                calendar (via the shared CALNDR subprogram) what
000080*                kind of day today is.  On an ordinary 'B' night
000090*                it records that month-end is not due and ends.
000100*                On the calendar's 'E' month-end date it sums the
000110*                MTDACCUM month-to-date accumulation records the
000120*                engines and WRKCOMP rolled up every night,
000130*                prints the consolidated month-end statements --
000140*                per department for CALCULAT, per currency for
000150*                WRKCOMP, a whole-engine total for MATHOPS -- and
000160*                resets the accumulation file so the new month
000170*                starts at zero.  Before the reset each closed
000180*                month is rolled into the YTDACCUM year-to-date
000190*                file by program, section key, and month, for the
000200*                YEAREND annual statements.  The 'Y' year-end
000210*                date is a month-end here too.  Until now the 'E'
000220*                day type existed on the calendar and not one
000230*                program acted on it.
000240* Tectonics:     cobc
000250*
000260* Modification History
000270* ---------------------
000280* 2026-09-02  DW   Original program.
000290* 2026-09-02  DW   Restart orchestration: records its completion
000300*                  (run number, step name, return code) on the
000310*                  SUITESTA suite state file and bypasses itself
000320*                  when a rerun of the same run number finds the
000330*                  step already complete.
000340* 2026-10-15  DW   Rolls each closed month into the new YTDACCUM
000350*                  year-to-date file (year, month, program,
000360*                  section key) before resetting MTDACCUM; a month
000370*                  that cannot be rolled keeps its accumulators
000380*                  for the rerun.  The 'Y' year-end date is
000390*                  treated as a month-end.  Return code now
000400*                  carried in WS-STEP-RC so later CALLs cannot
000410*                  clear an error.
000420* 2026-10-15  DW   Simulation mode: SIMULATION in the report
000430*                  heading.  A simulated month-end prints the
000440*                  consolidation but neither rolls the month to
000450*                  YTDACCUM nor empties MTDACCUM.
000460* 2026-10-15  DW   MTDCSV comma-delimited export of the
000470*                  consolidation rows for spreadsheet users: a
000480*                  column-heading row (SIM-RUN heading the run
000490*                  column on a simulated night), then one row per
000500*                  printed row with the run number and business
000510*                  date, the department on CALCULAT rows, and the
000520*                  counts and amount unedited with their sign.
000530*                  New CTLLEDG row of lines printed against rows
000540*                  exported on month-end nights so CTLVERFY can
000550*                  foot the two; none on a simulated night.
000560* 2026-10-15  DW   Business date now taken from GETBDATE for
000570*                  catch-up nights.
000580******************************************************************
000590 IDENTIFICATION DIVISION.
000600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000610 PROGRAM-ID. MONTHEND.
000620 ENVIRONMENT DIVISION.
000630*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000640 CONFIGURATION SECTION.
000650*-----------------------
000660 INPUT-OUTPUT SECTION.
000670*-----------------------
000680 FILE-CONTROL.
000690     SELECT MTD-ACCUM-FILE ASSIGN TO "MTDACCUM"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-MTD-STATUS.
000720     SELECT YTD-ACCUM-FILE ASSIGN TO "YTDACCUM"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-YTD-STATUS.
000750     SELECT MONTH-REPORT-FILE ASSIGN TO "MTDRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-REPORT-STATUS.
000780     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-AUDIT-STATUS.
000810     SELECT MONTH-EXPORT-FILE ASSIGN TO "MTDCSV"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-EXPORT-STATUS.
000840     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-LEDGER-STATUS.
000870 DATA DIVISION.
000880*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000890 FILE SECTION.
000900*-----------------------
000910 FD  MTD-ACCUM-FILE.
000920     COPY MTDACCUM.
000930 FD  YTD-ACCUM-FILE.
000940     COPY YTDACCUM.
000950 FD  MONTH-REPORT-FILE.
000960 01  MONTH-REPORT-RECORD         PIC X(80).
000970 FD  AUDIT-LOG-FILE.
000980     COPY AUDITLOG.
000990 FD  MONTH-EXPORT-FILE.
001000 01  MONTH-EXPORT-RECORD         PIC X(132).
001010 FD  CONTROL-LEDGER-FILE.
001020     COPY CTLLEDGR.
001030
001040 WORKING-STORAGE SECTION.
001050*-----------------------
001060 01  WS-MTD-STATUS               PIC X(02).
001070 01  WS-MTD-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001080     88  WS-MTD-IS-OPEN          VALUE 'Y'.
001090 01  WS-YTD-STATUS               PIC X(02).
001100 01  WS-YTD-ROLL-SWITCH          PIC X(01) VALUE 'N'.
001110     88  WS-YTD-ROLL-FAILED      VALUE 'F'.
001120 01  WS-REPORT-STATUS            PIC X(02).
001130 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001140     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
001150 01  WS-EXPORT-STATUS            PIC X(02).
001160 01  WS-EXPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001170     88  WS-EXPORT-IS-OPEN       VALUE 'Y'.
001180 01  WS-EXPORT-RUN-LABEL         PIC X(07) VALUE "RUN".
001190 01  WS-PRINTED-LINE-COUNT       PIC 9(06) COMP VALUE ZERO.
001200 01  WS-EXPORT-ROW-COUNT         PIC 9(06) COMP VALUE ZERO.
001210 01  WS-EXPORT-HASH              PIC S9(13)V99 VALUE ZERO.
001220 01  WS-LEDGER-STATUS            PIC X(02).
001230 01  WS-AUDIT-STATUS             PIC X(02).
001240 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001250     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001260 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001270 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001280 COPY RUNMODE.
001290 01  WS-SUITE-FUNCTION           PIC X(01).
001300 01  WS-SUITE-STEP-NAME          PIC X(08).
001310 01  WS-SUITE-RC                 PIC 9(04).
001320 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001330     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001340 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001350 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001360 01  WS-STATUS-TEXT              PIC X(20).
001370 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001380 COPY EOFSWTCH.
001390 01  WS-TODAY                    PIC X(21).
001400 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
001410     05  WS-TODAY-DATE-X         PIC X(08).
001420     05  FILLER                  PIC X(13).
001430 01  WS-TODAY-PARTS-R REDEFINES WS-TODAY.
001440     05  WS-TODAY-CCYY           PIC 9(04).
001450     05  WS-TODAY-MM             PIC 9(02).
001460     05  FILLER                  PIC X(15).
001470 01  WS-DAY-TYPE                 PIC X(01).
001480     88  WS-IS-MONTH-END         VALUE 'E' 'Y'.
001490 01  WS-ROLL-COUNT               PIC 9(06) COMP VALUE ZERO.
001500 01  WS-ROLL-COUNT-ED            PIC ZZZZZ9.
001510 01  WS-YTD-COUNT                PIC 9(05) COMP VALUE ZERO.
001520 01  WS-YTD-COUNT-ED             PIC ZZZZ9.
001530 01  WS-YTD-PERIOD-ED.
001540     05  WS-YTD-PERIOD-CCYY      PIC 9(04).
001550     05  FILLER                  PIC X(01) VALUE '/'.
001560     05  WS-YTD-PERIOD-MM        PIC 9(02).
001570 01  WS-SUM-TABLE-MAX            PIC 9(03) COMP VALUE 100.
001580 01  WS-SUM-USED                 PIC 9(03) COMP VALUE ZERO.
001590 01  WS-SUM-IX                   PIC 9(03) COMP VALUE ZERO.
001600 01  WS-SUM-SLOT                 PIC 9(03) COMP VALUE ZERO.
001610 01  WS-SUM-ENTRY-TABLE.
001620     05  WS-SUM-ENTRY OCCURS 100 TIMES.
001630         10  WS-SUM-PROGRAM      PIC X(08).
001640         10  WS-SUM-KEY          PIC X(04).
001650         10  WS-SUM-TRANS        PIC 9(07) COMP.
001660         10  WS-SUM-ERRORS       PIC 9(07) COMP.
001670         10  WS-SUM-AMOUNT       PIC S9(13)V99.
001680 01  WS-SECTION-PROGRAM          PIC X(08).
001690 01  WS-DEPT-STATUS-CODE         PIC X(01).
001700     88  WS-DEPT-UNKNOWN         VALUE '?'.
001710 01  WS-DEPT-NAME                PIC X(20).
001720 COPY RPTCTL.
001730 01  WS-MONTH-LINE.
001740     05  ML-SECTION-KEY          PIC X(04).
001750     05  FILLER                  PIC X(08) VALUE "  TRANS ".
001760     05  ML-TRANS-COUNT          PIC ZZZZZZ9.
001770     05  FILLER                  PIC X(09) VALUE "  ERRORS ".
001780     05  ML-ERROR-COUNT          PIC ZZZZZZ9.
001790     05  FILLER                  PIC X(08) VALUE "  TOTAL ".
001800     05  ML-AMOUNT               PIC -(12).99.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  ML-NAME                 PIC X(20).
001830 01  WS-MONTH-EXPORT-ROW.
001840     05  MX-RUN-NUMBER           PIC 9(05).
001850     05  FILLER                  PIC X(01) VALUE ','.
001860     05  MX-BUSINESS-DATE        PIC X(08).
001870     05  FILLER                  PIC X(01) VALUE ','.
001880     05  MX-DEPT                 PIC X(04).
001890     05  FILLER                  PIC X(01) VALUE ','.
001900     05  MX-PROGRAM              PIC X(08).
001910     05  FILLER                  PIC X(01) VALUE ','.
001920     05  MX-SECTION-KEY          PIC X(04).
001930     05  FILLER                  PIC X(01) VALUE ','.
001940     05  MX-TRANS-COUNT          PIC +9(07).
001950     05  FILLER                  PIC X(01) VALUE ','.
001960     05  MX-ERROR-COUNT          PIC +9(07).
001970     05  FILLER                  PIC X(01) VALUE ','.
001980     05  MX-AMOUNT               PIC +9(13).99.
001990     05  FILLER                  PIC X(01) VALUE ','.
002000     05  MX-NAME                 PIC X(20).
002010
002020*-----------------------
002030 PROCEDURE DIVISION.
002040*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002050 0000-MAINLINE.
002060******************************************************************
002070* On a non-'E' night this step records that month-end is not
002080* due and ends with nothing touched.  On the 'E' (or 'Y') date:
002090* sum the month's roll-up records, print the consolidated
002100* statements, roll the month into the year-to-date file, and
002110* reset the accumulation file for the new month.
002120******************************************************************
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     IF NOT WS-IS-MONTH-END
002150         GO TO 0000-WRAP-UP
002160     END-IF.
002170     PERFORM 2000-SUM-ONE-ROLL THRU 2000-EXIT
002180         UNTIL WS-EOF.
002190     PERFORM 3000-PRINT-CONSOLIDATION THRU 3000-EXIT.
002200     PERFORM 7500-ROLL-TO-YEAR-TO-DATE THRU 7500-EXIT.
002210     PERFORM 7000-RESET-ACCUMULATORS THRU 7000-EXIT.
002220 0000-WRAP-UP.
002230     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002240     MOVE 'R' TO WS-SUITE-FUNCTION.
002250     MOVE WS-STEP-RC TO WS-SUITE-RC.
002260     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
002270         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
002280     MOVE WS-STEP-RC TO RETURN-CODE.
002290     GOBACK.
002300
002310 1000-INITIALIZE.
002320     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
002330     MOVE "MONTHEND" TO WS-SUITE-STEP-NAME.
002340     MOVE 'C' TO WS-SUITE-FUNCTION.
002350     MOVE ZERO TO WS-SUITE-RC.
002360     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
002370         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
002380     IF WS-SUITE-STEP-DONE
002390         DISPLAY WS-SUITE-STEP-NAME
002400             " ALREADY COMPLETE THIS RUN - BYPASSED"
002410         GOBACK
002420     END-IF.
002430     MOVE "MONTHEND" TO RPT-PROGRAM-NAME.
002440     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER.
002450     MOVE WS-NIGHT-MODE TO RPT-RUN-MODE.
002460     MOVE 60 TO RPT-LINES-PER-PAGE.
002470     MOVE ZERO TO RPT-LINE-COUNT.
002480     MOVE ZERO TO RPT-PAGE-COUNT.
002490     MOVE 'D' TO RPT-REQUEST.
002500     MOVE "MONTH-END CONSOLIDATED CONTROL TOTALS"
002510         TO RPT-COLUMN-HEADING.
002520     OPEN EXTEND AUDIT-LOG-FILE.
002530     IF WS-AUDIT-STATUS = "00"
002540         SET WS-AUDIT-IS-OPEN TO TRUE
002550     END-IF.
002560     CALL "GETBDATE" USING WS-TODAY.
002570     CALL "CALNDR" USING WS-TODAY-DATE-X WS-DAY-TYPE.
002580     IF NOT WS-IS-MONTH-END
002590         DISPLAY "NOT A MONTH-END DATE - NOTHING CONSOLIDATED"
002600         GO TO 1000-EXIT
002610     END-IF.
002620     OPEN OUTPUT MONTH-REPORT-FILE.
002630     IF WS-REPORT-STATUS = "00"
002640         SET WS-REPORT-IS-OPEN TO TRUE
002650     END-IF.
002660     PERFORM 1050-OPEN-EXPORT-FILE THRU 1050-EXIT.
002670     OPEN INPUT MTD-ACCUM-FILE.
002680     IF WS-MTD-STATUS NOT = "00"
002690         DISPLAY "MTDACCUM OPEN FAILED, STATUS " WS-MTD-STATUS
002700         MOVE "ERROR" TO WS-STATUS-TEXT
002710         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002720         STRING "MTDACCUM OPEN FAILED, STATUS " WS-MTD-STATUS
002730             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002740         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002750         SET WS-EOF TO TRUE
002760         MOVE 12 TO WS-STEP-RC
002770         GO TO 1000-EXIT
002780     END-IF.
002790     SET WS-MTD-IS-OPEN TO TRUE.
002800     PERFORM 1100-READ-ROLL THRU 1100-EXIT.
002810 1000-EXIT.
002820     EXIT.
002830
002840 1050-OPEN-EXPORT-FILE.
002850******************************************************************
002860* The MTDCSV spreadsheet export of the consolidation rows, headed
002870* by its column-heading row (SIM-RUN in place of RUN on a
002880* simulated night).  Only a month-end night gets here, so the
002890* export exists exactly when the statements print.  An
002900* unopenable export is reported but does not fail the run; the
002910* CTLVERFY foot will show the rows missing.
002920******************************************************************
002930     IF WS-SIMULATION
002940         MOVE "SIM-RUN" TO WS-EXPORT-RUN-LABEL
002950     END-IF.
002960     OPEN OUTPUT MONTH-EXPORT-FILE.
002970     IF WS-EXPORT-STATUS NOT = "00"
002980         DISPLAY "MTDCSV OPEN FAILED, STATUS " WS-EXPORT-STATUS
002990         GO TO 1050-EXIT
003000     END-IF.
003010     SET WS-EXPORT-IS-OPEN TO TRUE.
003020     MOVE SPACES TO MONTH-EXPORT-RECORD.
003030     STRING WS-EXPORT-RUN-LABEL DELIMITED BY SPACE
003040         ",BUSINESS-DATE,DEPT,PROGRAM,SECTION-KEY,TRANS,ERRORS,"
003050         "AMOUNT,NAME"
003060         DELIMITED BY SIZE INTO MONTH-EXPORT-RECORD.
003070     WRITE MONTH-EXPORT-RECORD.
003080 1050-EXIT.
003090     EXIT.
003100
003110 1100-READ-ROLL.
003120     READ MTD-ACCUM-FILE
003130         AT END
003140             SET WS-EOF TO TRUE
003150     END-READ.
003160     IF NOT WS-EOF
003170         ADD 1 TO WS-ROLL-COUNT
003180     END-IF.
003190 1100-EXIT.
003200     EXIT.
003210
003220 2000-SUM-ONE-ROLL.
003230******************************************************************
003240* Folds one nightly roll-up record into its program-and-section
003250* consolidation slot.
003260******************************************************************
003270     MOVE ZERO TO WS-SUM-SLOT.
003280     PERFORM 2100-MATCH-SUM-SLOT THRU 2100-EXIT
003290         VARYING WS-SUM-IX FROM 1 BY 1
003300         UNTIL WS-SUM-IX > WS-SUM-USED OR WS-SUM-SLOT > ZERO.
003310     IF WS-SUM-SLOT = ZERO
003320         AND WS-SUM-USED < WS-SUM-TABLE-MAX
003330         ADD 1 TO WS-SUM-USED
003340         MOVE WS-SUM-USED TO WS-SUM-SLOT
003350         MOVE MTD-PROGRAM-ID TO WS-SUM-PROGRAM (WS-SUM-SLOT)
003360         MOVE MTD-SECTION-KEY TO WS-SUM-KEY (WS-SUM-SLOT)
003370         MOVE ZERO TO WS-SUM-TRANS (WS-SUM-SLOT)
003380         MOVE ZERO TO WS-SUM-ERRORS (WS-SUM-SLOT)
003390         MOVE ZERO TO WS-SUM-AMOUNT (WS-SUM-SLOT)
003400     END-IF.
003410     IF WS-SUM-SLOT > ZERO
003420         ADD MTD-TRANS-COUNT TO WS-SUM-TRANS (WS-SUM-SLOT)
003430         ADD MTD-ERROR-COUNT TO WS-SUM-ERRORS (WS-SUM-SLOT)
003440         ADD MTD-AMOUNT TO WS-SUM-AMOUNT (WS-SUM-SLOT)
003450     END-IF.
003460     PERFORM 1100-READ-ROLL THRU 1100-EXIT.
003470 2000-EXIT.
003480     EXIT.
003490
003500 2100-MATCH-SUM-SLOT.
003510     IF WS-SUM-PROGRAM (WS-SUM-IX) = MTD-PROGRAM-ID
003520         AND WS-SUM-KEY (WS-SUM-IX) = MTD-SECTION-KEY
003530         MOVE WS-SUM-IX TO WS-SUM-SLOT
003540     END-IF.
003550 2100-EXIT.
003560     EXIT.
003570
003580 3000-PRINT-CONSOLIDATION.
003590******************************************************************
003600* One section per source: CALCULAT consolidated by department,
003610* WRKCOMP by currency, MATHOPS as a whole-engine total.  The
003620* CALCULAT section carries the department names from the
003630* reference file.
003640******************************************************************
003650     MOVE "CALCULAT" TO WS-SECTION-PROGRAM.
003660     PERFORM 3100-WRITE-SECTION-HEADING THRU 3100-EXIT.
003670     PERFORM 3200-WRITE-MATCHING-ROWS THRU 3200-EXIT.
003680     MOVE "WRKCOMP " TO WS-SECTION-PROGRAM.
003690     PERFORM 3100-WRITE-SECTION-HEADING THRU 3100-EXIT.
003700     PERFORM 3200-WRITE-MATCHING-ROWS THRU 3200-EXIT.
003710     MOVE "MATHOPS " TO WS-SECTION-PROGRAM.
003720     PERFORM 3100-WRITE-SECTION-HEADING THRU 3100-EXIT.
003730     PERFORM 3200-WRITE-MATCHING-ROWS THRU 3200-EXIT.
003740 3000-EXIT.
003750     EXIT.
003760
003770 3100-WRITE-SECTION-HEADING.
003780     IF WS-REPORT-IS-OPEN
003790         MOVE SPACES TO RPT-DETAIL-LINE
003800         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
003810         MOVE SPACES TO RPT-DETAIL-LINE
003820         STRING "MONTH-END CONSOLIDATION - "
003830             WS-SECTION-PROGRAM
003840             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
003850         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
003860     END-IF.
003870 3100-EXIT.
003880     EXIT.
003890
003900 3200-WRITE-MATCHING-ROWS.
003910     PERFORM 3300-WRITE-ONE-ROW THRU 3300-EXIT
003920         VARYING WS-SUM-IX FROM 1 BY 1
003930         UNTIL WS-SUM-IX > WS-SUM-USED.
003940 3200-EXIT.
003950     EXIT.
003960
003970 3300-WRITE-ONE-ROW.
003980     IF WS-SUM-PROGRAM (WS-SUM-IX) NOT = WS-SECTION-PROGRAM
003990         GO TO 3300-EXIT
004000     END-IF.
004010     MOVE SPACES TO WS-MONTH-LINE.
004020     MOVE WS-SUM-KEY (WS-SUM-IX) TO ML-SECTION-KEY.
004030     MOVE WS-SUM-TRANS (WS-SUM-IX) TO ML-TRANS-COUNT.
004040     MOVE WS-SUM-ERRORS (WS-SUM-IX) TO ML-ERROR-COUNT.
004050     MOVE WS-SUM-AMOUNT (WS-SUM-IX) TO ML-AMOUNT.
004060     IF WS-SECTION-PROGRAM = "CALCULAT"
004070         CALL "DEPTLKUP" USING WS-SUM-KEY (WS-SUM-IX)
004080             WS-DEPT-STATUS-CODE WS-DEPT-NAME
004090         IF WS-DEPT-UNKNOWN
004100             MOVE "** UNKNOWN DEPT **" TO WS-DEPT-NAME
004110         END-IF
004120         MOVE WS-DEPT-NAME TO ML-NAME
004130     END-IF.
004140     IF WS-REPORT-IS-OPEN
004150         MOVE WS-MONTH-LINE TO RPT-DETAIL-LINE
004160         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
004170         ADD 1 TO WS-PRINTED-LINE-COUNT
004180     END-IF.
004190     PERFORM 3350-WRITE-EXPORT-ROW THRU 3350-EXIT.
004200 3300-EXIT.
004210     EXIT.
004220
004230 3350-WRITE-EXPORT-ROW.
004240******************************************************************
004250* The consolidation row again as one MTDCSV row.  The DEPT column
004260* carries the section key only on CALCULAT rows, where it is a
004270* department -- RPTDIST cuts a department's rows on it, and the
004280* WRKCOMP currency and MATHOPS whole-engine rows go to everyone.
004290******************************************************************
004300     IF NOT WS-EXPORT-IS-OPEN
004310         GO TO 3350-EXIT
004320     END-IF.
004330     MOVE WS-RUN-NUMBER TO MX-RUN-NUMBER.
004340     MOVE WS-TODAY-DATE-X TO MX-BUSINESS-DATE.
004350     MOVE SPACES TO MX-DEPT.
004360     IF WS-SECTION-PROGRAM = "CALCULAT"
004370         MOVE WS-SUM-KEY (WS-SUM-IX) TO MX-DEPT
004380     END-IF.
004390     MOVE WS-SECTION-PROGRAM TO MX-PROGRAM.
004400     MOVE WS-SUM-KEY (WS-SUM-IX) TO MX-SECTION-KEY.
004410     MOVE WS-SUM-TRANS (WS-SUM-IX) TO MX-TRANS-COUNT.
004420     MOVE WS-SUM-ERRORS (WS-SUM-IX) TO MX-ERROR-COUNT.
004430     MOVE WS-SUM-AMOUNT (WS-SUM-IX) TO MX-AMOUNT.
004440     MOVE ML-NAME TO MX-NAME.
004450     MOVE WS-MONTH-EXPORT-ROW TO MONTH-EXPORT-RECORD.
004460     WRITE MONTH-EXPORT-RECORD.
004470     ADD 1 TO WS-EXPORT-ROW-COUNT.
004480     ADD WS-SUM-AMOUNT (WS-SUM-IX) TO WS-EXPORT-HASH.
004490 3350-EXIT.
004500     EXIT.
004510
004520 7000-RESET-ACCUMULATORS.
004530******************************************************************
004540* A consolidated month is a closed month: the accumulation file
004550* is rewritten empty so the nightly roll-ups start the new
004560* month at zero.  Only a run that read the month's records,
004570* opened the statement report, and rolled the month into the
004580* year-to-date file gets here.
004590******************************************************************
004600     IF WS-MTD-IS-OPEN
004610         CLOSE MTD-ACCUM-FILE
004620         MOVE 'N' TO WS-MTD-OPEN-SWITCH
004630     END-IF.
004640     IF NOT WS-REPORT-IS-OPEN
004650         DISPLAY "MTDRPT NOT OPEN - ACCUMULATORS LEFT INTACT"
004660         GO TO 7000-EXIT
004670     END-IF.
004680     IF WS-YTD-ROLL-FAILED
004690         DISPLAY "YTD ROLL FAILED - ACCUMULATORS LEFT INTACT"
004700         GO TO 7000-EXIT
004710     END-IF.
004720     IF WS-SIMULATION
004730         DISPLAY "SIMULATION - ACCUMULATORS LEFT INTACT"
004740         GO TO 7000-EXIT
004750     END-IF.
004760     OPEN OUTPUT MTD-ACCUM-FILE.
004770     IF WS-MTD-STATUS = "00"
004780         CLOSE MTD-ACCUM-FILE
004790     ELSE
004800         DISPLAY "MTDACCUM RESET FAILED, STATUS " WS-MTD-STATUS
004810     END-IF.
004820 7000-EXIT.
004830     EXIT.
004840
004850 7500-ROLL-TO-YEAR-TO-DATE.
004860******************************************************************
004870* The closed month is appended to the year-to-date file, one
004880* record per program and section key, stamped with the year and
004890* month the month-end date falls in.  A month that cannot be
004900* rolled is an error and keeps its accumulators, so the rerun
004910* rolls it again rather than losing it from the year.
004920******************************************************************
004930     IF NOT WS-REPORT-IS-OPEN
004940         GO TO 7500-EXIT
004950     END-IF.
004960     IF WS-SIMULATION
004970         MOVE SPACES TO RPT-DETAIL-LINE
004980         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
004990         MOVE "SIMULATION - MONTH NOT ROLLED TO YEAR-TO-DATE"
005000             TO RPT-DETAIL-LINE
005010         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
005020         GO TO 7500-EXIT
005030     END-IF.
005040     OPEN EXTEND YTD-ACCUM-FILE.
005050     IF WS-YTD-STATUS NOT = "00"
005060         DISPLAY "YTDACCUM OPEN FAILED, STATUS " WS-YTD-STATUS
005070         SET WS-YTD-ROLL-FAILED TO TRUE
005080         MOVE "ERROR" TO WS-STATUS-TEXT
005090         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005100         STRING "YTDACCUM OPEN FAILED, STATUS " WS-YTD-STATUS
005110             " - MONTH NOT ROLLED, ACCUMULATORS KEPT"
005120             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005130         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005140         MOVE 12 TO WS-STEP-RC
005150         GO TO 7500-EXIT
005160     END-IF.
005170     PERFORM 7600-WRITE-ONE-YTD-ROW THRU 7600-EXIT
005180         VARYING WS-SUM-IX FROM 1 BY 1
005190         UNTIL WS-SUM-IX > WS-SUM-USED OR WS-YTD-ROLL-FAILED.
005200     CLOSE YTD-ACCUM-FILE.
005210     IF WS-YTD-ROLL-FAILED
005220         MOVE "ERROR" TO WS-STATUS-TEXT
005230         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005240         STRING "YTDACCUM WRITE FAILED, STATUS " WS-YTD-STATUS
005250             " - ACCUMULATORS KEPT"
005260             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005270         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005280         MOVE 12 TO WS-STEP-RC
005290         GO TO 7500-EXIT
005300     END-IF.
005310     MOVE WS-YTD-COUNT TO WS-YTD-COUNT-ED.
005320     MOVE WS-TODAY-CCYY TO WS-YTD-PERIOD-CCYY.
005330     MOVE WS-TODAY-MM TO WS-YTD-PERIOD-MM.
005340     MOVE SPACES TO RPT-DETAIL-LINE.
005350     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
005360     MOVE SPACES TO RPT-DETAIL-LINE.
005370     STRING "ROLLED TO YEAR-TO-DATE " WS-YTD-PERIOD-ED
005380         ", ROWS " WS-YTD-COUNT-ED
005390         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
005400     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
005410 7500-EXIT.
005420     EXIT.
005430
005440 7600-WRITE-ONE-YTD-ROW.
005450     MOVE WS-TODAY-CCYY TO YTD-FISCAL-YEAR.
005460     MOVE WS-TODAY-MM TO YTD-MONTH.
005470     MOVE WS-SUM-PROGRAM (WS-SUM-IX) TO YTD-PROGRAM-ID.
005480     MOVE WS-SUM-KEY (WS-SUM-IX) TO YTD-SECTION-KEY.
005490     MOVE WS-RUN-NUMBER TO YTD-RUN-NUMBER.
005500     MOVE WS-SUM-TRANS (WS-SUM-IX) TO YTD-TRANS-COUNT.
005510     MOVE WS-SUM-ERRORS (WS-SUM-IX) TO YTD-ERROR-COUNT.
005520     MOVE WS-SUM-AMOUNT (WS-SUM-IX) TO YTD-AMOUNT.
005530     WRITE YTD-ACCUM-RECORD.
005540     IF WS-YTD-STATUS NOT = "00"
005550         DISPLAY "YTDACCUM WRITE FAILED, STATUS " WS-YTD-STATUS
005560         SET WS-YTD-ROLL-FAILED TO TRUE
005570         GO TO 7600-EXIT
005580     END-IF.
005590     ADD 1 TO WS-YTD-COUNT.
005600 7600-EXIT.
005610     EXIT.
005620
005630 8000-FINALIZE.
005640     IF WS-MTD-IS-OPEN
005650         CLOSE MTD-ACCUM-FILE
005660     END-IF.
005670     IF WS-IS-MONTH-END
005680         MOVE WS-ROLL-COUNT TO WS-ROLL-COUNT-ED
005690         DISPLAY "Roll-up records consolidated: "
005700             WS-ROLL-COUNT-ED
005710         IF WS-REPORT-IS-OPEN
005720             MOVE SPACES TO RPT-DETAIL-LINE
005730             MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
005740             STRING "MONTH-END CLOSED, RECORDS "
005750                 WS-ROLL-COUNT-ED " RUN " WS-RUN-NUMBER-ED
005760                 DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005770             MOVE 'T' TO RPT-REQUEST
005780             PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
005790             CLOSE MONTH-REPORT-FILE
005800         END-IF
005810         IF WS-EXPORT-IS-OPEN
005820             CLOSE MONTH-EXPORT-FILE
005830         END-IF
005840         PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT
005850         IF WS-STEP-RC < 12
005860             MOVE WS-YTD-COUNT TO WS-YTD-COUNT-ED
005870             MOVE "OK" TO WS-STATUS-TEXT
005880             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005890             STRING "MONTH-END CONSOLIDATED, RECORDS "
005900                 WS-ROLL-COUNT-ED ", YTD ROWS " WS-YTD-COUNT-ED
005910                 ", ACCUMULATORS RESET"
005920                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005930             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005940         END-IF
005950     ELSE
005960         MOVE "OK" TO WS-STATUS-TEXT
005970         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005980         STRING "NOT MONTH-END, DATE " WS-TODAY-DATE-X
005990             " TYPE " WS-DAY-TYPE
006000             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006010         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006020     END-IF.
006030     IF WS-AUDIT-IS-OPEN
006040         CLOSE AUDIT-LOG-FILE
006050     END-IF.
006060 8000-EXIT.
006070     EXIT.
006080
006090 8600-APPEND-CONTROL-LEDGER.
006100******************************************************************
006110* One ledger record footing the MTDCSV export against the
006120* statements: consolidation rows printed in, rows exported out,
006130* the exported amounts as the hash.  An unopenable ledger is
006140* reported but does not fail the run; the verifier will flag the
006150* missing row.  A night that is not a month-end prints nothing
006160* and ledgers nothing, and the verifier notes the seam skipped.
006170******************************************************************
006180     IF WS-SIMULATION
006190         GO TO 8600-EXIT
006200     END-IF.
006210     OPEN EXTEND CONTROL-LEDGER-FILE.
006220     IF WS-LEDGER-STATUS NOT = "00"
006230         DISPLAY "CTLLEDG OPEN FAILED, STATUS " WS-LEDGER-STATUS
006240         GO TO 8600-EXIT
006250     END-IF.
006260     MOVE SPACES TO CONTROL-LEDGER-RECORD.
006270     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
006280     MOVE "MONTHEND" TO CL-PROGRAM-ID.
006290     MOVE "MTDCSV  " TO CL-INTERFACE.
006300     MOVE WS-PRINTED-LINE-COUNT TO CL-RECORDS-IN.
006310     MOVE WS-EXPORT-ROW-COUNT TO CL-RECORDS-OUT.
006320     MOVE ZERO TO CL-RECORDS-REJECTED.
006330     MOVE WS-EXPORT-HASH TO CL-HASH-TOTAL.
006340     WRITE CONTROL-LEDGER-RECORD.
006350     CLOSE CONTROL-LEDGER-FILE.
006360 8600-EXIT.
006370     EXIT.
006380
006390 9500-WRITE-REPORT-LINE.
006400******************************************************************
006410* Hands one line through the shared RPTWRTR report writer and
006420* writes the heading block first whenever a new page starts.
006430* The request code resets to detail after every line so trailer
006440* callers set it per line.
006450******************************************************************
006460     CALL "RPTWRTR" USING RPT-CONTROL.
006470     IF RPT-NEW-PAGE
006480         MOVE RPT-HEADING-1 TO MONTH-REPORT-RECORD
006490         WRITE MONTH-REPORT-RECORD
006500         MOVE RPT-HEADING-2 TO MONTH-REPORT-RECORD
006510         WRITE MONTH-REPORT-RECORD
006520         MOVE RPT-HEADING-3 TO MONTH-REPORT-RECORD
006530         WRITE MONTH-REPORT-RECORD
006540     END-IF.
006550     MOVE RPT-DETAIL-LINE TO MONTH-REPORT-RECORD.
006560     WRITE MONTH-REPORT-RECORD.
006570     MOVE 'D' TO RPT-REQUEST.
006580 9500-EXIT.
006590     EXIT.
006600
006610 9000-WRITE-AUDIT-ENTRY.
006620******************************************************************
006630* Stamps and writes one audit record.  The caller sets
006640* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
006650* this paragraph.
006660******************************************************************
006670     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
006680     MOVE SPACES TO AUDIT-LOG-RECORD.
006690     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
006700     MOVE "MONTHEND" TO AUDIT-PROGRAM-ID.
006710     MOVE SPACES TO AUDIT-USER-ID.
006720     IF WS-SIMULATION
006730         MOVE "SIMULATE" TO AUDIT-USER-ID
006740     END-IF.
006750     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
006760     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
006770     IF WS-STATUS-TEXT = "OK"
006780         SET AUDIT-IS-INFO TO TRUE
006790     ELSE
006800         IF WS-STATUS-TEXT = "ERROR"
006810             SET AUDIT-IS-ERROR TO TRUE
006820         ELSE
006830             SET AUDIT-IS-WARNING TO TRUE
006840         END-IF
006850     END-IF.
006860     IF WS-AUDIT-IS-OPEN
006870         WRITE AUDIT-LOG-RECORD
006880     END-IF.
006890 9000-EXIT.
006900     EXIT.
006910
006920** add other procedures here
006930 END PROGRAM MONTHEND.
