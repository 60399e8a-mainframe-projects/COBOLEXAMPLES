000910*                  usable rate (none on file, or none effective
000920*                  yet) is refused whole with RETURN-CODE 12 in
000930*                  the engines' refusal pattern.
000940* 2026-10-15  DW   Simulation mode: SIMULATION in the report
000950*                  heading; a simulated night rolls nothing to
000960*                  MTDACCUM or CTLLEDG.
000970******************************************************************
000980 IDENTIFICATION DIVISION.
000990*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001000 PROGRAM-ID. WRKCOMP.
001010 ENVIRONMENT DIVISION.
001020*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001030 CONFIGURATION SECTION.
001040*-----------------------
001050 INPUT-OUTPUT SECTION.
001060*-----------------------
001070 FILE-CONTROL.
001080     SELECT AMOUNT-FILE ASSIGN TO "COMPAMTS"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-AMOUNT-STATUS.
001110     SELECT REPORT-FILE ASSIGN TO "COMPRPT"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-REPORT-STATUS.
001140     SELECT AUDIT-LOG-FILE ASSIGN TO "COMPAUDT"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-AUDIT-STATUS.
001170     SELECT RATES-FILE ASSIGN TO "CCYRATES"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-RATES-STATUS.
001200     SELECT MTD-ACCUM-FILE ASSIGN TO "MTDACCUM"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-MTD-STATUS.
001230     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-LEDGER-STATUS.
001260 DATA DIVISION.
001270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001280 FILE SECTION.
001290*-----------------------
001300 FD  AMOUNT-FILE.
001310 01  AMOUNT-RECORD.
001320     05  AM-RAW-AMOUNT           PIC S9(09)V9999 SIGN IS
001330                                  LEADING SEPARATE CHARACTER.
001340     05  AM-CURRENCY-CODE        PIC X(03).
001350 FD  REPORT-FILE.
001360 01  REPORT-RECORD               PIC X(80).
001370 FD  AUDIT-LOG-FILE.
001380     COPY AUDITLOG.
001390 FD  RATES-FILE.
001400 01  RATES-RECORD.
001410     05  CR-CURRENCY             PIC X(03).
001420     05  CR-RATE-TO-BASE         PIC 9(03)V9(06).
001430     05  CR-EFFECTIVE-CCYYMMDD   PIC 9(08).
001440     05  CR-DECIMAL-PLACES       PIC 9(01).
001450 FD  MTD-ACCUM-FILE.
001460     COPY MTDACCUM.
001470
001480 FD  CONTROL-LEDGER-FILE.
001490     COPY CTLLEDGR.
001500 WORKING-STORAGE SECTION.
001510*-----------------------
001520 01  WS-AMOUNT-STATUS            PIC X(02).
001530 01  WS-AMOUNT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001540     88  WS-AMOUNT-IS-OPEN       VALUE 'Y'.
001550 01  WS-REPORT-STATUS            PIC X(02).
001560 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001570     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
001580 01  WS-AUDIT-STATUS             PIC X(02).
001590 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001600     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001610 01  WS-MTD-STATUS               PIC X(02).
001620 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001630 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001640 COPY RUNMODE.
001650 01  WS-LEDGER-STATUS            PIC X(02).
001660 01  WS-SUITE-FUNCTION           PIC X(01).
001670 01  WS-SUITE-STEP-NAME          PIC X(08).
001680 01  WS-SUITE-RC                 PIC 9(04).
001690 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001700     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001710 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001720 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001730 01  WS-STATUS-TEXT              PIC X(20).
001740 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001750 COPY EOFSWTCH.
001760 01  WS-RAW-AMOUNT               PIC S9(09)V9999 VALUE 4.501.
001770 01  WS-ROUNDED-NEAREST          PIC S9(09)V9999.
001780 01  WS-ROUNDED-TRUNCATE         PIC S9(09)V9999.
001790 01  WS-ROUNDED-ROUNDUP          PIC S9(09)V9999.
001800 01  WS-DEMO-DECIMALS            PIC 9(01) VALUE 2.
001810 01  WS-DECIMAL-PLACES           PIC 9(01).
001820 01  WS-REC-COUNT                PIC 9(05) COMP VALUE ZERO.
001830 01  WS-REC-COUNT-ED             PIC ZZZZ9.
001840 01  WS-RATES-STATUS             PIC X(02).
001850 01  WS-RATES-EOF-SWITCH         PIC X(01) VALUE 'N'.
001860     88  WS-RATES-EOF            VALUE 'Y'.
001870 01  WS-RATES-OK-SWITCH          PIC X(01) VALUE 'N'.
001880     88  WS-RATES-ARE-OK         VALUE 'Y'.
001890 01  WS-CHK-EOF-SWITCH           PIC X(01) VALUE 'N'.
001900     88  WS-CHK-EOF              VALUE 'Y'.
001910 01  WS-TODAY                    PIC X(21).
001920 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
001930     05  WS-TODAY-DATE           PIC 9(08).
001940     05  FILLER                  PIC X(13).
001950 01  WS-CCY-RATES-TABLE.
001960     05  WS-RATE-TABLE-MAX       PIC 9(02) COMP VALUE 10.
001970     05  WS-RATE-USED            PIC 9(02) COMP VALUE ZERO.
001980     05  WS-RATE-IX              PIC 9(02) COMP VALUE ZERO.
001990     05  WS-RATE-SLOT            PIC 9(02) COMP VALUE ZERO.
002000     05  WS-RATE-ENTRY OCCURS 10 TIMES.
002010         10  WS-RT-CCY           PIC X(03).
002020         10  WS-RT-RATE          PIC 9(03)V9(06).
002030         10  WS-RT-EFFECTIVE     PIC 9(08).
002040         10  WS-RT-DECIMALS      PIC 9(01).
002050 01  WS-THIS-RATE                PIC 9(03)V9(06) VALUE ZERO.
002060 01  WS-BASE-AMOUNT              PIC S9(11)V99 VALUE ZERO.
002070 01  WS-BASE-GRAND-TOTAL         PIC S9(13)V99 VALUE ZERO.
002080 01  WS-BASE-GRAND-TOTAL-ED      PIC -(12).99.
002090 01  WS-CCY-TOTALS-TABLE.
002100     05  WS-CCY-TABLE-MAX        PIC 9(02) COMP VALUE 10.
002110     05  WS-CCY-USED             PIC 9(02) COMP VALUE ZERO.
002120     05  WS-CCY-IX               PIC 9(02) COMP VALUE ZERO.
002130     05  WS-CCY-SLOT             PIC 9(02) COMP VALUE ZERO.
002140     05  WS-CCY-ENTRY OCCURS 10 TIMES.
002150         10  WS-CCY-CODE         PIC X(03).
002160         10  WS-CCY-COUNT        PIC 9(05) COMP.
002170         10  WS-CCY-TOTAL-RAW    PIC S9(11)V9999.
002180         10  WS-CCY-TOTAL-ROUNDED PIC S9(11)V9999.
002190 01  WS-CCY-COUNT-ED             PIC ZZZZ9.
002200 01  WS-CCY-RAW-ED               PIC -(10).9999.
002210 01  WS-CCY-ROUNDED-ED           PIC -(10).9999.
002220 COPY RPTCTL.
002230 01  WS-REPORT-LINE.
002240     05  RL-TRANS-NO             PIC ZZZZ9.
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  RL-CURRENCY             PIC X(03).
002270     05  FILLER                  PIC X(01) VALUE SPACES.
002280     05  RL-RAW                  PIC -(9).9999.
002290     05  FILLER                  PIC X(03) VALUE SPACES.
002300     05  RL-ROUNDED              PIC -(9).9999.
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  RL-BASE                 PIC -(9).99.
002330*-----------------------
002340 LINKAGE SECTION.
002350*-----------------------
002360 01  LK-OPERATOR-ID              PIC X(08).
002370
002380*-----------------------
002390 PROCEDURE DIVISION USING LK-OPERATOR-ID.
002400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002410 0000-MAINLINE.
002420     PERFORM 0500-DEMONSTRATE-ROUNDING-MODES THRU 0500-EXIT.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002440     PERFORM 2000-PROCESS-AMOUNT THRU 2000-EXIT
002450         UNTIL WS-EOF.
002460     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002470     MOVE 'R' TO WS-SUITE-FUNCTION.
002480     MOVE RETURN-CODE TO WS-SUITE-RC.
002490     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
002500         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
002510     GOBACK.
002520
002530 0500-DEMONSTRATE-ROUNDING-MODES.
002540******************************************************************
002550* Runs one sample amount through all three shop-standard rounding
002560* modes at two decimals so the difference between them is
002570* visible side by side before the batch run starts.
002580******************************************************************
002590* Nearest -- rounds WS-RAW-AMOUNT to the nearest cent.
002600     CALL "ROUNDER" USING WS-RAW-AMOUNT, "N", WS-ROUNDED-NEAREST,
002610         WS-DEMO-DECIMALS.
002620     DISPLAY "Result " SPACES WS-ROUNDED-NEAREST.
002630
002640* Truncate -- the excess digit is simply dropped.
002650     CALL "ROUNDER" USING WS-RAW-AMOUNT, "T", WS-ROUNDED-TRUNCATE,
002660         WS-DEMO-DECIMALS.
002670     DISPLAY "Result " SPACES WS-ROUNDED-TRUNCATE.
002680
002690* Round-up -- always rounds away from zero, even by a fraction.
002700     CALL "ROUNDER" USING WS-RAW-AMOUNT, "U", WS-ROUNDED-ROUNDUP,
002710         WS-DEMO-DECIMALS.
002720     DISPLAY "Result " SPACES WS-ROUNDED-ROUNDUP.
002730 0500-EXIT.
002740     EXIT.
002750
002760 1000-INITIALIZE.
002770     PERFORM 1050-LOAD-RATES-TABLE THRU 1050-EXIT.
002780     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
002790     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
002800         CALL "GETRUN" USING WS-RUN-NUMBER
002810         MOVE SPACE TO WS-NIGHT-MODE
002820     END-IF.
002830     MOVE "WRKCOMP " TO WS-SUITE-STEP-NAME.
002840     MOVE 'C' TO WS-SUITE-FUNCTION.
002850     MOVE ZERO TO WS-SUITE-RC.
002860     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
002870         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
002880     IF WS-SUITE-STEP-DONE
002890         DISPLAY WS-SUITE-STEP-NAME
002900             " ALREADY COMPLETE THIS RUN - BYPASSED"
002910         GOBACK
002920     END-IF.
002930     MOVE "WRKCOMP " TO RPT-PROGRAM-NAME.
002940     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER.
002950     MOVE WS-NIGHT-MODE TO RPT-RUN-MODE.
002960     MOVE 60 TO RPT-LINES-PER-PAGE.
002970     MOVE ZERO TO RPT-LINE-COUNT.
002980     MOVE ZERO TO RPT-PAGE-COUNT.
002990     MOVE 'D' TO RPT-REQUEST.
003000     MOVE "TRANS  CCY     RAW AMOUNT       ROUNDED        BASE"
003010         TO RPT-COLUMN-HEADING.
003020     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
003030         MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
003040     END-IF.
003050     OPEN OUTPUT AUDIT-LOG-FILE.
003060     IF WS-AUDIT-STATUS = "00"
003070         SET WS-AUDIT-IS-OPEN TO TRUE
003080     END-IF.
003090     MOVE "OK" TO WS-STATUS-TEXT.
003100     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
003110     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003120     OPEN OUTPUT REPORT-FILE.
003130     IF WS-REPORT-STATUS = "00"
003140         SET WS-REPORT-IS-OPEN TO TRUE
003150     END-IF.
003160     OPEN INPUT AMOUNT-FILE.
003170     IF WS-AMOUNT-STATUS NOT = "00"
003180         DISPLAY "COMPAMTS OPEN FAILED, STATUS " WS-AMOUNT-STATUS
003190         MOVE "ERROR" TO WS-STATUS-TEXT
003200         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003210         STRING "COMPAMTS OPEN FAILED, STATUS " WS-AMOUNT-STATUS
003220             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003230         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003240         SET WS-EOF TO TRUE
003250         MOVE 12 TO RETURN-CODE
003260     ELSE
003270         SET WS-AMOUNT-IS-OPEN TO TRUE
003280         PERFORM 1075-CHECK-RATE-COVERAGE THRU 1075-EXIT
003290         IF WS-RATES-ARE-OK
003300             PERFORM 1100-READ-AMOUNT THRU 1100-EXIT
003310         END-IF
003320     END-IF.
003330 1000-EXIT.
003340     EXIT.
003350
003360 1050-LOAD-RATES-TABLE.
003370******************************************************************
003380* Loads the currency reference file: each currency's decimal
003390* places (which used to live hardcoded here) and its rate to the
003400* base currency with an effective date.  When a currency carries
003410* several rows, the latest one effective on or before today
003420* wins; a row effective only in the future is ignored, so a
003430* pre-loaded rate change arms itself on its date.
003440******************************************************************
003450     CALL "TIMESTMP" USING WS-TODAY.
003460     OPEN INPUT RATES-FILE.
003470     IF WS-RATES-STATUS NOT = "00"
003480         DISPLAY "CCYRATES OPEN FAILED, STATUS " WS-RATES-STATUS
003490         GO TO 1050-EXIT
003500     END-IF.
003510     PERFORM 1060-LOAD-ONE-RATE THRU 1060-EXIT
003520         UNTIL WS-RATES-EOF.
003530     CLOSE RATES-FILE.
003540 1050-EXIT.
003550     EXIT.
003560
003570 1060-LOAD-ONE-RATE.
003580     READ RATES-FILE
003590         AT END
003600             SET WS-RATES-EOF TO TRUE
003610     END-READ.
003620     IF WS-RATES-EOF
003630         GO TO 1060-EXIT
003640     END-IF.
003650     IF CR-EFFECTIVE-CCYYMMDD > WS-TODAY-DATE
003660         GO TO 1060-EXIT
003670     END-IF.
003680     MOVE ZERO TO WS-RATE-SLOT.
003690     PERFORM 1065-MATCH-ONE-RATE THRU 1065-EXIT
003700         VARYING WS-RATE-IX FROM 1 BY 1
003710         UNTIL WS-RATE-IX > WS-RATE-USED
003720             OR WS-RATE-SLOT > ZERO.
003730     IF WS-RATE-SLOT = ZERO
003740         IF WS-RATE-USED >= WS-RATE-TABLE-MAX
003750             DISPLAY "CCYRATES TABLE FULL - ROW IGNORED"
003760             GO TO 1060-EXIT
003770         END-IF
003780         ADD 1 TO WS-RATE-USED
003790         MOVE WS-RATE-USED TO WS-RATE-SLOT
003800         MOVE CR-CURRENCY TO WS-RT-CCY (WS-RATE-SLOT)
003810         MOVE ZERO TO WS-RT-EFFECTIVE (WS-RATE-SLOT)
003820     END-IF.
003830     IF CR-EFFECTIVE-CCYYMMDD >= WS-RT-EFFECTIVE (WS-RATE-SLOT)
003840         MOVE CR-RATE-TO-BASE TO WS-RT-RATE (WS-RATE-SLOT)
003850         MOVE CR-EFFECTIVE-CCYYMMDD
003860             TO WS-RT-EFFECTIVE (WS-RATE-SLOT)
003870         MOVE CR-DECIMAL-PLACES TO WS-RT-DECIMALS (WS-RATE-SLOT)
003880     END-IF.
003890 1060-EXIT.
003900     EXIT.
003910
003920 1065-MATCH-ONE-RATE.
003930     IF WS-RT-CCY (WS-RATE-IX) = CR-CURRENCY
003940         MOVE WS-RATE-IX TO WS-RATE-SLOT
003950     END-IF.
003960 1065-EXIT.
003970     EXIT.
003980
003990 1075-CHECK-RATE-COVERAGE.
004000******************************************************************
004010* Reads the whole amount file once before any processing and
004020* refuses the run whole -- RETURN-CODE 12 and an ERROR audit
004030* record, the engines' refusal pattern -- if any amount's
004040* currency has no usable rate on the reference file.  Settling
004050* part of the night's position at real rates and part at none
004060* is worse than settling none of it.
004070******************************************************************
004080     SET WS-RATES-ARE-OK TO TRUE.
004090     PERFORM 1080-CHECK-ONE-AMOUNT THRU 1080-EXIT
004100         UNTIL WS-CHK-EOF.
004110     IF WS-RATES-ARE-OK
004120         CLOSE AMOUNT-FILE
004130         OPEN INPUT AMOUNT-FILE
004140     ELSE
004150         DISPLAY "COMPAMTS REFUSED - CURRENCY WITHOUT A RATE"
004160         MOVE "ERROR" TO WS-STATUS-TEXT
004170         MOVE "RUN REFUSED, AMOUNT CURRENCY HAS NO USABLE RATE"
004180             TO WS-AUDIT-MESSAGE-TEXT
004190         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004200         CLOSE AMOUNT-FILE
004210         MOVE 'N' TO WS-AMOUNT-OPEN-SWITCH
004220         SET WS-EOF TO TRUE
004230         MOVE 12 TO RETURN-CODE
004240     END-IF.
004250 1075-EXIT.
004260     EXIT.
004270
004280 1080-CHECK-ONE-AMOUNT.
004290     READ AMOUNT-FILE
004300         AT END
004310             SET WS-CHK-EOF TO TRUE
004320     END-READ.
004330     IF WS-CHK-EOF
004340         GO TO 1080-EXIT
004350     END-IF.
004360     MOVE ZERO TO WS-RATE-SLOT.
004370     PERFORM 1085-MATCH-AMOUNT-RATE THRU 1085-EXIT
004380         VARYING WS-RATE-IX FROM 1 BY 1
004390         UNTIL WS-RATE-IX > WS-RATE-USED
004400             OR WS-RATE-SLOT > ZERO.
004410     IF WS-RATE-SLOT = ZERO
004420         MOVE 'N' TO WS-RATES-OK-SWITCH
004430         DISPLAY "NO USABLE RATE FOR " AM-CURRENCY-CODE
004440     END-IF.
004450 1080-EXIT.
004460     EXIT.
004470
004480 1085-MATCH-AMOUNT-RATE.
004490     IF WS-RT-CCY (WS-RATE-IX) = AM-CURRENCY-CODE
004500         MOVE WS-RATE-IX TO WS-RATE-SLOT
004510     END-IF.
004520 1085-EXIT.
004530     EXIT.
004540
004550 1100-READ-AMOUNT.
004560     READ AMOUNT-FILE
004570         AT END
004580             SET WS-EOF TO TRUE
004590     END-READ.
004600 1100-EXIT.
004610     EXIT.
004620
004630 2000-PROCESS-AMOUNT.
004640     ADD 1 TO WS-REC-COUNT.
004650     MOVE AM-RAW-AMOUNT TO WS-RAW-AMOUNT.
004660     PERFORM 2100-LOOKUP-DECIMAL-PLACES THRU 2100-EXIT.
004670     CALL "ROUNDER" USING WS-RAW-AMOUNT, "N", WS-ROUNDED-NEAREST,
004680         WS-DECIMAL-PLACES.
004690     COMPUTE WS-BASE-AMOUNT ROUNDED =
004700         WS-ROUNDED-NEAREST * WS-THIS-RATE.
004710     ADD WS-BASE-AMOUNT TO WS-BASE-GRAND-TOTAL.
004720     PERFORM 2200-ACCUMULATE-CURRENCY THRU 2200-EXIT.
004730     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004740     PERFORM 1100-READ-AMOUNT THRU 1100-EXIT.
004750 2000-EXIT.
004760     EXIT.
004770
004780 2100-LOOKUP-DECIMAL-PLACES.
004790******************************************************************
004800* Pulls this currency's decimal places and base rate from the
004810* reference table.  The rate-coverage pre-pass already refused
004820* any run with an uncovered currency, so the defaults here are
004830* belt-and-braces, not policy.
004840******************************************************************
004850     MOVE 2 TO WS-DECIMAL-PLACES.
004860     MOVE ZERO TO WS-THIS-RATE.
004870     MOVE ZERO TO WS-RATE-SLOT.
004880     PERFORM 1085-MATCH-AMOUNT-RATE THRU 1085-EXIT
004890         VARYING WS-RATE-IX FROM 1 BY 1
004900         UNTIL WS-RATE-IX > WS-RATE-USED
004910             OR WS-RATE-SLOT > ZERO.
004920     IF WS-RATE-SLOT > ZERO
004930         MOVE WS-RT-DECIMALS (WS-RATE-SLOT)
004940             TO WS-DECIMAL-PLACES
004950         MOVE WS-RT-RATE (WS-RATE-SLOT) TO WS-THIS-RATE
004960     END-IF.
004970 2100-EXIT.
004980     EXIT.
004990
005000 2200-ACCUMULATE-CURRENCY.
005010******************************************************************
005020* Finds (or opens) this currency's slot in the per-currency
005030* control totals and folds the raw and rounded amounts in, so
005040* each currency's batch balances independently instead of
005050* different-precision amounts summing into one meaningless
005060* figure.
005070******************************************************************
005080     MOVE ZERO TO WS-CCY-SLOT.
005090     PERFORM 2250-MATCH-CURRENCY-SLOT THRU 2250-EXIT
005100         VARYING WS-CCY-IX FROM 1 BY 1
005110         UNTIL WS-CCY-IX > WS-CCY-USED OR WS-CCY-SLOT > ZERO.
005120     IF WS-CCY-SLOT = ZERO
005130         AND WS-CCY-USED < WS-CCY-TABLE-MAX
005140         ADD 1 TO WS-CCY-USED
005150         MOVE WS-CCY-USED TO WS-CCY-SLOT
005160         MOVE AM-CURRENCY-CODE TO WS-CCY-CODE (WS-CCY-SLOT)
005170         MOVE ZERO TO WS-CCY-COUNT (WS-CCY-SLOT)
005180         MOVE ZERO TO WS-CCY-TOTAL-RAW (WS-CCY-SLOT)
005190         MOVE ZERO TO WS-CCY-TOTAL-ROUNDED (WS-CCY-SLOT)
005200     END-IF.
005210     IF WS-CCY-SLOT > ZERO
005220         ADD 1 TO WS-CCY-COUNT (WS-CCY-SLOT)
005230         ADD WS-RAW-AMOUNT TO WS-CCY-TOTAL-RAW (WS-CCY-SLOT)
005240         ADD WS-ROUNDED-NEAREST
005250             TO WS-CCY-TOTAL-ROUNDED (WS-CCY-SLOT)
005260     END-IF.
005270 2200-EXIT.
005280     EXIT.
005290
005300 2250-MATCH-CURRENCY-SLOT.
005310     IF WS-CCY-CODE (WS-CCY-IX) = AM-CURRENCY-CODE
005320         MOVE WS-CCY-IX TO WS-CCY-SLOT
005330     END-IF.
005340 2250-EXIT.
005350     EXIT.
005360
005370 2900-WRITE-REPORT-LINE.
005380     MOVE WS-REC-COUNT TO RL-TRANS-NO.
005390     MOVE AM-CURRENCY-CODE TO RL-CURRENCY.
005400     MOVE WS-RAW-AMOUNT TO RL-RAW.
005410     MOVE WS-ROUNDED-NEAREST TO RL-ROUNDED.
005420     MOVE WS-BASE-AMOUNT TO RL-BASE.
005430     IF WS-REPORT-IS-OPEN
005440         MOVE WS-REPORT-LINE TO RPT-DETAIL-LINE
005450         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
005460     END-IF.
005470 2900-EXIT.
005480     EXIT.
005490
005500 8000-FINALIZE.
005510     IF WS-AMOUNT-IS-OPEN
005520         CLOSE AMOUNT-FILE
005530     END-IF.
005540     MOVE "OK" TO WS-STATUS-TEXT.
005550     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
005560     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005570     IF WS-AUDIT-IS-OPEN
005580         CLOSE AUDIT-LOG-FILE
005590     END-IF.
005600     MOVE WS-REC-COUNT TO WS-REC-COUNT-ED.
005610     DISPLAY "Amounts processed  : " WS-REC-COUNT-ED.
005620     PERFORM 8100-REPORT-ONE-CURRENCY THRU 8100-EXIT
005630         VARYING WS-CCY-IX FROM 1 BY 1
005640         UNTIL WS-CCY-IX > WS-CCY-USED.
005650     IF WS-REC-COUNT > ZERO
005660         PERFORM 8150-APPEND-MTD-ROWS THRU 8150-EXIT
005670         PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT
005680     END-IF.
005690     MOVE WS-BASE-GRAND-TOTAL TO WS-BASE-GRAND-TOTAL-ED.
005700     DISPLAY "Base-currency total: " WS-BASE-GRAND-TOTAL-ED.
005710     IF WS-REPORT-IS-OPEN
005720         MOVE SPACES TO RPT-DETAIL-LINE
005730         STRING "BASE CURRENCY TOTAL: " WS-BASE-GRAND-TOTAL-ED
005740             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005750         MOVE 'T' TO RPT-REQUEST
005760         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
005770     END-IF.
005780     IF WS-REPORT-IS-OPEN
005790         MOVE SPACES TO RPT-DETAIL-LINE
005800         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
005810         STRING "TOTAL PROCESSED: " WS-REC-COUNT-ED
005820             " RUN " WS-RUN-NUMBER-ED
005830             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005840         MOVE 'T' TO RPT-REQUEST
005850         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
005860         CLOSE REPORT-FILE
005870     END-IF.
005880 8000-EXIT.
005890     EXIT.
005900
005910 8100-REPORT-ONE-CURRENCY.
005920******************************************************************
005930* One currency's control-total line, on the console and on the
005940* report, so each currency's batch balances on its own figures.
005950******************************************************************
005960     MOVE WS-CCY-COUNT (WS-CCY-IX) TO WS-CCY-COUNT-ED.
005970     MOVE WS-CCY-TOTAL-RAW (WS-CCY-IX) TO WS-CCY-RAW-ED.
005980     MOVE WS-CCY-TOTAL-ROUNDED (WS-CCY-IX) TO WS-CCY-ROUNDED-ED.
005990     DISPLAY "Currency " WS-CCY-CODE (WS-CCY-IX)
006000         " count " WS-CCY-COUNT-ED
006010         " raw " WS-CCY-RAW-ED
006020         " rounded " WS-CCY-ROUNDED-ED.
006030     IF WS-REPORT-IS-OPEN
006040         MOVE SPACES TO RPT-DETAIL-LINE
006050         STRING "CCY " WS-CCY-CODE (WS-CCY-IX)
006060             " COUNT: " WS-CCY-COUNT-ED
006070             " RAW: " WS-CCY-RAW-ED
006080             " ROUNDED: " WS-CCY-ROUNDED-ED
006090             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
006100         MOVE 'T' TO RPT-REQUEST
006110         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
006120     END-IF.
006130 8100-EXIT.
006140     EXIT.
006150
006160 8150-APPEND-MTD-ROWS.
006170******************************************************************
006180* Rolls each currency's nightly control totals into the shared
006190* month-to-date accumulation file for the MONTHEND step to
006200* consolidate per currency on the calendar's 'E' date.  An
006210* unopenable accumulation file is reported but does not fail
006220* the run.
006230******************************************************************
006240     IF WS-SIMULATION
006250         GO TO 8150-EXIT
006260     END-IF.
006270     OPEN EXTEND MTD-ACCUM-FILE.
006280     IF WS-MTD-STATUS NOT = "00"
006290         DISPLAY "MTDACCUM OPEN FAILED, STATUS " WS-MTD-STATUS
006300         GO TO 8150-EXIT
006310     END-IF.
006320     PERFORM 8170-WRITE-ONE-MTD-ROW THRU 8170-EXIT
006330         VARYING WS-CCY-IX FROM 1 BY 1
006340         UNTIL WS-CCY-IX > WS-CCY-USED.
006350     CLOSE MTD-ACCUM-FILE.
006360 8150-EXIT.
006370     EXIT.
006380
006390 8170-WRITE-ONE-MTD-ROW.
006400     MOVE SPACES TO MTD-ACCUM-RECORD.
006410     MOVE "WRKCOMP " TO MTD-PROGRAM-ID.
006420     MOVE WS-RUN-NUMBER TO MTD-RUN-NUMBER.
006430     MOVE WS-CCY-CODE (WS-CCY-IX) TO MTD-SECTION-KEY.
006440     MOVE WS-CCY-COUNT (WS-CCY-IX) TO MTD-TRANS-COUNT.
006450     MOVE ZERO TO MTD-ERROR-COUNT.
006460     MOVE WS-CCY-TOTAL-ROUNDED (WS-CCY-IX) TO MTD-AMOUNT.
006470     WRITE MTD-ACCUM-RECORD.
006480 8170-EXIT.
006490     EXIT.
006500
006510 8600-APPEND-CONTROL-LEDGER.
006520******************************************************************
006530* One ledger record of this run's control totals for the
006540* CTLVERFY cross-foot.  An unopenable ledger is reported but
006550* does not fail the run; the verifier will flag the missing row.
006560******************************************************************
006570     IF WS-SIMULATION
006580         GO TO 8600-EXIT
006590     END-IF.
006600     OPEN EXTEND CONTROL-LEDGER-FILE.
006610     IF WS-LEDGER-STATUS NOT = "00"
006620         DISPLAY "CTLLEDG OPEN FAILED, STATUS "
006630             WS-LEDGER-STATUS
006640         GO TO 8600-EXIT
006650     END-IF.
006660     MOVE SPACES TO CONTROL-LEDGER-RECORD.
006670     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
006680     MOVE "WRKCOMP " TO CL-PROGRAM-ID.
006690     MOVE "COMPAMTS" TO CL-INTERFACE.
006700     MOVE WS-REC-COUNT TO CL-RECORDS-IN.
006710     MOVE WS-REC-COUNT TO CL-RECORDS-OUT.
006720     MOVE ZERO TO CL-RECORDS-REJECTED.
006730     MOVE WS-BASE-GRAND-TOTAL TO CL-HASH-TOTAL.
006740     WRITE CONTROL-LEDGER-RECORD.
006750     CLOSE CONTROL-LEDGER-FILE.
006760 8600-EXIT.
006770     EXIT.
006780
006790 9500-WRITE-REPORT-LINE.
006800******************************************************************
006810* Hands one line through the shared RPTWRTR report writer and
006820* writes the heading block first whenever a new page starts.
006830* The request code resets to detail after every line so trailer
006840* callers set it per line.
006850******************************************************************
006860     CALL "RPTWRTR" USING RPT-CONTROL.
006870     IF RPT-NEW-PAGE
006880         MOVE RPT-HEADING-1 TO REPORT-RECORD
006890         WRITE REPORT-RECORD
006900         MOVE RPT-HEADING-2 TO REPORT-RECORD
006910         WRITE REPORT-RECORD
006920         MOVE RPT-HEADING-3 TO REPORT-RECORD
006930         WRITE REPORT-RECORD
006940     END-IF.
006950     MOVE RPT-DETAIL-LINE TO REPORT-RECORD.
006960     WRITE REPORT-RECORD.
006970     MOVE 'D' TO RPT-REQUEST.
006980 9500-EXIT.
006990     EXIT.
007000
007010 9000-WRITE-AUDIT-ENTRY.
007020******************************************************************
007030* Stamps and writes one audit record.  The caller sets
007040* WS-STATUS-TEXT and AUDIT-MESSAGE-TEXT before PERFORMing this
007050* paragraph.
007060******************************************************************
007070     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
007080     MOVE SPACES TO AUDIT-LOG-RECORD.
007090     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
007100     MOVE "WRKCOMP " TO AUDIT-PROGRAM-ID.
007110     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
007120     IF WS-SIMULATION
007130         MOVE "SIMULATE" TO AUDIT-USER-ID
007140     END-IF.
007150     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
007160     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
007170     IF WS-STATUS-TEXT = "OK"
007180         SET AUDIT-IS-INFO TO TRUE
007190     ELSE
007200         IF WS-STATUS-TEXT = "ERROR"
007210             SET AUDIT-IS-ERROR TO TRUE
007220         ELSE
007230             SET AUDIT-IS-WARNING TO TRUE
007240         END-IF
007250     END-IF.
007260     IF WS-AUDIT-IS-OPEN
007270         WRITE AUDIT-LOG-RECORD
007280     END-IF.
007290 9000-EXIT.
007300     EXIT.
007310
007320** add other procedures here
007330 END PROGRAM WRKCOMP.
