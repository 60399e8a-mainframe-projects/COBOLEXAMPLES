001880*                  CTLLEDG nightly ledger, which the CTLVERFY
001890*                  step cross-foots seam by seam so a dropped
001900*                  buffer between steps stops being invisible.
001910* 2026-10-15  DW   Reversals, same scheme as CALCULAT: an 'R'
001920*                  record naming an already-posted trans ID backs
001930*                  it out.  The processed-ID register (now the
001940*                  shared PROCIDRG layout) keeps each posted
001950*                  result; the reversal negates it, nets the
001960*                  MTDACCUM amount, credits BILACTV under the
001970*                  original's operation, prints in a side-by-side
001980*                  reversal section ahead of the run totals, foots
001990*                  into the reconciliation count, and gets its own
002000*                  REVERSAL row on CTLLEDG.  Reversals leave the
002010*                  result register and the result statistics
002020*                  alone.
002030* 2026-10-15  DW   The MATHIDS processed-ID register is now a KSDS
002040*                  keyed on trans ID and read directly: the
002050*                  duplicate check and the reversal's look-up of
002060*                  its original are keyed reads instead of a scan
002070*                  of the 5000-entry table loaded at start-up, so
002080*                  the register no longer slows every night or
002090*                  stops remembering IDs once the table fills.
002100*                  Each posted ID carries its run number and batch
002110*                  business date for the weekly PIDPURGE retention
002120*                  purge, and a posted reversal marks its original
002130*                  reversed in place.  An unopenable register now
002140*                  refuses the run RC 12 with nothing posted --
002150*                  without it no duplicate can be caught.
002160* 2026-10-15  DW   Simulation mode: SIMULATION in the report
002170*                  headings.  A simulated night reads the MATHIDS
002180*                  register for duplicates and reversals but adds
002190*                  and marks nothing on it, and leaves the
002200*                  checkpoint, BILACTV, MTDACCUM, MATHHIST and
002210*                  CTLLEDG alone.
002220* 2026-10-15  DW   Batch runs take the business date from
002230*                  GETBDATE.
002240* 2026-10-15  DW   Results history: every detail processed --
002250*                  posted, errored, duplicate or reversal -- is
002260*                  also written to the shared RESHIST results
002270*                  history KSDS with its batch, business date,
002280*                  run, operands as computed (a register-chained
002290*                  operand carries the register value and its 'R'
002300*                  flag), operator, result as posted and status,
002310*                  so a result outlives the night's report.  A
002320*                  RESHIST ledger row of details processed against
002330*                  records written lets CTLVERFY foot the two.  A
002340*                  simulated night writes no history.
002350* 2026-10-15  DW   Return code now carried in WS-STEP-RC and set
002360*                  at GOBACK, as TRANEDIT does -- the TIMESTMP,
002370*                  RPTWRTR and SUITESTA calls made after an 8 or
002380*                  12 was set were handing back RC 0, so a refused
002390*                  MATHTRAN never reached the JCL.
002400******************************************************************
002410 IDENTIFICATION DIVISION.
002420*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002430 PROGRAM-ID. MATHOPS.
002440 ENVIRONMENT DIVISION.
002450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002460 CONFIGURATION SECTION.
002470*-----------------------
002480 INPUT-OUTPUT SECTION.
002490*-----------------------
002500 FILE-CONTROL.
002510     SELECT MATH-TRANS-FILE ASSIGN TO "MATHTRAN"
002520         ORGANIZATION IS LINE SEQUENTIAL
002530         FILE STATUS IS WS-TRANS-STATUS.
002540     SELECT MATH-REPORT-FILE ASSIGN TO "MATHRPT"
002550         ORGANIZATION IS LINE SEQUENTIAL
002560         FILE STATUS IS WS-REPORT-STATUS.
002570     SELECT AUDIT-LOG-FILE ASSIGN TO "MATHAUDT"
002580         ORGANIZATION IS LINE SEQUENTIAL
002590         FILE STATUS IS WS-AUDIT-STATUS.
002600     SELECT CHECKPOINT-FILE ASSIGN TO "MATHCKPT"
002610         ORGANIZATION IS LINE SEQUENTIAL
002620         FILE STATUS IS WS-CKPT-STATUS.
002630     SELECT HISTORY-FILE ASSIGN TO "MATHHIST"
002640         ORGANIZATION IS LINE SEQUENTIAL
002650         FILE STATUS IS WS-HIST-STATUS.
002660     SELECT TREND-REPORT-FILE ASSIGN TO "MATHTRND"
002670         ORGANIZATION IS LINE SEQUENTIAL
002680         FILE STATUS IS WS-TREND-STATUS.
002690     SELECT PROCESSED-ID-FILE ASSIGN TO "MATHIDS"
002700         ORGANIZATION IS INDEXED
002710         ACCESS MODE IS RANDOM
002720         RECORD KEY IS PID-TRANS-ID
002730         FILE STATUS IS WS-IDS-STATUS.
002740     SELECT BILL-ACTIVITY-FILE ASSIGN TO "BILACTV"
002750         ORGANIZATION IS LINE SEQUENTIAL
002760         FILE STATUS IS WS-ACTIVITY-STATUS.
002770     SELECT MTD-ACCUM-FILE ASSIGN TO "MTDACCUM"
002780         ORGANIZATION IS LINE SEQUENTIAL
002790         FILE STATUS IS WS-MTD-STATUS.
002800     SELECT RESULT-HISTORY-FILE ASSIGN TO "RESHIST"
002810         ORGANIZATION IS INDEXED
002820         ACCESS MODE IS RANDOM
002830         RECORD KEY IS RH-RESULT-KEY
002840         ALTERNATE RECORD KEY IS RH-TRANS-ID WITH DUPLICATES
002850         FILE STATUS IS WS-RESHIST-STATUS.
002860     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
002870         ORGANIZATION IS LINE SEQUENTIAL
002880         FILE STATUS IS WS-LEDGER-STATUS.
002890 DATA DIVISION.
002900*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002910 FILE SECTION.
002920*-----------------------
002930 FD  MATH-TRANS-FILE.
002940     COPY TRANREC.
002950 FD  MATH-REPORT-FILE.
002960 01  MATH-REPORT-RECORD          PIC X(80).
002970 FD  AUDIT-LOG-FILE.
002980     COPY AUDITLOG.
002990 FD  CHECKPOINT-FILE.
003000     COPY CHKPOINT.
003010 FD  HISTORY-FILE.
003020 01  HISTORY-RECORD.
003030     05  MH-RUN-NUMBER           PIC 9(05).
003040     05  MH-RUN-DATE             PIC 9(08).
003050     05  MH-TRANS-COUNT          PIC 9(05).
003060     05  MH-ERROR-COUNT          PIC 9(05).
003070     05  MH-RESULT-COUNT         PIC 9(05).
003080     05  MH-RESULT-TOTAL         PIC S9(11)V99 SIGN IS
003090                                  LEADING SEPARATE CHARACTER.
003100     05  MH-RECON-FLAG           PIC X(01).
003110 FD  TREND-REPORT-FILE.
003120 01  TREND-REPORT-RECORD         PIC X(80).
003130 FD  PROCESSED-ID-FILE.
003140     COPY PROCIDRG.
003150 FD  BILL-ACTIVITY-FILE.
003160     COPY BILACTV.
003170 FD  MTD-ACCUM-FILE.
003180     COPY MTDACCUM.
003190
003200 FD  CONTROL-LEDGER-FILE.
003210     COPY CTLLEDGR.
003220 FD  RESULT-HISTORY-FILE.
003230     COPY RESHIST.
003240 WORKING-STORAGE SECTION.
003250 01  WS-TRANS-STATUS             PIC X(02).
003260 01  WS-TRANS-OPEN-SWITCH        PIC X(01) VALUE 'N'.
003270     88  WS-TRANS-IS-OPEN        VALUE 'Y'.
003280 01  WS-REPORT-STATUS            PIC X(02).
003290 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
003300     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
003310 01  WS-AUDIT-STATUS             PIC X(02).
003320 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
003330     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
003340 01  WS-AUDIT-TIMESTAMP          PIC X(21).
003350 01  WS-STEP-MARK-TEXT           PIC X(10).
003360 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
003370 COPY RUNMODE.
003380 01  WS-LEDGER-STATUS            PIC X(02).
003390 01  WS-LEDGER-IN-COUNT          PIC 9(06) COMP VALUE ZERO.
003400 01  WS-LEDGER-IN-HASH           PIC S9(13)V99 VALUE ZERO.
003410 01  WS-RESHIST-STATUS           PIC X(02).
003420 01  WS-RESHIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
003430     88  WS-RESHIST-IS-OPEN      VALUE 'Y'.
003440 01  WS-RESHIST-WRITTEN-COUNT    PIC 9(06) COMP VALUE ZERO.
003450 01  WS-RESHIST-FAILED-COUNT     PIC 9(06) COMP VALUE ZERO.
003460 01  WS-RESHIST-HASH             PIC S9(13)V99 VALUE ZERO.
003470 01  WS-RESHIST-NEW-RECORD       PIC X(106).
003480 01  WS-SUITE-FUNCTION           PIC X(01).
003490 01  WS-SUITE-STEP-NAME          PIC X(08).
003500 01  WS-SUITE-RC                 PIC 9(04).
003510 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
003520 01  WS-SUITE-DONE-SWITCH        PIC X(01).
003530     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
003540 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
003550 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
003560 01  WS-STATUS-TEXT              PIC X(20).
003570 01  WS-CKPT-STATUS              PIC X(02).
003580 01  WS-CKPT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
003590     88  WS-CKPT-IS-OPEN         VALUE 'Y'.
003600 01  WS-CKPT-INTERVAL            PIC 9(03) COMP VALUE 100.
003610 01  WS-SKIP-COUNT               PIC 9(05) COMP VALUE ZERO.
003620 01  WS-CKPT-REMAINDER           PIC 9(05) COMP VALUE ZERO.
003630 01  WS-CKPT-QUOTIENT            PIC 9(05) COMP VALUE ZERO.
003640 01  WS-BALANCED-SWITCH          PIC X(01) VALUE 'N'.
003650     88  WS-BATCH-BALANCED       VALUE 'Y'.
003660 01  WS-BAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
003670     88  WS-BAL-EOF              VALUE 'Y'.
003680 01  WS-BATCH-ID                 PIC X(08).
003690 01  WS-BUSINESS-DATE            PIC 9(08).
003700 01  WS-BATCH-TABLE-MAX          PIC 9(03) COMP VALUE 20.
003710 01  WS-BATCH-USED               PIC 9(03) COMP VALUE ZERO.
003720 01  WS-BATCH-IX                 PIC 9(03) COMP VALUE ZERO.
003730 01  WS-PROC-BATCH               PIC 9(03) COMP VALUE ZERO.
003740 01  WS-RPT-BATCH                PIC 9(03) COMP VALUE ZERO.
003750 01  WS-ACCEPTED-BATCHES         PIC 9(03) COMP VALUE ZERO.
003760 01  WS-REFUSED-BATCHES          PIC 9(03) COMP VALUE ZERO.
003770 01  WS-ACCEPTED-BATCHES-ED      PIC ZZ9.
003780 01  WS-REFUSED-BATCHES-ED       PIC ZZ9.
003790 01  WS-BATCH-OVERFLOW-SWITCH    PIC X(01) VALUE 'N'.
003800     88  WS-BATCH-OVERFLOW       VALUE 'Y'.
003810 01  WS-CUR-BATCH-OK-SWITCH      PIC X(01) VALUE 'N'.
003820     88  WS-CUR-BATCH-OK         VALUE 'Y'.
003830 01  WS-USABLE-SWITCH            PIC X(01) VALUE 'N'.
003840     88  WS-RECORD-USABLE        VALUE 'Y'.
003850 01  WS-BATCH-TABLE.
003860     05  WS-BCH-ENTRY OCCURS 20 TIMES.
003870         10  WS-BCH-ID           PIC X(08).
003880         10  WS-BCH-OK-SWITCH    PIC X(01).
003890             88  WS-BCH-IS-OK    VALUE 'Y'.
003900         10  WS-BCH-HDR-SWITCH   PIC X(01).
003910             88  WS-BCH-HAS-HDR  VALUE 'Y'.
003920         10  WS-BCH-TRL-SWITCH   PIC X(01).
003930             88  WS-BCH-HAS-TRL  VALUE 'Y'.
003940         10  WS-BCH-DETAIL-COUNT PIC 9(05) COMP.
003950         10  WS-BCH-HASH-TOTAL   PIC S9(13)V99.
003960         10  WS-BCH-TRL-COUNT    PIC 9(05) COMP.
003970         10  WS-BCH-TRL-HASH     PIC S9(13)V99.
003980 01  WS-SAVE-REGISTER-VALUE      PIC S9(09)V99 VALUE ZERO.
003990 01  WS-SAVE-REGISTER-FLAG       PIC X(01) VALUE 'N'.
004000 01  WS-BAL-DETAIL-COUNT-ED      PIC ZZZZ9.
004010 01  WS-TRL-RECORD-COUNT-ED      PIC ZZZZ9.
004020 COPY EOFSWTCH.
004030 01  WS-OPERAT                   PIC A(01).
004040 01  ws-num1                     PIC S9(07)V99.
004050 01  ws-num2                     PIC S9(07)V99.
004060 01  result                      PIC S9(09)V99.
004070 01  WS-REGISTER-VALUE           PIC S9(09)V99 VALUE ZERO.
004080 01  WS-REGISTER-SET-SWITCH      PIC X(01) VALUE 'N'.
004090     88  WS-REGISTER-IS-SET      VALUE 'Y'.
004100 01  WS-TRANS-COUNT              PIC 9(05) COMP VALUE ZERO.
004110 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
004120 01  WS-RESULT-COUNT             PIC 9(05) COMP VALUE ZERO.
004130 01  WS-RESULT-TOTAL             PIC S9(11)V99 VALUE ZERO.
004140 01  WS-RESULT-MIN               PIC S9(09)V99.
004150 01  WS-RESULT-MAX               PIC S9(09)V99.
004160 01  WS-RESULT-AVERAGE           PIC S9(09)V99 VALUE ZERO.
004170 01  WS-RECON-VALUE              PIC S9(09)V99.
004180 01  WS-RECON-STATUS             PIC X(20).
004190 01  WS-RECON-TOTAL              PIC S9(11)V99 VALUE ZERO.
004200 01  WS-RECON-MISMATCH-COUNT     PIC 9(05) COMP VALUE ZERO.
004210 01  WS-RECON-MISMATCH-COUNT-ED  PIC ZZZZ9.
004220 01  WS-TRANS-COUNT-ED           PIC ZZZZ9.
004230 01  WS-ERROR-COUNT-ED           PIC ZZZZ9.
004240 01  WS-RESULT-COUNT-ED          PIC ZZZZ9.
004250 01  WS-FOOTING-TOTAL            PIC 9(05) COMP VALUE ZERO.
004260 01  WS-FOOTING-TOTAL-ED         PIC ZZZZ9.
004270 01  WS-IDS-STATUS               PIC X(02).
004280 01  WS-IDS-OPEN-SWITCH          PIC X(01) VALUE 'N'.
004290     88  WS-IDS-IS-OPEN          VALUE 'Y'.
004300 01  WS-DUPLICATE-SWITCH         PIC X(01).
004310     88  WS-IS-DUPLICATE         VALUE 'Y'.
004320 01  WS-DUPLICATE-COUNT          PIC 9(05) COMP VALUE ZERO.
004330 01  WS-DUPLICATE-COUNT-ED       PIC ZZZZ9.
004340 01  WS-PROC-KEY                 PIC X(08).
004350 01  WS-PROC-FOUND-SWITCH        PIC X(01) VALUE 'N'.
004360     88  WS-PROC-FOUND           VALUE 'Y'.
004370 01  WS-PROC-CLIENT              PIC X(04).
004380 01  WS-PROC-OPERATION           PIC X(01).
004390 01  WS-PROC-RESULT              PIC S9(09)V99.
004400 01  WS-PROC-RESULT-SWITCH       PIC X(01).
004410     88  WS-PROC-HAS-RESULT      VALUE 'Y'.
004420 01  WS-PROC-REVERSED-SWITCH     PIC X(01).
004430     88  WS-PROC-IS-REVERSED     VALUE 'Y'.
004440 01  WS-REVERSES-ID              PIC X(08) VALUE SPACES.
004450 01  WS-REVERSAL-POSTED-SWITCH   PIC X(01) VALUE 'N'.
004460     88  WS-REVERSAL-POSTED      VALUE 'Y'.
004470 01  WS-REVERSAL-IN-COUNT        PIC 9(05) COMP VALUE ZERO.
004480 01  WS-REVERSAL-COUNT           PIC 9(05) COMP VALUE ZERO.
004490 01  WS-REVERSAL-ERROR-COUNT     PIC 9(05) COMP VALUE ZERO.
004500 01  WS-REVERSAL-TOTAL           PIC S9(11)V99 VALUE ZERO.
004510 01  WS-REVERSAL-COUNT-ED        PIC ZZZZ9.
004520 01  WS-REVERSAL-TOTAL-ED        PIC -(10).99.
004530 01  WS-MTD-NET-AMOUNT           PIC S9(13)V99 VALUE ZERO.
004540 01  WS-REV-TABLE-MAX            PIC 9(03) COMP VALUE 100.
004550 01  WS-REV-USED                 PIC 9(03) COMP VALUE ZERO.
004560 01  WS-REV-IX                   PIC 9(03) COMP VALUE ZERO.
004570 01  WS-REV-UNLISTED-ED          PIC ZZZZ9.
004580 01  WS-REV-TABLE.
004590     05  WS-RV-ENTRY OCCURS 100 TIMES.
004600         10  WS-RV-ORIG-ID       PIC X(08).
004610         10  WS-RV-ORIG-OPERATION
004620                                 PIC X(01).
004630         10  WS-RV-ORIG-RESULT   PIC S9(09)V99.
004640         10  WS-RV-REV-ID        PIC X(08).
004650         10  WS-RV-REV-AMOUNT    PIC S9(09)V99.
004660 01  WS-HIST-STATUS              PIC X(02).
004670 01  WS-TREND-STATUS             PIC X(02).
004680 01  WS-TREND-OPEN-SWITCH        PIC X(01) VALUE 'N'.
004690     88  WS-TREND-IS-OPEN        VALUE 'Y'.
004700 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
004710     88  WS-HIST-EOF             VALUE 'Y'.
004720 01  WS-HIST-SEEN                PIC 9(05) COMP VALUE ZERO.
004730 01  WS-HIST-RING-SIZE           PIC 9(02) COMP VALUE 10.
004740 01  WS-HIST-SLOT                PIC 9(02) COMP VALUE ZERO.
004750 01  WS-HIST-IX                  PIC 9(02) COMP VALUE ZERO.
004760 01  WS-HIST-QUOTIENT            PIC 9(05) COMP VALUE ZERO.
004770 01  WS-HIST-N                   PIC 9(02) COMP VALUE ZERO.
004780 01  WS-ACTIVITY-STATUS          PIC X(02).
004790 01  WS-MTD-STATUS               PIC X(02).
004800 01  WS-ACT-TABLE-MAX            PIC 9(03) COMP VALUE 40.
004810 01  WS-ACT-USED                 PIC 9(03) COMP VALUE ZERO.
004820 01  WS-ACT-IX                   PIC 9(03) COMP VALUE ZERO.
004830 01  WS-ACT-SLOT                 PIC 9(03) COMP VALUE ZERO.
004840 01  WS-ACT-ENTRY-TABLE.
004850     05  WS-ACT-ENTRY OCCURS 40 TIMES.
004860         10  WS-ACT-CLIENT       PIC X(04).
004870         10  WS-ACT-OPERATION    PIC X(01).
004880         10  WS-ACT-COUNT        PIC 9(05) COMP.
004890         10  WS-ACT-REVERSED     PIC 9(05) COMP.
004900 01  WS-HIST-RING.
004910     05  WS-HIST-ENTRY OCCURS 10 TIMES.
004920         10  WS-HR-TRANS-COUNT   PIC 9(05) COMP.
004930         10  WS-HR-ERROR-COUNT   PIC 9(05) COMP.
004940 01  WS-HIST-SUM-TRANS           PIC 9(07) COMP VALUE ZERO.
004950 01  WS-HIST-SUM-ERRORS          PIC 9(07) COMP VALUE ZERO.
004960 01  WS-HIST-AVG-TRANS           PIC 9(07)V99 VALUE ZERO.
004970 01  WS-HIST-AVG-ERRORS          PIC 9(07)V99 VALUE ZERO.
004980 01  WS-HIST-AVG-TRANS-ED        PIC ZZZZZZ9.99.
004990 01  WS-HIST-AVG-ERRORS-ED       PIC ZZZZZZ9.99.
005000 01  WS-HIST-N-ED                PIC Z9.
005010 01  WS-TODAY                    PIC X(21).
005020 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
005030     05  WS-TODAY-DATE           PIC 9(08).
005040     05  FILLER                  PIC X(13).
005050 01  WS-ANOMALY-SWITCH           PIC X(01) VALUE 'N'.
005060     88  WS-ANOMALY-FOUND        VALUE 'Y'.
005070 COPY RPTCTL.
005080 01  WS-RESULT-LINE.
005090     05  RL-TRANS-NO             PIC ZZZZ9.
005100     05  FILLER                  PIC X(03) VALUE SPACES.
005110     05  RL-NUM1                 PIC -(7).99.
005120     05  FILLER                  PIC X(01) VALUE SPACES.
005130     05  RL-OPERAT               PIC X(01).
005140     05  FILLER                  PIC X(01) VALUE SPACES.
005150     05  RL-NUM2                 PIC -(7).99.
005160     05  FILLER                  PIC X(03) VALUE SPACES.
005170     05  RL-EQUALS               PIC X(01) VALUE '='.
005180     05  FILLER                  PIC X(01) VALUE SPACES.
005190     05  RL-RESULT               PIC -(9).99.
005200     05  FILLER                  PIC X(03) VALUE SPACES.
005210     05  RL-STATUS               PIC X(20).
005220 01  WS-REVERSAL-LINE.
005230     05  FILLER                  PIC X(09) VALUE "ORIGINAL ".
005240     05  RV-ORIG-ID              PIC X(08).
005250     05  FILLER                  PIC X(02) VALUE SPACES.
005260     05  RV-ORIG-OPERAT          PIC X(01).
005270     05  FILLER                  PIC X(01) VALUE SPACES.
005280     05  RV-ORIG-RESULT          PIC -(9).99.
005290     05  FILLER                  PIC X(03) VALUE " | ".
005300     05  FILLER                  PIC X(09) VALUE "REVERSAL ".
005310     05  RV-REV-ID               PIC X(08).
005320     05  FILLER                  PIC X(01) VALUE SPACES.
005330     05  RV-REV-AMOUNT           PIC -(9).99.
005340*-----------------------
005350 LINKAGE SECTION.
005360*-----------------------
005370 01  LK-OPERATOR-ID              PIC X(08).
005380
005390*-----------------------
005400 PROCEDURE DIVISION USING LK-OPERATOR-ID.
005410*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
005420 0000-MAINLINE.
005430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005440     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
005450         UNTIL WS-EOF.
005460     PERFORM 8000-FINALIZE THRU 8000-EXIT.
005470     MOVE 'R' TO WS-SUITE-FUNCTION.
005480     MOVE WS-STEP-RC TO WS-SUITE-RC.
005490     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
005500         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
005510     MOVE WS-STEP-RC TO RETURN-CODE.
005520     GOBACK.
005530
005540 1000-INITIALIZE.
005550     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
005560     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
005570         CALL "GETRUN" USING WS-RUN-NUMBER
005580         MOVE SPACE TO WS-NIGHT-MODE
005590     END-IF.
005600     MOVE "MATHOPS " TO WS-SUITE-STEP-NAME.
005610     MOVE 'C' TO WS-SUITE-FUNCTION.
005620     MOVE ZERO TO WS-SUITE-RC.
005630     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
005640         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
005650     IF WS-SUITE-STEP-DONE
005660         DISPLAY WS-SUITE-STEP-NAME
005670             " ALREADY COMPLETE THIS RUN - BYPASSED"
005680         GOBACK
005690     END-IF.
005700     MOVE "MATHOPS " TO RPT-PROGRAM-NAME.
005710     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER.
005720     MOVE WS-NIGHT-MODE TO RPT-RUN-MODE.
005730     MOVE 60 TO RPT-LINES-PER-PAGE.
005740     MOVE ZERO TO RPT-LINE-COUNT.
005750     MOVE ZERO TO RPT-PAGE-COUNT.
005760     MOVE 'D' TO RPT-REQUEST.
005770     MOVE "TRANS  NUM1 OP NUM2   = RESULT    STATUS"
005780         TO RPT-COLUMN-HEADING.
005790     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
005800         MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
005810     END-IF.
005820     OPEN OUTPUT AUDIT-LOG-FILE.
005830     IF WS-AUDIT-STATUS = "00"
005840         SET WS-AUDIT-IS-OPEN TO TRUE
005850     END-IF.
005860     MOVE "STEP START" TO WS-STEP-MARK-TEXT.
005870     PERFORM 9100-WRITE-STEP-MARK THRU 9100-EXIT.
005880     OPEN INPUT MATH-TRANS-FILE.
005890     IF WS-TRANS-STATUS NOT = "00"
005900         DISPLAY "MATHTRAN OPEN FAILED, STATUS " WS-TRANS-STATUS
005910         SET WS-EOF TO TRUE
005920         MOVE 12 TO WS-STEP-RC
005930     ELSE
005940         SET WS-TRANS-IS-OPEN TO TRUE
005950         PERFORM 1050-BALANCE-BATCH THRU 1050-EXIT
005960     END-IF.
005970     IF WS-TRANS-IS-OPEN AND WS-BATCH-BALANCED
005980         PERFORM 1070-OPEN-PROCESSED-IDS THRU 1070-EXIT
005990     END-IF.
006000     IF WS-TRANS-IS-OPEN AND WS-BATCH-BALANCED
006010         PERFORM 1120-APPLY-CHECKPOINT THRU 1120-EXIT
006020         IF WS-SKIP-COUNT > ZERO
006030             DISPLAY "RESTART: SKIPPING " WS-SKIP-COUNT
006040                 " ALREADY-PROCESSED TRANSACTIONS"
006050             PERFORM 1150-SKIP-TRANSACTIONS THRU 1150-EXIT
006060*            The skip replay crossed the batch headers again,
006070*            and each header clears the chained register -- so
006080*            the register the checkpoint carried is restored
006090*            here, after the replay, not before it.
006100             MOVE WS-SAVE-REGISTER-VALUE TO WS-REGISTER-VALUE
006110             MOVE WS-SAVE-REGISTER-FLAG
006120                 TO WS-REGISTER-SET-SWITCH
006130         END-IF
006140         PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
006150     END-IF.
006160     PERFORM 1125-OPEN-REPORT-FILE THRU 1125-EXIT.
006170 1000-EXIT.
006180     EXIT.
006190
006200 1050-BALANCE-BATCH.
006210******************************************************************
006220* Reads the whole transaction file once before any processing.
006230* The file may now carry several header/detail/trailer groups,
006240* one per submitting department, and each group balances on
006250* its own: header and trailer present, trailer count equal to
006260* the details read, hash footing to the numeric TR-NUM1
006270* values.  A group that fails is refused on its own with an
006280* ERROR audit record, and RETURN-CODE 8 marks the run, while
006290* every balanced group still processes.  Only a file with no
006300* balanced group at all is refused whole with RETURN-CODE 12.
006310******************************************************************
006320     PERFORM 1060-BALANCE-ONE-RECORD THRU 1060-EXIT
006330         UNTIL WS-BAL-EOF.
006340     PERFORM 1075-JUDGE-ONE-BATCH THRU 1075-EXIT
006350         VARYING WS-BATCH-IX FROM 1 BY 1
006360         UNTIL WS-BATCH-IX > WS-BATCH-USED.
006370     IF WS-BATCH-OVERFLOW
006380         DISPLAY "MATHTRAN REFUSED - TOO MANY BATCHES IN FILE"
006390         MOVE ZERO TO WS-ACCEPTED-BATCHES
006400     END-IF.
006410     IF WS-ACCEPTED-BATCHES > ZERO
006420         SET WS-BATCH-BALANCED TO TRUE
006430         CLOSE MATH-TRANS-FILE
006440         OPEN INPUT MATH-TRANS-FILE
006450         IF WS-REFUSED-BATCHES > ZERO
006460             MOVE 8 TO WS-STEP-RC
006470         END-IF
006480     ELSE
006490         DISPLAY "MATHTRAN REFUSED - NO BALANCED BATCH IN FILE"
006500         CLOSE MATH-TRANS-FILE
006510         MOVE 'N' TO WS-TRANS-OPEN-SWITCH
006520         SET WS-EOF TO TRUE
006530         MOVE 12 TO WS-STEP-RC
006540     END-IF.
006550 1050-EXIT.
006560     EXIT.
006570
006580 1060-BALANCE-ONE-RECORD.
006590******************************************************************
006600* A detail or trailer arriving before any header opens an
006610* orphan group that can never balance, so stray records refuse
006620* their own group instead of poisoning a neighbor's.  A reversal
006630* record counts as a detail but has no operand to foot.
006640******************************************************************
006650     READ MATH-TRANS-FILE
006660         AT END
006670             SET WS-BAL-EOF TO TRUE
006680     END-READ.
006690     IF WS-BAL-EOF
006700         GO TO 1060-EXIT
006710     END-IF.
006720     EVALUATE TRUE
006730         WHEN TR-IS-HEADER
006740             PERFORM 1065-OPEN-NEW-BATCH THRU 1065-EXIT
006750             IF WS-BATCH-USED > ZERO
006760                 MOVE 'Y' TO WS-BCH-HDR-SWITCH (WS-BATCH-USED)
006770                 MOVE TH-BATCH-ID TO WS-BCH-ID (WS-BATCH-USED)
006780                 MOVE TH-BUSINESS-DATE TO WS-BUSINESS-DATE
006790             END-IF
006800         WHEN TR-IS-TRAILER
006810             IF WS-BATCH-USED = ZERO
006820                 PERFORM 1065-OPEN-NEW-BATCH THRU 1065-EXIT
006830             END-IF
006840             IF WS-BATCH-USED > ZERO
006850                 MOVE 'Y' TO WS-BCH-TRL-SWITCH (WS-BATCH-USED)
006860                 MOVE TT-RECORD-COUNT
006870                     TO WS-BCH-TRL-COUNT (WS-BATCH-USED)
006880                 MOVE TT-HASH-TOTAL
006890                     TO WS-BCH-TRL-HASH (WS-BATCH-USED)
006900             END-IF
006910         WHEN TR-IS-DETAIL
006920         WHEN TR-IS-REVERSAL
006930             IF WS-BATCH-USED = ZERO
006940                 PERFORM 1065-OPEN-NEW-BATCH THRU 1065-EXIT
006950             END-IF
006960             IF WS-BATCH-USED > ZERO
006970                 ADD 1 TO WS-BCH-DETAIL-COUNT (WS-BATCH-USED)
006980                 IF TR-NUM1 NUMERIC
006990                     AND TR-IS-DETAIL
007000                     ADD TR-NUM1
007010                         TO WS-BCH-HASH-TOTAL (WS-BATCH-USED)
007020                 END-IF
007030             END-IF
007040     END-EVALUATE.
007050 1060-EXIT.
007060     EXIT.
007070
007080 1065-OPEN-NEW-BATCH.
007090     IF WS-BATCH-USED >= WS-BATCH-TABLE-MAX
007100         SET WS-BATCH-OVERFLOW TO TRUE
007110         GO TO 1065-EXIT
007120     END-IF.
007130     ADD 1 TO WS-BATCH-USED.
007140     MOVE SPACES TO WS-BCH-ID (WS-BATCH-USED).
007150     MOVE 'N' TO WS-BCH-OK-SWITCH (WS-BATCH-USED).
007160     MOVE 'N' TO WS-BCH-HDR-SWITCH (WS-BATCH-USED).
007170     MOVE 'N' TO WS-BCH-TRL-SWITCH (WS-BATCH-USED).
007180     MOVE ZERO TO WS-BCH-DETAIL-COUNT (WS-BATCH-USED).
007190     MOVE ZERO TO WS-BCH-HASH-TOTAL (WS-BATCH-USED).
007200     MOVE ZERO TO WS-BCH-TRL-COUNT (WS-BATCH-USED).
007210     MOVE ZERO TO WS-BCH-TRL-HASH (WS-BATCH-USED).
007220 1065-EXIT.
007230     EXIT.
007240
007250 1075-JUDGE-ONE-BATCH.
007260******************************************************************
007270* Accepts or refuses one header/detail/trailer group on its own
007280* balancing, with the per-batch ERROR audit record the refusal
007290* used to write for the whole file.
007300******************************************************************
007310     IF WS-BCH-HAS-HDR (WS-BATCH-IX)
007320         AND WS-BCH-HAS-TRL (WS-BATCH-IX)
007330         AND WS-BCH-DETAIL-COUNT (WS-BATCH-IX) =
007340             WS-BCH-TRL-COUNT (WS-BATCH-IX)
007350         AND WS-BCH-HASH-TOTAL (WS-BATCH-IX) =
007360             WS-BCH-TRL-HASH (WS-BATCH-IX)
007370         MOVE 'Y' TO WS-BCH-OK-SWITCH (WS-BATCH-IX)
007380         ADD 1 TO WS-ACCEPTED-BATCHES
007390     ELSE
007400         ADD 1 TO WS-REFUSED-BATCHES
007410         MOVE WS-BCH-ID (WS-BATCH-IX) TO WS-BATCH-ID
007420         MOVE WS-BCH-DETAIL-COUNT (WS-BATCH-IX)
007430             TO WS-BAL-DETAIL-COUNT-ED
007440         MOVE WS-BCH-TRL-COUNT (WS-BATCH-IX)
007450             TO WS-TRL-RECORD-COUNT-ED
007460         DISPLAY "MATHTRAN BATCH " WS-BATCH-ID
007470             " REFUSED - OUT OF BALANCE"
007480         CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP
007490         MOVE SPACES TO AUDIT-LOG-RECORD
007500         MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP
007510         MOVE "MATHOPS " TO AUDIT-PROGRAM-ID
007520         MOVE WS-OPERATOR-ID TO AUDIT-USER-ID
007530         IF WS-SIMULATION
007540             MOVE "SIMULATE" TO AUDIT-USER-ID
007550         END-IF
007560         MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER
007570         SET AUDIT-IS-ERROR TO TRUE
007580         STRING "BATCH " WS-BATCH-ID " REFUSED, TRAILER COUNT "
007590             WS-TRL-RECORD-COUNT-ED " VS DETAILS "
007600             WS-BAL-DETAIL-COUNT-ED
007610             " OR HASH/CONTROL RECORDS BAD"
007620             DELIMITED BY SIZE INTO AUDIT-MESSAGE-TEXT
007630         IF WS-AUDIT-IS-OPEN
007640             WRITE AUDIT-LOG-RECORD
007650         END-IF
007660     END-IF.
007670 1075-EXIT.
007680     EXIT.
007690
007700 1100-READ-TRANSACTION.
007710******************************************************************
007720* Advances to the next detail record of an accepted batch,
007730* passing over the control records already consumed by the
007740* balancing pre-pass and over every record of a batch the
007750* pre-pass refused.  A header starting a new batch clears the
007760* chained result register -- a chain belongs to one submitted
007770* batch, and a record must never chain off another
007780* department's last result.
007790******************************************************************
007800     MOVE 'N' TO WS-USABLE-SWITCH.
007810     PERFORM 1110-READ-ONE-RECORD THRU 1110-EXIT
007820         UNTIL WS-EOF OR WS-RECORD-USABLE.
007830 1100-EXIT.
007840     EXIT.
007850
007860 1110-READ-ONE-RECORD.
007870     READ MATH-TRANS-FILE
007880         AT END
007890             SET WS-EOF TO TRUE
007900     END-READ.
007910     IF WS-EOF
007920         GO TO 1110-EXIT
007930     END-IF.
007940     IF TR-IS-HEADER
007950         ADD 1 TO WS-PROC-BATCH
007960         MOVE TH-BUSINESS-DATE TO WS-BUSINESS-DATE
007970         MOVE ZERO TO WS-REGISTER-VALUE
007980         MOVE 'N' TO WS-REGISTER-SET-SWITCH
007990     END-IF.
008000     PERFORM 1115-SET-BATCH-STATE THRU 1115-EXIT.
008010     IF (TR-IS-DETAIL OR TR-IS-REVERSAL) AND WS-CUR-BATCH-OK
008020         SET WS-RECORD-USABLE TO TRUE
008030     END-IF.
008040 1110-EXIT.
008050     EXIT.
008060
008070 1115-SET-BATCH-STATE.
008080     MOVE 'N' TO WS-CUR-BATCH-OK-SWITCH.
008090     IF WS-PROC-BATCH > ZERO
008100         AND WS-PROC-BATCH <= WS-BATCH-USED
008110         IF WS-BCH-IS-OK (WS-PROC-BATCH)
008120             SET WS-CUR-BATCH-OK TO TRUE
008130         END-IF
008140     END-IF.
008150 1115-EXIT.
008160     EXIT.
008170
008180 1120-APPLY-CHECKPOINT.
008190******************************************************************
008200* Looks for a checkpoint record left by a prior run that abended
008210* partway through this transaction file.  If one is found, its
008220* transaction count becomes the number of leading records this
008230* run will skip instead of reprocessing, and its running
008240* statistics become this run's starting statistics, so the
008250* end-of-run summary and report trailer cover the whole batch
008260* instead of only the transactions processed after the restart.
008270******************************************************************
008280     OPEN INPUT CHECKPOINT-FILE.
008290     IF WS-CKPT-STATUS = "00"
008300         READ CHECKPOINT-FILE
008310             AT END
008320                 CONTINUE
008330         END-READ
008340         IF WS-CKPT-STATUS = "00"
008350             MOVE CKPT-TRANS-COUNT TO WS-SKIP-COUNT
008360             MOVE CKPT-ERROR-COUNT TO WS-ERROR-COUNT
008370             MOVE CKPT-RESULT-COUNT TO WS-RESULT-COUNT
008380             MOVE CKPT-RESULT-TOTAL TO WS-RESULT-TOTAL
008390             MOVE CKPT-RESULT-MIN TO WS-RESULT-MIN
008400             MOVE CKPT-RESULT-MAX TO WS-RESULT-MAX
008410             MOVE CKPT-RECON-TOTAL TO WS-RECON-TOTAL
008420             MOVE CKPT-RECON-MISMATCH-COUNT
008430                 TO WS-RECON-MISMATCH-COUNT
008440             MOVE CKPT-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT
008450             MOVE CKPT-REGISTER-VALUE TO WS-REGISTER-VALUE
008460             MOVE CKPT-REGISTER-SET-FLAG
008470                 TO WS-REGISTER-SET-SWITCH
008480             MOVE CKPT-REGISTER-VALUE
008490                 TO WS-SAVE-REGISTER-VALUE
008500             MOVE CKPT-REGISTER-SET-FLAG
008510                 TO WS-SAVE-REGISTER-FLAG
008520             IF CKPT-REVERSAL-TOTAL NUMERIC
008530                 MOVE CKPT-REVERSAL-COUNT TO WS-REVERSAL-COUNT
008540                 MOVE CKPT-REVERSAL-ERROR-COUNT
008550                     TO WS-REVERSAL-ERROR-COUNT
008560                 MOVE CKPT-REVERSAL-TOTAL TO WS-REVERSAL-TOTAL
008570                 ADD WS-REVERSAL-COUNT WS-REVERSAL-ERROR-COUNT
008580                     GIVING WS-REVERSAL-IN-COUNT
008590             END-IF
008600         END-IF
008610         CLOSE CHECKPOINT-FILE
008620     END-IF.
008630 1120-EXIT.
008640     EXIT.
008650
008660 1125-OPEN-REPORT-FILE.
008670******************************************************************
008680* A clean start opens the report fresh and writes its header.  A
008690* restart past a checkpoint opens it EXTEND instead, so the
008700* detail lines from before the abend stay in the file and the
008710* trailer this run writes covers the whole batch instead of only
008720* the transactions processed since the restart.
008730******************************************************************
008740     IF WS-SKIP-COUNT > ZERO
008750         OPEN EXTEND MATH-REPORT-FILE
008760     ELSE
008770         OPEN OUTPUT MATH-REPORT-FILE
008780     END-IF.
008790     IF WS-REPORT-STATUS = "00"
008800         SET WS-REPORT-IS-OPEN TO TRUE
008810     END-IF.
008820     PERFORM 1128-OPEN-RESULT-HISTORY THRU 1128-EXIT.
008830 1125-EXIT.
008840     EXIT.
008850
008860 1128-OPEN-RESULT-HISTORY.
008870******************************************************************
008880* Opens the shared RESHIST results history for update.  On a
008890* restart the skipped transactions' records are already on the
008900* file, so the written count starts from them; the replayed
008910* details after the checkpoint land on their own keys again, and
008920* 2925 keeps a record that posted before the abend rather than
008930* overwrite it with the replay's DUPLICATE.  An unopenable
008940* history is reported but does not fail the run -- the CTLVERFY
008950* foot shows the records missing.
008960* A simulated night writes no history.
008970******************************************************************
008980     IF WS-SIMULATION
008990         GO TO 1128-EXIT
009000     END-IF.
009010     OPEN I-O RESULT-HISTORY-FILE.
009020     IF WS-RESHIST-STATUS NOT = "00"
009030         DISPLAY "RESHIST OPEN FAILED, STATUS " WS-RESHIST-STATUS
009040         GO TO 1128-EXIT
009050     END-IF.
009060     SET WS-RESHIST-IS-OPEN TO TRUE.
009070     MOVE WS-SKIP-COUNT TO WS-RESHIST-WRITTEN-COUNT.
009080 1128-EXIT.
009090     EXIT.
009100
009110 1150-SKIP-TRANSACTIONS.
009120     PERFORM 1160-SKIP-ONE-TRANSACTION THRU 1160-EXIT
009130         UNTIL WS-TRANS-COUNT >= WS-SKIP-COUNT OR WS-EOF.
009140 1150-EXIT.
009150     EXIT.
009160
009170 1160-SKIP-ONE-TRANSACTION.
009180     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
009190     IF NOT WS-EOF
009200         ADD 1 TO WS-TRANS-COUNT
009210     END-IF.
009220 1160-EXIT.
009230     EXIT.
009240
009250 2000-PROCESS-TRANSACTION.
009260     IF WS-PROC-BATCH NOT = WS-RPT-BATCH
009270         PERFORM 2080-START-BATCH-SECTION THRU 2080-EXIT
009280     END-IF.
009290     ADD 1 TO WS-TRANS-COUNT.
009300     IF TR-IS-REVERSAL
009310         PERFORM 2300-PROCESS-REVERSAL THRU 2300-EXIT
009320         PERFORM 2960-WRITE-CHECKPOINT THRU 2960-EXIT
009330         PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
009340         GO TO 2000-EXIT
009350     END-IF.
009360     MOVE TR-NUM1 TO ws-num1.
009370     MOVE TR-NUM2 TO ws-num2.
009380     MOVE TR-OPERAT TO WS-OPERAT.
009390     MOVE ZERO TO result.
009400     MOVE SPACES TO WS-STATUS-TEXT.
009410     MOVE "OK" TO WS-STATUS-TEXT.
009420     PERFORM 2005-CHECK-DUPLICATE THRU 2005-EXIT.
009430     IF WS-STATUS-TEXT = "OK"
009440         PERFORM 2010-RESOLVE-OPERANDS THRU 2010-EXIT
009450     END-IF.
009460
009470     IF WS-STATUS-TEXT = "OK" AND WS-OPERAT = '+'
009480         ADD ws-num1 ws-num2 GIVING result
009490         ON SIZE ERROR
009500             DISPLAY "Tasma oldu"
009510             MOVE "SIZE ERROR" TO WS-STATUS-TEXT
009520             ADD 1 TO WS-ERROR-COUNT
009530         END-ADD
009540     END-IF.
009550
009560     IF WS-STATUS-TEXT = "OK" AND WS-OPERAT = '-'
009570         SUBTRACT ws-num2 FROM ws-num1 GIVING result
009580         ON SIZE ERROR
009590             DISPLAY "Tasma oldu"
009600             MOVE "SIZE ERROR" TO WS-STATUS-TEXT
009610             ADD 1 TO WS-ERROR-COUNT
009620         END-SUBTRACT
009630     END-IF.
009640
009650     IF WS-STATUS-TEXT = "OK" AND WS-OPERAT = '*'
009660         MULTIPLY ws-num1 BY ws-num2 GIVING result
009670         ON SIZE ERROR
009680             DISPLAY "Tasma oldu"
009690             MOVE "SIZE ERROR" TO WS-STATUS-TEXT
009700             ADD 1 TO WS-ERROR-COUNT
009710         END-MULTIPLY
009720     END-IF.
009730
009740     IF WS-STATUS-TEXT = "OK" AND WS-OPERAT = '/'
009750         IF ws-num2 = ZERO
009760             DISPLAY "DIVIDE BY ZERO - TRANSACTION SKIPPED"
009770             MOVE "DIVIDE BY ZERO" TO WS-STATUS-TEXT
009780             ADD 1 TO WS-ERROR-COUNT
009790         ELSE
009800             DIVIDE ws-num1 BY ws-num2 GIVING result
009810             ON SIZE ERROR
009820                 DISPLAY "Tasma oldu"
009830                 MOVE "SIZE ERROR" TO WS-STATUS-TEXT
009840                 ADD 1 TO WS-ERROR-COUNT
009850             END-DIVIDE
009860         END-IF
009870     END-IF.
009880
009890     IF WS-STATUS-TEXT = "OK"
009900             AND WS-OPERAT NOT = '+' AND WS-OPERAT NOT = '-'
009910             AND WS-OPERAT NOT = '*' AND WS-OPERAT NOT = '/'
009920         DISPLAY "INVALID OPERATOR - TRANSACTION SKIPPED"
009930         MOVE "INVALID OPERATOR" TO WS-STATUS-TEXT
009940         ADD 1 TO WS-ERROR-COUNT
009950     END-IF.
009960
009970     DISPLAY "result "result.
009980     IF WS-STATUS-TEXT = "OK"
009990         PERFORM 2800-ACCUMULATE-STATISTICS THRU 2800-EXIT
010000         PERFORM 2850-RECONCILE-RESULT THRU 2850-EXIT
010010         PERFORM 2400-TALLY-BILLING-ACTIVITY THRU 2400-EXIT
010020         PERFORM 2007-REGISTER-TRANS-ID THRU 2007-EXIT
010030         MOVE result TO WS-REGISTER-VALUE
010040         SET WS-REGISTER-IS-SET TO TRUE
010050     END-IF.
010060     PERFORM 2900-WRITE-RESULT-LINE THRU 2900-EXIT.
010070     PERFORM 2950-WRITE-AUDIT-ENTRY THRU 2950-EXIT.
010080     PERFORM 2960-WRITE-CHECKPOINT THRU 2960-EXIT.
010090     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
010100 2000-EXIT.
010110     EXIT.
010120
010130 2080-START-BATCH-SECTION.
010140******************************************************************
010150* First detail of a newly accepted batch: print the batch
010160* heading so each department's group reports as its own
010170* section of the result file.
010180******************************************************************
010190     MOVE WS-PROC-BATCH TO WS-RPT-BATCH.
010200     IF WS-REPORT-IS-OPEN
010210         AND WS-PROC-BATCH <= WS-BATCH-USED
010220         MOVE SPACES TO RPT-DETAIL-LINE
010230         STRING "BATCH " WS-BCH-ID (WS-PROC-BATCH)
010240             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
010250         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
010260     END-IF.
010270 2080-EXIT.
010280     EXIT.
010290
010300 2010-RESOLVE-OPERANDS.
010310******************************************************************
010320* A detail record may flag either operand as coming from the
010330* result register -- the previous successful result in this
010340* batch -- instead of the keyed value, so dependent steps chain
010350* without re-keyed intermediates.  A register reference before
010360* any result exists is an error, not a silent zero.
010370******************************************************************
010380     IF TR-NUM1-FROM-REGISTER
010390         IF WS-REGISTER-IS-SET
010400             MOVE WS-REGISTER-VALUE TO ws-num1
010410         ELSE
010420             DISPLAY "NO PRIOR RESULT - TRANSACTION SKIPPED"
010430             MOVE "NO PRIOR RESULT" TO WS-STATUS-TEXT
010440             ADD 1 TO WS-ERROR-COUNT
010450             GO TO 2010-EXIT
010460         END-IF
010470     END-IF.
010480     IF TR-NUM2-FROM-REGISTER
010490         IF WS-REGISTER-IS-SET
010500             MOVE WS-REGISTER-VALUE TO ws-num2
010510         ELSE
010520             DISPLAY "NO PRIOR RESULT - TRANSACTION SKIPPED"
010530             MOVE "NO PRIOR RESULT" TO WS-STATUS-TEXT
010540             ADD 1 TO WS-ERROR-COUNT
010550         END-IF
010560     END-IF.
010570 2010-EXIT.
010580     EXIT.
010590
010600 1070-OPEN-PROCESSED-IDS.
010610******************************************************************
010620* Opens the keyed processed-ID register for update; IDs are read
010630* and written directly by trans ID as transactions come by.  The
010640* register is the only protection against posting a transaction
010650* twice, so a run that cannot open it posts nothing: the file is
010660* refused whole RC 12 with an ERROR audit record, exactly like a
010670* file with no balanced batch, and the checkpoint is left alone
010680* for the rerun.  A simulated night only reads it.
010690******************************************************************
010700     IF WS-SIMULATION
010710         OPEN INPUT PROCESSED-ID-FILE
010720     ELSE
010730         OPEN I-O PROCESSED-ID-FILE
010740     END-IF.
010750     IF WS-IDS-STATUS = "00"
010760         SET WS-IDS-IS-OPEN TO TRUE
010770         GO TO 1070-EXIT
010780     END-IF.
010790     DISPLAY "MATHIDS OPEN FAILED, STATUS " WS-IDS-STATUS.
010800     DISPLAY "MATHTRAN REFUSED - NO PROCESSED-ID REGISTER".
010810     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
010820     MOVE SPACES TO AUDIT-LOG-RECORD.
010830     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
010840     MOVE "MATHOPS " TO AUDIT-PROGRAM-ID.
010850     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
010860     IF WS-SIMULATION
010870         MOVE "SIMULATE" TO AUDIT-USER-ID
010880     END-IF.
010890     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
010900     SET AUDIT-IS-ERROR TO TRUE.
010910     STRING "MATHIDS OPEN FAILED, STATUS " WS-IDS-STATUS
010920         ", MATHTRAN REFUSED, NOTHING POSTED"
010930         DELIMITED BY SIZE INTO AUDIT-MESSAGE-TEXT.
010940     IF WS-AUDIT-IS-OPEN
010950         WRITE AUDIT-LOG-RECORD
010960     END-IF.
010970     CLOSE MATH-TRANS-FILE.
010980     MOVE 'N' TO WS-TRANS-OPEN-SWITCH.
010990     MOVE 'N' TO WS-BALANCED-SWITCH.
011000     SET WS-EOF TO TRUE.
011010     MOVE 12 TO WS-STEP-RC.
011020 1070-EXIT.
011030     EXIT.
011040
011050 2005-CHECK-DUPLICATE.
011060******************************************************************
011070* An ID already on the processed-ID register (this run or any
011080* earlier one still inside the retention window) is bypassed
011090* with a DUPLICATE status line instead of recomputed.  The check
011100* is one keyed read.  New IDs are remembered by
011110* 2007-REGISTER-TRANS-ID only once the transaction completes
011120* with status OK.
011130* A bypass does NOT load the
011140* result register (the original result is not kept), so a later
011150* record chaining off a bypassed duplicate errors NO PRIOR
011160* RESULT rather than chaining off the wrong value; a resubmitted
011170* chain must carry its antecedent values keyed, not by register.
011180******************************************************************
011190     MOVE 'N' TO WS-DUPLICATE-SWITCH.
011200     MOVE TR-TRANS-ID TO PID-TRANS-ID.
011210     READ PROCESSED-ID-FILE
011220         INVALID KEY
011230             CONTINUE
011240         NOT INVALID KEY
011250             SET WS-IS-DUPLICATE TO TRUE
011260     END-READ.
011270     IF WS-IS-DUPLICATE
011280         MOVE "DUPLICATE" TO WS-STATUS-TEXT
011290         ADD 1 TO WS-DUPLICATE-COUNT
011300         DISPLAY "DUPLICATE ID " TR-TRANS-ID " - BYPASSED"
011310         GO TO 2005-EXIT
011320     END-IF.
011330 2005-EXIT.
011340     EXIT.
011350
011360 2007-REGISTER-TRANS-ID.
011370******************************************************************
011380* Writes this transaction's ID to the keyed processed-ID register
011390* only after it completed with status OK.  An errored transaction
011400* posted nothing, so remembering it would buy no double-post
011410* protection and would make the engine bypass the clerk's
011420* corrected resubmission as a DUPLICATE.  The record carries the
011430* run number and the business date of the batch it came in, which
011440* the retention purge ages it by.
011450* The register record carries the resolved operands and the
011460* posted result so a later reversal can back it out; a
011470* reversal's own record names the original in PID-REVERSES-ID.
011480******************************************************************
011490     IF WS-SIMULATION
011500         GO TO 2007-EXIT
011510     END-IF.
011520     MOVE SPACES TO PROCESSED-ID-RECORD.
011530     MOVE TR-TRANS-ID TO PID-TRANS-ID.
011540     MOVE TR-CLIENT-ID TO PID-CLIENT-ID.
011550     MOVE WS-OPERAT TO PID-OPERATION.
011560     MOVE ws-num1 TO PID-NUM1.
011570     MOVE ws-num2 TO PID-NUM2.
011580     MOVE result TO PID-RESULT.
011590     MOVE WS-REVERSES-ID TO PID-REVERSES-ID.
011600     MOVE WS-RUN-NUMBER TO PID-RUN-NUMBER.
011610     MOVE WS-BUSINESS-DATE TO PID-BUSINESS-DATE.
011620     WRITE PROCESSED-ID-RECORD
011630         INVALID KEY
011640             DISPLAY "MATHIDS WRITE FAILED, STATUS "
011650                 WS-IDS-STATUS " - " TR-TRANS-ID
011660                 " NOT REMEMBERED"
011670     END-WRITE.
011680 2007-EXIT.
011690     EXIT.
011700
011710 2300-PROCESS-REVERSAL.
011720******************************************************************
011730* An 'R' record backs out the transaction named in
011740* TV-ORIG-TRANS-ID.  Its own ID is duplicate-checked like any
011750* detail, so a rerun cannot reverse twice; the original must be
011760* on the register with a posted result, carry the same client
011770* code, and not be reversed already.  A posted reversal's
011780* result is the original's result negated: it nets the MTDACCUM
011790* amount, credits BILACTV under the original's operation,
011800* registers its own ID naming the original, and is held for the
011810* reversal section.  The result register and the result
011820* statistics describe tonight's calculations and are left alone.
011830******************************************************************
011840     MOVE "OK" TO WS-STATUS-TEXT.
011850     MOVE 'N' TO WS-REVERSAL-POSTED-SWITCH.
011860     MOVE ZERO TO ws-num1.
011870     MOVE ZERO TO ws-num2.
011880     MOVE ZERO TO result.
011890     MOVE SPACES TO WS-OPERAT.
011900     PERFORM 2005-CHECK-DUPLICATE THRU 2005-EXIT.
011910     IF WS-STATUS-TEXT NOT = "OK"
011920         GO TO 2305-FINISH-REVERSAL
011930     END-IF.
011940     ADD 1 TO WS-REVERSAL-IN-COUNT.
011950     MOVE TV-ORIG-TRANS-ID TO WS-PROC-KEY.
011960     PERFORM 2310-FIND-ORIGINAL THRU 2310-EXIT.
011970     EVALUATE TRUE
011980         WHEN WS-PROC-KEY = SPACES
011990         WHEN NOT WS-PROC-FOUND
012000             MOVE "NOT ON REGISTER" TO WS-STATUS-TEXT
012010         WHEN NOT WS-PROC-HAS-RESULT
012020             MOVE "NOT REVERSIBLE" TO WS-STATUS-TEXT
012030         WHEN WS-PROC-CLIENT NOT = TR-CLIENT-ID
012040             MOVE "CLIENT MISMATCH" TO WS-STATUS-TEXT
012050         WHEN WS-PROC-IS-REVERSED
012060             MOVE "ALREADY REVERSED" TO WS-STATUS-TEXT
012070         WHEN OTHER
012080             CONTINUE
012090     END-EVALUATE.
012100     IF WS-STATUS-TEXT NOT = "OK"
012110         DISPLAY "REVERSAL " TR-TRANS-ID " OF " TV-ORIG-TRANS-ID
012120             " FAILED - " WS-STATUS-TEXT
012130         ADD 1 TO WS-ERROR-COUNT
012140         ADD 1 TO WS-REVERSAL-ERROR-COUNT
012150         GO TO 2305-FINISH-REVERSAL
012160     END-IF.
012170     SET WS-REVERSAL-POSTED TO TRUE.
012180     COMPUTE result = ZERO - WS-PROC-RESULT.
012190     MOVE WS-PROC-OPERATION TO WS-OPERAT.
012200     PERFORM 2315-MARK-ORIGINAL-REVERSED THRU 2315-EXIT.
012210     ADD 1 TO WS-REVERSAL-COUNT.
012220     ADD result TO WS-REVERSAL-TOTAL.
012230     PERFORM 2400-TALLY-BILLING-ACTIVITY THRU 2400-EXIT.
012240     PERFORM 2330-HOLD-REVERSAL THRU 2330-EXIT.
012250     MOVE TV-ORIG-TRANS-ID TO WS-REVERSES-ID.
012260     PERFORM 2007-REGISTER-TRANS-ID THRU 2007-EXIT.
012270     MOVE SPACES TO WS-REVERSES-ID.
012280     MOVE SPACES TO WS-STATUS-TEXT.
012290     STRING "REVERSAL OF " TV-ORIG-TRANS-ID
012300         DELIMITED BY SIZE INTO WS-STATUS-TEXT.
012310     PERFORM 2340-AUDIT-ORIGINAL-REVERSED THRU 2340-EXIT.
012320 2305-FINISH-REVERSAL.
012330     PERFORM 2900-WRITE-RESULT-LINE THRU 2900-EXIT.
012340     PERFORM 2950-WRITE-AUDIT-ENTRY THRU 2950-EXIT.
012350     MOVE 'N' TO WS-REVERSAL-POSTED-SWITCH.
012360 2300-EXIT.
012370     EXIT.
012380
012390 2310-FIND-ORIGINAL.
012400******************************************************************
012410* Reads the original straight off the keyed register into the
012420* WS-PROC- work fields.  A record that is itself a reversal, or
012430* that predates the register carrying results, has no result to
012440* back out.  PID-REVERSED-BY names the reversal that already
012450* backed this original out, if one has.
012460******************************************************************
012470     MOVE 'N' TO WS-PROC-FOUND-SWITCH.
012480     IF WS-PROC-KEY = SPACES
012490         GO TO 2310-EXIT
012500     END-IF.
012510     MOVE WS-PROC-KEY TO PID-TRANS-ID.
012520     READ PROCESSED-ID-FILE
012530         INVALID KEY
012540             CONTINUE
012550         NOT INVALID KEY
012560             SET WS-PROC-FOUND TO TRUE
012570     END-READ.
012580     IF NOT WS-PROC-FOUND
012590         GO TO 2310-EXIT
012600     END-IF.
012610     MOVE PID-CLIENT-ID TO WS-PROC-CLIENT.
012620     MOVE PID-OPERATION TO WS-PROC-OPERATION.
012630     MOVE 'N' TO WS-PROC-RESULT-SWITCH.
012640     MOVE ZERO TO WS-PROC-RESULT.
012650     IF PID-RESULT NUMERIC
012660         AND PID-REVERSES-ID = SPACES
012670         MOVE PID-RESULT TO WS-PROC-RESULT
012680         SET WS-PROC-HAS-RESULT TO TRUE
012690     END-IF.
012700     IF PID-REVERSED-BY = SPACES OR LOW-VALUES
012710         MOVE 'N' TO WS-PROC-REVERSED-SWITCH
012720     ELSE
012730         SET WS-PROC-IS-REVERSED TO TRUE
012740     END-IF.
012750 2310-EXIT.
012760     EXIT.
012770
012780 2315-MARK-ORIGINAL-REVERSED.
012790******************************************************************
012800* Rewrites the original -- still in the record area from
012810* 2310-FIND-ORIGINAL -- naming this reversal, so any later
012820* reversal of it, tonight or in a later run, fails ALREADY
012830* REVERSED on one keyed read.
012840******************************************************************
012850     IF WS-SIMULATION
012860         GO TO 2315-EXIT
012870     END-IF.
012880     MOVE TR-TRANS-ID TO PID-REVERSED-BY.
012890     REWRITE PROCESSED-ID-RECORD
012900         INVALID KEY
012910             DISPLAY "MATHIDS REWRITE FAILED, STATUS "
012920                 WS-IDS-STATUS " - " TV-ORIG-TRANS-ID
012930                 " NOT MARKED REVERSED"
012940     END-REWRITE.
012950 2315-EXIT.
012960     EXIT.
012970
012980 2330-HOLD-REVERSAL.
012990******************************************************************
013000* Holds one posted reversal for the end-of-run reversal section.
013010* Past the table the reversal still posts and counts; the
013020* section notes how many it could not list.
013030******************************************************************
013040     IF WS-REV-USED >= WS-REV-TABLE-MAX
013050         GO TO 2330-EXIT
013060     END-IF.
013070     ADD 1 TO WS-REV-USED.
013080     MOVE TV-ORIG-TRANS-ID TO WS-RV-ORIG-ID (WS-REV-USED).
013090     MOVE WS-PROC-OPERATION
013100         TO WS-RV-ORIG-OPERATION (WS-REV-USED).
013110     MOVE WS-PROC-RESULT
013120         TO WS-RV-ORIG-RESULT (WS-REV-USED).
013130     MOVE TR-TRANS-ID TO WS-RV-REV-ID (WS-REV-USED).
013140     MOVE result TO WS-RV-REV-AMOUNT (WS-REV-USED).
013150 2330-EXIT.
013160     EXIT.
013170
013180 2340-AUDIT-ORIGINAL-REVERSED.
013190******************************************************************
013200* A second INFO record keyed on the original's trans ID, so the
013210* TRNTRACE trace of the original shows the reversal that backed
013220* it out.
013230******************************************************************
013240     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
013250     MOVE SPACES TO AUDIT-LOG-RECORD.
013260     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
013270     MOVE "MATHOPS " TO AUDIT-PROGRAM-ID.
013280     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
013290     IF WS-SIMULATION
013300         MOVE "SIMULATE" TO AUDIT-USER-ID
013310     END-IF.
013320     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
013330     SET AUDIT-IS-INFO TO TRUE.
013340     STRING TV-ORIG-TRANS-ID " " TR-CLIENT-ID " REVERSED BY "
013350         TR-TRANS-ID
013360         DELIMITED BY SIZE INTO AUDIT-MESSAGE-TEXT.
013370     IF WS-AUDIT-IS-OPEN
013380         WRITE AUDIT-LOG-RECORD
013390     END-IF.
013400 2340-EXIT.
013410     EXIT.
013420
013430 2800-ACCUMULATE-STATISTICS.
013440******************************************************************
013450* Folds one successful transaction's result into the running
013460* count/min/max/total used to build the end-of-run summary.
013470******************************************************************
013480     ADD 1 TO WS-RESULT-COUNT.
013490     ADD result TO WS-RESULT-TOTAL.
013500     IF WS-RESULT-COUNT = 1
013510         MOVE result TO WS-RESULT-MIN
013520         MOVE result TO WS-RESULT-MAX
013530     ELSE
013540         IF result < WS-RESULT-MIN
013550             MOVE result TO WS-RESULT-MIN
013560         END-IF
013570         IF result > WS-RESULT-MAX
013580             MOVE result TO WS-RESULT-MAX
013590         END-IF
013600     END-IF.
013610 2800-EXIT.
013620     EXIT.
013630
013640 2850-RECONCILE-RESULT.
013650******************************************************************
013660* Recomputes this transaction's result a second way --
013670* accumulating into a copy of ws-num1 instead of using GIVING --
013680* and compares it against the GIVING result computed above.  At
013690* the same operand precision this can only ever agree, so it is
013700* a regression guard against the recompute itself going wrong,
013710* not the batch's real control total.  8000-FINALIZE's
013720* transactions-vs-results+errors footing is the check that can
013730* actually catch a miscounted or silently-skipped transaction.
013740******************************************************************
013750     MOVE "OK" TO WS-RECON-STATUS.
013760     MOVE ws-num1 TO WS-RECON-VALUE.
013770     EVALUATE WS-OPERAT
013780         WHEN '+'
013790             ADD ws-num2 TO WS-RECON-VALUE
013800                 ON SIZE ERROR
013810                     MOVE "SIZE ERROR" TO WS-RECON-STATUS
013820             END-ADD
013830         WHEN '-'
013840             SUBTRACT ws-num2 FROM WS-RECON-VALUE
013850                 ON SIZE ERROR
013860                     MOVE "SIZE ERROR" TO WS-RECON-STATUS
013870             END-SUBTRACT
013880         WHEN '*'
013890             MULTIPLY ws-num2 BY WS-RECON-VALUE
013900                 ON SIZE ERROR
013910                     MOVE "SIZE ERROR" TO WS-RECON-STATUS
013920             END-MULTIPLY
013930         WHEN '/'
013940             DIVIDE ws-num2 INTO WS-RECON-VALUE
013950                 ON SIZE ERROR
013960                     MOVE "SIZE ERROR" TO WS-RECON-STATUS
013970             END-DIVIDE
013980     END-EVALUATE.
013990     IF WS-RECON-STATUS = "OK" AND WS-RECON-VALUE = result
014000         ADD WS-RECON-VALUE TO WS-RECON-TOTAL
014010     ELSE
014020         ADD 1 TO WS-RECON-MISMATCH-COUNT
014030         DISPLAY "RECONCILIATION MISMATCH ON TRANSACTION "
014040             WS-TRANS-COUNT
014050     END-IF.
014060 2850-EXIT.
014070     EXIT.
014080
014090 2400-TALLY-BILLING-ACTIVITY.
014100******************************************************************
014110* Finds (or opens) this client-and-operation slot in the
014120* chargeback activity tallies and counts the completed
014130* transaction, so the accepted run can append one priced-later
014140* row per client and operation to the BILACTV file at finalize.
014150* MATHTRAN details carrying spaces in the client ID tally under
014160* the blank department.  A posted reversal counts as reversed
014170* against the original's operation, for BILLING to net.
014180******************************************************************
014190     MOVE ZERO TO WS-ACT-SLOT.
014200     PERFORM 2450-MATCH-ACTIVITY-SLOT THRU 2450-EXIT
014210         VARYING WS-ACT-IX FROM 1 BY 1
014220         UNTIL WS-ACT-IX > WS-ACT-USED OR WS-ACT-SLOT > ZERO.
014230     IF WS-ACT-SLOT = ZERO
014240         AND WS-ACT-USED < WS-ACT-TABLE-MAX
014250         ADD 1 TO WS-ACT-USED
014260         MOVE WS-ACT-USED TO WS-ACT-SLOT
014270         MOVE TR-CLIENT-ID TO WS-ACT-CLIENT (WS-ACT-SLOT)
014280         MOVE WS-OPERAT TO WS-ACT-OPERATION (WS-ACT-SLOT)
014290         MOVE ZERO TO WS-ACT-COUNT (WS-ACT-SLOT)
014300         MOVE ZERO TO WS-ACT-REVERSED (WS-ACT-SLOT)
014310     END-IF.
014320     IF WS-ACT-SLOT > ZERO
014330         IF TR-IS-REVERSAL
014340             ADD 1 TO WS-ACT-REVERSED (WS-ACT-SLOT)
014350         ELSE
014360             ADD 1 TO WS-ACT-COUNT (WS-ACT-SLOT)
014370         END-IF
014380     END-IF.
014390 2400-EXIT.
014400     EXIT.
014410
014420 2450-MATCH-ACTIVITY-SLOT.
014430     IF WS-ACT-CLIENT (WS-ACT-IX) = TR-CLIENT-ID
014440         AND WS-ACT-OPERATION (WS-ACT-IX) = WS-OPERAT
014450         MOVE WS-ACT-IX TO WS-ACT-SLOT
014460     END-IF.
014470 2450-EXIT.
014480     EXIT.
014490
014500 2900-WRITE-RESULT-LINE.
014510     MOVE SPACES TO WS-RESULT-LINE.
014520     MOVE WS-TRANS-COUNT TO RL-TRANS-NO.
014530     MOVE ws-num1 TO RL-NUM1.
014540     MOVE WS-OPERAT TO RL-OPERAT.
014550     MOVE ws-num2 TO RL-NUM2.
014560     MOVE result TO RL-RESULT.
014570     MOVE WS-STATUS-TEXT TO RL-STATUS.
014580     IF WS-REPORT-IS-OPEN
014590         MOVE WS-RESULT-LINE TO RPT-DETAIL-LINE
014600         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
014610     END-IF.
014620     PERFORM 2920-WRITE-RESULT-HISTORY THRU 2920-EXIT.
014630 2900-EXIT.
014640     EXIT.
014650
014660 2920-WRITE-RESULT-HISTORY.
014670******************************************************************
014680* The detail again as one RESHIST record, whatever its outcome:
014690* posted (an OK result or a posted reversal), duplicate, or
014700* error with its status text.  The operands are the ones
014710* computed with, so a register-chained operand shows the
014720* register value, and its source byte keeps the 'R'.  A reversal
014730* carries the original it named and no operand sources.  On a
014740* restart, a key already on file is a detail replayed from past
014750* the checkpoint, settled by 2925; on any other run it is a
014760* collision and fails the write.
014770******************************************************************
014780     IF NOT WS-RESHIST-IS-OPEN
014790         GO TO 2920-EXIT
014800     END-IF.
014810     MOVE SPACES TO RESULT-HISTORY-RECORD.
014820     MOVE TR-CLIENT-ID TO RH-CLIENT-ID.
014830     MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
014840     MOVE TR-TRANS-ID TO RH-TRANS-ID.
014850     SET RH-FROM-MATHOPS TO TRUE.
014860     MOVE WS-RUN-NUMBER TO RH-RUN-NUMBER.
014870     MOVE WS-TRANS-COUNT TO RH-TRANS-SEQ.
014880     IF WS-PROC-BATCH > ZERO
014890         AND WS-PROC-BATCH <= WS-BATCH-USED
014900         MOVE WS-BCH-ID (WS-PROC-BATCH) TO RH-BATCH-ID
014910     END-IF.
014920     MOVE ws-num1 TO RH-NUM1.
014930     MOVE WS-OPERAT TO RH-OPERATION.
014940     MOVE ws-num2 TO RH-NUM2.
014950     MOVE ZERO TO RH-PERIODS.
014960     IF TR-IS-REVERSAL
014970         MOVE TV-ORIG-TRANS-ID TO RH-REVERSES-ID
014980     ELSE
014990         MOVE TR-NUM1-SOURCE TO RH-NUM1-SOURCE
015000         MOVE TR-NUM2-SOURCE TO RH-NUM2-SOURCE
015010     END-IF.
015020     MOVE result TO RH-RESULT.
015030     MOVE WS-STATUS-TEXT TO RH-STATUS-TEXT.
015040     EVALUATE TRUE
015050         WHEN WS-STATUS-TEXT = "OK"
015060         WHEN WS-REVERSAL-POSTED
015070             SET RH-IS-POSTED TO TRUE
015080         WHEN WS-STATUS-TEXT = "DUPLICATE"
015090             SET RH-IS-DUPLICATE TO TRUE
015100         WHEN OTHER
015110             SET RH-IS-ERROR TO TRUE
015120     END-EVALUATE.
015130     WRITE RESULT-HISTORY-RECORD
015140         INVALID KEY
015150             IF WS-SKIP-COUNT > ZERO
015160                 PERFORM 2925-REPLAY-RESULT-HISTORY THRU 2925-EXIT
015170             END-IF
015180     END-WRITE.
015190     IF WS-RESHIST-STATUS = "00"
015200         ADD 1 TO WS-RESHIST-WRITTEN-COUNT
015210         ADD RH-RESULT TO WS-RESHIST-HASH
015220     ELSE
015230         ADD 1 TO WS-RESHIST-FAILED-COUNT
015240         DISPLAY "RESHIST WRITE FAILED, STATUS "
015250             WS-RESHIST-STATUS " - " TR-TRANS-ID
015260     END-IF.
015270 2920-EXIT.
015280     EXIT.
015290
015300 2925-REPLAY-RESULT-HISTORY.
015310******************************************************************
015320* A restart replays the details past the last checkpoint, but
015330* their IDs were registered as they posted, so the replay sees
015340* them as DUPLICATE with a zero result.  The record on file is
015350* read first: one that posted before the abend, or any record
015360* the replay would only mark DUPLICATE, is kept as it stands and
015370* counted as written.  Only a record that did not post is
015380* rewritten with the replay's outcome.
015390******************************************************************
015400     MOVE RESULT-HISTORY-RECORD TO WS-RESHIST-NEW-RECORD.
015410     READ RESULT-HISTORY-FILE
015420         INVALID KEY
015430             GO TO 2925-EXIT
015440     END-READ.
015450     IF RH-IS-POSTED OR WS-STATUS-TEXT = "DUPLICATE"
015460         GO TO 2925-EXIT
015470     END-IF.
015480     MOVE WS-RESHIST-NEW-RECORD TO RESULT-HISTORY-RECORD.
015490     REWRITE RESULT-HISTORY-RECORD
015500         INVALID KEY
015510             CONTINUE
015520     END-REWRITE.
015530 2925-EXIT.
015540     EXIT.
015550
015560 9500-WRITE-REPORT-LINE.
015570******************************************************************
015580* Hands one line through the shared RPTWRTR report writer and
015590* writes the heading block first whenever a new page starts.
015600* The request code resets to detail after every line so trailer
015610* callers set it per line.
015620******************************************************************
015630     CALL "RPTWRTR" USING RPT-CONTROL.
015640     IF RPT-NEW-PAGE
015650         MOVE RPT-HEADING-1 TO MATH-REPORT-RECORD
015660         WRITE MATH-REPORT-RECORD
015670         MOVE RPT-HEADING-2 TO MATH-REPORT-RECORD
015680         WRITE MATH-REPORT-RECORD
015690         MOVE RPT-HEADING-3 TO MATH-REPORT-RECORD
015700         WRITE MATH-REPORT-RECORD
015710     END-IF.
015720     MOVE RPT-DETAIL-LINE TO MATH-REPORT-RECORD.
015730     WRITE MATH-REPORT-RECORD.
015740     MOVE 'D' TO RPT-REQUEST.
015750 9500-EXIT.
015760     EXIT.
015770
015780 2950-WRITE-AUDIT-ENTRY.
015790******************************************************************
015800* Writes one audit record per transaction so a day's calculations
015810* can be reconstructed after the fact from the log instead of
015820* only whatever scrolled off the console at the time.
015830******************************************************************
015840     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
015850     MOVE SPACES TO AUDIT-LOG-RECORD.
015860     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
015870     MOVE "MATHOPS " TO AUDIT-PROGRAM-ID.
015880     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
015890     IF WS-SIMULATION
015900         MOVE "SIMULATE" TO AUDIT-USER-ID
015910     END-IF.
015920     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
015930     EVALUATE WS-STATUS-TEXT
015940         WHEN "OK"
015950             SET AUDIT-IS-INFO TO TRUE
015960         WHEN "DUPLICATE"
015970             SET AUDIT-IS-WARNING TO TRUE
015980         WHEN OTHER
015990             SET AUDIT-IS-ERROR TO TRUE
016000     END-EVALUATE.
016010     IF WS-REVERSAL-POSTED
016020         SET AUDIT-IS-INFO TO TRUE
016030     END-IF.
016040     STRING TR-TRANS-ID " " TR-CLIENT-ID " " RL-NUM1 " "
016050         WS-OPERAT " " RL-NUM2 " = " RL-RESULT " "
016060         WS-STATUS-TEXT
016070         DELIMITED BY SIZE INTO AUDIT-MESSAGE-TEXT.
016080     IF WS-AUDIT-IS-OPEN
016090         WRITE AUDIT-LOG-RECORD
016100     END-IF.
016110 2950-EXIT.
016120     EXIT.
016130
016140 2960-WRITE-CHECKPOINT.
016150******************************************************************
016160* Every WS-CKPT-INTERVAL transactions, saves how many have been
016170* processed so far, so a restarted run can pick up where this one
016180* left off instead of reprocessing or double-counting.
016190******************************************************************
016200     IF WS-SIMULATION
016210         GO TO 2960-EXIT
016220     END-IF.
016230     DIVIDE WS-TRANS-COUNT BY WS-CKPT-INTERVAL
016240         GIVING WS-CKPT-QUOTIENT
016250         REMAINDER WS-CKPT-REMAINDER.
016260     IF WS-CKPT-REMAINDER = ZERO
016270         OPEN OUTPUT CHECKPOINT-FILE
016280         MOVE WS-TRANS-COUNT TO CKPT-TRANS-COUNT
016290         MOVE WS-ERROR-COUNT TO CKPT-ERROR-COUNT
016300         MOVE WS-RESULT-COUNT TO CKPT-RESULT-COUNT
016310         MOVE WS-RESULT-TOTAL TO CKPT-RESULT-TOTAL
016320         MOVE WS-RESULT-MIN TO CKPT-RESULT-MIN
016330         MOVE WS-RESULT-MAX TO CKPT-RESULT-MAX
016340         MOVE WS-RECON-TOTAL TO CKPT-RECON-TOTAL
016350         MOVE WS-RECON-MISMATCH-COUNT
016360             TO CKPT-RECON-MISMATCH-COUNT
016370         MOVE WS-DUPLICATE-COUNT TO CKPT-DUPLICATE-COUNT
016380         MOVE WS-REGISTER-VALUE TO CKPT-REGISTER-VALUE
016390         MOVE WS-REGISTER-SET-SWITCH
016400             TO CKPT-REGISTER-SET-FLAG
016410         MOVE WS-REVERSAL-COUNT TO CKPT-REVERSAL-COUNT
016420         MOVE WS-REVERSAL-ERROR-COUNT TO CKPT-REVERSAL-ERROR-COUNT
016430         MOVE WS-REVERSAL-TOTAL TO CKPT-REVERSAL-TOTAL
016440         WRITE CHECKPOINT-RECORD
016450         CLOSE CHECKPOINT-FILE
016460     END-IF.
016470 2960-EXIT.
016480     EXIT.
016490
016500 8000-FINALIZE.
016510     IF WS-TRANS-IS-OPEN
016520         CLOSE MATH-TRANS-FILE
016530     END-IF.
016540     IF WS-IDS-IS-OPEN
016550         CLOSE PROCESSED-ID-FILE
016560     END-IF.
016570     IF WS-RESHIST-IS-OPEN
016580         CLOSE RESULT-HISTORY-FILE
016590     END-IF.
016600     IF WS-BATCH-BALANCED
016610         PERFORM 8050-CLEAR-CHECKPOINT THRU 8050-EXIT
016620         PERFORM 8150-APPEND-BILLING-ACTIVITY THRU 8150-EXIT
016630         PERFORM 8170-APPEND-MTD-ROW THRU 8170-EXIT
016640         PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT
016650     END-IF.
016660     IF WS-RESULT-COUNT > 0
016670         DIVIDE WS-RESULT-TOTAL BY WS-RESULT-COUNT
016680             GIVING WS-RESULT-AVERAGE
016690     END-IF.
016700     MOVE WS-TRANS-COUNT TO WS-TRANS-COUNT-ED.
016710     MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-ED.
016720     MOVE WS-RESULT-COUNT TO WS-RESULT-COUNT-ED.
016730     DISPLAY "Transactions processed : " WS-TRANS-COUNT-ED.
016740     DISPLAY "Transactions in error   : " WS-ERROR-COUNT-ED.
016750     DISPLAY "Results counted         : " WS-RESULT-COUNT.
016760     DISPLAY "Minimum result          : " WS-RESULT-MIN.
016770     DISPLAY "Maximum result          : " WS-RESULT-MAX.
016780     DISPLAY "Average result          : " WS-RESULT-AVERAGE.
016790     MOVE WS-RECON-MISMATCH-COUNT TO WS-RECON-MISMATCH-COUNT-ED.
016800     DISPLAY "Reconciliation mismatches: "
016810         WS-RECON-MISMATCH-COUNT-ED.
016820     MOVE WS-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT-ED.
016830     DISPLAY "Duplicates bypassed     : " WS-DUPLICATE-COUNT-ED.
016840     MOVE WS-REVERSAL-COUNT TO WS-REVERSAL-COUNT-ED.
016850     DISPLAY "Reversals posted        : " WS-REVERSAL-COUNT-ED.
016860     ADD WS-RESULT-COUNT WS-ERROR-COUNT WS-DUPLICATE-COUNT
016870         WS-REVERSAL-COUNT
016880         GIVING WS-FOOTING-TOTAL.
016890     MOVE WS-FOOTING-TOTAL TO WS-FOOTING-TOTAL-ED.
016900     DISPLAY "Transactions vs. results+errors: "
016910         WS-TRANS-COUNT-ED " / " WS-FOOTING-TOTAL-ED.
016920     IF WS-RECON-MISMATCH-COUNT = 0
016930            AND WS-RECON-TOTAL = WS-RESULT-TOTAL
016940            AND WS-TRANS-COUNT = WS-FOOTING-TOTAL
016950         DISPLAY "Control totals reconciled: YES"
016960     ELSE
016970         DISPLAY "Control totals reconciled: NO"
016980     END-IF.
016990     IF WS-REPORT-IS-OPEN
017000         IF WS-BATCH-BALANCED
017010             IF WS-REVERSAL-COUNT > ZERO
017020                 PERFORM 8080-WRITE-REVERSAL-SECTION
017030                     THRU 8080-EXIT
017040             END-IF
017050             MOVE SPACES TO RPT-DETAIL-LINE
017060             MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
017070             STRING "TOTAL TRANSACTIONS: " WS-TRANS-COUNT-ED
017080                 " ERRORS: " WS-ERROR-COUNT-ED
017090                 " RUN " WS-RUN-NUMBER-ED
017100                 DELIMITED BY SIZE INTO RPT-DETAIL-LINE
017110             MOVE 'T' TO RPT-REQUEST
017120             PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
017130             MOVE SPACES TO RPT-DETAIL-LINE
017140             STRING "COUNT: " WS-RESULT-COUNT-ED
017150                 " MIN: " WS-RESULT-MIN
017160                 " MAX: " WS-RESULT-MAX
017170                 " AVG: " WS-RESULT-AVERAGE
017180                 DELIMITED BY SIZE INTO RPT-DETAIL-LINE
017190             MOVE 'T' TO RPT-REQUEST
017200             PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
017210             MOVE SPACES TO RPT-DETAIL-LINE
017220             IF WS-RECON-MISMATCH-COUNT = 0 AND
017230                    WS-RECON-TOTAL = WS-RESULT-TOTAL AND
017240                    WS-TRANS-COUNT = WS-FOOTING-TOTAL
017250                 STRING "RECONCILIATION: OK  MISMATCHES: "
017260                     WS-RECON-MISMATCH-COUNT-ED
017270                     DELIMITED BY SIZE INTO RPT-DETAIL-LINE
017280             ELSE
017290                 STRING "RECONCILIATION: FAILED  MISMATCHES: "
017300                     WS-RECON-MISMATCH-COUNT-ED
017310                     DELIMITED BY SIZE INTO RPT-DETAIL-LINE
017320             END-IF
017330             MOVE 'T' TO RPT-REQUEST
017340             PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
017350         END-IF
017360         CLOSE MATH-REPORT-FILE
017370     END-IF.
017380     IF WS-BATCH-BALANCED
017390         PERFORM 8200-READ-RUN-HISTORY THRU 8200-EXIT
017400         PERFORM 8300-WRITE-TREND-REPORT THRU 8300-EXIT
017410         PERFORM 8400-APPEND-RUN-HISTORY THRU 8400-EXIT
017420     END-IF.
017430     MOVE "STEP END" TO WS-STEP-MARK-TEXT.
017440     PERFORM 9100-WRITE-STEP-MARK THRU 9100-EXIT.
017450     IF WS-AUDIT-IS-OPEN
017460         CLOSE AUDIT-LOG-FILE
017470     END-IF.
017480 8000-EXIT.
017490     EXIT.
017500
017510 8050-CLEAR-CHECKPOINT.
017520******************************************************************
017530* A clean end-of-file finish means there is nothing left to
017540* restart, so the checkpoint is reset to zero rather than left
017550* pointing at a stale transaction count.
017560******************************************************************
017570     IF WS-SIMULATION
017580         GO TO 8050-EXIT
017590     END-IF.
017600     OPEN OUTPUT CHECKPOINT-FILE.
017610     MOVE ZERO TO CHECKPOINT-RECORD.
017620     WRITE CHECKPOINT-RECORD.
017630     CLOSE CHECKPOINT-FILE.
017640 8050-EXIT.
017650     EXIT.
017660
017670 8080-WRITE-REVERSAL-SECTION.
017680******************************************************************
017690* Prints each reversal posted this run beside the original it
017700* backed out -- original ID, operation and result on the left,
017710* reversal ID and amount on the right -- and the total backed
017720* out, ahead of the run totals.
017730******************************************************************
017740     MOVE SPACES TO RPT-DETAIL-LINE.
017750     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
017760     MOVE "REVERSALS" TO RPT-DETAIL-LINE.
017770     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
017780     PERFORM 8085-WRITE-ONE-REVERSAL THRU 8085-EXIT
017790         VARYING WS-REV-IX FROM 1 BY 1
017800         UNTIL WS-REV-IX > WS-REV-USED.
017810     IF WS-REVERSAL-COUNT > WS-REV-USED
017820         SUBTRACT WS-REV-USED FROM WS-REVERSAL-COUNT
017830             GIVING WS-REV-UNLISTED-ED
017840         MOVE SPACES TO RPT-DETAIL-LINE
017850         STRING "  PLUS " WS-REV-UNLISTED-ED
017860             " REVERSALS NOT LISTED - SEE MATHAUDT"
017870             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
017880         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
017890     END-IF.
017900     MOVE WS-REVERSAL-COUNT TO WS-REVERSAL-COUNT-ED.
017910     MOVE WS-REVERSAL-TOTAL TO WS-REVERSAL-TOTAL-ED.
017920     MOVE SPACES TO RPT-DETAIL-LINE.
017930     STRING "REVERSALS: " WS-REVERSAL-COUNT-ED
017940         " BACKED OUT: " WS-REVERSAL-TOTAL-ED
017950         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
017960     MOVE 'T' TO RPT-REQUEST.
017970     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
017980 8080-EXIT.
017990     EXIT.
018000
018010 8085-WRITE-ONE-REVERSAL.
018020     MOVE WS-RV-ORIG-ID (WS-REV-IX) TO RV-ORIG-ID.
018030     MOVE WS-RV-ORIG-OPERATION (WS-REV-IX) TO RV-ORIG-OPERAT.
018040     MOVE WS-RV-ORIG-RESULT (WS-REV-IX) TO RV-ORIG-RESULT.
018050     MOVE WS-RV-REV-ID (WS-REV-IX) TO RV-REV-ID.
018060     MOVE WS-RV-REV-AMOUNT (WS-REV-IX) TO RV-REV-AMOUNT.
018070     MOVE WS-REVERSAL-LINE TO RPT-DETAIL-LINE.
018080     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
018090 8085-EXIT.
018100     EXIT.
018110
018120 8150-APPEND-BILLING-ACTIVITY.
018130******************************************************************
018140* Appends one record per client and operation tallied this run
018150* to the month-to-date chargeback activity file.  Only an
018160* accepted run gets here, so a refused batch never bills.  An
018170* unopenable activity file loses no calculations -- only their
018180* billing -- so it is reported but does not fail the run.
018190******************************************************************
018200     IF WS-SIMULATION
018210         GO TO 8150-EXIT
018220     END-IF.
018230     IF WS-ACT-USED = ZERO
018240         GO TO 8150-EXIT
018250     END-IF.
018260     OPEN EXTEND BILL-ACTIVITY-FILE.
018270     IF WS-ACTIVITY-STATUS NOT = "00"
018280         DISPLAY "BILACTV OPEN FAILED, STATUS "
018290             WS-ACTIVITY-STATUS
018300         GO TO 8150-EXIT
018310     END-IF.
018320     PERFORM 8160-WRITE-ONE-ACTIVITY THRU 8160-EXIT
018330         VARYING WS-ACT-IX FROM 1 BY 1
018340         UNTIL WS-ACT-IX > WS-ACT-USED.
018350     CLOSE BILL-ACTIVITY-FILE.
018360 8150-EXIT.
018370     EXIT.
018380
018390 8160-WRITE-ONE-ACTIVITY.
018400     MOVE SPACES TO BILL-ACTIVITY-RECORD.
018410     MOVE WS-RUN-NUMBER TO BA-RUN-NUMBER.
018420     MOVE WS-ACT-CLIENT (WS-ACT-IX) TO BA-CLIENT-ID.
018430     MOVE WS-ACT-OPERATION (WS-ACT-IX) TO BA-OPERATION.
018440     MOVE WS-ACT-COUNT (WS-ACT-IX) TO BA-TRANS-COUNT.
018450     MOVE WS-ACT-REVERSED (WS-ACT-IX) TO BA-REVERSED-COUNT.
018460     WRITE BILL-ACTIVITY-RECORD.
018470 8160-EXIT.
018480     EXIT.
018490
018500 8170-APPEND-MTD-ROW.
018510******************************************************************
018520* Rolls this run's control totals into the shared month-to-date
018530* accumulation file for the MONTHEND step to consolidate on
018540* the calendar's 'E' date.  One row per accepted run, section
018550* key ALL -- this engine reports as a whole, not by client.
018560* The amount is net of tonight's reversals.
018570* An unopenable accumulation file is reported but does not
018580* fail the run.
018590******************************************************************
018600     IF WS-SIMULATION
018610         GO TO 8170-EXIT
018620     END-IF.
018630     OPEN EXTEND MTD-ACCUM-FILE.
018640     IF WS-MTD-STATUS NOT = "00"
018650         DISPLAY "MTDACCUM OPEN FAILED, STATUS " WS-MTD-STATUS
018660         GO TO 8170-EXIT
018670     END-IF.
018680     MOVE SPACES TO MTD-ACCUM-RECORD.
018690     MOVE "MATHOPS " TO MTD-PROGRAM-ID.
018700     MOVE WS-RUN-NUMBER TO MTD-RUN-NUMBER.
018710     MOVE "ALL " TO MTD-SECTION-KEY.
018720     MOVE WS-TRANS-COUNT TO MTD-TRANS-COUNT.
018730     MOVE WS-ERROR-COUNT TO MTD-ERROR-COUNT.
018740     ADD WS-RESULT-TOTAL WS-REVERSAL-TOTAL
018750         GIVING WS-MTD-NET-AMOUNT.
018760     MOVE WS-MTD-NET-AMOUNT TO MTD-AMOUNT.
018770     WRITE MTD-ACCUM-RECORD.
018780     CLOSE MTD-ACCUM-FILE.
018790 8170-EXIT.
018800     EXIT.
018810
018820 8200-READ-RUN-HISTORY.
018830******************************************************************
018840* Reads the run-history file, keeping the last ten runs in a
018850* ring so tonight can be compared against the trailing norm
018860* rather than against the whole history back to day one.
018870******************************************************************
018880     OPEN INPUT HISTORY-FILE.
018890     IF WS-HIST-STATUS NOT = "00"
018900         SET WS-HIST-EOF TO TRUE
018910         GO TO 8200-EXIT
018920     END-IF.
018930     PERFORM 8250-READ-ONE-HISTORY THRU 8250-EXIT
018940         UNTIL WS-HIST-EOF.
018950     CLOSE HISTORY-FILE.
018960 8200-EXIT.
018970     EXIT.
018980
018990 8250-READ-ONE-HISTORY.
019000     READ HISTORY-FILE
019010         AT END
019020             SET WS-HIST-EOF TO TRUE
019030     END-READ.
019040     IF NOT WS-HIST-EOF
019050         DIVIDE WS-HIST-SEEN BY WS-HIST-RING-SIZE
019060             GIVING WS-HIST-QUOTIENT REMAINDER WS-HIST-SLOT
019070         ADD 1 TO WS-HIST-SLOT
019080         ADD 1 TO WS-HIST-SEEN
019090         MOVE MH-TRANS-COUNT
019100             TO WS-HR-TRANS-COUNT (WS-HIST-SLOT)
019110         MOVE MH-ERROR-COUNT
019120             TO WS-HR-ERROR-COUNT (WS-HIST-SLOT)
019130     END-IF.
019140 8250-EXIT.
019150     EXIT.
019160
019170 8300-WRITE-TREND-REPORT.
019180******************************************************************
019190* Compares tonight's volumes against the trailing-run averages
019200* and flags a count that swings to less than half or more than
019210* double the recent norm -- including the feed-dropped-to-zero
019220* case that twice went unnoticed for days -- plus an error
019230* count more than double the norm.  An anomaly also goes to the
019240* audit log as a warning so it shows on the morning review.
019250******************************************************************
019260     IF WS-HIST-SEEN < WS-HIST-RING-SIZE
019270         MOVE WS-HIST-SEEN TO WS-HIST-N
019280     ELSE
019290         MOVE WS-HIST-RING-SIZE TO WS-HIST-N
019300     END-IF.
019310     MOVE ZERO TO WS-HIST-SUM-TRANS.
019320     MOVE ZERO TO WS-HIST-SUM-ERRORS.
019330     PERFORM 8350-SUM-ONE-ENTRY THRU 8350-EXIT
019340         VARYING WS-HIST-IX FROM 1 BY 1
019350         UNTIL WS-HIST-IX > WS-HIST-N.
019360     IF WS-HIST-N > ZERO
019370         COMPUTE WS-HIST-AVG-TRANS ROUNDED =
019380             WS-HIST-SUM-TRANS / WS-HIST-N
019390         COMPUTE WS-HIST-AVG-ERRORS ROUNDED =
019400             WS-HIST-SUM-ERRORS / WS-HIST-N
019410     END-IF.
019420     IF WS-HIST-N > ZERO
019430         IF (WS-TRANS-COUNT * 2) < WS-HIST-AVG-TRANS
019440             OR WS-TRANS-COUNT > (WS-HIST-AVG-TRANS * 2)
019450             SET WS-ANOMALY-FOUND TO TRUE
019460         END-IF
019470         IF WS-HIST-AVG-ERRORS > ZERO
019480             AND WS-ERROR-COUNT > (WS-HIST-AVG-ERRORS * 2)
019490             SET WS-ANOMALY-FOUND TO TRUE
019500         END-IF
019510         IF WS-ERROR-COUNT > ZERO
019520             AND WS-HIST-AVG-ERRORS = ZERO
019530             SET WS-ANOMALY-FOUND TO TRUE
019540         END-IF
019550     END-IF.
019560     OPEN OUTPUT TREND-REPORT-FILE.
019570     IF WS-TREND-STATUS NOT = "00"
019580         GO TO 8300-EXIT
019590     END-IF.
019600     SET WS-TREND-IS-OPEN TO TRUE.
019610     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
019620     MOVE SPACES TO TREND-REPORT-RECORD.
019630     STRING "MATHOPS RUN TREND - RUN " WS-RUN-NUMBER-ED
019640         DELIMITED BY SIZE INTO TREND-REPORT-RECORD
019650     IF WS-SIMULATION
019660         MOVE "*** SIMULATION ***"
019670             TO TREND-REPORT-RECORD (57:18)
019680     END-IF.
019690     WRITE TREND-REPORT-RECORD.
019700     MOVE SPACES TO TREND-REPORT-RECORD.
019710     STRING "TONIGHT TRANS " WS-TRANS-COUNT-ED
019720         " ERRORS " WS-ERROR-COUNT-ED
019730         DELIMITED BY SIZE INTO TREND-REPORT-RECORD.
019740     WRITE TREND-REPORT-RECORD.
019750     MOVE WS-HIST-N TO WS-HIST-N-ED.
019760     MOVE WS-HIST-AVG-TRANS TO WS-HIST-AVG-TRANS-ED.
019770     MOVE WS-HIST-AVG-ERRORS TO WS-HIST-AVG-ERRORS-ED.
019780     MOVE SPACES TO TREND-REPORT-RECORD.
019790     STRING "TRAILING " WS-HIST-N-ED
019800         " RUNS, AVG TRANS " WS-HIST-AVG-TRANS-ED
019810         " AVG ERRORS " WS-HIST-AVG-ERRORS-ED
019820         DELIMITED BY SIZE INTO TREND-REPORT-RECORD.
019830     WRITE TREND-REPORT-RECORD.
019840     MOVE SPACES TO TREND-REPORT-RECORD.
019850     IF WS-ANOMALY-FOUND
019860         MOVE "TREND: VOLUME/ERROR ANOMALY - INVESTIGATE"
019870             TO TREND-REPORT-RECORD
019880         DISPLAY "TREND ANOMALY AGAINST TRAILING RUNS"
019890         CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP
019900         MOVE SPACES TO AUDIT-LOG-RECORD
019910         MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP
019920         MOVE "MATHOPS " TO AUDIT-PROGRAM-ID
019930         MOVE WS-OPERATOR-ID TO AUDIT-USER-ID
019940         IF WS-SIMULATION
019950             MOVE "SIMULATE" TO AUDIT-USER-ID
019960         END-IF
019970         MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER
019980         SET AUDIT-IS-WARNING TO TRUE
019990         STRING "TREND ANOMALY: TRANS " WS-TRANS-COUNT-ED
020000             " VS TRAILING AVG " WS-HIST-AVG-TRANS-ED
020010             DELIMITED BY SIZE INTO AUDIT-MESSAGE-TEXT
020020         IF WS-AUDIT-IS-OPEN
020030             WRITE AUDIT-LOG-RECORD
020040         END-IF
020050     ELSE
020060         MOVE "TREND: WITHIN RECENT NORMS"
020070             TO TREND-REPORT-RECORD
020080     END-IF.
020090     WRITE TREND-REPORT-RECORD.
020100     CLOSE TREND-REPORT-FILE.
020110 8300-EXIT.
020120     EXIT.
020130
020140 8350-SUM-ONE-ENTRY.
020150     ADD WS-HR-TRANS-COUNT (WS-HIST-IX) TO WS-HIST-SUM-TRANS.
020160     ADD WS-HR-ERROR-COUNT (WS-HIST-IX) TO WS-HIST-SUM-ERRORS.
020170 8350-EXIT.
020180     EXIT.
020190
020200 8400-APPEND-RUN-HISTORY.
020210******************************************************************
020220* Appends tonight's summary so tomorrow's trend report has it
020230* as part of the trailing norm.
020240******************************************************************
020250     IF WS-SIMULATION
020260         GO TO 8400-EXIT
020270     END-IF.
020280     IF ADDRESS OF LK-OPERATOR-ID = NULL
020290         CALL "GETBDATE" USING WS-TODAY
020300     ELSE
020310         CALL "TIMESTMP" USING WS-TODAY
020320     END-IF.
020330     OPEN EXTEND HISTORY-FILE.
020340     IF WS-HIST-STATUS NOT = "00"
020350         DISPLAY "MATHHIST OPEN FAILED, STATUS " WS-HIST-STATUS
020360         GO TO 8400-EXIT
020370     END-IF.
020380     MOVE SPACES TO HISTORY-RECORD.
020390     MOVE WS-RUN-NUMBER TO MH-RUN-NUMBER.
020400     MOVE WS-TODAY-DATE TO MH-RUN-DATE.
020410     MOVE WS-TRANS-COUNT TO MH-TRANS-COUNT.
020420     MOVE WS-ERROR-COUNT TO MH-ERROR-COUNT.
020430     MOVE WS-RESULT-COUNT TO MH-RESULT-COUNT.
020440     MOVE WS-RESULT-TOTAL TO MH-RESULT-TOTAL.
020450     IF WS-RECON-MISMATCH-COUNT = 0
020460            AND WS-RECON-TOTAL = WS-RESULT-TOTAL
020470            AND WS-TRANS-COUNT = WS-FOOTING-TOTAL
020480         MOVE 'Y' TO MH-RECON-FLAG
020490     ELSE
020500         MOVE 'N' TO MH-RECON-FLAG
020510     END-IF.
020520     WRITE HISTORY-RECORD.
020530     CLOSE HISTORY-FILE.
020540 8400-EXIT.
020550     EXIT.
020560
020570 8600-APPEND-CONTROL-LEDGER.
020580******************************************************************
020590* One ledger record of this run's control totals for the
020600* CTLVERFY cross-foot.  An unopenable ledger is reported but
020610* does not fail the run; the verifier will flag the missing row.
020620******************************************************************
020630     IF WS-SIMULATION
020640         GO TO 8600-EXIT
020650     END-IF.
020660     OPEN EXTEND CONTROL-LEDGER-FILE.
020670     IF WS-LEDGER-STATUS NOT = "00"
020680         DISPLAY "CTLLEDG OPEN FAILED, STATUS "
020690             WS-LEDGER-STATUS
020700         GO TO 8600-EXIT
020710     END-IF.
020720     MOVE SPACES TO CONTROL-LEDGER-RECORD.
020730     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
020740     MOVE "MATHOPS " TO CL-PROGRAM-ID.
020750     MOVE "MATHTRAN" TO CL-INTERFACE.
020760     MOVE ZERO TO WS-LEDGER-IN-COUNT.
020770     MOVE ZERO TO WS-LEDGER-IN-HASH.
020780     PERFORM 8650-SUM-ONE-BATCH THRU 8650-EXIT
020790         VARYING WS-BATCH-IX FROM 1 BY 1
020800         UNTIL WS-BATCH-IX > WS-BATCH-USED.
020810     MOVE WS-LEDGER-IN-COUNT TO CL-RECORDS-IN.
020820     MOVE WS-TRANS-COUNT TO CL-RECORDS-OUT.
020830     MOVE WS-ERROR-COUNT TO CL-RECORDS-REJECTED.
020840     MOVE WS-LEDGER-IN-HASH TO CL-HASH-TOTAL.
020850     WRITE CONTROL-LEDGER-RECORD.
020860     IF WS-REVERSAL-IN-COUNT > ZERO
020870         PERFORM 8610-WRITE-REVERSAL-ROW THRU 8610-EXIT
020880     END-IF.
020890     PERFORM 8630-WRITE-HISTORY-ROW THRU 8630-EXIT.
020900     CLOSE CONTROL-LEDGER-FILE.
020910 8600-EXIT.
020920     EXIT.
020930
020940 8610-WRITE-REVERSAL-ROW.
020950******************************************************************
020960* A second ledger row for the night's reversals: records in,
020970* reversals posted, reversals failed, and the signed amount
020980* backed out as the hash, so the back-outs foot on the ledger
020990* apart from the MATHTRAN seam they also sit inside.
021000******************************************************************
021010     MOVE SPACES TO CONTROL-LEDGER-RECORD.
021020     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
021030     MOVE "MATHOPS " TO CL-PROGRAM-ID.
021040     MOVE "REVERSAL" TO CL-INTERFACE.
021050     MOVE WS-REVERSAL-IN-COUNT TO CL-RECORDS-IN.
021060     MOVE WS-REVERSAL-COUNT TO CL-RECORDS-OUT.
021070     MOVE WS-REVERSAL-ERROR-COUNT TO CL-RECORDS-REJECTED.
021080     MOVE WS-REVERSAL-TOTAL TO CL-HASH-TOTAL.
021090     WRITE CONTROL-LEDGER-RECORD.
021100 8610-EXIT.
021110     EXIT.
021120
021130 8630-WRITE-HISTORY-ROW.
021140******************************************************************
021150* The RESHIST row: details processed in, history records written
021160* out, failed writes rejected, and the signed results written
021170* this run as the hash.  CTLVERFY foots the records written
021180* against the MATHTRAN row's details processed.  The row is
021190* written even when the history never opened, so its zero shows
021200* as a break instead of a skipped seam.
021210******************************************************************
021220     MOVE SPACES TO CONTROL-LEDGER-RECORD.
021230     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
021240     MOVE "MATHOPS " TO CL-PROGRAM-ID.
021250     MOVE "RESHIST" TO CL-INTERFACE.
021260     MOVE WS-TRANS-COUNT TO CL-RECORDS-IN.
021270     MOVE WS-RESHIST-WRITTEN-COUNT TO CL-RECORDS-OUT.
021280     MOVE WS-RESHIST-FAILED-COUNT TO CL-RECORDS-REJECTED.
021290     MOVE WS-RESHIST-HASH TO CL-HASH-TOTAL.
021300     WRITE CONTROL-LEDGER-RECORD.
021310 8630-EXIT.
021320     EXIT.
021330
021340 8650-SUM-ONE-BATCH.
021350******************************************************************
021360* The details-in side of the pre-edit seam: only the accepted
021370* batches' details and hash, since a refused batch was never
021380* handed over.
021390******************************************************************
021400     IF WS-BCH-IS-OK (WS-BATCH-IX)
021410         ADD WS-BCH-DETAIL-COUNT (WS-BATCH-IX)
021420             TO WS-LEDGER-IN-COUNT
021430         ADD WS-BCH-HASH-TOTAL (WS-BATCH-IX)
021440             TO WS-LEDGER-IN-HASH
021450     END-IF.
021460 8650-EXIT.
021470     EXIT.
021480
021490 9100-WRITE-STEP-MARK.
021500******************************************************************
021510* Stamps one INFO step-boundary record (STEP START or STEP END,
021520* per WS-STEP-MARK-TEXT) so the dashboard can compute this
021530* step's elapsed time from the audit log alone.
021540******************************************************************
021550     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
021560     MOVE SPACES TO AUDIT-LOG-RECORD.
021570     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
021580     MOVE "MATHOPS " TO AUDIT-PROGRAM-ID.
021590     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
021600     IF WS-SIMULATION
021610         MOVE "SIMULATE" TO AUDIT-USER-ID
021620     END-IF.
021630     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
021640     SET AUDIT-IS-INFO TO TRUE.
021650     MOVE WS-STEP-MARK-TEXT TO AUDIT-MESSAGE-TEXT.
021660     IF WS-AUDIT-IS-OPEN
021670         WRITE AUDIT-LOG-RECORD
021680     END-IF.
021690 9100-EXIT.
021700     EXIT.
021710
021720** add other procedures here
021730 END PROGRAM MATHOPS.
