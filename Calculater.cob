001640*                  CTLLEDG nightly ledger, which the CTLVERFY
001650*                  step cross-foots seam by seam so a dropped
001660*                  buffer between steps stops being invisible.
001670* 2026-10-15  DW   Reversals: an 'R' record naming an already-
001680*                  posted trans ID backs it out.  The processed-ID
001690*                  register (now the shared PROCIDRG layout) keeps
001700*                  each posted result so the original can be found
001710*                  and negated; the reversal nets the client's
001720*                  statement total and MTDACCUM row, credits the
001730*                  original's client and operation on BILACTV,
001740*                  prints in a side-by-side reversal section ahead
001750*                  of the client subtotal, and gets its own
001760*                  REVERSAL row on CTLLEDG.  An original not on
001770*                  the register or already reversed fails the
001780*                  record.
001790* 2026-10-15  DW   Amortization requests: operator 'L' (level
001800*                  payment) or 'S' (simple interest) takes the
001810*                  principal, annual rate, and number of monthly
001820*                  periods and posts the periodic payment as the
001830*                  result, followed on the client's statement by
001840*                  the period-by-period schedule of interest,
001850*                  principal, and remaining balance.  Every amount
001860*                  is rounded to cents through the shared ROUNDER
001870*                  subprogram; the final period absorbs the
001880*                  rounding so the balance closes at zero.  The
001890*                  payment feeds the client total, BILACTV (under
001900*                  the request's operator), and MTDACCUM like any
001910*                  other result.
001920* 2026-10-15  DW   The CALCIDS processed-ID register is now a KSDS
001930*                  keyed on trans ID and read directly: the
001940*                  duplicate check and the reversal's look-up of
001950*                  its original are keyed reads instead of a scan
001960*                  of the 5000-entry table loaded at start-up, so
001970*                  the register no longer slows every night or
001980*                  stops remembering IDs once the table fills.
001990*                  Each posted ID carries its run number and batch
002000*                  business date for the weekly PIDPURGE retention
002010*                  purge, and a posted reversal marks its original
002020*                  reversed in place.  An unopenable register now
002030*                  refuses the run RC 12 with nothing posted --
002040*                  without it no duplicate can be caught.
002050* 2026-10-15  DW   Simulation mode: SIMULATION in the report
002060*                  headings.  A simulated night reads the CALCIDS
002070*                  register for duplicates and reversals but adds
002080*                  and marks nothing on it, and leaves the
002090*                  checkpoint, BILACTV, MTDACCUM and CTLLEDG
002100*                  alone.
002110* 2026-10-15  DW   CALCCSV comma-delimited export of the result
002120*                  lines for spreadsheet users: a column-heading
002130*                  row, then one row per result line with the run
002140*                  number and business date and the amounts
002150*                  unedited with their sign (SIM-RUN heads the run
002160*                  column on a simulated night).  A CALCCSV ledger
002170*                  row of lines printed against rows exported lets
002180*                  CTLVERFY foot the two.
002190* 2026-10-15  DW   Results history: every detail processed --
002200*                  posted, errored, duplicate or reversal -- is
002210*                  also written to the shared RESHIST results
002220*                  history KSDS with its client, batch, business
002230*                  date, run, operands as computed, operator,
002240*                  register flags, result as posted and status, so
002250*                  a result outlives the night's report.  A
002260*                  RESHIST ledger row of details processed against
002270*                  records written lets CTLVERFY foot the two.  A
002280*                  simulated night writes no history.
002290* 2026-10-15  DW   Return code now carried in WS-STEP-RC and set
002300*                  at GOBACK, as TRANEDIT does -- the TIMESTMP,
002310*                  RPTWRTR and SUITESTA calls made after an 8 or
002320*                  12 was set were handing back RC 0, so a refused
002330*                  CALCTRAN never reached the JCL.
002340******************************************************************
002350 IDENTIFICATION DIVISION.
002360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002370 PROGRAM-ID. CALCULAT.
002380 ENVIRONMENT DIVISION.
002390*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002400 CONFIGURATION SECTION.
002410*-----------------------
002420 INPUT-OUTPUT SECTION.
002430*-----------------------
002440 FILE-CONTROL.
002450     SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN"
002460         ORGANIZATION IS LINE SEQUENTIAL
002470         FILE STATUS IS WS-TRANS-STATUS.
002480     SELECT CALC-REPORT-FILE ASSIGN TO "CALCRPT"
002490         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS WS-REPORT-STATUS.
002510     SELECT AUDIT-LOG-FILE ASSIGN TO "CALCAUDT"
002520         ORGANIZATION IS LINE SEQUENTIAL
002530         FILE STATUS IS WS-AUDIT-STATUS.
002540     SELECT CHECKPOINT-FILE ASSIGN TO "CALCCKPT"
002550         ORGANIZATION IS LINE SEQUENTIAL
002560         FILE STATUS IS WS-CKPT-STATUS.
002570     SELECT MESSAGE-FILE ASSIGN TO "CALCMSGS"
002580         ORGANIZATION IS LINE SEQUENTIAL
002590         FILE STATUS IS WS-MSG-STATUS.
002600     SELECT PROCESSED-ID-FILE ASSIGN TO "CALCIDS"
002610         ORGANIZATION IS INDEXED
002620         ACCESS MODE IS RANDOM
002630         RECORD KEY IS PID-TRANS-ID
002640         FILE STATUS IS WS-IDS-STATUS.
002650     SELECT BILL-ACTIVITY-FILE ASSIGN TO "BILACTV"
002660         ORGANIZATION IS LINE SEQUENTIAL
002670         FILE STATUS IS WS-ACTIVITY-STATUS.
002680     SELECT MTD-ACCUM-FILE ASSIGN TO "MTDACCUM"
002690         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-MTD-STATUS.
002710     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS WS-LEDGER-STATUS.
002740     SELECT CALC-EXPORT-FILE ASSIGN TO "CALCCSV"
002750         ORGANIZATION IS LINE SEQUENTIAL
002760         FILE STATUS IS WS-EXPORT-STATUS.
002770     SELECT RESULT-HISTORY-FILE ASSIGN TO "RESHIST"
002780         ORGANIZATION IS INDEXED
002790         ACCESS MODE IS RANDOM
002800         RECORD KEY IS RH-RESULT-KEY
002810         ALTERNATE RECORD KEY IS RH-TRANS-ID WITH DUPLICATES
002820         FILE STATUS IS WS-RESHIST-STATUS.
002830 DATA DIVISION.
002840*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002850 FILE SECTION.
002860*-----------------------
002870 FD  CALC-TRANS-FILE.
002880     COPY TRANREC.
002890 FD  CALC-REPORT-FILE.
002900 01  CALC-REPORT-RECORD          PIC X(80).
002910 FD  AUDIT-LOG-FILE.
002920     COPY AUDITLOG.
002930 FD  CHECKPOINT-FILE.
002940     COPY CHKPOINT.
002950 FD  MESSAGE-FILE.
002960     COPY MSGTABLE.
002970 FD  PROCESSED-ID-FILE.
002980     COPY PROCIDRG.
002990 FD  BILL-ACTIVITY-FILE.
003000     COPY BILACTV.
003010 FD  MTD-ACCUM-FILE.
003020     COPY MTDACCUM.
003030
003040 FD  CONTROL-LEDGER-FILE.
003050     COPY CTLLEDGR.
003060 FD  CALC-EXPORT-FILE.
003070 01  CALC-EXPORT-RECORD          PIC X(132).
003080 FD  RESULT-HISTORY-FILE.
003090     COPY RESHIST.
003100 WORKING-STORAGE SECTION.
003110 01  WS-TRANS-STATUS             PIC X(02).
003120 01  WS-TRANS-OPEN-SWITCH        PIC X(01) VALUE 'N'.
003130     88  WS-TRANS-IS-OPEN        VALUE 'Y'.
003140 01  WS-REPORT-STATUS            PIC X(02).
003150 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
003160     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
003170 01  WS-AUDIT-STATUS             PIC X(02).
003180 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
003190     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
003200 01  WS-AUDIT-TIMESTAMP          PIC X(21).
003210 01  WS-STEP-MARK-TEXT           PIC X(10).
003220 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
003230 COPY RUNMODE.
003240 01  WS-LEDGER-STATUS            PIC X(02).
003250 01  WS-LEDGER-IN-COUNT          PIC 9(06) COMP VALUE ZERO.
003260 01  WS-LEDGER-IN-HASH           PIC S9(13)V99 VALUE ZERO.
003270 01  WS-EXPORT-STATUS            PIC X(02).
003280 01  WS-EXPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
003290     88  WS-EXPORT-IS-OPEN       VALUE 'Y'.
003300 01  WS-EXPORT-RUN-LABEL         PIC X(07) VALUE "RUN".
003310 01  WS-PRINTED-LINE-COUNT       PIC 9(06) COMP VALUE ZERO.
003320 01  WS-EXPORT-ROW-COUNT         PIC 9(06) COMP VALUE ZERO.
003330 01  WS-EXPORT-HASH              PIC S9(13)V99 VALUE ZERO.
003340 01  WS-RESHIST-STATUS           PIC X(02).
003350 01  WS-RESHIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
003360     88  WS-RESHIST-IS-OPEN      VALUE 'Y'.
003370 01  WS-RESHIST-WRITTEN-COUNT    PIC 9(06) COMP VALUE ZERO.
003380 01  WS-RESHIST-FAILED-COUNT     PIC 9(06) COMP VALUE ZERO.
003390 01  WS-RESHIST-HASH             PIC S9(13)V99 VALUE ZERO.
003400 01  WS-RESHIST-NEW-RECORD       PIC X(106).
003410 01  WS-SUITE-FUNCTION           PIC X(01).
003420 01  WS-SUITE-STEP-NAME          PIC X(08).
003430 01  WS-SUITE-RC                 PIC 9(04).
003440 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
003450 01  WS-SUITE-DONE-SWITCH        PIC X(01).
003460     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
003470 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
003480 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
003490 01  WS-STATUS-TEXT              PIC X(20).
003500 01  WS-CKPT-STATUS              PIC X(02).
003510 01  WS-CKPT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
003520     88  WS-CKPT-IS-OPEN         VALUE 'Y'.
003530 01  WS-CKPT-INTERVAL            PIC 9(03) COMP VALUE 100.
003540 01  WS-SKIP-COUNT               PIC 9(05) COMP VALUE ZERO.
003550 01  WS-CKPT-REMAINDER           PIC 9(05) COMP VALUE ZERO.
003560 01  WS-CKPT-QUOTIENT            PIC 9(05) COMP VALUE ZERO.
003570 COPY EOFSWTCH.
003580 01  WS-OPERAT                   PIC A(01).
003590 01  WS-NUM1                     PIC S9(07)V99.
003600 01  WS-NUM2                     PIC S9(07)V99.
003610 01  WS-RESULT                   PIC S9(09)V99.
003620 01  WS-AMORT-SWITCH             PIC X(01) VALUE 'N'.
003630     88  WS-AMORT-POSTED         VALUE 'Y'.
003640 01  WS-AM-MAX-PERIODS           PIC 9(03) VALUE 360.
003650 01  WS-AM-PERIODS               PIC 9(03) VALUE ZERO.
003660 01  WS-AM-PERIOD-NO             PIC 9(03) COMP VALUE ZERO.
003670 01  WS-AM-PERIOD-RATE           PIC 9V9(12) VALUE ZERO.
003680 01  WS-AM-DISCOUNT              PIC 9V9(15) VALUE ZERO.
003690 01  WS-AM-RAW-AMOUNT            PIC S9(09)V9999 VALUE ZERO.
003700 01  WS-AM-ROUNDED-AMOUNT        PIC S9(09)V9999 VALUE ZERO.
003710 01  WS-AM-ROUNDING-MODE         PIC X(01) VALUE 'N'.
003720 01  WS-AM-DECIMAL-PLACES        PIC 9(01) VALUE 2.
003730 01  WS-AM-PAYMENT               PIC S9(09)V99 VALUE ZERO.
003740 01  WS-AM-FLAT-INTEREST         PIC S9(09)V99 VALUE ZERO.
003750 01  WS-AM-FLAT-PRINCIPAL        PIC S9(09)V99 VALUE ZERO.
003760 01  WS-AM-BALANCE               PIC S9(09)V99 VALUE ZERO.
003770 01  WS-AM-THIS-PAYMENT          PIC S9(09)V99 VALUE ZERO.
003780 01  WS-AM-THIS-INTEREST         PIC S9(09)V99 VALUE ZERO.
003790 01  WS-AM-THIS-PRINCIPAL        PIC S9(09)V99 VALUE ZERO.
003800 01  WS-AM-TOTAL-PAID            PIC S9(11)V99 VALUE ZERO.
003810 01  WS-AM-TOTAL-INTEREST        PIC S9(11)V99 VALUE ZERO.
003820 01  WS-AM-TOTAL-PAID-ED         PIC -(10).99.
003830 01  WS-AM-TOTAL-INTEREST-ED     PIC -(10).99.
003840 01  WS-TRANS-COUNT              PIC 9(05) COMP VALUE ZERO.
003850 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
003860 01  WS-TRANS-COUNT-ED           PIC ZZZZ9.
003870 01  WS-ERROR-COUNT-ED           PIC ZZZZ9.
003880 01  WS-BALANCED-SWITCH          PIC X(01) VALUE 'N'.
003890     88  WS-BATCH-BALANCED       VALUE 'Y'.
003900 01  WS-BAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
003910     88  WS-BAL-EOF              VALUE 'Y'.
003920 01  WS-BATCH-ID                 PIC X(08).
003930 01  WS-BUSINESS-DATE            PIC 9(08).
003940 01  WS-BATCH-TABLE-MAX          PIC 9(03) COMP VALUE 20.
003950 01  WS-BATCH-USED               PIC 9(03) COMP VALUE ZERO.
003960 01  WS-BATCH-IX                 PIC 9(03) COMP VALUE ZERO.
003970 01  WS-PROC-BATCH               PIC 9(03) COMP VALUE ZERO.
003980 01  WS-RPT-BATCH                PIC 9(03) COMP VALUE ZERO.
003990 01  WS-ACCEPTED-BATCHES         PIC 9(03) COMP VALUE ZERO.
004000 01  WS-REFUSED-BATCHES          PIC 9(03) COMP VALUE ZERO.
004010 01  WS-ACCEPTED-BATCHES-ED      PIC ZZ9.
004020 01  WS-REFUSED-BATCHES-ED       PIC ZZ9.
004030 01  WS-BATCH-OVERFLOW-SWITCH    PIC X(01) VALUE 'N'.
004040     88  WS-BATCH-OVERFLOW       VALUE 'Y'.
004050 01  WS-CUR-BATCH-OK-SWITCH      PIC X(01) VALUE 'N'.
004060     88  WS-CUR-BATCH-OK         VALUE 'Y'.
004070 01  WS-USABLE-SWITCH            PIC X(01) VALUE 'N'.
004080     88  WS-RECORD-USABLE        VALUE 'Y'.
004090 01  WS-BATCH-TABLE.
004100     05  WS-BCH-ENTRY OCCURS 20 TIMES.
004110         10  WS-BCH-ID           PIC X(08).
004120         10  WS-BCH-OK-SWITCH    PIC X(01).
004130             88  WS-BCH-IS-OK    VALUE 'Y'.
004140         10  WS-BCH-HDR-SWITCH   PIC X(01).
004150             88  WS-BCH-HAS-HDR  VALUE 'Y'.
004160         10  WS-BCH-TRL-SWITCH   PIC X(01).
004170             88  WS-BCH-HAS-TRL  VALUE 'Y'.
004180         10  WS-BCH-DETAIL-COUNT PIC 9(05) COMP.
004190         10  WS-BCH-HASH-TOTAL   PIC S9(13)V99.
004200         10  WS-BCH-TRL-COUNT    PIC 9(05) COMP.
004210         10  WS-BCH-TRL-HASH     PIC S9(13)V99.
004220 01  WS-BAL-DETAIL-COUNT-ED      PIC ZZZZ9.
004230 01  WS-TRL-RECORD-COUNT-ED      PIC ZZZZ9.
004240 01  WS-IDS-STATUS               PIC X(02).
004250 01  WS-IDS-OPEN-SWITCH          PIC X(01) VALUE 'N'.
004260     88  WS-IDS-IS-OPEN          VALUE 'Y'.
004270 01  WS-DUPLICATE-SWITCH         PIC X(01).
004280     88  WS-IS-DUPLICATE         VALUE 'Y'.
004290 01  WS-DUPLICATE-COUNT          PIC 9(05) COMP VALUE ZERO.
004300 01  WS-DUPLICATE-COUNT-ED       PIC ZZZZ9.
004310 01  WS-PROC-KEY                 PIC X(08).
004320 01  WS-PROC-FOUND-SWITCH        PIC X(01) VALUE 'N'.
004330     88  WS-PROC-FOUND           VALUE 'Y'.
004340 01  WS-PROC-CLIENT              PIC X(04).
004350 01  WS-PROC-OPERATION           PIC X(01).
004360 01  WS-PROC-RESULT              PIC S9(09)V99.
004370 01  WS-PROC-RESULT-SWITCH       PIC X(01).
004380     88  WS-PROC-HAS-RESULT      VALUE 'Y'.
004390 01  WS-PROC-REVERSED-SWITCH     PIC X(01).
004400     88  WS-PROC-IS-REVERSED     VALUE 'Y'.
004410 01  WS-REVERSES-ID              PIC X(08) VALUE SPACES.
004420 01  WS-REVERSAL-POSTED-SWITCH   PIC X(01) VALUE 'N'.
004430     88  WS-REVERSAL-POSTED      VALUE 'Y'.
004440 01  WS-REVERSAL-IN-COUNT        PIC 9(05) COMP VALUE ZERO.
004450 01  WS-REVERSAL-COUNT           PIC 9(05) COMP VALUE ZERO.
004460 01  WS-REVERSAL-ERROR-COUNT     PIC 9(05) COMP VALUE ZERO.
004470 01  WS-REVERSAL-TOTAL           PIC S9(11)V99 VALUE ZERO.
004480 01  WS-REVERSAL-COUNT-ED        PIC ZZZZ9.
004490 01  WS-CLIENT-REVERSAL-COUNT-ED PIC ZZZZ9.
004500 01  WS-CLIENT-REV-TABLE-MAX     PIC 9(03) COMP VALUE 50.
004510 01  WS-CLIENT-REV-USED          PIC 9(03) COMP VALUE ZERO.
004520 01  WS-CLIENT-REV-COUNT         PIC 9(05) COMP VALUE ZERO.
004530 01  WS-CLIENT-REV-IX            PIC 9(03) COMP VALUE ZERO.
004540 01  WS-CLIENT-REV-UNLISTED-ED   PIC ZZZZ9.
004550 01  WS-CLIENT-REV-TABLE.
004560     05  WS-CRV-ENTRY OCCURS 50 TIMES.
004570         10  WS-CRV-ORIG-ID      PIC X(08).
004580         10  WS-CRV-ORIG-OPERATION
004590                                 PIC X(01).
004600         10  WS-CRV-ORIG-RESULT  PIC S9(09)V99.
004610         10  WS-CRV-REV-ID       PIC X(08).
004620         10  WS-CRV-REV-AMOUNT   PIC S9(09)V99.
004630 01  WS-MSG-STATUS               PIC X(02).
004640 01  WS-MSG-TABLE-MAX            PIC 9(03) COMP VALUE 20.
004650 01  WS-MSG-COUNT                PIC 9(03) COMP VALUE ZERO.
004660 01  WS-DONE-MSG-ID              PIC 9(03) VALUE 1.
004670 01  WS-LOOKUP-TEXT              PIC X(50).
004680 01  WS-MSG-ENTRIES.
004690     05  WS-MSG-ENTRY OCCURS 20 TIMES INDEXED BY WS-MSG-IDX.
004700         10  WS-TBL-MSG-ID       PIC 9(03).
004710         10  WS-TBL-MSG-TEXT     PIC X(50).
004720 01  WS-ACTIVITY-STATUS          PIC X(02).
004730 01  WS-MTD-STATUS               PIC X(02).
004740 01  WS-MTD-OPEN-SWITCH          PIC X(01) VALUE 'N'.
004750     88  WS-MTD-IS-OPEN          VALUE 'Y'.
004760 01  WS-ACT-TABLE-MAX            PIC 9(03) COMP VALUE 40.
004770 01  WS-ACT-USED                 PIC 9(03) COMP VALUE ZERO.
004780 01  WS-ACT-IX                   PIC 9(03) COMP VALUE ZERO.
004790 01  WS-ACT-SLOT                 PIC 9(03) COMP VALUE ZERO.
004800 01  WS-ACT-ENTRY-TABLE.
004810     05  WS-ACT-ENTRY OCCURS 40 TIMES.
004820         10  WS-ACT-CLIENT       PIC X(04).
004830         10  WS-ACT-OPERATION    PIC X(01).
004840         10  WS-ACT-COUNT        PIC 9(05) COMP.
004850         10  WS-ACT-REVERSED     PIC 9(05) COMP.
004860 01  WS-CURRENT-CLIENT           PIC X(04).
004870 01  WS-DEPT-STATUS-CODE         PIC X(01).
004880     88  WS-DEPT-UNKNOWN         VALUE '?'.
004890 01  WS-DEPT-NAME                PIC X(20).
004900 01  WS-CLIENT-ACTIVE-SWITCH     PIC X(01) VALUE 'N'.
004910     88  WS-CLIENT-ACTIVE        VALUE 'Y'.
004920 01  WS-CLIENT-TRANS-COUNT       PIC 9(05) COMP VALUE ZERO.
004930 01  WS-CLIENT-ERROR-COUNT       PIC 9(05) COMP VALUE ZERO.
004940 01  WS-CLIENT-RESULT-TOTAL      PIC S9(11)V99 VALUE ZERO.
004950 01  WS-CLIENT-TRANS-COUNT-ED    PIC ZZZZ9.
004960 01  WS-CLIENT-ERROR-COUNT-ED    PIC ZZZZ9.
004970 01  WS-CLIENT-RESULT-TOTAL-ED   PIC -(10).99.
004980 COPY RPTCTL.
004990 01  WS-RESULT-LINE.
005000     05  RL-TRANS-NO             PIC ZZZZ9.
005010     05  FILLER                  PIC X(01) VALUE SPACES.
005020     05  RL-CLIENT               PIC X(04).
005030     05  FILLER                  PIC X(03) VALUE SPACES.
005040     05  RL-NUM1                 PIC -(7).99.
005050     05  FILLER                  PIC X(01) VALUE SPACES.
005060     05  RL-OPERAT                PIC X(01).
005070     05  FILLER                  PIC X(01) VALUE SPACES.
005080     05  RL-NUM2                 PIC -(7).99.
005090     05  FILLER                  PIC X(03) VALUE SPACES.
005100     05  RL-EQUALS                PIC X(01) VALUE '='.
005110     05  FILLER                  PIC X(01) VALUE SPACES.
005120     05  RL-RESULT                PIC -(9).99.
005130     05  FILLER                  PIC X(03) VALUE SPACES.
005140     05  RL-STATUS                PIC X(20).
005150 01  WS-SCHEDULE-HEADING.
005160     05  FILLER                  PIC X(08) VALUE SPACES.
005170     05  FILLER                  PIC X(03) VALUE "PER".
005180     05  FILLER                  PIC X(07) VALUE SPACES.
005190     05  FILLER                  PIC X(07) VALUE "PAYMENT".
005200     05  FILLER                  PIC X(06) VALUE SPACES.
005210     05  FILLER                  PIC X(08) VALUE "INTEREST".
005220     05  FILLER                  PIC X(05) VALUE SPACES.
005230     05  FILLER                  PIC X(09) VALUE "PRINCIPAL".
005240     05  FILLER                  PIC X(07) VALUE SPACES.
005250     05  FILLER                  PIC X(07) VALUE "BALANCE".
005260 01  WS-SCHEDULE-LINE.
005270     05  FILLER                  PIC X(08) VALUE SPACES.
005280     05  SL-PERIOD               PIC ZZ9.
005290     05  FILLER                  PIC X(02) VALUE SPACES.
005300     05  SL-PAYMENT              PIC -(9).99.
005310     05  FILLER                  PIC X(02) VALUE SPACES.
005320     05  SL-INTEREST             PIC -(9).99.
005330     05  FILLER                  PIC X(02) VALUE SPACES.
005340     05  SL-PRINCIPAL            PIC -(9).99.
005350     05  FILLER                  PIC X(02) VALUE SPACES.
005360     05  SL-BALANCE              PIC -(9).99.
005370 01  WS-REVERSAL-LINE.
005380     05  FILLER                  PIC X(09) VALUE "ORIGINAL ".
005390     05  RV-ORIG-ID              PIC X(08).
005400     05  FILLER                  PIC X(02) VALUE SPACES.
005410     05  RV-ORIG-OPERAT          PIC X(01).
005420     05  FILLER                  PIC X(01) VALUE SPACES.
005430     05  RV-ORIG-RESULT          PIC -(9).99.
005440     05  FILLER                  PIC X(03) VALUE " | ".
005450     05  FILLER                  PIC X(09) VALUE "REVERSAL ".
005460     05  RV-REV-ID               PIC X(08).
005470     05  FILLER                  PIC X(01) VALUE SPACES.
005480     05  RV-REV-AMOUNT           PIC -(9).99.
005490 01  WS-CALC-EXPORT-ROW.
005500     05  CX-RUN-NUMBER           PIC 9(05).
005510     05  FILLER                  PIC X(01) VALUE ','.
005520     05  CX-BUSINESS-DATE        PIC 9(08).
005530     05  FILLER                  PIC X(01) VALUE ','.
005540     05  CX-CLIENT               PIC X(04).
005550     05  FILLER                  PIC X(01) VALUE ','.
005560     05  CX-TRANS-ID             PIC X(08).
005570     05  FILLER                  PIC X(01) VALUE ','.
005580     05  CX-TRANS-NO             PIC 9(05).
005590     05  FILLER                  PIC X(01) VALUE ','.
005600     05  CX-NUM1                 PIC +9(07).99.
005610     05  FILLER                  PIC X(01) VALUE ','.
005620     05  CX-OPERAT               PIC X(01).
005630     05  FILLER                  PIC X(01) VALUE ','.
005640     05  CX-NUM2                 PIC +9(07).99.
005650     05  FILLER                  PIC X(01) VALUE ','.
005660     05  CX-RESULT               PIC +9(09).99.
005670     05  FILLER                  PIC X(01) VALUE ','.
005680     05  CX-STATUS               PIC X(20).
005690
005700*-----------------------
005710 LINKAGE SECTION.
005720*-----------------------
005730 01  LK-OPERATOR-ID              PIC X(08).
005740
005750*-----------------------
005760 PROCEDURE DIVISION USING LK-OPERATOR-ID.
005770*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
005780 0000-MAINLINE.
005790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005800     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
005810         UNTIL WS-EOF.
005820     PERFORM 8000-FINALIZE THRU 8000-EXIT.
005830     MOVE 'R' TO WS-SUITE-FUNCTION.
005840     MOVE WS-STEP-RC TO WS-SUITE-RC.
005850     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
005860         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
005870     MOVE WS-STEP-RC TO RETURN-CODE.
005880     GOBACK.
005890
005900 1000-INITIALIZE.
005910     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
005920     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
005930         CALL "GETRUN" USING WS-RUN-NUMBER
005940         MOVE SPACE TO WS-NIGHT-MODE
005950     END-IF.
005960     MOVE "CALCULAT" TO WS-SUITE-STEP-NAME.
005970     MOVE 'C' TO WS-SUITE-FUNCTION.
005980     MOVE ZERO TO WS-SUITE-RC.
005990     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
006000         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
006010     IF WS-SUITE-STEP-DONE
006020         DISPLAY WS-SUITE-STEP-NAME
006030             " ALREADY COMPLETE THIS RUN - BYPASSED"
006040         GOBACK
006050     END-IF.
006060     MOVE "CALCULAT" TO RPT-PROGRAM-NAME.
006070     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER.
006080     MOVE WS-NIGHT-MODE TO RPT-RUN-MODE.
006090     MOVE 60 TO RPT-LINES-PER-PAGE.
006100     MOVE ZERO TO RPT-LINE-COUNT.
006110     MOVE ZERO TO RPT-PAGE-COUNT.
006120     MOVE 'D' TO RPT-REQUEST.
006130     MOVE "TRANS CLNT   NUM1 OP NUM2   = RESULT  STATUS"
006140         TO RPT-COLUMN-HEADING.
006150     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
006160         MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
006170     END-IF.
006180     OPEN OUTPUT AUDIT-LOG-FILE.
006190     IF WS-AUDIT-STATUS = "00"
006200         SET WS-AUDIT-IS-OPEN TO TRUE
006210     END-IF.
006220     MOVE "STEP START" TO WS-STEP-MARK-TEXT.
006230     PERFORM 9100-WRITE-STEP-MARK THRU 9100-EXIT.
006240     PERFORM 1130-LOAD-MESSAGE-TABLE THRU 1130-EXIT.
006250     OPEN INPUT CALC-TRANS-FILE.
006260     IF WS-TRANS-STATUS NOT = "00"
006270         DISPLAY "CALCTRAN OPEN FAILED, STATUS " WS-TRANS-STATUS
006280         SET WS-EOF TO TRUE
006290         MOVE 12 TO WS-STEP-RC
006300     ELSE
006310         SET WS-TRANS-IS-OPEN TO TRUE
006320         PERFORM 1050-BALANCE-BATCH THRU 1050-EXIT
006330     END-IF.
006340     IF WS-TRANS-IS-OPEN AND WS-BATCH-BALANCED
006350         PERFORM 1070-OPEN-PROCESSED-IDS THRU 1070-EXIT
006360     END-IF.
006370     IF WS-TRANS-IS-OPEN AND WS-BATCH-BALANCED
006380         PERFORM 1120-APPLY-CHECKPOINT THRU 1120-EXIT
006390         IF WS-SKIP-COUNT > ZERO
006400             DISPLAY "RESTART: SKIPPING " WS-SKIP-COUNT
006410                 " ALREADY-PROCESSED TRANSACTIONS"
006420             PERFORM 1150-SKIP-TRANSACTIONS THRU 1150-EXIT
006430         END-IF
006440         PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
006450     END-IF.
006460     PERFORM 1125-OPEN-REPORT-FILE THRU 1125-EXIT.
006470 1000-EXIT.
006480     EXIT.
006490
006500 1050-BALANCE-BATCH.
006510******************************************************************
006520* Reads the whole transaction file once before any processing.
006530* The file may now carry several header/detail/trailer groups,
006540* one per submitting department, and each group balances on
006550* its own: header and trailer present, trailer count equal to
006560* the details read, hash footing to the numeric TR-NUM1
006570* values.  A group that fails is refused on its own with an
006580* ERROR audit record, and RETURN-CODE 8 marks the run, while
006590* every balanced group still processes.  Only a file with no
006600* balanced group at all is refused whole with RETURN-CODE 12.
006610******************************************************************
006620     PERFORM 1060-BALANCE-ONE-RECORD THRU 1060-EXIT
006630         UNTIL WS-BAL-EOF.
006640     PERFORM 1075-JUDGE-ONE-BATCH THRU 1075-EXIT
006650         VARYING WS-BATCH-IX FROM 1 BY 1
006660         UNTIL WS-BATCH-IX > WS-BATCH-USED.
006670     IF WS-BATCH-OVERFLOW
006680         DISPLAY "CALCTRAN REFUSED - TOO MANY BATCHES IN FILE"
006690         MOVE ZERO TO WS-ACCEPTED-BATCHES
006700     END-IF.
006710     IF WS-ACCEPTED-BATCHES > ZERO
006720         SET WS-BATCH-BALANCED TO TRUE
006730         CLOSE CALC-TRANS-FILE
006740         OPEN INPUT CALC-TRANS-FILE
006750         IF WS-REFUSED-BATCHES > ZERO
006760             MOVE 8 TO WS-STEP-RC
006770         END-IF
006780     ELSE
006790         DISPLAY "CALCTRAN REFUSED - NO BALANCED BATCH IN FILE"
006800         CLOSE CALC-TRANS-FILE
006810         MOVE 'N' TO WS-TRANS-OPEN-SWITCH
006820         SET WS-EOF TO TRUE
006830         MOVE 12 TO WS-STEP-RC
006840     END-IF.
006850 1050-EXIT.
006860     EXIT.
006870
006880 1060-BALANCE-ONE-RECORD.
006890******************************************************************
006900* A detail or trailer arriving before any header opens an
006910* orphan group that can never balance, so stray records refuse
006920* their own group instead of poisoning a neighbor's.  A reversal
006930* record counts as a detail but has no operand to foot.
006940******************************************************************
006950     READ CALC-TRANS-FILE
006960         AT END
006970             SET WS-BAL-EOF TO TRUE
006980     END-READ.
006990     IF WS-BAL-EOF
007000         GO TO 1060-EXIT
007010     END-IF.
007020     EVALUATE TRUE
007030         WHEN TR-IS-HEADER
007040             PERFORM 1065-OPEN-NEW-BATCH THRU 1065-EXIT
007050             IF WS-BATCH-USED > ZERO
007060                 MOVE 'Y' TO WS-BCH-HDR-SWITCH (WS-BATCH-USED)
007070                 MOVE TH-BATCH-ID TO WS-BCH-ID (WS-BATCH-USED)
007080                 MOVE TH-BUSINESS-DATE TO WS-BUSINESS-DATE
007090             END-IF
007100         WHEN TR-IS-TRAILER
007110             IF WS-BATCH-USED = ZERO
007120                 PERFORM 1065-OPEN-NEW-BATCH THRU 1065-EXIT
007130             END-IF
007140             IF WS-BATCH-USED > ZERO
007150                 MOVE 'Y' TO WS-BCH-TRL-SWITCH (WS-BATCH-USED)
007160                 MOVE TT-RECORD-COUNT
007170                     TO WS-BCH-TRL-COUNT (WS-BATCH-USED)
007180                 MOVE TT-HASH-TOTAL
007190                     TO WS-BCH-TRL-HASH (WS-BATCH-USED)
007200             END-IF
007210         WHEN TR-IS-DETAIL
007220         WHEN TR-IS-REVERSAL
007230             IF WS-BATCH-USED = ZERO
007240                 PERFORM 1065-OPEN-NEW-BATCH THRU 1065-EXIT
007250             END-IF
007260             IF WS-BATCH-USED > ZERO
007270                 ADD 1 TO WS-BCH-DETAIL-COUNT (WS-BATCH-USED)
007280                 IF TR-NUM1 NUMERIC
007290                     AND TR-IS-DETAIL
007300                     ADD TR-NUM1
007310                         TO WS-BCH-HASH-TOTAL (WS-BATCH-USED)
007320                 END-IF
007330             END-IF
007340     END-EVALUATE.
007350 1060-EXIT.
007360     EXIT.
007370
007380 1065-OPEN-NEW-BATCH.
007390     IF WS-BATCH-USED >= WS-BATCH-TABLE-MAX
007400         SET WS-BATCH-OVERFLOW TO TRUE
007410         GO TO 1065-EXIT
007420     END-IF.
007430     ADD 1 TO WS-BATCH-USED.
007440     MOVE SPACES TO WS-BCH-ID (WS-BATCH-USED).
007450     MOVE 'N' TO WS-BCH-OK-SWITCH (WS-BATCH-USED).
007460     MOVE 'N' TO WS-BCH-HDR-SWITCH (WS-BATCH-USED).
007470     MOVE 'N' TO WS-BCH-TRL-SWITCH (WS-BATCH-USED).
007480     MOVE ZERO TO WS-BCH-DETAIL-COUNT (WS-BATCH-USED).
007490     MOVE ZERO TO WS-BCH-HASH-TOTAL (WS-BATCH-USED).
007500     MOVE ZERO TO WS-BCH-TRL-COUNT (WS-BATCH-USED).
007510     MOVE ZERO TO WS-BCH-TRL-HASH (WS-BATCH-USED).
007520 1065-EXIT.
007530     EXIT.
007540
007550 1075-JUDGE-ONE-BATCH.
007560******************************************************************
007570* Accepts or refuses one header/detail/trailer group on its own
007580* balancing, with the per-batch ERROR audit record the refusal
007590* used to write for the whole file.
007600******************************************************************
007610     IF WS-BCH-HAS-HDR (WS-BATCH-IX)
007620         AND WS-BCH-HAS-TRL (WS-BATCH-IX)
007630         AND WS-BCH-DETAIL-COUNT (WS-BATCH-IX) =
007640             WS-BCH-TRL-COUNT (WS-BATCH-IX)
007650         AND WS-BCH-HASH-TOTAL (WS-BATCH-IX) =
007660             WS-BCH-TRL-HASH (WS-BATCH-IX)
007670         MOVE 'Y' TO WS-BCH-OK-SWITCH (WS-BATCH-IX)
007680         ADD 1 TO WS-ACCEPTED-BATCHES
007690     ELSE
007700         ADD 1 TO WS-REFUSED-BATCHES
007710         MOVE WS-BCH-ID (WS-BATCH-IX) TO WS-BATCH-ID
007720         MOVE WS-BCH-DETAIL-COUNT (WS-BATCH-IX)
007730             TO WS-BAL-DETAIL-COUNT-ED
007740         MOVE WS-BCH-TRL-COUNT (WS-BATCH-IX)
007750             TO WS-TRL-RECORD-COUNT-ED
007760         DISPLAY "CALCTRAN BATCH " WS-BATCH-ID
007770             " REFUSED - OUT OF BALANCE"
007780         CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP
007790         MOVE SPACES TO AUDIT-LOG-RECORD
007800         MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP
007810         MOVE "CALCULAT" TO AUDIT-PROGRAM-ID
007820         MOVE WS-OPERATOR-ID TO AUDIT-USER-ID
007830         IF WS-SIMULATION
007840             MOVE "SIMULATE" TO AUDIT-USER-ID
007850         END-IF
007860         MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER
007870         SET AUDIT-IS-ERROR TO TRUE
007880         STRING "BATCH " WS-BATCH-ID " REFUSED, TRAILER COUNT "
007890             WS-TRL-RECORD-COUNT-ED " VS DETAILS "
007900             WS-BAL-DETAIL-COUNT-ED
007910             " OR HASH/CONTROL RECORDS BAD"
007920             DELIMITED BY SIZE INTO AUDIT-MESSAGE-TEXT
007930         IF WS-AUDIT-IS-OPEN
007940             WRITE AUDIT-LOG-RECORD
007950         END-IF
007960     END-IF.
007970 1075-EXIT.
007980     EXIT.
007990
008000 1100-READ-TRANSACTION.
008010******************************************************************
008020* Advances to the next detail record of an accepted batch,
008030* passing over the control records already consumed by the
008040* balancing pre-pass and over every record of a batch the
008050* pre-pass refused.
008060******************************************************************
008070     MOVE 'N' TO WS-USABLE-SWITCH.
008080     PERFORM 1110-READ-ONE-RECORD THRU 1110-EXIT
008090         UNTIL WS-EOF OR WS-RECORD-USABLE.
008100 1100-EXIT.
008110     EXIT.
008120
008130 1110-READ-ONE-RECORD.
008140     READ CALC-TRANS-FILE
008150         AT END
008160             SET WS-EOF TO TRUE
008170     END-READ.
008180     IF WS-EOF
008190         GO TO 1110-EXIT
008200     END-IF.
008210     IF TR-IS-HEADER
008220         ADD 1 TO WS-PROC-BATCH
008230         MOVE TH-BUSINESS-DATE TO WS-BUSINESS-DATE
008240     END-IF.
008250     PERFORM 1115-SET-BATCH-STATE THRU 1115-EXIT.
008260     IF (TR-IS-DETAIL OR TR-IS-REVERSAL) AND WS-CUR-BATCH-OK
008270         SET WS-RECORD-USABLE TO TRUE
008280     END-IF.
008290 1110-EXIT.
008300     EXIT.
008310
008320 1115-SET-BATCH-STATE.
008330     MOVE 'N' TO WS-CUR-BATCH-OK-SWITCH.
008340     IF WS-PROC-BATCH > ZERO
008350         AND WS-PROC-BATCH <= WS-BATCH-USED
008360         IF WS-BCH-IS-OK (WS-PROC-BATCH)
008370             SET WS-CUR-BATCH-OK TO TRUE
008380         END-IF
008390     END-IF.
008400 1115-EXIT.
008410     EXIT.
008420
008430 1120-APPLY-CHECKPOINT.
008440******************************************************************
008450* Looks for a checkpoint record left by a prior run that abended
008460* partway through this transaction file.  If one is found, its
008470* transaction count becomes the number of leading records this
008480* run will skip instead of reprocessing, and its error count
008490* becomes this run's starting error count so the end-of-run
008500* summary covers the whole batch, not just the records processed
008510* after the restart.
008520******************************************************************
008530     OPEN INPUT CHECKPOINT-FILE.
008540     IF WS-CKPT-STATUS = "00"
008550         READ CHECKPOINT-FILE
008560             AT END
008570                 CONTINUE
008580         END-READ
008590         IF WS-CKPT-STATUS = "00"
008600             MOVE CKPT-TRANS-COUNT TO WS-SKIP-COUNT
008610             MOVE CKPT-ERROR-COUNT TO WS-ERROR-COUNT
008620             MOVE CKPT-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT
008630             IF CKPT-REVERSAL-TOTAL NUMERIC
008640                 MOVE CKPT-REVERSAL-COUNT TO WS-REVERSAL-COUNT
008650                 MOVE CKPT-REVERSAL-ERROR-COUNT
008660                     TO WS-REVERSAL-ERROR-COUNT
008670                 MOVE CKPT-REVERSAL-TOTAL TO WS-REVERSAL-TOTAL
008680                 ADD WS-REVERSAL-COUNT WS-REVERSAL-ERROR-COUNT
008690                     GIVING WS-REVERSAL-IN-COUNT
008700             END-IF
008710         END-IF
008720         CLOSE CHECKPOINT-FILE
008730     END-IF.
008740 1120-EXIT.
008750     EXIT.
008760
008770 1125-OPEN-REPORT-FILE.
008780******************************************************************
008790* A clean start opens the report fresh and writes its header.  A
008800* restart past a checkpoint opens it EXTEND instead, so the
008810* detail lines from before the abend stay in the file and the
008820* trailer this run writes covers the whole batch instead of only
008830* the transactions processed since the restart.
008840******************************************************************
008850     IF WS-SKIP-COUNT > ZERO
008860         OPEN EXTEND CALC-REPORT-FILE
008870     ELSE
008880         OPEN OUTPUT CALC-REPORT-FILE
008890     END-IF.
008900     IF WS-REPORT-STATUS = "00"
008910         SET WS-REPORT-IS-OPEN TO TRUE
008920     END-IF.
008930     PERFORM 1127-OPEN-EXPORT-FILE THRU 1127-EXIT.
008940     PERFORM 1128-OPEN-RESULT-HISTORY THRU 1128-EXIT.
008950 1125-EXIT.
008960     EXIT.
008970
008980 1127-OPEN-EXPORT-FILE.
008990******************************************************************
009000* The CALCCSV spreadsheet export of the result lines opens the
009010* same way as the report: fresh with its column-heading row on a
009020* clean start, EXTEND on a restart so the rows already written
009030* stay.  A restart's printed-line and row counts start from the
009040* skipped transactions, one result line and one row each.  An
009050* unopenable export is reported but does not fail the run; the
009060* CTLVERFY foot will show the rows missing.
009070******************************************************************
009080     IF WS-SIMULATION
009090         MOVE "SIM-RUN" TO WS-EXPORT-RUN-LABEL
009100     END-IF.
009110     IF WS-SKIP-COUNT > ZERO
009120         OPEN EXTEND CALC-EXPORT-FILE
009130     ELSE
009140         OPEN OUTPUT CALC-EXPORT-FILE
009150     END-IF.
009160     IF WS-EXPORT-STATUS NOT = "00"
009170         DISPLAY "CALCCSV OPEN FAILED, STATUS " WS-EXPORT-STATUS
009180         GO TO 1127-EXIT
009190     END-IF.
009200     SET WS-EXPORT-IS-OPEN TO TRUE.
009210     IF WS-SKIP-COUNT > ZERO
009220         MOVE WS-SKIP-COUNT TO WS-PRINTED-LINE-COUNT
009230         MOVE WS-SKIP-COUNT TO WS-EXPORT-ROW-COUNT
009240         GO TO 1127-EXIT
009250     END-IF.
009260     MOVE SPACES TO CALC-EXPORT-RECORD.
009270     STRING WS-EXPORT-RUN-LABEL DELIMITED BY SPACE
009280         ",BUSINESS-DATE,CLIENT,TRANS-ID,TRANS-NO,NUM1,OPERATOR,"
009290         "NUM2,RESULT,STATUS"
009300         DELIMITED BY SIZE INTO CALC-EXPORT-RECORD.
009310     WRITE CALC-EXPORT-RECORD.
009320 1127-EXIT.
009330     EXIT.
009340
009350 1128-OPEN-RESULT-HISTORY.
009360******************************************************************
009370* Opens the shared RESHIST results history for update.  On a
009380* restart the skipped transactions' records are already on the
009390* file, so the written count starts from them; the replayed
009400* details after the checkpoint land on their own keys again, and
009410* 2925 keeps a record that posted before the abend rather than
009420* overwrite it with the replay's DUPLICATE.  An unopenable
009430* history is reported but does not fail the run -- the CTLVERFY
009440* foot shows the records missing.
009450* A simulated night writes no history.
009460******************************************************************
009470     IF WS-SIMULATION
009480         GO TO 1128-EXIT
009490     END-IF.
009500     OPEN I-O RESULT-HISTORY-FILE.
009510     IF WS-RESHIST-STATUS NOT = "00"
009520         DISPLAY "RESHIST OPEN FAILED, STATUS " WS-RESHIST-STATUS
009530         GO TO 1128-EXIT
009540     END-IF.
009550     SET WS-RESHIST-IS-OPEN TO TRUE.
009560     MOVE WS-SKIP-COUNT TO WS-RESHIST-WRITTEN-COUNT.
009570 1128-EXIT.
009580     EXIT.
009590
009600 1130-LOAD-MESSAGE-TABLE.
009610******************************************************************
009620* Loads the externalized operator-message table from CALCMSGS so
009630* sign-off and other operator-facing text lives in one reviewable
009640* file instead of a literal buried in the program -- and so a
009650* second language's wording could be added later as more rows,
009660* without touching this program.
009670******************************************************************
009680     OPEN INPUT MESSAGE-FILE.
009690     IF WS-MSG-STATUS = "00"
009700         PERFORM 1140-READ-ONE-MESSAGE THRU 1140-EXIT
009710             UNTIL WS-MSG-STATUS NOT = "00"
009720                 OR WS-MSG-COUNT >= WS-MSG-TABLE-MAX
009730         CLOSE MESSAGE-FILE
009740     END-IF.
009750 1130-EXIT.
009760     EXIT.
009770
009780 1140-READ-ONE-MESSAGE.
009790     READ MESSAGE-FILE
009800         AT END
009810             MOVE "10" TO WS-MSG-STATUS
009820     END-READ.
009830     IF WS-MSG-STATUS = "00"
009840         ADD 1 TO WS-MSG-COUNT
009850         MOVE MSG-ID TO WS-TBL-MSG-ID (WS-MSG-COUNT)
009860         MOVE MSG-TEXT TO WS-TBL-MSG-TEXT (WS-MSG-COUNT)
009870     END-IF.
009880 1140-EXIT.
009890     EXIT.
009900
009910 1150-SKIP-TRANSACTIONS.
009920     PERFORM 1160-SKIP-ONE-TRANSACTION THRU 1160-EXIT
009930         UNTIL WS-TRANS-COUNT >= WS-SKIP-COUNT OR WS-EOF.
009940 1150-EXIT.
009950     EXIT.
009960
009970 1160-SKIP-ONE-TRANSACTION.
009980     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
009990     IF NOT WS-EOF
010000         ADD 1 TO WS-TRANS-COUNT
010010     END-IF.
010020 1160-EXIT.
010030     EXIT.
010040
010050 2000-PROCESS-TRANSACTION.
010060     IF WS-PROC-BATCH NOT = WS-RPT-BATCH
010070         PERFORM 2080-START-BATCH-SECTION THRU 2080-EXIT
010080     END-IF.
010090     PERFORM 2100-CHECK-CLIENT-BREAK THRU 2100-EXIT.
010100     ADD 1 TO WS-TRANS-COUNT.
010110     IF TR-IS-REVERSAL
010120         PERFORM 2300-PROCESS-REVERSAL THRU 2300-EXIT
010130         PERFORM 2960-WRITE-CHECKPOINT THRU 2960-EXIT
010140         PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
010150         GO TO 2000-EXIT
010160     END-IF.
010170     MOVE TR-NUM1 TO WS-NUM1.
010180     MOVE TR-NUM2 TO WS-NUM2.
010190     MOVE TR-OPERAT TO WS-OPERAT.
010200     MOVE SPACES TO WS-STATUS-TEXT.
010210     MOVE "OK" TO WS-STATUS-TEXT.
010220     MOVE ZERO TO WS-RESULT.
010230     PERFORM 2005-CHECK-DUPLICATE THRU 2005-EXIT.
010240     IF WS-STATUS-TEXT = "OK"
010250         AND (TR-NUM1-FROM-REGISTER OR TR-NUM2-FROM-REGISTER)
010260         DISPLAY "INVALID OPERAND SOURCE - TRANSACTION SKIPPED"
010270         MOVE "INVALID OPERAND SRCE" TO WS-STATUS-TEXT
010280         ADD 1 TO WS-ERROR-COUNT
010290     END-IF.
010300
010310     IF WS-STATUS-TEXT = "OK" AND WS-OPERAT = '+'
010320         COMPUTE WS-RESULT = WS-NUM1 + WS-NUM2
010330     END-IF.
010340
010350     IF WS-STATUS-TEXT = "OK" AND WS-OPERAT = '-'
010360         COMPUTE WS-RESULT = WS-NUM1 - WS-NUM2
010370     END-IF.
010380
010390     IF WS-STATUS-TEXT = "OK" AND WS-OPERAT = '*'
010400         COMPUTE WS-RESULT = WS-NUM1 * WS-NUM2
010410     END-IF.
010420
010430     IF WS-STATUS-TEXT = "OK" AND WS-OPERAT = '/'
010440         IF WS-NUM2 = ZERO
010450             MOVE ZERO TO WS-RESULT
010460             DISPLAY "DIVIDE BY ZERO - TRANSACTION SKIPPED"
010470             MOVE "DIVIDE BY ZERO" TO WS-STATUS-TEXT
010480             ADD 1 TO WS-ERROR-COUNT
010490         ELSE
010500             COMPUTE WS-RESULT = WS-NUM1 / WS-NUM2
010510                 ON SIZE ERROR
010520                     DISPLAY "SIZE ERROR ON DIVIDE"
010530                     MOVE "SIZE ERROR" TO WS-STATUS-TEXT
010540                     ADD 1 TO WS-ERROR-COUNT
010550             END-COMPUTE
010560         END-IF
010570     END-IF.
010580
010590     MOVE 'N' TO WS-AMORT-SWITCH.
010600     IF WS-STATUS-TEXT = "OK"
010610         AND (WS-OPERAT = 'L' OR WS-OPERAT = 'S')
010620         PERFORM 2500-COMPUTE-AMORTIZATION THRU 2500-EXIT
010630     END-IF.
010640
010650     IF WS-STATUS-TEXT = "OK"
010660             AND WS-OPERAT NOT = '+' AND WS-OPERAT NOT = '-'
010670             AND WS-OPERAT NOT = '*' AND WS-OPERAT NOT = '/'
010680             AND WS-OPERAT NOT = 'L' AND WS-OPERAT NOT = 'S'
010690         MOVE ZERO TO WS-RESULT
010700         DISPLAY "INVALID OPERATOR - TRANSACTION SKIPPED"
010710         MOVE "INVALID OPERATOR" TO WS-STATUS-TEXT
010720         ADD 1 TO WS-ERROR-COUNT
010730     END-IF.
010740
010750     DISPLAY 'SONUC : ' WS-RESULT.
010760     ADD 1 TO WS-CLIENT-TRANS-COUNT.
010770     EVALUATE WS-STATUS-TEXT
010780         WHEN "OK"
010790             ADD WS-RESULT TO WS-CLIENT-RESULT-TOTAL
010800             PERFORM 2400-TALLY-BILLING-ACTIVITY THRU 2400-EXIT
010810             PERFORM 2007-REGISTER-TRANS-ID THRU 2007-EXIT
010820         WHEN "DUPLICATE"
010830             CONTINUE
010840         WHEN OTHER
010850             ADD 1 TO WS-CLIENT-ERROR-COUNT
010860     END-EVALUATE.
010870     PERFORM 2900-WRITE-RESULT-LINE THRU 2900-EXIT.
010880     IF WS-AMORT-POSTED AND WS-STATUS-TEXT = "OK"
010890         PERFORM 2550-WRITE-AMORT-SCHEDULE THRU 2550-EXIT
010900     END-IF.
010910     PERFORM 2950-WRITE-AUDIT-ENTRY THRU 2950-EXIT.
010920     PERFORM 2960-WRITE-CHECKPOINT THRU 2960-EXIT.
010930     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
010940 2000-EXIT.
010950     EXIT.
010960
010970 2080-START-BATCH-SECTION.
010980******************************************************************
010990* First detail of a newly accepted batch: close the previous
011000* batch's open client section with its subtotal, then print the
011010* batch heading so each department's group reports as its own
011020* section of the statement file.
011030******************************************************************
011040     IF WS-CLIENT-ACTIVE
011050         PERFORM 2850-WRITE-CLIENT-SUBTOTAL THRU 2850-EXIT
011060         MOVE 'N' TO WS-CLIENT-ACTIVE-SWITCH
011070     END-IF.
011080     MOVE WS-PROC-BATCH TO WS-RPT-BATCH.
011090     IF WS-REPORT-IS-OPEN
011100         AND WS-PROC-BATCH <= WS-BATCH-USED
011110         MOVE SPACES TO RPT-DETAIL-LINE
011120         STRING "BATCH " WS-BCH-ID (WS-PROC-BATCH)
011130             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
011140         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
011150     END-IF.
011160 2080-EXIT.
011170     EXIT.
011180
011190 2100-CHECK-CLIENT-BREAK.
011200******************************************************************
011210* The transaction file arrives in client sequence.  The first
011220* detail opens that client's statement section; a change of
011230* client closes the old section with its subtotal line and
011240* opens the next, so each department gets back just its own
011250* calculations.
011260******************************************************************
011270     IF NOT WS-CLIENT-ACTIVE
011280         MOVE TR-CLIENT-ID TO WS-CURRENT-CLIENT
011290         SET WS-CLIENT-ACTIVE TO TRUE
011300         PERFORM 2150-START-CLIENT-STATEMENT THRU 2150-EXIT
011310     ELSE
011320         IF TR-CLIENT-ID NOT = WS-CURRENT-CLIENT
011330             PERFORM 2850-WRITE-CLIENT-SUBTOTAL THRU 2850-EXIT
011340             MOVE TR-CLIENT-ID TO WS-CURRENT-CLIENT
011350             PERFORM 2150-START-CLIENT-STATEMENT THRU 2150-EXIT
011360         END-IF
011370     END-IF.
011380 2100-EXIT.
011390     EXIT.
011400
011410 1070-OPEN-PROCESSED-IDS.
011420******************************************************************
011430* Opens the keyed processed-ID register for update; IDs are read
011440* and written directly by trans ID as transactions come by.  The
011450* register is the only protection against posting a transaction
011460* twice, so a run that cannot open it posts nothing: the file is
011470* refused whole RC 12 with an ERROR audit record, exactly like a
011480* file with no balanced batch, and the checkpoint is left alone
011490* for the rerun.  A simulated night only reads it.
011500******************************************************************
011510     IF WS-SIMULATION
011520         OPEN INPUT PROCESSED-ID-FILE
011530     ELSE
011540         OPEN I-O PROCESSED-ID-FILE
011550     END-IF.
011560     IF WS-IDS-STATUS = "00"
011570         SET WS-IDS-IS-OPEN TO TRUE
011580         GO TO 1070-EXIT
011590     END-IF.
011600     DISPLAY "CALCIDS OPEN FAILED, STATUS " WS-IDS-STATUS.
011610     DISPLAY "CALCTRAN REFUSED - NO PROCESSED-ID REGISTER".
011620     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
011630     MOVE SPACES TO AUDIT-LOG-RECORD.
011640     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
011650     MOVE "CALCULAT" TO AUDIT-PROGRAM-ID.
011660     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
011670     IF WS-SIMULATION
011680         MOVE "SIMULATE" TO AUDIT-USER-ID
011690     END-IF.
011700     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
011710     SET AUDIT-IS-ERROR TO TRUE.
011720     STRING "CALCIDS OPEN FAILED, STATUS " WS-IDS-STATUS
011730         ", CALCTRAN REFUSED, NOTHING POSTED"
011740         DELIMITED BY SIZE INTO AUDIT-MESSAGE-TEXT.
011750     IF WS-AUDIT-IS-OPEN
011760         WRITE AUDIT-LOG-RECORD
011770     END-IF.
011780     CLOSE CALC-TRANS-FILE.
011790     MOVE 'N' TO WS-TRANS-OPEN-SWITCH.
011800     MOVE 'N' TO WS-BALANCED-SWITCH.
011810     SET WS-EOF TO TRUE.
011820     MOVE 12 TO WS-STEP-RC.
011830 1070-EXIT.
011840     EXIT.
011850
011860 2005-CHECK-DUPLICATE.
011870******************************************************************
011880* An ID already on the processed-ID register (this run or any
011890* earlier one still inside the retention window) is bypassed
011900* with a DUPLICATE status line instead of recomputed.  The check
011910* is one keyed read.  New IDs are remembered by
011920* 2007-REGISTER-TRANS-ID only once the transaction completes
011930* with status OK.
011940******************************************************************
011950     MOVE 'N' TO WS-DUPLICATE-SWITCH.
011960     MOVE TR-TRANS-ID TO PID-TRANS-ID.
011970     READ PROCESSED-ID-FILE
011980         INVALID KEY
011990             CONTINUE
012000         NOT INVALID KEY
012010             SET WS-IS-DUPLICATE TO TRUE
012020     END-READ.
012030     IF WS-IS-DUPLICATE
012040         MOVE "DUPLICATE" TO WS-STATUS-TEXT
012050         ADD 1 TO WS-DUPLICATE-COUNT
012060         DISPLAY "DUPLICATE ID " TR-TRANS-ID " - BYPASSED"
012070         GO TO 2005-EXIT
012080     END-IF.
012090 2005-EXIT.
012100     EXIT.
012110
012120 2007-REGISTER-TRANS-ID.
012130******************************************************************
012140* Writes this transaction's ID to the keyed processed-ID register
012150* only after it completed with status OK.  An errored transaction
012160* posted nothing, so remembering it would buy no double-post
012170* protection and would make the engine bypass the clerk's
012180* corrected resubmission as a DUPLICATE.  The record carries the
012190* run number and the business date of the batch it came in, which
012200* the retention purge ages it by.
012210* The register record carries the posted result so a later
012220* reversal can back it out; a reversal's own record names the
012230* original it reversed in PID-REVERSES-ID.
012240******************************************************************
012250     IF WS-SIMULATION
012260         GO TO 2007-EXIT
012270     END-IF.
012280     MOVE SPACES TO PROCESSED-ID-RECORD.
012290     MOVE TR-TRANS-ID TO PID-TRANS-ID.
012300     MOVE TR-CLIENT-ID TO PID-CLIENT-ID.
012310     MOVE WS-OPERAT TO PID-OPERATION.
012320     MOVE WS-NUM1 TO PID-NUM1.
012330     MOVE WS-NUM2 TO PID-NUM2.
012340     MOVE WS-RESULT TO PID-RESULT.
012350     MOVE WS-REVERSES-ID TO PID-REVERSES-ID.
012360     MOVE WS-RUN-NUMBER TO PID-RUN-NUMBER.
012370     MOVE WS-BUSINESS-DATE TO PID-BUSINESS-DATE.
012380     WRITE PROCESSED-ID-RECORD
012390         INVALID KEY
012400             DISPLAY "CALCIDS WRITE FAILED, STATUS "
012410                 WS-IDS-STATUS " - " TR-TRANS-ID
012420                 " NOT REMEMBERED"
012430     END-WRITE.
012440 2007-EXIT.
012450     EXIT.
012460
012470 2300-PROCESS-REVERSAL.
012480******************************************************************
012490* An 'R' record backs out the transaction named in
012500* TV-ORIG-TRANS-ID.  Its own ID is duplicate-checked like any
012510* detail, so a rerun cannot reverse twice; the original must be
012520* on the register with a posted result, belong to this client,
012530* and not be reversed already.  A posted reversal's result is
012540* the original's result negated: it nets the client total (and
012550* so the MTDACCUM row), credits BILACTV under the original's
012560* operation, registers its own ID naming the original, and is
012570* held for the client's side-by-side reversal section.
012580******************************************************************
012590     MOVE "OK" TO WS-STATUS-TEXT.
012600     MOVE 'N' TO WS-REVERSAL-POSTED-SWITCH.
012610     MOVE ZERO TO WS-NUM1.
012620     MOVE ZERO TO WS-NUM2.
012630     MOVE ZERO TO WS-RESULT.
012640     MOVE SPACES TO WS-OPERAT.
012650     PERFORM 2005-CHECK-DUPLICATE THRU 2005-EXIT.
012660     IF WS-STATUS-TEXT NOT = "OK"
012670         ADD 1 TO WS-CLIENT-TRANS-COUNT
012680         GO TO 2305-FINISH-REVERSAL
012690     END-IF.
012700     ADD 1 TO WS-REVERSAL-IN-COUNT.
012710     MOVE TV-ORIG-TRANS-ID TO WS-PROC-KEY.
012720     PERFORM 2310-FIND-ORIGINAL THRU 2310-EXIT.
012730     EVALUATE TRUE
012740         WHEN WS-PROC-KEY = SPACES
012750         WHEN NOT WS-PROC-FOUND
012760             MOVE "NOT ON REGISTER" TO WS-STATUS-TEXT
012770         WHEN NOT WS-PROC-HAS-RESULT
012780             MOVE "NOT REVERSIBLE" TO WS-STATUS-TEXT
012790         WHEN WS-PROC-CLIENT NOT = TR-CLIENT-ID
012800             MOVE "CLIENT MISMATCH" TO WS-STATUS-TEXT
012810         WHEN WS-PROC-IS-REVERSED
012820             MOVE "ALREADY REVERSED" TO WS-STATUS-TEXT
012830         WHEN OTHER
012840             CONTINUE
012850     END-EVALUATE.
012860     ADD 1 TO WS-CLIENT-TRANS-COUNT.
012870     IF WS-STATUS-TEXT NOT = "OK"
012880         DISPLAY "REVERSAL " TR-TRANS-ID " OF " TV-ORIG-TRANS-ID
012890             " FAILED - " WS-STATUS-TEXT
012900         ADD 1 TO WS-ERROR-COUNT
012910         ADD 1 TO WS-CLIENT-ERROR-COUNT
012920         ADD 1 TO WS-REVERSAL-ERROR-COUNT
012930         GO TO 2305-FINISH-REVERSAL
012940     END-IF.
012950     SET WS-REVERSAL-POSTED TO TRUE.
012960     COMPUTE WS-RESULT = ZERO - WS-PROC-RESULT.
012970     MOVE WS-PROC-OPERATION TO WS-OPERAT.
012980     PERFORM 2315-MARK-ORIGINAL-REVERSED THRU 2315-EXIT.
012990     ADD 1 TO WS-REVERSAL-COUNT.
013000     ADD WS-RESULT TO WS-REVERSAL-TOTAL.
013010     ADD WS-RESULT TO WS-CLIENT-RESULT-TOTAL.
013020     PERFORM 2400-TALLY-BILLING-ACTIVITY THRU 2400-EXIT.
013030     PERFORM 2330-HOLD-CLIENT-REVERSAL THRU 2330-EXIT.
013040     MOVE TV-ORIG-TRANS-ID TO WS-REVERSES-ID.
013050     PERFORM 2007-REGISTER-TRANS-ID THRU 2007-EXIT.
013060     MOVE SPACES TO WS-REVERSES-ID.
013070     MOVE SPACES TO WS-STATUS-TEXT.
013080     STRING "REVERSAL OF " TV-ORIG-TRANS-ID
013090         DELIMITED BY SIZE INTO WS-STATUS-TEXT.
013100     PERFORM 2340-AUDIT-ORIGINAL-REVERSED THRU 2340-EXIT.
013110 2305-FINISH-REVERSAL.
013120     PERFORM 2900-WRITE-RESULT-LINE THRU 2900-EXIT.
013130     PERFORM 2950-WRITE-AUDIT-ENTRY THRU 2950-EXIT.
013140     MOVE 'N' TO WS-REVERSAL-POSTED-SWITCH.
013150 2300-EXIT.
013160     EXIT.
013170
013180 2310-FIND-ORIGINAL.
013190******************************************************************
013200* Reads the original straight off the keyed register into the
013210* WS-PROC- work fields.  A record that is itself a reversal, or
013220* that predates the register carrying results, has no result to
013230* back out.  PID-REVERSED-BY names the reversal that already
013240* backed this original out, if one has.
013250******************************************************************
013260     MOVE 'N' TO WS-PROC-FOUND-SWITCH.
013270     IF WS-PROC-KEY = SPACES
013280         GO TO 2310-EXIT
013290     END-IF.
013300     MOVE WS-PROC-KEY TO PID-TRANS-ID.
013310     READ PROCESSED-ID-FILE
013320         INVALID KEY
013330             CONTINUE
013340         NOT INVALID KEY
013350             SET WS-PROC-FOUND TO TRUE
013360     END-READ.
013370     IF NOT WS-PROC-FOUND
013380         GO TO 2310-EXIT
013390     END-IF.
013400     MOVE PID-CLIENT-ID TO WS-PROC-CLIENT.
013410     MOVE PID-OPERATION TO WS-PROC-OPERATION.
013420     MOVE 'N' TO WS-PROC-RESULT-SWITCH.
013430     MOVE ZERO TO WS-PROC-RESULT.
013440     IF PID-RESULT NUMERIC
013450         AND PID-REVERSES-ID = SPACES
013460         MOVE PID-RESULT TO WS-PROC-RESULT
013470         SET WS-PROC-HAS-RESULT TO TRUE
013480     END-IF.
013490     IF PID-REVERSED-BY = SPACES OR LOW-VALUES
013500         MOVE 'N' TO WS-PROC-REVERSED-SWITCH
013510     ELSE
013520         SET WS-PROC-IS-REVERSED TO TRUE
013530     END-IF.
013540 2310-EXIT.
013550     EXIT.
013560
013570 2315-MARK-ORIGINAL-REVERSED.
013580******************************************************************
013590* Rewrites the original -- still in the record area from
013600* 2310-FIND-ORIGINAL -- naming this reversal, so any later
013610* reversal of it, tonight or in a later run, fails ALREADY
013620* REVERSED on one keyed read.
013630******************************************************************
013640     IF WS-SIMULATION
013650         GO TO 2315-EXIT
013660     END-IF.
013670     MOVE TR-TRANS-ID TO PID-REVERSED-BY.
013680     REWRITE PROCESSED-ID-RECORD
013690         INVALID KEY
013700             DISPLAY "CALCIDS REWRITE FAILED, STATUS "
013710                 WS-IDS-STATUS " - " TV-ORIG-TRANS-ID
013720                 " NOT MARKED REVERSED"
013730     END-REWRITE.
013740 2315-EXIT.
013750     EXIT.
013760
013770 2330-HOLD-CLIENT-REVERSAL.
013780******************************************************************
013790* Holds one posted reversal for the client's reversal section.
013800* Past the table the reversal still posts and counts; the
013810* section notes how many it could not list.
013820******************************************************************
013830     ADD 1 TO WS-CLIENT-REV-COUNT.
013840     IF WS-CLIENT-REV-USED >= WS-CLIENT-REV-TABLE-MAX
013850         GO TO 2330-EXIT
013860     END-IF.
013870     ADD 1 TO WS-CLIENT-REV-USED.
013880     MOVE TV-ORIG-TRANS-ID TO WS-CRV-ORIG-ID (WS-CLIENT-REV-USED).
013890     MOVE WS-PROC-OPERATION
013900         TO WS-CRV-ORIG-OPERATION (WS-CLIENT-REV-USED).
013910     MOVE WS-PROC-RESULT
013920         TO WS-CRV-ORIG-RESULT (WS-CLIENT-REV-USED).
013930     MOVE TR-TRANS-ID TO WS-CRV-REV-ID (WS-CLIENT-REV-USED).
013940     MOVE WS-RESULT TO WS-CRV-REV-AMOUNT (WS-CLIENT-REV-USED).
013950 2330-EXIT.
013960     EXIT.
013970
013980 2340-AUDIT-ORIGINAL-REVERSED.
013990******************************************************************
014000* A second INFO record keyed on the original's trans ID, so the
014010* TRNTRACE trace of the original shows the reversal that backed
014020* it out.
014030******************************************************************
014040     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
014050     MOVE SPACES TO AUDIT-LOG-RECORD.
014060     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
014070     MOVE "CALCULAT" TO AUDIT-PROGRAM-ID.
014080     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
014090     IF WS-SIMULATION
014100         MOVE "SIMULATE" TO AUDIT-USER-ID
014110     END-IF.
014120     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
014130     SET AUDIT-IS-INFO TO TRUE.
014140     STRING TV-ORIG-TRANS-ID " " TR-CLIENT-ID " REVERSED BY "
014150         TR-TRANS-ID
014160         DELIMITED BY SIZE INTO AUDIT-MESSAGE-TEXT.
014170     IF WS-AUDIT-IS-OPEN
014180         WRITE AUDIT-LOG-RECORD
014190     END-IF.
014200 2340-EXIT.
014210     EXIT.
014220
014230 2150-START-CLIENT-STATEMENT.
014240******************************************************************
014250* The statement heading carries the department's full name from
014260* the reference file; a code the file does not know prints
014270* flagged so a phantom department is visible, not anonymous.
014280******************************************************************
014290     MOVE ZERO TO WS-CLIENT-TRANS-COUNT.
014300     MOVE ZERO TO WS-CLIENT-ERROR-COUNT.
014310     MOVE ZERO TO WS-CLIENT-RESULT-TOTAL.
014320     MOVE ZERO TO WS-CLIENT-REV-USED.
014330     MOVE ZERO TO WS-CLIENT-REV-COUNT.
014340     CALL "DEPTLKUP" USING WS-CURRENT-CLIENT WS-DEPT-STATUS-CODE
014350         WS-DEPT-NAME.
014360     IF WS-DEPT-UNKNOWN
014370         MOVE "** UNKNOWN DEPT **" TO WS-DEPT-NAME
014380     END-IF.
014390     IF WS-REPORT-IS-OPEN
014400         MOVE SPACES TO RPT-DETAIL-LINE
014410         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
014420         MOVE SPACES TO RPT-DETAIL-LINE
014430         STRING "STATEMENT FOR CLIENT " WS-CURRENT-CLIENT
014440             " - " WS-DEPT-NAME
014450             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
014460         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
014470     END-IF.
014480 2150-EXIT.
014490     EXIT.
014500
014510 2850-WRITE-CLIENT-SUBTOTAL.
014520******************************************************************
014530* Closes the client's statement section: the reversal section
014540* (when the client had any) and then the subtotal line, whose
014550* total is already net of the amounts reversed.
014560******************************************************************
014570     IF WS-CLIENT-REV-COUNT > ZERO
014580         PERFORM 2860-WRITE-REVERSAL-SECTION THRU 2860-EXIT
014590     END-IF.
014600     MOVE WS-CLIENT-TRANS-COUNT TO WS-CLIENT-TRANS-COUNT-ED.
014610     MOVE WS-CLIENT-ERROR-COUNT TO WS-CLIENT-ERROR-COUNT-ED.
014620     MOVE WS-CLIENT-RESULT-TOTAL TO WS-CLIENT-RESULT-TOTAL-ED.
014630     MOVE WS-CLIENT-REV-COUNT TO WS-CLIENT-REVERSAL-COUNT-ED.
014640     IF WS-REPORT-IS-OPEN
014650         MOVE SPACES TO RPT-DETAIL-LINE
014660         STRING "CLIENT " WS-CURRENT-CLIENT
014670             " TRANS: " WS-CLIENT-TRANS-COUNT-ED
014680             " ERRORS: " WS-CLIENT-ERROR-COUNT-ED
014690             " TOTAL: " WS-CLIENT-RESULT-TOTAL-ED
014700             " REV: " WS-CLIENT-REVERSAL-COUNT-ED
014710             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
014720         MOVE 'T' TO RPT-REQUEST
014730         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
014740     END-IF.
014750     PERFORM 2870-APPEND-MTD-ROW THRU 2870-EXIT.
014760 2850-EXIT.
014770     EXIT.
014780
014790 2860-WRITE-REVERSAL-SECTION.
014800******************************************************************
014810* Prints each reversal posted for this client beside the
014820* original it backed out: original ID, operation and result on
014830* the left, reversal ID and amount on the right.
014840******************************************************************
014850     IF NOT WS-REPORT-IS-OPEN
014860         GO TO 2860-EXIT
014870     END-IF.
014880     MOVE SPACES TO RPT-DETAIL-LINE.
014890     STRING "REVERSALS FOR CLIENT " WS-CURRENT-CLIENT
014900         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
014910     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
014920     PERFORM 2865-WRITE-ONE-REVERSAL THRU 2865-EXIT
014930         VARYING WS-CLIENT-REV-IX FROM 1 BY 1
014940         UNTIL WS-CLIENT-REV-IX > WS-CLIENT-REV-USED.
014950     IF WS-CLIENT-REV-COUNT > WS-CLIENT-REV-USED
014960         SUBTRACT WS-CLIENT-REV-USED FROM WS-CLIENT-REV-COUNT
014970             GIVING WS-CLIENT-REV-UNLISTED-ED
014980         MOVE SPACES TO RPT-DETAIL-LINE
014990         STRING "  PLUS " WS-CLIENT-REV-UNLISTED-ED
015000             " REVERSALS NOT LISTED - SEE CALCAUDT"
015010             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
015020         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
015030     END-IF.
015040 2860-EXIT.
015050     EXIT.
015060
015070 2865-WRITE-ONE-REVERSAL.
015080     MOVE WS-CRV-ORIG-ID (WS-CLIENT-REV-IX) TO RV-ORIG-ID.
015090     MOVE WS-CRV-ORIG-OPERATION (WS-CLIENT-REV-IX)
015100         TO RV-ORIG-OPERAT.
015110     MOVE WS-CRV-ORIG-RESULT (WS-CLIENT-REV-IX) TO RV-ORIG-RESULT.
015120     MOVE WS-CRV-REV-ID (WS-CLIENT-REV-IX) TO RV-REV-ID.
015130     MOVE WS-CRV-REV-AMOUNT (WS-CLIENT-REV-IX) TO RV-REV-AMOUNT.
015140     MOVE WS-REVERSAL-LINE TO RPT-DETAIL-LINE.
015150     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
015160 2865-EXIT.
015170     EXIT.
015180
015190 2870-APPEND-MTD-ROW.
015200******************************************************************
015210* Rolls this client's nightly control totals into the shared
015220* month-to-date accumulation file for the MONTHEND step to
015230* consolidate on the calendar's 'E' date.  The file opens
015240* EXTEND on the first subtotal, so a refused batch (which
015250* never reaches a subtotal) rolls nothing.  An unopenable
015260* accumulation file is reported but does not fail the run.
015270******************************************************************
015280     IF WS-SIMULATION
015290         GO TO 2870-EXIT
015300     END-IF.
015310     IF NOT WS-MTD-IS-OPEN
015320         OPEN EXTEND MTD-ACCUM-FILE
015330         IF WS-MTD-STATUS = "00"
015340             SET WS-MTD-IS-OPEN TO TRUE
015350         ELSE
015360             DISPLAY "MTDACCUM OPEN FAILED, STATUS "
015370                 WS-MTD-STATUS
015380             GO TO 2870-EXIT
015390         END-IF
015400     END-IF.
015410     MOVE SPACES TO MTD-ACCUM-RECORD.
015420     MOVE "CALCULAT" TO MTD-PROGRAM-ID.
015430     MOVE WS-RUN-NUMBER TO MTD-RUN-NUMBER.
015440     MOVE WS-CURRENT-CLIENT TO MTD-SECTION-KEY.
015450     MOVE WS-CLIENT-TRANS-COUNT TO MTD-TRANS-COUNT.
015460     MOVE WS-CLIENT-ERROR-COUNT TO MTD-ERROR-COUNT.
015470     MOVE WS-CLIENT-RESULT-TOTAL TO MTD-AMOUNT.
015480     WRITE MTD-ACCUM-RECORD.
015490 2870-EXIT.
015500     EXIT.
015510
015520 2400-TALLY-BILLING-ACTIVITY.
015530******************************************************************
015540* Finds (or opens) this client-and-operation slot in the
015550* chargeback activity tallies and counts the completed
015560* transaction, so the accepted run can append one priced-later
015570* row per client and operation to the BILACTV file at finalize.
015580* A posted reversal counts as reversed against the original's
015590* operation, for BILLING to net.
015600******************************************************************
015610     MOVE ZERO TO WS-ACT-SLOT.
015620     PERFORM 2450-MATCH-ACTIVITY-SLOT THRU 2450-EXIT
015630         VARYING WS-ACT-IX FROM 1 BY 1
015640         UNTIL WS-ACT-IX > WS-ACT-USED OR WS-ACT-SLOT > ZERO.
015650     IF WS-ACT-SLOT = ZERO
015660         AND WS-ACT-USED < WS-ACT-TABLE-MAX
015670         ADD 1 TO WS-ACT-USED
015680         MOVE WS-ACT-USED TO WS-ACT-SLOT
015690         MOVE TR-CLIENT-ID TO WS-ACT-CLIENT (WS-ACT-SLOT)
015700         MOVE WS-OPERAT TO WS-ACT-OPERATION (WS-ACT-SLOT)
015710         MOVE ZERO TO WS-ACT-COUNT (WS-ACT-SLOT)
015720         MOVE ZERO TO WS-ACT-REVERSED (WS-ACT-SLOT)
015730     END-IF.
015740     IF WS-ACT-SLOT > ZERO
015750         IF TR-IS-REVERSAL
015760             ADD 1 TO WS-ACT-REVERSED (WS-ACT-SLOT)
015770         ELSE
015780             ADD 1 TO WS-ACT-COUNT (WS-ACT-SLOT)
015790         END-IF
015800     END-IF.
015810 2400-EXIT.
015820     EXIT.
015830
015840 2450-MATCH-ACTIVITY-SLOT.
015850     IF WS-ACT-CLIENT (WS-ACT-IX) = TR-CLIENT-ID
015860         AND WS-ACT-OPERATION (WS-ACT-IX) = WS-OPERAT
015870         MOVE WS-ACT-IX TO WS-ACT-SLOT
015880     END-IF.
015890 2450-EXIT.
015900     EXIT.
015910
015920 2500-COMPUTE-AMORTIZATION.
015930******************************************************************
015940* Principal in NUM1, annual rate as a percentage in NUM2, monthly
015950* periods in TR-PERIODS; the periodic rate is the annual rate over
015960* 1200.  Level payment ('L') is the annuity payment
015970*     principal * rate / (1 - (1 + rate) ** -periods),
015980* the discount factor built by repeated division so no
015990* exponentiation is needed; at a zero rate it is simply the
016000* principal over the periods.  Simple interest ('S') pays an equal
016010* share of principal plus flat interest on the original principal
016020* every period.  The payment posts as the transaction's result.
016030* TRANEDIT already refuses bad terms; they are re-checked here
016040* because CALCTRAN can reach this program unedited from MAIN-MENU.
016050******************************************************************
016060     IF TR-PERIODS NOT NUMERIC
016070         MOVE ZERO TO WS-AM-PERIODS
016080     ELSE
016090         MOVE TR-PERIODS TO WS-AM-PERIODS
016100     END-IF.
016110     IF WS-AM-PERIODS = ZERO
016120         OR WS-AM-PERIODS > WS-AM-MAX-PERIODS
016130         OR WS-NUM1 NOT > ZERO
016140         OR WS-NUM2 < ZERO
016150         OR WS-NUM2 NOT < 100
016160         MOVE ZERO TO WS-RESULT
016170         DISPLAY "INVALID AMORT TERMS - TRANSACTION SKIPPED"
016180         MOVE "INVALID AMORT TERMS" TO WS-STATUS-TEXT
016190         ADD 1 TO WS-ERROR-COUNT
016200         GO TO 2500-EXIT
016210     END-IF.
016220     COMPUTE WS-AM-PERIOD-RATE ROUNDED = WS-NUM2 / 1200.
016230     COMPUTE WS-AM-RAW-AMOUNT ROUNDED =
016240         WS-NUM1 * WS-AM-PERIOD-RATE.
016250     PERFORM 2590-ROUND-AMOUNT THRU 2590-EXIT.
016260     MOVE WS-AM-ROUNDED-AMOUNT TO WS-AM-FLAT-INTEREST.
016270     COMPUTE WS-AM-RAW-AMOUNT ROUNDED = WS-NUM1 / WS-AM-PERIODS.
016280     PERFORM 2590-ROUND-AMOUNT THRU 2590-EXIT.
016290     MOVE WS-AM-ROUNDED-AMOUNT TO WS-AM-FLAT-PRINCIPAL.
016300     IF WS-OPERAT = 'S' OR WS-AM-PERIOD-RATE = ZERO
016310         COMPUTE WS-AM-PAYMENT =
016320             WS-AM-FLAT-PRINCIPAL + WS-AM-FLAT-INTEREST
016330     ELSE
016340         MOVE 1 TO WS-AM-DISCOUNT
016350         PERFORM 2510-DISCOUNT-ONE-PERIOD THRU 2510-EXIT
016360             VARYING WS-AM-PERIOD-NO FROM 1 BY 1
016370             UNTIL WS-AM-PERIOD-NO > WS-AM-PERIODS
016380         COMPUTE WS-AM-RAW-AMOUNT ROUNDED =
016390             WS-NUM1 * WS-AM-PERIOD-RATE / (1 - WS-AM-DISCOUNT)
016400             ON SIZE ERROR
016410                 MOVE ZERO TO WS-RESULT
016420                 DISPLAY "SIZE ERROR ON AMORTIZATION"
016430                 MOVE "SIZE ERROR" TO WS-STATUS-TEXT
016440                 ADD 1 TO WS-ERROR-COUNT
016450         END-COMPUTE
016460         IF WS-STATUS-TEXT NOT = "OK"
016470             GO TO 2500-EXIT
016480         END-IF
016490         PERFORM 2590-ROUND-AMOUNT THRU 2590-EXIT
016500         MOVE WS-AM-ROUNDED-AMOUNT TO WS-AM-PAYMENT
016510     END-IF.
016520     MOVE WS-AM-PAYMENT TO WS-RESULT.
016530     MOVE 'Y' TO WS-AMORT-SWITCH.
016540 2500-EXIT.
016550     EXIT.
016560
016570 2510-DISCOUNT-ONE-PERIOD.
016580     COMPUTE WS-AM-DISCOUNT ROUNDED =
016590         WS-AM-DISCOUNT / (1 + WS-AM-PERIOD-RATE).
016600 2510-EXIT.
016610     EXIT.
016620
016630 2550-WRITE-AMORT-SCHEDULE.
016640******************************************************************
016650* Prints the schedule under the request's result line: one line
016660* per period with the payment, its interest and principal split,
016670* and the balance left, then a line totaling the amount repaid
016680* and the interest paid.  Level-payment interest is the rounded
016690* periodic rate on the opening balance and principal the rest of
016700* the payment; simple-interest periods repeat the flat split.  The
016710* last period pays off whatever balance remains, so the schedule
016720* always closes at zero.
016730******************************************************************
016740     IF NOT WS-REPORT-IS-OPEN
016750         GO TO 2550-EXIT
016760     END-IF.
016770     MOVE WS-NUM1 TO WS-AM-BALANCE.
016780     MOVE ZERO TO WS-AM-TOTAL-PAID.
016790     MOVE ZERO TO WS-AM-TOTAL-INTEREST.
016800     MOVE WS-SCHEDULE-HEADING TO RPT-DETAIL-LINE.
016810     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
016820     PERFORM 2560-WRITE-ONE-PERIOD THRU 2560-EXIT
016830         VARYING WS-AM-PERIOD-NO FROM 1 BY 1
016840         UNTIL WS-AM-PERIOD-NO > WS-AM-PERIODS.
016850     MOVE WS-AM-TOTAL-PAID TO WS-AM-TOTAL-PAID-ED.
016860     MOVE WS-AM-TOTAL-INTEREST TO WS-AM-TOTAL-INTEREST-ED.
016870     MOVE SPACES TO RPT-DETAIL-LINE.
016880     STRING "        SCHEDULE " TR-TRANS-ID
016890         " REPAID: " WS-AM-TOTAL-PAID-ED
016900         " INTEREST: " WS-AM-TOTAL-INTEREST-ED
016910         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
016920     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
016930 2550-EXIT.
016940     EXIT.
016950
016960 2560-WRITE-ONE-PERIOD.
016970     IF WS-OPERAT = 'S' OR WS-AM-PERIOD-RATE = ZERO
016980         MOVE WS-AM-FLAT-INTEREST TO WS-AM-THIS-INTEREST
016990     ELSE
017000         COMPUTE WS-AM-RAW-AMOUNT ROUNDED =
017010             WS-AM-BALANCE * WS-AM-PERIOD-RATE
017020         PERFORM 2590-ROUND-AMOUNT THRU 2590-EXIT
017030         MOVE WS-AM-ROUNDED-AMOUNT TO WS-AM-THIS-INTEREST
017040     END-IF.
017050     IF WS-OPERAT = 'S' OR WS-AM-PERIOD-RATE = ZERO
017060         MOVE WS-AM-FLAT-PRINCIPAL TO WS-AM-THIS-PRINCIPAL
017070     ELSE
017080         COMPUTE WS-AM-THIS-PRINCIPAL =
017090             WS-AM-PAYMENT - WS-AM-THIS-INTEREST
017100     END-IF.
017110     IF WS-AM-PERIOD-NO = WS-AM-PERIODS
017120         OR WS-AM-THIS-PRINCIPAL > WS-AM-BALANCE
017130         MOVE WS-AM-BALANCE TO WS-AM-THIS-PRINCIPAL
017140     END-IF.
017150     COMPUTE WS-AM-THIS-PAYMENT =
017160         WS-AM-THIS-PRINCIPAL + WS-AM-THIS-INTEREST.
017170     SUBTRACT WS-AM-THIS-PRINCIPAL FROM WS-AM-BALANCE.
017180     ADD WS-AM-THIS-PAYMENT TO WS-AM-TOTAL-PAID.
017190     ADD WS-AM-THIS-INTEREST TO WS-AM-TOTAL-INTEREST.
017200     MOVE WS-AM-PERIOD-NO TO SL-PERIOD.
017210     MOVE WS-AM-THIS-PAYMENT TO SL-PAYMENT.
017220     MOVE WS-AM-THIS-INTEREST TO SL-INTEREST.
017230     MOVE WS-AM-THIS-PRINCIPAL TO SL-PRINCIPAL.
017240     MOVE WS-AM-BALANCE TO SL-BALANCE.
017250     MOVE WS-SCHEDULE-LINE TO RPT-DETAIL-LINE.
017260     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
017270 2560-EXIT.
017280     EXIT.
017290
017300 2590-ROUND-AMOUNT.
017310******************************************************************
017320* Every schedule figure goes to cents through the shop-standard
017330* rounding rule, nearest value.
017340******************************************************************
017350     CALL "ROUNDER" USING WS-AM-RAW-AMOUNT WS-AM-ROUNDING-MODE
017360         WS-AM-ROUNDED-AMOUNT WS-AM-DECIMAL-PLACES.
017370 2590-EXIT.
017380     EXIT.
017390
017400 2900-WRITE-RESULT-LINE.
017410     MOVE SPACES TO WS-RESULT-LINE.
017420     MOVE WS-TRANS-COUNT TO RL-TRANS-NO.
017430     MOVE TR-CLIENT-ID TO RL-CLIENT.
017440     MOVE WS-NUM1 TO RL-NUM1.
017450     MOVE WS-OPERAT TO RL-OPERAT.
017460     MOVE WS-NUM2 TO RL-NUM2.
017470     MOVE WS-RESULT TO RL-RESULT.
017480     MOVE WS-STATUS-TEXT TO RL-STATUS.
017490     IF WS-REPORT-IS-OPEN
017500         MOVE WS-RESULT-LINE TO RPT-DETAIL-LINE
017510         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
017520         ADD 1 TO WS-PRINTED-LINE-COUNT
017530     END-IF.
017540     PERFORM 2910-WRITE-EXPORT-ROW THRU 2910-EXIT.
017550     PERFORM 2920-WRITE-RESULT-HISTORY THRU 2920-EXIT.
017560 2900-EXIT.
017570     EXIT.
017580
017590 2910-WRITE-EXPORT-ROW.
017600******************************************************************
017610* The result line again as one CALCCSV row: run number and
017620* business date up front, amounts unedited with their sign.
017630******************************************************************
017640     IF NOT WS-EXPORT-IS-OPEN
017650         GO TO 2910-EXIT
017660     END-IF.
017670     MOVE WS-RUN-NUMBER TO CX-RUN-NUMBER.
017680     MOVE WS-BUSINESS-DATE TO CX-BUSINESS-DATE.
017690     MOVE TR-CLIENT-ID TO CX-CLIENT.
017700     MOVE TR-TRANS-ID TO CX-TRANS-ID.
017710     MOVE WS-TRANS-COUNT TO CX-TRANS-NO.
017720     MOVE WS-NUM1 TO CX-NUM1.
017730     MOVE WS-OPERAT TO CX-OPERAT.
017740     MOVE WS-NUM2 TO CX-NUM2.
017750     MOVE WS-RESULT TO CX-RESULT.
017760     MOVE WS-STATUS-TEXT TO CX-STATUS.
017770     MOVE WS-CALC-EXPORT-ROW TO CALC-EXPORT-RECORD.
017780     WRITE CALC-EXPORT-RECORD.
017790     ADD 1 TO WS-EXPORT-ROW-COUNT.
017800     ADD WS-RESULT TO WS-EXPORT-HASH.
017810 2910-EXIT.
017820     EXIT.
017830
017840 2920-WRITE-RESULT-HISTORY.
017850******************************************************************
017860* The detail again as one RESHIST record, whatever its outcome:
017870* posted (an OK result or a posted reversal), duplicate, or
017880* error with its status text.  A reversal carries the original
017890* it named and no operand sources or periods -- its record holds
017900* no operands.  On a restart, a key already on file is a detail
017910* replayed from past the checkpoint, settled by 2925; on any
017920* other run it is a collision and fails the write.
017930******************************************************************
017940     IF NOT WS-RESHIST-IS-OPEN
017950         GO TO 2920-EXIT
017960     END-IF.
017970     MOVE SPACES TO RESULT-HISTORY-RECORD.
017980     MOVE TR-CLIENT-ID TO RH-CLIENT-ID.
017990     MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
018000     MOVE TR-TRANS-ID TO RH-TRANS-ID.
018010     SET RH-FROM-CALCULAT TO TRUE.
018020     MOVE WS-RUN-NUMBER TO RH-RUN-NUMBER.
018030     MOVE WS-TRANS-COUNT TO RH-TRANS-SEQ.
018040     IF WS-PROC-BATCH > ZERO
018050         AND WS-PROC-BATCH <= WS-BATCH-USED
018060         MOVE WS-BCH-ID (WS-PROC-BATCH) TO RH-BATCH-ID
018070     END-IF.
018080     MOVE WS-NUM1 TO RH-NUM1.
018090     MOVE WS-OPERAT TO RH-OPERATION.
018100     MOVE WS-NUM2 TO RH-NUM2.
018110     MOVE ZERO TO RH-PERIODS.
018120     IF TR-IS-REVERSAL
018130         MOVE TV-ORIG-TRANS-ID TO RH-REVERSES-ID
018140     ELSE
018150         MOVE TR-NUM1-SOURCE TO RH-NUM1-SOURCE
018160         MOVE TR-NUM2-SOURCE TO RH-NUM2-SOURCE
018170         IF (WS-OPERAT = 'L' OR WS-OPERAT = 'S')
018180             AND TR-PERIODS NUMERIC
018190             MOVE TR-PERIODS TO RH-PERIODS
018200         END-IF
018210     END-IF.
018220     MOVE WS-RESULT TO RH-RESULT.
018230     MOVE WS-STATUS-TEXT TO RH-STATUS-TEXT.
018240     EVALUATE TRUE
018250         WHEN WS-STATUS-TEXT = "OK"
018260         WHEN WS-REVERSAL-POSTED
018270             SET RH-IS-POSTED TO TRUE
018280         WHEN WS-STATUS-TEXT = "DUPLICATE"
018290             SET RH-IS-DUPLICATE TO TRUE
018300         WHEN OTHER
018310             SET RH-IS-ERROR TO TRUE
018320     END-EVALUATE.
018330     WRITE RESULT-HISTORY-RECORD
018340         INVALID KEY
018350             IF WS-SKIP-COUNT > ZERO
018360                 PERFORM 2925-REPLAY-RESULT-HISTORY THRU 2925-EXIT
018370             END-IF
018380     END-WRITE.
018390     IF WS-RESHIST-STATUS = "00"
018400         ADD 1 TO WS-RESHIST-WRITTEN-COUNT
018410         ADD RH-RESULT TO WS-RESHIST-HASH
018420     ELSE
018430         ADD 1 TO WS-RESHIST-FAILED-COUNT
018440         DISPLAY "RESHIST WRITE FAILED, STATUS "
018450             WS-RESHIST-STATUS " - " TR-TRANS-ID
018460     END-IF.
018470 2920-EXIT.
018480     EXIT.
018490
018500 2925-REPLAY-RESULT-HISTORY.
018510******************************************************************
018520* A restart replays the details past the last checkpoint, but
018530* their IDs were registered as they posted, so the replay sees
018540* them as DUPLICATE with a zero result.  The record on file is
018550* read first: one that posted before the abend, or any record
018560* the replay would only mark DUPLICATE, is kept as it stands and
018570* counted as written.  Only a record that did not post is
018580* rewritten with the replay's outcome.
018590******************************************************************
018600     MOVE RESULT-HISTORY-RECORD TO WS-RESHIST-NEW-RECORD.
018610     READ RESULT-HISTORY-FILE
018620         INVALID KEY
018630             GO TO 2925-EXIT
018640     END-READ.
018650     IF RH-IS-POSTED OR WS-STATUS-TEXT = "DUPLICATE"
018660         GO TO 2925-EXIT
018670     END-IF.
018680     MOVE WS-RESHIST-NEW-RECORD TO RESULT-HISTORY-RECORD.
018690     REWRITE RESULT-HISTORY-RECORD
018700         INVALID KEY
018710             CONTINUE
018720     END-REWRITE.
018730 2925-EXIT.
018740     EXIT.
018750
018760 9500-WRITE-REPORT-LINE.
018770******************************************************************
018780* Hands one line through the shared RPTWRTR report writer and
018790* writes the heading block first whenever a new page starts.
018800* The request code resets to detail after every line so trailer
018810* callers set it per line.
018820******************************************************************
018830     CALL "RPTWRTR" USING RPT-CONTROL.
018840     IF RPT-NEW-PAGE
018850         MOVE RPT-HEADING-1 TO CALC-REPORT-RECORD
018860         WRITE CALC-REPORT-RECORD
018870         MOVE RPT-HEADING-2 TO CALC-REPORT-RECORD
018880         WRITE CALC-REPORT-RECORD
018890         MOVE RPT-HEADING-3 TO CALC-REPORT-RECORD
018900         WRITE CALC-REPORT-RECORD
018910     END-IF.
018920     MOVE RPT-DETAIL-LINE TO CALC-REPORT-RECORD.
018930     WRITE CALC-REPORT-RECORD.
018940     MOVE 'D' TO RPT-REQUEST.
018950 9500-EXIT.
018960     EXIT.
018970
018980 2950-WRITE-AUDIT-ENTRY.
018990******************************************************************
019000* Writes one audit record per transaction so a day's calculations
019010* can be reconstructed after the fact from the log instead of
019020* only whatever scrolled off the console at the time.
019030******************************************************************
019040     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
019050     MOVE SPACES TO AUDIT-LOG-RECORD.
019060     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
019070     MOVE "CALCULAT" TO AUDIT-PROGRAM-ID.
019080     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
019090     IF WS-SIMULATION
019100         MOVE "SIMULATE" TO AUDIT-USER-ID
019110     END-IF.
019120     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
019130     EVALUATE WS-STATUS-TEXT
019140         WHEN "OK"
019150             SET AUDIT-IS-INFO TO TRUE
019160         WHEN "DUPLICATE"
019170             SET AUDIT-IS-WARNING TO TRUE
019180         WHEN OTHER
019190             SET AUDIT-IS-ERROR TO TRUE
019200     END-EVALUATE.
019210     IF WS-REVERSAL-POSTED
019220         SET AUDIT-IS-INFO TO TRUE
019230     END-IF.
019240     STRING TR-TRANS-ID " " TR-CLIENT-ID " " RL-NUM1 " "
019250         WS-OPERAT " " RL-NUM2 " = " RL-RESULT " "
019260         WS-STATUS-TEXT
019270         DELIMITED BY SIZE INTO AUDIT-MESSAGE-TEXT.
019280     IF WS-AUDIT-IS-OPEN
019290         WRITE AUDIT-LOG-RECORD
019300     END-IF.
019310 2950-EXIT.
019320     EXIT.
019330
019340 2960-WRITE-CHECKPOINT.
019350******************************************************************
019360* Every WS-CKPT-INTERVAL transactions, records how many have been
019370* processed so far so a restarted run can skip past them instead
019380* of reprocessing or double-counting them.
019390******************************************************************
019400     IF WS-SIMULATION
019410         GO TO 2960-EXIT
019420     END-IF.
019430     DIVIDE WS-TRANS-COUNT BY WS-CKPT-INTERVAL
019440         GIVING WS-CKPT-QUOTIENT
019450         REMAINDER WS-CKPT-REMAINDER.
019460     IF WS-CKPT-REMAINDER = ZERO
019470         OPEN OUTPUT CHECKPOINT-FILE
019480         MOVE ZERO TO CHECKPOINT-RECORD
019490         MOVE WS-TRANS-COUNT TO CKPT-TRANS-COUNT
019500         MOVE WS-ERROR-COUNT TO CKPT-ERROR-COUNT
019510         MOVE WS-DUPLICATE-COUNT TO CKPT-DUPLICATE-COUNT
019520         MOVE WS-REVERSAL-COUNT TO CKPT-REVERSAL-COUNT
019530         MOVE WS-REVERSAL-ERROR-COUNT TO CKPT-REVERSAL-ERROR-COUNT
019540         MOVE WS-REVERSAL-TOTAL TO CKPT-REVERSAL-TOTAL
019550         WRITE CHECKPOINT-RECORD
019560         CLOSE CHECKPOINT-FILE
019570     END-IF.
019580 2960-EXIT.
019590     EXIT.
019600
019610 8000-FINALIZE.
019620     PERFORM 8060-DISPLAY-MESSAGE THRU 8060-EXIT.
019630     IF WS-TRANS-IS-OPEN
019640         CLOSE CALC-TRANS-FILE
019650     END-IF.
019660     IF WS-IDS-IS-OPEN
019670         CLOSE PROCESSED-ID-FILE
019680     END-IF.
019690     MOVE "STEP END" TO WS-STEP-MARK-TEXT.
019700     PERFORM 9100-WRITE-STEP-MARK THRU 9100-EXIT.
019710     IF WS-AUDIT-IS-OPEN
019720         CLOSE AUDIT-LOG-FILE
019730     END-IF.
019740     IF WS-BATCH-BALANCED
019750         PERFORM 8050-CLEAR-CHECKPOINT THRU 8050-EXIT
019760         PERFORM 8150-APPEND-BILLING-ACTIVITY THRU 8150-EXIT
019770         PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT
019780     END-IF.
019790     MOVE WS-TRANS-COUNT TO WS-TRANS-COUNT-ED.
019800     MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-ED.
019810     DISPLAY "Transactions processed : " WS-TRANS-COUNT-ED.
019820     DISPLAY "Transactions in error   : " WS-ERROR-COUNT-ED.
019830     MOVE WS-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT-ED.
019840     DISPLAY "Duplicates bypassed     : " WS-DUPLICATE-COUNT-ED.
019850     MOVE WS-REVERSAL-COUNT TO WS-REVERSAL-COUNT-ED.
019860     DISPLAY "Reversals posted        : " WS-REVERSAL-COUNT-ED.
019870     IF WS-CLIENT-ACTIVE
019880         PERFORM 2850-WRITE-CLIENT-SUBTOTAL THRU 2850-EXIT
019890     END-IF.
019900     IF WS-REPORT-IS-OPEN
019910         IF WS-BATCH-BALANCED
019920             MOVE SPACES TO RPT-DETAIL-LINE
019930             MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
019940             STRING "TOTAL TRANSACTIONS: " WS-TRANS-COUNT-ED
019950                 " ERRORS: " WS-ERROR-COUNT-ED
019960                 " RUN " WS-RUN-NUMBER-ED
019970                 DELIMITED BY SIZE INTO RPT-DETAIL-LINE
019980             MOVE 'T' TO RPT-REQUEST
019990             PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
020000         END-IF
020010         CLOSE CALC-REPORT-FILE
020020     END-IF.
020030     IF WS-EXPORT-IS-OPEN
020040         CLOSE CALC-EXPORT-FILE
020050     END-IF.
020060     IF WS-RESHIST-IS-OPEN
020070         CLOSE RESULT-HISTORY-FILE
020080     END-IF.
020090     IF WS-MTD-IS-OPEN
020100         CLOSE MTD-ACCUM-FILE
020110     END-IF.
020120 8000-EXIT.
020130     EXIT.
020140
020150 8050-CLEAR-CHECKPOINT.
020160******************************************************************
020170* A clean end-of-file finish means there is nothing left to
020180* restart, so the checkpoint is reset to zero instead of being
020190* left at the final transaction count.
020200******************************************************************
020210     IF WS-SIMULATION
020220         GO TO 8050-EXIT
020230     END-IF.
020240     OPEN OUTPUT CHECKPOINT-FILE.
020250     MOVE ZERO TO CHECKPOINT-RECORD.
020260     WRITE CHECKPOINT-RECORD.
020270     CLOSE CHECKPOINT-FILE.
020280 8050-EXIT.
020290     EXIT.
020300
020310 8150-APPEND-BILLING-ACTIVITY.
020320******************************************************************
020330* Appends one record per client and operation tallied this run
020340* to the month-to-date chargeback activity file.  Only an
020350* accepted run gets here, so a refused batch never bills.  An
020360* unopenable activity file loses no calculations -- only their
020370* billing -- so it is reported but does not fail the run.
020380******************************************************************
020390     IF WS-SIMULATION
020400         GO TO 8150-EXIT
020410     END-IF.
020420     IF WS-ACT-USED = ZERO
020430         GO TO 8150-EXIT
020440     END-IF.
020450     OPEN EXTEND BILL-ACTIVITY-FILE.
020460     IF WS-ACTIVITY-STATUS NOT = "00"
020470         DISPLAY "BILACTV OPEN FAILED, STATUS "
020480             WS-ACTIVITY-STATUS
020490         GO TO 8150-EXIT
020500     END-IF.
020510     PERFORM 8160-WRITE-ONE-ACTIVITY THRU 8160-EXIT
020520         VARYING WS-ACT-IX FROM 1 BY 1
020530         UNTIL WS-ACT-IX > WS-ACT-USED.
020540     CLOSE BILL-ACTIVITY-FILE.
020550 8150-EXIT.
020560     EXIT.
020570
020580 8160-WRITE-ONE-ACTIVITY.
020590     MOVE SPACES TO BILL-ACTIVITY-RECORD.
020600     MOVE WS-RUN-NUMBER TO BA-RUN-NUMBER.
020610     MOVE WS-ACT-CLIENT (WS-ACT-IX) TO BA-CLIENT-ID.
020620     MOVE WS-ACT-OPERATION (WS-ACT-IX) TO BA-OPERATION.
020630     MOVE WS-ACT-COUNT (WS-ACT-IX) TO BA-TRANS-COUNT.
020640     MOVE WS-ACT-REVERSED (WS-ACT-IX) TO BA-REVERSED-COUNT.
020650     WRITE BILL-ACTIVITY-RECORD.
020660 8160-EXIT.
020670     EXIT.
020680
020690 8060-DISPLAY-MESSAGE.
020700******************************************************************
020710* Looks up the run-complete sign-off text in the externalized
020720* message table and displays it, in place of the old garbled
020730* working-storage literal that used to sit here.
020740******************************************************************
020750     MOVE SPACES TO WS-LOOKUP-TEXT.
020760     SET WS-MSG-IDX TO 1.
020770     PERFORM 8070-SCAN-FOR-MESSAGE THRU 8070-EXIT
020780         UNTIL WS-MSG-IDX > WS-MSG-COUNT.
020790     IF WS-LOOKUP-TEXT NOT = SPACES
020800         DISPLAY WS-LOOKUP-TEXT
020810     END-IF.
020820 8060-EXIT.
020830     EXIT.
020840
020850 8070-SCAN-FOR-MESSAGE.
020860     IF WS-TBL-MSG-ID (WS-MSG-IDX) = WS-DONE-MSG-ID
020870         MOVE WS-TBL-MSG-TEXT (WS-MSG-IDX) TO WS-LOOKUP-TEXT
020880     END-IF.
020890     SET WS-MSG-IDX UP BY 1.
020900 8070-EXIT.
020910     EXIT.
020920
020930 8600-APPEND-CONTROL-LEDGER.
020940******************************************************************
020950* One ledger record of this run's control totals for the
020960* CTLVERFY cross-foot.  An unopenable ledger is reported but
020970* does not fail the run; the verifier will flag the missing row.
020980******************************************************************
020990     IF WS-SIMULATION
021000         GO TO 8600-EXIT
021010     END-IF.
021020     OPEN EXTEND CONTROL-LEDGER-FILE.
021030     IF WS-LEDGER-STATUS NOT = "00"
021040         DISPLAY "CTLLEDG OPEN FAILED, STATUS "
021050             WS-LEDGER-STATUS
021060         GO TO 8600-EXIT
021070     END-IF.
021080     MOVE SPACES TO CONTROL-LEDGER-RECORD.
021090     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
021100     MOVE "CALCULAT" TO CL-PROGRAM-ID.
021110     MOVE "CALCTRAN" TO CL-INTERFACE.
021120     MOVE ZERO TO WS-LEDGER-IN-COUNT.
021130     MOVE ZERO TO WS-LEDGER-IN-HASH.
021140     PERFORM 8650-SUM-ONE-BATCH THRU 8650-EXIT
021150         VARYING WS-BATCH-IX FROM 1 BY 1
021160         UNTIL WS-BATCH-IX > WS-BATCH-USED.
021170     MOVE WS-LEDGER-IN-COUNT TO CL-RECORDS-IN.
021180     MOVE WS-TRANS-COUNT TO CL-RECORDS-OUT.
021190     MOVE WS-ERROR-COUNT TO CL-RECORDS-REJECTED.
021200     MOVE WS-LEDGER-IN-HASH TO CL-HASH-TOTAL.
021210     WRITE CONTROL-LEDGER-RECORD.
021220     IF WS-REVERSAL-IN-COUNT > ZERO
021230         PERFORM 8610-WRITE-REVERSAL-ROW THRU 8610-EXIT
021240     END-IF.
021250     PERFORM 8620-WRITE-EXPORT-ROW THRU 8620-EXIT.
021260     PERFORM 8630-WRITE-HISTORY-ROW THRU 8630-EXIT.
021270     CLOSE CONTROL-LEDGER-FILE.
021280 8600-EXIT.
021290     EXIT.
021300
021310 8610-WRITE-REVERSAL-ROW.
021320******************************************************************
021330* A second ledger row for the night's reversals: records in,
021340* reversals posted, reversals failed, and the signed amount
021350* backed out as the hash, so the back-outs foot on the ledger
021360* apart from the CALCTRAN seam they also sit inside.
021370******************************************************************
021380     MOVE SPACES TO CONTROL-LEDGER-RECORD.
021390     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
021400     MOVE "CALCULAT" TO CL-PROGRAM-ID.
021410     MOVE "REVERSAL" TO CL-INTERFACE.
021420     MOVE WS-REVERSAL-IN-COUNT TO CL-RECORDS-IN.
021430     MOVE WS-REVERSAL-COUNT TO CL-RECORDS-OUT.
021440     MOVE WS-REVERSAL-ERROR-COUNT TO CL-RECORDS-REJECTED.
021450     MOVE WS-REVERSAL-TOTAL TO CL-HASH-TOTAL.
021460     WRITE CONTROL-LEDGER-RECORD.
021470 8610-EXIT.
021480     EXIT.
021490
021500 8620-WRITE-EXPORT-ROW.
021510******************************************************************
021520* The CALCCSV row: result lines printed in, export rows out, and
021530* the signed results exported as the hash, so CTLVERFY can foot
021540* the spreadsheet export against the printed report.
021550******************************************************************
021560     MOVE SPACES TO CONTROL-LEDGER-RECORD.
021570     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
021580     MOVE "CALCULAT" TO CL-PROGRAM-ID.
021590     MOVE "CALCCSV" TO CL-INTERFACE.
021600     MOVE WS-PRINTED-LINE-COUNT TO CL-RECORDS-IN.
021610     MOVE WS-EXPORT-ROW-COUNT TO CL-RECORDS-OUT.
021620     MOVE ZERO TO CL-RECORDS-REJECTED.
021630     MOVE WS-EXPORT-HASH TO CL-HASH-TOTAL.
021640     WRITE CONTROL-LEDGER-RECORD.
021650 8620-EXIT.
021660     EXIT.
021670
021680 8630-WRITE-HISTORY-ROW.
021690******************************************************************
021700* The RESHIST row: details processed in, history records written
021710* out, failed writes rejected, and the signed results written
021720* this run as the hash.  CTLVERFY foots the records written
021730* against the CALCTRAN row's details processed.  The row is
021740* written even when the history never opened, so its zero shows
021750* as a break instead of a skipped seam.
021760******************************************************************
021770     MOVE SPACES TO CONTROL-LEDGER-RECORD.
021780     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
021790     MOVE "CALCULAT" TO CL-PROGRAM-ID.
021800     MOVE "RESHIST" TO CL-INTERFACE.
021810     MOVE WS-TRANS-COUNT TO CL-RECORDS-IN.
021820     MOVE WS-RESHIST-WRITTEN-COUNT TO CL-RECORDS-OUT.
021830     MOVE WS-RESHIST-FAILED-COUNT TO CL-RECORDS-REJECTED.
021840     MOVE WS-RESHIST-HASH TO CL-HASH-TOTAL.
021850     WRITE CONTROL-LEDGER-RECORD.
021860 8630-EXIT.
021870     EXIT.
021880
021890 8650-SUM-ONE-BATCH.
021900******************************************************************
021910* The details-in side of the pre-edit seam: only the accepted
021920* batches' details and hash, since a refused batch was never
021930* handed over.
021940******************************************************************
021950     IF WS-BCH-IS-OK (WS-BATCH-IX)
021960         ADD WS-BCH-DETAIL-COUNT (WS-BATCH-IX)
021970             TO WS-LEDGER-IN-COUNT
021980         ADD WS-BCH-HASH-TOTAL (WS-BATCH-IX)
021990             TO WS-LEDGER-IN-HASH
022000     END-IF.
022010 8650-EXIT.
022020     EXIT.
022030
022040 9100-WRITE-STEP-MARK.
022050******************************************************************
022060* Stamps one INFO step-boundary record (STEP START or STEP END,
022070* per WS-STEP-MARK-TEXT) so the dashboard can compute this
022080* step's elapsed time from the audit log alone.
022090******************************************************************
022100     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
022110     MOVE SPACES TO AUDIT-LOG-RECORD.
022120     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
022130     MOVE "CALCULAT" TO AUDIT-PROGRAM-ID.
022140     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
022150     IF WS-SIMULATION
022160         MOVE "SIMULATE" TO AUDIT-USER-ID
022170     END-IF.
022180     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
022190     SET AUDIT-IS-INFO TO TRUE.
022200     MOVE WS-STEP-MARK-TEXT TO AUDIT-MESSAGE-TEXT.
022210     IF WS-AUDIT-IS-OPEN
022220         WRITE AUDIT-LOG-RECORD
022230     END-IF.
022240 9100-EXIT.
022250     EXIT.
022260
022270** add other procedures here
022280 END PROGRAM CALCULAT.
