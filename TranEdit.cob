000160*                balancing still proves the edited file whole.
000170*                Generic TRANIN/TRANOUT/TRANREJ file names let
000180*                the same program front both CALCTRAN and
000190*                MATHTRAN from separate job steps.  A batch
000200*                dated after tonight is held on the TRANWHSE
000210*                warehouse and released on the night its date
000220*                comes round; one dated further back than the
000230*                EDITPARM business-day limit is refused whole.
000240*                On a catch-up night, which runs one missed date
000250*                of several against the same raw file, only the
000260*                batches whose header date is this night's are
000270*                taken; the rest are left for their own night.
000280* Tectonics:     cobc
000290*
000300* Modification History
000310* ---------------------
000320* 2026-08-22  DW   Original program.
000330* 2026-08-22  DW   MATHOPS detail records may now carry operand
000340*                  source flags (space = keyed value, 'R' = the
000350*                  chained result register); the edit validates
000360*                  them and passes them through.  CALCTRAN
000370*                  records simply carry spaces there.
000380* 2026-08-22  DW   Details now carry a unique transaction ID for
000390*                  the engines' cross-run duplicate detection; a
000400*                  blank ID rejects with reason code ID.
000410* 2026-08-22  DW   Opens the audit log EXTEND: this program runs
000420*                  twice a night against the same EDITAUDT
000430*                  dataset, and the second step's OPEN OUTPUT was
000440*                  wiping the first step's records.
000450* 2026-08-22  DW   The incoming batch is now balanced before the
000460*                  split, with the engines' refusal pattern: a
000470*                  missing header or trailer, a trailer count that
000480*                  does not equal the details read, or a hash that
000490*                  does not foot to the numeric TR-NUM1 values
000500*                  refuses the whole file with RETURN-CODE 12 and
000510*                  an ERROR audit record.  The edit used to drop
000520*                  the submitter's trailer unchecked and re-total
000530*                  its own, so a truncated raw file sailed through
000540*                  with a self-consistent trailer and the engines'
000550*                  balancing only ever proved the edit's output
000560*                  against itself.
000570* 2026-08-22  DW   The EDIT DONE summary audit record is written
000580*                  only when the batch was accepted -- a refused
000590*                  run used to log it right after the refusal,
000600*                  reading as a completed edit on the morning
000610*                  review and the dashboard.
000620* 2026-09-02  DW   Non-blank client/department codes are now
000630*                  validated against the department reference
000640*                  file through the shared DEPTLKUP subprogram;
000650*                  a code not on the file, or flagged inactive,
000660*                  rejects with reason DP.  A blank code still
000670*                  passes -- MATHTRAN details carry spaces there.
000680*                  The edit used to pass any four characters, so
000690*                  a typo like "FNI " became a phantom department
000700*                  on every downstream report.
000710* 2026-09-02  DW   The raw file may now carry several header/
000720*                  detail/trailer groups, one per submitting
000730*                  department.  Each group balances on its own:
000740*                  a refused group is skipped whole (ERROR audit
000750*                  per group, RETURN-CODE 8 for the run) while
000760*                  every balanced group still edits and gets its
000770*                  own re-totaled trailer.  Only a file with no
000780*                  balanced group at all refuses whole with
000790*                  RETURN-CODE 12, as before -- one department's
000800*                  bad trailer no longer stops every other
000810*                  department's work for the night.
000820* 2026-09-02  DW   Reject tracking: every reject carrying a
000830*                  transaction ID is registered on the REJTRACK
000840*                  register with its run number, date, reason,
000850*                  and department, and a clean record later
000860*                  passing under the same ID marks the entry
000870*                  matched -- corrected rejects resubmit under
000880*                  their original IDs, so the register finally
000890*                  proves whether a reject ever came back.  The
000900*                  REJAGING step reports entries still
000910*                  outstanding past the parameterized age.
000920* 2026-09-02  DW   Writes STEP START and STEP END audit records
000930*                  so the dashboard can show per-step elapsed
000940*                  time and trend the batch window.
000950* 2026-09-02  DW   Every edited detail now writes its own audit
000960*                  record -- INFO for a clean pass, WARN for a
000970*                  reject with its reason code -- carrying the
000980*                  transaction ID in message positions 1-8 and
000990*                  the client ID in 10-13, the fixed positions
001000*                  the TRNTRACE end-to-end trace keys on.
001010* 2026-09-02  DW   Appends its control totals (records in, out,
001020*                  rejected, hash where one exists) to the shared
001030*                  CTLLEDG nightly ledger, which the CTLVERFY
001040*                  step cross-foots seam by seam so a dropped
001050*                  buffer between steps stops being invisible.
001060* 2026-09-02  DW   Restart orchestration: records its completion
001070*                  (run number, step name, return code) on the
001080*                  SUITESTA suite state file and bypasses itself
001090*                  when a rerun of the same run number finds the
001100*                  step already complete.
001110* 2026-09-02  DW   A REJTRACK register bigger than the track
001120*                  table is detected on load and the finalize
001130*                  rewrite is skipped with an ERROR audit record,
001140*                  instead of silently deleting every row past
001150*                  the table max.
001160* 2026-10-15  DW   Edits the new 'R' reversal record against the
001170*                  engine's processed-ID register (generic
001180*                  PROCIDS name, pointed by each step at CALCIDS
001190*                  or MATHIDS): the original must be on the
001200*                  register with a posted result (reason RV),
001210*                  belong to the same client (RC), and not be
001220*                  reversed already, on the register or earlier
001230*                  in this file (RR).  A clean reversal counts in
001240*                  the clean count but adds nothing to the hash.
001250* 2026-10-15  DW   Edits the new amortization request ('L' level
001260*                  payment, 'S' simple interest): a client code,
001270*                  a positive principal, an annual rate from zero
001280*                  to under 100 percent, 1 to 360 periods, and no
001290*                  operand source flags, or it rejects with reason
001300*                  AM.  The record is three bytes longer for the
001310*                  period count; the clean and reject records
001320*                  widen with it.
001330* 2026-10-15  DW   The processed-ID registers are now KSDS keyed
001340*                  on trans ID: a reversal's original is one keyed
001350*                  read instead of a scan of the whole register
001360*                  loaded into a 5000-entry table, and "already
001370*                  reversed" comes off the original's own
001380*                  PID-REVERSED-BY.  Originals cleared earlier in
001390*                  this file are still held in a small table so a
001400*                  second reversal rejects RR here.
001410* 2026-10-15  DW   Simulation mode: a simulated night edits,
001420*                  splits and reports as usual but leaves the
001430*                  REJTRACK register and CTLLEDG untouched.
001440* 2026-10-15  DW   Warehousing of future-dated batches.  A
001450*                  balanced batch whose header business date is
001460*                  later than tonight is stored on the TRANWHSE
001470*                  warehouse instead of going to the engine, and
001480*                  is streamed back ahead of the raw file and
001490*                  released on the first night the date has come
001500*                  round.  A batch dated further back than the
001510*                  EDITPARM number of shop-calendar business days
001520*                  (default 5) is refused whole, its details
001530*                  rejecting BD.  Batch IDs on the WHSECNCL file
001540*                  cancel warehoused batches before they release.
001550*                  Prints the WHSERPT warehouse inventory by
001560*                  client and release date.  Ends RETURN-CODE 4
001570*                  when nothing was due for the engine tonight, so
001580*                  the engine step is bypassed rather than
001590*                  refusing an empty file.  The batch table is
001600*                  raised to 200 groups.  The step's return code
001610*                  is now held in WS-STEP-RC and set at GOBACK, as
001620*                  STNDGEN does -- every CALL made after it was
001630*                  set (TIMESTMP on each audit record, SUITESTA
001640*                  last of all) was handing back RC 0.
001650* 2026-10-15  DW   Catch-up mode: tonight is now the night's
001660*                  business date from GETBDATE. On a catch-up
001670*                  night (GETCWIN), a new raw batch dated on or
001680*                  before the previous catch-up date was taken by
001690*                  that night and is left alone, and one dated
001700*                  after tonight is left for its own catch-up
001710*                  night unless tonight is the last queued date,
001720*                  when it warehouses as usual. The first catch-up
001730*                  night takes everything due as before. Left
001740*                  batches are counted, listed on the console, and
001750*                  logged INFO.
001760******************************************************************
001770 IDENTIFICATION DIVISION.
001780*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001790 PROGRAM-ID. TRANEDIT.
001800 ENVIRONMENT DIVISION.
001810*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001820 CONFIGURATION SECTION.
001830*-----------------------
001840 INPUT-OUTPUT SECTION.
001850*-----------------------
001860 FILE-CONTROL.
001870     SELECT TRANS-IN-FILE ASSIGN TO "TRANIN"
001880         ORGANIZATION IS LINE SEQUENTIAL
001890         FILE STATUS IS WS-TRANIN-STATUS.
001900     SELECT TRANS-OUT-FILE ASSIGN TO "TRANOUT"
001910         ORGANIZATION IS LINE SEQUENTIAL
001920         FILE STATUS IS WS-TRANOUT-STATUS.
001930     SELECT REJECT-FILE ASSIGN TO "TRANREJ"
001940         ORGANIZATION IS LINE SEQUENTIAL
001950         FILE STATUS IS WS-REJECT-STATUS.
001960     SELECT REJECT-TRACK-FILE ASSIGN TO "REJTRACK"
001970         ORGANIZATION IS LINE SEQUENTIAL
001980         FILE STATUS IS WS-TRACK-STATUS.
001990     SELECT STEP-NAME-FILE ASSIGN TO "STEPNAME"
002000         ORGANIZATION IS LINE SEQUENTIAL
002010         FILE STATUS IS WS-STEPN-STATUS.
002020     SELECT AUDIT-LOG-FILE ASSIGN TO "EDITAUDT"
002030         ORGANIZATION IS LINE SEQUENTIAL
002040         FILE STATUS IS WS-AUDIT-STATUS.
002050     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
002060         ORGANIZATION IS LINE SEQUENTIAL
002070         FILE STATUS IS WS-LEDGER-STATUS.
002080     SELECT PROCESSED-ID-FILE ASSIGN TO "PROCIDS"
002090         ORGANIZATION IS INDEXED
002100         ACCESS MODE IS RANDOM
002110         RECORD KEY IS PID-TRANS-ID
002120         FILE STATUS IS WS-IDS-STATUS.
002130     SELECT WAREHOUSE-FILE ASSIGN TO "TRANWHSE"
002140         ORGANIZATION IS LINE SEQUENTIAL
002150         FILE STATUS IS WS-WHSE-STATUS.
002160     SELECT WAREHOUSE-CANCEL-FILE ASSIGN TO "WHSECNCL"
002170         ORGANIZATION IS LINE SEQUENTIAL
002180         FILE STATUS IS WS-CANCEL-STATUS.
002190     SELECT EDIT-PARAM-FILE ASSIGN TO "EDITPARM"
002200         ORGANIZATION IS LINE SEQUENTIAL
002210         FILE STATUS IS WS-PARAM-STATUS.
002220     SELECT INVENTORY-REPORT-FILE ASSIGN TO "WHSERPT"
002230         ORGANIZATION IS LINE SEQUENTIAL
002240         FILE STATUS IS WS-REPORT-STATUS.
002250 DATA DIVISION.
002260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002270 FILE SECTION.
002280*-----------------------
002290 FD  TRANS-IN-FILE.
002300 01  TRANS-IN-RECORD             PIC X(39).
002310 FD  TRANS-OUT-FILE.
002320 01  TRANS-OUT-RECORD            PIC X(39).
002330 01  TRANS-OUT-TRAILER.
002340     05  TO-REC-TYPE             PIC X(01).
002350     05  TO-RECORD-COUNT         PIC 9(05).
002360     05  TO-HASH-TOTAL           PIC S9(13)V99 SIGN IS
002370                                  LEADING SEPARATE CHARACTER.
002380 FD  REJECT-FILE.
002390 01  REJECT-RECORD.
002400     05  RJ-REASON-CODE          PIC X(03).
002410     05  RJ-ORIGINAL             PIC X(39).
002420 FD  REJECT-TRACK-FILE.
002430     COPY REJTRACK.
002440 FD  STEP-NAME-FILE.
002450 01  STEP-NAME-RECORD.
002460     05  SN-STEP-NAME            PIC X(08).
002470 FD  AUDIT-LOG-FILE.
002480     COPY AUDITLOG.
002490
002500 FD  CONTROL-LEDGER-FILE.
002510     COPY CTLLEDGR.
002520 FD  PROCESSED-ID-FILE.
002530     COPY PROCIDRG.
002540 FD  WAREHOUSE-FILE.
002550     COPY TRANWHSE.
002560 FD  WAREHOUSE-CANCEL-FILE.
002570 01  WAREHOUSE-CANCEL-RECORD.
002580     05  WC-BATCH-ID             PIC X(08).
002590     05  WC-REQUESTED-BY         PIC X(08).
002600 FD  EDIT-PARAM-FILE.
002610 01  EDIT-PARAM-RECORD.
002620     05  EP-BACKDATE-DAYS        PIC 9(03).
002630 FD  INVENTORY-REPORT-FILE.
002640 01  INVENTORY-REPORT-RECORD     PIC X(80).
002650 WORKING-STORAGE SECTION.
002660*-----------------------
002670******************************************************************
002680* The record being edited is held here rather than in the TRANIN
002690* record area, since it comes off the warehouse table as well as
002700* the raw file.  Its alternate views redefine it as they would
002710* under an FD.
002720******************************************************************
002730     COPY TRANREC REPLACING
002740         ==TRANS-REVERSAL-RECORD== BY
002750             ==TRANS-REVERSAL-RECORD REDEFINES TRANS-RECORD==
002760         ==TRANS-BATCH-HEADER== BY
002770             ==TRANS-BATCH-HEADER REDEFINES TRANS-RECORD==
002780         ==TRANS-BATCH-TRAILER== BY
002790             ==TRANS-BATCH-TRAILER REDEFINES TRANS-RECORD==.
002800 01  WS-TRANIN-STATUS            PIC X(02).
002810 01  WS-TRANIN-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002820     88  WS-TRANIN-IS-OPEN       VALUE 'Y'.
002830 01  WS-TRANOUT-STATUS           PIC X(02).
002840 01  WS-TRANOUT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
002850     88  WS-TRANOUT-IS-OPEN      VALUE 'Y'.
002860 01  WS-REJECT-STATUS            PIC X(02).
002870 01  WS-REJECT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002880     88  WS-REJECT-IS-OPEN       VALUE 'Y'.
002890 01  WS-AUDIT-STATUS             PIC X(02).
002900 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002910     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
002920 01  WS-AUDIT-TIMESTAMP          PIC X(21).
002930 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
002940 COPY RUNMODE.
002950 01  WS-LEDGER-STATUS            PIC X(02).
002960 01  WS-STEPN-STATUS             PIC X(02).
002970 01  WS-SUITE-FUNCTION           PIC X(01).
002980 01  WS-SUITE-STEP-NAME          PIC X(08).
002990 01  WS-SUITE-RC                 PIC 9(04).
003000 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
003010 01  WS-SUITE-DONE-SWITCH        PIC X(01).
003020     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
003030 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
003040 01  WS-STATUS-TEXT              PIC X(20).
003050 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
003060 COPY EOFSWTCH.
003070 01  WS-BALANCED-SWITCH          PIC X(01) VALUE 'N'.
003080     88  WS-BATCH-BALANCED       VALUE 'Y'.
003090 01  WS-BAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
003100     88  WS-BAL-EOF              VALUE 'Y'.
003110 01  WS-BATCH-ID                 PIC X(08).
003120 01  WS-BUSINESS-DATE            PIC 9(08).
003130 01  WS-BATCH-TABLE-MAX          PIC 9(03) COMP VALUE 200.
003140 01  WS-BATCH-USED               PIC 9(03) COMP VALUE ZERO.
003150 01  WS-BATCH-IX                 PIC 9(03) COMP VALUE ZERO.
003160 01  WS-PROC-BATCH               PIC 9(03) COMP VALUE ZERO.
003170 01  WS-ACCEPTED-BATCHES         PIC 9(03) COMP VALUE ZERO.
003180 01  WS-REFUSED-BATCHES          PIC 9(03) COMP VALUE ZERO.
003190 01  WS-ACCEPTED-BATCHES-ED      PIC ZZ9.
003200 01  WS-REFUSED-BATCHES-ED       PIC ZZ9.
003210 01  WS-BATCH-OVERFLOW-SWITCH    PIC X(01) VALUE 'N'.
003220     88  WS-BATCH-OVERFLOW       VALUE 'Y'.
003230 01  WS-CUR-BATCH-OK-SWITCH      PIC X(01) VALUE 'N'.
003240     88  WS-CUR-BATCH-OK         VALUE 'Y'.
003250 01  WS-BATCH-TABLE.
003260     05  WS-BCH-ENTRY OCCURS 200 TIMES.
003270         10  WS-BCH-ID           PIC X(08).
003280         10  WS-BCH-OK-SWITCH    PIC X(01).
003290             88  WS-BCH-IS-OK    VALUE 'Y'.
003300         10  WS-BCH-ORIGIN       PIC X(01).
003310             88  WS-BCH-FROM-WHSE VALUE 'W'.
003320         10  WS-BCH-DISPOSITION  PIC X(01).
003330             88  WS-BCH-TO-EDIT  VALUE 'E'.
003340             88  WS-BCH-TO-WHSE  VALUE 'W'.
003350             88  WS-BCH-CANCELLED VALUE 'C'.
003360             88  WS-BCH-BACK-DATED VALUE 'S'.
003370             88  WS-BCH-REFUSED  VALUE 'R'.
003380             88  WS-BCH-OTHER-NIGHT VALUE 'K'.
003390         10  WS-BCH-DATE         PIC 9(08).
003400         10  WS-BCH-CLIENT       PIC X(04).
003410         10  WS-BCH-STORED-RUN   PIC 9(05).
003420         10  WS-BCH-STORED-DATE  PIC 9(08).
003430         10  WS-BCH-LISTED-SWITCH PIC X(01).
003440             88  WS-BCH-IS-LISTED VALUE 'Y'.
003450         10  WS-BCH-HDR-SWITCH   PIC X(01).
003460             88  WS-BCH-HAS-HDR  VALUE 'Y'.
003470         10  WS-BCH-TRL-SWITCH   PIC X(01).
003480             88  WS-BCH-HAS-TRL  VALUE 'Y'.
003490         10  WS-BCH-DETAIL-COUNT PIC 9(05) COMP.
003500         10  WS-BCH-HASH-TOTAL   PIC S9(13)V99.
003510         10  WS-BCH-TRL-COUNT    PIC 9(05) COMP.
003520         10  WS-BCH-TRL-HASH     PIC S9(13)V99.
003530 01  WS-BATCH-CLEAN-COUNT        PIC 9(05) COMP VALUE ZERO.
003540 01  WS-BATCH-CLEAN-HASH         PIC S9(13)V99 VALUE ZERO.
003550 01  WS-TRACK-STATUS             PIC X(02).
003560 01  WS-TRACK-EOF-SWITCH         PIC X(01) VALUE 'N'.
003570     88  WS-TRACK-EOF            VALUE 'Y'.
003580 01  WS-TRACK-TABLE-MAX          PIC 9(03) COMP VALUE 200.
003590 01  WS-TRACK-USED               PIC 9(03) COMP VALUE ZERO.
003600 01  WS-TRACK-IX                 PIC 9(03) COMP VALUE ZERO.
003610 01  WS-TRACK-SLOT               PIC 9(03) COMP VALUE ZERO.
003620 01  WS-TRACK-DIRTY-SWITCH       PIC X(01) VALUE 'N'.
003630     88  WS-TRACK-DIRTY          VALUE 'Y'.
003640 01  WS-TRACK-OVERFLOW-SWITCH    PIC X(01) VALUE 'N'.
003650     88  WS-TRACK-OVERFLOWED     VALUE 'Y'.
003660 01  WS-MATCHED-COUNT            PIC 9(05) COMP VALUE ZERO.
003670 01  WS-MATCHED-COUNT-ED         PIC ZZZZ9.
003680 01  WS-TRACK-TABLE.
003690     05  WS-TRK-ENTRY OCCURS 200 TIMES.
003700         10  WS-TRK-TRANS-ID     PIC X(08).
003710         10  WS-TRK-CLIENT-ID    PIC X(04).
003720         10  WS-TRK-REASON       PIC X(03).
003730         10  WS-TRK-REG-RUN      PIC 9(05).
003740         10  WS-TRK-REG-DATE     PIC 9(08).
003750         10  WS-TRK-STATUS       PIC X(01).
003760         10  WS-TRK-MATCH-RUN    PIC 9(05).
003770 01  WS-TODAY                    PIC X(21).
003780 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
003790     05  WS-TODAY-DATE           PIC 9(08).
003800     05  FILLER                  PIC X(13).
003810 01  WS-BAL-DETAIL-COUNT-ED      PIC ZZZZ9.
003820 01  WS-TRL-RECORD-COUNT-ED      PIC ZZZZ9.
003830 01  WS-REASON-CODE              PIC X(03).
003840 01  WS-DEPT-STATUS-CODE         PIC X(01).
003850     88  WS-DEPT-IS-ACTIVE       VALUE 'A'.
003860 01  WS-DEPT-NAME                PIC X(20).
003870 01  WS-AMORT-SWITCH             PIC X(01).
003880     88  WS-AMORT-IS-VALID       VALUE 'Y'.
003890 01  WS-AMORT-MAX-PERIODS        PIC 9(03) VALUE 360.
003900 01  WS-READ-COUNT               PIC 9(05) COMP VALUE ZERO.
003910 01  WS-CLEAN-COUNT              PIC 9(05) COMP VALUE ZERO.
003920 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
003930 01  WS-CLEAN-HASH-TOTAL         PIC S9(13)V99 VALUE ZERO.
003940 01  WS-READ-COUNT-ED            PIC ZZZZ9.
003950 01  WS-CLEAN-COUNT-ED           PIC ZZZZ9.
003960 01  WS-REJECT-COUNT-ED           PIC ZZZZ9.
003970 01  WS-IDS-STATUS               PIC X(02).
003980 01  WS-IDS-OPEN-SWITCH          PIC X(01) VALUE 'N'.
003990     88  WS-IDS-IS-OPEN          VALUE 'Y'.
004000 01  WS-REG-KEY                  PIC X(08).
004010 01  WS-REG-FOUND-SWITCH         PIC X(01) VALUE 'N'.
004020     88  WS-REG-FOUND            VALUE 'Y'.
004030 01  WS-REG-CLIENT-ID            PIC X(04).
004040 01  WS-REG-RESULT-SWITCH        PIC X(01).
004050     88  WS-REG-HAS-RESULT       VALUE 'Y'.
004060 01  WS-REG-REVERSED-SWITCH      PIC X(01).
004070     88  WS-REG-IS-REVERSED      VALUE 'Y'.
004080 01  WS-CLEARED-TABLE-MAX        PIC 9(03) COMP VALUE 500.
004090 01  WS-CLEARED-USED             PIC 9(03) COMP VALUE ZERO.
004100 01  WS-CLEARED-IX               PIC 9(03) COMP VALUE ZERO.
004110 01  WS-CLEARED-TABLE.
004120     05  WS-CLEARED-ORIG-ID      PIC X(08) OCCURS 500 TIMES.
004130 01  WS-REVERSAL-CLEAN-COUNT     PIC 9(05) COMP VALUE ZERO.
004140 01  WS-REVERSAL-CLEAN-COUNT-ED  PIC ZZZZ9.
004150 01  WS-WHSE-STATUS              PIC X(02).
004160 01  WS-WHSE-EOF-SWITCH          PIC X(01) VALUE 'N'.
004170     88  WS-WHSE-EOF             VALUE 'Y'.
004180 01  WS-WHSE-OVERFLOW-SWITCH     PIC X(01) VALUE 'N'.
004190     88  WS-WHSE-OVERFLOWED      VALUE 'Y'.
004200 01  WS-WHSE-TABLE-MAX           PIC 9(04) COMP VALUE 2000.
004210 01  WS-WHSE-USED                PIC 9(04) COMP VALUE ZERO.
004220 01  WS-WHSE-LOADED              PIC 9(04) COMP VALUE ZERO.
004230 01  WS-WHSE-PLANNED             PIC 9(04) COMP VALUE ZERO.
004240 01  WS-WHSE-IX                  PIC 9(04) COMP VALUE ZERO.
004250 01  WS-WHSE-TABLE.
004260     05  WS-WHS-ENTRY OCCURS 2000 TIMES.
004270         10  WS-WHS-RELEASE-DATE PIC 9(08).
004280         10  WS-WHS-BATCH-ID     PIC X(08).
004290         10  WS-WHS-CLIENT-ID    PIC X(04).
004300         10  WS-WHS-STORED-RUN   PIC 9(05).
004310         10  WS-WHS-STORED-DATE  PIC 9(08).
004320         10  WS-WHS-RAW          PIC X(39).
004330         10  WS-WHS-BATCH-IX     PIC 9(03) COMP.
004340 01  WS-STREAM-IX                PIC 9(04) COMP VALUE ZERO.
004350 01  WS-STREAM-SOURCE            PIC X(01) VALUE 'W'.
004360     88  WS-FROM-WAREHOUSE       VALUE 'W'.
004370     88  WS-FROM-TRANIN          VALUE 'N'.
004380 01  WS-STREAM-EOF-SWITCH        PIC X(01) VALUE 'N'.
004390     88  WS-STREAM-EOF           VALUE 'Y'.
004400 01  WS-SOURCE-SWITCHED-SWITCH   PIC X(01) VALUE 'N'.
004410     88  WS-SOURCE-SWITCHED      VALUE 'Y'.
004420 01  WS-CUR-DISPOSITION          PIC X(01).
004430     88  WS-CUR-TO-WHSE          VALUE 'W'.
004440     88  WS-CUR-BACK-DATED       VALUE 'S'.
004450 01  WS-CANCEL-STATUS            PIC X(02).
004460 01  WS-CANCEL-EOF-SWITCH        PIC X(01) VALUE 'N'.
004470     88  WS-CANCEL-EOF           VALUE 'Y'.
004480 01  WS-CANCEL-TABLE-MAX         PIC 9(03) COMP VALUE 50.
004490 01  WS-CANCEL-USED              PIC 9(03) COMP VALUE ZERO.
004500 01  WS-CANCEL-IX                PIC 9(03) COMP VALUE ZERO.
004510 01  WS-CANCEL-SLOT              PIC 9(03) COMP VALUE ZERO.
004520 01  WS-CANCEL-TABLE.
004530     05  WS-CXL-ENTRY OCCURS 50 TIMES.
004540         10  WS-CXL-BATCH-ID     PIC X(08).
004550         10  WS-CXL-REQUESTED-BY PIC X(08).
004560         10  WS-CXL-MATCHED-SWITCH PIC X(01).
004570             88  WS-CXL-IS-MATCHED VALUE 'Y'.
004580 01  WS-HELD-SLOT                PIC 9(03) COMP VALUE ZERO.
004590 01  WS-HELD-IX                  PIC 9(03) COMP VALUE ZERO.
004600 01  WS-PARAM-STATUS             PIC X(02).
004610 01  WS-BACKDATE-DAYS            PIC 9(03) VALUE 5.
004620 01  WS-BACKDATE-DAYS-ED         PIC ZZ9.
004630 01  WS-BACK-LIMIT               PIC 9(04) COMP VALUE 2000.
004640 01  WS-BACK-IX                  PIC 9(04) COMP VALUE ZERO.
004650 01  WS-BACK-COUNTED             PIC 9(03) COMP VALUE ZERO.
004660 01  WS-BACK-DATE                PIC 9(08).
004670 01  WS-BACK-DATE-X REDEFINES WS-BACK-DATE
004680                                 PIC X(08).
004690 01  WS-BACK-DAY-TYPE            PIC X(01).
004700     88  WS-BACK-DAY-COUNTS      VALUE 'B' 'E' 'Y' '?'.
004710 01  WS-TODAY-INTEGER            PIC 9(08) COMP.
004720 01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
004730 01  WS-BATCH-DATE               PIC 9(08).
004740 01  WS-BATCH-RECORDS            PIC 9(05) COMP VALUE ZERO.
004750 01  WS-HANDLED-BATCHES          PIC 9(03) COMP VALUE ZERO.
004760 01  WS-STORED-BATCHES           PIC 9(03) COMP VALUE ZERO.
004770 01  WS-HELD-BATCHES             PIC 9(03) COMP VALUE ZERO.
004780 01  WS-RELEASED-BATCHES         PIC 9(03) COMP VALUE ZERO.
004790 01  WS-CANCELLED-BATCHES        PIC 9(03) COMP VALUE ZERO.
004800 01  WS-BACKDATED-BATCHES        PIC 9(03) COMP VALUE ZERO.
004810 01  WS-OTHER-NIGHT-BATCHES      PIC 9(03) COMP VALUE ZERO.
004820 01  WS-OTHER-NIGHT-BATCHES-ED   PIC ZZ9.
004830*-----------------------
004840* The catch-up window from GETCWIN: on a catch-up night, the
004850* queue date before tonight (zero on the first) and the last
004860* queued date.
004870*-----------------------
004880 01  WS-CATCHUP-WINDOW.
004890     05  WS-CATCHUP-SWITCH       PIC X(01).
004900         88  WS-CATCHUP-NIGHT    VALUE 'C'.
004910     05  WS-CATCHUP-FROM-DATE    PIC 9(08).
004920     05  WS-CATCHUP-THRU-DATE    PIC 9(08).
004930 01  WS-STORED-BATCHES-ED        PIC ZZ9.
004940 01  WS-HELD-BATCHES-ED          PIC ZZ9.
004950 01  WS-RELEASED-BATCHES-ED      PIC ZZ9.
004960 01  WS-CANCELLED-BATCHES-ED     PIC ZZ9.
004970 01  WS-BACKDATED-BATCHES-ED     PIC ZZ9.
004980 01  WS-REPORT-STATUS            PIC X(02).
004990 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
005000     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
005010 COPY RPTCTL.
005020 01  WS-INV-SLOT                 PIC 9(03) COMP VALUE ZERO.
005030 01  WS-INV-DONE-SWITCH          PIC X(01) VALUE 'N'.
005040     88  WS-INV-DONE             VALUE 'Y'.
005050 01  WS-INV-CLIENT               PIC X(04).
005060 01  WS-INV-CLIENT-BATCHES       PIC 9(03) COMP VALUE ZERO.
005070 01  WS-INV-CLIENT-DETAILS       PIC 9(05) COMP VALUE ZERO.
005080 01  WS-INV-TOTAL-BATCHES        PIC 9(03) COMP VALUE ZERO.
005090 01  WS-INV-BATCHES-ED           PIC ZZ9.
005100 01  WS-INV-DETAILS-ED           PIC ZZZZ9.
005110 01  WS-INVENTORY-CAPTION.
005120     05  FILLER                  PIC X(39) VALUE
005130         "CLNT RELEASE   BATCH ID  COUNT".
005140     05  FILLER                  PIC X(34) VALUE
005150         "HASH TOTAL  STORED     RUN  STATUS".
005160 01  WS-INVENTORY-LINE.
005170     05  IL-CLIENT               PIC X(04).
005180     05  FILLER                  PIC X(01) VALUE SPACES.
005190     05  IL-RELEASE-DATE         PIC 9(08).
005200     05  FILLER                  PIC X(02) VALUE SPACES.
005210     05  IL-BATCH-ID             PIC X(08).
005220     05  FILLER                  PIC X(02) VALUE SPACES.
005230     05  IL-DETAILS              PIC ZZZZ9.
005240     05  FILLER                  PIC X(02) VALUE SPACES.
005250     05  IL-HASH-TOTAL           PIC -ZZZZZZZZZZZZ9.99.
005260     05  FILLER                  PIC X(02) VALUE SPACES.
005270     05  IL-STORED-DATE          PIC 9(08).
005280     05  FILLER                  PIC X(01) VALUE SPACES.
005290     05  IL-STORED-RUN           PIC ZZZZ9.
005300     05  FILLER                  PIC X(02) VALUE SPACES.
005310     05  IL-STATUS               PIC X(08).
005320
005330*-----------------------
005340 PROCEDURE DIVISION.
005350*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
005360 0000-MAINLINE.
005370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005380     PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
005390         UNTIL WS-EOF.
005400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
005410     MOVE 'R' TO WS-SUITE-FUNCTION.
005420     MOVE WS-STEP-RC TO WS-SUITE-RC.
005430     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
005440         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
005450     MOVE WS-STEP-RC TO RETURN-CODE.
005460     GOBACK.
005470
005480 1000-INITIALIZE.
005490     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
005500     PERFORM 1010-READ-STEP-NAME THRU 1010-EXIT.
005510     MOVE 'C' TO WS-SUITE-FUNCTION.
005520     MOVE ZERO TO WS-SUITE-RC.
005530     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
005540         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
005550     IF WS-SUITE-STEP-DONE
005560         DISPLAY WS-SUITE-STEP-NAME
005570             " ALREADY COMPLETE THIS RUN - BYPASSED"
005580         GOBACK
005590     END-IF.
005600     OPEN EXTEND AUDIT-LOG-FILE.
005610     IF WS-AUDIT-STATUS = "00"
005620         SET WS-AUDIT-IS-OPEN TO TRUE
005630     END-IF.
005640     MOVE "OK" TO WS-STATUS-TEXT.
005650     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
005660     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005670     CALL "GETBDATE" USING WS-TODAY.
005680     CALL "GETCWIN" USING WS-CATCHUP-WINDOW.
005690     PERFORM 1020-READ-EDIT-PARM THRU 1020-EXIT.
005700     PERFORM 1030-FIND-CUTOFF-DATE THRU 1030-EXIT.
005710     PERFORM 1040-LOAD-WAREHOUSE THRU 1040-EXIT.
005720     PERFORM 1045-LOAD-CANCELS THRU 1045-EXIT.
005730     OPEN INPUT TRANS-IN-FILE.
005740     IF WS-TRANIN-STATUS NOT = "00"
005750         DISPLAY "TRANIN OPEN FAILED, STATUS " WS-TRANIN-STATUS
005760         MOVE "ERROR" TO WS-STATUS-TEXT
005770         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005780         STRING "TRANIN OPEN FAILED, STATUS " WS-TRANIN-STATUS
005790             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005800         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005810         SET WS-EOF TO TRUE
005820         MOVE 12 TO WS-STEP-RC
005830         GO TO 1000-EXIT
005840     END-IF.
005850     SET WS-TRANIN-IS-OPEN TO TRUE.
005860     PERFORM 1050-BALANCE-BATCH THRU 1050-EXIT.
005870     PERFORM 1097-OPEN-INVENTORY-REPORT THRU 1097-EXIT.
005880     IF NOT WS-BATCH-BALANCED
005890         GO TO 1000-EXIT
005900     END-IF.
005910     OPEN OUTPUT TRANS-OUT-FILE.
005920     IF WS-TRANOUT-STATUS NOT = "00"
005930         DISPLAY "TRANOUT OPEN FAILED, STATUS " WS-TRANOUT-STATUS
005940         MOVE "ERROR" TO WS-STATUS-TEXT
005950         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005960         STRING "TRANOUT OPEN FAILED, STATUS " WS-TRANOUT-STATUS
005970             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005980         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005990         SET WS-EOF TO TRUE
006000         MOVE 12 TO WS-STEP-RC
006010         GO TO 1000-EXIT
006020     END-IF.
006030     SET WS-TRANOUT-IS-OPEN TO TRUE.
006040     OPEN OUTPUT REJECT-FILE.
006050     IF WS-REJECT-STATUS = "00"
006060         SET WS-REJECT-IS-OPEN TO TRUE
006070     END-IF.
006080     PERFORM 1080-LOAD-TRACK-TABLE THRU 1080-EXIT.
006090     PERFORM 1095-OPEN-REGISTER THRU 1095-EXIT.
006100     PERFORM 1100-READ-TRANS-IN THRU 1100-EXIT.
006110 1000-EXIT.
006120     EXIT.
006130
006140 1010-READ-STEP-NAME.
006150******************************************************************
006160* This program fronts both transaction files from two different
006170* job steps under one load module, so its suite-state step name
006180* comes from the STEPNAME parameter each step supplies.  Missing
006190* falls back to the program name, which a single-step shop would
006200* find equivalent.
006210******************************************************************
006220     MOVE "TRANEDIT" TO WS-SUITE-STEP-NAME.
006230     OPEN INPUT STEP-NAME-FILE.
006240     IF WS-STEPN-STATUS = "00"
006250         READ STEP-NAME-FILE
006260             AT END
006270                 CONTINUE
006280             NOT AT END
006290                 IF SN-STEP-NAME NOT = SPACES
006300                     MOVE SN-STEP-NAME TO WS-SUITE-STEP-NAME
006310                 END-IF
006320         END-READ
006330         CLOSE STEP-NAME-FILE
006340     END-IF.
006350 1010-EXIT.
006360     EXIT.
006370
006380 1020-READ-EDIT-PARM.
006390******************************************************************
006400* The back-dating limit is a parameter: how many shop-calendar
006410* business days before tonight a batch may still be dated.
006420* Missing or non-numeric falls back to the 5-day shop default;
006430* zero accepts nothing dated before tonight.
006440******************************************************************
006450     OPEN INPUT EDIT-PARAM-FILE.
006460     IF WS-PARAM-STATUS = "00"
006470         READ EDIT-PARAM-FILE
006480             AT END
006490                 CONTINUE
006500             NOT AT END
006510                 IF EP-BACKDATE-DAYS NUMERIC
006520                     MOVE EP-BACKDATE-DAYS TO WS-BACKDATE-DAYS
006530                 END-IF
006540         END-READ
006550         CLOSE EDIT-PARAM-FILE
006560     END-IF.
006570 1020-EXIT.
006580     EXIT.
006590
006600 1030-FIND-CUTOFF-DATE.
006610******************************************************************
006620* Walks back from tonight through the shop calendar, counting
006630* business days, until the back-dating limit is reached; a batch
006640* dated before that day is refused.  A date off the calendar
006650* counts as a business day, so a short calendar degrades to
006660* calendar days instead of refusing every batch.
006670******************************************************************
006680     COMPUTE WS-TODAY-INTEGER =
006690         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
006700     MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE.
006710     MOVE ZERO TO WS-BACK-COUNTED.
006720     PERFORM 1035-CHECK-ONE-BACK-DAY THRU 1035-EXIT
006730         VARYING WS-BACK-IX FROM 1 BY 1
006740         UNTIL WS-BACK-COUNTED >= WS-BACKDATE-DAYS
006750             OR WS-BACK-IX > WS-BACK-LIMIT.
006760     MOVE WS-BACKDATE-DAYS TO WS-BACKDATE-DAYS-ED.
006770     DISPLAY "Back-date limit : " WS-BACKDATE-DAYS-ED
006780         " BUSINESS DAYS, CUTOFF " WS-CUTOFF-DATE.
006790 1030-EXIT.
006800     EXIT.
006810
006820 1035-CHECK-ONE-BACK-DAY.
006830     COMPUTE WS-BACK-DATE = FUNCTION DATE-OF-INTEGER
006840         (WS-TODAY-INTEGER - WS-BACK-IX).
006850     CALL "CALNDR" USING WS-BACK-DATE-X WS-BACK-DAY-TYPE.
006860     IF WS-BACK-DAY-COUNTS
006870         ADD 1 TO WS-BACK-COUNTED
006880         MOVE WS-BACK-DATE TO WS-CUTOFF-DATE
006890     END-IF.
006900 1035-EXIT.
006910     EXIT.
006920
006930 1040-LOAD-WAREHOUSE.
006940******************************************************************
006950* Loads the transaction warehouse whole, as the reject register
006960* is loaded.  A missing warehouse starts empty; the finalize
006970* rewrite creates it.  A batch released or cancelled by an
006980* earlier run is dropped here.  One acted on by this same run
006990* number means a rerun: it goes back to held so tonight decides
007000* it again, while a batch this run number stored is dropped,
007010* since the raw file brings it back in.  A warehouse bigger than
007020* the table is never half-streamed -- nothing releases, nothing
007030* new is stored, and the file is left as it is for the night.
007040******************************************************************
007050     OPEN INPUT WAREHOUSE-FILE.
007060     IF WS-WHSE-STATUS NOT = "00"
007070         GO TO 1040-EXIT
007080     END-IF.
007090     PERFORM 1042-LOAD-ONE-WAREHOUSE THRU 1042-EXIT
007100         UNTIL WS-WHSE-EOF
007110             OR WS-WHSE-OVERFLOWED.
007120     CLOSE WAREHOUSE-FILE.
007130     IF WS-WHSE-OVERFLOWED
007140         DISPLAY "TRANWHSE EXCEEDS TABLE - WAREHOUSE NOT USED"
007150         MOVE "ERROR" TO WS-STATUS-TEXT
007160         MOVE "TRANWHSE EXCEEDS TABLE - NOTHING RELEASED/STORED"
007170             TO WS-AUDIT-MESSAGE-TEXT
007180         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
007190         MOVE ZERO TO WS-WHSE-USED
007200     END-IF.
007210     MOVE WS-WHSE-USED TO WS-WHSE-LOADED.
007220     MOVE WS-WHSE-USED TO WS-WHSE-PLANNED.
007230 1040-EXIT.
007240     EXIT.
007250
007260 1042-LOAD-ONE-WAREHOUSE.
007270     READ WAREHOUSE-FILE
007280         AT END
007290             SET WS-WHSE-EOF TO TRUE
007300     END-READ.
007310     IF WS-WHSE-EOF
007320         GO TO 1042-EXIT
007330     END-IF.
007340     IF WH-IS-HELD
007350         AND WH-STORED-RUN = WS-RUN-NUMBER
007360         GO TO 1042-EXIT
007370     END-IF.
007380     IF NOT WH-IS-HELD
007390         AND WH-ACTION-RUN NOT = WS-RUN-NUMBER
007400         GO TO 1042-EXIT
007410     END-IF.
007420     IF WS-WHSE-USED >= WS-WHSE-TABLE-MAX
007430         SET WS-WHSE-OVERFLOWED TO TRUE
007440         GO TO 1042-EXIT
007450     END-IF.
007460     ADD 1 TO WS-WHSE-USED.
007470     MOVE WH-RELEASE-DATE TO WS-WHS-RELEASE-DATE (WS-WHSE-USED).
007480     MOVE WH-BATCH-ID TO WS-WHS-BATCH-ID (WS-WHSE-USED).
007490     MOVE WH-CLIENT-ID TO WS-WHS-CLIENT-ID (WS-WHSE-USED).
007500     MOVE WH-STORED-RUN TO WS-WHS-STORED-RUN (WS-WHSE-USED).
007510     MOVE WH-STORED-DATE TO WS-WHS-STORED-DATE (WS-WHSE-USED).
007520     MOVE WH-RAW-RECORD TO WS-WHS-RAW (WS-WHSE-USED).
007530     MOVE ZERO TO WS-WHS-BATCH-IX (WS-WHSE-USED).
007540 1042-EXIT.
007550     EXIT.
007560
007570 1045-LOAD-CANCELS.
007580******************************************************************
007590* Cancel requests for warehoused batches: a batch ID and who asked
007600* for it, one per record.  A missing file cancels nothing.  Past
007610* the table the rest are left for another night with a WARN.
007620******************************************************************
007630     OPEN INPUT WAREHOUSE-CANCEL-FILE.
007640     IF WS-CANCEL-STATUS NOT = "00"
007650         GO TO 1045-EXIT
007660     END-IF.
007670     PERFORM 1047-LOAD-ONE-CANCEL THRU 1047-EXIT
007680         UNTIL WS-CANCEL-EOF.
007690     CLOSE WAREHOUSE-CANCEL-FILE.
007700 1045-EXIT.
007710     EXIT.
007720
007730 1047-LOAD-ONE-CANCEL.
007740     READ WAREHOUSE-CANCEL-FILE
007750         AT END
007760             SET WS-CANCEL-EOF TO TRUE
007770     END-READ.
007780     IF WS-CANCEL-EOF
007790         GO TO 1047-EXIT
007800     END-IF.
007810     IF WC-BATCH-ID = SPACES
007820         GO TO 1047-EXIT
007830     END-IF.
007840     IF WS-CANCEL-USED >= WS-CANCEL-TABLE-MAX
007850         MOVE "WARN" TO WS-STATUS-TEXT
007860         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
007870         STRING "CANCEL FOR BATCH " WC-BATCH-ID
007880             " NOT READ, CANCEL TABLE FULL"
007890             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
007900         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
007910         GO TO 1047-EXIT
007920     END-IF.
007930     ADD 1 TO WS-CANCEL-USED.
007940     MOVE WC-BATCH-ID TO WS-CXL-BATCH-ID (WS-CANCEL-USED).
007950     MOVE WC-REQUESTED-BY TO WS-CXL-REQUESTED-BY (WS-CANCEL-USED).
007960     MOVE 'N' TO WS-CXL-MATCHED-SWITCH (WS-CANCEL-USED).
007970 1047-EXIT.
007980     EXIT.
007990
008000 1050-BALANCE-BATCH.
008010******************************************************************
008020* Balances the incoming raw file before anything is split.  The
008030* file may now carry several header/detail/trailer groups --
008040* one per submitting department -- and each group is balanced
008050* independently: a group whose header or trailer is missing,
008060* whose trailer count does not equal its details read (clean
008070* and rejected alike), or whose hash does not foot to the
008080* numeric TR-NUM1 values is refused on its own, with an ERROR
008090* audit record per refused batch, while every balanced group
008100* still processes.  A run with any refused batch ends
008110* RETURN-CODE 8; a run where nothing balanced (or no group
008120* arrived at all) is refused whole with RETURN-CODE 12, the
008130* engines' refusal pattern.
008140* The warehouse streams in ahead of the raw file and its batches
008150* are balanced again with the rest.  A balanced group then goes
008160* to the engine, to the warehouse, or is cancelled or refused as
008170* back-dated (1075).  When nothing is left for the engine the run
008180* still goes ahead -- to store, release, cancel, and reject --
008190* ending RETURN-CODE 4, or 12 if anything was refused, so the
008200* engine step is bypassed instead of refusing an empty file.
008210******************************************************************
008220     PERFORM 1060-BALANCE-ONE-RECORD THRU 1060-EXIT
008230         UNTIL WS-BAL-EOF.
008240     PERFORM 1070-JUDGE-ONE-BATCH THRU 1070-EXIT
008250         VARYING WS-BATCH-IX FROM 1 BY 1
008260         UNTIL WS-BATCH-IX > WS-BATCH-USED.
008270     COMPUTE WS-HANDLED-BATCHES = WS-ACCEPTED-BATCHES
008280         + WS-STORED-BATCHES + WS-HELD-BATCHES
008290         + WS-CANCELLED-BATCHES + WS-BACKDATED-BATCHES.
008300     IF WS-BATCH-OVERFLOW
008310         DISPLAY "TRANIN REFUSED - TOO MANY BATCHES IN ONE FILE"
008320         MOVE "ERROR" TO WS-STATUS-TEXT
008330         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
008340         MOVE "FILE REFUSED, MORE BATCHES THAN THE BATCH TABLE"
008350             TO WS-AUDIT-MESSAGE-TEXT
008360         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008370         MOVE ZERO TO WS-ACCEPTED-BATCHES
008380         MOVE ZERO TO WS-HANDLED-BATCHES
008390     END-IF.
008400     IF WS-HANDLED-BATCHES > ZERO
008410         SET WS-BATCH-BALANCED TO TRUE
008420         CLOSE TRANS-IN-FILE
008430         OPEN INPUT TRANS-IN-FILE
008440         MOVE ZERO TO WS-STREAM-IX
008450         SET WS-FROM-WAREHOUSE TO TRUE
008460         MOVE 'N' TO WS-STREAM-EOF-SWITCH
008470         PERFORM 1072-WARN-UNMATCHED-CANCEL THRU 1072-EXIT
008480             VARYING WS-CANCEL-IX FROM 1 BY 1
008490             UNTIL WS-CANCEL-IX > WS-CANCEL-USED
008500         IF WS-ACCEPTED-BATCHES = ZERO
008510             DISPLAY "NO BATCH DUE FOR THE ENGINE TONIGHT"
008520         END-IF
008530         EVALUATE TRUE
008540             WHEN WS-ACCEPTED-BATCHES = ZERO
008550                 AND WS-REFUSED-BATCHES > ZERO
008560                 MOVE 12 TO WS-STEP-RC
008570             WHEN WS-ACCEPTED-BATCHES = ZERO
008580                 MOVE 4 TO WS-STEP-RC
008590             WHEN WS-REFUSED-BATCHES > ZERO
008600                 MOVE 8 TO WS-STEP-RC
008610         END-EVALUATE
008620     ELSE
008630         DISPLAY "TRANIN REFUSED - NO BALANCED BATCH IN FILE"
008640         CLOSE TRANS-IN-FILE
008650         MOVE 'N' TO WS-TRANIN-OPEN-SWITCH
008660         SET WS-EOF TO TRUE
008670         MOVE 12 TO WS-STEP-RC
008680     END-IF.
008690 1050-EXIT.
008700     EXIT.
008710
008720 1060-BALANCE-ONE-RECORD.
008730******************************************************************
008740* Everything that is not a header or a trailer counts as a
008750* detail of the current group -- including records the edit
008760* will later reject -- so the count proves arrival, not
008770* cleanliness.  Only numeric TR-NUM1 values can foot into the
008780* hash, and a reversal record carries no operand to foot.
008790* A detail or trailer arriving before any header opens
008800* an orphan group that can never balance, so stray records
008810* refuse their own group instead of poisoning a neighbor's.
008820* The same holds where the raw file takes over from the
008830* warehouse: a raw file that does not start with a header opens
008840* its own orphan group instead of joining the last warehoused
008850* batch.  The group takes its client from its first detail.
008860******************************************************************
008870     PERFORM 1150-NEXT-RAW-RECORD THRU 1150-EXIT.
008880     IF WS-STREAM-EOF
008890         SET WS-BAL-EOF TO TRUE
008900         GO TO 1060-EXIT
008910     END-IF.
008920     EVALUATE TRUE
008930         WHEN TR-IS-HEADER
008940             PERFORM 1065-OPEN-NEW-BATCH THRU 1065-EXIT
008950             IF WS-BATCH-USED > ZERO
008960                 MOVE 'Y' TO WS-BCH-HDR-SWITCH (WS-BATCH-USED)
008970                 MOVE TH-BATCH-ID TO WS-BCH-ID (WS-BATCH-USED)
008980                 MOVE TH-BUSINESS-DATE TO WS-BUSINESS-DATE
008990                 PERFORM 1068-NOTE-BATCH-HEADER THRU 1068-EXIT
009000             END-IF
009010         WHEN TR-IS-TRAILER
009020             IF WS-BATCH-USED = ZERO
009030                 OR WS-SOURCE-SWITCHED
009040                 PERFORM 1065-OPEN-NEW-BATCH THRU 1065-EXIT
009050             END-IF
009060             IF WS-BATCH-USED > ZERO
009070                 MOVE 'Y' TO WS-BCH-TRL-SWITCH (WS-BATCH-USED)
009080                 MOVE TT-RECORD-COUNT
009090                     TO WS-BCH-TRL-COUNT (WS-BATCH-USED)
009100                 MOVE TT-HASH-TOTAL
009110                     TO WS-BCH-TRL-HASH (WS-BATCH-USED)
009120             END-IF
009130         WHEN OTHER
009140             IF WS-BATCH-USED = ZERO
009150                 OR WS-SOURCE-SWITCHED
009160                 PERFORM 1065-OPEN-NEW-BATCH THRU 1065-EXIT
009170             END-IF
009180             IF WS-BATCH-USED > ZERO
009190                 ADD 1 TO WS-BCH-DETAIL-COUNT (WS-BATCH-USED)
009200                 IF WS-BCH-CLIENT (WS-BATCH-USED) = SPACES
009210                     MOVE TR-CLIENT-ID
009220                         TO WS-BCH-CLIENT (WS-BATCH-USED)
009230                 END-IF
009240                 IF TR-NUM1 NUMERIC
009250                     AND NOT TR-IS-REVERSAL
009260                     ADD TR-NUM1
009270                         TO WS-BCH-HASH-TOTAL (WS-BATCH-USED)
009280                 END-IF
009290             END-IF
009300     END-EVALUATE.
009310     IF WS-FROM-WAREHOUSE
009320         MOVE WS-BATCH-USED TO WS-WHS-BATCH-IX (WS-STREAM-IX)
009330     END-IF.
009340 1060-EXIT.
009350     EXIT.
009360
009370 1065-OPEN-NEW-BATCH.
009380     IF WS-BATCH-USED >= WS-BATCH-TABLE-MAX
009390         SET WS-BATCH-OVERFLOW TO TRUE
009400         GO TO 1065-EXIT
009410     END-IF.
009420     ADD 1 TO WS-BATCH-USED.
009430     MOVE SPACES TO WS-BCH-ID (WS-BATCH-USED).
009440     MOVE 'N' TO WS-BCH-OK-SWITCH (WS-BATCH-USED).
009450     MOVE 'N' TO WS-BCH-HDR-SWITCH (WS-BATCH-USED).
009460     MOVE 'N' TO WS-BCH-TRL-SWITCH (WS-BATCH-USED).
009470     MOVE ZERO TO WS-BCH-DETAIL-COUNT (WS-BATCH-USED).
009480     MOVE ZERO TO WS-BCH-HASH-TOTAL (WS-BATCH-USED).
009490     MOVE ZERO TO WS-BCH-TRL-COUNT (WS-BATCH-USED).
009500     MOVE ZERO TO WS-BCH-TRL-HASH (WS-BATCH-USED).
009510     MOVE WS-STREAM-SOURCE TO WS-BCH-ORIGIN (WS-BATCH-USED).
009520     MOVE 'R' TO WS-BCH-DISPOSITION (WS-BATCH-USED).
009530     MOVE ZERO TO WS-BCH-DATE (WS-BATCH-USED).
009540     MOVE SPACES TO WS-BCH-CLIENT (WS-BATCH-USED).
009550     MOVE WS-RUN-NUMBER TO WS-BCH-STORED-RUN (WS-BATCH-USED).
009560     MOVE WS-TODAY-DATE TO WS-BCH-STORED-DATE (WS-BATCH-USED).
009570     MOVE 'N' TO WS-BCH-LISTED-SWITCH (WS-BATCH-USED).
009580 1065-EXIT.
009590     EXIT.
009600
009610 1068-NOTE-BATCH-HEADER.
009620******************************************************************
009630* A header date that is not numeric stays zero and so falls
009640* before any cutoff -- a batch nobody can date is refused, not
009650* guessed at.  A warehoused batch keeps the run and date that
009660* first stored it.
009670******************************************************************
009680     IF TH-BUSINESS-DATE NUMERIC
009690         MOVE TH-BUSINESS-DATE TO WS-BCH-DATE (WS-BATCH-USED)
009700     END-IF.
009710     IF WS-FROM-WAREHOUSE
009720         MOVE WS-WHS-STORED-RUN (WS-STREAM-IX)
009730             TO WS-BCH-STORED-RUN (WS-BATCH-USED)
009740         MOVE WS-WHS-STORED-DATE (WS-STREAM-IX)
009750             TO WS-BCH-STORED-DATE (WS-BATCH-USED)
009760     END-IF.
009770 1068-EXIT.
009780     EXIT.
009790
009800 1070-JUDGE-ONE-BATCH.
009810******************************************************************
009820* Accepts or refuses one header/detail/trailer group on its own
009830* balancing, so one department's bad trailer no longer stops
009840* every other department's work for the night.
009850******************************************************************
009860     IF WS-BCH-HAS-HDR (WS-BATCH-IX)
009870         AND WS-BCH-HAS-TRL (WS-BATCH-IX)
009880         AND WS-BCH-DETAIL-COUNT (WS-BATCH-IX) =
009890             WS-BCH-TRL-COUNT (WS-BATCH-IX)
009900         AND WS-BCH-HASH-TOTAL (WS-BATCH-IX) =
009910             WS-BCH-TRL-HASH (WS-BATCH-IX)
009920         PERFORM 1075-DISPOSE-BATCH THRU 1075-EXIT
009930     ELSE
009940         ADD 1 TO WS-REFUSED-BATCHES
009950         MOVE WS-BCH-ID (WS-BATCH-IX) TO WS-BATCH-ID
009960         MOVE WS-BCH-DETAIL-COUNT (WS-BATCH-IX)
009970             TO WS-BAL-DETAIL-COUNT-ED
009980         MOVE WS-BCH-TRL-COUNT (WS-BATCH-IX)
009990             TO WS-TRL-RECORD-COUNT-ED
010000         DISPLAY "TRANIN BATCH " WS-BATCH-ID
010010             " REFUSED - OUT OF BALANCE"
010020         MOVE "ERROR" TO WS-STATUS-TEXT
010030         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
010040         STRING "BATCH " WS-BATCH-ID " REFUSED, TRAILER COUNT "
010050             WS-TRL-RECORD-COUNT-ED " VS DETAILS "
010060             WS-BAL-DETAIL-COUNT-ED
010070             " OR HASH/CONTROL RECORDS BAD"
010080             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
010090         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
010100     END-IF.
010110 1070-EXIT.
010120     EXIT.
010130
010140 1072-WARN-UNMATCHED-CANCEL.
010150     IF WS-CXL-IS-MATCHED (WS-CANCEL-IX)
010160         GO TO 1072-EXIT
010170     END-IF.
010180     DISPLAY "CANCEL FOR BATCH " WS-CXL-BATCH-ID (WS-CANCEL-IX)
010190         " - NOT IN WAREHOUSE".
010200     MOVE "WARN" TO WS-STATUS-TEXT.
010210     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
010220     STRING "CANCEL FOR BATCH " WS-CXL-BATCH-ID (WS-CANCEL-IX)
010230         " BY " WS-CXL-REQUESTED-BY (WS-CANCEL-IX)
010240         " NOT IN WAREHOUSE"
010250         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
010260     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
010270 1072-EXIT.
010280     EXIT.
010290
010300 1074-CHECK-CATCHUP-NIGHT.
010310******************************************************************
010320* A catch-up night reads the same raw file as every other night
010330* of the catch-up, so it takes only its own batches by header
010340* date.  One dated on or before the previous catch-up date was
010350* that night's; one dated after tonight waits for its own night,
010360* except on the last queued date, when a batch dated later still
010370* is simply future-dated and warehouses.  Either way it is left
010380* on the raw file untouched -- not edited, rejected or stored.
010390******************************************************************
010400     IF WS-CATCHUP-FROM-DATE > ZERO
010410         AND WS-BATCH-DATE <= WS-CATCHUP-FROM-DATE
010420         MOVE 'K' TO WS-BCH-DISPOSITION (WS-BATCH-IX)
010430     END-IF.
010440     IF WS-BATCH-DATE > WS-TODAY-DATE
010450         AND WS-TODAY-DATE < WS-CATCHUP-THRU-DATE
010460         MOVE 'K' TO WS-BCH-DISPOSITION (WS-BATCH-IX)
010470     END-IF.
010480     IF NOT WS-BCH-OTHER-NIGHT (WS-BATCH-IX)
010490         GO TO 1074-EXIT
010500     END-IF.
010510     ADD 1 TO WS-OTHER-NIGHT-BATCHES.
010520     DISPLAY "BATCH " WS-BATCH-ID " DATED " WS-BATCH-DATE
010530         " LEFT FOR ITS OWN CATCH-UP NIGHT".
010540     MOVE "OK" TO WS-STATUS-TEXT.
010550     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
010560     STRING "BATCH " WS-BATCH-ID " DATED " WS-BATCH-DATE
010570         " LEFT FOR ITS OWN CATCH-UP NIGHT"
010580         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
010590     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
010600 1074-EXIT.
010610     EXIT.
010620
010630 1075-DISPOSE-BATCH.
010640******************************************************************
010650* Decides where one balanced group goes tonight.  A warehoused
010660* batch named on the cancel file is cancelled; otherwise it stays
010670* held until its date comes round and is then released to the
010680* engine.  A new batch dated after tonight is stored on the
010690* warehouse -- unless the warehouse cannot take it, or already
010700* holds a batch under the same ID -- and one dated before the
010710* back-dating cutoff is refused whole.  Everything else edits
010720* tonight as it always has.
010730******************************************************************
010740     MOVE WS-BCH-ID (WS-BATCH-IX) TO WS-BATCH-ID.
010750     MOVE WS-BCH-DATE (WS-BATCH-IX) TO WS-BATCH-DATE.
010760     IF NOT WS-BCH-FROM-WHSE (WS-BATCH-IX)
010770         GO TO 1075-NEW-BATCH
010780     END-IF.
010790     PERFORM 1076-FIND-CANCEL THRU 1076-EXIT.
010800     IF WS-CANCEL-SLOT > ZERO
010810         MOVE 'C' TO WS-BCH-DISPOSITION (WS-BATCH-IX)
010820         MOVE 'Y' TO WS-CXL-MATCHED-SWITCH (WS-CANCEL-SLOT)
010830         ADD 1 TO WS-CANCELLED-BATCHES
010840         DISPLAY "BATCH " WS-BATCH-ID " CANCELLED FROM WAREHOUSE"
010850         MOVE "OK" TO WS-STATUS-TEXT
010860         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
010870         STRING "BATCH " WS-BATCH-ID " DATED " WS-BATCH-DATE
010880             " CANCELLED FROM WAREHOUSE BY "
010890             WS-CXL-REQUESTED-BY (WS-CANCEL-SLOT)
010900             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
010910         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
010920         GO TO 1075-EXIT
010930     END-IF.
010940     IF WS-BATCH-DATE > WS-TODAY-DATE
010950         MOVE 'W' TO WS-BCH-DISPOSITION (WS-BATCH-IX)
010960         ADD 1 TO WS-HELD-BATCHES
010970         GO TO 1075-EXIT
010980     END-IF.
010990     MOVE 'E' TO WS-BCH-DISPOSITION (WS-BATCH-IX).
011000     MOVE 'Y' TO WS-BCH-OK-SWITCH (WS-BATCH-IX).
011010     ADD 1 TO WS-ACCEPTED-BATCHES.
011020     ADD 1 TO WS-RELEASED-BATCHES.
011030     DISPLAY "BATCH " WS-BATCH-ID " RELEASED FROM WAREHOUSE".
011040     MOVE "OK" TO WS-STATUS-TEXT.
011050     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
011060     STRING "BATCH " WS-BATCH-ID " DATED " WS-BATCH-DATE
011070         " RELEASED FROM WAREHOUSE"
011080         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
011090     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
011100     GO TO 1075-EXIT.
011110 1075-NEW-BATCH.
011120     IF WS-CATCHUP-NIGHT
011130         PERFORM 1074-CHECK-CATCHUP-NIGHT THRU 1074-EXIT
011140         IF WS-BCH-OTHER-NIGHT (WS-BATCH-IX)
011150             GO TO 1075-EXIT
011160         END-IF
011170     END-IF.
011180     IF WS-BATCH-DATE > WS-TODAY-DATE
011190         GO TO 1075-FUTURE-BATCH
011200     END-IF.
011210     IF WS-BATCH-DATE < WS-CUTOFF-DATE
011220         MOVE 'S' TO WS-BCH-DISPOSITION (WS-BATCH-IX)
011230         ADD 1 TO WS-REFUSED-BATCHES
011240         ADD 1 TO WS-BACKDATED-BATCHES
011250         DISPLAY "TRANIN BATCH " WS-BATCH-ID
011260             " REFUSED - DATED BEFORE CUTOFF"
011270         MOVE "ERROR" TO WS-STATUS-TEXT
011280         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
011290         STRING "BATCH " WS-BATCH-ID " REFUSED, DATED "
011300             WS-BATCH-DATE " BEFORE BACK-DATE CUTOFF "
011310             WS-CUTOFF-DATE
011320             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
011330         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
011340         GO TO 1075-EXIT
011350     END-IF.
011360     MOVE 'E' TO WS-BCH-DISPOSITION (WS-BATCH-IX).
011370     MOVE 'Y' TO WS-BCH-OK-SWITCH (WS-BATCH-IX).
011380     ADD 1 TO WS-ACCEPTED-BATCHES.
011390     GO TO 1075-EXIT.
011400 1075-FUTURE-BATCH.
011410     PERFORM 1078-FIND-HELD-BATCH THRU 1078-EXIT.
011420     COMPUTE WS-BATCH-RECORDS =
011430         WS-BCH-DETAIL-COUNT (WS-BATCH-IX) + 2.
011440     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
011450     EVALUATE TRUE
011460         WHEN WS-WHSE-OVERFLOWED
011470             STRING "BATCH " WS-BATCH-ID " REFUSED, DATED "
011480                 WS-BATCH-DATE " AND WAREHOUSE NOT AVAILABLE"
011490                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
011500         WHEN WS-HELD-SLOT > ZERO
011510             STRING "BATCH " WS-BATCH-ID " REFUSED, DATED "
011520                 WS-BATCH-DATE " AND ALREADY IN WAREHOUSE"
011530                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
011540         WHEN WS-WHSE-PLANNED + WS-BATCH-RECORDS
011550             > WS-WHSE-TABLE-MAX
011560             STRING "BATCH " WS-BATCH-ID " REFUSED, DATED "
011570                 WS-BATCH-DATE " AND WAREHOUSE FULL"
011580                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
011590     END-EVALUATE.
011600     IF WS-AUDIT-MESSAGE-TEXT NOT = SPACES
011610         ADD 1 TO WS-REFUSED-BATCHES
011620         DISPLAY "TRANIN BATCH " WS-BATCH-ID
011630             " REFUSED - CANNOT BE WAREHOUSED"
011640         MOVE "ERROR" TO WS-STATUS-TEXT
011650         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
011660         GO TO 1075-EXIT
011670     END-IF.
011680     ADD WS-BATCH-RECORDS TO WS-WHSE-PLANNED.
011690     MOVE 'W' TO WS-BCH-DISPOSITION (WS-BATCH-IX).
011700     ADD 1 TO WS-STORED-BATCHES.
011710     DISPLAY "BATCH " WS-BATCH-ID " WAREHOUSED UNTIL "
011720         WS-BATCH-DATE.
011730     MOVE "OK" TO WS-STATUS-TEXT.
011740     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
011750     STRING "BATCH " WS-BATCH-ID " WAREHOUSED UNTIL "
011760         WS-BATCH-DATE
011770         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
011780     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
011790 1075-EXIT.
011800     EXIT.
011810
011820 1076-FIND-CANCEL.
011830     MOVE ZERO TO WS-CANCEL-SLOT.
011840     PERFORM 1077-MATCH-ONE-CANCEL THRU 1077-EXIT
011850         VARYING WS-CANCEL-IX FROM 1 BY 1
011860         UNTIL WS-CANCEL-IX > WS-CANCEL-USED
011870             OR WS-CANCEL-SLOT > ZERO.
011880 1076-EXIT.
011890     EXIT.
011900
011910 1077-MATCH-ONE-CANCEL.
011920     IF WS-CXL-BATCH-ID (WS-CANCEL-IX) = WS-BATCH-ID
011930         AND NOT WS-CXL-IS-MATCHED (WS-CANCEL-IX)
011940         MOVE WS-CANCEL-IX TO WS-CANCEL-SLOT
011950     END-IF.
011960 1077-EXIT.
011970     EXIT.
011980
011990 1078-FIND-HELD-BATCH.
012000******************************************************************
012010* A batch still held on the warehouse under the same ID -- the
012020* warehouse streams first, so its batches are already judged.
012030* One cancelled tonight no longer counts, so a batch can be
012040* cancelled and resubmitted on the same night.
012050******************************************************************
012060     MOVE ZERO TO WS-HELD-SLOT.
012070     PERFORM 1079-MATCH-ONE-HELD THRU 1079-EXIT
012080         VARYING WS-HELD-IX FROM 1 BY 1
012090         UNTIL WS-HELD-IX >= WS-BATCH-IX
012100             OR WS-HELD-SLOT > ZERO.
012110 1078-EXIT.
012120     EXIT.
012130
012140 1079-MATCH-ONE-HELD.
012150     IF WS-BCH-FROM-WHSE (WS-HELD-IX)
012160         AND WS-BCH-ID (WS-HELD-IX) = WS-BATCH-ID
012170         AND (WS-BCH-TO-WHSE (WS-HELD-IX)
012180             OR WS-BCH-REFUSED (WS-HELD-IX))
012190         MOVE WS-HELD-IX TO WS-HELD-SLOT
012200     END-IF.
012210 1079-EXIT.
012220     EXIT.
012230
012240 1080-LOAD-TRACK-TABLE.
012250******************************************************************
012260* Loads the reject-tracking register so this run can match off
012270* rejects whose corrected records come back clean and register
012280* new ones.  A missing register starts empty; the finalize
012290* rewrite creates it.
012300******************************************************************
012310     OPEN INPUT REJECT-TRACK-FILE.
012320     IF WS-TRACK-STATUS NOT = "00"
012330         GO TO 1080-EXIT
012340     END-IF.
012350     PERFORM 1090-LOAD-ONE-TRACK THRU 1090-EXIT
012360         UNTIL WS-TRACK-EOF
012370             OR WS-TRACK-OVERFLOWED.
012380     CLOSE REJECT-TRACK-FILE.
012390 1080-EXIT.
012400     EXIT.
012410
012420 1090-LOAD-ONE-TRACK.
012430     READ REJECT-TRACK-FILE
012440         AT END
012450             SET WS-TRACK-EOF TO TRUE
012460     END-READ.
012470     IF WS-TRACK-EOF
012480         GO TO 1090-EXIT
012490     END-IF.
012500     IF WS-TRACK-USED >= WS-TRACK-TABLE-MAX
012510         SET WS-TRACK-OVERFLOWED TO TRUE
012520         GO TO 1090-EXIT
012530     END-IF.
012540     ADD 1 TO WS-TRACK-USED.
012550     MOVE RT-TRANS-ID TO WS-TRK-TRANS-ID (WS-TRACK-USED).
012560     MOVE RT-CLIENT-ID TO WS-TRK-CLIENT-ID (WS-TRACK-USED).
012570     MOVE RT-REASON-CODE TO WS-TRK-REASON (WS-TRACK-USED).
012580     MOVE RT-REG-RUN-NUMBER TO WS-TRK-REG-RUN (WS-TRACK-USED).
012590     MOVE RT-REG-DATE-CCYYMMDD
012600         TO WS-TRK-REG-DATE (WS-TRACK-USED).
012610     MOVE RT-STATUS TO WS-TRK-STATUS (WS-TRACK-USED).
012620     MOVE RT-MATCH-RUN-NUMBER
012630         TO WS-TRK-MATCH-RUN (WS-TRACK-USED).
012640 1090-EXIT.
012650     EXIT.
012660
012670 1095-OPEN-REGISTER.
012680******************************************************************
012690* Opens the engine's keyed processed-ID register so reversal
012700* records can be proved against what actually posted.  A missing
012710* register stays closed, every look-up then finds nothing, and
012720* every reversal rejects RV -- nothing can be backed out of a
012730* file nobody can read.
012740******************************************************************
012750     OPEN INPUT PROCESSED-ID-FILE.
012760     IF WS-IDS-STATUS = "00"
012770         SET WS-IDS-IS-OPEN TO TRUE
012780     END-IF.
012790 1095-EXIT.
012800     EXIT.
012810
012820 1097-OPEN-INVENTORY-REPORT.
012830     MOVE "TRANEDIT" TO RPT-PROGRAM-NAME.
012840     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER.
012850     MOVE WS-NIGHT-MODE TO RPT-RUN-MODE.
012860     MOVE 60 TO RPT-LINES-PER-PAGE.
012870     MOVE ZERO TO RPT-LINE-COUNT.
012880     MOVE ZERO TO RPT-PAGE-COUNT.
012890     MOVE 'D' TO RPT-REQUEST.
012900     MOVE SPACES TO RPT-COLUMN-HEADING.
012910     STRING "WAREHOUSE INVENTORY BY CLIENT AND RELEASE DATE - "
012920         WS-SUITE-STEP-NAME
012930         DELIMITED BY SIZE INTO RPT-COLUMN-HEADING.
012940     OPEN OUTPUT INVENTORY-REPORT-FILE.
012950     IF WS-REPORT-STATUS = "00"
012960         SET WS-REPORT-IS-OPEN TO TRUE
012970     END-IF.
012980 1097-EXIT.
012990     EXIT.
013000
013010 1100-READ-TRANS-IN.
013020     PERFORM 1150-NEXT-RAW-RECORD THRU 1150-EXIT.
013030     IF WS-STREAM-EOF
013040         SET WS-EOF TO TRUE
013050     END-IF.
013060 1100-EXIT.
013070     EXIT.
013080
013090 1150-NEXT-RAW-RECORD.
013100******************************************************************
013110* Both passes read one stream: the warehouse records loaded at
013120* the start of the run, then the raw file.  Batches stored on the
013130* warehouse during the edit pass sit past WS-WHSE-LOADED and are
013140* never streamed back the same night.  WS-SOURCE-SWITCHED marks
013150* the first raw record after a non-empty warehouse.
013160******************************************************************
013170     MOVE 'N' TO WS-SOURCE-SWITCHED-SWITCH.
013180     IF WS-FROM-WAREHOUSE
013190         IF WS-STREAM-IX < WS-WHSE-LOADED
013200             ADD 1 TO WS-STREAM-IX
013210             MOVE WS-WHS-RAW (WS-STREAM-IX) TO TRANS-RECORD
013220             GO TO 1150-EXIT
013230         END-IF
013240         SET WS-FROM-TRANIN TO TRUE
013250         IF WS-WHSE-LOADED > ZERO
013260             SET WS-SOURCE-SWITCHED TO TRUE
013270         END-IF
013280     END-IF.
013290     READ TRANS-IN-FILE INTO TRANS-RECORD
013300         AT END
013310             SET WS-STREAM-EOF TO TRUE
013320     END-READ.
013330 1150-EXIT.
013340     EXIT.
013350
013360 2000-EDIT-RECORD.
013370******************************************************************
013380* Disposes of one raw record.  A header advances to the next
013390* balanced-or-refused group from the pre-pass.  Records of a
013400* refused group skip silently -- the whole group goes back to
013410* its submitter, who fixes the trailer and resubmits -- while
013420* an accepted group's header passes through as-is, its details
013430* edit clean or reject, and its trailer is re-totaled to that
013440* group's clean count and hash so the engine's per-batch
013450* balancing still proves each edited group whole.
013460* A group bound for the warehouse is held there record by
013470* record, a back-dated group's details reject BD, and a
013480* cancelled group drops like a refused one.  Records read counts
013490* the raw file and the released batches, not the batches that
013500* only pass through the warehouse again.
013510******************************************************************
013520     IF TR-IS-HEADER
013530         OR WS-SOURCE-SWITCHED
013540         ADD 1 TO WS-PROC-BATCH
013550         MOVE ZERO TO WS-BATCH-CLEAN-COUNT
013560         MOVE ZERO TO WS-BATCH-CLEAN-HASH
013570     END-IF.
013580     PERFORM 2050-SET-BATCH-STATE THRU 2050-EXIT.
013590     IF WS-FROM-TRANIN
013600         OR WS-CUR-BATCH-OK
013610         ADD 1 TO WS-READ-COUNT
013620     END-IF.
013630     EVALUATE TRUE
013640         WHEN WS-CUR-TO-WHSE
013650             PERFORM 2400-STORE-IN-WAREHOUSE THRU 2400-EXIT
013660         WHEN WS-CUR-BACK-DATED
013670             PERFORM 2450-REJECT-BACK-DATED THRU 2450-EXIT
013680         WHEN NOT WS-CUR-BATCH-OK
013690             CONTINUE
013700         WHEN TR-IS-HEADER
013710             PERFORM 2200-WRITE-CLEAN-RECORD THRU 2200-EXIT
013720         WHEN TR-IS-TRAILER
013730             PERFORM 2250-WRITE-BATCH-TRAILER THRU 2250-EXIT
013740         WHEN TR-IS-DETAIL
013750             PERFORM 2100-EDIT-DETAIL THRU 2100-EXIT
013760         WHEN TR-IS-REVERSAL
013770             PERFORM 2120-EDIT-REVERSAL THRU 2120-EXIT
013780         WHEN OTHER
013790             MOVE "RT " TO WS-REASON-CODE
013800             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
013810     END-EVALUATE.
013820     PERFORM 1100-READ-TRANS-IN THRU 1100-EXIT.
013830 2000-EXIT.
013840     EXIT.
013850
013860 2050-SET-BATCH-STATE.
013870******************************************************************
013880* Looks up whether the group the current record belongs to was
013890* accepted by the balancing pre-pass.  Records ahead of any
013900* header belong to an orphan group, which never balances.
013910******************************************************************
013920     MOVE 'N' TO WS-CUR-BATCH-OK-SWITCH.
013930     MOVE SPACE TO WS-CUR-DISPOSITION.
013940     IF WS-PROC-BATCH > ZERO
013950         AND WS-PROC-BATCH <= WS-BATCH-USED
013960         IF WS-BCH-IS-OK (WS-PROC-BATCH)
013970             SET WS-CUR-BATCH-OK TO TRUE
013980         END-IF
013990         MOVE WS-BCH-DISPOSITION (WS-PROC-BATCH)
014000             TO WS-CUR-DISPOSITION
014010     END-IF.
014020 2050-EXIT.
014030     EXIT.
014040
014050 2100-EDIT-DETAIL.
014060******************************************************************
014070* Reason codes: N1 = first operand not numeric, N2 = second
014080* operand not numeric, OP = operator not one of + - * /,
014090* RF = operand source flag not space or 'R',
014100* ID = transaction ID blank,
014110* DP = client/department code not on the reference file or
014120* inactive (a blank code passes; MATHTRAN carries spaces),
014130* AM = amortization request with a bad principal, rate, or
014140* period count.
014150* The first failing edit wins; the clerk fixes and resubmits
014160* the whole record either way.
014170******************************************************************
014180     PERFORM 2150-CHECK-CLIENT-CODE THRU 2150-EXIT.
014190     PERFORM 2160-CHECK-AMORT-REQUEST THRU 2160-EXIT.
014200     EVALUATE TRUE
014210         WHEN TR-TRANS-ID = SPACES
014220             MOVE "ID " TO WS-REASON-CODE
014230             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014240         WHEN NOT WS-DEPT-IS-ACTIVE
014250             MOVE "DP " TO WS-REASON-CODE
014260             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014270         WHEN TR-NUM1 NOT NUMERIC
014280             MOVE "N1 " TO WS-REASON-CODE
014290             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014300         WHEN TR-NUM2 NOT NUMERIC
014310             MOVE "N2 " TO WS-REASON-CODE
014320             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014330         WHEN NOT TR-OPERAT-IS-LEGAL
014340             MOVE "OP " TO WS-REASON-CODE
014350             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014360         WHEN NOT TR-NUM1-SOURCE-LEGAL
014370         WHEN NOT TR-NUM2-SOURCE-LEGAL
014380             MOVE "RF " TO WS-REASON-CODE
014390             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014400         WHEN NOT WS-AMORT-IS-VALID
014410             MOVE "AM " TO WS-REASON-CODE
014420             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014430         WHEN OTHER
014440             ADD 1 TO WS-CLEAN-COUNT
014450             ADD TR-NUM1 TO WS-CLEAN-HASH-TOTAL
014460             ADD 1 TO WS-BATCH-CLEAN-COUNT
014470             ADD TR-NUM1 TO WS-BATCH-CLEAN-HASH
014480             PERFORM 2350-MATCH-OFF-REJECT THRU 2350-EXIT
014490             PERFORM 2390-AUDIT-CLEAN-DETAIL THRU 2390-EXIT
014500             PERFORM 2200-WRITE-CLEAN-RECORD THRU 2200-EXIT
014510     END-EVALUATE.
014520 2100-EXIT.
014530     EXIT.
014540
014550 2120-EDIT-REVERSAL.
014560******************************************************************
014570* Reason codes for an 'R' reversal record: ID = its own trans ID
014580* blank, DP = client code not on the reference file or inactive,
014590* RV = the original is not on the engine's register, or posted
014600* before the register carried results and so cannot be backed
014610* out, RC = the original belongs to a different client, RR = the
014620* original is already reversed -- by an earlier run, or by an
014630* earlier record of this same file.  A clean reversal's original
014640* is held on the cleared table, so a second one in the same file
014650* rejects here instead of failing in the engine; past the table
014660* the engine still refuses it ALREADY REVERSED.
014670******************************************************************
014680     PERFORM 2150-CHECK-CLIENT-CODE THRU 2150-EXIT.
014690     MOVE TV-ORIG-TRANS-ID TO WS-REG-KEY.
014700     PERFORM 2170-FIND-REGISTER-ENTRY THRU 2170-EXIT.
014710     EVALUATE TRUE
014720         WHEN TR-TRANS-ID = SPACES
014730             MOVE "ID " TO WS-REASON-CODE
014740             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014750         WHEN NOT WS-DEPT-IS-ACTIVE
014760             MOVE "DP " TO WS-REASON-CODE
014770             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014780         WHEN NOT WS-REG-FOUND
014790             MOVE "RV " TO WS-REASON-CODE
014800             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014810         WHEN NOT WS-REG-HAS-RESULT
014820             MOVE "RV " TO WS-REASON-CODE
014830             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014840         WHEN WS-REG-CLIENT-ID NOT = TR-CLIENT-ID
014850             MOVE "RC " TO WS-REASON-CODE
014860             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014870         WHEN WS-REG-IS-REVERSED
014880             MOVE "RR " TO WS-REASON-CODE
014890             PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT
014900         WHEN OTHER
014910             IF WS-CLEARED-USED < WS-CLEARED-TABLE-MAX
014920                 ADD 1 TO WS-CLEARED-USED
014930                 MOVE WS-REG-KEY
014940                     TO WS-CLEARED-ORIG-ID (WS-CLEARED-USED)
014950             END-IF
014960             ADD 1 TO WS-CLEAN-COUNT
014970             ADD 1 TO WS-BATCH-CLEAN-COUNT
014980             ADD 1 TO WS-REVERSAL-CLEAN-COUNT
014990             PERFORM 2350-MATCH-OFF-REJECT THRU 2350-EXIT
015000             PERFORM 2390-AUDIT-CLEAN-DETAIL THRU 2390-EXIT
015010             PERFORM 2200-WRITE-CLEAN-RECORD THRU 2200-EXIT
015020     END-EVALUATE.
015030 2120-EXIT.
015040     EXIT.
015050
015060 2150-CHECK-CLIENT-CODE.
015070******************************************************************
015080* A non-blank client/department code must be on the department
015090* reference file and active.  A blank code is treated as active
015100* -- MATHTRAN details legitimately carry spaces there -- so the
015110* same edit fronts both transaction files unchanged.
015120******************************************************************
015130     IF TR-CLIENT-ID = SPACES
015140         MOVE 'A' TO WS-DEPT-STATUS-CODE
015150     ELSE
015160         CALL "DEPTLKUP" USING TR-CLIENT-ID WS-DEPT-STATUS-CODE
015170             WS-DEPT-NAME
015180     END-IF.
015190 2150-EXIT.
015200     EXIT.
015210
015220 2160-CHECK-AMORT-REQUEST.
015230******************************************************************
015240* An amortization request is CALCULAT work only, so it needs a
015250* client code (a blank-client MATHTRAN record cannot carry one)
015260* and keyed operands.  The principal must be positive, the
015270* annual rate a percentage from zero to under 100, and the
015280* period count 1 to WS-AMORT-MAX-PERIODS months.  Any other
015290* operator passes this edit untouched.
015300******************************************************************
015310     MOVE 'Y' TO WS-AMORT-SWITCH.
015320     IF NOT TR-OPERAT-IS-AMORT
015330         GO TO 2160-EXIT
015340     END-IF.
015350     IF TR-CLIENT-ID = SPACES
015360         OR TR-NUM1-SOURCE NOT = SPACE
015370         OR TR-NUM2-SOURCE NOT = SPACE
015380         OR TR-PERIODS NOT NUMERIC
015390         MOVE 'N' TO WS-AMORT-SWITCH
015400         GO TO 2160-EXIT
015410     END-IF.
015420     IF TR-PERIODS = ZERO
015430         OR TR-PERIODS > WS-AMORT-MAX-PERIODS
015440         MOVE 'N' TO WS-AMORT-SWITCH
015450         GO TO 2160-EXIT
015460     END-IF.
015470     IF TR-NUM1 NOT NUMERIC OR TR-NUM2 NOT NUMERIC
015480         GO TO 2160-EXIT
015490     END-IF.
015500     IF TR-NUM1 NOT > ZERO
015510         OR TR-NUM2 < ZERO
015520         OR TR-NUM2 NOT < 100
015530         MOVE 'N' TO WS-AMORT-SWITCH
015540     END-IF.
015550 2160-EXIT.
015560     EXIT.
015570
015580 2170-FIND-REGISTER-ENTRY.
015590******************************************************************
015600* One keyed read of the original.  It counts as reversed when
015610* its register record names a reversal, or when an earlier record
015620* of this file already cleared a reversal of it.
015630******************************************************************
015640     MOVE 'N' TO WS-REG-FOUND-SWITCH.
015650     MOVE 'N' TO WS-REG-RESULT-SWITCH.
015660     MOVE 'N' TO WS-REG-REVERSED-SWITCH.
015670     IF WS-REG-KEY = SPACES OR NOT WS-IDS-IS-OPEN
015680         GO TO 2170-EXIT
015690     END-IF.
015700     MOVE WS-REG-KEY TO PID-TRANS-ID.
015710     READ PROCESSED-ID-FILE
015720         INVALID KEY
015730             CONTINUE
015740         NOT INVALID KEY
015750             SET WS-REG-FOUND TO TRUE
015760     END-READ.
015770     IF NOT WS-REG-FOUND
015780         GO TO 2170-EXIT
015790     END-IF.
015800     MOVE PID-CLIENT-ID TO WS-REG-CLIENT-ID.
015810     IF PID-RESULT NUMERIC
015820         AND PID-REVERSES-ID = SPACES
015830         SET WS-REG-HAS-RESULT TO TRUE
015840     END-IF.
015850     IF PID-REVERSED-BY NOT = SPACES
015860         AND PID-REVERSED-BY NOT = LOW-VALUES
015870         SET WS-REG-IS-REVERSED TO TRUE
015880     END-IF.
015890     PERFORM 2180-SCAN-ONE-CLEARED THRU 2180-EXIT
015900         VARYING WS-CLEARED-IX FROM 1 BY 1
015910         UNTIL WS-CLEARED-IX > WS-CLEARED-USED
015920             OR WS-REG-IS-REVERSED.
015930 2170-EXIT.
015940     EXIT.
015950
015960 2180-SCAN-ONE-CLEARED.
015970     IF WS-CLEARED-ORIG-ID (WS-CLEARED-IX) = WS-REG-KEY
015980         SET WS-REG-IS-REVERSED TO TRUE
015990     END-IF.
016000 2180-EXIT.
016010     EXIT.
016020
016030 2200-WRITE-CLEAN-RECORD.
016040     IF WS-TRANOUT-IS-OPEN
016050         MOVE TRANS-RECORD TO TRANS-OUT-RECORD
016060         WRITE TRANS-OUT-RECORD
016070     END-IF.
016080 2200-EXIT.
016090     EXIT.
016100
016110 2250-WRITE-BATCH-TRAILER.
016120******************************************************************
016130* Writes the re-totaled trailer covering only this group's
016140* clean detail records, in place of the submitter's trailer,
016150* so the engine's per-batch balancing proves each edited group
016160* whole instead of failing against the pre-edit totals.
016170******************************************************************
016180     IF WS-TRANOUT-IS-OPEN
016190         MOVE SPACES TO TRANS-OUT-TRAILER
016200         MOVE 'T' TO TO-REC-TYPE
016210         MOVE WS-BATCH-CLEAN-COUNT TO TO-RECORD-COUNT
016220         MOVE WS-BATCH-CLEAN-HASH TO TO-HASH-TOTAL
016230         WRITE TRANS-OUT-TRAILER
016240     END-IF.
016250 2250-EXIT.
016260     EXIT.
016270
016280 2300-WRITE-REJECT-RECORD.
016290     ADD 1 TO WS-REJECT-COUNT.
016300     PERFORM 2360-REGISTER-REJECT THRU 2360-EXIT.
016310     MOVE "WARN" TO WS-STATUS-TEXT.
016320     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
016330     STRING TR-TRANS-ID " " TR-CLIENT-ID " EDIT REJECT "
016340         WS-REASON-CODE
016350         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
016360     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
016370     IF WS-REJECT-IS-OPEN
016380         MOVE SPACES TO REJECT-RECORD
016390         MOVE WS-REASON-CODE TO RJ-REASON-CODE
016400         MOVE TRANS-RECORD TO RJ-ORIGINAL
016410         WRITE REJECT-RECORD
016420     END-IF.
016430 2300-EXIT.
016440     EXIT.
016450
016460 2350-MATCH-OFF-REJECT.
016470******************************************************************
016480* A clean record whose transaction ID sits outstanding on the
016490* register is a corrected resubmission: the register entry is
016500* marked matched with this run number, closing the loop the
016510* reject report opened.
016520******************************************************************
016530     MOVE ZERO TO WS-TRACK-SLOT.
016540     PERFORM 2370-FIND-TRACK-ENTRY THRU 2370-EXIT.
016550     IF WS-TRACK-SLOT > ZERO
016560         AND WS-TRK-STATUS (WS-TRACK-SLOT) = 'O'
016570         MOVE 'M' TO WS-TRK-STATUS (WS-TRACK-SLOT)
016580         MOVE WS-RUN-NUMBER
016590             TO WS-TRK-MATCH-RUN (WS-TRACK-SLOT)
016600         ADD 1 TO WS-MATCHED-COUNT
016610         SET WS-TRACK-DIRTY TO TRUE
016620     END-IF.
016630 2350-EXIT.
016640     EXIT.
016650
016660 2360-REGISTER-REJECT.
016670******************************************************************
016680* Registers one reject that carries a transaction ID.  An ID
016690* already outstanding keeps its original registration -- the age
016700* runs from the first refusal, not the latest retry.
016710******************************************************************
016720     IF TR-TRANS-ID = SPACES
016730         GO TO 2360-EXIT
016740     END-IF.
016750     MOVE ZERO TO WS-TRACK-SLOT.
016760     PERFORM 2370-FIND-TRACK-ENTRY THRU 2370-EXIT.
016770     IF WS-TRACK-SLOT > ZERO
016780         GO TO 2360-EXIT
016790     END-IF.
016800     IF WS-TRACK-USED >= WS-TRACK-TABLE-MAX
016810         DISPLAY "REJTRACK TABLE FULL - REJECT NOT REGISTERED"
016820         GO TO 2360-EXIT
016830     END-IF.
016840     ADD 1 TO WS-TRACK-USED.
016850     MOVE TR-TRANS-ID TO WS-TRK-TRANS-ID (WS-TRACK-USED).
016860     MOVE TR-CLIENT-ID TO WS-TRK-CLIENT-ID (WS-TRACK-USED).
016870     MOVE WS-REASON-CODE TO WS-TRK-REASON (WS-TRACK-USED).
016880     MOVE WS-RUN-NUMBER TO WS-TRK-REG-RUN (WS-TRACK-USED).
016890     MOVE WS-TODAY-DATE TO WS-TRK-REG-DATE (WS-TRACK-USED).
016900     MOVE 'O' TO WS-TRK-STATUS (WS-TRACK-USED).
016910     MOVE ZERO TO WS-TRK-MATCH-RUN (WS-TRACK-USED).
016920     SET WS-TRACK-DIRTY TO TRUE.
016930 2360-EXIT.
016940     EXIT.
016950
016960 2370-FIND-TRACK-ENTRY.
016970     PERFORM 2380-SCAN-ONE-TRACK THRU 2380-EXIT
016980         VARYING WS-TRACK-IX FROM 1 BY 1
016990         UNTIL WS-TRACK-IX > WS-TRACK-USED
017000             OR WS-TRACK-SLOT > ZERO.
017010 2370-EXIT.
017020     EXIT.
017030
017040 2380-SCAN-ONE-TRACK.
017050     IF WS-TRK-TRANS-ID (WS-TRACK-IX) = TR-TRANS-ID
017060         MOVE WS-TRACK-IX TO WS-TRACK-SLOT
017070     END-IF.
017080 2380-EXIT.
017090     EXIT.
017100
017110 2390-AUDIT-CLEAN-DETAIL.
017120******************************************************************
017130* One INFO record per clean detail, transaction ID and client in
017140* the fixed trace positions, so the trace reads the edit pass as
017150* the first chapter of the transaction's life story.
017160******************************************************************
017170     MOVE "OK" TO WS-STATUS-TEXT.
017180     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
017190     STRING TR-TRANS-ID " " TR-CLIENT-ID " EDIT CLEAN"
017200         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
017210     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
017220 2390-EXIT.
017230     EXIT.
017240
017250 2400-STORE-IN-WAREHOUSE.
017260******************************************************************
017270* Holds one record of a batch dated after tonight.  A batch that
017280* came off the warehouse simply stays there; a new arrival is
017290* added whole -- header, details, and the submitter's own
017300* trailer -- for the finalize rewrite.  Room for the whole batch
017310* was set aside when it was judged.
017320******************************************************************
017330     IF WS-FROM-WAREHOUSE
017340         GO TO 2400-EXIT
017350     END-IF.
017360     IF WS-WHSE-USED >= WS-WHSE-TABLE-MAX
017370         GO TO 2400-EXIT
017380     END-IF.
017390     ADD 1 TO WS-WHSE-USED.
017400     MOVE WS-BCH-DATE (WS-PROC-BATCH)
017410         TO WS-WHS-RELEASE-DATE (WS-WHSE-USED).
017420     MOVE WS-BCH-ID (WS-PROC-BATCH)
017430         TO WS-WHS-BATCH-ID (WS-WHSE-USED).
017440     MOVE WS-BCH-CLIENT (WS-PROC-BATCH)
017450         TO WS-WHS-CLIENT-ID (WS-WHSE-USED).
017460     MOVE WS-RUN-NUMBER TO WS-WHS-STORED-RUN (WS-WHSE-USED).
017470     MOVE WS-TODAY-DATE TO WS-WHS-STORED-DATE (WS-WHSE-USED).
017480     MOVE TRANS-RECORD TO WS-WHS-RAW (WS-WHSE-USED).
017490     MOVE WS-PROC-BATCH TO WS-WHS-BATCH-IX (WS-WHSE-USED).
017500 2400-EXIT.
017510     EXIT.
017520
017530 2450-REJECT-BACK-DATED.
017540******************************************************************
017550* BD = the batch is dated before the back-dating cutoff.  Every
017560* record but the header and trailer rejects, registered like any
017570* other reject, so the submitter corrects the date and resubmits
017580* the batch under the same transaction IDs.
017590******************************************************************
017600     IF TR-IS-HEADER OR TR-IS-TRAILER
017610         GO TO 2450-EXIT
017620     END-IF.
017630     MOVE "BD " TO WS-REASON-CODE.
017640     PERFORM 2300-WRITE-REJECT-RECORD THRU 2300-EXIT.
017650 2450-EXIT.
017660     EXIT.
017670
017680 7500-REWRITE-TRACK-FILE.
017690******************************************************************
017700* Writes the updated register back whole -- new rejects appended,
017710* matched entries flagged -- only when something changed and only
017720* for an accepted run, so a refused file cannot disturb the
017730* register.  A simulated night never rewrites it.
017740******************************************************************
017750     IF NOT WS-TRACK-DIRTY
017760         GO TO 7500-EXIT
017770     END-IF.
017780     IF WS-SIMULATION
017790         GO TO 7500-EXIT
017800     END-IF.
017810******************************************************************
017820* A register bigger than the table never gets rewritten: the
017830* rewrite would silently delete every row past the table max,
017840* which is exactly the loss this register exists to prevent.
017850* The night runs on the in-core rows; the file keeps them all.
017860******************************************************************
017870     IF WS-TRACK-OVERFLOWED
017880         DISPLAY "REJTRACK EXCEEDS TABLE - REWRITE SKIPPED"
017890         MOVE "ERROR" TO WS-STATUS-TEXT
017900         MOVE "REJTRACK REGISTER EXCEEDS TABLE - NOT REWRITTEN"
017910             TO WS-AUDIT-MESSAGE-TEXT
017920         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
017930         GO TO 7500-EXIT
017940     END-IF.
017950     OPEN OUTPUT REJECT-TRACK-FILE.
017960     IF WS-TRACK-STATUS NOT = "00"
017970         DISPLAY "REJTRACK REWRITE FAILED, STATUS "
017980             WS-TRACK-STATUS
017990         GO TO 7500-EXIT
018000     END-IF.
018010     PERFORM 7510-WRITE-ONE-TRACK THRU 7510-EXIT
018020         VARYING WS-TRACK-IX FROM 1 BY 1
018030         UNTIL WS-TRACK-IX > WS-TRACK-USED.
018040     CLOSE REJECT-TRACK-FILE.
018050 7500-EXIT.
018060     EXIT.
018070
018080 7510-WRITE-ONE-TRACK.
018090     MOVE SPACES TO REJECT-TRACK-RECORD.
018100     MOVE WS-TRK-TRANS-ID (WS-TRACK-IX) TO RT-TRANS-ID.
018110     MOVE WS-TRK-CLIENT-ID (WS-TRACK-IX) TO RT-CLIENT-ID.
018120     MOVE WS-TRK-REASON (WS-TRACK-IX) TO RT-REASON-CODE.
018130     MOVE WS-TRK-REG-RUN (WS-TRACK-IX) TO RT-REG-RUN-NUMBER.
018140     MOVE WS-TRK-REG-DATE (WS-TRACK-IX)
018150         TO RT-REG-DATE-CCYYMMDD.
018160     MOVE WS-TRK-STATUS (WS-TRACK-IX) TO RT-STATUS.
018170     MOVE WS-TRK-MATCH-RUN (WS-TRACK-IX)
018180         TO RT-MATCH-RUN-NUMBER.
018190     WRITE REJECT-TRACK-RECORD.
018200 7510-EXIT.
018210     EXIT.
018220
018230 7600-REWRITE-WAREHOUSE.
018240******************************************************************
018250* Writes the warehouse back whole for a run that went ahead:
018260* batches still held, tonight's new arrivals, and -- for one
018270* night only -- what this run released or cancelled, marked with
018280* this run number so a rerun can put them back.  A held batch
018290* that no longer balances stays held for the shop to look into;
018300* it is never dropped unseen.  A simulated night, or a warehouse
018310* too big for the table, is never rewritten.
018320******************************************************************
018330     IF WS-SIMULATION
018340         GO TO 7600-EXIT
018350     END-IF.
018360     IF WS-WHSE-OVERFLOWED
018370         GO TO 7600-EXIT
018380     END-IF.
018390     OPEN OUTPUT WAREHOUSE-FILE.
018400     IF WS-WHSE-STATUS NOT = "00"
018410         DISPLAY "TRANWHSE REWRITE FAILED, STATUS " WS-WHSE-STATUS
018420         MOVE "ERROR" TO WS-STATUS-TEXT
018430         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
018440         STRING "TRANWHSE REWRITE FAILED, STATUS " WS-WHSE-STATUS
018450             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
018460         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
018470         GO TO 7600-EXIT
018480     END-IF.
018490     PERFORM 7610-WRITE-ONE-WAREHOUSE THRU 7610-EXIT
018500         VARYING WS-WHSE-IX FROM 1 BY 1
018510         UNTIL WS-WHSE-IX > WS-WHSE-USED.
018520     CLOSE WAREHOUSE-FILE.
018530 7600-EXIT.
018540     EXIT.
018550
018560 7610-WRITE-ONE-WAREHOUSE.
018570     MOVE SPACES TO TRAN-WAREHOUSE-RECORD.
018580     MOVE WS-WHS-RELEASE-DATE (WS-WHSE-IX) TO WH-RELEASE-DATE.
018590     MOVE WS-WHS-BATCH-ID (WS-WHSE-IX) TO WH-BATCH-ID.
018600     MOVE WS-WHS-CLIENT-ID (WS-WHSE-IX) TO WH-CLIENT-ID.
018610     MOVE WS-WHS-STORED-RUN (WS-WHSE-IX) TO WH-STORED-RUN.
018620     MOVE WS-WHS-STORED-DATE (WS-WHSE-IX) TO WH-STORED-DATE.
018630     MOVE WS-WHS-RAW (WS-WHSE-IX) TO WH-RAW-RECORD.
018640     SET WH-IS-HELD TO TRUE.
018650     MOVE WS-WHS-STORED-RUN (WS-WHSE-IX) TO WH-ACTION-RUN.
018660     MOVE WS-WHS-BATCH-IX (WS-WHSE-IX) TO WS-BATCH-IX.
018670     IF WS-BATCH-IX > ZERO
018680         EVALUATE TRUE
018690             WHEN WS-BCH-TO-EDIT (WS-BATCH-IX)
018700                 SET WH-IS-RELEASED TO TRUE
018710                 MOVE WS-RUN-NUMBER TO WH-ACTION-RUN
018720             WHEN WS-BCH-CANCELLED (WS-BATCH-IX)
018730                 SET WH-IS-CANCELLED TO TRUE
018740                 MOVE WS-RUN-NUMBER TO WH-ACTION-RUN
018750         END-EVALUATE
018760     END-IF.
018770     WRITE TRAN-WAREHOUSE-RECORD.
018780 7610-EXIT.
018790     EXIT.
018800
018810 7700-PRINT-INVENTORY.
018820******************************************************************
018830* Lists what the warehouse holds after tonight -- batches still
018840* held, tonight's new arrivals, and held batches that no longer
018850* balance -- by client, then release date, then batch ID, with a
018860* count per client and a trailer of tonight's warehouse movement.
018870* The order comes from picking the lowest batch not yet listed
018880* each time round; the batch table is small.
018890******************************************************************
018900     IF NOT WS-REPORT-IS-OPEN
018910         GO TO 7700-EXIT
018920     END-IF.
018930     MOVE SPACES TO RPT-DETAIL-LINE.
018940     MOVE WS-INVENTORY-CAPTION TO RPT-DETAIL-LINE.
018950     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
018960     MOVE SPACES TO WS-INV-CLIENT.
018970     IF NOT WS-BATCH-OVERFLOW
018980         AND NOT WS-WHSE-OVERFLOWED
018990         PERFORM 7710-LIST-NEXT-BATCH THRU 7710-EXIT
019000             UNTIL WS-INV-DONE
019010     END-IF.
019020     IF WS-INV-TOTAL-BATCHES = ZERO
019030         MOVE SPACES TO RPT-DETAIL-LINE
019040         IF WS-BATCH-OVERFLOW OR WS-WHSE-OVERFLOWED
019050             MOVE "WAREHOUSE NOT AVAILABLE TONIGHT - SEE EDITAUDT"
019060                 TO RPT-DETAIL-LINE
019070         ELSE
019080             MOVE "WAREHOUSE EMPTY" TO RPT-DETAIL-LINE
019090         END-IF
019100         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
019110     END-IF.
019120     MOVE WS-INV-TOTAL-BATCHES TO WS-INV-BATCHES-ED.
019130     MOVE WS-STORED-BATCHES TO WS-STORED-BATCHES-ED.
019140     MOVE WS-RELEASED-BATCHES TO WS-RELEASED-BATCHES-ED.
019150     MOVE WS-CANCELLED-BATCHES TO WS-CANCELLED-BATCHES-ED.
019160     MOVE WS-BACKDATED-BATCHES TO WS-BACKDATED-BATCHES-ED.
019170     MOVE SPACES TO RPT-DETAIL-LINE.
019180     STRING "WAREHOUSE BATCHES " WS-INV-BATCHES-ED
019190         " STORED " WS-STORED-BATCHES-ED
019200         " RELEASED " WS-RELEASED-BATCHES-ED
019210         " CANCELLED " WS-CANCELLED-BATCHES-ED
019220         " BACK-DATED " WS-BACKDATED-BATCHES-ED
019230         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
019240     MOVE 'T' TO RPT-REQUEST.
019250     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
019260     CLOSE INVENTORY-REPORT-FILE.
019270 7700-EXIT.
019280     EXIT.
019290
019300 7710-LIST-NEXT-BATCH.
019310     MOVE ZERO TO WS-INV-SLOT.
019320     PERFORM 7720-COMPARE-ONE-BATCH THRU 7720-EXIT
019330         VARYING WS-BATCH-IX FROM 1 BY 1
019340         UNTIL WS-BATCH-IX > WS-BATCH-USED.
019350     IF WS-INV-SLOT = ZERO
019360         IF WS-INV-CLIENT-BATCHES > ZERO
019370             PERFORM 7730-PRINT-CLIENT-TOTAL THRU 7730-EXIT
019380         END-IF
019390         SET WS-INV-DONE TO TRUE
019400         GO TO 7710-EXIT
019410     END-IF.
019420     IF WS-INV-CLIENT-BATCHES > ZERO
019430         AND WS-BCH-CLIENT (WS-INV-SLOT) NOT = WS-INV-CLIENT
019440         PERFORM 7730-PRINT-CLIENT-TOTAL THRU 7730-EXIT
019450     END-IF.
019460     MOVE WS-BCH-CLIENT (WS-INV-SLOT) TO WS-INV-CLIENT.
019470     MOVE WS-BCH-CLIENT (WS-INV-SLOT) TO IL-CLIENT.
019480     MOVE WS-BCH-DATE (WS-INV-SLOT) TO IL-RELEASE-DATE.
019490     MOVE WS-BCH-ID (WS-INV-SLOT) TO IL-BATCH-ID.
019500     MOVE WS-BCH-DETAIL-COUNT (WS-INV-SLOT) TO IL-DETAILS.
019510     MOVE WS-BCH-HASH-TOTAL (WS-INV-SLOT) TO IL-HASH-TOTAL.
019520     MOVE WS-BCH-STORED-DATE (WS-INV-SLOT) TO IL-STORED-DATE.
019530     MOVE WS-BCH-STORED-RUN (WS-INV-SLOT) TO IL-STORED-RUN.
019540     EVALUATE TRUE
019550         WHEN WS-BCH-REFUSED (WS-INV-SLOT)
019560             MOVE "REFUSED" TO IL-STATUS
019570         WHEN WS-BCH-FROM-WHSE (WS-INV-SLOT)
019580             MOVE "HELD" TO IL-STATUS
019590         WHEN OTHER
019600             MOVE "NEW" TO IL-STATUS
019610     END-EVALUATE.
019620     MOVE WS-INVENTORY-LINE TO RPT-DETAIL-LINE.
019630     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
019640     MOVE 'Y' TO WS-BCH-LISTED-SWITCH (WS-INV-SLOT).
019650     ADD 1 TO WS-INV-CLIENT-BATCHES.
019660     ADD 1 TO WS-INV-TOTAL-BATCHES.
019670     ADD WS-BCH-DETAIL-COUNT (WS-INV-SLOT)
019680         TO WS-INV-CLIENT-DETAILS.
019690 7710-EXIT.
019700     EXIT.
019710
019720 7720-COMPARE-ONE-BATCH.
019730     IF WS-BCH-IS-LISTED (WS-BATCH-IX)
019740         GO TO 7720-EXIT
019750     END-IF.
019760     IF NOT WS-BCH-TO-WHSE (WS-BATCH-IX)
019770         AND NOT (WS-BCH-FROM-WHSE (WS-BATCH-IX)
019780             AND WS-BCH-REFUSED (WS-BATCH-IX))
019790         GO TO 7720-EXIT
019800     END-IF.
019810     IF WS-INV-SLOT = ZERO
019820         MOVE WS-BATCH-IX TO WS-INV-SLOT
019830         GO TO 7720-EXIT
019840     END-IF.
019850     IF WS-BCH-CLIENT (WS-BATCH-IX) NOT =
019860         WS-BCH-CLIENT (WS-INV-SLOT)
019870         IF WS-BCH-CLIENT (WS-BATCH-IX) <
019880             WS-BCH-CLIENT (WS-INV-SLOT)
019890             MOVE WS-BATCH-IX TO WS-INV-SLOT
019900         END-IF
019910         GO TO 7720-EXIT
019920     END-IF.
019930     IF WS-BCH-DATE (WS-BATCH-IX) NOT = WS-BCH-DATE (WS-INV-SLOT)
019940         IF WS-BCH-DATE (WS-BATCH-IX) < WS-BCH-DATE (WS-INV-SLOT)
019950             MOVE WS-BATCH-IX TO WS-INV-SLOT
019960         END-IF
019970         GO TO 7720-EXIT
019980     END-IF.
019990     IF WS-BCH-ID (WS-BATCH-IX) < WS-BCH-ID (WS-INV-SLOT)
020000         MOVE WS-BATCH-IX TO WS-INV-SLOT
020010     END-IF.
020020 7720-EXIT.
020030     EXIT.
020040
020050 7730-PRINT-CLIENT-TOTAL.
020060     MOVE WS-INV-CLIENT-BATCHES TO WS-INV-BATCHES-ED.
020070     MOVE WS-INV-CLIENT-DETAILS TO WS-INV-DETAILS-ED.
020080     MOVE SPACES TO RPT-DETAIL-LINE.
020090     STRING "     CLIENT " WS-INV-CLIENT
020100         " BATCHES " WS-INV-BATCHES-ED
020110         " DETAILS " WS-INV-DETAILS-ED
020120         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
020130     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
020140     MOVE SPACES TO RPT-DETAIL-LINE.
020150     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
020160     MOVE ZERO TO WS-INV-CLIENT-BATCHES.
020170     MOVE ZERO TO WS-INV-CLIENT-DETAILS.
020180 7730-EXIT.
020190     EXIT.
020200
020210 8000-FINALIZE.
020220******************************************************************
020230* Each accepted group's re-totaled trailer was written as its
020240* own trailer record came by, so nothing is owed to the clean
020250* file here beyond the close.  The summary audit record now
020260* carries the accepted and refused batch counts alongside the
020270* record counts, and a second one tonight's warehouse movement.
020280******************************************************************
020290     IF WS-TRANOUT-IS-OPEN
020300         CLOSE TRANS-OUT-FILE
020310     END-IF.
020320     IF WS-IDS-IS-OPEN
020330         CLOSE PROCESSED-ID-FILE
020340     END-IF.
020350     IF WS-TRANIN-IS-OPEN
020360         CLOSE TRANS-IN-FILE
020370     END-IF.
020380     IF WS-REJECT-IS-OPEN
020390         CLOSE REJECT-FILE
020400     END-IF.
020410     IF WS-BATCH-BALANCED
020420         PERFORM 7500-REWRITE-TRACK-FILE THRU 7500-EXIT
020430         PERFORM 7600-REWRITE-WAREHOUSE THRU 7600-EXIT
020440         PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT
020450     END-IF.
020460     PERFORM 7700-PRINT-INVENTORY THRU 7700-EXIT.
020470     MOVE WS-READ-COUNT TO WS-READ-COUNT-ED.
020480     MOVE WS-CLEAN-COUNT TO WS-CLEAN-COUNT-ED.
020490     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED.
020500     MOVE WS-ACCEPTED-BATCHES TO WS-ACCEPTED-BATCHES-ED.
020510     MOVE WS-REFUSED-BATCHES TO WS-REFUSED-BATCHES-ED.
020520     DISPLAY "Records read    : " WS-READ-COUNT-ED.
020530     DISPLAY "Records clean   : " WS-CLEAN-COUNT-ED.
020540     DISPLAY "Records rejected: " WS-REJECT-COUNT-ED.
020550     DISPLAY "Batches accepted: " WS-ACCEPTED-BATCHES-ED.
020560     DISPLAY "Batches refused : " WS-REFUSED-BATCHES-ED.
020570     MOVE WS-MATCHED-COUNT TO WS-MATCHED-COUNT-ED.
020580     DISPLAY "Rejects matched : " WS-MATCHED-COUNT-ED.
020590     MOVE WS-REVERSAL-CLEAN-COUNT TO WS-REVERSAL-CLEAN-COUNT-ED.
020600     DISPLAY "Reversals clean : " WS-REVERSAL-CLEAN-COUNT-ED.
020610     MOVE WS-STORED-BATCHES TO WS-STORED-BATCHES-ED.
020620     MOVE WS-HELD-BATCHES TO WS-HELD-BATCHES-ED.
020630     MOVE WS-RELEASED-BATCHES TO WS-RELEASED-BATCHES-ED.
020640     MOVE WS-CANCELLED-BATCHES TO WS-CANCELLED-BATCHES-ED.
020650     MOVE WS-BACKDATED-BATCHES TO WS-BACKDATED-BATCHES-ED.
020660     DISPLAY "Batches stored  : " WS-STORED-BATCHES-ED.
020670     DISPLAY "Batches held    : " WS-HELD-BATCHES-ED.
020680     DISPLAY "Batches released: " WS-RELEASED-BATCHES-ED.
020690     DISPLAY "Batches cancelled: " WS-CANCELLED-BATCHES-ED.
020700     DISPLAY "Batches backdated: " WS-BACKDATED-BATCHES-ED.
020710     IF WS-CATCHUP-NIGHT
020720         MOVE WS-OTHER-NIGHT-BATCHES TO WS-OTHER-NIGHT-BATCHES-ED
020730         DISPLAY "Batches left for other catch-up nights: "
020740             WS-OTHER-NIGHT-BATCHES-ED
020750     END-IF.
020760     IF WS-BATCH-BALANCED
020770         MOVE "OK" TO WS-STATUS-TEXT
020780         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
020790         STRING "EDIT DONE READ " WS-READ-COUNT-ED
020800             " CLEAN " WS-CLEAN-COUNT-ED
020810             " REJECTED " WS-REJECT-COUNT-ED
020820             " BATCHES " WS-ACCEPTED-BATCHES-ED
020830             " REFUSED " WS-REFUSED-BATCHES-ED
020840             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
020850         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
020860         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
020870         STRING "WAREHOUSE STORED " WS-STORED-BATCHES-ED
020880             " HELD " WS-HELD-BATCHES-ED
020890             " RELEASED " WS-RELEASED-BATCHES-ED
020900             " CANCELLED " WS-CANCELLED-BATCHES-ED
020910             " BACK-DATED " WS-BACKDATED-BATCHES-ED
020920             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
020930         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
020940     END-IF.
020950     MOVE "OK" TO WS-STATUS-TEXT.
020960     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
020970     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
020980     IF WS-AUDIT-IS-OPEN
020990         CLOSE AUDIT-LOG-FILE
021000     END-IF.
021010 8000-EXIT.
021020     EXIT.
021030
021040 8600-APPEND-CONTROL-LEDGER.
021050******************************************************************
021060* One ledger record of this run's control totals for the
021070* CTLVERFY cross-foot.  An unopenable ledger is reported but
021080* does not fail the run; the verifier will flag the missing row.
021090******************************************************************
021100     IF WS-SIMULATION
021110         GO TO 8600-EXIT
021120     END-IF.
021130     OPEN EXTEND CONTROL-LEDGER-FILE.
021140     IF WS-LEDGER-STATUS NOT = "00"
021150         DISPLAY "CTLLEDG OPEN FAILED, STATUS "
021160             WS-LEDGER-STATUS
021170         GO TO 8600-EXIT
021180     END-IF.
021190     MOVE SPACES TO CONTROL-LEDGER-RECORD.
021200     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
021210     MOVE "TRANEDIT" TO CL-PROGRAM-ID.
021220     MOVE WS-SUITE-STEP-NAME TO CL-INTERFACE.
021230     MOVE WS-READ-COUNT TO CL-RECORDS-IN.
021240     MOVE WS-CLEAN-COUNT TO CL-RECORDS-OUT.
021250     MOVE WS-REJECT-COUNT TO CL-RECORDS-REJECTED.
021260     MOVE WS-CLEAN-HASH-TOTAL TO CL-HASH-TOTAL.
021270     WRITE CONTROL-LEDGER-RECORD.
021280     CLOSE CONTROL-LEDGER-FILE.
021290 8600-EXIT.
021300     EXIT.
021310
021320 9000-WRITE-AUDIT-ENTRY.
021330******************************************************************
021340* Stamps and writes one audit record.  The caller sets
021350* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
021360* this paragraph.
021370******************************************************************
021380     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
021390     MOVE SPACES TO AUDIT-LOG-RECORD.
021400     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
021410     MOVE "TRANEDIT" TO AUDIT-PROGRAM-ID.
021420     MOVE SPACES TO AUDIT-USER-ID.
021430     IF WS-SIMULATION
021440         MOVE "SIMULATE" TO AUDIT-USER-ID
021450     END-IF.
021460     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
021470     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
021480     IF WS-STATUS-TEXT = "OK"
021490         SET AUDIT-IS-INFO TO TRUE
021500     ELSE
021510         IF WS-STATUS-TEXT = "ERROR"
021520             SET AUDIT-IS-ERROR TO TRUE
021530         ELSE
021540             SET AUDIT-IS-WARNING TO TRUE
021550         END-IF
021560     END-IF.
021570     IF WS-AUDIT-IS-OPEN
021580         WRITE AUDIT-LOG-RECORD
021590     END-IF.
021600 9000-EXIT.
021610     EXIT.
021620
021630 9500-WRITE-REPORT-LINE.
021640******************************************************************
021650* Hands one line through the shared RPTWRTR report writer and
021660* writes the heading block first whenever a new page starts.
021670* The request code resets to detail after every line so trailer
021680* callers set it per line.
021690******************************************************************
021700     CALL "RPTWRTR" USING RPT-CONTROL.
021710     IF RPT-NEW-PAGE
021720         MOVE RPT-HEADING-1 TO INVENTORY-REPORT-RECORD
021730         WRITE INVENTORY-REPORT-RECORD
021740         MOVE RPT-HEADING-2 TO INVENTORY-REPORT-RECORD
021750         WRITE INVENTORY-REPORT-RECORD
021760         MOVE RPT-HEADING-3 TO INVENTORY-REPORT-RECORD
021770         WRITE INVENTORY-REPORT-RECORD
021780     END-IF.
021790     MOVE RPT-DETAIL-LINE TO INVENTORY-REPORT-RECORD.
021800     WRITE INVENTORY-REPORT-RECORD.
021810     MOVE 'D' TO RPT-REQUEST.
021820 9500-EXIT.
021830     EXIT.
021840
021850** add other procedures here
021860 END PROGRAM TRANEDIT.
