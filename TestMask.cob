000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       De-identified test-data extract.  Builds a test
000060*                copy of EMPMAST, EMPHIST, PINFILE, AUTHFILE and
000070*                a sample of the PAYFEED payroll feed with every
000080*                personal value replaced, so changes to EMPLOAD,
000090*                EMPUPDT and HELLO can be tested on data shaped
000100*                like the real files.  Names keep their length,
000110*                case and punctuation but every letter is
000120*                replaced; PINs are replaced digit for digit;
000130*                birth and hire dates are moved back by a
000140*                per-employee number of days that keeps both
000150*                dates valid through DATECHK under the shop
000160*                century window; and every EMP-ID is scrambled
000170*                through one keyed digit substitution, so the
000180*                same employee carries the same new EMP-ID in
000190*                every file and the cross-references still line
000200*                up.  Department codes, active switches,
000210*                authority options and PIN change dates are
000220*                carried unchanged.  The key comes from the seed
000230*                on MASKPARM, which also names every output
000240*                dataset; the run is refused before anything is
000250*                written if any of them is a production dataset
000260*                name.  The MASKRPT summary counts, file by file,
000270*                every original EMP-ID, name, birth date, hire
000280*                date and PIN found in the extract -- all zero,
000290*                or the extract is not fit for release and the
000300*                step ends RC 12.  A C record on the optional
000310*                MASKMODE parameter runs the settings and name
000320*                checks alone and stops, so the job can prove the
000330*                output names before it deletes and redefines the
000340*                test master.
000350* Tectonics:     cobc
000360*
000370* Modification History
000380* ---------------------
000390* 2026-10-15  DW   Original program.
000400* 2026-10-15  DW   Name-check mode: a C record on the new optional
000410*                  MASKMODE parameter validates the settings card
000420*                  and every output dataset name on MASKPARM and
000430*                  ends, RC 12 on any refusal, before any input is
000440*                  read or output written.  TSTMASK.jcl runs it
000450*                  ahead of the IDCAMS delete of the test master.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000490 PROGRAM-ID. TSTMASK.
000500 ENVIRONMENT DIVISION.
000510*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000520 CONFIGURATION SECTION.
000530*-----------------------
000540 INPUT-OUTPUT SECTION.
000550*-----------------------
000560 FILE-CONTROL.
000570     SELECT MASK-PARAM-FILE ASSIGN TO "MASKPARM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PARAM-STATUS.
000600     SELECT MODE-FILE ASSIGN TO "MASKMODE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-MODE-STATUS.
000630     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS EMP-ID
000670         FILE STATUS IS WS-EMPMAST-STATUS.
000680     SELECT EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-HISTORY-STATUS.
000710     SELECT PIN-FILE ASSIGN TO "PINFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PIN-STATUS.
000740     SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-AUTH-STATUS.
000770     SELECT PAYROLL-FEED-FILE ASSIGN TO "PAYFEED"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FEED-STATUS.
000800     SELECT TEST-MASTER-FILE ASSIGN TO "EMPMASTT"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS TM-EMP-ID
000840         FILE STATUS IS WS-TEST-STATUS.
000850     SELECT TEST-HISTORY-FILE ASSIGN TO "EMPHISTT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-TEST-STATUS.
000880     SELECT TEST-PIN-FILE ASSIGN TO "PINFILET"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-TEST-STATUS.
000910     SELECT TEST-AUTH-FILE ASSIGN TO "AUTHFILT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-TEST-STATUS.
000940     SELECT TEST-FEED-FILE ASSIGN TO "PAYFEEDT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-TEST-STATUS.
000970     SELECT MASK-REPORT-FILE ASSIGN TO "MASKRPT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-REPORT-STATUS.
001000     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-AUDIT-STATUS.
001030 DATA DIVISION.
001040*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001050 FILE SECTION.
001060*-----------------------
001070*
001080* MASKPARM: one 'S' settings card -- the masking seed and how many
001090* PAYFEED detail records to carry into the sample (zero for the
001100* whole feed) -- and one 'O' card per output DD naming the dataset
001110* it is allocated to.
001120*
001130 FD  MASK-PARAM-FILE.
001140 01  MASK-PARAM-RECORD.
001150     05  MP-REC-TYPE             PIC X(01).
001160         88  MP-IS-SETTINGS      VALUE 'S'.
001170         88  MP-IS-OUTPUT        VALUE 'O'.
001180     05  MP-SETTINGS.
001190         10  MP-SEED             PIC X(08).
001200         10  MP-SAMPLE-COUNT     PIC X(05).
001210         10  FILLER              PIC X(39).
001220     05  MP-OUTPUT REDEFINES MP-SETTINGS.
001230         10  MP-DD-NAME          PIC X(08).
001240         10  MP-DSN              PIC X(44).
001250 FD  MODE-FILE.
001260 01  MODE-RECORD.
001270     05  MM-MODE                 PIC X(01).
001280 FD  EMP-MASTER-FILE.
001290     COPY EMPMAST.
001300 FD  EMP-HISTORY-FILE.
001310     COPY EMPHIST.
001320 FD  PIN-FILE.
001330 01  PIN-RECORD.
001340     05  PN-EMP-ID               PIC X(06).
001350     05  PN-PIN                  PIC X(04).
001360     05  PN-LAST-CHANGE-CCYYMMDD PIC 9(08).
001370     05  PN-FIRST-USE-FLAG       PIC X(01).
001380 FD  AUTH-FILE.
001390 01  AUTH-RECORD.
001400     05  AUTH-EMP-ID             PIC X(06).
001410     05  AUTH-OPTIONS            PIC X(08).
001420*
001430* A PAYFEED detail is the first 63 bytes of the EMPMAST image --
001440* EMP-ID, names, birth and hire dates, status and department in
001450* the same places -- so it is masked through the same paragraph.
001460*
001470 FD  PAYROLL-FEED-FILE.
001480 01  PAYROLL-FEED-RECORD.
001490     05  PF-REC-TYPE             PIC X(01).
001500         88  PF-IS-HEADER        VALUE 'H'.
001510     05  FILLER                  PIC X(62).
001520 FD  TEST-MASTER-FILE.
001530 01  TEST-MASTER-RECORD.
001540     05  TM-EMP-ID               PIC X(06).
001550     05  FILLER                  PIC X(63).
001560 FD  TEST-HISTORY-FILE.
001570 01  TEST-HISTORY-RECORD         PIC X(89).
001580 FD  TEST-PIN-FILE.
001590 01  TEST-PIN-RECORD             PIC X(19).
001600 FD  TEST-AUTH-FILE.
001610 01  TEST-AUTH-RECORD            PIC X(14).
001620 FD  TEST-FEED-FILE.
001630 01  TEST-FEED-RECORD            PIC X(63).
001640 FD  MASK-REPORT-FILE.
001650 01  MASK-REPORT-RECORD          PIC X(132).
001660 FD  AUDIT-LOG-FILE.
001670     COPY AUDITLOG.
001680
001690 WORKING-STORAGE SECTION.
001700*-----------------------
001710 01  WS-PARAM-STATUS             PIC X(02).
001720 01  WS-MODE-STATUS              PIC X(02).
001730 01  WS-RUN-MODE                 PIC X(01) VALUE 'E'.
001740     88  WS-MODE-EXTRACT         VALUE 'E'.
001750     88  WS-MODE-CHECK           VALUE 'C'.
001760 01  WS-EMPMAST-STATUS           PIC X(02).
001770 01  WS-HISTORY-STATUS           PIC X(02).
001780 01  WS-PIN-STATUS               PIC X(02).
001790 01  WS-AUTH-STATUS              PIC X(02).
001800 01  WS-FEED-STATUS              PIC X(02).
001810 01  WS-TEST-STATUS              PIC X(02).
001820 01  WS-REPORT-STATUS            PIC X(02).
001830 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001840     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
001850 01  WS-AUDIT-STATUS             PIC X(02).
001860 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001870     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001880 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001890 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001900 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001910 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001920 01  WS-STATUS-TEXT              PIC X(20).
001930 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001940 COPY EOFSWTCH.
001950 01  WS-TODAY                    PIC X(21).
001960 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
001970     05  WS-TODAY-DATE           PIC 9(08).
001980     05  FILLER                  PIC X(13).
001990 01  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
002000     88  WS-RUN-REFUSED          VALUE 'Y'.
002010 01  WS-REFUSE-REASON            PIC X(50).
002020 01  WS-SETTINGS-SWITCH          PIC X(01) VALUE 'N'.
002030     88  WS-SETTINGS-FOUND       VALUE 'Y'.
002040 01  WS-MASK-SEED                PIC 9(08) VALUE ZERO.
002050 01  WS-SAMPLE-COUNT             PIC 9(05) VALUE ZERO.
002060 01  WS-FEED-DETAIL-COUNT        PIC 9(07) COMP VALUE ZERO.
002070*
002080* The output DDs, in the order their files are written, with the
002090* dataset each is allocated to as named on MASKPARM and what the
002100* name check made of it.  An output is accepted only when it is
002110* named, named once, and its first qualifier is not one of the
002120* production high-level qualifiers below.
002130*
002140 01  WS-OUTPUT-DD-NAMES.
002150     05  FILLER                  PIC X(08) VALUE "EMPMASTT".
002160     05  FILLER                  PIC X(08) VALUE "EMPHISTT".
002170     05  FILLER                  PIC X(08) VALUE "PINFILET".
002180     05  FILLER                  PIC X(08) VALUE "AUTHFILT".
002190     05  FILLER                  PIC X(08) VALUE "PAYFEEDT".
002200 01  WS-OUTPUT-DD-TABLE REDEFINES WS-OUTPUT-DD-NAMES.
002210     05  WS-OUTPUT-DD-NAME OCCURS 5 TIMES
002220                                 PIC X(08).
002230 01  WS-OUTPUT-MAX               PIC 9(03) COMP VALUE 5.
002240 01  WS-OUTPUT-IX                PIC 9(03) COMP VALUE ZERO.
002250 01  WS-OTHER-IX                 PIC 9(03) COMP VALUE ZERO.
002260 01  WS-OUTPUT-TABLE.
002270     05  WS-OUTPUT-ENTRY OCCURS 5 TIMES.
002280         10  WS-OT-DSN           PIC X(44).
002290         10  WS-OT-DISPOSITION   PIC X(30).
002300 01  WS-PROD-QUALIFIER-LIST.
002310     05  FILLER                  PIC X(08) VALUE "SHOP".
002320     05  FILLER                  PIC X(08) VALUE "SYS1".
002330 01  WS-PROD-QUALIFIER-TABLE REDEFINES WS-PROD-QUALIFIER-LIST.
002340     05  WS-PROD-QUALIFIER OCCURS 2 TIMES
002350                                 PIC X(08).
002360 01  WS-PROD-QUALIFIER-MAX       PIC 9(03) COMP VALUE 2.
002370 01  WS-PROD-IX                  PIC 9(03) COMP VALUE ZERO.
002380 01  WS-DSN-QUALIFIER            PIC X(08).
002390 01  WS-OUTPUT-LINE.
002400     05  OL-DD-NAME              PIC X(08).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  OL-DSN                  PIC X(44).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  OL-DISPOSITION          PIC X(30).
002450*
002460* The EMP-ID key: for each of the six positions a digit-for-digit
002470* substitution that moves every digit to a different one (a single
002480* ten-digit cycle through a shuffled order), and a letter shift of
002490* one to twenty-five places.  Built once from the seed, so one
002500* EMP-ID scrambles the same way in every file, no two EMP-IDs
002510* scramble to the same value, and none scrambles to itself.
002520*
002530 01  WS-ID-KEY-TABLE.
002540     05  WS-ID-KEY-POSITION OCCURS 6 TIMES.
002550         10  WS-IK-DIGIT OCCURS 10 TIMES
002560                                 PIC 9(01).
002570         10  WS-IK-LETTER-SHIFT  PIC 9(02) COMP.
002580 01  WS-POSITION-IX              PIC 9(03) COMP VALUE ZERO.
002590 01  WS-SHUFFLE-TABLE.
002600     05  WS-SHUFFLE-DIGIT OCCURS 10 TIMES
002610                                 PIC 9(01).
002620 01  WS-SHUFFLE-IX               PIC 9(03) COMP VALUE ZERO.
002630 01  WS-SHUFFLE-NEXT             PIC 9(03) COMP VALUE ZERO.
002640 01  WS-SHUFFLE-HOLD             PIC 9(01).
002650*
002660* The masking generator: the minimal-standard multiplicative
002670* congruential generator, restarted for every field from the seed,
002680* the employee's original EMP-ID, and a field number, so the same
002690* employee's same field masks the same way wherever it appears.
002700*
002710 01  WS-RANDOM                   PIC 9(10) COMP VALUE 1.
002720 01  WS-RANDOM-WORK              PIC 9(18) COMP VALUE ZERO.
002730 01  WS-RANDOM-QUOTIENT          PIC 9(18) COMP VALUE ZERO.
002740 01  WS-PICK-RANGE               PIC 9(05) COMP VALUE ZERO.
002750 01  WS-PICK-RESULT              PIC 9(05) COMP VALUE ZERO.
002760 01  WS-ID-KEY                   PIC 9(06) VALUE ZERO.
002770 01  WS-FIELD-KEY                PIC 9(03) VALUE ZERO.
002780 01  WS-UPPER-LETTERS            PIC X(26)
002790         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002800 01  WS-UPPER-TABLE REDEFINES WS-UPPER-LETTERS.
002810     05  WS-UPPER-LETTER OCCURS 26 TIMES
002820                                 PIC X(01).
002830 01  WS-LOWER-LETTERS            PIC X(26)
002840         VALUE "abcdefghijklmnopqrstuvwxyz".
002850 01  WS-LOWER-TABLE REDEFINES WS-LOWER-LETTERS.
002860     05  WS-LOWER-LETTER OCCURS 26 TIMES
002870                                 PIC X(01).
002880 01  WS-LETTER-IX                PIC 9(03) COMP VALUE ZERO.
002890 01  WS-SCAN-IX                  PIC 9(03) COMP VALUE ZERO.
002900 01  WS-LETTER-CASE              PIC X(01).
002910     88  WS-LETTER-IS-UPPER      VALUE 'U'.
002920     88  WS-LETTER-IS-LOWER      VALUE 'L'.
002930 01  WS-ONE-CHAR                 PIC X(01).
002940 01  WS-ONE-DIGIT REDEFINES WS-ONE-CHAR
002950                                 PIC 9(01).
002960 01  WS-NEW-DIGIT                PIC 9(02) COMP VALUE ZERO.
002970 01  WS-ID-WORK.
002980     05  WS-ID-CHAR OCCURS 6 TIMES
002990                                 PIC X(01).
003000 01  WS-NAME-WORK.
003010     05  WS-NAME-CHAR OCCURS 22 TIMES
003020                                 PIC X(01).
003030 01  WS-NAME-LENGTH              PIC 9(03) COMP VALUE ZERO.
003040 01  WS-CHAR-IX                  PIC 9(03) COMP VALUE ZERO.
003050 01  WS-PIN-WORK.
003060     05  WS-PIN-CHAR OCCURS 4 TIMES
003070                                 PIC X(01).
003080*
003090* The record being masked, in the EMPMAST layout, and the original
003100* it was masked from, which the survivor check compares it with.
003110*
003120 01  WS-MASK-IMAGE               PIC X(69).
003130 01  WS-MASK-FIELDS REDEFINES WS-MASK-IMAGE.
003140     05  MK-EMP-ID               PIC X(06).
003150     05  MK-LAST-NAME            PIC X(22).
003160     05  MK-FIRST-NAME           PIC X(18).
003170     05  MK-BIRTH-YYMMDD         PIC X(06).
003180     05  MK-HIRE-YYMMDD          PIC X(06).
003190     05  MK-ACTIVE-SWITCH        PIC X(01).
003200     05  MK-DEPT-CODE            PIC X(04).
003210     05  FILLER                  PIC X(06).
003220 01  WS-ORIGINAL-IMAGE           PIC X(69).
003230 01  WS-ORIGINAL-FIELDS REDEFINES WS-ORIGINAL-IMAGE.
003240     05  OG-EMP-ID               PIC X(06).
003250     05  OG-LAST-NAME            PIC X(22).
003260     05  OG-FIRST-NAME           PIC X(18).
003270     05  OG-BIRTH-YYMMDD         PIC X(06).
003280     05  OG-HIRE-YYMMDD          PIC X(06).
003290     05  OG-ACTIVE-SWITCH        PIC X(01).
003300     05  OG-DEPT-CODE            PIC X(04).
003310     05  FILLER                  PIC X(06).
003320*
003330* Date shifting.  Each employee's dates move back by one to
003340* WS-MAX-SHIFT-DAYS days, the same number for the birth and the
003350* hire date and in every file, so ages, service and age at hire
003360* all stay as they were to within the year.  A date the shift
003370* would carry across the century window moves forward instead.
003380* A date that does not pass DATECHK on the way in keeps its month
003390* and day and loses four years, so it fails the same way in the
003400* test; a blank date or one that is not a date at all is carried.
003410*
003420 01  WS-CENTURY-PIVOT            PIC 9(02) VALUE 25.
003430 01  WS-MAX-SHIFT-DAYS           PIC 9(05) COMP VALUE 365.
003440 01  WS-SHIFT-DAYS               PIC 9(05) COMP VALUE ZERO.
003450 01  WS-SHIFT-DATE.
003460     05  WS-SD-YY                PIC 9(02).
003470     05  WS-SD-MM                PIC 9(02).
003480     05  WS-SD-DD                PIC 9(02).
003490 01  WS-SHIFT-RESULT             PIC X(01).
003500     88  WS-DATE-SHIFTED         VALUE 'S'.
003510     88  WS-DATE-YEAR-MOVED      VALUE 'I'.
003520     88  WS-DATE-CARRIED-BLANK   VALUE 'B'.
003530     88  WS-DATE-CARRIED-NOT-DATE VALUE 'X'.
003540     88  WS-DATE-IN-ERROR        VALUE 'E'.
003550 01  WS-BIRTH-RESULT             PIC X(01).
003560 01  WS-HIRE-RESULT              PIC X(01).
003570 01  WS-CHECK-DATE-CCYYMMDD.
003580     05  WS-CHK-CC               PIC 9(02).
003590     05  WS-CHK-YY               PIC 9(02).
003600     05  WS-CHK-MM               PIC 9(02).
003610     05  WS-CHK-DD               PIC 9(02).
003620 01  WS-DATE-VALID-SWITCH        PIC X(01).
003630     88  WS-DATE-IS-VALID        VALUE 'Y'.
003640     88  WS-DATE-NOT-VALID       VALUE 'N'.
003650 01  WS-DATE-NUMBER              PIC 9(08) VALUE ZERO.
003660 01  WS-DATE-NUMBER-PARTS REDEFINES WS-DATE-NUMBER.
003670     05  WS-DN-CC                PIC 9(02).
003680     05  WS-DN-YY                PIC 9(02).
003690     05  WS-DN-MM                PIC 9(02).
003700     05  WS-DN-DD                PIC 9(02).
003710 01  WS-DAY-NUMBER               PIC 9(08) VALUE ZERO.
003720 01  WS-EXPECTED-CC              PIC 9(02) VALUE ZERO.
003730 01  WS-YEAR-WORK                PIC 9(03) VALUE ZERO.
003740 01  WS-YEAR-QUOTIENT            PIC 9(03) VALUE ZERO.
003750*
003760* Every name on the production master, so a masked name that
003770* happens to spell some real employee's name counts as a survivor
003780* too.  Same capacity as EMPLOAD's feed table.
003790*
003800 01  WS-REAL-NAME-MAX            PIC 9(04) COMP VALUE 2000.
003810 01  WS-REAL-NAME-USED           PIC 9(04) COMP VALUE ZERO.
003820 01  WS-REAL-NAME-IX             PIC 9(04) COMP VALUE ZERO.
003830 01  WS-REAL-NAME-TABLE.
003840     05  WS-REAL-NAME-ENTRY OCCURS 2000 TIMES.
003850         10  WS-RN-LAST-NAME     PIC X(22).
003860         10  WS-RN-FIRST-NAME    PIC X(18).
003870 01  WS-NAME-OVERFLOW-SWITCH     PIC X(01) VALUE 'N'.
003880     88  WS-NAME-TABLE-OVERFLOWED VALUE 'Y'.
003890 01  WS-REAL-NAME-SWITCH         PIC X(01).
003900     88  WS-REAL-NAME-FOUND      VALUE 'Y'.
003910*
003920* The survivor count, one row per file: records read and written,
003930* then every original value found in what was written.  Department
003940* codes and active switches are carried by design, so the last
003950* column counts any that came out different.
003960*
003970 01  WS-FILE-IX                  PIC 9(03) COMP VALUE ZERO.
003980 01  WS-FILE-NAMES.
003990     05  FILLER                  PIC X(08) VALUE "EMPMAST".
004000     05  FILLER                  PIC X(08) VALUE "EMPHIST".
004010     05  FILLER                  PIC X(08) VALUE "PINFILE".
004020     05  FILLER                  PIC X(08) VALUE "AUTHFILE".
004030     05  FILLER                  PIC X(08) VALUE "PAYFEED".
004040 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
004050     05  WS-FILE-NAME OCCURS 5 TIMES
004060                                 PIC X(08).
004070 01  WS-FILE-STATS.
004080     05  WS-FILE-STAT-ENTRY OCCURS 5 TIMES.
004090         10  WS-FS-READ          PIC 9(07) COMP.
004100         10  WS-FS-WRITTEN       PIC 9(07) COMP.
004110         10  WS-FS-ID-SURVIVED   PIC 9(07) COMP.
004120         10  WS-FS-NAME-SURVIVED PIC 9(07) COMP.
004130         10  WS-FS-BIRTH-SURVIVED PIC 9(07) COMP.
004140         10  WS-FS-HIRE-SURVIVED PIC 9(07) COMP.
004150         10  WS-FS-PIN-SURVIVED  PIC 9(07) COMP.
004160         10  WS-FS-KEPT-CHANGED  PIC 9(07) COMP.
004170 01  WS-SURVIVOR-TOTAL           PIC 9(07) COMP VALUE ZERO.
004180 01  WS-WRITE-ERROR-COUNT        PIC 9(07) COMP VALUE ZERO.
004190 01  WS-YEAR-MOVED-COUNT         PIC 9(07) COMP VALUE ZERO.
004200 01  WS-CARRIED-DATE-COUNT       PIC 9(07) COMP VALUE ZERO.
004210 01  WS-DATE-ERROR-COUNT         PIC 9(07) COMP VALUE ZERO.
004220 01  WS-WARNING-COUNT            PIC 9(07) COMP VALUE ZERO.
004230 01  WS-SURVIVOR-TOTAL-ED        PIC ZZZZZZ9.
004240 01  WS-WRITE-ERROR-COUNT-ED     PIC ZZZZZZ9.
004250 01  WS-YEAR-MOVED-COUNT-ED      PIC ZZZZZZ9.
004260 01  WS-CARRIED-DATE-COUNT-ED    PIC ZZZZZZ9.
004270 01  WS-DATE-ERROR-COUNT-ED      PIC ZZZZZZ9.
004280 01  WS-REAL-NAME-USED-ED        PIC ZZZZZZ9.
004290 01  WS-SUMMARY-LINE.
004300     05  SL-FILE-NAME            PIC X(08).
004310     05  FILLER                  PIC X(02) VALUE SPACES.
004320     05  SL-READ                 PIC ZZZZZZ9.
004330     05  FILLER                  PIC X(02) VALUE SPACES.
004340     05  SL-WRITTEN              PIC ZZZZZZ9.
004350     05  FILLER                  PIC X(04) VALUE SPACES.
004360     05  SL-ID-SURVIVED          PIC ZZZZZZ9.
004370     05  FILLER                  PIC X(02) VALUE SPACES.
004380     05  SL-NAME-SURVIVED        PIC ZZZZZZ9.
004390     05  FILLER                  PIC X(02) VALUE SPACES.
004400     05  SL-BIRTH-SURVIVED       PIC ZZZZZZ9.
004410     05  FILLER                  PIC X(02) VALUE SPACES.
004420     05  SL-HIRE-SURVIVED        PIC ZZZZZZ9.
004430     05  FILLER                  PIC X(02) VALUE SPACES.
004440     05  SL-PIN-SURVIVED         PIC ZZZZZZ9.
004450     05  FILLER                  PIC X(06) VALUE SPACES.
004460     05  SL-KEPT-CHANGED         PIC ZZZZZZ9.
004470
004480*-----------------------
004490 PROCEDURE DIVISION.
004500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
004510 0000-MAINLINE.
004520******************************************************************
004530* The settings and every output dataset name are checked before
004540* any input is read -- in name-check mode the step ends there;
004550* the inputs are all opened once to be sure they are there; only
004560* then is each file masked in turn.
004570******************************************************************
004580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004590     PERFORM 2000-LOAD-PARAMETERS THRU 2000-EXIT.
004600     PERFORM 2200-CHECK-OUTPUT-DATASETS THRU 2200-EXIT.
004610     IF WS-MODE-CHECK
004620         PERFORM 2950-FINISH-NAME-CHECK THRU 2950-EXIT
004630         MOVE WS-STEP-RC TO RETURN-CODE
004640         GOBACK
004650     END-IF.
004660     PERFORM 2500-CHECK-INPUTS THRU 2500-EXIT.
004670     PERFORM 2300-BUILD-ID-KEY THRU 2300-EXIT.
004680     PERFORM 3000-LOAD-REAL-NAMES THRU 3000-EXIT.
004690     PERFORM 4000-MASK-MASTER THRU 4000-EXIT.
004700     PERFORM 4200-MASK-HISTORY THRU 4200-EXIT.
004710     PERFORM 4300-MASK-PINS THRU 4300-EXIT.
004720     PERFORM 4400-MASK-AUTHORITIES THRU 4400-EXIT.
004730     PERFORM 4500-MASK-PAYFEED THRU 4500-EXIT.
004740     PERFORM 8000-FINALIZE THRU 8000-EXIT.
004750     MOVE WS-STEP-RC TO RETURN-CODE.
004760     GOBACK.
004770
004780 1000-INITIALIZE.
004790     CALL "GETRUN" USING WS-RUN-NUMBER.
004800     CALL "TIMESTMP" USING WS-TODAY.
004810     PERFORM 1100-READ-RUN-MODE THRU 1100-EXIT.
004820     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
004830     INITIALIZE WS-FILE-STATS.
004840     MOVE SPACES TO WS-OUTPUT-TABLE.
004850     OPEN EXTEND AUDIT-LOG-FILE.
004860     IF WS-AUDIT-STATUS = "00"
004870         SET WS-AUDIT-IS-OPEN TO TRUE
004880     END-IF.
004890     OPEN OUTPUT MASK-REPORT-FILE.
004900     IF WS-REPORT-STATUS NOT = "00"
004910         DISPLAY "MASKRPT OPEN FAILED, STATUS " WS-REPORT-STATUS
004920         MOVE "MASKRPT UNAVAILABLE" TO WS-REFUSE-REASON
004930         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
004940         GO TO 1000-EXIT
004950     END-IF.
004960     SET WS-REPORT-IS-OPEN TO TRUE.
004970     MOVE SPACES TO MASK-REPORT-RECORD.
004980     STRING "TSTMASK   DE-IDENTIFIED TEST-DATA EXTRACT   RUN "
004990         WS-RUN-NUMBER-ED "   DATE " WS-TODAY-DATE
005000         DELIMITED BY SIZE INTO MASK-REPORT-RECORD.
005010     WRITE MASK-REPORT-RECORD.
005020     MOVE SPACES TO MASK-REPORT-RECORD.
005030     WRITE MASK-REPORT-RECORD.
005040     MOVE "OUTPUT DD  DATASET NAMED ON MASKPARM"
005050         TO MASK-REPORT-RECORD.
005060     WRITE MASK-REPORT-RECORD.
005070 1000-EXIT.
005080     EXIT.
005090
005100 1100-READ-RUN-MODE.
005110******************************************************************
005120* The step's role comes from the optional one-record MASKMODE
005130* parameter: C checks the settings and output names only, so the
005140* job can run it before it deletes anything.  A missing
005150* parameter is a full extract.
005160******************************************************************
005170     OPEN INPUT MODE-FILE.
005180     IF WS-MODE-STATUS = "00"
005190         READ MODE-FILE
005200             AT END
005210                 CONTINUE
005220             NOT AT END
005230                 IF MM-MODE = 'C'
005240                     MOVE 'C' TO WS-RUN-MODE
005250                 END-IF
005260         END-READ
005270         CLOSE MODE-FILE
005280     END-IF.
005290 1100-EXIT.
005300     EXIT.
005310
005320 2000-LOAD-PARAMETERS.
005330     IF WS-RUN-REFUSED
005340         GO TO 2000-EXIT
005350     END-IF.
005360     OPEN INPUT MASK-PARAM-FILE.
005370     IF WS-PARAM-STATUS NOT = "00"
005380         DISPLAY "MASKPARM OPEN FAILED, STATUS " WS-PARAM-STATUS
005390         MOVE "MASKPARM UNAVAILABLE" TO WS-REFUSE-REASON
005400         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
005410         GO TO 2000-EXIT
005420     END-IF.
005430     SET WS-NOT-EOF TO TRUE.
005440     PERFORM 2100-LOAD-ONE-PARAMETER THRU 2100-EXIT
005450         UNTIL WS-EOF.
005460     CLOSE MASK-PARAM-FILE.
005470     IF NOT WS-SETTINGS-FOUND
005480         AND NOT WS-RUN-REFUSED
005490         MOVE "NO SETTINGS CARD ON MASKPARM" TO WS-REFUSE-REASON
005500         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
005510     END-IF.
005520 2000-EXIT.
005530     EXIT.
005540
005550 2100-LOAD-ONE-PARAMETER.
005560     READ MASK-PARAM-FILE
005570         AT END
005580             SET WS-EOF TO TRUE
005590     END-READ.
005600     IF WS-EOF
005610         GO TO 2100-EXIT
005620     END-IF.
005630     IF MASK-PARAM-RECORD = SPACES
005640         GO TO 2100-EXIT
005650     END-IF.
005660     IF MP-IS-SETTINGS
005670         IF MP-SEED NOT NUMERIC
005680             OR MP-SEED = ZEROS
005690             OR MP-SAMPLE-COUNT NOT NUMERIC
005700             MOVE "SETTINGS CARD NEEDS A SEED AND SAMPLE COUNT"
005710                 TO WS-REFUSE-REASON
005720             PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
005730             GO TO 2100-EXIT
005740         END-IF
005750         MOVE MP-SEED TO WS-MASK-SEED
005760         MOVE MP-SAMPLE-COUNT TO WS-SAMPLE-COUNT
005770         SET WS-SETTINGS-FOUND TO TRUE
005780         GO TO 2100-EXIT
005790     END-IF.
005800     IF NOT MP-IS-OUTPUT
005810         MOVE "UNKNOWN CARD TYPE ON MASKPARM" TO WS-REFUSE-REASON
005820         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
005830         GO TO 2100-EXIT
005840     END-IF.
005850     MOVE ZERO TO WS-OTHER-IX.
005860     PERFORM 2150-MATCH-ONE-DD-NAME THRU 2150-EXIT
005870         VARYING WS-OUTPUT-IX FROM 1 BY 1
005880         UNTIL WS-OUTPUT-IX > WS-OUTPUT-MAX.
005890     IF WS-OTHER-IX = ZERO
005900         MOVE SPACES TO WS-REFUSE-REASON
005910         STRING "MASKPARM NAMES UNKNOWN OUTPUT DD " MP-DD-NAME
005920             DELIMITED BY SIZE INTO WS-REFUSE-REASON
005930         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
005940         GO TO 2100-EXIT
005950     END-IF.
005960     IF WS-OT-DSN (WS-OTHER-IX) NOT = SPACES
005970         MOVE "REFUSED - NAMED TWICE"
005980             TO WS-OT-DISPOSITION (WS-OTHER-IX)
005990     END-IF.
006000     MOVE MP-DSN TO WS-OT-DSN (WS-OTHER-IX).
006010 2100-EXIT.
006020     EXIT.
006030
006040 2150-MATCH-ONE-DD-NAME.
006050     IF MP-DD-NAME = WS-OUTPUT-DD-NAME (WS-OUTPUT-IX)
006060         MOVE WS-OUTPUT-IX TO WS-OTHER-IX
006070     END-IF.
006080 2150-EXIT.
006090     EXIT.
006100
006110 2200-CHECK-OUTPUT-DATASETS.
006120******************************************************************
006130* Every output DD must be named on MASKPARM, under a name no
006140* other output uses, whose first qualifier is not a production
006150* high-level qualifier.  All five are listed with the verdict on
006160* each, and any one refused refuses the run before a record of
006170* the extract is written.  The job allocates the outputs and
006180* builds these cards from the same symbol, so the names checked
006190* here are the names the data will be written to.
006200******************************************************************
006210     IF WS-RUN-REFUSED
006220         GO TO 2200-EXIT
006230     END-IF.
006240     PERFORM 2250-CHECK-ONE-OUTPUT THRU 2250-EXIT
006250         VARYING WS-OUTPUT-IX FROM 1 BY 1
006260         UNTIL WS-OUTPUT-IX > WS-OUTPUT-MAX.
006270     PERFORM 2290-WRITE-OUTPUT-LINE THRU 2290-EXIT
006280         VARYING WS-OUTPUT-IX FROM 1 BY 1
006290         UNTIL WS-OUTPUT-IX > WS-OUTPUT-MAX.
006300     PERFORM 2280-REFUSE-ONE-OUTPUT THRU 2280-EXIT
006310         VARYING WS-OUTPUT-IX FROM 1 BY 1
006320         UNTIL WS-OUTPUT-IX > WS-OUTPUT-MAX.
006330 2200-EXIT.
006340     EXIT.
006350
006360 2250-CHECK-ONE-OUTPUT.
006370     IF WS-OT-DISPOSITION (WS-OUTPUT-IX) NOT = SPACES
006380         GO TO 2250-EXIT
006390     END-IF.
006400     IF WS-OT-DSN (WS-OUTPUT-IX) = SPACES
006410         MOVE "REFUSED - NOT ON MASKPARM"
006420             TO WS-OT-DISPOSITION (WS-OUTPUT-IX)
006430         GO TO 2250-EXIT
006440     END-IF.
006450     MOVE SPACES TO WS-DSN-QUALIFIER.
006460     UNSTRING WS-OT-DSN (WS-OUTPUT-IX) DELIMITED BY "."
006470         INTO WS-DSN-QUALIFIER.
006480     PERFORM 2260-MATCH-ONE-QUALIFIER THRU 2260-EXIT
006490         VARYING WS-PROD-IX FROM 1 BY 1
006500         UNTIL WS-PROD-IX > WS-PROD-QUALIFIER-MAX.
006510     IF WS-OT-DISPOSITION (WS-OUTPUT-IX) NOT = SPACES
006520         GO TO 2250-EXIT
006530     END-IF.
006540     PERFORM 2270-MATCH-ONE-OTHER-DSN THRU 2270-EXIT
006550         VARYING WS-OTHER-IX FROM 1 BY 1
006560         UNTIL WS-OTHER-IX > WS-OUTPUT-MAX.
006570     IF WS-OT-DISPOSITION (WS-OUTPUT-IX) = SPACES
006580         MOVE "ACCEPTED" TO WS-OT-DISPOSITION (WS-OUTPUT-IX)
006590     END-IF.
006600 2250-EXIT.
006610     EXIT.
006620
006630 2260-MATCH-ONE-QUALIFIER.
006640     IF WS-DSN-QUALIFIER = WS-PROD-QUALIFIER (WS-PROD-IX)
006650         MOVE "REFUSED - PRODUCTION DATASET"
006660             TO WS-OT-DISPOSITION (WS-OUTPUT-IX)
006670     END-IF.
006680 2260-EXIT.
006690     EXIT.
006700
006710 2270-MATCH-ONE-OTHER-DSN.
006720     IF WS-OTHER-IX NOT = WS-OUTPUT-IX
006730         AND WS-OT-DSN (WS-OTHER-IX) = WS-OT-DSN (WS-OUTPUT-IX)
006740         MOVE "REFUSED - SAME NAME AS ANOTHER"
006750             TO WS-OT-DISPOSITION (WS-OUTPUT-IX)
006760     END-IF.
006770 2270-EXIT.
006780     EXIT.
006790
006800 2280-REFUSE-ONE-OUTPUT.
006810     IF WS-OT-DISPOSITION (WS-OUTPUT-IX) NOT = "ACCEPTED"
006820         MOVE SPACES TO WS-REFUSE-REASON
006830         STRING WS-OUTPUT-DD-NAME (WS-OUTPUT-IX) " "
006840             WS-OT-DISPOSITION (WS-OUTPUT-IX)
006850             DELIMITED BY SIZE INTO WS-REFUSE-REASON
006860         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
006870     END-IF.
006880 2280-EXIT.
006890     EXIT.
006900
006910 2290-WRITE-OUTPUT-LINE.
006920     IF NOT WS-REPORT-IS-OPEN
006930         GO TO 2290-EXIT
006940     END-IF.
006950     MOVE WS-OUTPUT-DD-NAME (WS-OUTPUT-IX) TO OL-DD-NAME.
006960     MOVE WS-OT-DSN (WS-OUTPUT-IX) TO OL-DSN.
006970     MOVE WS-OT-DISPOSITION (WS-OUTPUT-IX) TO OL-DISPOSITION.
006980     MOVE WS-OUTPUT-LINE TO MASK-REPORT-RECORD.
006990     WRITE MASK-REPORT-RECORD.
007000 2290-EXIT.
007010     EXIT.
007020
007030 2300-BUILD-ID-KEY.
007040******************************************************************
007050* For each EMP-ID position, shuffle the ten digits from the seed
007060* and map each digit to the one after it in the shuffled order,
007070* the last back to the first.  Then draw the letter shift.
007080******************************************************************
007090     IF WS-RUN-REFUSED
007100         GO TO 2300-EXIT
007110     END-IF.
007120     PERFORM 2350-BUILD-ONE-POSITION THRU 2350-EXIT
007130         VARYING WS-POSITION-IX FROM 1 BY 1
007140         UNTIL WS-POSITION-IX > 6.
007150 2300-EXIT.
007160     EXIT.
007170
007180 2350-BUILD-ONE-POSITION.
007190     MOVE ZERO TO WS-ID-KEY.
007200     COMPUTE WS-FIELD-KEY = 10 + WS-POSITION-IX.
007210     PERFORM 5300-SEED-GENERATOR THRU 5300-EXIT.
007220     PERFORM 2355-LOAD-ONE-DIGIT THRU 2355-EXIT
007230         VARYING WS-SHUFFLE-IX FROM 1 BY 1
007240         UNTIL WS-SHUFFLE-IX > 10.
007250     PERFORM 2360-SHUFFLE-ONE-DIGIT THRU 2360-EXIT
007260         VARYING WS-SHUFFLE-IX FROM 10 BY -1
007270         UNTIL WS-SHUFFLE-IX < 2.
007280     PERFORM 2370-MAP-ONE-DIGIT THRU 2370-EXIT
007290         VARYING WS-SHUFFLE-IX FROM 1 BY 1
007300         UNTIL WS-SHUFFLE-IX > 10.
007310     MOVE 25 TO WS-PICK-RANGE.
007320     PERFORM 7100-PICK-NUMBER THRU 7100-EXIT.
007330     MOVE WS-PICK-RESULT TO WS-IK-LETTER-SHIFT (WS-POSITION-IX).
007340 2350-EXIT.
007350     EXIT.
007360
007370 2355-LOAD-ONE-DIGIT.
007380     COMPUTE WS-SHUFFLE-DIGIT (WS-SHUFFLE-IX) = WS-SHUFFLE-IX - 1.
007390 2355-EXIT.
007400     EXIT.
007410
007420 2360-SHUFFLE-ONE-DIGIT.
007430     MOVE WS-SHUFFLE-IX TO WS-PICK-RANGE.
007440     PERFORM 7100-PICK-NUMBER THRU 7100-EXIT.
007450     MOVE WS-SHUFFLE-DIGIT (WS-SHUFFLE-IX) TO WS-SHUFFLE-HOLD.
007460     MOVE WS-SHUFFLE-DIGIT (WS-PICK-RESULT)
007470         TO WS-SHUFFLE-DIGIT (WS-SHUFFLE-IX).
007480     MOVE WS-SHUFFLE-HOLD TO WS-SHUFFLE-DIGIT (WS-PICK-RESULT).
007490 2360-EXIT.
007500     EXIT.
007510
007520 2370-MAP-ONE-DIGIT.
007530     IF WS-SHUFFLE-IX < 10
007540         COMPUTE WS-SHUFFLE-NEXT = WS-SHUFFLE-IX + 1
007550     ELSE
007560         MOVE 1 TO WS-SHUFFLE-NEXT
007570     END-IF.
007580     MOVE WS-SHUFFLE-DIGIT (WS-SHUFFLE-IX) TO WS-NEW-DIGIT.
007590     ADD 1 TO WS-NEW-DIGIT.
007600     MOVE WS-SHUFFLE-DIGIT (WS-SHUFFLE-NEXT)
007610         TO WS-IK-DIGIT (WS-POSITION-IX, WS-NEW-DIGIT).
007620 2370-EXIT.
007630     EXIT.
007640
007650 2500-CHECK-INPUTS.
007660******************************************************************
007670* Every input is opened once and closed again, so a missing file
007680* refuses the run before any output has been written.
007690******************************************************************
007700     IF WS-RUN-REFUSED
007710         GO TO 2500-EXIT
007720     END-IF.
007730     OPEN INPUT EMP-MASTER-FILE.
007740     IF WS-EMPMAST-STATUS NOT = "00"
007750         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
007760         MOVE "EMPMAST UNAVAILABLE" TO WS-REFUSE-REASON
007770         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
007780     ELSE
007790         CLOSE EMP-MASTER-FILE
007800     END-IF.
007810     OPEN INPUT EMP-HISTORY-FILE.
007820     IF WS-HISTORY-STATUS NOT = "00"
007830         DISPLAY "EMPHIST OPEN FAILED, STATUS " WS-HISTORY-STATUS
007840         MOVE "EMPHIST UNAVAILABLE" TO WS-REFUSE-REASON
007850         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
007860     ELSE
007870         CLOSE EMP-HISTORY-FILE
007880     END-IF.
007890     OPEN INPUT PIN-FILE.
007900     IF WS-PIN-STATUS NOT = "00"
007910         DISPLAY "PINFILE OPEN FAILED, STATUS " WS-PIN-STATUS
007920         MOVE "PINFILE UNAVAILABLE" TO WS-REFUSE-REASON
007930         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
007940     ELSE
007950         CLOSE PIN-FILE
007960     END-IF.
007970     OPEN INPUT AUTH-FILE.
007980     IF WS-AUTH-STATUS NOT = "00"
007990         DISPLAY "AUTHFILE OPEN FAILED, STATUS " WS-AUTH-STATUS
008000         MOVE "AUTHFILE UNAVAILABLE" TO WS-REFUSE-REASON
008010         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
008020     ELSE
008030         CLOSE AUTH-FILE
008040     END-IF.
008050     OPEN INPUT PAYROLL-FEED-FILE.
008060     IF WS-FEED-STATUS NOT = "00"
008070         DISPLAY "PAYFEED OPEN FAILED, STATUS " WS-FEED-STATUS
008080         MOVE "PAYFEED UNAVAILABLE" TO WS-REFUSE-REASON
008090         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
008100     ELSE
008110         CLOSE PAYROLL-FEED-FILE
008120     END-IF.
008130 2500-EXIT.
008140     EXIT.
008150
008160 2900-REFUSE-RUN.
008170******************************************************************
008180* Marks the run refused and logs why.  Each reason is an ERROR
008190* on the audit trail and the step ends RC 12.
008200******************************************************************
008210     SET WS-RUN-REFUSED TO TRUE.
008220     MOVE 12 TO WS-STEP-RC.
008230     MOVE "ERROR" TO WS-STATUS-TEXT.
008240     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
008250     STRING "EXTRACT REFUSED - " WS-REFUSE-REASON
008260         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
008270     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
008280 2900-EXIT.
008290     EXIT.
008300
008310 2950-FINISH-NAME-CHECK.
008320******************************************************************
008330* Name-check mode ends here, after the output list and verdicts
008340* are on the report.  A refusal has already been logged and set
008350* RC 12; a clean check is logged as such and ends RC 0.
008360******************************************************************
008370     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
008380     IF WS-RUN-REFUSED
008390         MOVE "NAME CHECK REFUSED - TEST MASTER NOT TO BE REBUILT"
008400             TO WS-AUDIT-MESSAGE-TEXT
008410     ELSE
008420         MOVE "NAME CHECK PASSED - EVERY OUTPUT IS A TEST NAME"
008430             TO WS-AUDIT-MESSAGE-TEXT
008440         MOVE "OK" TO WS-STATUS-TEXT
008450         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008460     END-IF.
008470     IF WS-REPORT-IS-OPEN
008480         MOVE SPACES TO MASK-REPORT-RECORD
008490         WRITE MASK-REPORT-RECORD
008500         MOVE WS-AUDIT-MESSAGE-TEXT TO MASK-REPORT-RECORD
008510         WRITE MASK-REPORT-RECORD
008520         CLOSE MASK-REPORT-FILE
008530     END-IF.
008540     DISPLAY WS-AUDIT-MESSAGE-TEXT.
008550     IF WS-AUDIT-IS-OPEN
008560         CLOSE AUDIT-LOG-FILE
008570     END-IF.
008580 2950-EXIT.
008590     EXIT.
008600
008610 3000-LOAD-REAL-NAMES.
008620     IF WS-RUN-REFUSED
008630         GO TO 3000-EXIT
008640     END-IF.
008650     OPEN INPUT EMP-MASTER-FILE.
008660     SET WS-NOT-EOF TO TRUE.
008670     PERFORM 3100-LOAD-ONE-NAME THRU 3100-EXIT
008680         UNTIL WS-EOF.
008690     CLOSE EMP-MASTER-FILE.
008700     IF WS-NAME-TABLE-OVERFLOWED
008710         ADD 1 TO WS-WARNING-COUNT
008720         MOVE "WARN" TO WS-STATUS-TEXT
008730         MOVE "EMPMAST OVER 2000 EMPLOYEES - NAME CHECK PARTIAL"
008740             TO WS-AUDIT-MESSAGE-TEXT
008750         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008760     END-IF.
008770 3000-EXIT.
008780     EXIT.
008790
008800 3100-LOAD-ONE-NAME.
008810     READ EMP-MASTER-FILE
008820         AT END
008830             SET WS-EOF TO TRUE
008840     END-READ.
008850     IF WS-EOF
008860         GO TO 3100-EXIT
008870     END-IF.
008880     IF WS-REAL-NAME-USED >= WS-REAL-NAME-MAX
008890         SET WS-NAME-TABLE-OVERFLOWED TO TRUE
008900         GO TO 3100-EXIT
008910     END-IF.
008920     ADD 1 TO WS-REAL-NAME-USED.
008930     MOVE EMP-LAST-NAME TO WS-RN-LAST-NAME (WS-REAL-NAME-USED).
008940     MOVE EMP-FIRST-NAME TO WS-RN-FIRST-NAME (WS-REAL-NAME-USED).
008950 3100-EXIT.
008960     EXIT.
008970
008980 4000-MASK-MASTER.
008990******************************************************************
009000* The master, in EMP-ID order.  Scrambled EMP-IDs come out in a
009010* different order, so the test master is written by key.
009020******************************************************************
009030     IF WS-RUN-REFUSED
009040         GO TO 4000-EXIT
009050     END-IF.
009060     MOVE 1 TO WS-FILE-IX.
009070     OPEN OUTPUT TEST-MASTER-FILE.
009080     IF WS-TEST-STATUS NOT = "00"
009090         DISPLAY "EMPMASTT OPEN FAILED, STATUS " WS-TEST-STATUS
009100         MOVE "EMPMASTT UNAVAILABLE" TO WS-REFUSE-REASON
009110         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
009120         GO TO 4000-EXIT
009130     END-IF.
009140     OPEN INPUT EMP-MASTER-FILE.
009150     SET WS-NOT-EOF TO TRUE.
009160     PERFORM 4100-MASK-ONE-EMPLOYEE THRU 4100-EXIT
009170         UNTIL WS-EOF.
009180     CLOSE EMP-MASTER-FILE.
009190     CLOSE TEST-MASTER-FILE.
009200 4000-EXIT.
009210     EXIT.
009220
009230 4100-MASK-ONE-EMPLOYEE.
009240     READ EMP-MASTER-FILE
009250         AT END
009260             SET WS-EOF TO TRUE
009270     END-READ.
009280     IF WS-EOF
009290         GO TO 4100-EXIT
009300     END-IF.
009310     ADD 1 TO WS-FS-READ (WS-FILE-IX).
009320     MOVE EMP-MASTER-RECORD TO WS-MASK-IMAGE.
009330     PERFORM 5000-MASK-IMAGE THRU 5000-EXIT.
009340     PERFORM 5900-CHECK-IMAGE THRU 5900-EXIT.
009350     MOVE WS-MASK-IMAGE TO TEST-MASTER-RECORD.
009360     WRITE TEST-MASTER-RECORD
009370         INVALID KEY
009380             DISPLAY "EMPMASTT WRITE FAILED FOR " MK-EMP-ID
009390                 ", STATUS " WS-TEST-STATUS
009400             ADD 1 TO WS-WRITE-ERROR-COUNT
009410             GO TO 4100-EXIT
009420     END-WRITE.
009430     ADD 1 TO WS-FS-WRITTEN (WS-FILE-IX).
009440 4100-EXIT.
009450     EXIT.
009460
009470 4200-MASK-HISTORY.
009480******************************************************************
009490* EMPHIST: the record's EMP-ID and the whole image inside it.  The
009500* effective date, run number and action are carried, so EMPASOF
009510* reconstructs the test employees exactly as it would the real.
009520******************************************************************
009530     IF WS-RUN-REFUSED
009540         GO TO 4200-EXIT
009550     END-IF.
009560     MOVE 2 TO WS-FILE-IX.
009570     OPEN OUTPUT TEST-HISTORY-FILE.
009580     IF WS-TEST-STATUS NOT = "00"
009590         DISPLAY "EMPHISTT OPEN FAILED, STATUS " WS-TEST-STATUS
009600         MOVE "EMPHISTT UNAVAILABLE" TO WS-REFUSE-REASON
009610         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
009620         GO TO 4200-EXIT
009630     END-IF.
009640     OPEN INPUT EMP-HISTORY-FILE.
009650     SET WS-NOT-EOF TO TRUE.
009660     PERFORM 4250-MASK-ONE-HISTORY THRU 4250-EXIT
009670         UNTIL WS-EOF.
009680     CLOSE EMP-HISTORY-FILE.
009690     CLOSE TEST-HISTORY-FILE.
009700 4200-EXIT.
009710     EXIT.
009720
009730 4250-MASK-ONE-HISTORY.
009740     READ EMP-HISTORY-FILE
009750         AT END
009760             SET WS-EOF TO TRUE
009770     END-READ.
009780     IF WS-EOF
009790         GO TO 4250-EXIT
009800     END-IF.
009810     ADD 1 TO WS-FS-READ (WS-FILE-IX).
009820     MOVE EH-EMP-ID TO WS-ORIGINAL-IMAGE.
009830     MOVE EH-EMP-ID TO WS-ID-WORK.
009840     PERFORM 5100-MASK-EMP-ID THRU 5100-EXIT.
009850     MOVE WS-ID-WORK TO EH-EMP-ID.
009860     IF EH-EMP-ID = OG-EMP-ID
009870         AND OG-EMP-ID NOT = SPACES
009880         ADD 1 TO WS-FS-ID-SURVIVED (WS-FILE-IX)
009890     END-IF.
009900     MOVE EH-IMAGE TO WS-MASK-IMAGE.
009910     PERFORM 5000-MASK-IMAGE THRU 5000-EXIT.
009920     PERFORM 5900-CHECK-IMAGE THRU 5900-EXIT.
009930     MOVE WS-MASK-IMAGE TO EH-IMAGE.
009940     MOVE EMP-HISTORY-RECORD TO TEST-HISTORY-RECORD.
009950     WRITE TEST-HISTORY-RECORD.
009960     IF WS-TEST-STATUS NOT = "00"
009970         DISPLAY "EMPHISTT WRITE FAILED, STATUS " WS-TEST-STATUS
009980         ADD 1 TO WS-WRITE-ERROR-COUNT
009990         GO TO 4250-EXIT
010000     END-IF.
010010     ADD 1 TO WS-FS-WRITTEN (WS-FILE-IX).
010020 4250-EXIT.
010030     EXIT.
010040
010050 4300-MASK-PINS.
010060******************************************************************
010070* PINFILE: EMP-ID scrambled, PIN replaced.  The last-change date
010080* and first-use flag are carried so HELLO's expiry and forced-
010090* change paths still fire in the test.
010100******************************************************************
010110     IF WS-RUN-REFUSED
010120         GO TO 4300-EXIT
010130     END-IF.
010140     MOVE 3 TO WS-FILE-IX.
010150     OPEN OUTPUT TEST-PIN-FILE.
010160     IF WS-TEST-STATUS NOT = "00"
010170         DISPLAY "PINFILET OPEN FAILED, STATUS " WS-TEST-STATUS
010180         MOVE "PINFILET UNAVAILABLE" TO WS-REFUSE-REASON
010190         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
010200         GO TO 4300-EXIT
010210     END-IF.
010220     OPEN INPUT PIN-FILE.
010230     SET WS-NOT-EOF TO TRUE.
010240     PERFORM 4350-MASK-ONE-PIN THRU 4350-EXIT
010250         UNTIL WS-EOF.
010260     CLOSE PIN-FILE.
010270     CLOSE TEST-PIN-FILE.
010280 4300-EXIT.
010290     EXIT.
010300
010310 4350-MASK-ONE-PIN.
010320     READ PIN-FILE
010330         AT END
010340             SET WS-EOF TO TRUE
010350     END-READ.
010360     IF WS-EOF
010370         GO TO 4350-EXIT
010380     END-IF.
010390     ADD 1 TO WS-FS-READ (WS-FILE-IX).
010400     MOVE SPACES TO WS-ORIGINAL-IMAGE.
010410     MOVE PN-EMP-ID TO OG-EMP-ID.
010420     PERFORM 5050-SET-ID-KEY THRU 5050-EXIT.
010430     MOVE PN-EMP-ID TO WS-ID-WORK.
010440     PERFORM 5100-MASK-EMP-ID THRU 5100-EXIT.
010450     MOVE WS-ID-WORK TO PN-EMP-ID.
010460     MOVE PN-PIN TO WS-PIN-WORK.
010470     PERFORM 5500-MASK-PIN THRU 5500-EXIT.
010480     IF PN-EMP-ID = OG-EMP-ID
010490         AND OG-EMP-ID NOT = SPACES
010500         ADD 1 TO WS-FS-ID-SURVIVED (WS-FILE-IX)
010510     END-IF.
010520     IF WS-PIN-WORK = PN-PIN
010530         AND PN-PIN NOT = SPACES
010540         ADD 1 TO WS-FS-PIN-SURVIVED (WS-FILE-IX)
010550     END-IF.
010560     MOVE WS-PIN-WORK TO PN-PIN.
010570     MOVE PIN-RECORD TO TEST-PIN-RECORD.
010580     WRITE TEST-PIN-RECORD.
010590     IF WS-TEST-STATUS NOT = "00"
010600         DISPLAY "PINFILET WRITE FAILED, STATUS " WS-TEST-STATUS
010610         ADD 1 TO WS-WRITE-ERROR-COUNT
010620         GO TO 4350-EXIT
010630     END-IF.
010640     ADD 1 TO WS-FS-WRITTEN (WS-FILE-IX).
010650 4350-EXIT.
010660     EXIT.
010670
010680 4400-MASK-AUTHORITIES.
010690******************************************************************
010700* AUTHFILE: EMP-ID scrambled, authorized options carried.
010710******************************************************************
010720     IF WS-RUN-REFUSED
010730         GO TO 4400-EXIT
010740     END-IF.
010750     MOVE 4 TO WS-FILE-IX.
010760     OPEN OUTPUT TEST-AUTH-FILE.
010770     IF WS-TEST-STATUS NOT = "00"
010780         DISPLAY "AUTHFILT OPEN FAILED, STATUS " WS-TEST-STATUS
010790         MOVE "AUTHFILT UNAVAILABLE" TO WS-REFUSE-REASON
010800         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
010810         GO TO 4400-EXIT
010820     END-IF.
010830     OPEN INPUT AUTH-FILE.
010840     SET WS-NOT-EOF TO TRUE.
010850     PERFORM 4450-MASK-ONE-AUTHORITY THRU 4450-EXIT
010860         UNTIL WS-EOF.
010870     CLOSE AUTH-FILE.
010880     CLOSE TEST-AUTH-FILE.
010890 4400-EXIT.
010900     EXIT.
010910
010920 4450-MASK-ONE-AUTHORITY.
010930     READ AUTH-FILE
010940         AT END
010950             SET WS-EOF TO TRUE
010960     END-READ.
010970     IF WS-EOF
010980         GO TO 4450-EXIT
010990     END-IF.
011000     ADD 1 TO WS-FS-READ (WS-FILE-IX).
011010     MOVE AUTH-EMP-ID TO WS-ID-WORK.
011020     PERFORM 5100-MASK-EMP-ID THRU 5100-EXIT.
011030     IF WS-ID-WORK = AUTH-EMP-ID
011040         AND AUTH-EMP-ID NOT = SPACES
011050         ADD 1 TO WS-FS-ID-SURVIVED (WS-FILE-IX)
011060     END-IF.
011070     MOVE WS-ID-WORK TO AUTH-EMP-ID.
011080     MOVE AUTH-RECORD TO TEST-AUTH-RECORD.
011090     WRITE TEST-AUTH-RECORD.
011100     IF WS-TEST-STATUS NOT = "00"
011110         DISPLAY "AUTHFILT WRITE FAILED, STATUS " WS-TEST-STATUS
011120         ADD 1 TO WS-WRITE-ERROR-COUNT
011130         GO TO 4450-EXIT
011140     END-IF.
011150     ADD 1 TO WS-FS-WRITTEN (WS-FILE-IX).
011160 4450-EXIT.
011170     EXIT.
011180
011190 4500-MASK-PAYFEED.
011200******************************************************************
011210* The PAYFEED sample: the header as it stands, so EMPLOAD's feed
011220* sequence check still applies, then the first WS-SAMPLE-COUNT
011230* detail records masked like master records (all of them when the
011240* count is zero).
011250******************************************************************
011260     IF WS-RUN-REFUSED
011270         GO TO 4500-EXIT
011280     END-IF.
011290     MOVE 5 TO WS-FILE-IX.
011300     OPEN OUTPUT TEST-FEED-FILE.
011310     IF WS-TEST-STATUS NOT = "00"
011320         DISPLAY "PAYFEEDT OPEN FAILED, STATUS " WS-TEST-STATUS
011330         MOVE "PAYFEEDT UNAVAILABLE" TO WS-REFUSE-REASON
011340         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
011350         GO TO 4500-EXIT
011360     END-IF.
011370     OPEN INPUT PAYROLL-FEED-FILE.
011380     SET WS-NOT-EOF TO TRUE.
011390     PERFORM 4550-MASK-ONE-FEED-RECORD THRU 4550-EXIT
011400         UNTIL WS-EOF.
011410     CLOSE PAYROLL-FEED-FILE.
011420     CLOSE TEST-FEED-FILE.
011430 4500-EXIT.
011440     EXIT.
011450
011460 4550-MASK-ONE-FEED-RECORD.
011470     READ PAYROLL-FEED-FILE
011480         AT END
011490             SET WS-EOF TO TRUE
011500     END-READ.
011510     IF WS-EOF
011520         GO TO 4550-EXIT
011530     END-IF.
011540     IF PF-IS-HEADER
011550         MOVE PAYROLL-FEED-RECORD TO TEST-FEED-RECORD
011560         GO TO 4560-WRITE
011570     END-IF.
011580     IF WS-SAMPLE-COUNT > ZERO
011590         AND WS-FEED-DETAIL-COUNT >= WS-SAMPLE-COUNT
011600         SET WS-EOF TO TRUE
011610         GO TO 4550-EXIT
011620     END-IF.
011630     ADD 1 TO WS-FEED-DETAIL-COUNT.
011640     ADD 1 TO WS-FS-READ (WS-FILE-IX).
011650     MOVE PAYROLL-FEED-RECORD TO WS-MASK-IMAGE.
011660     PERFORM 5000-MASK-IMAGE THRU 5000-EXIT.
011670     PERFORM 5900-CHECK-IMAGE THRU 5900-EXIT.
011680     MOVE WS-MASK-IMAGE TO TEST-FEED-RECORD.
011690 4560-WRITE.
011700     WRITE TEST-FEED-RECORD.
011710     IF WS-TEST-STATUS NOT = "00"
011720         DISPLAY "PAYFEEDT WRITE FAILED, STATUS " WS-TEST-STATUS
011730         ADD 1 TO WS-WRITE-ERROR-COUNT
011740         GO TO 4550-EXIT
011750     END-IF.
011760     IF NOT PF-IS-HEADER
011770         ADD 1 TO WS-FS-WRITTEN (WS-FILE-IX)
011780     END-IF.
011790 4550-EXIT.
011800     EXIT.
011810
011820 5000-MASK-IMAGE.
011830******************************************************************
011840* Masks WS-MASK-IMAGE in place, keeping the original in
011850* WS-ORIGINAL-IMAGE: EMP-ID scrambled, both names replaced, birth
011860* and hire dates shifted by the employee's offset.  Status and
011870* department are not touched.
011880******************************************************************
011890     MOVE WS-MASK-IMAGE TO WS-ORIGINAL-IMAGE.
011900     PERFORM 5050-SET-ID-KEY THRU 5050-EXIT.
011910     MOVE MK-EMP-ID TO WS-ID-WORK.
011920     PERFORM 5100-MASK-EMP-ID THRU 5100-EXIT.
011930     MOVE WS-ID-WORK TO MK-EMP-ID.
011940     MOVE MK-LAST-NAME TO WS-NAME-WORK.
011950     MOVE 22 TO WS-NAME-LENGTH.
011960     MOVE 1 TO WS-FIELD-KEY.
011970     PERFORM 5200-MASK-NAME THRU 5200-EXIT.
011980     MOVE WS-NAME-WORK TO MK-LAST-NAME.
011990     MOVE MK-FIRST-NAME TO WS-NAME-WORK.
012000     MOVE 18 TO WS-NAME-LENGTH.
012010     MOVE 2 TO WS-FIELD-KEY.
012020     PERFORM 5200-MASK-NAME THRU 5200-EXIT.
012030     MOVE WS-NAME-WORK TO MK-FIRST-NAME.
012040     MOVE 4 TO WS-FIELD-KEY.
012050     PERFORM 5300-SEED-GENERATOR THRU 5300-EXIT.
012060     MOVE WS-MAX-SHIFT-DAYS TO WS-PICK-RANGE.
012070     PERFORM 7100-PICK-NUMBER THRU 7100-EXIT.
012080     MOVE WS-PICK-RESULT TO WS-SHIFT-DAYS.
012090     MOVE MK-BIRTH-YYMMDD TO WS-SHIFT-DATE.
012100     PERFORM 5400-SHIFT-DATE THRU 5400-EXIT.
012110     MOVE WS-SHIFT-DATE TO MK-BIRTH-YYMMDD.
012120     MOVE WS-SHIFT-RESULT TO WS-BIRTH-RESULT.
012130     MOVE MK-HIRE-YYMMDD TO WS-SHIFT-DATE.
012140     PERFORM 5400-SHIFT-DATE THRU 5400-EXIT.
012150     MOVE WS-SHIFT-DATE TO MK-HIRE-YYMMDD.
012160     MOVE WS-SHIFT-RESULT TO WS-HIRE-RESULT.
012170 5000-EXIT.
012180     EXIT.
012190
012200 5050-SET-ID-KEY.
012210     IF OG-EMP-ID NUMERIC
012220         MOVE OG-EMP-ID TO WS-ID-KEY
012230     ELSE
012240         MOVE ZERO TO WS-ID-KEY
012250     END-IF.
012260 5050-EXIT.
012270     EXIT.
012280
012290 5100-MASK-EMP-ID.
012300     PERFORM 5150-MASK-ONE-ID-CHAR THRU 5150-EXIT
012310         VARYING WS-POSITION-IX FROM 1 BY 1
012320         UNTIL WS-POSITION-IX > 6.
012330 5100-EXIT.
012340     EXIT.
012350
012360 5150-MASK-ONE-ID-CHAR.
012370     MOVE WS-ID-CHAR (WS-POSITION-IX) TO WS-ONE-CHAR.
012380     IF WS-ONE-CHAR NUMERIC
012390         MOVE WS-ONE-DIGIT TO WS-NEW-DIGIT
012400         ADD 1 TO WS-NEW-DIGIT
012410         MOVE WS-IK-DIGIT (WS-POSITION-IX, WS-NEW-DIGIT)
012420             TO WS-ONE-DIGIT
012430         MOVE WS-ONE-CHAR TO WS-ID-CHAR (WS-POSITION-IX)
012440         GO TO 5150-EXIT
012450     END-IF.
012460     PERFORM 5260-FIND-LETTER THRU 5260-EXIT.
012470     IF WS-LETTER-IX = ZERO
012480         GO TO 5150-EXIT
012490     END-IF.
012500     ADD WS-IK-LETTER-SHIFT (WS-POSITION-IX) TO WS-LETTER-IX.
012510     PERFORM 5280-PUT-LETTER THRU 5280-EXIT.
012520     MOVE WS-ONE-CHAR TO WS-ID-CHAR (WS-POSITION-IX).
012530 5150-EXIT.
012540     EXIT.
012550
012560 5200-MASK-NAME.
012570******************************************************************
012580* Replaces every letter and digit of the name in WS-NAME-WORK
012590* with a different one drawn from the generator, keeping case,
012600* spaces, hyphens and apostrophes where they were, so a hyphenated
012610* or full-width name is still one in the test.
012620******************************************************************
012630     PERFORM 5300-SEED-GENERATOR THRU 5300-EXIT.
012640     PERFORM 5250-MASK-ONE-NAME-CHAR THRU 5250-EXIT
012650         VARYING WS-CHAR-IX FROM 1 BY 1
012660         UNTIL WS-CHAR-IX > WS-NAME-LENGTH.
012670 5200-EXIT.
012680     EXIT.
012690
012700 5250-MASK-ONE-NAME-CHAR.
012710     MOVE WS-NAME-CHAR (WS-CHAR-IX) TO WS-ONE-CHAR.
012720     IF WS-ONE-CHAR NUMERIC
012730         MOVE 9 TO WS-PICK-RANGE
012740         PERFORM 7100-PICK-NUMBER THRU 7100-EXIT
012750         COMPUTE WS-NEW-DIGIT = WS-ONE-DIGIT + WS-PICK-RESULT
012760         IF WS-NEW-DIGIT > 9
012770             SUBTRACT 10 FROM WS-NEW-DIGIT
012780         END-IF
012790         MOVE WS-NEW-DIGIT TO WS-ONE-DIGIT
012800         MOVE WS-ONE-CHAR TO WS-NAME-CHAR (WS-CHAR-IX)
012810         GO TO 5250-EXIT
012820     END-IF.
012830     PERFORM 5260-FIND-LETTER THRU 5260-EXIT.
012840     IF WS-LETTER-IX = ZERO
012850         GO TO 5250-EXIT
012860     END-IF.
012870     MOVE 25 TO WS-PICK-RANGE.
012880     PERFORM 7100-PICK-NUMBER THRU 7100-EXIT.
012890     ADD WS-PICK-RESULT TO WS-LETTER-IX.
012900     PERFORM 5280-PUT-LETTER THRU 5280-EXIT.
012910     MOVE WS-ONE-CHAR TO WS-NAME-CHAR (WS-CHAR-IX).
012920 5250-EXIT.
012930     EXIT.
012940
012950 5260-FIND-LETTER.
012960     MOVE ZERO TO WS-LETTER-IX.
012970     PERFORM 5265-MATCH-ONE-LETTER THRU 5265-EXIT
012980         VARYING WS-SCAN-IX FROM 1 BY 1
012990         UNTIL WS-SCAN-IX > 26
013000         OR WS-LETTER-IX > ZERO.
013010 5260-EXIT.
013020     EXIT.
013030
013040 5265-MATCH-ONE-LETTER.
013050     IF WS-ONE-CHAR = WS-UPPER-LETTER (WS-SCAN-IX)
013060         MOVE WS-SCAN-IX TO WS-LETTER-IX
013070         SET WS-LETTER-IS-UPPER TO TRUE
013080     END-IF.
013090     IF WS-ONE-CHAR = WS-LOWER-LETTER (WS-SCAN-IX)
013100         MOVE WS-SCAN-IX TO WS-LETTER-IX
013110         SET WS-LETTER-IS-LOWER TO TRUE
013120     END-IF.
013130 5265-EXIT.
013140     EXIT.
013150
013160 5280-PUT-LETTER.
013170     IF WS-LETTER-IX > 26
013180         SUBTRACT 26 FROM WS-LETTER-IX
013190     END-IF.
013200     IF WS-LETTER-IS-UPPER
013210         MOVE WS-UPPER-LETTER (WS-LETTER-IX) TO WS-ONE-CHAR
013220     ELSE
013230         MOVE WS-LOWER-LETTER (WS-LETTER-IX) TO WS-ONE-CHAR
013240     END-IF.
013250 5280-EXIT.
013260     EXIT.
013270
013280 5300-SEED-GENERATOR.
013290******************************************************************
013300* Restarts the generator for one field of one employee from the
013310* seed, WS-ID-KEY and WS-FIELD-KEY.
013320******************************************************************
013330     COMPUTE WS-RANDOM-WORK = WS-MASK-SEED * 7
013340         + WS-ID-KEY * 131 + WS-FIELD-KEY * 100003.
013350     DIVIDE WS-RANDOM-WORK BY 2147483646
013360         GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM.
013370     ADD 1 TO WS-RANDOM.
013380     PERFORM 7000-NEXT-RANDOM THRU 7000-EXIT 3 TIMES.
013390 5300-EXIT.
013400     EXIT.
013410
013420 5400-SHIFT-DATE.
013430******************************************************************
013440* Shifts the YYMMDD date in WS-SHIFT-DATE back WS-SHIFT-DAYS days
013450* and proves the result through DATECHK with the shop pivot-year
013460* century windowing, the way EMPLOAD and EMPUPDT validate dates.
013470******************************************************************
013480     IF WS-SHIFT-DATE = SPACES
013490         OR WS-SHIFT-DATE = ZEROS
013500         SET WS-DATE-CARRIED-BLANK TO TRUE
013510         GO TO 5400-EXIT
013520     END-IF.
013530     IF WS-SHIFT-DATE NOT NUMERIC
013540         SET WS-DATE-CARRIED-NOT-DATE TO TRUE
013550         ADD 1 TO WS-CARRIED-DATE-COUNT
013560         GO TO 5400-EXIT
013570     END-IF.
013580     PERFORM 5450-VALIDATE-SHIFT-DATE THRU 5450-EXIT.
013590     IF WS-DATE-NOT-VALID
013600         COMPUTE WS-YEAR-WORK = WS-SD-YY + 96
013610         DIVIDE WS-YEAR-WORK BY 100
013620             GIVING WS-YEAR-QUOTIENT REMAINDER WS-SD-YY
013630         SET WS-DATE-YEAR-MOVED TO TRUE
013640         ADD 1 TO WS-YEAR-MOVED-COUNT
013650         GO TO 5400-EXIT
013660     END-IF.
013670     MOVE WS-CHK-CC TO WS-EXPECTED-CC.
013680     MOVE WS-CHECK-DATE-CCYYMMDD TO WS-DATE-NUMBER.
013690     COMPUTE WS-DAY-NUMBER =
013700         FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER) - WS-SHIFT-DAYS.
013710     COMPUTE WS-DATE-NUMBER =
013720         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
013730     IF WS-DN-YY <= WS-CENTURY-PIVOT
013740         MOVE 20 TO WS-EXPECTED-CC
013750     ELSE
013760         MOVE 19 TO WS-EXPECTED-CC
013770     END-IF.
013780     IF WS-DN-CC NOT = WS-EXPECTED-CC
013790         COMPUTE WS-DAY-NUMBER = WS-DAY-NUMBER + WS-SHIFT-DAYS
013800             + WS-SHIFT-DAYS
013810         COMPUTE WS-DATE-NUMBER =
013820             FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
013830     END-IF.
013840     MOVE WS-DN-YY TO WS-SD-YY.
013850     MOVE WS-DN-MM TO WS-SD-MM.
013860     MOVE WS-DN-DD TO WS-SD-DD.
013870     PERFORM 5450-VALIDATE-SHIFT-DATE THRU 5450-EXIT.
013880     IF WS-DATE-NOT-VALID
013890         SET WS-DATE-IN-ERROR TO TRUE
013900         ADD 1 TO WS-DATE-ERROR-COUNT
013910         GO TO 5400-EXIT
013920     END-IF.
013930     SET WS-DATE-SHIFTED TO TRUE.
013940 5400-EXIT.
013950     EXIT.
013960
013970 5450-VALIDATE-SHIFT-DATE.
013980     IF WS-SD-YY <= WS-CENTURY-PIVOT
013990         MOVE 20 TO WS-CHK-CC
014000     ELSE
014010         MOVE 19 TO WS-CHK-CC
014020     END-IF.
014030     MOVE WS-SD-YY TO WS-CHK-YY.
014040     MOVE WS-SD-MM TO WS-CHK-MM.
014050     MOVE WS-SD-DD TO WS-CHK-DD.
014060     CALL "DATECHK" USING WS-CHECK-DATE-CCYYMMDD
014070         WS-DATE-VALID-SWITCH.
014080 5450-EXIT.
014090     EXIT.
014100
014110 5500-MASK-PIN.
014120******************************************************************
014130* Replaces each of the four PIN characters in WS-PIN-WORK with a
014140* different digit, drawn for the employee as for a name.
014150******************************************************************
014160     MOVE 3 TO WS-FIELD-KEY.
014170     PERFORM 5300-SEED-GENERATOR THRU 5300-EXIT.
014180     PERFORM 5550-MASK-ONE-PIN-DIGIT THRU 5550-EXIT
014190         VARYING WS-CHAR-IX FROM 1 BY 1
014200         UNTIL WS-CHAR-IX > 4.
014210 5500-EXIT.
014220     EXIT.
014230
014240 5550-MASK-ONE-PIN-DIGIT.
014250     MOVE WS-PIN-CHAR (WS-CHAR-IX) TO WS-ONE-CHAR.
014260     IF WS-ONE-CHAR NUMERIC
014270         MOVE 9 TO WS-PICK-RANGE
014280         PERFORM 7100-PICK-NUMBER THRU 7100-EXIT
014290         COMPUTE WS-NEW-DIGIT = WS-ONE-DIGIT + WS-PICK-RESULT
014300         IF WS-NEW-DIGIT > 9
014310             SUBTRACT 10 FROM WS-NEW-DIGIT
014320         END-IF
014330     ELSE
014340         MOVE 10 TO WS-PICK-RANGE
014350         PERFORM 7100-PICK-NUMBER THRU 7100-EXIT
014360         COMPUTE WS-NEW-DIGIT = WS-PICK-RESULT - 1
014370     END-IF.
014380     MOVE WS-NEW-DIGIT TO WS-ONE-DIGIT.
014390     MOVE WS-ONE-CHAR TO WS-PIN-CHAR (WS-CHAR-IX).
014400 5550-EXIT.
014410     EXIT.
014420
014430 5900-CHECK-IMAGE.
014440******************************************************************
014450* Counts every original value still present in the masked image:
014460* its own EMP-ID, either name, or a date that was shifted but came
014470* out the same, plus any masked name that spells a name on the
014480* production master.  Carried department codes and switches are
014490* counted if they came out different.
014500******************************************************************
014510     IF MK-EMP-ID = OG-EMP-ID
014520         AND OG-EMP-ID NOT = SPACES
014530         ADD 1 TO WS-FS-ID-SURVIVED (WS-FILE-IX)
014540     END-IF.
014550     IF (MK-LAST-NAME = OG-LAST-NAME
014560             AND OG-LAST-NAME NOT = SPACES)
014570         OR (MK-FIRST-NAME = OG-FIRST-NAME
014580             AND OG-FIRST-NAME NOT = SPACES)
014590         ADD 1 TO WS-FS-NAME-SURVIVED (WS-FILE-IX)
014600     ELSE
014610         PERFORM 5950-CHECK-REAL-NAMES THRU 5950-EXIT
014620         IF WS-REAL-NAME-FOUND
014630             ADD 1 TO WS-FS-NAME-SURVIVED (WS-FILE-IX)
014640         END-IF
014650     END-IF.
014660     IF MK-BIRTH-YYMMDD = OG-BIRTH-YYMMDD
014670         AND (WS-BIRTH-RESULT = 'S' OR 'I' OR 'E')
014680         ADD 1 TO WS-FS-BIRTH-SURVIVED (WS-FILE-IX)
014690     END-IF.
014700     IF MK-HIRE-YYMMDD = OG-HIRE-YYMMDD
014710         AND (WS-HIRE-RESULT = 'S' OR 'I' OR 'E')
014720         ADD 1 TO WS-FS-HIRE-SURVIVED (WS-FILE-IX)
014730     END-IF.
014740     IF MK-ACTIVE-SWITCH NOT = OG-ACTIVE-SWITCH
014750         OR MK-DEPT-CODE NOT = OG-DEPT-CODE
014760         ADD 1 TO WS-FS-KEPT-CHANGED (WS-FILE-IX)
014770     END-IF.
014780 5900-EXIT.
014790     EXIT.
014800
014810 5950-CHECK-REAL-NAMES.
014820     MOVE 'N' TO WS-REAL-NAME-SWITCH.
014830     PERFORM 5960-MATCH-ONE-REAL-NAME THRU 5960-EXIT
014840         VARYING WS-REAL-NAME-IX FROM 1 BY 1
014850         UNTIL WS-REAL-NAME-IX > WS-REAL-NAME-USED
014860         OR WS-REAL-NAME-FOUND.
014870 5950-EXIT.
014880     EXIT.
014890
014900 5960-MATCH-ONE-REAL-NAME.
014910     IF (MK-LAST-NAME = WS-RN-LAST-NAME (WS-REAL-NAME-IX)
014920             AND MK-LAST-NAME NOT = SPACES)
014930         OR (MK-FIRST-NAME = WS-RN-FIRST-NAME (WS-REAL-NAME-IX)
014940             AND MK-FIRST-NAME NOT = SPACES)
014950         SET WS-REAL-NAME-FOUND TO TRUE
014960     END-IF.
014970 5960-EXIT.
014980     EXIT.
014990
015000 7000-NEXT-RANDOM.
015010     COMPUTE WS-RANDOM-WORK = WS-RANDOM * 16807.
015020     DIVIDE WS-RANDOM-WORK BY 2147483647
015030         GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM.
015040 7000-EXIT.
015050     EXIT.
015060
015070 7100-PICK-NUMBER.
015080******************************************************************
015090* Draws the next number from the generator and reduces it to
015100* WS-PICK-RESULT, from 1 to WS-PICK-RANGE.
015110******************************************************************
015120     PERFORM 7000-NEXT-RANDOM THRU 7000-EXIT.
015130     DIVIDE WS-RANDOM BY WS-PICK-RANGE
015140         GIVING WS-RANDOM-QUOTIENT REMAINDER WS-PICK-RESULT.
015150     ADD 1 TO WS-PICK-RESULT.
015160 7100-EXIT.
015170     EXIT.
015180
015190 8000-FINALIZE.
015200******************************************************************
015210* The survivor summary, one line per file, then the verdict.  Any
015220* original value found, a date that would not validate after its
015230* shift, or a record that could not be written makes the extract
015240* unfit for release: the step ends RC 12 and the report says so.
015250******************************************************************
015260     PERFORM 8050-TOTAL-ONE-FILE THRU 8050-EXIT
015270         VARYING WS-FILE-IX FROM 1 BY 1
015280         UNTIL WS-FILE-IX > 5.
015290     MOVE WS-REAL-NAME-USED TO WS-REAL-NAME-USED-ED.
015300     MOVE WS-SURVIVOR-TOTAL TO WS-SURVIVOR-TOTAL-ED.
015310     MOVE WS-WRITE-ERROR-COUNT TO WS-WRITE-ERROR-COUNT-ED.
015320     MOVE WS-YEAR-MOVED-COUNT TO WS-YEAR-MOVED-COUNT-ED.
015330     MOVE WS-CARRIED-DATE-COUNT TO WS-CARRIED-DATE-COUNT-ED.
015340     MOVE WS-DATE-ERROR-COUNT TO WS-DATE-ERROR-COUNT-ED.
015350     IF WS-REPORT-IS-OPEN
015360         AND NOT WS-RUN-REFUSED
015370         PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT
015380     END-IF.
015390     DISPLAY "Original values found : " WS-SURVIVOR-TOTAL-ED.
015400     DISPLAY "Dates failing DATECHK : " WS-DATE-ERROR-COUNT-ED.
015410     DISPLAY "Invalid dates, yr moved: " WS-YEAR-MOVED-COUNT-ED.
015420     DISPLAY "Write errors          : " WS-WRITE-ERROR-COUNT-ED.
015430     IF NOT WS-RUN-REFUSED
015440         AND (WS-SURVIVOR-TOTAL > ZERO
015450             OR WS-DATE-ERROR-COUNT > ZERO
015460             OR WS-WRITE-ERROR-COUNT > ZERO)
015470         MOVE 12 TO WS-STEP-RC
015480     END-IF.
015490     IF WS-STEP-RC = ZERO
015500         AND WS-WARNING-COUNT > ZERO
015510         MOVE 4 TO WS-STEP-RC
015520     END-IF.
015530     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
015540     EVALUATE TRUE
015550         WHEN WS-RUN-REFUSED
015560             MOVE "EXTRACT REFUSED - NO USABLE TEST DATA WRITTEN"
015570                 TO WS-AUDIT-MESSAGE-TEXT
015580         WHEN WS-STEP-RC = 12
015590             STRING "EXTRACT NOT FIT FOR RELEASE - ORIGINALS "
015600                 WS-SURVIVOR-TOTAL-ED " DATE ERRORS "
015610                 WS-DATE-ERROR-COUNT-ED " WRITE ERRORS "
015620                 WS-WRITE-ERROR-COUNT-ED
015630                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
015640         WHEN OTHER
015650             STRING "EXTRACT BUILT - NO ORIGINAL VALUE SURVIVED, "
015660                 "EMPMAST " WS-REAL-NAME-USED-ED " RECORDS"
015670                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
015680     END-EVALUATE.
015690     IF WS-REPORT-IS-OPEN
015700         MOVE SPACES TO MASK-REPORT-RECORD
015710         WRITE MASK-REPORT-RECORD
015720         MOVE WS-AUDIT-MESSAGE-TEXT TO MASK-REPORT-RECORD
015730         WRITE MASK-REPORT-RECORD
015740         CLOSE MASK-REPORT-FILE
015750     END-IF.
015760     DISPLAY WS-AUDIT-MESSAGE-TEXT.
015770     EVALUATE WS-STEP-RC
015780         WHEN ZERO
015790             MOVE "OK" TO WS-STATUS-TEXT
015800         WHEN 4
015810             MOVE "WARN" TO WS-STATUS-TEXT
015820         WHEN OTHER
015830             MOVE "ERROR" TO WS-STATUS-TEXT
015840     END-EVALUATE.
015850     IF NOT WS-RUN-REFUSED
015860         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
015870     END-IF.
015880     IF WS-AUDIT-IS-OPEN
015890         CLOSE AUDIT-LOG-FILE
015900     END-IF.
015910 8000-EXIT.
015920     EXIT.
015930
015940 8050-TOTAL-ONE-FILE.
015950     ADD WS-FS-ID-SURVIVED (WS-FILE-IX)
015960         WS-FS-NAME-SURVIVED (WS-FILE-IX)
015970         WS-FS-BIRTH-SURVIVED (WS-FILE-IX)
015980         WS-FS-HIRE-SURVIVED (WS-FILE-IX)
015990         WS-FS-PIN-SURVIVED (WS-FILE-IX)
016000         TO WS-SURVIVOR-TOTAL.
016010     IF WS-FS-KEPT-CHANGED (WS-FILE-IX) > ZERO
016020         ADD 1 TO WS-WARNING-COUNT
016030     END-IF.
016040 8050-EXIT.
016050     EXIT.
016060
016070 8100-WRITE-SUMMARY.
016080     MOVE SPACES TO MASK-REPORT-RECORD.
016090     WRITE MASK-REPORT-RECORD.
016100     MOVE SPACES TO MASK-REPORT-RECORD.
016110     STRING "                                 ORIGINAL VALUES "
016120         "FOUND IN THE EXTRACT              DEPT/STATUS"
016130         DELIMITED BY SIZE INTO MASK-REPORT-RECORD.
016140     WRITE MASK-REPORT-RECORD.
016150     MOVE SPACES TO MASK-REPORT-RECORD.
016160     STRING "FILE         READ  WRITTEN     EMP-ID     NAME    "
016170         "BIRTH     HIRE      PIN        CHANGED"
016180         DELIMITED BY SIZE INTO MASK-REPORT-RECORD.
016190     WRITE MASK-REPORT-RECORD.
016200     PERFORM 8200-WRITE-ONE-FILE-LINE THRU 8200-EXIT
016210         VARYING WS-FILE-IX FROM 1 BY 1
016220         UNTIL WS-FILE-IX > 5.
016230     MOVE SPACES TO MASK-REPORT-RECORD.
016240     WRITE MASK-REPORT-RECORD.
016250     MOVE SPACES TO MASK-REPORT-RECORD.
016260     STRING "MASKED NAMES CHECKED AGAINST ALL "
016270         WS-REAL-NAME-USED-ED " NAMES ON THE PRODUCTION MASTER"
016280         DELIMITED BY SIZE INTO MASK-REPORT-RECORD.
016290     WRITE MASK-REPORT-RECORD.
016300     IF WS-NAME-TABLE-OVERFLOWED
016310         MOVE "EMPMAST OVER 2000 EMPLOYEES - NAME CHECK PARTIAL"
016320             TO MASK-REPORT-RECORD
016330         WRITE MASK-REPORT-RECORD
016340     END-IF.
016350     MOVE SPACES TO MASK-REPORT-RECORD.
016360     STRING "INVALID DATES KEPT INVALID, YEAR MOVED "
016370         WS-YEAR-MOVED-COUNT-ED
016380         "   NON-DATES CARRIED " WS-CARRIED-DATE-COUNT-ED
016390         "   DATES FAILING DATECHK AFTER SHIFT "
016400         WS-DATE-ERROR-COUNT-ED
016410         DELIMITED BY SIZE INTO MASK-REPORT-RECORD.
016420     WRITE MASK-REPORT-RECORD.
016430     MOVE SPACES TO MASK-REPORT-RECORD.
016440     STRING "RECORDS NOT WRITTEN " WS-WRITE-ERROR-COUNT-ED
016450         DELIMITED BY SIZE INTO MASK-REPORT-RECORD.
016460     WRITE MASK-REPORT-RECORD.
016470 8100-EXIT.
016480     EXIT.
016490
016500 8200-WRITE-ONE-FILE-LINE.
016510     MOVE SPACES TO WS-SUMMARY-LINE.
016520     MOVE WS-FILE-NAME (WS-FILE-IX) TO SL-FILE-NAME.
016530     MOVE WS-FS-READ (WS-FILE-IX) TO SL-READ.
016540     MOVE WS-FS-WRITTEN (WS-FILE-IX) TO SL-WRITTEN.
016550     MOVE WS-FS-ID-SURVIVED (WS-FILE-IX) TO SL-ID-SURVIVED.
016560     MOVE WS-FS-NAME-SURVIVED (WS-FILE-IX) TO SL-NAME-SURVIVED.
016570     MOVE WS-FS-BIRTH-SURVIVED (WS-FILE-IX) TO SL-BIRTH-SURVIVED.
016580     MOVE WS-FS-HIRE-SURVIVED (WS-FILE-IX) TO SL-HIRE-SURVIVED.
016590     MOVE WS-FS-PIN-SURVIVED (WS-FILE-IX) TO SL-PIN-SURVIVED.
016600     MOVE WS-FS-KEPT-CHANGED (WS-FILE-IX) TO SL-KEPT-CHANGED.
016610     MOVE WS-SUMMARY-LINE TO MASK-REPORT-RECORD.
016620     WRITE MASK-REPORT-RECORD.
016630 8200-EXIT.
016640     EXIT.
016650
016660 9000-WRITE-AUDIT-ENTRY.
016670******************************************************************
016680* Stamps and writes one audit record.  The caller sets
016690* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
016700* this paragraph.
016710******************************************************************
016720     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
016730     MOVE SPACES TO AUDIT-LOG-RECORD.
016740     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
016750     MOVE "TSTMASK" TO AUDIT-PROGRAM-ID.
016760     MOVE SPACES TO AUDIT-USER-ID.
016770     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
016780     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
016790     IF WS-STATUS-TEXT = "OK"
016800         SET AUDIT-IS-INFO TO TRUE
016810     ELSE
016820         IF WS-STATUS-TEXT = "ERROR"
016830             SET AUDIT-IS-ERROR TO TRUE
016840         ELSE
016850             SET AUDIT-IS-WARNING TO TRUE
016860         END-IF
016870     END-IF.
016880     IF WS-AUDIT-IS-OPEN
016890         WRITE AUDIT-LOG-RECORD
016900     END-IF.
016910 9000-EXIT.
016920     EXIT.
016930
016940** add other procedures here
016950 END PROGRAM TSTMASK.
