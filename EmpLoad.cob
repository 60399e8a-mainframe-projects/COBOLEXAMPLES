000780*                  auto-inactivation sweep now writes the same
000790*                  versioned before-image history record as the
000800*                  feed update path.
000810* 2026-10-15  DW   Conflict detection against local changes: a
000820*                  feed record for an employee with an
000830*                  unacknowledged change on the PAYCHGQ outbound
000840*                  change queue (applied through EMPUPDT, not yet
000850*                  echoed back by payroll) that disagrees with the
000860*                  master is not applied; it goes on the new
000870*                  PAYCONF conflict report with a warning audit
000880*                  record instead of silently reverting the local
000890*                  change.  A feed record that agrees with the
000900*                  master acknowledges the employee's queued
000910*                  changes, which are dropped from the queue.  An
000920*                  active employee with an unacknowledged change
000930*                  is not counted absent from the feed.
000940* 2026-10-15  DW   Simulation mode: SIMULATION in the report
000950*                  headings; a simulated night validates and
000960*                  reports the feed as usual but writes nothing to
000970*                  EMPMAST, EMPHIST, FEEDCTL, PAYCHGQ, EMPSUSP or
000980*                  CTLLEDG.
000990* 2026-10-15  DW   Business date now taken from GETBDATE for
001000*                  catch-up nights.
001010* 2026-10-15  DW   Duplicate-person check on adds: before a feed
001020*                  add is applied it is matched through the shared
001030*                  DUPMATCH rules against every employee on the
001040*                  master.  A possible duplicate is not applied;
001050*                  the pair goes on the DUPREVW review file,
001060*                  pending, with the add's image, and a warning
001070*                  audit record is written.  A pair a reviewer
001080*                  ruled not a duplicate lets the add through; an
001090*                  add whose EMP-ID a merge retired is rejected,
001100*                  as is a feed record for an EMP-ID retired as a
001110*                  duplicate.
001120* 2026-10-15  DW   Return code now carried in WS-STEP-RC and set
001130*                  at GOBACK, as TRANEDIT does -- the TIMESTMP
001140*                  call on every refusal's audit record was
001150*                  handing back RC 0, letting a refused feed pass
001160*                  as applied.  On a catch-up night (GETCWIN) a
001170*                  feed already applied is the one an earlier date
001180*                  of the catch-up loaded: nothing to load, RC 4
001190*                  and a warning audit record, not RC 12.
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001230 PROGRAM-ID. EMPLOAD.
001240 ENVIRONMENT DIVISION.
001250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001260 CONFIGURATION SECTION.
001270*-----------------------
001280 INPUT-OUTPUT SECTION.
001290*-----------------------
001300 FILE-CONTROL.
001310     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS EMP-ID
001350         FILE STATUS IS WS-EMPMAST-STATUS.
001360     SELECT PAYROLL-FEED-FILE ASSIGN TO "PAYFEED"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-FEED-STATUS.
001390     SELECT REJECT-REPORT-FILE ASSIGN TO "LOADREJ"
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WS-REJECT-STATUS.
001420     SELECT PARAM-FILE ASSIGN TO "LOADPARM"
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-PARAM-STATUS.
001450     SELECT FEED-CONTROL-FILE ASSIGN TO "FEEDCTL"
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS WS-FEEDCTL-STATUS.
001480     SELECT EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
001490         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS WS-HISTORY-STATUS.
001510     SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDT"
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS WS-AUDIT-STATUS.
001540     SELECT SUSPENSE-FILE ASSIGN TO "EMPSUSP"
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS WS-SUSP-STATUS.
001570     SELECT SUSPENSE-REPORT-FILE ASSIGN TO "SUSPRPT"
001580         ORGANIZATION IS LINE SEQUENTIAL
001590         FILE STATUS IS WS-SUSPRPT-STATUS.
001600     SELECT PAY-CHANGE-QUEUE-FILE ASSIGN TO "PAYCHGQ"
001610         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS WS-QUEUE-STATUS.
001630     SELECT CONFLICT-REPORT-FILE ASSIGN TO "PAYCONF"
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS WS-CONFLICT-STATUS.
001660     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS WS-LEDGER-STATUS.
001690     SELECT DUP-REVIEW-FILE ASSIGN TO "DUPREVW"
001700         ORGANIZATION IS INDEXED
001710         ACCESS MODE IS RANDOM
001720         RECORD KEY IS DR-PAIR-KEY
001730         FILE STATUS IS WS-REVIEW-STATUS.
001740 DATA DIVISION.
001750*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001760 FILE SECTION.
001770*-----------------------
001780 FD  EMP-MASTER-FILE.
001790     COPY EMPMAST.
001800 FD  PAYROLL-FEED-FILE.
001810 01  PAYROLL-FEED-RECORD.
001820     05  PF-EMP-ID               PIC X(06).
001830     05  PF-LAST-NAME            PIC X(22).
001840     05  PF-FIRST-NAME           PIC X(18).
001850     05  PF-BIRTH-YYMMDD         PIC X(06).
001860     05  PF-HIRE-YYMMDD          PIC X(06).
001870     05  PF-STATUS-CODE          PIC X(01).
001880         88  PF-STATUS-IS-KNOWN  VALUE 'A' 'I'.
001890     05  PF-DEPT-CODE            PIC X(04).
001900 01  PAYROLL-FEED-HEADER REDEFINES PAYROLL-FEED-RECORD.
001910     05  PFH-REC-TYPE            PIC X(01).
001920         88  PFH-IS-HEADER       VALUE 'H'.
001930     05  PFH-FEED-SEQUENCE       PIC 9(06).
001940     05  PFH-CREATED-CCYYMMDD    PIC 9(08).
001950     05  FILLER                  PIC X(48).
001960 FD  REJECT-REPORT-FILE.
001970 01  REJECT-REPORT-RECORD        PIC X(80).
001980 FD  PARAM-FILE.
001990 01  PARAM-RECORD.
002000     05  LP-SHRINK-LIMIT-PCT     PIC 9(03).
002010     05  FILLER                  PIC X(05).
002020 01  PARAM-TEXT REDEFINES PARAM-RECORD
002030                                 PIC X(08).
002040 FD  FEED-CONTROL-FILE.
002050 01  FEED-CONTROL-RECORD.
002060     05  FC-LAST-SEQUENCE        PIC 9(06).
002070     05  FC-LAST-DATE-CCYYMMDD   PIC 9(08).
002080 FD  EMP-HISTORY-FILE.
002090     COPY EMPHIST.
002100 FD  AUDIT-LOG-FILE.
002110     COPY AUDITLOG.
002120
002130 FD  SUSPENSE-FILE.
002140 01  SUSPENSE-RECORD.
002150     05  SU-EMP-ID               PIC X(06).
002160     05  SU-MISS-COUNT           PIC 9(03).
002170     05  SU-FIRST-MISS-CCYYMMDD  PIC 9(08).
002180 FD  SUSPENSE-REPORT-FILE.
002190 01  SUSPENSE-REPORT-RECORD      PIC X(80).
002200 FD  PAY-CHANGE-QUEUE-FILE.
002210     COPY PAYCHGQ.
002220 FD  CONFLICT-REPORT-FILE.
002230 01  CONFLICT-REPORT-RECORD      PIC X(80).
002240 FD  CONTROL-LEDGER-FILE.
002250     COPY CTLLEDGR.
002260 FD  DUP-REVIEW-FILE.
002270     COPY DUPREVW.
002280 WORKING-STORAGE SECTION.
002290*-----------------------
002300 01  WS-EMPMAST-STATUS           PIC X(02).
002310 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
002320     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
002330 01  WS-FEED-STATUS              PIC X(02).
002340 01  WS-FEED-OPEN-SWITCH         PIC X(01) VALUE 'N'.
002350     88  WS-FEED-IS-OPEN         VALUE 'Y'.
002360 01  WS-REJECT-STATUS            PIC X(02).
002370 01  WS-REJECT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002380     88  WS-REJECT-IS-OPEN       VALUE 'Y'.
002390 01  WS-PARAM-STATUS             PIC X(02).
002400 01  WS-AUDIT-STATUS             PIC X(02).
002410 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002420     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
002430 01  WS-AUDIT-TIMESTAMP          PIC X(21).
002440 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
002450 COPY RUNMODE.
002460 01  WS-LEDGER-STATUS            PIC X(02).
002470 01  WS-SUITE-FUNCTION           PIC X(01).
002480 01  WS-SUITE-STEP-NAME          PIC X(08).
002490 01  WS-SUITE-RC                 PIC 9(04).
002500 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
002510 01  WS-SUITE-DONE-SWITCH        PIC X(01).
002520     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
002530 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
002540 01  WS-STATUS-TEXT              PIC X(20).
002550 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
002560 COPY EOFSWTCH.
002570 01  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
002580     88  WS-MASTER-EOF           VALUE 'Y'.
002590 01  WS-MASTER-FOUND-SWITCH      PIC X(01) VALUE 'N'.
002600     88  WS-MASTER-FOUND         VALUE 'Y'.
002610     88  WS-MASTER-NOT-FOUND     VALUE 'N'.
002620 01  WS-FEED-ACCEPTED-SWITCH     PIC X(01) VALUE 'N'.
002630     88  WS-FEED-ACCEPTED        VALUE 'Y'.
002640 01  WS-RECORD-VALID-SWITCH      PIC X(01).
002650     88  WS-RECORD-IS-VALID      VALUE 'Y'.
002660 01  WS-CENTURY-PIVOT            PIC 9(02) VALUE 25.
002670 01  WS-VAL-YYMMDD.
002680     05  WS-VAL-YY               PIC 9(02).
002690     05  WS-VAL-MM               PIC 9(02).
002700     05  WS-VAL-DD               PIC 9(02).
002710 01  WS-CHECK-DATE-CCYYMMDD.
002720     05  WS-CHK-CC               PIC 9(02).
002730     05  WS-CHK-YY               PIC 9(02).
002740     05  WS-CHK-MM               PIC 9(02).
002750     05  WS-CHK-DD               PIC 9(02).
002760 01  WS-DATE-VALID-SWITCH        PIC X(01).
002770     88  WS-DATE-IS-VALID        VALUE 'Y'.
002780     88  WS-DATE-NOT-VALID       VALUE 'N'.
002790 01  WS-REJECT-REASON            PIC X(30).
002800 01  WS-HISTORY-STATUS           PIC X(02).
002810 01  WS-HISTORY-OPEN-SWITCH      PIC X(01) VALUE 'N'.
002820     88  WS-HISTORY-IS-OPEN      VALUE 'Y'.
002830 01  WS-HISTORY-ACTION           PIC X(01).
002840 01  WS-HISTORY-EMP-ID           PIC X(06).
002850 01  WS-HISTORY-IMAGE            PIC X(69).
002860 01  WS-BEFORE-IMAGE             PIC X(69).
002870 01  WS-DEPT-STATUS-CODE         PIC X(01).
002880     88  WS-DEPT-IS-ACTIVE       VALUE 'A'.
002890 01  WS-DEPT-NAME                PIC X(20).
002900 01  WS-SHRINK-LIMIT-PCT         PIC 9(03) VALUE 20.
002910 01  WS-SHRINK-LIMIT-PCT-ED      PIC ZZ9.
002920 01  WS-FEEDCTL-STATUS           PIC X(02).
002930 01  WS-STALE-LIMIT-DAYS         PIC 9(03) VALUE 3.
002940 01  WS-FORCE-SWITCH             PIC X(01) VALUE 'N'.
002950     88  WS-FORCE-RESEND         VALUE 'Y'.
002960 01  WS-HEADER-SEEN-SWITCH       PIC X(01) VALUE 'N'.
002970     88  WS-HEADER-SEEN          VALUE 'Y'.
002980 01  WS-FEED-SEQUENCE            PIC 9(06) VALUE ZERO.
002990 01  WS-FEED-CREATED             PIC 9(08) VALUE ZERO.
003000 01  WS-LAST-SEQUENCE            PIC 9(06) VALUE ZERO.
003010 01  WS-LAST-DATE                PIC 9(08) VALUE ZERO.
003020 01  WS-FEED-SEQUENCE-ED         PIC ZZZZZ9.
003030 01  WS-LAST-SEQUENCE-ED         PIC ZZZZZ9.
003040 01  WS-TODAY                    PIC X(21).
003050 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
003060     05  WS-TODAY-DATE           PIC 9(08).
003070     05  FILLER                  PIC X(13).
003080 01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
003090 01  WS-CREATED-INTEGER          PIC 9(08) COMP VALUE ZERO.
003100 01  WS-FEED-AGE-DAYS            PIC S9(05) COMP VALUE ZERO.
003110*-----------------------
003120* The catch-up window from GETCWIN.  Only the switch is used here:
003130* every date of a catch-up after the first is presented the feed
003140* the first one applied.
003150*-----------------------
003160 01  WS-CATCHUP-WINDOW.
003170     05  WS-CATCHUP-SWITCH       PIC X(01).
003180         88  WS-CATCHUP-NIGHT    VALUE 'C'.
003190     05  WS-CATCHUP-FROM-DATE    PIC 9(08).
003200     05  WS-CATCHUP-THRU-DATE    PIC 9(08).
003210 01  WS-SUSP-STATUS              PIC X(02).
003220 01  WS-SUSPRPT-STATUS           PIC X(02).
003230 01  WS-SUSPRPT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
003240     88  WS-SUSPRPT-IS-OPEN      VALUE 'Y'.
003250 01  WS-SUSP-EOF-SWITCH          PIC X(01) VALUE 'N'.
003260     88  WS-SUSP-EOF             VALUE 'Y'.
003270 01  WS-SUSP-OVERFLOW-SWITCH     PIC X(01) VALUE 'N'.
003280     88  WS-SUSP-OVERFLOWED      VALUE 'Y'.
003290 01  WS-MISS-LIMIT               PIC 9(03) VALUE 3.
003300 01  WS-SUSP-TABLE-MAX           PIC 9(03) COMP VALUE 200.
003310 01  WS-SUSP-USED                PIC 9(03) COMP VALUE ZERO.
003320 01  WS-SUSP-IX                  PIC 9(03) COMP VALUE ZERO.
003330 01  WS-SUSP-SLOT                PIC 9(03) COMP VALUE ZERO.
003340 01  WS-SUSP-TABLE.
003350     05  WS-SUSP-ENTRY OCCURS 200 TIMES.
003360         10  WS-SU-EMP-ID        PIC X(06).
003370         10  WS-SU-MISS-COUNT    PIC 9(03).
003380         10  WS-SU-FIRST-MISS    PIC 9(08).
003390 01  WS-FEED-ID-TABLE-MAX        PIC 9(04) COMP VALUE 2000.
003400 01  WS-FEED-ID-USED             PIC 9(04) COMP VALUE ZERO.
003410 01  WS-FEED-ID-IX               PIC 9(04) COMP VALUE ZERO.
003420 01  WS-FEED-ID-SLOT             PIC 9(04) COMP VALUE ZERO.
003430 01  WS-FEED-ID-TABLE.
003440     05  WS-FEED-ID OCCURS 2000 TIMES
003450                                 PIC X(06).
003460 01  WS-ABSENT-COUNT             PIC 9(05) COMP VALUE ZERO.
003470 01  WS-INACTIVATED-COUNT        PIC 9(05) COMP VALUE ZERO.
003480 01  WS-ABSENT-COUNT-ED          PIC ZZZZ9.
003490 01  WS-INACTIVATED-COUNT-ED     PIC ZZZZ9.
003500 01  WS-SUSPENSE-LINE.
003510     05  SL-EMP-ID               PIC X(06).
003520     05  FILLER                  PIC X(09) VALUE "  MISSES ".
003530     05  SL-MISS-COUNT           PIC ZZ9.
003540     05  FILLER                  PIC X(14) VALUE
003550         "  FIRST MISSED".
003560     05  FILLER                  PIC X(01) VALUE SPACE.
003570     05  SL-FIRST-MISS           PIC 9(08).
003580     05  FILLER                  PIC X(01) VALUE SPACE.
003590     05  SL-FLAG                 PIC X(11).
003600 01  WS-QUEUE-STATUS             PIC X(02).
003610 01  WS-QUEUE-EOF-SWITCH         PIC X(01) VALUE 'N'.
003620     88  WS-QUEUE-EOF            VALUE 'Y'.
003630 01  WS-QUEUE-OVERFLOW-SWITCH    PIC X(01) VALUE 'N'.
003640     88  WS-QUEUE-OVERFLOWED     VALUE 'Y'.
003650 01  WS-QUEUE-LOADED-SWITCH      PIC X(01) VALUE 'N'.
003660     88  WS-QUEUE-LOADED         VALUE 'Y'.
003670 01  WS-CONFLICT-STATUS          PIC X(02).
003680 01  WS-CONFLICT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
003690     88  WS-CONFLICT-IS-OPEN     VALUE 'Y'.
003700 01  WS-REVIEW-STATUS            PIC X(02).
003710 01  WS-REVIEW-OPEN-SWITCH       PIC X(01) VALUE 'N'.
003720     88  WS-REVIEW-IS-OPEN       VALUE 'Y'.
003730*
003740* The add being checked for a duplicate person, parked here while
003750* the master is browsed, and what the check found.
003760*
003770 01  WS-CANDIDATE-IMAGE.
003780     05  WS-CANDIDATE-EMP-ID     PIC X(06).
003790     05  FILLER                  PIC X(63).
003800 01  WS-DUP-PAIR-KEY.
003810     05  WS-DUP-LOW-EMP-ID       PIC X(06).
003820     05  WS-DUP-HIGH-EMP-ID      PIC X(06).
003830 01  WS-DUP-RULE                 PIC X(01).
003840 01  WS-DUP-HELD-SWITCH          PIC X(01) VALUE 'N'.
003850     88  WS-DUP-HELD             VALUE 'Y'.
003860 01  WS-DUP-MERGED-SWITCH        PIC X(01) VALUE 'N'.
003870     88  WS-DUP-MERGED           VALUE 'Y'.
003880 01  WS-DUP-SURVIVOR-ID          PIC X(06).
003890 01  WS-DUP-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
003900 01  WS-DUP-HELD-COUNT-ED        PIC ZZZZ9.
003910*
003920* The outbound change queue: local changes payroll has not yet
003930* acknowledged.  An entry is acknowledged when payroll's record
003940* for the employee agrees with the master, and is then left off
003950* the queue when it is written back.
003960*
003970 01  WS-LQ-TABLE-MAX             PIC 9(03) COMP VALUE 500.
003980 01  WS-LQ-USED                  PIC 9(03) COMP VALUE ZERO.
003990 01  WS-LQ-IX                    PIC 9(03) COMP VALUE ZERO.
004000 01  WS-LQ-SLOT                  PIC 9(03) COMP VALUE ZERO.
004010 01  WS-LQ-LOOK-ID               PIC X(06).
004020 01  WS-LQ-TABLE.
004030     05  WS-LQ-ENTRY OCCURS 500 TIMES.
004040         10  WS-LQ-RECORD.
004050             15  WS-LQ-EMP-ID    PIC X(06).
004060             15  WS-LQ-ACTION    PIC X(01).
004070             15  WS-LQ-RUN-NUMBER
004080                                 PIC 9(05).
004090             15  FILLER          PIC X(83).
004100         10  WS-LQ-ACK-SWITCH    PIC X(01).
004110             88  WS-LQ-ACKNOWLEDGED
004120                                 VALUE 'Y'.
004130 01  WS-CONFLICT-COUNT           PIC 9(05) COMP VALUE ZERO.
004140 01  WS-ACKED-COUNT              PIC 9(05) COMP VALUE ZERO.
004150 01  WS-CONFLICT-COUNT-ED        PIC ZZZZ9.
004160 01  WS-ACKED-COUNT-ED           PIC ZZZZ9.
004170 01  WS-CONFLICT-LINE.
004180     05  CF-EMP-ID               PIC X(06).
004190     05  FILLER                  PIC X(01) VALUE SPACE.
004200     05  CF-SOURCE               PIC X(07).
004210     05  FILLER                  PIC X(01) VALUE SPACE.
004220     05  CF-LAST-NAME            PIC X(16).
004230     05  FILLER                  PIC X(01) VALUE SPACE.
004240     05  CF-FIRST-NAME           PIC X(12).
004250     05  FILLER                  PIC X(01) VALUE SPACE.
004260     05  CF-BIRTH-YYMMDD         PIC X(06).
004270     05  FILLER                  PIC X(01) VALUE SPACE.
004280     05  CF-HIRE-YYMMDD          PIC X(06).
004290     05  FILLER                  PIC X(01) VALUE SPACE.
004300     05  CF-STATUS-CODE          PIC X(01).
004310     05  FILLER                  PIC X(01) VALUE SPACE.
004320     05  CF-DEPT-CODE            PIC X(04).
004330     05  FILLER                  PIC X(02) VALUE SPACES.
004340     05  CF-NOTE                 PIC X(12).
004350 01  WS-CONFLICT-NOTE.
004360     05  CN-ACTION               PIC X(01).
004370     05  FILLER                  PIC X(05) VALUE " RUN ".
004380     05  CN-RUN-NUMBER           PIC 9(05).
004390 01  WS-MASTER-COUNT             PIC 9(06) COMP VALUE ZERO.
004400 01  WS-FEED-COUNT               PIC 9(06) COMP VALUE ZERO.
004410 01  WS-FLOOR-COUNT              PIC 9(06) COMP VALUE ZERO.
004420 01  WS-MASTER-COUNT-ED          PIC ZZZZZ9.
004430 01  WS-FEED-COUNT-ED            PIC ZZZZZ9.
004440 01  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
004450 01  WS-UPDATED-COUNT            PIC 9(05) COMP VALUE ZERO.
004460 01  WS-UNCHANGED-COUNT          PIC 9(05) COMP VALUE ZERO.
004470 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
004480 01  WS-ADDED-COUNT-ED           PIC ZZZZ9.
004490 01  WS-UPDATED-COUNT-ED         PIC ZZZZ9.
004500 01  WS-UNCHANGED-COUNT-ED       PIC ZZZZ9.
004510 01  WS-REJECT-COUNT-ED          PIC ZZZZ9.
004520 01  WS-REJECT-LINE.
004530     05  RJ-EMP-ID               PIC X(06).
004540     05  FILLER                  PIC X(02) VALUE SPACES.
004550     05  RJ-REASON               PIC X(30).
004560
004570*-----------------------
004580 PROCEDURE DIVISION.
004590*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
004600 0000-MAINLINE.
004610******************************************************************
004620* The transmission handshake runs first: the feed's header must
004630* carry the next sequence number and a fresh creation date, or
004640* the feed is refused before the master is touched.  Pass one
004650* then counts the feed and the master and refuses a feed that
004660* would shrink the master past the threshold.  Pass two rereads
004670* the feed and applies adds and updates with keyed I/O, and a
004680* clean apply records the new sequence on the control file.
004690******************************************************************
004700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004710     PERFORM 2000-CHECK-TRANSMISSION THRU 2000-EXIT.
004720     IF WS-FEED-ACCEPTED
004730         MOVE 'N' TO WS-FEED-ACCEPTED-SWITCH
004740         PERFORM 3000-CHECK-SHRINK-GUARD THRU 3000-EXIT
004750     END-IF.
004760     IF WS-FEED-ACCEPTED
004770         PERFORM 4000-APPLY-FEED THRU 4000-EXIT
004780     END-IF.
004790     IF WS-FEED-ACCEPTED
004800         PERFORM 5000-SWEEP-ABSENT-ACTIVES THRU 5000-EXIT
004810         PERFORM 6000-REWRITE-CHANGE-QUEUE THRU 6000-EXIT
004820     END-IF.
004830     PERFORM 8000-FINALIZE THRU 8000-EXIT.
004840     MOVE 'R' TO WS-SUITE-FUNCTION.
004850     MOVE WS-STEP-RC TO WS-SUITE-RC.
004860     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
004870         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
004880     MOVE WS-STEP-RC TO RETURN-CODE.
004890     GOBACK.
004900
004910 1000-INITIALIZE.
004920     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
004930     MOVE "EMPLOAD " TO WS-SUITE-STEP-NAME.
004940     MOVE 'C' TO WS-SUITE-FUNCTION.
004950     MOVE ZERO TO WS-SUITE-RC.
004960     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
004970         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
004980     IF WS-SUITE-STEP-DONE
004990         DISPLAY WS-SUITE-STEP-NAME
005000             " ALREADY COMPLETE THIS RUN - BYPASSED"
005010         GOBACK
005020     END-IF.
005030     PERFORM 1100-READ-SHRINK-PARM THRU 1100-EXIT.
005040     OPEN EXTEND AUDIT-LOG-FILE.
005050     IF WS-AUDIT-STATUS = "00"
005060         SET WS-AUDIT-IS-OPEN TO TRUE
005070     END-IF.
005080     MOVE "OK" TO WS-STATUS-TEXT.
005090     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
005100     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005110     OPEN OUTPUT REJECT-REPORT-FILE.
005120     IF WS-REJECT-STATUS = "00"
005130         SET WS-REJECT-IS-OPEN TO TRUE
005140         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
005150         MOVE SPACES TO REJECT-REPORT-RECORD
005160         STRING "EMPLOAD REJECT REPORT - RUN " WS-RUN-NUMBER-ED
005170             DELIMITED BY SIZE INTO REJECT-REPORT-RECORD
005180         IF WS-SIMULATION
005190             MOVE "*** SIMULATION ***"
005200                 TO REJECT-REPORT-RECORD (57:18)
005210         END-IF
005220         WRITE REJECT-REPORT-RECORD
005230         MOVE "EMP-ID  REJECT REASON" TO REJECT-REPORT-RECORD
005240         WRITE REJECT-REPORT-RECORD
005250     END-IF.
005260     OPEN I-O EMP-MASTER-FILE.
005270     IF WS-EMPMAST-STATUS NOT = "00"
005280         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
005290         MOVE "ERROR" TO WS-STATUS-TEXT
005300         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005310         STRING "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
005320             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005330         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005340         MOVE 12 TO WS-STEP-RC
005350         GO TO 1000-EXIT
005360     END-IF.
005370     SET WS-EMPMAST-IS-OPEN TO TRUE.
005380 1000-EXIT.
005390     EXIT.
005400
005410 1100-READ-SHRINK-PARM.
005420******************************************************************
005430* LOADPARM now carries up to four records: the shrink threshold
005440* (percent of the current master the feed may fall short by),
005450* the stale-days limit on the feed creation date, the
005460* consecutive-miss limit before an absent active is auto-
005470* inactivated, and an optional FORCE record that lets operations
005480* deliberately apply a re-sent feed past the sequence and
005490* staleness checks.  Anything missing or non-numeric falls back
005500* to the shop defaults (20 percent, 3 days, 3 misses, no force).
005510******************************************************************
005520     OPEN INPUT PARAM-FILE.
005530     IF WS-PARAM-STATUS NOT = "00"
005540         GO TO 1100-EXIT
005550     END-IF.
005560     READ PARAM-FILE
005570         AT END
005580             GO TO 1190-CLOSE-PARM
005590     END-READ.
005600     IF LP-SHRINK-LIMIT-PCT NUMERIC
005610         AND LP-SHRINK-LIMIT-PCT < 100
005620         MOVE LP-SHRINK-LIMIT-PCT TO WS-SHRINK-LIMIT-PCT
005630     END-IF.
005640     READ PARAM-FILE
005650         AT END
005660             GO TO 1190-CLOSE-PARM
005670     END-READ.
005680     IF LP-SHRINK-LIMIT-PCT NUMERIC
005690         AND LP-SHRINK-LIMIT-PCT > ZERO
005700         MOVE LP-SHRINK-LIMIT-PCT TO WS-STALE-LIMIT-DAYS
005710     END-IF.
005720     READ PARAM-FILE
005730         AT END
005740             GO TO 1190-CLOSE-PARM
005750     END-READ.
005760     IF LP-SHRINK-LIMIT-PCT NUMERIC
005770         AND LP-SHRINK-LIMIT-PCT > ZERO
005780         MOVE LP-SHRINK-LIMIT-PCT TO WS-MISS-LIMIT
005790     END-IF.
005800     READ PARAM-FILE
005810         AT END
005820             GO TO 1190-CLOSE-PARM
005830     END-READ.
005840     IF PARAM-TEXT (1:5) = "FORCE"
005850         SET WS-FORCE-RESEND TO TRUE
005860     END-IF.
005870 1190-CLOSE-PARM.
005880     CLOSE PARAM-FILE.
005890 1100-EXIT.
005900     EXIT.
005910
005920 2000-CHECK-TRANSMISSION.
005930******************************************************************
005940* The control handshake: the feed's first record must be the
005950* transmission header, its sequence must be exactly one past the
005960* last applied, and its creation date must be within the stale
005970* limit of today.  Already-applied, out-of-sequence, and stale
005980* feeds are refused RETURN-CODE 12 before the master is touched
005990* -- the two failure modes the shrink guard never caught.  A
006000* FORCE parameter overrides the sequence and staleness refusals
006010* for a deliberately re-sent feed, with a warning on the log.  On
006020* a catch-up night a feed already applied is the one an earlier
006030* date of the catch-up loaded: there is nothing to load, and the
006040* step ends RC 4 with a warning instead of stopping the catch-up.
006050******************************************************************
006060     IF NOT WS-EMPMAST-IS-OPEN
006070         GO TO 2000-EXIT
006080     END-IF.
006090     CALL "GETBDATE" USING WS-TODAY.
006100     CALL "GETCWIN" USING WS-CATCHUP-WINDOW.
006110     PERFORM 2100-READ-FEED-CONTROL THRU 2100-EXIT.
006120     PERFORM 2200-READ-FEED-HEADER THRU 2200-EXIT.
006130     IF NOT WS-HEADER-SEEN
006140         DISPLAY "PAYFEED HAS NO TRANSMISSION HEADER - REFUSED"
006150         MOVE "ERROR" TO WS-STATUS-TEXT
006160         MOVE "FEED REFUSED, NO TRANSMISSION HEADER"
006170             TO WS-AUDIT-MESSAGE-TEXT
006180         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006190         MOVE 12 TO WS-STEP-RC
006200         GO TO 2000-EXIT
006210     END-IF.
006220     MOVE WS-FEED-SEQUENCE TO WS-FEED-SEQUENCE-ED.
006230     MOVE WS-LAST-SEQUENCE TO WS-LAST-SEQUENCE-ED.
006240     IF WS-FORCE-RESEND
006250         DISPLAY "FORCE PARAMETER - SEQUENCE CHECKS BYPASSED"
006260         MOVE "WARN" TO WS-STATUS-TEXT
006270         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
006280         STRING "FORCED APPLY OF FEED SEQUENCE "
006290             WS-FEED-SEQUENCE-ED ", LAST APPLIED "
006300             WS-LAST-SEQUENCE-ED
006310             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006320         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006330         SET WS-FEED-ACCEPTED TO TRUE
006340         GO TO 2000-EXIT
006350     END-IF.
006360     IF WS-FEED-SEQUENCE <= WS-LAST-SEQUENCE
006370         AND WS-CATCHUP-NIGHT
006380         DISPLAY "PAYFEED ALREADY APPLIED - NOTHING TO LOAD FOR "
006390             "CATCH-UP DATE " WS-TODAY-DATE
006400         MOVE "WARN" TO WS-STATUS-TEXT
006410         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
006420         STRING "CATCH-UP DATE " WS-TODAY-DATE
006430             ", FEED SEQUENCE " WS-FEED-SEQUENCE-ED
006440             " ALREADY APPLIED, NOTHING TO LOAD"
006450             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006460         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006470         MOVE 4 TO WS-STEP-RC
006480         GO TO 2000-EXIT
006490     END-IF.
006500     IF WS-FEED-SEQUENCE <= WS-LAST-SEQUENCE
006510         DISPLAY "PAYFEED ALREADY APPLIED - REFUSED"
006520         MOVE "ERROR" TO WS-STATUS-TEXT
006530         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
006540         STRING "FEED REFUSED, SEQUENCE " WS-FEED-SEQUENCE-ED
006550             " ALREADY APPLIED, LAST " WS-LAST-SEQUENCE-ED
006560             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006570         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006580         MOVE 12 TO WS-STEP-RC
006590         GO TO 2000-EXIT
006600     END-IF.
006610     IF WS-FEED-SEQUENCE > WS-LAST-SEQUENCE + 1
006620         DISPLAY "PAYFEED OUT OF SEQUENCE - REFUSED"
006630         MOVE "ERROR" TO WS-STATUS-TEXT
006640         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
006650         STRING "FEED REFUSED, SEQUENCE " WS-FEED-SEQUENCE-ED
006660             " SKIPS PAST LAST " WS-LAST-SEQUENCE-ED
006670             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006680         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006690         MOVE 12 TO WS-STEP-RC
006700         GO TO 2000-EXIT
006710     END-IF.
006720     COMPUTE WS-TODAY-INTEGER =
006730         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
006740     COMPUTE WS-CREATED-INTEGER =
006750         FUNCTION INTEGER-OF-DATE(WS-FEED-CREATED).
006760     COMPUTE WS-FEED-AGE-DAYS =
006770         WS-TODAY-INTEGER - WS-CREATED-INTEGER.
006780     IF WS-FEED-AGE-DAYS > WS-STALE-LIMIT-DAYS
006790         DISPLAY "PAYFEED STALE-DATED - REFUSED"
006800         MOVE "ERROR" TO WS-STATUS-TEXT
006810         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
006820         STRING "FEED REFUSED, SEQUENCE " WS-FEED-SEQUENCE-ED
006830             " CREATED " WS-FEED-CREATED " IS STALE"
006840             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006850         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006860         MOVE 12 TO WS-STEP-RC
006870         GO TO 2000-EXIT
006880     END-IF.
006890     SET WS-FEED-ACCEPTED TO TRUE.
006900 2000-EXIT.
006910     EXIT.
006920
006930 2100-READ-FEED-CONTROL.
006940     OPEN INPUT FEED-CONTROL-FILE.
006950     IF WS-FEEDCTL-STATUS = "00"
006960         READ FEED-CONTROL-FILE
006970             AT END
006980                 CONTINUE
006990             NOT AT END
007000                 IF FC-LAST-SEQUENCE NUMERIC
007010                     MOVE FC-LAST-SEQUENCE TO WS-LAST-SEQUENCE
007020                     MOVE FC-LAST-DATE-CCYYMMDD TO WS-LAST-DATE
007030                 END-IF
007040         END-READ
007050         CLOSE FEED-CONTROL-FILE
007060     END-IF.
007070 2100-EXIT.
007080     EXIT.
007090
007100 2200-READ-FEED-HEADER.
007110     OPEN INPUT PAYROLL-FEED-FILE.
007120     IF WS-FEED-STATUS NOT = "00"
007130         DISPLAY "PAYFEED OPEN FAILED, STATUS " WS-FEED-STATUS
007140         MOVE 12 TO WS-STEP-RC
007150         GO TO 2200-EXIT
007160     END-IF.
007170     READ PAYROLL-FEED-FILE
007180         AT END
007190             CONTINUE
007200         NOT AT END
007210             IF PFH-IS-HEADER
007220                 AND PFH-FEED-SEQUENCE NUMERIC
007230                 SET WS-HEADER-SEEN TO TRUE
007240                 MOVE PFH-FEED-SEQUENCE TO WS-FEED-SEQUENCE
007250                 MOVE PFH-CREATED-CCYYMMDD TO WS-FEED-CREATED
007260             END-IF
007270     END-READ.
007280     CLOSE PAYROLL-FEED-FILE.
007290 2200-EXIT.
007300     EXIT.
007310
007320 2900-UPDATE-FEED-CONTROL.
007330******************************************************************
007340* A cleanly applied feed closes the handshake: the control file
007350* now says this sequence and date were applied, so a second
007360* delivery of the same feed refuses itself tomorrow.
007370******************************************************************
007380     IF WS-SIMULATION
007390         GO TO 2900-EXIT
007400     END-IF.
007410     OPEN OUTPUT FEED-CONTROL-FILE.
007420     IF WS-FEEDCTL-STATUS NOT = "00"
007430         DISPLAY "FEEDCTL REWRITE FAILED, STATUS "
007440             WS-FEEDCTL-STATUS
007450         GO TO 2900-EXIT
007460     END-IF.
007470     MOVE SPACES TO FEED-CONTROL-RECORD.
007480     MOVE WS-FEED-SEQUENCE TO FC-LAST-SEQUENCE.
007490     MOVE WS-FEED-CREATED TO FC-LAST-DATE-CCYYMMDD.
007500     WRITE FEED-CONTROL-RECORD.
007510     CLOSE FEED-CONTROL-FILE.
007520 2900-EXIT.
007530     EXIT.
007540
007550 3000-CHECK-SHRINK-GUARD.
007560******************************************************************
007570* Counts the feed and the current master.  A feed smaller than
007580* the master by more than the threshold percentage is refused
007590* whole with RETURN-CODE 12 and an audit entry -- the classic
007600* signature of a truncated transmission.
007610******************************************************************
007620     IF NOT WS-EMPMAST-IS-OPEN
007630         GO TO 3000-EXIT
007640     END-IF.
007650     PERFORM 3100-COUNT-FEED THRU 3100-EXIT.
007660     PERFORM 3200-COUNT-MASTER THRU 3200-EXIT.
007670     COMPUTE WS-FLOOR-COUNT =
007680         (WS-MASTER-COUNT * (100 - WS-SHRINK-LIMIT-PCT)) / 100.
007690     MOVE WS-MASTER-COUNT TO WS-MASTER-COUNT-ED.
007700     MOVE WS-FEED-COUNT TO WS-FEED-COUNT-ED.
007710     IF WS-FEED-COUNT < WS-FLOOR-COUNT
007720         DISPLAY "FEED REFUSED: " WS-FEED-COUNT-ED
007730             " RECORDS VS MASTER " WS-MASTER-COUNT-ED
007740         MOVE "ERROR" TO WS-STATUS-TEXT
007750         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
007760         STRING "FEED REFUSED, " WS-FEED-COUNT-ED
007770             " RECORDS VS MASTER " WS-MASTER-COUNT-ED
007780             " EXCEEDS SHRINK LIMIT"
007790             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
007800         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
007810         MOVE 12 TO WS-STEP-RC
007820     ELSE
007830         SET WS-FEED-ACCEPTED TO TRUE
007840     END-IF.
007850 3000-EXIT.
007860     EXIT.
007870
007880 3100-COUNT-FEED.
007890     OPEN INPUT PAYROLL-FEED-FILE.
007900     IF WS-FEED-STATUS NOT = "00"
007910         DISPLAY "PAYFEED OPEN FAILED, STATUS " WS-FEED-STATUS
007920         MOVE 12 TO WS-STEP-RC
007930         GO TO 3100-EXIT
007940     END-IF.
007950     SET WS-FEED-IS-OPEN TO TRUE.
007960     SET WS-NOT-EOF TO TRUE.
007970     PERFORM 3150-COUNT-ONE-FEED THRU 3150-EXIT
007980         UNTIL WS-EOF.
007990     CLOSE PAYROLL-FEED-FILE.
008000     MOVE 'N' TO WS-FEED-OPEN-SWITCH.
008010 3100-EXIT.
008020     EXIT.
008030
008040 3150-COUNT-ONE-FEED.
008050     READ PAYROLL-FEED-FILE
008060         AT END
008070             SET WS-EOF TO TRUE
008080     END-READ.
008090     IF NOT WS-EOF
008100         AND NOT PFH-IS-HEADER
008110         ADD 1 TO WS-FEED-COUNT
008120     END-IF.
008130 3150-EXIT.
008140     EXIT.
008150
008160 3200-COUNT-MASTER.
008170     MOVE LOW-VALUES TO EMP-ID.
008180     START EMP-MASTER-FILE KEY NOT < EMP-ID
008190         INVALID KEY
008200             SET WS-MASTER-EOF TO TRUE
008210     END-START.
008220     PERFORM 3250-COUNT-ONE-MASTER THRU 3250-EXIT
008230         UNTIL WS-MASTER-EOF.
008240 3200-EXIT.
008250     EXIT.
008260
008270 3250-COUNT-ONE-MASTER.
008280     READ EMP-MASTER-FILE NEXT RECORD
008290         AT END
008300             SET WS-MASTER-EOF TO TRUE
008310     END-READ.
008320     IF NOT WS-MASTER-EOF
008330         ADD 1 TO WS-MASTER-COUNT
008340     END-IF.
008350 3250-EXIT.
008360     EXIT.
008370
008380 4000-APPLY-FEED.
008390     OPEN INPUT PAYROLL-FEED-FILE.
008400     IF WS-FEED-STATUS NOT = "00"
008410         DISPLAY "PAYFEED REOPEN FAILED, STATUS " WS-FEED-STATUS
008420         MOVE 12 TO WS-STEP-RC
008430         GO TO 4000-EXIT
008440     END-IF.
008450     SET WS-FEED-IS-OPEN TO TRUE.
008460     PERFORM 4050-LOAD-CHANGE-QUEUE THRU 4050-EXIT.
008470     PERFORM 4080-OPEN-DUP-REVIEW THRU 4080-EXIT.
008480     SET WS-NOT-EOF TO TRUE.
008490     PERFORM 4100-READ-FEED THRU 4100-EXIT.
008500     PERFORM 4200-APPLY-ONE-RECORD THRU 4200-EXIT
008510         UNTIL WS-EOF.
008520 4000-EXIT.
008530     EXIT.
008540
008550 4100-READ-FEED.
008560     READ PAYROLL-FEED-FILE
008570         AT END
008580             SET WS-EOF TO TRUE
008590     END-READ.
008600 4100-EXIT.
008610     EXIT.
008620
008630 4200-APPLY-ONE-RECORD.
008640******************************************************************
008650* Validates one feed record, then applies it: an unknown EMP-ID
008660* adds, a known one updates when any field differs and counts
008670* unchanged when none do.  An EMP-ID a duplicate-person merge
008680* retired is rejected: the master keeps it inactive.
008690******************************************************************
008700     IF PFH-IS-HEADER
008710         PERFORM 4100-READ-FEED THRU 4100-EXIT
008720         GO TO 4200-EXIT
008730     END-IF.
008740     PERFORM 4250-REMEMBER-FEED-ID THRU 4250-EXIT.
008750     PERFORM 4300-VALIDATE-FEED-RECORD THRU 4300-EXIT.
008760     IF NOT WS-RECORD-IS-VALID
008770         PERFORM 4600-WRITE-REJECT-LINE THRU 4600-EXIT
008780         PERFORM 4100-READ-FEED THRU 4100-EXIT
008790         GO TO 4200-EXIT
008800     END-IF.
008810     MOVE PF-EMP-ID TO EMP-ID.
008820     SET WS-MASTER-NOT-FOUND TO TRUE.
008830     READ EMP-MASTER-FILE
008840         INVALID KEY
008850             CONTINUE
008860         NOT INVALID KEY
008870             SET WS-MASTER-FOUND TO TRUE
008880     END-READ.
008890     IF WS-MASTER-FOUND
008900         AND NOT EMP-NOT-MERGED
008910         MOVE SPACES TO WS-REJECT-REASON
008920         STRING "RETIRED, MERGED INTO " EMP-MERGED-INTO-ID
008930             DELIMITED BY SIZE INTO WS-REJECT-REASON
008940         PERFORM 4600-WRITE-REJECT-LINE THRU 4600-EXIT
008950         PERFORM 4100-READ-FEED THRU 4100-EXIT
008960         GO TO 4200-EXIT
008970     END-IF.
008980     IF WS-MASTER-FOUND
008990         PERFORM 4700-CHECK-LOCAL-CHANGE THRU 4700-EXIT
009000     ELSE
009010         PERFORM 4400-ADD-EMPLOYEE THRU 4400-EXIT
009020     END-IF.
009030     PERFORM 4100-READ-FEED THRU 4100-EXIT.
009040 4200-EXIT.
009050     EXIT.
009060
009070 4300-VALIDATE-FEED-RECORD.
009080     MOVE 'N' TO WS-RECORD-VALID-SWITCH.
009090     IF PF-EMP-ID = SPACES
009100         MOVE "BLANK EMP-ID" TO WS-REJECT-REASON
009110         GO TO 4300-EXIT
009120     END-IF.
009130     IF PF-LAST-NAME = SPACES OR PF-FIRST-NAME = SPACES
009140         MOVE "BLANK NAME FIELD" TO WS-REJECT-REASON
009150         GO TO 4300-EXIT
009160     END-IF.
009170     MOVE PF-BIRTH-YYMMDD TO WS-VAL-YYMMDD.
009180     PERFORM 4350-VALIDATE-DATE THRU 4350-EXIT.
009190     IF WS-DATE-NOT-VALID
009200         MOVE "INVALID BIRTH DATE" TO WS-REJECT-REASON
009210         GO TO 4300-EXIT
009220     END-IF.
009230     MOVE PF-HIRE-YYMMDD TO WS-VAL-YYMMDD.
009240     PERFORM 4350-VALIDATE-DATE THRU 4350-EXIT.
009250     IF WS-DATE-NOT-VALID
009260         MOVE "INVALID HIRE DATE" TO WS-REJECT-REASON
009270         GO TO 4300-EXIT
009280     END-IF.
009290     IF NOT PF-STATUS-IS-KNOWN
009300         MOVE "UNKNOWN STATUS CODE" TO WS-REJECT-REASON
009310         GO TO 4300-EXIT
009320     END-IF.
009330     CALL "DEPTLKUP" USING PF-DEPT-CODE WS-DEPT-STATUS-CODE
009340         WS-DEPT-NAME.
009350     IF NOT WS-DEPT-IS-ACTIVE
009360         MOVE "UNKNOWN DEPT CODE" TO WS-REJECT-REASON
009370         GO TO 4300-EXIT
009380     END-IF.
009390     SET WS-RECORD-IS-VALID TO TRUE.
009400 4300-EXIT.
009410     EXIT.
009420
009430 4350-VALIDATE-DATE.
009440******************************************************************
009450* Validates the YYMMDD date in WS-VAL-YYMMDD through the shared
009460* DATECHK subprogram with the shop pivot-year century
009470* windowing, the same way EMPUPDT validates its maintenance
009480* transactions.
009490******************************************************************
009500     SET WS-DATE-NOT-VALID TO TRUE.
009510     IF WS-VAL-YYMMDD NOT NUMERIC
009520         GO TO 4350-EXIT
009530     END-IF.
009540     IF WS-VAL-YY <= WS-CENTURY-PIVOT
009550         MOVE 20 TO WS-CHK-CC
009560     ELSE
009570         MOVE 19 TO WS-CHK-CC
009580     END-IF.
009590     MOVE WS-VAL-YY TO WS-CHK-YY.
009600     MOVE WS-VAL-MM TO WS-CHK-MM.
009610     MOVE WS-VAL-DD TO WS-CHK-DD.
009620     CALL "DATECHK" USING WS-CHECK-DATE-CCYYMMDD
009630         WS-DATE-VALID-SWITCH.
009640 4350-EXIT.
009650     EXIT.
009660
009670 4400-ADD-EMPLOYEE.
009680******************************************************************
009690* A new EMP-ID.  A possible duplicate of someone already on the
009700* master is held for review instead of added, and an EMP-ID a
009710* merge has already retired is rejected.
009720******************************************************************
009730     MOVE SPACES TO EMP-MASTER-RECORD.
009740     MOVE PF-EMP-ID TO EMP-ID.
009750     MOVE PF-LAST-NAME TO EMP-LAST-NAME.
009760     MOVE PF-FIRST-NAME TO EMP-FIRST-NAME.
009770     MOVE PF-BIRTH-YYMMDD TO EMP-BIRTH-DATE.
009780     MOVE PF-HIRE-YYMMDD TO EMP-HIRE-YYMMDD.
009790     MOVE PF-STATUS-CODE TO EMP-ACTIVE-SWITCH.
009800     MOVE PF-DEPT-CODE TO EMP-DEPT-CODE.
009810     PERFORM 4800-CHECK-DUPLICATE-PERSON THRU 4800-EXIT.
009820     IF WS-DUP-MERGED
009830         MOVE SPACES TO WS-REJECT-REASON
009840         STRING "MERGED DUPLICATE OF " WS-DUP-SURVIVOR-ID
009850             DELIMITED BY SIZE INTO WS-REJECT-REASON
009860         PERFORM 4600-WRITE-REJECT-LINE THRU 4600-EXIT
009870         GO TO 4400-EXIT
009880     END-IF.
009890     IF WS-DUP-HELD
009900         ADD 1 TO WS-DUP-HELD-COUNT
009910         GO TO 4400-EXIT
009920     END-IF.
009930     IF NOT WS-SIMULATION
009940         WRITE EMP-MASTER-RECORD
009950             INVALID KEY
009960                 MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
009970                 PERFORM 4600-WRITE-REJECT-LINE THRU 4600-EXIT
009980                 GO TO 4400-EXIT
009990         END-WRITE
010000     END-IF.
010010     ADD 1 TO WS-ADDED-COUNT.
010020     MOVE 'N' TO WS-HISTORY-ACTION.
010030     MOVE PF-EMP-ID TO WS-HISTORY-EMP-ID.
010040     MOVE EMP-MASTER-RECORD TO WS-HISTORY-IMAGE.
010050     PERFORM 7000-WRITE-HISTORY-RECORD THRU 7000-EXIT.
010060 4400-EXIT.
010070     EXIT.
010080
010090 4500-UPDATE-EMPLOYEE.
010100******************************************************************
010110* The feed is authoritative: any field that differs is taken
010120* from payroll, and an identical record only counts as
010130* unchanged so the counts show how much of the feed was real
010140* movement.
010150******************************************************************
010160     IF EMP-LAST-NAME = PF-LAST-NAME
010170         AND EMP-FIRST-NAME = PF-FIRST-NAME
010180         AND EMP-BIRTH-DATE = PF-BIRTH-YYMMDD
010190         AND EMP-HIRE-YYMMDD = PF-HIRE-YYMMDD
010200         AND EMP-ACTIVE-SWITCH = PF-STATUS-CODE
010210         AND EMP-DEPT-CODE = PF-DEPT-CODE
010220         ADD 1 TO WS-UNCHANGED-COUNT
010230         GO TO 4500-EXIT
010240     END-IF.
010250     MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
010260     MOVE PF-LAST-NAME TO EMP-LAST-NAME.
010270     MOVE PF-FIRST-NAME TO EMP-FIRST-NAME.
010280     MOVE PF-BIRTH-YYMMDD TO EMP-BIRTH-DATE.
010290     MOVE PF-HIRE-YYMMDD TO EMP-HIRE-YYMMDD.
010300     MOVE PF-STATUS-CODE TO EMP-ACTIVE-SWITCH.
010310     MOVE PF-DEPT-CODE TO EMP-DEPT-CODE.
010320     IF NOT WS-SIMULATION
010330         REWRITE EMP-MASTER-RECORD
010340             INVALID KEY
010350                 MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
010360                 PERFORM 4600-WRITE-REJECT-LINE THRU 4600-EXIT
010370                 GO TO 4500-EXIT
010380         END-REWRITE
010390     END-IF.
010400     ADD 1 TO WS-UPDATED-COUNT.
010410     MOVE 'U' TO WS-HISTORY-ACTION.
010420     MOVE PF-EMP-ID TO WS-HISTORY-EMP-ID.
010430     MOVE WS-BEFORE-IMAGE TO WS-HISTORY-IMAGE.
010440     PERFORM 7000-WRITE-HISTORY-RECORD THRU 7000-EXIT.
010450 4500-EXIT.
010460     EXIT.
010470
010480 4050-LOAD-CHANGE-QUEUE.
010490******************************************************************
010500* Loads the outbound change queue and opens the conflict report.
010510* A queue bigger than the table still protects the employees it
010520* did load, but is not written back (that would drop the rest),
010530* and the ERROR on the log says acknowledgements were not taken.
010540******************************************************************
010550     OPEN OUTPUT CONFLICT-REPORT-FILE.
010560     IF WS-CONFLICT-STATUS = "00"
010570         SET WS-CONFLICT-IS-OPEN TO TRUE
010580         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
010590         MOVE SPACES TO CONFLICT-REPORT-RECORD
010600         STRING "PAYFEED CONFLICTS WITH UNACKNOWLEDGED LOCAL "
010610             "CHANGES - RUN " WS-RUN-NUMBER-ED
010620             DELIMITED BY SIZE INTO CONFLICT-REPORT-RECORD
010630         WRITE CONFLICT-REPORT-RECORD
010640         IF WS-SIMULATION
010650             MOVE "*** SIMULATION ***" TO CONFLICT-REPORT-RECORD
010660             WRITE CONFLICT-REPORT-RECORD
010670         END-IF
010680         MOVE SPACES TO CONFLICT-REPORT-RECORD
010690         STRING "EMP-ID SOURCE  LAST NAME        FIRST NAME   "
010700             "BIRTH  HIRE   S DEPT  NOTE"
010710             DELIMITED BY SIZE INTO CONFLICT-REPORT-RECORD
010720         WRITE CONFLICT-REPORT-RECORD
010730     END-IF.
010740     OPEN INPUT PAY-CHANGE-QUEUE-FILE.
010750     IF WS-QUEUE-STATUS NOT = "00"
010760         GO TO 4050-EXIT
010770     END-IF.
010780     SET WS-QUEUE-LOADED TO TRUE.
010790     PERFORM 4060-LOAD-ONE-QUEUED THRU 4060-EXIT
010800         UNTIL WS-QUEUE-EOF
010810             OR WS-QUEUE-OVERFLOWED.
010820     CLOSE PAY-CHANGE-QUEUE-FILE.
010830     IF WS-QUEUE-OVERFLOWED
010840         DISPLAY "PAYCHGQ EXCEEDS TABLE - NOT REWRITTEN"
010850         MOVE "ERROR" TO WS-STATUS-TEXT
010860         MOVE "PAYCHGQ CHANGE QUEUE EXCEEDS TABLE - NOT REWRITTEN"
010870             TO WS-AUDIT-MESSAGE-TEXT
010880         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
010890     END-IF.
010900 4050-EXIT.
010910     EXIT.
010920
010930 4060-LOAD-ONE-QUEUED.
010940     READ PAY-CHANGE-QUEUE-FILE
010950         AT END
010960             SET WS-QUEUE-EOF TO TRUE
010970     END-READ.
010980     IF WS-QUEUE-EOF
010990         GO TO 4060-EXIT
011000     END-IF.
011010     IF WS-LQ-USED >= WS-LQ-TABLE-MAX
011020         SET WS-QUEUE-OVERFLOWED TO TRUE
011030         GO TO 4060-EXIT
011040     END-IF.
011050     ADD 1 TO WS-LQ-USED.
011060     MOVE PAY-CHANGE-QUEUE-RECORD TO WS-LQ-RECORD (WS-LQ-USED).
011070     MOVE 'N' TO WS-LQ-ACK-SWITCH (WS-LQ-USED).
011080 4060-EXIT.
011090     EXIT.
011100
011110 4080-OPEN-DUP-REVIEW.
011120******************************************************************
011130* The duplicate-person review file.  Without it a matching add is
011140* still not applied -- payroll sends it again tomorrow -- but the
011150* pair cannot be put in front of a reviewer, and the warning on
011160* the log says so.
011170******************************************************************
011180     OPEN I-O DUP-REVIEW-FILE.
011190     IF WS-REVIEW-STATUS = "00"
011200         SET WS-REVIEW-IS-OPEN TO TRUE
011210         GO TO 4080-EXIT
011220     END-IF.
011230     DISPLAY "DUPREVW OPEN FAILED, STATUS " WS-REVIEW-STATUS.
011240     MOVE "WARN" TO WS-STATUS-TEXT.
011250     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
011260     STRING "DUPREVW OPEN FAILED, STATUS " WS-REVIEW-STATUS
011270         " - POSSIBLE DUPLICATES HELD, NOT RECORDED"
011280         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
011290     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
011300 4080-EXIT.
011310     EXIT.
011320
011330 4600-WRITE-REJECT-LINE.
011340     ADD 1 TO WS-REJECT-COUNT.
011350     MOVE SPACES TO WS-REJECT-LINE.
011360     MOVE PF-EMP-ID TO RJ-EMP-ID.
011370     MOVE WS-REJECT-REASON TO RJ-REASON.
011380     IF WS-REJECT-IS-OPEN
011390         MOVE WS-REJECT-LINE TO REJECT-REPORT-RECORD
011400         WRITE REJECT-REPORT-RECORD
011410     END-IF.
011420 4600-EXIT.
011430     EXIT.
011440
011450 4700-CHECK-LOCAL-CHANGE.
011460******************************************************************
011470* A known employee.  With no unacknowledged local change the feed
011480* is authoritative as always.  With one, a feed record that
011490* agrees with the master is payroll acknowledging the change, and
011500* one that disagrees is payroll's stale copy: it is reported as a
011510* conflict for HR to settle with payroll, and the master keeps
011520* the local change.
011530******************************************************************
011540     MOVE PF-EMP-ID TO WS-LQ-LOOK-ID.
011550     PERFORM 4710-FIND-LOCAL-CHANGE THRU 4710-EXIT.
011560     IF WS-LQ-SLOT = ZERO
011570         PERFORM 4500-UPDATE-EMPLOYEE THRU 4500-EXIT
011580         GO TO 4700-EXIT
011590     END-IF.
011600     IF EMP-LAST-NAME = PF-LAST-NAME
011610         AND EMP-FIRST-NAME = PF-FIRST-NAME
011620         AND EMP-BIRTH-DATE = PF-BIRTH-YYMMDD
011630         AND EMP-HIRE-YYMMDD = PF-HIRE-YYMMDD
011640         AND EMP-ACTIVE-SWITCH = PF-STATUS-CODE
011650         AND EMP-DEPT-CODE = PF-DEPT-CODE
011660         PERFORM 4730-ACKNOWLEDGE-ONE THRU 4730-EXIT
011670             VARYING WS-LQ-IX FROM 1 BY 1
011680             UNTIL WS-LQ-IX > WS-LQ-USED
011690         ADD 1 TO WS-ACKED-COUNT
011700         PERFORM 4500-UPDATE-EMPLOYEE THRU 4500-EXIT
011710         GO TO 4700-EXIT
011720     END-IF.
011730     PERFORM 4750-REPORT-CONFLICT THRU 4750-EXIT.
011740 4700-EXIT.
011750     EXIT.
011760
011770 4710-FIND-LOCAL-CHANGE.
011780******************************************************************
011790* The latest unacknowledged queued change for WS-LQ-LOOK-ID, or
011800* zero in WS-LQ-SLOT when there is none.
011810******************************************************************
011820     MOVE ZERO TO WS-LQ-SLOT.
011830     PERFORM 4720-MATCH-ONE-QUEUED THRU 4720-EXIT
011840         VARYING WS-LQ-IX FROM 1 BY 1
011850         UNTIL WS-LQ-IX > WS-LQ-USED.
011860 4710-EXIT.
011870     EXIT.
011880
011890 4720-MATCH-ONE-QUEUED.
011900     IF WS-LQ-EMP-ID (WS-LQ-IX) = WS-LQ-LOOK-ID
011910         AND NOT WS-LQ-ACKNOWLEDGED (WS-LQ-IX)
011920         MOVE WS-LQ-IX TO WS-LQ-SLOT
011930     END-IF.
011940 4720-EXIT.
011950     EXIT.
011960
011970 4730-ACKNOWLEDGE-ONE.
011980     IF WS-LQ-EMP-ID (WS-LQ-IX) = WS-LQ-LOOK-ID
011990         SET WS-LQ-ACKNOWLEDGED (WS-LQ-IX) TO TRUE
012000     END-IF.
012010 4730-EXIT.
012020     EXIT.
012030
012040 4750-REPORT-CONFLICT.
012050******************************************************************
012060* Two lines per conflict: the master as the local change left it,
012070* noted with the latest change's action and run, and payroll's
012080* record, which was not applied.
012090******************************************************************
012100     ADD 1 TO WS-CONFLICT-COUNT.
012110     IF WS-CONFLICT-IS-OPEN
012120         MOVE SPACES TO WS-CONFLICT-LINE
012130         MOVE EMP-ID TO CF-EMP-ID
012140         MOVE "LOCAL" TO CF-SOURCE
012150         MOVE EMP-LAST-NAME TO CF-LAST-NAME
012160         MOVE EMP-FIRST-NAME TO CF-FIRST-NAME
012170         MOVE EMP-BIRTH-DATE TO CF-BIRTH-YYMMDD
012180         MOVE EMP-HIRE-YYMMDD TO CF-HIRE-YYMMDD
012190         MOVE EMP-ACTIVE-SWITCH TO CF-STATUS-CODE
012200         MOVE EMP-DEPT-CODE TO CF-DEPT-CODE
012210         MOVE WS-LQ-ACTION (WS-LQ-SLOT) TO CN-ACTION
012220         MOVE WS-LQ-RUN-NUMBER (WS-LQ-SLOT) TO CN-RUN-NUMBER
012230         MOVE WS-CONFLICT-NOTE TO CF-NOTE
012240         MOVE WS-CONFLICT-LINE TO CONFLICT-REPORT-RECORD
012250         WRITE CONFLICT-REPORT-RECORD
012260         MOVE SPACES TO WS-CONFLICT-LINE
012270         MOVE "PAYROLL" TO CF-SOURCE
012280         MOVE PF-LAST-NAME TO CF-LAST-NAME
012290         MOVE PF-FIRST-NAME TO CF-FIRST-NAME
012300         MOVE PF-BIRTH-YYMMDD TO CF-BIRTH-YYMMDD
012310         MOVE PF-HIRE-YYMMDD TO CF-HIRE-YYMMDD
012320         MOVE PF-STATUS-CODE TO CF-STATUS-CODE
012330         MOVE PF-DEPT-CODE TO CF-DEPT-CODE
012340         MOVE "NOT APPLIED" TO CF-NOTE
012350         MOVE WS-CONFLICT-LINE TO CONFLICT-REPORT-RECORD
012360         WRITE CONFLICT-REPORT-RECORD
012370     END-IF.
012380     MOVE "WARN" TO WS-STATUS-TEXT.
012390     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
012400     STRING "CONFLICT " PF-EMP-ID " PAYFEED DIFFERS FROM LOCAL "
012410         WS-LQ-ACTION (WS-LQ-SLOT) " RUN "
012420         WS-LQ-RUN-NUMBER (WS-LQ-SLOT) " - NOT APPLIED"
012430         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
012440     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
012450 4750-EXIT.
012460     EXIT.
012470
012480 4800-CHECK-DUPLICATE-PERSON.
012490******************************************************************
012500* Matches the add in EMP-MASTER-RECORD, through DUPMATCH, against
012510* every employee on the master, active or not -- a rehire keyed
012520* as a new add matches the leaver's old record -- except EMP-IDs
012530* already retired as duplicates.  Each matching pair is looked up
012540* on the review file: a new pair is written there pending, with
012550* the add's image, and a pair still pending holds the add again.
012560* A pair ruled not a duplicate lets the add through; a merge that
012570* retired this EMP-ID refuses it.  The add is put back in the
012580* record area afterwards.
012590******************************************************************
012600     MOVE 'N' TO WS-DUP-HELD-SWITCH.
012610     MOVE 'N' TO WS-DUP-MERGED-SWITCH.
012620     MOVE EMP-MASTER-RECORD TO WS-CANDIDATE-IMAGE.
012630     MOVE LOW-VALUES TO EMP-ID.
012640     MOVE 'N' TO WS-MASTER-EOF-SWITCH.
012650     START EMP-MASTER-FILE KEY NOT < EMP-ID
012660         INVALID KEY
012670             SET WS-MASTER-EOF TO TRUE
012680     END-START.
012690     PERFORM 4810-MATCH-ONE-EMPLOYEE THRU 4810-EXIT
012700         UNTIL WS-MASTER-EOF OR WS-DUP-MERGED.
012710     MOVE WS-CANDIDATE-IMAGE TO EMP-MASTER-RECORD.
012720 4800-EXIT.
012730     EXIT.
012740
012750 4810-MATCH-ONE-EMPLOYEE.
012760     READ EMP-MASTER-FILE NEXT RECORD
012770         AT END
012780             SET WS-MASTER-EOF TO TRUE
012790     END-READ.
012800     IF WS-MASTER-EOF
012810         GO TO 4810-EXIT
012820     END-IF.
012830     IF NOT EMP-NOT-MERGED
012840         GO TO 4810-EXIT
012850     END-IF.
012860     CALL "DUPMATCH" USING WS-CANDIDATE-IMAGE EMP-MASTER-RECORD
012870         WS-DUP-RULE.
012880     IF WS-DUP-RULE NOT = SPACE
012890         PERFORM 4820-REVIEW-ONE-PAIR THRU 4820-EXIT
012900     END-IF.
012910 4810-EXIT.
012920     EXIT.
012930
012940 4820-REVIEW-ONE-PAIR.
012950     IF WS-CANDIDATE-EMP-ID < EMP-ID
012960         MOVE WS-CANDIDATE-EMP-ID TO WS-DUP-LOW-EMP-ID
012970         MOVE EMP-ID TO WS-DUP-HIGH-EMP-ID
012980     ELSE
012990         MOVE EMP-ID TO WS-DUP-LOW-EMP-ID
013000         MOVE WS-CANDIDATE-EMP-ID TO WS-DUP-HIGH-EMP-ID
013010     END-IF.
013020     IF NOT WS-REVIEW-IS-OPEN
013030         PERFORM 4830-RECORD-NEW-PAIR THRU 4830-EXIT
013040         GO TO 4820-EXIT
013050     END-IF.
013060     MOVE WS-DUP-PAIR-KEY TO DR-PAIR-KEY.
013070     READ DUP-REVIEW-FILE
013080         INVALID KEY
013090             PERFORM 4830-RECORD-NEW-PAIR THRU 4830-EXIT
013100             GO TO 4820-EXIT
013110     END-READ.
013120     EVALUATE TRUE
013130         WHEN DR-IS-PENDING
013140             SET WS-DUP-HELD TO TRUE
013150             MOVE "WARN" TO WS-STATUS-TEXT
013160             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
013170             STRING "ADD " WS-CANDIDATE-EMP-ID
013180                 " STILL HELD - PAIR WITH " EMP-ID
013190                 " AWAITS DUPLICATE REVIEW"
013200                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
013210             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
013220         WHEN DR-IS-NOT-DUPLICATE
013230             CONTINUE
013240         WHEN DR-RETIRED-EMP-ID = WS-CANDIDATE-EMP-ID
013250             SET WS-DUP-MERGED TO TRUE
013260             MOVE EMP-ID TO WS-DUP-SURVIVOR-ID
013270         WHEN OTHER
013280             CONTINUE
013290     END-EVALUATE.
013300 4820-EXIT.
013310     EXIT.
013320
013330 4830-RECORD-NEW-PAIR.
013340     SET WS-DUP-HELD TO TRUE.
013350     MOVE SPACES TO DUP-REVIEW-RECORD.
013360     MOVE WS-DUP-PAIR-KEY TO DR-PAIR-KEY.
013370     SET DR-IS-PENDING TO TRUE.
013380     MOVE WS-DUP-RULE TO DR-MATCH-RULE.
013390     SET DR-FROM-EMPLOAD TO TRUE.
013400     MOVE "EMPLOAD " TO DR-RAISED-BY.
013410     MOVE WS-RUN-NUMBER TO DR-FOUND-RUN-NUMBER.
013420     MOVE WS-TODAY-DATE TO DR-FOUND-CCYYMMDD.
013430     MOVE ZERO TO DR-REVIEWED-CCYYMMDD.
013440     MOVE ZERO TO DR-MERGED-RUN-NUMBER.
013450     MOVE WS-CANDIDATE-EMP-ID TO DR-HELD-EMP-ID.
013460     MOVE WS-CANDIDATE-IMAGE TO DR-HELD-IMAGE.
013470     IF WS-REVIEW-IS-OPEN
013480         AND NOT WS-SIMULATION
013490         WRITE DUP-REVIEW-RECORD
013500             INVALID KEY
013510                 DISPLAY "DUPREVW WRITE FAILED, STATUS "
013520                     WS-REVIEW-STATUS " - " DR-PAIR-KEY
013530         END-WRITE
013540     END-IF.
013550     MOVE "WARN" TO WS-STATUS-TEXT.
013560     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
013570     STRING "ADD " WS-CANDIDATE-EMP-ID
013580         " HELD - POSSIBLE DUPLICATE OF " EMP-ID
013590         " RULE " WS-DUP-RULE
013600         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
013610     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
013620 4830-EXIT.
013630     EXIT.
013640
013650 6000-REWRITE-CHANGE-QUEUE.
013660******************************************************************
013670* Writes the change queue back without the acknowledged entries.
013680* Never when it overflowed the table, nor when it could not be
013690* read: nothing was acknowledged then.
013700******************************************************************
013710     IF WS-SIMULATION
013720         GO TO 6000-EXIT
013730     END-IF.
013740     IF NOT WS-QUEUE-LOADED OR WS-QUEUE-OVERFLOWED
013750         GO TO 6000-EXIT
013760     END-IF.
013770     OPEN OUTPUT PAY-CHANGE-QUEUE-FILE.
013780     IF WS-QUEUE-STATUS NOT = "00"
013790         DISPLAY "PAYCHGQ REWRITE FAILED, STATUS " WS-QUEUE-STATUS
013800         GO TO 6000-EXIT
013810     END-IF.
013820     PERFORM 6100-WRITE-ONE-QUEUED THRU 6100-EXIT
013830         VARYING WS-LQ-IX FROM 1 BY 1
013840         UNTIL WS-LQ-IX > WS-LQ-USED.
013850     CLOSE PAY-CHANGE-QUEUE-FILE.
013860 6000-EXIT.
013870     EXIT.
013880
013890 6100-WRITE-ONE-QUEUED.
013900     IF WS-LQ-ACKNOWLEDGED (WS-LQ-IX)
013910         GO TO 6100-EXIT
013920     END-IF.
013930     MOVE WS-LQ-RECORD (WS-LQ-IX) TO PAY-CHANGE-QUEUE-RECORD.
013940     WRITE PAY-CHANGE-QUEUE-RECORD.
013950 6100-EXIT.
013960     EXIT.
013970
013980 8000-FINALIZE.
013990     IF WS-HISTORY-IS-OPEN
014000         CLOSE EMP-HISTORY-FILE
014010     END-IF.
014020     IF WS-FEED-IS-OPEN
014030         CLOSE PAYROLL-FEED-FILE
014040     END-IF.
014050     IF WS-EMPMAST-IS-OPEN
014060         CLOSE EMP-MASTER-FILE
014070     END-IF.
014080     IF WS-REVIEW-IS-OPEN
014090         CLOSE DUP-REVIEW-FILE
014100     END-IF.
014110     MOVE WS-ADDED-COUNT TO WS-ADDED-COUNT-ED.
014120     MOVE WS-UPDATED-COUNT TO WS-UPDATED-COUNT-ED.
014130     MOVE WS-UNCHANGED-COUNT TO WS-UNCHANGED-COUNT-ED.
014140     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED.
014150     DISPLAY "Records added    : " WS-ADDED-COUNT-ED.
014160     DISPLAY "Records updated  : " WS-UPDATED-COUNT-ED.
014170     DISPLAY "Records unchanged: " WS-UNCHANGED-COUNT-ED.
014180     DISPLAY "Records rejected : " WS-REJECT-COUNT-ED.
014190     MOVE WS-CONFLICT-COUNT TO WS-CONFLICT-COUNT-ED.
014200     MOVE WS-ACKED-COUNT TO WS-ACKED-COUNT-ED.
014210     DISPLAY "Local conflicts  : " WS-CONFLICT-COUNT-ED.
014220     DISPLAY "Payroll acks     : " WS-ACKED-COUNT-ED.
014230     MOVE WS-DUP-HELD-COUNT TO WS-DUP-HELD-COUNT-ED.
014240     DISPLAY "Duplicates held  : " WS-DUP-HELD-COUNT-ED.
014250     IF WS-CONFLICT-IS-OPEN
014260         MOVE SPACES TO CONFLICT-REPORT-RECORD
014270         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
014280         STRING "TOTAL CONFLICTS: " WS-CONFLICT-COUNT-ED
014290             " ACKNOWLEDGED: " WS-ACKED-COUNT-ED
014300             " RUN " WS-RUN-NUMBER-ED
014310             DELIMITED BY SIZE INTO CONFLICT-REPORT-RECORD
014320         WRITE CONFLICT-REPORT-RECORD
014330         CLOSE CONFLICT-REPORT-FILE
014340     END-IF.
014350     IF WS-REJECT-IS-OPEN
014360         MOVE SPACES TO REJECT-REPORT-RECORD
014370         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
014380         STRING "TOTAL REJECTS: " WS-REJECT-COUNT-ED
014390             " RUN " WS-RUN-NUMBER-ED
014400             DELIMITED BY SIZE INTO REJECT-REPORT-RECORD
014410         WRITE REJECT-REPORT-RECORD
014420         CLOSE REJECT-REPORT-FILE
014430     END-IF.
014440     IF WS-FEED-ACCEPTED
014450         PERFORM 2900-UPDATE-FEED-CONTROL THRU 2900-EXIT
014460         PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT
014470         MOVE "OK" TO WS-STATUS-TEXT
014480         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
014490         STRING "FEED DONE ADDED " WS-ADDED-COUNT-ED
014500             " UPDATED " WS-UPDATED-COUNT-ED
014510             " UNCHANGED " WS-UNCHANGED-COUNT-ED
014520             " REJECTED " WS-REJECT-COUNT-ED
014530             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
014540         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
014550         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
014560         STRING "LOCAL CHANGES ACKNOWLEDGED " WS-ACKED-COUNT-ED
014570             " IN CONFLICT " WS-CONFLICT-COUNT-ED
014580             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
014590         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
014600         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
014610         STRING "ADDS HELD FOR DUPLICATE REVIEW "
014620             WS-DUP-HELD-COUNT-ED
014630             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
014640         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
014650     END-IF.
014660     MOVE "OK" TO WS-STATUS-TEXT.
014670     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
014680     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
014690     IF WS-AUDIT-IS-OPEN
014700         CLOSE AUDIT-LOG-FILE
014710     END-IF.
014720 8000-EXIT.
014730     EXIT.
014740
014750 4250-REMEMBER-FEED-ID.
014760******************************************************************
014770* Remembers every EMP-ID the feed carried -- valid or rejected,
014780* an appearance is an appearance -- so the suspense sweep can
014790* tell who payroll simply stopped sending.
014800******************************************************************
014810     IF WS-FEED-ID-USED < WS-FEED-ID-TABLE-MAX
014820         ADD 1 TO WS-FEED-ID-USED
014830         MOVE PF-EMP-ID TO WS-FEED-ID (WS-FEED-ID-USED)
014840     END-IF.
014850 4250-EXIT.
014860     EXIT.
014870
014880 5000-SWEEP-ABSENT-ACTIVES.
014890******************************************************************
014900* After the feed is applied: every ACTIVE master employee absent
014910* from tonight's feed gets a suspense entry (or another miss on
014920* the one they have) and a line on the HR discrepancy report;
014930* at the miss limit the employee is auto-inactivated with a
014940* warning audit record.  An employee back on the feed clears
014950* their entry.  The suspense file is then rewritten whole.
014960******************************************************************
014970     PERFORM 5100-LOAD-SUSPENSE THRU 5100-EXIT.
014980     PERFORM 5150-OPEN-SUSPENSE-REPORT THRU 5150-EXIT.
014990     MOVE LOW-VALUES TO EMP-ID.
015000     MOVE 'N' TO WS-MASTER-EOF-SWITCH.
015010     START EMP-MASTER-FILE KEY NOT < EMP-ID
015020         INVALID KEY
015030             SET WS-MASTER-EOF TO TRUE
015040     END-START.
015050     PERFORM 5200-SWEEP-ONE-EMPLOYEE THRU 5200-EXIT
015060         UNTIL WS-MASTER-EOF.
015070     PERFORM 5700-REWRITE-SUSPENSE THRU 5700-EXIT.
015080     MOVE WS-ABSENT-COUNT TO WS-ABSENT-COUNT-ED.
015090     MOVE WS-INACTIVATED-COUNT TO WS-INACTIVATED-COUNT-ED.
015100     DISPLAY "Actives absent from feed: " WS-ABSENT-COUNT-ED.
015110     DISPLAY "Auto-inactivated        : "
015120         WS-INACTIVATED-COUNT-ED.
015130     IF WS-SUSPRPT-IS-OPEN
015140         MOVE SPACES TO SUSPENSE-REPORT-RECORD
015150         STRING "TOTAL ABSENT: " WS-ABSENT-COUNT-ED
015160             " INACTIVATED: " WS-INACTIVATED-COUNT-ED
015170             DELIMITED BY SIZE INTO SUSPENSE-REPORT-RECORD
015180         WRITE SUSPENSE-REPORT-RECORD
015190         CLOSE SUSPENSE-REPORT-FILE
015200     END-IF.
015210 5000-EXIT.
015220     EXIT.
015230
015240 5100-LOAD-SUSPENSE.
015250     OPEN INPUT SUSPENSE-FILE.
015260     IF WS-SUSP-STATUS NOT = "00"
015270         GO TO 5100-EXIT
015280     END-IF.
015290     PERFORM 5120-LOAD-ONE-SUSPENSE THRU 5120-EXIT
015300         UNTIL WS-SUSP-EOF
015310             OR WS-SUSP-OVERFLOWED.
015320     CLOSE SUSPENSE-FILE.
015330 5100-EXIT.
015340     EXIT.
015350
015360 5120-LOAD-ONE-SUSPENSE.
015370     READ SUSPENSE-FILE
015380         AT END
015390             SET WS-SUSP-EOF TO TRUE
015400     END-READ.
015410     IF WS-SUSP-EOF
015420         GO TO 5120-EXIT
015430     END-IF.
015440     IF WS-SUSP-USED >= WS-SUSP-TABLE-MAX
015450         SET WS-SUSP-OVERFLOWED TO TRUE
015460         GO TO 5120-EXIT
015470     END-IF.
015480     ADD 1 TO WS-SUSP-USED.
015490     MOVE SU-EMP-ID TO WS-SU-EMP-ID (WS-SUSP-USED).
015500     MOVE SU-MISS-COUNT TO WS-SU-MISS-COUNT (WS-SUSP-USED).
015510     MOVE SU-FIRST-MISS-CCYYMMDD
015520         TO WS-SU-FIRST-MISS (WS-SUSP-USED).
015530 5120-EXIT.
015540     EXIT.
015550
015560 5150-OPEN-SUSPENSE-REPORT.
015570     OPEN OUTPUT SUSPENSE-REPORT-FILE.
015580     IF WS-SUSPRPT-STATUS = "00"
015590         SET WS-SUSPRPT-IS-OPEN TO TRUE
015600         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
015610         MOVE SPACES TO SUSPENSE-REPORT-RECORD
015620         STRING "PAYFEED ABSENCE DISCREPANCIES - RUN "
015630             WS-RUN-NUMBER-ED
015640             DELIMITED BY SIZE INTO SUSPENSE-REPORT-RECORD
015650         IF WS-SIMULATION
015660             MOVE "*** SIMULATION ***"
015670                 TO SUSPENSE-REPORT-RECORD (57:18)
015680         END-IF
015690         WRITE SUSPENSE-REPORT-RECORD
015700     END-IF.
015710 5150-EXIT.
015720     EXIT.
015730
015740 5200-SWEEP-ONE-EMPLOYEE.
015750     READ EMP-MASTER-FILE NEXT RECORD
015760         AT END
015770             SET WS-MASTER-EOF TO TRUE
015780     END-READ.
015790     IF WS-MASTER-EOF
015800         GO TO 5200-EXIT
015810     END-IF.
015820     IF EMP-IS-INACTIVE
015830         GO TO 5200-EXIT
015840     END-IF.
015850     MOVE ZERO TO WS-FEED-ID-SLOT.
015860     PERFORM 5250-MATCH-ONE-FEED-ID THRU 5250-EXIT
015870         VARYING WS-FEED-ID-IX FROM 1 BY 1
015880         UNTIL WS-FEED-ID-IX > WS-FEED-ID-USED
015890             OR WS-FEED-ID-SLOT > ZERO.
015900     MOVE ZERO TO WS-SUSP-SLOT.
015910     PERFORM 5270-MATCH-ONE-SUSPENSE THRU 5270-EXIT
015920         VARYING WS-SUSP-IX FROM 1 BY 1
015930         UNTIL WS-SUSP-IX > WS-SUSP-USED
015940             OR WS-SUSP-SLOT > ZERO.
015950     IF WS-FEED-ID-SLOT > ZERO
015960         IF WS-SUSP-SLOT > ZERO
015970             MOVE ZERO TO WS-SU-MISS-COUNT (WS-SUSP-SLOT)
015980         END-IF
015990         GO TO 5200-EXIT
016000     END-IF.
016010     MOVE EMP-ID TO WS-LQ-LOOK-ID.
016020     PERFORM 4710-FIND-LOCAL-CHANGE THRU 4710-EXIT.
016030     IF WS-LQ-SLOT > ZERO
016040         GO TO 5200-EXIT
016050     END-IF.
016060     PERFORM 5300-COUNT-ONE-MISS THRU 5300-EXIT.
016070 5200-EXIT.
016080     EXIT.
016090
016100 5250-MATCH-ONE-FEED-ID.
016110     IF WS-FEED-ID (WS-FEED-ID-IX) = EMP-ID
016120         MOVE WS-FEED-ID-IX TO WS-FEED-ID-SLOT
016130     END-IF.
016140 5250-EXIT.
016150     EXIT.
016160
016170 5270-MATCH-ONE-SUSPENSE.
016180     IF WS-SU-EMP-ID (WS-SUSP-IX) = EMP-ID
016190         MOVE WS-SUSP-IX TO WS-SUSP-SLOT
016200     END-IF.
016210 5270-EXIT.
016220     EXIT.
016230
016240 5300-COUNT-ONE-MISS.
016250******************************************************************
016260* One active employee payroll did not send tonight.  New entries
016270* start at one miss; an existing entry counts one more; the miss
016280* limit inactivates the employee in place, with the audit record
016290* a hand termination would have earned.
016300******************************************************************
016310     ADD 1 TO WS-ABSENT-COUNT.
016320     IF WS-SUSP-SLOT = ZERO
016330         IF WS-SUSP-USED >= WS-SUSP-TABLE-MAX
016340             DISPLAY "EMPSUSP TABLE FULL - " EMP-ID
016350                 " NOT TRACKED"
016360             GO TO 5300-EXIT
016370         END-IF
016380         ADD 1 TO WS-SUSP-USED
016390         MOVE WS-SUSP-USED TO WS-SUSP-SLOT
016400         MOVE EMP-ID TO WS-SU-EMP-ID (WS-SUSP-SLOT)
016410         MOVE ZERO TO WS-SU-MISS-COUNT (WS-SUSP-SLOT)
016420         MOVE WS-TODAY-DATE TO WS-SU-FIRST-MISS (WS-SUSP-SLOT)
016430     END-IF.
016440     ADD 1 TO WS-SU-MISS-COUNT (WS-SUSP-SLOT).
016450     MOVE SPACES TO WS-SUSPENSE-LINE.
016460     MOVE EMP-ID TO SL-EMP-ID.
016470     MOVE WS-SU-MISS-COUNT (WS-SUSP-SLOT) TO SL-MISS-COUNT.
016480     MOVE WS-SU-FIRST-MISS (WS-SUSP-SLOT) TO SL-FIRST-MISS.
016490     IF WS-SU-MISS-COUNT (WS-SUSP-SLOT) >= WS-MISS-LIMIT
016500         PERFORM 5400-INACTIVATE-EMPLOYEE THRU 5400-EXIT
016510         MOVE "INACTIVATED" TO SL-FLAG
016520     END-IF.
016530     IF WS-SUSPRPT-IS-OPEN
016540         MOVE WS-SUSPENSE-LINE TO SUSPENSE-REPORT-RECORD
016550         WRITE SUSPENSE-REPORT-RECORD
016560     END-IF.
016570 5300-EXIT.
016580     EXIT.
016590
016600 5400-INACTIVATE-EMPLOYEE.
016610     MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
016620     SET EMP-IS-INACTIVE TO TRUE.
016630     IF NOT WS-SIMULATION
016640         REWRITE EMP-MASTER-RECORD
016650             INVALID KEY
016660                 DISPLAY "SUSPENSE REWRITE FAILED FOR " EMP-ID
016670                 GO TO 5400-EXIT
016680         END-REWRITE
016690     END-IF.
016700     ADD 1 TO WS-INACTIVATED-COUNT.
016710     MOVE 'U' TO WS-HISTORY-ACTION.
016720     MOVE EMP-ID TO WS-HISTORY-EMP-ID.
016730     MOVE WS-BEFORE-IMAGE TO WS-HISTORY-IMAGE.
016740     PERFORM 7000-WRITE-HISTORY-RECORD THRU 7000-EXIT.
016750     MOVE ZERO TO WS-SU-MISS-COUNT (WS-SUSP-SLOT).
016760     MOVE "WARN" TO WS-STATUS-TEXT.
016770     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
016780     STRING "AUTO-INACTIVATED " EMP-ID
016790         " ABSENT FROM FEED AT MISS LIMIT"
016800         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
016810     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
016820 5400-EXIT.
016830     EXIT.
016840
016850 5700-REWRITE-SUSPENSE.
016860******************************************************************
016870* Writes the suspense file back whole: entries whose employee
016880* reappeared (or was just inactivated) carry a zero count and
016890* are dropped; everything still missing carries forward.  A
016900* suspense file bigger than the table is never rewritten: that
016910* would silently delete every entry past the table max.
016920******************************************************************
016930     IF WS-SIMULATION
016940         GO TO 5700-EXIT
016950     END-IF.
016960     IF WS-SUSP-OVERFLOWED
016970         DISPLAY "EMPSUSP EXCEEDS TABLE - REWRITE SKIPPED"
016980         MOVE "ERROR" TO WS-STATUS-TEXT
016990         MOVE "EMPSUSP SUSPENSE EXCEEDS TABLE - NOT REWRITTEN"
017000             TO WS-AUDIT-MESSAGE-TEXT
017010         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
017020         GO TO 5700-EXIT
017030     END-IF.
017040     OPEN OUTPUT SUSPENSE-FILE.
017050     IF WS-SUSP-STATUS NOT = "00"
017060         DISPLAY "EMPSUSP REWRITE FAILED, STATUS " WS-SUSP-STATUS
017070         GO TO 5700-EXIT
017080     END-IF.
017090     PERFORM 5750-WRITE-ONE-SUSPENSE THRU 5750-EXIT
017100         VARYING WS-SUSP-IX FROM 1 BY 1
017110         UNTIL WS-SUSP-IX > WS-SUSP-USED.
017120     CLOSE SUSPENSE-FILE.
017130 5700-EXIT.
017140     EXIT.
017150
017160 5750-WRITE-ONE-SUSPENSE.
017170     IF WS-SU-MISS-COUNT (WS-SUSP-IX) = ZERO
017180         GO TO 5750-EXIT
017190     END-IF.
017200     MOVE SPACES TO SUSPENSE-RECORD.
017210     MOVE WS-SU-EMP-ID (WS-SUSP-IX) TO SU-EMP-ID.
017220     MOVE WS-SU-MISS-COUNT (WS-SUSP-IX) TO SU-MISS-COUNT.
017230     MOVE WS-SU-FIRST-MISS (WS-SUSP-IX)
017240         TO SU-FIRST-MISS-CCYYMMDD.
017250     WRITE SUSPENSE-RECORD.
017260 5750-EXIT.
017270     EXIT.
017280
017290 7000-WRITE-HISTORY-RECORD.
017300******************************************************************
017310* Appends one versioned history record for the change just
017320* applied, the same record EMPUPDT writes for its maintenance
017330* transactions.  The file opens EXTEND on first use; an
017340* unopenable history file is reported but does not fail the
017350* load -- the master is already correct, only its history is
017360* short.
017370******************************************************************
017380     IF WS-SIMULATION
017390         GO TO 7000-EXIT
017400     END-IF.
017410     IF NOT WS-HISTORY-IS-OPEN
017420         OPEN EXTEND EMP-HISTORY-FILE
017430         IF WS-HISTORY-STATUS = "00"
017440             SET WS-HISTORY-IS-OPEN TO TRUE
017450         ELSE
017460             DISPLAY "EMPHIST OPEN FAILED, STATUS "
017470                 WS-HISTORY-STATUS
017480             GO TO 7000-EXIT
017490         END-IF
017500     END-IF.
017510     MOVE SPACES TO EMP-HISTORY-RECORD.
017520     MOVE WS-HISTORY-EMP-ID TO EH-EMP-ID.
017530     MOVE WS-TODAY-DATE TO EH-EFFECTIVE-CCYYMMDD.
017540     MOVE WS-RUN-NUMBER TO EH-RUN-NUMBER.
017550     MOVE WS-HISTORY-ACTION TO EH-ACTION.
017560     MOVE WS-HISTORY-IMAGE TO EH-IMAGE.
017570     WRITE EMP-HISTORY-RECORD.
017580 7000-EXIT.
017590     EXIT.
017600
017610 8600-APPEND-CONTROL-LEDGER.
017620******************************************************************
017630* One ledger record of this run's control totals for the
017640* CTLVERFY cross-foot.  An unopenable ledger is reported but
017650* does not fail the run; the verifier will flag the missing row.
017660******************************************************************
017670     IF WS-SIMULATION
017680         GO TO 8600-EXIT
017690     END-IF.
017700     OPEN EXTEND CONTROL-LEDGER-FILE.
017710     IF WS-LEDGER-STATUS NOT = "00"
017720         DISPLAY "CTLLEDG OPEN FAILED, STATUS "
017730             WS-LEDGER-STATUS
017740         GO TO 8600-EXIT
017750     END-IF.
017760     MOVE SPACES TO CONTROL-LEDGER-RECORD.
017770     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
017780     MOVE "EMPLOAD " TO CL-PROGRAM-ID.
017790     MOVE "EMPMAST " TO CL-INTERFACE.
017800     MOVE WS-FEED-COUNT TO CL-RECORDS-IN.
017810     MOVE WS-ADDED-COUNT TO CL-RECORDS-OUT.
017820     MOVE WS-REJECT-COUNT TO CL-RECORDS-REJECTED.
017830     MOVE ZERO TO CL-HASH-TOTAL.
017840     WRITE CONTROL-LEDGER-RECORD.
017850     CLOSE CONTROL-LEDGER-FILE.
017860 8600-EXIT.
017870     EXIT.
017880
017890 9000-WRITE-AUDIT-ENTRY.
017900******************************************************************
017910* Stamps and writes one audit record.  The caller sets
017920* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
017930* this paragraph.
017940******************************************************************
017950     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
017960     MOVE SPACES TO AUDIT-LOG-RECORD.
017970     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
017980     MOVE "EMPLOAD " TO AUDIT-PROGRAM-ID.
017990     MOVE SPACES TO AUDIT-USER-ID.
018000     IF WS-SIMULATION
018010         MOVE "SIMULATE" TO AUDIT-USER-ID
018020     END-IF.
018030     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
018040     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
018050     IF WS-STATUS-TEXT = "OK"
018060         SET AUDIT-IS-INFO TO TRUE
018070     ELSE
018080         IF WS-STATUS-TEXT = "ERROR"
018090             SET AUDIT-IS-ERROR TO TRUE
018100         ELSE
018110             SET AUDIT-IS-WARNING TO TRUE
018120         END-IF
018130     END-IF.
018140     IF WS-AUDIT-IS-OPEN
018150         WRITE AUDIT-LOG-RECORD
018160     END-IF.
018170 9000-EXIT.
018180     EXIT.
018190
018200** add other procedures here
018210 END PROGRAM EMPLOAD.
