000070*                to the reports they receive -- and, for the
000080*                department-sectioned reports, to their own
000090*                department's section only.  Rows arrive grouped
000100*                by recipient; each recipient's bundle opens with
000110*                a banner page and then carries the mapped
000120*                reports (or sections) in row order, all into the
000130*                one DISTOUT bundle dataset the print room bursts
000140*                by banner.  Pages stop being split and routed by
000150*                hand -- which is how PURC saw FIN's calculation
000160*                volumes last quarter.  A row can name the
000170*                department's current manager instead of a fixed
000180*                recipient, so the map no longer goes stale when
000190*                someone changes jobs.  A row flagged for the
000200*                export also carries the report's comma-delimited
000210*                spreadsheet companion, cut to the same section.
000220* Tectonics:     cobc
000230*
000240* Modification History
000250* ---------------------
000260* 2026-09-02  DW   Original program.
000270* 2026-09-02  DW   Added the reject and aging reports to the
000280*                  roster: LOADREJ, EMPUREJ, the two TRANEDIT
000290*                  reject files (mounted here as CALCREJ and
000300*                  MATHREJ, since both edit steps write under
000310*                  the same TRANREJ name), and REJAGRPT.
000320* 2026-10-15  DW   Manager routing: a DISTCTL row whose recipient
000330*                  is *MANAGER goes to the current manager of its
000340*                  section's department, taken from the department
000350*                  reference through DEPTMGR and checked active on
000360*                  EMPMAST; a vacant or terminated manager passes
000370*                  the section up the parent chain, and a
000380*                  department with nobody above it is skipped with
000390*                  a WARN rather than misrouted.  Added the
000400*                  ORGCHART organization chart (ORGRPT) to the
000410*                  roster.
000420* 2026-10-15  DW   Simulation mode: every bundle banner says
000430*                  SIMULATION, so a simulated night's bundles
000440*                  cannot be mistaken for the real distribution.
000450* 2026-10-15  DW   Spreadsheet exports: a DISTCTL row with the
000460*                  with-export flag (column 21) set to Y also
000470*                  streams the report's comma-delimited companion
000480*                  -- CALCCSV, BDAYCSV, SENCSV, MTDCSV or BILLCSV
000490*                  -- cut to the same department by each row's
000500*                  department column.  Added MTDRPT and BILLRPT to
000510*                  the roster, and BILLRPT's chargeback statement
000520*                  headings to the section cut.
000530* 2026-10-15  DW   Records itself as the owner of the batch-window
000540*                  lock.
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000580 PROGRAM-ID. RPTDIST.
000590 ENVIRONMENT DIVISION.
000600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000610 CONFIGURATION SECTION.
000620*-----------------------
000630 INPUT-OUTPUT SECTION.
000640*-----------------------
000650 FILE-CONTROL.
000660     SELECT DIST-CONTROL-FILE ASSIGN TO "DISTCTL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CONTROL-STATUS.
000690     SELECT CALC-REPORT-FILE ASSIGN TO "CALCRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-IN-STATUS.
000720     SELECT MATH-REPORT-FILE ASSIGN TO "MATHRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-IN-STATUS.
000750     SELECT COMP-REPORT-FILE ASSIGN TO "COMPRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-IN-STATUS.
000780     SELECT BDAY-REPORT-FILE ASSIGN TO "BDAYRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-IN-STATUS.
000810     SELECT SEN-REPORT-FILE ASSIGN TO "SENRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-IN-STATUS.
000840     SELECT NIGHT-REPORT-FILE ASSIGN TO "NIGHTRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-IN-STATUS.
000870     SELECT LOADREJ-REPORT-FILE ASSIGN TO "LOADREJ"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-IN-STATUS.
000900     SELECT EMPUREJ-REPORT-FILE ASSIGN TO "EMPUREJ"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-IN-STATUS.
000930     SELECT CALCREJ-REPORT-FILE ASSIGN TO "CALCREJ"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-IN-STATUS.
000960     SELECT MATHREJ-REPORT-FILE ASSIGN TO "MATHREJ"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-IN-STATUS.
000990     SELECT REJAG-REPORT-FILE ASSIGN TO "REJAGRPT"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-IN-STATUS.
001020     SELECT ORG-REPORT-FILE ASSIGN TO "ORGRPT"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-IN-STATUS.
001050     SELECT MTD-REPORT-FILE ASSIGN TO "MTDRPT"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-IN-STATUS.
001080     SELECT BILL-REPORT-FILE ASSIGN TO "BILLRPT"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-IN-STATUS.
001110     SELECT CALC-EXPORT-FILE ASSIGN TO "CALCCSV"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-IN-STATUS.
001140     SELECT BDAY-EXPORT-FILE ASSIGN TO "BDAYCSV"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-IN-STATUS.
001170     SELECT SEN-EXPORT-FILE ASSIGN TO "SENCSV"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-IN-STATUS.
001200     SELECT MTD-EXPORT-FILE ASSIGN TO "MTDCSV"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-IN-STATUS.
001230     SELECT BILL-EXPORT-FILE ASSIGN TO "BILLCSV"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-IN-STATUS.
001260     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS RANDOM
001290         RECORD KEY IS EMP-ID
001300         FILE STATUS IS WS-EMPMAST-STATUS.
001310     SELECT BUNDLE-FILE ASSIGN TO "DISTOUT"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WS-BUNDLE-STATUS.
001340     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WS-AUDIT-STATUS.
001370 DATA DIVISION.
001380*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001390 FILE SECTION.
001400*-----------------------
001410 FD  DIST-CONTROL-FILE.
001420 01  DIST-CONTROL-RECORD.
001430     05  DC-RECIPIENT            PIC X(08).
001440     05  DC-REPORT-NAME          PIC X(08).
001450     05  DC-SECTION-KEY          PIC X(04).
001460     05  DC-WITH-EXPORT          PIC X(01).
001470         88  DC-EXPORT-WANTED    VALUE 'Y'.
001480 FD  CALC-REPORT-FILE.
001490 01  CALC-REPORT-RECORD          PIC X(132).
001500 FD  MATH-REPORT-FILE.
001510 01  MATH-REPORT-RECORD          PIC X(132).
001520 FD  COMP-REPORT-FILE.
001530 01  COMP-REPORT-RECORD          PIC X(132).
001540 FD  BDAY-REPORT-FILE.
001550 01  BDAY-REPORT-RECORD          PIC X(132).
001560 FD  SEN-REPORT-FILE.
001570 01  SEN-REPORT-RECORD           PIC X(132).
001580 FD  NIGHT-REPORT-FILE.
001590 01  NIGHT-REPORT-RECORD         PIC X(132).
001600 FD  LOADREJ-REPORT-FILE.
001610 01  LOADREJ-REPORT-RECORD       PIC X(132).
001620 FD  EMPUREJ-REPORT-FILE.
001630 01  EMPUREJ-REPORT-RECORD       PIC X(132).
001640 FD  CALCREJ-REPORT-FILE.
001650 01  CALCREJ-REPORT-RECORD       PIC X(132).
001660 FD  MATHREJ-REPORT-FILE.
001670 01  MATHREJ-REPORT-RECORD       PIC X(132).
001680 FD  REJAG-REPORT-FILE.
001690 01  REJAG-REPORT-RECORD         PIC X(132).
001700 FD  ORG-REPORT-FILE.
001710 01  ORG-REPORT-RECORD           PIC X(132).
001720 FD  MTD-REPORT-FILE.
001730 01  MTD-REPORT-RECORD           PIC X(132).
001740 FD  BILL-REPORT-FILE.
001750 01  BILL-REPORT-RECORD          PIC X(132).
001760 FD  CALC-EXPORT-FILE.
001770 01  CALC-EXPORT-RECORD          PIC X(132).
001780 FD  BDAY-EXPORT-FILE.
001790 01  BDAY-EXPORT-RECORD          PIC X(132).
001800 FD  SEN-EXPORT-FILE.
001810 01  SEN-EXPORT-RECORD           PIC X(132).
001820 FD  MTD-EXPORT-FILE.
001830 01  MTD-EXPORT-RECORD           PIC X(132).
001840 FD  BILL-EXPORT-FILE.
001850 01  BILL-EXPORT-RECORD          PIC X(132).
001860 FD  EMP-MASTER-FILE.
001870     COPY EMPMAST.
001880 FD  BUNDLE-FILE.
001890 01  BUNDLE-RECORD               PIC X(132).
001900 FD  AUDIT-LOG-FILE.
001910     COPY AUDITLOG.
001920
001930 WORKING-STORAGE SECTION.
001940*-----------------------
001950 01  WS-CONTROL-STATUS           PIC X(02).
001960 01  WS-CONTROL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001970     88  WS-CONTROL-IS-OPEN      VALUE 'Y'.
001980 01  WS-IN-STATUS                PIC X(02).
001990 01  WS-EMPMAST-STATUS           PIC X(02).
002000 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
002010     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
002020 01  WS-BUNDLE-STATUS            PIC X(02).
002030 01  WS-BUNDLE-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002040     88  WS-BUNDLE-IS-OPEN       VALUE 'Y'.
002050 01  WS-AUDIT-STATUS             PIC X(02).
002060 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002070     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
002080 01  WS-AUDIT-TIMESTAMP          PIC X(21).
002090 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
002100 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
002110 COPY RUNMODE.
002120 01  WS-LOCK-FUNCTION            PIC X(01) VALUE 'O'.
002130 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "RPTDIST ".
002140 01  WS-LOCK-RECORD              PIC X(77).
002150 01  WS-STATUS-TEXT              PIC X(20).
002160 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
002170 COPY EOFSWTCH.
002180 01  WS-RPT-EOF-SWITCH           PIC X(01).
002190     88  WS-RPT-EOF              VALUE 'Y'.
002200 01  WS-RPT-OPEN-SWITCH          PIC X(01).
002210     88  WS-RPT-IS-OPEN          VALUE 'Y'.
002220 01  WS-WORK-LINE                PIC X(132).
002230 01  WS-STREAM-NAME              PIC X(08).
002240 01  WS-STREAM-KIND              PIC X(01).
002250     88  WS-STREAM-IS-REPORT     VALUE 'R'.
002260     88  WS-STREAM-IS-EXPORT     VALUE 'E'.
002270 01  WS-CSV-RUN                  PIC X(10).
002280 01  WS-CSV-DATE                 PIC X(10).
002290 01  WS-CURRENT-RECIPIENT        PIC X(08) VALUE SPACES.
002300 01  WS-ROW-RECIPIENT            PIC X(08).
002310 01  WS-BANNER-NOTE              PIC X(80).
002320*
002330* Manager resolution for a *MANAGER row: the climb starts at the
002340* row's department and goes up the parent chain until it meets
002350* an active manager, the top of the organization, or a depth no
002360* real organization reaches (a parent loop).
002370*
002380 01  WS-CLIMB-CODE               PIC X(04).
002390 01  WS-CLIMB-DEPTH              PIC 9(02) COMP VALUE ZERO.
002400 01  WS-CLIMB-DEPTH-MAX          PIC 9(02) COMP VALUE 8.
002410 01  WS-CLIMB-STATE              PIC X(01).
002420     88  WS-CLIMB-SEARCHING      VALUE 'S'.
002430     88  WS-CLIMB-FOUND          VALUE 'F'.
002440     88  WS-CLIMB-FAILED         VALUE 'X'.
002450 01  WS-MGR-DEPT-STATUS          PIC X(01).
002460 01  WS-MGR-ID                   PIC X(06).
002470 01  WS-MGR-PARENT               PIC X(04).
002480 01  WS-MGR-NAME                 PIC X(40).
002490 01  WS-SECTION-STATE            PIC X(01).
002500     88  WS-BEFORE-SECTIONS      VALUE 'B'.
002510     88  WS-IN-WANTED-SECTION    VALUE 'W'.
002520     88  WS-IN-OTHER-SECTION     VALUE 'O'.
002530 01  WS-LINE-SECTION-KEY         PIC X(04).
002540 01  WS-ROW-COUNT                PIC 9(04) COMP VALUE ZERO.
002550 01  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
002560 01  WS-UNKNOWN-COUNT            PIC 9(04) COMP VALUE ZERO.
002570 01  WS-NO-MANAGER-COUNT         PIC 9(04) COMP VALUE ZERO.
002580 01  WS-ROW-COUNT-ED             PIC ZZZ9.
002590 01  WS-LINE-COUNT-ED            PIC ZZZZZZ9.
002600 01  WS-UNKNOWN-COUNT-ED         PIC ZZZ9.
002610 01  WS-NO-MANAGER-COUNT-ED      PIC ZZZ9.
002620
002630*-----------------------
002640 PROCEDURE DIVISION.
002650*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002660 0000-MAINLINE.
002670******************************************************************
002680* One pass over the control rows, grouped by recipient: each
002690* new recipient gets a banner page, and each row streams its
002700* report -- whole, or just the mapped department's section --
002710* into the bundle.
002720******************************************************************
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740     PERFORM 2000-BUNDLE-ONE-ROW THRU 2000-EXIT
002750         UNTIL WS-EOF.
002760     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002770     GOBACK.
002780
002790 1000-INITIALIZE.
002800     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
002810     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
002820         WS-LOCK-STEP-NAME WS-LOCK-RECORD.
002830     OPEN EXTEND AUDIT-LOG-FILE.
002840     IF WS-AUDIT-STATUS = "00"
002850         SET WS-AUDIT-IS-OPEN TO TRUE
002860     END-IF.
002870     OPEN OUTPUT BUNDLE-FILE.
002880     IF WS-BUNDLE-STATUS NOT = "00"
002890         DISPLAY "DISTOUT OPEN FAILED, STATUS "
002900             WS-BUNDLE-STATUS
002910         MOVE "ERROR" TO WS-STATUS-TEXT
002920         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002930         STRING "DISTOUT OPEN FAILED, STATUS "
002940             WS-BUNDLE-STATUS
002950             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002960         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002970         SET WS-EOF TO TRUE
002980         MOVE 12 TO RETURN-CODE
002990         GO TO 1000-EXIT
003000     END-IF.
003010     SET WS-BUNDLE-IS-OPEN TO TRUE.
003020     OPEN INPUT DIST-CONTROL-FILE.
003030     IF WS-CONTROL-STATUS NOT = "00"
003040         DISPLAY "DISTCTL OPEN FAILED, STATUS "
003050             WS-CONTROL-STATUS
003060         MOVE "ERROR" TO WS-STATUS-TEXT
003070         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003080         STRING "DISTCTL OPEN FAILED, STATUS "
003090             WS-CONTROL-STATUS
003100             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003110         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003120         SET WS-EOF TO TRUE
003130         MOVE 12 TO RETURN-CODE
003140         GO TO 1000-EXIT
003150     END-IF.
003160     SET WS-CONTROL-IS-OPEN TO TRUE.
003170     OPEN INPUT EMP-MASTER-FILE.
003180     IF WS-EMPMAST-STATUS = "00"
003190         SET WS-EMPMAST-IS-OPEN TO TRUE
003200     ELSE
003210         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
003220             " - MANAGER ROWS WILL NOT ROUTE"
003230     END-IF.
003240 1000-EXIT.
003250     EXIT.
003260
003270 2000-BUNDLE-ONE-ROW.
003280     READ DIST-CONTROL-FILE
003290         AT END
003300             SET WS-EOF TO TRUE
003310     END-READ.
003320     IF WS-EOF
003330         GO TO 2000-EXIT
003340     END-IF.
003350     ADD 1 TO WS-ROW-COUNT.
003360     MOVE DC-RECIPIENT TO WS-ROW-RECIPIENT.
003370     MOVE SPACES TO WS-BANNER-NOTE.
003380     IF DC-RECIPIENT = "*MANAGER"
003390         PERFORM 2050-RESOLVE-MANAGER THRU 2050-EXIT
003400         IF WS-ROW-RECIPIENT = SPACES
003410             ADD 1 TO WS-NO-MANAGER-COUNT
003420             GO TO 2000-EXIT
003430         END-IF
003440     END-IF.
003450     IF WS-ROW-RECIPIENT NOT = WS-CURRENT-RECIPIENT
003460         MOVE WS-ROW-RECIPIENT TO WS-CURRENT-RECIPIENT
003470         PERFORM 2100-WRITE-BANNER-PAGE THRU 2100-EXIT
003480     END-IF.
003490     MOVE DC-REPORT-NAME TO WS-STREAM-NAME.
003500     SET WS-STREAM-IS-REPORT TO TRUE.
003510     PERFORM 2200-STREAM-ONE-REPORT THRU 2200-EXIT.
003520     IF DC-EXPORT-WANTED
003530         PERFORM 2150-STREAM-EXPORT THRU 2150-EXIT
003540     END-IF.
003550 2000-EXIT.
003560     EXIT.
003570
003580 2050-RESOLVE-MANAGER.
003590******************************************************************
003600* A *MANAGER row names no person: the recipient is whoever
003610* manages the row's department tonight, per the department
003620* reference, provided the master still holds them as active.
003630* A vacant or terminated manager passes the section to the
003640* manager of the parent department, and so on up; the banner
003650* says whose section it is.  A row that resolves to nobody is
003660* skipped with a WARN -- an unrouted section is safer than one
003670* sent to whoever held the job last.
003680******************************************************************
003690     MOVE SPACES TO WS-ROW-RECIPIENT.
003700     IF DC-SECTION-KEY = SPACES
003710         MOVE "WARN" TO WS-STATUS-TEXT
003720         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003730         STRING "MANAGER ROW FOR " DC-REPORT-NAME
003740             " HAS NO DEPARTMENT - ROW SKIPPED"
003750             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003760         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003770         GO TO 2050-EXIT
003780     END-IF.
003790     MOVE DC-SECTION-KEY TO WS-CLIMB-CODE.
003800     MOVE ZERO TO WS-CLIMB-DEPTH.
003810     SET WS-CLIMB-SEARCHING TO TRUE.
003820     IF NOT WS-EMPMAST-IS-OPEN
003830         SET WS-CLIMB-FAILED TO TRUE
003840     END-IF.
003850     PERFORM 2060-TRY-ONE-LEVEL THRU 2060-EXIT
003860         UNTIL NOT WS-CLIMB-SEARCHING.
003870     IF WS-CLIMB-FAILED
003880         MOVE "WARN" TO WS-STATUS-TEXT
003890         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003900         STRING "NO CURRENT MANAGER FOR DEPT " DC-SECTION-KEY
003910             " - " DC-REPORT-NAME " SECTION NOT ROUTED"
003920             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003930         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003940         GO TO 2050-EXIT
003950     END-IF.
003960     MOVE WS-MGR-ID TO WS-ROW-RECIPIENT.
003970     STRING "MANAGER OF " WS-CLIMB-CODE " - " WS-MGR-NAME
003980         DELIMITED BY SIZE INTO WS-BANNER-NOTE.
003990     IF WS-CLIMB-CODE NOT = DC-SECTION-KEY
004000         MOVE "WARN" TO WS-STATUS-TEXT
004010         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004020         STRING "DEPT " DC-SECTION-KEY
004030             " HAS NO CURRENT MANAGER - "
004040             DC-REPORT-NAME " SECTION TO " WS-MGR-ID
004050             " OF " WS-CLIMB-CODE
004060             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004070         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004080     END-IF.
004090 2050-EXIT.
004100     EXIT.
004110
004120 2060-TRY-ONE-LEVEL.
004130     IF WS-CLIMB-CODE = SPACES
004140         OR WS-CLIMB-DEPTH >= WS-CLIMB-DEPTH-MAX
004150         SET WS-CLIMB-FAILED TO TRUE
004160         GO TO 2060-EXIT
004170     END-IF.
004180     ADD 1 TO WS-CLIMB-DEPTH.
004190     CALL "DEPTMGR" USING WS-CLIMB-CODE WS-MGR-DEPT-STATUS
004200         WS-MGR-ID WS-MGR-PARENT.
004210     IF WS-MGR-ID = SPACES
004220         GO TO 2060-NEXT-LEVEL
004230     END-IF.
004240     MOVE WS-MGR-ID TO EMP-ID.
004250     READ EMP-MASTER-FILE
004260         INVALID KEY
004270             CONTINUE
004280     END-READ.
004290     IF WS-EMPMAST-STATUS = "00" AND EMP-IS-ACTIVE
004300         MOVE SPACES TO WS-MGR-NAME
004310         STRING EMP-LAST-NAME DELIMITED BY "  "
004320             ", " DELIMITED BY SIZE
004330             EMP-FIRST-NAME DELIMITED BY "  "
004340             INTO WS-MGR-NAME
004350         SET WS-CLIMB-FOUND TO TRUE
004360         GO TO 2060-EXIT
004370     END-IF.
004380 2060-NEXT-LEVEL.
004390     MOVE WS-MGR-PARENT TO WS-CLIMB-CODE.
004400 2060-EXIT.
004410     EXIT.
004420
004430 2100-WRITE-BANNER-PAGE.
004440******************************************************************
004450* The banner page the print room bursts the bundle on: who the
004460* following pages belong to, fenced in asterisks, and for a
004470* manager-routed bundle which department's manager they are.
004480******************************************************************
004490     MOVE ALL "*" TO BUNDLE-RECORD.
004500     WRITE BUNDLE-RECORD.
004510     MOVE SPACES TO BUNDLE-RECORD.
004520     STRING "****  BUNDLE FOR RECIPIENT " WS-CURRENT-RECIPIENT
004530         "  ****"
004540         DELIMITED BY SIZE INTO BUNDLE-RECORD
004550     IF WS-SIMULATION
004560         MOVE "*** SIMULATION ***"
004570             TO BUNDLE-RECORD (57:18)
004580     END-IF.
004590     WRITE BUNDLE-RECORD.
004600     IF WS-BANNER-NOTE NOT = SPACES
004610         MOVE SPACES TO BUNDLE-RECORD
004620         STRING "****  " WS-BANNER-NOTE
004630             DELIMITED BY SIZE INTO BUNDLE-RECORD
004640         WRITE BUNDLE-RECORD
004650     END-IF.
004660     MOVE ALL "*" TO BUNDLE-RECORD.
004670     WRITE BUNDLE-RECORD.
004680 2100-EXIT.
004690     EXIT.
004700
004710 2150-STREAM-EXPORT.
004720******************************************************************
004730* A row flagged for the export follows the print report with its
004740* comma-delimited spreadsheet companion, cut to the same section.
004750******************************************************************
004760     EVALUATE DC-REPORT-NAME
004770         WHEN "CALCRPT "
004780             MOVE "CALCCSV " TO WS-STREAM-NAME
004790         WHEN "BDAYRPT "
004800             MOVE "BDAYCSV " TO WS-STREAM-NAME
004810         WHEN "SENRPT  "
004820             MOVE "SENCSV  " TO WS-STREAM-NAME
004830         WHEN "MTDRPT  "
004840             MOVE "MTDCSV  " TO WS-STREAM-NAME
004850         WHEN "BILLRPT "
004860             MOVE "BILLCSV " TO WS-STREAM-NAME
004870         WHEN OTHER
004880             ADD 1 TO WS-UNKNOWN-COUNT
004890             DISPLAY "REPORT " DC-REPORT-NAME
004900                 " HAS NO EXPORT - EXPORT FLAG IGNORED"
004910             GO TO 2150-EXIT
004920     END-EVALUATE.
004930     SET WS-STREAM-IS-EXPORT TO TRUE.
004940     PERFORM 2200-STREAM-ONE-REPORT THRU 2200-EXIT.
004950 2150-EXIT.
004960     EXIT.
004970
004980 2200-STREAM-ONE-REPORT.
004990******************************************************************
005000* Streams one mapped report into the bundle.  A blank section
005010* key copies the whole report; a department code copies the
005020* report's front matter plus only that department's section --
005030* sections start at the DEPARTMENT or STATEMENT FOR CLIENT
005040* headings the sectioned reports already print.  An export's
005050* section is the department column of each row instead.
005060******************************************************************
005070     MOVE 'N' TO WS-RPT-EOF-SWITCH.
005080     MOVE 'N' TO WS-RPT-OPEN-SWITCH.
005090     SET WS-BEFORE-SECTIONS TO TRUE.
005100     PERFORM 2300-OPEN-NAMED-REPORT THRU 2300-EXIT.
005110     IF NOT WS-RPT-IS-OPEN
005120         ADD 1 TO WS-UNKNOWN-COUNT
005130         DISPLAY "REPORT " WS-STREAM-NAME
005140             " UNKNOWN OR MISSING - ROW SKIPPED"
005150         GO TO 2200-EXIT
005160     END-IF.
005170     MOVE SPACES TO BUNDLE-RECORD.
005180     STRING "---- " WS-STREAM-NAME " ----"
005190         DELIMITED BY SIZE INTO BUNDLE-RECORD.
005200     WRITE BUNDLE-RECORD.
005210     PERFORM 2400-COPY-ONE-LINE THRU 2400-EXIT
005220         UNTIL WS-RPT-EOF.
005230     PERFORM 2350-CLOSE-NAMED-REPORT THRU 2350-EXIT.
005240 2200-EXIT.
005250     EXIT.
005260
005270 2300-OPEN-NAMED-REPORT.
005280     EVALUATE WS-STREAM-NAME
005290         WHEN "CALCRPT "
005300             OPEN INPUT CALC-REPORT-FILE
005310         WHEN "MATHRPT "
005320             OPEN INPUT MATH-REPORT-FILE
005330         WHEN "COMPRPT "
005340             OPEN INPUT COMP-REPORT-FILE
005350         WHEN "BDAYRPT "
005360             OPEN INPUT BDAY-REPORT-FILE
005370         WHEN "SENRPT  "
005380             OPEN INPUT SEN-REPORT-FILE
005390         WHEN "NIGHTRPT"
005400             OPEN INPUT NIGHT-REPORT-FILE
005410         WHEN "LOADREJ "
005420             OPEN INPUT LOADREJ-REPORT-FILE
005430         WHEN "EMPUREJ "
005440             OPEN INPUT EMPUREJ-REPORT-FILE
005450         WHEN "CALCREJ "
005460             OPEN INPUT CALCREJ-REPORT-FILE
005470         WHEN "MATHREJ "
005480             OPEN INPUT MATHREJ-REPORT-FILE
005490         WHEN "REJAGRPT"
005500             OPEN INPUT REJAG-REPORT-FILE
005510         WHEN "ORGRPT  "
005520             OPEN INPUT ORG-REPORT-FILE
005530         WHEN "MTDRPT  "
005540             OPEN INPUT MTD-REPORT-FILE
005550         WHEN "BILLRPT "
005560             OPEN INPUT BILL-REPORT-FILE
005570         WHEN "CALCCSV "
005580             OPEN INPUT CALC-EXPORT-FILE
005590         WHEN "BDAYCSV "
005600             OPEN INPUT BDAY-EXPORT-FILE
005610         WHEN "SENCSV  "
005620             OPEN INPUT SEN-EXPORT-FILE
005630         WHEN "MTDCSV  "
005640             OPEN INPUT MTD-EXPORT-FILE
005650         WHEN "BILLCSV "
005660             OPEN INPUT BILL-EXPORT-FILE
005670         WHEN OTHER
005680             GO TO 2300-EXIT
005690     END-EVALUATE.
005700     IF WS-IN-STATUS = "00"
005710         SET WS-RPT-IS-OPEN TO TRUE
005720     END-IF.
005730 2300-EXIT.
005740     EXIT.
005750
005760 2350-CLOSE-NAMED-REPORT.
005770     EVALUATE WS-STREAM-NAME
005780         WHEN "CALCRPT "
005790             CLOSE CALC-REPORT-FILE
005800         WHEN "MATHRPT "
005810             CLOSE MATH-REPORT-FILE
005820         WHEN "COMPRPT "
005830             CLOSE COMP-REPORT-FILE
005840         WHEN "BDAYRPT "
005850             CLOSE BDAY-REPORT-FILE
005860         WHEN "SENRPT  "
005870             CLOSE SEN-REPORT-FILE
005880         WHEN "NIGHTRPT"
005890             CLOSE NIGHT-REPORT-FILE
005900         WHEN "LOADREJ "
005910             CLOSE LOADREJ-REPORT-FILE
005920         WHEN "EMPUREJ "
005930             CLOSE EMPUREJ-REPORT-FILE
005940         WHEN "CALCREJ "
005950             CLOSE CALCREJ-REPORT-FILE
005960         WHEN "MATHREJ "
005970             CLOSE MATHREJ-REPORT-FILE
005980         WHEN "REJAGRPT"
005990             CLOSE REJAG-REPORT-FILE
006000         WHEN "ORGRPT  "
006010             CLOSE ORG-REPORT-FILE
006020         WHEN "MTDRPT  "
006030             CLOSE MTD-REPORT-FILE
006040         WHEN "BILLRPT "
006050             CLOSE BILL-REPORT-FILE
006060         WHEN "CALCCSV "
006070             CLOSE CALC-EXPORT-FILE
006080         WHEN "BDAYCSV "
006090             CLOSE BDAY-EXPORT-FILE
006100         WHEN "SENCSV  "
006110             CLOSE SEN-EXPORT-FILE
006120         WHEN "MTDCSV  "
006130             CLOSE MTD-EXPORT-FILE
006140         WHEN "BILLCSV "
006150             CLOSE BILL-EXPORT-FILE
006160     END-EVALUATE.
006170 2350-EXIT.
006180     EXIT.
006190
006200 2400-COPY-ONE-LINE.
006210     EVALUATE WS-STREAM-NAME
006220         WHEN "CALCRPT "
006230             READ CALC-REPORT-FILE INTO WS-WORK-LINE
006240                 AT END SET WS-RPT-EOF TO TRUE
006250             END-READ
006260         WHEN "MATHRPT "
006270             READ MATH-REPORT-FILE INTO WS-WORK-LINE
006280                 AT END SET WS-RPT-EOF TO TRUE
006290             END-READ
006300         WHEN "COMPRPT "
006310             READ COMP-REPORT-FILE INTO WS-WORK-LINE
006320                 AT END SET WS-RPT-EOF TO TRUE
006330             END-READ
006340         WHEN "BDAYRPT "
006350             READ BDAY-REPORT-FILE INTO WS-WORK-LINE
006360                 AT END SET WS-RPT-EOF TO TRUE
006370             END-READ
006380         WHEN "SENRPT  "
006390             READ SEN-REPORT-FILE INTO WS-WORK-LINE
006400                 AT END SET WS-RPT-EOF TO TRUE
006410             END-READ
006420         WHEN "NIGHTRPT"
006430             READ NIGHT-REPORT-FILE INTO WS-WORK-LINE
006440                 AT END SET WS-RPT-EOF TO TRUE
006450             END-READ
006460         WHEN "LOADREJ "
006470             READ LOADREJ-REPORT-FILE INTO WS-WORK-LINE
006480                 AT END SET WS-RPT-EOF TO TRUE
006490             END-READ
006500         WHEN "EMPUREJ "
006510             READ EMPUREJ-REPORT-FILE INTO WS-WORK-LINE
006520                 AT END SET WS-RPT-EOF TO TRUE
006530             END-READ
006540         WHEN "CALCREJ "
006550             READ CALCREJ-REPORT-FILE INTO WS-WORK-LINE
006560                 AT END SET WS-RPT-EOF TO TRUE
006570             END-READ
006580         WHEN "MATHREJ "
006590             READ MATHREJ-REPORT-FILE INTO WS-WORK-LINE
006600                 AT END SET WS-RPT-EOF TO TRUE
006610             END-READ
006620         WHEN "REJAGRPT"
006630             READ REJAG-REPORT-FILE INTO WS-WORK-LINE
006640                 AT END SET WS-RPT-EOF TO TRUE
006650             END-READ
006660         WHEN "ORGRPT  "
006670             READ ORG-REPORT-FILE INTO WS-WORK-LINE
006680                 AT END SET WS-RPT-EOF TO TRUE
006690             END-READ
006700         WHEN "MTDRPT  "
006710             READ MTD-REPORT-FILE INTO WS-WORK-LINE
006720                 AT END SET WS-RPT-EOF TO TRUE
006730             END-READ
006740         WHEN "BILLRPT "
006750             READ BILL-REPORT-FILE INTO WS-WORK-LINE
006760                 AT END SET WS-RPT-EOF TO TRUE
006770             END-READ
006780         WHEN "CALCCSV "
006790             READ CALC-EXPORT-FILE INTO WS-WORK-LINE
006800                 AT END SET WS-RPT-EOF TO TRUE
006810             END-READ
006820         WHEN "BDAYCSV "
006830             READ BDAY-EXPORT-FILE INTO WS-WORK-LINE
006840                 AT END SET WS-RPT-EOF TO TRUE
006850             END-READ
006860         WHEN "SENCSV  "
006870             READ SEN-EXPORT-FILE INTO WS-WORK-LINE
006880                 AT END SET WS-RPT-EOF TO TRUE
006890             END-READ
006900         WHEN "MTDCSV  "
006910             READ MTD-EXPORT-FILE INTO WS-WORK-LINE
006920                 AT END SET WS-RPT-EOF TO TRUE
006930             END-READ
006940         WHEN "BILLCSV "
006950             READ BILL-EXPORT-FILE INTO WS-WORK-LINE
006960                 AT END SET WS-RPT-EOF TO TRUE
006970             END-READ
006980     END-EVALUATE.
006990     IF WS-RPT-EOF
007000         GO TO 2400-EXIT
007010     END-IF.
007020     IF DC-SECTION-KEY NOT = SPACES
007030         IF WS-STREAM-IS-EXPORT
007040             PERFORM 2550-TRACK-EXPORT-ROW THRU 2550-EXIT
007050         ELSE
007060             PERFORM 2500-TRACK-SECTION THRU 2500-EXIT
007070         END-IF
007080         IF WS-IN-OTHER-SECTION
007090             GO TO 2400-EXIT
007100         END-IF
007110     END-IF.
007120     MOVE WS-WORK-LINE TO BUNDLE-RECORD.
007130     WRITE BUNDLE-RECORD.
007140     ADD 1 TO WS-LINE-COUNT.
007150 2400-EXIT.
007160     EXIT.
007170
007180 2500-TRACK-SECTION.
007190******************************************************************
007200* Watches for the section headings the sectioned reports print
007210* -- DEPARTMENT xxxx on BDAYRPT and SENRPT, STATEMENT FOR CLIENT
007220* xxxx on CALCRPT, CHARGEBACK STATEMENT - DEPT xxxx on BILLRPT --
007230* and keeps the copy switch on only inside the mapped department's
007240* section.  Everything ahead of the first
007250* heading (the report's front matter) copies for context.
007260******************************************************************
007270     MOVE SPACES TO WS-LINE-SECTION-KEY.
007280     IF WS-WORK-LINE (1:11) = "DEPARTMENT "
007290         MOVE WS-WORK-LINE (12:4) TO WS-LINE-SECTION-KEY
007300     END-IF.
007310     IF WS-WORK-LINE (1:21) = "STATEMENT FOR CLIENT "
007320         MOVE WS-WORK-LINE (22:4) TO WS-LINE-SECTION-KEY
007330     END-IF.
007340     IF WS-WORK-LINE (1:28) = "CHARGEBACK STATEMENT - DEPT "
007350         MOVE WS-WORK-LINE (29:4) TO WS-LINE-SECTION-KEY
007360     END-IF.
007370     IF WS-LINE-SECTION-KEY NOT = SPACES
007380         IF WS-LINE-SECTION-KEY = DC-SECTION-KEY
007390             SET WS-IN-WANTED-SECTION TO TRUE
007400         ELSE
007410             SET WS-IN-OTHER-SECTION TO TRUE
007420         END-IF
007430     END-IF.
007440 2500-EXIT.
007450     EXIT.
007460
007470 2550-TRACK-EXPORT-ROW.
007480******************************************************************
007490* An export's first line is its column-header row and always
007500* copies.  Every later row carries its department as the third
007510* column: the mapped department's rows copy, other departments'
007520* rows do not, and a row with the column empty (a company-wide
007530* figure) copies to everyone.
007540******************************************************************
007550     IF WS-BEFORE-SECTIONS
007560         SET WS-IN-WANTED-SECTION TO TRUE
007570         GO TO 2550-EXIT
007580     END-IF.
007590     MOVE SPACES TO WS-LINE-SECTION-KEY.
007600     UNSTRING WS-WORK-LINE DELIMITED BY ","
007610         INTO WS-CSV-RUN WS-CSV-DATE WS-LINE-SECTION-KEY.
007620     IF WS-LINE-SECTION-KEY = SPACES
007630         OR WS-LINE-SECTION-KEY = DC-SECTION-KEY
007640         SET WS-IN-WANTED-SECTION TO TRUE
007650     ELSE
007660         SET WS-IN-OTHER-SECTION TO TRUE
007670     END-IF.
007680 2550-EXIT.
007690     EXIT.
007700
007710 8000-FINALIZE.
007720     IF WS-CONTROL-IS-OPEN
007730         CLOSE DIST-CONTROL-FILE
007740     END-IF.
007750     IF WS-BUNDLE-IS-OPEN
007760         CLOSE BUNDLE-FILE
007770     END-IF.
007780     IF WS-EMPMAST-IS-OPEN
007790         CLOSE EMP-MASTER-FILE
007800     END-IF.
007810     MOVE WS-ROW-COUNT TO WS-ROW-COUNT-ED.
007820     MOVE WS-NO-MANAGER-COUNT TO WS-NO-MANAGER-COUNT-ED.
007830     MOVE WS-LINE-COUNT TO WS-LINE-COUNT-ED.
007840     MOVE WS-UNKNOWN-COUNT TO WS-UNKNOWN-COUNT-ED.
007850     DISPLAY "Control rows bundled: " WS-ROW-COUNT-ED.
007860     DISPLAY "Lines bundled       : " WS-LINE-COUNT-ED.
007870     DISPLAY "Rows skipped        : " WS-UNKNOWN-COUNT-ED.
007880     DISPLAY "Rows with no manager: " WS-NO-MANAGER-COUNT-ED.
007890     IF WS-UNKNOWN-COUNT > ZERO OR WS-NO-MANAGER-COUNT > ZERO
007900         MOVE "WARN" TO WS-STATUS-TEXT
007910         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
007920         STRING "DISTRIBUTION DONE, " WS-UNKNOWN-COUNT-ED
007930             " CONTROL ROWS SKIPPED, " WS-NO-MANAGER-COUNT-ED
007940             " WITH NO MANAGER"
007950             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
007960         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
007970     ELSE
007980         MOVE "OK" TO WS-STATUS-TEXT
007990         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
008000         STRING "DISTRIBUTION DONE, ROWS " WS-ROW-COUNT-ED
008010             " LINES " WS-LINE-COUNT-ED
008020             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
008030         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008040     END-IF.
008050     IF WS-AUDIT-IS-OPEN
008060         CLOSE AUDIT-LOG-FILE
008070     END-IF.
008080 8000-EXIT.
008090     EXIT.
008100
008110 9000-WRITE-AUDIT-ENTRY.
008120******************************************************************
008130* Stamps and writes one audit record.  The caller sets
008140* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
008150* this paragraph.
008160******************************************************************
008170     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
008180     MOVE SPACES TO AUDIT-LOG-RECORD.
008190     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
008200     MOVE "RPTDIST " TO AUDIT-PROGRAM-ID.
008210     MOVE SPACES TO AUDIT-USER-ID.
008220     IF WS-SIMULATION
008230         MOVE "SIMULATE" TO AUDIT-USER-ID
008240     END-IF.
008250     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
008260     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
008270     IF WS-STATUS-TEXT = "OK"
008280         SET AUDIT-IS-INFO TO TRUE
008290     ELSE
008300         IF WS-STATUS-TEXT = "ERROR"
008310             SET AUDIT-IS-ERROR TO TRUE
008320         ELSE
008330             SET AUDIT-IS-WARNING TO TRUE
008340         END-IF
008350     END-IF.
008360     IF WS-AUDIT-IS-OPEN
008370         WRITE AUDIT-LOG-RECORD
008380     END-IF.
008390 9000-EXIT.
008400     EXIT.
008410
008420** add other procedures here
008430 END PROGRAM RPTDIST.
