000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Report repository filing.  Runs after the
000060*                night's reports are printed and distributed and
000070*                files each report on its roster -- CALCRPT,
000080*                MATHRPT, COMPRPT, BDAYRPT, SENRPT, NIGHTRPT,
000090*                REJAGRPT, the MTDRPT month-end statements and
000100*                the BILLRPT billing statements -- into the
000110*                RPTREPO report repository under its name, the
000120*                run number and the business date, one record per
000130*                printed line tagged with the department section
000140*                it falls in.  A report not mounted on the step
000150*                is passed over, an empty one is not filed, and
000160*                filing the same report of the same run again
000170*                replaces the earlier copy.  Before filing, every
000180*                report on file older than its retention period
000190*                (RPTRETN, in days, per report name) is purged.
000200*                RPTREPRT reprints from the repository on
000210*                request, so a three-week-old statement no longer
000220*                means a hunt through catalog generations.
000230* Tectonics:     cobc
000240*
000250* Modification History
000260* ---------------------
000270* 2026-10-15  DW   Original program.
000280* 2026-10-15  DW   Records itself as the owner of the batch-window
000290*                  lock.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000330 PROGRAM-ID. RPTFILE.
000340 ENVIRONMENT DIVISION.
000350*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000360 CONFIGURATION SECTION.
000370*-----------------------
000380 INPUT-OUTPUT SECTION.
000390*-----------------------
000400 FILE-CONTROL.
000410     SELECT RETENTION-FILE ASSIGN TO "RPTRETN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RETN-STATUS.
000440     SELECT CALC-REPORT-FILE ASSIGN TO "CALCRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-IN-STATUS.
000470     SELECT MATH-REPORT-FILE ASSIGN TO "MATHRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-IN-STATUS.
000500     SELECT COMP-REPORT-FILE ASSIGN TO "COMPRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-IN-STATUS.
000530     SELECT BDAY-REPORT-FILE ASSIGN TO "BDAYRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-IN-STATUS.
000560     SELECT SEN-REPORT-FILE ASSIGN TO "SENRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-IN-STATUS.
000590     SELECT NIGHT-REPORT-FILE ASSIGN TO "NIGHTRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-IN-STATUS.
000620     SELECT REJAG-REPORT-FILE ASSIGN TO "REJAGRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-IN-STATUS.
000650     SELECT MTD-REPORT-FILE ASSIGN TO "MTDRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-IN-STATUS.
000680     SELECT BILL-REPORT-FILE ASSIGN TO "BILLRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-IN-STATUS.
000710     SELECT REPOSITORY-FILE ASSIGN TO "RPTREPO"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RR-KEY
000750         FILE STATUS IS WS-REPO-STATUS.
000760     SELECT FILING-REPORT-FILE ASSIGN TO "RPTFRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-REPORT-STATUS.
000790     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AUDIT-STATUS.
000820 DATA DIVISION.
000830*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000840 FILE SECTION.
000850*-----------------------
000860 FD  RETENTION-FILE.
000870 01  RETENTION-RECORD.
000880     05  RN-REPORT-NAME          PIC X(08).
000890     05  FILLER                  PIC X(01).
000900     05  RN-RETENTION-DAYS       PIC 9(04).
000910 FD  CALC-REPORT-FILE.
000920 01  CALC-REPORT-RECORD          PIC X(132).
000930 FD  MATH-REPORT-FILE.
000940 01  MATH-REPORT-RECORD          PIC X(132).
000950 FD  COMP-REPORT-FILE.
000960 01  COMP-REPORT-RECORD          PIC X(132).
000970 FD  BDAY-REPORT-FILE.
000980 01  BDAY-REPORT-RECORD          PIC X(132).
000990 FD  SEN-REPORT-FILE.
001000 01  SEN-REPORT-RECORD           PIC X(132).
001010 FD  NIGHT-REPORT-FILE.
001020 01  NIGHT-REPORT-RECORD         PIC X(132).
001030 FD  REJAG-REPORT-FILE.
001040 01  REJAG-REPORT-RECORD         PIC X(132).
001050 FD  MTD-REPORT-FILE.
001060 01  MTD-REPORT-RECORD           PIC X(132).
001070 FD  BILL-REPORT-FILE.
001080 01  BILL-REPORT-RECORD          PIC X(132).
001090 FD  REPOSITORY-FILE.
001100     COPY RPTREPO.
001110 FD  FILING-REPORT-FILE.
001120 01  FILING-REPORT-RECORD        PIC X(132).
001130 FD  AUDIT-LOG-FILE.
001140     COPY AUDITLOG.
001150
001160 WORKING-STORAGE SECTION.
001170*-----------------------
001180 01  WS-RETN-STATUS              PIC X(02).
001190 01  WS-IN-STATUS                PIC X(02).
001200 01  WS-REPO-STATUS              PIC X(02).
001210 01  WS-REPO-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001220     88  WS-REPO-IS-OPEN         VALUE 'Y'.
001230 01  WS-REPORT-STATUS            PIC X(02).
001240 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001250     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
001260 01  WS-AUDIT-STATUS             PIC X(02).
001270 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001280     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001290 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001300 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001310 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001320 COPY RUNMODE.
001330 01  WS-LOCK-FUNCTION            PIC X(01) VALUE 'O'.
001340 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "RPTFILE ".
001350 01  WS-LOCK-RECORD              PIC X(77).
001360 01  WS-STATUS-TEXT              PIC X(20).
001370 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001380 01  WS-STEP-RC                  PIC 9(02) VALUE ZERO.
001390 01  WS-TODAY                    PIC X(21).
001400 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
001410     05  WS-TODAY-DATE           PIC 9(08).
001420     05  FILLER                  PIC X(13).
001430 01  WS-RETN-EOF-SWITCH          PIC X(01) VALUE 'N'.
001440     88  WS-RETN-EOF             VALUE 'Y'.
001450 01  WS-REPO-EOF-SWITCH          PIC X(01).
001460     88  WS-REPO-EOF             VALUE 'Y'.
001470 01  WS-RPT-EOF-SWITCH           PIC X(01).
001480     88  WS-RPT-EOF              VALUE 'Y'.
001490 01  WS-RPT-OPEN-SWITCH          PIC X(01).
001500     88  WS-RPT-IS-OPEN          VALUE 'Y'.
001510 01  WS-PRIOR-DONE-SWITCH        PIC X(01).
001520     88  WS-PRIOR-DONE           VALUE 'Y'.
001530*
001540* The roster: every report this step knows how to file, in the
001550* order they are filed.  Each needs its own SELECT and a WHEN in
001560* the open, close and read paragraphs below.
001570*
001580 01  WS-ROSTER-VALUES.
001590     05  FILLER                  PIC X(08) VALUE "CALCRPT ".
001600     05  FILLER                  PIC X(08) VALUE "MATHRPT ".
001610     05  FILLER                  PIC X(08) VALUE "COMPRPT ".
001620     05  FILLER                  PIC X(08) VALUE "BDAYRPT ".
001630     05  FILLER                  PIC X(08) VALUE "SENRPT  ".
001640     05  FILLER                  PIC X(08) VALUE "NIGHTRPT".
001650     05  FILLER                  PIC X(08) VALUE "REJAGRPT".
001660     05  FILLER                  PIC X(08) VALUE "MTDRPT  ".
001670     05  FILLER                  PIC X(08) VALUE "BILLRPT ".
001680 01  WS-ROSTER-TABLE REDEFINES WS-ROSTER-VALUES.
001690     05  WS-ROSTER-NAME OCCURS 9 TIMES
001700                                 PIC X(08).
001710 01  WS-ROSTER-MAX               PIC 9(02) COMP VALUE 9.
001720 01  WS-ROSTER-IX                PIC 9(02) COMP VALUE ZERO.
001730 01  WS-CURRENT-REPORT           PIC X(08).
001740*
001750* Retention periods from RPTRETN, days per report name.  A report
001760* with no row is kept for the shop default.
001770*
001780 01  WS-RETN-TABLE-MAX           PIC 9(02) COMP VALUE 20.
001790 01  WS-RETN-USED                PIC 9(02) COMP VALUE ZERO.
001800 01  WS-RETN-IX                  PIC 9(02) COMP VALUE ZERO.
001810 01  WS-RETN-SLOT                PIC 9(02) COMP VALUE ZERO.
001820 01  WS-RETN-TABLE.
001830     05  WS-RETN-ENTRY OCCURS 20 TIMES.
001840         10  WS-RETN-TBL-NAME    PIC X(08).
001850         10  WS-RETN-TBL-DAYS    PIC 9(04).
001860 01  WS-DEFAULT-RETENTION-DAYS   PIC 9(04) VALUE 90.
001870 01  WS-RETENTION-DAYS           PIC 9(04) VALUE ZERO.
001880 01  WS-RETENTION-DAYS-ED        PIC ZZZ9.
001890 01  WS-RETN-IGNORED-COUNT       PIC 9(03) COMP VALUE ZERO.
001900 01  WS-PURGE-NAME               PIC X(08) VALUE SPACES.
001910 01  WS-CUTOFF-INTEGER           PIC 9(08) COMP VALUE ZERO.
001920 01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001930 01  WS-WORK-LINE                PIC X(132).
001940 01  WS-LINE-SECTION-KEY         PIC X(04).
001950 01  WS-CURRENT-SECTION          PIC X(04).
001960 01  WS-DISPOSITION              PIC X(40).
001970 01  WS-FILED-VERB               PIC X(11).
001980*
001990* Counts for one report, then for the whole step.
002000*
002010 01  WS-RPT-LINES                PIC 9(07) COMP VALUE ZERO.
002020 01  WS-RPT-SECTIONS             PIC 9(05) COMP VALUE ZERO.
002030 01  WS-RPT-REPLACED             PIC 9(07) COMP VALUE ZERO.
002040 01  WS-FILED-COUNT              PIC 9(05) COMP VALUE ZERO.
002050 01  WS-EMPTY-COUNT              PIC 9(05) COMP VALUE ZERO.
002060 01  WS-ABSENT-COUNT             PIC 9(05) COMP VALUE ZERO.
002070 01  WS-LINES-FILED              PIC 9(09) COMP VALUE ZERO.
002080 01  WS-PURGED-RUNS              PIC 9(05) COMP VALUE ZERO.
002090 01  WS-PURGED-LINES             PIC 9(09) COMP VALUE ZERO.
002100 01  WS-KEPT-RUNS                PIC 9(05) COMP VALUE ZERO.
002110 01  WS-FAILED-COUNT             PIC 9(05) COMP VALUE ZERO.
002120 01  WS-FILED-COUNT-ED           PIC ZZZZ9.
002130 01  WS-EMPTY-COUNT-ED           PIC ZZZZ9.
002140 01  WS-ABSENT-COUNT-ED          PIC ZZZZ9.
002150 01  WS-LINES-FILED-ED           PIC ZZZZZZZZ9.
002160 01  WS-PURGED-RUNS-ED           PIC ZZZZ9.
002170 01  WS-PURGED-LINES-ED          PIC ZZZZZZZZ9.
002180 01  WS-KEPT-RUNS-ED             PIC ZZZZ9.
002190 01  WS-FAILED-COUNT-ED          PIC ZZZZ9.
002200 01  WS-RPT-LINES-ED             PIC ZZZZZZ9.
002210 01  WS-RPT-SECTIONS-ED          PIC ZZZZ9.
002220*
002230* Filing report lines.
002240*
002250 01  WS-HEADING-LINE.
002260     05  FILLER                  PIC X(26)
002270             VALUE "REPORT REPOSITORY FILING  ".
002280     05  FILLER                  PIC X(05) VALUE "RUN ".
002290     05  HL-RUN                  PIC 9(05).
002300     05  FILLER                  PIC X(17)
002310             VALUE "   BUSINESS DATE ".
002320     05  HL-DATE                 PIC 9(08).
002330     05  FILLER                  PIC X(03) VALUE SPACES.
002340     05  HL-MODE                 PIC X(18) VALUE SPACES.
002350     05  FILLER                  PIC X(50) VALUE SPACES.
002360 01  WS-COLUMN-LINE.
002370     05  FILLER                  PIC X(40)
002380             VALUE "REPORT     RUN  BUS DATE    LINES  SECTS".
002390     05  FILLER                  PIC X(40)
002400             VALUE "  RETAIN  DISPOSITION".
002410     05  FILLER                  PIC X(52) VALUE SPACES.
002420 01  WS-DETAIL-LINE.
002430     05  DL-REPORT               PIC X(08).
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  DL-RUN                  PIC 9(05).
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  DL-DATE                 PIC 9(08).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  DL-LINES                PIC ZZZZZZ9.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  DL-SECTIONS             PIC ZZZZ9.
002520     05  FILLER                  PIC X(04) VALUE SPACES.
002530     05  DL-RETAIN               PIC ZZZ9.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  DL-DISPOSITION          PIC X(40).
002560     05  FILLER                  PIC X(41) VALUE SPACES.
002570
002580*-----------------------
002590 PROCEDURE DIVISION.
002600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002610 0000-MAINLINE.
002620******************************************************************
002630* Expired reports go first, in one pass over the repository;
002640* then each report on the roster is filed under tonight's run.
002650******************************************************************
002660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002670     IF WS-REPO-IS-OPEN
002680         PERFORM 2000-PURGE-EXPIRED THRU 2000-EXIT
002690         PERFORM 3000-FILE-ONE-REPORT THRU 3000-EXIT
002700             VARYING WS-ROSTER-IX FROM 1 BY 1
002710             UNTIL WS-ROSTER-IX > WS-ROSTER-MAX
002720     END-IF.
002730     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002740     MOVE WS-STEP-RC TO RETURN-CODE.
002750     GOBACK.
002760
002770 1000-INITIALIZE.
002780     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
002790     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
002800         WS-LOCK-STEP-NAME WS-LOCK-RECORD.
002810     CALL "TIMESTMP" USING WS-TODAY.
002820     OPEN EXTEND AUDIT-LOG-FILE.
002830     IF WS-AUDIT-STATUS = "00"
002840         SET WS-AUDIT-IS-OPEN TO TRUE
002850     END-IF.
002860     OPEN OUTPUT FILING-REPORT-FILE.
002870     IF WS-REPORT-STATUS NOT = "00"
002880         DISPLAY "RPTFRPT OPEN FAILED, STATUS " WS-REPORT-STATUS
002890         MOVE "ERROR" TO WS-STATUS-TEXT
002900         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002910         STRING "RPTFRPT OPEN FAILED, STATUS " WS-REPORT-STATUS
002920             ", NOTHING FILED"
002930             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002940         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002950         MOVE 12 TO WS-STEP-RC
002960         GO TO 1000-EXIT
002970     END-IF.
002980     SET WS-REPORT-IS-OPEN TO TRUE.
002990     MOVE WS-RUN-NUMBER TO HL-RUN.
003000     MOVE WS-TODAY-DATE TO HL-DATE.
003010     IF WS-SIMULATION
003020         MOVE "*** SIMULATION ***" TO HL-MODE
003030     END-IF.
003040     MOVE WS-HEADING-LINE TO FILING-REPORT-RECORD.
003050     WRITE FILING-REPORT-RECORD.
003060     MOVE SPACES TO FILING-REPORT-RECORD.
003070     WRITE FILING-REPORT-RECORD.
003080     MOVE WS-COLUMN-LINE TO FILING-REPORT-RECORD.
003090     WRITE FILING-REPORT-RECORD.
003100     PERFORM 1100-LOAD-RETENTION THRU 1100-EXIT.
003110     OPEN I-O REPOSITORY-FILE.
003120     IF WS-REPO-STATUS NOT = "00"
003130         DISPLAY "RPTREPO OPEN FAILED, STATUS " WS-REPO-STATUS
003140         MOVE "ERROR" TO WS-STATUS-TEXT
003150         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003160         STRING "RPTREPO OPEN FAILED, STATUS " WS-REPO-STATUS
003170             ", NOTHING FILED"
003180             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003190         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003200         MOVE 12 TO WS-STEP-RC
003210         GO TO 1000-EXIT
003220     END-IF.
003230     SET WS-REPO-IS-OPEN TO TRUE.
003240 1000-EXIT.
003250     EXIT.
003260
003270 1100-LOAD-RETENTION.
003280******************************************************************
003290* RPTRETN holds one row per report name with its retention in
003300* days.  A missing file keeps every report for the default; a
003310* row with no usable period is ignored with a WARN, so a keying
003320* slip cannot purge a report early -- it falls to the default
003330* until corrected.
003340******************************************************************
003350     OPEN INPUT RETENTION-FILE.
003360     IF WS-RETN-STATUS NOT = "00"
003370         MOVE WS-DEFAULT-RETENTION-DAYS TO WS-RETENTION-DAYS-ED
003380         DISPLAY "RPTRETN NOT AVAILABLE - EVERY REPORT KEPT "
003390             WS-RETENTION-DAYS-ED " DAYS"
003400         MOVE "WARN" TO WS-STATUS-TEXT
003410         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003420         STRING "RPTRETN OPEN FAILED, STATUS " WS-RETN-STATUS
003430             " - DEFAULT RETENTION " WS-RETENTION-DAYS-ED " DAYS"
003440             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003450         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003460         ADD 1 TO WS-RETN-IGNORED-COUNT
003470         GO TO 1100-EXIT
003480     END-IF.
003490     PERFORM 1150-LOAD-ONE-RETENTION THRU 1150-EXIT
003500         UNTIL WS-RETN-EOF.
003510     CLOSE RETENTION-FILE.
003520 1100-EXIT.
003530     EXIT.
003540
003550 1150-LOAD-ONE-RETENTION.
003560     READ RETENTION-FILE
003570         AT END
003580             SET WS-RETN-EOF TO TRUE
003590     END-READ.
003600     IF WS-RETN-EOF OR RN-REPORT-NAME = SPACES
003610         GO TO 1150-EXIT
003620     END-IF.
003630     IF RN-RETENTION-DAYS NOT NUMERIC
003640         OR RN-RETENTION-DAYS = ZERO
003650         OR WS-RETN-USED >= WS-RETN-TABLE-MAX
003660         DISPLAY "RPTRETN ROW FOR " RN-REPORT-NAME " IGNORED"
003670         MOVE "WARN" TO WS-STATUS-TEXT
003680         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003690         STRING "RPTRETN ROW FOR " RN-REPORT-NAME
003700             " IGNORED - NO USABLE PERIOD OR TABLE FULL"
003710             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003720         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003730         ADD 1 TO WS-RETN-IGNORED-COUNT
003740         GO TO 1150-EXIT
003750     END-IF.
003760     ADD 1 TO WS-RETN-USED.
003770     MOVE RN-REPORT-NAME TO WS-RETN-TBL-NAME (WS-RETN-USED).
003780     MOVE RN-RETENTION-DAYS TO WS-RETN-TBL-DAYS (WS-RETN-USED).
003790 1150-EXIT.
003800     EXIT.
003810
003820 2000-PURGE-EXPIRED.
003830******************************************************************
003840* One pass over the whole repository in key order.  Every record
003850* of a filed report carries its business date, so each is judged
003860* on its own against its report's cutoff -- today less the
003870* report's current retention period.  Lengthening a period in
003880* RPTRETN therefore protects reports already on file.  A
003890* simulated night only counts what it would purge.
003900******************************************************************
003910     MOVE 'N' TO WS-REPO-EOF-SWITCH.
003920     MOVE SPACES TO WS-PURGE-NAME.
003930     MOVE LOW-VALUES TO RR-KEY.
003940     START REPOSITORY-FILE KEY NOT < RR-KEY
003950         INVALID KEY
003960             SET WS-REPO-EOF TO TRUE
003970     END-START.
003980     PERFORM 2100-EXAMINE-ONE-RECORD THRU 2100-EXIT
003990         UNTIL WS-REPO-EOF.
004000 2000-EXIT.
004010     EXIT.
004020
004030 2100-EXAMINE-ONE-RECORD.
004040     READ REPOSITORY-FILE NEXT RECORD
004050         AT END
004060             SET WS-REPO-EOF TO TRUE
004070     END-READ.
004080     IF WS-REPO-EOF
004090         GO TO 2100-EXIT
004100     END-IF.
004110     IF RR-REPORT-NAME NOT = WS-PURGE-NAME
004120         MOVE RR-REPORT-NAME TO WS-PURGE-NAME
004130         MOVE RR-REPORT-NAME TO WS-CURRENT-REPORT
004140         PERFORM 7000-FIND-RETENTION THRU 7000-EXIT
004150         COMPUTE WS-CUTOFF-INTEGER =
004160             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
004170             - WS-RETENTION-DAYS
004180         COMPUTE WS-CUTOFF-DATE =
004190             FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
004200     END-IF.
004210     IF RR-BUSINESS-DATE NOT NUMERIC
004220         OR RR-BUSINESS-DATE NOT < WS-CUTOFF-DATE
004230         IF RR-IS-INDEX-ENTRY
004240             ADD 1 TO WS-KEPT-RUNS
004250         END-IF
004260         GO TO 2100-EXIT
004270     END-IF.
004280     IF RR-IS-INDEX-ENTRY
004290         PERFORM 2200-REPORT-PURGED-RUN THRU 2200-EXIT
004300     END-IF.
004310     IF WS-SIMULATION
004320         GO TO 2100-EXIT
004330     END-IF.
004340     DELETE REPOSITORY-FILE RECORD
004350         INVALID KEY
004360             DISPLAY "RPTREPO DELETE FAILED, STATUS "
004370                 WS-REPO-STATUS " - " RR-REPORT-NAME
004380                 " RUN " RR-RUN-NUMBER
004390             ADD 1 TO WS-FAILED-COUNT
004400         NOT INVALID KEY
004410             IF NOT RR-IS-INDEX-ENTRY
004420                 ADD 1 TO WS-PURGED-LINES
004430             END-IF
004440     END-DELETE.
004450 2100-EXIT.
004460     EXIT.
004470
004480 2200-REPORT-PURGED-RUN.
004490     ADD 1 TO WS-PURGED-RUNS.
004500     MOVE SPACES TO WS-DISPOSITION.
004510     IF WS-SIMULATION
004520         STRING "WOULD PURGE - OLDER THAN " WS-CUTOFF-DATE
004530             DELIMITED BY SIZE INTO WS-DISPOSITION
004540     ELSE
004550         STRING "PURGED - OLDER THAN " WS-CUTOFF-DATE
004560             DELIMITED BY SIZE INTO WS-DISPOSITION
004570     END-IF.
004580     MOVE RR-REPORT-NAME TO DL-REPORT.
004590     MOVE RR-RUN-NUMBER TO DL-RUN.
004600     MOVE RR-BUSINESS-DATE TO DL-DATE.
004610     MOVE RR-LINE-COUNT TO DL-LINES.
004620     MOVE RR-SECTION-COUNT TO DL-SECTIONS.
004630     MOVE WS-RETENTION-DAYS TO DL-RETAIN.
004640     PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT.
004650 2200-EXIT.
004660     EXIT.
004670
004680 3000-FILE-ONE-REPORT.
004690******************************************************************
004700* Files one roster report under tonight's run number.  A report
004710* whose DD is not on the step is passed over; one that printed
004720* nothing is not filed.  Any earlier filing of the same report
004730* under the same run -- a rerun of the step or of the night --
004740* is removed first, so the repository holds the last copy.
004750* Each line is written as it is read, and the index entry (line
004760* zero) goes last with the counts, so an index entry always
004770* means a complete filing.
004780******************************************************************
004790     MOVE WS-ROSTER-NAME (WS-ROSTER-IX) TO WS-CURRENT-REPORT.
004800     PERFORM 7000-FIND-RETENTION THRU 7000-EXIT.
004810     MOVE 'N' TO WS-RPT-EOF-SWITCH.
004820     MOVE 'N' TO WS-RPT-OPEN-SWITCH.
004830     MOVE ZERO TO WS-RPT-LINES.
004840     MOVE ZERO TO WS-RPT-SECTIONS.
004850     MOVE ZERO TO WS-RPT-REPLACED.
004860     MOVE SPACES TO WS-CURRENT-SECTION.
004870     PERFORM 3100-OPEN-NAMED-REPORT THRU 3100-EXIT.
004880     IF NOT WS-RPT-IS-OPEN
004890         ADD 1 TO WS-ABSENT-COUNT
004900         MOVE "NOT ON THIS STEP - PASSED OVER"
004910             TO WS-DISPOSITION
004920         PERFORM 3800-REPORT-FILING THRU 3800-EXIT
004930         GO TO 3000-EXIT
004940     END-IF.
004950     IF WS-LIVE-RUN
004960         PERFORM 3300-REMOVE-PRIOR-FILING THRU 3300-EXIT
004970     END-IF.
004980     PERFORM 3400-FILE-ONE-LINE THRU 3400-EXIT
004990         UNTIL WS-RPT-EOF.
005000     PERFORM 3200-CLOSE-NAMED-REPORT THRU 3200-EXIT.
005010     IF WS-RPT-LINES = ZERO
005020         ADD 1 TO WS-EMPTY-COUNT
005030         MOVE "EMPTY - NOT FILED" TO WS-DISPOSITION
005040         PERFORM 3800-REPORT-FILING THRU 3800-EXIT
005050         GO TO 3000-EXIT
005060     END-IF.
005070     PERFORM 3600-WRITE-INDEX-ENTRY THRU 3600-EXIT.
005080     ADD 1 TO WS-FILED-COUNT.
005090     ADD WS-RPT-LINES TO WS-LINES-FILED.
005100     MOVE SPACES TO WS-DISPOSITION.
005110     EVALUATE TRUE
005120         WHEN WS-SIMULATION
005130             MOVE "WOULD FILE" TO WS-DISPOSITION
005140         WHEN WS-RPT-REPLACED > ZERO
005150             MOVE "FILED - REPLACED EARLIER COPY"
005160                 TO WS-DISPOSITION
005170         WHEN OTHER
005180             MOVE "FILED" TO WS-DISPOSITION
005190     END-EVALUATE.
005200     PERFORM 3800-REPORT-FILING THRU 3800-EXIT.
005210     MOVE WS-RPT-LINES TO WS-RPT-LINES-ED.
005220     MOVE WS-RPT-SECTIONS TO WS-RPT-SECTIONS-ED.
005230     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
005240     MOVE "FILED" TO WS-FILED-VERB.
005250     IF WS-SIMULATION
005260         MOVE "WOULD FILE" TO WS-FILED-VERB
005270     END-IF.
005280     MOVE "OK" TO WS-STATUS-TEXT.
005290     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
005300     STRING WS-FILED-VERB DELIMITED BY "  "
005310         " " WS-CURRENT-REPORT " RUN " WS-RUN-NUMBER-ED
005320         " DATE " WS-TODAY-DATE " LINES " WS-RPT-LINES-ED
005330         " SECTIONS " WS-RPT-SECTIONS-ED DELIMITED BY SIZE
005340         INTO WS-AUDIT-MESSAGE-TEXT.
005350     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005360 3000-EXIT.
005370     EXIT.
005380
005390 3100-OPEN-NAMED-REPORT.
005400     EVALUATE WS-CURRENT-REPORT
005410         WHEN "CALCRPT "
005420             OPEN INPUT CALC-REPORT-FILE
005430         WHEN "MATHRPT "
005440             OPEN INPUT MATH-REPORT-FILE
005450         WHEN "COMPRPT "
005460             OPEN INPUT COMP-REPORT-FILE
005470         WHEN "BDAYRPT "
005480             OPEN INPUT BDAY-REPORT-FILE
005490         WHEN "SENRPT  "
005500             OPEN INPUT SEN-REPORT-FILE
005510         WHEN "NIGHTRPT"
005520             OPEN INPUT NIGHT-REPORT-FILE
005530         WHEN "REJAGRPT"
005540             OPEN INPUT REJAG-REPORT-FILE
005550         WHEN "MTDRPT  "
005560             OPEN INPUT MTD-REPORT-FILE
005570         WHEN "BILLRPT "
005580             OPEN INPUT BILL-REPORT-FILE
005590         WHEN OTHER
005600             GO TO 3100-EXIT
005610     END-EVALUATE.
005620     IF WS-IN-STATUS = "00"
005630         SET WS-RPT-IS-OPEN TO TRUE
005640     END-IF.
005650 3100-EXIT.
005660     EXIT.
005670
005680 3200-CLOSE-NAMED-REPORT.
005690     EVALUATE WS-CURRENT-REPORT
005700         WHEN "CALCRPT "
005710             CLOSE CALC-REPORT-FILE
005720         WHEN "MATHRPT "
005730             CLOSE MATH-REPORT-FILE
005740         WHEN "COMPRPT "
005750             CLOSE COMP-REPORT-FILE
005760         WHEN "BDAYRPT "
005770             CLOSE BDAY-REPORT-FILE
005780         WHEN "SENRPT  "
005790             CLOSE SEN-REPORT-FILE
005800         WHEN "NIGHTRPT"
005810             CLOSE NIGHT-REPORT-FILE
005820         WHEN "REJAGRPT"
005830             CLOSE REJAG-REPORT-FILE
005840         WHEN "MTDRPT  "
005850             CLOSE MTD-REPORT-FILE
005860         WHEN "BILLRPT "
005870             CLOSE BILL-REPORT-FILE
005880     END-EVALUATE.
005890 3200-EXIT.
005900     EXIT.
005910
005920 3300-REMOVE-PRIOR-FILING.
005930     MOVE 'N' TO WS-PRIOR-DONE-SWITCH.
005940     MOVE WS-CURRENT-REPORT TO RR-REPORT-NAME.
005950     MOVE WS-RUN-NUMBER TO RR-RUN-NUMBER.
005960     MOVE ZERO TO RR-LINE-NUMBER.
005970     START REPOSITORY-FILE KEY NOT < RR-KEY
005980         INVALID KEY
005990             SET WS-PRIOR-DONE TO TRUE
006000     END-START.
006010     PERFORM 3350-REMOVE-ONE-PRIOR THRU 3350-EXIT
006020         UNTIL WS-PRIOR-DONE.
006030 3300-EXIT.
006040     EXIT.
006050
006060 3350-REMOVE-ONE-PRIOR.
006070     READ REPOSITORY-FILE NEXT RECORD
006080         AT END
006090             SET WS-PRIOR-DONE TO TRUE
006100     END-READ.
006110     IF WS-PRIOR-DONE
006120         GO TO 3350-EXIT
006130     END-IF.
006140     IF RR-REPORT-NAME NOT = WS-CURRENT-REPORT
006150         OR RR-RUN-NUMBER NOT = WS-RUN-NUMBER
006160         SET WS-PRIOR-DONE TO TRUE
006170         GO TO 3350-EXIT
006180     END-IF.
006190     DELETE REPOSITORY-FILE RECORD
006200         INVALID KEY
006210             DISPLAY "RPTREPO DELETE FAILED, STATUS "
006220                 WS-REPO-STATUS " - " RR-REPORT-NAME
006230                 " RUN " RR-RUN-NUMBER
006240             ADD 1 TO WS-FAILED-COUNT
006250             SET WS-PRIOR-DONE TO TRUE
006260         NOT INVALID KEY
006270             ADD 1 TO WS-RPT-REPLACED
006280     END-DELETE.
006290 3350-EXIT.
006300     EXIT.
006310
006320 3400-FILE-ONE-LINE.
006330     EVALUATE WS-CURRENT-REPORT
006340         WHEN "CALCRPT "
006350             READ CALC-REPORT-FILE INTO WS-WORK-LINE
006360                 AT END SET WS-RPT-EOF TO TRUE
006370             END-READ
006380         WHEN "MATHRPT "
006390             READ MATH-REPORT-FILE INTO WS-WORK-LINE
006400                 AT END SET WS-RPT-EOF TO TRUE
006410             END-READ
006420         WHEN "COMPRPT "
006430             READ COMP-REPORT-FILE INTO WS-WORK-LINE
006440                 AT END SET WS-RPT-EOF TO TRUE
006450             END-READ
006460         WHEN "BDAYRPT "
006470             READ BDAY-REPORT-FILE INTO WS-WORK-LINE
006480                 AT END SET WS-RPT-EOF TO TRUE
006490             END-READ
006500         WHEN "SENRPT  "
006510             READ SEN-REPORT-FILE INTO WS-WORK-LINE
006520                 AT END SET WS-RPT-EOF TO TRUE
006530             END-READ
006540         WHEN "NIGHTRPT"
006550             READ NIGHT-REPORT-FILE INTO WS-WORK-LINE
006560                 AT END SET WS-RPT-EOF TO TRUE
006570             END-READ
006580         WHEN "REJAGRPT"
006590             READ REJAG-REPORT-FILE INTO WS-WORK-LINE
006600                 AT END SET WS-RPT-EOF TO TRUE
006610             END-READ
006620         WHEN "MTDRPT  "
006630             READ MTD-REPORT-FILE INTO WS-WORK-LINE
006640                 AT END SET WS-RPT-EOF TO TRUE
006650             END-READ
006660         WHEN "BILLRPT "
006670             READ BILL-REPORT-FILE INTO WS-WORK-LINE
006680                 AT END SET WS-RPT-EOF TO TRUE
006690             END-READ
006700     END-EVALUATE.
006710     IF WS-RPT-EOF
006720         GO TO 3400-EXIT
006730     END-IF.
006740     ADD 1 TO WS-RPT-LINES.
006750     PERFORM 3500-TRACK-SECTION THRU 3500-EXIT.
006760     IF WS-SIMULATION
006770         GO TO 3400-EXIT
006780     END-IF.
006790     MOVE SPACES TO REPORT-REPOSITORY-RECORD.
006800     MOVE WS-CURRENT-REPORT TO RR-REPORT-NAME.
006810     MOVE WS-RUN-NUMBER TO RR-RUN-NUMBER.
006820     MOVE WS-RPT-LINES TO RR-LINE-NUMBER.
006830     MOVE WS-TODAY-DATE TO RR-BUSINESS-DATE.
006840     MOVE WS-CURRENT-SECTION TO RR-SECTION-KEY.
006850     MOVE WS-WORK-LINE TO RR-LINE-TEXT.
006860     WRITE REPORT-REPOSITORY-RECORD
006870         INVALID KEY
006880             DISPLAY "RPTREPO WRITE FAILED, STATUS "
006890                 WS-REPO-STATUS " - " RR-REPORT-NAME
006900                 " LINE " RR-LINE-NUMBER
006910             ADD 1 TO WS-FAILED-COUNT
006920     END-WRITE.
006930 3400-EXIT.
006940     EXIT.
006950
006960 3500-TRACK-SECTION.
006970******************************************************************
006980* The department section a line belongs to is the last section
006990* heading printed above it -- DEPARTMENT xxxx on BDAYRPT and
007000* SENRPT, STATEMENT FOR CLIENT xxxx on CALCRPT, CHARGEBACK
007010* STATEMENT - DEPT xxxx on BILLRPT, the same cut RPTDIST
007020* distributes on.  Lines ahead of the first heading are the
007030* front matter and carry no section.
007040******************************************************************
007050     MOVE SPACES TO WS-LINE-SECTION-KEY.
007060     IF WS-WORK-LINE (1:11) = "DEPARTMENT "
007070         MOVE WS-WORK-LINE (12:4) TO WS-LINE-SECTION-KEY
007080     END-IF.
007090     IF WS-WORK-LINE (1:21) = "STATEMENT FOR CLIENT "
007100         MOVE WS-WORK-LINE (22:4) TO WS-LINE-SECTION-KEY
007110     END-IF.
007120     IF WS-WORK-LINE (1:28) = "CHARGEBACK STATEMENT - DEPT "
007130         MOVE WS-WORK-LINE (29:4) TO WS-LINE-SECTION-KEY
007140     END-IF.
007150     IF WS-LINE-SECTION-KEY NOT = SPACES
007160         AND WS-LINE-SECTION-KEY NOT = WS-CURRENT-SECTION
007170         MOVE WS-LINE-SECTION-KEY TO WS-CURRENT-SECTION
007180         ADD 1 TO WS-RPT-SECTIONS
007190     END-IF.
007200 3500-EXIT.
007210     EXIT.
007220
007230 3600-WRITE-INDEX-ENTRY.
007240     IF WS-SIMULATION
007250         GO TO 3600-EXIT
007260     END-IF.
007270     MOVE SPACES TO REPORT-REPOSITORY-RECORD.
007280     MOVE WS-CURRENT-REPORT TO RR-REPORT-NAME.
007290     MOVE WS-RUN-NUMBER TO RR-RUN-NUMBER.
007300     MOVE ZERO TO RR-LINE-NUMBER.
007310     MOVE WS-TODAY-DATE TO RR-BUSINESS-DATE.
007320     MOVE WS-RPT-LINES TO RR-LINE-COUNT.
007330     MOVE WS-RPT-SECTIONS TO RR-SECTION-COUNT.
007340     CALL "TIMESTMP" USING RR-FILED-TIMESTAMP.
007350     WRITE REPORT-REPOSITORY-RECORD
007360         INVALID KEY
007370             DISPLAY "RPTREPO WRITE FAILED, STATUS "
007380                 WS-REPO-STATUS " - " RR-REPORT-NAME
007390                 " INDEX ENTRY"
007400             ADD 1 TO WS-FAILED-COUNT
007410     END-WRITE.
007420 3600-EXIT.
007430     EXIT.
007440
007450 3800-REPORT-FILING.
007460     MOVE WS-CURRENT-REPORT TO DL-REPORT.
007470     MOVE WS-RUN-NUMBER TO DL-RUN.
007480     MOVE WS-TODAY-DATE TO DL-DATE.
007490     MOVE WS-RPT-LINES TO DL-LINES.
007500     MOVE WS-RPT-SECTIONS TO DL-SECTIONS.
007510     MOVE WS-RETENTION-DAYS TO DL-RETAIN.
007520     PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT.
007530 3800-EXIT.
007540     EXIT.
007550
007560 6000-WRITE-DETAIL-LINE.
007570     MOVE WS-DISPOSITION TO DL-DISPOSITION.
007580     IF WS-REPORT-IS-OPEN
007590         MOVE WS-DETAIL-LINE TO FILING-REPORT-RECORD
007600         WRITE FILING-REPORT-RECORD
007610     END-IF.
007620 6000-EXIT.
007630     EXIT.
007640
007650 7000-FIND-RETENTION.
007660     MOVE ZERO TO WS-RETN-SLOT.
007670     PERFORM 7050-MATCH-ONE-RETENTION THRU 7050-EXIT
007680         VARYING WS-RETN-IX FROM 1 BY 1
007690         UNTIL WS-RETN-IX > WS-RETN-USED
007700             OR WS-RETN-SLOT > ZERO.
007710     IF WS-RETN-SLOT > ZERO
007720         MOVE WS-RETN-TBL-DAYS (WS-RETN-SLOT)
007730             TO WS-RETENTION-DAYS
007740     ELSE
007750         MOVE WS-DEFAULT-RETENTION-DAYS TO WS-RETENTION-DAYS
007760     END-IF.
007770 7000-EXIT.
007780     EXIT.
007790
007800 7050-MATCH-ONE-RETENTION.
007810     IF WS-RETN-TBL-NAME (WS-RETN-IX) = WS-CURRENT-REPORT
007820         MOVE WS-RETN-IX TO WS-RETN-SLOT
007830     END-IF.
007840 7050-EXIT.
007850     EXIT.
007860
007870 8000-FINALIZE.
007880******************************************************************
007890* Totals to the console, the filing report and the audit log.
007900* A failed write or delete leaves the step RC 4 with a WARN so
007910* the morning review sees a filing that may be incomplete, as
007920* does an RPTRETN row that could not be used; a refused run has
007930* already set 12.
007940******************************************************************
007950     IF WS-REPO-IS-OPEN
007960         CLOSE REPOSITORY-FILE
007970         MOVE 'N' TO WS-REPO-OPEN-SWITCH
007980     ELSE
007990         GO TO 8000-CLOSE-LOGS
008000     END-IF.
008010     MOVE WS-FILED-COUNT TO WS-FILED-COUNT-ED.
008020     MOVE WS-EMPTY-COUNT TO WS-EMPTY-COUNT-ED.
008030     MOVE WS-ABSENT-COUNT TO WS-ABSENT-COUNT-ED.
008040     MOVE WS-LINES-FILED TO WS-LINES-FILED-ED.
008050     MOVE WS-PURGED-RUNS TO WS-PURGED-RUNS-ED.
008060     MOVE WS-PURGED-LINES TO WS-PURGED-LINES-ED.
008070     MOVE WS-KEPT-RUNS TO WS-KEPT-RUNS-ED.
008080     MOVE WS-FAILED-COUNT TO WS-FAILED-COUNT-ED.
008090     DISPLAY "Reports filed      : " WS-FILED-COUNT-ED.
008100     DISPLAY "Lines filed        : " WS-LINES-FILED-ED.
008110     DISPLAY "Reports empty      : " WS-EMPTY-COUNT-ED.
008120     DISPLAY "Reports not on step: " WS-ABSENT-COUNT-ED.
008130     DISPLAY "Filings purged     : " WS-PURGED-RUNS-ED.
008140     DISPLAY "Lines purged       : " WS-PURGED-LINES-ED.
008150     DISPLAY "Filings kept       : " WS-KEPT-RUNS-ED.
008160     DISPLAY "Writes/deletes fail: " WS-FAILED-COUNT-ED.
008170     PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT.
008180     MOVE "OK" TO WS-STATUS-TEXT.
008190     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
008200     STRING "REPOSITORY FILED " WS-FILED-COUNT-ED
008210         " LINES " WS-LINES-FILED-ED
008220         " PURGED " WS-PURGED-RUNS-ED
008230         " KEPT " WS-KEPT-RUNS-ED
008240         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
008250     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
008260     IF WS-FAILED-COUNT > ZERO
008270         MOVE "WARN" TO WS-STATUS-TEXT
008280         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
008290         STRING "REPOSITORY WRITES/DELETES FAILED "
008300             WS-FAILED-COUNT-ED " - FILING MAY BE INCOMPLETE"
008310             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
008320         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008330     END-IF.
008340     IF WS-FAILED-COUNT > ZERO OR WS-RETN-IGNORED-COUNT > ZERO
008350         MOVE 4 TO WS-STEP-RC
008360     END-IF.
008370 8000-CLOSE-LOGS.
008380     IF WS-REPORT-IS-OPEN
008390         CLOSE FILING-REPORT-FILE
008400     END-IF.
008410     IF WS-AUDIT-IS-OPEN
008420         CLOSE AUDIT-LOG-FILE
008430     END-IF.
008440 8000-EXIT.
008450     EXIT.
008460
008470 8100-WRITE-TOTALS.
008480     IF NOT WS-REPORT-IS-OPEN
008490         GO TO 8100-EXIT
008500     END-IF.
008510     MOVE SPACES TO FILING-REPORT-RECORD.
008520     WRITE FILING-REPORT-RECORD.
008530     STRING "REPORTS FILED " WS-FILED-COUNT-ED
008540         "   LINES " WS-LINES-FILED-ED
008550         "   EMPTY " WS-EMPTY-COUNT-ED
008560         "   NOT ON STEP " WS-ABSENT-COUNT-ED
008570         DELIMITED BY SIZE INTO FILING-REPORT-RECORD.
008580     WRITE FILING-REPORT-RECORD.
008590     MOVE SPACES TO FILING-REPORT-RECORD.
008600     STRING "FILINGS PURGED " WS-PURGED-RUNS-ED
008610         "   LINES " WS-PURGED-LINES-ED
008620         "   FILINGS KEPT " WS-KEPT-RUNS-ED
008630         "   FAILED WRITES/DELETES " WS-FAILED-COUNT-ED
008640         DELIMITED BY SIZE INTO FILING-REPORT-RECORD.
008650     WRITE FILING-REPORT-RECORD.
008660     IF WS-SIMULATION
008670         MOVE "SIMULATION - NOTHING FILED OR PURGED"
008680             TO FILING-REPORT-RECORD
008690         WRITE FILING-REPORT-RECORD
008700     END-IF.
008710 8100-EXIT.
008720     EXIT.
008730
008740 9000-WRITE-AUDIT-ENTRY.
008750******************************************************************
008760* Stamps and writes one audit record.  The caller sets
008770* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
008780* this paragraph.
008790******************************************************************
008800     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
008810     MOVE SPACES TO AUDIT-LOG-RECORD.
008820     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
008830     MOVE "RPTFILE " TO AUDIT-PROGRAM-ID.
008840     MOVE SPACES TO AUDIT-USER-ID.
008850     IF WS-SIMULATION
008860         MOVE "SIMULATE" TO AUDIT-USER-ID
008870     END-IF.
008880     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
008890     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
008900     IF WS-STATUS-TEXT = "OK"
008910         SET AUDIT-IS-INFO TO TRUE
008920     ELSE
008930         IF WS-STATUS-TEXT = "ERROR"
008940             SET AUDIT-IS-ERROR TO TRUE
008950         ELSE
008960             SET AUDIT-IS-WARNING TO TRUE
008970         END-IF
008980     END-IF.
008990     IF WS-AUDIT-IS-OPEN
009000         WRITE AUDIT-LOG-RECORD
009010     END-IF.
009020 9000-EXIT.
009030     EXIT.
009040
009050** add other procedures here
009060 END PROGRAM RPTFILE.
