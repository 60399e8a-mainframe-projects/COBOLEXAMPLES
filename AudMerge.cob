000550*                  they carried no VALUE, and a stray byte in an
000560*                  EOF slot would silently drop a whole log from
000570*                  the merge.
000580* 2026-10-15  DW   Simulation mode: SIMULATION in the review
000590*                  heading.  The merge itself is unchanged, but a
000600*                  simulated night's review covers only the
000610*                  records the simulation wrote (user SIMULATE)
000620*                  and a live night's review leaves them out.
000630* 2026-10-15  DW   Records itself as the owner of the batch-window
000640*                  lock.
000650******************************************************************
000660 IDENTIFICATION DIVISION.
000670*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000680 PROGRAM-ID. AUDMERGE.
000690 ENVIRONMENT DIVISION.
000700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000710 CONFIGURATION SECTION.
000720*-----------------------
000730 INPUT-OUTPUT SECTION.
000740*-----------------------
000750 FILE-CONTROL.
000760     SELECT HELO-AUDIT-FILE ASSIGN TO "HELOAUDT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-IN-STATUS.
000790     SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUDT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-IN-STATUS.
000820     SELECT COMP-AUDIT-FILE ASSIGN TO "COMPAUDT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-IN-STATUS.
000850     SELECT MATH-AUDIT-FILE ASSIGN TO "MATHAUDT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-IN-STATUS.
000880     SELECT BDAY-AUDIT-FILE ASSIGN TO "BDAYAUDT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-IN-STATUS.
000910     SELECT EMPU-AUDIT-FILE ASSIGN TO "EMPAUDT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-IN-STATUS.
000940     SELECT EDIT-AUDIT-FILE ASSIGN TO "EDITAUDT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-IN-STATUS.
000970     SELECT SEN-AUDIT-FILE ASSIGN TO "SENAUDT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-IN-STATUS.
001000     SELECT UTIL-AUDIT-FILE ASSIGN TO "UTILAUDT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-IN-STATUS.
001030     SELECT MENU-AUDIT-FILE ASSIGN TO "MENUAUDT"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-IN-STATUS.
001060     SELECT AUTH-AUDIT-FILE ASSIGN TO "AUTHAUDT"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-IN-STATUS.
001090     SELECT MERGE-POS-FILE ASSIGN TO "MRGPOS"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-POS-STATUS.
001120     SELECT MERGE-PARAM-FILE ASSIGN TO "MRGPARM"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-MRGPARM-STATUS.
001150     SELECT SHOP-AUDIT-FILE ASSIGN TO "SHOPAUDT"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-SHOP-STATUS.
001180     SELECT REVIEW-REPORT-FILE ASSIGN TO "AUDMRPT"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-REPORT-STATUS.
001210 DATA DIVISION.
001220*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001230 FILE SECTION.
001240*-----------------------
001250 FD  HELO-AUDIT-FILE.
001260 01  HELO-AUDIT-RECORD           PIC X(132).
001270 FD  CALC-AUDIT-FILE.
001280 01  CALC-AUDIT-RECORD           PIC X(132).
001290 FD  COMP-AUDIT-FILE.
001300 01  COMP-AUDIT-RECORD           PIC X(132).
001310 FD  MATH-AUDIT-FILE.
001320 01  MATH-AUDIT-RECORD           PIC X(132).
001330 FD  BDAY-AUDIT-FILE.
001340 01  BDAY-AUDIT-RECORD           PIC X(132).
001350 FD  EMPU-AUDIT-FILE.
001360 01  EMPU-AUDIT-RECORD           PIC X(132).
001370 FD  EDIT-AUDIT-FILE.
001380 01  EDIT-AUDIT-RECORD           PIC X(132).
001390 FD  SEN-AUDIT-FILE.
001400 01  SEN-AUDIT-RECORD            PIC X(132).
001410 FD  UTIL-AUDIT-FILE.
001420 01  UTIL-AUDIT-RECORD           PIC X(132).
001430 FD  MENU-AUDIT-FILE.
001440 01  MENU-AUDIT-RECORD           PIC X(132).
001450 FD  AUTH-AUDIT-FILE.
001460 01  AUTH-AUDIT-RECORD           PIC X(132).
001470 FD  MERGE-POS-FILE.
001480 01  MERGE-POS-RECORD.
001490     05  MP-FILE-INDEX           PIC 9(02).
001500     05  MP-RECORD-COUNT         PIC 9(07).
001510 FD  MERGE-PARAM-FILE.
001520 01  MERGE-PARAM-RECORD.
001530     05  MM-REQUEST              PIC X(08).
001540         88  MM-IS-REBUILD       VALUE 'REBUILD '.
001550 FD  SHOP-AUDIT-FILE.
001560 01  SHOP-AUDIT-RECORD           PIC X(132).
001570 FD  REVIEW-REPORT-FILE.
001580 01  REVIEW-REPORT-RECORD        PIC X(132).
001590
001600 WORKING-STORAGE SECTION.
001610*-----------------------
001620 01  WS-IN-STATUS                PIC X(02).
001630 01  WS-SHOP-STATUS              PIC X(02).
001640 01  WS-SHOP-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001650     88  WS-SHOP-IS-OPEN         VALUE 'Y'.
001660 01  WS-REPORT-STATUS            PIC X(02).
001670 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001680     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
001690 COPY EOFSWTCH.
001700 01  WS-MERGE-DONE-SWITCH        PIC X(01) VALUE 'N'.
001710     88  WS-MERGE-DONE           VALUE 'Y'.
001720 01  WS-FILE-COUNT               PIC 9(02) COMP VALUE 11.
001730 01  WS-FILE-IX                  PIC 9(02) COMP VALUE ZERO.
001740 01  WS-LOW-IX                   PIC 9(02) COMP VALUE ZERO.
001750 01  WS-LOW-TIMESTAMP            PIC X(21).
001760 01  WS-MERGE-TABLE.
001770     05  WS-MRG-ENTRY OCCURS 11 TIMES.
001780         10  WS-MRG-RECORD.
001790             15  WS-MRG-TIMESTAMP PIC X(21).
001800             15  FILLER           PIC X(111).
001810         10  WS-MRG-EOF-SWITCH    PIC X(01).
001820             88  WS-MRG-AT-EOF    VALUE 'Y'.
001830         10  WS-MRG-OPEN-SWITCH   PIC X(01).
001840             88  WS-MRG-IS-OPEN   VALUE 'Y'.
001850         10  WS-MRG-START-POS     PIC 9(07) COMP.
001860         10  WS-MRG-READ-CNT      PIC 9(07) COMP.
001870 01  WS-POS-STATUS               PIC X(02).
001880 01  WS-MRGPARM-STATUS           PIC X(02).
001890 01  WS-POS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001900     88  WS-POS-EOF              VALUE 'Y'.
001910 01  WS-REBUILD-SWITCH           PIC X(01) VALUE 'N'.
001920     88  WS-FULL-REBUILD         VALUE 'Y'.
001930 01  WS-STALE-SWITCH             PIC X(01) VALUE 'N'.
001940     88  WS-POSITIONS-STALE      VALUE 'Y'.
001950 01  WS-MERGED-COUNT             PIC 9(06) COMP VALUE ZERO.
001960 01  WS-ERRWARN-COUNT            PIC 9(06) COMP VALUE ZERO.
001970 01  WS-MERGED-COUNT-ED          PIC ZZZZZ9.
001980 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001990 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
002000 COPY RUNMODE.
002010 01  WS-LOCK-FUNCTION            PIC X(01) VALUE 'O'.
002020 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "AUDMERGE".
002030 01  WS-LOCK-RECORD              PIC X(77).
002040 01  WS-TODAY                    PIC X(21).
002050 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
002060     05  WS-TODAY-DATE-X         PIC X(08).
002070     05  FILLER                  PIC X(13).
002080 01  WS-RECORD-DATE              PIC X(08).
002090 01  WS-ERRWARN-COUNT-ED         PIC ZZZZZ9.
002100 COPY AUDITLOG.
002110 01  WS-PGM-COUNT-TABLE.
002120     05  WS-PGM-TABLE-MAX        PIC 9(02) COMP VALUE 20.
002130     05  WS-PGM-USED             PIC 9(02) COMP VALUE ZERO.
002140     05  WS-PGM-IX               PIC 9(02) COMP VALUE ZERO.
002150     05  WS-PGM-FOUND-SWITCH     PIC X(01).
002160         88  WS-PGM-FOUND        VALUE 'Y'.
002170     05  WS-PGM-ENTRY OCCURS 20 TIMES.
002180         10  WS-PGM-NAME         PIC X(08).
002190         10  WS-PGM-INFO-COUNT   PIC 9(06) COMP.
002200 01  WS-PGM-INFO-COUNT-ED        PIC ZZZZZ9.
002210 01  WS-COUNT-LINE.
002220     05  FILLER                  PIC X(08) VALUE "PROGRAM ".
002230     05  CL-PROGRAM-NAME         PIC X(08).
002240     05  FILLER                  PIC X(15) VALUE
002250         "  INFO RECORDS ".
002260     05  CL-INFO-COUNT           PIC ZZZZZ9.
002270
002280*-----------------------
002290 PROCEDURE DIVISION.
002300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002310 0000-MAINLINE.
002320******************************************************************
002330* Phase one merges the per-program audit files into the shop-
002340* wide log in AUDIT-TIMESTAMP order.  Phase two reads the
002350* merged log back and prints the review report: ERROR and WARN
002360* records first, per-program INFO counts below.
002370******************************************************************
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     PERFORM 2000-MERGE-ONE-RECORD THRU 2000-EXIT
002400         UNTIL WS-MERGE-DONE.
002410     PERFORM 3000-START-REVIEW-REPORT THRU 3000-EXIT.
002420     PERFORM 4000-REVIEW-ONE-RECORD THRU 4000-EXIT
002430         UNTIL WS-EOF.
002440     PERFORM 5000-WRITE-INFO-COUNTS THRU 5000-EXIT.
002450     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002460     GOBACK.
002470
002480 1000-INITIALIZE.
002490     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
002500     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
002510         WS-LOCK-STEP-NAME WS-LOCK-RECORD.
002520     CALL "TIMESTMP" USING WS-TODAY.
002530     PERFORM 1350-CLEAR-ONE-ENTRY THRU 1350-EXIT
002540         VARYING WS-FILE-IX FROM 1 BY 1
002550         UNTIL WS-FILE-IX > WS-FILE-COUNT.
002560     PERFORM 1400-OPEN-ONE-FILE THRU 1400-EXIT
002570         VARYING WS-FILE-IX FROM 1 BY 1
002580         UNTIL WS-FILE-IX > WS-FILE-COUNT.
002590     PERFORM 1150-READ-MERGE-PARAM THRU 1150-EXIT.
002600     PERFORM 1160-LOAD-POSITIONS THRU 1160-EXIT.
002610     IF NOT WS-FULL-REBUILD
002620         PERFORM 1170-SKIP-TO-POSITION THRU 1170-EXIT
002630             VARYING WS-FILE-IX FROM 1 BY 1
002640             UNTIL WS-FILE-IX > WS-FILE-COUNT
002650         IF WS-POSITIONS-STALE
002660             PERFORM 1180-RESTART-FOR-REBUILD THRU 1180-EXIT
002670         END-IF
002680     END-IF.
002690     IF WS-FULL-REBUILD
002700         DISPLAY "FULL MERGE REBUILD"
002710         OPEN OUTPUT SHOP-AUDIT-FILE
002720     ELSE
002730         OPEN EXTEND SHOP-AUDIT-FILE
002740     END-IF.
002750     IF WS-SHOP-STATUS = "00"
002760         SET WS-SHOP-IS-OPEN TO TRUE
002770     ELSE
002780         DISPLAY "SHOPAUDT OPEN FAILED, STATUS " WS-SHOP-STATUS
002790         MOVE 12 TO RETURN-CODE
002800     END-IF.
002810     PERFORM 1500-READ-ONE-FILE THRU 1500-EXIT
002820         VARYING WS-FILE-IX FROM 1 BY 1
002830         UNTIL WS-FILE-IX > WS-FILE-COUNT.
002840 1000-EXIT.
002850     EXIT.
002860
002870 1150-READ-MERGE-PARAM.
002880******************************************************************
002890* A REBUILD record on MRGPARM forces the full re-merge, the
002900* recovery path when the merged log itself was lost or doubted.
002910******************************************************************
002920     OPEN INPUT MERGE-PARAM-FILE.
002930     IF WS-MRGPARM-STATUS = "00"
002940         READ MERGE-PARAM-FILE
002950             AT END
002960                 CONTINUE
002970             NOT AT END
002980                 IF MM-IS-REBUILD
002990                     SET WS-FULL-REBUILD TO TRUE
003000                 END-IF
003010         END-READ
003020         CLOSE MERGE-PARAM-FILE
003030     END-IF.
003040 1150-EXIT.
003050     EXIT.
003060
003070 1160-LOAD-POSITIONS.
003080******************************************************************
003090* Loads how far into each input the last merge reached.  No
003100* position file means no prior incremental merge: full rebuild.
003110******************************************************************
003120     IF WS-FULL-REBUILD
003130         GO TO 1160-EXIT
003140     END-IF.
003150     OPEN INPUT MERGE-POS-FILE.
003160     IF WS-POS-STATUS NOT = "00"
003170         SET WS-FULL-REBUILD TO TRUE
003180         GO TO 1160-EXIT
003190     END-IF.
003200     MOVE 'N' TO WS-POS-EOF-SWITCH.
003210     PERFORM 1165-LOAD-ONE-POSITION THRU 1165-EXIT
003220         UNTIL WS-POS-EOF.
003230     CLOSE MERGE-POS-FILE.
003240 1160-EXIT.
003250     EXIT.
003260
003270 1165-LOAD-ONE-POSITION.
003280     READ MERGE-POS-FILE
003290         AT END
003300             SET WS-POS-EOF TO TRUE
003310     END-READ.
003320     IF NOT WS-POS-EOF
003330         AND MP-FILE-INDEX NUMERIC
003340         AND MP-FILE-INDEX >= 1
003350         AND MP-FILE-INDEX <= WS-FILE-COUNT
003360         MOVE MP-RECORD-COUNT
003370             TO WS-MRG-START-POS (MP-FILE-INDEX)
003380     END-IF.
003390 1165-EXIT.
003400     EXIT.
003410
003420 1170-SKIP-TO-POSITION.
003430******************************************************************
003440* Reads past the records the last merge already consumed, so the
003450* first record the merge loop sees is the first new one.  An
003460* input that ends before its stored position means the weekly
003470* purge rewrote the live logs since the positions were taken --
003480* the stored positions are stale and the whole merge falls back
003490* to a rebuild.
003500******************************************************************
003510     PERFORM 1500-READ-ONE-FILE THRU 1500-EXIT
003520         UNTIL WS-MRG-AT-EOF (WS-FILE-IX)
003530             OR WS-MRG-READ-CNT (WS-FILE-IX) >=
003540                 WS-MRG-START-POS (WS-FILE-IX).
003550     IF WS-MRG-AT-EOF (WS-FILE-IX)
003560         AND WS-MRG-READ-CNT (WS-FILE-IX) <
003570             WS-MRG-START-POS (WS-FILE-IX)
003580         SET WS-POSITIONS-STALE TO TRUE
003590     END-IF.
003600 1170-EXIT.
003610     EXIT.
003620
003630 1180-RESTART-FOR-REBUILD.
003640******************************************************************
003650* Stale positions: close everything, clear the table, reopen the
003660* inputs from the top, and merge the whole window -- the same
003670* recovery a REBUILD parameter asks for.
003680******************************************************************
003690     DISPLAY "MRGPOS STALE - FALLING BACK TO FULL REBUILD".
003700     PERFORM 8100-CLOSE-ONE-FILE THRU 8100-EXIT
003710         VARYING WS-FILE-IX FROM 1 BY 1
003720         UNTIL WS-FILE-IX > WS-FILE-COUNT.
003730     PERFORM 1350-CLEAR-ONE-ENTRY THRU 1350-EXIT
003740         VARYING WS-FILE-IX FROM 1 BY 1
003750         UNTIL WS-FILE-IX > WS-FILE-COUNT.
003760     PERFORM 1400-OPEN-ONE-FILE THRU 1400-EXIT
003770         VARYING WS-FILE-IX FROM 1 BY 1
003780         UNTIL WS-FILE-IX > WS-FILE-COUNT.
003790     SET WS-FULL-REBUILD TO TRUE.
003800 1180-EXIT.
003810     EXIT.
003820
003830 1350-CLEAR-ONE-ENTRY.
003840******************************************************************
003850* The merge-table switches carry no VALUE clause, and an EOF
003860* slot that starts 'Y' would silently drop that whole log from
003870* the merge -- so both switches are set to 'N' before any file
003880* is opened.
003890******************************************************************
003900     MOVE 'N' TO WS-MRG-EOF-SWITCH (WS-FILE-IX).
003910     MOVE 'N' TO WS-MRG-OPEN-SWITCH (WS-FILE-IX).
003920     MOVE ZERO TO WS-MRG-START-POS (WS-FILE-IX).
003930     MOVE ZERO TO WS-MRG-READ-CNT (WS-FILE-IX).
003940 1350-EXIT.
003950     EXIT.
003960
003970 1400-OPEN-ONE-FILE.
003980******************************************************************
003990* Opens the merge input selected by WS-FILE-IX.  A log that is
004000* missing or will not open is treated as empty (at end) so the
004010* merge still covers the logs that did arrive.
004020******************************************************************
004030     EVALUATE WS-FILE-IX
004040         WHEN 1 OPEN INPUT HELO-AUDIT-FILE
004050         WHEN 2 OPEN INPUT CALC-AUDIT-FILE
004060         WHEN 3 OPEN INPUT COMP-AUDIT-FILE
004070         WHEN 4 OPEN INPUT MATH-AUDIT-FILE
004080         WHEN 5 OPEN INPUT BDAY-AUDIT-FILE
004090         WHEN 6 OPEN INPUT EMPU-AUDIT-FILE
004100         WHEN 7 OPEN INPUT EDIT-AUDIT-FILE
004110         WHEN 8 OPEN INPUT SEN-AUDIT-FILE
004120         WHEN 9 OPEN INPUT UTIL-AUDIT-FILE
004130         WHEN 10 OPEN INPUT MENU-AUDIT-FILE
004140         WHEN 11 OPEN INPUT AUTH-AUDIT-FILE
004150     END-EVALUATE.
004160     IF WS-IN-STATUS = "00"
004170         SET WS-MRG-IS-OPEN (WS-FILE-IX) TO TRUE
004180     ELSE
004190         SET WS-MRG-AT-EOF (WS-FILE-IX) TO TRUE
004200     END-IF.
004210 1400-EXIT.
004220     EXIT.
004230
004240 1500-READ-ONE-FILE.
004250******************************************************************
004260* Advances the merge input selected by WS-FILE-IX.  A file that
004270* failed to open was already flagged at end and is left alone.
004280******************************************************************
004290     IF WS-MRG-AT-EOF (WS-FILE-IX)
004300         GO TO 1500-EXIT
004310     END-IF.
004320     EVALUATE WS-FILE-IX
004330         WHEN 1
004340             READ HELO-AUDIT-FILE INTO WS-MRG-RECORD (1)
004350                 AT END SET WS-MRG-AT-EOF (1) TO TRUE
004360             END-READ
004370         WHEN 2
004380             READ CALC-AUDIT-FILE INTO WS-MRG-RECORD (2)
004390                 AT END SET WS-MRG-AT-EOF (2) TO TRUE
004400             END-READ
004410         WHEN 3
004420             READ COMP-AUDIT-FILE INTO WS-MRG-RECORD (3)
004430                 AT END SET WS-MRG-AT-EOF (3) TO TRUE
004440             END-READ
004450         WHEN 4
004460             READ MATH-AUDIT-FILE INTO WS-MRG-RECORD (4)
004470                 AT END SET WS-MRG-AT-EOF (4) TO TRUE
004480             END-READ
004490         WHEN 5
004500             READ BDAY-AUDIT-FILE INTO WS-MRG-RECORD (5)
004510                 AT END SET WS-MRG-AT-EOF (5) TO TRUE
004520             END-READ
004530         WHEN 6
004540             READ EMPU-AUDIT-FILE INTO WS-MRG-RECORD (6)
004550                 AT END SET WS-MRG-AT-EOF (6) TO TRUE
004560             END-READ
004570         WHEN 7
004580             READ EDIT-AUDIT-FILE INTO WS-MRG-RECORD (7)
004590                 AT END SET WS-MRG-AT-EOF (7) TO TRUE
004600             END-READ
004610         WHEN 8
004620             READ SEN-AUDIT-FILE INTO WS-MRG-RECORD (8)
004630                 AT END SET WS-MRG-AT-EOF (8) TO TRUE
004640             END-READ
004650         WHEN 9
004660             READ UTIL-AUDIT-FILE INTO WS-MRG-RECORD (9)
004670                 AT END SET WS-MRG-AT-EOF (9) TO TRUE
004680             END-READ
004690         WHEN 10
004700             READ MENU-AUDIT-FILE INTO WS-MRG-RECORD (10)
004710                 AT END SET WS-MRG-AT-EOF (10) TO TRUE
004720             END-READ
004730         WHEN 11
004740             READ AUTH-AUDIT-FILE INTO WS-MRG-RECORD (11)
004750                 AT END SET WS-MRG-AT-EOF (11) TO TRUE
004760             END-READ
004770     END-EVALUATE.
004780     IF NOT WS-MRG-AT-EOF (WS-FILE-IX)
004790         ADD 1 TO WS-MRG-READ-CNT (WS-FILE-IX)
004800     END-IF.
004810 1500-EXIT.
004820     EXIT.
004830
004840 2000-MERGE-ONE-RECORD.
004850******************************************************************
004860* Picks the not-at-end input holding the lowest AUDIT-TIMESTAMP,
004870* writes its record to the shop-wide log, and advances that
004880* input.  When every input is at end the merge is done.
004890******************************************************************
004900     MOVE HIGH-VALUES TO WS-LOW-TIMESTAMP.
004910     MOVE ZERO TO WS-LOW-IX.
004920     PERFORM 2100-PICK-LOW-INPUT THRU 2100-EXIT
004930         VARYING WS-FILE-IX FROM 1 BY 1
004940         UNTIL WS-FILE-IX > WS-FILE-COUNT.
004950     IF WS-LOW-IX = ZERO
004960         SET WS-MERGE-DONE TO TRUE
004970     ELSE
004980         IF WS-SHOP-IS-OPEN
004990             MOVE WS-MRG-RECORD (WS-LOW-IX) TO SHOP-AUDIT-RECORD
005000             WRITE SHOP-AUDIT-RECORD
005010         END-IF
005020         ADD 1 TO WS-MERGED-COUNT
005030         MOVE WS-LOW-IX TO WS-FILE-IX
005040         PERFORM 1500-READ-ONE-FILE THRU 1500-EXIT
005050     END-IF.
005060 2000-EXIT.
005070     EXIT.
005080
005090 2100-PICK-LOW-INPUT.
005100     IF NOT WS-MRG-AT-EOF (WS-FILE-IX)
005110         AND WS-MRG-TIMESTAMP (WS-FILE-IX) < WS-LOW-TIMESTAMP
005120         MOVE WS-MRG-TIMESTAMP (WS-FILE-IX) TO WS-LOW-TIMESTAMP
005130         MOVE WS-FILE-IX TO WS-LOW-IX
005140     END-IF.
005150 2100-EXIT.
005160     EXIT.
005170
005180 3000-START-REVIEW-REPORT.
005190******************************************************************
005200* Closes the merged log, reopens it for input, and opens the
005210* review report with its heading block.
005220******************************************************************
005230     IF WS-SHOP-IS-OPEN
005240         CLOSE SHOP-AUDIT-FILE
005250         OPEN INPUT SHOP-AUDIT-FILE
005260         IF WS-SHOP-STATUS NOT = "00"
005270             MOVE 'N' TO WS-SHOP-OPEN-SWITCH
005280             SET WS-EOF TO TRUE
005290         END-IF
005300     ELSE
005310         SET WS-EOF TO TRUE
005320     END-IF.
005330     OPEN OUTPUT REVIEW-REPORT-FILE.
005340     IF WS-REPORT-STATUS = "00"
005350         SET WS-REPORT-IS-OPEN TO TRUE
005360         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
005370         MOVE SPACES TO REVIEW-REPORT-RECORD
005380         STRING "SHOP-WIDE AUDIT REVIEW - RUN " WS-RUN-NUMBER-ED
005390             DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
005400         IF WS-SIMULATION
005410             MOVE "*** SIMULATION ***"
005420                 TO REVIEW-REPORT-RECORD (57:18)
005430         END-IF
005440         WRITE REVIEW-REPORT-RECORD
005450         MOVE "ERROR AND WARNING RECORDS, OLDEST FIRST:"
005460             TO REVIEW-REPORT-RECORD
005470         WRITE REVIEW-REPORT-RECORD
005480     END-IF.
005490     IF NOT WS-EOF
005500         PERFORM 3500-READ-SHOP-AUDIT THRU 3500-EXIT
005510     END-IF.
005520 3000-EXIT.
005530     EXIT.
005540
005550 3500-READ-SHOP-AUDIT.
005560     READ SHOP-AUDIT-FILE INTO AUDIT-LOG-RECORD
005570         AT END
005580             SET WS-EOF TO TRUE
005590     END-READ.
005600 3500-EXIT.
005610     EXIT.
005620
005630 4000-REVIEW-ONE-RECORD.
005640******************************************************************
005650* ERROR and WARN records print in full where the morning shift
005660* sees them first; INFO records only tally into the per-program
005670* counts written below the details.  Only the current run's
005680* records make the report -- the logs deliberately retain the
005690* whole retention window, and a daily report must not reprint
005700* every retained error each morning.  A simulation's records
005710* (user SIMULATE) are reviewed only on a simulated night.
005720******************************************************************
005730     MOVE AUDIT-TIMESTAMP TO WS-RECORD-DATE.
005740     IF AUDIT-RUN-NUMBER NOT = WS-RUN-NUMBER
005750         AND WS-RECORD-DATE NOT = WS-TODAY-DATE-X
005760         PERFORM 3500-READ-SHOP-AUDIT THRU 3500-EXIT
005770         GO TO 4000-EXIT
005780     END-IF.
005790     IF (WS-SIMULATION AND AUDIT-USER-ID NOT = "SIMULATE")
005800         OR (NOT WS-SIMULATION AND AUDIT-USER-ID = "SIMULATE")
005810         PERFORM 3500-READ-SHOP-AUDIT THRU 3500-EXIT
005820         GO TO 4000-EXIT
005830     END-IF.
005840     IF AUDIT-IS-ERROR OR AUDIT-IS-WARNING
005850         ADD 1 TO WS-ERRWARN-COUNT
005860         IF WS-REPORT-IS-OPEN
005870             MOVE SPACES TO REVIEW-REPORT-RECORD
005880             MOVE AUDIT-LOG-RECORD TO REVIEW-REPORT-RECORD
005890             WRITE REVIEW-REPORT-RECORD
005900         END-IF
005910     ELSE
005920         PERFORM 4100-TALLY-INFO-RECORD THRU 4100-EXIT
005930     END-IF.
005940     PERFORM 3500-READ-SHOP-AUDIT THRU 3500-EXIT.
005950 4000-EXIT.
005960     EXIT.
005970
005980 4100-TALLY-INFO-RECORD.
005990     MOVE 'N' TO WS-PGM-FOUND-SWITCH.
006000     PERFORM 4200-MATCH-PROGRAM-SLOT THRU 4200-EXIT
006010         VARYING WS-PGM-IX FROM 1 BY 1
006020         UNTIL WS-PGM-IX > WS-PGM-USED OR WS-PGM-FOUND.
006030     IF NOT WS-PGM-FOUND
006040         AND WS-PGM-USED < WS-PGM-TABLE-MAX
006050         ADD 1 TO WS-PGM-USED
006060         MOVE AUDIT-PROGRAM-ID TO WS-PGM-NAME (WS-PGM-USED)
006070         MOVE 1 TO WS-PGM-INFO-COUNT (WS-PGM-USED)
006080     END-IF.
006090 4100-EXIT.
006100     EXIT.
006110
006120 4200-MATCH-PROGRAM-SLOT.
006130     IF WS-PGM-NAME (WS-PGM-IX) = AUDIT-PROGRAM-ID
006140         ADD 1 TO WS-PGM-INFO-COUNT (WS-PGM-IX)
006150         SET WS-PGM-FOUND TO TRUE
006160     END-IF.
006170 4200-EXIT.
006180     EXIT.
006190
006200 5000-WRITE-INFO-COUNTS.
006210     IF WS-REPORT-IS-OPEN
006220         MOVE SPACES TO REVIEW-REPORT-RECORD
006230         WRITE REVIEW-REPORT-RECORD
006240         MOVE "INFO RECORD COUNTS BY PROGRAM:"
006250             TO REVIEW-REPORT-RECORD
006260         WRITE REVIEW-REPORT-RECORD
006270         PERFORM 5100-WRITE-ONE-COUNT THRU 5100-EXIT
006280             VARYING WS-PGM-IX FROM 1 BY 1
006290             UNTIL WS-PGM-IX > WS-PGM-USED
006300     END-IF.
006310 5000-EXIT.
006320     EXIT.
006330
006340 5100-WRITE-ONE-COUNT.
006350     MOVE WS-PGM-NAME (WS-PGM-IX) TO CL-PROGRAM-NAME.
006360     MOVE WS-PGM-INFO-COUNT (WS-PGM-IX) TO CL-INFO-COUNT.
006370     MOVE SPACES TO REVIEW-REPORT-RECORD.
006380     MOVE WS-COUNT-LINE TO REVIEW-REPORT-RECORD.
006390     WRITE REVIEW-REPORT-RECORD.
006400 5100-EXIT.
006410     EXIT.
006420
006430 8000-FINALIZE.
006440     PERFORM 8100-CLOSE-ONE-FILE THRU 8100-EXIT
006450         VARYING WS-FILE-IX FROM 1 BY 1
006460         UNTIL WS-FILE-IX > WS-FILE-COUNT.
006470     IF WS-SHOP-IS-OPEN
006480         CLOSE SHOP-AUDIT-FILE
006490     END-IF.
006500     PERFORM 7000-WRITE-POSITIONS THRU 7000-EXIT.
006510     MOVE WS-MERGED-COUNT TO WS-MERGED-COUNT-ED.
006520     MOVE WS-ERRWARN-COUNT TO WS-ERRWARN-COUNT-ED.
006530     DISPLAY "Audit records merged  : " WS-MERGED-COUNT-ED.
006540     DISPLAY "Errors/warnings found : " WS-ERRWARN-COUNT-ED.
006550     IF WS-REPORT-IS-OPEN
006560         MOVE SPACES TO REVIEW-REPORT-RECORD
006570         STRING "TOTAL MERGED: " WS-MERGED-COUNT-ED
006580             " ERRORS/WARNINGS: " WS-ERRWARN-COUNT-ED
006590             DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
006600         WRITE REVIEW-REPORT-RECORD
006610         CLOSE REVIEW-REPORT-FILE
006620     END-IF.
006630 8000-EXIT.
006640     EXIT.
006650
006660 7000-WRITE-POSITIONS.
006670******************************************************************
006680* Records how far into each input this merge reached, so
006690* tomorrow night pays only for the new records.  A run whose
006700* merged log never opened consumed the inputs but appended
006710* nothing, so its positions must NOT be recorded -- advancing
006720* them would skip those records past the merged log forever.
006730******************************************************************
006740     IF NOT WS-SHOP-IS-OPEN
006750         DISPLAY "MERGED LOG NOT WRITTEN - POSITIONS RETAINED"
006760         GO TO 7000-EXIT
006770     END-IF.
006780     OPEN OUTPUT MERGE-POS-FILE.
006790     IF WS-POS-STATUS NOT = "00"
006800         DISPLAY "MRGPOS REWRITE FAILED, STATUS " WS-POS-STATUS
006810         GO TO 7000-EXIT
006820     END-IF.
006830     PERFORM 7100-WRITE-ONE-POSITION THRU 7100-EXIT
006840         VARYING WS-FILE-IX FROM 1 BY 1
006850         UNTIL WS-FILE-IX > WS-FILE-COUNT.
006860     CLOSE MERGE-POS-FILE.
006870 7000-EXIT.
006880     EXIT.
006890
006900 7100-WRITE-ONE-POSITION.
006910     MOVE SPACES TO MERGE-POS-RECORD.
006920     MOVE WS-FILE-IX TO MP-FILE-INDEX.
006930     MOVE WS-MRG-READ-CNT (WS-FILE-IX) TO MP-RECORD-COUNT.
006940     WRITE MERGE-POS-RECORD.
006950 7100-EXIT.
006960     EXIT.
006970
006980 8100-CLOSE-ONE-FILE.
006990     IF WS-MRG-IS-OPEN (WS-FILE-IX)
007000         EVALUATE WS-FILE-IX
007010             WHEN 1 CLOSE HELO-AUDIT-FILE
007020             WHEN 2 CLOSE CALC-AUDIT-FILE
007030             WHEN 3 CLOSE COMP-AUDIT-FILE
007040             WHEN 4 CLOSE MATH-AUDIT-FILE
007050             WHEN 5 CLOSE BDAY-AUDIT-FILE
007060             WHEN 6 CLOSE EMPU-AUDIT-FILE
007070             WHEN 7 CLOSE EDIT-AUDIT-FILE
007080             WHEN 8 CLOSE SEN-AUDIT-FILE
007090             WHEN 9 CLOSE UTIL-AUDIT-FILE
007100             WHEN 10 CLOSE MENU-AUDIT-FILE
007110             WHEN 11 CLOSE AUTH-AUDIT-FILE
007120         END-EVALUATE
007130     END-IF.
007140 8100-EXIT.
007150     EXIT.
007160
007170** add other procedures here
007180 END PROGRAM AUDMERGE.
