000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Nightly change watch over the suite's parameter
000060*                and control files.  Every night it fingerprints
000070*                each watched file -- PINPARM, LOADPARM,
000080*                ALRTRULE, BILRATES, CCYRATES, ACCRURLS, DISTCTL,
000090*                CALCMSGS, REJPARM, ARCHPARM and TIMEPARM -- as a
000100*                record count and a content hash, and writes the
000110*                fingerprints and every line to a new generation
000120*                of the PARMIMAG image.  Last night's generation
000130*                (PARMPRIR) is the before-image: a file whose
000140*                fingerprint moved gets a line-level difference
000150*                listing on the PARMRPT report, lines removed and
000160*                lines added, and a WARN on the utility audit log
000170*                naming the file, so AUDALERT can page on the
000180*                sensitive ones.  The files were changed by
000190*                anyone with dataset access and nobody could say
000200*                afterwards what a night had run with.
000210* Tectonics:     cobc
000220*
000230* Modification History
000240* ---------------------
000250* 2026-10-15  DW   Original program.
000260* 2026-10-15  DW   Simulation mode: SIMULATION in the report
000270*                  heading, and a simulated night carries last
000280*                  night's image forward unchanged as the new
000290*                  generation instead of imaging the files, so the
000300*                  next real night still compares against the last
000310*                  real image.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 PROGRAM-ID. PARMWTCH.
000360 ENVIRONMENT DIVISION.
000370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000380 CONFIGURATION SECTION.
000390*-----------------------
000400 INPUT-OUTPUT SECTION.
000410*-----------------------
000420 FILE-CONTROL.
000430     SELECT PINPARM-FILE ASSIGN TO "PINPARM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARM-STATUS.
000460     SELECT LOADPARM-FILE ASSIGN TO "LOADPARM"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PARM-STATUS.
000490     SELECT ALRTRULE-FILE ASSIGN TO "ALRTRULE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PARM-STATUS.
000520     SELECT BILRATES-FILE ASSIGN TO "BILRATES"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550     SELECT CCYRATES-FILE ASSIGN TO "CCYRATES"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PARM-STATUS.
000580     SELECT ACCRURLS-FILE ASSIGN TO "ACCRURLS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PARM-STATUS.
000610     SELECT DISTCTL-FILE ASSIGN TO "DISTCTL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PARM-STATUS.
000640     SELECT CALCMSGS-FILE ASSIGN TO "CALCMSGS"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PARM-STATUS.
000670     SELECT REJPARM-FILE ASSIGN TO "REJPARM"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PARM-STATUS.
000700     SELECT ARCHPARM-FILE ASSIGN TO "ARCHPARM"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PARM-STATUS.
000730     SELECT TIMEPARM-FILE ASSIGN TO "TIMEPARM"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PARM-STATUS.
000760     SELECT PRIOR-IMAGE-FILE ASSIGN TO "PARMPRIR"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PRIOR-STATUS.
000790     SELECT NEW-IMAGE-FILE ASSIGN TO "PARMIMAG"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-IMAGE-STATUS.
000820     SELECT WATCH-REPORT-FILE ASSIGN TO "PARMRPT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-REPORT-STATUS.
000850     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-AUDIT-STATUS.
000880 DATA DIVISION.
000890*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000900 FILE SECTION.
000910*-----------------------
000920 FD  PINPARM-FILE.
000930 01  PINPARM-RECORD              PIC X(80).
000940 FD  LOADPARM-FILE.
000950 01  LOADPARM-RECORD             PIC X(80).
000960 FD  ALRTRULE-FILE.
000970 01  ALRTRULE-RECORD             PIC X(80).
000980 FD  BILRATES-FILE.
000990 01  BILRATES-RECORD             PIC X(80).
001000 FD  CCYRATES-FILE.
001010 01  CCYRATES-RECORD             PIC X(80).
001020 FD  ACCRURLS-FILE.
001030 01  ACCRURLS-RECORD             PIC X(80).
001040 FD  DISTCTL-FILE.
001050 01  DISTCTL-RECORD              PIC X(80).
001060 FD  CALCMSGS-FILE.
001070 01  CALCMSGS-RECORD             PIC X(80).
001080 FD  REJPARM-FILE.
001090 01  REJPARM-RECORD              PIC X(80).
001100 FD  ARCHPARM-FILE.
001110 01  ARCHPARM-RECORD             PIC X(80).
001120 FD  TIMEPARM-FILE.
001130 01  TIMEPARM-RECORD             PIC X(80).
001140 FD  PRIOR-IMAGE-FILE.
001150 01  PRIOR-IMAGE-RECORD          PIC X(94).
001160 FD  NEW-IMAGE-FILE.
001170     COPY PARMIMG.
001180 FD  WATCH-REPORT-FILE.
001190 01  WATCH-REPORT-RECORD         PIC X(132).
001200 FD  AUDIT-LOG-FILE.
001210     COPY AUDITLOG.
001220
001230 WORKING-STORAGE SECTION.
001240*-----------------------
001250 01  WS-PARM-STATUS              PIC X(02).
001260 01  WS-PRIOR-STATUS             PIC X(02).
001270 01  WS-IMAGE-STATUS             PIC X(02).
001280 01  WS-IMAGE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001290     88  WS-IMAGE-IS-OPEN        VALUE 'Y'.
001300 01  WS-REPORT-STATUS            PIC X(02).
001310 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001320     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
001330 01  WS-AUDIT-STATUS             PIC X(02).
001340 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001350     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001360 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001370 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001380 COPY RUNMODE.
001390 01  WS-SUITE-FUNCTION           PIC X(01).
001400 01  WS-SUITE-STEP-NAME          PIC X(08).
001410 01  WS-SUITE-RC                 PIC 9(04).
001420 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001430     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001440 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001450 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001460 01  WS-STATUS-TEXT              PIC X(20).
001470 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001480 COPY EOFSWTCH.
001490 01  WS-TODAY                    PIC X(21).
001500 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
001510     05  WS-TODAY-CCYYMMDD       PIC 9(08).
001520     05  FILLER                  PIC X(13).
001530*
001540* The watched files, in the order they are fingerprinted and
001550* written to the image.  A file added here needs its own SELECT
001560* and a WHEN in each of the open, read and close paragraphs.
001570*
001580 01  WS-PARM-FILE-COUNT          PIC 9(02) COMP VALUE 11.
001590 01  WS-PARM-NAME-LIST.
001600     05  FILLER                  PIC X(08) VALUE "PINPARM ".
001610     05  FILLER                  PIC X(08) VALUE "LOADPARM".
001620     05  FILLER                  PIC X(08) VALUE "ALRTRULE".
001630     05  FILLER                  PIC X(08) VALUE "BILRATES".
001640     05  FILLER                  PIC X(08) VALUE "CCYRATES".
001650     05  FILLER                  PIC X(08) VALUE "ACCRURLS".
001660     05  FILLER                  PIC X(08) VALUE "DISTCTL ".
001670     05  FILLER                  PIC X(08) VALUE "CALCMSGS".
001680     05  FILLER                  PIC X(08) VALUE "REJPARM ".
001690     05  FILLER                  PIC X(08) VALUE "ARCHPARM".
001700     05  FILLER                  PIC X(08) VALUE "TIMEPARM".
001710 01  WS-PARM-NAME-TABLE REDEFINES WS-PARM-NAME-LIST.
001720     05  WS-PARM-NAME            PIC X(08) OCCURS 11 TIMES.
001730 01  WS-FILE-IX                  PIC 9(02) COMP VALUE ZERO.
001740 01  WS-CURRENT-NAME             PIC X(08).
001750 01  WS-PARM-LINE                PIC X(80).
001760 01  WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
001770     88  WS-PARM-EOF             VALUE 'Y'.
001780 01  WS-PARM-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001790     88  WS-PARM-IS-OPEN         VALUE 'Y'.
001800*
001810* Tonight's fingerprint of the file in hand.  The hash runs over
001820* every byte of every line in order, a line end counting as a
001830* byte of its own, so a reordered file fingerprints differently
001840* from the original.
001850*
001860 01  WS-NEW-PRESENT-FLAG         PIC X(01).
001870 01  WS-NEW-COUNT                PIC 9(07) VALUE ZERO.
001880 01  WS-NEW-HASH                 PIC 9(10) VALUE ZERO.
001890 01  WS-IMAGE-LINE-COUNT         PIC 9(07) VALUE ZERO.
001900 01  WS-HASH-WORK                PIC 9(12) VALUE ZERO.
001910 01  WS-HASH-QUOTIENT            PIC 9(12) VALUE ZERO.
001920 01  WS-HASH-MODULUS             PIC 9(10) VALUE 999999937.
001930 01  WS-BYTE-IX                  PIC 9(03) COMP VALUE ZERO.
001940 01  WS-BYTE-WORK.
001950     05  WS-BYTE-HIGH            PIC X(01) VALUE LOW-VALUE.
001960     05  WS-BYTE-LOW             PIC X(01).
001970 01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORK
001980                                 PIC 9(04) COMP.
001990*
002000* Last night's fingerprints, and the lines behind them, from the
002010* before-image.  Each fingerprint points at its own lines in the
002020* line table.
002030*
002040 01  WS-PRIOR-IMAGE-SWITCH       PIC X(01) VALUE 'Y'.
002050     88  WS-PRIOR-IMAGE-FOUND    VALUE 'Y'.
002060     88  WS-NO-PRIOR-IMAGE       VALUE 'N'.
002070 01  WS-PRIOR-RECORD-WORK.
002080     05  WS-PW-FILE-NAME         PIC X(08).
002090     05  WS-PW-REC-TYPE          PIC X(01).
002100         88  WS-PW-IS-FINGERPRINT
002110                                 VALUE 'F'.
002120         88  WS-PW-IS-LINE       VALUE 'L'.
002130     05  WS-PW-LINE-NUMBER       PIC 9(05).
002140     05  WS-PW-LINE-TEXT         PIC X(80).
002150     05  WS-PW-FINGERPRINT REDEFINES WS-PW-LINE-TEXT.
002160         10  WS-PW-RECORD-COUNT  PIC 9(07).
002170         10  WS-PW-CONTENT-HASH  PIC 9(10).
002180         10  WS-PW-PRESENT-FLAG  PIC X(01).
002190         10  WS-PW-TAKEN-CCYYMMDD
002200                                 PIC 9(08).
002210         10  WS-PW-TAKEN-RUN-NUMBER
002220                                 PIC 9(05).
002230         10  FILLER              PIC X(49).
002240 01  WS-PF-TABLE-MAX             PIC 9(02) COMP VALUE 20.
002250 01  WS-PF-USED                  PIC 9(02) COMP VALUE ZERO.
002260 01  WS-PF-IX                    PIC 9(02) COMP VALUE ZERO.
002270 01  WS-PF-CURRENT               PIC 9(02) COMP VALUE ZERO.
002280 01  WS-PRIOR-SLOT               PIC 9(02) COMP VALUE ZERO.
002290 01  WS-PF-TABLE.
002300     05  WS-PF-ENTRY OCCURS 20 TIMES.
002310         10  WS-PF-FILE-NAME     PIC X(08).
002320         10  WS-PF-COUNT         PIC 9(07).
002330         10  WS-PF-HASH          PIC 9(10).
002340         10  WS-PF-PRESENT-FLAG  PIC X(01).
002350         10  WS-PF-TAKEN-CCYYMMDD
002360                                 PIC 9(08).
002370         10  WS-PF-TAKEN-RUN-NUMBER
002380                                 PIC 9(05).
002390         10  WS-PF-FIRST-LINE    PIC 9(04) COMP.
002400         10  WS-PF-LAST-LINE     PIC 9(04) COMP.
002410         10  WS-PF-INCOMPLETE-FLAG
002420                                 PIC X(01).
002430 01  WS-PL-TABLE-MAX             PIC 9(04) COMP VALUE 2000.
002440 01  WS-PL-USED                  PIC 9(04) COMP VALUE ZERO.
002450 01  WS-PL-IX                    PIC 9(04) COMP VALUE ZERO.
002460 01  WS-PL-DROPPED               PIC 9(05) COMP VALUE ZERO.
002470 01  WS-PL-TABLE.
002480     05  WS-PL-ENTRY OCCURS 2000 TIMES.
002490         10  WS-PL-NUMBER        PIC 9(05).
002500         10  WS-PL-TEXT          PIC X(80).
002510         10  WS-PL-MATCHED-FLAG  PIC X(01).
002520*
002530* Tonight's lines of the file in hand, held for the difference
002540* listing.  A longer file is still fingerprinted and imaged in
002550* full; only its listing is cut short.
002560*
002570 01  WS-NL-TABLE-MAX             PIC 9(03) COMP VALUE 300.
002580 01  WS-NL-USED                  PIC 9(03) COMP VALUE ZERO.
002590 01  WS-NL-IX                    PIC 9(03) COMP VALUE ZERO.
002600 01  WS-NL-DROPPED               PIC 9(07) COMP VALUE ZERO.
002610 01  WS-NL-TABLE.
002620     05  WS-NL-ENTRY OCCURS 300 TIMES.
002630         10  WS-NL-NUMBER        PIC 9(05).
002640         10  WS-NL-TEXT          PIC X(80).
002650         10  WS-NL-MATCHED-FLAG  PIC X(01).
002660 01  WS-MATCH-SWITCH             PIC X(01).
002670     88  WS-LINE-MATCHED         VALUE 'Y'.
002680 01  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
002690 01  WS-REMOVED-COUNT            PIC 9(05) COMP VALUE ZERO.
002700 01  WS-ADDED-COUNT-ED           PIC ZZZZ9.
002710 01  WS-REMOVED-COUNT-ED         PIC ZZZZ9.
002720 01  WS-WATCHED-COUNT            PIC 9(03) COMP VALUE ZERO.
002730 01  WS-CHANGED-COUNT            PIC 9(03) COMP VALUE ZERO.
002740 01  WS-BASELINED-COUNT          PIC 9(03) COMP VALUE ZERO.
002750 01  WS-WATCHED-COUNT-ED         PIC ZZ9.
002760 01  WS-CHANGED-COUNT-ED         PIC ZZ9.
002770 01  WS-BASELINED-COUNT-ED       PIC ZZ9.
002780 01  WS-NEW-COUNT-ED             PIC ZZZZZZ9.
002790 01  WS-PRIOR-COUNT-ED           PIC ZZZZZZ9.
002800 01  WS-PRIOR-RUN-ED             PIC ZZZZ9.
002810 01  WS-LIST-MAX-ED              PIC ZZZ9.
002820*
002830* Report lines.  One summary line per watched file; a changed
002840* file follows it with its removed and added lines.
002850*
002860 01  WS-HEAD-LINE.
002870     05  FILLER                  PIC X(10) VALUE "FILE".
002880     05  FILLER                  PIC X(14) VALUE "RESULT".
002890     05  FILLER                  PIC X(26)
002900                                 VALUE "   RECORDS        HASH".
002910     05  FILLER                  PIC X(26)
002920                                 VALUE "     WAS        WAS HASH".
002930     05  FILLER                  PIC X(56)
002940                                 VALUE "   IMAGE TAKEN    RUN".
002950 01  WS-SUMMARY-LINE.
002960     05  SM-FILE-NAME            PIC X(08).
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  SM-RESULT               PIC X(12).
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  SM-NEW-COUNT            PIC ZZZZZZ9.
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  SM-NEW-HASH             PIC 9(10).
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  SM-PRIOR-COUNT          PIC ZZZZZZ9.
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  SM-PRIOR-HASH           PIC 9(10).
003070     05  FILLER                  PIC X(03) VALUE SPACES.
003080     05  SM-PRIOR-TAKEN          PIC 9(08).
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  SM-PRIOR-RUN            PIC ZZZZ9.
003110     05  FILLER                  PIC X(50) VALUE SPACES.
003120 01  WS-DIFF-LINE.
003130     05  FILLER                  PIC X(04) VALUE SPACES.
003140     05  DF-DIRECTION            PIC X(07).
003150     05  FILLER                  PIC X(06) VALUE " LINE ".
003160     05  DF-LINE-NUMBER          PIC ZZZZ9.
003170     05  FILLER                  PIC X(03) VALUE " : ".
003180     05  DF-LINE-TEXT            PIC X(80).
003190     05  FILLER                  PIC X(27) VALUE SPACES.
003200
003210*-----------------------
003220 PROCEDURE DIVISION.
003230*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003240 0000-MAINLINE.
003250******************************************************************
003260* Load last night's image, then fingerprint, image and compare
003270* each watched file in turn.  Tonight's image is written whether
003280* or not anything changed, so it is always tomorrow's
003290* before-image.
003300******************************************************************
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003320     IF WS-STEP-RC >= 12
003330         GO TO 0000-WRAP-UP
003340     END-IF.
003350     PERFORM 2000-LOAD-PRIOR-IMAGE THRU 2000-EXIT.
003360     PERFORM 3000-WATCH-ONE-FILE THRU 3000-EXIT
003370         VARYING WS-FILE-IX FROM 1 BY 1
003380         UNTIL WS-FILE-IX > WS-PARM-FILE-COUNT.
003390 0000-WRAP-UP.
003400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003410     MOVE 'R' TO WS-SUITE-FUNCTION.
003420     MOVE WS-STEP-RC TO WS-SUITE-RC.
003430     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
003440         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
003450     MOVE WS-STEP-RC TO RETURN-CODE.
003460     GOBACK.
003470
003480 1000-INITIALIZE.
003490******************************************************************
003500* Without a place to write tonight's image the watch would lose
003510* its baseline, and without the report a change could not be
003520* shown; either failure stops the step before anything is read.
003530******************************************************************
003540     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
003550     MOVE "PARMWTCH" TO WS-SUITE-STEP-NAME.
003560     MOVE 'C' TO WS-SUITE-FUNCTION.
003570     MOVE ZERO TO WS-SUITE-RC.
003580     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
003590         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
003600     IF WS-SUITE-STEP-DONE
003610         DISPLAY WS-SUITE-STEP-NAME
003620             " ALREADY COMPLETE THIS RUN - BYPASSED"
003630         GOBACK
003640     END-IF.
003650     OPEN EXTEND AUDIT-LOG-FILE.
003660     IF WS-AUDIT-STATUS = "00"
003670         SET WS-AUDIT-IS-OPEN TO TRUE
003680     END-IF.
003690     MOVE "OK" TO WS-STATUS-TEXT.
003700     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
003710     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003720     CALL "TIMESTMP" USING WS-TODAY.
003730     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
003740     OPEN OUTPUT WATCH-REPORT-FILE.
003750     IF WS-REPORT-STATUS NOT = "00"
003760         DISPLAY "PARMRPT OPEN FAILED, STATUS " WS-REPORT-STATUS
003770         MOVE "ERROR" TO WS-STATUS-TEXT
003780         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003790         STRING "PARMRPT OPEN FAILED, STATUS " WS-REPORT-STATUS
003800             " - PARAMETER FILES NOT WATCHED"
003810             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003820         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003830         MOVE 12 TO WS-STEP-RC
003840         GO TO 1000-EXIT
003850     END-IF.
003860     SET WS-REPORT-IS-OPEN TO TRUE.
003870     OPEN OUTPUT NEW-IMAGE-FILE.
003880     IF WS-IMAGE-STATUS NOT = "00"
003890         DISPLAY "PARMIMAG OPEN FAILED, STATUS " WS-IMAGE-STATUS
003900         MOVE "ERROR" TO WS-STATUS-TEXT
003910         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003920         STRING "PARMIMAG OPEN FAILED, STATUS " WS-IMAGE-STATUS
003930             " - PARAMETER FILES NOT WATCHED"
003940             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003950         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003960         MOVE 12 TO WS-STEP-RC
003970         GO TO 1000-EXIT
003980     END-IF.
003990     SET WS-IMAGE-IS-OPEN TO TRUE.
004000     MOVE SPACES TO WATCH-REPORT-RECORD.
004010     STRING "PARMWTCH PARAMETER FILE CHANGE REPORT - RUN "
004020         WS-RUN-NUMBER-ED "  DATE " WS-TODAY-CCYYMMDD
004030         DELIMITED BY SIZE INTO WATCH-REPORT-RECORD
004040     IF WS-SIMULATION
004050         MOVE "*** SIMULATION ***"
004060             TO WATCH-REPORT-RECORD (70:18)
004070     END-IF.
004080     WRITE WATCH-REPORT-RECORD.
004090     MOVE SPACES TO WATCH-REPORT-RECORD.
004100     WRITE WATCH-REPORT-RECORD.
004110     MOVE WS-HEAD-LINE TO WATCH-REPORT-RECORD.
004120     WRITE WATCH-REPORT-RECORD.
004130 1000-EXIT.
004140     EXIT.
004150
004160 2000-LOAD-PRIOR-IMAGE.
004170******************************************************************
004180* Last night's image.  Without one nothing can be compared:
004190* every file is baselined tonight and the step warns, since a
004200* before-image that has gone missing would otherwise hide a
004210* change made in the same window.
004220******************************************************************
004230     OPEN INPUT PRIOR-IMAGE-FILE.
004240     IF WS-PRIOR-STATUS NOT = "00"
004250         SET WS-NO-PRIOR-IMAGE TO TRUE
004260         DISPLAY "PARMPRIR NOT AVAILABLE, STATUS " WS-PRIOR-STATUS
004270         MOVE "WARN" TO WS-STATUS-TEXT
004280         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004290         STRING "NO BEFORE-IMAGE (PARMPRIR STATUS "
004300             WS-PRIOR-STATUS ") - ALL PARAMETER FILES BASELINED"
004310             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004320         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004330         IF WS-STEP-RC < 4
004340             MOVE 4 TO WS-STEP-RC
004350         END-IF
004360         GO TO 2000-EXIT
004370     END-IF.
004380     PERFORM 2100-LOAD-ONE-IMAGE-RECORD THRU 2100-EXIT
004390         UNTIL WS-EOF.
004400     CLOSE PRIOR-IMAGE-FILE.
004410     IF WS-PL-DROPPED > ZERO
004420         MOVE WS-PL-TABLE-MAX TO WS-LIST-MAX-ED
004430         MOVE "WARN" TO WS-STATUS-TEXT
004440         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004450         STRING "BEFORE-IMAGE OVER " WS-LIST-MAX-ED
004460             " LINES - SOME DIFFERENCE LISTINGS INCOMPLETE"
004470             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004480         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004490     END-IF.
004500 2000-EXIT.
004510     EXIT.
004520
004530 2100-LOAD-ONE-IMAGE-RECORD.
004540     READ PRIOR-IMAGE-FILE INTO WS-PRIOR-RECORD-WORK
004550         AT END
004560             SET WS-EOF TO TRUE
004570     END-READ.
004580     IF WS-EOF
004590         GO TO 2100-EXIT
004600     END-IF.
004610     IF WS-PW-IS-FINGERPRINT
004620         PERFORM 2200-LOAD-FINGERPRINT THRU 2200-EXIT
004630         GO TO 2100-EXIT
004640     END-IF.
004650     IF NOT WS-PW-IS-LINE OR WS-PF-CURRENT = ZERO
004660         GO TO 2100-EXIT
004670     END-IF.
004680     IF WS-PL-USED >= WS-PL-TABLE-MAX
004690         ADD 1 TO WS-PL-DROPPED
004700         MOVE 'Y' TO WS-PF-INCOMPLETE-FLAG (WS-PF-CURRENT)
004710         GO TO 2100-EXIT
004720     END-IF.
004730     ADD 1 TO WS-PL-USED.
004740     MOVE WS-PW-LINE-NUMBER TO WS-PL-NUMBER (WS-PL-USED).
004750     MOVE WS-PW-LINE-TEXT TO WS-PL-TEXT (WS-PL-USED).
004760     MOVE 'N' TO WS-PL-MATCHED-FLAG (WS-PL-USED).
004770     MOVE WS-PL-USED TO WS-PF-LAST-LINE (WS-PF-CURRENT).
004780 2100-EXIT.
004790     EXIT.
004800
004810 2200-LOAD-FINGERPRINT.
004820     MOVE ZERO TO WS-PF-CURRENT.
004830     IF WS-PF-USED >= WS-PF-TABLE-MAX
004840         GO TO 2200-EXIT
004850     END-IF.
004860     ADD 1 TO WS-PF-USED.
004870     MOVE WS-PF-USED TO WS-PF-CURRENT.
004880     MOVE WS-PW-FILE-NAME TO WS-PF-FILE-NAME (WS-PF-USED).
004890     MOVE WS-PW-RECORD-COUNT TO WS-PF-COUNT (WS-PF-USED).
004900     MOVE WS-PW-CONTENT-HASH TO WS-PF-HASH (WS-PF-USED).
004910     MOVE WS-PW-PRESENT-FLAG TO WS-PF-PRESENT-FLAG (WS-PF-USED).
004920     MOVE WS-PW-TAKEN-CCYYMMDD
004930         TO WS-PF-TAKEN-CCYYMMDD (WS-PF-USED).
004940     MOVE WS-PW-TAKEN-RUN-NUMBER
004950         TO WS-PF-TAKEN-RUN-NUMBER (WS-PF-USED).
004960     COMPUTE WS-PF-FIRST-LINE (WS-PF-USED) = WS-PL-USED + 1.
004970     MOVE WS-PL-USED TO WS-PF-LAST-LINE (WS-PF-USED).
004980     MOVE 'N' TO WS-PF-INCOMPLETE-FLAG (WS-PF-USED).
004990 2200-EXIT.
005000     EXIT.
005010
005020 3000-WATCH-ONE-FILE.
005030******************************************************************
005040* Pass one fingerprints the file and holds its lines for the
005050* listing; the fingerprint goes to tonight's image ahead of the
005060* lines, which pass two copies in.  The fingerprint is then held
005070* to last night's.
005080******************************************************************
005090     MOVE WS-PARM-NAME (WS-FILE-IX) TO WS-CURRENT-NAME.
005100     ADD 1 TO WS-WATCHED-COUNT.
005110     MOVE 'N' TO WS-NEW-PRESENT-FLAG.
005120     MOVE ZERO TO WS-NEW-COUNT.
005130     MOVE ZERO TO WS-NEW-HASH.
005140     MOVE ZERO TO WS-NL-USED.
005150     MOVE ZERO TO WS-NL-DROPPED.
005160     PERFORM 3100-OPEN-PARM-FILE THRU 3100-EXIT.
005170     IF WS-PARM-IS-OPEN
005180         MOVE 'Y' TO WS-NEW-PRESENT-FLAG
005190         PERFORM 3200-FINGERPRINT-ONE-LINE THRU 3200-EXIT
005200             UNTIL WS-PARM-EOF
005210         PERFORM 3150-CLOSE-PARM-FILE THRU 3150-EXIT
005220     END-IF.
005230     PERFORM 3300-WRITE-IMAGE THRU 3300-EXIT.
005240     PERFORM 3400-FIND-PRIOR THRU 3400-EXIT.
005250     PERFORM 3500-COMPARE-FILE THRU 3500-EXIT.
005260 3000-EXIT.
005270     EXIT.
005280
005290 3100-OPEN-PARM-FILE.
005300     MOVE 'N' TO WS-PARM-OPEN-SWITCH.
005310     MOVE 'N' TO WS-PARM-EOF-SWITCH.
005320     EVALUATE WS-CURRENT-NAME
005330         WHEN "PINPARM "
005340             OPEN INPUT PINPARM-FILE
005350         WHEN "LOADPARM"
005360             OPEN INPUT LOADPARM-FILE
005370         WHEN "ALRTRULE"
005380             OPEN INPUT ALRTRULE-FILE
005390         WHEN "BILRATES"
005400             OPEN INPUT BILRATES-FILE
005410         WHEN "CCYRATES"
005420             OPEN INPUT CCYRATES-FILE
005430         WHEN "ACCRURLS"
005440             OPEN INPUT ACCRURLS-FILE
005450         WHEN "DISTCTL "
005460             OPEN INPUT DISTCTL-FILE
005470         WHEN "CALCMSGS"
005480             OPEN INPUT CALCMSGS-FILE
005490         WHEN "REJPARM "
005500             OPEN INPUT REJPARM-FILE
005510         WHEN "ARCHPARM"
005520             OPEN INPUT ARCHPARM-FILE
005530         WHEN "TIMEPARM"
005540             OPEN INPUT TIMEPARM-FILE
005550         WHEN OTHER
005560             GO TO 3100-EXIT
005570     END-EVALUATE.
005580     IF WS-PARM-STATUS = "00"
005590         SET WS-PARM-IS-OPEN TO TRUE
005600     END-IF.
005610 3100-EXIT.
005620     EXIT.
005630
005640 3150-CLOSE-PARM-FILE.
005650     EVALUATE WS-CURRENT-NAME
005660         WHEN "PINPARM "
005670             CLOSE PINPARM-FILE
005680         WHEN "LOADPARM"
005690             CLOSE LOADPARM-FILE
005700         WHEN "ALRTRULE"
005710             CLOSE ALRTRULE-FILE
005720         WHEN "BILRATES"
005730             CLOSE BILRATES-FILE
005740         WHEN "CCYRATES"
005750             CLOSE CCYRATES-FILE
005760         WHEN "ACCRURLS"
005770             CLOSE ACCRURLS-FILE
005780         WHEN "DISTCTL "
005790             CLOSE DISTCTL-FILE
005800         WHEN "CALCMSGS"
005810             CLOSE CALCMSGS-FILE
005820         WHEN "REJPARM "
005830             CLOSE REJPARM-FILE
005840         WHEN "ARCHPARM"
005850             CLOSE ARCHPARM-FILE
005860         WHEN "TIMEPARM"
005870             CLOSE TIMEPARM-FILE
005880     END-EVALUATE.
005890     MOVE 'N' TO WS-PARM-OPEN-SWITCH.
005900 3150-EXIT.
005910     EXIT.
005920
005930 3180-READ-PARM-LINE.
005940     MOVE SPACES TO WS-PARM-LINE.
005950     EVALUATE WS-CURRENT-NAME
005960         WHEN "PINPARM "
005970             READ PINPARM-FILE INTO WS-PARM-LINE
005980                 AT END SET WS-PARM-EOF TO TRUE
005990             END-READ
006000         WHEN "LOADPARM"
006010             READ LOADPARM-FILE INTO WS-PARM-LINE
006020                 AT END SET WS-PARM-EOF TO TRUE
006030             END-READ
006040         WHEN "ALRTRULE"
006050             READ ALRTRULE-FILE INTO WS-PARM-LINE
006060                 AT END SET WS-PARM-EOF TO TRUE
006070             END-READ
006080         WHEN "BILRATES"
006090             READ BILRATES-FILE INTO WS-PARM-LINE
006100                 AT END SET WS-PARM-EOF TO TRUE
006110             END-READ
006120         WHEN "CCYRATES"
006130             READ CCYRATES-FILE INTO WS-PARM-LINE
006140                 AT END SET WS-PARM-EOF TO TRUE
006150             END-READ
006160         WHEN "ACCRURLS"
006170             READ ACCRURLS-FILE INTO WS-PARM-LINE
006180                 AT END SET WS-PARM-EOF TO TRUE
006190             END-READ
006200         WHEN "DISTCTL "
006210             READ DISTCTL-FILE INTO WS-PARM-LINE
006220                 AT END SET WS-PARM-EOF TO TRUE
006230             END-READ
006240         WHEN "CALCMSGS"
006250             READ CALCMSGS-FILE INTO WS-PARM-LINE
006260                 AT END SET WS-PARM-EOF TO TRUE
006270             END-READ
006280         WHEN "REJPARM "
006290             READ REJPARM-FILE INTO WS-PARM-LINE
006300                 AT END SET WS-PARM-EOF TO TRUE
006310             END-READ
006320         WHEN "ARCHPARM"
006330             READ ARCHPARM-FILE INTO WS-PARM-LINE
006340                 AT END SET WS-PARM-EOF TO TRUE
006350             END-READ
006360         WHEN "TIMEPARM"
006370             READ TIMEPARM-FILE INTO WS-PARM-LINE
006380                 AT END SET WS-PARM-EOF TO TRUE
006390             END-READ
006400     END-EVALUATE.
006410 3180-EXIT.
006420     EXIT.
006430
006440 3200-FINGERPRINT-ONE-LINE.
006450     PERFORM 3180-READ-PARM-LINE THRU 3180-EXIT.
006460     IF WS-PARM-EOF
006470         GO TO 3200-EXIT
006480     END-IF.
006490     ADD 1 TO WS-NEW-COUNT.
006500     PERFORM 3250-HASH-ONE-BYTE THRU 3250-EXIT
006510         VARYING WS-BYTE-IX FROM 1 BY 1
006520         UNTIL WS-BYTE-IX > 80.
006530     COMPUTE WS-HASH-WORK = WS-NEW-HASH * 31 + 10.
006540     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
006550         GIVING WS-HASH-QUOTIENT REMAINDER WS-NEW-HASH.
006560     IF WS-NL-USED >= WS-NL-TABLE-MAX
006570         ADD 1 TO WS-NL-DROPPED
006580         GO TO 3200-EXIT
006590     END-IF.
006600     ADD 1 TO WS-NL-USED.
006610     MOVE WS-NEW-COUNT TO WS-NL-NUMBER (WS-NL-USED).
006620     MOVE WS-PARM-LINE TO WS-NL-TEXT (WS-NL-USED).
006630     MOVE 'N' TO WS-NL-MATCHED-FLAG (WS-NL-USED).
006640 3200-EXIT.
006650     EXIT.
006660
006670 3250-HASH-ONE-BYTE.
006680     MOVE WS-PARM-LINE (WS-BYTE-IX:1) TO WS-BYTE-LOW.
006690     COMPUTE WS-HASH-WORK = WS-NEW-HASH * 31 + WS-BYTE-VALUE.
006700     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
006710         GIVING WS-HASH-QUOTIENT REMAINDER WS-NEW-HASH.
006720 3250-EXIT.
006730     EXIT.
006740
006750 3300-WRITE-IMAGE.
006760     IF WS-SIMULATION
006770         GO TO 3300-EXIT
006780     END-IF.
006790     MOVE SPACES TO PARM-IMAGE-RECORD.
006800     MOVE WS-CURRENT-NAME TO PI-FILE-NAME.
006810     SET PI-IS-FINGERPRINT TO TRUE.
006820     MOVE ZERO TO PI-LINE-NUMBER.
006830     MOVE WS-NEW-COUNT TO PI-RECORD-COUNT.
006840     MOVE WS-NEW-HASH TO PI-CONTENT-HASH.
006850     MOVE WS-NEW-PRESENT-FLAG TO PI-PRESENT-FLAG.
006860     MOVE WS-TODAY-CCYYMMDD TO PI-TAKEN-CCYYMMDD.
006870     MOVE WS-RUN-NUMBER TO PI-TAKEN-RUN-NUMBER.
006880     WRITE PARM-IMAGE-RECORD.
006890     IF WS-NEW-PRESENT-FLAG NOT = 'Y'
006900         GO TO 3300-EXIT
006910     END-IF.
006920     MOVE ZERO TO WS-IMAGE-LINE-COUNT.
006930     PERFORM 3100-OPEN-PARM-FILE THRU 3100-EXIT.
006940     IF WS-PARM-IS-OPEN
006950         PERFORM 3350-IMAGE-ONE-LINE THRU 3350-EXIT
006960             UNTIL WS-PARM-EOF
006970         PERFORM 3150-CLOSE-PARM-FILE THRU 3150-EXIT
006980     END-IF.
006990 3300-EXIT.
007000     EXIT.
007010
007020 3350-IMAGE-ONE-LINE.
007030     PERFORM 3180-READ-PARM-LINE THRU 3180-EXIT.
007040     IF WS-PARM-EOF
007050         GO TO 3350-EXIT
007060     END-IF.
007070     ADD 1 TO WS-IMAGE-LINE-COUNT.
007080     MOVE SPACES TO PARM-IMAGE-RECORD.
007090     MOVE WS-CURRENT-NAME TO PI-FILE-NAME.
007100     SET PI-IS-LINE TO TRUE.
007110     MOVE WS-IMAGE-LINE-COUNT TO PI-LINE-NUMBER.
007120     MOVE WS-PARM-LINE TO PI-LINE-TEXT.
007130     WRITE PARM-IMAGE-RECORD.
007140 3350-EXIT.
007150     EXIT.
007160
007170 3400-FIND-PRIOR.
007180     MOVE ZERO TO WS-PRIOR-SLOT.
007190     PERFORM 3450-MATCH-ONE-PRIOR THRU 3450-EXIT
007200         VARYING WS-PF-IX FROM 1 BY 1
007210         UNTIL WS-PF-IX > WS-PF-USED OR WS-PRIOR-SLOT > ZERO.
007220 3400-EXIT.
007230     EXIT.
007240
007250 3450-MATCH-ONE-PRIOR.
007260     IF WS-PF-FILE-NAME (WS-PF-IX) = WS-CURRENT-NAME
007270         MOVE WS-PF-IX TO WS-PRIOR-SLOT
007280     END-IF.
007290 3450-EXIT.
007300     EXIT.
007310
007320 3500-COMPARE-FILE.
007330******************************************************************
007340* A file with no fingerprint last night is baselined.  One whose
007350* count, hash and presence all match is unchanged.  Anything else
007360* changed: it gets its difference listing and a WARN naming the
007370* file, and the step ends RC 4.
007380******************************************************************
007390     MOVE SPACES TO WS-SUMMARY-LINE.
007400     MOVE WS-CURRENT-NAME TO SM-FILE-NAME.
007410     MOVE WS-NEW-COUNT TO SM-NEW-COUNT.
007420     MOVE WS-NEW-HASH TO SM-NEW-HASH.
007430     IF WS-PRIOR-SLOT = ZERO
007440         ADD 1 TO WS-BASELINED-COUNT
007450         MOVE "BASELINED" TO SM-RESULT
007460         IF WS-NEW-PRESENT-FLAG NOT = 'Y'
007470             MOVE "NOT PRESENT" TO SM-RESULT
007480         END-IF
007490         MOVE WS-SUMMARY-LINE TO WATCH-REPORT-RECORD
007500         WRITE WATCH-REPORT-RECORD
007510         GO TO 3500-EXIT
007520     END-IF.
007530     MOVE WS-PF-COUNT (WS-PRIOR-SLOT) TO SM-PRIOR-COUNT.
007540     MOVE WS-PF-HASH (WS-PRIOR-SLOT) TO SM-PRIOR-HASH.
007550     MOVE WS-PF-TAKEN-CCYYMMDD (WS-PRIOR-SLOT) TO SM-PRIOR-TAKEN.
007560     MOVE WS-PF-TAKEN-RUN-NUMBER (WS-PRIOR-SLOT) TO SM-PRIOR-RUN.
007570     IF WS-NEW-COUNT = WS-PF-COUNT (WS-PRIOR-SLOT)
007580         AND WS-NEW-HASH = WS-PF-HASH (WS-PRIOR-SLOT)
007590         AND WS-NEW-PRESENT-FLAG =
007600             WS-PF-PRESENT-FLAG (WS-PRIOR-SLOT)
007610         MOVE "UNCHANGED" TO SM-RESULT
007620         IF WS-NEW-PRESENT-FLAG NOT = 'Y'
007630             MOVE "NOT PRESENT" TO SM-RESULT
007640         END-IF
007650         MOVE WS-SUMMARY-LINE TO WATCH-REPORT-RECORD
007660         WRITE WATCH-REPORT-RECORD
007670         GO TO 3500-EXIT
007680     END-IF.
007690     ADD 1 TO WS-CHANGED-COUNT.
007700     MOVE "CHANGED" TO SM-RESULT.
007710     IF WS-NEW-PRESENT-FLAG NOT = 'Y'
007720         MOVE "REMOVED" TO SM-RESULT
007730     END-IF.
007740     IF WS-PF-PRESENT-FLAG (WS-PRIOR-SLOT) NOT = 'Y'
007750         MOVE "APPEARED" TO SM-RESULT
007760     END-IF.
007770     MOVE WS-SUMMARY-LINE TO WATCH-REPORT-RECORD.
007780     WRITE WATCH-REPORT-RECORD.
007790     PERFORM 3600-LIST-DIFFERENCES THRU 3600-EXIT.
007800     MOVE WS-NEW-COUNT TO WS-NEW-COUNT-ED.
007810     MOVE WS-PF-COUNT (WS-PRIOR-SLOT) TO WS-PRIOR-COUNT-ED.
007820     MOVE WS-ADDED-COUNT TO WS-ADDED-COUNT-ED.
007830     MOVE WS-REMOVED-COUNT TO WS-REMOVED-COUNT-ED.
007840     DISPLAY "PARAMETER FILE CHANGED: " WS-CURRENT-NAME.
007850     MOVE "WARN" TO WS-STATUS-TEXT.
007860     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
007870     STRING WS-CURRENT-NAME " CHANGED - RECS " WS-NEW-COUNT-ED
007880         " WAS " WS-PRIOR-COUNT-ED ", LINES ADDED "
007890         WS-ADDED-COUNT-ED " REMOVED " WS-REMOVED-COUNT-ED
007900         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
007910     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
007920     IF WS-STEP-RC < 4
007930         MOVE 4 TO WS-STEP-RC
007940     END-IF.
007950 3500-EXIT.
007960     EXIT.
007970
007980 3600-LIST-DIFFERENCES.
007990******************************************************************
008000* Pairs each of tonight's lines with an unpaired identical line
008010* from last night's image of the same file.  Last night's lines
008020* left unpaired were removed or altered, and print first as WAS;
008030* tonight's left unpaired were added or are the altered
008040* versions, and print as NOW.  A file whose lines all pair but
008050* whose hash moved has had its lines reordered.
008060******************************************************************
008070     MOVE ZERO TO WS-ADDED-COUNT.
008080     MOVE ZERO TO WS-REMOVED-COUNT.
008090     IF WS-PF-LAST-LINE (WS-PRIOR-SLOT) >=
008100             WS-PF-FIRST-LINE (WS-PRIOR-SLOT)
008110         PERFORM 3650-PAIR-ONE-NEW-LINE THRU 3650-EXIT
008120             VARYING WS-NL-IX FROM 1 BY 1
008130             UNTIL WS-NL-IX > WS-NL-USED
008140     END-IF.
008150     PERFORM 3700-LIST-ONE-REMOVED THRU 3700-EXIT
008160         VARYING WS-PL-IX FROM WS-PF-FIRST-LINE (WS-PRIOR-SLOT)
008170         BY 1 UNTIL WS-PL-IX > WS-PF-LAST-LINE (WS-PRIOR-SLOT).
008180     PERFORM 3750-LIST-ONE-ADDED THRU 3750-EXIT
008190         VARYING WS-NL-IX FROM 1 BY 1
008200         UNTIL WS-NL-IX > WS-NL-USED.
008210     MOVE SPACES TO WATCH-REPORT-RECORD.
008220     IF WS-ADDED-COUNT = ZERO AND WS-REMOVED-COUNT = ZERO
008230         AND WS-NL-DROPPED = ZERO
008240         AND WS-PF-INCOMPLETE-FLAG (WS-PRIOR-SLOT) NOT = 'Y'
008250         AND WS-NEW-PRESENT-FLAG = 'Y'
008260         MOVE "    SAME LINES IN A DIFFERENT ORDER"
008270             TO WATCH-REPORT-RECORD
008280         WRITE WATCH-REPORT-RECORD
008290     END-IF.
008300     IF WS-NL-DROPPED > ZERO
008310         OR WS-PF-INCOMPLETE-FLAG (WS-PRIOR-SLOT) = 'Y'
008320         MOVE WS-NL-TABLE-MAX TO WS-LIST-MAX-ED
008330         MOVE SPACES TO WATCH-REPORT-RECORD
008340         STRING "    LISTING INCOMPLETE - FILE OR IMAGE TOO LONG"
008350             " TO HOLD (TONIGHT'S LIMIT " WS-LIST-MAX-ED " LINES)"
008360             DELIMITED BY SIZE INTO WATCH-REPORT-RECORD
008370         WRITE WATCH-REPORT-RECORD
008380     END-IF.
008390 3600-EXIT.
008400     EXIT.
008410
008420 3650-PAIR-ONE-NEW-LINE.
008430     MOVE 'N' TO WS-MATCH-SWITCH.
008440     PERFORM 3660-TRY-ONE-PRIOR-LINE THRU 3660-EXIT
008450         VARYING WS-PL-IX FROM WS-PF-FIRST-LINE (WS-PRIOR-SLOT)
008460         BY 1 UNTIL WS-PL-IX > WS-PF-LAST-LINE (WS-PRIOR-SLOT)
008470             OR WS-LINE-MATCHED.
008480 3650-EXIT.
008490     EXIT.
008500
008510 3660-TRY-ONE-PRIOR-LINE.
008520     IF WS-PL-MATCHED-FLAG (WS-PL-IX) = 'N'
008530         AND WS-PL-TEXT (WS-PL-IX) = WS-NL-TEXT (WS-NL-IX)
008540         MOVE 'Y' TO WS-PL-MATCHED-FLAG (WS-PL-IX)
008550         MOVE 'Y' TO WS-NL-MATCHED-FLAG (WS-NL-IX)
008560         SET WS-LINE-MATCHED TO TRUE
008570     END-IF.
008580 3660-EXIT.
008590     EXIT.
008600
008610 3700-LIST-ONE-REMOVED.
008620     IF WS-PL-MATCHED-FLAG (WS-PL-IX) NOT = 'N'
008630         GO TO 3700-EXIT
008640     END-IF.
008650     ADD 1 TO WS-REMOVED-COUNT.
008660     MOVE "WAS" TO DF-DIRECTION.
008670     MOVE WS-PL-NUMBER (WS-PL-IX) TO DF-LINE-NUMBER.
008680     MOVE WS-PL-TEXT (WS-PL-IX) TO DF-LINE-TEXT.
008690     MOVE WS-DIFF-LINE TO WATCH-REPORT-RECORD.
008700     WRITE WATCH-REPORT-RECORD.
008710 3700-EXIT.
008720     EXIT.
008730
008740 3750-LIST-ONE-ADDED.
008750     IF WS-NL-MATCHED-FLAG (WS-NL-IX) NOT = 'N'
008760         GO TO 3750-EXIT
008770     END-IF.
008780     ADD 1 TO WS-ADDED-COUNT.
008790     MOVE "NOW" TO DF-DIRECTION.
008800     MOVE WS-NL-NUMBER (WS-NL-IX) TO DF-LINE-NUMBER.
008810     MOVE WS-NL-TEXT (WS-NL-IX) TO DF-LINE-TEXT.
008820     MOVE WS-DIFF-LINE TO WATCH-REPORT-RECORD.
008830     WRITE WATCH-REPORT-RECORD.
008840 3750-EXIT.
008850     EXIT.
008860
008870 8000-FINALIZE.
008880     IF WS-IMAGE-IS-OPEN
008890         IF WS-SIMULATION
008900             PERFORM 8100-CARRY-PRIOR-IMAGE THRU 8100-EXIT
008910         END-IF
008920         CLOSE NEW-IMAGE-FILE
008930     END-IF.
008940     MOVE WS-WATCHED-COUNT TO WS-WATCHED-COUNT-ED.
008950     MOVE WS-CHANGED-COUNT TO WS-CHANGED-COUNT-ED.
008960     MOVE WS-BASELINED-COUNT TO WS-BASELINED-COUNT-ED.
008970     DISPLAY "Parameter files watched : " WS-WATCHED-COUNT-ED.
008980     DISPLAY "Files changed           : " WS-CHANGED-COUNT-ED.
008990     DISPLAY "Files baselined         : " WS-BASELINED-COUNT-ED.
009000     IF WS-REPORT-IS-OPEN
009010         MOVE SPACES TO WATCH-REPORT-RECORD
009020         WRITE WATCH-REPORT-RECORD
009030         MOVE SPACES TO WATCH-REPORT-RECORD
009040         STRING "FILES WATCHED " WS-WATCHED-COUNT-ED
009050             "  CHANGED " WS-CHANGED-COUNT-ED
009060             "  BASELINED " WS-BASELINED-COUNT-ED
009070             "  RUN " WS-RUN-NUMBER-ED
009080             DELIMITED BY SIZE INTO WATCH-REPORT-RECORD
009090         WRITE WATCH-REPORT-RECORD
009100         CLOSE WATCH-REPORT-FILE
009110     END-IF.
009120     IF WS-STEP-RC < 12
009130         MOVE "OK" TO WS-STATUS-TEXT
009140         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
009150         STRING "PARAMETER FILES WATCHED " WS-WATCHED-COUNT-ED
009160             " CHANGED " WS-CHANGED-COUNT-ED
009170             " BASELINED " WS-BASELINED-COUNT-ED
009180             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
009190         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
009200     END-IF.
009210     MOVE "OK" TO WS-STATUS-TEXT.
009220     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
009230     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
009240     IF WS-AUDIT-IS-OPEN
009250         CLOSE AUDIT-LOG-FILE
009260     END-IF.
009270 8000-EXIT.
009280     EXIT.
009290
009300 8100-CARRY-PRIOR-IMAGE.
009310******************************************************************
009320* A simulated night copies last night's image through as it
009330* stands, so the generation it leaves behind is the one the next
009340* real night must compare against.
009350******************************************************************
009360     IF WS-NO-PRIOR-IMAGE
009370         GO TO 8100-EXIT
009380     END-IF.
009390     OPEN INPUT PRIOR-IMAGE-FILE.
009400     IF WS-PRIOR-STATUS NOT = "00"
009410         GO TO 8100-EXIT
009420     END-IF.
009430     MOVE 'N' TO WS-EOF-SWITCH.
009440     PERFORM 8150-CARRY-ONE-RECORD THRU 8150-EXIT
009450         UNTIL WS-EOF.
009460     CLOSE PRIOR-IMAGE-FILE.
009470 8100-EXIT.
009480     EXIT.
009490
009500 8150-CARRY-ONE-RECORD.
009510     READ PRIOR-IMAGE-FILE
009520         AT END
009530             SET WS-EOF TO TRUE
009540     END-READ.
009550     IF WS-EOF
009560         GO TO 8150-EXIT
009570     END-IF.
009580     MOVE PRIOR-IMAGE-RECORD TO PARM-IMAGE-RECORD.
009590     WRITE PARM-IMAGE-RECORD.
009600 8150-EXIT.
009610     EXIT.
009620
009630 9000-WRITE-AUDIT-ENTRY.
009640******************************************************************
009650* Stamps and writes one audit record.  The caller sets
009660* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
009670* this paragraph.
009680******************************************************************
009690     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
009700     MOVE SPACES TO AUDIT-LOG-RECORD.
009710     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
009720     MOVE "PARMWTCH" TO AUDIT-PROGRAM-ID.
009730     MOVE SPACES TO AUDIT-USER-ID.
009740     IF WS-SIMULATION
009750         MOVE "SIMULATE" TO AUDIT-USER-ID
009760     END-IF.
009770     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
009780     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
009790     IF WS-STATUS-TEXT = "OK"
009800         SET AUDIT-IS-INFO TO TRUE
009810     ELSE
009820         IF WS-STATUS-TEXT = "ERROR"
009830             SET AUDIT-IS-ERROR TO TRUE
009840         ELSE
009850             SET AUDIT-IS-WARNING TO TRUE
009860         END-IF
009870     END-IF.
009880     IF WS-AUDIT-IS-OPEN
009890         WRITE AUDIT-LOG-RECORD
009900     END-IF.
009910 9000-EXIT.
009920     EXIT.
009930
009940** add other procedures here
009950 END PROGRAM PARMWTCH.
