000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Report repository inquiry and reprint.  Option L
000060*                lists what is on file in the RPTREPO report
000070*                repository -- report name, run number, business
000080*                date, lines and department sections -- for one
000090*                report or all, optionally for one business date.
000100*                Option R reprints one report of one run to the
000110*                RPTPRINT print dataset under a banner naming the
000120*                run, the business date and the requesting
000130*                operator, either whole or cut to one
000140*                department's section (with the report's front
000150*                matter), the same cut RPTDIST distributes.
000160*                Every list and every reprint, granted or
000170*                refused, is written to the audit log with the
000180*                operator's ID.  CALLed from MAIN-MENU, which
000190*                checks the operator is authorized for the option
000200*                before it gets here.
000210* Tectonics:     cobc
000220*
000230* Modification History
000240* ---------------------
000250* 2026-10-15  DW   Original program.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 PROGRAM-ID. RPTREPRT.
000300 ENVIRONMENT DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 CONFIGURATION SECTION.
000330*-----------------------
000340 INPUT-OUTPUT SECTION.
000350*-----------------------
000360 FILE-CONTROL.
000370     SELECT REPOSITORY-FILE ASSIGN TO "RPTREPO"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS RR-KEY
000410         FILE STATUS IS WS-REPO-STATUS.
000420     SELECT REPRINT-FILE ASSIGN TO "RPTPRINT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PRINT-STATUS.
000450     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000480 DATA DIVISION.
000490*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000500 FILE SECTION.
000510*-----------------------
000520 FD  REPOSITORY-FILE.
000530     COPY RPTREPO.
000540 FD  REPRINT-FILE.
000550 01  REPRINT-RECORD              PIC X(132).
000560 FD  AUDIT-LOG-FILE.
000570     COPY AUDITLOG.
000580 WORKING-STORAGE SECTION.
000590*-----------------------
000600 01  WS-REPO-STATUS              PIC X(02).
000610 01  WS-REPO-OPEN-SWITCH         PIC X(01) VALUE 'N'.
000620     88  WS-REPO-IS-OPEN         VALUE 'Y'.
000630 01  WS-PRINT-STATUS             PIC X(02).
000640 01  WS-PRINT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000650     88  WS-PRINT-IS-OPEN        VALUE 'Y'.
000660 01  WS-AUDIT-STATUS             PIC X(02).
000670 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000680     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000690 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000700 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000710 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000720 01  WS-STATUS-TEXT              PIC X(20).
000730 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000740 01  WS-MENU-CHOICE              PIC X(01).
000750     88  WS-CHOICE-IS-VALID      VALUE 'L' 'R' '0'.
000760 01  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000770     88  WS-DONE                 VALUE 'Y'.
000780 01  WS-INQ-REPORT-NAME          PIC X(08).
000790 01  WS-INQ-DATE                 PIC X(08).
000800 01  WS-INQ-DATE-N REDEFINES WS-INQ-DATE
000810                                 PIC 9(08).
000820 01  WS-INQ-RUN                  PIC X(05).
000830 01  WS-INQ-RUN-N REDEFINES WS-INQ-RUN
000840                                 PIC 9(05).
000850 01  WS-INQ-DEPT-CODE            PIC X(04).
000860 01  WS-REPO-EOF-SWITCH          PIC X(01).
000870     88  WS-REPO-EOF             VALUE 'Y'.
000880 01  WS-LIST-SCOPE               PIC X(08).
000890 01  WS-LIST-COUNT               PIC 9(05) COMP VALUE ZERO.
000900 01  WS-LIST-COUNT-ED            PIC ZZZZ9.
000910 01  WS-PRINT-LINES              PIC 9(07) COMP VALUE ZERO.
000920 01  WS-SECTION-LINES            PIC 9(07) COMP VALUE ZERO.
000930 01  WS-PRINT-LINES-ED           PIC ZZZZZZ9.
000940 01  WS-FILED-LINES              PIC 9(07) VALUE ZERO.
000950 01  WS-FILED-LINES-ED           PIC ZZZZZZ9.
000960 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000970 01  WS-LIST-LINE.
000980     05  LL-REPORT               PIC X(08).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  LL-RUN                  PIC 9(05).
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  LL-DATE                 PIC 9(08).
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  LL-LINES                PIC ZZZZZZ9.
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  LL-SECTIONS             PIC ZZZZ9.
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  LL-FILED-DATE           PIC X(08).
001090     05  FILLER                  PIC X(01) VALUE SPACES.
001100     05  LL-FILED-TIME           PIC X(04).
001110
001120*-----------------------
001130 LINKAGE SECTION.
001140*-----------------------
001150 01  LK-OPERATOR-ID              PIC X(08).
001160
001170*-----------------------
001180 PROCEDURE DIVISION USING LK-OPERATOR-ID.
001190*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001200 0000-MAINLINE.
001210     CALL "GETRUN" USING WS-RUN-NUMBER.
001220     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
001230         MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
001240     END-IF.
001250     OPEN EXTEND AUDIT-LOG-FILE.
001260     IF WS-AUDIT-STATUS = "00"
001270         SET WS-AUDIT-IS-OPEN TO TRUE
001280     END-IF.
001290     OPEN INPUT REPOSITORY-FILE.
001300     IF WS-REPO-STATUS NOT = "00"
001310         DISPLAY "RPTREPO OPEN FAILED, STATUS "
001320             WS-REPO-STATUS
001330         MOVE "ERROR" TO WS-STATUS-TEXT
001340         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001350         STRING "RPTREPO OPEN FAILED, STATUS "
001360             WS-REPO-STATUS
001370             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001380         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001390         MOVE 12 TO RETURN-CODE
001400         SET WS-DONE TO TRUE
001410     ELSE
001420         SET WS-REPO-IS-OPEN TO TRUE
001430     END-IF.
001440     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
001450         UNTIL WS-DONE.
001460     IF WS-REPO-IS-OPEN
001470         CLOSE REPOSITORY-FILE
001480     END-IF.
001490     IF WS-PRINT-IS-OPEN
001500         CLOSE REPRINT-FILE
001510     END-IF.
001520     IF WS-AUDIT-IS-OPEN
001530         CLOSE AUDIT-LOG-FILE
001540     END-IF.
001550     GOBACK.
001560
001570 1000-SHOW-MENU.
001580     MOVE SPACES TO WS-MENU-CHOICE.
001590     PERFORM 1050-PROMPT-CHOICE THRU 1050-EXIT
001600         UNTIL WS-CHOICE-IS-VALID.
001610     EVALUATE WS-MENU-CHOICE
001620         WHEN 'L'
001630             PERFORM 2000-LIST-FILED-REPORTS THRU 2000-EXIT
001640         WHEN 'R'
001650             PERFORM 3000-REPRINT-ONE-REPORT THRU 3000-EXIT
001660         WHEN '0'
001670             SET WS-DONE TO TRUE
001680     END-EVALUATE.
001690 1000-EXIT.
001700     EXIT.
001710
001720 1050-PROMPT-CHOICE.
001730     DISPLAY " ".
001740     DISPLAY "L. List reports on file".
001750     DISPLAY "R. Reprint one report of one run".
001760     DISPLAY "0. Exit".
001770     DISPLAY "Select an option: ".
001780     ACCEPT WS-MENU-CHOICE.
001790     IF NOT WS-CHOICE-IS-VALID
001800         DISPLAY "Invalid selection, please re-enter."
001810     END-IF.
001820 1050-EXIT.
001830     EXIT.
001840
001850 2000-LIST-FILED-REPORTS.
001860******************************************************************
001870* Walks the index entries (line zero of each filing) in key
001880* order -- by report name, then run number -- for the keyed
001890* report or all of them, and lists those for the keyed business
001900* date, or every date.  After each index entry the browse skips
001910* straight to the next filing rather than reading its lines.
001920******************************************************************
001930     DISPLAY "REPORT NAME (BLANK FOR ALL): ".
001940     ACCEPT WS-INQ-REPORT-NAME.
001950     DISPLAY "BUSINESS DATE CCYYMMDD (BLANK FOR ALL): ".
001960     ACCEPT WS-INQ-DATE.
001970     IF WS-INQ-DATE NOT = SPACES
001980         AND WS-INQ-DATE-N NOT NUMERIC
001990         DISPLAY "BUSINESS DATE MUST BE EIGHT DIGITS"
002000         GO TO 2000-EXIT
002010     END-IF.
002020     MOVE ZERO TO WS-LIST-COUNT.
002030     MOVE 'N' TO WS-REPO-EOF-SWITCH.
002040     MOVE LOW-VALUES TO RR-KEY.
002050     IF WS-INQ-REPORT-NAME NOT = SPACES
002060         MOVE WS-INQ-REPORT-NAME TO RR-REPORT-NAME
002070         MOVE ZERO TO RR-RUN-NUMBER
002080         MOVE ZERO TO RR-LINE-NUMBER
002090     END-IF.
002100     START REPOSITORY-FILE KEY NOT < RR-KEY
002110         INVALID KEY
002120             SET WS-REPO-EOF TO TRUE
002130     END-START.
002140     DISPLAY "REPORT     RUN  BUS DATE    LINES  SECTS  FILED".
002150     PERFORM 2100-LIST-ONE-FILING THRU 2100-EXIT
002160         UNTIL WS-REPO-EOF.
002170     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-ED.
002180     DISPLAY "FILINGS LISTED: " WS-LIST-COUNT-ED.
002190     MOVE WS-INQ-REPORT-NAME TO WS-LIST-SCOPE.
002200     IF WS-LIST-SCOPE = SPACES
002210         MOVE "ALL" TO WS-LIST-SCOPE
002220     END-IF.
002230     MOVE "OK" TO WS-STATUS-TEXT.
002240     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
002250     IF WS-INQ-DATE = SPACES
002260         STRING "REPOSITORY LIST " WS-LIST-SCOPE
002270             " LISTED " WS-LIST-COUNT-ED
002280             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002290     ELSE
002300         STRING "REPOSITORY LIST " WS-LIST-SCOPE
002310             " DATE " WS-INQ-DATE
002320             " LISTED " WS-LIST-COUNT-ED
002330             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002340     END-IF.
002350     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
002360 2000-EXIT.
002370     EXIT.
002380
002390 2100-LIST-ONE-FILING.
002400     READ REPOSITORY-FILE NEXT RECORD
002410         AT END
002420             SET WS-REPO-EOF TO TRUE
002430     END-READ.
002440     IF WS-REPO-EOF
002450         GO TO 2100-EXIT
002460     END-IF.
002470     IF WS-INQ-REPORT-NAME NOT = SPACES
002480         AND RR-REPORT-NAME NOT = WS-INQ-REPORT-NAME
002490         SET WS-REPO-EOF TO TRUE
002500         GO TO 2100-EXIT
002510     END-IF.
002520     IF NOT RR-IS-INDEX-ENTRY
002530         GO TO 2100-EXIT
002540     END-IF.
002550     IF WS-INQ-DATE = SPACES
002560         OR RR-BUSINESS-DATE = WS-INQ-DATE-N
002570         ADD 1 TO WS-LIST-COUNT
002580         MOVE RR-REPORT-NAME TO LL-REPORT
002590         MOVE RR-RUN-NUMBER TO LL-RUN
002600         MOVE RR-BUSINESS-DATE TO LL-DATE
002610         MOVE RR-LINE-COUNT TO LL-LINES
002620         MOVE RR-SECTION-COUNT TO LL-SECTIONS
002630         MOVE RR-FILED-TIMESTAMP (1:8) TO LL-FILED-DATE
002640         MOVE RR-FILED-TIMESTAMP (9:4) TO LL-FILED-TIME
002650         DISPLAY WS-LIST-LINE
002660     END-IF.
002670     MOVE 9999999 TO RR-LINE-NUMBER.
002680     START REPOSITORY-FILE KEY > RR-KEY
002690         INVALID KEY
002700             SET WS-REPO-EOF TO TRUE
002710     END-START.
002720 2100-EXIT.
002730     EXIT.
002740
002750 3000-REPRINT-ONE-REPORT.
002760******************************************************************
002770* One keyed READ of the filing's index entry, then its lines in
002780* print order to RPTPRINT under a reprint banner.  With a
002790* department keyed, only the front matter and that department's
002800* section print, and a report that was never cut into sections
002810* is refused.  Granted or refused, the request is audited.
002820******************************************************************
002830     DISPLAY "REPORT NAME: ".
002840     ACCEPT WS-INQ-REPORT-NAME.
002850     IF WS-INQ-REPORT-NAME = SPACES
002860         DISPLAY "REPORT NAME CANNOT BE BLANK"
002870         GO TO 3000-EXIT
002880     END-IF.
002890     DISPLAY "RUN NUMBER (5 DIGITS): ".
002900     ACCEPT WS-INQ-RUN.
002910     IF WS-INQ-RUN-N NOT NUMERIC
002920         DISPLAY "RUN NUMBER MUST BE FIVE DIGITS"
002930         GO TO 3000-EXIT
002940     END-IF.
002950     DISPLAY "DEPARTMENT (BLANK FOR WHOLE REPORT): ".
002960     ACCEPT WS-INQ-DEPT-CODE.
002970     MOVE WS-INQ-REPORT-NAME TO RR-REPORT-NAME.
002980     MOVE WS-INQ-RUN-N TO RR-RUN-NUMBER.
002990     MOVE ZERO TO RR-LINE-NUMBER.
003000     READ REPOSITORY-FILE
003010         INVALID KEY
003020             DISPLAY WS-INQ-REPORT-NAME " RUN " WS-INQ-RUN
003030                 " NOT ON FILE"
003040             MOVE "WARN" TO WS-STATUS-TEXT
003050             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003060             STRING "REPRINT " WS-INQ-REPORT-NAME
003070                 " RUN " WS-INQ-RUN " NOT ON FILE"
003080                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003090             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003100             GO TO 3000-EXIT
003110     END-READ.
003120     IF WS-INQ-DEPT-CODE NOT = SPACES
003130         AND RR-SECTION-COUNT = ZERO
003140         DISPLAY WS-INQ-REPORT-NAME
003150             " HAS NO DEPARTMENT SECTIONS - REPRINT IT WHOLE"
003160         MOVE "WARN" TO WS-STATUS-TEXT
003170         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003180         STRING "REPRINT " WS-INQ-REPORT-NAME
003190             " RUN " WS-INQ-RUN " DEPT " WS-INQ-DEPT-CODE
003200             " REFUSED, NOT SECTIONED"
003210             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003220         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003230         GO TO 3000-EXIT
003240     END-IF.
003250     PERFORM 3100-OPEN-REPRINT-FILE THRU 3100-EXIT.
003260     IF NOT WS-PRINT-IS-OPEN
003270         GO TO 3000-EXIT
003280     END-IF.
003290     MOVE RR-BUSINESS-DATE TO WS-BUSINESS-DATE.
003300     MOVE RR-LINE-COUNT TO WS-FILED-LINES.
003310     PERFORM 3200-WRITE-REPRINT-BANNER THRU 3200-EXIT.
003320     MOVE ZERO TO WS-PRINT-LINES.
003330     MOVE ZERO TO WS-SECTION-LINES.
003340     MOVE 'N' TO WS-REPO-EOF-SWITCH.
003350     PERFORM 3300-REPRINT-ONE-LINE THRU 3300-EXIT
003360         UNTIL WS-REPO-EOF.
003370     MOVE WS-PRINT-LINES TO WS-PRINT-LINES-ED.
003380     DISPLAY "REPRINTED " WS-PRINT-LINES-ED " LINES TO RPTPRINT".
003390     PERFORM 3400-AUDIT-REPRINT THRU 3400-EXIT.
003400 3000-EXIT.
003410     EXIT.
003420
003430 3100-OPEN-REPRINT-FILE.
003440******************************************************************
003450* The print dataset is opened on the session's first reprint
003460* and every reprint of the session follows on.  A dataset that
003470* does not exist yet is created.
003480******************************************************************
003490     IF WS-PRINT-IS-OPEN
003500         GO TO 3100-EXIT
003510     END-IF.
003520     OPEN EXTEND REPRINT-FILE.
003530     IF WS-PRINT-STATUS = "35"
003540         OPEN OUTPUT REPRINT-FILE
003550     END-IF.
003560     IF WS-PRINT-STATUS = "00"
003570         SET WS-PRINT-IS-OPEN TO TRUE
003580         GO TO 3100-EXIT
003590     END-IF.
003600     DISPLAY "RPTPRINT OPEN FAILED, STATUS " WS-PRINT-STATUS.
003610     MOVE "ERROR" TO WS-STATUS-TEXT.
003620     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003630     STRING "REPRINT " WS-INQ-REPORT-NAME " RUN " WS-INQ-RUN
003640         " FAILED, RPTPRINT STATUS " WS-PRINT-STATUS
003650         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003660     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003670 3100-EXIT.
003680     EXIT.
003690
003700 3200-WRITE-REPRINT-BANNER.
003710     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
003720     MOVE ALL "*" TO REPRINT-RECORD.
003730     WRITE REPRINT-RECORD.
003740     MOVE SPACES TO REPRINT-RECORD.
003750     STRING "****  REPRINT OF " WS-INQ-REPORT-NAME
003760         "  RUN " WS-INQ-RUN
003770         "  BUSINESS DATE " WS-BUSINESS-DATE
003780         DELIMITED BY SIZE INTO REPRINT-RECORD.
003790     WRITE REPRINT-RECORD.
003800     MOVE SPACES TO REPRINT-RECORD.
003810     STRING "****  REQUESTED BY " WS-OPERATOR-ID
003820         "  ON " WS-AUDIT-TIMESTAMP (1:8)
003830         " AT " WS-AUDIT-TIMESTAMP (9:4)
003840         DELIMITED BY SIZE INTO REPRINT-RECORD.
003850     WRITE REPRINT-RECORD.
003860     IF WS-INQ-DEPT-CODE NOT = SPACES
003870         MOVE SPACES TO REPRINT-RECORD
003880         STRING "****  DEPARTMENT " WS-INQ-DEPT-CODE
003890             " SECTION ONLY"
003900             DELIMITED BY SIZE INTO REPRINT-RECORD
003910         WRITE REPRINT-RECORD
003920     END-IF.
003930     MOVE ALL "*" TO REPRINT-RECORD.
003940     WRITE REPRINT-RECORD.
003950 3200-EXIT.
003960     EXIT.
003970
003980 3300-REPRINT-ONE-LINE.
003990     READ REPOSITORY-FILE NEXT RECORD
004000         AT END
004010             SET WS-REPO-EOF TO TRUE
004020     END-READ.
004030     IF WS-REPO-EOF
004040         GO TO 3300-EXIT
004050     END-IF.
004060     IF RR-REPORT-NAME NOT = WS-INQ-REPORT-NAME
004070         OR RR-RUN-NUMBER NOT = WS-INQ-RUN-N
004080         SET WS-REPO-EOF TO TRUE
004090         GO TO 3300-EXIT
004100     END-IF.
004110     IF WS-INQ-DEPT-CODE NOT = SPACES
004120         IF RR-SECTION-KEY = WS-INQ-DEPT-CODE
004130             ADD 1 TO WS-SECTION-LINES
004140         ELSE
004150             IF RR-SECTION-KEY NOT = SPACES
004160                 GO TO 3300-EXIT
004170             END-IF
004180         END-IF
004190     END-IF.
004200     MOVE RR-LINE-TEXT TO REPRINT-RECORD.
004210     WRITE REPRINT-RECORD.
004220     ADD 1 TO WS-PRINT-LINES.
004230 3300-EXIT.
004240     EXIT.
004250
004260 3400-AUDIT-REPRINT.
004270******************************************************************
004280* A department with no section in the report, or a whole
004290* reprint that came back shorter than the filing's line count,
004300* is noted on the reprint and audited as a WARN.
004310******************************************************************
004320     MOVE "OK" TO WS-STATUS-TEXT.
004330     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
004340     IF WS-INQ-DEPT-CODE = SPACES
004350         IF WS-PRINT-LINES NOT = WS-FILED-LINES
004360             MOVE WS-FILED-LINES TO WS-FILED-LINES-ED
004370             DISPLAY "FILING HOLDS " WS-FILED-LINES-ED
004380                 " LINES - REPRINT INCOMPLETE"
004390             MOVE "**** REPRINT INCOMPLETE - FILING IS SHORT"
004400                 TO REPRINT-RECORD
004410             WRITE REPRINT-RECORD
004420             MOVE "WARN" TO WS-STATUS-TEXT
004430         END-IF
004440         STRING "REPRINT " WS-INQ-REPORT-NAME
004450             " RUN " WS-INQ-RUN " WHOLE, LINES "
004460             WS-PRINT-LINES-ED
004470             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004480     ELSE
004490         IF WS-SECTION-LINES = ZERO
004500             DISPLAY "DEPARTMENT " WS-INQ-DEPT-CODE
004510                 " HAS NO SECTION IN THIS REPORT"
004520             MOVE SPACES TO REPRINT-RECORD
004530             STRING "****  DEPARTMENT " WS-INQ-DEPT-CODE
004540                 " HAS NO SECTION IN THIS REPORT"
004550                 DELIMITED BY SIZE INTO REPRINT-RECORD
004560             WRITE REPRINT-RECORD
004570             MOVE "WARN" TO WS-STATUS-TEXT
004580         END-IF
004590         STRING "REPRINT " WS-INQ-REPORT-NAME
004600             " RUN " WS-INQ-RUN " DEPT " WS-INQ-DEPT-CODE
004610             ", LINES " WS-PRINT-LINES-ED
004620             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004630     END-IF.
004640     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
004650 3400-EXIT.
004660     EXIT.
004670
004680 9000-WRITE-AUDIT-ENTRY.
004690******************************************************************
004700* Stamps and writes one audit record.  The caller sets
004710* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
004720* this paragraph.
004730******************************************************************
004740     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
004750     MOVE SPACES TO AUDIT-LOG-RECORD.
004760     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
004770     MOVE "RPTREPRT" TO AUDIT-PROGRAM-ID.
004780     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
004790     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
004800     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
004810     IF WS-STATUS-TEXT = "OK"
004820         SET AUDIT-IS-INFO TO TRUE
004830     ELSE
004840         IF WS-STATUS-TEXT = "ERROR"
004850             SET AUDIT-IS-ERROR TO TRUE
004860         ELSE
004870             SET AUDIT-IS-WARNING TO TRUE
004880         END-IF
004890     END-IF.
004900     IF WS-AUDIT-IS-OPEN
004910         WRITE AUDIT-LOG-RECORD
004920     END-IF.
004930 9000-EXIT.
004940     EXIT.
004950
004960** add other procedures here
004970 END PROGRAM RPTREPRT.
