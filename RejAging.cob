000160* Modification History
000170* ---------------------
000180* 2026-09-02  DW   Original program.
000190* 2026-10-15  DW   Simulation mode: SIMULATION in the report
000200*                  heading.
000210* 2026-10-15  DW   Business date now taken from GETBDATE for
000220*                  catch-up nights.
000230* 2026-10-15  DW   Records itself as the owner of the batch-window
000240*                  lock.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000280 PROGRAM-ID. REJAGING.
000290 ENVIRONMENT DIVISION.
000300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000310 CONFIGURATION SECTION.
000320*-----------------------
000330 INPUT-OUTPUT SECTION.
000340*-----------------------
000350 FILE-CONTROL.
000360     SELECT REJECT-TRACK-FILE ASSIGN TO "REJTRACK"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-TRACK-STATUS.
000390     SELECT PARAM-FILE ASSIGN TO "REJPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARAM-STATUS.
000420     SELECT AGING-REPORT-FILE ASSIGN TO "REJAGRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REPORT-STATUS.
000450     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000480 DATA DIVISION.
000490*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000500 FILE SECTION.
000510*-----------------------
000520 FD  REJECT-TRACK-FILE.
000530     COPY REJTRACK.
000540 FD  PARAM-FILE.
000550 01  PARAM-RECORD.
000560     05  RP-AGE-DAYS             PIC 9(03).
000570 FD  AGING-REPORT-FILE.
000580 01  AGING-REPORT-RECORD         PIC X(80).
000590 FD  AUDIT-LOG-FILE.
000600     COPY AUDITLOG.
000610
000620 WORKING-STORAGE SECTION.
000630*-----------------------
000640 01  WS-TRACK-STATUS             PIC X(02).
000650 01  WS-TRACK-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000660     88  WS-TRACK-IS-OPEN        VALUE 'Y'.
000670 01  WS-PARAM-STATUS             PIC X(02).
000680 01  WS-REPORT-STATUS            PIC X(02).
000690 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000700     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000710 01  WS-AUDIT-STATUS             PIC X(02).
000720 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000730     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000740 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000750 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000760 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
000770 COPY RUNMODE.
000780 01  WS-LOCK-FUNCTION            PIC X(01) VALUE 'O'.
000790 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "REJAGING".
000800 01  WS-LOCK-RECORD              PIC X(77).
000810 01  WS-STATUS-TEXT              PIC X(20).
000820 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000830 COPY EOFSWTCH.
000840 01  WS-TODAY                    PIC X(21).
000850 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
000860     05  WS-TODAY-DATE           PIC 9(08).
000870     05  FILLER                  PIC X(13).
000880 01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
000890 01  WS-REG-INTEGER              PIC 9(08) COMP VALUE ZERO.
000900 01  WS-AGE-DAYS                 PIC 9(03) VALUE 7.
000910 01  WS-AGE-DAYS-ED              PIC ZZ9.
000920 01  WS-THIS-AGE                 PIC S9(05) COMP VALUE ZERO.
000930 01  WS-THIS-AGE-ED              PIC ZZZZ9.
000940 01  WS-TRACK-TABLE-MAX          PIC 9(03) COMP VALUE 200.
000950 01  WS-TRACK-USED               PIC 9(03) COMP VALUE ZERO.
000960 01  WS-TRACK-IX                 PIC 9(03) COMP VALUE ZERO.
000970 01  WS-TRACK-TABLE.
000980     05  WS-TRK-ENTRY OCCURS 200 TIMES.
000990         10  WS-TRK-TRANS-ID     PIC X(08).
001000         10  WS-TRK-CLIENT-ID    PIC X(04).
001010         10  WS-TRK-REASON       PIC X(03).
001020         10  WS-TRK-REG-RUN      PIC 9(05).
001030         10  WS-TRK-REG-DATE     PIC 9(08).
001040         10  WS-TRK-STATUS       PIC X(01).
001050 01  WS-DEPT-TABLE-MAX           PIC 9(02) COMP VALUE 15.
001060 01  WS-DEPT-USED                PIC 9(02) COMP VALUE ZERO.
001070 01  WS-DEPT-IX                  PIC 9(02) COMP VALUE ZERO.
001080 01  WS-DEPT-SLOT                PIC 9(02) COMP VALUE ZERO.
001090 01  WS-DEPT-LIST.
001100     05  WS-DEPT-CODE-ENTRY OCCURS 15 TIMES
001110                                 PIC X(04).
001120 01  WS-CURRENT-DEPT             PIC X(04).
001130 01  WS-OUTSTANDING-COUNT        PIC 9(05) COMP VALUE ZERO.
001140 01  WS-AGED-COUNT               PIC 9(05) COMP VALUE ZERO.
001150 01  WS-MATCHED-COUNT            PIC 9(05) COMP VALUE ZERO.
001160 01  WS-OUTSTANDING-COUNT-ED     PIC ZZZZ9.
001170 01  WS-AGED-COUNT-ED            PIC ZZZZ9.
001180 01  WS-MATCHED-COUNT-ED         PIC ZZZZ9.
001190 COPY RPTCTL.
001200 01  WS-AGING-LINE.
001210     05  AL-TRANS-ID             PIC X(08).
001220     05  FILLER                  PIC X(02) VALUE SPACES.
001230     05  AL-REASON               PIC X(03).
001240     05  FILLER                  PIC X(06) VALUE "  RUN ".
001250     05  AL-REG-RUN              PIC ZZZZ9.
001260     05  FILLER                  PIC X(07) VALUE "  DATE ".
001270     05  AL-REG-DATE             PIC 9(08).
001280     05  FILLER                  PIC X(06) VALUE "  AGE ".
001290     05  AL-AGE-DAYS             PIC ZZZZ9.
001300
001310*-----------------------
001320 PROCEDURE DIVISION.
001330*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001340 0000-MAINLINE.
001350******************************************************************
001360* Loads the register, then prints one section per department
001370* holding that department's rejects still outstanding past the
001380* age threshold, oldest registration first as the register is
001390* kept.
001400******************************************************************
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-LOAD-ONE-TRACK THRU 2000-EXIT
001430         UNTIL WS-EOF.
001440     PERFORM 3000-REPORT-BY-DEPARTMENT THRU 3000-EXIT.
001450     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001460     GOBACK.
001470
001480 1000-INITIALIZE.
001490     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
001500     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
001510         WS-LOCK-STEP-NAME WS-LOCK-RECORD.
001520     CALL "GETBDATE" USING WS-TODAY.
001530     COMPUTE WS-TODAY-INTEGER =
001540         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
001550     MOVE "REJAGING" TO RPT-PROGRAM-NAME.
001560     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER.
001570     MOVE WS-NIGHT-MODE TO RPT-RUN-MODE.
001580     MOVE 60 TO RPT-LINES-PER-PAGE.
001590     MOVE ZERO TO RPT-LINE-COUNT.
001600     MOVE ZERO TO RPT-PAGE-COUNT.
001610     MOVE 'D' TO RPT-REQUEST.
001620     MOVE "OUTSTANDING REJECTS PAST AGE THRESHOLD, BY DEPT"
001630         TO RPT-COLUMN-HEADING.
001640     OPEN EXTEND AUDIT-LOG-FILE.
001650     IF WS-AUDIT-STATUS = "00"
001660         SET WS-AUDIT-IS-OPEN TO TRUE
001670     END-IF.
001680     PERFORM 1100-READ-AGE-PARM THRU 1100-EXIT.
001690     OPEN OUTPUT AGING-REPORT-FILE.
001700     IF WS-REPORT-STATUS = "00"
001710         SET WS-REPORT-IS-OPEN TO TRUE
001720     END-IF.
001730     OPEN INPUT REJECT-TRACK-FILE.
001740     IF WS-TRACK-STATUS NOT = "00"
001750         DISPLAY "REJTRACK MISSING - NOTHING OUTSTANDING"
001760         SET WS-EOF TO TRUE
001770         GO TO 1000-EXIT
001780     END-IF.
001790     SET WS-TRACK-IS-OPEN TO TRUE.
001800 1000-EXIT.
001810     EXIT.
001820
001830 1100-READ-AGE-PARM.
001840******************************************************************
001850* The aging threshold is a parameter (days outstanding before a
001860* reject makes the report).  Missing or non-numeric falls back
001870* to the 7-day shop default.
001880******************************************************************
001890     OPEN INPUT PARAM-FILE.
001900     IF WS-PARAM-STATUS = "00"
001910         READ PARAM-FILE
001920             AT END
001930                 CONTINUE
001940             NOT AT END
001950                 IF RP-AGE-DAYS NUMERIC
001960                     AND RP-AGE-DAYS > ZERO
001970                     MOVE RP-AGE-DAYS TO WS-AGE-DAYS
001980                 END-IF
001990         END-READ
002000         CLOSE PARAM-FILE
002010     END-IF.
002020 1100-EXIT.
002030     EXIT.
002040
002050 2000-LOAD-ONE-TRACK.
002060     READ REJECT-TRACK-FILE
002070         AT END
002080             SET WS-EOF TO TRUE
002090     END-READ.
002100     IF WS-EOF
002110         GO TO 2000-EXIT
002120     END-IF.
002130     IF RT-IS-MATCHED
002140         ADD 1 TO WS-MATCHED-COUNT
002150         GO TO 2000-EXIT
002160     END-IF.
002170     ADD 1 TO WS-OUTSTANDING-COUNT.
002180     IF WS-TRACK-USED >= WS-TRACK-TABLE-MAX
002190         DISPLAY "REJTRACK TABLE FULL - ENTRY NOT AGED"
002200         GO TO 2000-EXIT
002210     END-IF.
002220     ADD 1 TO WS-TRACK-USED.
002230     MOVE RT-TRANS-ID TO WS-TRK-TRANS-ID (WS-TRACK-USED).
002240     MOVE RT-CLIENT-ID TO WS-TRK-CLIENT-ID (WS-TRACK-USED).
002250     MOVE RT-REASON-CODE TO WS-TRK-REASON (WS-TRACK-USED).
002260     MOVE RT-REG-RUN-NUMBER TO WS-TRK-REG-RUN (WS-TRACK-USED).
002270     MOVE RT-REG-DATE-CCYYMMDD
002280         TO WS-TRK-REG-DATE (WS-TRACK-USED).
002290     MOVE RT-STATUS TO WS-TRK-STATUS (WS-TRACK-USED).
002300     PERFORM 2100-NOTE-DEPARTMENT THRU 2100-EXIT.
002310 2000-EXIT.
002320     EXIT.
002330
002340 2100-NOTE-DEPARTMENT.
002350     MOVE ZERO TO WS-DEPT-SLOT.
002360     PERFORM 2150-MATCH-ONE-DEPT THRU 2150-EXIT
002370         VARYING WS-DEPT-IX FROM 1 BY 1
002380         UNTIL WS-DEPT-IX > WS-DEPT-USED
002390             OR WS-DEPT-SLOT > ZERO.
002400     IF WS-DEPT-SLOT = ZERO
002410         AND WS-DEPT-USED < WS-DEPT-TABLE-MAX
002420         ADD 1 TO WS-DEPT-USED
002430         MOVE RT-CLIENT-ID
002440             TO WS-DEPT-CODE-ENTRY (WS-DEPT-USED)
002450     END-IF.
002460 2100-EXIT.
002470     EXIT.
002480
002490 2150-MATCH-ONE-DEPT.
002500     IF WS-DEPT-CODE-ENTRY (WS-DEPT-IX) = RT-CLIENT-ID
002510         MOVE WS-DEPT-IX TO WS-DEPT-SLOT
002520     END-IF.
002530 2150-EXIT.
002540     EXIT.
002550
002560 3000-REPORT-BY-DEPARTMENT.
002570     PERFORM 3100-REPORT-ONE-DEPT THRU 3100-EXIT
002580         VARYING WS-DEPT-IX FROM 1 BY 1
002590         UNTIL WS-DEPT-IX > WS-DEPT-USED.
002600 3000-EXIT.
002610     EXIT.
002620
002630 3100-REPORT-ONE-DEPT.
002640     MOVE WS-DEPT-CODE-ENTRY (WS-DEPT-IX) TO WS-CURRENT-DEPT.
002650     IF WS-REPORT-IS-OPEN
002660         MOVE SPACES TO RPT-DETAIL-LINE
002670         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
002680         MOVE SPACES TO RPT-DETAIL-LINE
002690         STRING "DEPARTMENT " WS-CURRENT-DEPT
002700             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
002710         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
002720     END-IF.
002730     PERFORM 3200-AGE-ONE-ENTRY THRU 3200-EXIT
002740         VARYING WS-TRACK-IX FROM 1 BY 1
002750         UNTIL WS-TRACK-IX > WS-TRACK-USED.
002760 3100-EXIT.
002770     EXIT.
002780
002790 3200-AGE-ONE-ENTRY.
002800******************************************************************
002810* One outstanding entry of the department being printed: its
002820* age in days comes from the registration date against today,
002830* and only entries at or past the threshold make the report.
002840******************************************************************
002850     IF WS-TRK-CLIENT-ID (WS-TRACK-IX) NOT = WS-CURRENT-DEPT
002860         GO TO 3200-EXIT
002870     END-IF.
002880     COMPUTE WS-REG-INTEGER =
002890         FUNCTION INTEGER-OF-DATE(WS-TRK-REG-DATE
002900         (WS-TRACK-IX)).
002910     COMPUTE WS-THIS-AGE = WS-TODAY-INTEGER - WS-REG-INTEGER.
002920     IF WS-THIS-AGE < WS-AGE-DAYS
002930         GO TO 3200-EXIT
002940     END-IF.
002950     ADD 1 TO WS-AGED-COUNT.
002960     MOVE SPACES TO WS-AGING-LINE.
002970     MOVE WS-TRK-TRANS-ID (WS-TRACK-IX) TO AL-TRANS-ID.
002980     MOVE WS-TRK-REASON (WS-TRACK-IX) TO AL-REASON.
002990     MOVE WS-TRK-REG-RUN (WS-TRACK-IX) TO AL-REG-RUN.
003000     MOVE WS-TRK-REG-DATE (WS-TRACK-IX) TO AL-REG-DATE.
003010     MOVE WS-THIS-AGE TO AL-AGE-DAYS.
003020     IF WS-REPORT-IS-OPEN
003030         MOVE WS-AGING-LINE TO RPT-DETAIL-LINE
003040         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
003050     END-IF.
003060 3200-EXIT.
003070     EXIT.
003080
003090 8000-FINALIZE.
003100     IF WS-TRACK-IS-OPEN
003110         CLOSE REJECT-TRACK-FILE
003120     END-IF.
003130     MOVE WS-OUTSTANDING-COUNT TO WS-OUTSTANDING-COUNT-ED.
003140     MOVE WS-AGED-COUNT TO WS-AGED-COUNT-ED.
003150     MOVE WS-MATCHED-COUNT TO WS-MATCHED-COUNT-ED.
003160     MOVE WS-AGE-DAYS TO WS-AGE-DAYS-ED.
003170     DISPLAY "Rejects outstanding : " WS-OUTSTANDING-COUNT-ED.
003180     DISPLAY "Outstanding past age: " WS-AGED-COUNT-ED.
003190     DISPLAY "Rejects matched off : " WS-MATCHED-COUNT-ED.
003200     IF WS-REPORT-IS-OPEN
003210         MOVE SPACES TO RPT-DETAIL-LINE
003220         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
003230         STRING "OUTSTANDING: " WS-OUTSTANDING-COUNT-ED
003240             " PAST " WS-AGE-DAYS-ED
003250             " DAYS: " WS-AGED-COUNT-ED
003260             " MATCHED: " WS-MATCHED-COUNT-ED
003270             " RUN " WS-RUN-NUMBER-ED
003280             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
003290         MOVE 'T' TO RPT-REQUEST
003300         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
003310         CLOSE AGING-REPORT-FILE
003320     END-IF.
003330     IF WS-AGED-COUNT > ZERO
003340         MOVE "WARN" TO WS-STATUS-TEXT
003350         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003360         STRING "REJECTS PAST " WS-AGE-DAYS-ED " DAYS: "
003370             WS-AGED-COUNT-ED " STILL OUTSTANDING"
003380             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003390         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003400     ELSE
003410         MOVE "OK" TO WS-STATUS-TEXT
003420         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003430         STRING "REJECT AGING DONE, OUTSTANDING "
003440             WS-OUTSTANDING-COUNT-ED " NONE PAST AGE"
003450             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003460         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003470     END-IF.
003480     IF WS-AUDIT-IS-OPEN
003490         CLOSE AUDIT-LOG-FILE
003500     END-IF.
003510 8000-EXIT.
003520     EXIT.
003530
003540 9500-WRITE-REPORT-LINE.
003550******************************************************************
003560* Hands one line through the shared RPTWRTR report writer and
003570* writes the heading block first whenever a new page starts.
003580* The request code resets to detail after every line so trailer
003590* callers set it per line.
003600******************************************************************
003610     CALL "RPTWRTR" USING RPT-CONTROL.
003620     IF RPT-NEW-PAGE
003630         MOVE RPT-HEADING-1 TO AGING-REPORT-RECORD
003640         WRITE AGING-REPORT-RECORD
003650         MOVE RPT-HEADING-2 TO AGING-REPORT-RECORD
003660         WRITE AGING-REPORT-RECORD
003670         MOVE RPT-HEADING-3 TO AGING-REPORT-RECORD
003680         WRITE AGING-REPORT-RECORD
003690     END-IF.
003700     MOVE RPT-DETAIL-LINE TO AGING-REPORT-RECORD.
003710     WRITE AGING-REPORT-RECORD.
003720     MOVE 'D' TO RPT-REQUEST.
003730 9500-EXIT.
003740     EXIT.
003750
003760 9000-WRITE-AUDIT-ENTRY.
003770******************************************************************
003780* Stamps and writes one audit record.  The caller sets
003790* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
003800* this paragraph.
003810******************************************************************
003820     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
003830     MOVE SPACES TO AUDIT-LOG-RECORD.
003840     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
003850     MOVE "REJAGING" TO AUDIT-PROGRAM-ID.
003860     MOVE SPACES TO AUDIT-USER-ID.
003870     IF WS-SIMULATION
003880         MOVE "SIMULATE" TO AUDIT-USER-ID
003890     END-IF.
003900     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
003910     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
003920     IF WS-STATUS-TEXT = "OK"
003930         SET AUDIT-IS-INFO TO TRUE
003940     ELSE
003950         IF WS-STATUS-TEXT = "ERROR"
003960             SET AUDIT-IS-ERROR TO TRUE
003970         ELSE
003980             SET AUDIT-IS-WARNING TO TRUE
003990         END-IF
004000     END-IF.
004010     IF WS-AUDIT-IS-OPEN
004020         WRITE AUDIT-LOG-RECORD
004030     END-IF.
004040 9000-EXIT.
004050     EXIT.
004060
004070** add other procedures here
004080 END PROGRAM REJAGING.
