000270*                  number, and a run-number-only filter dropped
000280*                  exactly the lockouts and overrides this
000290*                  program exists to surface.
000300* 2026-10-15  DW   Simulation mode: SIMULATION in the report
000310*                  heading.  A simulated night alerts only on the
000320*                  records the simulation wrote (user SIMULATE); a
000330*                  live night ignores them, since a simulation
000340*                  runs under the number the next real night will
000350*                  use.
000360* 2026-10-15  DW   Records itself as the owner of the batch-window
000370*                  lock.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000410 PROGRAM-ID. AUDALERT.
000420 ENVIRONMENT DIVISION.
000430*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000440 CONFIGURATION SECTION.
000450*-----------------------
000460 INPUT-OUTPUT SECTION.
000470*-----------------------
000480 FILE-CONTROL.
000490     SELECT ALERT-IN-FILE ASSIGN TO "ALRTIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-IN-STATUS.
000520     SELECT RULES-FILE ASSIGN TO "ALRTRULE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RULES-STATUS.
000550     SELECT ALERT-REPORT-FILE ASSIGN TO "ALRTRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REPORT-STATUS.
000580     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUDIT-STATUS.
000610 DATA DIVISION.
000620*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000630 FILE SECTION.
000640*-----------------------
000650 FD  ALERT-IN-FILE.
000660 01  ALERT-IN-RECORD             PIC X(132).
000670 FD  RULES-FILE.
000680 01  RULES-RECORD.
000690     05  AR-PROGRAM-ID           PIC X(08).
000700     05  AR-SEVERITY             PIC X(05).
000710     05  AR-PATTERN              PIC X(20).
000720     05  AR-ACTION               PIC X(01).
000730         88  AR-IS-PAGEWORTHY    VALUE 'P'.
000740 FD  ALERT-REPORT-FILE.
000750 01  ALERT-REPORT-RECORD         PIC X(132).
000760 FD  AUDIT-LOG-FILE.
000770     COPY AUDITLOG.
000780
000790 WORKING-STORAGE SECTION.
000800*-----------------------
000810 01  WS-IN-STATUS                PIC X(02).
000820 01  WS-IN-OPEN-SWITCH           PIC X(01) VALUE 'N'.
000830     88  WS-IN-IS-OPEN           VALUE 'Y'.
000840 01  WS-RULES-STATUS             PIC X(02).
000850 01  WS-REPORT-STATUS            PIC X(02).
000860 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000870     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000880 01  WS-AUDIT-STATUS             PIC X(02).
000890 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000900     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000910 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000920 01  WS-TODAY                    PIC X(21).
000930 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
000940     05  WS-TODAY-DATE-X         PIC X(08).
000950     05  FILLER                  PIC X(13).
000960 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000970 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
000980 COPY RUNMODE.
000990 01  WS-LOCK-FUNCTION            PIC X(01) VALUE 'O'.
001000 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "AUDALERT".
001010 01  WS-LOCK-RECORD              PIC X(77).
001020 01  WS-STATUS-TEXT              PIC X(20).
001030 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001040 COPY EOFSWTCH.
001050 01  WS-WORK-AUDIT-RECORD.
001060     05  WRK-TIMESTAMP           PIC X(21).
001070     05  FILLER                  PIC X(01).
001080     05  WRK-PROGRAM-ID          PIC X(08).
001090     05  FILLER                  PIC X(01).
001100     05  WRK-SEVERITY            PIC X(05).
001110     05  FILLER                  PIC X(01).
001120     05  WRK-USER-ID             PIC X(08).
001130     05  FILLER                  PIC X(01).
001140     05  WRK-RUN-NUMBER          PIC 9(05).
001150     05  FILLER                  PIC X(01).
001160     05  WRK-MESSAGE-TEXT        PIC X(80).
001170 01  WS-RULES-EOF-SWITCH         PIC X(01) VALUE 'N'.
001180     88  WS-RULES-EOF            VALUE 'Y'.
001190 01  WS-RULE-TABLE-MAX           PIC 9(02) COMP VALUE 30.
001200 01  WS-RULE-USED                PIC 9(02) COMP VALUE ZERO.
001210 01  WS-RULE-IX                  PIC 9(02) COMP VALUE ZERO.
001220 01  WS-RULE-TABLE.
001230     05  WS-RULE-ENTRY OCCURS 30 TIMES.
001240         10  WS-RL-PROGRAM       PIC X(08).
001250         10  WS-RL-SEVERITY      PIC X(05).
001260         10  WS-RL-PATTERN       PIC X(20).
001270         10  WS-RL-PAT-LEN       PIC 9(02) COMP.
001280         10  WS-RL-ACTION        PIC X(01).
001290 01  WS-PAT-IX                   PIC 9(02) COMP VALUE ZERO.
001300 01  WS-SCAN-IX                  PIC 9(03) COMP VALUE ZERO.
001310 01  WS-SCAN-LIMIT               PIC 9(03) COMP VALUE ZERO.
001320 01  WS-MATCH-SWITCH             PIC X(01).
001330     88  WS-RULE-MATCHED         VALUE 'Y'.
001340 01  WS-PATTERN-HIT-SWITCH       PIC X(01).
001350     88  WS-PATTERN-HIT          VALUE 'Y'.
001360 01  WS-SCANNED-COUNT            PIC 9(06) COMP VALUE ZERO.
001370 01  WS-ALERT-COUNT              PIC 9(05) COMP VALUE ZERO.
001380 01  WS-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
001390 01  WS-SCANNED-COUNT-ED         PIC ZZZZZ9.
001400 01  WS-ALERT-COUNT-ED           PIC ZZZZ9.
001410 01  WS-PAGE-COUNT-ED            PIC ZZZZ9.
001420
001430*-----------------------
001440 PROCEDURE DIVISION.
001450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001460 0000-MAINLINE.
001470******************************************************************
001480* Load the escalation rules, then sweep the concatenated audit
001490* input: each current-run record is held against every rule,
001500* and a hit lands on the operator-action report -- with a
001510* console notification right now when the rule says page.
001520******************************************************************
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
001550         UNTIL WS-EOF.
001560     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001570     GOBACK.
001580
001590 1000-INITIALIZE.
001600     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
001610     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
001620         WS-LOCK-STEP-NAME WS-LOCK-RECORD.
001630     CALL "TIMESTMP" USING WS-TODAY.
001640     OPEN EXTEND AUDIT-LOG-FILE.
001650     IF WS-AUDIT-STATUS = "00"
001660         SET WS-AUDIT-IS-OPEN TO TRUE
001670     END-IF.
001680     PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
001690     OPEN OUTPUT ALERT-REPORT-FILE.
001700     IF WS-REPORT-STATUS = "00"
001710         SET WS-REPORT-IS-OPEN TO TRUE
001720         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
001730         MOVE SPACES TO ALERT-REPORT-RECORD
001740         STRING "OPERATOR ACTION ALERTS - RUN "
001750             WS-RUN-NUMBER-ED
001760             DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
001770         IF WS-SIMULATION
001780             MOVE "*** SIMULATION ***"
001790                 TO ALERT-REPORT-RECORD (57:18)
001800         END-IF
001810         WRITE ALERT-REPORT-RECORD
001820     END-IF.
001830     OPEN INPUT ALERT-IN-FILE.
001840     IF WS-IN-STATUS NOT = "00"
001850         DISPLAY "ALRTIN OPEN FAILED, STATUS " WS-IN-STATUS
001860         SET WS-EOF TO TRUE
001870         MOVE 12 TO RETURN-CODE
001880         GO TO 1000-EXIT
001890     END-IF.
001900     SET WS-IN-IS-OPEN TO TRUE.
001910 1000-EXIT.
001920     EXIT.
001930
001940 1100-LOAD-RULES.
001950******************************************************************
001960* One rule per ALRTRULE row: program (spaces = any), severity
001970* (spaces = any), message pattern (spaces = any; otherwise a
001980* substring the message must contain), and the action -- P
001990* pages the console, anything else reports only.  The
002000* pattern's significant length is measured once here so the
002010* per-record scan does not re-trim it.
002020******************************************************************
002030     OPEN INPUT RULES-FILE.
002040     IF WS-RULES-STATUS NOT = "00"
002050         DISPLAY "ALRTRULE MISSING - NO ALERTS WILL RAISE"
002060         GO TO 1100-EXIT
002070     END-IF.
002080     PERFORM 1150-LOAD-ONE-RULE THRU 1150-EXIT
002090         UNTIL WS-RULES-EOF
002100             OR WS-RULE-USED >= WS-RULE-TABLE-MAX.
002110     CLOSE RULES-FILE.
002120 1100-EXIT.
002130     EXIT.
002140
002150 1150-LOAD-ONE-RULE.
002160     READ RULES-FILE
002170         AT END
002180             SET WS-RULES-EOF TO TRUE
002190     END-READ.
002200     IF WS-RULES-EOF
002210         GO TO 1150-EXIT
002220     END-IF.
002230     ADD 1 TO WS-RULE-USED.
002240     MOVE AR-PROGRAM-ID TO WS-RL-PROGRAM (WS-RULE-USED).
002250     MOVE AR-SEVERITY TO WS-RL-SEVERITY (WS-RULE-USED).
002260     MOVE AR-PATTERN TO WS-RL-PATTERN (WS-RULE-USED).
002270     MOVE AR-ACTION TO WS-RL-ACTION (WS-RULE-USED).
002280     MOVE ZERO TO WS-RL-PAT-LEN (WS-RULE-USED).
002290     PERFORM 1170-MEASURE-ONE-CHAR THRU 1170-EXIT
002300         VARYING WS-PAT-IX FROM 1 BY 1
002310         UNTIL WS-PAT-IX > 20.
002320 1150-EXIT.
002330     EXIT.
002340
002350 1170-MEASURE-ONE-CHAR.
002360     IF WS-RL-PATTERN (WS-RULE-USED) (WS-PAT-IX:1) NOT = SPACE
002370         MOVE WS-PAT-IX TO WS-RL-PAT-LEN (WS-RULE-USED)
002380     END-IF.
002390 1170-EXIT.
002400     EXIT.
002410
002420 2000-SCAN-ONE-RECORD.
002430     READ ALERT-IN-FILE
002440         AT END
002450             SET WS-EOF TO TRUE
002460     END-READ.
002470     IF WS-EOF
002480         GO TO 2000-EXIT
002490     END-IF.
002500     MOVE ALERT-IN-RECORD TO WS-WORK-AUDIT-RECORD.
002510     IF WRK-RUN-NUMBER NOT NUMERIC
002520         GO TO 2000-EXIT
002530     END-IF.
002540*    The interactive logs (MENUAUDT, UTILAUDT, the HELLO
002550*    lockouts) are written during the day under the previous
002560*    night's run number -- the same trap the merge review
002570*    filter hit -- so records dated today pass the filter too.
002580     IF WRK-RUN-NUMBER NOT = WS-RUN-NUMBER
002590         AND WRK-TIMESTAMP (1:8) NOT = WS-TODAY-DATE-X
002600         GO TO 2000-EXIT
002610     END-IF.
002620*    A simulation's records carry user SIMULATE and belong only to
002630*    a simulated night's sweep.
002640     IF WS-SIMULATION
002650         IF WRK-USER-ID NOT = "SIMULATE"
002660             GO TO 2000-EXIT
002670         END-IF
002680     ELSE
002690         IF WRK-USER-ID = "SIMULATE"
002700             GO TO 2000-EXIT
002710         END-IF
002720     END-IF.
002730     ADD 1 TO WS-SCANNED-COUNT.
002740     PERFORM 2100-APPLY-ONE-RULE THRU 2100-EXIT
002750         VARYING WS-RULE-IX FROM 1 BY 1
002760         UNTIL WS-RULE-IX > WS-RULE-USED.
002770 2000-EXIT.
002780     EXIT.
002790
002800 2100-APPLY-ONE-RULE.
002810     MOVE 'N' TO WS-MATCH-SWITCH.
002820     IF WS-RL-PROGRAM (WS-RULE-IX) NOT = SPACES
002830         AND WS-RL-PROGRAM (WS-RULE-IX) NOT = WRK-PROGRAM-ID
002840         GO TO 2100-EXIT
002850     END-IF.
002860     IF WS-RL-SEVERITY (WS-RULE-IX) NOT = SPACES
002870         AND WS-RL-SEVERITY (WS-RULE-IX) NOT = WRK-SEVERITY
002880         GO TO 2100-EXIT
002890     END-IF.
002900     IF WS-RL-PAT-LEN (WS-RULE-IX) = ZERO
002910         SET WS-RULE-MATCHED TO TRUE
002920     ELSE
002930         PERFORM 2200-SCAN-FOR-PATTERN THRU 2200-EXIT
002940         IF WS-PATTERN-HIT
002950             SET WS-RULE-MATCHED TO TRUE
002960         END-IF
002970     END-IF.
002980     IF WS-RULE-MATCHED
002990         PERFORM 2300-RAISE-ALERT THRU 2300-EXIT
003000     END-IF.
003010 2100-EXIT.
003020     EXIT.
003030
003040 2200-SCAN-FOR-PATTERN.
003050******************************************************************
003060* Slides the rule's pattern along the message text looking for
003070* a substring hit.
003080******************************************************************
003090     MOVE 'N' TO WS-PATTERN-HIT-SWITCH.
003100     COMPUTE WS-SCAN-LIMIT = 81 - WS-RL-PAT-LEN (WS-RULE-IX).
003110     PERFORM 2250-TRY-ONE-POSITION THRU 2250-EXIT
003120         VARYING WS-SCAN-IX FROM 1 BY 1
003130         UNTIL WS-SCAN-IX > WS-SCAN-LIMIT
003140             OR WS-PATTERN-HIT.
003150 2200-EXIT.
003160     EXIT.
003170
003180 2250-TRY-ONE-POSITION.
003190     IF WRK-MESSAGE-TEXT
003200             (WS-SCAN-IX:WS-RL-PAT-LEN (WS-RULE-IX)) =
003210         WS-RL-PATTERN (WS-RULE-IX)
003220             (1:WS-RL-PAT-LEN (WS-RULE-IX))
003230         SET WS-PATTERN-HIT TO TRUE
003240     END-IF.
003250 2250-EXIT.
003260     EXIT.
003270
003280 2300-RAISE-ALERT.
003290******************************************************************
003300* One rule hit: the full audit record goes on the operator-
003310* action report, and a page-worthy rule puts it on the console
003320* right now -- a STEP003 failure at 11 p.m. no longer waits
003330* eight hours for eyes.
003340******************************************************************
003350     ADD 1 TO WS-ALERT-COUNT.
003360     IF WS-REPORT-IS-OPEN
003370         MOVE ALERT-IN-RECORD TO ALERT-REPORT-RECORD
003380         WRITE ALERT-REPORT-RECORD
003390     END-IF.
003400     IF WS-RL-ACTION (WS-RULE-IX) = 'P'
003410         ADD 1 TO WS-PAGE-COUNT
003420         DISPLAY "*ALERT* " WRK-PROGRAM-ID " " WRK-SEVERITY
003430             " " WRK-MESSAGE-TEXT (1:60)
003440     END-IF.
003450 2300-EXIT.
003460     EXIT.
003470
003480 8000-FINALIZE.
003490     IF WS-IN-IS-OPEN
003500         CLOSE ALERT-IN-FILE
003510     END-IF.
003520     MOVE WS-SCANNED-COUNT TO WS-SCANNED-COUNT-ED.
003530     MOVE WS-ALERT-COUNT TO WS-ALERT-COUNT-ED.
003540     MOVE WS-PAGE-COUNT TO WS-PAGE-COUNT-ED.
003550     DISPLAY "Records scanned : " WS-SCANNED-COUNT-ED.
003560     DISPLAY "Alerts raised   : " WS-ALERT-COUNT-ED.
003570     DISPLAY "Console pages   : " WS-PAGE-COUNT-ED.
003580     IF WS-REPORT-IS-OPEN
003590         MOVE SPACES TO ALERT-REPORT-RECORD
003600         STRING "SCANNED: " WS-SCANNED-COUNT-ED
003610             " ALERTS: " WS-ALERT-COUNT-ED
003620             " PAGED: " WS-PAGE-COUNT-ED
003630             DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
003640         WRITE ALERT-REPORT-RECORD
003650         CLOSE ALERT-REPORT-FILE
003660     END-IF.
003670     MOVE "OK" TO WS-STATUS-TEXT.
003680     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003690     STRING "ALERT SWEEP DONE, ALERTS " WS-ALERT-COUNT-ED
003700         " PAGED " WS-PAGE-COUNT-ED
003710         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003720     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003730     IF WS-AUDIT-IS-OPEN
003740         CLOSE AUDIT-LOG-FILE
003750     END-IF.
003760 8000-EXIT.
003770     EXIT.
003780
003790 9000-WRITE-AUDIT-ENTRY.
003800******************************************************************
003810* Stamps and writes one audit record.  The caller sets
003820* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
003830* this paragraph.
003840******************************************************************
003850     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
003860     MOVE SPACES TO AUDIT-LOG-RECORD.
003870     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
003880     MOVE "AUDALERT" TO AUDIT-PROGRAM-ID.
003890     MOVE SPACES TO AUDIT-USER-ID.
003900     IF WS-SIMULATION
003910         MOVE "SIMULATE" TO AUDIT-USER-ID
003920     END-IF.
003930     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
003940     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
003950     IF WS-STATUS-TEXT = "OK"
003960         SET AUDIT-IS-INFO TO TRUE
003970     ELSE
003980         IF WS-STATUS-TEXT = "ERROR"
003990             SET AUDIT-IS-ERROR TO TRUE
004000         ELSE
004010             SET AUDIT-IS-WARNING TO TRUE
004020         END-IF
004030     END-IF.
004040     IF WS-AUDIT-IS-OPEN
004050         WRITE AUDIT-LOG-RECORD
004060     END-IF.
004070 9000-EXIT.
004080     EXIT.
004090
004100** add other procedures here
004110 END PROGRAM AUDALERT.
