000110*                did not finish), and an overall GOOD NIGHT /
000120*                ATTENTION NEEDED verdict, so the morning shift
000130*                pins one page instead of paging through every
000140*                step's SYSOUT.  It also reports the BATLOCK
000150*                batch-window lock: how long the night has held
000160*                it, whether that is past the TIMEPARM batch
000170*                window, and any lock an abended run left behind.
000180* Tectonics:     cobc
000190*
000200* Modification History
000210* ---------------------
000220* 2026-08-22  DW   Original program.
000230* 2026-08-22  DW   Added the new STEP060 SENIORTY report to the
000240*                  step roster.
000250* 2026-08-22  DW   Tallies only records stamped with the current
000260*                  run number -- the audit logs retain the whole
000270*                  retention window by design, and the dashboard
000280*                  was reporting the window's totals as if they
000290*                  were tonight's.
000300* 2026-08-22  DW   Widened the two checkpoint FD records to the
000310*                  90 bytes CHKPOINT now occupies (the duplicate
000320*                  count and result register grew it past the old
000330*                  80).  Added the STEP003 EMPLOAD roster row and
000340*                  qualified every tally on AUDIT-PROGRAM-ID --
000350*                  EMPAUDT is shared by EMPLOAD and EMPUPDT, and
000360*                  each row must count only its own program's
000370*                  records.
000380* 2026-09-02  DW   Added the new STEP006 AUTHUPDT authorization-
000390*                  maintenance step to the roster (its AUTHAUDT
000400*                  log is a new input), shifting the later rows
000410*                  down one and the two checkpoint columns with
000420*                  them.
000430* 2026-09-02  DW   Step timing: the programs now write STEP START
000440*                  and STEP END audit records, and the dashboard
000450*                  shows each step's elapsed seconds, flags steps
000460*                  over the TIMEPARM threshold, appends tonight's
000470*                  timings to the TIMEHIST history, and prints a
000480*                  TIMETRND trend report against the trailing runs
000490*                  in the MATHOPS MATHHIST/MATHTRND pattern.
000500* 2026-10-15  DW   Simulation mode: a simulated night's dashboard
000510*                  says SIMULATION in its heading and on a banner
000520*                  line under it, tallies only the audit records
000530*                  the simulation wrote (user SIMULATE), and
000540*                  appends nothing to TIMEHIST.  A live night's
000550*                  dashboard leaves the SIMULATE records out -- a
000560*                  simulation runs under the number the next real
000570*                  night will use.
000580* 2026-10-15  DW   Business date now taken from GETBDATE for
000590*                  catch-up nights.
000600* 2026-10-15  DW   Batch-window lock: records itself as the lock
000610*                  owner and reports how long the night has held
000620*                  the lock, flagging a lock held past the new
000630*                  TIMEPARM batch window (minutes, after the slow-
000640*                  step seconds) or one taken over from an abended
000650*                  run.
000660******************************************************************
000670 IDENTIFICATION DIVISION.
000680*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000690 PROGRAM-ID. NIGHTSUM.
000700 ENVIRONMENT DIVISION.
000710*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000720 CONFIGURATION SECTION.
000730*-----------------------
000740 INPUT-OUTPUT SECTION.
000750*-----------------------
000760 FILE-CONTROL.
000770     SELECT HELO-AUDIT-FILE ASSIGN TO "HELOAUDT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-IN-STATUS.
000800     SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUDT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-IN-STATUS.
000830     SELECT COMP-AUDIT-FILE ASSIGN TO "COMPAUDT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-IN-STATUS.
000860     SELECT MATH-AUDIT-FILE ASSIGN TO "MATHAUDT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-IN-STATUS.
000890     SELECT BDAY-AUDIT-FILE ASSIGN TO "BDAYAUDT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-IN-STATUS.
000920     SELECT EMPU-AUDIT-FILE ASSIGN TO "EMPAUDT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-IN-STATUS.
000950     SELECT AUTH-AUDIT-FILE ASSIGN TO "AUTHAUDT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-IN-STATUS.
000980     SELECT EDIT-AUDIT-FILE ASSIGN TO "EDITAUDT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-IN-STATUS.
001010     SELECT SEN-AUDIT-FILE ASSIGN TO "SENAUDT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-IN-STATUS.
001040     SELECT CALC-CKPT-FILE ASSIGN TO "CALCCKPT"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-CKPT-STATUS.
001070     SELECT MATH-CKPT-FILE ASSIGN TO "MATHCKPT"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-CKPT-STATUS.
001100     SELECT NIGHT-REPORT-FILE ASSIGN TO "NIGHTRPT"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-REPORT-STATUS.
001130     SELECT PARAM-FILE ASSIGN TO "TIMEPARM"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-PARAM-STATUS.
001160     SELECT TIMING-HISTORY-FILE ASSIGN TO "TIMEHIST"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-HIST-STATUS.
001190     SELECT TREND-REPORT-FILE ASSIGN TO "TIMETRND"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-TREND-STATUS.
001220 DATA DIVISION.
001230*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001240 FILE SECTION.
001250*-----------------------
001260 FD  HELO-AUDIT-FILE.
001270 01  HELO-AUDIT-RECORD           PIC X(132).
001280 FD  CALC-AUDIT-FILE.
001290 01  CALC-AUDIT-RECORD           PIC X(132).
001300 FD  COMP-AUDIT-FILE.
001310 01  COMP-AUDIT-RECORD           PIC X(132).
001320 FD  MATH-AUDIT-FILE.
001330 01  MATH-AUDIT-RECORD           PIC X(132).
001340 FD  BDAY-AUDIT-FILE.
001350 01  BDAY-AUDIT-RECORD           PIC X(132).
001360 FD  EMPU-AUDIT-FILE.
001370 01  EMPU-AUDIT-RECORD           PIC X(132).
001380 FD  AUTH-AUDIT-FILE.
001390 01  AUTH-AUDIT-RECORD           PIC X(132).
001400 FD  EDIT-AUDIT-FILE.
001410 01  EDIT-AUDIT-RECORD           PIC X(132).
001420 FD  SEN-AUDIT-FILE.
001430 01  SEN-AUDIT-RECORD            PIC X(132).
001440 FD  CALC-CKPT-FILE.
001450 01  CALC-CKPT-RECORD            PIC X(90).
001460 FD  MATH-CKPT-FILE.
001470 01  MATH-CKPT-RECORD            PIC X(90).
001480 FD  NIGHT-REPORT-FILE.
001490 01  NIGHT-REPORT-RECORD         PIC X(80).
001500 FD  PARAM-FILE.
001510 01  PARAM-RECORD.
001520     05  TP-SLOW-SECONDS         PIC 9(05).
001530     05  TP-WINDOW-MINUTES       PIC 9(04).
001540 FD  TIMING-HISTORY-FILE.
001550 01  TIMING-HISTORY-RECORD.
001560     05  TH-RUN-NUMBER           PIC 9(05).
001570     05  TH-RUN-DATE             PIC 9(08).
001580     05  TH-STEP-PROGRAM         PIC X(08).
001590     05  TH-ELAPSED-SECONDS      PIC 9(07).
001600 FD  TREND-REPORT-FILE.
001610 01  TREND-REPORT-RECORD         PIC X(80).
001620
001630 WORKING-STORAGE SECTION.
001640*-----------------------
001650 01  WS-IN-STATUS                PIC X(02).
001660 01  WS-CKPT-STATUS              PIC X(02).
001670 01  WS-REPORT-STATUS            PIC X(02).
001680 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001690     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
001700 01  WS-PARAM-STATUS             PIC X(02).
001710 01  WS-HIST-STATUS              PIC X(02).
001720 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
001730     88  WS-HIST-EOF             VALUE 'Y'.
001740 01  WS-TREND-STATUS             PIC X(02).
001750 01  WS-TREND-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001760     88  WS-TREND-IS-OPEN        VALUE 'Y'.
001770 01  WS-SLOW-SECONDS             PIC 9(05) VALUE 600.
001780 01  WS-WINDOW-MINUTES           PIC 9(04) VALUE 360.
001790 01  WS-WINDOW-MINUTES-ED        PIC ZZZ9.
001800 01  WS-LOCK-SET-MINUTE          PIC S9(07) COMP VALUE ZERO.
001810 01  WS-NOW-MINUTE               PIC S9(07) COMP VALUE ZERO.
001820 01  WS-LOCK-HELD-MINUTES        PIC S9(07) COMP VALUE ZERO.
001830 01  WS-LOCK-HELD-MINUTES-ED     PIC ZZZZZZ9.
001840 01  WS-LOCK-LATE-SWITCH         PIC X(01) VALUE 'N'.
001850     88  WS-LOCK-IS-LATE         VALUE 'Y'.
001860 01  WS-NOW                      PIC X(21).
001870 01  WS-NOW-R REDEFINES WS-NOW.
001880     05  WS-NOW-DATE             PIC 9(08).
001890     05  WS-NOW-HHMMSS           PIC 9(06).
001900     05  FILLER                  PIC X(07).
001910 01  WS-START-SECONDS            PIC S9(07) COMP VALUE ZERO.
001920 01  WS-END-SECONDS              PIC S9(07) COMP VALUE ZERO.
001930 01  WS-MARK-HHMMSS.
001940     05  WS-MARK-HH              PIC 9(02).
001950     05  WS-MARK-MI              PIC 9(02).
001960     05  WS-MARK-SS              PIC 9(02).
001970 01  WS-TODAY                    PIC X(21).
001980 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
001990     05  WS-TODAY-DATE           PIC 9(08).
002000     05  FILLER                  PIC X(13).
002010 01  WS-RING-SIZE                PIC 9(02) COMP VALUE 7.
002020 01  WS-RING-IX                  PIC 9(02) COMP VALUE ZERO.
002030 01  WS-RING-SLOT                PIC 9(02) COMP VALUE ZERO.
002040 01  WS-RING-QUOTIENT            PIC 9(07) COMP VALUE ZERO.
002050 01  WS-HIST-SUM                 PIC 9(09) COMP VALUE ZERO.
002060 01  WS-HIST-N                   PIC 9(02) COMP VALUE ZERO.
002070 01  WS-HIST-AVG                 PIC 9(07) COMP VALUE ZERO.
002080 01  WS-HIST-AVG-ED              PIC ZZZZZZ9.
002090 01  WS-ELAPSED-ED               PIC ZZZZZZ9.
002100 01  WS-FILE-EOF-SWITCH          PIC X(01).
002110     88  WS-FILE-EOF             VALUE 'Y'.
002120 01  WS-FILE-OPEN-SWITCH         PIC X(01).
002130     88  WS-FILE-IS-OPEN         VALUE 'Y'.
002140 01  WS-STEP-COUNT               PIC 9(02) COMP VALUE 10.
002150 01  WS-STEP-IX                  PIC 9(02) COMP VALUE ZERO.
002160 01  WS-ATTENTION-SWITCH         PIC X(01) VALUE 'N'.
002170     88  WS-ATTENTION-NEEDED     VALUE 'Y'.
002180 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
002190 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
002200 COPY RUNMODE.
002210 01  WS-LOCK-FUNCTION            PIC X(01) VALUE 'O'.
002220 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "NIGHTSUM".
002230 COPY BATLOCKR.
002240 COPY AUDITLOG.
002250 COPY CHKPOINT.
002260 01  WS-STEP-TABLE.
002270     05  WS-STEP-ENTRY OCCURS 10 TIMES.
002280         10  WS-STEP-NAME        PIC X(08).
002290         10  WS-STEP-PROGRAM     PIC X(08).
002300         10  WS-STEP-INFO-COUNT  PIC 9(06) COMP.
002310         10  WS-STEP-ERROR-COUNT PIC 9(06) COMP.
002320         10  WS-STEP-CKPT-TEXT   PIC X(07).
002330         10  WS-STEP-START-TS    PIC X(06).
002340         10  WS-STEP-START-SW    PIC X(01).
002350             88  WS-STEP-HAS-START VALUE 'Y'.
002360         10  WS-STEP-END-TS      PIC X(06).
002370         10  WS-STEP-END-SW      PIC X(01).
002380             88  WS-STEP-HAS-END VALUE 'Y'.
002390         10  WS-STEP-ELAPSED     PIC 9(07) COMP.
002400         10  WS-STEP-RING-SEEN   PIC 9(07) COMP.
002410         10  WS-STEP-RING OCCURS 7 TIMES
002420                                 PIC 9(07) COMP.
002430 01  WS-DETAIL-LINE.
002440     05  DL-STEP-NAME            PIC X(08).
002450     05  FILLER                  PIC X(01) VALUE SPACE.
002460     05  DL-PROGRAM              PIC X(08).
002470     05  FILLER                  PIC X(07) VALUE " TRANS ".
002480     05  DL-INFO-COUNT           PIC ZZZZZ9.
002490     05  FILLER                  PIC X(08) VALUE " ERRORS ".
002500     05  DL-ERROR-COUNT          PIC ZZZZZ9.
002510     05  FILLER                  PIC X(06) VALUE " CKPT ".
002520     05  DL-CKPT-TEXT            PIC X(07).
002530     05  FILLER                  PIC X(05) VALUE " SEC ".
002540     05  DL-ELAPSED              PIC ZZZZZZ9.
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  DL-SLOW-FLAG            PIC X(04).
002570
002580*-----------------------
002590 PROCEDURE DIVISION.
002600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002630     PERFORM 2000-TALLY-ONE-STEP THRU 2000-EXIT
002640         VARYING WS-STEP-IX FROM 1 BY 1
002650         UNTIL WS-STEP-IX > WS-STEP-COUNT.
002660     PERFORM 2500-COMPUTE-ONE-ELAPSED THRU 2500-EXIT
002670         VARYING WS-STEP-IX FROM 1 BY 1
002680         UNTIL WS-STEP-IX > WS-STEP-COUNT.
002690     PERFORM 3000-CHECK-CHECKPOINTS THRU 3000-EXIT.
002700     PERFORM 3500-CHECK-BATCH-LOCK THRU 3500-EXIT.
002710     PERFORM 4000-WRITE-DASHBOARD THRU 4000-EXIT.
002720     PERFORM 6000-WRITE-TIMING-TREND THRU 6000-EXIT.
002730     PERFORM 7000-APPEND-TIMING-HISTORY THRU 7000-EXIT.
002740     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002750     GOBACK.
002760
002770 1000-INITIALIZE.
002780     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
002790     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
002800         WS-LOCK-STEP-NAME BATCH-LOCK-RECORD.
002810     CALL "GETBDATE" USING WS-TODAY.
002820     PERFORM 1200-READ-SLOW-PARM THRU 1200-EXIT.
002830******************************************************************
002840* Loads the fixed step roster.  The checkpoint column starts at
002850* "N/A" and is overlaid for the two restartable engines.
002860******************************************************************
002870     MOVE "STEP003 " TO WS-STEP-NAME (1).
002880     MOVE "EMPLOAD " TO WS-STEP-PROGRAM (1).
002890     MOVE "STEP004 " TO WS-STEP-NAME (2).
002900     MOVE "EMPUPDT " TO WS-STEP-PROGRAM (2).
002910     MOVE "STEP006 " TO WS-STEP-NAME (3).
002920     MOVE "AUTHUPDT" TO WS-STEP-PROGRAM (3).
002930     MOVE "STEP010 " TO WS-STEP-NAME (4).
002940     MOVE "HELLO   " TO WS-STEP-PROGRAM (4).
002950     MOVE "STEP015+" TO WS-STEP-NAME (5).
002960     MOVE "TRANEDIT" TO WS-STEP-PROGRAM (5).
002970     MOVE "STEP020 " TO WS-STEP-NAME (6).
002980     MOVE "CALCULAT" TO WS-STEP-PROGRAM (6).
002990     MOVE "STEP030 " TO WS-STEP-NAME (7).
003000     MOVE "WRKCOMP " TO WS-STEP-PROGRAM (7).
003010     MOVE "STEP040 " TO WS-STEP-NAME (8).
003020     MOVE "MATHOPS " TO WS-STEP-PROGRAM (8).
003030     MOVE "STEP050 " TO WS-STEP-NAME (9).
003040     MOVE "BIRTHDAY" TO WS-STEP-PROGRAM (9).
003050     MOVE "STEP060 " TO WS-STEP-NAME (10).
003060     MOVE "SENIORTY" TO WS-STEP-PROGRAM (10).
003070     PERFORM 1100-CLEAR-ONE-STEP THRU 1100-EXIT
003080         VARYING WS-STEP-IX FROM 1 BY 1
003090         UNTIL WS-STEP-IX > WS-STEP-COUNT.
003100     OPEN OUTPUT NIGHT-REPORT-FILE.
003110     IF WS-REPORT-STATUS = "00"
003120         SET WS-REPORT-IS-OPEN TO TRUE
003130     ELSE
003140         DISPLAY "NIGHTRPT OPEN FAILED, STATUS " WS-REPORT-STATUS
003150         MOVE 12 TO RETURN-CODE
003160     END-IF.
003170 1000-EXIT.
003180     EXIT.
003190
003200 1100-CLEAR-ONE-STEP.
003210     MOVE ZERO TO WS-STEP-INFO-COUNT (WS-STEP-IX).
003220     MOVE ZERO TO WS-STEP-ERROR-COUNT (WS-STEP-IX).
003230     MOVE "N/A    " TO WS-STEP-CKPT-TEXT (WS-STEP-IX).
003240     MOVE SPACES TO WS-STEP-START-TS (WS-STEP-IX).
003250     MOVE 'N' TO WS-STEP-START-SW (WS-STEP-IX).
003260     MOVE SPACES TO WS-STEP-END-TS (WS-STEP-IX).
003270     MOVE 'N' TO WS-STEP-END-SW (WS-STEP-IX).
003280     MOVE ZERO TO WS-STEP-ELAPSED (WS-STEP-IX).
003290     MOVE ZERO TO WS-STEP-RING-SEEN (WS-STEP-IX).
003300 1100-EXIT.
003310     EXIT.
003320
003330 1200-READ-SLOW-PARM.
003340******************************************************************
003350* The slow-step threshold is a parameter (seconds of elapsed
003360* time before a step is flagged SLOW).  Missing or non-numeric
003370* falls back to the 600-second shop default.  The batch window
003380* (minutes the night may hold the batch lock) follows it, with a
003390* six-hour default.
003400******************************************************************
003410     OPEN INPUT PARAM-FILE.
003420     IF WS-PARAM-STATUS = "00"
003430         READ PARAM-FILE
003440             AT END
003450                 CONTINUE
003460             NOT AT END
003470                 IF TP-SLOW-SECONDS NUMERIC
003480                     AND TP-SLOW-SECONDS > ZERO
003490                     MOVE TP-SLOW-SECONDS TO WS-SLOW-SECONDS
003500                 END-IF
003510                 IF TP-WINDOW-MINUTES NUMERIC
003520                     AND TP-WINDOW-MINUTES > ZERO
003530                     MOVE TP-WINDOW-MINUTES TO WS-WINDOW-MINUTES
003540                 END-IF
003550         END-READ
003560         CLOSE PARAM-FILE
003570     END-IF.
003580 1200-EXIT.
003590     EXIT.
003600
003610 2000-TALLY-ONE-STEP.
003620******************************************************************
003630* Reads one step's audit log from end to end, counting its INFO
003640* records as work done and its ERROR records as trouble.  A log
003650* that is missing simply counts as an idle step.
003660******************************************************************
003670     MOVE 'N' TO WS-FILE-EOF-SWITCH.
003680     MOVE 'N' TO WS-FILE-OPEN-SWITCH.
003690     PERFORM 2100-OPEN-STEP-AUDIT THRU 2100-EXIT.
003700     IF NOT WS-FILE-IS-OPEN
003710         SET WS-FILE-EOF TO TRUE
003720     END-IF.
003730     PERFORM 2200-TALLY-ONE-RECORD THRU 2200-EXIT
003740         UNTIL WS-FILE-EOF.
003750     PERFORM 2300-CLOSE-STEP-AUDIT THRU 2300-EXIT.
003760 2000-EXIT.
003770     EXIT.
003780
003790 2100-OPEN-STEP-AUDIT.
003800     EVALUATE WS-STEP-IX
003810         WHEN 1
003820         WHEN 2
003830             OPEN INPUT EMPU-AUDIT-FILE
003840         WHEN 3 OPEN INPUT AUTH-AUDIT-FILE
003850         WHEN 4 OPEN INPUT HELO-AUDIT-FILE
003860         WHEN 5 OPEN INPUT EDIT-AUDIT-FILE
003870         WHEN 6 OPEN INPUT CALC-AUDIT-FILE
003880         WHEN 7 OPEN INPUT COMP-AUDIT-FILE
003890         WHEN 8 OPEN INPUT MATH-AUDIT-FILE
003900         WHEN 9 OPEN INPUT BDAY-AUDIT-FILE
003910         WHEN 10 OPEN INPUT SEN-AUDIT-FILE
003920     END-EVALUATE.
003930     IF WS-IN-STATUS = "00"
003940         SET WS-FILE-IS-OPEN TO TRUE
003950     END-IF.
003960 2100-EXIT.
003970     EXIT.
003980
003990 2200-TALLY-ONE-RECORD.
004000     EVALUATE WS-STEP-IX
004010         WHEN 1
004020         WHEN 2
004030             READ EMPU-AUDIT-FILE INTO AUDIT-LOG-RECORD
004040                 AT END SET WS-FILE-EOF TO TRUE
004050             END-READ
004060         WHEN 3
004070             READ AUTH-AUDIT-FILE INTO AUDIT-LOG-RECORD
004080                 AT END SET WS-FILE-EOF TO TRUE
004090             END-READ
004100         WHEN 4
004110             READ HELO-AUDIT-FILE INTO AUDIT-LOG-RECORD
004120                 AT END SET WS-FILE-EOF TO TRUE
004130             END-READ
004140         WHEN 5
004150             READ EDIT-AUDIT-FILE INTO AUDIT-LOG-RECORD
004160                 AT END SET WS-FILE-EOF TO TRUE
004170             END-READ
004180         WHEN 6
004190             READ CALC-AUDIT-FILE INTO AUDIT-LOG-RECORD
004200                 AT END SET WS-FILE-EOF TO TRUE
004210             END-READ
004220         WHEN 7
004230             READ COMP-AUDIT-FILE INTO AUDIT-LOG-RECORD
004240                 AT END SET WS-FILE-EOF TO TRUE
004250             END-READ
004260         WHEN 8
004270             READ MATH-AUDIT-FILE INTO AUDIT-LOG-RECORD
004280                 AT END SET WS-FILE-EOF TO TRUE
004290             END-READ
004300         WHEN 9
004310             READ BDAY-AUDIT-FILE INTO AUDIT-LOG-RECORD
004320                 AT END SET WS-FILE-EOF TO TRUE
004330             END-READ
004340         WHEN 10
004350             READ SEN-AUDIT-FILE INTO AUDIT-LOG-RECORD
004360                 AT END SET WS-FILE-EOF TO TRUE
004370             END-READ
004380     END-EVALUATE.
004390*    The logs deliberately retain the whole retention window, so
004400*    only records stamped with the current run number count --
004410*    an end-of-night dashboard must report tonight, not the
004420*    last ninety days.  A simulation runs under the number the
004430*    next real night will take, so its records (user SIMULATE)
004440*    count only on a simulated night's dashboard.
004450     IF WS-SIMULATION
004460         IF AUDIT-USER-ID NOT = "SIMULATE"
004470             GO TO 2200-EXIT
004480         END-IF
004490     ELSE
004500         IF AUDIT-USER-ID = "SIMULATE"
004510             GO TO 2200-EXIT
004520         END-IF
004530     END-IF.
004540     IF NOT WS-FILE-EOF
004550         AND AUDIT-RUN-NUMBER = WS-RUN-NUMBER
004560         AND AUDIT-PROGRAM-ID = WS-STEP-PROGRAM (WS-STEP-IX)
004570         IF AUDIT-IS-ERROR
004580             ADD 1 TO WS-STEP-ERROR-COUNT (WS-STEP-IX)
004590             SET WS-ATTENTION-NEEDED TO TRUE
004600         ELSE
004610             IF AUDIT-IS-INFO
004620                 ADD 1 TO WS-STEP-INFO-COUNT (WS-STEP-IX)
004630             END-IF
004640         END-IF
004650         PERFORM 2250-CAPTURE-STEP-MARK THRU 2250-EXIT
004660     END-IF.
004670 2200-EXIT.
004680     EXIT.
004690
004700 2250-CAPTURE-STEP-MARK.
004710******************************************************************
004720* Remembers this step's first STEP START and last STEP END
004730* timestamps (hhmmss from the audit stamp), so elapsed time
004740* comes straight off the log the step already writes.
004750******************************************************************
004760     IF AUDIT-MESSAGE-TEXT (1:10) = "STEP START"
004770         AND NOT WS-STEP-HAS-START (WS-STEP-IX)
004780         MOVE AUDIT-TIMESTAMP (9:6)
004790             TO WS-STEP-START-TS (WS-STEP-IX)
004800         MOVE 'Y' TO WS-STEP-START-SW (WS-STEP-IX)
004810     END-IF.
004820     IF AUDIT-MESSAGE-TEXT (1:8) = "STEP END"
004830         MOVE AUDIT-TIMESTAMP (9:6)
004840             TO WS-STEP-END-TS (WS-STEP-IX)
004850         MOVE 'Y' TO WS-STEP-END-SW (WS-STEP-IX)
004860     END-IF.
004870 2250-EXIT.
004880     EXIT.
004890
004900 2300-CLOSE-STEP-AUDIT.
004910     IF WS-FILE-IS-OPEN
004920         EVALUATE WS-STEP-IX
004930             WHEN 1
004940             WHEN 2
004950                 CLOSE EMPU-AUDIT-FILE
004960             WHEN 3 CLOSE AUTH-AUDIT-FILE
004970             WHEN 4 CLOSE HELO-AUDIT-FILE
004980             WHEN 5 CLOSE EDIT-AUDIT-FILE
004990             WHEN 6 CLOSE CALC-AUDIT-FILE
005000             WHEN 7 CLOSE COMP-AUDIT-FILE
005010             WHEN 8 CLOSE MATH-AUDIT-FILE
005020             WHEN 9 CLOSE BDAY-AUDIT-FILE
005030             WHEN 10 CLOSE SEN-AUDIT-FILE
005040         END-EVALUATE
005050     END-IF.
005060 2300-EXIT.
005070     EXIT.
005080
005090 2500-COMPUTE-ONE-ELAPSED.
005100******************************************************************
005110* Elapsed seconds between the step's start and end marks.  A
005120* step that crossed midnight reads a day longer than its clock
005130* difference, so a negative span gets a day added back.  A step
005140* missing either mark stays at zero with no SLOW judgment.
005150******************************************************************
005160     IF NOT WS-STEP-HAS-START (WS-STEP-IX)
005170         OR NOT WS-STEP-HAS-END (WS-STEP-IX)
005180         GO TO 2500-EXIT
005190     END-IF.
005200     MOVE WS-STEP-START-TS (WS-STEP-IX) TO WS-MARK-HHMMSS.
005210     COMPUTE WS-START-SECONDS = WS-MARK-HH * 3600
005220         + WS-MARK-MI * 60 + WS-MARK-SS.
005230     MOVE WS-STEP-END-TS (WS-STEP-IX) TO WS-MARK-HHMMSS.
005240     COMPUTE WS-END-SECONDS = WS-MARK-HH * 3600
005250         + WS-MARK-MI * 60 + WS-MARK-SS.
005260     IF WS-END-SECONDS < WS-START-SECONDS
005270         ADD 86400 TO WS-END-SECONDS
005280     END-IF.
005290     COMPUTE WS-STEP-ELAPSED (WS-STEP-IX) =
005300         WS-END-SECONDS - WS-START-SECONDS.
005310 2500-EXIT.
005320     EXIT.
005330
005340 3000-CHECK-CHECKPOINTS.
005350******************************************************************
005360* A checkpoint record still holding a non-zero transaction count
005370* means that engine abended after its last checkpoint and never
005380* reached its clean-finish reset -- the step did not finish.
005390******************************************************************
005400     OPEN INPUT CALC-CKPT-FILE.
005410     IF WS-CKPT-STATUS = "00"
005420         READ CALC-CKPT-FILE INTO CHECKPOINT-RECORD
005430             AT END
005440                 MOVE ZERO TO CKPT-TRANS-COUNT
005450         END-READ
005460         IF CKPT-TRANS-COUNT > ZERO
005470             MOVE "PENDING" TO WS-STEP-CKPT-TEXT (6)
005480             SET WS-ATTENTION-NEEDED TO TRUE
005490         ELSE
005500             MOVE "CLEAR  " TO WS-STEP-CKPT-TEXT (6)
005510         END-IF
005520         CLOSE CALC-CKPT-FILE
005530     END-IF.
005540     OPEN INPUT MATH-CKPT-FILE.
005550     IF WS-CKPT-STATUS = "00"
005560         READ MATH-CKPT-FILE INTO CHECKPOINT-RECORD
005570             AT END
005580                 MOVE ZERO TO CKPT-TRANS-COUNT
005590         END-READ
005600         IF CKPT-TRANS-COUNT > ZERO
005610             MOVE "PENDING" TO WS-STEP-CKPT-TEXT (8)
005620             SET WS-ATTENTION-NEEDED TO TRUE
005630         ELSE
005640             MOVE "CLEAR  " TO WS-STEP-CKPT-TEXT (8)
005650         END-IF
005660         CLOSE MATH-CKPT-FILE
005670     END-IF.
005680 3000-EXIT.
005690     EXIT.
005700
005710 3500-CHECK-BATCH-LOCK.
005720******************************************************************
005730* Minutes since RUNASGN took the batch lock.  Past the batch
005740* window the night is overrunning into the day and MAIN-MENU is
005750* still refusing work, so the verdict needs attention; so does a
005760* lock an abended run left for this night to take over.
005770******************************************************************
005780     MOVE ZERO TO WS-LOCK-HELD-MINUTES.
005790     IF NOT BL-IS-HELD
005800         GO TO 3500-EXIT
005810     END-IF.
005820     IF BL-TAKEN-FROM-RUN NUMERIC
005830         AND BL-TAKEN-FROM-RUN > ZERO
005840         SET WS-ATTENTION-NEEDED TO TRUE
005850     END-IF.
005860     IF BL-SET-DATE NOT NUMERIC
005870         OR BL-SET-DATE = ZERO
005880         OR BL-SET-TIME NOT NUMERIC
005890         GO TO 3500-EXIT
005900     END-IF.
005910     CALL "TIMESTMP" USING WS-NOW.
005920     MOVE BL-SET-TIME TO WS-MARK-HHMMSS.
005930     COMPUTE WS-LOCK-SET-MINUTE = WS-MARK-HH * 60 + WS-MARK-MI.
005940     MOVE WS-NOW-HHMMSS TO WS-MARK-HHMMSS.
005950     COMPUTE WS-NOW-MINUTE = WS-MARK-HH * 60 + WS-MARK-MI.
005960     COMPUTE WS-LOCK-HELD-MINUTES =
005970         (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE)
005980         - FUNCTION INTEGER-OF-DATE (BL-SET-DATE)) * 1440
005990         + WS-NOW-MINUTE - WS-LOCK-SET-MINUTE.
006000     IF WS-LOCK-HELD-MINUTES > WS-WINDOW-MINUTES
006010         SET WS-LOCK-IS-LATE TO TRUE
006020         SET WS-ATTENTION-NEEDED TO TRUE
006030     END-IF.
006040 3500-EXIT.
006050     EXIT.
006060
006070 4000-WRITE-DASHBOARD.
006080     IF NOT WS-REPORT-IS-OPEN
006090         GO TO 4000-EXIT
006100     END-IF.
006110     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
006120     MOVE SPACES TO NIGHT-REPORT-RECORD.
006130     STRING "NIGHTLY STATUS DASHBOARD - RUN " WS-RUN-NUMBER-ED
006140         DELIMITED BY SIZE INTO NIGHT-REPORT-RECORD.
006150     IF WS-SIMULATION
006160         MOVE "*** SIMULATION ***" TO NIGHT-REPORT-RECORD (57:18)
006170     END-IF.
006180     WRITE NIGHT-REPORT-RECORD.
006190     IF WS-SIMULATION
006200         MOVE "SIMULATED NIGHT - NOTHING UPDATED, RUN NOT USED"
006210             TO NIGHT-REPORT-RECORD
006220         WRITE NIGHT-REPORT-RECORD
006230         DISPLAY "SIMULATED NIGHT - DASHBOARD IS A SIMULATION"
006240     END-IF.
006250     MOVE SPACES TO NIGHT-REPORT-RECORD.
006260     WRITE NIGHT-REPORT-RECORD.
006270     PERFORM 4100-WRITE-ONE-STEP THRU 4100-EXIT
006280         VARYING WS-STEP-IX FROM 1 BY 1
006290         UNTIL WS-STEP-IX > WS-STEP-COUNT.
006300     MOVE SPACES TO NIGHT-REPORT-RECORD.
006310     WRITE NIGHT-REPORT-RECORD.
006320     PERFORM 4500-WRITE-LOCK-LINES THRU 4500-EXIT.
006330     IF WS-ATTENTION-NEEDED
006340         MOVE "VERDICT: ATTENTION NEEDED" TO NIGHT-REPORT-RECORD
006350         DISPLAY "VERDICT: ATTENTION NEEDED"
006360     ELSE
006370         MOVE "VERDICT: GOOD NIGHT" TO NIGHT-REPORT-RECORD
006380         DISPLAY "VERDICT: GOOD NIGHT"
006390     END-IF.
006400     WRITE NIGHT-REPORT-RECORD.
006410 4000-EXIT.
006420     EXIT.
006430
006440 4100-WRITE-ONE-STEP.
006450     MOVE WS-STEP-NAME (WS-STEP-IX) TO DL-STEP-NAME.
006460     MOVE WS-STEP-PROGRAM (WS-STEP-IX) TO DL-PROGRAM.
006470     MOVE WS-STEP-INFO-COUNT (WS-STEP-IX) TO DL-INFO-COUNT.
006480     MOVE WS-STEP-ERROR-COUNT (WS-STEP-IX) TO DL-ERROR-COUNT.
006490     MOVE WS-STEP-CKPT-TEXT (WS-STEP-IX) TO DL-CKPT-TEXT.
006500     MOVE WS-STEP-ELAPSED (WS-STEP-IX) TO DL-ELAPSED.
006510     IF WS-STEP-HAS-START (WS-STEP-IX)
006520         AND WS-STEP-HAS-END (WS-STEP-IX)
006530         AND WS-STEP-ELAPSED (WS-STEP-IX) > WS-SLOW-SECONDS
006540         MOVE "SLOW" TO DL-SLOW-FLAG
006550         SET WS-ATTENTION-NEEDED TO TRUE
006560     ELSE
006570         MOVE SPACES TO DL-SLOW-FLAG
006580     END-IF.
006590     MOVE WS-DETAIL-LINE TO NIGHT-REPORT-RECORD.
006600     WRITE NIGHT-REPORT-RECORD.
006610 4100-EXIT.
006620     EXIT.
006630
006640 4500-WRITE-LOCK-LINES.
006650     MOVE SPACES TO NIGHT-REPORT-RECORD.
006660     IF NOT BL-IS-HELD
006670         MOVE "BATCH LOCK: NOT HELD" TO NIGHT-REPORT-RECORD
006680         WRITE NIGHT-REPORT-RECORD
006690         GO TO 4500-EXIT
006700     END-IF.
006710     MOVE WS-LOCK-HELD-MINUTES TO WS-LOCK-HELD-MINUTES-ED.
006720     STRING "BATCH LOCK: RUN " BL-RUN-NUMBER
006730         " SINCE " BL-SET-DATE " " BL-SET-TIME
006740         " " WS-LOCK-HELD-MINUTES-ED " MIN, STEP " BL-OWNER-STEP
006750         DELIMITED BY SIZE INTO NIGHT-REPORT-RECORD.
006760     WRITE NIGHT-REPORT-RECORD.
006770     IF WS-LOCK-IS-LATE
006780         MOVE WS-WINDOW-MINUTES TO WS-WINDOW-MINUTES-ED
006790         MOVE SPACES TO NIGHT-REPORT-RECORD
006800         STRING "BATCH LOCK HELD PAST THE " WS-WINDOW-MINUTES-ED
006810             "-MINUTE BATCH WINDOW"
006820             DELIMITED BY SIZE INTO NIGHT-REPORT-RECORD
006830         WRITE NIGHT-REPORT-RECORD
006840         DISPLAY NIGHT-REPORT-RECORD
006850     END-IF.
006860     IF BL-TAKEN-FROM-RUN NUMERIC
006870         AND BL-TAKEN-FROM-RUN > ZERO
006880         MOVE SPACES TO NIGHT-REPORT-RECORD
006890         STRING "BATCH LOCK LEFT BY RUN " BL-TAKEN-FROM-RUN
006900             " AT STEP " BL-TAKEN-FROM-STEP " WAS TAKEN OVER"
006910             DELIMITED BY SIZE INTO NIGHT-REPORT-RECORD
006920         WRITE NIGHT-REPORT-RECORD
006930         DISPLAY NIGHT-REPORT-RECORD
006940     END-IF.
006950     MOVE SPACES TO NIGHT-REPORT-RECORD.
006960     WRITE NIGHT-REPORT-RECORD.
006970 4500-EXIT.
006980     EXIT.
006990
007000 6000-WRITE-TIMING-TREND.
007010******************************************************************
007020* Week-over-week trend in the MATHOPS MATHHIST/MATHTRND pattern:
007030* the trailing runs' elapsed times per step come off TIMEHIST
007040* into a seven-slot ring, and tonight is flagged when it runs
007050* past double the trailing average.
007060******************************************************************
007070     PERFORM 6100-LOAD-TIMING-HISTORY THRU 6100-EXIT.
007080     OPEN OUTPUT TREND-REPORT-FILE.
007090     IF WS-TREND-STATUS NOT = "00"
007100         GO TO 6000-EXIT
007110     END-IF.
007120     SET WS-TREND-IS-OPEN TO TRUE.
007130     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
007140     MOVE SPACES TO TREND-REPORT-RECORD.
007150     STRING "STEP TIMING TREND - RUN " WS-RUN-NUMBER-ED
007160         DELIMITED BY SIZE INTO TREND-REPORT-RECORD
007170     IF WS-SIMULATION
007180         MOVE "*** SIMULATION ***"
007190             TO TREND-REPORT-RECORD (57:18)
007200     END-IF.
007210     WRITE TREND-REPORT-RECORD.
007220     PERFORM 6300-TREND-ONE-STEP THRU 6300-EXIT
007230         VARYING WS-STEP-IX FROM 1 BY 1
007240         UNTIL WS-STEP-IX > WS-STEP-COUNT.
007250     CLOSE TREND-REPORT-FILE.
007260 6000-EXIT.
007270     EXIT.
007280
007290 6100-LOAD-TIMING-HISTORY.
007300     OPEN INPUT TIMING-HISTORY-FILE.
007310     IF WS-HIST-STATUS NOT = "00"
007320         SET WS-HIST-EOF TO TRUE
007330         GO TO 6100-EXIT
007340     END-IF.
007350     PERFORM 6200-LOAD-ONE-TIMING THRU 6200-EXIT
007360         UNTIL WS-HIST-EOF.
007370     CLOSE TIMING-HISTORY-FILE.
007380 6100-EXIT.
007390     EXIT.
007400
007410 6200-LOAD-ONE-TIMING.
007420     READ TIMING-HISTORY-FILE
007430         AT END
007440             SET WS-HIST-EOF TO TRUE
007450     END-READ.
007460     IF WS-HIST-EOF
007470         GO TO 6200-EXIT
007480     END-IF.
007490     PERFORM 6250-FILE-ONE-TIMING THRU 6250-EXIT
007500         VARYING WS-STEP-IX FROM 1 BY 1
007510         UNTIL WS-STEP-IX > WS-STEP-COUNT.
007520 6200-EXIT.
007530     EXIT.
007540
007550 6250-FILE-ONE-TIMING.
007560     IF TH-STEP-PROGRAM NOT = WS-STEP-PROGRAM (WS-STEP-IX)
007570         GO TO 6250-EXIT
007580     END-IF.
007590     DIVIDE WS-STEP-RING-SEEN (WS-STEP-IX) BY WS-RING-SIZE
007600         GIVING WS-RING-QUOTIENT REMAINDER WS-RING-SLOT.
007610     ADD 1 TO WS-RING-SLOT.
007620     ADD 1 TO WS-STEP-RING-SEEN (WS-STEP-IX).
007630     MOVE TH-ELAPSED-SECONDS
007640         TO WS-STEP-RING (WS-STEP-IX WS-RING-SLOT).
007650 6250-EXIT.
007660     EXIT.
007670
007680 6300-TREND-ONE-STEP.
007690     IF NOT WS-STEP-HAS-START (WS-STEP-IX)
007700         OR NOT WS-STEP-HAS-END (WS-STEP-IX)
007710         GO TO 6300-EXIT
007720     END-IF.
007730     IF WS-STEP-RING-SEEN (WS-STEP-IX) < WS-RING-SIZE
007740         MOVE WS-STEP-RING-SEEN (WS-STEP-IX) TO WS-HIST-N
007750     ELSE
007760         MOVE WS-RING-SIZE TO WS-HIST-N
007770     END-IF.
007780     MOVE ZERO TO WS-HIST-SUM.
007790     PERFORM 6350-SUM-ONE-RING-SLOT THRU 6350-EXIT
007800         VARYING WS-RING-IX FROM 1 BY 1
007810         UNTIL WS-RING-IX > WS-HIST-N.
007820     MOVE ZERO TO WS-HIST-AVG.
007830     IF WS-HIST-N > ZERO
007840         DIVIDE WS-HIST-SUM BY WS-HIST-N GIVING WS-HIST-AVG
007850     END-IF.
007860     MOVE WS-STEP-ELAPSED (WS-STEP-IX) TO WS-ELAPSED-ED.
007870     MOVE WS-HIST-AVG TO WS-HIST-AVG-ED.
007880     MOVE SPACES TO TREND-REPORT-RECORD.
007890     IF WS-HIST-AVG > ZERO
007900         AND WS-STEP-ELAPSED (WS-STEP-IX) > (WS-HIST-AVG * 2)
007910         STRING WS-STEP-PROGRAM (WS-STEP-IX)
007920             " TONIGHT " WS-ELAPSED-ED
007930             " AVG " WS-HIST-AVG-ED
007940             " SEC - CREEPING, INVESTIGATE"
007950             DELIMITED BY SIZE INTO TREND-REPORT-RECORD
007960     ELSE
007970         STRING WS-STEP-PROGRAM (WS-STEP-IX)
007980             " TONIGHT " WS-ELAPSED-ED
007990             " AVG " WS-HIST-AVG-ED " SEC"
008000             DELIMITED BY SIZE INTO TREND-REPORT-RECORD
008010     END-IF.
008020     WRITE TREND-REPORT-RECORD.
008030 6300-EXIT.
008040     EXIT.
008050
008060 6350-SUM-ONE-RING-SLOT.
008070     ADD WS-STEP-RING (WS-STEP-IX WS-RING-IX) TO WS-HIST-SUM.
008080 6350-EXIT.
008090     EXIT.
008100
008110 7000-APPEND-TIMING-HISTORY.
008120******************************************************************
008130* Appends tonight's elapsed time per completed step so tomorrow
008140* has it as part of the trailing norm.  Steps missing either
008150* mark append nothing -- a half-run is not a norm.
008160******************************************************************
008170     IF WS-SIMULATION
008180         GO TO 7000-EXIT
008190     END-IF.
008200     OPEN EXTEND TIMING-HISTORY-FILE.
008210     IF WS-HIST-STATUS NOT = "00"
008220         DISPLAY "TIMEHIST OPEN FAILED, STATUS " WS-HIST-STATUS
008230         GO TO 7000-EXIT
008240     END-IF.
008250     PERFORM 7100-APPEND-ONE-TIMING THRU 7100-EXIT
008260         VARYING WS-STEP-IX FROM 1 BY 1
008270         UNTIL WS-STEP-IX > WS-STEP-COUNT.
008280     CLOSE TIMING-HISTORY-FILE.
008290 7000-EXIT.
008300     EXIT.
008310
008320 7100-APPEND-ONE-TIMING.
008330     IF NOT WS-STEP-HAS-START (WS-STEP-IX)
008340         OR NOT WS-STEP-HAS-END (WS-STEP-IX)
008350         GO TO 7100-EXIT
008360     END-IF.
008370     MOVE SPACES TO TIMING-HISTORY-RECORD.
008380     MOVE WS-RUN-NUMBER TO TH-RUN-NUMBER.
008390     MOVE WS-TODAY-DATE TO TH-RUN-DATE.
008400     MOVE WS-STEP-PROGRAM (WS-STEP-IX) TO TH-STEP-PROGRAM.
008410     MOVE WS-STEP-ELAPSED (WS-STEP-IX) TO TH-ELAPSED-SECONDS.
008420     WRITE TIMING-HISTORY-RECORD.
008430 7100-EXIT.
008440     EXIT.
008450
008460
008470 8000-FINALIZE.
008480     IF WS-REPORT-IS-OPEN
008490         CLOSE NIGHT-REPORT-FILE
008500     END-IF.
008510 8000-EXIT.
008520     EXIT.
008530
008540** add other procedures here
008550 END PROGRAM NIGHTSUM.
