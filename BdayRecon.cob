000290*                  SUITESTA suite state file and bypasses itself
000300*                  when a rerun of the same run number finds the
000310*                  step already complete.
000320* 2026-10-15  DW   Simulation mode: SIMULATION in the
000330*                  reconciliation heading.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 PROGRAM-ID. BDAYRECN.
000380 ENVIRONMENT DIVISION.
000390*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000400 CONFIGURATION SECTION.
000410*-----------------------
000420 INPUT-OUTPUT SECTION.
000430*-----------------------
000440 FILE-CONTROL.
000450     SELECT PRIOR-DELTA-FILE ASSIGN TO "BDAYPRVD"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-DELTA-STATUS.
000480     SELECT ACK-FILE ASSIGN TO "BDAYACK"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ACK-STATUS.
000510     SELECT RECON-REPORT-FILE ASSIGN TO "BDAYRRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-STATUS.
000540     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570 DATA DIVISION.
000580*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000590 FILE SECTION.
000600*-----------------------
000610 FD  PRIOR-DELTA-FILE.
000620 01  PRIOR-DELTA-RECORD.
000630     05  PDL-ACTION              PIC X(01).
000640         88  PDL-IS-ADD          VALUE 'A'.
000650         88  PDL-IS-DROP         VALUE 'D'.
000660         88  PDL-IS-CHANGE       VALUE 'C'.
000670         88  PDL-IS-TRAILER      VALUE 'T'.
000680     05  PDL-EMP-ID              PIC X(06).
000690     05  PDL-REST                PIC X(11).
000700 01  PRIOR-DELTA-TRAILER REDEFINES PRIOR-DELTA-RECORD.
000710     05  FILLER                  PIC X(01).
000720     05  PDL-TRL-ADD-COUNT       PIC 9(05).
000730     05  PDL-TRL-DROP-COUNT      PIC 9(05).
000740     05  PDL-TRL-CHANGE-COUNT    PIC 9(05).
000750     05  FILLER                  PIC X(02).
000760 FD  ACK-FILE.
000770 01  ACK-RECORD.
000780     05  ACK-REC-TYPE            PIC X(01).
000790         88  ACK-IS-REJECT       VALUE 'R'.
000800         88  ACK-IS-TRAILER      VALUE 'T'.
000810     05  ACK-EMP-ID              PIC X(06).
000820     05  ACK-REASON              PIC X(30).
000830 01  ACK-TRAILER REDEFINES ACK-RECORD.
000840     05  FILLER                  PIC X(01).
000850     05  ACK-TRL-ADD-COUNT       PIC 9(05).
000860     05  ACK-TRL-DROP-COUNT      PIC 9(05).
000870     05  ACK-TRL-CHANGE-COUNT    PIC 9(05).
000880     05  FILLER                  PIC X(21).
000890 FD  RECON-REPORT-FILE.
000900 01  RECON-REPORT-RECORD         PIC X(80).
000910 FD  AUDIT-LOG-FILE.
000920     COPY AUDITLOG.
000930
000940 WORKING-STORAGE SECTION.
000950*-----------------------
000960 01  WS-DELTA-STATUS             PIC X(02).
000970 01  WS-DELTA-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000980     88  WS-DELTA-IS-OPEN        VALUE 'Y'.
000990 01  WS-ACK-STATUS               PIC X(02).
001000 01  WS-ACK-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001010     88  WS-ACK-IS-OPEN          VALUE 'Y'.
001020 01  WS-REPORT-STATUS            PIC X(02).
001030 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001040     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
001050 01  WS-AUDIT-STATUS             PIC X(02).
001060 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001070     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001080 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001090 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001100 COPY RUNMODE.
001110 01  WS-SUITE-FUNCTION           PIC X(01).
001120 01  WS-SUITE-STEP-NAME          PIC X(08).
001130 01  WS-SUITE-RC                 PIC 9(04).
001140 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001150     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001160 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001170 01  WS-STATUS-TEXT              PIC X(20).
001180 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001190 01  WS-DELTA-EOF-SWITCH         PIC X(01) VALUE 'N'.
001200     88  WS-DELTA-EOF            VALUE 'Y'.
001210 01  WS-ACK-EOF-SWITCH           PIC X(01) VALUE 'N'.
001220     88  WS-ACK-EOF              VALUE 'Y'.
001230 01  WS-SENT-TABLE-MAX           PIC 9(04) COMP VALUE 2000.
001240 01  WS-SENT-USED                PIC 9(04) COMP VALUE ZERO.
001250 01  WS-SENT-IX                  PIC 9(04) COMP VALUE ZERO.
001260 01  WS-SENT-SLOT                PIC 9(04) COMP VALUE ZERO.
001270 01  WS-SENT-TABLE.
001280     05  WS-SENT-EMP-ID OCCURS 2000 TIMES
001290                                 PIC X(06).
001300 01  WS-SENT-TOTAL               PIC 9(06) COMP VALUE ZERO.
001310 01  WS-ACK-APPLIED-TOTAL        PIC 9(06) COMP VALUE ZERO.
001320 01  WS-ACK-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
001330 01  WS-STRAY-REJECT-COUNT       PIC 9(05) COMP VALUE ZERO.
001340 01  WS-UNCONFIRMED-COUNT        PIC S9(06) COMP VALUE ZERO.
001350 01  WS-ACK-TRAILER-SWITCH       PIC X(01) VALUE 'N'.
001360     88  WS-ACK-TRAILER-SEEN     VALUE 'Y'.
001370 01  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
001380     88  WS-RECON-REFUSED        VALUE 'Y'.
001390 01  WS-SENT-TOTAL-ED            PIC ZZZZZ9.
001400 01  WS-APPLIED-TOTAL-ED         PIC ZZZZZ9.
001410 01  WS-ACK-REJECT-COUNT-ED      PIC ZZZZ9.
001420 01  WS-UNCONFIRMED-COUNT-ED     PIC ZZZZZ9.
001430 01  WS-REPORT-LINE.
001440     05  RL-EMP-ID               PIC X(06).
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  RL-TEXT                 PIC X(50).
001470
001480*-----------------------
001490 PROCEDURE DIVISION.
001500*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001510 0000-MAINLINE.
001520******************************************************************
001530* Load what we sent last night, then walk benefits' answer
001540* against it.  A missing acknowledgment, or counts that do not
001550* foot, refuses the step and with it tonight's delta.
001560******************************************************************
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580     IF NOT WS-RECON-REFUSED AND WS-DELTA-IS-OPEN
001590         PERFORM 2000-LOAD-ONE-DELTA THRU 2000-EXIT
001600             UNTIL WS-DELTA-EOF
001610         PERFORM 3000-CHECK-ACKNOWLEDGMENT THRU 3000-EXIT
001620     END-IF.
001630     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001640     MOVE 'R' TO WS-SUITE-FUNCTION.
001650     MOVE RETURN-CODE TO WS-SUITE-RC.
001660     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
001670         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
001680     GOBACK.
001690
001700 1000-INITIALIZE.
001710     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
001720     MOVE "BDAYRECN" TO WS-SUITE-STEP-NAME.
001730     MOVE 'C' TO WS-SUITE-FUNCTION.
001740     MOVE ZERO TO WS-SUITE-RC.
001750     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
001760         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
001770     IF WS-SUITE-STEP-DONE
001780         DISPLAY WS-SUITE-STEP-NAME
001790             " ALREADY COMPLETE THIS RUN - BYPASSED"
001800         GOBACK
001810     END-IF.
001820     OPEN EXTEND AUDIT-LOG-FILE.
001830     IF WS-AUDIT-STATUS = "00"
001840         SET WS-AUDIT-IS-OPEN TO TRUE
001850     END-IF.
001860     OPEN OUTPUT RECON-REPORT-FILE.
001870     IF WS-REPORT-STATUS = "00"
001880         SET WS-REPORT-IS-OPEN TO TRUE
001890         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
001900         MOVE SPACES TO RECON-REPORT-RECORD
001910         STRING "BENEFITS ACK RECONCILIATION - RUN "
001920             WS-RUN-NUMBER-ED
001930             DELIMITED BY SIZE INTO RECON-REPORT-RECORD
001940         IF WS-SIMULATION
001950             MOVE "*** SIMULATION ***"
001960                 TO RECON-REPORT-RECORD (57:18)
001970         END-IF
001980         WRITE RECON-REPORT-RECORD
001990     END-IF.
002000     OPEN INPUT PRIOR-DELTA-FILE.
002010     IF WS-DELTA-STATUS NOT = "00"
002020         DISPLAY "NO PRIOR DELTA - NOTHING TO RECONCILE"
002030         MOVE "OK" TO WS-STATUS-TEXT
002040         MOVE "NO PRIOR DELTA - NOTHING TO RECONCILE"
002050             TO WS-AUDIT-MESSAGE-TEXT
002060         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002070         GO TO 1000-EXIT
002080     END-IF.
002090     SET WS-DELTA-IS-OPEN TO TRUE.
002100 1000-EXIT.
002110     EXIT.
002120
002130 2000-LOAD-ONE-DELTA.
002140     READ PRIOR-DELTA-FILE
002150         AT END
002160             SET WS-DELTA-EOF TO TRUE
002170     END-READ.
002180     IF WS-DELTA-EOF
002190         GO TO 2000-EXIT
002200     END-IF.
002210     IF PDL-IS-TRAILER
002220         GO TO 2000-EXIT
002230     END-IF.
002240     ADD 1 TO WS-SENT-TOTAL.
002250     IF WS-SENT-USED < WS-SENT-TABLE-MAX
002260         ADD 1 TO WS-SENT-USED
002270         MOVE PDL-EMP-ID TO WS-SENT-EMP-ID (WS-SENT-USED)
002280     END-IF.
002290 2000-EXIT.
002300     EXIT.
002310
002320 3000-CHECK-ACKNOWLEDGMENT.
002330******************************************************************
002340* A prior delta with no records needs no acknowledgment.  A
002350* prior delta benefits never answered is the silently-skipped
002360* night this step exists to catch: refused, RETURN-CODE 12,
002370* tonight's delta held.
002380******************************************************************
002390     IF WS-SENT-TOTAL = ZERO
002400         DISPLAY "PRIOR DELTA WAS EMPTY - NOTHING TO CONFIRM"
002410         MOVE "OK" TO WS-STATUS-TEXT
002420         MOVE "PRIOR DELTA EMPTY - NOTHING TO CONFIRM"
002430             TO WS-AUDIT-MESSAGE-TEXT
002440         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002450         GO TO 3000-EXIT
002460     END-IF.
002470     OPEN INPUT ACK-FILE.
002480     IF WS-ACK-STATUS NOT = "00"
002490         DISPLAY "BDAYACK MISSING - PRIOR NIGHT UNACKNOWLEDGED"
002500         SET WS-RECON-REFUSED TO TRUE
002510         MOVE "ERROR" TO WS-STATUS-TEXT
002520         MOVE "BDAYACK MISSING - PRIOR NIGHT UNACKNOWLEDGED"
002530             TO WS-AUDIT-MESSAGE-TEXT
002540         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002550         MOVE 12 TO RETURN-CODE
002560         GO TO 3000-EXIT
002570     END-IF.
002580     SET WS-ACK-IS-OPEN TO TRUE.
002590     PERFORM 3100-PROCESS-ONE-ACK THRU 3100-EXIT
002600         UNTIL WS-ACK-EOF.
002610     IF NOT WS-ACK-TRAILER-SEEN
002620         DISPLAY "BDAYACK HAS NO TRAILER - REFUSED"
002630         SET WS-RECON-REFUSED TO TRUE
002640         MOVE "ERROR" TO WS-STATUS-TEXT
002650         MOVE "BDAYACK HAS NO CONTROL TRAILER - REFUSED"
002660             TO WS-AUDIT-MESSAGE-TEXT
002670         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002680         MOVE 12 TO RETURN-CODE
002690         GO TO 3000-EXIT
002700     END-IF.
002710     COMPUTE WS-UNCONFIRMED-COUNT = WS-SENT-TOTAL
002720         - WS-ACK-APPLIED-TOTAL - WS-ACK-REJECT-COUNT.
002730     IF WS-UNCONFIRMED-COUNT NOT = ZERO
002740         SET WS-RECON-REFUSED TO TRUE
002750         MOVE 12 TO RETURN-CODE
002760     END-IF.
002770 3000-EXIT.
002780     EXIT.
002790
002800 3100-PROCESS-ONE-ACK.
002810     READ ACK-FILE
002820         AT END
002830             SET WS-ACK-EOF TO TRUE
002840     END-READ.
002850     IF WS-ACK-EOF
002860         GO TO 3100-EXIT
002870     END-IF.
002880     EVALUATE TRUE
002890         WHEN ACK-IS-TRAILER
002900             SET WS-ACK-TRAILER-SEEN TO TRUE
002910             COMPUTE WS-ACK-APPLIED-TOTAL =
002920                 ACK-TRL-ADD-COUNT + ACK-TRL-DROP-COUNT
002930                 + ACK-TRL-CHANGE-COUNT
002940         WHEN ACK-IS-REJECT
002950             PERFORM 3200-PROCESS-ONE-REJECT THRU 3200-EXIT
002960     END-EVALUATE.
002970 3100-EXIT.
002980     EXIT.
002990
003000 3200-PROCESS-ONE-REJECT.
003010******************************************************************
003020* One record benefits refused: listed for HR, and checked back
003030* against what we actually sent -- a reject for a record not
003040* in the delta means the two shops are not talking about the
003050* same feed.
003060******************************************************************
003070     ADD 1 TO WS-ACK-REJECT-COUNT.
003080     MOVE ZERO TO WS-SENT-SLOT.
003090     PERFORM 3250-MATCH-ONE-SENT THRU 3250-EXIT
003100         VARYING WS-SENT-IX FROM 1 BY 1
003110         UNTIL WS-SENT-IX > WS-SENT-USED
003120             OR WS-SENT-SLOT > ZERO.
003130     MOVE SPACES TO WS-REPORT-LINE.
003140     MOVE ACK-EMP-ID TO RL-EMP-ID.
003150     IF WS-SENT-SLOT > ZERO
003160         MOVE ACK-REASON TO RL-TEXT
003170     ELSE
003180         ADD 1 TO WS-STRAY-REJECT-COUNT
003190         MOVE "REJECTED BUT NEVER SENT BY US" TO RL-TEXT
003200         SET WS-RECON-REFUSED TO TRUE
003210         MOVE 12 TO RETURN-CODE
003220     END-IF.
003230     IF WS-REPORT-IS-OPEN
003240         MOVE WS-REPORT-LINE TO RECON-REPORT-RECORD
003250         WRITE RECON-REPORT-RECORD
003260     END-IF.
003270 3200-EXIT.
003280     EXIT.
003290
003300 3250-MATCH-ONE-SENT.
003310     IF WS-SENT-EMP-ID (WS-SENT-IX) = ACK-EMP-ID
003320         MOVE WS-SENT-IX TO WS-SENT-SLOT
003330     END-IF.
003340 3250-EXIT.
003350     EXIT.
003360
003370 8000-FINALIZE.
003380     IF WS-DELTA-IS-OPEN
003390         CLOSE PRIOR-DELTA-FILE
003400     END-IF.
003410     IF WS-ACK-IS-OPEN
003420         CLOSE ACK-FILE
003430     END-IF.
003440     MOVE WS-SENT-TOTAL TO WS-SENT-TOTAL-ED.
003450     MOVE WS-ACK-APPLIED-TOTAL TO WS-APPLIED-TOTAL-ED.
003460     MOVE WS-ACK-REJECT-COUNT TO WS-ACK-REJECT-COUNT-ED.
003470     MOVE WS-UNCONFIRMED-COUNT TO WS-UNCONFIRMED-COUNT-ED.
003480     DISPLAY "Delta records sent   : " WS-SENT-TOTAL-ED.
003490     DISPLAY "Confirmed applied    : " WS-APPLIED-TOTAL-ED.
003500     DISPLAY "Rejected by benefits : " WS-ACK-REJECT-COUNT-ED.
003510     DISPLAY "Unconfirmed          : " WS-UNCONFIRMED-COUNT-ED.
003520     IF WS-REPORT-IS-OPEN
003530         MOVE SPACES TO RECON-REPORT-RECORD
003540         STRING "SENT: " WS-SENT-TOTAL-ED
003550             " APPLIED: " WS-APPLIED-TOTAL-ED
003560             " REJECTED: " WS-ACK-REJECT-COUNT-ED
003570             " UNCONFIRMED: " WS-UNCONFIRMED-COUNT-ED
003580             DELIMITED BY SIZE INTO RECON-REPORT-RECORD
003590         WRITE RECON-REPORT-RECORD
003600         CLOSE RECON-REPORT-FILE
003610     END-IF.
003620     IF WS-RECON-REFUSED
003630         DISPLAY "RECONCILIATION FAILED - TONIGHT'S DELTA HELD"
003640         MOVE "ERROR" TO WS-STATUS-TEXT
003650         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003660         STRING "ACK RECON FAILED, SENT " WS-SENT-TOTAL-ED
003670             " APPLIED " WS-APPLIED-TOTAL-ED
003680             " REJECTED " WS-ACK-REJECT-COUNT-ED
003690             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003700         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003710     ELSE
003720         IF WS-SENT-TOTAL > ZERO
003730             MOVE "OK" TO WS-STATUS-TEXT
003740             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003750             STRING "ACK RECONCILED, SENT " WS-SENT-TOTAL-ED
003760                 " APPLIED " WS-APPLIED-TOTAL-ED
003770                 " REJECTED " WS-ACK-REJECT-COUNT-ED
003780                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003790             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003800         END-IF
003810     END-IF.
003820     IF WS-AUDIT-IS-OPEN
003830         CLOSE AUDIT-LOG-FILE
003840     END-IF.
003850 8000-EXIT.
003860     EXIT.
003870
003880 9000-WRITE-AUDIT-ENTRY.
003890******************************************************************
003900* Stamps and writes one audit record.  The caller sets
003910* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
003920* this paragraph.
003930******************************************************************
003940     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
003950     MOVE SPACES TO AUDIT-LOG-RECORD.
003960     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
003970     MOVE "BDAYRECN" TO AUDIT-PROGRAM-ID.
003980     MOVE SPACES TO AUDIT-USER-ID.
003990     IF WS-SIMULATION
004000         MOVE "SIMULATE" TO AUDIT-USER-ID
004010     END-IF.
004020     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
004030     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
004040     IF WS-STATUS-TEXT = "OK"
004050         SET AUDIT-IS-INFO TO TRUE
004060     ELSE
004070         IF WS-STATUS-TEXT = "ERROR"
004080             SET AUDIT-IS-ERROR TO TRUE
004090         ELSE
004100             SET AUDIT-IS-WARNING TO TRUE
004110         END-IF
004120     END-IF.
004130     IF WS-AUDIT-IS-OPEN
004140         WRITE AUDIT-LOG-RECORD
004150     END-IF.
004160 9000-EXIT.
004170     EXIT.
004180
004190** add other procedures here
004200 END PROGRAM BDAYRECN.
