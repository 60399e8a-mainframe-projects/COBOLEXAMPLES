000100*                is and a rerun after a fix is unambiguously
000110*                distinguishable from the run it replaced.  An
000120*                empty or missing control record starts the
000130*                sequence at one.  A RUNPARM of SIMULATE sets the
000140*                night running as a simulation under the next
000150*                number without consuming it: the next real night
000160*                is assigned the same number again.  ENDSIM ends a
000170*                simulation, restoring the last real number.  A
000180*                live night records its business date on RUNCTL;
000190*                while the CATCHQ catch-up queue holds a date not
000200*                yet complete, the night runs the first such date
000210*                instead, flagged as a catch-up night, under its
000220*                own new run number.  Every assignment takes
000230*                the BATLOCK batch-window lock for the run;
000240*                UNLOCK, from the last step of the nightly job,
000250*                releases it.
000260* Tectonics:     cobc
000270*
000280* Modification History
000290* ---------------------
000300* 2026-08-22  DW   Original program.
000310* 2026-09-02  DW   Restart support: when the optional RUNPARM
000320*                  parameter reads RESTART, the current run
000330*                  number is retained instead of incremented,
000340*                  so a rerun of the suite carries the same
000350*                  number and the SUITESTA step-completion
000360*                  state lets completed steps bypass
000370*                  themselves.
000380* 2026-10-15  DW   Simulation support: a RUNPARM of SIMULATE
000390*                  writes the next run number to RUNCTL flagged as
000400*                  a simulation (which GETRUNM hands to every
000410*                  step), ends RC 1 so the JCL can bypass steps
000420*                  that would replace live datasets, and the next
000430*                  real run reassigns the same number.  A RESTART
000440*                  keeps the mode along with the number.  ENDSIM,
000450*                  from the last step of the nightly job, puts
000460*                  RUNCTL back to the last real number so nothing
000470*                  run by day sees the simulation.
000480* 2026-10-15  DW   Catch-up mode: RUNCTL now carries the night's
000490*                  business date. A live assignment takes the
000500*                  first date on the CATCHQ catch-up queue not yet
000510*                  complete, marks it started under the new run
000520*                  number, and writes it to RUNCTL flagged C with
000530*                  the catch-up window (the queue date before it,
000540*                  and the last queued date); with nothing queued
000550*                  the business date is today's. RESTART keeps all
000560*                  of it with the number; SIMULATE and ENDSIM
000570*                  carry it through unchanged.
000580* 2026-10-15  DW   Batch-window lock: every assignment takes the
000590*                  BATLOCK lock for its run, reporting one an
000600*                  abended run left behind, and a RUNPARM of
000610*                  UNLOCK releases it at the end of the night.
000620* 2026-10-15  DW   Return code now carried in WS-STEP-RC and set
000630*                  at GOBACK, as TRANEDIT does -- the BATLOCK
000640*                  calls after it was set were handing back RC 0,
000650*                  so a simulated night ran the steps that should
000660*                  bypass themselves.
000670******************************************************************
000680 IDENTIFICATION DIVISION.
000690*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000700 PROGRAM-ID. RUNASGN.
000710 ENVIRONMENT DIVISION.
000720*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000730 CONFIGURATION SECTION.
000740*-----------------------
000750 INPUT-OUTPUT SECTION.
000760*-----------------------
000770 FILE-CONTROL.
000780     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RUNCTL-STATUS.
000810     SELECT RUN-PARAM-FILE ASSIGN TO "RUNPARM"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RUNPARM-STATUS.
000840     SELECT CATCHUP-QUEUE-FILE ASSIGN TO "CATCHQ"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-CATCHQ-STATUS.
000870 DATA DIVISION.
000880*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000890 FILE SECTION.
000900*-----------------------
000910 FD  RUN-CONTROL-FILE.
000920     COPY RUNCTLRC.
000930 FD  RUN-PARAM-FILE.
000940 01  RUN-PARAM-RECORD.
000950     05  RP-REQUEST              PIC X(08).
000960         88  RP-IS-RESTART       VALUE 'RESTART '.
000970         88  RP-IS-SIMULATE      VALUE 'SIMULATE'.
000980         88  RP-IS-END-SIMULATE  VALUE 'ENDSIM  '.
000990         88  RP-IS-UNLOCK        VALUE 'UNLOCK  '.
001000 FD  CATCHUP-QUEUE-FILE.
001010     COPY CATCHUPQ.
001020 WORKING-STORAGE SECTION.
001030*-----------------------
001040 01  WS-RUNCTL-STATUS            PIC X(02).
001050 01  WS-RUNPARM-STATUS           PIC X(02).
001060 01  WS-RESTART-SWITCH           PIC X(01) VALUE 'N'.
001070     88  WS-IS-RESTART           VALUE 'Y'.
001080 01  WS-SIMULATE-SWITCH          PIC X(01) VALUE 'N'.
001090     88  WS-IS-SIMULATE          VALUE 'Y'.
001100 01  WS-END-SIMULATE-SWITCH      PIC X(01) VALUE 'N'.
001110     88  WS-IS-END-SIMULATE      VALUE 'Y'.
001120 01  WS-UNLOCK-SWITCH            PIC X(01) VALUE 'N'.
001130     88  WS-IS-UNLOCK            VALUE 'Y'.
001140 01  WS-CURRENT-MODE             PIC X(01) VALUE SPACE.
001150     88  WS-CURRENT-SIMULATION   VALUE 'S'.
001160 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001170 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001180 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001190 01  WS-CATCHQ-STATUS            PIC X(02).
001200 01  WS-CATCHQ-EOF-SWITCH        PIC X(01) VALUE 'N'.
001210     88  WS-CATCHQ-EOF           VALUE 'Y'.
001220 01  WS-TODAY                    PIC X(21).
001230 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
001240     05  WS-TODAY-DATE           PIC 9(08).
001250     05  FILLER                  PIC X(13).
001260*-----------------------
001270* BATLOCK call arguments.  The lock is taken in the name of this
001280* step and released in the name of the nightly job.
001290*-----------------------
001300 01  WS-LOCK-FUNCTION            PIC X(01).
001310 01  WS-LOCK-STEP-NAME           PIC X(08).
001320 COPY BATLOCKR.
001330*-----------------------
001340* The business-date fields of the control record.  Read with the
001350* number, replaced only by a live assignment, and written back as
001360* they stand by everything else.
001370*-----------------------
001380 01  WS-CONTROL-DATES.
001390     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
001400     05  WS-CATCHUP-SWITCH       PIC X(01) VALUE SPACE.
001410         88  WS-CATCHUP-RUN      VALUE 'C'.
001420     05  WS-CATCHUP-FROM-DATE    PIC 9(08) VALUE ZERO.
001430     05  WS-CATCHUP-THRU-DATE    PIC 9(08) VALUE ZERO.
001440*-----------------------
001450* The catch-up queue, loaded whole: it holds a few weeks of dates
001460* at most, as CATCHUP PLAN caps it.
001470*-----------------------
001480 01  WS-QUEUE-TABLE-MAX          PIC 9(03) COMP VALUE 31.
001490 01  WS-QUEUE-USED               PIC 9(03) COMP VALUE ZERO.
001500 01  WS-QUEUE-IX                 PIC 9(03) COMP VALUE ZERO.
001510 01  WS-QUEUE-SLOT               PIC 9(03) COMP VALUE ZERO.
001520 01  WS-QUEUE-TABLE.
001530     05  WS-QUEUE-ENTRY          OCCURS 31 TIMES.
001540         10  WS-QE-RECORD        PIC X(15).
001550         10  WS-QE-FIELDS REDEFINES WS-QE-RECORD.
001560             15  WS-QE-BUSINESS-DATE PIC 9(08).
001570             15  WS-QE-DAY-TYPE  PIC X(01).
001580             15  WS-QE-STATUS    PIC X(01).
001590                 88  WS-QE-IS-COMPLETE VALUE 'D'.
001600             15  WS-QE-RUN-NUMBER PIC 9(05).
001610
001620*-----------------------
001630 PROCEDURE DIVISION.
001640*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001650 0000-MAINLINE.
001660     PERFORM 0500-READ-RESTART-PARM THRU 0500-EXIT.
001670     PERFORM 1000-READ-CURRENT-NUMBER THRU 1000-EXIT.
001680     IF WS-IS-END-SIMULATE
001690         PERFORM 3000-END-SIMULATION THRU 3000-EXIT
001700         MOVE WS-STEP-RC TO RETURN-CODE
001710         GOBACK
001720     END-IF.
001730     IF WS-IS-UNLOCK
001740         PERFORM 4000-RELEASE-BATCH-LOCK THRU 4000-EXIT
001750         MOVE WS-STEP-RC TO RETURN-CODE
001760         GOBACK
001770     END-IF.
001780     IF WS-IS-RESTART
001790         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
001800         DISPLAY "RESTART - RUN NUMBER RETAINED: "
001810             WS-RUN-NUMBER-ED
001820         IF WS-CURRENT-SIMULATION
001830             DISPLAY "RESTART - RUN CONTINUES AS A SIMULATION"
001840             MOVE 1 TO WS-STEP-RC
001850         END-IF
001860     ELSE
001870         IF WS-CURRENT-SIMULATION
001880             AND WS-RUN-NUMBER > ZERO
001890             SUBTRACT 1 FROM WS-RUN-NUMBER
001900         END-IF
001910         ADD 1 TO WS-RUN-NUMBER
001920         IF NOT WS-IS-SIMULATE
001930             PERFORM 1500-SET-BUSINESS-DATE THRU 1500-EXIT
001940         END-IF
001950         PERFORM 2000-WRITE-NEW-NUMBER THRU 2000-EXIT
001960         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
001970         IF WS-IS-SIMULATE
001980             DISPLAY "SIMULATION - RUN NUMBER NOT CONSUMED: "
001990                 WS-RUN-NUMBER-ED
002000             IF WS-STEP-RC = ZERO
002010                 MOVE 1 TO WS-STEP-RC
002020             END-IF
002030         ELSE
002040             DISPLAY "NIGHTLY RUN NUMBER ASSIGNED: "
002050                 WS-RUN-NUMBER-ED
002060         END-IF
002070     END-IF.
002080     PERFORM 1800-TAKE-BATCH-LOCK THRU 1800-EXIT.
002090     MOVE WS-STEP-RC TO RETURN-CODE.
002100     GOBACK.
002110
002120 0500-READ-RESTART-PARM.
002130******************************************************************
002140* A RUNPARM record reading RESTART keeps the current run number
002150* so a rerun carries the same number and the completed steps
002160* bypass themselves off the SUITESTA state.  A missing or other
002170* parameter assigns a fresh number as always.  SIMULATE runs the
002180* night as a simulation under the next number, without keeping it;
002190* ENDSIM puts the control record back once the simulation is over.
002200* UNLOCK releases the batch-window lock at the end of the night.
002210******************************************************************
002220     OPEN INPUT RUN-PARAM-FILE.
002230     IF WS-RUNPARM-STATUS = "00"
002240         READ RUN-PARAM-FILE
002250             AT END
002260                 CONTINUE
002270             NOT AT END
002280                 IF RP-IS-RESTART
002290                     SET WS-IS-RESTART TO TRUE
002300                 END-IF
002310                 IF RP-IS-SIMULATE
002320                     SET WS-IS-SIMULATE TO TRUE
002330                 END-IF
002340                 IF RP-IS-END-SIMULATE
002350                     SET WS-IS-END-SIMULATE TO TRUE
002360                 END-IF
002370                 IF RP-IS-UNLOCK
002380                     SET WS-IS-UNLOCK TO TRUE
002390                 END-IF
002400         END-READ
002410         CLOSE RUN-PARAM-FILE
002420     END-IF.
002430 0500-EXIT.
002440     EXIT.
002450
002460 1000-READ-CURRENT-NUMBER.
002470     OPEN INPUT RUN-CONTROL-FILE.
002480     IF WS-RUNCTL-STATUS = "00"
002490         READ RUN-CONTROL-FILE
002500             AT END
002510                 CONTINUE
002520             NOT AT END
002530                 IF RC-RUN-NUMBER NUMERIC
002540                     MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
002550                     MOVE RC-RUN-MODE TO WS-CURRENT-MODE
002560                     PERFORM 1100-KEEP-CONTROL-DATES
002570                         THRU 1100-EXIT
002580                 END-IF
002590         END-READ
002600         CLOSE RUN-CONTROL-FILE
002610     END-IF.
002620 1000-EXIT.
002630     EXIT.
002640
002650 1100-KEEP-CONTROL-DATES.
002660******************************************************************
002670* A record written before the business date was kept has spaces
002680* there, and simply carries no date.
002690******************************************************************
002700     IF RC-BUSINESS-DATE NOT NUMERIC
002710         GO TO 1100-EXIT
002720     END-IF.
002730     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE.
002740     IF RC-CATCHUP-RUN
002750         AND RC-CATCHUP-FROM-DATE NUMERIC
002760         AND RC-CATCHUP-THRU-DATE NUMERIC
002770         MOVE RC-CATCHUP-SWITCH TO WS-CATCHUP-SWITCH
002780         MOVE RC-CATCHUP-FROM-DATE TO WS-CATCHUP-FROM-DATE
002790         MOVE RC-CATCHUP-THRU-DATE TO WS-CATCHUP-THRU-DATE
002800     END-IF.
002810 1100-EXIT.
002820     EXIT.
002830
002840 1500-SET-BUSINESS-DATE.
002850******************************************************************
002860* A live night runs for today -- unless the catch-up queue still
002870* holds a date not complete.  Then the night runs the first such
002880* date: one left started by a night that failed is taken again
002890* under the new number (a RESTART would have kept the old one),
002900* otherwise the next pending date.  The window handed to TRANEDIT
002910* is the queue date before this one, zero for the first, and the
002920* last date on the queue.
002930******************************************************************
002940     CALL "TIMESTMP" USING WS-TODAY.
002950     MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE.
002960     MOVE SPACE TO WS-CATCHUP-SWITCH.
002970     MOVE ZERO TO WS-CATCHUP-FROM-DATE.
002980     MOVE ZERO TO WS-CATCHUP-THRU-DATE.
002990     PERFORM 1600-LOAD-CATCHUP-QUEUE THRU 1600-EXIT.
003000     MOVE ZERO TO WS-QUEUE-SLOT.
003010     PERFORM 1550-FIND-NEXT-DATE THRU 1550-EXIT
003020         VARYING WS-QUEUE-IX FROM 1 BY 1
003030         UNTIL WS-QUEUE-IX > WS-QUEUE-USED
003040             OR WS-QUEUE-SLOT > ZERO.
003050     IF WS-QUEUE-SLOT = ZERO
003060         GO TO 1500-EXIT
003070     END-IF.
003080     SET WS-CATCHUP-RUN TO TRUE.
003090     MOVE WS-QE-BUSINESS-DATE (WS-QUEUE-SLOT) TO WS-BUSINESS-DATE.
003100     IF WS-QUEUE-SLOT > 1
003110         MOVE WS-QE-BUSINESS-DATE (WS-QUEUE-SLOT - 1)
003120             TO WS-CATCHUP-FROM-DATE
003130     END-IF.
003140     MOVE WS-QE-BUSINESS-DATE (WS-QUEUE-USED)
003150         TO WS-CATCHUP-THRU-DATE.
003160     IF WS-QE-STATUS (WS-QUEUE-SLOT) = 'S'
003170         DISPLAY "CATCH-UP DATE " WS-BUSINESS-DATE
003180             " DID NOT COMPLETE - RUN AGAIN UNDER A NEW NUMBER"
003190     END-IF.
003200     MOVE 'S' TO WS-QE-STATUS (WS-QUEUE-SLOT).
003210     MOVE WS-RUN-NUMBER TO WS-QE-RUN-NUMBER (WS-QUEUE-SLOT).
003220     PERFORM 1700-REWRITE-CATCHUP-QUEUE THRU 1700-EXIT.
003230     DISPLAY "CATCH-UP NIGHT FOR BUSINESS DATE " WS-BUSINESS-DATE
003240         ", QUEUED THROUGH " WS-CATCHUP-THRU-DATE.
003250 1500-EXIT.
003260     EXIT.
003270
003280 1550-FIND-NEXT-DATE.
003290     IF NOT WS-QE-IS-COMPLETE (WS-QUEUE-IX)
003300         MOVE WS-QUEUE-IX TO WS-QUEUE-SLOT
003310     END-IF.
003320 1550-EXIT.
003330     EXIT.
003340
003350 1600-LOAD-CATCHUP-QUEUE.
003360******************************************************************
003370* A missing or empty queue means no catch-up is in progress.
003380******************************************************************
003390     MOVE ZERO TO WS-QUEUE-USED.
003400     MOVE 'N' TO WS-CATCHQ-EOF-SWITCH.
003410     OPEN INPUT CATCHUP-QUEUE-FILE.
003420     IF WS-CATCHQ-STATUS NOT = "00"
003430         GO TO 1600-EXIT
003440     END-IF.
003450     PERFORM 1650-LOAD-ONE-QUEUE-ENTRY THRU 1650-EXIT
003460         UNTIL WS-CATCHQ-EOF.
003470     CLOSE CATCHUP-QUEUE-FILE.
003480 1600-EXIT.
003490     EXIT.
003500
003510 1650-LOAD-ONE-QUEUE-ENTRY.
003520     READ CATCHUP-QUEUE-FILE
003530         AT END
003540             SET WS-CATCHQ-EOF TO TRUE
003550             GO TO 1650-EXIT
003560     END-READ.
003570     IF CQ-BUSINESS-DATE NOT NUMERIC
003580         GO TO 1650-EXIT
003590     END-IF.
003600     IF WS-QUEUE-USED >= WS-QUEUE-TABLE-MAX
003610         DISPLAY "CATCHQ EXCEEDS TABLE - ENTRY "
003620             CQ-BUSINESS-DATE " IGNORED"
003630         GO TO 1650-EXIT
003640     END-IF.
003650     ADD 1 TO WS-QUEUE-USED.
003660     MOVE CATCHUP-QUEUE-RECORD TO WS-QE-RECORD (WS-QUEUE-USED).
003670 1650-EXIT.
003680     EXIT.
003690
003700 1700-REWRITE-CATCHUP-QUEUE.
003710     OPEN OUTPUT CATCHUP-QUEUE-FILE.
003720     IF WS-CATCHQ-STATUS NOT = "00"
003730         DISPLAY "CATCHQ OPEN FAILED, STATUS " WS-CATCHQ-STATUS
003740         MOVE 12 TO WS-STEP-RC
003750         GO TO 1700-EXIT
003760     END-IF.
003770     PERFORM 1750-WRITE-ONE-QUEUE-ENTRY THRU 1750-EXIT
003780         VARYING WS-QUEUE-IX FROM 1 BY 1
003790         UNTIL WS-QUEUE-IX > WS-QUEUE-USED.
003800     CLOSE CATCHUP-QUEUE-FILE.
003810 1700-EXIT.
003820     EXIT.
003830
003840 1750-WRITE-ONE-QUEUE-ENTRY.
003850     MOVE WS-QE-RECORD (WS-QUEUE-IX) TO CATCHUP-QUEUE-RECORD.
003860     WRITE CATCHUP-QUEUE-RECORD.
003870 1750-EXIT.
003880     EXIT.
003890
003900 1800-TAKE-BATCH-LOCK.
003910******************************************************************
003920* The night holds the batch-window lock from here to its last
003930* step, restarts and simulations included.  A lock still held for
003940* another run was left by a night that abended; this night takes
003950* it over and says so.
003960******************************************************************
003970     MOVE 'Q' TO WS-LOCK-FUNCTION.
003980     MOVE "RUNASGN " TO WS-LOCK-STEP-NAME.
003990     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
004000         WS-LOCK-STEP-NAME BATCH-LOCK-RECORD.
004010     IF BL-IS-HELD
004020         AND BL-RUN-NUMBER NOT = WS-RUN-NUMBER
004030         DISPLAY "BATCH LOCK LEFT BY RUN " BL-RUN-NUMBER
004040             " AT STEP " BL-OWNER-STEP " - TAKEN OVER"
004050     END-IF.
004060     MOVE 'S' TO WS-LOCK-FUNCTION.
004070     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
004080         WS-LOCK-STEP-NAME BATCH-LOCK-RECORD.
004090     IF NOT BL-IS-HELD
004100         DISPLAY "BATCH LOCK NOT TAKEN - CHECK BATLOCK"
004110         GO TO 1800-EXIT
004120     END-IF.
004130     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
004140     DISPLAY "BATCH LOCK TAKEN FOR RUN " WS-RUN-NUMBER-ED.
004150 1800-EXIT.
004160     EXIT.
004170
004180 2000-WRITE-NEW-NUMBER.
004190******************************************************************
004200* The control file holds one current-state record, rewritten in
004210* place each night, the same way the engines keep their
004220* checkpoint files.  Under a simulation the record carries the
004230* number the simulation runs under, flagged S; the next real run
004240* steps back off it before adding one.  The business-date fields
004250* go back as the last live assignment left them, so a simulation
004260* neither runs a catch-up date nor disturbs one in progress.
004270******************************************************************
004280     OPEN OUTPUT RUN-CONTROL-FILE.
004290     IF WS-RUNCTL-STATUS NOT = "00"
004300         DISPLAY "RUNCTL OPEN FAILED, STATUS " WS-RUNCTL-STATUS
004310         MOVE 12 TO WS-STEP-RC
004320         GO TO 2000-EXIT
004330     END-IF.
004340     MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER.
004350     MOVE SPACE TO RC-RUN-MODE.
004360     IF WS-IS-SIMULATE
004370         SET RC-SIMULATION TO TRUE
004380     END-IF.
004390     MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
004400     MOVE WS-CATCHUP-SWITCH TO RC-CATCHUP-SWITCH.
004410     MOVE WS-CATCHUP-FROM-DATE TO RC-CATCHUP-FROM-DATE.
004420     MOVE WS-CATCHUP-THRU-DATE TO RC-CATCHUP-THRU-DATE.
004430     WRITE RUN-CONTROL-RECORD.
004440     CLOSE RUN-CONTROL-FILE.
004450 2000-EXIT.
004460     EXIT.
004470
004480 3000-END-SIMULATION.
004490******************************************************************
004500* Run as the last step of every night.  After a simulation it
004510* steps RUNCTL back to the last real run number, live, so the
004520* day's work and the next real night never see the simulation;
004530* after a real night there is nothing to undo.
004540******************************************************************
004550     IF NOT WS-CURRENT-SIMULATION
004560         DISPLAY "NO SIMULATION IN EFFECT - RUNCTL UNCHANGED"
004570         GO TO 3000-EXIT
004580     END-IF.
004590     IF WS-RUN-NUMBER > ZERO
004600         SUBTRACT 1 FROM WS-RUN-NUMBER
004610     END-IF.
004620     PERFORM 2000-WRITE-NEW-NUMBER THRU 2000-EXIT.
004630     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
004640     DISPLAY "SIMULATION ENDED - RUN NUMBER RESTORED: "
004650         WS-RUN-NUMBER-ED.
004660 3000-EXIT.
004670     EXIT.
004680
004690 4000-RELEASE-BATCH-LOCK.
004700******************************************************************
004710* Run as the last step of a night that did not abend.  Only the
004720* lock this night's run number holds is released; anything else
004730* is left for operations to look at and ends RC 4.
004740******************************************************************
004750     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
004760     MOVE 'Q' TO WS-LOCK-FUNCTION.
004770     MOVE "NIGHTLY " TO WS-LOCK-STEP-NAME.
004780     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
004790         WS-LOCK-STEP-NAME BATCH-LOCK-RECORD.
004800     IF NOT BL-IS-HELD
004810         DISPLAY "BATCH LOCK NOT HELD - NOTHING TO RELEASE"
004820         MOVE 4 TO WS-STEP-RC
004830         GO TO 4000-EXIT
004840     END-IF.
004850     IF BL-RUN-NUMBER NOT = WS-RUN-NUMBER
004860         DISPLAY "BATCH LOCK HELD BY RUN " BL-RUN-NUMBER
004870             ", NOT RUN " WS-RUN-NUMBER-ED " - NOT RELEASED"
004880         MOVE 4 TO WS-STEP-RC
004890         GO TO 4000-EXIT
004900     END-IF.
004910     MOVE 'R' TO WS-LOCK-FUNCTION.
004920     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
004930         WS-LOCK-STEP-NAME BATCH-LOCK-RECORD.
004940     DISPLAY "BATCH LOCK RELEASED FOR RUN " WS-RUN-NUMBER-ED.
004950 4000-EXIT.
004960     EXIT.
004970
004980** add other procedures here
004990 END PROGRAM RUNASGN.
