000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Nightly catch-up controller.  When the nightly
000060*                suite has missed business days, function PLAN
000070*                reads RUNCTL and the SUITESTA state for the last
000080*                night that ran to completion and its business
000090*                date, walks the shop calendar from the day after
000100*                it through today (or the CATCHPRM through date),
000110*                and queues every business date on the CATCHQ
000120*                catch-up queue, in date order, with a plan
000130*                report.
000140*                Each NIGHTLY run RUNASGN then assigns takes the
000150*                next queued date under its own run number and
000160*                business date.  Function COMPLETE, the last step
000170*                of every clean night, records the night complete
000180*                on SUITESTA, marks a catch-up date complete, and
000190*                ends RC 0 only when another date is still queued,
000200*                which is what resubmits NIGHTLY for it.  A
000210*                failing night never reaches COMPLETE, so the
000220*                catch-up stops on that date and a RESTART
000230*                resumes it.
000240* Tectonics:     cobc
000250*
000260* Modification History
000270* ---------------------
000280* 2026-10-15  DW   Original program.
000290* 2026-10-15  DW   PLAN is refused while a night holds the batch-
000300*                  window lock.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000340 PROGRAM-ID. CATCHUP.
000350 ENVIRONMENT DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 CONFIGURATION SECTION.
000380*-----------------------
000390 INPUT-OUTPUT SECTION.
000400*-----------------------
000410 FILE-CONTROL.
000420     SELECT PARAM-FILE ASSIGN TO "CATCHPRM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARAM-STATUS.
000450     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RUNCTL-STATUS.
000480     SELECT CATCHUP-QUEUE-FILE ASSIGN TO "CATCHQ"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CATCHQ-STATUS.
000510     SELECT PLAN-REPORT-FILE ASSIGN TO "CATCHRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-STATUS.
000540     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570 DATA DIVISION.
000580*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000590 FILE SECTION.
000600*-----------------------
000610 FD  PARAM-FILE.
000620 01  PARAM-RECORD.
000630     05  CP-FUNCTION             PIC X(08).
000640         88  CP-IS-PLAN          VALUE 'PLAN    '.
000650         88  CP-IS-COMPLETE      VALUE 'COMPLETE'.
000660     05  CP-THRU-DATE            PIC X(08).
000670     05  CP-THRU-DATE-N REDEFINES CP-THRU-DATE
000680                                 PIC 9(08).
000690     05  CP-AFTER-DATE           PIC X(08).
000700     05  CP-AFTER-DATE-N REDEFINES CP-AFTER-DATE
000710                                 PIC 9(08).
000720     05  CP-REQUESTED-BY         PIC X(08).
000730 FD  RUN-CONTROL-FILE.
000740     COPY RUNCTLRC.
000750 FD  CATCHUP-QUEUE-FILE.
000760     COPY CATCHUPQ.
000770 FD  PLAN-REPORT-FILE.
000780 01  PLAN-REPORT-RECORD          PIC X(80).
000790 FD  AUDIT-LOG-FILE.
000800     COPY AUDITLOG.
000810
000820 WORKING-STORAGE SECTION.
000830*-----------------------
000840 01  WS-PARAM-STATUS             PIC X(02).
000850 01  WS-RUNCTL-STATUS            PIC X(02).
000860 01  WS-CATCHQ-STATUS            PIC X(02).
000870 01  WS-CATCHQ-EOF-SWITCH        PIC X(01) VALUE 'N'.
000880     88  WS-CATCHQ-EOF           VALUE 'Y'.
000890 01  WS-REPORT-STATUS            PIC X(02).
000900 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000910     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000920 01  WS-AUDIT-STATUS             PIC X(02).
000930 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000940     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000950 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000960 01  WS-AUDIT-USER-ID            PIC X(08) VALUE SPACES.
000970 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000980 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
000990 COPY RUNMODE.
001000 01  WS-STATUS-TEXT              PIC X(20).
001010 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001020 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001030 01  WS-FUNCTION                 PIC X(08) VALUE SPACES.
001040     88  WS-FUNCTION-PLAN        VALUE 'PLAN    '.
001050     88  WS-FUNCTION-COMPLETE    VALUE 'COMPLETE'.
001060 01  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
001070     88  WS-PLAN-REFUSED         VALUE 'Y'.
001080 01  WS-TODAY                    PIC X(21).
001090 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
001100     05  WS-TODAY-DATE           PIC 9(08).
001110     05  FILLER                  PIC X(13).
001120*-----------------------
001130* What RUNCTL says about the last night assigned.
001140*-----------------------
001150 01  WS-LAST-RUN-NUMBER          PIC 9(05) VALUE ZERO.
001160 01  WS-LAST-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
001170 01  WS-LAST-CATCHUP-SWITCH      PIC X(01) VALUE SPACE.
001180     88  WS-LAST-WAS-CATCHUP     VALUE 'C'.
001190*-----------------------
001200* The plan: the dates after the last completed one, through the
001210* through date, that the shop calendar calls business days.
001220*-----------------------
001230 01  WS-AFTER-DATE               PIC 9(08) VALUE ZERO.
001240 01  WS-THRU-DATE                PIC 9(08) VALUE ZERO.
001250 01  WS-AFTER-INTEGER            PIC 9(08) COMP VALUE ZERO.
001260 01  WS-THRU-INTEGER             PIC 9(08) COMP VALUE ZERO.
001270 01  WS-DAY-INTEGER              PIC 9(08) COMP VALUE ZERO.
001280 01  WS-CHECK-DATE               PIC 9(08).
001290 01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE
001300                                 PIC X(08).
001310 01  WS-DAY-TYPE                 PIC X(01).
001320     88  WS-DAY-IS-BUSINESS      VALUE 'B' 'E' 'Y'.
001330     88  WS-DAY-IS-HOLIDAY       VALUE 'H'.
001340 01  WS-SKIPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
001350 01  WS-SKIPPED-COUNT-ED         PIC ZZZZ9.
001360 01  WS-QUEUED-COUNT-ED          PIC ZZ9.
001370 01  WS-REMAINING-COUNT          PIC 9(03) COMP VALUE ZERO.
001380 01  WS-REMAINING-COUNT-ED       PIC ZZ9.
001390 01  WS-NEXT-DATE                PIC 9(08) VALUE ZERO.
001400*-----------------------
001410* The catch-up queue, loaded whole.  31 business dates is six
001420* weeks without a night; anything longer is not a catch-up.
001430*-----------------------
001440 01  WS-QUEUE-TABLE-MAX          PIC 9(03) COMP VALUE 31.
001450 01  WS-QUEUE-USED               PIC 9(03) COMP VALUE ZERO.
001460 01  WS-QUEUE-IX                 PIC 9(03) COMP VALUE ZERO.
001470 01  WS-QUEUE-SLOT               PIC 9(03) COMP VALUE ZERO.
001480 01  WS-QUEUE-TABLE.
001490     05  WS-QUEUE-ENTRY          OCCURS 31 TIMES.
001500         10  WS-QE-RECORD        PIC X(15).
001510         10  WS-QE-FIELDS REDEFINES WS-QE-RECORD.
001520             15  WS-QE-BUSINESS-DATE PIC 9(08).
001530             15  WS-QE-DAY-TYPE  PIC X(01).
001540             15  WS-QE-STATUS    PIC X(01).
001550                 88  WS-QE-IS-COMPLETE VALUE 'D'.
001560             15  WS-QE-RUN-NUMBER PIC 9(05).
001570*-----------------------
001580* SUITESTA call arguments.  The night's completion is recorded
001590* under the step name NIGHTEND.
001600*-----------------------
001610 01  WS-SUITE-FUNCTION           PIC X(01).
001620 01  WS-SUITE-RUN-NUMBER         PIC 9(05).
001630 01  WS-SUITE-STEP-NAME          PIC X(08) VALUE "NIGHTEND".
001640 01  WS-SUITE-RC                 PIC 9(04).
001650 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001660     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001670 01  WS-LOCK-FUNCTION            PIC X(01).
001680 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "CATCHUP ".
001690 COPY BATLOCKR.
001700 01  WS-PLAN-LINE.
001710     05  FILLER                  PIC X(04) VALUE SPACES.
001720     05  PL-BUSINESS-DATE        PIC 9(08).
001730     05  FILLER                  PIC X(04) VALUE SPACES.
001740     05  PL-DAY-TYPE             PIC X(01).
001750     05  FILLER                  PIC X(04) VALUE SPACES.
001760     05  PL-DISPOSITION          PIC X(30).
001770
001780*-----------------------
001790 PROCEDURE DIVISION.
001800*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     EVALUATE TRUE
001840         WHEN WS-FUNCTION-PLAN
001850             PERFORM 2000-PLAN-CATCHUP THRU 2000-EXIT
001860         WHEN WS-FUNCTION-COMPLETE
001870             PERFORM 5000-COMPLETE-NIGHT THRU 5000-EXIT
001880         WHEN OTHER
001890             MOVE "ERROR" TO WS-STATUS-TEXT
001900             MOVE "CATCHPRM FUNCTION NOT PLAN OR COMPLETE"
001910                 TO WS-AUDIT-MESSAGE-TEXT
001920             DISPLAY WS-AUDIT-MESSAGE-TEXT
001930             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001940             MOVE 12 TO WS-STEP-RC
001950     END-EVALUATE.
001960     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001970     MOVE WS-STEP-RC TO RETURN-CODE.
001980     GOBACK.
001990
002000 1000-INITIALIZE.
002010     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
002020     CALL "TIMESTMP" USING WS-TODAY.
002030     OPEN EXTEND AUDIT-LOG-FILE.
002040     IF WS-AUDIT-STATUS = "00"
002050         SET WS-AUDIT-IS-OPEN TO TRUE
002060     END-IF.
002070     OPEN INPUT PARAM-FILE.
002080     IF WS-PARAM-STATUS = "00"
002090         READ PARAM-FILE
002100             AT END
002110                 MOVE SPACES TO PARAM-RECORD
002120         END-READ
002130         MOVE CP-FUNCTION TO WS-FUNCTION
002140         CLOSE PARAM-FILE
002150     END-IF.
002160     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
002170 1000-EXIT.
002180     EXIT.
002190
002200 1100-READ-RUN-CONTROL.
002210******************************************************************
002220* The last night assigned and the business date it ran for.  A
002230* control record written before the business date was kept has
002240* spaces there and reads back as no date.
002250******************************************************************
002260     OPEN INPUT RUN-CONTROL-FILE.
002270     IF WS-RUNCTL-STATUS NOT = "00"
002280         GO TO 1100-EXIT
002290     END-IF.
002300     READ RUN-CONTROL-FILE
002310         AT END
002320             MOVE SPACES TO RUN-CONTROL-RECORD
002330     END-READ.
002340     CLOSE RUN-CONTROL-FILE.
002350     IF RC-RUN-NUMBER NUMERIC
002360         MOVE RC-RUN-NUMBER TO WS-LAST-RUN-NUMBER
002370     END-IF.
002380     IF RC-BUSINESS-DATE NUMERIC
002390         MOVE RC-BUSINESS-DATE TO WS-LAST-BUSINESS-DATE
002400         MOVE RC-CATCHUP-SWITCH TO WS-LAST-CATCHUP-SWITCH
002410     END-IF.
002420 1100-EXIT.
002430     EXIT.
002440
002450 1200-LOAD-CATCHUP-QUEUE.
002460******************************************************************
002470* A missing or empty queue means no catch-up is in progress.
002480******************************************************************
002490     MOVE ZERO TO WS-QUEUE-USED.
002500     MOVE 'N' TO WS-CATCHQ-EOF-SWITCH.
002510     OPEN INPUT CATCHUP-QUEUE-FILE.
002520     IF WS-CATCHQ-STATUS NOT = "00"
002530         GO TO 1200-EXIT
002540     END-IF.
002550     PERFORM 1250-LOAD-ONE-QUEUE-ENTRY THRU 1250-EXIT
002560         UNTIL WS-CATCHQ-EOF.
002570     CLOSE CATCHUP-QUEUE-FILE.
002580 1200-EXIT.
002590     EXIT.
002600
002610 1250-LOAD-ONE-QUEUE-ENTRY.
002620     READ CATCHUP-QUEUE-FILE
002630         AT END
002640             SET WS-CATCHQ-EOF TO TRUE
002650             GO TO 1250-EXIT
002660     END-READ.
002670     IF CQ-BUSINESS-DATE NOT NUMERIC
002680         GO TO 1250-EXIT
002690     END-IF.
002700     IF WS-QUEUE-USED >= WS-QUEUE-TABLE-MAX
002710         DISPLAY "CATCHQ EXCEEDS TABLE - ENTRY "
002720             CQ-BUSINESS-DATE " IGNORED"
002730         GO TO 1250-EXIT
002740     END-IF.
002750     ADD 1 TO WS-QUEUE-USED.
002760     MOVE CATCHUP-QUEUE-RECORD TO WS-QE-RECORD (WS-QUEUE-USED).
002770 1250-EXIT.
002780     EXIT.
002790
002800 1300-REWRITE-CATCHUP-QUEUE.
002810     OPEN OUTPUT CATCHUP-QUEUE-FILE.
002820     IF WS-CATCHQ-STATUS NOT = "00"
002830         DISPLAY "CATCHQ OPEN FAILED, STATUS " WS-CATCHQ-STATUS
002840         MOVE "ERROR" TO WS-STATUS-TEXT
002850         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002860         STRING "CATCHQ OPEN FAILED, STATUS " WS-CATCHQ-STATUS
002870             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002880         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002890         MOVE 12 TO WS-STEP-RC
002900         GO TO 1300-EXIT
002910     END-IF.
002920     PERFORM 1350-WRITE-ONE-QUEUE-ENTRY THRU 1350-EXIT
002930         VARYING WS-QUEUE-IX FROM 1 BY 1
002940         UNTIL WS-QUEUE-IX > WS-QUEUE-USED.
002950     CLOSE CATCHUP-QUEUE-FILE.
002960 1300-EXIT.
002970     EXIT.
002980
002990 1350-WRITE-ONE-QUEUE-ENTRY.
003000     MOVE WS-QE-RECORD (WS-QUEUE-IX) TO CATCHUP-QUEUE-RECORD.
003010     WRITE CATCHUP-QUEUE-RECORD.
003020 1350-EXIT.
003030     EXIT.
003040
003050 2000-PLAN-CATCHUP.
003060******************************************************************
003070* Builds the queue.  Refused outright -- RC 12, nothing queued --
003080* under a simulation, while a night holds the batch lock (it is
003090* running, or abended and the lock wants clearing), while an
003100* earlier catch-up still has dates to run, when the last night did
003110* not complete (restart it first, or name the last completed date
003120* on CATCHPRM), or when the calendar does not cover a date in the
003130* range.  Nothing missed ends RC 4; RC 0 means dates are queued
003140* and NIGHTLY can be submitted.
003150******************************************************************
003160     MOVE CP-REQUESTED-BY TO WS-AUDIT-USER-ID.
003170     PERFORM 2050-OPEN-PLAN-REPORT THRU 2050-EXIT.
003180     IF WS-SIMULATION
003190         MOVE "SIMULATION IN EFFECT - NO CATCH-UP PLANNED"
003200             TO WS-AUDIT-MESSAGE-TEXT
003210         PERFORM 2900-REFUSE-PLAN THRU 2900-EXIT
003220         GO TO 2000-EXIT
003230     END-IF.
003240     MOVE 'Q' TO WS-LOCK-FUNCTION.
003250     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
003260         WS-LOCK-STEP-NAME BATCH-LOCK-RECORD.
003270     IF BL-IS-HELD
003280         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003290         STRING "NIGHTLY RUN " BL-RUN-NUMBER
003300             " HOLDS THE BATCH LOCK - NO CATCH-UP PLANNED"
003310             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003320         PERFORM 2900-REFUSE-PLAN THRU 2900-EXIT
003330         GO TO 2000-EXIT
003340     END-IF.
003350     PERFORM 1200-LOAD-CATCHUP-QUEUE THRU 1200-EXIT.
003360     MOVE ZERO TO WS-QUEUE-SLOT.
003370     PERFORM 2100-FIND-OPEN-DATE THRU 2100-EXIT
003380         VARYING WS-QUEUE-IX FROM 1 BY 1
003390         UNTIL WS-QUEUE-IX > WS-QUEUE-USED
003400             OR WS-QUEUE-SLOT > ZERO.
003410     IF WS-QUEUE-SLOT > ZERO
003420         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003430         STRING "CATCH-UP IN PROGRESS - DATE "
003440             WS-QE-BUSINESS-DATE (WS-QUEUE-SLOT)
003450             " NOT YET COMPLETE"
003460             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003470         PERFORM 2900-REFUSE-PLAN THRU 2900-EXIT
003480         GO TO 2000-EXIT
003490     END-IF.
003500     MOVE ZERO TO WS-QUEUE-USED.
003510     PERFORM 2200-FIND-LAST-COMPLETE THRU 2200-EXIT.
003520     IF WS-PLAN-REFUSED
003530         GO TO 2000-EXIT
003540     END-IF.
003550     PERFORM 2300-SET-THRU-DATE THRU 2300-EXIT.
003560     IF WS-PLAN-REFUSED
003570         GO TO 2000-EXIT
003580     END-IF.
003590     PERFORM 2400-CHECK-ONE-DATE THRU 2400-EXIT
003600         VARYING WS-DAY-INTEGER FROM WS-AFTER-INTEGER BY 1
003610         UNTIL WS-DAY-INTEGER >= WS-THRU-INTEGER
003620             OR WS-PLAN-REFUSED.
003630     IF WS-PLAN-REFUSED
003640         GO TO 2000-EXIT
003650     END-IF.
003660     IF WS-QUEUE-USED = ZERO
003670         DISPLAY "NO BUSINESS DATES MISSED AFTER " WS-AFTER-DATE
003680         MOVE "OK" TO WS-STATUS-TEXT
003690         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003700         STRING "NO BUSINESS DATES MISSED AFTER " WS-AFTER-DATE
003710             " THROUGH " WS-THRU-DATE " - NOTHING QUEUED"
003720             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003730         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003740         PERFORM 2800-PRINT-PLAN-LINE THRU 2800-EXIT
003750         MOVE 4 TO WS-STEP-RC
003760         GO TO 2000-EXIT
003770     END-IF.
003780     PERFORM 1300-REWRITE-CATCHUP-QUEUE THRU 1300-EXIT.
003790     IF WS-STEP-RC > 4
003800         GO TO 2000-EXIT
003810     END-IF.
003820     MOVE WS-QUEUE-USED TO WS-QUEUED-COUNT-ED.
003830     MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-COUNT-ED.
003840     DISPLAY "CATCH-UP QUEUED: " WS-QUEUED-COUNT-ED
003850         " BUSINESS DATES " WS-QE-BUSINESS-DATE (1)
003860         " THROUGH " WS-QE-BUSINESS-DATE (WS-QUEUE-USED).
003870     MOVE "OK" TO WS-STATUS-TEXT.
003880     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003890     STRING "CATCH-UP QUEUED " WS-QUEUED-COUNT-ED
003900         " DATES " WS-QE-BUSINESS-DATE (1)
003910         " THROUGH " WS-QE-BUSINESS-DATE (WS-QUEUE-USED)
003920         " AFTER " WS-AFTER-DATE
003930         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003940     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003950     PERFORM 2800-PRINT-PLAN-LINE THRU 2800-EXIT.
003960     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003970     STRING "NON-BUSINESS DAYS SKIPPED " WS-SKIPPED-COUNT-ED
003980         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003990     PERFORM 2800-PRINT-PLAN-LINE THRU 2800-EXIT.
004000 2000-EXIT.
004010     EXIT.
004020
004030 2050-OPEN-PLAN-REPORT.
004040     OPEN OUTPUT PLAN-REPORT-FILE.
004050     IF WS-REPORT-STATUS NOT = "00"
004060         GO TO 2050-EXIT
004070     END-IF.
004080     SET WS-REPORT-IS-OPEN TO TRUE.
004090     MOVE SPACES TO PLAN-REPORT-RECORD.
004100     STRING "NIGHTLY CATCH-UP PLAN - " WS-TODAY-DATE
004110         DELIMITED BY SIZE INTO PLAN-REPORT-RECORD.
004120     WRITE PLAN-REPORT-RECORD.
004130     MOVE SPACES TO PLAN-REPORT-RECORD.
004140     WRITE PLAN-REPORT-RECORD.
004150 2050-EXIT.
004160     EXIT.
004170
004180 2100-FIND-OPEN-DATE.
004190     IF NOT WS-QE-IS-COMPLETE (WS-QUEUE-IX)
004200         MOVE WS-QUEUE-IX TO WS-QUEUE-SLOT
004210     END-IF.
004220 2100-EXIT.
004230     EXIT.
004240
004250 2200-FIND-LAST-COMPLETE.
004260******************************************************************
004270* The catch-up starts the day after the last night that ran to
004280* completion: the RUNCTL run, provided SUITESTA has its NIGHTEND
004290* record.  A night that stopped part way is restarted, not caught
004300* up over.  An operator can instead name the last completed date
004310* on CATCHPRM, with their ID -- for the first catch-up after
004320* RUNCTL began keeping dates, or a night deliberately left as it
004330* stopped -- and the override is logged WARN.
004340******************************************************************
004350     MOVE WS-LAST-RUN-NUMBER TO WS-RUN-NUMBER-ED.
004360     IF CP-AFTER-DATE-N NUMERIC
004370         AND CP-AFTER-DATE-N > ZERO
004380         IF CP-REQUESTED-BY = SPACES
004390             MOVE "LAST-COMPLETED OVERRIDE NEEDS A REQUESTER ID"
004400                 TO WS-AUDIT-MESSAGE-TEXT
004410             PERFORM 2900-REFUSE-PLAN THRU 2900-EXIT
004420             GO TO 2200-EXIT
004430         END-IF
004440         MOVE CP-AFTER-DATE-N TO WS-AFTER-DATE
004450         DISPLAY "LAST COMPLETED DATE OVERRIDDEN TO "
004460             WS-AFTER-DATE
004470         MOVE "WARN" TO WS-STATUS-TEXT
004480         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004490         STRING "LAST COMPLETED DATE OVERRIDDEN TO " WS-AFTER-DATE
004500             " (RUNCTL RUN " WS-RUN-NUMBER-ED " DATE "
004510             WS-LAST-BUSINESS-DATE ")"
004520             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004530         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004540         PERFORM 2800-PRINT-PLAN-LINE THRU 2800-EXIT
004550     ELSE
004560         IF WS-LAST-BUSINESS-DATE = ZERO
004570             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004580             STRING "RUNCTL RUN " WS-RUN-NUMBER-ED
004590                 " CARRIES NO BUSINESS DATE - NAME THE LAST ONE"
004600                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004610             PERFORM 2900-REFUSE-PLAN THRU 2900-EXIT
004620             GO TO 2200-EXIT
004630         END-IF
004640         MOVE 'C' TO WS-SUITE-FUNCTION
004650         MOVE WS-LAST-RUN-NUMBER TO WS-SUITE-RUN-NUMBER
004660         MOVE ZERO TO WS-SUITE-RC
004670         CALL "SUITESTA" USING WS-SUITE-FUNCTION
004680             WS-SUITE-RUN-NUMBER WS-SUITE-STEP-NAME WS-SUITE-RC
004690             WS-SUITE-DONE-SWITCH
004700         IF NOT WS-SUITE-STEP-DONE
004710             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004720             STRING "RUN " WS-RUN-NUMBER-ED " FOR "
004730                 WS-LAST-BUSINESS-DATE
004740                 " DID NOT COMPLETE - RESTART IT FIRST"
004750                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004760             PERFORM 2900-REFUSE-PLAN THRU 2900-EXIT
004770             GO TO 2200-EXIT
004780         END-IF
004790         MOVE WS-LAST-BUSINESS-DATE TO WS-AFTER-DATE
004800         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004810         STRING "LAST COMPLETED NIGHT: RUN " WS-RUN-NUMBER-ED
004820             " FOR " WS-AFTER-DATE
004830             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004840         PERFORM 2800-PRINT-PLAN-LINE THRU 2800-EXIT
004850     END-IF.
004860     COMPUTE WS-AFTER-INTEGER =
004870         FUNCTION INTEGER-OF-DATE(WS-AFTER-DATE).
004880 2200-EXIT.
004890     EXIT.
004900
004910 2300-SET-THRU-DATE.
004920******************************************************************
004930* Through today unless CATCHPRM names an earlier date -- a night
004940* cannot be caught up before it has happened.
004950******************************************************************
004960     MOVE WS-TODAY-DATE TO WS-THRU-DATE.
004970     IF CP-THRU-DATE-N NUMERIC
004980         AND CP-THRU-DATE-N > ZERO
004990         MOVE CP-THRU-DATE-N TO WS-THRU-DATE
005000     END-IF.
005010     IF WS-THRU-DATE > WS-TODAY-DATE
005020         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005030         STRING "THROUGH DATE " WS-THRU-DATE " IS AFTER TODAY"
005040             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005050         PERFORM 2900-REFUSE-PLAN THRU 2900-EXIT
005060         GO TO 2300-EXIT
005070     END-IF.
005080     COMPUTE WS-THRU-INTEGER =
005090         FUNCTION INTEGER-OF-DATE(WS-THRU-DATE).
005100 2300-EXIT.
005110     EXIT.
005120
005130 2400-CHECK-ONE-DATE.
005140******************************************************************
005150* Steps one day past WS-DAY-INTEGER.  Business days, month-ends
005160* and the year-end queue; holidays and weekends are skipped; a
005170* date the calendar does not know refuses the plan, since the
005180* catch-up could not tell which nights it owes.
005190******************************************************************
005200     COMPUTE WS-CHECK-DATE =
005210         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER + 1).
005220     CALL "CALNDR" USING WS-CHECK-DATE-X WS-DAY-TYPE.
005230     MOVE WS-CHECK-DATE TO PL-BUSINESS-DATE.
005240     MOVE WS-DAY-TYPE TO PL-DAY-TYPE.
005250     EVALUATE TRUE
005260         WHEN WS-DAY-IS-HOLIDAY
005270             ADD 1 TO WS-SKIPPED-COUNT
005280             MOVE "NOT A BUSINESS DAY - SKIPPED" TO PL-DISPOSITION
005290         WHEN NOT WS-DAY-IS-BUSINESS
005300             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005310             STRING "DATE " WS-CHECK-DATE
005320                 " NOT ON THE SHOP CALENDAR"
005330                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005340             PERFORM 2900-REFUSE-PLAN THRU 2900-EXIT
005350             GO TO 2400-EXIT
005360         WHEN WS-QUEUE-USED >= WS-QUEUE-TABLE-MAX
005370             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005380             STRING "MORE THAN 31 BUSINESS DATES MISSED - "
005390                 "PLAN REFUSED AT " WS-CHECK-DATE
005400                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005410             PERFORM 2900-REFUSE-PLAN THRU 2900-EXIT
005420             GO TO 2400-EXIT
005430         WHEN OTHER
005440             ADD 1 TO WS-QUEUE-USED
005450             MOVE WS-CHECK-DATE
005460                 TO WS-QE-BUSINESS-DATE (WS-QUEUE-USED)
005470             MOVE WS-DAY-TYPE TO WS-QE-DAY-TYPE (WS-QUEUE-USED)
005480             MOVE 'P' TO WS-QE-STATUS (WS-QUEUE-USED)
005490             MOVE ZERO TO WS-QE-RUN-NUMBER (WS-QUEUE-USED)
005500             MOVE "QUEUED" TO PL-DISPOSITION
005510     END-EVALUATE.
005520     IF WS-REPORT-IS-OPEN
005530         MOVE WS-PLAN-LINE TO PLAN-REPORT-RECORD
005540         WRITE PLAN-REPORT-RECORD
005550     END-IF.
005560 2400-EXIT.
005570     EXIT.
005580
005590 2800-PRINT-PLAN-LINE.
005600     IF WS-REPORT-IS-OPEN
005610         MOVE WS-AUDIT-MESSAGE-TEXT TO PLAN-REPORT-RECORD
005620         WRITE PLAN-REPORT-RECORD
005630     END-IF.
005640 2800-EXIT.
005650     EXIT.
005660
005670 2900-REFUSE-PLAN.
005680******************************************************************
005690* The caller sets WS-AUDIT-MESSAGE-TEXT to the reason.
005700******************************************************************
005710     SET WS-PLAN-REFUSED TO TRUE.
005720     MOVE 12 TO WS-STEP-RC.
005730     DISPLAY "CATCH-UP REFUSED - " WS-AUDIT-MESSAGE-TEXT.
005740     MOVE "ERROR" TO WS-STATUS-TEXT.
005750     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005760     PERFORM 2800-PRINT-PLAN-LINE THRU 2800-EXIT.
005770     MOVE "CATCH-UP REFUSED - NOTHING QUEUED"
005780         TO WS-AUDIT-MESSAGE-TEXT.
005790     PERFORM 2800-PRINT-PLAN-LINE THRU 2800-EXIT.
005800 2900-EXIT.
005810     EXIT.
005820
005830 5000-COMPLETE-NIGHT.
005840******************************************************************
005850* Runs as the last step of a night that came through clean.  The
005860* NIGHTEND record on SUITESTA is what tells a later PLAN the night
005870* finished.  A catch-up night also marks its date complete on the
005880* queue; RC 0 then means another date is queued and the job
005890* resubmits NIGHTLY for it, RC 1 that nothing more is owed.  A
005900* rerun of a run already recorded complete does nothing, so it
005910* cannot submit the next date twice.
005920******************************************************************
005930     MOVE 1 TO WS-STEP-RC.
005940     IF WS-SIMULATION
005950         DISPLAY "SIMULATED NIGHT - NOTHING TO COMPLETE"
005960         GO TO 5000-EXIT
005970     END-IF.
005980     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
005990     MOVE 'C' TO WS-SUITE-FUNCTION.
006000     MOVE WS-RUN-NUMBER TO WS-SUITE-RUN-NUMBER.
006010     MOVE ZERO TO WS-SUITE-RC.
006020     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-SUITE-RUN-NUMBER
006030         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
006040     IF WS-SUITE-STEP-DONE
006050         DISPLAY "RUN " WS-RUN-NUMBER-ED
006060             " ALREADY RECORDED COMPLETE - BYPASSED"
006070         GO TO 5000-EXIT
006080     END-IF.
006090     MOVE 'R' TO WS-SUITE-FUNCTION.
006100     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-SUITE-RUN-NUMBER
006110         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
006120     IF NOT WS-LAST-WAS-CATCHUP
006130         DISPLAY "NIGHT COMPLETE - RUN " WS-RUN-NUMBER-ED
006140             " FOR " WS-LAST-BUSINESS-DATE
006150         MOVE "OK" TO WS-STATUS-TEXT
006160         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
006170         STRING "NIGHT COMPLETE FOR " WS-LAST-BUSINESS-DATE
006180             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006190         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006200         GO TO 5000-EXIT
006210     END-IF.
006220     PERFORM 1200-LOAD-CATCHUP-QUEUE THRU 1200-EXIT.
006230     MOVE ZERO TO WS-QUEUE-SLOT.
006240     MOVE ZERO TO WS-REMAINING-COUNT.
006250     MOVE ZERO TO WS-NEXT-DATE.
006260     PERFORM 5100-MARK-ONE-ENTRY THRU 5100-EXIT
006270         VARYING WS-QUEUE-IX FROM 1 BY 1
006280         UNTIL WS-QUEUE-IX > WS-QUEUE-USED.
006290     IF WS-QUEUE-SLOT = ZERO
006300         DISPLAY "CATCH-UP DATE " WS-LAST-BUSINESS-DATE
006310             " NOT ON CATCHQ"
006320         MOVE "WARN" TO WS-STATUS-TEXT
006330         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
006340         STRING "CATCH-UP DATE " WS-LAST-BUSINESS-DATE
006350             " COMPLETE BUT NOT ON CATCHQ - CATCH-UP STOPPED"
006360             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006370         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006380         MOVE 4 TO WS-STEP-RC
006390         GO TO 5000-EXIT
006400     END-IF.
006410     PERFORM 1300-REWRITE-CATCHUP-QUEUE THRU 1300-EXIT.
006420     IF WS-STEP-RC > 4
006430         GO TO 5000-EXIT
006440     END-IF.
006450     MOVE "OK" TO WS-STATUS-TEXT.
006460     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
006470     IF WS-REMAINING-COUNT > ZERO
006480         MOVE WS-REMAINING-COUNT TO WS-REMAINING-COUNT-ED
006490         DISPLAY "CATCH-UP DATE " WS-LAST-BUSINESS-DATE
006500             " COMPLETE - NEXT " WS-NEXT-DATE
006510             ", DATES LEFT " WS-REMAINING-COUNT-ED
006520         STRING "CATCH-UP DATE " WS-LAST-BUSINESS-DATE
006530             " COMPLETE, NEXT " WS-NEXT-DATE
006540             " RESUBMITTED, DATES LEFT " WS-REMAINING-COUNT-ED
006550             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006560         MOVE ZERO TO WS-STEP-RC
006570     ELSE
006580         DISPLAY "CATCH-UP COMPLETE THROUGH "
006590             WS-LAST-BUSINESS-DATE
006600         STRING "CATCH-UP COMPLETE THROUGH " WS-LAST-BUSINESS-DATE
006610             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006620     END-IF.
006630     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
006640 5000-EXIT.
006650     EXIT.
006660
006670 5100-MARK-ONE-ENTRY.
006680     IF WS-QE-BUSINESS-DATE (WS-QUEUE-IX) = WS-LAST-BUSINESS-DATE
006690         AND NOT WS-QE-IS-COMPLETE (WS-QUEUE-IX)
006700         MOVE 'D' TO WS-QE-STATUS (WS-QUEUE-IX)
006710         MOVE WS-RUN-NUMBER TO WS-QE-RUN-NUMBER (WS-QUEUE-IX)
006720         MOVE WS-QUEUE-IX TO WS-QUEUE-SLOT
006730         GO TO 5100-EXIT
006740     END-IF.
006750     IF NOT WS-QE-IS-COMPLETE (WS-QUEUE-IX)
006760         ADD 1 TO WS-REMAINING-COUNT
006770         IF WS-NEXT-DATE = ZERO
006780             MOVE WS-QE-BUSINESS-DATE (WS-QUEUE-IX)
006790                 TO WS-NEXT-DATE
006800         END-IF
006810     END-IF.
006820 5100-EXIT.
006830     EXIT.
006840
006850 8000-FINALIZE.
006860     IF WS-REPORT-IS-OPEN
006870         CLOSE PLAN-REPORT-FILE
006880     END-IF.
006890     IF WS-AUDIT-IS-OPEN
006900         CLOSE AUDIT-LOG-FILE
006910     END-IF.
006920 8000-EXIT.
006930     EXIT.
006940
006950 9000-WRITE-AUDIT-ENTRY.
006960******************************************************************
006970* Stamps and writes one audit record.  The caller sets
006980* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
006990* this paragraph.
007000******************************************************************
007010     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
007020     MOVE SPACES TO AUDIT-LOG-RECORD.
007030     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
007040     MOVE "CATCHUP" TO AUDIT-PROGRAM-ID.
007050     MOVE WS-AUDIT-USER-ID TO AUDIT-USER-ID.
007060     IF WS-SIMULATION
007070         MOVE "SIMULATE" TO AUDIT-USER-ID
007080     END-IF.
007090     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
007100     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
007110     IF WS-STATUS-TEXT = "OK"
007120         SET AUDIT-IS-INFO TO TRUE
007130     ELSE
007140         IF WS-STATUS-TEXT = "ERROR"
007150             SET AUDIT-IS-ERROR TO TRUE
007160         ELSE
007170             SET AUDIT-IS-WARNING TO TRUE
007180         END-IF
007190     END-IF.
007200     IF WS-AUDIT-IS-OPEN
007210         WRITE AUDIT-LOG-RECORD
007220     END-IF.
007230 9000-EXIT.
007240     EXIT.
007250
007260** add other procedures here
007270 END PROGRAM CATCHUP.
