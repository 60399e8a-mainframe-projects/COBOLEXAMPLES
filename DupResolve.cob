000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Duplicate-person review decisions.  Works the
000060*                DUPDECN file of reviewer decisions against the
000070*                pairs on the DUPREVW review file that EMPLOAD,
000080*                EMPUPDT, and the weekly DUPSWEEP have raised.  N
000090*                rules a pair not a duplicate: it is never raised
000100*                again, and an add held on it goes through on the
000110*                next nightly run.  M merges the pair, retiring
000120*                the EMP-ID named onto the other: the retired
000130*                employee is made inactive on EMPMAST with the
000140*                surviving EMP-ID recorded against it, the
000150*                before-image goes on EMPHIST (action D) and the
000160*                EMPAUDT trail, payroll is queued a terminate on
000170*                PAYCHGQ, and the retired EMP-ID's history is
000180*                carried onto the survivor (action M) so it reads
000190*                as one employee's record.  Retiring an add still
000200*                held needs nothing on the master; the add is
000210*                refused when it next arrives.  A merge whose
000220*                survivor is itself an add still held waits,
000230*                decided, and completes on the first run after
000240*                that add has been applied.  A reviewer may not
000250*                decide a pair they raised.  The DUPRRPT report
000260*                lists each decision, each merge completed, and
000270*                the pairs still open.  Refused, RC 12, while the
000280*                nightly suite holds the batch lock.
000290* Tectonics:     cobc
000300*
000310* Modification History
000320* ---------------------
000330* 2026-10-15  DW   Original program.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 PROGRAM-ID. DUPRESLV.
000380 ENVIRONMENT DIVISION.
000390*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000400 CONFIGURATION SECTION.
000410*-----------------------
000420 INPUT-OUTPUT SECTION.
000430*-----------------------
000440 FILE-CONTROL.
000450     SELECT DECISION-FILE ASSIGN TO "DUPDECN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-DECISION-STATUS.
000480     SELECT DUP-REVIEW-FILE ASSIGN TO "DUPREVW"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DR-PAIR-KEY
000520         FILE STATUS IS WS-REVIEW-STATUS.
000530     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS EMP-ID
000570         FILE STATUS IS WS-EMPMAST-STATUS.
000580     SELECT EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-HISTORY-STATUS.
000610     SELECT PAY-CHANGE-QUEUE-FILE ASSIGN TO "PAYCHGQ"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-QUEUE-STATUS.
000640     SELECT RESOLVE-REPORT-FILE ASSIGN TO "DUPRRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.
000670     SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AUDIT-STATUS.
000700 DATA DIVISION.
000710*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000720 FILE SECTION.
000730*-----------------------
000740 FD  DECISION-FILE.
000750 01  DECISION-RECORD.
000760     05  DN-DECISION             PIC X(01).
000770         88  DN-NOT-DUPLICATE    VALUE 'N'.
000780         88  DN-MERGE            VALUE 'M'.
000790     05  DN-FIRST-EMP-ID         PIC X(06).
000800     05  DN-SECOND-EMP-ID        PIC X(06).
000810     05  DN-RETIRE-EMP-ID        PIC X(06).
000820     05  DN-REVIEWED-BY          PIC X(08).
000830     05  DN-NOTE                 PIC X(40).
000840 FD  DUP-REVIEW-FILE.
000850     COPY DUPREVW.
000860 FD  EMP-MASTER-FILE.
000870     COPY EMPMAST.
000880 FD  EMP-HISTORY-FILE.
000890     COPY EMPHIST.
000900 FD  PAY-CHANGE-QUEUE-FILE.
000910     COPY PAYCHGQ.
000920 FD  RESOLVE-REPORT-FILE.
000930 01  RESOLVE-REPORT-RECORD       PIC X(132).
000940 FD  AUDIT-LOG-FILE.
000950     COPY AUDITLOG.
000960
000970 WORKING-STORAGE SECTION.
000980*-----------------------
000990 01  WS-DECISION-STATUS          PIC X(02).
001000 01  WS-REVIEW-STATUS            PIC X(02).
001010 01  WS-REVIEW-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001020     88  WS-REVIEW-IS-OPEN       VALUE 'Y'.
001030 01  WS-EMPMAST-STATUS           PIC X(02).
001040 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001050     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
001060 01  WS-HISTORY-STATUS           PIC X(02).
001070 01  WS-QUEUE-STATUS             PIC X(02).
001080 01  WS-QUEUE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001090     88  WS-QUEUE-IS-OPEN        VALUE 'Y'.
001100     88  WS-QUEUE-FAILED         VALUE 'F'.
001110 01  WS-REPORT-STATUS            PIC X(02).
001120 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001130     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
001140 01  WS-AUDIT-STATUS             PIC X(02).
001150 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001160     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001170 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001180 01  WS-AUDIT-USER-ID            PIC X(08) VALUE SPACES.
001190 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001200 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001210 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001220 01  WS-STATUS-TEXT              PIC X(20).
001230 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001240 COPY EOFSWTCH.
001250 01  WS-TODAY                    PIC X(21).
001260 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
001270     05  WS-TODAY-DATE           PIC 9(08).
001280     05  FILLER                  PIC X(13).
001290 01  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
001300     88  WS-RUN-REFUSED          VALUE 'Y'.
001310 01  WS-REFUSE-REASON            PIC X(40).
001320 01  WS-LOCK-FUNCTION            PIC X(01).
001330 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "DUPRESLV".
001340 COPY BATLOCKR.
001350*
001360* One decision as it is being checked, and the pair it names.
001370*
001380 01  WS-DECISION-COUNT           PIC 9(05) COMP VALUE ZERO.
001390 01  WS-PAIR-KEY.
001400     05  WS-PAIR-LOW-EMP-ID      PIC X(06).
001410     05  WS-PAIR-HIGH-EMP-ID     PIC X(06).
001420 01  WS-DECISION-REASON          PIC X(40).
001430*
001440* One merge as it is completed: the two EMP-IDs, the retired
001450* employee's before-image, and the retired EMP-ID's history,
001460* read whole before any of it is carried onto the survivor.
001470*
001480 01  WS-RETIRED-EMP-ID           PIC X(06).
001490 01  WS-SURVIVOR-EMP-ID          PIC X(06).
001500 01  WS-BEFORE-IMAGE.
001510     05  FILLER                  PIC X(58).
001520     05  WS-BEFORE-ACTIVE-SWITCH PIC X(01).
001530         88  WS-BEFORE-WAS-ACTIVE
001540                                 VALUE 'A'.
001550     05  FILLER                  PIC X(10).
001560 01  WS-MERGE-DONE-SWITCH        PIC X(01).
001570     88  WS-MERGE-DONE           VALUE 'Y'.
001580 01  WS-MERGE-NOTE               PIC X(40).
001590 01  WS-HIST-TABLE-MAX           PIC 9(04) COMP VALUE 500.
001600 01  WS-HIST-USED                PIC 9(04) COMP VALUE ZERO.
001610 01  WS-HIST-IX                  PIC 9(04) COMP VALUE ZERO.
001620 01  WS-HIST-TABLE.
001630     05  WS-HIST-ENTRY OCCURS 500 TIMES
001640                                 PIC X(89).
001650 01  WS-HIST-USED-ED             PIC ZZZ9.
001660 01  WS-HIST-EOF-SWITCH          PIC X(01).
001670     88  WS-HIST-EOF             VALUE 'Y'.
001680 01  WS-HIST-SHORT-SWITCH        PIC X(01).
001690     88  WS-HIST-SHORT           VALUE 'Y'.
001700 01  WS-NOT-DUP-COUNT            PIC 9(05) COMP VALUE ZERO.
001710 01  WS-MERGE-DECIDED-COUNT      PIC 9(05) COMP VALUE ZERO.
001720 01  WS-DECISION-REJECT-COUNT    PIC 9(05) COMP VALUE ZERO.
001730 01  WS-MERGED-COUNT             PIC 9(05) COMP VALUE ZERO.
001740 01  WS-AWAITING-COUNT           PIC 9(05) COMP VALUE ZERO.
001750 01  WS-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.
001760 01  WS-CARRIED-COUNT            PIC 9(05) COMP VALUE ZERO.
001770 01  WS-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
001780 01  WS-NOT-DUP-COUNT-ED         PIC ZZZZ9.
001790 01  WS-MERGE-DECIDED-COUNT-ED   PIC ZZZZ9.
001800 01  WS-DECISION-REJECT-COUNT-ED PIC ZZZZ9.
001810 01  WS-MERGED-COUNT-ED          PIC ZZZZ9.
001820 01  WS-AWAITING-COUNT-ED        PIC ZZZZ9.
001830 01  WS-PENDING-COUNT-ED         PIC ZZZZ9.
001840 01  WS-CARRIED-COUNT-ED         PIC ZZZZ9.
001850 01  WS-DECISION-LINE.
001860     05  DL-SEQUENCE             PIC ZZZ9.
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  DL-DECISION             PIC X(01).
001890     05  FILLER                  PIC X(03) VALUE SPACES.
001900     05  DL-FIRST-EMP-ID         PIC X(06).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  DL-SECOND-EMP-ID        PIC X(06).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  DL-RETIRE-EMP-ID        PIC X(06).
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  DL-REVIEWED-BY          PIC X(08).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  DL-DISPOSITION          PIC X(40).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  DL-NOTE                 PIC X(40).
002010 01  WS-OPEN-LINE.
002020     05  OL-LOW-EMP-ID           PIC X(06).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  OL-HIGH-EMP-ID          PIC X(06).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  OL-STATUS               PIC X(01).
002070     05  FILLER                  PIC X(04) VALUE SPACES.
002080     05  OL-RULE                 PIC X(01).
002090     05  FILLER                  PIC X(04) VALUE SPACES.
002100     05  OL-RAISED-BY            PIC X(08).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  OL-FOUND-DATE           PIC 9(08).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  OL-NOTE                 PIC X(40).
002150
002160*-----------------------
002170 PROCEDURE DIVISION.
002180*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002190 0000-MAINLINE.
002200******************************************************************
002210* The decisions first, then one pass completing every merge that
002220* can be completed -- tonight's and any still waiting on an add
002230* from an earlier run -- then the list of what is still open.
002240******************************************************************
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     PERFORM 2000-APPLY-DECISIONS THRU 2000-EXIT.
002270     PERFORM 4000-COMPLETE-MERGES THRU 4000-EXIT.
002280     PERFORM 5000-LIST-OPEN-PAIRS THRU 5000-EXIT.
002290     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002300     MOVE WS-STEP-RC TO RETURN-CODE.
002310     GOBACK.
002320
002330 1000-INITIALIZE.
002340     CALL "GETRUN" USING WS-RUN-NUMBER.
002350     CALL "TIMESTMP" USING WS-TODAY.
002360     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
002370     OPEN EXTEND AUDIT-LOG-FILE.
002380     IF WS-AUDIT-STATUS = "00"
002390         SET WS-AUDIT-IS-OPEN TO TRUE
002400     END-IF.
002410     OPEN OUTPUT RESOLVE-REPORT-FILE.
002420     IF WS-REPORT-STATUS = "00"
002430         SET WS-REPORT-IS-OPEN TO TRUE
002440         MOVE SPACES TO RESOLVE-REPORT-RECORD
002450         STRING "DUPRESLV  DUPLICATE-PERSON DECISIONS     RUN "
002460             WS-RUN-NUMBER-ED "   DATE " WS-TODAY-DATE
002470             DELIMITED BY SIZE INTO RESOLVE-REPORT-RECORD
002480         WRITE RESOLVE-REPORT-RECORD
002490     ELSE
002500         DISPLAY "DUPRRPT OPEN FAILED, STATUS " WS-REPORT-STATUS
002510     END-IF.
002520     MOVE 'Q' TO WS-LOCK-FUNCTION.
002530     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
002540         WS-LOCK-STEP-NAME BATCH-LOCK-RECORD.
002550     IF BL-IS-HELD
002560         MOVE SPACES TO WS-REFUSE-REASON
002570         STRING "NIGHTLY RUN " BL-RUN-NUMBER
002580             " HOLDS THE BATCH LOCK"
002590             DELIMITED BY SIZE INTO WS-REFUSE-REASON
002600         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
002610         GO TO 1000-EXIT
002620     END-IF.
002630     OPEN I-O DUP-REVIEW-FILE.
002640     IF WS-REVIEW-STATUS NOT = "00"
002650         DISPLAY "DUPREVW OPEN FAILED, STATUS " WS-REVIEW-STATUS
002660         MOVE "DUPREVW UNAVAILABLE" TO WS-REFUSE-REASON
002670         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
002680         GO TO 1000-EXIT
002690     END-IF.
002700     SET WS-REVIEW-IS-OPEN TO TRUE.
002710     OPEN I-O EMP-MASTER-FILE.
002720     IF WS-EMPMAST-STATUS NOT = "00"
002730         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
002740         MOVE "EMPMAST UNAVAILABLE" TO WS-REFUSE-REASON
002750         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
002760         GO TO 1000-EXIT
002770     END-IF.
002780     SET WS-EMPMAST-IS-OPEN TO TRUE.
002790 1000-EXIT.
002800     EXIT.
002810
002820 2000-APPLY-DECISIONS.
002830******************************************************************
002840* Each decision is checked against its pair and either recorded
002850* or listed as rejected; a rejected decision leaves the pair as
002860* it was and does not stop the others.  No decision file, or an
002870* empty one, only completes the merges already decided.
002880******************************************************************
002890     IF WS-RUN-REFUSED
002900         GO TO 2000-EXIT
002910     END-IF.
002920     MOVE SPACES TO RESOLVE-REPORT-RECORD.
002930     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
002940     STRING "DEC   D   EMP-ID  EMP-ID  RETIRE  REVIEWER  "
002950         "DISPOSITION"
002960         DELIMITED BY SIZE INTO RESOLVE-REPORT-RECORD.
002970     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
002980     OPEN INPUT DECISION-FILE.
002990     IF WS-DECISION-STATUS NOT = "00"
003000         DISPLAY "DUPDECN OPEN FAILED, STATUS " WS-DECISION-STATUS
003010         MOVE "  NO DECISIONS READ" TO RESOLVE-REPORT-RECORD
003020         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
003030         GO TO 2000-EXIT
003040     END-IF.
003050     SET WS-NOT-EOF TO TRUE.
003060     PERFORM 2100-APPLY-ONE-DECISION THRU 2100-EXIT
003070         UNTIL WS-EOF.
003080     CLOSE DECISION-FILE.
003090 2000-EXIT.
003100     EXIT.
003110
003120 2100-APPLY-ONE-DECISION.
003130     READ DECISION-FILE
003140         AT END
003150             SET WS-EOF TO TRUE
003160     END-READ.
003170     IF WS-EOF
003180         GO TO 2100-EXIT
003190     END-IF.
003200     IF DECISION-RECORD = SPACES
003210         GO TO 2100-EXIT
003220     END-IF.
003230     ADD 1 TO WS-DECISION-COUNT.
003240     MOVE DN-REVIEWED-BY TO WS-AUDIT-USER-ID.
003250     IF DN-FIRST-EMP-ID < DN-SECOND-EMP-ID
003260         MOVE DN-FIRST-EMP-ID TO WS-PAIR-LOW-EMP-ID
003270         MOVE DN-SECOND-EMP-ID TO WS-PAIR-HIGH-EMP-ID
003280     ELSE
003290         MOVE DN-SECOND-EMP-ID TO WS-PAIR-LOW-EMP-ID
003300         MOVE DN-FIRST-EMP-ID TO WS-PAIR-HIGH-EMP-ID
003310     END-IF.
003320     PERFORM 2200-CHECK-DECISION THRU 2200-EXIT.
003330     IF WS-DECISION-REASON NOT = SPACES
003340         ADD 1 TO WS-DECISION-REJECT-COUNT
003350         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003360         STRING "DECISION " DN-DECISION " " WS-PAIR-LOW-EMP-ID
003370             "/" WS-PAIR-HIGH-EMP-ID " REJECTED - "
003380             WS-DECISION-REASON
003390             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003400         MOVE "WARN" TO WS-STATUS-TEXT
003410         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003420         MOVE SPACES TO DL-DISPOSITION
003430         STRING "REJECTED - " WS-DECISION-REASON
003440             DELIMITED BY SIZE INTO DL-DISPOSITION
003450         PERFORM 2800-WRITE-DECISION-LINE THRU 2800-EXIT
003460         GO TO 2100-EXIT
003470     END-IF.
003480     MOVE DN-REVIEWED-BY TO DR-REVIEWED-BY.
003490     MOVE WS-TODAY-DATE TO DR-REVIEWED-CCYYMMDD.
003500     IF DN-NOT-DUPLICATE
003510         SET DR-IS-NOT-DUPLICATE TO TRUE
003520         ADD 1 TO WS-NOT-DUP-COUNT
003530         MOVE "RECORDED - NOT A DUPLICATE" TO DL-DISPOSITION
003540     ELSE
003550         SET DR-IS-MERGE-DECIDED TO TRUE
003560         MOVE DN-RETIRE-EMP-ID TO DR-RETIRED-EMP-ID
003570         ADD 1 TO WS-MERGE-DECIDED-COUNT
003580         MOVE "RECORDED - MERGE" TO DL-DISPOSITION
003590     END-IF.
003600     REWRITE DUP-REVIEW-RECORD
003610         INVALID KEY
003620             ADD 1 TO WS-WARNING-COUNT
003630             MOVE SPACES TO DL-DISPOSITION
003640             STRING "DUPREVW REWRITE FAILED, STATUS "
003650                 WS-REVIEW-STATUS
003660                 DELIMITED BY SIZE INTO DL-DISPOSITION
003670     END-REWRITE.
003680     PERFORM 2800-WRITE-DECISION-LINE THRU 2800-EXIT.
003690     MOVE "OK" TO WS-STATUS-TEXT.
003700     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003710     STRING "DECISION " DN-DECISION " " WS-PAIR-LOW-EMP-ID
003720         "/" WS-PAIR-HIGH-EMP-ID " RETIRE " DN-RETIRE-EMP-ID
003730         " RAISED BY " DR-RAISED-BY " - " DL-DISPOSITION
003740         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003750     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003760 2100-EXIT.
003770     EXIT.
003780
003790 2200-CHECK-DECISION.
003800******************************************************************
003810* A decision must be N or M, name a reviewer other than whoever
003820* raised the pair, and name a pair on the review file still
003830* awaiting review; a merge must name one of the pair to retire.
003840* The pair is left in the record area for the caller.
003850******************************************************************
003860     MOVE SPACES TO WS-DECISION-REASON.
003870     IF NOT DN-NOT-DUPLICATE AND NOT DN-MERGE
003880         MOVE "DECISION NOT N OR M" TO WS-DECISION-REASON
003890         GO TO 2200-EXIT
003900     END-IF.
003910     IF DN-REVIEWED-BY = SPACES
003920         MOVE "REVIEWER NOT GIVEN" TO WS-DECISION-REASON
003930         GO TO 2200-EXIT
003940     END-IF.
003950     MOVE WS-PAIR-KEY TO DR-PAIR-KEY.
003960     READ DUP-REVIEW-FILE
003970         INVALID KEY
003980             MOVE "PAIR NOT ON DUPREVW" TO WS-DECISION-REASON
003990             GO TO 2200-EXIT
004000     END-READ.
004010     IF NOT DR-IS-PENDING
004020         MOVE SPACES TO WS-DECISION-REASON
004030         STRING "PAIR ALREADY DECIDED, STATUS " DR-STATUS
004040             DELIMITED BY SIZE INTO WS-DECISION-REASON
004050         GO TO 2200-EXIT
004060     END-IF.
004070     IF DN-REVIEWED-BY = DR-RAISED-BY
004080         MOVE "REVIEWER RAISED THE PAIR" TO WS-DECISION-REASON
004090         GO TO 2200-EXIT
004100     END-IF.
004110     IF DN-MERGE
004120         AND DN-RETIRE-EMP-ID NOT = DR-LOW-EMP-ID
004130         AND DN-RETIRE-EMP-ID NOT = DR-HIGH-EMP-ID
004140         MOVE "RETIRE EMP-ID NOT ONE OF THE PAIR"
004150             TO WS-DECISION-REASON
004160         GO TO 2200-EXIT
004170     END-IF.
004180     IF DN-NOT-DUPLICATE
004190         AND DN-RETIRE-EMP-ID NOT = SPACES
004200         MOVE "RETIRE EMP-ID GIVEN ON N DECISION"
004210             TO WS-DECISION-REASON
004220     END-IF.
004230 2200-EXIT.
004240     EXIT.
004250
004260 2800-WRITE-DECISION-LINE.
004270     MOVE WS-DECISION-COUNT TO DL-SEQUENCE.
004280     MOVE DN-DECISION TO DL-DECISION.
004290     MOVE DN-FIRST-EMP-ID TO DL-FIRST-EMP-ID.
004300     MOVE DN-SECOND-EMP-ID TO DL-SECOND-EMP-ID.
004310     MOVE DN-RETIRE-EMP-ID TO DL-RETIRE-EMP-ID.
004320     MOVE DN-REVIEWED-BY TO DL-REVIEWED-BY.
004330     MOVE DN-NOTE TO DL-NOTE.
004340     MOVE WS-DECISION-LINE TO RESOLVE-REPORT-RECORD.
004350     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004360 2800-EXIT.
004370     EXIT.
004380
004390 3900-REFUSE-RUN.
004400******************************************************************
004410* Marks the run refused and logs why: an ERROR on the audit trail
004420* and RC 12, with no decision recorded and no file changed.
004430******************************************************************
004440     SET WS-RUN-REFUSED TO TRUE.
004450     MOVE 12 TO WS-STEP-RC.
004460     MOVE "ERROR" TO WS-STATUS-TEXT.
004470     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
004480     STRING "DUPLICATE DECISIONS REFUSED - " WS-REFUSE-REASON
004490         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
004500     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
004510 3900-EXIT.
004520     EXIT.
004530
004540 4000-COMPLETE-MERGES.
004550******************************************************************
004560* One pass of the review file in pair order, completing every
004570* pair decided as a merge that can be completed now.
004580******************************************************************
004590     IF WS-RUN-REFUSED
004600         GO TO 4000-EXIT
004610     END-IF.
004620     MOVE SPACES TO WS-AUDIT-USER-ID.
004630     MOVE SPACES TO RESOLVE-REPORT-RECORD.
004640     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004650     MOVE "MERGES" TO RESOLVE-REPORT-RECORD.
004660     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004670     MOVE LOW-VALUES TO DR-PAIR-KEY.
004680     SET WS-NOT-EOF TO TRUE.
004690     START DUP-REVIEW-FILE KEY NOT < DR-PAIR-KEY
004700         INVALID KEY
004710             SET WS-EOF TO TRUE
004720     END-START.
004730     PERFORM 4100-COMPLETE-ONE-MERGE THRU 4100-EXIT
004740         UNTIL WS-EOF.
004750     IF WS-MERGED-COUNT = ZERO
004760         AND WS-AWAITING-COUNT = ZERO
004770         MOVE "  NONE" TO RESOLVE-REPORT-RECORD
004780         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
004790     END-IF.
004800 4000-EXIT.
004810     EXIT.
004820
004830 4100-COMPLETE-ONE-MERGE.
004840******************************************************************
004850* A merge completes once the surviving EMP-ID is on the master.
004860* Retiring an add that never reached the master completes with
004870* nothing to change.  A retired EMP-ID already merged into the
004880* survivor (a rerun) completes too; one merged elsewhere, or a
004890* survivor itself since retired, is left for the reviewer.
004900******************************************************************
004910     READ DUP-REVIEW-FILE NEXT RECORD
004920         AT END
004930             SET WS-EOF TO TRUE
004940     END-READ.
004950     IF WS-EOF
004960         GO TO 4100-EXIT
004970     END-IF.
004980     IF NOT DR-IS-MERGE-DECIDED
004990         GO TO 4100-EXIT
005000     END-IF.
005010     MOVE DR-RETIRED-EMP-ID TO WS-RETIRED-EMP-ID.
005020     MOVE DR-LOW-EMP-ID TO WS-SURVIVOR-EMP-ID.
005030     IF DR-RETIRED-EMP-ID = DR-LOW-EMP-ID
005040         MOVE DR-HIGH-EMP-ID TO WS-SURVIVOR-EMP-ID
005050     END-IF.
005060     MOVE 'N' TO WS-MERGE-DONE-SWITCH.
005070     MOVE SPACES TO WS-MERGE-NOTE.
005080     MOVE WS-SURVIVOR-EMP-ID TO EMP-ID.
005090     READ EMP-MASTER-FILE
005100         INVALID KEY
005110             STRING "AWAITING ADD OF " WS-SURVIVOR-EMP-ID
005120                 DELIMITED BY SIZE INTO WS-MERGE-NOTE
005130             ADD 1 TO WS-AWAITING-COUNT
005140             GO TO 4190-WRITE-MERGE-LINE
005150     END-READ.
005160     IF NOT EMP-NOT-MERGED
005170         STRING "SURVIVOR RETIRED INTO " EMP-MERGED-INTO-ID
005180             DELIMITED BY SIZE INTO WS-MERGE-NOTE
005190         ADD 1 TO WS-WARNING-COUNT
005200         GO TO 4190-WRITE-MERGE-LINE
005210     END-IF.
005220     MOVE WS-RETIRED-EMP-ID TO EMP-ID.
005230     READ EMP-MASTER-FILE
005240         INVALID KEY
005250             MOVE "RETIRED EMP-ID NOT ON MASTER" TO WS-MERGE-NOTE
005260             SET WS-MERGE-DONE TO TRUE
005270             GO TO 4180-MARK-MERGED
005280     END-READ.
005290     IF EMP-MERGED-INTO-ID = WS-SURVIVOR-EMP-ID
005300         MOVE "ALREADY RETIRED ONTO SURVIVOR" TO WS-MERGE-NOTE
005310         SET WS-MERGE-DONE TO TRUE
005320         GO TO 4180-MARK-MERGED
005330     END-IF.
005340     IF NOT EMP-NOT-MERGED
005350         STRING "ALREADY RETIRED INTO " EMP-MERGED-INTO-ID
005360             DELIMITED BY SIZE INTO WS-MERGE-NOTE
005370         ADD 1 TO WS-WARNING-COUNT
005380         GO TO 4190-WRITE-MERGE-LINE
005390     END-IF.
005400     PERFORM 4200-RETIRE-EMPLOYEE THRU 4200-EXIT.
005410     IF NOT WS-MERGE-DONE
005420         GO TO 4190-WRITE-MERGE-LINE
005430     END-IF.
005440 4180-MARK-MERGED.
005450     SET DR-IS-MERGED TO TRUE.
005460     MOVE WS-RUN-NUMBER TO DR-MERGED-RUN-NUMBER.
005470     REWRITE DUP-REVIEW-RECORD
005480         INVALID KEY
005490             ADD 1 TO WS-WARNING-COUNT
005500             DISPLAY "DUPREVW REWRITE FAILED, STATUS "
005510                 WS-REVIEW-STATUS " - " DR-PAIR-KEY
005520     END-REWRITE.
005530     ADD 1 TO WS-MERGED-COUNT.
005540 4190-WRITE-MERGE-LINE.
005550     MOVE SPACES TO RESOLVE-REPORT-RECORD.
005560     STRING "  RETIRE " WS-RETIRED-EMP-ID " INTO "
005570         WS-SURVIVOR-EMP-ID "   "
005580         DELIMITED BY SIZE INTO RESOLVE-REPORT-RECORD.
005590     IF WS-MERGE-DONE
005600         MOVE "MERGED" TO RESOLVE-REPORT-RECORD (31:6)
005610     ELSE
005620         MOVE "OPEN  " TO RESOLVE-REPORT-RECORD (31:6)
005630     END-IF.
005640     MOVE WS-MERGE-NOTE TO RESOLVE-REPORT-RECORD (39:40).
005650     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
005660 4100-EXIT.
005670     EXIT.
005680
005690 4200-RETIRE-EMPLOYEE.
005700******************************************************************
005710* The retired employee's record, read into the master record
005720* area, is made inactive and pointed at the survivor.  Its
005730* history is read first, so a history file that cannot be read
005740* leaves the merge undone for the next run rather than half
005750* done; then the before-image goes on EMPHIST as action D, the
005760* retired EMP-ID's earlier records follow it onto the survivor
005770* as action M, and payroll is queued a terminate.
005780******************************************************************
005790     MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
005800     PERFORM 4300-LOAD-RETIRED-HISTORY THRU 4300-EXIT.
005810     IF WS-HIST-SHORT
005820         MOVE "EMPHIST UNREADABLE OR TOO LONG - NOT MERGED"
005830             TO WS-MERGE-NOTE
005840         ADD 1 TO WS-WARNING-COUNT
005850         GO TO 4200-EXIT
005860     END-IF.
005870     MOVE WS-SURVIVOR-EMP-ID TO EMP-MERGED-INTO-ID.
005880     SET EMP-IS-INACTIVE TO TRUE.
005890     REWRITE EMP-MASTER-RECORD
005900         INVALID KEY
005910             ADD 1 TO WS-WARNING-COUNT
005920             STRING "EMPMAST REWRITE FAILED, STATUS "
005930                 WS-EMPMAST-STATUS
005940                 DELIMITED BY SIZE INTO WS-MERGE-NOTE
005950             GO TO 4200-EXIT
005960     END-REWRITE.
005970     SET WS-MERGE-DONE TO TRUE.
005980     PERFORM 4400-WRITE-MERGE-HISTORY THRU 4400-EXIT.
005990     PERFORM 4500-QUEUE-PAYROLL-TERMINATE THRU 4500-EXIT.
006000     MOVE SPACES TO WS-MERGE-NOTE.
006010     MOVE WS-HIST-USED TO WS-HIST-USED-ED.
006020     STRING "HISTORY RECORDS CARRIED " WS-HIST-USED-ED
006030         DELIMITED BY SIZE INTO WS-MERGE-NOTE.
006040     MOVE "OK" TO WS-STATUS-TEXT.
006050     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
006060     STRING "MERGED " WS-RETIRED-EMP-ID " INTO "
006070         WS-SURVIVOR-EMP-ID " DECIDED BY " DR-REVIEWED-BY
006080         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
006090     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
006100     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
006110     STRING "BEFORE " WS-BEFORE-IMAGE
006120         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
006130     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
006140     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
006150     STRING "AFTER  " EMP-MASTER-RECORD
006160         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
006170     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
006180 4200-EXIT.
006190     EXIT.
006200
006210 4300-LOAD-RETIRED-HISTORY.
006220     MOVE 'N' TO WS-HIST-SHORT-SWITCH.
006230     MOVE ZERO TO WS-HIST-USED.
006240     OPEN INPUT EMP-HISTORY-FILE.
006250     IF WS-HISTORY-STATUS NOT = "00"
006260         DISPLAY "EMPHIST OPEN FAILED, STATUS " WS-HISTORY-STATUS
006270         SET WS-HIST-SHORT TO TRUE
006280         GO TO 4300-EXIT
006290     END-IF.
006300     MOVE 'N' TO WS-HIST-EOF-SWITCH.
006310     PERFORM 4350-LOAD-ONE-HISTORY THRU 4350-EXIT
006320         UNTIL WS-HIST-EOF.
006330     CLOSE EMP-HISTORY-FILE.
006340 4300-EXIT.
006350     EXIT.
006360
006370 4350-LOAD-ONE-HISTORY.
006380     READ EMP-HISTORY-FILE
006390         AT END
006400             SET WS-HIST-EOF TO TRUE
006410             GO TO 4350-EXIT
006420     END-READ.
006430     IF EH-EMP-ID NOT = WS-RETIRED-EMP-ID
006440         GO TO 4350-EXIT
006450     END-IF.
006460     IF WS-HIST-USED >= WS-HIST-TABLE-MAX
006470         DISPLAY "EMPHIST TABLE FULL FOR " WS-RETIRED-EMP-ID
006480         SET WS-HIST-SHORT TO TRUE
006490         SET WS-HIST-EOF TO TRUE
006500         GO TO 4350-EXIT
006510     END-IF.
006520     ADD 1 TO WS-HIST-USED.
006530     MOVE EMP-HISTORY-RECORD TO WS-HIST-ENTRY (WS-HIST-USED).
006540 4350-EXIT.
006550     EXIT.
006560
006570 4400-WRITE-MERGE-HISTORY.
006580******************************************************************
006590* The retirement itself, under the retired EMP-ID and dated
006600* today, then a copy of each of its earlier records under the
006610* survivor, keeping their dates, run numbers, and images.  As in
006620* DPTREORG, a history file that will not open is reported but
006630* does not undo the merge.
006640******************************************************************
006650     OPEN EXTEND EMP-HISTORY-FILE.
006660     IF WS-HISTORY-STATUS NOT = "00"
006670         DISPLAY "EMPHIST OPEN FAILED, STATUS " WS-HISTORY-STATUS
006680         ADD 1 TO WS-WARNING-COUNT
006690         MOVE "WARN" TO WS-STATUS-TEXT
006700         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
006710         STRING "MERGE OF " WS-RETIRED-EMP-ID
006720             " NOT ON EMPHIST - FILE UNAVAILABLE"
006730             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006740         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006750         GO TO 4400-EXIT
006760     END-IF.
006770     MOVE SPACES TO EMP-HISTORY-RECORD.
006780     MOVE WS-RETIRED-EMP-ID TO EH-EMP-ID.
006790     MOVE WS-TODAY-DATE TO EH-EFFECTIVE-CCYYMMDD.
006800     MOVE WS-RUN-NUMBER TO EH-RUN-NUMBER.
006810     SET EH-IS-DUPLICATE-RETIRED TO TRUE.
006820     MOVE WS-BEFORE-IMAGE TO EH-IMAGE.
006830     WRITE EMP-HISTORY-RECORD.
006840     PERFORM 4450-CARRY-ONE-HISTORY THRU 4450-EXIT
006850         VARYING WS-HIST-IX FROM 1 BY 1
006860         UNTIL WS-HIST-IX > WS-HIST-USED.
006870     CLOSE EMP-HISTORY-FILE.
006880 4400-EXIT.
006890     EXIT.
006900
006910 4450-CARRY-ONE-HISTORY.
006920     MOVE WS-HIST-ENTRY (WS-HIST-IX) TO EMP-HISTORY-RECORD.
006930     MOVE WS-SURVIVOR-EMP-ID TO EH-EMP-ID.
006940     SET EH-IS-MERGED-IN TO TRUE.
006950     WRITE EMP-HISTORY-RECORD.
006960     ADD 1 TO WS-CARRIED-COUNT.
006970 4450-EXIT.
006980     EXIT.
006990
007000 4500-QUEUE-PAYROLL-TERMINATE.
007010******************************************************************
007020* Payroll is told the retired EMP-ID is gone with an ordinary
007030* terminate carrying the retired after-image, so PAYXMIT sends
007040* it and payroll stops feeding the EMP-ID back to EMPLOAD.  An
007050* employee already inactive was terminated with payroll before.
007060******************************************************************
007070     IF NOT WS-BEFORE-WAS-ACTIVE
007080         GO TO 4500-EXIT
007090     END-IF.
007100     IF WS-QUEUE-FAILED
007110         GO TO 4550-NOT-QUEUED
007120     END-IF.
007130     IF NOT WS-QUEUE-IS-OPEN
007140         OPEN EXTEND PAY-CHANGE-QUEUE-FILE
007150         IF WS-QUEUE-STATUS = "00"
007160             SET WS-QUEUE-IS-OPEN TO TRUE
007170         ELSE
007180             DISPLAY "PAYCHGQ OPEN FAILED, STATUS "
007190                 WS-QUEUE-STATUS
007200             SET WS-QUEUE-FAILED TO TRUE
007210             GO TO 4550-NOT-QUEUED
007220         END-IF
007230     END-IF.
007240     MOVE SPACES TO PAY-CHANGE-QUEUE-RECORD.
007250     MOVE WS-RETIRED-EMP-ID TO PQ-EMP-ID.
007260     SET PQ-IS-TERMINATE TO TRUE.
007270     MOVE WS-RUN-NUMBER TO PQ-RUN-NUMBER.
007280     MOVE WS-TODAY-DATE TO PQ-CHANGE-CCYYMMDD.
007290     MOVE ZERO TO PQ-XMIT-SEQUENCE.
007300     MOVE EMP-MASTER-RECORD TO PQ-IMAGE.
007310     WRITE PAY-CHANGE-QUEUE-RECORD.
007320     GO TO 4500-EXIT.
007330 4550-NOT-QUEUED.
007340     ADD 1 TO WS-WARNING-COUNT.
007350     MOVE "WARN" TO WS-STATUS-TEXT.
007360     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
007370     STRING "NOT QUEUED FOR PAYROLL T " WS-RETIRED-EMP-ID
007380         " - PAYCHGQ UNAVAILABLE"
007390         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
007400     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
007410 4500-EXIT.
007420     EXIT.
007430
007440 5000-LIST-OPEN-PAIRS.
007450******************************************************************
007460* Every pair still awaiting a reviewer, so the next round of
007470* decisions can be keyed from this report.
007480******************************************************************
007490     IF WS-RUN-REFUSED
007500         GO TO 5000-EXIT
007510     END-IF.
007520     MOVE SPACES TO RESOLVE-REPORT-RECORD.
007530     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007540     MOVE "PAIRS AWAITING DUPLICATE REVIEW"
007550         TO RESOLVE-REPORT-RECORD.
007560     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007570     MOVE "EMP-ID  EMP-ID  ST   RULE RAISED BY FOUND     NOTE"
007580         TO RESOLVE-REPORT-RECORD.
007590     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
007600     MOVE LOW-VALUES TO DR-PAIR-KEY.
007610     SET WS-NOT-EOF TO TRUE.
007620     START DUP-REVIEW-FILE KEY NOT < DR-PAIR-KEY
007630         INVALID KEY
007640             SET WS-EOF TO TRUE
007650     END-START.
007660     PERFORM 5100-LIST-ONE-PAIR THRU 5100-EXIT
007670         UNTIL WS-EOF.
007680     IF WS-PENDING-COUNT = ZERO
007690         MOVE "  NONE" TO RESOLVE-REPORT-RECORD
007700         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
007710     END-IF.
007720 5000-EXIT.
007730     EXIT.
007740
007750 5100-LIST-ONE-PAIR.
007760     READ DUP-REVIEW-FILE NEXT RECORD
007770         AT END
007780             SET WS-EOF TO TRUE
007790     END-READ.
007800     IF WS-EOF
007810         GO TO 5100-EXIT
007820     END-IF.
007830     IF NOT DR-IS-PENDING
007840         GO TO 5100-EXIT
007850     END-IF.
007860     ADD 1 TO WS-PENDING-COUNT.
007870     MOVE SPACES TO WS-OPEN-LINE.
007880     MOVE DR-LOW-EMP-ID TO OL-LOW-EMP-ID.
007890     MOVE DR-HIGH-EMP-ID TO OL-HIGH-EMP-ID.
007900     MOVE DR-STATUS TO OL-STATUS.
007910     MOVE DR-MATCH-RULE TO OL-RULE.
007920     MOVE DR-RAISED-BY TO OL-RAISED-BY.
007930     MOVE DR-FOUND-CCYYMMDD TO OL-FOUND-DATE.
007940     IF DR-HELD-EMP-ID NOT = SPACES
007950         STRING "ADD " DR-HELD-EMP-ID " HELD"
007960             DELIMITED BY SIZE INTO OL-NOTE
007970     END-IF.
007980     MOVE WS-OPEN-LINE TO RESOLVE-REPORT-RECORD.
007990     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008000 5100-EXIT.
008010     EXIT.
008020
008030 5900-WRITE-REPORT-LINE.
008040     IF WS-REPORT-IS-OPEN
008050         WRITE RESOLVE-REPORT-RECORD
008060     END-IF.
008070 5900-EXIT.
008080     EXIT.
008090
008100 8000-FINALIZE.
008110******************************************************************
008120* Totals on the report and the console, then the closing audit
008130* record.  A rejected decision or a merge that could not be
008140* completed ends the step RC 4.
008150******************************************************************
008160     MOVE WS-NOT-DUP-COUNT TO WS-NOT-DUP-COUNT-ED.
008170     MOVE WS-MERGE-DECIDED-COUNT TO WS-MERGE-DECIDED-COUNT-ED.
008180     MOVE WS-DECISION-REJECT-COUNT TO WS-DECISION-REJECT-COUNT-ED.
008190     MOVE WS-MERGED-COUNT TO WS-MERGED-COUNT-ED.
008200     MOVE WS-AWAITING-COUNT TO WS-AWAITING-COUNT-ED.
008210     MOVE WS-PENDING-COUNT TO WS-PENDING-COUNT-ED.
008220     MOVE WS-CARRIED-COUNT TO WS-CARRIED-COUNT-ED.
008230     DISPLAY "Ruled not duplicate : " WS-NOT-DUP-COUNT-ED.
008240     DISPLAY "Merges decided      : " WS-MERGE-DECIDED-COUNT-ED.
008250     DISPLAY "Decisions rejected  : " WS-DECISION-REJECT-COUNT-ED.
008260     DISPLAY "Merges completed    : " WS-MERGED-COUNT-ED.
008270     DISPLAY "History carried     : " WS-CARRIED-COUNT-ED.
008280     DISPLAY "Merges awaiting add : " WS-AWAITING-COUNT-ED.
008290     DISPLAY "Awaiting review     : " WS-PENDING-COUNT-ED.
008300     MOVE SPACES TO RESOLVE-REPORT-RECORD.
008310     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008320     MOVE SPACES TO RESOLVE-REPORT-RECORD.
008330     IF WS-RUN-REFUSED
008340         DISPLAY "DUPLICATE DECISIONS REFUSED - " WS-REFUSE-REASON
008350         STRING "DUPLICATE DECISIONS REFUSED - " WS-REFUSE-REASON
008360             DELIMITED BY SIZE INTO RESOLVE-REPORT-RECORD
008370         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
008380     ELSE
008390         STRING "NOT DUPLICATE " WS-NOT-DUP-COUNT-ED
008400             "   MERGE " WS-MERGE-DECIDED-COUNT-ED
008410             "   REJECTED " WS-DECISION-REJECT-COUNT-ED
008420             "   MERGED " WS-MERGED-COUNT-ED
008430             "   AWAITING ADD " WS-AWAITING-COUNT-ED
008440             "   AWAITING REVIEW " WS-PENDING-COUNT-ED
008450             DELIMITED BY SIZE INTO RESOLVE-REPORT-RECORD
008460         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
008470     END-IF.
008480     IF WS-REPORT-IS-OPEN
008490         CLOSE RESOLVE-REPORT-FILE
008500     END-IF.
008510     IF WS-REVIEW-IS-OPEN
008520         CLOSE DUP-REVIEW-FILE
008530     END-IF.
008540     IF WS-EMPMAST-IS-OPEN
008550         CLOSE EMP-MASTER-FILE
008560     END-IF.
008570     IF WS-QUEUE-IS-OPEN
008580         CLOSE PAY-CHANGE-QUEUE-FILE
008590     END-IF.
008600     IF WS-STEP-RC = ZERO
008610         AND (WS-DECISION-REJECT-COUNT > ZERO
008620             OR WS-WARNING-COUNT > ZERO)
008630         MOVE 4 TO WS-STEP-RC
008640     END-IF.
008650     EVALUATE WS-STEP-RC
008660         WHEN ZERO
008670             MOVE "OK" TO WS-STATUS-TEXT
008680         WHEN 4
008690             MOVE "WARN" TO WS-STATUS-TEXT
008700         WHEN OTHER
008710             MOVE "ERROR" TO WS-STATUS-TEXT
008720     END-EVALUATE.
008730     MOVE SPACES TO WS-AUDIT-USER-ID.
008740     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
008750     IF WS-RUN-REFUSED
008760         STRING "DUPLICATE DECISIONS REFUSED - " WS-REFUSE-REASON
008770             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
008780     ELSE
008790         STRING "DUPLICATE DECISIONS DONE NOT DUP "
008800             WS-NOT-DUP-COUNT-ED
008810             " MERGE " WS-MERGE-DECIDED-COUNT-ED
008820             " REJECTED " WS-DECISION-REJECT-COUNT-ED
008830             " MERGED " WS-MERGED-COUNT-ED
008840             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
008850     END-IF.
008860     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
008870     IF WS-AUDIT-IS-OPEN
008880         CLOSE AUDIT-LOG-FILE
008890     END-IF.
008900 8000-EXIT.
008910     EXIT.
008920
008930 9000-WRITE-AUDIT-ENTRY.
008940******************************************************************
008950* Stamps and writes one audit record.  The caller sets
008960* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
008970* this paragraph; a decision is logged under its reviewer.
008980******************************************************************
008990     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
009000     MOVE SPACES TO AUDIT-LOG-RECORD.
009010     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
009020     MOVE "DUPRESLV" TO AUDIT-PROGRAM-ID.
009030     MOVE WS-AUDIT-USER-ID TO AUDIT-USER-ID.
009040     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
009050     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
009060     IF WS-STATUS-TEXT = "OK"
009070         SET AUDIT-IS-INFO TO TRUE
009080     ELSE
009090         IF WS-STATUS-TEXT = "ERROR"
009100             SET AUDIT-IS-ERROR TO TRUE
009110         ELSE
009120             SET AUDIT-IS-WARNING TO TRUE
009130         END-IF
009140     END-IF.
009150     IF WS-AUDIT-IS-OPEN
009160         WRITE AUDIT-LOG-RECORD
009170     END-IF.
009180 9000-EXIT.
009190     EXIT.
009200
009210** add other procedures here
009220 END PROGRAM DUPRESLV.
