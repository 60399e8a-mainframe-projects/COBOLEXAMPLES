000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Department reorganization utility.  Works a
000060*                request file of old code, new code, and
000070*                effective date -- a merge is several old codes
000080*                onto one new code, a rename is one -- and
000090*                cascades each change through the shop: every
000100*                EMPMAST employee in an old code is reassigned
000110*                to the new one with an EMPHIST record, an
000120*                EMPAUDT before/after pair, and a payroll change
000130*                queued on PAYCHGQ; the old DEPTFILE entry is
000140*                flagged inactive; DISTCTL recipients and
000150*                section keys are repointed; and the current
000160*                month's BILACTV and MTDACCUM rows are remapped
000170*                so the month-end chargeback is not split
000180*                across a dead code.  Every request is checked
000190*                before anything is touched, and the run is
000200*                refused outright if any new code is not an
000210*                active code on DEPTFILE.  The REORGRPT report
000220*                lists the requests and a before/after count of
000230*                employees and rows for every code involved.
000240*                Re-keying the department through EMPTRAN one
000250*                employee at a time is no longer the procedure.
000260* Tectonics:     cobc
000270*
000280* Modification History
000290* ---------------------
000300* 2026-10-15  DW   Original program.
000310* 2026-10-15  DW   DEPTFILE layout now comes from the shared
000320*                  DEPTREF copybook, so the rewrite carries each
000330*                  department's manager and parent through; a
000340*                  department whose parent is an old code is re-
000350*                  parented onto the new code.
000360* 2026-10-15  DW   DISTCTL rows now carry RPTDIST's with-export
000370*                  flag, and the rewrite keeps it on every row,
000380*                  repointed or not.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000420 PROGRAM-ID. DPTREORG.
000430 ENVIRONMENT DIVISION.
000440*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000450 CONFIGURATION SECTION.
000460*-----------------------
000470 INPUT-OUTPUT SECTION.
000480*-----------------------
000490 FILE-CONTROL.
000500     SELECT REORG-REQUEST-FILE ASSIGN TO "REORGREQ"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REQUEST-STATUS.
000530     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DEPT-STATUS.
000560     SELECT DIST-CONTROL-FILE ASSIGN TO "DISTCTL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CONTROL-STATUS.
000590     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS EMP-ID
000630         FILE STATUS IS WS-EMPMAST-STATUS.
000640     SELECT EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-HISTORY-STATUS.
000670     SELECT PAY-CHANGE-QUEUE-FILE ASSIGN TO "PAYCHGQ"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-QUEUE-STATUS.
000700     SELECT OLD-ACTIVITY-FILE ASSIGN TO "BILAOLD"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-OLD-STATUS.
000730     SELECT BILL-ACTIVITY-FILE ASSIGN TO "BILACTV"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-NEW-STATUS.
000760     SELECT OLD-ACCUM-FILE ASSIGN TO "MTDAOLD"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-OLD-STATUS.
000790     SELECT MTD-ACCUM-FILE ASSIGN TO "MTDACCUM"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-NEW-STATUS.
000820     SELECT REORG-REPORT-FILE ASSIGN TO "REORGRPT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-REPORT-STATUS.
000850     SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-AUDIT-STATUS.
000880 DATA DIVISION.
000890*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000900 FILE SECTION.
000910*-----------------------
000920 FD  REORG-REQUEST-FILE.
000930 01  REORG-REQUEST-RECORD.
000940     05  RQ-OLD-CODE             PIC X(04).
000950     05  RQ-NEW-CODE             PIC X(04).
000960     05  RQ-EFFECTIVE-CCYYMMDD   PIC X(08).
000970 FD  DEPT-FILE.
000980     COPY DEPTREF.
000990 FD  DIST-CONTROL-FILE.
001000 01  DIST-CONTROL-RECORD.
001010     05  DC-RECIPIENT            PIC X(08).
001020     05  DC-REPORT-NAME          PIC X(08).
001030     05  DC-SECTION-KEY          PIC X(04).
001040     05  DC-WITH-EXPORT          PIC X(01).
001050 FD  EMP-MASTER-FILE.
001060     COPY EMPMAST.
001070 FD  EMP-HISTORY-FILE.
001080     COPY EMPHIST.
001090 FD  PAY-CHANGE-QUEUE-FILE.
001100     COPY PAYCHGQ.
001110 FD  OLD-ACTIVITY-FILE.
001120 01  OLD-ACTIVITY-RECORD         PIC X(20).
001130 FD  BILL-ACTIVITY-FILE.
001140     COPY BILACTV.
001150 FD  OLD-ACCUM-FILE.
001160 01  OLD-ACCUM-RECORD            PIC X(43).
001170 FD  MTD-ACCUM-FILE.
001180     COPY MTDACCUM.
001190 FD  REORG-REPORT-FILE.
001200 01  REORG-REPORT-RECORD         PIC X(132).
001210 FD  AUDIT-LOG-FILE.
001220     COPY AUDITLOG.
001230
001240 WORKING-STORAGE SECTION.
001250*-----------------------
001260 01  WS-REQUEST-STATUS           PIC X(02).
001270 01  WS-DEPT-STATUS              PIC X(02).
001280 01  WS-CONTROL-STATUS           PIC X(02).
001290 01  WS-EMPMAST-STATUS           PIC X(02).
001300 01  WS-HISTORY-STATUS           PIC X(02).
001310 01  WS-HISTORY-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001320     88  WS-HISTORY-IS-OPEN      VALUE 'Y'.
001330 01  WS-QUEUE-STATUS             PIC X(02).
001340 01  WS-QUEUE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001350     88  WS-QUEUE-IS-OPEN        VALUE 'Y'.
001360     88  WS-QUEUE-FAILED         VALUE 'F'.
001370 01  WS-OLD-STATUS               PIC X(02).
001380 01  WS-NEW-STATUS               PIC X(02).
001390 01  WS-REPORT-STATUS            PIC X(02).
001400 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001410     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
001420 01  WS-AUDIT-STATUS             PIC X(02).
001430 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001440     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001450 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001460 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001470 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001480 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001490 01  WS-STATUS-TEXT              PIC X(20).
001500 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001510 COPY EOFSWTCH.
001520 01  WS-TODAY                    PIC X(21).
001530 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
001540     05  WS-TODAY-DATE           PIC 9(08).
001550     05  FILLER                  PIC X(13).
001560 01  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
001570     88  WS-RUN-REFUSED          VALUE 'Y'.
001580 01  WS-REFUSE-REASON            PIC X(40).
001590 01  WS-DEPT-STATUS-CODE         PIC X(01).
001600     88  WS-DEPT-IS-ACTIVE       VALUE 'A'.
001610     88  WS-DEPT-IS-INACTIVE     VALUE 'I'.
001620     88  WS-DEPT-UNKNOWN         VALUE '?'.
001630 01  WS-DEPT-NAME                PIC X(20).
001640 01  WS-CHECK-DATE               PIC X(08).
001650 01  WS-DATE-VALID-SWITCH        PIC X(01).
001660     88  WS-DATE-IS-VALID        VALUE 'Y'.
001670*
001680* The requests, checked as a set before any file is touched.  An
001690* old code may appear on one request only, and a new code may not
001700* itself be an old code elsewhere in the file -- a chain of moves
001710* is two reorganizations, run one after the other.
001720*
001730 01  WS-REQ-TABLE-MAX            PIC 9(03) COMP VALUE 20.
001740 01  WS-REQ-USED                 PIC 9(03) COMP VALUE ZERO.
001750 01  WS-REQ-IX                   PIC 9(03) COMP VALUE ZERO.
001760 01  WS-OTHER-IX                 PIC 9(03) COMP VALUE ZERO.
001770 01  WS-REQ-TABLE.
001780     05  WS-REQ-ENTRY OCCURS 20 TIMES.
001790         10  WS-RQ-OLD-CODE      PIC X(04).
001800         10  WS-RQ-NEW-CODE      PIC X(04).
001810         10  WS-RQ-EFFECTIVE     PIC X(08).
001820         10  WS-RQ-EFFECTIVE-N REDEFINES WS-RQ-EFFECTIVE
001830                                 PIC 9(08).
001840*
001850* One entry per code named on any request, old or new, carrying
001860* its DEPTFILE status and the before/after counts the report
001870* prints.  Counts are taken as each file is rewritten: a record
001880* counts as before under the code it arrived with and as after
001890* under the code it was written with.
001900*
001910 01  WS-CODE-TABLE-MAX           PIC 9(03) COMP VALUE 40.
001920 01  WS-CODE-USED                PIC 9(03) COMP VALUE ZERO.
001930 01  WS-CODE-IX                  PIC 9(03) COMP VALUE ZERO.
001940 01  WS-CODE-SLOT                PIC 9(03) COMP VALUE ZERO.
001950 01  WS-CODE-TABLE.
001960     05  WS-CODE-ENTRY OCCURS 40 TIMES.
001970         10  WS-CC-CODE          PIC X(04).
001980         10  WS-CC-NAME          PIC X(20).
001990         10  WS-CC-STATUS-BEFORE PIC X(01).
002000         10  WS-CC-STATUS-AFTER  PIC X(01).
002010         10  WS-CC-EMP-BEFORE    PIC 9(05) COMP.
002020         10  WS-CC-EMP-AFTER     PIC 9(05) COMP.
002030         10  WS-CC-DIST-BEFORE   PIC 9(05) COMP.
002040         10  WS-CC-DIST-AFTER    PIC 9(05) COMP.
002050         10  WS-CC-BILL-BEFORE   PIC 9(05) COMP.
002060         10  WS-CC-BILL-AFTER    PIC 9(05) COMP.
002070         10  WS-CC-MTD-BEFORE    PIC 9(05) COMP.
002080         10  WS-CC-MTD-AFTER     PIC 9(05) COMP.
002090 01  WS-LOOK-CODE                PIC X(04).
002100 01  WS-MAPPED-CODE              PIC X(04).
002110 01  WS-MAP-IX                   PIC 9(03) COMP VALUE ZERO.
002120 01  WS-SCAN-IX                  PIC 9(03) COMP VALUE ZERO.
002130*
002140* DEPTFILE, held whole so it can be written back with the old
002150* codes flagged inactive.  Same capacity as DEPTLKUP's table.
002160*
002170 01  WS-DEPT-TABLE-MAX           PIC 9(03) COMP VALUE 50.
002180 01  WS-DEPT-USED                PIC 9(03) COMP VALUE ZERO.
002190 01  WS-DEPT-IX                  PIC 9(03) COMP VALUE ZERO.
002200 01  WS-DEPT-TABLE.
002210     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
002220         10  WS-DPT-CODE         PIC X(04).
002230         10  WS-DPT-NAME         PIC X(20).
002240         10  WS-DPT-ACTIVE       PIC X(01).
002250         10  WS-DPT-MANAGER      PIC X(06).
002260         10  WS-DPT-PARENT       PIC X(04).
002270*
002280* DISTCTL, held whole: the rows as read, and the rows as they
002290* will be written back.  A repointed row moves up to sit after
002300* the last row of its new recipient, since RPTDIST opens a new
002310* banner page whenever the recipient changes; a repointed row
002320* that duplicates one already there is dropped, so the new
002330* department does not receive its section twice.
002340*
002350 01  WS-DIST-TABLE-MAX           PIC 9(03) COMP VALUE 200.
002360 01  WS-DIST-USED                PIC 9(03) COMP VALUE ZERO.
002370 01  WS-DIST-IX                  PIC 9(03) COMP VALUE ZERO.
002380 01  WS-DIST-TABLE.
002390     05  WS-DIST-ENTRY OCCURS 200 TIMES
002400                                 PIC X(21).
002410 01  WS-OUT-USED                 PIC 9(03) COMP VALUE ZERO.
002420 01  WS-OUT-IX                   PIC 9(03) COMP VALUE ZERO.
002430 01  WS-INSERT-IX                PIC 9(03) COMP VALUE ZERO.
002440 01  WS-OUT-TABLE.
002450     05  WS-OUT-ENTRY OCCURS 200 TIMES
002460                                 PIC X(21).
002470 01  WS-DIST-ROW.
002480     05  WS-DR-RECIPIENT         PIC X(08).
002490     05  WS-DR-REPORT-NAME       PIC X(08).
002500     05  WS-DR-SECTION-KEY       PIC X(04).
002510     05  WS-DR-WITH-EXPORT       PIC X(01).
002520 01  WS-OUT-ROW.
002530     05  WS-OR-RECIPIENT         PIC X(08).
002540     05  WS-OR-REPORT-NAME       PIC X(08).
002550     05  WS-OR-SECTION-KEY       PIC X(04).
002560     05  WS-OR-WITH-EXPORT       PIC X(01).
002570 01  WS-DUPLICATE-SWITCH         PIC X(01).
002580     88  WS-ROW-IS-DUPLICATE     VALUE 'Y'.
002590 01  WS-BEFORE-IMAGE             PIC X(69).
002600 01  WS-REASSIGNED-COUNT         PIC 9(05) COMP VALUE ZERO.
002610 01  WS-MASTER-ERROR-COUNT       PIC 9(05) COMP VALUE ZERO.
002620 01  WS-QUEUED-COUNT             PIC 9(05) COMP VALUE ZERO.
002630 01  WS-INACTIVATED-COUNT        PIC 9(05) COMP VALUE ZERO.
002640 01  WS-REPARENTED-COUNT         PIC 9(05) COMP VALUE ZERO.
002650 01  WS-REPOINTED-COUNT          PIC 9(05) COMP VALUE ZERO.
002660 01  WS-DROPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
002670 01  WS-BILL-REMAP-COUNT         PIC 9(05) COMP VALUE ZERO.
002680 01  WS-MTD-REMAP-COUNT          PIC 9(05) COMP VALUE ZERO.
002690 01  WS-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
002700 01  WS-REASSIGNED-COUNT-ED      PIC ZZZZ9.
002710 01  WS-MASTER-ERROR-COUNT-ED    PIC ZZZZ9.
002720 01  WS-QUEUED-COUNT-ED          PIC ZZZZ9.
002730 01  WS-INACTIVATED-COUNT-ED     PIC ZZZZ9.
002740 01  WS-REPARENTED-COUNT-ED      PIC ZZZZ9.
002750 01  WS-REPOINTED-COUNT-ED       PIC ZZZZ9.
002760 01  WS-DROPPED-COUNT-ED         PIC ZZZZ9.
002770 01  WS-BILL-REMAP-COUNT-ED      PIC ZZZZ9.
002780 01  WS-MTD-REMAP-COUNT-ED       PIC ZZZZ9.
002790 01  WS-REQUEST-LINE.
002800     05  RL-SEQUENCE             PIC ZZ9.
002810     05  FILLER                  PIC X(03) VALUE SPACES.
002820     05  RL-OLD-CODE             PIC X(04).
002830     05  FILLER                  PIC X(03) VALUE SPACES.
002840     05  RL-NEW-CODE             PIC X(04).
002850     05  FILLER                  PIC X(03) VALUE SPACES.
002860     05  RL-EFFECTIVE            PIC X(08).
002870     05  FILLER                  PIC X(03) VALUE SPACES.
002880     05  RL-DISPOSITION          PIC X(40).
002890 01  WS-COUNT-LINE.
002900     05  CL-CODE                 PIC X(04).
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  CL-NAME                 PIC X(20).
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  CL-STATUS-BEFORE        PIC X(01).
002950     05  FILLER                  PIC X(03) VALUE SPACES.
002960     05  CL-STATUS-AFTER         PIC X(01).
002970     05  FILLER                  PIC X(03) VALUE SPACES.
002980     05  CL-EMP-BEFORE           PIC ZZZZ9.
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  CL-EMP-AFTER            PIC ZZZZ9.
003010     05  FILLER                  PIC X(04) VALUE SPACES.
003020     05  CL-DIST-BEFORE          PIC ZZZZ9.
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  CL-DIST-AFTER           PIC ZZZZ9.
003050     05  FILLER                  PIC X(04) VALUE SPACES.
003060     05  CL-BILL-BEFORE          PIC ZZZZ9.
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  CL-BILL-AFTER           PIC ZZZZ9.
003090     05  FILLER                  PIC X(04) VALUE SPACES.
003100     05  CL-MTD-BEFORE           PIC ZZZZ9.
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  CL-MTD-AFTER            PIC ZZZZ9.
003130
003140*-----------------------
003150 PROCEDURE DIVISION.
003160*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003170 0000-MAINLINE.
003180******************************************************************
003190* Load and check every request first; only a clean set goes on
003200* to touch the files, master first, then the reference and
003210* control files, then the month's billing and accumulators.
003220******************************************************************
003230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003240     PERFORM 2000-LOAD-REQUESTS THRU 2000-EXIT.
003250     PERFORM 3000-VALIDATE-REQUESTS THRU 3000-EXIT.
003260     PERFORM 4000-REASSIGN-EMPLOYEES THRU 4000-EXIT.
003270     PERFORM 5000-REWRITE-DEPARTMENTS THRU 5000-EXIT.
003280     PERFORM 5500-REPOINT-DISTRIBUTION THRU 5500-EXIT.
003290     PERFORM 6000-REMAP-BILLING THRU 6000-EXIT.
003300     PERFORM 6500-REMAP-ACCUMULATORS THRU 6500-EXIT.
003310     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003320     MOVE WS-STEP-RC TO RETURN-CODE.
003330     GOBACK.
003340
003350 1000-INITIALIZE.
003360     CALL "GETRUN" USING WS-RUN-NUMBER.
003370     CALL "TIMESTMP" USING WS-TODAY.
003380     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
003390     OPEN EXTEND AUDIT-LOG-FILE.
003400     IF WS-AUDIT-STATUS = "00"
003410         SET WS-AUDIT-IS-OPEN TO TRUE
003420     END-IF.
003430     OPEN OUTPUT REORG-REPORT-FILE.
003440     IF WS-REPORT-STATUS NOT = "00"
003450         DISPLAY "REORGRPT OPEN FAILED, STATUS " WS-REPORT-STATUS
003460         MOVE "REORGRPT UNAVAILABLE" TO WS-REFUSE-REASON
003470         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
003480         GO TO 1000-EXIT
003490     END-IF.
003500     SET WS-REPORT-IS-OPEN TO TRUE.
003510     MOVE SPACES TO REORG-REPORT-RECORD.
003520     STRING "DPTREORG  DEPARTMENT REORGANIZATION      RUN "
003530         WS-RUN-NUMBER-ED "   DATE " WS-TODAY-DATE
003540         DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
003550     WRITE REORG-REPORT-RECORD.
003560     MOVE SPACES TO REORG-REPORT-RECORD.
003570     WRITE REORG-REPORT-RECORD.
003580     MOVE "REQ   OLD    NEW    EFFECTIVE   DISPOSITION"
003590         TO REORG-REPORT-RECORD.
003600     WRITE REORG-REPORT-RECORD.
003610 1000-EXIT.
003620     EXIT.
003630
003640 2000-LOAD-REQUESTS.
003650     IF WS-RUN-REFUSED
003660         GO TO 2000-EXIT
003670     END-IF.
003680     OPEN INPUT REORG-REQUEST-FILE.
003690     IF WS-REQUEST-STATUS NOT = "00"
003700         DISPLAY "REORGREQ OPEN FAILED, STATUS " WS-REQUEST-STATUS
003710         MOVE "REORGREQ UNAVAILABLE" TO WS-REFUSE-REASON
003720         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
003730         GO TO 2000-EXIT
003740     END-IF.
003750     SET WS-NOT-EOF TO TRUE.
003760     PERFORM 2100-LOAD-ONE-REQUEST THRU 2100-EXIT
003770         UNTIL WS-EOF.
003780     CLOSE REORG-REQUEST-FILE.
003790     IF WS-REQ-USED = ZERO
003800         AND NOT WS-RUN-REFUSED
003810         MOVE "NO REQUESTS ON REORGREQ" TO WS-REFUSE-REASON
003820         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
003830     END-IF.
003840 2000-EXIT.
003850     EXIT.
003860
003870 2100-LOAD-ONE-REQUEST.
003880     READ REORG-REQUEST-FILE
003890         AT END
003900             SET WS-EOF TO TRUE
003910     END-READ.
003920     IF WS-EOF
003930         GO TO 2100-EXIT
003940     END-IF.
003950     IF REORG-REQUEST-RECORD = SPACES
003960         GO TO 2100-EXIT
003970     END-IF.
003980     IF WS-REQ-USED >= WS-REQ-TABLE-MAX
003990         MOVE "MORE THAN 20 REQUESTS ON REORGREQ"
004000             TO WS-REFUSE-REASON
004010         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
004020         SET WS-EOF TO TRUE
004030         GO TO 2100-EXIT
004040     END-IF.
004050     ADD 1 TO WS-REQ-USED.
004060     MOVE RQ-OLD-CODE TO WS-RQ-OLD-CODE (WS-REQ-USED).
004070     MOVE RQ-NEW-CODE TO WS-RQ-NEW-CODE (WS-REQ-USED).
004080     MOVE RQ-EFFECTIVE-CCYYMMDD TO WS-RQ-EFFECTIVE (WS-REQ-USED).
004090 2100-EXIT.
004100     EXIT.
004110
004120 3000-VALIDATE-REQUESTS.
004130******************************************************************
004140* Every request is checked and listed, so one pass of the report
004150* shows the operator everything wrong with the file.  Any refused
004160* request refuses the whole run; nothing has been written yet.
004170* DEPTFILE and DISTCTL are then loaded whole, and either not
004180* fitting its table also refuses the run.
004190******************************************************************
004200     IF WS-RUN-REFUSED
004210         GO TO 3000-EXIT
004220     END-IF.
004230     PERFORM 3100-VALIDATE-ONE-REQUEST THRU 3100-EXIT
004240         VARYING WS-REQ-IX FROM 1 BY 1
004250         UNTIL WS-REQ-IX > WS-REQ-USED.
004260     IF WS-RUN-REFUSED
004270         GO TO 3000-EXIT
004280     END-IF.
004290     PERFORM 3500-LOAD-DEPARTMENTS THRU 3500-EXIT.
004300     PERFORM 3600-LOAD-DISTRIBUTION THRU 3600-EXIT.
004310 3000-EXIT.
004320     EXIT.
004330
004340 3100-VALIDATE-ONE-REQUEST.
004350     MOVE SPACES TO WS-REFUSE-REASON.
004360     MOVE WS-RQ-NEW-CODE (WS-REQ-IX) TO WS-LOOK-CODE.
004370     CALL "DEPTLKUP" USING WS-LOOK-CODE WS-DEPT-STATUS-CODE
004380         WS-DEPT-NAME.
004390     MOVE WS-RQ-EFFECTIVE (WS-REQ-IX) TO WS-CHECK-DATE.
004400     CALL "DATECHK" USING WS-CHECK-DATE WS-DATE-VALID-SWITCH.
004410     EVALUATE TRUE
004420         WHEN WS-RQ-OLD-CODE (WS-REQ-IX) = SPACES
004430             OR WS-RQ-NEW-CODE (WS-REQ-IX) = SPACES
004440             MOVE "OLD OR NEW CODE BLANK" TO WS-REFUSE-REASON
004450         WHEN WS-RQ-OLD-CODE (WS-REQ-IX)
004460             = WS-RQ-NEW-CODE (WS-REQ-IX)
004470             MOVE "OLD AND NEW CODE THE SAME" TO WS-REFUSE-REASON
004480         WHEN NOT WS-DATE-IS-VALID
004490             MOVE "EFFECTIVE DATE NOT VALID" TO WS-REFUSE-REASON
004500         WHEN WS-DEPT-UNKNOWN
004510             MOVE "NEW CODE NOT ON DEPTFILE" TO WS-REFUSE-REASON
004520         WHEN WS-DEPT-IS-INACTIVE
004530             MOVE "NEW CODE INACTIVE ON DEPTFILE"
004540                 TO WS-REFUSE-REASON
004550     END-EVALUATE.
004560     IF WS-REFUSE-REASON = SPACES
004570         PERFORM 3150-CHECK-AGAINST-OTHER THRU 3150-EXIT
004580             VARYING WS-OTHER-IX FROM 1 BY 1
004590             UNTIL WS-OTHER-IX > WS-REQ-USED
004600                 OR WS-REFUSE-REASON NOT = SPACES
004610     END-IF.
004620     MOVE SPACES TO WS-REQUEST-LINE.
004630     MOVE WS-REQ-IX TO RL-SEQUENCE.
004640     MOVE WS-RQ-OLD-CODE (WS-REQ-IX) TO RL-OLD-CODE.
004650     MOVE WS-RQ-NEW-CODE (WS-REQ-IX) TO RL-NEW-CODE.
004660     MOVE WS-RQ-EFFECTIVE (WS-REQ-IX) TO RL-EFFECTIVE.
004670     IF WS-REFUSE-REASON NOT = SPACES
004680         STRING "REFUSED - " WS-REFUSE-REASON
004690             DELIMITED BY SIZE INTO RL-DISPOSITION
004700         PERFORM 3800-WRITE-REQUEST-LINE THRU 3800-EXIT
004710         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
004720         GO TO 3100-EXIT
004730     END-IF.
004740     MOVE WS-RQ-NEW-CODE (WS-REQ-IX) TO WS-LOOK-CODE.
004750     PERFORM 7000-REGISTER-CODE THRU 7000-EXIT.
004760     MOVE WS-RQ-OLD-CODE (WS-REQ-IX) TO WS-LOOK-CODE.
004770     CALL "DEPTLKUP" USING WS-LOOK-CODE WS-DEPT-STATUS-CODE
004780         WS-DEPT-NAME.
004790     PERFORM 7000-REGISTER-CODE THRU 7000-EXIT.
004800     IF WS-DEPT-UNKNOWN
004810         MOVE "ACCEPTED - OLD CODE NOT ON DEPTFILE"
004820             TO RL-DISPOSITION
004830         ADD 1 TO WS-WARNING-COUNT
004840     ELSE
004850         MOVE "ACCEPTED" TO RL-DISPOSITION
004860     END-IF.
004870     PERFORM 3800-WRITE-REQUEST-LINE THRU 3800-EXIT.
004880 3100-EXIT.
004890     EXIT.
004900
004910 3150-CHECK-AGAINST-OTHER.
004920     IF WS-OTHER-IX = WS-REQ-IX
004930         GO TO 3150-EXIT
004940     END-IF.
004950     IF WS-RQ-OLD-CODE (WS-OTHER-IX) = WS-RQ-OLD-CODE (WS-REQ-IX)
004960         MOVE "OLD CODE ON MORE THAN ONE REQUEST"
004970             TO WS-REFUSE-REASON
004980     END-IF.
004990     IF WS-RQ-OLD-CODE (WS-OTHER-IX) = WS-RQ-NEW-CODE (WS-REQ-IX)
005000         MOVE "NEW CODE IS ITSELF BEING REORGANIZED"
005010             TO WS-REFUSE-REASON
005020     END-IF.
005030 3150-EXIT.
005040     EXIT.
005050
005060 3500-LOAD-DEPARTMENTS.
005070     OPEN INPUT DEPT-FILE.
005080     IF WS-DEPT-STATUS NOT = "00"
005090         DISPLAY "DEPTFILE OPEN FAILED, STATUS " WS-DEPT-STATUS
005100         MOVE "DEPTFILE UNAVAILABLE" TO WS-REFUSE-REASON
005110         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
005120         GO TO 3500-EXIT
005130     END-IF.
005140     SET WS-NOT-EOF TO TRUE.
005150     PERFORM 3550-LOAD-ONE-DEPARTMENT THRU 3550-EXIT
005160         UNTIL WS-EOF.
005170     CLOSE DEPT-FILE.
005180 3500-EXIT.
005190     EXIT.
005200
005210 3550-LOAD-ONE-DEPARTMENT.
005220     READ DEPT-FILE
005230         AT END
005240             SET WS-EOF TO TRUE
005250     END-READ.
005260     IF WS-EOF
005270         GO TO 3550-EXIT
005280     END-IF.
005290     IF WS-DEPT-USED >= WS-DEPT-TABLE-MAX
005300         MOVE "DEPTFILE LARGER THAN 50 ENTRIES"
005310             TO WS-REFUSE-REASON
005320         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
005330         SET WS-EOF TO TRUE
005340         GO TO 3550-EXIT
005350     END-IF.
005360     ADD 1 TO WS-DEPT-USED.
005370     MOVE DPT-CODE TO WS-DPT-CODE (WS-DEPT-USED).
005380     MOVE DPT-NAME TO WS-DPT-NAME (WS-DEPT-USED).
005390     MOVE DPT-ACTIVE-FLAG TO WS-DPT-ACTIVE (WS-DEPT-USED).
005400     MOVE DPT-MANAGER-ID TO WS-DPT-MANAGER (WS-DEPT-USED).
005410     MOVE DPT-PARENT-CODE TO WS-DPT-PARENT (WS-DEPT-USED).
005420 3550-EXIT.
005430     EXIT.
005440
005450 3600-LOAD-DISTRIBUTION.
005460     IF WS-RUN-REFUSED
005470         GO TO 3600-EXIT
005480     END-IF.
005490     OPEN INPUT DIST-CONTROL-FILE.
005500     IF WS-CONTROL-STATUS NOT = "00"
005510         DISPLAY "DISTCTL OPEN FAILED, STATUS " WS-CONTROL-STATUS
005520         MOVE "DISTCTL UNAVAILABLE" TO WS-REFUSE-REASON
005530         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
005540         GO TO 3600-EXIT
005550     END-IF.
005560     SET WS-NOT-EOF TO TRUE.
005570     PERFORM 3650-LOAD-ONE-ROW THRU 3650-EXIT
005580         UNTIL WS-EOF.
005590     CLOSE DIST-CONTROL-FILE.
005600 3600-EXIT.
005610     EXIT.
005620
005630 3650-LOAD-ONE-ROW.
005640     READ DIST-CONTROL-FILE
005650         AT END
005660             SET WS-EOF TO TRUE
005670     END-READ.
005680     IF WS-EOF
005690         GO TO 3650-EXIT
005700     END-IF.
005710     IF WS-DIST-USED >= WS-DIST-TABLE-MAX
005720         MOVE "DISTCTL LARGER THAN 200 ROWS" TO WS-REFUSE-REASON
005730         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
005740         SET WS-EOF TO TRUE
005750         GO TO 3650-EXIT
005760     END-IF.
005770     ADD 1 TO WS-DIST-USED.
005780     MOVE DIST-CONTROL-RECORD TO WS-DIST-ENTRY (WS-DIST-USED).
005790 3650-EXIT.
005800     EXIT.
005810
005820 3800-WRITE-REQUEST-LINE.
005830     IF WS-REPORT-IS-OPEN
005840         MOVE WS-REQUEST-LINE TO REORG-REPORT-RECORD
005850         WRITE REORG-REPORT-RECORD
005860     END-IF.
005870 3800-EXIT.
005880     EXIT.
005890
005900 3900-REFUSE-RUN.
005910******************************************************************
005920* Marks the run refused and logs why.  Each reason is an ERROR
005930* on the audit trail and the step ends RC 12 with no file
005940* changed.
005950******************************************************************
005960     SET WS-RUN-REFUSED TO TRUE.
005970     MOVE 12 TO WS-STEP-RC.
005980     MOVE "ERROR" TO WS-STATUS-TEXT.
005990     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
006000     IF WS-REQ-IX > ZERO
006010         AND WS-REQ-IX NOT > WS-REQ-USED
006020         STRING "REORG REFUSED " WS-RQ-OLD-CODE (WS-REQ-IX) " TO "
006030             WS-RQ-NEW-CODE (WS-REQ-IX) " - " WS-REFUSE-REASON
006040             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006050     ELSE
006060         STRING "REORG REFUSED - " WS-REFUSE-REASON
006070             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006080     END-IF.
006090     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
006100 3900-EXIT.
006110     EXIT.
006120
006130 4000-REASSIGN-EMPLOYEES.
006140******************************************************************
006150* One keyed pass of the master in EMP-ID order.  Every employee
006160* in an old code -- active or not, so the history of the leavers
006170* reads under the surviving code too -- is rewritten in the new
006180* code, with the before-image on EMPHIST dated the request's
006190* effective date and on the EMPAUDT trail (where EMPRBACK can
006200* back it out), and the after-image queued for payroll.
006210******************************************************************
006220     IF WS-RUN-REFUSED
006230         GO TO 4000-EXIT
006240     END-IF.
006250     OPEN I-O EMP-MASTER-FILE.
006260     IF WS-EMPMAST-STATUS NOT = "00"
006270         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
006280         MOVE "EMPMAST UNAVAILABLE" TO WS-REFUSE-REASON
006290         MOVE ZERO TO WS-REQ-IX
006300         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
006310         GO TO 4000-EXIT
006320     END-IF.
006330     SET WS-NOT-EOF TO TRUE.
006340     MOVE LOW-VALUES TO EMP-ID.
006350     START EMP-MASTER-FILE KEY NOT < EMP-ID
006360         INVALID KEY
006370             SET WS-EOF TO TRUE
006380     END-START.
006390     PERFORM 4100-REASSIGN-ONE-EMPLOYEE THRU 4100-EXIT
006400         UNTIL WS-EOF.
006410     CLOSE EMP-MASTER-FILE.
006420     IF WS-HISTORY-IS-OPEN
006430         CLOSE EMP-HISTORY-FILE
006440     END-IF.
006450     IF WS-QUEUE-IS-OPEN
006460         CLOSE PAY-CHANGE-QUEUE-FILE
006470     END-IF.
006480 4000-EXIT.
006490     EXIT.
006500
006510 4100-REASSIGN-ONE-EMPLOYEE.
006520     READ EMP-MASTER-FILE NEXT RECORD
006530         AT END
006540             SET WS-EOF TO TRUE
006550     END-READ.
006560     IF WS-EOF
006570         GO TO 4100-EXIT
006580     END-IF.
006590     MOVE EMP-DEPT-CODE TO WS-LOOK-CODE.
006600     PERFORM 7100-FIND-CODE THRU 7100-EXIT.
006610     IF WS-CODE-SLOT > ZERO
006620         ADD 1 TO WS-CC-EMP-BEFORE (WS-CODE-SLOT)
006630     END-IF.
006640     PERFORM 7200-MAP-CODE THRU 7200-EXIT.
006650     IF WS-MAP-IX = ZERO
006660         IF WS-CODE-SLOT > ZERO
006670             ADD 1 TO WS-CC-EMP-AFTER (WS-CODE-SLOT)
006680         END-IF
006690         GO TO 4100-EXIT
006700     END-IF.
006710     MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
006720     MOVE WS-MAPPED-CODE TO EMP-DEPT-CODE.
006730     REWRITE EMP-MASTER-RECORD
006740         INVALID KEY
006750             ADD 1 TO WS-MASTER-ERROR-COUNT
006760             ADD 1 TO WS-CC-EMP-AFTER (WS-CODE-SLOT)
006770             MOVE "ERROR" TO WS-STATUS-TEXT
006780             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
006790             STRING "REORG REWRITE FAILED FOR " EMP-ID
006800                 ", STATUS " WS-EMPMAST-STATUS
006810                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006820             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006830             GO TO 4100-EXIT
006840     END-REWRITE.
006850     ADD 1 TO WS-REASSIGNED-COUNT.
006860     MOVE WS-MAPPED-CODE TO WS-LOOK-CODE.
006870     PERFORM 7100-FIND-CODE THRU 7100-EXIT.
006880     ADD 1 TO WS-CC-EMP-AFTER (WS-CODE-SLOT).
006890     PERFORM 4200-WRITE-HISTORY-RECORD THRU 4200-EXIT.
006900     PERFORM 4300-QUEUE-PAYROLL-CHANGE THRU 4300-EXIT.
006910     MOVE "OK" TO WS-STATUS-TEXT.
006920     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
006930     STRING "BEFORE " WS-BEFORE-IMAGE
006940         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
006950     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
006960     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
006970     STRING "AFTER  " EMP-MASTER-RECORD
006980         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
006990     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
007000 4100-EXIT.
007010     EXIT.
007020
007030 4200-WRITE-HISTORY-RECORD.
007040******************************************************************
007050* The EMPHIST record for one reassignment: action R, dated the
007060* request's effective date, carrying the before-image, so the
007070* as-of inquiry and the headcount statistics see the employee in
007080* the old code up to that date and in the new one after it.  As
007090* in EMPUPDT, an unopenable history file is reported but does
007100* not stop the reorganization.
007110******************************************************************
007120     IF NOT WS-HISTORY-IS-OPEN
007130         OPEN EXTEND EMP-HISTORY-FILE
007140         IF WS-HISTORY-STATUS = "00"
007150             SET WS-HISTORY-IS-OPEN TO TRUE
007160         ELSE
007170             DISPLAY "EMPHIST OPEN FAILED, STATUS "
007180                 WS-HISTORY-STATUS
007190             GO TO 4200-EXIT
007200         END-IF
007210     END-IF.
007220     MOVE SPACES TO EMP-HISTORY-RECORD.
007230     MOVE EMP-ID TO EH-EMP-ID.
007240     MOVE WS-RQ-EFFECTIVE-N (WS-MAP-IX) TO EH-EFFECTIVE-CCYYMMDD.
007250     MOVE WS-RUN-NUMBER TO EH-RUN-NUMBER.
007260     SET EH-IS-REORGANIZATION TO TRUE.
007270     MOVE WS-BEFORE-IMAGE TO EH-IMAGE.
007280     WRITE EMP-HISTORY-RECORD.
007290 4200-EXIT.
007300     EXIT.
007310
007320 4300-QUEUE-PAYROLL-CHANGE.
007330******************************************************************
007340* Queues the reassignment for payroll as an ordinary change, so
007350* PAYXMIT sends the new code and EMPLOAD does not put the old
007360* one back from payroll's feed before payroll has caught up.
007370******************************************************************
007380     IF WS-QUEUE-FAILED
007390         GO TO 4350-NOT-QUEUED
007400     END-IF.
007410     IF NOT WS-QUEUE-IS-OPEN
007420         OPEN EXTEND PAY-CHANGE-QUEUE-FILE
007430         IF WS-QUEUE-STATUS = "00"
007440             SET WS-QUEUE-IS-OPEN TO TRUE
007450         ELSE
007460             DISPLAY "PAYCHGQ OPEN FAILED, STATUS "
007470                 WS-QUEUE-STATUS
007480             SET WS-QUEUE-FAILED TO TRUE
007490             GO TO 4350-NOT-QUEUED
007500         END-IF
007510     END-IF.
007520     MOVE SPACES TO PAY-CHANGE-QUEUE-RECORD.
007530     MOVE EMP-ID TO PQ-EMP-ID.
007540     SET PQ-IS-CHANGE TO TRUE.
007550     MOVE WS-RUN-NUMBER TO PQ-RUN-NUMBER.
007560     MOVE WS-TODAY-DATE TO PQ-CHANGE-CCYYMMDD.
007570     MOVE ZERO TO PQ-XMIT-SEQUENCE.
007580     MOVE EMP-MASTER-RECORD TO PQ-IMAGE.
007590     WRITE PAY-CHANGE-QUEUE-RECORD.
007600     ADD 1 TO WS-QUEUED-COUNT.
007610     GO TO 4300-EXIT.
007620 4350-NOT-QUEUED.
007630     ADD 1 TO WS-WARNING-COUNT.
007640     MOVE "WARN" TO WS-STATUS-TEXT.
007650     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
007660     STRING "NOT QUEUED FOR PAYROLL C " EMP-ID
007670         " - PAYCHGQ UNAVAILABLE"
007680         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
007690     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
007700 4300-EXIT.
007710     EXIT.
007720
007730 5000-REWRITE-DEPARTMENTS.
007740******************************************************************
007750* Flags every old code inactive on the reference file and writes
007760* the file back in its original order.  Inactive rather than
007770* deleted: DEPTLKUP then rejects the code on new maintenance,
007780* while history and old reports still resolve its name.  A
007790* department that rolled up to an old code rolls up to the new
007800* code instead, so the organization chart does not hang off a
007810* dead department.
007820******************************************************************
007830     IF WS-RUN-REFUSED
007840         GO TO 5000-EXIT
007850     END-IF.
007860     PERFORM 5100-FLAG-ONE-DEPARTMENT THRU 5100-EXIT
007870         VARYING WS-DEPT-IX FROM 1 BY 1
007880         UNTIL WS-DEPT-IX > WS-DEPT-USED.
007890     OPEN OUTPUT DEPT-FILE.
007900     IF WS-DEPT-STATUS NOT = "00"
007910         DISPLAY "DEPTFILE REWRITE FAILED, STATUS " WS-DEPT-STATUS
007920         MOVE 12 TO WS-STEP-RC
007930         MOVE "ERROR" TO WS-STATUS-TEXT
007940         MOVE "REORG DEPTFILE NOT REWRITTEN, OLD CODES ACTIVE"
007950             TO WS-AUDIT-MESSAGE-TEXT
007960         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
007970         GO TO 5000-EXIT
007980     END-IF.
007990     PERFORM 5200-WRITE-ONE-DEPARTMENT THRU 5200-EXIT
008000         VARYING WS-DEPT-IX FROM 1 BY 1
008010         UNTIL WS-DEPT-IX > WS-DEPT-USED.
008020     CLOSE DEPT-FILE.
008030 5000-EXIT.
008040     EXIT.
008050
008060 5100-FLAG-ONE-DEPARTMENT.
008070     MOVE WS-DPT-CODE (WS-DEPT-IX) TO WS-LOOK-CODE.
008080     PERFORM 7200-MAP-CODE THRU 7200-EXIT.
008090     IF WS-MAP-IX > ZERO
008100         AND WS-DPT-ACTIVE (WS-DEPT-IX) NOT = 'I'
008110         MOVE 'I' TO WS-DPT-ACTIVE (WS-DEPT-IX)
008120         ADD 1 TO WS-INACTIVATED-COUNT
008130         MOVE "OK" TO WS-STATUS-TEXT
008140         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
008150         STRING "REORG DEPTFILE " WS-LOOK-CODE
008160             " MARKED INACTIVE, MERGED INTO " WS-MAPPED-CODE
008170             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
008180         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008190     END-IF.
008200     MOVE WS-DPT-PARENT (WS-DEPT-IX) TO WS-LOOK-CODE.
008210     PERFORM 7200-MAP-CODE THRU 7200-EXIT.
008220     IF WS-MAP-IX = ZERO
008230         GO TO 5100-EXIT
008240     END-IF.
008250     ADD 1 TO WS-REPARENTED-COUNT.
008260     IF WS-MAPPED-CODE = WS-DPT-CODE (WS-DEPT-IX)
008270         MOVE SPACES TO WS-DPT-PARENT (WS-DEPT-IX)
008280         MOVE "WARN" TO WS-STATUS-TEXT
008290         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
008300         STRING "REORG DEPTFILE " WS-DPT-CODE (WS-DEPT-IX)
008310             " PARENT " WS-LOOK-CODE
008320             " MERGED INTO IT - NOW TOP LEVEL, CHECK CHART"
008330             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
008340         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008350         GO TO 5100-EXIT
008360     END-IF.
008370     MOVE WS-MAPPED-CODE TO WS-DPT-PARENT (WS-DEPT-IX).
008380     MOVE "OK" TO WS-STATUS-TEXT.
008390     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
008400     STRING "REORG DEPTFILE " WS-DPT-CODE (WS-DEPT-IX)
008410         " PARENT " WS-LOOK-CODE " CHANGED TO " WS-MAPPED-CODE
008420         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
008430     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
008440 5100-EXIT.
008450     EXIT.
008460
008470 5200-WRITE-ONE-DEPARTMENT.
008480     MOVE SPACES TO DEPT-RECORD.
008490     MOVE WS-DPT-CODE (WS-DEPT-IX) TO DPT-CODE.
008500     MOVE WS-DPT-NAME (WS-DEPT-IX) TO DPT-NAME.
008510     MOVE WS-DPT-ACTIVE (WS-DEPT-IX) TO DPT-ACTIVE-FLAG.
008520     MOVE WS-DPT-MANAGER (WS-DEPT-IX) TO DPT-MANAGER-ID.
008530     MOVE WS-DPT-PARENT (WS-DEPT-IX) TO DPT-PARENT-CODE.
008540     WRITE DEPT-RECORD.
008550     MOVE WS-DPT-CODE (WS-DEPT-IX) TO WS-LOOK-CODE.
008560     PERFORM 7100-FIND-CODE THRU 7100-EXIT.
008570     IF WS-CODE-SLOT > ZERO
008580         MOVE WS-DPT-ACTIVE (WS-DEPT-IX)
008590             TO WS-CC-STATUS-AFTER (WS-CODE-SLOT)
008600     END-IF.
008610 5200-EXIT.
008620     EXIT.
008630
008640 5500-REPOINT-DISTRIBUTION.
008650******************************************************************
008660* Repoints every DISTCTL row whose recipient or section key is an
008670* old code, then writes the control file back.  Every row, moved
008680* or not, is placed after the last row already placed for its
008690* recipient, so each recipient's rows stay together.
008700******************************************************************
008710     IF WS-RUN-REFUSED
008720         GO TO 5500-EXIT
008730     END-IF.
008740     PERFORM 5600-REPOINT-ONE-ROW THRU 5600-EXIT
008750         VARYING WS-DIST-IX FROM 1 BY 1
008760         UNTIL WS-DIST-IX > WS-DIST-USED.
008770     OPEN OUTPUT DIST-CONTROL-FILE.
008780     IF WS-CONTROL-STATUS NOT = "00"
008790         DISPLAY "DISTCTL REWRITE FAILED, STATUS "
008800             WS-CONTROL-STATUS
008810         MOVE 12 TO WS-STEP-RC
008820         MOVE "ERROR" TO WS-STATUS-TEXT
008830         MOVE "REORG DISTCTL NOT REWRITTEN, ROWS ON OLD CODES"
008840             TO WS-AUDIT-MESSAGE-TEXT
008850         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
008860         GO TO 5500-EXIT
008870     END-IF.
008880     PERFORM 5800-WRITE-ONE-ROW THRU 5800-EXIT
008890         VARYING WS-OUT-IX FROM 1 BY 1
008900         UNTIL WS-OUT-IX > WS-OUT-USED.
008910     CLOSE DIST-CONTROL-FILE.
008920 5500-EXIT.
008930     EXIT.
008940
008950 5600-REPOINT-ONE-ROW.
008960     MOVE WS-DIST-ENTRY (WS-DIST-IX) TO WS-DIST-ROW.
008970     MOVE WS-DIST-ROW TO WS-OUT-ROW.
008980     PERFORM 5900-COUNT-ROW-BEFORE THRU 5900-EXIT.
008990     MOVE WS-DR-RECIPIENT TO WS-LOOK-CODE.
009000     PERFORM 7200-MAP-CODE THRU 7200-EXIT.
009010     IF WS-MAP-IX > ZERO
009020         AND WS-DR-RECIPIENT (5:4) = SPACES
009030         MOVE WS-MAPPED-CODE TO WS-OR-RECIPIENT
009040     END-IF.
009050     MOVE WS-DR-SECTION-KEY TO WS-LOOK-CODE.
009060     PERFORM 7200-MAP-CODE THRU 7200-EXIT.
009070     IF WS-MAP-IX > ZERO
009080         MOVE WS-MAPPED-CODE TO WS-OR-SECTION-KEY
009090     END-IF.
009100     IF WS-OUT-ROW = WS-DIST-ROW
009110         GO TO 5690-PLACE
009120     END-IF.
009130     MOVE 'N' TO WS-DUPLICATE-SWITCH.
009140     PERFORM 5650-CHECK-DUPLICATE THRU 5650-EXIT
009150         VARYING WS-OUT-IX FROM 1 BY 1
009160         UNTIL WS-OUT-IX > WS-OUT-USED.
009170     MOVE "OK" TO WS-STATUS-TEXT.
009180     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
009190     IF WS-ROW-IS-DUPLICATE
009200         ADD 1 TO WS-DROPPED-COUNT
009210         STRING "REORG DISTCTL " WS-DIST-ROW
009220             " DROPPED, DUPLICATES " WS-OUT-ROW
009230             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
009240         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
009250         GO TO 5600-EXIT
009260     END-IF.
009270     ADD 1 TO WS-REPOINTED-COUNT.
009280     STRING "REORG DISTCTL " WS-DIST-ROW " NOW " WS-OUT-ROW
009290         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
009300     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
009310 5690-PLACE.
009320     MOVE ZERO TO WS-INSERT-IX.
009330     PERFORM 5660-FIND-LAST-FOR-RECIPIENT THRU 5660-EXIT
009340         VARYING WS-OUT-IX FROM 1 BY 1
009350         UNTIL WS-OUT-IX > WS-OUT-USED.
009360     PERFORM 5700-PLACE-ROW THRU 5700-EXIT.
009370 5600-EXIT.
009380     EXIT.
009390
009400 5650-CHECK-DUPLICATE.
009410     IF WS-OUT-ENTRY (WS-OUT-IX) = WS-OUT-ROW
009420         SET WS-ROW-IS-DUPLICATE TO TRUE
009430     END-IF.
009440 5650-EXIT.
009450     EXIT.
009460
009470 5660-FIND-LAST-FOR-RECIPIENT.
009480     IF WS-OUT-ENTRY (WS-OUT-IX) (1:8) = WS-OR-RECIPIENT
009490         MOVE WS-OUT-IX TO WS-INSERT-IX
009500     END-IF.
009510 5660-EXIT.
009520     EXIT.
009530
009540 5700-PLACE-ROW.
009550******************************************************************
009560* Appends WS-OUT-ROW to the output table, or -- when WS-INSERT-IX
009570* names the last row of its recipient -- opens a gap after that
009580* row by moving the rows below it down one, and places it there.
009590******************************************************************
009600     IF WS-INSERT-IX = ZERO
009610         OR WS-INSERT-IX = WS-OUT-USED
009620         ADD 1 TO WS-OUT-USED
009630         MOVE WS-OUT-ROW TO WS-OUT-ENTRY (WS-OUT-USED)
009640     ELSE
009650         PERFORM 5750-SHIFT-ONE-ROW THRU 5750-EXIT
009660             VARYING WS-OUT-IX FROM WS-OUT-USED BY -1
009670             UNTIL WS-OUT-IX NOT > WS-INSERT-IX
009680         ADD 1 TO WS-OUT-USED
009690         ADD 1 TO WS-INSERT-IX
009700         MOVE WS-OUT-ROW TO WS-OUT-ENTRY (WS-INSERT-IX)
009710     END-IF.
009720     MOVE WS-OUT-ROW TO WS-DIST-ROW.
009730     PERFORM 5950-COUNT-ROW-AFTER THRU 5950-EXIT.
009740 5700-EXIT.
009750     EXIT.
009760
009770 5750-SHIFT-ONE-ROW.
009780     MOVE WS-OUT-ENTRY (WS-OUT-IX)
009790         TO WS-OUT-ENTRY (WS-OUT-IX + 1).
009800 5750-EXIT.
009810     EXIT.
009820
009830 5800-WRITE-ONE-ROW.
009840     MOVE WS-OUT-ENTRY (WS-OUT-IX) TO DIST-CONTROL-RECORD.
009850     WRITE DIST-CONTROL-RECORD.
009860 5800-EXIT.
009870     EXIT.
009880
009890 5900-COUNT-ROW-BEFORE.
009900******************************************************************
009910* A row counts under a code when the code is its recipient or
009920* its section key -- once, when it is both.
009930******************************************************************
009940     MOVE WS-DR-RECIPIENT TO WS-LOOK-CODE.
009950     PERFORM 7100-FIND-CODE THRU 7100-EXIT.
009960     IF WS-CODE-SLOT > ZERO
009970         AND WS-DR-RECIPIENT (5:4) = SPACES
009980         ADD 1 TO WS-CC-DIST-BEFORE (WS-CODE-SLOT)
009990     END-IF.
010000     IF WS-DR-SECTION-KEY NOT = WS-DR-RECIPIENT
010010         MOVE WS-DR-SECTION-KEY TO WS-LOOK-CODE
010020         PERFORM 7100-FIND-CODE THRU 7100-EXIT
010030         IF WS-CODE-SLOT > ZERO
010040             ADD 1 TO WS-CC-DIST-BEFORE (WS-CODE-SLOT)
010050         END-IF
010060     END-IF.
010070 5900-EXIT.
010080     EXIT.
010090
010100 5950-COUNT-ROW-AFTER.
010110     MOVE WS-DR-RECIPIENT TO WS-LOOK-CODE.
010120     PERFORM 7100-FIND-CODE THRU 7100-EXIT.
010130     IF WS-CODE-SLOT > ZERO
010140         AND WS-DR-RECIPIENT (5:4) = SPACES
010150         ADD 1 TO WS-CC-DIST-AFTER (WS-CODE-SLOT)
010160     END-IF.
010170     IF WS-DR-SECTION-KEY NOT = WS-DR-RECIPIENT
010180         MOVE WS-DR-SECTION-KEY TO WS-LOOK-CODE
010190         PERFORM 7100-FIND-CODE THRU 7100-EXIT
010200         IF WS-CODE-SLOT > ZERO
010210             ADD 1 TO WS-CC-DIST-AFTER (WS-CODE-SLOT)
010220         END-IF
010230     END-IF.
010240 5950-EXIT.
010250     EXIT.
010260
010270 6000-REMAP-BILLING.
010280******************************************************************
010290* The month's chargeback activity, read from the copy the job
010300* takes ahead of this step (BILAOLD) and written back to BILACTV
010310* with every old client code replaced by its new one.  If the
010320* copy cannot be read, BILACTV is left exactly as it was.
010330******************************************************************
010340     IF WS-RUN-REFUSED
010350         GO TO 6000-EXIT
010360     END-IF.
010370     OPEN INPUT OLD-ACTIVITY-FILE.
010380     IF WS-OLD-STATUS NOT = "00"
010390         DISPLAY "BILAOLD OPEN FAILED, STATUS " WS-OLD-STATUS
010400         MOVE 12 TO WS-STEP-RC
010410         MOVE "ERROR" TO WS-STATUS-TEXT
010420         MOVE "REORG BILACTV NOT REMAPPED - BILAOLD UNAVAILABLE"
010430             TO WS-AUDIT-MESSAGE-TEXT
010440         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
010450         GO TO 6000-EXIT
010460     END-IF.
010470     OPEN OUTPUT BILL-ACTIVITY-FILE.
010480     IF WS-NEW-STATUS NOT = "00"
010490         DISPLAY "BILACTV OPEN FAILED, STATUS " WS-NEW-STATUS
010500         CLOSE OLD-ACTIVITY-FILE
010510         MOVE 12 TO WS-STEP-RC
010520         MOVE "ERROR" TO WS-STATUS-TEXT
010530         MOVE "REORG BILACTV NOT REMAPPED, RESTORE FROM BILAOLD"
010540             TO WS-AUDIT-MESSAGE-TEXT
010550         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
010560         GO TO 6000-EXIT
010570     END-IF.
010580     SET WS-NOT-EOF TO TRUE.
010590     PERFORM 6100-REMAP-ONE-ACTIVITY THRU 6100-EXIT
010600         UNTIL WS-EOF.
010610     CLOSE OLD-ACTIVITY-FILE.
010620     CLOSE BILL-ACTIVITY-FILE.
010630     MOVE WS-BILL-REMAP-COUNT TO WS-BILL-REMAP-COUNT-ED.
010640     MOVE "OK" TO WS-STATUS-TEXT.
010650     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
010660     STRING "REORG BILACTV ROWS REMAPPED " WS-BILL-REMAP-COUNT-ED
010670         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
010680     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
010690 6000-EXIT.
010700     EXIT.
010710
010720 6100-REMAP-ONE-ACTIVITY.
010730     READ OLD-ACTIVITY-FILE
010740         AT END
010750             SET WS-EOF TO TRUE
010760     END-READ.
010770     IF WS-EOF
010780         GO TO 6100-EXIT
010790     END-IF.
010800     MOVE OLD-ACTIVITY-RECORD TO BILL-ACTIVITY-RECORD.
010810     MOVE BA-CLIENT-ID TO WS-LOOK-CODE.
010820     PERFORM 7100-FIND-CODE THRU 7100-EXIT.
010830     IF WS-CODE-SLOT > ZERO
010840         ADD 1 TO WS-CC-BILL-BEFORE (WS-CODE-SLOT)
010850     END-IF.
010860     PERFORM 7200-MAP-CODE THRU 7200-EXIT.
010870     IF WS-MAP-IX > ZERO
010880         MOVE WS-MAPPED-CODE TO BA-CLIENT-ID
010890         ADD 1 TO WS-BILL-REMAP-COUNT
010900         MOVE WS-MAPPED-CODE TO WS-LOOK-CODE
010910         PERFORM 7100-FIND-CODE THRU 7100-EXIT
010920     END-IF.
010930     IF WS-CODE-SLOT > ZERO
010940         ADD 1 TO WS-CC-BILL-AFTER (WS-CODE-SLOT)
010950     END-IF.
010960     WRITE BILL-ACTIVITY-RECORD.
010970 6100-EXIT.
010980     EXIT.
010990
011000 6500-REMAP-ACCUMULATORS.
011010******************************************************************
011020* The month-to-date accumulators, copied and written back the
011030* same way.  Only CALCULAT's rows carry a department in the
011040* section key; WRKCOMP's carry a currency and MATHOPS's ALL, so
011050* those pass through untouched whatever their key.
011060******************************************************************
011070     IF WS-RUN-REFUSED
011080         GO TO 6500-EXIT
011090     END-IF.
011100     OPEN INPUT OLD-ACCUM-FILE.
011110     IF WS-OLD-STATUS NOT = "00"
011120         DISPLAY "MTDAOLD OPEN FAILED, STATUS " WS-OLD-STATUS
011130         MOVE 12 TO WS-STEP-RC
011140         MOVE "ERROR" TO WS-STATUS-TEXT
011150         MOVE "REORG MTDACCUM NOT REMAPPED - MTDAOLD UNAVAILABLE"
011160             TO WS-AUDIT-MESSAGE-TEXT
011170         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
011180         GO TO 6500-EXIT
011190     END-IF.
011200     OPEN OUTPUT MTD-ACCUM-FILE.
011210     IF WS-NEW-STATUS NOT = "00"
011220         DISPLAY "MTDACCUM OPEN FAILED, STATUS " WS-NEW-STATUS
011230         CLOSE OLD-ACCUM-FILE
011240         MOVE 12 TO WS-STEP-RC
011250         MOVE "ERROR" TO WS-STATUS-TEXT
011260         MOVE "REORG MTDACCUM NOT REMAPPED, RESTORE FROM MTDAOLD"
011270             TO WS-AUDIT-MESSAGE-TEXT
011280         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
011290         GO TO 6500-EXIT
011300     END-IF.
011310     SET WS-NOT-EOF TO TRUE.
011320     PERFORM 6600-REMAP-ONE-ACCUMULATOR THRU 6600-EXIT
011330         UNTIL WS-EOF.
011340     CLOSE OLD-ACCUM-FILE.
011350     CLOSE MTD-ACCUM-FILE.
011360     MOVE WS-MTD-REMAP-COUNT TO WS-MTD-REMAP-COUNT-ED.
011370     MOVE "OK" TO WS-STATUS-TEXT.
011380     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
011390     STRING "REORG MTDACCUM ROWS REMAPPED " WS-MTD-REMAP-COUNT-ED
011400         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
011410     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
011420 6500-EXIT.
011430     EXIT.
011440
011450 6600-REMAP-ONE-ACCUMULATOR.
011460     READ OLD-ACCUM-FILE
011470         AT END
011480             SET WS-EOF TO TRUE
011490     END-READ.
011500     IF WS-EOF
011510         GO TO 6600-EXIT
011520     END-IF.
011530     MOVE OLD-ACCUM-RECORD TO MTD-ACCUM-RECORD.
011540     IF MTD-PROGRAM-ID NOT = "CALCULAT"
011550         WRITE MTD-ACCUM-RECORD
011560         GO TO 6600-EXIT
011570     END-IF.
011580     MOVE MTD-SECTION-KEY TO WS-LOOK-CODE.
011590     PERFORM 7100-FIND-CODE THRU 7100-EXIT.
011600     IF WS-CODE-SLOT > ZERO
011610         ADD 1 TO WS-CC-MTD-BEFORE (WS-CODE-SLOT)
011620     END-IF.
011630     PERFORM 7200-MAP-CODE THRU 7200-EXIT.
011640     IF WS-MAP-IX > ZERO
011650         MOVE WS-MAPPED-CODE TO MTD-SECTION-KEY
011660         ADD 1 TO WS-MTD-REMAP-COUNT
011670         MOVE WS-MAPPED-CODE TO WS-LOOK-CODE
011680         PERFORM 7100-FIND-CODE THRU 7100-EXIT
011690     END-IF.
011700     IF WS-CODE-SLOT > ZERO
011710         ADD 1 TO WS-CC-MTD-AFTER (WS-CODE-SLOT)
011720     END-IF.
011730     WRITE MTD-ACCUM-RECORD.
011740 6600-EXIT.
011750     EXIT.
011760
011770 7000-REGISTER-CODE.
011780******************************************************************
011790* Adds WS-LOOK-CODE to the code table, if it is not there yet,
011800* with the DEPTFILE status and name DEPTLKUP just returned for
011810* it.  Forty entries covers twenty requests.
011820******************************************************************
011830     PERFORM 7100-FIND-CODE THRU 7100-EXIT.
011840     IF WS-CODE-SLOT > ZERO
011850         OR WS-CODE-USED >= WS-CODE-TABLE-MAX
011860         GO TO 7000-EXIT
011870     END-IF.
011880     ADD 1 TO WS-CODE-USED.
011890     MOVE WS-CODE-USED TO WS-CODE-SLOT.
011900     MOVE WS-LOOK-CODE TO WS-CC-CODE (WS-CODE-SLOT).
011910     MOVE WS-DEPT-NAME TO WS-CC-NAME (WS-CODE-SLOT).
011920     MOVE WS-DEPT-STATUS-CODE
011930         TO WS-CC-STATUS-BEFORE (WS-CODE-SLOT)
011940         WS-CC-STATUS-AFTER (WS-CODE-SLOT).
011950     MOVE ZERO TO WS-CC-EMP-BEFORE (WS-CODE-SLOT)
011960         WS-CC-EMP-AFTER (WS-CODE-SLOT)
011970         WS-CC-DIST-BEFORE (WS-CODE-SLOT)
011980         WS-CC-DIST-AFTER (WS-CODE-SLOT)
011990         WS-CC-BILL-BEFORE (WS-CODE-SLOT)
012000         WS-CC-BILL-AFTER (WS-CODE-SLOT)
012010         WS-CC-MTD-BEFORE (WS-CODE-SLOT)
012020         WS-CC-MTD-AFTER (WS-CODE-SLOT).
012030 7000-EXIT.
012040     EXIT.
012050
012060 7100-FIND-CODE.
012070     MOVE ZERO TO WS-CODE-SLOT.
012080     IF WS-LOOK-CODE = SPACES
012090         GO TO 7100-EXIT
012100     END-IF.
012110     PERFORM 7150-MATCH-ONE-CODE THRU 7150-EXIT
012120         VARYING WS-CODE-IX FROM 1 BY 1
012130         UNTIL WS-CODE-IX > WS-CODE-USED
012140             OR WS-CODE-SLOT > ZERO.
012150 7100-EXIT.
012160     EXIT.
012170
012180 7150-MATCH-ONE-CODE.
012190     IF WS-CC-CODE (WS-CODE-IX) = WS-LOOK-CODE
012200         MOVE WS-CODE-IX TO WS-CODE-SLOT
012210     END-IF.
012220 7150-EXIT.
012230     EXIT.
012240
012250 7200-MAP-CODE.
012260******************************************************************
012270* Looks WS-LOOK-CODE up among the requests' old codes.  A match
012280* leaves the request in WS-MAP-IX and its new code in
012290* WS-MAPPED-CODE; no match leaves WS-MAP-IX zero and the code
012300* unchanged.
012310******************************************************************
012320     MOVE ZERO TO WS-MAP-IX.
012330     MOVE WS-LOOK-CODE TO WS-MAPPED-CODE.
012340     IF WS-LOOK-CODE = SPACES
012350         GO TO 7200-EXIT
012360     END-IF.
012370     PERFORM 7250-MATCH-ONE-REQUEST THRU 7250-EXIT
012380         VARYING WS-SCAN-IX FROM 1 BY 1
012390         UNTIL WS-SCAN-IX > WS-REQ-USED
012400             OR WS-MAP-IX > ZERO.
012410 7200-EXIT.
012420     EXIT.
012430
012440 7250-MATCH-ONE-REQUEST.
012450     IF WS-RQ-OLD-CODE (WS-SCAN-IX) = WS-LOOK-CODE
012460         MOVE WS-SCAN-IX TO WS-MAP-IX
012470         MOVE WS-RQ-NEW-CODE (WS-SCAN-IX) TO WS-MAPPED-CODE
012480     END-IF.
012490 7250-EXIT.
012500     EXIT.
012510
012520 8000-FINALIZE.
012530******************************************************************
012540* The before/after page, one line per code on the requests, then
012550* the run totals and the closing audit record.  On a refused run
012560* the request list above already says why, and no counts print.
012570******************************************************************
012580     IF WS-REPORT-IS-OPEN
012590         AND NOT WS-RUN-REFUSED
012600         PERFORM 8100-WRITE-COUNT-PAGE THRU 8100-EXIT
012610     END-IF.
012620     MOVE WS-REASSIGNED-COUNT TO WS-REASSIGNED-COUNT-ED.
012630     MOVE WS-MASTER-ERROR-COUNT TO WS-MASTER-ERROR-COUNT-ED.
012640     MOVE WS-QUEUED-COUNT TO WS-QUEUED-COUNT-ED.
012650     MOVE WS-INACTIVATED-COUNT TO WS-INACTIVATED-COUNT-ED.
012660     MOVE WS-REPARENTED-COUNT TO WS-REPARENTED-COUNT-ED.
012670     MOVE WS-REPOINTED-COUNT TO WS-REPOINTED-COUNT-ED.
012680     MOVE WS-DROPPED-COUNT TO WS-DROPPED-COUNT-ED.
012690     MOVE WS-BILL-REMAP-COUNT TO WS-BILL-REMAP-COUNT-ED.
012700     MOVE WS-MTD-REMAP-COUNT TO WS-MTD-REMAP-COUNT-ED.
012710     DISPLAY "Employees reassigned  : " WS-REASSIGNED-COUNT-ED.
012720     DISPLAY "Master rewrite errors : " WS-MASTER-ERROR-COUNT-ED.
012730     DISPLAY "Queued for payroll    : " WS-QUEUED-COUNT-ED.
012740     DISPLAY "DEPTFILE inactivated  : " WS-INACTIVATED-COUNT-ED.
012750     DISPLAY "DEPTFILE re-parented  : " WS-REPARENTED-COUNT-ED.
012760     DISPLAY "DISTCTL rows repointed: " WS-REPOINTED-COUNT-ED.
012770     DISPLAY "DISTCTL rows dropped  : " WS-DROPPED-COUNT-ED.
012780     DISPLAY "BILACTV rows remapped : " WS-BILL-REMAP-COUNT-ED.
012790     DISPLAY "MTDACCUM rows remapped: " WS-MTD-REMAP-COUNT-ED.
012800     IF WS-RUN-REFUSED
012810         DISPLAY "REORGANIZATION REFUSED - NO FILE CHANGED"
012820         IF WS-REPORT-IS-OPEN
012830             MOVE SPACES TO REORG-REPORT-RECORD
012840             WRITE REORG-REPORT-RECORD
012850             MOVE "REORGANIZATION REFUSED - NO FILE CHANGED"
012860                 TO REORG-REPORT-RECORD
012870             WRITE REORG-REPORT-RECORD
012880         END-IF
012890     END-IF.
012900     IF WS-REPORT-IS-OPEN
012910         CLOSE REORG-REPORT-FILE
012920     END-IF.
012930     IF WS-STEP-RC = ZERO
012940         AND (WS-WARNING-COUNT > ZERO
012950             OR WS-MASTER-ERROR-COUNT > ZERO)
012960         MOVE 4 TO WS-STEP-RC
012970     END-IF.
012980     EVALUATE WS-STEP-RC
012990         WHEN ZERO
013000             MOVE "OK" TO WS-STATUS-TEXT
013010         WHEN 4
013020             MOVE "WARN" TO WS-STATUS-TEXT
013030         WHEN OTHER
013040             MOVE "ERROR" TO WS-STATUS-TEXT
013050     END-EVALUATE.
013060     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
013070     IF WS-RUN-REFUSED
013080         MOVE "REORGANIZATION REFUSED - NO FILE CHANGED"
013090             TO WS-AUDIT-MESSAGE-TEXT
013100     ELSE
013110         STRING "REORGANIZATION DONE EMPLOYEES "
013120             WS-REASSIGNED-COUNT-ED
013130             " DEPTS " WS-INACTIVATED-COUNT-ED
013140             " DISTCTL " WS-REPOINTED-COUNT-ED
013150             " BILACTV " WS-BILL-REMAP-COUNT-ED
013160             " MTDACCUM " WS-MTD-REMAP-COUNT-ED
013170             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
013180     END-IF.
013190     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
013200     IF WS-AUDIT-IS-OPEN
013210         CLOSE AUDIT-LOG-FILE
013220     END-IF.
013230 8000-EXIT.
013240     EXIT.
013250
013260 8100-WRITE-COUNT-PAGE.
013270     MOVE SPACES TO REORG-REPORT-RECORD.
013280     WRITE REORG-REPORT-RECORD.
013290     MOVE SPACES TO REORG-REPORT-RECORD.
013300     STRING "CODE  DEPARTMENT NAME       STATUS   EMPLOYEES    "
013310         "DISTCTL ROWS  BILACTV ROWS  MTDACCUM ROWS"
013320         DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
013330     WRITE REORG-REPORT-RECORD.
013340     MOVE SPACES TO REORG-REPORT-RECORD.
013350     STRING "                            BEF AFT  BEFORE AFTER "
013360         "  BEFORE AFTER   BEFORE AFTER   BEFORE AFTER"
013370         DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
013380     WRITE REORG-REPORT-RECORD.
013390     PERFORM 8200-WRITE-ONE-COUNT-LINE THRU 8200-EXIT
013400         VARYING WS-CODE-IX FROM 1 BY 1
013410         UNTIL WS-CODE-IX > WS-CODE-USED.
013420     MOVE SPACES TO REORG-REPORT-RECORD.
013430     WRITE REORG-REPORT-RECORD.
013440     MOVE SPACES TO REORG-REPORT-RECORD.
013450     STRING "EMPLOYEES REASSIGNED " WS-REASSIGNED-COUNT-ED
013460         "   REWRITE ERRORS " WS-MASTER-ERROR-COUNT-ED
013470         "   QUEUED FOR PAYROLL " WS-QUEUED-COUNT-ED
013480         DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
013490     WRITE REORG-REPORT-RECORD.
013500     MOVE SPACES TO REORG-REPORT-RECORD.
013510     STRING "DEPTFILE CODES INACTIVATED " WS-INACTIVATED-COUNT-ED
013520         "   DISTCTL ROWS REPOINTED " WS-REPOINTED-COUNT-ED
013530         "   DUPLICATES DROPPED " WS-DROPPED-COUNT-ED
013540         DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
013550     WRITE REORG-REPORT-RECORD.
013560     MOVE SPACES TO REORG-REPORT-RECORD.
013570     STRING "BILACTV ROWS REMAPPED " WS-BILL-REMAP-COUNT-ED
013580         "   MTDACCUM ROWS REMAPPED " WS-MTD-REMAP-COUNT-ED
013590         DELIMITED BY SIZE INTO REORG-REPORT-RECORD.
013600     WRITE REORG-REPORT-RECORD.
013610 8100-EXIT.
013620     EXIT.
013630
013640 8200-WRITE-ONE-COUNT-LINE.
013650     MOVE SPACES TO WS-COUNT-LINE.
013660     MOVE WS-CC-CODE (WS-CODE-IX) TO CL-CODE.
013670     MOVE WS-CC-NAME (WS-CODE-IX) TO CL-NAME.
013680     MOVE WS-CC-STATUS-BEFORE (WS-CODE-IX) TO CL-STATUS-BEFORE.
013690     MOVE WS-CC-STATUS-AFTER (WS-CODE-IX) TO CL-STATUS-AFTER.
013700     MOVE WS-CC-EMP-BEFORE (WS-CODE-IX) TO CL-EMP-BEFORE.
013710     MOVE WS-CC-EMP-AFTER (WS-CODE-IX) TO CL-EMP-AFTER.
013720     MOVE WS-CC-DIST-BEFORE (WS-CODE-IX) TO CL-DIST-BEFORE.
013730     MOVE WS-CC-DIST-AFTER (WS-CODE-IX) TO CL-DIST-AFTER.
013740     MOVE WS-CC-BILL-BEFORE (WS-CODE-IX) TO CL-BILL-BEFORE.
013750     MOVE WS-CC-BILL-AFTER (WS-CODE-IX) TO CL-BILL-AFTER.
013760     MOVE WS-CC-MTD-BEFORE (WS-CODE-IX) TO CL-MTD-BEFORE.
013770     MOVE WS-CC-MTD-AFTER (WS-CODE-IX) TO CL-MTD-AFTER.
013780     MOVE WS-COUNT-LINE TO REORG-REPORT-RECORD.
013790     WRITE REORG-REPORT-RECORD.
013800 8200-EXIT.
013810     EXIT.
013820
013830 9000-WRITE-AUDIT-ENTRY.
013840******************************************************************
013850* Stamps and writes one audit record.  The caller sets
013860* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
013870* this paragraph.
013880******************************************************************
013890     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
013900     MOVE SPACES TO AUDIT-LOG-RECORD.
013910     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
013920     MOVE "DPTREORG" TO AUDIT-PROGRAM-ID.
013930     MOVE SPACES TO AUDIT-USER-ID.
013940     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
013950     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
013960     IF WS-STATUS-TEXT = "OK"
013970         SET AUDIT-IS-INFO TO TRUE
013980     ELSE
013990         IF WS-STATUS-TEXT = "ERROR"
014000             SET AUDIT-IS-ERROR TO TRUE
014010         ELSE
014020             SET AUDIT-IS-WARNING TO TRUE
014030         END-IF
014040     END-IF.
014050     IF WS-AUDIT-IS-OPEN
014060         WRITE AUDIT-LOG-RECORD
014070     END-IF.
014080 9000-EXIT.
014090     EXIT.
014100
014110** add other procedures here
014120 END PROGRAM DPTREORG.
