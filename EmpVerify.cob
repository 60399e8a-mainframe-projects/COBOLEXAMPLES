000320* 2026-09-02  DW   Appends its control totals to the shared
000330*                  CTLLEDG nightly ledger for the CTLVERFY
000340*                  cross-foot of the hand-off seams.
000350* 2026-10-15  DW   Simulation mode: a simulated night verifies and
000360*                  reports as usual but rewrites neither the
000370*                  EMPCTL control record nor CTLLEDG.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000410 PROGRAM-ID. EMPVERFY.
000420 ENVIRONMENT DIVISION.
000430*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000440 CONFIGURATION SECTION.
000450*-----------------------
000460 INPUT-OUTPUT SECTION.
000470*-----------------------
000480 FILE-CONTROL.
000490     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS EMP-ID
000530         FILE STATUS IS WS-EMPMAST-STATUS.
000540     SELECT MODE-FILE ASSIGN TO "VERMODE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-MODE-STATUS.
000570     SELECT CONTROL-FILE ASSIGN TO "EMPCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CONTROL-STATUS.
000600     SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUDIT-STATUS.
000630     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-LEDGER-STATUS.
000660 DATA DIVISION.
000670*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000680 FILE SECTION.
000690*-----------------------
000700 FD  EMP-MASTER-FILE.
000710     COPY EMPMAST.
000720 FD  MODE-FILE.
000730 01  MODE-RECORD.
000740     05  VM-MODE                 PIC X(01).
000750 FD  CONTROL-FILE.
000760 01  CONTROL-RECORD.
000770     05  EC-RUN-NUMBER           PIC 9(05).
000780     05  EC-DATE-CCYYMMDD        PIC 9(08).
000790     05  EC-RECORD-COUNT         PIC 9(06).
000800     05  EC-ACTIVE-COUNT         PIC 9(06).
000810     05  EC-ID-HASH              PIC 9(13).
000820 FD  AUDIT-LOG-FILE.
000830     COPY AUDITLOG.
000840
000850 FD  CONTROL-LEDGER-FILE.
000860     COPY CTLLEDGR.
000870 WORKING-STORAGE SECTION.
000880*-----------------------
000890 01  WS-EMPMAST-STATUS           PIC X(02).
000900 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000910     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
000920 01  WS-MODE-STATUS              PIC X(02).
000930 01  WS-CONTROL-STATUS           PIC X(02).
000940 01  WS-AUDIT-STATUS             PIC X(02).
000950 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000960     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000970 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000980 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000990 COPY RUNMODE.
001000 01  WS-LEDGER-STATUS            PIC X(02).
001010 01  WS-SUITE-FUNCTION           PIC X(01).
001020 01  WS-SUITE-STEP-NAME          PIC X(08).
001030 01  WS-SUITE-RC                 PIC 9(04).
001040 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001050     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001060 01  WS-STATUS-TEXT              PIC X(20).
001070 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001080 COPY EOFSWTCH.
001090 01  WS-RUN-MODE                 PIC X(01) VALUE 'C'.
001100     88  WS-MODE-COMPARE         VALUE 'C'.
001110     88  WS-MODE-WRITE           VALUE 'W'.
001120 01  WS-TODAY                    PIC X(21).
001130 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
001140     05  WS-TODAY-DATE           PIC 9(08).
001150     05  FILLER                  PIC X(13).
001160 01  WS-CENTURY-PIVOT            PIC 9(02) VALUE 25.
001170 01  WS-VAL-YYMMDD.
001180     05  WS-VAL-YY               PIC 9(02).
001190     05  WS-VAL-MM               PIC 9(02).
001200     05  WS-VAL-DD               PIC 9(02).
001210 01  WS-CHECK-DATE-CCYYMMDD.
001220     05  WS-CHK-CC               PIC 9(02).
001230     05  WS-CHK-YY               PIC 9(02).
001240     05  WS-CHK-MM               PIC 9(02).
001250     05  WS-CHK-DD               PIC 9(02).
001260 01  WS-DATE-VALID-SWITCH        PIC X(01).
001270     88  WS-DATE-IS-VALID        VALUE 'Y'.
001280     88  WS-DATE-NOT-VALID       VALUE 'N'.
001290 01  WS-DEPT-STATUS-CODE         PIC X(01).
001300     88  WS-DEPT-UNKNOWN         VALUE '?'.
001310 01  WS-DEPT-NAME                PIC X(20).
001320 01  WS-PREV-EMP-ID              PIC X(06) VALUE LOW-VALUES.
001330 01  WS-EMP-ID-NUM               PIC 9(06) VALUE ZERO.
001340 01  WS-RECORD-COUNT             PIC 9(06) COMP VALUE ZERO.
001350 01  WS-ACTIVE-COUNT             PIC 9(06) COMP VALUE ZERO.
001360 01  WS-ID-HASH                  PIC 9(13) COMP VALUE ZERO.
001370 01  WS-FAULT-COUNT              PIC 9(05) COMP VALUE ZERO.
001380 01  WS-RECORD-COUNT-ED          PIC ZZZZZ9.
001390 01  WS-ACTIVE-COUNT-ED          PIC ZZZZZ9.
001400 01  WS-FAULT-COUNT-ED           PIC ZZZZ9.
001410 01  WS-CONTROL-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001420     88  WS-CONTROL-FOUND        VALUE 'Y'.
001430
001440*-----------------------
001450 PROCEDURE DIVISION.
001460*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001470 0000-MAINLINE.
001480******************************************************************
001490* Verify the whole file, then either compare against the stored
001500* control record (mode C, blocking the update steps on any
001510* difference) or write the new control record (mode W).
001520******************************************************************
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 2000-VERIFY-ONE-RECORD THRU 2000-EXIT
001550         UNTIL WS-EOF.
001560     IF WS-MODE-COMPARE
001570         PERFORM 3000-COMPARE-CONTROL THRU 3000-EXIT
001580     ELSE
001590         PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT
001600     END-IF.
001610     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001620     MOVE 'R' TO WS-SUITE-FUNCTION.
001630     MOVE RETURN-CODE TO WS-SUITE-RC.
001640     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
001650         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
001660     GOBACK.
001670
001680 1000-INITIALIZE.
001690     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
001700     CALL "TIMESTMP" USING WS-TODAY.
001710     OPEN EXTEND AUDIT-LOG-FILE.
001720     IF WS-AUDIT-STATUS = "00"
001730         SET WS-AUDIT-IS-OPEN TO TRUE
001740     END-IF.
001750     MOVE "OK" TO WS-STATUS-TEXT.
001760     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
001770     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
001780     PERFORM 1100-READ-RUN-MODE THRU 1100-EXIT.
001790     MOVE "EMPVERF" TO WS-SUITE-STEP-NAME.
001800     MOVE WS-RUN-MODE TO WS-SUITE-STEP-NAME (8:1).
001810     MOVE 'C' TO WS-SUITE-FUNCTION.
001820     MOVE ZERO TO WS-SUITE-RC.
001830     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
001840         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
001850     IF WS-SUITE-STEP-DONE
001860         DISPLAY WS-SUITE-STEP-NAME
001870             " ALREADY COMPLETE THIS RUN - BYPASSED"
001880         GOBACK
001890     END-IF.
001900     OPEN INPUT EMP-MASTER-FILE.
001910     IF WS-EMPMAST-STATUS NOT = "00"
001920         DISPLAY "EMPMAST OPEN FAILED, STATUS "
001930             WS-EMPMAST-STATUS
001940         MOVE "ERROR" TO WS-STATUS-TEXT
001950         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001960         STRING "EMPMAST OPEN FAILED, STATUS "
001970             WS-EMPMAST-STATUS
001980             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001990         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002000         SET WS-EOF TO TRUE
002010         MOVE 12 TO RETURN-CODE
002020         GO TO 1000-EXIT
002030     END-IF.
002040     SET WS-EMPMAST-IS-OPEN TO TRUE.
002050 1000-EXIT.
002060     EXIT.
002070
002080 1100-READ-RUN-MODE.
002090******************************************************************
002100* The step's role comes from the one-record VERMODE parameter:
002110* C compares against the stored control before the updates,
002120* W writes the new control after them.  A missing parameter
002130* defaults to the cautious compare.
002140******************************************************************
002150     OPEN INPUT MODE-FILE.
002160     IF WS-MODE-STATUS = "00"
002170         READ MODE-FILE
002180             AT END
002190                 CONTINUE
002200             NOT AT END
002210                 IF VM-MODE = 'W'
002220                     MOVE 'W' TO WS-RUN-MODE
002230                 END-IF
002240         END-READ
002250         CLOSE MODE-FILE
002260     END-IF.
002270 1100-EXIT.
002280     EXIT.
002290
002300 2000-VERIFY-ONE-RECORD.
002310******************************************************************
002320* One master record: key sequence through the index, numeric
002330* dates that DATECHK accepts, a legal active switch, and a
002340* department on the reference file.  Every fault is an ERROR
002350* audit record, and any fault fails the step.
002360******************************************************************
002370     READ EMP-MASTER-FILE
002380         AT END
002390             SET WS-EOF TO TRUE
002400     END-READ.
002410     IF WS-EOF
002420         GO TO 2000-EXIT
002430     END-IF.
002440     ADD 1 TO WS-RECORD-COUNT.
002450     IF EMP-ID NOT > WS-PREV-EMP-ID
002460         PERFORM 2900-REPORT-FAULT THRU 2900-EXIT
002470     END-IF.
002480     MOVE EMP-ID TO WS-PREV-EMP-ID.
002490     IF EMP-ID NUMERIC
002500         MOVE EMP-ID TO WS-EMP-ID-NUM
002510         ADD WS-EMP-ID-NUM TO WS-ID-HASH
002520     END-IF.
002530     IF EMP-IS-ACTIVE
002540         ADD 1 TO WS-ACTIVE-COUNT
002550     ELSE
002560         IF NOT EMP-IS-INACTIVE
002570             PERFORM 2900-REPORT-FAULT THRU 2900-EXIT
002580         END-IF
002590     END-IF.
002600     MOVE EMP-BIRTH-DATE TO WS-VAL-YYMMDD.
002610     PERFORM 2100-VALIDATE-DATE THRU 2100-EXIT.
002620     IF WS-DATE-NOT-VALID
002630         PERFORM 2900-REPORT-FAULT THRU 2900-EXIT
002640     END-IF.
002650     MOVE EMP-HIRE-YYMMDD TO WS-VAL-YYMMDD.
002660     PERFORM 2100-VALIDATE-DATE THRU 2100-EXIT.
002670     IF WS-DATE-NOT-VALID
002680         PERFORM 2900-REPORT-FAULT THRU 2900-EXIT
002690     END-IF.
002700     CALL "DEPTLKUP" USING EMP-DEPT-CODE WS-DEPT-STATUS-CODE
002710         WS-DEPT-NAME.
002720     IF WS-DEPT-UNKNOWN
002730         PERFORM 2900-REPORT-FAULT THRU 2900-EXIT
002740     END-IF.
002750 2000-EXIT.
002760     EXIT.
002770
002780 2100-VALIDATE-DATE.
002790******************************************************************
002800* Validates the YYMMDD date in WS-VAL-YYMMDD through the shared
002810* DATECHK subprogram with the shop pivot-year century
002820* windowing, the same way the maintenance programs do.
002830******************************************************************
002840     SET WS-DATE-NOT-VALID TO TRUE.
002850     IF WS-VAL-YYMMDD NOT NUMERIC
002860         GO TO 2100-EXIT
002870     END-IF.
002880     IF WS-VAL-YY <= WS-CENTURY-PIVOT
002890         MOVE 20 TO WS-CHK-CC
002900     ELSE
002910         MOVE 19 TO WS-CHK-CC
002920     END-IF.
002930     MOVE WS-VAL-YY TO WS-CHK-YY.
002940     MOVE WS-VAL-MM TO WS-CHK-MM.
002950     MOVE WS-VAL-DD TO WS-CHK-DD.
002960     CALL "DATECHK" USING WS-CHECK-DATE-CCYYMMDD
002970         WS-DATE-VALID-SWITCH.
002980 2100-EXIT.
002990     EXIT.
003000
003010 2900-REPORT-FAULT.
003020     ADD 1 TO WS-FAULT-COUNT.
003030     DISPLAY "MASTER INTEGRITY FAULT AT " EMP-ID.
003040     MOVE "ERROR" TO WS-STATUS-TEXT.
003050     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003060     STRING "INTEGRITY FAULT " EMP-ID " "
003070         EMP-BIRTH-DATE " " EMP-HIRE-YYMMDD " "
003080         EMP-ACTIVE-SWITCH " " EMP-DEPT-CODE
003090         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003100     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003110     MOVE 12 TO RETURN-CODE.
003120 2900-EXIT.
003130     EXIT.
003140
003150 3000-COMPARE-CONTROL.
003160******************************************************************
003170* Mode C: tonight's counts and EMP-ID hash must match what the
003180* previous night's mode-W step recorded -- nothing legitimate
003190* touches the master between that step and this one.  A first
003200* run with no control record passes with a warning; any
003210* difference fails the night before the update steps run.
003220******************************************************************
003230     OPEN INPUT CONTROL-FILE.
003240     IF WS-CONTROL-STATUS = "00"
003250         READ CONTROL-FILE
003260             AT END
003270                 CONTINUE
003280             NOT AT END
003290                 SET WS-CONTROL-FOUND TO TRUE
003300         END-READ
003310         CLOSE CONTROL-FILE
003320     END-IF.
003330     IF NOT WS-CONTROL-FOUND
003340         DISPLAY "NO PRIOR CONTROL RECORD - FIRST RUN PASSES"
003350         MOVE "WARN" TO WS-STATUS-TEXT
003360         MOVE "NO PRIOR CONTROL RECORD - COMPARE SKIPPED"
003370             TO WS-AUDIT-MESSAGE-TEXT
003380         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003390         GO TO 3000-EXIT
003400     END-IF.
003410     IF EC-RECORD-COUNT = WS-RECORD-COUNT
003420         AND EC-ACTIVE-COUNT = WS-ACTIVE-COUNT
003430         AND EC-ID-HASH = WS-ID-HASH
003440         MOVE "OK" TO WS-STATUS-TEXT
003450         MOVE "MASTER MATCHES PRIOR NIGHT CONTROL"
003460             TO WS-AUDIT-MESSAGE-TEXT
003470         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003480     ELSE
003490         DISPLAY "MASTER DOES NOT MATCH PRIOR NIGHT CONTROL"
003500         MOVE "ERROR" TO WS-STATUS-TEXT
003510         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003520         MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-ED
003530         MOVE WS-ACTIVE-COUNT TO WS-ACTIVE-COUNT-ED
003540         STRING "CONTROL MISMATCH, COUNT " WS-RECORD-COUNT-ED
003550             " VS " EC-RECORD-COUNT
003560             " ACTIVE " WS-ACTIVE-COUNT-ED
003570             " VS " EC-ACTIVE-COUNT
003580             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003590         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003600         MOVE 12 TO RETURN-CODE
003610     END-IF.
003620 3000-EXIT.
003630     EXIT.
003640
003650 4000-WRITE-CONTROL.
003660******************************************************************
003670* Mode W: records the post-update state -- count, actives, and
003680* EMP-ID hash -- as the control tomorrow's mode-C step holds
003690* the file to.
003700******************************************************************
003710     IF WS-SIMULATION
003720         GO TO 4000-EXIT
003730     END-IF.
003740     OPEN OUTPUT CONTROL-FILE.
003750     IF WS-CONTROL-STATUS NOT = "00"
003760         DISPLAY "EMPCTL OPEN FAILED, STATUS "
003770             WS-CONTROL-STATUS
003780         MOVE "ERROR" TO WS-STATUS-TEXT
003790         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003800         STRING "EMPCTL OPEN FAILED, STATUS "
003810             WS-CONTROL-STATUS
003820             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003830         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003840         MOVE 12 TO RETURN-CODE
003850         GO TO 4000-EXIT
003860     END-IF.
003870     MOVE SPACES TO CONTROL-RECORD.
003880     MOVE WS-RUN-NUMBER TO EC-RUN-NUMBER.
003890     MOVE WS-TODAY-DATE TO EC-DATE-CCYYMMDD.
003900     MOVE WS-RECORD-COUNT TO EC-RECORD-COUNT.
003910     MOVE WS-ACTIVE-COUNT TO EC-ACTIVE-COUNT.
003920     MOVE WS-ID-HASH TO EC-ID-HASH.
003930     WRITE CONTROL-RECORD.
003940     CLOSE CONTROL-FILE.
003950     MOVE "OK" TO WS-STATUS-TEXT.
003960     MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-ED.
003970     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003980     STRING "CONTROL RECORDED, " WS-RECORD-COUNT-ED
003990         " RECORDS"
004000         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
004010     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
004020 4000-EXIT.
004030     EXIT.
004040
004050 8000-FINALIZE.
004060     IF WS-EMPMAST-IS-OPEN
004070         CLOSE EMP-MASTER-FILE
004080     END-IF.
004090     MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-ED.
004100     MOVE WS-ACTIVE-COUNT TO WS-ACTIVE-COUNT-ED.
004110     MOVE WS-FAULT-COUNT TO WS-FAULT-COUNT-ED.
004120     DISPLAY "Records verified : " WS-RECORD-COUNT-ED.
004130     DISPLAY "Active employees : " WS-ACTIVE-COUNT-ED.
004140     DISPLAY "Integrity faults : " WS-FAULT-COUNT-ED.
004150     PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT.
004160     MOVE "OK" TO WS-STATUS-TEXT.
004170     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
004180     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
004190     IF WS-AUDIT-IS-OPEN
004200         CLOSE AUDIT-LOG-FILE
004210     END-IF.
004220 8000-EXIT.
004230     EXIT.
004240
004250 8600-APPEND-CONTROL-LEDGER.
004260******************************************************************
004270* One ledger record of this run's control totals for the
004280* CTLVERFY cross-foot.  An unopenable ledger is reported but
004290* does not fail the run; the verifier will flag the missing row.
004300******************************************************************
004310     IF WS-SIMULATION
004320         GO TO 8600-EXIT
004330     END-IF.
004340     OPEN EXTEND CONTROL-LEDGER-FILE.
004350     IF WS-LEDGER-STATUS NOT = "00"
004360         DISPLAY "CTLLEDG OPEN FAILED, STATUS "
004370             WS-LEDGER-STATUS
004380         GO TO 8600-EXIT
004390     END-IF.
004400     MOVE SPACES TO CONTROL-LEDGER-RECORD.
004410     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
004420     MOVE "EMPVERFY" TO CL-PROGRAM-ID.
004430     MOVE WS-SUITE-STEP-NAME TO CL-INTERFACE.
004440     MOVE WS-RECORD-COUNT TO CL-RECORDS-IN.
004450     MOVE WS-ACTIVE-COUNT TO CL-RECORDS-OUT.
004460     MOVE WS-FAULT-COUNT TO CL-RECORDS-REJECTED.
004470     MOVE WS-ID-HASH TO CL-HASH-TOTAL.
004480     WRITE CONTROL-LEDGER-RECORD.
004490     CLOSE CONTROL-LEDGER-FILE.
004500 8600-EXIT.
004510     EXIT.
004520
004530 9000-WRITE-AUDIT-ENTRY.
004540******************************************************************
004550* Stamps and writes one audit record.  The caller sets
004560* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
004570* this paragraph.
004580******************************************************************
004590     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
004600     MOVE SPACES TO AUDIT-LOG-RECORD.
004610     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
004620     MOVE "EMPVERFY" TO AUDIT-PROGRAM-ID.
004630     MOVE SPACES TO AUDIT-USER-ID.
004640     IF WS-SIMULATION
004650         MOVE "SIMULATE" TO AUDIT-USER-ID
004660     END-IF.
004670     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
004680     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
004690     IF WS-STATUS-TEXT = "OK"
004700         SET AUDIT-IS-INFO TO TRUE
004710     ELSE
004720         IF WS-STATUS-TEXT = "ERROR"
004730             SET AUDIT-IS-ERROR TO TRUE
004740         ELSE
004750             SET AUDIT-IS-WARNING TO TRUE
004760         END-IF
004770     END-IF.
004780     IF WS-AUDIT-IS-OPEN
004790         WRITE AUDIT-LOG-RECORD
004800     END-IF.
004810 9000-EXIT.
004820     EXIT.
004830
004840** add other procedures here
004850 END PROGRAM EMPVERFY.
