000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Standing-instruction generator.  Reads the
000060*                SIMAST standing-instruction master and, for
000070*                the instructions due on tonight's date by the
000080*                shop calendar (via CALNDR), appends one
000090*                balanced H/D/T batch to the raw CALCTRAN file
000100*                ahead of the STEP015 pre-edit.  Each generated
000110*                detail carries a trans ID built from the date
000120*                and the instruction number, so a rerun
000130*                regenerates the same IDs and the engines'
000140*                duplicate check bypasses anything already
000150*                posted.  Instructions past their stop date, on
000160*                an inactive or unknown department, or keyed
000170*                wrong are listed on the SIEXCP exception
000180*                report instead.  Finance stops keying the same
000190*                details by hand every business day and every
000200*                month-end.
000210* Tectonics:     cobc
000220*
000230* Modification History
000240* ---------------------
000250* 2026-10-15  DW   Original program.
000260* 2026-10-15  DW   The calendar's 'Y' year-end date counts as a
000270*                  business day and a month-end.
000280* 2026-10-15  DW   Simulation mode: a simulated night lists what
000290*                  it would generate and reports its exceptions,
000300*                  but appends nothing to the raw CALCTRAN file,
000310*                  so the real night still generates the batch.
000320* 2026-10-15  DW   Business date now taken from GETBDATE for
000330*                  catch-up nights.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 PROGRAM-ID. STNDGEN.
000380 ENVIRONMENT DIVISION.
000390*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000400 CONFIGURATION SECTION.
000410*-----------------------
000420 INPUT-OUTPUT SECTION.
000430*-----------------------
000440 FILE-CONTROL.
000450     SELECT INSTRUCTION-FILE ASSIGN TO "SIMAST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-INSTR-STATUS.
000480     SELECT TRANS-OUT-FILE ASSIGN TO "SIOUT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-OUT-STATUS.
000510     SELECT EXCEPTION-REPORT-FILE ASSIGN TO "SIEXCP"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-STATUS.
000540     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-LEDGER-STATUS.
000600 DATA DIVISION.
000610*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000620 FILE SECTION.
000630*-----------------------
000640 FD  INSTRUCTION-FILE.
000650     COPY STNDINST.
000660 FD  TRANS-OUT-FILE.
000670     COPY TRANREC.
000680 FD  EXCEPTION-REPORT-FILE.
000690 01  EXCEPTION-REPORT-RECORD     PIC X(80).
000700 FD  AUDIT-LOG-FILE.
000710     COPY AUDITLOG.
000720 FD  CONTROL-LEDGER-FILE.
000730     COPY CTLLEDGR.
000740
000750 WORKING-STORAGE SECTION.
000760*-----------------------
000770 01  WS-INSTR-STATUS             PIC X(02).
000780 01  WS-INSTR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000790     88  WS-INSTR-IS-OPEN        VALUE 'Y'.
000800 01  WS-OUT-STATUS               PIC X(02).
000810 01  WS-OUT-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000820     88  WS-OUT-IS-OPEN          VALUE 'Y'.
000830 01  WS-REPORT-STATUS            PIC X(02).
000840 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000850     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000860 01  WS-AUDIT-STATUS             PIC X(02).
000870 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000880     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000890 01  WS-LEDGER-STATUS            PIC X(02).
000900 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000910 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000920 COPY RUNMODE.
000930 01  WS-SUITE-FUNCTION           PIC X(01).
000940 01  WS-SUITE-STEP-NAME          PIC X(08).
000950 01  WS-SUITE-RC                 PIC 9(04).
000960 01  WS-SUITE-DONE-SWITCH        PIC X(01).
000970     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
000980 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
000990 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001000 01  WS-STATUS-TEXT              PIC X(20).
001010 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001020 COPY EOFSWTCH.
001030 01  WS-TODAY                    PIC X(21).
001040 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
001050     05  WS-TODAY-DATE           PIC 9(08).
001060     05  FILLER                  PIC X(13).
001070 01  WS-TODAY-PARTS REDEFINES WS-TODAY.
001080     05  WS-TODAY-CC             PIC 9(02).
001090     05  WS-TODAY-YY.
001100         10  FILLER              PIC 9(01).
001110         10  WS-TODAY-Y          PIC 9(01).
001120     05  WS-TODAY-MMDD           PIC 9(04).
001130     05  FILLER                  PIC X(13).
001140 01  WS-DAY-TYPE                 PIC X(01).
001150     88  WS-IS-BUSINESS-DAY      VALUE 'B' 'E' 'Y'.
001160     88  WS-IS-MONTH-END         VALUE 'E' 'Y'.
001170     88  WS-DATE-UNKNOWN         VALUE '?'.
001180 01  WS-PRIOR-DATE               PIC 9(08).
001190 01  WS-PRIOR-DATE-X REDEFINES WS-PRIOR-DATE
001200                                 PIC X(08).
001210 01  WS-PRIOR-DAY-TYPE           PIC X(01).
001220     88  WS-PRIOR-IS-BUSINESS    VALUE 'B' 'E' 'Y'.
001230 01  WS-TODAY-INTEGER            PIC 9(08) COMP.
001240 01  WS-START-INTEGER            PIC 9(08) COMP.
001250 01  WS-DAYS-SINCE-START         PIC 9(08) COMP.
001260 01  WS-WEEKS-SINCE-START        PIC 9(08) COMP.
001270 01  WS-WEEK-OFFSET              PIC 9(01) COMP.
001280 01  WS-BACK-IX                  PIC 9(01) COMP.
001290 01  WS-PRIOR-BUSINESS-SWITCH    PIC X(01).
001300     88  WS-PRIOR-BUSINESS-FOUND VALUE 'Y'.
001310 01  WS-DUE-SWITCH               PIC X(01).
001320     88  WS-INSTR-IS-DUE         VALUE 'Y'.
001330 01  WS-BATCH-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001340     88  WS-BATCH-IS-OPEN        VALUE 'Y'.
001350 01  WS-PREV-KEY                 PIC X(07) VALUE LOW-VALUES.
001360 01  WS-INSTR-SEEN-TABLE.
001370     05  WS-INSTR-SEEN OCCURS 999 TIMES
001380                                 PIC X(01).
001390 01  WS-EXCEPTION-TEXT           PIC X(30).
001400 01  WS-DEPT-STATUS-CODE         PIC X(01).
001410     88  WS-DEPT-IS-ACTIVE       VALUE 'A'.
001420     88  WS-DEPT-UNKNOWN         VALUE '?'.
001430 01  WS-DEPT-NAME                PIC X(20).
001440 01  WS-GEN-TRANS-ID.
001450     05  WS-GEN-YEAR-DIGIT       PIC 9(01).
001460     05  WS-GEN-MMDD             PIC 9(04).
001470     05  WS-GEN-INSTR-NO         PIC 9(03).
001480 01  WS-GEN-BATCH-ID.
001490     05  FILLER                  PIC X(02) VALUE "SI".
001500     05  WS-GEN-BATCH-YY         PIC 9(02).
001510     05  WS-GEN-BATCH-MMDD       PIC 9(04).
001520 01  WS-READ-COUNT               PIC 9(05) COMP VALUE ZERO.
001530 01  WS-GENERATED-COUNT          PIC 9(05) COMP VALUE ZERO.
001540 01  WS-EXCEPTION-COUNT          PIC 9(05) COMP VALUE ZERO.
001550 01  WS-NOT-DUE-COUNT            PIC 9(05) COMP VALUE ZERO.
001560 01  WS-HASH-TOTAL               PIC S9(13)V99 VALUE ZERO.
001570 01  WS-READ-COUNT-ED            PIC ZZZZ9.
001580 01  WS-GENERATED-COUNT-ED       PIC ZZZZ9.
001590 01  WS-EXCEPTION-COUNT-ED       PIC ZZZZ9.
001600 01  WS-NOT-DUE-COUNT-ED         PIC ZZZZ9.
001610 COPY RPTCTL.
001620 01  WS-EXCEPTION-LINE.
001630     05  XL-CLIENT-ID            PIC X(04).
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  XL-INSTR-NO             PIC X(03).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  XL-FREQUENCY            PIC X(01).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  XL-STOP-DATE            PIC X(08).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  XL-REASON               PIC X(30).
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  XL-DESCRIPTION          PIC X(20).
001740
001750*-----------------------
001760 PROCEDURE DIVISION.
001770*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001780 0000-MAINLINE.
001790******************************************************************
001800* Every instruction is read and edited every night, so an
001810* expired or orphaned instruction shows on the exception report
001820* whether or not anything is due.  Only a business day on the
001830* calendar generates; the batch is opened by the first due
001840* instruction and closed with its trailer at the end, so a
001850* night with nothing due appends nothing at all.
001860******************************************************************
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     PERFORM 2000-PROCESS-ONE-INSTRUCTION THRU 2000-EXIT
001890         UNTIL WS-EOF.
001900     PERFORM 3000-CLOSE-BATCH THRU 3000-EXIT.
001910     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001920     MOVE 'R' TO WS-SUITE-FUNCTION.
001930     MOVE WS-STEP-RC TO WS-SUITE-RC.
001940     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
001950         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
001960     MOVE WS-STEP-RC TO RETURN-CODE.
001970     GOBACK.
001980
001990 1000-INITIALIZE.
002000     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
002010     MOVE "STNDGEN " TO WS-SUITE-STEP-NAME.
002020     MOVE 'C' TO WS-SUITE-FUNCTION.
002030     MOVE ZERO TO WS-SUITE-RC.
002040     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
002050         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
002060     IF WS-SUITE-STEP-DONE
002070         DISPLAY WS-SUITE-STEP-NAME
002080             " ALREADY COMPLETE THIS RUN - BYPASSED"
002090         GOBACK
002100     END-IF.
002110     MOVE "STNDGEN " TO RPT-PROGRAM-NAME.
002120     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER.
002130     MOVE WS-NIGHT-MODE TO RPT-RUN-MODE.
002140     MOVE 60 TO RPT-LINES-PER-PAGE.
002150     MOVE ZERO TO RPT-LINE-COUNT.
002160     MOVE ZERO TO RPT-PAGE-COUNT.
002170     MOVE 'D' TO RPT-REQUEST.
002180     MOVE "STANDING-INSTRUCTION EXCEPTIONS"
002190         TO RPT-COLUMN-HEADING.
002200     MOVE ALL 'N' TO WS-INSTR-SEEN-TABLE.
002210     OPEN EXTEND AUDIT-LOG-FILE.
002220     IF WS-AUDIT-STATUS = "00"
002230         SET WS-AUDIT-IS-OPEN TO TRUE
002240     END-IF.
002250     CALL "GETBDATE" USING WS-TODAY.
002260     CALL "CALNDR" USING WS-TODAY-DATE WS-DAY-TYPE.
002270     COMPUTE WS-TODAY-INTEGER =
002280         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
002290     MOVE WS-TODAY-Y TO WS-GEN-YEAR-DIGIT.
002300     MOVE WS-TODAY-MMDD TO WS-GEN-MMDD.
002310     MOVE WS-TODAY-YY TO WS-GEN-BATCH-YY.
002320     MOVE WS-TODAY-MMDD TO WS-GEN-BATCH-MMDD.
002330     IF WS-DATE-UNKNOWN
002340         DISPLAY "DATE " WS-TODAY-DATE
002350             " NOT ON THE CALENDAR - NOTHING GENERATED"
002360         MOVE "ERROR" TO WS-STATUS-TEXT
002370         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002380         STRING "DATE " WS-TODAY-DATE
002390             " NOT ON CALENDAR - NO STANDING BATCH"
002400             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002410         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002420         MOVE 8 TO WS-STEP-RC
002430     END-IF.
002440     OPEN OUTPUT EXCEPTION-REPORT-FILE.
002450     IF WS-REPORT-STATUS = "00"
002460         SET WS-REPORT-IS-OPEN TO TRUE
002470     END-IF.
002480     OPEN INPUT INSTRUCTION-FILE.
002490     IF WS-INSTR-STATUS NOT = "00"
002500         DISPLAY "SIMAST OPEN FAILED, STATUS " WS-INSTR-STATUS
002510         MOVE "ERROR" TO WS-STATUS-TEXT
002520         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002530         STRING "SIMAST OPEN FAILED, STATUS " WS-INSTR-STATUS
002540             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002550         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002560         SET WS-EOF TO TRUE
002570         MOVE 12 TO WS-STEP-RC
002580         GO TO 1000-EXIT
002590     END-IF.
002600     SET WS-INSTR-IS-OPEN TO TRUE.
002610     PERFORM 1100-READ-INSTRUCTION THRU 1100-EXIT.
002620 1000-EXIT.
002630     EXIT.
002640
002650 1100-READ-INSTRUCTION.
002660     READ INSTRUCTION-FILE
002670         AT END
002680             SET WS-EOF TO TRUE
002690     END-READ.
002700     IF NOT WS-EOF
002710         ADD 1 TO WS-READ-COUNT
002720     END-IF.
002730 1100-EXIT.
002740     EXIT.
002750
002760 2000-PROCESS-ONE-INSTRUCTION.
002770******************************************************************
002780* Edits one instruction, then generates its detail if it is
002790* due tonight.  The first failing edit wins and the instruction
002800* goes to the exception report instead.  An instruction not yet
002810* started is simply not due.
002820******************************************************************
002830     MOVE SPACES TO WS-EXCEPTION-TEXT.
002840     PERFORM 2100-EDIT-INSTRUCTION THRU 2100-EXIT.
002850     IF WS-EXCEPTION-TEXT NOT = SPACES
002860         PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
002870         GO TO 2090-NEXT-INSTRUCTION
002880     END-IF.
002890     IF NOT WS-IS-BUSINESS-DAY
002900         OR SI-START-DATE > WS-TODAY-DATE
002910         ADD 1 TO WS-NOT-DUE-COUNT
002920         GO TO 2090-NEXT-INSTRUCTION
002930     END-IF.
002940     PERFORM 2200-CHECK-DUE THRU 2200-EXIT.
002950     IF WS-INSTR-IS-DUE
002960         PERFORM 2500-GENERATE-DETAIL THRU 2500-EXIT
002970     ELSE
002980         ADD 1 TO WS-NOT-DUE-COUNT
002990     END-IF.
003000 2090-NEXT-INSTRUCTION.
003010     PERFORM 1100-READ-INSTRUCTION THRU 1100-EXIT.
003020 2000-EXIT.
003030     EXIT.
003040
003050 2100-EDIT-INSTRUCTION.
003060******************************************************************
003070* The master must stay in client/instruction sequence, and an
003080* instruction number may appear only once in the whole file --
003090* it is half of every generated trans ID.  An expired
003100* instruction and one on a department no longer active are
003110* reported every night until Finance removes or repoints it.
003120******************************************************************
003130     IF SI-KEY NOT > WS-PREV-KEY
003140         MOVE "OUT OF SEQUENCE OR DUPLICATE" TO WS-EXCEPTION-TEXT
003150         GO TO 2100-EXIT
003160     END-IF.
003170     MOVE SI-KEY TO WS-PREV-KEY.
003180     IF SI-INSTR-NO NOT NUMERIC OR SI-INSTR-NO = ZERO
003190         MOVE "INVALID INSTRUCTION NUMBER" TO WS-EXCEPTION-TEXT
003200         GO TO 2100-EXIT
003210     END-IF.
003220     IF WS-INSTR-SEEN (SI-INSTR-NO) = 'Y'
003230         MOVE "INSTR NO USED BY ANOTHER CLIENT"
003240             TO WS-EXCEPTION-TEXT
003250         GO TO 2100-EXIT
003260     END-IF.
003270     MOVE 'Y' TO WS-INSTR-SEEN (SI-INSTR-NO).
003280     IF NOT SI-FREQUENCY-LEGAL
003290         MOVE "INVALID FREQUENCY" TO WS-EXCEPTION-TEXT
003300         GO TO 2100-EXIT
003310     END-IF.
003320     IF SI-START-DATE NOT NUMERIC OR SI-STOP-DATE NOT NUMERIC
003330         MOVE "INVALID START OR STOP DATE" TO WS-EXCEPTION-TEXT
003340         GO TO 2100-EXIT
003350     END-IF.
003360     IF SI-NUM1 NOT NUMERIC OR SI-NUM2 NOT NUMERIC
003370         OR NOT SI-OPERAT-IS-LEGAL
003380         MOVE "INVALID OPERANDS OR OPERATOR" TO WS-EXCEPTION-TEXT
003390         GO TO 2100-EXIT
003400     END-IF.
003410     IF NOT SI-NO-STOP-DATE AND SI-STOP-DATE < WS-TODAY-DATE
003420         MOVE "EXPIRED" TO WS-EXCEPTION-TEXT
003430         GO TO 2100-EXIT
003440     END-IF.
003450     CALL "DEPTLKUP" USING SI-CLIENT-ID WS-DEPT-STATUS-CODE
003460         WS-DEPT-NAME.
003470     IF WS-DEPT-UNKNOWN
003480         MOVE "DEPARTMENT NOT ON DEPTFILE" TO WS-EXCEPTION-TEXT
003490         GO TO 2100-EXIT
003500     END-IF.
003510     IF NOT WS-DEPT-IS-ACTIVE
003520         MOVE "DEPARTMENT INACTIVE" TO WS-EXCEPTION-TEXT
003530         GO TO 2100-EXIT
003540     END-IF.
003550 2100-EXIT.
003560     EXIT.
003570
003580 2200-CHECK-DUE.
003590******************************************************************
003600* Daily instructions are due every business day and month-end
003610* instructions on the calendar's 'E' day.  A weekly
003620* instruction falls due every seventh day counted from its
003630* start date; when that day was a weekend or holiday it rolls
003640* forward to the first business day after it, which is the
003650* case when no business day has passed since.
003660******************************************************************
003670     MOVE 'N' TO WS-DUE-SWITCH.
003680     EVALUATE TRUE
003690         WHEN SI-IS-DAILY
003700             SET WS-INSTR-IS-DUE TO TRUE
003710         WHEN SI-IS-MONTH-END
003720             IF WS-IS-MONTH-END
003730                 SET WS-INSTR-IS-DUE TO TRUE
003740             END-IF
003750         WHEN SI-IS-WEEKLY
003760             PERFORM 2250-CHECK-WEEKLY-DUE THRU 2250-EXIT
003770     END-EVALUATE.
003780 2200-EXIT.
003790     EXIT.
003800
003810 2250-CHECK-WEEKLY-DUE.
003820     COMPUTE WS-START-INTEGER =
003830         FUNCTION INTEGER-OF-DATE(SI-START-DATE).
003840     COMPUTE WS-DAYS-SINCE-START =
003850         WS-TODAY-INTEGER - WS-START-INTEGER.
003860     DIVIDE WS-DAYS-SINCE-START BY 7
003870         GIVING WS-WEEKS-SINCE-START
003880         REMAINDER WS-WEEK-OFFSET.
003890     IF WS-WEEK-OFFSET = ZERO
003900         SET WS-INSTR-IS-DUE TO TRUE
003910         GO TO 2250-EXIT
003920     END-IF.
003930     IF WS-DAYS-SINCE-START < 7
003940         GO TO 2250-EXIT
003950     END-IF.
003960     MOVE 'N' TO WS-PRIOR-BUSINESS-SWITCH.
003970     PERFORM 2260-CHECK-ONE-PRIOR-DAY THRU 2260-EXIT
003980         VARYING WS-BACK-IX FROM 1 BY 1
003990         UNTIL WS-BACK-IX > WS-WEEK-OFFSET
004000             OR WS-PRIOR-BUSINESS-FOUND.
004010     IF NOT WS-PRIOR-BUSINESS-FOUND
004020         SET WS-INSTR-IS-DUE TO TRUE
004030     END-IF.
004040 2250-EXIT.
004050     EXIT.
004060
004070 2260-CHECK-ONE-PRIOR-DAY.
004080     COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
004090         (WS-TODAY-INTEGER - WS-BACK-IX).
004100     CALL "CALNDR" USING WS-PRIOR-DATE-X WS-PRIOR-DAY-TYPE.
004110     IF WS-PRIOR-IS-BUSINESS
004120         SET WS-PRIOR-BUSINESS-FOUND TO TRUE
004130     END-IF.
004140 2260-EXIT.
004150     EXIT.
004160
004170 2500-GENERATE-DETAIL.
004180******************************************************************
004190* Appends one 'D' record for a due instruction, opening the
004200* batch with its header first if this is the first.  The trans
004210* ID is the last digit of the year, the month and day, and the
004220* instruction number (YMMDDNNN), so the same night always
004230* produces the same IDs.
004240******************************************************************
004250     IF NOT WS-BATCH-IS-OPEN
004260         PERFORM 2600-OPEN-BATCH THRU 2600-EXIT
004270     END-IF.
004280     IF NOT WS-OUT-IS-OPEN
004290         GO TO 2500-EXIT
004300     END-IF.
004310     MOVE SI-INSTR-NO TO WS-GEN-INSTR-NO.
004320     MOVE SPACES TO TRANS-RECORD.
004330     MOVE 'D' TO TR-REC-TYPE.
004340     MOVE SI-CLIENT-ID TO TR-CLIENT-ID.
004350     MOVE WS-GEN-TRANS-ID TO TR-TRANS-ID.
004360     MOVE SI-NUM1 TO TR-NUM1.
004370     MOVE SI-NUM2 TO TR-NUM2.
004380     MOVE SI-OPERAT TO TR-OPERAT.
004390     MOVE ZERO TO TR-PERIODS.
004400     IF NOT WS-SIMULATION
004410         WRITE TRANS-RECORD
004420     END-IF.
004430     ADD 1 TO WS-GENERATED-COUNT.
004440     ADD SI-NUM1 TO WS-HASH-TOTAL.
004450     MOVE "OK" TO WS-STATUS-TEXT.
004460     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
004470     STRING WS-GEN-TRANS-ID " " SI-CLIENT-ID
004480         " GENERATED FROM INSTRUCTION " SI-INSTR-NO
004490         " FREQ " SI-FREQUENCY
004500         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
004510     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
004520 2500-EXIT.
004530     EXIT.
004540
004550 2600-OPEN-BATCH.
004560******************************************************************
004570* The generated batch is appended behind whatever the clerks
004580* keyed, as a batch of its own, so TRANEDIT balances it apart
004590* from theirs.  An output file that will not open fails the
004600* step; the clerks' batches still go through the pre-edit.  A
004610* simulated night leaves the file alone and only counts.
004620******************************************************************
004630     SET WS-BATCH-IS-OPEN TO TRUE.
004640     IF WS-SIMULATION
004650         SET WS-OUT-IS-OPEN TO TRUE
004660         GO TO 2600-EXIT
004670     END-IF.
004680     OPEN EXTEND TRANS-OUT-FILE.
004690     IF WS-OUT-STATUS NOT = "00"
004700         DISPLAY "SIOUT OPEN FAILED, STATUS " WS-OUT-STATUS
004710         MOVE "ERROR" TO WS-STATUS-TEXT
004720         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004730         STRING "SIOUT OPEN FAILED, STATUS " WS-OUT-STATUS
004740             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004750         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004760         MOVE 12 TO WS-STEP-RC
004770         GO TO 2600-EXIT
004780     END-IF.
004790     SET WS-OUT-IS-OPEN TO TRUE.
004800     MOVE SPACES TO TRANS-BATCH-HEADER.
004810     MOVE 'H' TO TR-REC-TYPE.
004820     MOVE WS-GEN-BATCH-ID TO TH-BATCH-ID.
004830     MOVE WS-TODAY-DATE TO TH-BUSINESS-DATE.
004840     WRITE TRANS-BATCH-HEADER.
004850 2600-EXIT.
004860     EXIT.
004870
004880 2900-REPORT-EXCEPTION.
004890     ADD 1 TO WS-EXCEPTION-COUNT.
004900     MOVE SPACES TO WS-EXCEPTION-LINE.
004910     MOVE SI-CLIENT-ID TO XL-CLIENT-ID.
004920     MOVE SI-INSTR-NO TO XL-INSTR-NO.
004930     MOVE SI-FREQUENCY TO XL-FREQUENCY.
004940     MOVE SI-STOP-DATE TO XL-STOP-DATE.
004950     MOVE WS-EXCEPTION-TEXT TO XL-REASON.
004960     MOVE SI-DESCRIPTION TO XL-DESCRIPTION.
004970     IF WS-REPORT-IS-OPEN
004980         MOVE WS-EXCEPTION-LINE TO RPT-DETAIL-LINE
004990         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
005000     END-IF.
005010     MOVE "WARN" TO WS-STATUS-TEXT.
005020     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
005030     STRING "INSTRUCTION " SI-CLIENT-ID " " SI-INSTR-NO
005040         " NOT GENERATED - " WS-EXCEPTION-TEXT
005050         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
005060     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005070 2900-EXIT.
005080     EXIT.
005090
005100 3000-CLOSE-BATCH.
005110******************************************************************
005120* Closes the generated batch with the trailer TRANEDIT balances
005130* it by: the detail count and the hash of the first operands.
005140******************************************************************
005150     IF NOT WS-OUT-IS-OPEN
005160         GO TO 3000-EXIT
005170     END-IF.
005180     IF WS-SIMULATION
005190         MOVE 'N' TO WS-OUT-OPEN-SWITCH
005200         GO TO 3000-EXIT
005210     END-IF.
005220     MOVE SPACES TO TRANS-BATCH-TRAILER.
005230     MOVE 'T' TO TR-REC-TYPE.
005240     MOVE WS-GENERATED-COUNT TO TT-RECORD-COUNT.
005250     MOVE WS-HASH-TOTAL TO TT-HASH-TOTAL.
005260     WRITE TRANS-BATCH-TRAILER.
005270     CLOSE TRANS-OUT-FILE.
005280     MOVE 'N' TO WS-OUT-OPEN-SWITCH.
005290 3000-EXIT.
005300     EXIT.
005310
005320 8000-FINALIZE.
005330     IF WS-INSTR-IS-OPEN
005340         CLOSE INSTRUCTION-FILE
005350     END-IF.
005360     MOVE WS-READ-COUNT TO WS-READ-COUNT-ED.
005370     MOVE WS-GENERATED-COUNT TO WS-GENERATED-COUNT-ED.
005380     MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT-ED.
005390     MOVE WS-NOT-DUE-COUNT TO WS-NOT-DUE-COUNT-ED.
005400     DISPLAY "Instructions read    : " WS-READ-COUNT-ED.
005410     DISPLAY "Details generated    : " WS-GENERATED-COUNT-ED.
005420     DISPLAY "Not due tonight      : " WS-NOT-DUE-COUNT-ED.
005430     DISPLAY "Exceptions           : " WS-EXCEPTION-COUNT-ED.
005440     IF WS-REPORT-IS-OPEN
005450         MOVE SPACES TO RPT-DETAIL-LINE
005460         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
005470         STRING "READ " WS-READ-COUNT-ED
005480             " GENERATED " WS-GENERATED-COUNT-ED
005490             " EXCEPTIONS " WS-EXCEPTION-COUNT-ED
005500             " DATE " WS-TODAY-DATE
005510             " RUN " WS-RUN-NUMBER-ED
005520             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005530         MOVE 'T' TO RPT-REQUEST
005540         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
005550         CLOSE EXCEPTION-REPORT-FILE
005560     END-IF.
005570     IF WS-INSTR-IS-OPEN
005580         PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT
005590     END-IF.
005600     IF WS-EXCEPTION-COUNT > ZERO AND WS-STEP-RC < 4
005610         MOVE 4 TO WS-STEP-RC
005620     END-IF.
005630     MOVE "OK" TO WS-STATUS-TEXT.
005640     IF WS-EXCEPTION-COUNT > ZERO
005650         MOVE "WARN" TO WS-STATUS-TEXT
005660     END-IF.
005670     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
005680     STRING "STANDING BATCH " WS-GEN-BATCH-ID
005690         " GENERATED " WS-GENERATED-COUNT-ED
005700         " EXCEPTIONS " WS-EXCEPTION-COUNT-ED
005710         " DAY TYPE " WS-DAY-TYPE
005720         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
005730     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005740     IF WS-AUDIT-IS-OPEN
005750         CLOSE AUDIT-LOG-FILE
005760     END-IF.
005770 8000-EXIT.
005780     EXIT.
005790
005800 8600-APPEND-CONTROL-LEDGER.
005810******************************************************************
005820* One ledger record of the generation: instructions read,
005830* details generated, exceptions, and the trailer hash, so the
005840* generated batch can be footed into the STEP015 row.
005850******************************************************************
005860     IF WS-SIMULATION
005870         GO TO 8600-EXIT
005880     END-IF.
005890     OPEN EXTEND CONTROL-LEDGER-FILE.
005900     IF WS-LEDGER-STATUS NOT = "00"
005910         DISPLAY "CTLLEDG OPEN FAILED, STATUS "
005920             WS-LEDGER-STATUS
005930         GO TO 8600-EXIT
005940     END-IF.
005950     MOVE SPACES TO CONTROL-LEDGER-RECORD.
005960     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
005970     MOVE "STNDGEN " TO CL-PROGRAM-ID.
005980     MOVE "SIMAST  " TO CL-INTERFACE.
005990     MOVE WS-READ-COUNT TO CL-RECORDS-IN.
006000     MOVE WS-GENERATED-COUNT TO CL-RECORDS-OUT.
006010     MOVE WS-EXCEPTION-COUNT TO CL-RECORDS-REJECTED.
006020     MOVE WS-HASH-TOTAL TO CL-HASH-TOTAL.
006030     WRITE CONTROL-LEDGER-RECORD.
006040     CLOSE CONTROL-LEDGER-FILE.
006050 8600-EXIT.
006060     EXIT.
006070
006080 9500-WRITE-REPORT-LINE.
006090******************************************************************
006100* Hands one line through the shared RPTWRTR report writer and
006110* writes the heading block first whenever a new page starts.
006120* The request code resets to detail after every line so trailer
006130* callers set it per line.
006140******************************************************************
006150     CALL "RPTWRTR" USING RPT-CONTROL.
006160     IF RPT-NEW-PAGE
006170         MOVE RPT-HEADING-1 TO EXCEPTION-REPORT-RECORD
006180         WRITE EXCEPTION-REPORT-RECORD
006190         MOVE RPT-HEADING-2 TO EXCEPTION-REPORT-RECORD
006200         WRITE EXCEPTION-REPORT-RECORD
006210         MOVE RPT-HEADING-3 TO EXCEPTION-REPORT-RECORD
006220         WRITE EXCEPTION-REPORT-RECORD
006230     END-IF.
006240     MOVE RPT-DETAIL-LINE TO EXCEPTION-REPORT-RECORD.
006250     WRITE EXCEPTION-REPORT-RECORD.
006260     MOVE 'D' TO RPT-REQUEST.
006270 9500-EXIT.
006280     EXIT.
006290
006300 9000-WRITE-AUDIT-ENTRY.
006310******************************************************************
006320* Stamps and writes one audit record.  The caller sets
006330* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
006340* this paragraph.
006350******************************************************************
006360     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
006370     MOVE SPACES TO AUDIT-LOG-RECORD.
006380     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
006390     MOVE "STNDGEN " TO AUDIT-PROGRAM-ID.
006400     MOVE SPACES TO AUDIT-USER-ID.
006410     IF WS-SIMULATION
006420         MOVE "SIMULATE" TO AUDIT-USER-ID
006430     END-IF.
006440     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
006450     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
006460     IF WS-STATUS-TEXT = "OK"
006470         SET AUDIT-IS-INFO TO TRUE
006480     ELSE
006490         IF WS-STATUS-TEXT = "ERROR"
006500             SET AUDIT-IS-ERROR TO TRUE
006510         ELSE
006520             SET AUDIT-IS-WARNING TO TRUE
006530         END-IF
006540     END-IF.
006550     IF WS-AUDIT-IS-OPEN
006560         WRITE AUDIT-LOG-RECORD
006570     END-IF.
006580 9000-EXIT.
006590     EXIT.
006600
006610** add other procedures here
006620 END PROGRAM STNDGEN.
