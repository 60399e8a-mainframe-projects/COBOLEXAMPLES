000350* 2026-09-02  DW   Appends its control totals to the shared
000360*                  CTLLEDG nightly ledger for the CTLVERFY
000370*                  cross-foot of the hand-off seams.
000380* 2026-10-15  DW   Simulation mode: a simulated night writes no
000390*                  CTLLEDG rows.  The nightly job bypasses this
000400*                  step in a simulation so the benefits delta is
000410*                  never replaced.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000450 PROGRAM-ID. BDAYDLTA.
000460 ENVIRONMENT DIVISION.
000470*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000480 CONFIGURATION SECTION.
000490*-----------------------
000500 INPUT-OUTPUT SECTION.
000510*-----------------------
000520 FILE-CONTROL.
000530     SELECT CURR-EXTRACT-FILE ASSIGN TO "BDAYEXTR"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CURR-STATUS.
000560     SELECT PREV-EXTRACT-FILE ASSIGN TO "BDAYPREV"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PREV-STATUS.
000590     SELECT DELTA-FILE ASSIGN TO "BDAYDLTA"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-DELTA-STATUS.
000620     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-LEDGER-STATUS.
000650 DATA DIVISION.
000660*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000670 FILE SECTION.
000680*-----------------------
000690 FD  CURR-EXTRACT-FILE.
000700 01  CURR-EXTRACT-RECORD.
000710     05  CUR-EMP-ID              PIC X(06).
000720     05  CUR-AGE                 PIC 9(03).
000730     05  CUR-BIRTH-CCYYMMDD      PIC 9(08).
000740 FD  PREV-EXTRACT-FILE.
000750 01  PREV-EXTRACT-RECORD.
000760     05  PRV-EMP-ID              PIC X(06).
000770     05  PRV-AGE                 PIC 9(03).
000780     05  PRV-BIRTH-CCYYMMDD      PIC 9(08).
000790 FD  DELTA-FILE.
000800 01  DELTA-RECORD.
000810     05  DLT-ACTION              PIC X(01).
000820     05  DLT-EMP-ID              PIC X(06).
000830     05  DLT-AGE                 PIC 9(03).
000840     05  DLT-BIRTH-CCYYMMDD      PIC 9(08).
000850 01  DELTA-TRAILER.
000860     05  DLT-TRL-TYPE            PIC X(01).
000870     05  DLT-ADD-COUNT           PIC 9(05).
000880     05  DLT-DROP-COUNT          PIC 9(05).
000890     05  DLT-CHANGE-COUNT        PIC 9(05).
000900
000910 FD  CONTROL-LEDGER-FILE.
000920     COPY CTLLEDGR.
000930 WORKING-STORAGE SECTION.
000940*-----------------------
000950 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000960 COPY RUNMODE.
000970 01  WS-LEDGER-STATUS            PIC X(02).
000980 01  WS-CURR-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
000990 01  WS-SUITE-FUNCTION           PIC X(01).
001000 01  WS-SUITE-STEP-NAME          PIC X(08).
001010 01  WS-SUITE-RC                 PIC 9(04).
001020 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001030     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001040 01  WS-CURR-STATUS              PIC X(02).
001050 01  WS-CURR-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001060     88  WS-CURR-IS-OPEN         VALUE 'Y'.
001070 01  WS-PREV-STATUS              PIC X(02).
001080 01  WS-PREV-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001090     88  WS-PREV-IS-OPEN         VALUE 'Y'.
001100 01  WS-DELTA-STATUS             PIC X(02).
001110 01  WS-DELTA-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001120     88  WS-DELTA-IS-OPEN        VALUE 'Y'.
001130 01  WS-CURR-EOF-SWITCH          PIC X(01) VALUE 'N'.
001140     88  WS-CURR-EOF             VALUE 'Y'.
001150 01  WS-PREV-EOF-SWITCH          PIC X(01) VALUE 'N'.
001160     88  WS-PREV-EOF             VALUE 'Y'.
001170 01  WS-CURR-KEY                 PIC X(06).
001180 01  WS-PREV-KEY                 PIC X(06).
001190 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
001200 01  WS-DROP-COUNT               PIC 9(05) COMP VALUE ZERO.
001210 01  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
001220 01  WS-UNCHANGED-COUNT          PIC 9(05) COMP VALUE ZERO.
001230 01  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
001240     88  WS-COMPARE-REFUSED      VALUE 'Y'.
001250 01  WS-ADD-COUNT-ED             PIC ZZZZ9.
001260 01  WS-DROP-COUNT-ED            PIC ZZZZ9.
001270 01  WS-CHANGE-COUNT-ED          PIC ZZZZ9.
001280 01  WS-UNCHANGED-COUNT-ED       PIC ZZZZ9.
001290
001300*-----------------------
001310 PROCEDURE DIVISION.
001320*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001330 0000-MAINLINE.
001340******************************************************************
001350* Classic balanced two-file match on EXT-EMP-ID: tonight-only
001360* records are adds, prior-night-only records are drops, and a
001370* key on both sides compares age and birth date for changes.
001380******************************************************************
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     PERFORM 2000-MATCH-ONE-KEY THRU 2000-EXIT
001410         UNTIL WS-CURR-EOF AND WS-PREV-EOF.
001420     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001430     MOVE 'R' TO WS-SUITE-FUNCTION.
001440     MOVE RETURN-CODE TO WS-SUITE-RC.
001450     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
001460         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
001470     GOBACK.
001480
001490 1000-INITIALIZE.
001500     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
001510     MOVE "BDAYDLTA" TO WS-SUITE-STEP-NAME.
001520     MOVE 'C' TO WS-SUITE-FUNCTION.
001530     MOVE ZERO TO WS-SUITE-RC.
001540     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
001550         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
001560     IF WS-SUITE-STEP-DONE
001570         DISPLAY WS-SUITE-STEP-NAME
001580             " ALREADY COMPLETE THIS RUN - BYPASSED"
001590         GOBACK
001600     END-IF.
001610     OPEN INPUT CURR-EXTRACT-FILE.
001620     IF WS-CURR-STATUS NOT = "00"
001630         DISPLAY "BDAYEXTR OPEN FAILED, STATUS " WS-CURR-STATUS
001640         SET WS-CURR-EOF TO TRUE
001650         SET WS-PREV-EOF TO TRUE
001660         MOVE 12 TO RETURN-CODE
001670         GO TO 1000-EXIT
001680     END-IF.
001690     SET WS-CURR-IS-OPEN TO TRUE.
001700     OPEN INPUT PREV-EXTRACT-FILE.
001710     IF WS-PREV-STATUS = "00"
001720         SET WS-PREV-IS-OPEN TO TRUE
001730     ELSE
001740         DISPLAY "BDAYPREV MISSING - WHOLE EXTRACT FEEDS AS ADDS"
001750         SET WS-PREV-EOF TO TRUE
001760         MOVE HIGH-VALUES TO WS-PREV-KEY
001770     END-IF.
001780     OPEN OUTPUT DELTA-FILE.
001790     IF WS-DELTA-STATUS = "00"
001800         SET WS-DELTA-IS-OPEN TO TRUE
001810     ELSE
001820         DISPLAY "BDAYDLTA OPEN FAILED, STATUS " WS-DELTA-STATUS
001830         MOVE 12 TO RETURN-CODE
001840     END-IF.
001850     PERFORM 1100-READ-CURR THRU 1100-EXIT.
001860     IF WS-PREV-IS-OPEN
001870         PERFORM 1200-READ-PREV THRU 1200-EXIT
001880     END-IF.
001890     IF WS-CURR-EOF AND NOT WS-PREV-EOF
001900         DISPLAY "BDAYEXTR EMPTY WITH PRIOR PRESENT"
001910         DISPLAY "COMPARE REFUSED - NO DELTA PRODUCED"
001920         SET WS-COMPARE-REFUSED TO TRUE
001930         SET WS-PREV-EOF TO TRUE
001940         MOVE 12 TO RETURN-CODE
001950     END-IF.
001960 1000-EXIT.
001970     EXIT.
001980
001990 1100-READ-CURR.
002000     READ CURR-EXTRACT-FILE
002010         AT END
002020             SET WS-CURR-EOF TO TRUE
002030             MOVE HIGH-VALUES TO WS-CURR-KEY
002040         NOT AT END
002050             MOVE CUR-EMP-ID TO WS-CURR-KEY
002060             ADD 1 TO WS-CURR-READ-COUNT
002070     END-READ.
002080 1100-EXIT.
002090     EXIT.
002100
002110 1200-READ-PREV.
002120     READ PREV-EXTRACT-FILE
002130         AT END
002140             SET WS-PREV-EOF TO TRUE
002150             MOVE HIGH-VALUES TO WS-PREV-KEY
002160         NOT AT END
002170             MOVE PRV-EMP-ID TO WS-PREV-KEY
002180     END-READ.
002190 1200-EXIT.
002200     EXIT.
002210
002220 2000-MATCH-ONE-KEY.
002230     EVALUATE TRUE
002240         WHEN WS-CURR-KEY < WS-PREV-KEY
002250             PERFORM 2100-WRITE-ADD THRU 2100-EXIT
002260             PERFORM 1100-READ-CURR THRU 1100-EXIT
002270         WHEN WS-CURR-KEY > WS-PREV-KEY
002280             PERFORM 2200-WRITE-DROP THRU 2200-EXIT
002290             PERFORM 1200-READ-PREV THRU 1200-EXIT
002300         WHEN OTHER
002310             PERFORM 2300-COMPARE-RECORDS THRU 2300-EXIT
002320             PERFORM 1100-READ-CURR THRU 1100-EXIT
002330             PERFORM 1200-READ-PREV THRU 1200-EXIT
002340     END-EVALUATE.
002350 2000-EXIT.
002360     EXIT.
002370
002380 2100-WRITE-ADD.
002390     ADD 1 TO WS-ADD-COUNT.
002400     IF WS-DELTA-IS-OPEN
002410         MOVE SPACES TO DELTA-RECORD
002420         MOVE 'A' TO DLT-ACTION
002430         MOVE CUR-EMP-ID TO DLT-EMP-ID
002440         MOVE CUR-AGE TO DLT-AGE
002450         MOVE CUR-BIRTH-CCYYMMDD TO DLT-BIRTH-CCYYMMDD
002460         WRITE DELTA-RECORD
002470     END-IF.
002480 2100-EXIT.
002490     EXIT.
002500
002510 2200-WRITE-DROP.
002520******************************************************************
002530* A drop carries the prior night's image so the benefits load
002540* knows exactly which record to retire.
002550******************************************************************
002560     ADD 1 TO WS-DROP-COUNT.
002570     IF WS-DELTA-IS-OPEN
002580         MOVE SPACES TO DELTA-RECORD
002590         MOVE 'D' TO DLT-ACTION
002600         MOVE PRV-EMP-ID TO DLT-EMP-ID
002610         MOVE PRV-AGE TO DLT-AGE
002620         MOVE PRV-BIRTH-CCYYMMDD TO DLT-BIRTH-CCYYMMDD
002630         WRITE DELTA-RECORD
002640     END-IF.
002650 2200-EXIT.
002660     EXIT.
002670
002680 2300-COMPARE-RECORDS.
002690******************************************************************
002700* Same employee on both sides: only a rolled-over age or a
002710* corrected birth date makes the record a change; identical
002720* records stay out of the feed entirely.
002730******************************************************************
002740     IF CUR-AGE = PRV-AGE
002750         AND CUR-BIRTH-CCYYMMDD = PRV-BIRTH-CCYYMMDD
002760         ADD 1 TO WS-UNCHANGED-COUNT
002770         GO TO 2300-EXIT
002780     END-IF.
002790     ADD 1 TO WS-CHANGE-COUNT.
002800     IF WS-DELTA-IS-OPEN
002810         MOVE SPACES TO DELTA-RECORD
002820         MOVE 'C' TO DLT-ACTION
002830         MOVE CUR-EMP-ID TO DLT-EMP-ID
002840         MOVE CUR-AGE TO DLT-AGE
002850         MOVE CUR-BIRTH-CCYYMMDD TO DLT-BIRTH-CCYYMMDD
002860         WRITE DELTA-RECORD
002870     END-IF.
002880 2300-EXIT.
002890     EXIT.
002900
002910 8000-FINALIZE.
002920     IF WS-CURR-IS-OPEN
002930         CLOSE CURR-EXTRACT-FILE
002940     END-IF.
002950     IF WS-PREV-IS-OPEN
002960         CLOSE PREV-EXTRACT-FILE
002970     END-IF.
002980     MOVE WS-ADD-COUNT TO WS-ADD-COUNT-ED.
002990     MOVE WS-DROP-COUNT TO WS-DROP-COUNT-ED.
003000     MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-ED.
003010     MOVE WS-UNCHANGED-COUNT TO WS-UNCHANGED-COUNT-ED.
003020     DISPLAY "Adds      : " WS-ADD-COUNT-ED.
003030     DISPLAY "Drops     : " WS-DROP-COUNT-ED.
003040     DISPLAY "Changes   : " WS-CHANGE-COUNT-ED.
003050     DISPLAY "Unchanged : " WS-UNCHANGED-COUNT-ED.
003060     IF WS-DELTA-IS-OPEN
003070         IF NOT WS-COMPARE-REFUSED
003080             MOVE SPACES TO DELTA-TRAILER
003090             MOVE 'T' TO DLT-TRL-TYPE
003100             MOVE WS-ADD-COUNT TO DLT-ADD-COUNT
003110             MOVE WS-DROP-COUNT TO DLT-DROP-COUNT
003120             MOVE WS-CHANGE-COUNT TO DLT-CHANGE-COUNT
003130             WRITE DELTA-TRAILER
003140         END-IF
003150         CLOSE DELTA-FILE
003160     END-IF.
003170     IF NOT WS-COMPARE-REFUSED
003180         PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT
003190     END-IF.
003200 8000-EXIT.
003210     EXIT.
003220
003230 8600-APPEND-CONTROL-LEDGER.
003240******************************************************************
003250* One ledger record of this run's control totals for the
003260* CTLVERFY cross-foot.  An unopenable ledger is reported but
003270* does not fail the run; the verifier will flag the missing row.
003280******************************************************************
003290     IF WS-SIMULATION
003300         GO TO 8600-EXIT
003310     END-IF.
003320     OPEN EXTEND CONTROL-LEDGER-FILE.
003330     IF WS-LEDGER-STATUS NOT = "00"
003340         DISPLAY "CTLLEDG OPEN FAILED, STATUS "
003350             WS-LEDGER-STATUS
003360         GO TO 8600-EXIT
003370     END-IF.
003380     MOVE SPACES TO CONTROL-LEDGER-RECORD.
003390     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
003400     MOVE "BDAYDLTA" TO CL-PROGRAM-ID.
003410     MOVE "BDAYEXTR" TO CL-INTERFACE.
003420     MOVE WS-CURR-READ-COUNT TO CL-RECORDS-IN.
003430     COMPUTE CL-RECORDS-OUT = WS-ADD-COUNT + WS-DROP-COUNT
003440         + WS-CHANGE-COUNT.
003450     MOVE ZERO TO CL-RECORDS-REJECTED.
003460     MOVE ZERO TO CL-HASH-TOTAL.
003470     WRITE CONTROL-LEDGER-RECORD.
003480     CLOSE CONTROL-LEDGER-FILE.
003490 8600-EXIT.
003500     EXIT.
003510
003520** add other procedures here
003530 END PROGRAM BDAYDLTA.
