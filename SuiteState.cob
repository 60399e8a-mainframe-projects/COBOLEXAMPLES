000100*                bypasses the steps that already did their
000110*                work; function R appends the step's completion
000120*                record.  A missing state file simply answers
000130*                "not done" -- a clean start needs no state.  A
000140*                simulated night keeps no state: every step runs,
000150*                and nothing is recorded.  A step checking in also
000160*                records itself as the owner of the BATLOCK batch-
000170*                window lock, when its run holds it.
000180* Tectonics:     cobc
000190*
000200* Modification History
000210* ---------------------
000220* 2026-09-02  DW   Original subprogram.
000230* 2026-10-15  DW   Simulated nights (GETRUNM mode S) answer every
000240*                  check "not done" and record nothing, so a
000250*                  simulation leaves the suite state as it found
000260*                  it.
000270* 2026-10-15  DW   A step checking in now records itself as the
000280*                  owner of the batch-window lock.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 PROGRAM-ID. SUITESTA.
000330 ENVIRONMENT DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 CONFIGURATION SECTION.
000360*-----------------------
000370 INPUT-OUTPUT SECTION.
000380*-----------------------
000390 FILE-CONTROL.
000400     SELECT SUITE-STATE-FILE ASSIGN TO "SUITESTA"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-STATE-STATUS.
000430 DATA DIVISION.
000440*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000450 FILE SECTION.
000460*-----------------------
000470 FD  SUITE-STATE-FILE.
000480     COPY SSTATREC.
000490 WORKING-STORAGE SECTION.
000500*-----------------------
000510 01  WS-STATE-STATUS             PIC X(02).
000520 01  WS-STATE-EOF-SWITCH         PIC X(01).
000530     88  WS-STATE-EOF            VALUE 'Y'.
000540 01  WS-CONTROL-RUN-NUMBER       PIC 9(05).
000550 COPY RUNMODE.
000560 01  WS-LOCK-FUNCTION            PIC X(01) VALUE 'O'.
000570 01  WS-LOCK-RECORD              PIC X(77).
000580*-----------------------
000590 LINKAGE SECTION.
000600*-----------------------
000610 01  LK-FUNCTION                  PIC X(01).
000620     88  LK-FUNCTION-CHECK        VALUE 'C'.
000630     88  LK-FUNCTION-RECORD       VALUE 'R'.
000640 01  LK-RUN-NUMBER                PIC 9(05).
000650 01  LK-STEP-NAME                 PIC X(08).
000660 01  LK-RETURN-CODE               PIC 9(04).
000670 01  LK-DONE-SWITCH               PIC X(01).
000680     88  LK-STEP-DONE             VALUE 'Y'.
000690
000700*-----------------------
000710 PROCEDURE DIVISION USING LK-FUNCTION LK-RUN-NUMBER
000720     LK-STEP-NAME LK-RETURN-CODE LK-DONE-SWITCH.
000730*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000740 0000-MAINLINE.
000750     MOVE 'N' TO LK-DONE-SWITCH.
000760     IF LK-FUNCTION-CHECK
000770         CALL "BATLOCK" USING WS-LOCK-FUNCTION LK-RUN-NUMBER
000780             LK-STEP-NAME WS-LOCK-RECORD
000790     END-IF.
000800     CALL "GETRUNM" USING WS-CONTROL-RUN-NUMBER WS-NIGHT-MODE.
000810     IF WS-SIMULATION
000820         GOBACK
000830     END-IF.
000840     IF LK-FUNCTION-RECORD
000850         PERFORM 2000-RECORD-COMPLETION THRU 2000-EXIT
000860     ELSE
000870         PERFORM 1000-CHECK-COMPLETION THRU 1000-EXIT
000880     END-IF.
000890     GOBACK.
000900
000910 1000-CHECK-COMPLETION.
000920******************************************************************
000930* Scans the state file for this run number and step name with a
000940* return code of 4 or less.  Records of other runs are the
000950* history of earlier nights and do not count.
000960******************************************************************
000970     MOVE 'N' TO WS-STATE-EOF-SWITCH.
000980     OPEN INPUT SUITE-STATE-FILE.
000990     IF WS-STATE-STATUS NOT = "00"
001000         GO TO 1000-EXIT
001010     END-IF.
001020     PERFORM 1100-CHECK-ONE-RECORD THRU 1100-EXIT
001030         UNTIL WS-STATE-EOF.
001040     CLOSE SUITE-STATE-FILE.
001050 1000-EXIT.
001060     EXIT.
001070
001080 1100-CHECK-ONE-RECORD.
001090     READ SUITE-STATE-FILE
001100         AT END
001110             SET WS-STATE-EOF TO TRUE
001120     END-READ.
001130     IF NOT WS-STATE-EOF
001140         AND SS-RUN-NUMBER = LK-RUN-NUMBER
001150         AND SS-STEP-NAME = LK-STEP-NAME
001160         AND SS-RETURN-CODE <= 4
001170         SET LK-STEP-DONE TO TRUE
001180     END-IF.
001190 1100-EXIT.
001200     EXIT.
001210
001220 2000-RECORD-COMPLETION.
001230     OPEN EXTEND SUITE-STATE-FILE.
001240     IF WS-STATE-STATUS NOT = "00"
001250         DISPLAY "SUITESTA OPEN FAILED, STATUS "
001260             WS-STATE-STATUS
001270         GO TO 2000-EXIT
001280     END-IF.
001290     MOVE SPACES TO SUITE-STATE-RECORD.
001300     MOVE LK-RUN-NUMBER TO SS-RUN-NUMBER.
001310     MOVE LK-STEP-NAME TO SS-STEP-NAME.
001320     MOVE LK-RETURN-CODE TO SS-RETURN-CODE.
001330     WRITE SUITE-STATE-RECORD.
001340     CLOSE SUITE-STATE-FILE.
001350 2000-EXIT.
001360     EXIT.
001370
001380** add other procedures here
001390 END PROGRAM SUITESTA.
