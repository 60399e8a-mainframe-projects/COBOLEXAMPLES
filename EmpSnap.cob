000210*                  SUITESTA suite state file and bypasses itself
000220*                  when a rerun of the same run number finds the
000230*                  step already complete.
000240* 2026-10-15  DW   Simulation mode: audit records of a simulated
000250*                  night carry user SIMULATE.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 PROGRAM-ID. EMPSNAP.
000300 ENVIRONMENT DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 CONFIGURATION SECTION.
000330*-----------------------
000340 INPUT-OUTPUT SECTION.
000350*-----------------------
000360 FILE-CONTROL.
000370     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS EMP-ID
000410         FILE STATUS IS WS-EMPMAST-STATUS.
000420     SELECT SNAPSHOT-FILE ASSIGN TO "EMPSNAP"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SNAP-STATUS.
000450     SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000480 DATA DIVISION.
000490*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000500 FILE SECTION.
000510*-----------------------
000520 FD  EMP-MASTER-FILE.
000530     COPY EMPMAST.
000540 FD  SNAPSHOT-FILE.
000550 01  SNAPSHOT-RECORD             PIC X(69).
000560 FD  AUDIT-LOG-FILE.
000570     COPY AUDITLOG.
000580
000590 WORKING-STORAGE SECTION.
000600*-----------------------
000610 01  WS-EMPMAST-STATUS           PIC X(02).
000620 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000630     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
000640 01  WS-SNAP-STATUS              PIC X(02).
000650 01  WS-SNAP-OPEN-SWITCH         PIC X(01) VALUE 'N'.
000660     88  WS-SNAP-IS-OPEN         VALUE 'Y'.
000670 01  WS-AUDIT-STATUS             PIC X(02).
000680 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000690     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000700 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000710 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000720 COPY RUNMODE.
000730 01  WS-SUITE-FUNCTION           PIC X(01).
000740 01  WS-SUITE-STEP-NAME          PIC X(08).
000750 01  WS-SUITE-RC                 PIC 9(04).
000760 01  WS-SUITE-DONE-SWITCH        PIC X(01).
000770     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
000780 01  WS-STATUS-TEXT              PIC X(20).
000790 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000800 COPY EOFSWTCH.
000810 01  WS-COPIED-COUNT             PIC 9(06) COMP VALUE ZERO.
000820 01  WS-COPIED-COUNT-ED          PIC ZZZZZ9.
000830
000840*-----------------------
000850 PROCEDURE DIVISION.
000860*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000890     PERFORM 2000-COPY-ONE-RECORD THRU 2000-EXIT
000900         UNTIL WS-EOF.
000910     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000920     MOVE 'R' TO WS-SUITE-FUNCTION.
000930     MOVE RETURN-CODE TO WS-SUITE-RC.
000940     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
000950         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
000960     GOBACK.
000970
000980 1000-INITIALIZE.
000990     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
001000     MOVE "EMPSNAP " TO WS-SUITE-STEP-NAME.
001010     MOVE 'C' TO WS-SUITE-FUNCTION.
001020     MOVE ZERO TO WS-SUITE-RC.
001030     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
001040         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
001050     IF WS-SUITE-STEP-DONE
001060         DISPLAY WS-SUITE-STEP-NAME
001070             " ALREADY COMPLETE THIS RUN - BYPASSED"
001080         GOBACK
001090     END-IF.
001100     OPEN EXTEND AUDIT-LOG-FILE.
001110     IF WS-AUDIT-STATUS = "00"
001120         SET WS-AUDIT-IS-OPEN TO TRUE
001130     END-IF.
001140     MOVE "OK" TO WS-STATUS-TEXT.
001150     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
001160     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
001170     OPEN INPUT EMP-MASTER-FILE.
001180     IF WS-EMPMAST-STATUS NOT = "00"
001190         DISPLAY "EMPMAST OPEN FAILED, STATUS "
001200             WS-EMPMAST-STATUS
001210         MOVE "ERROR" TO WS-STATUS-TEXT
001220         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001230         STRING "EMPMAST OPEN FAILED, STATUS "
001240             WS-EMPMAST-STATUS
001250             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001260         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001270         SET WS-EOF TO TRUE
001280         MOVE 12 TO RETURN-CODE
001290         GO TO 1000-EXIT
001300     END-IF.
001310     SET WS-EMPMAST-IS-OPEN TO TRUE.
001320     OPEN OUTPUT SNAPSHOT-FILE.
001330     IF WS-SNAP-STATUS NOT = "00"
001340         DISPLAY "EMPSNAP OPEN FAILED, STATUS " WS-SNAP-STATUS
001350         MOVE "ERROR" TO WS-STATUS-TEXT
001360         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001370         STRING "EMPSNAP OPEN FAILED, STATUS " WS-SNAP-STATUS
001380             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001390         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001400         SET WS-EOF TO TRUE
001410         MOVE 12 TO RETURN-CODE
001420         GO TO 1000-EXIT
001430     END-IF.
001440     SET WS-SNAP-IS-OPEN TO TRUE.
001450 1000-EXIT.
001460     EXIT.
001470
001480 2000-COPY-ONE-RECORD.
001490     READ EMP-MASTER-FILE
001500         AT END
001510             SET WS-EOF TO TRUE
001520     END-READ.
001530     IF NOT WS-EOF
001540         MOVE EMP-MASTER-RECORD TO SNAPSHOT-RECORD
001550         WRITE SNAPSHOT-RECORD
001560         ADD 1 TO WS-COPIED-COUNT
001570     END-IF.
001580 2000-EXIT.
001590     EXIT.
001600
001610 8000-FINALIZE.
001620     IF WS-EMPMAST-IS-OPEN
001630         CLOSE EMP-MASTER-FILE
001640     END-IF.
001650     IF WS-SNAP-IS-OPEN
001660         CLOSE SNAPSHOT-FILE
001670     END-IF.
001680     MOVE WS-COPIED-COUNT TO WS-COPIED-COUNT-ED.
001690     DISPLAY "Records snapshotted: " WS-COPIED-COUNT-ED.
001700     IF WS-SNAP-IS-OPEN
001710         MOVE "OK" TO WS-STATUS-TEXT
001720         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001730         STRING "SNAPSHOT TAKEN, " WS-COPIED-COUNT-ED
001740             " RECORDS"
001750             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001760         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001770     END-IF.
001780     MOVE "OK" TO WS-STATUS-TEXT.
001790     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
001800     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
001810     IF WS-AUDIT-IS-OPEN
001820         CLOSE AUDIT-LOG-FILE
001830     END-IF.
001840 8000-EXIT.
001850     EXIT.
001860
001870 9000-WRITE-AUDIT-ENTRY.
001880******************************************************************
001890* Stamps and writes one audit record.  The caller sets
001900* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
001910* this paragraph.
001920******************************************************************
001930     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
001940     MOVE SPACES TO AUDIT-LOG-RECORD.
001950     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
001960     MOVE "EMPSNAP " TO AUDIT-PROGRAM-ID.
001970     MOVE SPACES TO AUDIT-USER-ID.
001980     IF WS-SIMULATION
001990         MOVE "SIMULATE" TO AUDIT-USER-ID
002000     END-IF.
002010     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
002020     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
002030     IF WS-STATUS-TEXT = "OK"
002040         SET AUDIT-IS-INFO TO TRUE
002050     ELSE
002060         IF WS-STATUS-TEXT = "ERROR"
002070             SET AUDIT-IS-ERROR TO TRUE
002080         ELSE
002090             SET AUDIT-IS-WARNING TO TRUE
002100         END-IF
002110     END-IF.
002120     IF WS-AUDIT-IS-OPEN
002130         WRITE AUDIT-LOG-RECORD
002140     END-IF.
002150 9000-EXIT.
002160     EXIT.
002170
002180** add other procedures here
002190 END PROGRAM EMPSNAP.
