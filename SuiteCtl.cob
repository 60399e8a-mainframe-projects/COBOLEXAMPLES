000190* Modification History
000200* ---------------------
000210* 2026-09-02  DW   Original program.
000220* 2026-10-15  DW   Simulation mode: SIMULATION in the restart-
000230*                  position heading.
000240* 2026-10-15  DW   Records itself as the owner of the batch-window
000250*                  lock.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 PROGRAM-ID. SUITECTL.
000300 ENVIRONMENT DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 CONFIGURATION SECTION.
000330*-----------------------
000340 INPUT-OUTPUT SECTION.
000350*-----------------------
000360 FILE-CONTROL.
000370     SELECT SUITE-STATE-FILE ASSIGN TO "SUITESTA"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-STATE-STATUS.
000400     SELECT RESUME-REPORT-FILE ASSIGN TO "RESUMRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-REPORT-STATUS.
000430     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDIT-STATUS.
000460 DATA DIVISION.
000470*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000480 FILE SECTION.
000490*-----------------------
000500 FD  SUITE-STATE-FILE.
000510     COPY SSTATREC.
000520 FD  RESUME-REPORT-FILE.
000530 01  RESUME-REPORT-RECORD        PIC X(80).
000540 FD  AUDIT-LOG-FILE.
000550     COPY AUDITLOG.
000560
000570 WORKING-STORAGE SECTION.
000580*-----------------------
000590 01  WS-STATE-STATUS             PIC X(02).
000600 01  WS-STATE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000610     88  WS-STATE-IS-OPEN        VALUE 'Y'.
000620 01  WS-REPORT-STATUS            PIC X(02).
000630 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000640     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000650 01  WS-AUDIT-STATUS             PIC X(02).
000660 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000670     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000680 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000690 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000700 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
000710 COPY RUNMODE.
000720 01  WS-LOCK-FUNCTION            PIC X(01) VALUE 'O'.
000730 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "SUITECTL".
000740 01  WS-LOCK-RECORD              PIC X(77).
000750 01  WS-STATUS-TEXT              PIC X(20).
000760 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000770 COPY EOFSWTCH.
000780 01  WS-DONE-COUNT               PIC 9(03) COMP VALUE ZERO.
000790 01  WS-DONE-COUNT-ED            PIC ZZ9.
000800 01  WS-RESUME-LINE.
000810     05  FILLER                  PIC X(06) VALUE "STEP  ".
000820     05  RL-STEP-NAME            PIC X(08).
000830     05  FILLER                  PIC X(26) VALUE
000840         " ALREADY COMPLETE, RC     ".
000850     05  RL-RETURN-CODE          PIC ZZZ9.
000860     05  FILLER                  PIC X(11) VALUE
000870         " - BYPASSES".
000880
000890*-----------------------
000900 PROCEDURE DIVISION.
000910*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000940     PERFORM 2000-REPORT-ONE-RECORD THRU 2000-EXIT
000950         UNTIL WS-EOF.
000960     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000970     GOBACK.
000980
000990 1000-INITIALIZE.
001000     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
001010     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
001020         WS-LOCK-STEP-NAME WS-LOCK-RECORD.
001030     OPEN EXTEND AUDIT-LOG-FILE.
001040     IF WS-AUDIT-STATUS = "00"
001050         SET WS-AUDIT-IS-OPEN TO TRUE
001060     END-IF.
001070     OPEN OUTPUT RESUME-REPORT-FILE.
001080     IF WS-REPORT-STATUS = "00"
001090         SET WS-REPORT-IS-OPEN TO TRUE
001100         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
001110         MOVE SPACES TO RESUME-REPORT-RECORD
001120         STRING "SUITE RESTART POSITION - RUN "
001130             WS-RUN-NUMBER-ED
001140             DELIMITED BY SIZE INTO RESUME-REPORT-RECORD
001150         IF WS-SIMULATION
001160             MOVE "*** SIMULATION ***"
001170                 TO RESUME-REPORT-RECORD (57:18)
001180         END-IF
001190         WRITE RESUME-REPORT-RECORD
001200     END-IF.
001210     OPEN INPUT SUITE-STATE-FILE.
001220     IF WS-STATE-STATUS NOT = "00"
001230         SET WS-EOF TO TRUE
001240         GO TO 1000-EXIT
001250     END-IF.
001260     SET WS-STATE-IS-OPEN TO TRUE.
001270 1000-EXIT.
001280     EXIT.
001290
001300 2000-REPORT-ONE-RECORD.
001310******************************************************************
001320* One completed-step record of the current run: the step will
001330* bypass itself, so the operator reads it here instead of
001340* deciding from memory.  Other runs' records are history.
001350******************************************************************
001360     READ SUITE-STATE-FILE
001370         AT END
001380             SET WS-EOF TO TRUE
001390     END-READ.
001400     IF WS-EOF
001410         GO TO 2000-EXIT
001420     END-IF.
001430     IF SS-RUN-NUMBER NOT = WS-RUN-NUMBER
001440         GO TO 2000-EXIT
001450     END-IF.
001460     IF SS-RETURN-CODE > 4
001470         GO TO 2000-EXIT
001480     END-IF.
001490     ADD 1 TO WS-DONE-COUNT.
001500     MOVE SS-STEP-NAME TO RL-STEP-NAME.
001510     MOVE SS-RETURN-CODE TO RL-RETURN-CODE.
001520     DISPLAY "STEP " SS-STEP-NAME
001530         " ALREADY COMPLETE - WILL BYPASS".
001540     IF WS-REPORT-IS-OPEN
001550         MOVE WS-RESUME-LINE TO RESUME-REPORT-RECORD
001560         WRITE RESUME-REPORT-RECORD
001570     END-IF.
001580 2000-EXIT.
001590     EXIT.
001600
001610 8000-FINALIZE.
001620     IF WS-STATE-IS-OPEN
001630         CLOSE SUITE-STATE-FILE
001640     END-IF.
001650     MOVE WS-DONE-COUNT TO WS-DONE-COUNT-ED.
001660     IF WS-DONE-COUNT = ZERO
001670         DISPLAY "CLEAN START - NO STEPS TO BYPASS"
001680     ELSE
001690         DISPLAY "STEPS ALREADY COMPLETE: " WS-DONE-COUNT-ED
001700     END-IF.
001710     IF WS-REPORT-IS-OPEN
001720         MOVE SPACES TO RESUME-REPORT-RECORD
001730         IF WS-DONE-COUNT = ZERO
001740             MOVE "CLEAN START - EVERY STEP RUNS"
001750                 TO RESUME-REPORT-RECORD
001760         ELSE
001770             STRING "SUITE RESUMES AFTER " WS-DONE-COUNT-ED
001780                 " COMPLETED STEPS"
001790                 DELIMITED BY SIZE INTO RESUME-REPORT-RECORD
001800         END-IF
001810         WRITE RESUME-REPORT-RECORD
001820         CLOSE RESUME-REPORT-FILE
001830     END-IF.
001840     MOVE "OK" TO WS-STATUS-TEXT.
001850     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
001860     STRING "RESTART POSITION REPORTED, COMPLETED STEPS "
001870         WS-DONE-COUNT-ED
001880         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
001890     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
001900     IF WS-AUDIT-IS-OPEN
001910         CLOSE AUDIT-LOG-FILE
001920     END-IF.
001930 8000-EXIT.
001940     EXIT.
001950
001960 9000-WRITE-AUDIT-ENTRY.
001970******************************************************************
001980* Stamps and writes one audit record.  The caller sets
001990* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
002000* this paragraph.
002010******************************************************************
002020     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
002030     MOVE SPACES TO AUDIT-LOG-RECORD.
002040     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
002050     MOVE "SUITECTL" TO AUDIT-PROGRAM-ID.
002060     MOVE SPACES TO AUDIT-USER-ID.
002070     IF WS-SIMULATION
002080         MOVE "SIMULATE" TO AUDIT-USER-ID
002090     END-IF.
002100     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
002110     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
002120     IF WS-STATUS-TEXT = "OK"
002130         SET AUDIT-IS-INFO TO TRUE
002140     ELSE
002150         IF WS-STATUS-TEXT = "ERROR"
002160             SET AUDIT-IS-ERROR TO TRUE
002170         ELSE
002180             SET AUDIT-IS-WARNING TO TRUE
002190         END-IF
002200     END-IF.
002210     IF WS-AUDIT-IS-OPEN
002220         WRITE AUDIT-LOG-RECORD
002230     END-IF.
002240 9000-EXIT.
002250     EXIT.
002260
002270** add other procedures here
002280 END PROGRAM SUITECTL.
