000170* Modification History
000180* ---------------------
000190* 2026-09-02  DW   Original program.
000200* 2026-10-15  DW   Simulation mode: audit records of a simulated
000210*                  night carry user SIMULATE.
000220* 2026-10-15  DW   Records itself as the owner of the batch-window
000230*                  lock.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000270 PROGRAM-ID. CALCHECK.
000280 ENVIRONMENT DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 CONFIGURATION SECTION.
000310*-----------------------
000320 INPUT-OUTPUT SECTION.
000330*-----------------------
000340 FILE-CONTROL.
000350     SELECT PARAM-FILE ASSIGN TO "CALCPARM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PARAM-STATUS.
000380     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CALFILE-STATUS.
000410     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-STATUS.
000440 DATA DIVISION.
000450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000460 FILE SECTION.
000470*-----------------------
000480 FD  PARAM-FILE.
000490 01  PARAM-RECORD.
000500     05  CC-MIN-COVERAGE-DAYS    PIC 9(03).
000510 FD  CALENDAR-FILE.
000520 01  CALENDAR-RECORD.
000530     05  CAL-DATE                PIC 9(08).
000540     05  CAL-DAY-TYPE            PIC X(01).
000550 FD  AUDIT-LOG-FILE.
000560     COPY AUDITLOG.
000570
000580 WORKING-STORAGE SECTION.
000590*-----------------------
000600 01  WS-PARAM-STATUS             PIC X(02).
000610 01  WS-CALFILE-STATUS           PIC X(02).
000620 01  WS-CALFILE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000630     88  WS-CALFILE-IS-OPEN      VALUE 'Y'.
000640 01  WS-AUDIT-STATUS             PIC X(02).
000650 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000660     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000670 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000680 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000690 COPY RUNMODE.
000700 01  WS-LOCK-FUNCTION            PIC X(01) VALUE 'O'.
000710 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "CALCHECK".
000720 01  WS-LOCK-RECORD              PIC X(77).
000730 01  WS-STATUS-TEXT              PIC X(20).
000740 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000750 COPY EOFSWTCH.
000760 01  WS-TODAY                    PIC X(21).
000770 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
000780     05  WS-TODAY-DATE           PIC 9(08).
000790     05  FILLER                  PIC X(13).
000800 01  WS-MIN-COVERAGE-DAYS        PIC 9(03) VALUE 30.
000810 01  WS-MIN-COVERAGE-DAYS-ED     PIC ZZ9.
000820 01  WS-FORWARD-COUNT            PIC 9(05) COMP VALUE ZERO.
000830 01  WS-FORWARD-COUNT-ED         PIC ZZZZ9.
000840
000850*-----------------------
000860 PROCEDURE DIVISION.
000870*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000900     PERFORM 2000-COUNT-ONE-DATE THRU 2000-EXIT
000910         UNTIL WS-EOF.
000920     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000930     GOBACK.
000940
000950 1000-INITIALIZE.
000960     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
000970     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
000980         WS-LOCK-STEP-NAME WS-LOCK-RECORD.
000990     CALL "TIMESTMP" USING WS-TODAY.
001000     OPEN EXTEND AUDIT-LOG-FILE.
001010     IF WS-AUDIT-STATUS = "00"
001020         SET WS-AUDIT-IS-OPEN TO TRUE
001030     END-IF.
001040     PERFORM 1100-READ-COVERAGE-PARM THRU 1100-EXIT.
001050     OPEN INPUT CALENDAR-FILE.
001060     IF WS-CALFILE-STATUS NOT = "00"
001070         DISPLAY "CALFILE OPEN FAILED, STATUS "
001080             WS-CALFILE-STATUS
001090         MOVE "ERROR" TO WS-STATUS-TEXT
001100         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001110         STRING "CALFILE OPEN FAILED, STATUS "
001120             WS-CALFILE-STATUS
001130             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001140         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001150         SET WS-EOF TO TRUE
001160         MOVE 12 TO RETURN-CODE
001170         GO TO 1000-EXIT
001180     END-IF.
001190     SET WS-CALFILE-IS-OPEN TO TRUE.
001200 1000-EXIT.
001210     EXIT.
001220
001230 1100-READ-COVERAGE-PARM.
001240******************************************************************
001250* The forward-coverage floor is a parameter (days of calendar
001260* the suite insists on seeing ahead of today).  Missing or
001270* non-numeric falls back to the 30-day shop default.
001280******************************************************************
001290     OPEN INPUT PARAM-FILE.
001300     IF WS-PARAM-STATUS = "00"
001310         READ PARAM-FILE
001320             AT END
001330                 CONTINUE
001340             NOT AT END
001350                 IF CC-MIN-COVERAGE-DAYS NUMERIC
001360                     AND CC-MIN-COVERAGE-DAYS > ZERO
001370                     MOVE CC-MIN-COVERAGE-DAYS
001380                         TO WS-MIN-COVERAGE-DAYS
001390                 END-IF
001400         END-READ
001410         CLOSE PARAM-FILE
001420     END-IF.
001430 1100-EXIT.
001440     EXIT.
001450
001460 2000-COUNT-ONE-DATE.
001470     READ CALENDAR-FILE
001480         AT END
001490             SET WS-EOF TO TRUE
001500     END-READ.
001510     IF NOT WS-EOF
001520         AND CAL-DATE >= WS-TODAY-DATE
001530         ADD 1 TO WS-FORWARD-COUNT
001540     END-IF.
001550 2000-EXIT.
001560     EXIT.
001570
001580 8000-FINALIZE.
001590     IF WS-CALFILE-IS-OPEN
001600         CLOSE CALENDAR-FILE
001610     END-IF.
001620     MOVE WS-FORWARD-COUNT TO WS-FORWARD-COUNT-ED.
001630     MOVE WS-MIN-COVERAGE-DAYS TO WS-MIN-COVERAGE-DAYS-ED.
001640     DISPLAY "Calendar days from today: " WS-FORWARD-COUNT-ED.
001650     DISPLAY "Coverage floor          : "
001660         WS-MIN-COVERAGE-DAYS-ED.
001670     IF WS-CALFILE-IS-OPEN
001680         IF WS-FORWARD-COUNT < WS-MIN-COVERAGE-DAYS
001690             DISPLAY "CALENDAR NEARLY EXHAUSTED - RUN CALBUILD"
001700             MOVE "ERROR" TO WS-STATUS-TEXT
001710             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001720             STRING "CALENDAR COVERAGE " WS-FORWARD-COUNT-ED
001730                 " DAYS, FLOOR " WS-MIN-COVERAGE-DAYS-ED
001740                 " - RUN CALBUILD"
001750                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001760             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001770             MOVE 12 TO RETURN-CODE
001780         ELSE
001790             MOVE "OK" TO WS-STATUS-TEXT
001800             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001810             STRING "CALENDAR COVERAGE " WS-FORWARD-COUNT-ED
001820                 " DAYS, FLOOR " WS-MIN-COVERAGE-DAYS-ED
001830                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001840             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001850         END-IF
001860     END-IF.
001870     IF WS-AUDIT-IS-OPEN
001880         CLOSE AUDIT-LOG-FILE
001890     END-IF.
001900 8000-EXIT.
001910     EXIT.
001920
001930 9000-WRITE-AUDIT-ENTRY.
001940******************************************************************
001950* Stamps and writes one audit record.  The caller sets
001960* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
001970* this paragraph.
001980******************************************************************
001990     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
002000     MOVE SPACES TO AUDIT-LOG-RECORD.
002010     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
002020     MOVE "CALCHECK" TO AUDIT-PROGRAM-ID.
002030     MOVE SPACES TO AUDIT-USER-ID.
002040     IF WS-SIMULATION
002050         MOVE "SIMULATE" TO AUDIT-USER-ID
002060     END-IF.
002070     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
002080     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
002090     IF WS-STATUS-TEXT = "OK"
002100         SET AUDIT-IS-INFO TO TRUE
002110     ELSE
002120         IF WS-STATUS-TEXT = "ERROR"
002130             SET AUDIT-IS-ERROR TO TRUE
002140         ELSE
002150             SET AUDIT-IS-WARNING TO TRUE
002160         END-IF
002170     END-IF.
002180     IF WS-AUDIT-IS-OPEN
002190         WRITE AUDIT-LOG-RECORD
002200     END-IF.
002210 9000-EXIT.
002220     EXIT.
002230
002240** add other procedures here
002250 END PROGRAM CALCHECK.
