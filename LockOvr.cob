000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Operations override for a stale batch-window
000060*                lock.  A NIGHTLY job that abends never reaches
000070*                the step that releases the BATLOCK lock, and
000080*                MAIN-MENU goes on refusing the engines and the
000090*                employee-master updates until the next night
000100*                takes it over.  When the job is known to be
000110*                down, operations keys the run number the lock
000120*                shows, their own ID, and a reason on LOCKPARM;
000130*                the lock is released only if it is still held
000140*                for that run, in the operator's name, and the
000150*                clearing is written to UTILAUDT as a warning.
000160*                RC 0 cleared, RC 4 nothing held, RC 12 refused.
000170* Tectonics:     cobc
000180*
000190* Modification History
000200* ---------------------
000210* 2026-10-15  DW   Original program.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000250 PROGRAM-ID. LOCKOVR.
000260 ENVIRONMENT DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000280 CONFIGURATION SECTION.
000290*-----------------------
000300 INPUT-OUTPUT SECTION.
000310*-----------------------
000320 FILE-CONTROL.
000330     SELECT PARAM-FILE ASSIGN TO "LOCKPARM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PARAM-STATUS.
000360     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-AUDIT-STATUS.
000390 DATA DIVISION.
000400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000410 FILE SECTION.
000420*-----------------------
000430 FD  PARAM-FILE.
000440 01  PARAM-RECORD.
000450     05  LP-RUN-NUMBER           PIC X(05).
000460     05  LP-RUN-NUMBER-N REDEFINES LP-RUN-NUMBER
000470                                 PIC 9(05).
000480     05  LP-OPERATOR-ID          PIC X(08).
000490     05  LP-REASON               PIC X(40).
000500 FD  AUDIT-LOG-FILE.
000510     COPY AUDITLOG.
000520
000530 WORKING-STORAGE SECTION.
000540*-----------------------
000550 01  WS-PARAM-STATUS             PIC X(02).
000560 01  WS-AUDIT-STATUS             PIC X(02).
000570 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000580     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000590 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000600 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000610 01  WS-STATUS-TEXT              PIC X(20).
000620 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000630 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
000640*-----------------------
000650* BATLOCK call arguments.  The release is made in the operator's
000660* name, which the lock keeps as who released it.
000670*-----------------------
000680 01  WS-LOCK-FUNCTION            PIC X(01).
000690 01  WS-LOCK-RUN-NUMBER          PIC 9(05) VALUE ZERO.
000700 01  WS-LOCK-STEP-NAME           PIC X(08).
000710 COPY BATLOCKR.
000720
000730*-----------------------
000740 PROCEDURE DIVISION.
000750*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000760 0000-MAINLINE.
000770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000780     PERFORM 2000-CLEAR-LOCK THRU 2000-EXIT.
000790     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000800     MOVE WS-STEP-RC TO RETURN-CODE.
000810     GOBACK.
000820
000830 1000-INITIALIZE.
000840     CALL "GETRUN" USING WS-RUN-NUMBER.
000850     OPEN EXTEND AUDIT-LOG-FILE.
000860     IF WS-AUDIT-STATUS = "00"
000870         SET WS-AUDIT-IS-OPEN TO TRUE
000880     END-IF.
000890     MOVE SPACES TO PARAM-RECORD.
000900     OPEN INPUT PARAM-FILE.
000910     IF WS-PARAM-STATUS = "00"
000920         READ PARAM-FILE
000930             AT END
000940                 MOVE SPACES TO PARAM-RECORD
000950         END-READ
000960         CLOSE PARAM-FILE
000970     END-IF.
000980 1000-EXIT.
000990     EXIT.
001000
001010 2000-CLEAR-LOCK.
001020******************************************************************
001030* The operator, a reason, and the run the lock is held for are all
001040* required, so an override cannot be run blind or left over from
001050* an earlier night's parameter and release tonight's lock.
001060******************************************************************
001070     IF LP-OPERATOR-ID = SPACES
001080         MOVE "LOCKPARM OPERATOR ID MISSING - LOCK NOT CLEARED"
001090             TO WS-AUDIT-MESSAGE-TEXT
001100         PERFORM 2900-REFUSE-OVERRIDE THRU 2900-EXIT
001110         GO TO 2000-EXIT
001120     END-IF.
001130     IF LP-REASON = SPACES
001140         MOVE "LOCKPARM REASON MISSING - LOCK NOT CLEARED"
001150             TO WS-AUDIT-MESSAGE-TEXT
001160         PERFORM 2900-REFUSE-OVERRIDE THRU 2900-EXIT
001170         GO TO 2000-EXIT
001180     END-IF.
001190     IF LP-RUN-NUMBER-N NOT NUMERIC
001200         MOVE "LOCKPARM RUN NUMBER NOT NUMERIC - LOCK NOT CLEARED"
001210             TO WS-AUDIT-MESSAGE-TEXT
001220         PERFORM 2900-REFUSE-OVERRIDE THRU 2900-EXIT
001230         GO TO 2000-EXIT
001240     END-IF.
001250     MOVE LP-RUN-NUMBER-N TO WS-LOCK-RUN-NUMBER.
001260     MOVE LP-OPERATOR-ID TO WS-LOCK-STEP-NAME.
001270     MOVE 'Q' TO WS-LOCK-FUNCTION.
001280     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-LOCK-RUN-NUMBER
001290         WS-LOCK-STEP-NAME BATCH-LOCK-RECORD.
001300     IF NOT BL-IS-HELD
001310         MOVE "OK" TO WS-STATUS-TEXT
001320         MOVE "BATCH LOCK NOT HELD - NOTHING TO CLEAR"
001330             TO WS-AUDIT-MESSAGE-TEXT
001340         DISPLAY WS-AUDIT-MESSAGE-TEXT
001350         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001360         MOVE 4 TO WS-STEP-RC
001370         GO TO 2000-EXIT
001380     END-IF.
001390     IF BL-RUN-NUMBER NOT = WS-LOCK-RUN-NUMBER
001400         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001410         STRING "BATCH LOCK HELD BY RUN " BL-RUN-NUMBER
001420             ", NOT RUN " LP-RUN-NUMBER " - NOT CLEARED"
001430             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001440         PERFORM 2900-REFUSE-OVERRIDE THRU 2900-EXIT
001450         GO TO 2000-EXIT
001460     END-IF.
001470     MOVE 'R' TO WS-LOCK-FUNCTION.
001480     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-LOCK-RUN-NUMBER
001490         WS-LOCK-STEP-NAME BATCH-LOCK-RECORD.
001500     IF BL-IS-HELD
001510         MOVE "BATCH LOCK COULD NOT BE REWRITTEN - NOT CLEARED"
001520             TO WS-AUDIT-MESSAGE-TEXT
001530         PERFORM 2900-REFUSE-OVERRIDE THRU 2900-EXIT
001540         GO TO 2000-EXIT
001550     END-IF.
001560     MOVE "WARN" TO WS-STATUS-TEXT.
001570     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
001580     STRING "BATCH LOCK OF RUN " BL-RUN-NUMBER
001590         " CLEARED BY OVERRIDE - LAST STEP " BL-OWNER-STEP
001600         " AT " BL-OWNER-TIME
001610         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
001620     DISPLAY WS-AUDIT-MESSAGE-TEXT.
001630     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
001640     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
001650     STRING "OVERRIDE REASON: " LP-REASON
001660         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
001670     DISPLAY WS-AUDIT-MESSAGE-TEXT.
001680     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
001690 2000-EXIT.
001700     EXIT.
001710
001720 2900-REFUSE-OVERRIDE.
001730     MOVE "ERROR" TO WS-STATUS-TEXT.
001740     DISPLAY WS-AUDIT-MESSAGE-TEXT.
001750     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
001760     MOVE 12 TO WS-STEP-RC.
001770 2900-EXIT.
001780     EXIT.
001790
001800 8000-FINALIZE.
001810     IF WS-AUDIT-IS-OPEN
001820         CLOSE AUDIT-LOG-FILE
001830     END-IF.
001840 8000-EXIT.
001850     EXIT.
001860
001870 9000-WRITE-AUDIT-ENTRY.
001880******************************************************************
001890* Stamps and writes one audit record under the operator's ID.  The
001900* caller sets WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before
001910* PERFORMing this paragraph.
001920******************************************************************
001930     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
001940     MOVE SPACES TO AUDIT-LOG-RECORD.
001950     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
001960     MOVE "LOCKOVR" TO AUDIT-PROGRAM-ID.
001970     MOVE LP-OPERATOR-ID TO AUDIT-USER-ID.
001980     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
001990     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
002000     IF WS-STATUS-TEXT = "OK"
002010         SET AUDIT-IS-INFO TO TRUE
002020     ELSE
002030         IF WS-STATUS-TEXT = "ERROR"
002040             SET AUDIT-IS-ERROR TO TRUE
002050         ELSE
002060             SET AUDIT-IS-WARNING TO TRUE
002070         END-IF
002080     END-IF.
002090     IF WS-AUDIT-IS-OPEN
002100         WRITE AUDIT-LOG-RECORD
002110     END-IF.
002120 9000-EXIT.
002130     EXIT.
002140
002150** add other procedures here
002160 END PROGRAM LOCKOVR.
