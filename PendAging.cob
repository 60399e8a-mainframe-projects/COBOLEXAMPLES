000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose:       Pending-change aging and expiry.  Reads the
000070*                employee-master pending-change file EMPUPDT
000080*                holds EMPTRAN transactions on, expires every
000090*                change nobody approved or declined within the
000100*                PENDPARM number of days (it will never be
000110*                applied; the clerk must key it again), and
000120*                reports the expired changes and those still
000130*                waiting, oldest first, with their age in days.
000140* Tectonics:     cobc
000150*
000160* Modification History
000170* ---------------------
000180* 2026-10-15  DW   Original program.
000190* 2026-10-15  DW   Simulation mode: SIMULATION in the report
000200*                  headings, and a simulated night reports what
000210*                  would expire without marking it expired.
000220* 2026-10-15  DW   Business date now taken from GETBDATE for
000230*                  catch-up nights.
000240* 2026-10-15  DW   Records itself as the owner of the batch-window
000250*                  lock.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 PROGRAM-ID. PENDAGE.
000300 ENVIRONMENT DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 CONFIGURATION SECTION.
000330*-----------------------
000340 INPUT-OUTPUT SECTION.
000350*-----------------------
000360 FILE-CONTROL.
000370     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS PEND-ID
000410         FILE STATUS IS WS-PEND-STATUS.
000420     SELECT PARAM-FILE ASSIGN TO "PENDPARM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARAM-STATUS.
000450     SELECT AGING-REPORT-FILE ASSIGN TO "PENDARPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REPORT-STATUS.
000480     SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDIT-STATUS.
000510 DATA DIVISION.
000520*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000530 FILE SECTION.
000540*-----------------------
000550 FD  PENDING-CHANGE-FILE.
000560     COPY EMPPEND.
000570 FD  PARAM-FILE.
000580 01  PARAM-RECORD.
000590     05  PP-EXPIRY-DAYS          PIC 9(03).
000600 FD  AGING-REPORT-FILE.
000610 01  AGING-REPORT-RECORD         PIC X(80).
000620 FD  AUDIT-LOG-FILE.
000630     COPY AUDITLOG.
000640
000650 WORKING-STORAGE SECTION.
000660*-----------------------
000670 01  WS-PEND-STATUS              PIC X(02).
000680 01  WS-PEND-OPEN-SWITCH         PIC X(01) VALUE 'N'.
000690     88  WS-PEND-IS-OPEN         VALUE 'Y'.
000700 01  WS-PARAM-STATUS             PIC X(02).
000710 01  WS-REPORT-STATUS            PIC X(02).
000720 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000730     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000740 01  WS-AUDIT-STATUS             PIC X(02).
000750 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000760     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000770 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000780 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000790 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
000800 COPY RUNMODE.
000810 01  WS-LOCK-FUNCTION            PIC X(01) VALUE 'O'.
000820 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "PENDAGE ".
000830 01  WS-LOCK-RECORD              PIC X(77).
000840 01  WS-STATUS-TEXT              PIC X(20).
000850 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000860 COPY EOFSWTCH.
000870 01  WS-TODAY                    PIC X(21).
000880 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
000890     05  WS-TODAY-DATE           PIC 9(08).
000900     05  FILLER                  PIC X(13).
000910 01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
000920 01  WS-KEYED-INTEGER            PIC 9(08) COMP VALUE ZERO.
000930 01  WS-EXPIRY-DAYS              PIC 9(03) VALUE 14.
000940 01  WS-EXPIRY-DAYS-ED           PIC ZZ9.
000950 01  WS-THIS-AGE                 PIC S9(05) COMP VALUE ZERO.
000960 01  WS-PEND-ID-ED               PIC X(10).
000970 01  WS-WAITING-COUNT            PIC 9(05) COMP VALUE ZERO.
000980 01  WS-EXPIRED-COUNT            PIC 9(05) COMP VALUE ZERO.
000990 01  WS-WAITING-COUNT-ED         PIC ZZZZ9.
001000 01  WS-EXPIRED-COUNT-ED         PIC ZZZZ9.
001010 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001020 COPY RPTCTL.
001030 01  WS-AGING-LINE.
001040     05  AL-PEND-ID              PIC X(10).
001050     05  FILLER                  PIC X(01) VALUE SPACE.
001060     05  AL-ACTION               PIC X(01).
001070     05  FILLER                  PIC X(01) VALUE SPACE.
001080     05  AL-EMP-ID               PIC X(06).
001090     05  FILLER                  PIC X(01) VALUE SPACE.
001100     05  AL-LAST-NAME            PIC X(16).
001110     05  FILLER                  PIC X(04) VALUE " BY ".
001120     05  AL-KEYED-BY             PIC X(08).
001130     05  FILLER                  PIC X(01) VALUE SPACE.
001140     05  AL-KEYED-DATE           PIC 9(08).
001150     05  FILLER                  PIC X(05) VALUE " AGE ".
001160     05  AL-AGE-DAYS             PIC ZZZZ9.
001170     05  FILLER                  PIC X(01) VALUE SPACE.
001180     05  AL-DISPOSITION          PIC X(07).
001190
001200*-----------------------
001210 PROCEDURE DIVISION.
001220*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001230 0000-MAINLINE.
001240******************************************************************
001250* One pass over the pending-change file in pending-ID order,
001260* which is oldest run first: every change still awaiting a
001270* decision is aged, expired if it is past the threshold, and
001280* listed either way.
001290******************************************************************
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310     PERFORM 2000-AGE-ONE-CHANGE THRU 2000-EXIT
001320         UNTIL WS-EOF.
001330     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001340     MOVE WS-STEP-RC TO RETURN-CODE.
001350     GOBACK.
001360
001370 1000-INITIALIZE.
001380     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
001390     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
001400         WS-LOCK-STEP-NAME WS-LOCK-RECORD.
001410     CALL "GETBDATE" USING WS-TODAY.
001420     COMPUTE WS-TODAY-INTEGER =
001430         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
001440     MOVE "PENDAGE " TO RPT-PROGRAM-NAME.
001450     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER.
001460     MOVE WS-NIGHT-MODE TO RPT-RUN-MODE.
001470     MOVE 60 TO RPT-LINES-PER-PAGE.
001480     MOVE ZERO TO RPT-LINE-COUNT.
001490     MOVE ZERO TO RPT-PAGE-COUNT.
001500     MOVE 'D' TO RPT-REQUEST.
001510     MOVE "EMPLOYEE CHANGES AWAITING APPROVAL, OLDEST FIRST"
001520         TO RPT-COLUMN-HEADING.
001530     OPEN EXTEND AUDIT-LOG-FILE.
001540     IF WS-AUDIT-STATUS = "00"
001550         SET WS-AUDIT-IS-OPEN TO TRUE
001560     END-IF.
001570     PERFORM 1100-READ-EXPIRY-PARM THRU 1100-EXIT.
001580     OPEN OUTPUT AGING-REPORT-FILE.
001590     IF WS-REPORT-STATUS = "00"
001600         SET WS-REPORT-IS-OPEN TO TRUE
001610     END-IF.
001620     OPEN I-O PENDING-CHANGE-FILE.
001630     IF WS-PEND-STATUS NOT = "00"
001640         DISPLAY "PENDCHG OPEN FAILED, STATUS " WS-PEND-STATUS
001650         MOVE "ERROR" TO WS-STATUS-TEXT
001660         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001670         STRING "PENDCHG OPEN FAILED, STATUS " WS-PEND-STATUS
001680             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001690         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001700         MOVE 12 TO WS-STEP-RC
001710         SET WS-EOF TO TRUE
001720         GO TO 1000-EXIT
001730     END-IF.
001740     SET WS-PEND-IS-OPEN TO TRUE.
001750 1000-EXIT.
001760     EXIT.
001770
001780 1100-READ-EXPIRY-PARM.
001790******************************************************************
001800* The expiry age is a parameter (days a change may wait for a
001810* decision).  Missing or non-numeric falls back to the 14-day
001820* shop default.
001830******************************************************************
001840     OPEN INPUT PARAM-FILE.
001850     IF WS-PARAM-STATUS = "00"
001860         READ PARAM-FILE
001870             AT END
001880                 CONTINUE
001890             NOT AT END
001900                 IF PP-EXPIRY-DAYS NUMERIC
001910                     AND PP-EXPIRY-DAYS > ZERO
001920                     MOVE PP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
001930                 END-IF
001940         END-READ
001950         CLOSE PARAM-FILE
001960     END-IF.
001970 1100-EXIT.
001980     EXIT.
001990
002000 2000-AGE-ONE-CHANGE.
002010******************************************************************
002020* A change still pending at or past the expiry age is marked
002030* expired in place and audited; EMPUPDT never applies it and
002040* EMPAPPR no longer offers it.  Younger ones are only listed.
002050******************************************************************
002060     READ PENDING-CHANGE-FILE NEXT RECORD
002070         AT END
002080             SET WS-EOF TO TRUE
002090     END-READ.
002100     IF WS-EOF
002110         GO TO 2000-EXIT
002120     END-IF.
002130     IF NOT PEND-IS-PENDING
002140         GO TO 2000-EXIT
002150     END-IF.
002160     MOVE ZERO TO WS-THIS-AGE.
002170     IF PEND-KEYED-CCYYMMDD NUMERIC
002180         AND PEND-KEYED-CCYYMMDD > ZERO
002190         COMPUTE WS-KEYED-INTEGER =
002200             FUNCTION INTEGER-OF-DATE(PEND-KEYED-CCYYMMDD)
002210         COMPUTE WS-THIS-AGE =
002220             WS-TODAY-INTEGER - WS-KEYED-INTEGER
002230     END-IF.
002240     MOVE SPACES TO WS-AGING-LINE.
002250     MOVE PEND-ID TO AL-PEND-ID.
002260     MOVE PEND-ACTION TO AL-ACTION.
002270     MOVE PEND-EMP-ID TO AL-EMP-ID.
002280     MOVE PEND-LAST-NAME TO AL-LAST-NAME.
002290     MOVE PEND-KEYED-BY TO AL-KEYED-BY.
002300     MOVE PEND-KEYED-CCYYMMDD TO AL-KEYED-DATE.
002310     MOVE WS-THIS-AGE TO AL-AGE-DAYS.
002320     IF WS-THIS-AGE < WS-EXPIRY-DAYS
002330         ADD 1 TO WS-WAITING-COUNT
002340         MOVE "WAITING" TO AL-DISPOSITION
002350         GO TO 2000-REPORT-LINE
002360     END-IF.
002370     SET PEND-IS-EXPIRED TO TRUE.
002380     MOVE WS-TODAY-DATE TO PEND-DECIDED-CCYYMMDD.
002390     IF NOT WS-SIMULATION
002400         REWRITE PENDING-CHANGE-RECORD
002410             INVALID KEY
002420                 DISPLAY "PENDCHG REWRITE FAILED, STATUS "
002430                     WS-PEND-STATUS " - " PEND-ID
002440                 GO TO 2000-EXIT
002450         END-REWRITE
002460     END-IF.
002470     ADD 1 TO WS-EXPIRED-COUNT.
002480     MOVE "EXPIRED" TO AL-DISPOSITION.
002490     MOVE PEND-ID TO WS-PEND-ID-ED.
002500     MOVE "WARN" TO WS-STATUS-TEXT.
002510     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
002520     STRING "EXPIRED " WS-PEND-ID-ED " " PEND-ACTION " "
002530         PEND-EMP-ID " KEYED BY " PEND-KEYED-BY
002540         " - NEVER DECIDED"
002550         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
002560     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
002570 2000-REPORT-LINE.
002580     IF WS-REPORT-IS-OPEN
002590         MOVE WS-AGING-LINE TO RPT-DETAIL-LINE
002600         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
002610     END-IF.
002620 2000-EXIT.
002630     EXIT.
002640
002650 8000-FINALIZE.
002660     IF WS-PEND-IS-OPEN
002670         CLOSE PENDING-CHANGE-FILE
002680     END-IF.
002690     MOVE WS-WAITING-COUNT TO WS-WAITING-COUNT-ED.
002700     MOVE WS-EXPIRED-COUNT TO WS-EXPIRED-COUNT-ED.
002710     MOVE WS-EXPIRY-DAYS TO WS-EXPIRY-DAYS-ED.
002720     DISPLAY "Changes still waiting: " WS-WAITING-COUNT-ED.
002730     DISPLAY "Changes expired      : " WS-EXPIRED-COUNT-ED.
002740     IF WS-REPORT-IS-OPEN
002750         MOVE SPACES TO RPT-DETAIL-LINE
002760         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
002770         STRING "WAITING: " WS-WAITING-COUNT-ED
002780             " EXPIRED AT " WS-EXPIRY-DAYS-ED
002790             " DAYS: " WS-EXPIRED-COUNT-ED
002800             " RUN " WS-RUN-NUMBER-ED
002810             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
002820         MOVE 'T' TO RPT-REQUEST
002830         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
002840         CLOSE AGING-REPORT-FILE
002850     END-IF.
002860     IF WS-STEP-RC = ZERO
002870         MOVE "OK" TO WS-STATUS-TEXT
002880         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002890         STRING "PENDING-CHANGE AGING DONE, WAITING "
002900             WS-WAITING-COUNT-ED " EXPIRED "
002910             WS-EXPIRED-COUNT-ED
002920             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002930         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002940     END-IF.
002950     IF WS-AUDIT-IS-OPEN
002960         CLOSE AUDIT-LOG-FILE
002970     END-IF.
002980 8000-EXIT.
002990     EXIT.
003000
003010 9500-WRITE-REPORT-LINE.
003020******************************************************************
003030* Hands one line through the shared RPTWRTR report writer and
003040* writes the heading block first whenever a new page starts.
003050* The request code resets to detail after every line so trailer
003060* callers set it per line.
003070******************************************************************
003080     CALL "RPTWRTR" USING RPT-CONTROL.
003090     IF RPT-NEW-PAGE
003100         MOVE RPT-HEADING-1 TO AGING-REPORT-RECORD
003110         WRITE AGING-REPORT-RECORD
003120         MOVE RPT-HEADING-2 TO AGING-REPORT-RECORD
003130         WRITE AGING-REPORT-RECORD
003140         MOVE RPT-HEADING-3 TO AGING-REPORT-RECORD
003150         WRITE AGING-REPORT-RECORD
003160     END-IF.
003170     MOVE RPT-DETAIL-LINE TO AGING-REPORT-RECORD.
003180     WRITE AGING-REPORT-RECORD.
003190     MOVE 'D' TO RPT-REQUEST.
003200 9500-EXIT.
003210     EXIT.
003220
003230 9000-WRITE-AUDIT-ENTRY.
003240******************************************************************
003250* Stamps and writes one audit record.  The caller sets
003260* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
003270* this paragraph.
003280******************************************************************
003290     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
003300     MOVE SPACES TO AUDIT-LOG-RECORD.
003310     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
003320     MOVE "PENDAGE " TO AUDIT-PROGRAM-ID.
003330     MOVE SPACES TO AUDIT-USER-ID.
003340     IF WS-SIMULATION
003350         MOVE "SIMULATE" TO AUDIT-USER-ID
003360     END-IF.
003370     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
003380     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
003390     IF WS-STATUS-TEXT = "OK"
003400         SET AUDIT-IS-INFO TO TRUE
003410     ELSE
003420         IF WS-STATUS-TEXT = "ERROR"
003430             SET AUDIT-IS-ERROR TO TRUE
003440         ELSE
003450             SET AUDIT-IS-WARNING TO TRUE
003460         END-IF
003470     END-IF.
003480     IF WS-AUDIT-IS-OPEN
003490         WRITE AUDIT-LOG-RECORD
003500     END-IF.
003510 9000-EXIT.
003520     EXIT.
003530
003540** add other procedures here
003550 END PROGRAM PENDAGE.
