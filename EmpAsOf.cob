000200* Modification History
000210* ---------------------
000220* 2026-09-02  DW   Original program.
000230* 2026-10-15  DW   History records carried onto a surviving EMP-ID
000240*                  by a duplicate merge are skipped; they are
000250*                  copies of the retired EMP-ID's changes, which
000260*                  its own records already reconstruct.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 PROGRAM-ID. EMPASOF.
000310 ENVIRONMENT DIVISION.
000320*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000330 CONFIGURATION SECTION.
000340*-----------------------
000350 INPUT-OUTPUT SECTION.
000360*-----------------------
000370 FILE-CONTROL.
000380     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS EMP-ID
000420         FILE STATUS IS WS-EMPMAST-STATUS.
000430     SELECT EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-HISTORY-STATUS.
000460     SELECT PARAM-FILE ASSIGN TO "ASOFPARM"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PARAM-STATUS.
000490     SELECT ASOF-REPORT-FILE ASSIGN TO "ASOFRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REPORT-STATUS.
000520 DATA DIVISION.
000530*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000540 FILE SECTION.
000550*-----------------------
000560 FD  EMP-MASTER-FILE.
000570     COPY EMPMAST.
000580 FD  EMP-HISTORY-FILE.
000590     COPY EMPHIST.
000600 FD  PARAM-FILE.
000610 01  PARAM-RECORD.
000620     05  AP-ASOF-CCYYMMDD        PIC 9(08).
000630     05  AP-EMP-ID               PIC X(06).
000640     05  AP-DEPT-CODE            PIC X(04).
000650 FD  ASOF-REPORT-FILE.
000660 01  ASOF-REPORT-RECORD          PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690*-----------------------
000700 01  WS-EMPMAST-STATUS           PIC X(02).
000710 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000720     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
000730 01  WS-HISTORY-STATUS           PIC X(02).
000740 01  WS-PARAM-STATUS             PIC X(02).
000750 01  WS-REPORT-STATUS            PIC X(02).
000760 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000770     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000780 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000790 COPY EOFSWTCH.
000800 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
000810     88  WS-HIST-EOF             VALUE 'Y'.
000820 01  WS-ASOF-DATE                PIC 9(08) VALUE ZERO.
000830 01  WS-ASK-EMP-ID               PIC X(06) VALUE SPACES.
000840 01  WS-ASK-DEPT-CODE            PIC X(04) VALUE SPACES.
000850 01  WS-HIST-TABLE-MAX           PIC 9(04) COMP VALUE 500.
000860 01  WS-HIST-USED                PIC 9(04) COMP VALUE ZERO.
000870 01  WS-HIST-IX                  PIC 9(04) COMP VALUE ZERO.
000880 01  WS-HIST-TABLE.
000890     05  WS-HIST-ENTRY OCCURS 500 TIMES.
000900         10  WS-HT-EMP-ID        PIC X(06).
000910         10  WS-HT-EFFECTIVE     PIC 9(08).
000920         10  WS-HT-ACTION        PIC X(01).
000930         10  WS-HT-IMAGE         PIC X(69).
000940 01  WS-BEST-EFFECTIVE           PIC 9(08) VALUE ZERO.
000950 01  WS-BEST-IX                  PIC 9(04) COMP VALUE ZERO.
000960 01  WS-ASOF-IMAGE               PIC X(69).
000970 01  WS-ASOF-RECORD REDEFINES WS-ASOF-IMAGE.
000980     05  AS-EMP-ID               PIC X(06).
000990     05  AS-LAST-NAME            PIC X(22).
001000     05  AS-FIRST-NAME           PIC X(18).
001010     05  AS-BIRTH-YYMMDD         PIC X(06).
001020     05  AS-HIRE-YYMMDD          PIC X(06).
001030     05  AS-ACTIVE-SWITCH        PIC X(01).
001040     05  AS-DEPT-CODE            PIC X(04).
001050     05  FILLER                  PIC X(06).
001060 01  WS-EXISTED-SWITCH           PIC X(01).
001070     88  WS-EMP-EXISTED          VALUE 'Y'.
001080 01  WS-REPORTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001090 01  WS-REPORTED-COUNT-ED        PIC ZZZZ9.
001100 01  WS-REPORT-LINE.
001110     05  RL-EMP-ID               PIC X(06).
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  RL-LAST-NAME            PIC X(15).
001140     05  FILLER                  PIC X(01) VALUE SPACE.
001150     05  RL-FIRST-NAME           PIC X(10).
001160     05  FILLER                  PIC X(01) VALUE SPACE.
001170     05  RL-BIRTH                PIC X(06).
001180     05  FILLER                  PIC X(01) VALUE SPACE.
001190     05  RL-HIRE                 PIC X(06).
001200     05  FILLER                  PIC X(01) VALUE SPACE.
001210     05  RL-STATUS               PIC X(01).
001220     05  FILLER                  PIC X(01) VALUE SPACE.
001230     05  RL-DEPT                 PIC X(04).
001240
001250*-----------------------
001260 PROCEDURE DIVISION.
001270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001280 0000-MAINLINE.
001290******************************************************************
001300* Loads the history once, then walks the master in key order:
001310* every employee (or just the asked-for one) is reconstructed
001320* as of the parameter date and printed when it matches the
001330* employee or department filter.
001340******************************************************************
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360     PERFORM 2000-RECONSTRUCT-ONE THRU 2000-EXIT
001370         UNTIL WS-EOF.
001380     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001390     GOBACK.
001400
001410 1000-INITIALIZE.
001420     CALL "GETRUN" USING WS-RUN-NUMBER.
001430     PERFORM 1100-READ-CRITERIA THRU 1100-EXIT.
001440     IF WS-ASOF-DATE = ZERO
001450         DISPLAY "ASOFPARM MISSING OR NOT A DATE - NO INQUIRY"
001460         SET WS-EOF TO TRUE
001470         MOVE 12 TO RETURN-CODE
001480         GO TO 1000-EXIT
001490     END-IF.
001500     PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
001510     OPEN OUTPUT ASOF-REPORT-FILE.
001520     IF WS-REPORT-STATUS = "00"
001530         SET WS-REPORT-IS-OPEN TO TRUE
001540         MOVE SPACES TO ASOF-REPORT-RECORD
001550         STRING "EMPLOYEE ROSTER AS OF " WS-ASOF-DATE
001560             "  EMP " WS-ASK-EMP-ID
001570             "  DEPT " WS-ASK-DEPT-CODE
001580             DELIMITED BY SIZE INTO ASOF-REPORT-RECORD
001590         WRITE ASOF-REPORT-RECORD
001600         MOVE "EMP-ID  LAST NAME       FIRST NAME BDATE  HDATE"
001610             TO ASOF-REPORT-RECORD
001620         WRITE ASOF-REPORT-RECORD
001630     END-IF.
001640     OPEN INPUT EMP-MASTER-FILE.
001650     IF WS-EMPMAST-STATUS NOT = "00"
001660         DISPLAY "EMPMAST OPEN FAILED, STATUS "
001670             WS-EMPMAST-STATUS
001680         SET WS-EOF TO TRUE
001690         MOVE 12 TO RETURN-CODE
001700         GO TO 1000-EXIT
001710     END-IF.
001720     SET WS-EMPMAST-IS-OPEN TO TRUE.
001730 1000-EXIT.
001740     EXIT.
001750
001760 1100-READ-CRITERIA.
001770******************************************************************
001780* One criteria record: the as-of date, then either one EMP-ID,
001790* one department code, or neither for the whole shop.
001800******************************************************************
001810     OPEN INPUT PARAM-FILE.
001820     IF WS-PARAM-STATUS = "00"
001830         READ PARAM-FILE
001840             AT END
001850                 CONTINUE
001860             NOT AT END
001870                 IF AP-ASOF-CCYYMMDD NUMERIC
001880                     MOVE AP-ASOF-CCYYMMDD TO WS-ASOF-DATE
001890                     MOVE AP-EMP-ID TO WS-ASK-EMP-ID
001900                     MOVE AP-DEPT-CODE TO WS-ASK-DEPT-CODE
001910                 END-IF
001920         END-READ
001930         CLOSE PARAM-FILE
001940     END-IF.
001950 1100-EXIT.
001960     EXIT.
001970
001980 1200-LOAD-HISTORY.
001990     OPEN INPUT EMP-HISTORY-FILE.
002000     IF WS-HISTORY-STATUS NOT = "00"
002010         DISPLAY "EMPHIST MISSING - CURRENT MASTER ONLY"
002020         GO TO 1200-EXIT
002030     END-IF.
002040     PERFORM 1250-LOAD-ONE-HISTORY THRU 1250-EXIT
002050         UNTIL WS-HIST-EOF.
002060     CLOSE EMP-HISTORY-FILE.
002070 1200-EXIT.
002080     EXIT.
002090
002100 1250-LOAD-ONE-HISTORY.
002110     READ EMP-HISTORY-FILE
002120         AT END
002130             SET WS-HIST-EOF TO TRUE
002140     END-READ.
002150     IF WS-HIST-EOF
002160         GO TO 1250-EXIT
002170     END-IF.
002180     IF EH-IS-MERGED-IN
002190         GO TO 1250-EXIT
002200     END-IF.
002210     IF WS-HIST-USED >= WS-HIST-TABLE-MAX
002220         DISPLAY "EMPHIST TABLE FULL - RECONSTRUCTION SHORT"
002230         GO TO 1250-EXIT
002240     END-IF.
002250     ADD 1 TO WS-HIST-USED.
002260     MOVE EH-EMP-ID TO WS-HT-EMP-ID (WS-HIST-USED).
002270     MOVE EH-EFFECTIVE-CCYYMMDD
002280         TO WS-HT-EFFECTIVE (WS-HIST-USED).
002290     MOVE EH-ACTION TO WS-HT-ACTION (WS-HIST-USED).
002300     MOVE EH-IMAGE TO WS-HT-IMAGE (WS-HIST-USED).
002310 1250-EXIT.
002320     EXIT.
002330
002340 2000-RECONSTRUCT-ONE.
002350     READ EMP-MASTER-FILE
002360         AT END
002370             SET WS-EOF TO TRUE
002380     END-READ.
002390     IF WS-EOF
002400         GO TO 2000-EXIT
002410     END-IF.
002420     IF WS-ASK-EMP-ID NOT = SPACES
002430         AND EMP-ID NOT = WS-ASK-EMP-ID
002440         GO TO 2000-EXIT
002450     END-IF.
002460     PERFORM 2100-BUILD-ASOF-IMAGE THRU 2100-EXIT.
002470     IF NOT WS-EMP-EXISTED
002480         GO TO 2000-EXIT
002490     END-IF.
002500     IF WS-ASK-DEPT-CODE NOT = SPACES
002510         AND AS-DEPT-CODE NOT = WS-ASK-DEPT-CODE
002520         GO TO 2000-EXIT
002530     END-IF.
002540     PERFORM 2900-PRINT-ASOF-LINE THRU 2900-EXIT.
002550 2000-EXIT.
002560     EXIT.
002570
002580 2100-BUILD-ASOF-IMAGE.
002590******************************************************************
002600* The state on date D is the image carried by the EARLIEST
002610* history record dated after D: that record's image is what
002620* the master held until that change landed.  No record after
002630* D means nothing has changed since, so the current master
002640* row is the answer.  When the earliest post-D record is the
002650* employee's own add, they did not exist on D.
002660******************************************************************
002670     SET WS-EMP-EXISTED TO TRUE.
002680     MOVE 99999999 TO WS-BEST-EFFECTIVE.
002690     MOVE ZERO TO WS-BEST-IX.
002700     PERFORM 2150-JUDGE-ONE-HISTORY THRU 2150-EXIT
002710         VARYING WS-HIST-IX FROM 1 BY 1
002720         UNTIL WS-HIST-IX > WS-HIST-USED.
002730     IF WS-BEST-IX = ZERO
002740         MOVE EMP-MASTER-RECORD TO WS-ASOF-IMAGE
002750         GO TO 2100-EXIT
002760     END-IF.
002770     IF WS-HT-ACTION (WS-BEST-IX) = 'A'
002780         OR WS-HT-ACTION (WS-BEST-IX) = 'N'
002790         MOVE 'N' TO WS-EXISTED-SWITCH
002800         GO TO 2100-EXIT
002810     END-IF.
002820     MOVE WS-HT-IMAGE (WS-BEST-IX) TO WS-ASOF-IMAGE.
002830 2100-EXIT.
002840     EXIT.
002850
002860 2150-JUDGE-ONE-HISTORY.
002870     IF WS-HT-EMP-ID (WS-HIST-IX) = EMP-ID
002880         AND WS-HT-EFFECTIVE (WS-HIST-IX) > WS-ASOF-DATE
002890         AND WS-HT-EFFECTIVE (WS-HIST-IX) < WS-BEST-EFFECTIVE
002900         MOVE WS-HT-EFFECTIVE (WS-HIST-IX)
002910             TO WS-BEST-EFFECTIVE
002920         MOVE WS-HIST-IX TO WS-BEST-IX
002930     END-IF.
002940 2150-EXIT.
002950     EXIT.
002960
002970 2900-PRINT-ASOF-LINE.
002980     ADD 1 TO WS-REPORTED-COUNT.
002990     MOVE SPACES TO WS-REPORT-LINE.
003000     MOVE AS-EMP-ID TO RL-EMP-ID.
003010     MOVE AS-LAST-NAME TO RL-LAST-NAME.
003020     MOVE AS-FIRST-NAME TO RL-FIRST-NAME.
003030     MOVE AS-BIRTH-YYMMDD TO RL-BIRTH.
003040     MOVE AS-HIRE-YYMMDD TO RL-HIRE.
003050     MOVE AS-ACTIVE-SWITCH TO RL-STATUS.
003060     MOVE AS-DEPT-CODE TO RL-DEPT.
003070     IF WS-REPORT-IS-OPEN
003080         MOVE WS-REPORT-LINE TO ASOF-REPORT-RECORD
003090         WRITE ASOF-REPORT-RECORD
003100     END-IF.
003110 2900-EXIT.
003120     EXIT.
003130
003140 8000-FINALIZE.
003150     IF WS-EMPMAST-IS-OPEN
003160         CLOSE EMP-MASTER-FILE
003170     END-IF.
003180     MOVE WS-REPORTED-COUNT TO WS-REPORTED-COUNT-ED.
003190     DISPLAY "Employees reconstructed: " WS-REPORTED-COUNT-ED.
003200     IF WS-REPORT-IS-OPEN
003210         MOVE SPACES TO ASOF-REPORT-RECORD
003220         STRING "TOTAL AS-OF RECORDS: " WS-REPORTED-COUNT-ED
003230             DELIMITED BY SIZE INTO ASOF-REPORT-RECORD
003240         WRITE ASOF-REPORT-RECORD
003250         CLOSE ASOF-REPORT-FILE
003260     END-IF.
003270 8000-EXIT.
003280     EXIT.
003290
003300** add other procedures here
003310 END PROGRAM EMPASOF.
