000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose:       Calculation results history retention purge.
000070*                Runs weekly against the RESHIST history CALCULAT
000080*                and MATHOPS write: deletes every result whose
000090*                business date is older than the retention
000100*                window, keeps the rest, and appends to the
000110*                shared purge report how many went and stayed in
000120*                total and per client.  The window is a parameter
000130*                read from RSLTPARM, not a literal; a purged
000140*                result can no longer be shown by the RSLTINQ
000150*                inquiry.  A window under the floor is refused
000160*                RC 12 with the history untouched.
000170* Tectonics:     cobc
000180*
000190* Modification History
000200* ---------------------
000210* 2026-10-15  DW   Original program.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000250 PROGRAM-ID. RSLTPURG.
000260 ENVIRONMENT DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000280 CONFIGURATION SECTION.
000290*-----------------------
000300 INPUT-OUTPUT SECTION.
000310*-----------------------
000320 FILE-CONTROL.
000330     SELECT PARAM-FILE ASSIGN TO "RSLTPARM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PARAM-STATUS.
000360     SELECT RESULT-HISTORY-FILE ASSIGN TO "RESHIST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS RH-RESULT-KEY
000400         ALTERNATE RECORD KEY IS RH-TRANS-ID WITH DUPLICATES
000410         FILE STATUS IS WS-RESHIST-STATUS.
000420     SELECT PURGE-REPORT-FILE ASSIGN TO "PURGRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REPORT-STATUS.
000450     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000480 DATA DIVISION.
000490*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000500 FILE SECTION.
000510*-----------------------
000520 FD  PARAM-FILE.
000530 01  PARAM-RECORD.
000540     05  PP-HISTORY-NAME         PIC X(08).
000550     05  FILLER                  PIC X(01).
000560     05  PP-RETENTION-DAYS       PIC 9(04).
000570 FD  RESULT-HISTORY-FILE.
000580     COPY RESHIST.
000590 FD  PURGE-REPORT-FILE.
000600 01  PURGE-REPORT-RECORD         PIC X(80).
000610 FD  AUDIT-LOG-FILE.
000620     COPY AUDITLOG.
000630
000640 WORKING-STORAGE SECTION.
000650*-----------------------
000660 01  WS-PARAM-STATUS             PIC X(02).
000670 01  WS-RESHIST-STATUS           PIC X(02).
000680 01  WS-RESHIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000690     88  WS-RESHIST-IS-OPEN      VALUE 'Y'.
000700 01  WS-REPORT-STATUS            PIC X(02).
000710 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000720     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000730 01  WS-AUDIT-STATUS             PIC X(02).
000740 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000750     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000760 COPY EOFSWTCH.
000770 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000780 01  WS-STATUS-TEXT              PIC X(05).
000790 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000800 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000810 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
000820 01  WS-HISTORY-NAME             PIC X(08) VALUE "RESHIST".
000830 01  WS-RETENTION-DAYS           PIC 9(04) VALUE 730.
000840 01  WS-MIN-RETENTION-DAYS       PIC 9(04) VALUE 35.
000850 01  WS-RETENTION-DAYS-ED        PIC ZZZ9.
000860 01  WS-MIN-RETENTION-DAYS-ED    PIC ZZZ9.
000870 01  WS-TODAY                    PIC X(21).
000880 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
000890     05  WS-TODAY-DATE           PIC 9(08).
000900     05  FILLER                  PIC X(13).
000910 01  WS-CUTOFF-INTEGER           PIC 9(08) COMP.
000920 01  WS-CUTOFF-DATE              PIC 9(08).
000930 01  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
000940 01  WS-PURGED-COUNT             PIC 9(07) COMP VALUE ZERO.
000950 01  WS-KEPT-COUNT               PIC 9(07) COMP VALUE ZERO.
000960 01  WS-UNDATED-COUNT            PIC 9(07) COMP VALUE ZERO.
000970 01  WS-FAILED-COUNT             PIC 9(07) COMP VALUE ZERO.
000980 01  WS-READ-COUNT-ED            PIC Z(06)9.
000990 01  WS-PURGED-COUNT-ED          PIC Z(06)9.
001000 01  WS-KEPT-COUNT-ED            PIC Z(06)9.
001010 01  WS-UNDATED-COUNT-ED         PIC Z(06)9.
001020 01  WS-FAILED-COUNT-ED          PIC Z(06)9.
001030*
001040*    One row per client seen on the history.  Clients past the
001050*    table fold into a single OTHER row so the per-client lines
001060*    still foot to the totals.
001070*
001080 01  WS-CLIENT-TABLE-MAX         PIC 9(03) COMP VALUE 200.
001090 01  WS-CLIENT-USED              PIC 9(03) COMP VALUE ZERO.
001100 01  WS-CLIENT-IX                PIC 9(03) COMP VALUE ZERO.
001110 01  WS-CLIENT-SLOT              PIC 9(03) COMP VALUE ZERO.
001120 01  WS-CLIENT-KEY               PIC X(05).
001130 01  WS-OTHER-SWITCH             PIC X(01) VALUE 'N'.
001140     88  WS-OTHER-USED           VALUE 'Y'.
001150 01  WS-OTHER-PURGED             PIC 9(07) COMP VALUE ZERO.
001160 01  WS-OTHER-KEPT               PIC 9(07) COMP VALUE ZERO.
001170 01  WS-CLIENT-TABLE.
001180     05  WS-CLT-ENTRY OCCURS 200 TIMES.
001190         10  WS-CLT-CLIENT       PIC X(05).
001200         10  WS-CLT-PURGED       PIC 9(07) COMP.
001210         10  WS-CLT-KEPT         PIC 9(07) COMP.
001220 01  WS-HEADING-LINE.
001230     05  FILLER                  PIC X(10) VALUE "RSLTPURG: ".
001240     05  HL-HISTORY              PIC X(08).
001250     05  FILLER                  PIC X(08) VALUE " RETAIN ".
001260     05  HL-DAYS                 PIC ZZZ9.
001270     05  FILLER                  PIC X(14) VALUE " DAYS, CUTOFF ".
001280     05  HL-CUTOFF               PIC 9(08).
001290     05  FILLER                  PIC X(06) VALUE ", RUN ".
001300     05  HL-RUN                  PIC ZZZZ9.
001310 01  WS-TOTAL-LINE.
001320     05  FILLER                  PIC X(15)
001330                                 VALUE "  RESULTS READ ".
001340     05  TL-READ                 PIC Z(06)9.
001350     05  FILLER                  PIC X(09) VALUE "  PURGED ".
001360     05  TL-PURGED               PIC Z(06)9.
001370     05  FILLER                  PIC X(07) VALUE "  KEPT ".
001380     05  TL-KEPT                 PIC Z(06)9.
001390     05  FILLER                  PIC X(10) VALUE "  UNDATED ".
001400     05  TL-UNDATED              PIC Z(06)9.
001410 01  WS-CLIENT-LINE.
001420     05  FILLER                  PIC X(09) VALUE "  CLIENT ".
001430     05  PL-CLIENT               PIC X(05).
001440     05  FILLER                  PIC X(09) VALUE "  PURGED ".
001450     05  PL-PURGED               PIC Z(06)9.
001460     05  FILLER                  PIC X(07) VALUE "  KEPT ".
001470     05  PL-KEPT                 PIC Z(06)9.
001480
001490*-----------------------
001500 PROCEDURE DIVISION.
001510*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001520 0000-MAINLINE.
001530******************************************************************
001540* One sequential pass over the keyed history: each result older
001550* than the cutoff is deleted where it stands, everything else
001560* is counted as kept.  The report and the summary audit record
001570* follow the pass.
001580******************************************************************
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-EXAMINE-ONE-RESULT THRU 2000-EXIT
001610         UNTIL WS-EOF.
001620     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001630     MOVE WS-STEP-RC TO RETURN-CODE.
001640     GOBACK.
001650
001660 1000-INITIALIZE.
001670     CALL "GETRUN" USING WS-RUN-NUMBER.
001680     OPEN EXTEND AUDIT-LOG-FILE.
001690     IF WS-AUDIT-STATUS = "00"
001700         SET WS-AUDIT-IS-OPEN TO TRUE
001710     END-IF.
001720     PERFORM 1100-READ-PURGE-PARM THRU 1100-EXIT.
001730     PERFORM 1200-COMPUTE-CUTOFF-DATE THRU 1200-EXIT.
001740     OPEN EXTEND PURGE-REPORT-FILE.
001750     IF WS-REPORT-STATUS = "00"
001760         SET WS-REPORT-IS-OPEN TO TRUE
001770     END-IF.
001780*    A retention window shorter than the floor would take away
001790*    results still inside the month-end close and its queries, so
001800*    it is treated as a keying error, not obeyed.
001810     IF WS-RETENTION-DAYS < WS-MIN-RETENTION-DAYS
001820         MOVE WS-RETENTION-DAYS TO WS-RETENTION-DAYS-ED
001830         MOVE WS-MIN-RETENTION-DAYS TO WS-MIN-RETENTION-DAYS-ED
001840         DISPLAY "RSLTPARM WINDOW " WS-RETENTION-DAYS-ED
001850             " DAYS UNDER THE " WS-MIN-RETENTION-DAYS-ED
001860             "-DAY FLOOR - HISTORY LEFT UNTOUCHED"
001870         MOVE "ERROR" TO WS-STATUS-TEXT
001880         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001890         STRING WS-HISTORY-NAME " PURGE REFUSED, WINDOW "
001900             WS-RETENTION-DAYS-ED " DAYS UNDER FLOOR "
001910             WS-MIN-RETENTION-DAYS-ED
001920             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001930         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001940         SET WS-EOF TO TRUE
001950         MOVE 12 TO WS-STEP-RC
001960         GO TO 1000-EXIT
001970     END-IF.
001980     OPEN I-O RESULT-HISTORY-FILE.
001990     IF WS-RESHIST-STATUS NOT = "00"
002000         DISPLAY "RESHIST OPEN FAILED, STATUS "
002010             WS-RESHIST-STATUS
002020         MOVE "ERROR" TO WS-STATUS-TEXT
002030         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002040         STRING WS-HISTORY-NAME " OPEN FAILED, STATUS "
002050             WS-RESHIST-STATUS ", NOTHING PURGED"
002060             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002070         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002080         SET WS-EOF TO TRUE
002090         MOVE 12 TO WS-STEP-RC
002100         GO TO 1000-EXIT
002110     END-IF.
002120     SET WS-RESHIST-IS-OPEN TO TRUE.
002130 1000-EXIT.
002140     EXIT.
002150
002160 1100-READ-PURGE-PARM.
002170******************************************************************
002180* RSLTPARM names the history the step points RESHIST at (for
002190* the report and audit) and the retention window in days.  A
002200* missing or non-numeric window falls back to the shop default
002210* of 730 days -- two years of client results for the inquiry.
002220******************************************************************
002230     OPEN INPUT PARAM-FILE.
002240     IF WS-PARAM-STATUS NOT = "00"
002250         GO TO 1100-EXIT
002260     END-IF.
002270     READ PARAM-FILE
002280         AT END
002290             CONTINUE
002300         NOT AT END
002310             IF PP-HISTORY-NAME NOT = SPACES
002320                 MOVE PP-HISTORY-NAME TO WS-HISTORY-NAME
002330             END-IF
002340             IF PP-RETENTION-DAYS NUMERIC
002350                 MOVE PP-RETENTION-DAYS TO WS-RETENTION-DAYS
002360             END-IF
002370     END-READ.
002380     CLOSE PARAM-FILE.
002390 1100-EXIT.
002400     EXIT.
002410
002420 1200-COMPUTE-CUTOFF-DATE.
002430     CALL "TIMESTMP" USING WS-TODAY.
002440     COMPUTE WS-CUTOFF-INTEGER =
002450         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
002460         - WS-RETENTION-DAYS.
002470     COMPUTE WS-CUTOFF-DATE =
002480         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).
002490 1200-EXIT.
002500     EXIT.
002510
002520 2000-EXAMINE-ONE-RESULT.
002530******************************************************************
002540* A result whose business date is strictly before the cutoff
002550* date is deleted.  A record with no usable business date cannot
002560* be aged, so it is kept and counted as undated rather than
002570* guessed at.
002580******************************************************************
002590     READ RESULT-HISTORY-FILE NEXT RECORD
002600         AT END
002610             SET WS-EOF TO TRUE
002620     END-READ.
002630     IF WS-EOF
002640         GO TO 2000-EXIT
002650     END-IF.
002660     ADD 1 TO WS-READ-COUNT.
002670     PERFORM 2100-FIND-CLIENT-SLOT THRU 2100-EXIT.
002680     IF RH-BUSINESS-DATE NOT NUMERIC
002690         OR RH-BUSINESS-DATE = ZERO
002700         ADD 1 TO WS-UNDATED-COUNT
002710         PERFORM 2300-COUNT-KEPT THRU 2300-EXIT
002720         GO TO 2000-EXIT
002730     END-IF.
002740     IF RH-BUSINESS-DATE NOT < WS-CUTOFF-DATE
002750         PERFORM 2300-COUNT-KEPT THRU 2300-EXIT
002760         GO TO 2000-EXIT
002770     END-IF.
002780     DELETE RESULT-HISTORY-FILE RECORD
002790         INVALID KEY
002800             DISPLAY "RESHIST DELETE FAILED, STATUS "
002810                 WS-RESHIST-STATUS " - " RH-TRANS-ID
002820             ADD 1 TO WS-FAILED-COUNT
002830             PERFORM 2300-COUNT-KEPT THRU 2300-EXIT
002840         NOT INVALID KEY
002850             PERFORM 2200-COUNT-PURGED THRU 2200-EXIT
002860     END-DELETE.
002870 2000-EXIT.
002880     EXIT.
002890
002900 2100-FIND-CLIENT-SLOT.
002910******************************************************************
002920* MATHOPS details may carry a blank client code; those tally
002930* under "-----" so the line is not printed blank.
002940******************************************************************
002950     IF RH-CLIENT-ID = SPACES
002960         MOVE "-----" TO WS-CLIENT-KEY
002970     ELSE
002980         MOVE RH-CLIENT-ID TO WS-CLIENT-KEY
002990     END-IF.
003000     MOVE ZERO TO WS-CLIENT-SLOT.
003010     PERFORM 2110-SCAN-ONE-CLIENT THRU 2110-EXIT
003020         VARYING WS-CLIENT-IX FROM 1 BY 1
003030         UNTIL WS-CLIENT-IX > WS-CLIENT-USED
003040             OR WS-CLIENT-SLOT > ZERO.
003050     IF WS-CLIENT-SLOT > ZERO
003060         GO TO 2100-EXIT
003070     END-IF.
003080     IF WS-CLIENT-USED < WS-CLIENT-TABLE-MAX
003090         ADD 1 TO WS-CLIENT-USED
003100         MOVE WS-CLIENT-USED TO WS-CLIENT-SLOT
003110         MOVE WS-CLIENT-KEY TO WS-CLT-CLIENT (WS-CLIENT-SLOT)
003120         MOVE ZERO TO WS-CLT-PURGED (WS-CLIENT-SLOT)
003130         MOVE ZERO TO WS-CLT-KEPT (WS-CLIENT-SLOT)
003140     ELSE
003150         SET WS-OTHER-USED TO TRUE
003160     END-IF.
003170 2100-EXIT.
003180     EXIT.
003190
003200 2110-SCAN-ONE-CLIENT.
003210     IF WS-CLT-CLIENT (WS-CLIENT-IX) = WS-CLIENT-KEY
003220         MOVE WS-CLIENT-IX TO WS-CLIENT-SLOT
003230     END-IF.
003240 2110-EXIT.
003250     EXIT.
003260
003270 2200-COUNT-PURGED.
003280     ADD 1 TO WS-PURGED-COUNT.
003290     IF WS-CLIENT-SLOT > ZERO
003300         ADD 1 TO WS-CLT-PURGED (WS-CLIENT-SLOT)
003310     ELSE
003320         ADD 1 TO WS-OTHER-PURGED
003330     END-IF.
003340 2200-EXIT.
003350     EXIT.
003360
003370 2300-COUNT-KEPT.
003380     ADD 1 TO WS-KEPT-COUNT.
003390     IF WS-CLIENT-SLOT > ZERO
003400         ADD 1 TO WS-CLT-KEPT (WS-CLIENT-SLOT)
003410     ELSE
003420         ADD 1 TO WS-OTHER-KEPT
003430     END-IF.
003440 2300-EXIT.
003450     EXIT.
003460
003470 8000-FINALIZE.
003480******************************************************************
003490* Closes the history, then reports.  Undated records or
003500* failed deletes leave the run RC 4 with a WARN record so the
003510* morning review sees them; a refused run has already set 12.
003520******************************************************************
003530     IF WS-RESHIST-IS-OPEN
003540         CLOSE RESULT-HISTORY-FILE
003550         MOVE 'N' TO WS-RESHIST-OPEN-SWITCH
003560     ELSE
003570         GO TO 8000-CLOSE-LOGS
003580     END-IF.
003590     MOVE WS-RETENTION-DAYS TO WS-RETENTION-DAYS-ED.
003600     MOVE WS-READ-COUNT TO WS-READ-COUNT-ED.
003610     MOVE WS-PURGED-COUNT TO WS-PURGED-COUNT-ED.
003620     MOVE WS-KEPT-COUNT TO WS-KEPT-COUNT-ED.
003630     MOVE WS-UNDATED-COUNT TO WS-UNDATED-COUNT-ED.
003640     MOVE WS-FAILED-COUNT TO WS-FAILED-COUNT-ED.
003650     DISPLAY "History            : " WS-HISTORY-NAME.
003660     DISPLAY "Retention days     : " WS-RETENTION-DAYS-ED.
003670     DISPLAY "Cutoff date        : " WS-CUTOFF-DATE.
003680     DISPLAY "Results read       : " WS-READ-COUNT-ED.
003690     DISPLAY "Results purged     : " WS-PURGED-COUNT-ED.
003700     DISPLAY "Results kept       : " WS-KEPT-COUNT-ED.
003710     DISPLAY "Kept, undated      : " WS-UNDATED-COUNT-ED.
003720     DISPLAY "Deletes failed     : " WS-FAILED-COUNT-ED.
003730     PERFORM 8100-WRITE-PURGE-REPORT THRU 8100-EXIT.
003740     MOVE "OK" TO WS-STATUS-TEXT.
003750     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003760     STRING WS-HISTORY-NAME " PURGE CUTOFF " WS-CUTOFF-DATE
003770         " READ " WS-READ-COUNT-ED
003780         " PURGED " WS-PURGED-COUNT-ED
003790         " KEPT " WS-KEPT-COUNT-ED
003800         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003810     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003820     IF WS-UNDATED-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
003830         MOVE "WARN" TO WS-STATUS-TEXT
003840         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003850         STRING WS-HISTORY-NAME " KEPT UNDATED "
003860             WS-UNDATED-COUNT-ED
003870             ", DELETES FAILED " WS-FAILED-COUNT-ED
003880             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003890         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003900         MOVE 4 TO WS-STEP-RC
003910     END-IF.
003920 8000-CLOSE-LOGS.
003930     IF WS-REPORT-IS-OPEN
003940         CLOSE PURGE-REPORT-FILE
003950     END-IF.
003960     IF WS-AUDIT-IS-OPEN
003970         CLOSE AUDIT-LOG-FILE
003980     END-IF.
003990 8000-EXIT.
004000     EXIT.
004010
004020 8100-WRITE-PURGE-REPORT.
004030******************************************************************
004040* Appends the history's block to the shared weekly purge
004050* report: the heading, the totals, one line per client in key
004060* order, and the OTHER row if the client table overflowed.
004070******************************************************************
004080     IF NOT WS-REPORT-IS-OPEN
004090         GO TO 8100-EXIT
004100     END-IF.
004110     MOVE WS-HISTORY-NAME TO HL-HISTORY.
004120     MOVE WS-RETENTION-DAYS TO HL-DAYS.
004130     MOVE WS-CUTOFF-DATE TO HL-CUTOFF.
004140     MOVE WS-RUN-NUMBER TO HL-RUN.
004150     MOVE WS-HEADING-LINE TO PURGE-REPORT-RECORD.
004160     WRITE PURGE-REPORT-RECORD.
004170     MOVE WS-READ-COUNT TO TL-READ.
004180     MOVE WS-PURGED-COUNT TO TL-PURGED.
004190     MOVE WS-KEPT-COUNT TO TL-KEPT.
004200     MOVE WS-UNDATED-COUNT TO TL-UNDATED.
004210     MOVE WS-TOTAL-LINE TO PURGE-REPORT-RECORD.
004220     WRITE PURGE-REPORT-RECORD.
004230     PERFORM 8110-WRITE-CLIENT-LINE THRU 8110-EXIT
004240         VARYING WS-CLIENT-IX FROM 1 BY 1
004250         UNTIL WS-CLIENT-IX > WS-CLIENT-USED.
004260     IF WS-OTHER-USED
004270         MOVE "OTHER" TO PL-CLIENT
004280         MOVE WS-OTHER-PURGED TO PL-PURGED
004290         MOVE WS-OTHER-KEPT TO PL-KEPT
004300         MOVE WS-CLIENT-LINE TO PURGE-REPORT-RECORD
004310         WRITE PURGE-REPORT-RECORD
004320     END-IF.
004330 8100-EXIT.
004340     EXIT.
004350
004360 8110-WRITE-CLIENT-LINE.
004370     MOVE WS-CLT-CLIENT (WS-CLIENT-IX) TO PL-CLIENT.
004380     MOVE WS-CLT-PURGED (WS-CLIENT-IX) TO PL-PURGED.
004390     MOVE WS-CLT-KEPT (WS-CLIENT-IX) TO PL-KEPT.
004400     MOVE WS-CLIENT-LINE TO PURGE-REPORT-RECORD.
004410     WRITE PURGE-REPORT-RECORD.
004420 8110-EXIT.
004430     EXIT.
004440
004450 9000-WRITE-AUDIT-ENTRY.
004460******************************************************************
004470* Stamps and writes one audit record.  The caller sets
004480* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
004490* this paragraph.
004500******************************************************************
004510     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
004520     MOVE SPACES TO AUDIT-LOG-RECORD.
004530     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
004540     MOVE "RSLTPURG" TO AUDIT-PROGRAM-ID.
004550     MOVE SPACES TO AUDIT-USER-ID.
004560     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
004570     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
004580     IF WS-STATUS-TEXT = "OK"
004590         SET AUDIT-IS-INFO TO TRUE
004600     ELSE
004610         IF WS-STATUS-TEXT = "ERROR"
004620             SET AUDIT-IS-ERROR TO TRUE
004630         ELSE
004640             SET AUDIT-IS-WARNING TO TRUE
004650         END-IF
004660     END-IF.
004670     IF WS-AUDIT-IS-OPEN
004680         WRITE AUDIT-LOG-RECORD
004690     END-IF.
004700 9000-EXIT.
004710     EXIT.
004720
004730** add other procedures here
004740 END PROGRAM RSLTPURG.
