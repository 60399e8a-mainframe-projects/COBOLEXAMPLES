000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose:       Processed-ID register retention purge.  Runs
000070*                weekly against one engine register per job
000080*                step (CALCIDS for CALCULAT, MATHIDS for
000090*                MATHOPS, through the generic PROCIDS name):
000100*                deletes every ID whose posting business date
000110*                is older than the retention window, keeps the
000120*                rest, and appends to the shared purge report
000130*                how many went and stayed in total and per
000140*                client.  The window is a parameter read from
000150*                PIDPARM, not a literal.  It must stay longer
000160*                than any resubmission or reversal horizon: an
000170*                ID purged from the register can post again,
000180*                and a purged original can no longer be
000190*                reversed.  A window under the floor is
000200*                refused RC 12 with the register untouched.
000210* Tectonics:     cobc
000220*
000230* Modification History
000240* ---------------------
000250* 2026-10-15  DW   Original program.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 PROGRAM-ID. PIDPURGE.
000300 ENVIRONMENT DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 CONFIGURATION SECTION.
000330*-----------------------
000340 INPUT-OUTPUT SECTION.
000350*-----------------------
000360 FILE-CONTROL.
000370     SELECT PARAM-FILE ASSIGN TO "PIDPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PARAM-STATUS.
000400     SELECT PROCESSED-ID-FILE ASSIGN TO "PROCIDS"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PID-TRANS-ID
000440         FILE STATUS IS WS-IDS-STATUS.
000450     SELECT PURGE-REPORT-FILE ASSIGN TO "PURGRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REPORT-STATUS.
000480     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDIT-STATUS.
000510 DATA DIVISION.
000520*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000530 FILE SECTION.
000540*-----------------------
000550 FD  PARAM-FILE.
000560 01  PARAM-RECORD.
000570     05  PP-REGISTER-NAME        PIC X(08).
000580     05  FILLER                  PIC X(01).
000590     05  PP-RETENTION-DAYS       PIC 9(03).
000600 FD  PROCESSED-ID-FILE.
000610     COPY PROCIDRG.
000620 FD  PURGE-REPORT-FILE.
000630 01  PURGE-REPORT-RECORD         PIC X(80).
000640 FD  AUDIT-LOG-FILE.
000650     COPY AUDITLOG.
000660
000670 WORKING-STORAGE SECTION.
000680*-----------------------
000690 01  WS-PARAM-STATUS             PIC X(02).
000700 01  WS-IDS-STATUS               PIC X(02).
000710 01  WS-IDS-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000720     88  WS-IDS-IS-OPEN          VALUE 'Y'.
000730 01  WS-REPORT-STATUS            PIC X(02).
000740 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000750     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000760 01  WS-AUDIT-STATUS             PIC X(02).
000770 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000780     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000790 COPY EOFSWTCH.
000800 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000810 01  WS-STATUS-TEXT              PIC X(05).
000820 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000830 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000840 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
000850 01  WS-REGISTER-NAME            PIC X(08) VALUE "PROCIDS".
000860 01  WS-RETENTION-DAYS           PIC 9(03) VALUE 400.
000870 01  WS-MIN-RETENTION-DAYS       PIC 9(03) VALUE 35.
000880 01  WS-RETENTION-DAYS-ED        PIC ZZ9.
000890 01  WS-MIN-RETENTION-DAYS-ED    PIC ZZ9.
000900 01  WS-TODAY                    PIC X(21).
000910 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
000920     05  WS-TODAY-DATE           PIC 9(08).
000930     05  FILLER                  PIC X(13).
000940 01  WS-CUTOFF-INTEGER           PIC 9(08) COMP.
000950 01  WS-CUTOFF-DATE              PIC 9(08).
000960 01  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
000970 01  WS-PURGED-COUNT             PIC 9(07) COMP VALUE ZERO.
000980 01  WS-KEPT-COUNT               PIC 9(07) COMP VALUE ZERO.
000990 01  WS-UNDATED-COUNT            PIC 9(07) COMP VALUE ZERO.
001000 01  WS-FAILED-COUNT             PIC 9(07) COMP VALUE ZERO.
001010 01  WS-READ-COUNT-ED            PIC Z(06)9.
001020 01  WS-PURGED-COUNT-ED          PIC Z(06)9.
001030 01  WS-KEPT-COUNT-ED            PIC Z(06)9.
001040 01  WS-UNDATED-COUNT-ED         PIC Z(06)9.
001050 01  WS-FAILED-COUNT-ED          PIC Z(06)9.
001060*
001070*    One row per client seen on the register.  Clients past the
001080*    table fold into a single OTHER row so the per-client lines
001090*    still foot to the totals.
001100*
001110 01  WS-CLIENT-TABLE-MAX         PIC 9(03) COMP VALUE 200.
001120 01  WS-CLIENT-USED              PIC 9(03) COMP VALUE ZERO.
001130 01  WS-CLIENT-IX                PIC 9(03) COMP VALUE ZERO.
001140 01  WS-CLIENT-SLOT              PIC 9(03) COMP VALUE ZERO.
001150 01  WS-CLIENT-KEY               PIC X(05).
001160 01  WS-OTHER-SWITCH             PIC X(01) VALUE 'N'.
001170     88  WS-OTHER-USED           VALUE 'Y'.
001180 01  WS-OTHER-PURGED             PIC 9(07) COMP VALUE ZERO.
001190 01  WS-OTHER-KEPT               PIC 9(07) COMP VALUE ZERO.
001200 01  WS-CLIENT-TABLE.
001210     05  WS-CLT-ENTRY OCCURS 200 TIMES.
001220         10  WS-CLT-CLIENT       PIC X(05).
001230         10  WS-CLT-PURGED       PIC 9(07) COMP.
001240         10  WS-CLT-KEPT         PIC 9(07) COMP.
001250 01  WS-HEADING-LINE.
001260     05  FILLER                  PIC X(10) VALUE "PIDPURGE: ".
001270     05  HL-REGISTER             PIC X(08).
001280     05  FILLER                  PIC X(08) VALUE " RETAIN ".
001290     05  HL-DAYS                 PIC ZZ9.
001300     05  FILLER                  PIC X(14) VALUE " DAYS, CUTOFF ".
001310     05  HL-CUTOFF               PIC 9(08).
001320     05  FILLER                  PIC X(06) VALUE ", RUN ".
001330     05  HL-RUN                  PIC ZZZZ9.
001340 01  WS-TOTAL-LINE.
001350     05  FILLER                  PIC X(11) VALUE "  IDS READ ".
001360     05  TL-READ                 PIC Z(06)9.
001370     05  FILLER                  PIC X(09) VALUE "  PURGED ".
001380     05  TL-PURGED               PIC Z(06)9.
001390     05  FILLER                  PIC X(07) VALUE "  KEPT ".
001400     05  TL-KEPT                 PIC Z(06)9.
001410     05  FILLER                  PIC X(10) VALUE "  UNDATED ".
001420     05  TL-UNDATED              PIC Z(06)9.
001430 01  WS-CLIENT-LINE.
001440     05  FILLER                  PIC X(09) VALUE "  CLIENT ".
001450     05  PL-CLIENT               PIC X(05).
001460     05  FILLER                  PIC X(09) VALUE "  PURGED ".
001470     05  PL-PURGED               PIC Z(06)9.
001480     05  FILLER                  PIC X(07) VALUE "  KEPT ".
001490     05  PL-KEPT                 PIC Z(06)9.
001500
001510*-----------------------
001520 PROCEDURE DIVISION.
001530*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001540 0000-MAINLINE.
001550******************************************************************
001560* One sequential pass over the keyed register: each ID older
001570* than the cutoff is deleted where it stands, everything else
001580* is counted as kept.  The report and the summary audit record
001590* follow the pass.
001600******************************************************************
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     PERFORM 2000-EXAMINE-ONE-ID THRU 2000-EXIT
001630         UNTIL WS-EOF.
001640     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001650     MOVE WS-STEP-RC TO RETURN-CODE.
001660     GOBACK.
001670
001680 1000-INITIALIZE.
001690     CALL "GETRUN" USING WS-RUN-NUMBER.
001700     OPEN EXTEND AUDIT-LOG-FILE.
001710     IF WS-AUDIT-STATUS = "00"
001720         SET WS-AUDIT-IS-OPEN TO TRUE
001730     END-IF.
001740     PERFORM 1100-READ-PURGE-PARM THRU 1100-EXIT.
001750     PERFORM 1200-COMPUTE-CUTOFF-DATE THRU 1200-EXIT.
001760     OPEN EXTEND PURGE-REPORT-FILE.
001770     IF WS-REPORT-STATUS = "00"
001780         SET WS-REPORT-IS-OPEN TO TRUE
001790     END-IF.
001800*    A retention window shorter than the floor would reopen the
001810*    duplicate check for work still being resubmitted, so it is
001820*    treated as a keying error, not obeyed.
001830     IF WS-RETENTION-DAYS < WS-MIN-RETENTION-DAYS
001840         MOVE WS-RETENTION-DAYS TO WS-RETENTION-DAYS-ED
001850         MOVE WS-MIN-RETENTION-DAYS TO WS-MIN-RETENTION-DAYS-ED
001860         DISPLAY "PIDPARM WINDOW " WS-RETENTION-DAYS-ED
001870             " DAYS UNDER THE " WS-MIN-RETENTION-DAYS-ED
001880             "-DAY FLOOR - REGISTER LEFT UNTOUCHED"
001890         MOVE "ERROR" TO WS-STATUS-TEXT
001900         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001910         STRING WS-REGISTER-NAME " PURGE REFUSED, WINDOW "
001920             WS-RETENTION-DAYS-ED " DAYS UNDER FLOOR "
001930             WS-MIN-RETENTION-DAYS-ED
001940             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001950         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001960         SET WS-EOF TO TRUE
001970         MOVE 12 TO WS-STEP-RC
001980         GO TO 1000-EXIT
001990     END-IF.
002000     OPEN I-O PROCESSED-ID-FILE.
002010     IF WS-IDS-STATUS NOT = "00"
002020         DISPLAY "PROCIDS OPEN FAILED, STATUS " WS-IDS-STATUS
002030         MOVE "ERROR" TO WS-STATUS-TEXT
002040         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002050         STRING WS-REGISTER-NAME " OPEN FAILED, STATUS "
002060             WS-IDS-STATUS ", NOTHING PURGED"
002070             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002080         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002090         SET WS-EOF TO TRUE
002100         MOVE 12 TO WS-STEP-RC
002110         GO TO 1000-EXIT
002120     END-IF.
002130     SET WS-IDS-IS-OPEN TO TRUE.
002140 1000-EXIT.
002150     EXIT.
002160
002170 1100-READ-PURGE-PARM.
002180******************************************************************
002190* PIDPARM names the register the step points PROCIDS at (for
002200* the report and audit) and the retention window in days.  A
002210* missing or non-numeric window falls back to the shop default
002220* of 400 days -- a year of resubmissions plus a margin.
002230******************************************************************
002240     OPEN INPUT PARAM-FILE.
002250     IF WS-PARAM-STATUS NOT = "00"
002260         GO TO 1100-EXIT
002270     END-IF.
002280     READ PARAM-FILE
002290         AT END
002300             CONTINUE
002310         NOT AT END
002320             IF PP-REGISTER-NAME NOT = SPACES
002330                 MOVE PP-REGISTER-NAME TO WS-REGISTER-NAME
002340             END-IF
002350             IF PP-RETENTION-DAYS NUMERIC
002360                 MOVE PP-RETENTION-DAYS TO WS-RETENTION-DAYS
002370             END-IF
002380     END-READ.
002390     CLOSE PARAM-FILE.
002400 1100-EXIT.
002410     EXIT.
002420
002430 1200-COMPUTE-CUTOFF-DATE.
002440     CALL "TIMESTMP" USING WS-TODAY.
002450     COMPUTE WS-CUTOFF-INTEGER =
002460         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
002470         - WS-RETENTION-DAYS.
002480     COMPUTE WS-CUTOFF-DATE =
002490         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).
002500 1200-EXIT.
002510     EXIT.
002520
002530 2000-EXAMINE-ONE-ID.
002540******************************************************************
002550* An ID posted strictly before the cutoff date is deleted.  A
002560* record with no usable business date cannot be aged, so it is
002570* kept and counted as undated rather than guessed at.
002580******************************************************************
002590     READ PROCESSED-ID-FILE NEXT RECORD
002600         AT END
002610             SET WS-EOF TO TRUE
002620     END-READ.
002630     IF WS-EOF
002640         GO TO 2000-EXIT
002650     END-IF.
002660     ADD 1 TO WS-READ-COUNT.
002670     PERFORM 2100-FIND-CLIENT-SLOT THRU 2100-EXIT.
002680     IF PID-BUSINESS-DATE NOT NUMERIC
002690         OR PID-BUSINESS-DATE = ZERO
002700         ADD 1 TO WS-UNDATED-COUNT
002710         PERFORM 2300-COUNT-KEPT THRU 2300-EXIT
002720         GO TO 2000-EXIT
002730     END-IF.
002740     IF PID-BUSINESS-DATE NOT < WS-CUTOFF-DATE
002750         PERFORM 2300-COUNT-KEPT THRU 2300-EXIT
002760         GO TO 2000-EXIT
002770     END-IF.
002780     DELETE PROCESSED-ID-FILE RECORD
002790         INVALID KEY
002800             DISPLAY "PROCIDS DELETE FAILED, STATUS "
002810                 WS-IDS-STATUS " - " PID-TRANS-ID
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
002950     IF PID-CLIENT-ID = SPACES
002960         MOVE "-----" TO WS-CLIENT-KEY
002970     ELSE
002980         MOVE PID-CLIENT-ID TO WS-CLIENT-KEY
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
003490* Closes the register, then reports.  Undated records or
003500* failed deletes leave the run RC 4 with a WARN record so the
003510* morning review sees them; a refused run has already set 12.
003520******************************************************************
003530     IF WS-IDS-IS-OPEN
003540         CLOSE PROCESSED-ID-FILE
003550         MOVE 'N' TO WS-IDS-OPEN-SWITCH
003560     ELSE
003570         GO TO 8000-CLOSE-LOGS
003580     END-IF.
003590     MOVE WS-RETENTION-DAYS TO WS-RETENTION-DAYS-ED.
003600     MOVE WS-READ-COUNT TO WS-READ-COUNT-ED.
003610     MOVE WS-PURGED-COUNT TO WS-PURGED-COUNT-ED.
003620     MOVE WS-KEPT-COUNT TO WS-KEPT-COUNT-ED.
003630     MOVE WS-UNDATED-COUNT TO WS-UNDATED-COUNT-ED.
003640     MOVE WS-FAILED-COUNT TO WS-FAILED-COUNT-ED.
003650     DISPLAY "Register           : " WS-REGISTER-NAME.
003660     DISPLAY "Retention days     : " WS-RETENTION-DAYS-ED.
003670     DISPLAY "Cutoff date        : " WS-CUTOFF-DATE.
003680     DISPLAY "IDs read           : " WS-READ-COUNT-ED.
003690     DISPLAY "IDs purged         : " WS-PURGED-COUNT-ED.
003700     DISPLAY "IDs kept           : " WS-KEPT-COUNT-ED.
003710     DISPLAY "Kept, undated      : " WS-UNDATED-COUNT-ED.
003720     DISPLAY "Deletes failed     : " WS-FAILED-COUNT-ED.
003730     PERFORM 8100-WRITE-PURGE-REPORT THRU 8100-EXIT.
003740     MOVE "OK" TO WS-STATUS-TEXT.
003750     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003760     STRING WS-REGISTER-NAME " PURGE CUTOFF " WS-CUTOFF-DATE
003770         " READ " WS-READ-COUNT-ED
003780         " PURGED " WS-PURGED-COUNT-ED
003790         " KEPT " WS-KEPT-COUNT-ED
003800         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003810     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003820     IF WS-UNDATED-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
003830         MOVE "WARN" TO WS-STATUS-TEXT
003840         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003850         STRING WS-REGISTER-NAME " KEPT UNDATED "
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
004040* Appends this register's block to the shared weekly purge
004050* report: the heading, the totals, one line per client in the
004060* order first met on the register, and the OTHER row if the
004070* client table overflowed.
004080******************************************************************
004090     IF NOT WS-REPORT-IS-OPEN
004100         GO TO 8100-EXIT
004110     END-IF.
004120     MOVE WS-REGISTER-NAME TO HL-REGISTER.
004130     MOVE WS-RETENTION-DAYS TO HL-DAYS.
004140     MOVE WS-CUTOFF-DATE TO HL-CUTOFF.
004150     MOVE WS-RUN-NUMBER TO HL-RUN.
004160     MOVE WS-HEADING-LINE TO PURGE-REPORT-RECORD.
004170     WRITE PURGE-REPORT-RECORD.
004180     MOVE WS-READ-COUNT TO TL-READ.
004190     MOVE WS-PURGED-COUNT TO TL-PURGED.
004200     MOVE WS-KEPT-COUNT TO TL-KEPT.
004210     MOVE WS-UNDATED-COUNT TO TL-UNDATED.
004220     MOVE WS-TOTAL-LINE TO PURGE-REPORT-RECORD.
004230     WRITE PURGE-REPORT-RECORD.
004240     PERFORM 8110-WRITE-CLIENT-LINE THRU 8110-EXIT
004250         VARYING WS-CLIENT-IX FROM 1 BY 1
004260         UNTIL WS-CLIENT-IX > WS-CLIENT-USED.
004270     IF WS-OTHER-USED
004280         MOVE "OTHER" TO PL-CLIENT
004290         MOVE WS-OTHER-PURGED TO PL-PURGED
004300         MOVE WS-OTHER-KEPT TO PL-KEPT
004310         MOVE WS-CLIENT-LINE TO PURGE-REPORT-RECORD
004320         WRITE PURGE-REPORT-RECORD
004330     END-IF.
004340 8100-EXIT.
004350     EXIT.
004360
004370 8110-WRITE-CLIENT-LINE.
004380     MOVE WS-CLT-CLIENT (WS-CLIENT-IX) TO PL-CLIENT.
004390     MOVE WS-CLT-PURGED (WS-CLIENT-IX) TO PL-PURGED.
004400     MOVE WS-CLT-KEPT (WS-CLIENT-IX) TO PL-KEPT.
004410     MOVE WS-CLIENT-LINE TO PURGE-REPORT-RECORD.
004420     WRITE PURGE-REPORT-RECORD.
004430 8110-EXIT.
004440     EXIT.
004450
004460 9000-WRITE-AUDIT-ENTRY.
004470******************************************************************
004480* Stamps and writes one audit record.  The caller sets
004490* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
004500* this paragraph.
004510******************************************************************
004520     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
004530     MOVE SPACES TO AUDIT-LOG-RECORD.
004540     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
004550     MOVE "PIDPURGE" TO AUDIT-PROGRAM-ID.
004560     MOVE SPACES TO AUDIT-USER-ID.
004570     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
004580     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
004590     IF WS-STATUS-TEXT = "OK"
004600         SET AUDIT-IS-INFO TO TRUE
004610     ELSE
004620         IF WS-STATUS-TEXT = "ERROR"
004630             SET AUDIT-IS-ERROR TO TRUE
004640         ELSE
004650             SET AUDIT-IS-WARNING TO TRUE
004660         END-IF
004670     END-IF.
004680     IF WS-AUDIT-IS-OPEN
004690         WRITE AUDIT-LOG-RECORD
004700     END-IF.
004710 9000-EXIT.
004720     EXIT.
004730
004740** add other procedures here
004750 END PROGRAM PIDPURGE.
