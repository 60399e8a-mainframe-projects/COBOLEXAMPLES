000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose:       General-ledger journal extract.  Runs after
000070*                the arithmetic engines and turns tonight's
000080*                CALCULAT per-department and MATHOPS run
000090*                results, as the engines rolled them onto the
000100*                MTDACCUM file, into one balanced journal for
000110*                the GL team: a header, a debit/credit pair per
000120*                department/client and account from the
000130*                GLACCTS mapping file, and a trailer carrying
000140*                the entry count and the debit and credit
000150*                totals.  The GL team used to re-key those
000160*                totals from the printed reports every
000170*                morning.  A section with no mapping fails the
000180*                step RC 12 with no journal written -- nothing
000190*                is ever posted to a suspense account -- and
000200*                the counts and totals go to CTLLEDG so the
000210*                CTLVERFY step foots the journal back to the
000220*                engines' details-in.
000230* Tectonics:     cobc
000240*
000250* Modification History
000260* ---------------------
000270* 2026-10-15  DW   Original program.
000280* 2026-10-15  DW   Simulation mode: SIMULATION in the report
000290*                  heading; a simulated night writes no CTLLEDG
000300*                  rows.
000310* 2026-10-15  DW   Business date now taken from GETBDATE for
000320*                  catch-up nights.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000360 PROGRAM-ID. GLEXTR.
000370 ENVIRONMENT DIVISION.
000380*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000390 CONFIGURATION SECTION.
000400*-----------------------
000410 INPUT-OUTPUT SECTION.
000420*-----------------------
000430 FILE-CONTROL.
000440     SELECT MTD-ACCUM-FILE ASSIGN TO "MTDACCUM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-MTD-STATUS.
000470     SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLACCTS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-MAP-STATUS.
000500     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-JOURNAL-STATUS.
000530     SELECT JOURNAL-REPORT-FILE ASSIGN TO "GLRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-REPORT-STATUS.
000560     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-STATUS.
000590     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-LEDGER-STATUS.
000620 DATA DIVISION.
000630*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000640 FILE SECTION.
000650*-----------------------
000660 FD  MTD-ACCUM-FILE.
000670     COPY MTDACCUM.
000680 FD  ACCOUNT-MAP-FILE.
000690     COPY GLACCT.
000700 FD  JOURNAL-FILE.
000710     COPY GLJRNL.
000720 FD  JOURNAL-REPORT-FILE.
000730 01  JOURNAL-REPORT-RECORD       PIC X(80).
000740 FD  AUDIT-LOG-FILE.
000750     COPY AUDITLOG.
000760 FD  CONTROL-LEDGER-FILE.
000770     COPY CTLLEDGR.
000780
000790 WORKING-STORAGE SECTION.
000800*-----------------------
000810 01  WS-MTD-STATUS               PIC X(02).
000820 01  WS-MTD-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000830     88  WS-MTD-IS-OPEN          VALUE 'Y'.
000840 01  WS-MAP-STATUS               PIC X(02).
000850 01  WS-JOURNAL-STATUS           PIC X(02).
000860 01  WS-JOURNAL-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000870     88  WS-JOURNAL-IS-OPEN      VALUE 'Y'.
000880 01  WS-REPORT-STATUS            PIC X(02).
000890 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000900     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000910 01  WS-AUDIT-STATUS             PIC X(02).
000920 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000930     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000940 01  WS-LEDGER-STATUS            PIC X(02).
000950 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000960 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000970 COPY RUNMODE.
000980 01  WS-SUITE-FUNCTION           PIC X(01).
000990 01  WS-SUITE-STEP-NAME          PIC X(08).
001000 01  WS-SUITE-RC                 PIC 9(04).
001010 01  WS-SUITE-DONE-SWITCH        PIC X(01).
001020     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
001030 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001040 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001050 01  WS-STATUS-TEXT              PIC X(20).
001060 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001070 COPY EOFSWTCH.
001080 01  WS-MAP-EOF-SWITCH           PIC X(01) VALUE 'N'.
001090     88  WS-MAP-EOF              VALUE 'Y'.
001100 01  WS-TODAY                    PIC X(21).
001110 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
001120     05  WS-TODAY-DATE           PIC 9(08).
001130     05  FILLER                  PIC X(13).
001140 01  WS-MAP-TABLE-MAX            PIC 9(03) COMP VALUE 100.
001150 01  WS-MAP-USED                 PIC 9(03) COMP VALUE ZERO.
001160 01  WS-MAP-IX                   PIC 9(03) COMP VALUE ZERO.
001170 01  WS-MAP-SLOT                 PIC 9(03) COMP VALUE ZERO.
001180 01  WS-MAP-TABLE.
001190     05  WS-MAP-ENTRY OCCURS 100 TIMES.
001200         10  WS-MP-PROGRAM       PIC X(08).
001210         10  WS-MP-SECTION-KEY   PIC X(04).
001220         10  WS-MP-DEBIT-ACCOUNT PIC X(10).
001230         10  WS-MP-CREDIT-ACCOUNT
001240                                 PIC X(10).
001250         10  WS-MP-DESCRIPTION   PIC X(20).
001260 01  WS-SEC-TABLE-MAX            PIC 9(03) COMP VALUE 100.
001270 01  WS-SEC-USED                 PIC 9(03) COMP VALUE ZERO.
001280 01  WS-SEC-IX                   PIC 9(03) COMP VALUE ZERO.
001290 01  WS-SEC-SLOT                 PIC 9(03) COMP VALUE ZERO.
001300 01  WS-SEC-TABLE.
001310     05  WS-SEC-ENTRY OCCURS 100 TIMES.
001320         10  WS-SC-PROGRAM       PIC X(08).
001330         10  WS-SC-SECTION-KEY   PIC X(04).
001340         10  WS-SC-TRANS-COUNT   PIC 9(05).
001350         10  WS-SC-AMOUNT        PIC S9(13)V99.
001360         10  WS-SC-MAP-SLOT      PIC 9(03) COMP.
001370 01  WS-SEC-OVERFLOW-COUNT       PIC 9(05) COMP VALUE ZERO.
001380 01  WS-ROWS-READ                PIC 9(06) COMP VALUE ZERO.
001390 01  WS-UNMAPPED-COUNT           PIC 9(05) COMP VALUE ZERO.
001400 01  WS-ENTRY-COUNT              PIC 9(05) COMP VALUE ZERO.
001410 01  WS-LINE-COUNT               PIC 9(06) COMP VALUE ZERO.
001420 01  WS-DEBIT-LINE-COUNT         PIC 9(05) COMP VALUE ZERO.
001430 01  WS-CREDIT-LINE-COUNT        PIC 9(05) COMP VALUE ZERO.
001440 01  WS-ZERO-COUNT               PIC 9(05) COMP VALUE ZERO.
001450 01  WS-DEBIT-TOTAL              PIC 9(13)V99 VALUE ZERO.
001460 01  WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE ZERO.
001470 01  WS-POST-AMOUNT              PIC 9(13)V99 VALUE ZERO.
001480 01  WS-THIS-DEBIT-ACCOUNT       PIC X(10).
001490 01  WS-THIS-CREDIT-ACCOUNT      PIC X(10).
001500 01  WS-CALC-IN-COUNT            PIC 9(06) COMP VALUE ZERO.
001510 01  WS-CALC-ENTRY-COUNT         PIC 9(06) COMP VALUE ZERO.
001520 01  WS-CALC-NET-AMOUNT          PIC S9(13)V99 VALUE ZERO.
001530 01  WS-MATH-IN-COUNT            PIC 9(06) COMP VALUE ZERO.
001540 01  WS-MATH-ENTRY-COUNT         PIC 9(06) COMP VALUE ZERO.
001550 01  WS-MATH-NET-AMOUNT          PIC S9(13)V99 VALUE ZERO.
001560 01  WS-ENTRY-COUNT-ED           PIC ZZZZ9.
001570 01  WS-UNMAPPED-COUNT-ED        PIC ZZZZ9.
001580 01  WS-ZERO-COUNT-ED            PIC ZZZZ9.
001590 01  WS-DEBIT-TOTAL-ED           PIC Z,ZZZ,ZZZ,ZZ9.99.
001600 01  WS-CREDIT-TOTAL-ED          PIC Z,ZZZ,ZZZ,ZZ9.99.
001610 COPY RPTCTL.
001620 01  WS-JOURNAL-HEADING.
001630     05  FILLER                  PIC X(07) VALUE "ENTRY".
001640     05  FILLER                  PIC X(09) VALUE "SOURCE".
001650     05  FILLER                  PIC X(06) VALUE "SECT".
001660     05  FILLER                  PIC X(11) VALUE "DEBIT".
001670     05  FILLER                  PIC X(11) VALUE "CREDIT".
001680     05  FILLER                  PIC X(10) VALUE SPACES.
001690     05  FILLER                  PIC X(06) VALUE "AMOUNT".
001700 01  WS-JOURNAL-LINE.
001710     05  JL-ENTRY-NO             PIC ZZZZ9.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  JL-SOURCE               PIC X(08).
001740     05  FILLER                  PIC X(01) VALUE SPACE.
001750     05  JL-SECTION-KEY          PIC X(04).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  JL-DEBIT-ACCOUNT        PIC X(10).
001780     05  FILLER                  PIC X(01) VALUE SPACE.
001790     05  JL-CREDIT-ACCOUNT       PIC X(10).
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001810     05  JL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  JL-NOTE                 PIC X(14).
001840 01  WS-EXCEPTION-LINE.
001850     05  FILLER                  PIC X(07) VALUE "*****  ".
001860     05  XL-SOURCE               PIC X(08).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  XL-SECTION-KEY          PIC X(04).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  XL-REASON               PIC X(40).
001910
001920*-----------------------
001930 PROCEDURE DIVISION.
001940*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001950 0000-MAINLINE.
001960******************************************************************
001970* Gather tonight's engine sections, prove every one has an
001980* account mapping, and only then write the journal -- a night
001990* with an unmapped section writes no journal at all, so the GL
002000* team never picks up a partial one.
002010******************************************************************
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     PERFORM 2000-LOAD-ONE-SECTION THRU 2000-EXIT
002040         UNTIL WS-EOF.
002050     PERFORM 3000-MAP-ONE-SECTION THRU 3000-EXIT
002060         VARYING WS-SEC-IX FROM 1 BY 1
002070         UNTIL WS-SEC-IX > WS-SEC-USED.
002080     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
002090     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002100     MOVE 'R' TO WS-SUITE-FUNCTION.
002110     MOVE WS-STEP-RC TO WS-SUITE-RC.
002120     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
002130         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
002140     MOVE WS-STEP-RC TO RETURN-CODE.
002150     GOBACK.
002160
002170 1000-INITIALIZE.
002180     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
002190     MOVE "GLEXTR  " TO WS-SUITE-STEP-NAME.
002200     MOVE 'C' TO WS-SUITE-FUNCTION.
002210     MOVE ZERO TO WS-SUITE-RC.
002220     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
002230         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
002240     IF WS-SUITE-STEP-DONE
002250         DISPLAY WS-SUITE-STEP-NAME
002260             " ALREADY COMPLETE THIS RUN - BYPASSED"
002270         GOBACK
002280     END-IF.
002290     MOVE "GLEXTR  " TO RPT-PROGRAM-NAME.
002300     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER.
002310     MOVE WS-NIGHT-MODE TO RPT-RUN-MODE.
002320     MOVE 60 TO RPT-LINES-PER-PAGE.
002330     MOVE ZERO TO RPT-LINE-COUNT.
002340     MOVE ZERO TO RPT-PAGE-COUNT.
002350     MOVE 'D' TO RPT-REQUEST.
002360     MOVE WS-JOURNAL-HEADING TO RPT-COLUMN-HEADING.
002370     OPEN EXTEND AUDIT-LOG-FILE.
002380     IF WS-AUDIT-STATUS = "00"
002390         SET WS-AUDIT-IS-OPEN TO TRUE
002400     END-IF.
002410     CALL "GETBDATE" USING WS-TODAY.
002420     OPEN OUTPUT JOURNAL-REPORT-FILE.
002430     IF WS-REPORT-STATUS = "00"
002440         SET WS-REPORT-IS-OPEN TO TRUE
002450     END-IF.
002460     PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
002470     OPEN INPUT MTD-ACCUM-FILE.
002480     IF WS-MTD-STATUS NOT = "00"
002490         DISPLAY "MTDACCUM OPEN FAILED, STATUS " WS-MTD-STATUS
002500         MOVE "ERROR" TO WS-STATUS-TEXT
002510         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002520         STRING "MTDACCUM OPEN FAILED, STATUS " WS-MTD-STATUS
002530             " - NO JOURNAL WRITTEN"
002540             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002550         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002560         SET WS-EOF TO TRUE
002570         MOVE 12 TO WS-STEP-RC
002580         GO TO 1000-EXIT
002590     END-IF.
002600     SET WS-MTD-IS-OPEN TO TRUE.
002610 1000-EXIT.
002620     EXIT.
002630
002640 1100-LOAD-ACCOUNT-MAP.
002650******************************************************************
002660* The mapping is small reference data, held in core for the
002670* lookups.  A missing mapping file fails the step just as a
002680* missing mapping would: every section is then unmapped.
002690******************************************************************
002700     OPEN INPUT ACCOUNT-MAP-FILE.
002710     IF WS-MAP-STATUS NOT = "00"
002720         DISPLAY "GLACCTS OPEN FAILED, STATUS " WS-MAP-STATUS
002730         MOVE "ERROR" TO WS-STATUS-TEXT
002740         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002750         STRING "GLACCTS OPEN FAILED, STATUS " WS-MAP-STATUS
002760             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002770         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002780         MOVE 12 TO WS-STEP-RC
002790         GO TO 1100-EXIT
002800     END-IF.
002810     PERFORM 1150-LOAD-ONE-MAPPING THRU 1150-EXIT
002820         UNTIL WS-MAP-EOF.
002830     CLOSE ACCOUNT-MAP-FILE.
002840 1100-EXIT.
002850     EXIT.
002860
002870 1150-LOAD-ONE-MAPPING.
002880     READ ACCOUNT-MAP-FILE
002890         AT END
002900             SET WS-MAP-EOF TO TRUE
002910     END-READ.
002920     IF WS-MAP-EOF
002930         GO TO 1150-EXIT
002940     END-IF.
002950     IF WS-MAP-USED >= WS-MAP-TABLE-MAX
002960         DISPLAY "GLACCTS TABLE FULL - MAPPING DROPPED "
002970             GA-PROGRAM-ID " " GA-SECTION-KEY
002980         GO TO 1150-EXIT
002990     END-IF.
003000     ADD 1 TO WS-MAP-USED.
003010     MOVE GA-PROGRAM-ID TO WS-MP-PROGRAM (WS-MAP-USED).
003020     MOVE GA-SECTION-KEY TO WS-MP-SECTION-KEY (WS-MAP-USED).
003030     MOVE GA-DEBIT-ACCOUNT TO WS-MP-DEBIT-ACCOUNT (WS-MAP-USED).
003040     MOVE GA-CREDIT-ACCOUNT
003050         TO WS-MP-CREDIT-ACCOUNT (WS-MAP-USED).
003060     MOVE GA-DESCRIPTION TO WS-MP-DESCRIPTION (WS-MAP-USED).
003070 1150-EXIT.
003080     EXIT.
003090
003100 2000-LOAD-ONE-SECTION.
003110******************************************************************
003120* Keeps tonight's CALCULAT department rows and the MATHOPS ALL
003130* row.  Other runs' rows and other programs' rows (WRKCOMP's
003140* currency sections) are not ledger postings.  When a
003150* restarted engine appended a section twice, the last row
003160* wins -- the rerun's totals are the night's totals.
003170******************************************************************
003180     READ MTD-ACCUM-FILE
003190         AT END
003200             SET WS-EOF TO TRUE
003210     END-READ.
003220     IF WS-EOF
003230         GO TO 2000-EXIT
003240     END-IF.
003250     ADD 1 TO WS-ROWS-READ.
003260     IF MTD-RUN-NUMBER NOT = WS-RUN-NUMBER
003270         GO TO 2000-EXIT
003280     END-IF.
003290     IF MTD-PROGRAM-ID NOT = "CALCULAT"
003300         AND MTD-PROGRAM-ID NOT = "MATHOPS "
003310         GO TO 2000-EXIT
003320     END-IF.
003330     MOVE ZERO TO WS-SEC-SLOT.
003340     PERFORM 2050-MATCH-ONE-SECTION THRU 2050-EXIT
003350         VARYING WS-SEC-IX FROM 1 BY 1
003360         UNTIL WS-SEC-IX > WS-SEC-USED OR WS-SEC-SLOT > ZERO.
003370     IF WS-SEC-SLOT = ZERO
003380         IF WS-SEC-USED >= WS-SEC-TABLE-MAX
003390             ADD 1 TO WS-SEC-OVERFLOW-COUNT
003400             GO TO 2000-EXIT
003410         END-IF
003420         ADD 1 TO WS-SEC-USED
003430         MOVE WS-SEC-USED TO WS-SEC-SLOT
003440         MOVE MTD-PROGRAM-ID TO WS-SC-PROGRAM (WS-SEC-SLOT)
003450         MOVE MTD-SECTION-KEY TO WS-SC-SECTION-KEY (WS-SEC-SLOT)
003460     END-IF.
003470     MOVE MTD-TRANS-COUNT TO WS-SC-TRANS-COUNT (WS-SEC-SLOT).
003480     MOVE MTD-AMOUNT TO WS-SC-AMOUNT (WS-SEC-SLOT).
003490     MOVE ZERO TO WS-SC-MAP-SLOT (WS-SEC-SLOT).
003500 2000-EXIT.
003510     EXIT.
003520
003530 2050-MATCH-ONE-SECTION.
003540     IF WS-SC-PROGRAM (WS-SEC-IX) = MTD-PROGRAM-ID
003550         AND WS-SC-SECTION-KEY (WS-SEC-IX) = MTD-SECTION-KEY
003560         MOVE WS-SEC-IX TO WS-SEC-SLOT
003570     END-IF.
003580 2050-EXIT.
003590     EXIT.
003600
003610 3000-MAP-ONE-SECTION.
003620******************************************************************
003630* Finds the section's account mapping.  An unmapped section is
003640* listed, audited ERROR, and counted; any one of them stops
003650* the journal and fails the step.
003660******************************************************************
003670     MOVE ZERO TO WS-MAP-SLOT.
003680     PERFORM 3050-MATCH-ONE-MAPPING THRU 3050-EXIT
003690         VARYING WS-MAP-IX FROM 1 BY 1
003700         UNTIL WS-MAP-IX > WS-MAP-USED OR WS-MAP-SLOT > ZERO.
003710     MOVE WS-MAP-SLOT TO WS-SC-MAP-SLOT (WS-SEC-IX).
003720     IF WS-SC-PROGRAM (WS-SEC-IX) = "CALCULAT"
003730         ADD WS-SC-TRANS-COUNT (WS-SEC-IX) TO WS-CALC-IN-COUNT
003740     ELSE
003750         ADD WS-SC-TRANS-COUNT (WS-SEC-IX) TO WS-MATH-IN-COUNT
003760     END-IF.
003770     IF WS-MAP-SLOT > ZERO
003780         GO TO 3000-EXIT
003790     END-IF.
003800     ADD 1 TO WS-UNMAPPED-COUNT.
003810     MOVE WS-SC-PROGRAM (WS-SEC-IX) TO XL-SOURCE.
003820     MOVE WS-SC-SECTION-KEY (WS-SEC-IX) TO XL-SECTION-KEY.
003830     MOVE "NO GLACCTS MAPPING - JOURNAL NOT WRITTEN"
003840         TO XL-REASON.
003850     IF WS-REPORT-IS-OPEN
003860         MOVE WS-EXCEPTION-LINE TO RPT-DETAIL-LINE
003870         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
003880     END-IF.
003890     DISPLAY "NO GL ACCOUNT MAPPING FOR "
003900         WS-SC-PROGRAM (WS-SEC-IX) " "
003910         WS-SC-SECTION-KEY (WS-SEC-IX).
003920     MOVE "ERROR" TO WS-STATUS-TEXT.
003930     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003940     STRING "NO GL ACCOUNT MAPPING FOR "
003950         WS-SC-PROGRAM (WS-SEC-IX) " "
003960         WS-SC-SECTION-KEY (WS-SEC-IX)
003970         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003980     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003990 3000-EXIT.
004000     EXIT.
004010
004020 3050-MATCH-ONE-MAPPING.
004030     IF WS-MP-PROGRAM (WS-MAP-IX) = WS-SC-PROGRAM (WS-SEC-IX)
004040         AND WS-MP-SECTION-KEY (WS-MAP-IX)
004050             = WS-SC-SECTION-KEY (WS-SEC-IX)
004060         MOVE WS-MAP-IX TO WS-MAP-SLOT
004070     END-IF.
004080 3050-EXIT.
004090     EXIT.
004100
004110 4000-WRITE-JOURNAL.
004120******************************************************************
004130* Writes the header, one debit/credit pair per section, and
004140* the trailer.  Any unmapped section, a section table that
004150* overflowed, or an earlier file failure leaves the journal
004160* unwritten.  The file is still opened and closed empty then,
004170* so last night's journal can never be picked up as tonight's.
004180******************************************************************
004190     IF WS-SEC-OVERFLOW-COUNT > ZERO
004200         DISPLAY "SECTION TABLE FULL - NO JOURNAL WRITTEN"
004210         MOVE "ERROR" TO WS-STATUS-TEXT
004220         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004230         STRING "SECTION TABLE FULL - NO JOURNAL WRITTEN"
004240             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004250         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004260         MOVE 12 TO WS-STEP-RC
004270     END-IF.
004280     IF WS-UNMAPPED-COUNT > ZERO
004290         MOVE 12 TO WS-STEP-RC
004300     END-IF.
004310     OPEN OUTPUT JOURNAL-FILE.
004320     IF WS-JOURNAL-STATUS NOT = "00"
004330         DISPLAY "GLJRNL OPEN FAILED, STATUS " WS-JOURNAL-STATUS
004340         MOVE "ERROR" TO WS-STATUS-TEXT
004350         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004360         STRING "GLJRNL OPEN FAILED, STATUS " WS-JOURNAL-STATUS
004370             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004380         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004390         MOVE 12 TO WS-STEP-RC
004400         GO TO 4000-EXIT
004410     END-IF.
004420     IF WS-STEP-RC NOT = ZERO
004430         CLOSE JOURNAL-FILE
004440         GO TO 4000-EXIT
004450     END-IF.
004460     SET WS-JOURNAL-IS-OPEN TO TRUE.
004470     MOVE SPACES TO GL-JOURNAL-HEADER.
004480     MOVE 'H' TO GJ-REC-TYPE.
004490     MOVE "SHOPBTCH" TO GJH-SOURCE-SYSTEM.
004500     MOVE WS-RUN-NUMBER TO GJH-RUN-NUMBER.
004510     MOVE WS-TODAY-DATE TO GJH-BUSINESS-DATE.
004520     WRITE GL-JOURNAL-HEADER.
004530     PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
004540         VARYING WS-SEC-IX FROM 1 BY 1
004550         UNTIL WS-SEC-IX > WS-SEC-USED.
004560     MOVE SPACES TO GL-JOURNAL-TRAILER.
004570     MOVE 'T' TO GJ-REC-TYPE.
004580     MOVE WS-ENTRY-COUNT TO GJT-ENTRY-COUNT.
004590     MOVE WS-LINE-COUNT TO GJT-LINE-COUNT.
004600     MOVE WS-DEBIT-TOTAL TO GJT-DEBIT-TOTAL.
004610     MOVE WS-CREDIT-TOTAL TO GJT-CREDIT-TOTAL.
004620     WRITE GL-JOURNAL-TRAILER.
004630     CLOSE JOURNAL-FILE.
004640     MOVE 'N' TO WS-JOURNAL-OPEN-SWITCH.
004650 4000-EXIT.
004660     EXIT.
004670
004680 4100-WRITE-ONE-ENTRY.
004690******************************************************************
004700* One entry is a debit line and a credit line for the same
004710* amount.  A net-negative section (reversals outweighing the
004720* night's results) posts the other way round: the mapped
004730* credit account is debited and the debit account credited,
004740* so the journal amounts stay unsigned.  A section that nets
004750* to zero posts nothing.
004760******************************************************************
004770     MOVE WS-SC-MAP-SLOT (WS-SEC-IX) TO WS-MAP-SLOT.
004780     IF WS-SC-AMOUNT (WS-SEC-IX) = ZERO
004790         ADD 1 TO WS-ZERO-COUNT
004800         GO TO 4100-EXIT
004810     END-IF.
004820     IF WS-SC-AMOUNT (WS-SEC-IX) < ZERO
004830         COMPUTE WS-POST-AMOUNT = 0 - WS-SC-AMOUNT (WS-SEC-IX)
004840         MOVE WS-MP-CREDIT-ACCOUNT (WS-MAP-SLOT)
004850             TO WS-THIS-DEBIT-ACCOUNT
004860         MOVE WS-MP-DEBIT-ACCOUNT (WS-MAP-SLOT)
004870             TO WS-THIS-CREDIT-ACCOUNT
004880     ELSE
004890         MOVE WS-SC-AMOUNT (WS-SEC-IX) TO WS-POST-AMOUNT
004900         MOVE WS-MP-DEBIT-ACCOUNT (WS-MAP-SLOT)
004910             TO WS-THIS-DEBIT-ACCOUNT
004920         MOVE WS-MP-CREDIT-ACCOUNT (WS-MAP-SLOT)
004930             TO WS-THIS-CREDIT-ACCOUNT
004940     END-IF.
004950     ADD 1 TO WS-ENTRY-COUNT.
004960     MOVE SPACES TO GL-JOURNAL-RECORD.
004970     MOVE 'D' TO GJ-REC-TYPE.
004980     MOVE WS-ENTRY-COUNT TO GJ-ENTRY-NO.
004990     MOVE 'D' TO GJ-DR-CR.
005000     MOVE WS-THIS-DEBIT-ACCOUNT TO GJ-ACCOUNT.
005010     MOVE WS-SC-SECTION-KEY (WS-SEC-IX) TO GJ-SECTION-KEY.
005020     MOVE WS-SC-PROGRAM (WS-SEC-IX) TO GJ-SOURCE-PROGRAM.
005030     MOVE WS-POST-AMOUNT TO GJ-AMOUNT.
005040     MOVE WS-MP-DESCRIPTION (WS-MAP-SLOT) TO GJ-DESCRIPTION.
005050     WRITE GL-JOURNAL-RECORD.
005060     ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL.
005070     ADD 1 TO WS-DEBIT-LINE-COUNT.
005080     MOVE 'C' TO GJ-DR-CR.
005090     MOVE WS-THIS-CREDIT-ACCOUNT TO GJ-ACCOUNT.
005100     WRITE GL-JOURNAL-RECORD.
005110     ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.
005120     ADD 1 TO WS-CREDIT-LINE-COUNT.
005130     ADD 2 TO WS-LINE-COUNT.
005140     IF WS-SC-PROGRAM (WS-SEC-IX) = "CALCULAT"
005150         ADD 1 TO WS-CALC-ENTRY-COUNT
005160         ADD WS-SC-AMOUNT (WS-SEC-IX) TO WS-CALC-NET-AMOUNT
005170     ELSE
005180         ADD 1 TO WS-MATH-ENTRY-COUNT
005190         ADD WS-SC-AMOUNT (WS-SEC-IX) TO WS-MATH-NET-AMOUNT
005200     END-IF.
005210     MOVE SPACES TO WS-JOURNAL-LINE.
005220     MOVE WS-ENTRY-COUNT TO JL-ENTRY-NO.
005230     MOVE WS-SC-PROGRAM (WS-SEC-IX) TO JL-SOURCE.
005240     MOVE WS-SC-SECTION-KEY (WS-SEC-IX) TO JL-SECTION-KEY.
005250     MOVE WS-THIS-DEBIT-ACCOUNT TO JL-DEBIT-ACCOUNT.
005260     MOVE WS-THIS-CREDIT-ACCOUNT TO JL-CREDIT-ACCOUNT.
005270     MOVE WS-POST-AMOUNT TO JL-AMOUNT.
005280     IF WS-SC-AMOUNT (WS-SEC-IX) < ZERO
005290         MOVE "NET REVERSAL" TO JL-NOTE
005300     END-IF.
005310     IF WS-REPORT-IS-OPEN
005320         MOVE WS-JOURNAL-LINE TO RPT-DETAIL-LINE
005330         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
005340     END-IF.
005350 4100-EXIT.
005360     EXIT.
005370
005380 8000-FINALIZE.
005390     IF WS-MTD-IS-OPEN
005400         CLOSE MTD-ACCUM-FILE
005410     END-IF.
005420     MOVE WS-ENTRY-COUNT TO WS-ENTRY-COUNT-ED.
005430     MOVE WS-UNMAPPED-COUNT TO WS-UNMAPPED-COUNT-ED.
005440     MOVE WS-ZERO-COUNT TO WS-ZERO-COUNT-ED.
005450     MOVE WS-DEBIT-TOTAL TO WS-DEBIT-TOTAL-ED.
005460     MOVE WS-CREDIT-TOTAL TO WS-CREDIT-TOTAL-ED.
005470     DISPLAY "Journal entries      : " WS-ENTRY-COUNT-ED.
005480     DISPLAY "Zero sections        : " WS-ZERO-COUNT-ED.
005490     DISPLAY "Unmapped sections    : " WS-UNMAPPED-COUNT-ED.
005500     DISPLAY "Debit total          : " WS-DEBIT-TOTAL-ED.
005510     DISPLAY "Credit total         : " WS-CREDIT-TOTAL-ED.
005520     IF WS-REPORT-IS-OPEN
005530         MOVE SPACES TO RPT-DETAIL-LINE
005540         STRING "ENTRIES " WS-ENTRY-COUNT-ED
005550             " DEBITS " WS-DEBIT-TOTAL-ED
005560             " CREDITS " WS-CREDIT-TOTAL-ED
005570             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005580         MOVE 'T' TO RPT-REQUEST
005590         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
005600         MOVE SPACES TO RPT-DETAIL-LINE
005610         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
005620         STRING "UNMAPPED " WS-UNMAPPED-COUNT-ED
005630             " ZERO " WS-ZERO-COUNT-ED
005640             " DATE " WS-TODAY-DATE
005650             " RUN " WS-RUN-NUMBER-ED
005660             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
005670         MOVE 'T' TO RPT-REQUEST
005680         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
005690         IF WS-STEP-RC NOT = ZERO
005700             MOVE SPACES TO RPT-DETAIL-LINE
005710             MOVE "*** JOURNAL NOT WRITTEN - STEP FAILED ***"
005720                 TO RPT-DETAIL-LINE
005730             MOVE 'T' TO RPT-REQUEST
005740             PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
005750         END-IF
005760         CLOSE JOURNAL-REPORT-FILE
005770     END-IF.
005780     IF WS-STEP-RC = ZERO
005790         PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT
005800         MOVE "OK" TO WS-STATUS-TEXT
005810         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005820         STRING "GL JOURNAL WRITTEN, ENTRIES " WS-ENTRY-COUNT-ED
005830             " DEBITS " WS-DEBIT-TOTAL-ED
005840             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005850         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005860     ELSE
005870         MOVE "ERROR" TO WS-STATUS-TEXT
005880         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005890         STRING "GL JOURNAL NOT WRITTEN, STEP FAILED, UNMAPPED "
005900             WS-UNMAPPED-COUNT-ED
005910             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005920         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005930     END-IF.
005940     IF WS-AUDIT-IS-OPEN
005950         CLOSE AUDIT-LOG-FILE
005960     END-IF.
005970 8000-EXIT.
005980     EXIT.
005990
006000 8600-APPEND-CONTROL-LEDGER.
006010******************************************************************
006020* Four ledger rows for the CTLVERFY cross-foot.  One per
006030* engine: the engine details its sections represent (which
006040* must foot to the engine's own details-in), the entries
006050* posted, and the signed net amount.  One each for the debit
006060* and credit sides of the journal: entries, lines, and the
006070* side's total, which must foot to each other.  A failed
006080* extract ledgers nothing, so the verifier reports its seams
006090* as missing rather than footing an unwritten journal.
006100******************************************************************
006110     IF WS-SIMULATION
006120         GO TO 8600-EXIT
006130     END-IF.
006140     OPEN EXTEND CONTROL-LEDGER-FILE.
006150     IF WS-LEDGER-STATUS NOT = "00"
006160         DISPLAY "CTLLEDG OPEN FAILED, STATUS "
006170             WS-LEDGER-STATUS
006180         GO TO 8600-EXIT
006190     END-IF.
006200     MOVE SPACES TO CONTROL-LEDGER-RECORD.
006210     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
006220     MOVE "GLEXTR  " TO CL-PROGRAM-ID.
006230     MOVE "CALCTRAN" TO CL-INTERFACE.
006240     MOVE WS-CALC-IN-COUNT TO CL-RECORDS-IN.
006250     MOVE WS-CALC-ENTRY-COUNT TO CL-RECORDS-OUT.
006260     MOVE ZERO TO CL-RECORDS-REJECTED.
006270     MOVE WS-CALC-NET-AMOUNT TO CL-HASH-TOTAL.
006280     WRITE CONTROL-LEDGER-RECORD.
006290     MOVE "MATHTRAN" TO CL-INTERFACE.
006300     MOVE WS-MATH-IN-COUNT TO CL-RECORDS-IN.
006310     MOVE WS-MATH-ENTRY-COUNT TO CL-RECORDS-OUT.
006320     MOVE ZERO TO CL-RECORDS-REJECTED.
006330     MOVE WS-MATH-NET-AMOUNT TO CL-HASH-TOTAL.
006340     WRITE CONTROL-LEDGER-RECORD.
006350     MOVE "GLDEBIT " TO CL-INTERFACE.
006360     MOVE WS-ENTRY-COUNT TO CL-RECORDS-IN.
006370     MOVE WS-DEBIT-LINE-COUNT TO CL-RECORDS-OUT.
006380     MOVE ZERO TO CL-RECORDS-REJECTED.
006390     MOVE WS-DEBIT-TOTAL TO CL-HASH-TOTAL.
006400     WRITE CONTROL-LEDGER-RECORD.
006410     MOVE "GLCREDIT" TO CL-INTERFACE.
006420     MOVE WS-ENTRY-COUNT TO CL-RECORDS-IN.
006430     MOVE WS-CREDIT-LINE-COUNT TO CL-RECORDS-OUT.
006440     MOVE ZERO TO CL-RECORDS-REJECTED.
006450     MOVE WS-CREDIT-TOTAL TO CL-HASH-TOTAL.
006460     WRITE CONTROL-LEDGER-RECORD.
006470     CLOSE CONTROL-LEDGER-FILE.
006480 8600-EXIT.
006490     EXIT.
006500
006510 9500-WRITE-REPORT-LINE.
006520******************************************************************
006530* Hands one line through the shared RPTWRTR report writer and
006540* writes the heading block first whenever a new page starts.
006550* The request code resets to detail after every line so trailer
006560* callers set it per line.
006570******************************************************************
006580     CALL "RPTWRTR" USING RPT-CONTROL.
006590     IF RPT-NEW-PAGE
006600         MOVE RPT-HEADING-1 TO JOURNAL-REPORT-RECORD
006610         WRITE JOURNAL-REPORT-RECORD
006620         MOVE RPT-HEADING-2 TO JOURNAL-REPORT-RECORD
006630         WRITE JOURNAL-REPORT-RECORD
006640         MOVE RPT-HEADING-3 TO JOURNAL-REPORT-RECORD
006650         WRITE JOURNAL-REPORT-RECORD
006660     END-IF.
006670     MOVE RPT-DETAIL-LINE TO JOURNAL-REPORT-RECORD.
006680     WRITE JOURNAL-REPORT-RECORD.
006690     MOVE 'D' TO RPT-REQUEST.
006700 9500-EXIT.
006710     EXIT.
006720
006730 9000-WRITE-AUDIT-ENTRY.
006740******************************************************************
006750* Stamps and writes one audit record.  The caller sets
006760* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
006770* this paragraph.
006780******************************************************************
006790     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
006800     MOVE SPACES TO AUDIT-LOG-RECORD.
006810     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
006820     MOVE "GLEXTR  " TO AUDIT-PROGRAM-ID.
006830     MOVE SPACES TO AUDIT-USER-ID.
006840     IF WS-SIMULATION
006850         MOVE "SIMULATE" TO AUDIT-USER-ID
006860     END-IF.
006870     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
006880     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
006890     IF WS-STATUS-TEXT = "OK"
006900         SET AUDIT-IS-INFO TO TRUE
006910     ELSE
006920         IF WS-STATUS-TEXT = "ERROR"
006930             SET AUDIT-IS-ERROR TO TRUE
006940         ELSE
006950             SET AUDIT-IS-WARNING TO TRUE
006960         END-IF
006970     END-IF.
006980     IF WS-AUDIT-IS-OPEN
006990         WRITE AUDIT-LOG-RECORD
007000     END-IF.
007010 9000-EXIT.
007020     EXIT.
007030
007040** add other procedures here
007050 END PROGRAM GLEXTR.
