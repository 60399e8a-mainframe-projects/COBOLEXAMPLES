000040* Date-Written: 2026-09-02
000050* Purpose:       Control-totals cross-foot verifier.  Reads the
000060*                CTLLEDG ledger rows the programs appended for
000070*                the current run and proves the hand-offs against
000080*                each other: the pre-edit's clean-out count and
000090*                hash must equal each engine's details-in, the
000100*                BIRTHDAY extract count must equal BDAYDLTA's
000110*                tonight-in, and the master's record-count
000120*                movement between the two EMPVERFY passes must
000130*                equal the EMPLOAD and EMPUPDT adds.  On the
000140*                monthly run the chargeback statements' invoice
000150*                count and total must equal the ARINVC
000160*                accounts-receivable feed's.  Each comma-
000170*                delimited spreadsheet export must carry one row
000180*                per detail line its print report printed.  The
000190*                RESHIST results history records each engine
000200*                wrote must equal the details it processed.  A
000210*                seam that does not foot fails the night
000220*                RETURN-CODE 12 with a break report -- a buffer
000230*                dropped between steps was invisible as long as
000240*                each step stayed internally consistent.
000250* Tectonics:     cobc
000260*
000270* Modification History
000280* ---------------------
000290* 2026-09-02  DW   Original program.
000300* 2026-09-02  DW   The master-movement seam now also counts the
000310*                  EMPUPDT ledger row's adds -- hand-keyed adds
000320*                  land between the two verifier passes and were
000330*                  failing legitimate nights.
000340* 2026-10-15  DW   Foots the new GLEXTR journal extract: the
000350*                  details its CALCULAT and MATHOPS sections
000360*                  represent must equal each engine's details-in,
000370*                  and the journal's debit side must equal its
000380*                  credit side in count and amount.  The row table
000390*                  is raised to 40 for the four extra rows.
000400* 2026-10-15  DW   Foots the monthly ARINVC accounts-receivable
000410*                  feed against the chargeback statements BILLING
000420*                  printed: the same number of invoices for the
000430*                  same total due.  The row table is raised to 50.
000440* 2026-10-15  DW   Simulation mode: SIMULATION in the report
000450*                  heading.  A simulated night writes no CTLLEDG
000460*                  rows, so its seams report as skipped.
000470* 2026-10-15  DW   Foots the new comma-delimited spreadsheet
000480*                  exports (CALCCSV, SENCSV, BDAYCSV, MTDCSV and
000490*                  the monthly BILLCSV): each export's ledger row
000500*                  must show as many rows exported as detail lines
000510*                  printed on its report.
000520* 2026-10-15  DW   Records itself as the owner of the batch-window
000530*                  lock.
000540* 2026-10-15  DW   Foots the new RESHIST results history: the
000550*                  records CALCULAT and MATHOPS each wrote to it
000560*                  must equal the details the engine processed.
000570*                  The row table is raised to 60.
000580******************************************************************
000590 IDENTIFICATION DIVISION.
000600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000610 PROGRAM-ID. CTLVERFY.
000620 ENVIRONMENT DIVISION.
000630*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000640 CONFIGURATION SECTION.
000650*-----------------------
000660 INPUT-OUTPUT SECTION.
000670*-----------------------
000680 FILE-CONTROL.
000690     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-LEDGER-STATUS.
000720     SELECT BREAK-REPORT-FILE ASSIGN TO "CTLBREAK"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-REPORT-STATUS.
000750     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-AUDIT-STATUS.
000780 DATA DIVISION.
000790*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000800 FILE SECTION.
000810*-----------------------
000820 FD  CONTROL-LEDGER-FILE.
000830     COPY CTLLEDGR.
000840 FD  BREAK-REPORT-FILE.
000850 01  BREAK-REPORT-RECORD         PIC X(80).
000860 FD  AUDIT-LOG-FILE.
000870     COPY AUDITLOG.
000880
000890 WORKING-STORAGE SECTION.
000900*-----------------------
000910 01  WS-LEDGER-STATUS            PIC X(02).
000920 01  WS-LEDGER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000930     88  WS-LEDGER-IS-OPEN       VALUE 'Y'.
000940 01  WS-REPORT-STATUS            PIC X(02).
000950 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000960     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000970 01  WS-AUDIT-STATUS             PIC X(02).
000980 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000990     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001000 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001010 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001020 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001030 COPY RUNMODE.
001040 01  WS-LOCK-FUNCTION            PIC X(01) VALUE 'O'.
001050 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "CTLVERFY".
001060 01  WS-LOCK-RECORD              PIC X(77).
001070 01  WS-STATUS-TEXT              PIC X(20).
001080 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001090 COPY EOFSWTCH.
001100 01  WS-ROW-TABLE-MAX            PIC 9(02) COMP VALUE 60.
001110 01  WS-ROW-USED                 PIC 9(02) COMP VALUE ZERO.
001120 01  WS-ROW-IX                   PIC 9(02) COMP VALUE ZERO.
001130 01  WS-ROW-TABLE.
001140     05  WS-ROW-ENTRY OCCURS 60 TIMES.
001150         10  WS-RW-PROGRAM       PIC X(08).
001160         10  WS-RW-INTERFACE     PIC X(08).
001170         10  WS-RW-IN            PIC 9(06).
001180         10  WS-RW-OUT           PIC 9(06).
001190         10  WS-RW-REJECTED      PIC 9(06).
001200         10  WS-RW-HASH          PIC S9(13)V99.
001210 01  WS-ASK-PROGRAM              PIC X(08).
001220 01  WS-ASK-INTERFACE            PIC X(08).
001230 01  WS-FOUND-SLOT               PIC 9(02) COMP VALUE ZERO.
001240 01  WS-LEFT-SLOT                PIC 9(02) COMP VALUE ZERO.
001250 01  WS-RIGHT-SLOT               PIC 9(02) COMP VALUE ZERO.
001260 01  WS-THIRD-SLOT               PIC 9(02) COMP VALUE ZERO.
001270 01  WS-FOURTH-SLOT              PIC 9(02) COMP VALUE ZERO.
001280 01  WS-SEAM-NAME                PIC X(30).
001290 01  WS-LEFT-COUNT               PIC 9(07) COMP VALUE ZERO.
001300 01  WS-RIGHT-COUNT              PIC 9(07) COMP VALUE ZERO.
001310 01  WS-LEFT-HASH                PIC S9(13)V99 VALUE ZERO.
001320 01  WS-RIGHT-HASH               PIC S9(13)V99 VALUE ZERO.
001330 01  WS-LEFT-COUNT-ED            PIC ZZZZZZ9.
001340 01  WS-RIGHT-COUNT-ED           PIC ZZZZZZ9.
001350 01  WS-BREAK-COUNT              PIC 9(03) COMP VALUE ZERO.
001360 01  WS-SKIP-COUNT               PIC 9(03) COMP VALUE ZERO.
001370 01  WS-BREAK-COUNT-ED           PIC ZZ9.
001380 01  WS-SKIP-COUNT-ED            PIC ZZ9.
001390
001400*-----------------------
001410 PROCEDURE DIVISION.
001420*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001430 0000-MAINLINE.
001440******************************************************************
001450* Load the current run's ledger rows, then foot each seam.
001460* Any break fails the night; a seam whose rows are missing
001470* (the step did not run tonight) is noted, not failed.
001480******************************************************************
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     PERFORM 2000-LOAD-ONE-ROW THRU 2000-EXIT
001510         UNTIL WS-EOF.
001520     PERFORM 3000-FOOT-EDIT-SEAMS THRU 3000-EXIT.
001530     PERFORM 4000-FOOT-EXTRACT-SEAM THRU 4000-EXIT.
001540     PERFORM 5000-FOOT-MASTER-SEAM THRU 5000-EXIT.
001550     PERFORM 5500-FOOT-JOURNAL-SEAMS THRU 5500-EXIT.
001560     PERFORM 5700-FOOT-INVOICE-SEAM THRU 5700-EXIT.
001570     PERFORM 5800-FOOT-EXPORT-SEAMS THRU 5800-EXIT.
001580     PERFORM 5900-FOOT-HISTORY-SEAMS THRU 5900-EXIT.
001590     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001600     GOBACK.
001610
001620 1000-INITIALIZE.
001630     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
001640     CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
001650         WS-LOCK-STEP-NAME WS-LOCK-RECORD.
001660     OPEN EXTEND AUDIT-LOG-FILE.
001670     IF WS-AUDIT-STATUS = "00"
001680         SET WS-AUDIT-IS-OPEN TO TRUE
001690     END-IF.
001700     OPEN OUTPUT BREAK-REPORT-FILE.
001710     IF WS-REPORT-STATUS = "00"
001720         SET WS-REPORT-IS-OPEN TO TRUE
001730         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
001740         MOVE SPACES TO BREAK-REPORT-RECORD
001750         STRING "CONTROL-TOTAL CROSS-FOOT - RUN "
001760             WS-RUN-NUMBER-ED
001770             DELIMITED BY SIZE INTO BREAK-REPORT-RECORD
001780         IF WS-SIMULATION
001790             MOVE "*** SIMULATION ***"
001800                 TO BREAK-REPORT-RECORD (57:18)
001810         END-IF
001820         WRITE BREAK-REPORT-RECORD
001830     END-IF.
001840     OPEN INPUT CONTROL-LEDGER-FILE.
001850     IF WS-LEDGER-STATUS NOT = "00"
001860         DISPLAY "CTLLEDG MISSING - NOTHING TO VERIFY"
001870         SET WS-EOF TO TRUE
001880         GO TO 1000-EXIT
001890     END-IF.
001900     SET WS-LEDGER-IS-OPEN TO TRUE.
001910 1000-EXIT.
001920     EXIT.
001930
001940 2000-LOAD-ONE-ROW.
001950     READ CONTROL-LEDGER-FILE
001960         AT END
001970             SET WS-EOF TO TRUE
001980     END-READ.
001990     IF WS-EOF
002000         GO TO 2000-EXIT
002010     END-IF.
002020     IF CL-RUN-NUMBER NOT = WS-RUN-NUMBER
002030         GO TO 2000-EXIT
002040     END-IF.
002050     IF WS-ROW-USED >= WS-ROW-TABLE-MAX
002060         DISPLAY "CTLLEDG TABLE FULL - ROW DROPPED"
002070         GO TO 2000-EXIT
002080     END-IF.
002090     ADD 1 TO WS-ROW-USED.
002100     MOVE CL-PROGRAM-ID TO WS-RW-PROGRAM (WS-ROW-USED).
002110     MOVE CL-INTERFACE TO WS-RW-INTERFACE (WS-ROW-USED).
002120     MOVE CL-RECORDS-IN TO WS-RW-IN (WS-ROW-USED).
002130     MOVE CL-RECORDS-OUT TO WS-RW-OUT (WS-ROW-USED).
002140     MOVE CL-RECORDS-REJECTED TO WS-RW-REJECTED (WS-ROW-USED).
002150     MOVE CL-HASH-TOTAL TO WS-RW-HASH (WS-ROW-USED).
002160 2000-EXIT.
002170     EXIT.
002180
002190 2500-FIND-ROW.
002200******************************************************************
002210* Finds the ledger row for WS-ASK-PROGRAM and WS-ASK-INTERFACE.
002220* The last row wins when a restarted step appended twice --
002230* the rerun's totals are the night's totals.
002240******************************************************************
002250     MOVE ZERO TO WS-FOUND-SLOT.
002260     PERFORM 2550-MATCH-ONE-ROW THRU 2550-EXIT
002270         VARYING WS-ROW-IX FROM 1 BY 1
002280         UNTIL WS-ROW-IX > WS-ROW-USED.
002290 2500-EXIT.
002300     EXIT.
002310
002320 2550-MATCH-ONE-ROW.
002330     IF WS-RW-PROGRAM (WS-ROW-IX) = WS-ASK-PROGRAM
002340         AND WS-RW-INTERFACE (WS-ROW-IX) = WS-ASK-INTERFACE
002350         MOVE WS-ROW-IX TO WS-FOUND-SLOT
002360     END-IF.
002370 2550-EXIT.
002380     EXIT.
002390
002400 3000-FOOT-EDIT-SEAMS.
002410******************************************************************
002420* The two pre-edit hand-offs: each TRANEDIT step's clean-out
002430* count and hash must be what its engine read in.
002440******************************************************************
002450     MOVE "EDIT CLEAN-OUT VS CALC IN" TO WS-SEAM-NAME.
002460     MOVE "TRANEDIT" TO WS-ASK-PROGRAM.
002470     MOVE "STEP015 " TO WS-ASK-INTERFACE.
002480     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
002490     MOVE WS-FOUND-SLOT TO WS-LEFT-SLOT.
002500     MOVE "CALCULAT" TO WS-ASK-PROGRAM.
002510     MOVE "CALCTRAN" TO WS-ASK-INTERFACE.
002520     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
002530     MOVE WS-FOUND-SLOT TO WS-RIGHT-SLOT.
002540     PERFORM 3500-FOOT-OUT-TO-IN THRU 3500-EXIT.
002550     MOVE "EDIT CLEAN-OUT VS MATH IN" TO WS-SEAM-NAME.
002560     MOVE "TRANEDIT" TO WS-ASK-PROGRAM.
002570     MOVE "STEP035 " TO WS-ASK-INTERFACE.
002580     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
002590     MOVE WS-FOUND-SLOT TO WS-LEFT-SLOT.
002600     MOVE "MATHOPS " TO WS-ASK-PROGRAM.
002610     MOVE "MATHTRAN" TO WS-ASK-INTERFACE.
002620     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
002630     MOVE WS-FOUND-SLOT TO WS-RIGHT-SLOT.
002640     PERFORM 3500-FOOT-OUT-TO-IN THRU 3500-EXIT.
002650 3000-EXIT.
002660     EXIT.
002670
002680 3500-FOOT-OUT-TO-IN.
002690     IF WS-LEFT-SLOT = ZERO OR WS-RIGHT-SLOT = ZERO
002700         PERFORM 6500-NOTE-SKIPPED-SEAM THRU 6500-EXIT
002710         GO TO 3500-EXIT
002720     END-IF.
002730     MOVE WS-RW-OUT (WS-LEFT-SLOT) TO WS-LEFT-COUNT.
002740     MOVE WS-RW-HASH (WS-LEFT-SLOT) TO WS-LEFT-HASH.
002750     MOVE WS-RW-IN (WS-RIGHT-SLOT) TO WS-RIGHT-COUNT.
002760     MOVE WS-RW-HASH (WS-RIGHT-SLOT) TO WS-RIGHT-HASH.
002770     IF WS-LEFT-COUNT = WS-RIGHT-COUNT
002780         AND WS-LEFT-HASH = WS-RIGHT-HASH
002790         PERFORM 6700-NOTE-GOOD-SEAM THRU 6700-EXIT
002800     ELSE
002810         PERFORM 6000-REPORT-BREAK THRU 6000-EXIT
002820     END-IF.
002830 3500-EXIT.
002840     EXIT.
002850
002860 4000-FOOT-EXTRACT-SEAM.
002870******************************************************************
002880* The benefits extract hand-off: what BIRTHDAY wrote must be
002890* what BDAYDLTA read tonight.  On a non-business date BIRTHDAY
002900* suppresses the extract and ledgers no row, so this seam is
002910* noted as skipped rather than failed.
002920******************************************************************
002930     MOVE "BDAY EXTRACT VS DELTA IN" TO WS-SEAM-NAME.
002940     MOVE "BIRTHDAY" TO WS-ASK-PROGRAM.
002950     MOVE "BDAYEXTR" TO WS-ASK-INTERFACE.
002960     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
002970     MOVE WS-FOUND-SLOT TO WS-LEFT-SLOT.
002980     MOVE "BDAYDLTA" TO WS-ASK-PROGRAM.
002990     MOVE "BDAYEXTR" TO WS-ASK-INTERFACE.
003000     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
003010     MOVE WS-FOUND-SLOT TO WS-RIGHT-SLOT.
003020     IF WS-LEFT-SLOT = ZERO OR WS-RIGHT-SLOT = ZERO
003030         PERFORM 6500-NOTE-SKIPPED-SEAM THRU 6500-EXIT
003040         GO TO 4000-EXIT
003050     END-IF.
003060     MOVE WS-RW-OUT (WS-LEFT-SLOT) TO WS-LEFT-COUNT.
003070     MOVE WS-RW-IN (WS-RIGHT-SLOT) TO WS-RIGHT-COUNT.
003080     IF WS-LEFT-COUNT = WS-RIGHT-COUNT
003090         PERFORM 6700-NOTE-GOOD-SEAM THRU 6700-EXIT
003100     ELSE
003110         PERFORM 6000-REPORT-BREAK THRU 6000-EXIT
003120     END-IF.
003130 4000-EXIT.
003140     EXIT.
003150
003160 5000-FOOT-MASTER-SEAM.
003170******************************************************************
003180* The master's movement: the post-update EMPVERFY count must
003190* equal the pre-update count plus the adds both update paths
003200* applied -- EMPLOAD's feed adds and EMPUPDT's hand-keyed adds,
003210* each on its own ledger row.  In-place updates move nothing,
003220* so a count that moved by anything else is exactly the quiet
003230* corruption the verifier pair exists to catch.
003240******************************************************************
003250     MOVE "MASTER MOVEMENT VS ADDS" TO WS-SEAM-NAME.
003260     MOVE "EMPVERFY" TO WS-ASK-PROGRAM.
003270     MOVE "EMPVERFC" TO WS-ASK-INTERFACE.
003280     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
003290     MOVE WS-FOUND-SLOT TO WS-LEFT-SLOT.
003300     MOVE "EMPVERFY" TO WS-ASK-PROGRAM.
003310     MOVE "EMPVERFW" TO WS-ASK-INTERFACE.
003320     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
003330     MOVE WS-FOUND-SLOT TO WS-RIGHT-SLOT.
003340     MOVE "EMPLOAD " TO WS-ASK-PROGRAM.
003350     MOVE "EMPMAST " TO WS-ASK-INTERFACE.
003360     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
003370     MOVE WS-FOUND-SLOT TO WS-THIRD-SLOT.
003380     MOVE "EMPUPDT " TO WS-ASK-PROGRAM.
003390     MOVE "EMPMAST " TO WS-ASK-INTERFACE.
003400     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
003410     MOVE WS-FOUND-SLOT TO WS-FOURTH-SLOT.
003420     IF WS-LEFT-SLOT = ZERO OR WS-RIGHT-SLOT = ZERO
003430         OR WS-THIRD-SLOT = ZERO OR WS-FOURTH-SLOT = ZERO
003440         PERFORM 6500-NOTE-SKIPPED-SEAM THRU 6500-EXIT
003450         GO TO 5000-EXIT
003460     END-IF.
003470     COMPUTE WS-LEFT-COUNT = WS-RW-IN (WS-LEFT-SLOT)
003480         + WS-RW-OUT (WS-THIRD-SLOT)
003490         + WS-RW-OUT (WS-FOURTH-SLOT).
003500     MOVE WS-RW-IN (WS-RIGHT-SLOT) TO WS-RIGHT-COUNT.
003510     IF WS-LEFT-COUNT = WS-RIGHT-COUNT
003520         PERFORM 6700-NOTE-GOOD-SEAM THRU 6700-EXIT
003530     ELSE
003540         PERFORM 6000-REPORT-BREAK THRU 6000-EXIT
003550     END-IF.
003560 5000-EXIT.
003570     EXIT.
003580
003590 5500-FOOT-JOURNAL-SEAMS.
003600******************************************************************
003610* The GL journal hand-off: the details behind each engine's
003620* journal sections must be the details that engine read in, and
003630* the journal's debit and credit sides must carry the same
003640* number of lines for the same total.  GLEXTR ledgers nothing
003650* when it fails, so a refused journal shows here as skipped
003660* seams on top of its own RC 12.
003670******************************************************************
003680     MOVE "CALC IN VS JOURNAL SECTIONS" TO WS-SEAM-NAME.
003690     MOVE "CALCULAT" TO WS-ASK-PROGRAM.
003700     MOVE "CALCTRAN" TO WS-ASK-INTERFACE.
003710     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
003720     MOVE WS-FOUND-SLOT TO WS-LEFT-SLOT.
003730     MOVE "GLEXTR  " TO WS-ASK-PROGRAM.
003740     MOVE "CALCTRAN" TO WS-ASK-INTERFACE.
003750     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
003760     MOVE WS-FOUND-SLOT TO WS-RIGHT-SLOT.
003770     PERFORM 5550-FOOT-IN-TO-IN THRU 5550-EXIT.
003780     MOVE "MATH IN VS JOURNAL SECTIONS" TO WS-SEAM-NAME.
003790     MOVE "MATHOPS " TO WS-ASK-PROGRAM.
003800     MOVE "MATHTRAN" TO WS-ASK-INTERFACE.
003810     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
003820     MOVE WS-FOUND-SLOT TO WS-LEFT-SLOT.
003830     MOVE "GLEXTR  " TO WS-ASK-PROGRAM.
003840     MOVE "MATHTRAN" TO WS-ASK-INTERFACE.
003850     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
003860     MOVE WS-FOUND-SLOT TO WS-RIGHT-SLOT.
003870     PERFORM 5550-FOOT-IN-TO-IN THRU 5550-EXIT.
003880     MOVE "JOURNAL DEBITS VS CREDITS" TO WS-SEAM-NAME.
003890     MOVE "GLEXTR  " TO WS-ASK-PROGRAM.
003900     MOVE "GLDEBIT " TO WS-ASK-INTERFACE.
003910     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
003920     MOVE WS-FOUND-SLOT TO WS-LEFT-SLOT.
003930     MOVE "GLEXTR  " TO WS-ASK-PROGRAM.
003940     MOVE "GLCREDIT" TO WS-ASK-INTERFACE.
003950     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
003960     MOVE WS-FOUND-SLOT TO WS-RIGHT-SLOT.
003970     IF WS-LEFT-SLOT = ZERO OR WS-RIGHT-SLOT = ZERO
003980         PERFORM 6500-NOTE-SKIPPED-SEAM THRU 6500-EXIT
003990         GO TO 5500-EXIT
004000     END-IF.
004010     MOVE WS-RW-OUT (WS-LEFT-SLOT) TO WS-LEFT-COUNT.
004020     MOVE WS-RW-HASH (WS-LEFT-SLOT) TO WS-LEFT-HASH.
004030     MOVE WS-RW-OUT (WS-RIGHT-SLOT) TO WS-RIGHT-COUNT.
004040     MOVE WS-RW-HASH (WS-RIGHT-SLOT) TO WS-RIGHT-HASH.
004050     IF WS-LEFT-COUNT = WS-RIGHT-COUNT
004060         AND WS-LEFT-HASH = WS-RIGHT-HASH
004070         PERFORM 6700-NOTE-GOOD-SEAM THRU 6700-EXIT
004080     ELSE
004090         PERFORM 6000-REPORT-BREAK THRU 6000-EXIT
004100     END-IF.
004110 5500-EXIT.
004120     EXIT.
004130
004140 5550-FOOT-IN-TO-IN.
004150     IF WS-LEFT-SLOT = ZERO OR WS-RIGHT-SLOT = ZERO
004160         PERFORM 6500-NOTE-SKIPPED-SEAM THRU 6500-EXIT
004170         GO TO 5550-EXIT
004180     END-IF.
004190     MOVE WS-RW-IN (WS-LEFT-SLOT) TO WS-LEFT-COUNT.
004200     MOVE WS-RW-IN (WS-RIGHT-SLOT) TO WS-RIGHT-COUNT.
004210     IF WS-LEFT-COUNT = WS-RIGHT-COUNT
004220         PERFORM 6700-NOTE-GOOD-SEAM THRU 6700-EXIT
004230     ELSE
004240         PERFORM 6000-REPORT-BREAK THRU 6000-EXIT
004250     END-IF.
004260 5550-EXIT.
004270     EXIT.
004280
004290 5700-FOOT-INVOICE-SEAM.
004300******************************************************************
004310* The AR hand-off: every invoice on the statements must be on
004320* the ARINVC feed, for the same total due.  BILLING ledgers no
004330* feed row when it withholds the feed for unpriced lines, and
004340* the nightly runs carry no billing rows at all, so either shows
004350* here as a skipped seam.
004360******************************************************************
004370     MOVE "STATEMENTS VS AR INVOICE FEED" TO WS-SEAM-NAME.
004380     MOVE "BILLING " TO WS-ASK-PROGRAM.
004390     MOVE "BILLRPT " TO WS-ASK-INTERFACE.
004400     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
004410     MOVE WS-FOUND-SLOT TO WS-LEFT-SLOT.
004420     MOVE "BILLING " TO WS-ASK-PROGRAM.
004430     MOVE "ARINVC  " TO WS-ASK-INTERFACE.
004440     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
004450     MOVE WS-FOUND-SLOT TO WS-RIGHT-SLOT.
004460     IF WS-LEFT-SLOT = ZERO OR WS-RIGHT-SLOT = ZERO
004470         PERFORM 6500-NOTE-SKIPPED-SEAM THRU 6500-EXIT
004480         GO TO 5700-EXIT
004490     END-IF.
004500     MOVE WS-RW-OUT (WS-LEFT-SLOT) TO WS-LEFT-COUNT.
004510     MOVE WS-RW-HASH (WS-LEFT-SLOT) TO WS-LEFT-HASH.
004520     MOVE WS-RW-OUT (WS-RIGHT-SLOT) TO WS-RIGHT-COUNT.
004530     MOVE WS-RW-HASH (WS-RIGHT-SLOT) TO WS-RIGHT-HASH.
004540     IF WS-LEFT-COUNT = WS-RIGHT-COUNT
004550         AND WS-LEFT-HASH = WS-RIGHT-HASH
004560         PERFORM 6700-NOTE-GOOD-SEAM THRU 6700-EXIT
004570     ELSE
004580         PERFORM 6000-REPORT-BREAK THRU 6000-EXIT
004590     END-IF.
004600 5700-EXIT.
004610     EXIT.
004620
004630 5800-FOOT-EXPORT-SEAMS.
004640******************************************************************
004650* The spreadsheet exports: each export's ledger row carries the
004660* detail lines its print report printed as records-in and the
004670* rows exported as records-out, and the two must agree.  A
004680* report that did not run tonight (MONTHEND off month-end, the
004690* monthly BILLING on the nightly run) shows as a skipped seam.
004700******************************************************************
004710     MOVE "CALCRPT LINES VS CALCCSV ROWS" TO WS-SEAM-NAME.
004720     MOVE "CALCULAT" TO WS-ASK-PROGRAM.
004730     MOVE "CALCCSV " TO WS-ASK-INTERFACE.
004740     PERFORM 5850-FOOT-ONE-EXPORT THRU 5850-EXIT.
004750     MOVE "SENRPT LINES VS SENCSV ROWS" TO WS-SEAM-NAME.
004760     MOVE "SENIORTY" TO WS-ASK-PROGRAM.
004770     MOVE "SENCSV  " TO WS-ASK-INTERFACE.
004780     PERFORM 5850-FOOT-ONE-EXPORT THRU 5850-EXIT.
004790     MOVE "BDAYRPT LINES VS BDAYCSV ROWS" TO WS-SEAM-NAME.
004800     MOVE "BIRTHDAY" TO WS-ASK-PROGRAM.
004810     MOVE "BDAYCSV " TO WS-ASK-INTERFACE.
004820     PERFORM 5850-FOOT-ONE-EXPORT THRU 5850-EXIT.
004830     MOVE "MTDRPT LINES VS MTDCSV ROWS" TO WS-SEAM-NAME.
004840     MOVE "MONTHEND" TO WS-ASK-PROGRAM.
004850     MOVE "MTDCSV  " TO WS-ASK-INTERFACE.
004860     PERFORM 5850-FOOT-ONE-EXPORT THRU 5850-EXIT.
004870     MOVE "BILLRPT LINES VS BILLCSV ROWS" TO WS-SEAM-NAME.
004880     MOVE "BILLING " TO WS-ASK-PROGRAM.
004890     MOVE "BILLCSV " TO WS-ASK-INTERFACE.
004900     PERFORM 5850-FOOT-ONE-EXPORT THRU 5850-EXIT.
004910 5800-EXIT.
004920     EXIT.
004930
004940 5850-FOOT-ONE-EXPORT.
004950     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
004960     MOVE WS-FOUND-SLOT TO WS-LEFT-SLOT.
004970     IF WS-LEFT-SLOT = ZERO
004980         PERFORM 6500-NOTE-SKIPPED-SEAM THRU 6500-EXIT
004990         GO TO 5850-EXIT
005000     END-IF.
005010     MOVE WS-RW-IN (WS-LEFT-SLOT) TO WS-LEFT-COUNT.
005020     MOVE WS-RW-OUT (WS-LEFT-SLOT) TO WS-RIGHT-COUNT.
005030     IF WS-LEFT-COUNT = WS-RIGHT-COUNT
005040         PERFORM 6700-NOTE-GOOD-SEAM THRU 6700-EXIT
005050     ELSE
005060         PERFORM 6000-REPORT-BREAK THRU 6000-EXIT
005070     END-IF.
005080 5850-EXIT.
005090     EXIT.
005100
005110 5900-FOOT-HISTORY-SEAMS.
005120******************************************************************
005130* The results history: each engine's RESHIST row carries the
005140* history records it wrote as records-out, and every detail the
005150* engine processed -- its CALCTRAN or MATHTRAN row's records-out
005160* -- must have one.  A restart counts the records already on file
005170* from before the checkpoint, so the foot holds across an abend.
005180* An engine that did not run tonight shows as a skipped seam.
005190******************************************************************
005200     MOVE "CALC DETAILS VS RESULT HISTORY" TO WS-SEAM-NAME.
005210     MOVE "CALCULAT" TO WS-ASK-PROGRAM.
005220     MOVE "CALCTRAN" TO WS-ASK-INTERFACE.
005230     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
005240     MOVE WS-FOUND-SLOT TO WS-LEFT-SLOT.
005250     MOVE "RESHIST " TO WS-ASK-INTERFACE.
005260     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
005270     MOVE WS-FOUND-SLOT TO WS-RIGHT-SLOT.
005280     PERFORM 5950-FOOT-ONE-HISTORY THRU 5950-EXIT.
005290     MOVE "MATH DETAILS VS RESULT HISTORY" TO WS-SEAM-NAME.
005300     MOVE "MATHOPS " TO WS-ASK-PROGRAM.
005310     MOVE "MATHTRAN" TO WS-ASK-INTERFACE.
005320     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
005330     MOVE WS-FOUND-SLOT TO WS-LEFT-SLOT.
005340     MOVE "RESHIST " TO WS-ASK-INTERFACE.
005350     PERFORM 2500-FIND-ROW THRU 2500-EXIT.
005360     MOVE WS-FOUND-SLOT TO WS-RIGHT-SLOT.
005370     PERFORM 5950-FOOT-ONE-HISTORY THRU 5950-EXIT.
005380 5900-EXIT.
005390     EXIT.
005400
005410 5950-FOOT-ONE-HISTORY.
005420     IF WS-LEFT-SLOT = ZERO OR WS-RIGHT-SLOT = ZERO
005430         PERFORM 6500-NOTE-SKIPPED-SEAM THRU 6500-EXIT
005440         GO TO 5950-EXIT
005450     END-IF.
005460     MOVE WS-RW-OUT (WS-LEFT-SLOT) TO WS-LEFT-COUNT.
005470     MOVE WS-RW-OUT (WS-RIGHT-SLOT) TO WS-RIGHT-COUNT.
005480     IF WS-LEFT-COUNT = WS-RIGHT-COUNT
005490         PERFORM 6700-NOTE-GOOD-SEAM THRU 6700-EXIT
005500     ELSE
005510         PERFORM 6000-REPORT-BREAK THRU 6000-EXIT
005520     END-IF.
005530 5950-EXIT.
005540     EXIT.
005550
005560 6000-REPORT-BREAK.
005570     ADD 1 TO WS-BREAK-COUNT.
005580     MOVE WS-LEFT-COUNT TO WS-LEFT-COUNT-ED.
005590     MOVE WS-RIGHT-COUNT TO WS-RIGHT-COUNT-ED.
005600     DISPLAY "SEAM BREAK: " WS-SEAM-NAME.
005610     IF WS-REPORT-IS-OPEN
005620         MOVE SPACES TO BREAK-REPORT-RECORD
005630         STRING "BREAK  " WS-SEAM-NAME
005640             " " WS-LEFT-COUNT-ED
005650             " VS " WS-RIGHT-COUNT-ED
005660             DELIMITED BY SIZE INTO BREAK-REPORT-RECORD
005670         WRITE BREAK-REPORT-RECORD
005680     END-IF.
005690     MOVE "ERROR" TO WS-STATUS-TEXT.
005700     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
005710     STRING "SEAM BREAK " WS-SEAM-NAME
005720         " " WS-LEFT-COUNT-ED " VS " WS-RIGHT-COUNT-ED
005730         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
005740     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005750     MOVE 12 TO RETURN-CODE.
005760 6000-EXIT.
005770     EXIT.
005780
005790 6500-NOTE-SKIPPED-SEAM.
005800     ADD 1 TO WS-SKIP-COUNT.
005810     IF WS-REPORT-IS-OPEN
005820         MOVE SPACES TO BREAK-REPORT-RECORD
005830         STRING "SKIP   " WS-SEAM-NAME
005840             " - LEDGER ROW MISSING"
005850             DELIMITED BY SIZE INTO BREAK-REPORT-RECORD
005860         WRITE BREAK-REPORT-RECORD
005870     END-IF.
005880 6500-EXIT.
005890     EXIT.
005900
005910 6700-NOTE-GOOD-SEAM.
005920     IF WS-REPORT-IS-OPEN
005930         MOVE SPACES TO BREAK-REPORT-RECORD
005940         STRING "FOOTS  " WS-SEAM-NAME
005950             DELIMITED BY SIZE INTO BREAK-REPORT-RECORD
005960         WRITE BREAK-REPORT-RECORD
005970     END-IF.
005980 6700-EXIT.
005990     EXIT.
006000
006010 8000-FINALIZE.
006020     IF WS-LEDGER-IS-OPEN
006030         CLOSE CONTROL-LEDGER-FILE
006040     END-IF.
006050     MOVE WS-BREAK-COUNT TO WS-BREAK-COUNT-ED.
006060     MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-ED.
006070     DISPLAY "Seam breaks : " WS-BREAK-COUNT-ED.
006080     DISPLAY "Seams skipped: " WS-SKIP-COUNT-ED.
006090     IF WS-REPORT-IS-OPEN
006100         MOVE SPACES TO BREAK-REPORT-RECORD
006110         STRING "BREAKS: " WS-BREAK-COUNT-ED
006120             " SKIPPED: " WS-SKIP-COUNT-ED
006130             DELIMITED BY SIZE INTO BREAK-REPORT-RECORD
006140         WRITE BREAK-REPORT-RECORD
006150         CLOSE BREAK-REPORT-FILE
006160     END-IF.
006170     IF WS-BREAK-COUNT = ZERO
006180         MOVE "OK" TO WS-STATUS-TEXT
006190         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
006200         STRING "CROSS-FOOT CLEAN, SKIPPED " WS-SKIP-COUNT-ED
006210             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
006220         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006230     END-IF.
006240     IF WS-AUDIT-IS-OPEN
006250         CLOSE AUDIT-LOG-FILE
006260     END-IF.
006270 8000-EXIT.
006280     EXIT.
006290
006300 9000-WRITE-AUDIT-ENTRY.
006310******************************************************************
006320* Stamps and writes one audit record.  The caller sets
006330* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
006340* this paragraph.
006350******************************************************************
006360     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
006370     MOVE SPACES TO AUDIT-LOG-RECORD.
006380     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
006390     MOVE "CTLVERFY" TO AUDIT-PROGRAM-ID.
006400     MOVE SPACES TO AUDIT-USER-ID.
006410     IF WS-SIMULATION
006420         MOVE "SIMULATE" TO AUDIT-USER-ID
006430     END-IF.
006440     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
006450     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
006460     IF WS-STATUS-TEXT = "OK"
006470         SET AUDIT-IS-INFO TO TRUE
006480     ELSE
006490         IF WS-STATUS-TEXT = "ERROR"
006500             SET AUDIT-IS-ERROR TO TRUE
006510         ELSE
006520             SET AUDIT-IS-WARNING TO TRUE
006530         END-IF
006540     END-IF.
006550     IF WS-AUDIT-IS-OPEN
006560         WRITE AUDIT-LOG-RECORD
006570     END-IF.
006580 9000-EXIT.
006590     EXIT.
006600
006610** add other procedures here
006620 END PROGRAM CTLVERFY.
