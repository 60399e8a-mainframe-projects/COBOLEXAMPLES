000040* Date-Written: 2026-09-02
000050* Purpose:       Monthly chargeback billing.  Sums the month's
000060*                BILACTV activity records (appended nightly by
000070*                CALCULAT and MATHOPS, one row per department and
000080*                operation type per accepted run), prices each
000090*                operation from the BILRATES rates file, and
000100*                prints one chargeback statement section per
000110*                department -- transaction counts, rates, and
000120*                amount due, with a grand total -- through the
000130*                shared RPTWRTR report writer.  After a clean
000140*                statement run the activity file is cleared so
000150*                the new month starts at zero.  Rates are
000160*                effective-dated and may step down to a lower
000170*                unit price above set monthly volumes; a client
000180*                whose month comes in under its BILMINS minimum
000190*                is billed the minimum.  Each statement carries a
000200*                unique invoice number from the BILINVCT control
000210*                file, and a fully priced month is sent to AR as
000220*                the ARINVC interface file, with its totals on
000230*                CTLLEDG for footing against the statements.
000240*                Finance stops counting CALCRPT lines by hand at
000250*                month end.
000260* Tectonics:     cobc
000270*
000280* Modification History
000290* ---------------------
000300* 2026-09-02  DW   Original program.
000310* 2026-09-02  DW   Statements now print grouped by department: a
000320*                  department whose first use of a new operation
000330*                  type landed after another department appeared
000340*                  was getting a second statement section and a
000350*                  second amount-due total.
000360* 2026-09-02  DW   The activity file is cleared only when every
000370*                  line priced: a month billed at zero because
000380*                  BILRATES was missing or short is retained to
000390*                  re-bill after the rate rows are fixed, instead
000400*                  of being wiped unrecoverable.
000410* 2026-10-15  DW   Activity is billed net of reversals: each row's
000420*                  BA-REVERSED-COUNT comes off its operation's
000430*                  count, and a month whose reversals outrun its
000440*                  work for an operation prints a credit line.
000450* 2026-10-15  DW   Volume tiers and effective dates on BILRATES
000460*                  rows (a row's unit price applies up to its
000470*                  first tier volume, each tier's price above it;
000480*                  the latest row effective on the billing date
000490*                  wins; old six-byte rows still read as flat and
000500*                  always effective).  Per-client monthly minimums
000510*                  from BILMINS.  Each statement gets the next
000520*                  invoice number from BILINVCT.  A fully priced
000530*                  month is written to the ARINVC accounts-
000540*                  receivable interface (header, one detail per
000550*                  invoice, trailer totals) and ledgered on
000560*                  CTLLEDG beside the statement totals; a month
000570*                  with unpriced lines withholds the feed and
000580*                  voids its invoice numbers.  Return code now
000590*                  carried in WS-STEP-RC.
000600* 2026-10-15  DW   BILLCSV comma-delimited export of the statement
000610*                  lines for spreadsheet users: a column-heading
000620*                  row, then one row per band or minimum-
000630*                  adjustment line with the run number, billing
000640*                  date, department and invoice, and the units,
000650*                  rate and amount unedited with their sign.  A
000660*                  BILLCSV ledger row of lines printed against
000670*                  rows exported lets CTLVERFY foot the two.
000680******************************************************************
000690 IDENTIFICATION DIVISION.
000700*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000710 PROGRAM-ID. BILLING.
000720 ENVIRONMENT DIVISION.
000730*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000740 CONFIGURATION SECTION.
000750*-----------------------
000760 INPUT-OUTPUT SECTION.
000770*-----------------------
000780 FILE-CONTROL.
000790     SELECT BILL-ACTIVITY-FILE ASSIGN TO "BILACTV"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-ACTIVITY-STATUS.
000820     SELECT RATES-FILE ASSIGN TO "BILRATES"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RATES-STATUS.
000850     SELECT MINIMUMS-FILE ASSIGN TO "BILMINS"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-MINIMUMS-STATUS.
000880     SELECT INVOICE-CONTROL-FILE ASSIGN TO "BILINVCT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-INVCTL-STATUS.
000910     SELECT AR-INVOICE-FILE ASSIGN TO "ARINVC"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-AR-STATUS.
000940     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-LEDGER-STATUS.
000970     SELECT BILL-REPORT-FILE ASSIGN TO "BILLRPT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-REPORT-STATUS.
001000     SELECT BILL-EXPORT-FILE ASSIGN TO "BILLCSV"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-EXPORT-STATUS.
001030     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-AUDIT-STATUS.
001060 DATA DIVISION.
001070*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001080 FILE SECTION.
001090*-----------------------
001100 FD  BILL-ACTIVITY-FILE.
001110     COPY BILACTV.
001120 FD  RATES-FILE.
001130 01  RATES-RECORD.
001140     05  BR-OPERATION            PIC X(01).
001150     05  BR-RATE                 PIC 9(03)V99.
001160     05  BR-TIER OCCURS 2 TIMES.
001170         10  BR-TIER-ABOVE       PIC 9(07).
001180         10  BR-TIER-RATE        PIC 9(03)V99.
001190     05  BR-EFFECTIVE-CCYYMMDD   PIC 9(08).
001200 FD  MINIMUMS-FILE.
001210 01  MINIMUM-RECORD.
001220     05  BM-CLIENT-ID            PIC X(04).
001230     05  BM-MINIMUM-CHARGE       PIC 9(07)V99.
001240     05  BM-EFFECTIVE-CCYYMMDD   PIC 9(08).
001250 FD  INVOICE-CONTROL-FILE.
001260 01  INVOICE-CONTROL-RECORD.
001270     05  IC-LAST-INVOICE         PIC 9(08).
001280     05  IC-LAST-CCYYMMDD        PIC 9(08).
001290 FD  AR-INVOICE-FILE.
001300     COPY ARINVC.
001310 FD  CONTROL-LEDGER-FILE.
001320     COPY CTLLEDGR.
001330 FD  BILL-REPORT-FILE.
001340 01  BILL-REPORT-RECORD          PIC X(80).
001350 FD  BILL-EXPORT-FILE.
001360 01  BILL-EXPORT-RECORD          PIC X(132).
001370 FD  AUDIT-LOG-FILE.
001380     COPY AUDITLOG.
001390
001400 WORKING-STORAGE SECTION.
001410*-----------------------
001420 01  WS-ACTIVITY-STATUS          PIC X(02).
001430 01  WS-ACTIVITY-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001440     88  WS-ACTIVITY-IS-OPEN     VALUE 'Y'.
001450 01  WS-RATES-STATUS             PIC X(02).
001460 01  WS-MINIMUMS-STATUS          PIC X(02).
001470 01  WS-INVCTL-STATUS            PIC X(02).
001480 01  WS-AR-STATUS                PIC X(02).
001490 01  WS-LEDGER-STATUS            PIC X(02).
001500 01  WS-REPORT-STATUS            PIC X(02).
001510 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001520     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
001530 01  WS-EXPORT-STATUS            PIC X(02).
001540 01  WS-EXPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001550     88  WS-EXPORT-IS-OPEN       VALUE 'Y'.
001560 01  WS-PRINTED-LINE-COUNT       PIC 9(06) COMP VALUE ZERO.
001570 01  WS-EXPORT-ROW-COUNT         PIC 9(06) COMP VALUE ZERO.
001580 01  WS-EXPORT-HASH              PIC S9(13)V99 VALUE ZERO.
001590 01  WS-AUDIT-STATUS             PIC X(02).
001600 01  WS-AUDIT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001610     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001620 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001630 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001640 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001650 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001660 01  WS-STATUS-TEXT              PIC X(20).
001670 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001680 COPY EOFSWTCH.
001690 01  WS-RATES-EOF-SWITCH         PIC X(01) VALUE 'N'.
001700     88  WS-RATES-EOF            VALUE 'Y'.
001710 01  WS-TODAY                    PIC X(21).
001720 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
001730     05  WS-BILL-CCYYMMDD        PIC 9(08).
001740     05  FILLER                  PIC X(13).
001750 01  WS-TODAY-PERIOD-R REDEFINES WS-TODAY.
001760     05  WS-BILL-PERIOD          PIC 9(06).
001770     05  FILLER                  PIC X(15).
001780*
001790* Every rate row on file, with its effective date and up to two
001800* volume tiers; the row priced is the operation's latest one
001810* effective on the billing date.  A tier volume of zero means no
001820* tier.
001830*
001840 01  WS-RATE-TABLE-MAX           PIC 9(02) COMP VALUE 50.
001850 01  WS-RATE-USED                PIC 9(02) COMP VALUE ZERO.
001860 01  WS-RATE-IX                  PIC 9(02) COMP VALUE ZERO.
001870 01  WS-RATE-SLOT                PIC 9(02) COMP VALUE ZERO.
001880 01  WS-RATE-TABLE.
001890     05  WS-RATE-ENTRY OCCURS 50 TIMES.
001900         10  WS-RT-OPERATION     PIC X(01).
001910         10  WS-RT-EFFECTIVE     PIC 9(08).
001920         10  WS-RT-RATE          PIC 9(03)V99.
001930         10  WS-RT-TIER OCCURS 2 TIMES.
001940             15  WS-RT-TIER-ABOVE
001950                                 PIC 9(07).
001960             15  WS-RT-TIER-RATE PIC 9(03)V99.
001970 01  WS-RATE-FOUND-SWITCH        PIC X(01).
001980     88  WS-RATE-FOUND           VALUE 'Y'.
001990 01  WS-THIS-RATE                PIC 9(03)V99.
002000 01  WS-TIER-IX                  PIC 9(01) COMP VALUE ZERO.
002010 01  WS-TIER-NUMBER              PIC 9(01).
002020 01  WS-BAND-UNITS               PIC S9(07) COMP VALUE ZERO.
002030 01  WS-BAND-RATE                PIC 9(03)V99.
002040 01  WS-BAND-FLAG                PIC X(08).
002050*
002060* Per-client monthly minimum charges, effective-dated the same
002070* way as the rates.
002080*
002090 01  WS-MINIMUMS-EOF-SWITCH      PIC X(01) VALUE 'N'.
002100     88  WS-MINIMUMS-EOF         VALUE 'Y'.
002110 01  WS-MIN-TABLE-MAX            PIC 9(02) COMP VALUE 50.
002120 01  WS-MIN-USED                 PIC 9(02) COMP VALUE ZERO.
002130 01  WS-MIN-IX                   PIC 9(02) COMP VALUE ZERO.
002140 01  WS-MIN-SLOT                 PIC 9(02) COMP VALUE ZERO.
002150 01  WS-MIN-TABLE.
002160     05  WS-MIN-ENTRY OCCURS 50 TIMES.
002170         10  WS-MN-CLIENT        PIC X(04).
002180         10  WS-MN-EFFECTIVE     PIC 9(08).
002190         10  WS-MN-CHARGE        PIC 9(07)V99.
002200 01  WS-MINIMUM-SWITCH           PIC X(01).
002210     88  WS-MINIMUM-APPLIED      VALUE 'Y'.
002220 01  WS-MINIMUM-ED               PIC Z,ZZZ,ZZ9.99.
002230*
002240* One invoice per client statement, numbered on from the last
002250* number the control file issued, and held here for the AR feed.
002260*
002270 01  WS-LAST-INVOICE             PIC 9(08) VALUE ZERO.
002280 01  WS-FIRST-INVOICE            PIC 9(08) VALUE ZERO.
002290 01  WS-NEXT-INVOICE             PIC 9(08) VALUE ZERO.
002300 01  WS-INVOICE-ED               PIC 9(08).
002310 01  WS-LAST-INVOICE-ED          PIC 9(08).
002320 01  WS-INVOICE-COUNT            PIC 9(02) COMP VALUE ZERO.
002330 01  WS-INVOICE-COUNT-ED         PIC ZZZZ9.
002340 01  WS-INVOICE-IX               PIC 9(02) COMP VALUE ZERO.
002350 01  WS-INVOICE-TABLE.
002360     05  WS-INVOICE-ENTRY OCCURS 20 TIMES.
002370         10  WS-IV-NUMBER        PIC 9(08).
002380         10  WS-IV-CLIENT        PIC X(04).
002390         10  WS-IV-NAME          PIC X(20).
002400         10  WS-IV-AMOUNT        PIC S9(09)V99.
002410         10  WS-IV-MINIMUM-FLAG  PIC X(01).
002420 01  WS-AR-DETAIL-COUNT          PIC 9(06) COMP VALUE ZERO.
002430 01  WS-AR-TOTAL-AMOUNT          PIC S9(11)V99 VALUE ZERO.
002440 01  WS-AR-INVOICE-HASH          PIC 9(12) VALUE ZERO.
002450 01  WS-AR-WRITTEN-SWITCH        PIC X(01) VALUE 'N'.
002460     88  WS-AR-WRITTEN           VALUE 'Y'.
002470 01  WS-SUM-TABLE-MAX            PIC 9(03) COMP VALUE 100.
002480 01  WS-SUM-USED                 PIC 9(03) COMP VALUE ZERO.
002490 01  WS-SUM-IX                   PIC 9(03) COMP VALUE ZERO.
002500 01  WS-SUM-SLOT                 PIC 9(03) COMP VALUE ZERO.
002510 01  WS-SUM-ENTRY-TABLE.
002520     05  WS-SUM-ENTRY OCCURS 100 TIMES.
002530         10  WS-SUM-CLIENT       PIC X(04).
002540         10  WS-SUM-OPERATION    PIC X(01).
002550         10  WS-SUM-COUNT        PIC S9(07) COMP.
002560 01  WS-ACTIVITY-COUNT           PIC 9(06) COMP VALUE ZERO.
002570 01  WS-ACTIVITY-COUNT-ED        PIC ZZZZZ9.
002580 01  WS-UNPRICED-COUNT           PIC 9(05) COMP VALUE ZERO.
002590 01  WS-UNPRICED-COUNT-ED        PIC ZZZZ9.
002600 01  WS-CURRENT-CLIENT           PIC X(04).
002610 01  WS-CLIENT-TABLE-MAX         PIC 9(02) COMP VALUE 20.
002620 01  WS-CLIENT-USED              PIC 9(02) COMP VALUE ZERO.
002630 01  WS-CLIENT-IX                PIC 9(02) COMP VALUE ZERO.
002640 01  WS-CLIENT-SLOT              PIC 9(02) COMP VALUE ZERO.
002650 01  WS-CLIENT-LIST.
002660     05  WS-CLIENT-CODE OCCURS 20 TIMES
002670                                 PIC X(04).
002680 01  WS-LINE-AMOUNT              PIC S9(09)V99 VALUE ZERO.
002690 01  WS-CLIENT-AMOUNT-DUE        PIC S9(09)V99 VALUE ZERO.
002700 01  WS-GRAND-AMOUNT-DUE         PIC S9(11)V99 VALUE ZERO.
002710 01  WS-CLIENT-AMOUNT-DUE-ED     PIC ---,---,--9.99.
002720 01  WS-LINE-AMOUNT-ED           PIC ---,---,--9.99.
002730 01  WS-GRAND-AMOUNT-DUE-ED      PIC -,---,---,--9.99.
002740 01  WS-DEPT-STATUS-CODE         PIC X(01).
002750     88  WS-DEPT-UNKNOWN         VALUE '?'.
002760 01  WS-DEPT-NAME                PIC X(20).
002770 COPY RPTCTL.
002780 01  WS-BILL-LINE.
002790     05  FILLER                  PIC X(10) VALUE "OPERATION ".
002800     05  BL-OPERATION            PIC X(01).
002810     05  FILLER                  PIC X(08) VALUE "  TRANS ".
002820     05  BL-TRANS-COUNT          PIC ------9.
002830     05  FILLER                  PIC X(07) VALUE "  RATE ".
002840     05  BL-RATE                 PIC ZZ9.99.
002850     05  FILLER                  PIC X(09) VALUE "  AMOUNT ".
002860     05  BL-AMOUNT               PIC ---,---,--9.99.
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  BL-FLAG                 PIC X(08).
002890 01  WS-BILL-EXPORT-ROW.
002900     05  BX-RUN-NUMBER           PIC 9(05).
002910     05  FILLER                  PIC X(01) VALUE ','.
002920     05  BX-BUSINESS-DATE        PIC 9(08).
002930     05  FILLER                  PIC X(01) VALUE ','.
002940     05  BX-DEPT                 PIC X(04).
002950     05  FILLER                  PIC X(01) VALUE ','.
002960     05  BX-INVOICE              PIC 9(08).
002970     05  FILLER                  PIC X(01) VALUE ','.
002980     05  BX-OPERATION            PIC X(01).
002990     05  FILLER                  PIC X(01) VALUE ','.
003000     05  BX-UNITS                PIC +9(07).
003010     05  FILLER                  PIC X(01) VALUE ','.
003020     05  BX-RATE                 PIC +9(07).99.
003030     05  FILLER                  PIC X(01) VALUE ','.
003040     05  BX-AMOUNT               PIC +9(09).99.
003050     05  FILLER                  PIC X(01) VALUE ','.
003060     05  BX-FLAG                 PIC X(08).
003070
003080*-----------------------
003090 PROCEDURE DIVISION.
003100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003110 0000-MAINLINE.
003120******************************************************************
003130* Pass one sums the month's activity rows by department and
003140* operation; pass two prices and prints one invoiced statement
003150* section per department; a clean run then sends the invoices
003160* to AR and clears the activity file so the new month starts at
003170* zero.  Without invoice numbers nothing is billed.
003180******************************************************************
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003200     IF WS-STEP-RC >= 12
003210         GO TO 0000-WRAP-UP
003220     END-IF.
003230     PERFORM 2000-SUM-ONE-ACTIVITY THRU 2000-EXIT
003240         UNTIL WS-EOF.
003250     PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT.
003260 0000-WRAP-UP.
003270     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003280     MOVE WS-STEP-RC TO RETURN-CODE.
003290     GOBACK.
003300
003310 1000-INITIALIZE.
003320     CALL "GETRUN" USING WS-RUN-NUMBER.
003330     MOVE "BILLING " TO RPT-PROGRAM-NAME.
003340     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER.
003350     MOVE 60 TO RPT-LINES-PER-PAGE.
003360     MOVE ZERO TO RPT-LINE-COUNT.
003370     MOVE ZERO TO RPT-PAGE-COUNT.
003380     MOVE 'D' TO RPT-REQUEST.
003390     MOVE "MONTHLY CHARGEBACK STATEMENTS BY DEPARTMENT"
003400         TO RPT-COLUMN-HEADING.
003410     OPEN EXTEND AUDIT-LOG-FILE.
003420     IF WS-AUDIT-STATUS = "00"
003430         SET WS-AUDIT-IS-OPEN TO TRUE
003440     END-IF.
003450     CALL "TIMESTMP" USING WS-TODAY.
003460     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
003470     PERFORM 1300-LOAD-MINIMUMS THRU 1300-EXIT.
003480     PERFORM 1400-READ-INVOICE-CONTROL THRU 1400-EXIT.
003490     IF WS-STEP-RC >= 12
003500         GO TO 1000-EXIT
003510     END-IF.
003520     OPEN OUTPUT BILL-REPORT-FILE.
003530     IF WS-REPORT-STATUS = "00"
003540         SET WS-REPORT-IS-OPEN TO TRUE
003550     END-IF.
003560     PERFORM 1050-OPEN-EXPORT-FILE THRU 1050-EXIT.
003570     OPEN INPUT BILL-ACTIVITY-FILE.
003580     IF WS-ACTIVITY-STATUS NOT = "00"
003590         DISPLAY "BILACTV OPEN FAILED, STATUS "
003600             WS-ACTIVITY-STATUS
003610         MOVE "ERROR" TO WS-STATUS-TEXT
003620         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003630         STRING "BILACTV OPEN FAILED, STATUS "
003640             WS-ACTIVITY-STATUS
003650             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003660         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003670         SET WS-EOF TO TRUE
003680         MOVE 12 TO WS-STEP-RC
003690         GO TO 1000-EXIT
003700     END-IF.
003710     SET WS-ACTIVITY-IS-OPEN TO TRUE.
003720     PERFORM 1200-READ-ACTIVITY THRU 1200-EXIT.
003730 1000-EXIT.
003740     EXIT.
003750
003760 1050-OPEN-EXPORT-FILE.
003770******************************************************************
003780* The BILLCSV spreadsheet export of the statement lines, headed
003790* by its column-heading row.  An unopenable export is reported
003800* but does not fail the run; the CTLVERFY foot will show the
003810* rows missing.
003820******************************************************************
003830     OPEN OUTPUT BILL-EXPORT-FILE.
003840     IF WS-EXPORT-STATUS NOT = "00"
003850         DISPLAY "BILLCSV OPEN FAILED, STATUS " WS-EXPORT-STATUS
003860         GO TO 1050-EXIT
003870     END-IF.
003880     SET WS-EXPORT-IS-OPEN TO TRUE.
003890     MOVE SPACES TO BILL-EXPORT-RECORD.
003900     STRING "RUN,BUSINESS-DATE,DEPT,INVOICE,OPERATION,UNITS,RATE,"
003910         "AMOUNT,FLAG"
003920         DELIMITED BY SIZE INTO BILL-EXPORT-RECORD.
003930     WRITE BILL-EXPORT-RECORD.
003940 1050-EXIT.
003950     EXIT.
003960
003970 1100-LOAD-RATE-TABLE.
003980******************************************************************
003990* Loads the per-transaction charge for each operation type.  An
004000* operation with no rate row bills at zero and is flagged on
004010* the statement, so a missing rate is visible to finance
004020* instead of silently free.  A row may carry an effective date
004030* and up to two volume tiers; blank ones (rows keyed before
004040* they existed) read as always effective and flat.
004050******************************************************************
004060     OPEN INPUT RATES-FILE.
004070     IF WS-RATES-STATUS NOT = "00"
004080         DISPLAY "BILRATES OPEN FAILED, STATUS " WS-RATES-STATUS
004090         GO TO 1100-EXIT
004100     END-IF.
004110     PERFORM 1150-LOAD-ONE-RATE THRU 1150-EXIT
004120         UNTIL WS-RATES-EOF OR WS-RATE-USED >= WS-RATE-TABLE-MAX.
004130     CLOSE RATES-FILE.
004140 1100-EXIT.
004150     EXIT.
004160
004170 1150-LOAD-ONE-RATE.
004180     READ RATES-FILE
004190         AT END
004200             SET WS-RATES-EOF TO TRUE
004210     END-READ.
004220     IF WS-RATES-EOF
004230         GO TO 1150-EXIT
004240     END-IF.
004250     ADD 1 TO WS-RATE-USED.
004260     MOVE BR-OPERATION TO WS-RT-OPERATION (WS-RATE-USED).
004270     MOVE BR-RATE TO WS-RT-RATE (WS-RATE-USED).
004280     MOVE ZERO TO WS-RT-EFFECTIVE (WS-RATE-USED).
004290     IF BR-EFFECTIVE-CCYYMMDD NUMERIC
004300         MOVE BR-EFFECTIVE-CCYYMMDD
004310             TO WS-RT-EFFECTIVE (WS-RATE-USED)
004320     END-IF.
004330     PERFORM 1160-LOAD-ONE-TIER THRU 1160-EXIT
004340         VARYING WS-TIER-IX FROM 1 BY 1
004350         UNTIL WS-TIER-IX > 2.
004360 1150-EXIT.
004370     EXIT.
004380
004390 1160-LOAD-ONE-TIER.
004400******************************************************************
004410* A tier counts only above a non-zero volume, and the second
004420* only above a higher volume than the first; anything else is
004430* loaded as no tier.
004440******************************************************************
004450     MOVE ZERO TO WS-RT-TIER-ABOVE (WS-RATE-USED, WS-TIER-IX).
004460     MOVE ZERO TO WS-RT-TIER-RATE (WS-RATE-USED, WS-TIER-IX).
004470     IF BR-TIER-ABOVE (WS-TIER-IX) NOT NUMERIC
004480         OR BR-TIER-RATE (WS-TIER-IX) NOT NUMERIC
004490         GO TO 1160-EXIT
004500     END-IF.
004510     IF WS-TIER-IX = 2
004520         IF WS-RT-TIER-ABOVE (WS-RATE-USED, 1) = ZERO
004530             OR BR-TIER-ABOVE (2) NOT >
004540                 WS-RT-TIER-ABOVE (WS-RATE-USED, 1)
004550             GO TO 1160-EXIT
004560         END-IF
004570     END-IF.
004580     MOVE BR-TIER-ABOVE (WS-TIER-IX)
004590         TO WS-RT-TIER-ABOVE (WS-RATE-USED, WS-TIER-IX).
004600     MOVE BR-TIER-RATE (WS-TIER-IX)
004610         TO WS-RT-TIER-RATE (WS-RATE-USED, WS-TIER-IX).
004620 1160-EXIT.
004630     EXIT.
004640
004650 1300-LOAD-MINIMUMS.
004660******************************************************************
004670* Loads the per-client monthly minimum charges.  The file is
004680* optional: without it no minimum applies.
004690******************************************************************
004700     OPEN INPUT MINIMUMS-FILE.
004710     IF WS-MINIMUMS-STATUS NOT = "00"
004720         DISPLAY "BILMINS NOT AVAILABLE - NO MINIMUM CHARGES"
004730         GO TO 1300-EXIT
004740     END-IF.
004750     PERFORM 1350-LOAD-ONE-MINIMUM THRU 1350-EXIT
004760         UNTIL WS-MINIMUMS-EOF OR WS-MIN-USED >= WS-MIN-TABLE-MAX.
004770     CLOSE MINIMUMS-FILE.
004780 1300-EXIT.
004790     EXIT.
004800
004810 1350-LOAD-ONE-MINIMUM.
004820     READ MINIMUMS-FILE
004830         AT END
004840             SET WS-MINIMUMS-EOF TO TRUE
004850     END-READ.
004860     IF WS-MINIMUMS-EOF
004870         GO TO 1350-EXIT
004880     END-IF.
004890     IF BM-MINIMUM-CHARGE NOT NUMERIC
004900         DISPLAY "BILMINS ROW IGNORED FOR " BM-CLIENT-ID
004910         GO TO 1350-EXIT
004920     END-IF.
004930     ADD 1 TO WS-MIN-USED.
004940     MOVE BM-CLIENT-ID TO WS-MN-CLIENT (WS-MIN-USED).
004950     MOVE BM-MINIMUM-CHARGE TO WS-MN-CHARGE (WS-MIN-USED).
004960     MOVE ZERO TO WS-MN-EFFECTIVE (WS-MIN-USED).
004970     IF BM-EFFECTIVE-CCYYMMDD NUMERIC
004980         MOVE BM-EFFECTIVE-CCYYMMDD
004990             TO WS-MN-EFFECTIVE (WS-MIN-USED)
005000     END-IF.
005010 1350-EXIT.
005020     EXIT.
005030
005040 1400-READ-INVOICE-CONTROL.
005050******************************************************************
005060* The control file holds the last invoice number issued.  Billing
005070* without it could reissue a number AR already holds, so a
005080* missing or unreadable control record stops the run.
005090******************************************************************
005100     OPEN INPUT INVOICE-CONTROL-FILE.
005110     IF WS-INVCTL-STATUS NOT = "00"
005120         DISPLAY "BILINVCT OPEN FAILED, STATUS " WS-INVCTL-STATUS
005130         MOVE "ERROR" TO WS-STATUS-TEXT
005140         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005150         STRING "BILINVCT OPEN FAILED, STATUS " WS-INVCTL-STATUS
005160             " - NOTHING BILLED"
005170             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005180         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005190         MOVE 12 TO WS-STEP-RC
005200         GO TO 1400-EXIT
005210     END-IF.
005220     READ INVOICE-CONTROL-FILE
005230         AT END
005240             MOVE "10" TO WS-INVCTL-STATUS
005250     END-READ.
005260     CLOSE INVOICE-CONTROL-FILE.
005270     IF WS-INVCTL-STATUS NOT = "00"
005280         OR IC-LAST-INVOICE NOT NUMERIC
005290         DISPLAY "BILINVCT CONTROL RECORD MISSING OR INVALID"
005300         MOVE "ERROR" TO WS-STATUS-TEXT
005310         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
005320         STRING "BILINVCT CONTROL RECORD MISSING OR INVALID"
005330             " - NOTHING BILLED"
005340             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005350         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
005360         MOVE 12 TO WS-STEP-RC
005370         GO TO 1400-EXIT
005380     END-IF.
005390     MOVE IC-LAST-INVOICE TO WS-LAST-INVOICE.
005400     MOVE IC-LAST-INVOICE TO WS-NEXT-INVOICE.
005410 1400-EXIT.
005420     EXIT.
005430
005440 1200-READ-ACTIVITY.
005450     READ BILL-ACTIVITY-FILE
005460         AT END
005470             SET WS-EOF TO TRUE
005480     END-READ.
005490     IF NOT WS-EOF
005500         ADD 1 TO WS-ACTIVITY-COUNT
005510     END-IF.
005520 1200-EXIT.
005530     EXIT.
005540
005550 2000-SUM-ONE-ACTIVITY.
005560******************************************************************
005570* Folds one nightly activity row into the month's summary slot
005580* for its department and operation.  The engines write their
005590* rows grouped by run, so the summary comes out in order of
005600* each department's first appearance in the month.  Reversals
005610* posted against the operation come off its count; rows written
005620* before the reversed count existed carry spaces there and net
005630* nothing.
005640******************************************************************
005650     MOVE ZERO TO WS-SUM-SLOT.
005660     PERFORM 2100-MATCH-SUMMARY-SLOT THRU 2100-EXIT
005670         VARYING WS-SUM-IX FROM 1 BY 1
005680         UNTIL WS-SUM-IX > WS-SUM-USED OR WS-SUM-SLOT > ZERO.
005690     IF WS-SUM-SLOT = ZERO
005700         AND WS-SUM-USED < WS-SUM-TABLE-MAX
005710         ADD 1 TO WS-SUM-USED
005720         MOVE WS-SUM-USED TO WS-SUM-SLOT
005730         MOVE BA-CLIENT-ID TO WS-SUM-CLIENT (WS-SUM-SLOT)
005740         MOVE BA-OPERATION TO WS-SUM-OPERATION (WS-SUM-SLOT)
005750         MOVE ZERO TO WS-SUM-COUNT (WS-SUM-SLOT)
005760     END-IF.
005770     IF WS-SUM-SLOT > ZERO
005780         ADD BA-TRANS-COUNT TO WS-SUM-COUNT (WS-SUM-SLOT)
005790         IF BA-REVERSED-COUNT NUMERIC
005800             SUBTRACT BA-REVERSED-COUNT
005810                 FROM WS-SUM-COUNT (WS-SUM-SLOT)
005820         END-IF
005830     END-IF.
005840     PERFORM 2200-NOTE-CLIENT THRU 2200-EXIT.
005850     PERFORM 1200-READ-ACTIVITY THRU 1200-EXIT.
005860 2000-EXIT.
005870     EXIT.
005880
005890 2100-MATCH-SUMMARY-SLOT.
005900     IF WS-SUM-CLIENT (WS-SUM-IX) = BA-CLIENT-ID
005910         AND WS-SUM-OPERATION (WS-SUM-IX) = BA-OPERATION
005920         MOVE WS-SUM-IX TO WS-SUM-SLOT
005930     END-IF.
005940 2100-EXIT.
005950     EXIT.
005960
005970 2200-NOTE-CLIENT.
005980******************************************************************
005990* Keeps the distinct departments in order of first appearance,
006000* so the statement pass prints one section per department no
006010* matter how its operations interleave with the others'.
006020******************************************************************
006030     MOVE ZERO TO WS-CLIENT-SLOT.
006040     PERFORM 2250-MATCH-ONE-CLIENT THRU 2250-EXIT
006050         VARYING WS-CLIENT-IX FROM 1 BY 1
006060         UNTIL WS-CLIENT-IX > WS-CLIENT-USED
006070             OR WS-CLIENT-SLOT > ZERO.
006080     IF WS-CLIENT-SLOT = ZERO
006090         AND WS-CLIENT-USED < WS-CLIENT-TABLE-MAX
006100         ADD 1 TO WS-CLIENT-USED
006110         MOVE BA-CLIENT-ID TO WS-CLIENT-CODE (WS-CLIENT-USED)
006120     END-IF.
006130 2200-EXIT.
006140     EXIT.
006150
006160 2250-MATCH-ONE-CLIENT.
006170     IF WS-CLIENT-CODE (WS-CLIENT-IX) = BA-CLIENT-ID
006180         MOVE WS-CLIENT-IX TO WS-CLIENT-SLOT
006190     END-IF.
006200 2250-EXIT.
006210     EXIT.
006220
006230 3000-PRINT-STATEMENTS.
006240******************************************************************
006250* One statement section per department, in order of first
006260* appearance in the month, each holding every operation that
006270* department used and one amount-due total.
006280******************************************************************
006290     PERFORM 3100-PRINT-ONE-CLIENT THRU 3100-EXIT
006300         VARYING WS-CLIENT-IX FROM 1 BY 1
006310         UNTIL WS-CLIENT-IX > WS-CLIENT-USED.
006320     PERFORM 3600-WRITE-GRAND-TOTAL THRU 3600-EXIT.
006330     PERFORM 3700-SAVE-INVOICE-CONTROL THRU 3700-EXIT.
006340 3000-EXIT.
006350     EXIT.
006360
006370 3100-PRINT-ONE-CLIENT.
006380     MOVE WS-CLIENT-CODE (WS-CLIENT-IX) TO WS-CURRENT-CLIENT.
006390     PERFORM 3200-START-CLIENT-STATEMENT THRU 3200-EXIT.
006400     PERFORM 3250-PRINT-CLIENT-LINES THRU 3250-EXIT
006410         VARYING WS-SUM-IX FROM 1 BY 1
006420         UNTIL WS-SUM-IX > WS-SUM-USED.
006430     PERFORM 3500-WRITE-CLIENT-TOTAL THRU 3500-EXIT.
006440 3100-EXIT.
006450     EXIT.
006460
006470 3250-PRINT-CLIENT-LINES.
006480     IF WS-SUM-CLIENT (WS-SUM-IX) = WS-CURRENT-CLIENT
006490         PERFORM 3300-PRICE-ONE-LINE THRU 3300-EXIT
006500     END-IF.
006510 3250-EXIT.
006520     EXIT.
006530
006540 3200-START-CLIENT-STATEMENT.
006550******************************************************************
006560* Every statement takes the next invoice number, printed under
006570* the statement heading with the billing date and period.
006580******************************************************************
006590     MOVE ZERO TO WS-CLIENT-AMOUNT-DUE.
006600     ADD 1 TO WS-NEXT-INVOICE.
006610     IF WS-FIRST-INVOICE = ZERO
006620         MOVE WS-NEXT-INVOICE TO WS-FIRST-INVOICE
006630     END-IF.
006640     ADD 1 TO WS-INVOICE-COUNT.
006650     CALL "DEPTLKUP" USING WS-CURRENT-CLIENT WS-DEPT-STATUS-CODE
006660         WS-DEPT-NAME.
006670     IF WS-DEPT-UNKNOWN
006680         MOVE "** UNKNOWN DEPT **" TO WS-DEPT-NAME
006690     END-IF.
006700     MOVE WS-NEXT-INVOICE TO WS-IV-NUMBER (WS-INVOICE-COUNT).
006710     MOVE WS-CURRENT-CLIENT TO WS-IV-CLIENT (WS-INVOICE-COUNT).
006720     MOVE WS-DEPT-NAME TO WS-IV-NAME (WS-INVOICE-COUNT).
006730     MOVE ZERO TO WS-IV-AMOUNT (WS-INVOICE-COUNT).
006740     MOVE SPACE TO WS-IV-MINIMUM-FLAG (WS-INVOICE-COUNT).
006750     IF WS-REPORT-IS-OPEN
006760         MOVE SPACES TO RPT-DETAIL-LINE
006770         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
006780         MOVE SPACES TO RPT-DETAIL-LINE
006790         STRING "CHARGEBACK STATEMENT - DEPT "
006800             WS-CURRENT-CLIENT " - " WS-DEPT-NAME
006810             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
006820         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
006830         MOVE WS-NEXT-INVOICE TO WS-INVOICE-ED
006840         MOVE SPACES TO RPT-DETAIL-LINE
006850         STRING "INVOICE " WS-INVOICE-ED
006860             "  DATE " WS-BILL-CCYYMMDD
006870             "  PERIOD " WS-BILL-PERIOD
006880             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
006890         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
006900     END-IF.
006910 3200-EXIT.
006920     EXIT.
006930
006940 3300-PRICE-ONE-LINE.
006950******************************************************************
006960* Prices one operation's monthly count at its rate.  No rate on
006970* file bills at zero, counts as unpriced, and the line is
006980* flagged NO RATE so the gap shows up on the statement instead
006990* of as silently free machine time.  A net count below zero
007000* prices as a credit and is flagged CREDIT.  Tiers are
007010* graduated: the row's unit price covers the count up to the
007020* first tier volume and prints as the first line; each tier's
007030* price covers the count above its volume (up to the next
007040* tier's) and prints as a TIER 2 or TIER 3 line.
007050******************************************************************
007060     MOVE ZERO TO WS-THIS-RATE.
007070     MOVE ZERO TO WS-RATE-SLOT.
007080     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
007090     PERFORM 3350-MATCH-RATE THRU 3350-EXIT
007100         VARYING WS-RATE-IX FROM 1 BY 1
007110         UNTIL WS-RATE-IX > WS-RATE-USED.
007120     MOVE SPACES TO WS-BAND-FLAG.
007130     MOVE WS-SUM-COUNT (WS-SUM-IX) TO WS-BAND-UNITS.
007140     IF WS-RATE-FOUND
007150         MOVE WS-RT-RATE (WS-RATE-SLOT) TO WS-THIS-RATE
007160         IF WS-RT-TIER-ABOVE (WS-RATE-SLOT, 1) > ZERO
007170             AND WS-SUM-COUNT (WS-SUM-IX) >
007180                 WS-RT-TIER-ABOVE (WS-RATE-SLOT, 1)
007190             MOVE WS-RT-TIER-ABOVE (WS-RATE-SLOT, 1)
007200                 TO WS-BAND-UNITS
007210         END-IF
007220     END-IF.
007230     MOVE WS-THIS-RATE TO WS-BAND-RATE.
007240     IF WS-SUM-COUNT (WS-SUM-IX) < ZERO
007250         MOVE "CREDIT" TO WS-BAND-FLAG
007260     END-IF.
007270     IF NOT WS-RATE-FOUND
007280         ADD 1 TO WS-UNPRICED-COUNT
007290         MOVE "NO RATE" TO WS-BAND-FLAG
007300     END-IF.
007310     PERFORM 3400-WRITE-BAND-LINE THRU 3400-EXIT.
007320     IF NOT WS-RATE-FOUND
007330         GO TO 3300-EXIT
007340     END-IF.
007350     PERFORM 3450-PRICE-ONE-TIER THRU 3450-EXIT
007360         VARYING WS-TIER-IX FROM 1 BY 1
007370         UNTIL WS-TIER-IX > 2.
007380 3300-EXIT.
007390     EXIT.
007400
007410 3350-MATCH-RATE.
007420******************************************************************
007430* The operation's row with the latest effective date on or
007440* before the billing date; a later row on file is a future rate
007450* change and is passed over until its date comes.
007460******************************************************************
007470     IF WS-RT-OPERATION (WS-RATE-IX) NOT =
007480             WS-SUM-OPERATION (WS-SUM-IX)
007490         OR WS-RT-EFFECTIVE (WS-RATE-IX) > WS-BILL-CCYYMMDD
007500         GO TO 3350-EXIT
007510     END-IF.
007520     IF WS-RATE-FOUND
007530         IF WS-RT-EFFECTIVE (WS-RATE-IX) <
007540                 WS-RT-EFFECTIVE (WS-RATE-SLOT)
007550             GO TO 3350-EXIT
007560         END-IF
007570     END-IF.
007580     MOVE WS-RATE-IX TO WS-RATE-SLOT.
007590     SET WS-RATE-FOUND TO TRUE.
007600 3350-EXIT.
007610     EXIT.
007620
007630 3400-WRITE-BAND-LINE.
007640     COMPUTE WS-LINE-AMOUNT = WS-BAND-UNITS * WS-BAND-RATE.
007650     ADD WS-LINE-AMOUNT TO WS-CLIENT-AMOUNT-DUE.
007660     ADD WS-LINE-AMOUNT TO WS-GRAND-AMOUNT-DUE.
007670     MOVE SPACES TO WS-BILL-LINE.
007680     MOVE WS-SUM-OPERATION (WS-SUM-IX) TO BL-OPERATION.
007690     MOVE WS-BAND-UNITS TO BL-TRANS-COUNT.
007700     MOVE WS-BAND-RATE TO BL-RATE.
007710     MOVE WS-LINE-AMOUNT TO BL-AMOUNT.
007720     MOVE WS-BAND-FLAG TO BL-FLAG.
007730     IF WS-REPORT-IS-OPEN
007740         MOVE WS-BILL-LINE TO RPT-DETAIL-LINE
007750         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
007760         ADD 1 TO WS-PRINTED-LINE-COUNT
007770     END-IF.
007780     MOVE WS-SUM-OPERATION (WS-SUM-IX) TO BX-OPERATION.
007790     MOVE WS-BAND-UNITS TO BX-UNITS.
007800     MOVE WS-BAND-RATE TO BX-RATE.
007810     MOVE WS-BAND-FLAG TO BX-FLAG.
007820     PERFORM 3420-WRITE-EXPORT-ROW THRU 3420-EXIT.
007830 3400-EXIT.
007840     EXIT.
007850
007860 3420-WRITE-EXPORT-ROW.
007870******************************************************************
007880* One BILLCSV row per printed statement line, carrying the run,
007890* the billing date, the department and its invoice number; the
007900* caller has set the operation, units, rate and flag.
007910******************************************************************
007920     IF NOT WS-EXPORT-IS-OPEN
007930         GO TO 3420-EXIT
007940     END-IF.
007950     MOVE WS-RUN-NUMBER TO BX-RUN-NUMBER.
007960     MOVE WS-BILL-CCYYMMDD TO BX-BUSINESS-DATE.
007970     MOVE WS-CURRENT-CLIENT TO BX-DEPT.
007980     MOVE WS-NEXT-INVOICE TO BX-INVOICE.
007990     MOVE WS-LINE-AMOUNT TO BX-AMOUNT.
008000     MOVE WS-BILL-EXPORT-ROW TO BILL-EXPORT-RECORD.
008010     WRITE BILL-EXPORT-RECORD.
008020     ADD 1 TO WS-EXPORT-ROW-COUNT.
008030     ADD WS-LINE-AMOUNT TO WS-EXPORT-HASH.
008040 3420-EXIT.
008050     EXIT.
008060
008070 3450-PRICE-ONE-TIER.
008080     IF WS-RT-TIER-ABOVE (WS-RATE-SLOT, WS-TIER-IX) = ZERO
008090         OR WS-SUM-COUNT (WS-SUM-IX) NOT >
008100             WS-RT-TIER-ABOVE (WS-RATE-SLOT, WS-TIER-IX)
008110         GO TO 3450-EXIT
008120     END-IF.
008130     COMPUTE WS-BAND-UNITS = WS-SUM-COUNT (WS-SUM-IX)
008140         - WS-RT-TIER-ABOVE (WS-RATE-SLOT, WS-TIER-IX).
008150     IF WS-TIER-IX = 1
008160         IF WS-RT-TIER-ABOVE (WS-RATE-SLOT, 2) > ZERO
008170             AND WS-SUM-COUNT (WS-SUM-IX) >
008180                 WS-RT-TIER-ABOVE (WS-RATE-SLOT, 2)
008190             COMPUTE WS-BAND-UNITS =
008200                 WS-RT-TIER-ABOVE (WS-RATE-SLOT, 2)
008210                 - WS-RT-TIER-ABOVE (WS-RATE-SLOT, 1)
008220         END-IF
008230     END-IF.
008240     MOVE WS-RT-TIER-RATE (WS-RATE-SLOT, WS-TIER-IX)
008250         TO WS-BAND-RATE.
008260     COMPUTE WS-TIER-NUMBER = WS-TIER-IX + 1.
008270     MOVE SPACES TO WS-BAND-FLAG.
008280     STRING "TIER " WS-TIER-NUMBER
008290         DELIMITED BY SIZE INTO WS-BAND-FLAG.
008300     PERFORM 3400-WRITE-BAND-LINE THRU 3400-EXIT.
008310 3450-EXIT.
008320     EXIT.
008330
008340 3500-WRITE-CLIENT-TOTAL.
008350     PERFORM 3550-APPLY-MINIMUM THRU 3550-EXIT.
008360     MOVE WS-CLIENT-AMOUNT-DUE TO WS-IV-AMOUNT (WS-INVOICE-COUNT).
008370     MOVE WS-CLIENT-AMOUNT-DUE TO WS-CLIENT-AMOUNT-DUE-ED.
008380     IF WS-REPORT-IS-OPEN
008390         MOVE SPACES TO RPT-DETAIL-LINE
008400         STRING "DEPT " WS-CURRENT-CLIENT
008410             " AMOUNT DUE: " WS-CLIENT-AMOUNT-DUE-ED
008420             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
008430         MOVE 'T' TO RPT-REQUEST
008440         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
008450     END-IF.
008460 3500-EXIT.
008470     EXIT.
008480
008490 3550-APPLY-MINIMUM.
008500******************************************************************
008510* A client whose month prices below its minimum charge (the row
008520* effective on the billing date) is billed up to the minimum on
008530* a separate adjustment line, and its invoice is marked for AR.
008540******************************************************************
008550     MOVE 'N' TO WS-MINIMUM-SWITCH.
008560     MOVE ZERO TO WS-MIN-SLOT.
008570     PERFORM 3560-MATCH-MINIMUM THRU 3560-EXIT
008580         VARYING WS-MIN-IX FROM 1 BY 1
008590         UNTIL WS-MIN-IX > WS-MIN-USED.
008600     IF WS-MIN-SLOT = ZERO
008610         GO TO 3550-EXIT
008620     END-IF.
008630     IF WS-CLIENT-AMOUNT-DUE NOT < WS-MN-CHARGE (WS-MIN-SLOT)
008640         GO TO 3550-EXIT
008650     END-IF.
008660     SET WS-MINIMUM-APPLIED TO TRUE.
008670     MOVE 'M' TO WS-IV-MINIMUM-FLAG (WS-INVOICE-COUNT).
008680     COMPUTE WS-LINE-AMOUNT =
008690         WS-MN-CHARGE (WS-MIN-SLOT) - WS-CLIENT-AMOUNT-DUE.
008700     ADD WS-LINE-AMOUNT TO WS-CLIENT-AMOUNT-DUE.
008710     ADD WS-LINE-AMOUNT TO WS-GRAND-AMOUNT-DUE.
008720     IF WS-REPORT-IS-OPEN
008730         MOVE WS-MN-CHARGE (WS-MIN-SLOT) TO WS-MINIMUM-ED
008740         MOVE WS-LINE-AMOUNT TO WS-LINE-AMOUNT-ED
008750         MOVE SPACES TO RPT-DETAIL-LINE
008760         STRING "MONTHLY MINIMUM " WS-MINIMUM-ED
008770             "  ADJUSTMENT " WS-LINE-AMOUNT-ED " MINIMUM"
008780             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
008790         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
008800         ADD 1 TO WS-PRINTED-LINE-COUNT
008810     END-IF.
008820     MOVE SPACE TO BX-OPERATION.
008830     MOVE ZERO TO BX-UNITS.
008840     MOVE WS-MN-CHARGE (WS-MIN-SLOT) TO BX-RATE.
008850     MOVE "MINIMUM" TO BX-FLAG.
008860     PERFORM 3420-WRITE-EXPORT-ROW THRU 3420-EXIT.
008870 3550-EXIT.
008880     EXIT.
008890
008900 3560-MATCH-MINIMUM.
008910     IF WS-MN-CLIENT (WS-MIN-IX) NOT = WS-CURRENT-CLIENT
008920         OR WS-MN-EFFECTIVE (WS-MIN-IX) > WS-BILL-CCYYMMDD
008930         GO TO 3560-EXIT
008940     END-IF.
008950     IF WS-MIN-SLOT > ZERO
008960         IF WS-MN-EFFECTIVE (WS-MIN-IX) <
008970                 WS-MN-EFFECTIVE (WS-MIN-SLOT)
008980             GO TO 3560-EXIT
008990         END-IF
009000     END-IF.
009010     MOVE WS-MIN-IX TO WS-MIN-SLOT.
009020 3560-EXIT.
009030     EXIT.
009040
009050 3600-WRITE-GRAND-TOTAL.
009060     MOVE WS-GRAND-AMOUNT-DUE TO WS-GRAND-AMOUNT-DUE-ED.
009070     IF WS-REPORT-IS-OPEN
009080         MOVE SPACES TO RPT-DETAIL-LINE
009090         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
009100         STRING "TOTAL CHARGEBACK DUE: " WS-GRAND-AMOUNT-DUE-ED
009110             " RUN " WS-RUN-NUMBER-ED
009120             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
009130         MOVE 'T' TO RPT-REQUEST
009140         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
009150         MOVE WS-INVOICE-COUNT TO WS-INVOICE-COUNT-ED
009160         MOVE WS-FIRST-INVOICE TO WS-INVOICE-ED
009170         MOVE WS-NEXT-INVOICE TO WS-LAST-INVOICE-ED
009180         MOVE SPACES TO RPT-DETAIL-LINE
009190         IF WS-INVOICE-COUNT > ZERO
009200             STRING "INVOICES ISSUED: " WS-INVOICE-COUNT-ED
009210                 "  NUMBERS " WS-INVOICE-ED " TO "
009220                 WS-LAST-INVOICE-ED
009230                 DELIMITED BY SIZE INTO RPT-DETAIL-LINE
009240         ELSE
009250             MOVE "INVOICES ISSUED: NONE" TO RPT-DETAIL-LINE
009260         END-IF
009270         MOVE 'T' TO RPT-REQUEST
009280         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
009290     END-IF.
009300 3600-EXIT.
009310     EXIT.
009320
009330 3700-SAVE-INVOICE-CONTROL.
009340******************************************************************
009350* The numbers printed are spent whether or not AR ever sees
009360* them, so the control file moves on as soon as the statements
009370* are out.  If it cannot be rewritten the same numbers would be
009380* issued again next run, so the run fails and the AR feed is
009390* not written.
009400******************************************************************
009410     IF WS-INVOICE-COUNT = ZERO
009420         GO TO 3700-EXIT
009430     END-IF.
009440     MOVE WS-NEXT-INVOICE TO IC-LAST-INVOICE.
009450     MOVE WS-BILL-CCYYMMDD TO IC-LAST-CCYYMMDD.
009460     OPEN OUTPUT INVOICE-CONTROL-FILE.
009470     IF WS-INVCTL-STATUS NOT = "00"
009480         DISPLAY "BILINVCT REWRITE FAILED, STATUS "
009490             WS-INVCTL-STATUS
009500         MOVE WS-FIRST-INVOICE TO WS-INVOICE-ED
009510         MOVE WS-NEXT-INVOICE TO WS-LAST-INVOICE-ED
009520         MOVE "ERROR" TO WS-STATUS-TEXT
009530         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
009540         STRING "BILINVCT REWRITE FAILED - INVOICES "
009550             WS-INVOICE-ED " TO " WS-LAST-INVOICE-ED
009560             " NOT RECORDED"
009570             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
009580         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
009590         MOVE 12 TO WS-STEP-RC
009600         GO TO 3700-EXIT
009610     END-IF.
009620     WRITE INVOICE-CONTROL-RECORD.
009630     CLOSE INVOICE-CONTROL-FILE.
009640 3700-EXIT.
009650     EXIT.
009660
009670 8000-FINALIZE.
009680     IF WS-ACTIVITY-IS-OPEN
009690         CLOSE BILL-ACTIVITY-FILE
009700     END-IF.
009710     IF WS-REPORT-IS-OPEN
009720         CLOSE BILL-REPORT-FILE
009730     END-IF.
009740     IF WS-EXPORT-IS-OPEN
009750         CLOSE BILL-EXPORT-FILE
009760     END-IF.
009770     MOVE WS-ACTIVITY-COUNT TO WS-ACTIVITY-COUNT-ED.
009780     MOVE WS-UNPRICED-COUNT TO WS-UNPRICED-COUNT-ED.
009790     MOVE WS-INVOICE-COUNT TO WS-INVOICE-COUNT-ED.
009800     DISPLAY "Activity rows billed : " WS-ACTIVITY-COUNT-ED.
009810     DISPLAY "Lines with no rate   : " WS-UNPRICED-COUNT-ED.
009820     DISPLAY "Invoices issued      : " WS-INVOICE-COUNT-ED.
009830     IF WS-ACTIVITY-IS-OPEN AND WS-REPORT-IS-OPEN
009840         AND WS-UNPRICED-COUNT = ZERO AND WS-STEP-RC < 12
009850         PERFORM 8200-WRITE-AR-FEED THRU 8200-EXIT
009860     END-IF.
009870     IF WS-REPORT-IS-OPEN AND WS-STEP-RC < 12
009880         PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT
009890     END-IF.
009900     IF WS-AR-WRITTEN
009910         PERFORM 8100-CLEAR-ACTIVITY-FILE THRU 8100-EXIT
009920         MOVE "OK" TO WS-STATUS-TEXT
009930         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
009940         STRING "BILLING DONE, ROWS " WS-ACTIVITY-COUNT-ED
009950             " NO-RATE LINES " WS-UNPRICED-COUNT-ED
009960             " INVOICES " WS-INVOICE-COUNT-ED
009970             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
009980         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
009990     END-IF.
010000     IF WS-UNPRICED-COUNT > ZERO
010010         DISPLAY "UNPRICED LINES - ACTIVITY RETAINED TO RE-BILL"
010020         MOVE "WARN" TO WS-STATUS-TEXT
010030         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
010040         STRING "BILLING PRICED " WS-UNPRICED-COUNT-ED
010050             " LINES AT ZERO - ACTIVITY RETAINED TO RE-BILL"
010060             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
010070         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
010080         IF WS-INVOICE-COUNT > ZERO
010090             MOVE WS-FIRST-INVOICE TO WS-INVOICE-ED
010100             MOVE WS-NEXT-INVOICE TO WS-LAST-INVOICE-ED
010110             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
010120             STRING "AR FEED WITHHELD - INVOICES " WS-INVOICE-ED
010130                 " TO " WS-LAST-INVOICE-ED " VOID"
010140                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
010150             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
010160         END-IF
010170         IF WS-STEP-RC < 4
010180             MOVE 4 TO WS-STEP-RC
010190         END-IF
010200     END-IF.
010210     IF WS-AUDIT-IS-OPEN
010220         CLOSE AUDIT-LOG-FILE
010230     END-IF.
010240 8000-EXIT.
010250     EXIT.
010260
010270 8100-CLEAR-ACTIVITY-FILE.
010280******************************************************************
010290* A fully billed month is a spent month: the activity file is
010300* rewritten empty so the engines' nightly appends start the new
010310* month at zero.  Only a run that read the activity, produced
010320* the statements, priced every line, AND handed the invoices to
010330* AR gets here -- a failed run, or one that billed lines at zero
010340* for want of a rate row, leaves the month's activity intact to
010350* bill again.
010360******************************************************************
010370     OPEN OUTPUT BILL-ACTIVITY-FILE.
010380     IF WS-ACTIVITY-STATUS = "00"
010390         CLOSE BILL-ACTIVITY-FILE
010400     ELSE
010410         DISPLAY "BILACTV CLEAR FAILED, STATUS "
010420             WS-ACTIVITY-STATUS
010430     END-IF.
010440     MOVE 'N' TO WS-ACTIVITY-OPEN-SWITCH.
010450 8100-EXIT.
010460     EXIT.
010470
010480 8200-WRITE-AR-FEED.
010490******************************************************************
010500* The accounts-receivable interface: a header, one detail per
010510* invoice in statement order, and a trailer with the invoice
010520* count, the total amount due, and a hash of the invoice numbers
010530* AR checks before loading.  Written only for a month in which
010540* every line priced, so AR never loads a statement that will be
010550* billed again.
010560******************************************************************
010570     OPEN OUTPUT AR-INVOICE-FILE.
010580     IF WS-AR-STATUS NOT = "00"
010590         DISPLAY "ARINVC OPEN FAILED, STATUS " WS-AR-STATUS
010600         MOVE "ERROR" TO WS-STATUS-TEXT
010610         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
010620         STRING "ARINVC OPEN FAILED, STATUS " WS-AR-STATUS
010630             " - ACTIVITY RETAINED TO RE-BILL"
010640             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
010650         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
010660         MOVE 12 TO WS-STEP-RC
010670         GO TO 8200-EXIT
010680     END-IF.
010690     MOVE SPACES TO AR-INVOICE-HEADER.
010700     MOVE 'H' TO AR-REC-TYPE.
010710     MOVE "BILLING " TO ARH-SOURCE-SYSTEM.
010720     MOVE WS-BILL-CCYYMMDD TO ARH-CREATED-CCYYMMDD.
010730     MOVE WS-BILL-PERIOD TO ARH-BILLING-PERIOD.
010740     MOVE WS-RUN-NUMBER TO ARH-RUN-NUMBER.
010750     MOVE WS-FIRST-INVOICE TO ARH-FIRST-INVOICE.
010760     WRITE AR-INVOICE-HEADER.
010770     PERFORM 8250-WRITE-ONE-INVOICE THRU 8250-EXIT
010780         VARYING WS-INVOICE-IX FROM 1 BY 1
010790         UNTIL WS-INVOICE-IX > WS-INVOICE-COUNT.
010800     MOVE SPACES TO AR-INVOICE-TRAILER.
010810     MOVE 'T' TO AR-REC-TYPE.
010820     MOVE WS-AR-DETAIL-COUNT TO ART-INVOICE-COUNT.
010830     MOVE WS-AR-TOTAL-AMOUNT TO ART-TOTAL-AMOUNT.
010840     MOVE WS-AR-INVOICE-HASH TO ART-INVOICE-HASH.
010850     WRITE AR-INVOICE-TRAILER.
010860     CLOSE AR-INVOICE-FILE.
010870     SET WS-AR-WRITTEN TO TRUE.
010880 8200-EXIT.
010890     EXIT.
010900
010910 8250-WRITE-ONE-INVOICE.
010920     MOVE SPACES TO AR-INVOICE-RECORD.
010930     MOVE 'D' TO AR-REC-TYPE.
010940     MOVE WS-IV-NUMBER (WS-INVOICE-IX) TO AR-INVOICE-NUMBER.
010950     MOVE WS-IV-CLIENT (WS-INVOICE-IX) TO AR-CLIENT-ID.
010960     MOVE WS-IV-NAME (WS-INVOICE-IX) TO AR-CLIENT-NAME.
010970     MOVE WS-BILL-CCYYMMDD TO AR-INVOICE-CCYYMMDD.
010980     MOVE WS-BILL-PERIOD TO AR-BILLING-PERIOD.
010990     MOVE WS-IV-AMOUNT (WS-INVOICE-IX) TO AR-AMOUNT-DUE.
011000     MOVE WS-IV-MINIMUM-FLAG (WS-INVOICE-IX) TO AR-MINIMUM-FLAG.
011010     MOVE WS-RUN-NUMBER TO AR-RUN-NUMBER.
011020     WRITE AR-INVOICE-RECORD.
011030     ADD 1 TO WS-AR-DETAIL-COUNT.
011040     ADD WS-IV-AMOUNT (WS-INVOICE-IX) TO WS-AR-TOTAL-AMOUNT.
011050     ADD WS-IV-NUMBER (WS-INVOICE-IX) TO WS-AR-INVOICE-HASH.
011060 8250-EXIT.
011070     EXIT.
011080
011090 8600-APPEND-CONTROL-LEDGER.
011100******************************************************************
011110* Two ledger rows: the statements (activity rows in, invoices
011120* out, unpriced lines rejected, total due as the hash) and, when
011130* it was written, the AR feed (invoices in, details out, its
011140* trailer total as the hash), so CTLVERFY can foot the feed
011150* against the statements.  A withheld feed ledgers no row.  A
011160* third row foots the BILLCSV export: statement lines printed in,
011170* rows exported out, the exported amounts as the hash.
011180******************************************************************
011190     OPEN EXTEND CONTROL-LEDGER-FILE.
011200     IF WS-LEDGER-STATUS NOT = "00"
011210         DISPLAY "CTLLEDG OPEN FAILED, STATUS " WS-LEDGER-STATUS
011220         GO TO 8600-EXIT
011230     END-IF.
011240     MOVE SPACES TO CONTROL-LEDGER-RECORD.
011250     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
011260     MOVE "BILLING " TO CL-PROGRAM-ID.
011270     MOVE "BILLRPT " TO CL-INTERFACE.
011280     MOVE WS-ACTIVITY-COUNT TO CL-RECORDS-IN.
011290     MOVE WS-INVOICE-COUNT TO CL-RECORDS-OUT.
011300     MOVE WS-UNPRICED-COUNT TO CL-RECORDS-REJECTED.
011310     MOVE WS-GRAND-AMOUNT-DUE TO CL-HASH-TOTAL.
011320     WRITE CONTROL-LEDGER-RECORD.
011330     IF WS-AR-WRITTEN
011340         MOVE SPACES TO CONTROL-LEDGER-RECORD
011350         MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER
011360         MOVE "BILLING " TO CL-PROGRAM-ID
011370         MOVE "ARINVC  " TO CL-INTERFACE
011380         MOVE WS-INVOICE-COUNT TO CL-RECORDS-IN
011390         MOVE WS-AR-DETAIL-COUNT TO CL-RECORDS-OUT
011400         MOVE ZERO TO CL-RECORDS-REJECTED
011410         MOVE WS-AR-TOTAL-AMOUNT TO CL-HASH-TOTAL
011420         WRITE CONTROL-LEDGER-RECORD
011430     END-IF.
011440     MOVE SPACES TO CONTROL-LEDGER-RECORD.
011450     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
011460     MOVE "BILLING " TO CL-PROGRAM-ID.
011470     MOVE "BILLCSV " TO CL-INTERFACE.
011480     MOVE WS-PRINTED-LINE-COUNT TO CL-RECORDS-IN.
011490     MOVE WS-EXPORT-ROW-COUNT TO CL-RECORDS-OUT.
011500     MOVE ZERO TO CL-RECORDS-REJECTED.
011510     MOVE WS-EXPORT-HASH TO CL-HASH-TOTAL.
011520     WRITE CONTROL-LEDGER-RECORD.
011530     CLOSE CONTROL-LEDGER-FILE.
011540 8600-EXIT.
011550     EXIT.
011560
011570 9500-WRITE-REPORT-LINE.
011580******************************************************************
011590* Hands one line through the shared RPTWRTR report writer and
011600* writes the heading block first whenever a new page starts.
011610* The request code resets to detail after every line so trailer
011620* callers set it per line.
011630******************************************************************
011640     CALL "RPTWRTR" USING RPT-CONTROL.
011650     IF RPT-NEW-PAGE
011660         MOVE RPT-HEADING-1 TO BILL-REPORT-RECORD
011670         WRITE BILL-REPORT-RECORD
011680         MOVE RPT-HEADING-2 TO BILL-REPORT-RECORD
011690         WRITE BILL-REPORT-RECORD
011700         MOVE RPT-HEADING-3 TO BILL-REPORT-RECORD
011710         WRITE BILL-REPORT-RECORD
011720     END-IF.
011730     MOVE RPT-DETAIL-LINE TO BILL-REPORT-RECORD.
011740     WRITE BILL-REPORT-RECORD.
011750     MOVE 'D' TO RPT-REQUEST.
011760 9500-EXIT.
011770     EXIT.
011780
011790 9000-WRITE-AUDIT-ENTRY.
011800******************************************************************
011810* Stamps and writes one audit record.  The caller sets
011820* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
011830* this paragraph.
011840******************************************************************
011850     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
011860     MOVE SPACES TO AUDIT-LOG-RECORD.
011870     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
011880     MOVE "BILLING " TO AUDIT-PROGRAM-ID.
011890     MOVE SPACES TO AUDIT-USER-ID.
011900     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
011910     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
011920     IF WS-STATUS-TEXT = "OK"
011930         SET AUDIT-IS-INFO TO TRUE
011940     ELSE
011950         IF WS-STATUS-TEXT = "ERROR"
011960             SET AUDIT-IS-ERROR TO TRUE
011970         ELSE
011980             SET AUDIT-IS-WARNING TO TRUE
011990         END-IF
012000     END-IF.
012010     IF WS-AUDIT-IS-OPEN
012020         WRITE AUDIT-LOG-RECORD
012030     END-IF.
012040 9000-EXIT.
012050     EXIT.
012060
012070** add other procedures here
012080 END PROGRAM BILLING.
