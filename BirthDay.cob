001080* 2026-09-02  DW   Appends its control totals to the shared
001090*                  CTLLEDG nightly ledger for the CTLVERFY
001100*                  cross-foot of the hand-off seams.
001110* 2026-10-15  DW   The calendar's 'Y' year-end date is a business
001120*                  day here too.
001130* 2026-10-15  DW   Simulation mode: SIMULATION in the report and
001140*                  exception headings; a simulated night writes no
001150*                  CTLLEDG rows.
001160* 2026-10-15  DW   BDAYCSV comma-delimited export of the
001170*                  demographics section for spreadsheet users: a
001180*                  column-heading row (SIM-RUN heading the run
001190*                  column on a simulated night), then one row per
001200*                  age band and one for the retirement projection,
001210*                  with the run number and business date and the
001220*                  counts unedited with their sign.  A BDAYCSV
001230*                  ledger row of lines printed against rows
001240*                  exported, written on every non-simulated night,
001250*                  lets CTLVERFY foot the two.
001260* 2026-10-15  DW   Batch runs take the business date from
001270*                  GETBDATE.
001280******************************************************************
001290 IDENTIFICATION DIVISION.
001300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001310 PROGRAM-ID. BIRTHDAY.
001320 ENVIRONMENT DIVISION.
001330*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001340 CONFIGURATION SECTION.
001350*-----------------------
001360 INPUT-OUTPUT SECTION.
001370*-----------------------
001380 FILE-CONTROL.
001390     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
001400         ORGANIZATION IS INDEXED
001410         ACCESS MODE IS SEQUENTIAL
001420         RECORD KEY IS EMP-ID
001430         FILE STATUS IS WS-EMPMAST-STATUS.
001440     SELECT PRINT-FILE ASSIGN TO "BDAYRPT"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WS-PRINT-STATUS.
001470     SELECT AUDIT-LOG-FILE ASSIGN TO "BDAYAUDT"
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS WS-AUDIT-STATUS.
001500     SELECT EXTRACT-FILE ASSIGN TO "BDAYEXTR"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS WS-EXTRACT-STATUS.
001530     SELECT EXCEPTION-FILE ASSIGN TO "BDAYEXCP"
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS WS-EXCP-STATUS.
001560     SELECT SORT-WORK-FILE ASSIGN TO "SORTWRK".
001570     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
001580         ORGANIZATION IS LINE SEQUENTIAL
001590         FILE STATUS IS WS-LEDGER-STATUS.
001600     SELECT EXPORT-FILE ASSIGN TO "BDAYCSV"
001610         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS WS-EXPORT-STATUS.
001630 DATA DIVISION.
001640*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001650 FILE SECTION.
001660*-----------------------
001670 FD  EMP-MASTER-FILE.
001680     COPY EMPMAST.
001690 FD  PRINT-FILE.
001700 01  PRINT-RECORD                PIC X(80).
001710 FD  AUDIT-LOG-FILE.
001720     COPY AUDITLOG.
001730 FD  EXTRACT-FILE.
001740 01  EXTRACT-RECORD.
001750     05  EXT-EMP-ID              PIC X(06).
001760     05  EXT-AGE                 PIC 9(03).
001770     05  EXT-BIRTH-DATE-CCYYMMDD PIC 9(08).
001780 FD  EXCEPTION-FILE.
001790 01  EXCEPTION-RECORD            PIC X(80).
001800 SD  SORT-WORK-FILE.
001810 01  SORT-RECORD.
001820     05  SR-DEPT-CODE            PIC X(04).
001830     05  SR-BIRTH-MM             PIC 9(02).
001840     05  SR-BIRTH-DD             PIC 9(02).
001850     05  SR-EMP-ID               PIC X(06).
001860     05  SR-AGE                  PIC 9(03).
001870     05  SR-BIRTH-CCYY           PIC 9(04).
001880     05  SR-UPCOMING-FLAG        PIC X(01).
001890 FD  CONTROL-LEDGER-FILE.
001900     COPY CTLLEDGR.
001910 FD  EXPORT-FILE.
001920 01  EXPORT-RECORD               PIC X(132).
001930 WORKING-STORAGE SECTION.
001940 01  WS-EMPMAST-STATUS           PIC X(02).
001950 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001960     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
001970 01  WS-PRINT-STATUS             PIC X(02).
001980 01  WS-PRINT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001990     88  WS-PRINT-IS-OPEN        VALUE 'Y'.
002000 01  WS-AUDIT-STATUS             PIC X(02).
002010 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002020     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
002030 01  WS-EXTRACT-STATUS           PIC X(02).
002040 01  WS-EXTRACT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
002050     88  WS-EXTRACT-IS-OPEN      VALUE 'Y'.
002060 01  WS-EXCP-STATUS              PIC X(02).
002070 01  WS-EXCP-OPEN-SWITCH         PIC X(01) VALUE 'N'.
002080     88  WS-EXCP-IS-OPEN         VALUE 'Y'.
002090 01  WS-AUDIT-TIMESTAMP          PIC X(21).
002100 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
002110 COPY RUNMODE.
002120 01  WS-LEDGER-STATUS            PIC X(02).
002130 01  WS-EXTRACT-COUNT            PIC 9(06) COMP VALUE ZERO.
002140 01  WS-EXPORT-STATUS            PIC X(02).
002150 01  WS-EXPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002160     88  WS-EXPORT-IS-OPEN       VALUE 'Y'.
002170 01  WS-EXPORT-RUN-LABEL         PIC X(07) VALUE "RUN".
002180 01  WS-PRINTED-LINE-COUNT       PIC 9(06) COMP VALUE ZERO.
002190 01  WS-EXPORT-ROW-COUNT         PIC 9(06) COMP VALUE ZERO.
002200 01  WS-EXPORT-HASH              PIC S9(13)V99 VALUE ZERO.
002210 01  WS-EXPORT-COUNT             PIC 9(05) COMP VALUE ZERO.
002220 01  WS-SUITE-FUNCTION           PIC X(01).
002230 01  WS-SUITE-STEP-NAME          PIC X(08).
002240 01  WS-SUITE-RC                 PIC 9(04).
002250 01  WS-SUITE-DONE-SWITCH        PIC X(01).
002260     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
002270 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
002280 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
002290 01  WS-STATUS-TEXT              PIC X(20).
002300 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
002310 COPY RPTCTL.
002320 01  WS-REPORT-LINE.
002330     05  RL-EMP-ID               PIC X(06).
002340     05  FILLER                  PIC X(03) VALUE SPACES.
002350     05  RL-BIRTH-DATE           PIC X(10).
002360     05  FILLER                  PIC X(03) VALUE SPACES.
002370     05  RL-AGE                  PIC ZZ9.
002380     05  FILLER                  PIC X(03) VALUE SPACES.
002390     05  RL-UPCOMING             PIC X(20).
002400 COPY EOFSWTCH.
002410 01  WS-CENTURY-PIVOT            PIC 9(02) VALUE 25.
002420 01  WS-REC-COUNT                PIC 9(05) COMP VALUE ZERO.
002430 01  WS-UPCOMING-COUNT           PIC 9(05) COMP VALUE ZERO.
002440 01  WS-INACTIVE-COUNT           PIC 9(05) COMP VALUE ZERO.
002450 01  WS-REC-COUNT-ED             PIC ZZZZ9.
002460 01  WS-UPCOMING-COUNT-ED        PIC ZZZZ9.
002470 01  WS-INACTIVE-COUNT-ED        PIC ZZZZ9.
002480 01  BirthDay.
002490     02  YearofBirth.
002500         03  Century             PIC 9(02).
002510         03  Year                PIC 9(02).
002520     02  Month                   PIC 9(02).
002530     02  DayofBirth              PIC 9(02).
002540 01  WS-TODAY                    PIC X(21).
002550 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
002560     05  WS-TODAY-CCYY           PIC 9(04).
002570     05  WS-TODAY-MM             PIC 9(02).
002580     05  WS-TODAY-DD             PIC 9(02).
002590     05  FILLER                  PIC X(13).
002600 01  WS-TODAY-DATE-R REDEFINES WS-TODAY.
002610     05  WS-TODAY-DATE-X         PIC X(08).
002620     05  FILLER                  PIC X(13).
002630 01  WS-DAY-TYPE                 PIC X(01).
002640     88  WS-IS-BUSINESS-DAY      VALUE 'B' 'E' 'Y'.
002650     88  WS-IS-HOLIDAY           VALUE 'H'.
002660     88  WS-DAY-UNKNOWN          VALUE '?'.
002670 01  WS-EXTRACT-ALLOW-SWITCH     PIC X(01) VALUE 'N'.
002680     88  WS-EXTRACT-ALLOWED      VALUE 'Y'.
002690 01  WS-AGE                      PIC 9(03).
002700 01  WS-AGE-BAND-TABLE.
002710     05  WS-BAND-COUNT OCCURS 6 TIMES
002720                                 PIC 9(05) COMP.
002730 01  WS-BAND-IX                  PIC 9(02) COMP VALUE ZERO.
002740 01  WS-BAND-LABEL-TABLE.
002750     05  WS-BAND-LABEL OCCURS 6 TIMES
002760                                 PIC X(09).
002770 01  WS-BAND-COUNT-ED            PIC ZZZZ9.
002780 01  WS-RETIRE-SOON-COUNT        PIC 9(05) COMP VALUE ZERO.
002790 01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
002800     88  WS-SORT-EOF             VALUE 'Y'.
002810 01  WS-CURRENT-DEPT             PIC X(04).
002820 01  WS-DEPT-ACTIVE-SWITCH       PIC X(01) VALUE 'N'.
002830     88  WS-DEPT-ACTIVE          VALUE 'Y'.
002840 01  WS-DEPT-COUNT               PIC 9(05) COMP VALUE ZERO.
002850 01  WS-DEPT-STATUS-CODE         PIC X(01).
002860     88  WS-DEPT-UNKNOWN         VALUE '?'.
002870 01  WS-DEPT-NAME                PIC X(20).
002880 01  WS-DEPT-COUNT-ED            PIC ZZZZ9.
002890 01  WS-RETIRE-SOON-COUNT-ED     PIC ZZZZ9.
002900 01  WS-BAND-LINE.
002910     05  BL-BAND-LABEL           PIC X(09).
002920     05  FILLER                  PIC X(03) VALUE SPACES.
002930     05  BL-BAND-COUNT           PIC ZZZZ9.
002940 01  WS-EXPORT-ROW.
002950     05  DX-RUN-NUMBER           PIC 9(05).
002960     05  FILLER                  PIC X(01) VALUE ','.
002970     05  DX-BUSINESS-DATE        PIC X(08).
002980     05  FILLER                  PIC X(01) VALUE ','.
002990     05  DX-SECTION              PIC X(04).
003000     05  FILLER                  PIC X(01) VALUE ','.
003010     05  DX-MEASURE              PIC X(20).
003020     05  FILLER                  PIC X(01) VALUE ','.
003030     05  DX-COUNT                PIC +9(05).
003040 01  WS-BADDATE-COUNT            PIC 9(05) COMP VALUE ZERO.
003050 01  WS-BADDATE-COUNT-ED         PIC ZZZZ9.
003060 01  WS-CHECK-DATE-CCYYMMDD.
003070     05  WS-CHK-CC               PIC 9(02).
003080     05  WS-CHK-YY               PIC 9(02).
003090     05  WS-CHK-MM               PIC 9(02).
003100     05  WS-CHK-DD               PIC 9(02).
003110 01  WS-DATE-VALID-SWITCH        PIC X(01).
003120     88  WS-DATE-IS-VALID        VALUE 'Y'.
003130     88  WS-DATE-NOT-VALID       VALUE 'N'.
003140 01  WS-EXCEPTION-LINE.
003150     05  XL-EMP-ID               PIC X(06).
003160     05  FILLER                  PIC X(03) VALUE SPACES.
003170     05  XL-RAW-BIRTH-DATE       PIC X(06).
003180     05  FILLER                  PIC X(03) VALUE SPACES.
003190     05  XL-REASON               PIC X(30).
003200
003210*-----------------------
003220 LINKAGE SECTION.
003230*-----------------------
003240 01  LK-OPERATOR-ID              PIC X(08).
003250
003260*-----------------------
003270 PROCEDURE DIVISION USING LK-OPERATOR-ID.
003280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003290 0000-MAINLINE.
003300******************************************************************
003310* Drives the employee master file from end to end, one employee
003320* at a time, rather than the single hardcoded date of birth.
003330******************************************************************
003340     DISPLAY "Hello world".
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003360     SORT SORT-WORK-FILE
003370         ON ASCENDING KEY SR-DEPT-CODE SR-BIRTH-MM SR-BIRTH-DD
003380         INPUT PROCEDURE IS 2000-INPUT-PASS
003390             THRU 2000-INPUT-EXIT
003400         OUTPUT PROCEDURE IS 6000-OUTPUT-PASS
003410             THRU 6000-OUTPUT-EXIT.
003420     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003430     MOVE 'R' TO WS-SUITE-FUNCTION.
003440     MOVE RETURN-CODE TO WS-SUITE-RC.
003450     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
003460         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
003470     GOBACK.
003480
003490 2000-INPUT-PASS.
003500******************************************************************
003510* SORT input pass: drives the master file exactly as before --
003520* validation, age computation, demographics, and the EMP-ID-
003530* sequence HR extract -- but RELEASEs each reportable employee
003540* to the sort instead of printing in master-file order.
003550******************************************************************
003560     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
003570         UNTIL WS-EOF.
003580 2000-INPUT-EXIT.
003590     EXIT.
003600
003610 1000-INITIALIZE.
003620     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
003630     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
003640         CALL "GETRUN" USING WS-RUN-NUMBER
003650         MOVE SPACE TO WS-NIGHT-MODE
003660     END-IF.
003670     MOVE "BIRTHDAY" TO WS-SUITE-STEP-NAME.
003680     MOVE 'C' TO WS-SUITE-FUNCTION.
003690     MOVE ZERO TO WS-SUITE-RC.
003700     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
003710         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
003720     IF WS-SUITE-STEP-DONE
003730         DISPLAY WS-SUITE-STEP-NAME
003740             " ALREADY COMPLETE THIS RUN - BYPASSED"
003750         GOBACK
003760     END-IF.
003770     MOVE "BIRTHDAY" TO RPT-PROGRAM-NAME.
003780     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER.
003790     MOVE WS-NIGHT-MODE TO RPT-RUN-MODE.
003800     MOVE 60 TO RPT-LINES-PER-PAGE.
003810     MOVE ZERO TO RPT-LINE-COUNT.
003820     MOVE ZERO TO RPT-PAGE-COUNT.
003830     MOVE 'D' TO RPT-REQUEST.
003840     MOVE "EMP ID  BIRTH DATE  AGE  UPCOMING"
003850         TO RPT-COLUMN-HEADING.
003860     MOVE "UNDER 25 " TO WS-BAND-LABEL (1).
003870     MOVE "25-34    " TO WS-BAND-LABEL (2).
003880     MOVE "35-44    " TO WS-BAND-LABEL (3).
003890     MOVE "45-54    " TO WS-BAND-LABEL (4).
003900     MOVE "55-64    " TO WS-BAND-LABEL (5).
003910     MOVE "65 +     " TO WS-BAND-LABEL (6).
003920     PERFORM 1070-CLEAR-ONE-BAND THRU 1070-EXIT
003930         VARYING WS-BAND-IX FROM 1 BY 1
003940         UNTIL WS-BAND-IX > 6.
003950     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
003960         MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
003970     END-IF.
003980     OPEN OUTPUT AUDIT-LOG-FILE.
003990     IF WS-AUDIT-STATUS = "00"
004000         SET WS-AUDIT-IS-OPEN TO TRUE
004010     END-IF.
004020     MOVE "OK" TO WS-STATUS-TEXT.
004030     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
004040     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
004050     IF ADDRESS OF LK-OPERATOR-ID = NULL
004060         CALL "GETBDATE" USING WS-TODAY
004070     ELSE
004080         CALL "TIMESTMP" USING WS-TODAY
004090     END-IF.
004100     PERFORM 1050-CHECK-BUSINESS-DAY THRU 1050-EXIT.
004110     OPEN OUTPUT PRINT-FILE.
004120     IF WS-PRINT-STATUS = "00"
004130         SET WS-PRINT-IS-OPEN TO TRUE
004140     END-IF.
004150     IF WS-EXTRACT-ALLOWED
004160         OPEN OUTPUT EXTRACT-FILE
004170         IF WS-EXTRACT-STATUS = "00"
004180             SET WS-EXTRACT-IS-OPEN TO TRUE
004190         END-IF
004200     END-IF.
004210     OPEN OUTPUT EXCEPTION-FILE.
004220     IF WS-EXCP-STATUS = "00"
004230         SET WS-EXCP-IS-OPEN TO TRUE
004240         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
004250         MOVE SPACES TO EXCEPTION-RECORD
004260         STRING "BIRTHDAY EXCEPTIONS - RUN " WS-RUN-NUMBER-ED
004270             DELIMITED BY SIZE INTO EXCEPTION-RECORD
004280         IF WS-SIMULATION
004290             MOVE "*** SIMULATION ***"
004300                 TO EXCEPTION-RECORD (57:18)
004310         END-IF
004320         WRITE EXCEPTION-RECORD
004330         MOVE "EMP ID  BDATE   REASON" TO EXCEPTION-RECORD
004340         WRITE EXCEPTION-RECORD
004350     END-IF.
004360     OPEN INPUT EMP-MASTER-FILE.
004370     IF WS-EMPMAST-STATUS NOT = "00"
004380         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
004390         MOVE "ERROR" TO WS-STATUS-TEXT
004400         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004410         STRING "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
004420             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004430         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004440         SET WS-EOF TO TRUE
004450         MOVE 12 TO RETURN-CODE
004460     ELSE
004470         SET WS-EMPMAST-IS-OPEN TO TRUE
004480         PERFORM 1100-READ-EMP-MASTER THRU 1100-EXIT
004490     END-IF.
004500 1000-EXIT.
004510     EXIT.
004520
004530 1050-CHECK-BUSINESS-DAY.
004540******************************************************************
004550* Consults the shop calendar through the shared CALNDR
004560* subprogram.  The HR/benefits extract is produced only on
004570* business days; a run on a holiday or weekend catch-up is
004580* flagged in the audit log and the extract suppressed, so
004590* benefits never receives a feed nobody expects.  A date the
004600* calendar does not know is flagged but processed as a
004610* business day.
004620******************************************************************
004630     CALL "CALNDR" USING WS-TODAY-DATE-X WS-DAY-TYPE.
004640     EVALUATE TRUE
004650         WHEN WS-IS-HOLIDAY
004660             MOVE "WARN" TO WS-STATUS-TEXT
004670             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004680             STRING "NON-BUSINESS DATE " WS-TODAY-DATE-X
004690                 " - HR EXTRACT SUPPRESSED"
004700                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004710             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004720         WHEN WS-DAY-UNKNOWN
004730             SET WS-EXTRACT-ALLOWED TO TRUE
004740             MOVE "WARN" TO WS-STATUS-TEXT
004750             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004760             STRING "DATE " WS-TODAY-DATE-X
004770                 " NOT ON SHOP CALENDAR - EXTRACT PRODUCED"
004780                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004790             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004800         WHEN OTHER
004810             SET WS-EXTRACT-ALLOWED TO TRUE
004820     END-EVALUATE.
004830 1050-EXIT.
004840     EXIT.
004850
004860 1100-READ-EMP-MASTER.
004870     READ EMP-MASTER-FILE
004880         AT END
004890             SET WS-EOF TO TRUE
004900     END-READ.
004910 1100-EXIT.
004920     EXIT.
004930
004940 2000-PROCESS-EMPLOYEE.
004950******************************************************************
004960* Loads the BirthDay group from the current master record, then
004970* reports age and upcoming-birthday status for that employee.
004980******************************************************************
004990     IF EMP-IS-INACTIVE
005000         ADD 1 TO WS-INACTIVE-COUNT
005010         PERFORM 1100-READ-EMP-MASTER THRU 1100-EXIT
005020         GO TO 2000-EXIT
005030     END-IF.
005040     IF EMP-BIRTH-DATE NOT NUMERIC
005050         PERFORM 2050-WRITE-EXCEPTION THRU 2050-EXIT
005060         PERFORM 1100-READ-EMP-MASTER THRU 1100-EXIT
005070         GO TO 2000-EXIT
005080     END-IF.
005090     PERFORM 2100-LOAD-BIRTHDAY THRU 2100-EXIT.
005100     MOVE Century TO WS-CHK-CC.
005110     MOVE Year TO WS-CHK-YY.
005120     MOVE Month TO WS-CHK-MM.
005130     MOVE DayofBirth TO WS-CHK-DD.
005140     CALL "DATECHK" USING WS-CHECK-DATE-CCYYMMDD
005150         WS-DATE-VALID-SWITCH.
005160     IF WS-DATE-NOT-VALID
005170         PERFORM 2050-WRITE-EXCEPTION THRU 2050-EXIT
005180         PERFORM 1100-READ-EMP-MASTER THRU 1100-EXIT
005190         GO TO 2000-EXIT
005200     END-IF.
005210     PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT.
005220     PERFORM 2300-CHECK-UPCOMING THRU 2300-EXIT.
005230     PERFORM 2900-DISPLAY-EMPLOYEE THRU 2900-EXIT.
005240     PERFORM 2950-RELEASE-SORT-RECORD THRU 2950-EXIT.
005250     PERFORM 2960-WRITE-EXTRACT-RECORD THRU 2960-EXIT.
005260     ADD 1 TO WS-REC-COUNT.
005270     PERFORM 1100-READ-EMP-MASTER THRU 1100-EXIT.
005280 2000-EXIT.
005290     EXIT.
005300
005310 2050-WRITE-EXCEPTION.
005320******************************************************************
005330* One employee whose keyed birth date is not a real calendar
005340* date: a line on the invalid-date exception report instead of
005350* a garbage age on the report and in the HR extract.
005360******************************************************************
005370     ADD 1 TO WS-BADDATE-COUNT.
005380     MOVE EMP-ID TO XL-EMP-ID.
005390     MOVE EMP-BIRTH-DATE TO XL-RAW-BIRTH-DATE.
005400     MOVE "INVALID BIRTH DATE" TO XL-REASON.
005410     IF WS-EXCP-IS-OPEN
005420         MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
005430         WRITE EXCEPTION-RECORD
005440     END-IF.
005450 2050-EXIT.
005460     EXIT.
005470
005480 2100-LOAD-BIRTHDAY.
005490     PERFORM 1500-DERIVE-CENTURY THRU 1500-EXIT.
005500     MOVE EMP-BIRTH-YY TO Year.
005510     MOVE EMP-BIRTH-MM TO Month.
005520     MOVE EMP-BIRTH-DD TO DayofBirth.
005530 2100-EXIT.
005540     EXIT.
005550
005560 1500-DERIVE-CENTURY.
005570******************************************************************
005580* Pivot-year windowing: the master file carries only a 2-digit
005590* birth year.  A year at or below the pivot is assumed to fall in
005600* the current century's run (20xx); anything above it is assumed
005610* to be the prior century (19xx).  The pivot is a working-storage
005620* constant, not a literal buried in the logic, so it can be
005630* adjusted as the employee population ages.
005640******************************************************************
005650     IF EMP-BIRTH-YY <= WS-CENTURY-PIVOT
005660         MOVE 20 TO Century
005670     ELSE
005680         MOVE 19 TO Century
005690     END-IF.
005700 1500-EXIT.
005710     EXIT.
005720
005730 2200-COMPUTE-AGE.
005740     COMPUTE WS-AGE = WS-TODAY-CCYY - (Century * 100 + Year).
005750     IF (Month > WS-TODAY-MM) OR
005760        (Month = WS-TODAY-MM AND DayofBirth > WS-TODAY-DD)
005770         SUBTRACT 1 FROM WS-AGE
005780     END-IF.
005790     PERFORM 2250-TALLY-AGE-BAND THRU 2250-EXIT.
005800 2200-EXIT.
005810     EXIT.
005820
005830 1070-CLEAR-ONE-BAND.
005840     MOVE ZERO TO WS-BAND-COUNT (WS-BAND-IX).
005850 1070-EXIT.
005860     EXIT.
005870
005880 2250-TALLY-AGE-BAND.
005890******************************************************************
005900* Folds this employee into the age-band demographics, and into
005910* the five-year retirement projection when the age sits in the
005920* 60-64 window below the retirement age of 65.
005930******************************************************************
005940     EVALUATE TRUE
005950         WHEN WS-AGE < 25
005960             ADD 1 TO WS-BAND-COUNT (1)
005970         WHEN WS-AGE < 35
005980             ADD 1 TO WS-BAND-COUNT (2)
005990         WHEN WS-AGE < 45
006000             ADD 1 TO WS-BAND-COUNT (3)
006010         WHEN WS-AGE < 55
006020             ADD 1 TO WS-BAND-COUNT (4)
006030         WHEN WS-AGE < 65
006040             ADD 1 TO WS-BAND-COUNT (5)
006050         WHEN OTHER
006060             ADD 1 TO WS-BAND-COUNT (6)
006070     END-EVALUATE.
006080     IF WS-AGE >= 60 AND WS-AGE < 65
006090         ADD 1 TO WS-RETIRE-SOON-COUNT
006100     END-IF.
006110 2250-EXIT.
006120     EXIT.
006130
006140 2300-CHECK-UPCOMING.
006150     IF Month = WS-TODAY-MM
006160         ADD 1 TO WS-UPCOMING-COUNT
006170     END-IF.
006180 2300-EXIT.
006190     EXIT.
006200
006210 2900-DISPLAY-EMPLOYEE.
006220     DISPLAY "---BirthDay---".
006230     DISPLAY "Yüzyýl : " Century.
006240     DISPLAY "Yýl : " Year.
006250     DISPLAY "Ay : " Month.
006260     DISPLAY "Gün : " DayofBirth.
006270     DISPLAY "Age : " WS-AGE.
006280     IF Month = WS-TODAY-MM
006290         DISPLAY "*** Birthday this month ***"
006300     END-IF.
006310 2900-EXIT.
006320     EXIT.
006330
006340 2950-RELEASE-SORT-RECORD.
006350******************************************************************
006360* Hands one reportable employee to the sort, keyed on department
006370* then birthday month/day, so the output pass prints each
006380* manager's section together in anniversary order.
006390******************************************************************
006400     MOVE SPACES TO SORT-RECORD.
006410     MOVE EMP-DEPT-CODE TO SR-DEPT-CODE.
006420     MOVE Month TO SR-BIRTH-MM.
006430     MOVE DayofBirth TO SR-BIRTH-DD.
006440     MOVE EMP-ID TO SR-EMP-ID.
006450     MOVE WS-AGE TO SR-AGE.
006460     COMPUTE SR-BIRTH-CCYY = Century * 100 + Year.
006470     IF Month = WS-TODAY-MM
006480         MOVE 'Y' TO SR-UPCOMING-FLAG
006490     ELSE
006500         MOVE ' ' TO SR-UPCOMING-FLAG
006510     END-IF.
006520     RELEASE SORT-RECORD.
006530 2950-EXIT.
006540     EXIT.
006550
006560 2960-WRITE-EXTRACT-RECORD.
006570******************************************************************
006580* Writes one fixed-format record (employee ID, computed age,
006590* birth date as CCYYMMDD) to the extract file so the HR/benefits
006600* system can pick up this run's numbers as an automatic feed
006610* instead of someone re-keying them from the print report.
006620******************************************************************
006630     MOVE SPACES TO EXTRACT-RECORD.
006640     MOVE EMP-ID TO EXT-EMP-ID.
006650     MOVE WS-AGE TO EXT-AGE.
006660     COMPUTE EXT-BIRTH-DATE-CCYYMMDD =
006670         (Century * 1000000) + (Year * 10000) +
006680         (Month * 100) + DayofBirth.
006690     IF WS-EXTRACT-IS-OPEN
006700         WRITE EXTRACT-RECORD
006710         ADD 1 TO WS-EXTRACT-COUNT
006720     END-IF.
006730 2960-EXIT.
006740     EXIT.
006750
006760 6000-OUTPUT-PASS.
006770******************************************************************
006780* SORT output pass: prints the detail lines in department /
006790* birthday sequence with a section heading at each department
006800* change and a per-department count at each break.
006810******************************************************************
006820     MOVE 'N' TO WS-SORT-EOF-SWITCH.
006830     PERFORM 6100-RETURN-ONE-RECORD THRU 6100-EXIT
006840         UNTIL WS-SORT-EOF.
006850     IF WS-DEPT-ACTIVE
006860         PERFORM 6300-WRITE-DEPT-SUBTOTAL THRU 6300-EXIT
006870     END-IF.
006880 6000-OUTPUT-EXIT.
006890     EXIT.
006900
006910 6100-RETURN-ONE-RECORD.
006920     RETURN SORT-WORK-FILE
006930         AT END
006940             SET WS-SORT-EOF TO TRUE
006950     END-RETURN.
006960     IF NOT WS-SORT-EOF
006970         PERFORM 6150-PRINT-SORTED-RECORD THRU 6150-EXIT
006980     END-IF.
006990 6100-EXIT.
007000     EXIT.
007010
007020 6150-PRINT-SORTED-RECORD.
007030     IF NOT WS-DEPT-ACTIVE
007040         MOVE SR-DEPT-CODE TO WS-CURRENT-DEPT
007050         SET WS-DEPT-ACTIVE TO TRUE
007060         PERFORM 6200-START-DEPT-SECTION THRU 6200-EXIT
007070     ELSE
007080         IF SR-DEPT-CODE NOT = WS-CURRENT-DEPT
007090             PERFORM 6300-WRITE-DEPT-SUBTOTAL THRU 6300-EXIT
007100             MOVE SR-DEPT-CODE TO WS-CURRENT-DEPT
007110             PERFORM 6200-START-DEPT-SECTION THRU 6200-EXIT
007120         END-IF
007130     END-IF.
007140     ADD 1 TO WS-DEPT-COUNT.
007150     MOVE SPACES TO WS-REPORT-LINE.
007160     MOVE SR-EMP-ID TO RL-EMP-ID.
007170     MOVE SPACES TO RL-BIRTH-DATE.
007180     STRING SR-BIRTH-CCYY "-" SR-BIRTH-MM "-" SR-BIRTH-DD
007190         DELIMITED BY SIZE INTO RL-BIRTH-DATE.
007200     MOVE SR-AGE TO RL-AGE.
007210     IF SR-UPCOMING-FLAG = 'Y'
007220         MOVE "YES" TO RL-UPCOMING
007230     ELSE
007240         MOVE SPACES TO RL-UPCOMING
007250     END-IF.
007260     IF WS-PRINT-IS-OPEN
007270         MOVE WS-REPORT-LINE TO RPT-DETAIL-LINE
007280         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
007290     END-IF.
007300 6150-EXIT.
007310     EXIT.
007320
007330 6200-START-DEPT-SECTION.
007340******************************************************************
007350* The section heading carries the department's full name from
007360* the reference file; a code the file does not know prints
007370* flagged so a phantom department is visible, not anonymous.
007380******************************************************************
007390     MOVE ZERO TO WS-DEPT-COUNT.
007400     CALL "DEPTLKUP" USING WS-CURRENT-DEPT WS-DEPT-STATUS-CODE
007410         WS-DEPT-NAME.
007420     IF WS-DEPT-UNKNOWN
007430         MOVE "** UNKNOWN DEPT **" TO WS-DEPT-NAME
007440     END-IF.
007450     IF WS-PRINT-IS-OPEN
007460         MOVE SPACES TO RPT-DETAIL-LINE
007470         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
007480         MOVE SPACES TO RPT-DETAIL-LINE
007490         STRING "DEPARTMENT " WS-CURRENT-DEPT " - " WS-DEPT-NAME
007500             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
007510         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
007520     END-IF.
007530 6200-EXIT.
007540     EXIT.
007550
007560 6300-WRITE-DEPT-SUBTOTAL.
007570     MOVE WS-DEPT-COUNT TO WS-DEPT-COUNT-ED.
007580     IF WS-PRINT-IS-OPEN
007590         MOVE SPACES TO RPT-DETAIL-LINE
007600         STRING "DEPARTMENT " WS-CURRENT-DEPT
007610             " EMPLOYEES: " WS-DEPT-COUNT-ED
007620             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
007630         MOVE 'T' TO RPT-REQUEST
007640         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
007650     END-IF.
007660 6300-EXIT.
007670     EXIT.
007680
007690 8000-FINALIZE.
007700     IF WS-EMPMAST-IS-OPEN
007710         CLOSE EMP-MASTER-FILE
007720     END-IF.
007730     DISPLAY "Employees processed : " WS-REC-COUNT.
007740     DISPLAY "Upcoming birthdays  : " WS-UPCOMING-COUNT.
007750     DISPLAY "Inactive skipped    : " WS-INACTIVE-COUNT.
007760     PERFORM 7000-WRITE-DEMOGRAPHICS THRU 7000-EXIT.
007770     PERFORM 7200-EXPORT-DEMOGRAPHICS THRU 7200-EXIT.
007780     IF WS-PRINT-IS-OPEN
007790         MOVE WS-REC-COUNT TO WS-REC-COUNT-ED
007800         MOVE WS-UPCOMING-COUNT TO WS-UPCOMING-COUNT-ED
007810         MOVE WS-INACTIVE-COUNT TO WS-INACTIVE-COUNT-ED
007820         MOVE SPACES TO RPT-DETAIL-LINE
007830         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
007840         STRING "TOTAL PROCESSED: " WS-REC-COUNT-ED
007850             " UPCOMING: " WS-UPCOMING-COUNT-ED
007860             " INACTIVE SKIPPED: " WS-INACTIVE-COUNT-ED
007870             " RUN " WS-RUN-NUMBER-ED
007880             DELIMITED BY SIZE INTO RPT-DETAIL-LINE
007890         MOVE 'T' TO RPT-REQUEST
007900         PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT
007910         CLOSE PRINT-FILE
007920     END-IF.
007930     IF WS-EXTRACT-IS-OPEN
007940         CLOSE EXTRACT-FILE
007950     END-IF.
007960     DISPLAY "Invalid birth dates : " WS-BADDATE-COUNT.
007970     IF WS-EXCP-IS-OPEN
007980         MOVE WS-BADDATE-COUNT TO WS-BADDATE-COUNT-ED
007990         MOVE SPACES TO EXCEPTION-RECORD
008000         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
008010         STRING "TOTAL INVALID DATES: " WS-BADDATE-COUNT-ED
008020             " RUN " WS-RUN-NUMBER-ED
008030             DELIMITED BY SIZE INTO EXCEPTION-RECORD
008040         WRITE EXCEPTION-RECORD
008050         CLOSE EXCEPTION-FILE
008060     END-IF.
008070     PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT.
008080     MOVE "OK" TO WS-STATUS-TEXT.
008090     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
008100     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
008110     IF WS-AUDIT-IS-OPEN
008120         CLOSE AUDIT-LOG-FILE
008130     END-IF.
008140 8000-EXIT.
008150     EXIT.
008160
008170 7000-WRITE-DEMOGRAPHICS.
008180******************************************************************
008190* The demographics summary benefits planning asks for each year:
008200* the age-band counts accumulated during processing, then the
008210* five-year retirement projection, printed after the detail
008220* lines so the annual submission comes straight off this report.
008230******************************************************************
008240     IF NOT WS-PRINT-IS-OPEN
008250         GO TO 7000-EXIT
008260     END-IF.
008270     MOVE SPACES TO RPT-DETAIL-LINE.
008280     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
008290     MOVE "AGE-BAND DEMOGRAPHICS:" TO RPT-DETAIL-LINE.
008300     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
008310     PERFORM 7100-WRITE-ONE-BAND THRU 7100-EXIT
008320         VARYING WS-BAND-IX FROM 1 BY 1
008330         UNTIL WS-BAND-IX > 6.
008340     MOVE WS-RETIRE-SOON-COUNT TO WS-RETIRE-SOON-COUNT-ED.
008350     MOVE SPACES TO RPT-DETAIL-LINE.
008360     STRING "REACHING RETIREMENT AGE (65) WITHIN 5 YEARS: "
008370         WS-RETIRE-SOON-COUNT-ED
008380         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
008390     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
008400     ADD 1 TO WS-PRINTED-LINE-COUNT.
008410 7000-EXIT.
008420     EXIT.
008430
008440 7100-WRITE-ONE-BAND.
008450     MOVE WS-BAND-LABEL (WS-BAND-IX) TO BL-BAND-LABEL.
008460     MOVE WS-BAND-COUNT (WS-BAND-IX) TO BL-BAND-COUNT.
008470     MOVE WS-BAND-LINE TO RPT-DETAIL-LINE.
008480     PERFORM 9500-WRITE-REPORT-LINE THRU 9500-EXIT.
008490     ADD 1 TO WS-PRINTED-LINE-COUNT.
008500 7100-EXIT.
008510     EXIT.
008520
008530 7200-EXPORT-DEMOGRAPHICS.
008540******************************************************************
008550* The BDAYCSV spreadsheet export of the demographics section: a
008560* column-heading row (SIM-RUN in place of RUN on a simulated
008570* night), one row per age band and one for the retirement
008580* projection.  The section is company-wide, so the section
008590* column is blank and RPTDIST copies every row to each
008600* recipient.  An unopenable export is reported but does not fail
008610* the run; the CTLVERFY foot will show the rows missing.
008620******************************************************************
008630     IF WS-SIMULATION
008640         MOVE "SIM-RUN" TO WS-EXPORT-RUN-LABEL
008650     END-IF.
008660     OPEN OUTPUT EXPORT-FILE.
008670     IF WS-EXPORT-STATUS NOT = "00"
008680         DISPLAY "BDAYCSV OPEN FAILED, STATUS " WS-EXPORT-STATUS
008690         GO TO 7200-EXIT
008700     END-IF.
008710     SET WS-EXPORT-IS-OPEN TO TRUE.
008720     MOVE SPACES TO EXPORT-RECORD.
008730     STRING WS-EXPORT-RUN-LABEL DELIMITED BY SPACE
008740         ",BUSINESS-DATE,SECTION,MEASURE,COUNT"
008750         DELIMITED BY SIZE INTO EXPORT-RECORD.
008760     WRITE EXPORT-RECORD.
008770     PERFORM 7250-EXPORT-ONE-BAND THRU 7250-EXIT
008780         VARYING WS-BAND-IX FROM 1 BY 1
008790         UNTIL WS-BAND-IX > 6.
008800     MOVE "RETIRE WITHIN 5 YRS" TO DX-MEASURE.
008810     MOVE WS-RETIRE-SOON-COUNT TO WS-EXPORT-COUNT.
008820     PERFORM 7260-WRITE-EXPORT-ROW THRU 7260-EXIT.
008830     CLOSE EXPORT-FILE.
008840 7200-EXIT.
008850     EXIT.
008860
008870 7250-EXPORT-ONE-BAND.
008880     MOVE SPACES TO DX-MEASURE.
008890     STRING "AGE " WS-BAND-LABEL (WS-BAND-IX)
008900         DELIMITED BY SIZE INTO DX-MEASURE.
008910     MOVE WS-BAND-COUNT (WS-BAND-IX) TO WS-EXPORT-COUNT.
008920     PERFORM 7260-WRITE-EXPORT-ROW THRU 7260-EXIT.
008930 7250-EXIT.
008940     EXIT.
008950
008960 7260-WRITE-EXPORT-ROW.
008970     MOVE WS-RUN-NUMBER TO DX-RUN-NUMBER.
008980     MOVE WS-TODAY-DATE-X TO DX-BUSINESS-DATE.
008990     MOVE SPACES TO DX-SECTION.
009000     MOVE WS-EXPORT-COUNT TO DX-COUNT.
009010     MOVE WS-EXPORT-ROW TO EXPORT-RECORD.
009020     WRITE EXPORT-RECORD.
009030     ADD 1 TO WS-EXPORT-ROW-COUNT.
009040     ADD WS-EXPORT-COUNT TO WS-EXPORT-HASH.
009050 7260-EXIT.
009060     EXIT.
009070
009080 8600-APPEND-CONTROL-LEDGER.
009090******************************************************************
009100* One ledger record of this run's control totals for the
009110* CTLVERFY cross-foot.  An unopenable ledger is reported but
009120* does not fail the run; the verifier will flag the missing row.
009130* A suppressed extract (non-business date) ledgers nothing:
009140* BDAYDLTA reads the prior extract on those nights, and a
009150* zero-out row here would break the extract seam on every
009160* legitimate catch-up run -- no row makes the verifier note
009170* the seam as skipped instead.  The demographics report prints
009180* every night, so its BDAYCSV export row (demographics lines
009190* printed in, rows exported out, the exported counts as the
009200* hash) is ledgered either way.
009210******************************************************************
009220     IF WS-SIMULATION
009230         GO TO 8600-EXIT
009240     END-IF.
009250     OPEN EXTEND CONTROL-LEDGER-FILE.
009260     IF WS-LEDGER-STATUS NOT = "00"
009270         DISPLAY "CTLLEDG OPEN FAILED, STATUS "
009280             WS-LEDGER-STATUS
009290         GO TO 8600-EXIT
009300     END-IF.
009310     IF WS-EXTRACT-ALLOWED
009320         MOVE SPACES TO CONTROL-LEDGER-RECORD
009330         MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER
009340         MOVE "BIRTHDAY" TO CL-PROGRAM-ID
009350         MOVE "BDAYEXTR" TO CL-INTERFACE
009360         MOVE WS-REC-COUNT TO CL-RECORDS-IN
009370         MOVE WS-EXTRACT-COUNT TO CL-RECORDS-OUT
009380         MOVE WS-BADDATE-COUNT TO CL-RECORDS-REJECTED
009390         MOVE ZERO TO CL-HASH-TOTAL
009400         WRITE CONTROL-LEDGER-RECORD
009410     END-IF.
009420     MOVE SPACES TO CONTROL-LEDGER-RECORD.
009430     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
009440     MOVE "BIRTHDAY" TO CL-PROGRAM-ID.
009450     MOVE "BDAYCSV " TO CL-INTERFACE.
009460     MOVE WS-PRINTED-LINE-COUNT TO CL-RECORDS-IN.
009470     MOVE WS-EXPORT-ROW-COUNT TO CL-RECORDS-OUT.
009480     MOVE ZERO TO CL-RECORDS-REJECTED.
009490     MOVE WS-EXPORT-HASH TO CL-HASH-TOTAL.
009500     WRITE CONTROL-LEDGER-RECORD.
009510     CLOSE CONTROL-LEDGER-FILE.
009520 8600-EXIT.
009530     EXIT.
009540
009550 9500-WRITE-REPORT-LINE.
009560******************************************************************
009570* Hands one line through the shared RPTWRTR report writer and
009580* writes the heading block first whenever a new page starts.
009590* The request code resets to detail after every line so trailer
009600* callers set it per line.
009610******************************************************************
009620     CALL "RPTWRTR" USING RPT-CONTROL.
009630     IF RPT-NEW-PAGE
009640         MOVE RPT-HEADING-1 TO PRINT-RECORD
009650         WRITE PRINT-RECORD
009660         MOVE RPT-HEADING-2 TO PRINT-RECORD
009670         WRITE PRINT-RECORD
009680         MOVE RPT-HEADING-3 TO PRINT-RECORD
009690         WRITE PRINT-RECORD
009700     END-IF.
009710     MOVE RPT-DETAIL-LINE TO PRINT-RECORD.
009720     WRITE PRINT-RECORD.
009730     MOVE 'D' TO RPT-REQUEST.
009740 9500-EXIT.
009750     EXIT.
009760
009770 9000-WRITE-AUDIT-ENTRY.
009780******************************************************************
009790* Stamps and writes one audit record.  The caller sets
009800* WS-STATUS-TEXT and AUDIT-MESSAGE-TEXT before PERFORMing this
009810* paragraph.
009820******************************************************************
009830     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
009840     MOVE SPACES TO AUDIT-LOG-RECORD.
009850     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
009860     MOVE "BIRTHDAY" TO AUDIT-PROGRAM-ID.
009870     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
009880     IF WS-SIMULATION
009890         MOVE "SIMULATE" TO AUDIT-USER-ID
009900     END-IF.
009910     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
009920     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
009930     IF WS-STATUS-TEXT = "OK"
009940         SET AUDIT-IS-INFO TO TRUE
009950     ELSE
009960         IF WS-STATUS-TEXT = "ERROR"
009970             SET AUDIT-IS-ERROR TO TRUE
009980         ELSE
009990             SET AUDIT-IS-WARNING TO TRUE
010000         END-IF
010010     END-IF.
010020     IF WS-AUDIT-IS-OPEN
010030         WRITE AUDIT-LOG-RECORD
010040     END-IF.
010050 9000-EXIT.
010060     EXIT.
010070
010080** add other procedures here
010090 END PROGRAM BIRTHDAY.
