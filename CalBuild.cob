000050* Purpose:       Calendar-year build utility.  Takes the year to
000060*                build from CALPARM and a holiday list from
000070*                HOLIDAYS (one CCYYMMDD per record) and writes a
000080*                full year of SHOP.CALENDAR records: weekends and
000090*                listed holidays type 'H', the last business day
000100*                of each month type 'E' (month-end) -- 'Y'
000110*                (year-end) for December's -- every other day
000120*                type 'B'.  Every generated date is validated
000130*                through the shared DATECHK subprogram before it
000140*                is written.  The calendar used to be hand-keyed
000150*                one row per date, and when it lapsed CALNDR
000160*                answered '?' for every date until someone
000170*                noticed downstream.
000180* Tectonics:     cobc
000190*
000200* Modification History
000210* ---------------------
000220* 2026-09-02  DW   Original program.
000230* 2026-09-02  DW   A rebuild now retains the existing calendar's
000240*                  still-useful rows (dated today or later,
000250*                  outside the build year) around the generated
000260*                  year instead of replacing the file whole --
000270*                  an early-December build of next year was
000280*                  wiping the rest of December and handing CALNDR
000290*                  back the exact '?' outage this utility exists
000300*                  to prevent.
000310* 2026-10-15  DW   December's last business day is built as the
000320*                  new 'Y' year-end day type instead of 'E'.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000360 PROGRAM-ID. CALBUILD.
000370 ENVIRONMENT DIVISION.
000380*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000390 CONFIGURATION SECTION.
000400*-----------------------
000410 INPUT-OUTPUT SECTION.
000420*-----------------------
000430 FILE-CONTROL.
000440     SELECT PARAM-FILE ASSIGN TO "CALPARM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARAM-STATUS.
000470     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-HOLIDAY-STATUS.
000500     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CALFILE-STATUS.
000530     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUDIT-STATUS.
000560 DATA DIVISION.
000570*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000580 FILE SECTION.
000590*-----------------------
000600 FD  PARAM-FILE.
000610 01  PARAM-RECORD.
000620     05  CP-BUILD-CCYY           PIC 9(04).
000630 FD  HOLIDAY-FILE.
000640 01  HOLIDAY-RECORD.
000650     05  HOL-DATE-CCYYMMDD       PIC 9(08).
000660 FD  CALENDAR-FILE.
000670 01  CALENDAR-RECORD.
000680     05  CAL-DATE                PIC 9(08).
000690     05  CAL-DAY-TYPE            PIC X(01).
000700 FD  AUDIT-LOG-FILE.
000710     COPY AUDITLOG.
000720
000730 WORKING-STORAGE SECTION.
000740*-----------------------
000750 01  WS-PARAM-STATUS             PIC X(02).
000760 01  WS-HOLIDAY-STATUS           PIC X(02).
000770 01  WS-CALFILE-STATUS           PIC X(02).
000780 01  WS-CALFILE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000790     88  WS-CALFILE-IS-OPEN      VALUE 'Y'.
000800 01  WS-AUDIT-STATUS             PIC X(02).
000810 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000820     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000830 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000840 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000850 01  WS-STATUS-TEXT              PIC X(20).
000860 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000870 01  WS-BUILD-CCYY               PIC 9(04) VALUE ZERO.
000880 01  WS-BUILD-CCYY-ED            PIC 9(04).
000890 01  WS-HOLIDAY-EOF-SWITCH       PIC X(01) VALUE 'N'.
000900     88  WS-HOLIDAY-EOF          VALUE 'Y'.
000910 01  WS-HOLIDAY-TABLE-MAX        PIC 9(03) COMP VALUE 30.
000920 01  WS-HOLIDAY-USED             PIC 9(03) COMP VALUE ZERO.
000930 01  WS-HOLIDAY-IX               PIC 9(03) COMP VALUE ZERO.
000940 01  WS-HOLIDAY-TABLE.
000950     05  WS-HOL-DATE OCCURS 30 TIMES
000960                                 PIC 9(08).
000970 01  WS-JAN1-INTEGER             PIC 9(08) COMP VALUE ZERO.
000980 01  WS-DAY-INTEGER              PIC 9(08) COMP VALUE ZERO.
000990 01  WS-DAY-OFFSET               PIC 9(03) COMP VALUE ZERO.
001000 01  WS-DOW-QUOTIENT             PIC 9(08) COMP VALUE ZERO.
001010 01  WS-DOW-REMAINDER            PIC 9(01) COMP VALUE ZERO.
001020 01  WS-GEN-DATE                 PIC 9(08) VALUE ZERO.
001030 01  WS-GEN-DATE-X REDEFINES WS-GEN-DATE
001040                                 PIC X(08).
001050 01  WS-GEN-DATE-PARTS REDEFINES WS-GEN-DATE.
001060     05  WS-GEN-CCYY             PIC 9(04).
001070     05  WS-GEN-MM               PIC 9(02).
001080     05  WS-GEN-DD               PIC 9(02).
001090 01  WS-DATE-VALID-SWITCH        PIC X(01).
001100     88  WS-DATE-IS-VALID        VALUE 'Y'.
001110     88  WS-DATE-NOT-VALID       VALUE 'N'.
001120 01  WS-HOLIDAY-HIT-SWITCH       PIC X(01).
001130     88  WS-IS-LISTED-HOLIDAY    VALUE 'Y'.
001140 01  WS-DAY-TABLE-MAX            PIC 9(03) COMP VALUE 366.
001150 01  WS-DAY-USED                 PIC 9(03) COMP VALUE ZERO.
001160 01  WS-DAY-IX                   PIC 9(03) COMP VALUE ZERO.
001170 01  WS-DAY-TABLE.
001180     05  WS-DAY-ENTRY OCCURS 366 TIMES.
001190         10  WS-DAY-DATE         PIC 9(08).
001200         10  WS-DAY-MM           PIC 9(02).
001210         10  WS-DAY-TYPE         PIC X(01).
001220 01  WS-SCAN-MM                  PIC 9(02) COMP VALUE ZERO.
001230 01  WS-LAST-BUS-IX              PIC 9(03) COMP VALUE ZERO.
001240 01  WS-BUSINESS-COUNT           PIC 9(03) COMP VALUE ZERO.
001250 01  WS-HOLIDAY-COUNT            PIC 9(03) COMP VALUE ZERO.
001260 01  WS-BAD-DATE-COUNT           PIC 9(03) COMP VALUE ZERO.
001270 01  WS-BUSINESS-COUNT-ED        PIC ZZ9.
001280 01  WS-HOLIDAY-COUNT-ED         PIC ZZ9.
001290 01  WS-DAY-USED-ED              PIC ZZ9.
001300 01  WS-TODAY                    PIC X(21).
001310 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
001320     05  WS-TODAY-DATE           PIC 9(08).
001330     05  FILLER                  PIC X(13).
001340 01  WS-BUILD-JAN1               PIC 9(08) VALUE ZERO.
001350 01  WS-BUILD-DEC31              PIC 9(08) VALUE ZERO.
001360 01  WS-KEEP-EOF-SWITCH          PIC X(01) VALUE 'N'.
001370     88  WS-KEEP-EOF             VALUE 'Y'.
001380 01  WS-KEEP-TABLE-MAX           PIC 9(03) COMP VALUE 400.
001390 01  WS-KEEP-USED                PIC 9(03) COMP VALUE ZERO.
001400 01  WS-KEEP-IX                  PIC 9(03) COMP VALUE ZERO.
001410 01  WS-KEEP-COUNT-ED            PIC ZZ9.
001420 01  WS-KEEP-TABLE.
001430     05  WS-KEEP-ENTRY OCCURS 400 TIMES.
001440         10  WS-KEEP-DATE        PIC 9(08).
001450         10  WS-KEEP-TYPE        PIC X(01).
001460
001470*-----------------------
001480 PROCEDURE DIVISION.
001490*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001500 0000-MAINLINE.
001510******************************************************************
001520* Phase one generates every date of the build year into the day
001530* table with its weekend/holiday/business type; phase two marks
001540* each month's last business day as the 'E' month-end; phase
001550* three writes the table as the new calendar file.
001560******************************************************************
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580     IF WS-BUILD-CCYY = ZERO
001590         GO TO 0000-WRAP-UP
001600     END-IF.
001610     PERFORM 2000-GENERATE-ONE-DAY THRU 2000-EXIT
001620         VARYING WS-DAY-OFFSET FROM 0 BY 1
001630         UNTIL WS-DAY-OFFSET > 365
001640             OR WS-GEN-CCYY > WS-BUILD-CCYY.
001650     PERFORM 3000-MARK-MONTH-ENDS THRU 3000-EXIT.
001660     PERFORM 4000-WRITE-CALENDAR THRU 4000-EXIT.
001670 0000-WRAP-UP.
001680     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001690     GOBACK.
001700
001710 1000-INITIALIZE.
001720     CALL "GETRUN" USING WS-RUN-NUMBER.
001730     OPEN EXTEND AUDIT-LOG-FILE.
001740     IF WS-AUDIT-STATUS = "00"
001750         SET WS-AUDIT-IS-OPEN TO TRUE
001760     END-IF.
001770     PERFORM 1100-READ-BUILD-YEAR THRU 1100-EXIT.
001780     IF WS-BUILD-CCYY = ZERO
001790         DISPLAY "CALPARM MISSING OR NOT A YEAR - NO BUILD"
001800         MOVE "ERROR" TO WS-STATUS-TEXT
001810         MOVE "CALPARM MISSING OR NOT A YEAR - NO BUILD"
001820             TO WS-AUDIT-MESSAGE-TEXT
001830         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001840         MOVE 12 TO RETURN-CODE
001850         GO TO 1000-EXIT
001860     END-IF.
001870     PERFORM 1200-LOAD-HOLIDAY-TABLE THRU 1200-EXIT.
001880     CALL "TIMESTMP" USING WS-TODAY.
001890     COMPUTE WS-BUILD-JAN1 = WS-BUILD-CCYY * 10000 + 0101.
001900     COMPUTE WS-BUILD-DEC31 = WS-BUILD-CCYY * 10000 + 1231.
001910     PERFORM 1400-KEEP-EXISTING-ROWS THRU 1400-EXIT.
001920     COMPUTE WS-GEN-DATE = WS-BUILD-CCYY * 10000 + 0101.
001930     COMPUTE WS-JAN1-INTEGER =
001940         FUNCTION INTEGER-OF-DATE(WS-GEN-DATE).
001950 1000-EXIT.
001960     EXIT.
001970
001980 1100-READ-BUILD-YEAR.
001990     OPEN INPUT PARAM-FILE.
002000     IF WS-PARAM-STATUS = "00"
002010         READ PARAM-FILE
002020             AT END
002030                 CONTINUE
002040             NOT AT END
002050                 IF CP-BUILD-CCYY NUMERIC
002060                     AND CP-BUILD-CCYY > 1900
002070                     MOVE CP-BUILD-CCYY TO WS-BUILD-CCYY
002080                 END-IF
002090         END-READ
002100         CLOSE PARAM-FILE
002110     END-IF.
002120 1100-EXIT.
002130     EXIT.
002140
002150 1200-LOAD-HOLIDAY-TABLE.
002160******************************************************************
002170* The holiday list is input, not code: the same build serves
002180* every year and every revision of the shop's holiday schedule.
002190* A missing list builds a weekends-only calendar, reported so
002200* the omission is deliberate, not silent.
002210******************************************************************
002220     OPEN INPUT HOLIDAY-FILE.
002230     IF WS-HOLIDAY-STATUS NOT = "00"
002240         DISPLAY "HOLIDAYS MISSING - WEEKEND-ONLY CALENDAR"
002250         GO TO 1200-EXIT
002260     END-IF.
002270     PERFORM 1250-LOAD-ONE-HOLIDAY THRU 1250-EXIT
002280         UNTIL WS-HOLIDAY-EOF
002290             OR WS-HOLIDAY-USED >= WS-HOLIDAY-TABLE-MAX.
002300     CLOSE HOLIDAY-FILE.
002310 1200-EXIT.
002320     EXIT.
002330
002340 1250-LOAD-ONE-HOLIDAY.
002350     READ HOLIDAY-FILE
002360         AT END
002370             SET WS-HOLIDAY-EOF TO TRUE
002380     END-READ.
002390     IF NOT WS-HOLIDAY-EOF
002400         ADD 1 TO WS-HOLIDAY-USED
002410         MOVE HOL-DATE-CCYYMMDD
002420             TO WS-HOL-DATE (WS-HOLIDAY-USED)
002430     END-IF.
002440 1250-EXIT.
002450     EXIT.
002460
002470 1400-KEEP-EXISTING-ROWS.
002480******************************************************************
002490* A rebuild must not cost the shop the calendar it still has:
002500* existing rows dated today or later that fall OUTSIDE the
002510* build year are kept and written back around the generated
002520* year, so building next year in early December leaves the rest
002530* of December answerable.  Past rows, and rows the build will
002540* regenerate anyway, are dropped.
002550******************************************************************
002560     OPEN INPUT CALENDAR-FILE.
002570     IF WS-CALFILE-STATUS NOT = "00"
002580         DISPLAY "NO EXISTING CALENDAR - FRESH BUILD"
002590         GO TO 1400-EXIT
002600     END-IF.
002610     PERFORM 1450-KEEP-ONE-ROW THRU 1450-EXIT
002620         UNTIL WS-KEEP-EOF
002630             OR WS-KEEP-USED >= WS-KEEP-TABLE-MAX.
002640     CLOSE CALENDAR-FILE.
002650 1400-EXIT.
002660     EXIT.
002670
002680 1450-KEEP-ONE-ROW.
002690     READ CALENDAR-FILE
002700         AT END
002710             SET WS-KEEP-EOF TO TRUE
002720     END-READ.
002730     IF WS-KEEP-EOF
002740         GO TO 1450-EXIT
002750     END-IF.
002760     IF CAL-DATE < WS-TODAY-DATE
002770         GO TO 1450-EXIT
002780     END-IF.
002790     IF CAL-DATE >= WS-BUILD-JAN1
002800         AND CAL-DATE <= WS-BUILD-DEC31
002810         GO TO 1450-EXIT
002820     END-IF.
002830     ADD 1 TO WS-KEEP-USED.
002840     MOVE CAL-DATE TO WS-KEEP-DATE (WS-KEEP-USED).
002850     MOVE CAL-DAY-TYPE TO WS-KEEP-TYPE (WS-KEEP-USED).
002860 1450-EXIT.
002870     EXIT.
002880
002890 2000-GENERATE-ONE-DAY.
002900******************************************************************
002910* One date of the build year: derived from the January-first
002920* integer plus the offset, validated through DATECHK, typed
002930* from the day of week (integer date 1 was a Monday, so
002940* remainder 0 is Sunday and 6 is Saturday) and the holiday
002950* list.  A date DATECHK refuses is counted and skipped -- it
002960* can only mean this generator is wrong, and a bad row must
002970* not reach the calendar.
002980******************************************************************
002990     COMPUTE WS-DAY-INTEGER = WS-JAN1-INTEGER + WS-DAY-OFFSET.
003000     COMPUTE WS-GEN-DATE =
003010         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
003020     IF WS-GEN-CCYY > WS-BUILD-CCYY
003030         GO TO 2000-EXIT
003040     END-IF.
003050     CALL "DATECHK" USING WS-GEN-DATE-X WS-DATE-VALID-SWITCH.
003060     IF WS-DATE-NOT-VALID
003070         ADD 1 TO WS-BAD-DATE-COUNT
003080         DISPLAY "GENERATED DATE " WS-GEN-DATE-X
003090             " FAILED DATECHK - SKIPPED"
003100         GO TO 2000-EXIT
003110     END-IF.
003120     DIVIDE WS-DAY-INTEGER BY 7
003130         GIVING WS-DOW-QUOTIENT REMAINDER WS-DOW-REMAINDER.
003140     PERFORM 2100-CHECK-HOLIDAY-LIST THRU 2100-EXIT.
003150     ADD 1 TO WS-DAY-USED.
003160     MOVE WS-GEN-DATE TO WS-DAY-DATE (WS-DAY-USED).
003170     MOVE WS-GEN-MM TO WS-DAY-MM (WS-DAY-USED).
003180     IF WS-DOW-REMAINDER = 0 OR WS-DOW-REMAINDER = 6
003190         OR WS-IS-LISTED-HOLIDAY
003200         MOVE 'H' TO WS-DAY-TYPE (WS-DAY-USED)
003210         ADD 1 TO WS-HOLIDAY-COUNT
003220     ELSE
003230         MOVE 'B' TO WS-DAY-TYPE (WS-DAY-USED)
003240         ADD 1 TO WS-BUSINESS-COUNT
003250     END-IF.
003260 2000-EXIT.
003270     EXIT.
003280
003290 2100-CHECK-HOLIDAY-LIST.
003300     MOVE 'N' TO WS-HOLIDAY-HIT-SWITCH.
003310     PERFORM 2150-MATCH-ONE-HOLIDAY THRU 2150-EXIT
003320         VARYING WS-HOLIDAY-IX FROM 1 BY 1
003330         UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-USED
003340             OR WS-IS-LISTED-HOLIDAY.
003350 2100-EXIT.
003360     EXIT.
003370
003380 2150-MATCH-ONE-HOLIDAY.
003390     IF WS-HOL-DATE (WS-HOLIDAY-IX) = WS-GEN-DATE
003400         SET WS-IS-LISTED-HOLIDAY TO TRUE
003410     END-IF.
003420 2150-EXIT.
003430     EXIT.
003440
003450 3000-MARK-MONTH-ENDS.
003460******************************************************************
003470* The last business day of each month carries type 'E' so the
003480* month-end steps fire on the right night.  Scanned month by
003490* month: the highest 'B' entry of each month becomes 'E', except
003500* December's, which becomes the 'Y' year-end that also drives
003510* the year-end close.
003520******************************************************************
003530     PERFORM 3100-MARK-ONE-MONTH THRU 3100-EXIT
003540         VARYING WS-SCAN-MM FROM 1 BY 1
003550         UNTIL WS-SCAN-MM > 12.
003560 3000-EXIT.
003570     EXIT.
003580
003590 3100-MARK-ONE-MONTH.
003600     MOVE ZERO TO WS-LAST-BUS-IX.
003610     PERFORM 3150-SCAN-ONE-DAY THRU 3150-EXIT
003620         VARYING WS-DAY-IX FROM 1 BY 1
003630         UNTIL WS-DAY-IX > WS-DAY-USED.
003640     IF WS-LAST-BUS-IX > ZERO
003650         IF WS-SCAN-MM = 12
003660             MOVE 'Y' TO WS-DAY-TYPE (WS-LAST-BUS-IX)
003670         ELSE
003680             MOVE 'E' TO WS-DAY-TYPE (WS-LAST-BUS-IX)
003690         END-IF
003700     END-IF.
003710 3100-EXIT.
003720     EXIT.
003730
003740 3150-SCAN-ONE-DAY.
003750     IF WS-DAY-MM (WS-DAY-IX) = WS-SCAN-MM
003760         AND WS-DAY-TYPE (WS-DAY-IX) = 'B'
003770         MOVE WS-DAY-IX TO WS-LAST-BUS-IX
003780     END-IF.
003790 3150-EXIT.
003800     EXIT.
003810
003820 4000-WRITE-CALENDAR.
003830     OPEN OUTPUT CALENDAR-FILE.
003840     IF WS-CALFILE-STATUS NOT = "00"
003850         DISPLAY "CALFILE OPEN FAILED, STATUS "
003860             WS-CALFILE-STATUS
003870         MOVE "ERROR" TO WS-STATUS-TEXT
003880         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003890         STRING "CALFILE OPEN FAILED, STATUS "
003900             WS-CALFILE-STATUS
003910             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003920         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003930         MOVE 12 TO RETURN-CODE
003940         GO TO 4000-EXIT
003950     END-IF.
003960     SET WS-CALFILE-IS-OPEN TO TRUE.
003970     PERFORM 4050-WRITE-KEPT-BEFORE THRU 4050-EXIT
003980         VARYING WS-KEEP-IX FROM 1 BY 1
003990         UNTIL WS-KEEP-IX > WS-KEEP-USED.
004000     PERFORM 4100-WRITE-ONE-DAY THRU 4100-EXIT
004010         VARYING WS-DAY-IX FROM 1 BY 1
004020         UNTIL WS-DAY-IX > WS-DAY-USED.
004030     PERFORM 4150-WRITE-KEPT-AFTER THRU 4150-EXIT
004040         VARYING WS-KEEP-IX FROM 1 BY 1
004050         UNTIL WS-KEEP-IX > WS-KEEP-USED.
004060     CLOSE CALENDAR-FILE.
004070 4000-EXIT.
004080     EXIT.
004090
004100 4050-WRITE-KEPT-BEFORE.
004110     IF WS-KEEP-DATE (WS-KEEP-IX) < WS-BUILD-JAN1
004120         MOVE WS-KEEP-DATE (WS-KEEP-IX) TO CAL-DATE
004130         MOVE WS-KEEP-TYPE (WS-KEEP-IX) TO CAL-DAY-TYPE
004140         WRITE CALENDAR-RECORD
004150     END-IF.
004160 4050-EXIT.
004170     EXIT.
004180
004190 4100-WRITE-ONE-DAY.
004200     MOVE WS-DAY-DATE (WS-DAY-IX) TO CAL-DATE.
004210     MOVE WS-DAY-TYPE (WS-DAY-IX) TO CAL-DAY-TYPE.
004220     WRITE CALENDAR-RECORD.
004230 4100-EXIT.
004240     EXIT.
004250
004260 4150-WRITE-KEPT-AFTER.
004270     IF WS-KEEP-DATE (WS-KEEP-IX) > WS-BUILD-DEC31
004280         MOVE WS-KEEP-DATE (WS-KEEP-IX) TO CAL-DATE
004290         MOVE WS-KEEP-TYPE (WS-KEEP-IX) TO CAL-DAY-TYPE
004300         WRITE CALENDAR-RECORD
004310     END-IF.
004320 4150-EXIT.
004330     EXIT.
004340
004350 8000-FINALIZE.
004360     MOVE WS-DAY-USED TO WS-DAY-USED-ED.
004370     MOVE WS-BUSINESS-COUNT TO WS-BUSINESS-COUNT-ED.
004380     MOVE WS-HOLIDAY-COUNT TO WS-HOLIDAY-COUNT-ED.
004390     DISPLAY "Calendar days written : " WS-DAY-USED-ED.
004400     DISPLAY "Business days         : " WS-BUSINESS-COUNT-ED.
004410     DISPLAY "Holidays/weekends     : " WS-HOLIDAY-COUNT-ED.
004420     MOVE WS-KEEP-USED TO WS-KEEP-COUNT-ED.
004430     DISPLAY "Existing rows kept    : " WS-KEEP-COUNT-ED.
004440     IF WS-BUILD-CCYY > ZERO AND WS-CALFILE-IS-OPEN
004450         MOVE WS-BUILD-CCYY TO WS-BUILD-CCYY-ED
004460         MOVE "OK" TO WS-STATUS-TEXT
004470         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004480         STRING "CALENDAR BUILT FOR " WS-BUILD-CCYY-ED
004490             ", DAYS " WS-DAY-USED-ED
004500             " BUSINESS " WS-BUSINESS-COUNT-ED
004510             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004520         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004530     END-IF.
004540     IF WS-BAD-DATE-COUNT > ZERO
004550         MOVE "ERROR" TO WS-STATUS-TEXT
004560         MOVE "GENERATED DATES FAILED DATECHK - REVIEW BUILD"
004570             TO WS-AUDIT-MESSAGE-TEXT
004580         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004590         MOVE 12 TO RETURN-CODE
004600     END-IF.
004610     IF WS-AUDIT-IS-OPEN
004620         CLOSE AUDIT-LOG-FILE
004630     END-IF.
004640 8000-EXIT.
004650     EXIT.
004660
004670 9000-WRITE-AUDIT-ENTRY.
004680******************************************************************
004690* Stamps and writes one audit record.  The caller sets
004700* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
004710* this paragraph.
004720******************************************************************
004730     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
004740     MOVE SPACES TO AUDIT-LOG-RECORD.
004750     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
004760     MOVE "CALBUILD" TO AUDIT-PROGRAM-ID.
004770     MOVE SPACES TO AUDIT-USER-ID.
004780     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
004790     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
004800     IF WS-STATUS-TEXT = "OK"
004810         SET AUDIT-IS-INFO TO TRUE
004820     ELSE
004830         IF WS-STATUS-TEXT = "ERROR"
004840             SET AUDIT-IS-ERROR TO TRUE
004850         ELSE
004860             SET AUDIT-IS-WARNING TO TRUE
004870         END-IF
004880     END-IF.
004890     IF WS-AUDIT-IS-OPEN
004900         WRITE AUDIT-LOG-RECORD
004910     END-IF.
004920 9000-EXIT.
004930     EXIT.
004940
004950** add other procedures here
004960 END PROGRAM CALBUILD.
