000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-08-22
000050* Purpose:       Shop business-day calendar lookup subprogram.
000060*                Takes a CCYYMMDD date and hands back that date's
000070*                type from the shop calendar file: 'B' business
000080*                day, 'H' holiday or weekend, 'E' month-end (a
000090*                business day with month-end processing), 'Y'
000100*                year-end (the month-end that also closes the
000110*                year), or '?' when the date is not on the
000120*                calendar at all.  The calendar is loaded into a
000130*                table on the first call and served from storage
000140*                after that, so a per-record caller does not
000150*                reread the file every time.
000160* Tectonics:     cobc
000170*
000180* Modification History
000190* ---------------------
000200* 2026-08-22  DW   Original subprogram, in the style of ROUNDER
000210*                  and TIMESTMP.
000220* 2026-10-15  DW   New 'Y' year-end day type: the last business
000230*                  day of the year, a month-end that also drives
000240*                  the YEAREND close.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000280 PROGRAM-ID. CALNDR.
000290 ENVIRONMENT DIVISION.
000300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000310 CONFIGURATION SECTION.
000320*-----------------------
000330 INPUT-OUTPUT SECTION.
000340*-----------------------
000350 FILE-CONTROL.
000360     SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CALFILE-STATUS.
000390 DATA DIVISION.
000400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000410 FILE SECTION.
000420*-----------------------
000430 FD  CALENDAR-FILE.
000440 01  CALENDAR-RECORD.
000450     05  CAL-DATE                PIC 9(08).
000460     05  CAL-DAY-TYPE            PIC X(01).
000470 WORKING-STORAGE SECTION.
000480*-----------------------
000490 01  WS-CALFILE-STATUS           PIC X(02).
000500 01  WS-LOADED-SWITCH            PIC X(01) VALUE 'N'.
000510     88  WS-TABLE-LOADED         VALUE 'Y'.
000520 01  WS-CAL-EOF-SWITCH           PIC X(01).
000530     88  WS-CAL-EOF              VALUE 'Y'.
000540 01  WS-CAL-TABLE-MAX            PIC 9(03) COMP VALUE 400.
000550 01  WS-CAL-USED                 PIC 9(03) COMP VALUE ZERO.
000560 01  WS-CAL-IX                   PIC 9(03) COMP VALUE ZERO.
000570 01  WS-CAL-TABLE.
000580     05  WS-CAL-ENTRY OCCURS 400 TIMES.
000590         10  WS-CAL-DATE         PIC X(08).
000600         10  WS-CAL-TYPE         PIC X(01).
000610*-----------------------
000620 LINKAGE SECTION.
000630*-----------------------
000640 01  LK-DATE-CCYYMMDD             PIC X(08).
000650 01  LK-DAY-TYPE                  PIC X(01).
000660     88  LK-IS-BUSINESS-DAY       VALUE 'B' 'E' 'Y'.
000670     88  LK-IS-HOLIDAY            VALUE 'H'.
000680     88  LK-IS-MONTH-END          VALUE 'E' 'Y'.
000690     88  LK-IS-YEAR-END           VALUE 'Y'.
000700     88  LK-DATE-UNKNOWN          VALUE '?'.
000710
000720*-----------------------
000730 PROCEDURE DIVISION USING LK-DATE-CCYYMMDD LK-DAY-TYPE.
000740*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000750 0000-MAINLINE.
000760     IF NOT WS-TABLE-LOADED
000770         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
000780     END-IF.
000790     MOVE '?' TO LK-DAY-TYPE.
000800     PERFORM 2000-SCAN-ONE-ENTRY THRU 2000-EXIT
000810         VARYING WS-CAL-IX FROM 1 BY 1
000820         UNTIL WS-CAL-IX > WS-CAL-USED
000830             OR LK-DAY-TYPE NOT = '?'.
000840     GOBACK.
000850
000860 1000-LOAD-CALENDAR.
000870******************************************************************
000880* Loads the calendar once per run unit.  A missing calendar
000890* file leaves the table empty, so every lookup answers '?' and
000900* the caller decides how cautious to be.
000910******************************************************************
000920     SET WS-TABLE-LOADED TO TRUE.
000930     MOVE 'N' TO WS-CAL-EOF-SWITCH.
000940     OPEN INPUT CALENDAR-FILE.
000950     IF WS-CALFILE-STATUS NOT = "00"
000960         GO TO 1000-EXIT
000970     END-IF.
000980     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
000990         UNTIL WS-CAL-EOF OR WS-CAL-USED >= WS-CAL-TABLE-MAX.
001000     CLOSE CALENDAR-FILE.
001010 1000-EXIT.
001020     EXIT.
001030
001040 1100-LOAD-ONE-ENTRY.
001050     READ CALENDAR-FILE
001060         AT END
001070             SET WS-CAL-EOF TO TRUE
001080     END-READ.
001090     IF NOT WS-CAL-EOF
001100         ADD 1 TO WS-CAL-USED
001110         MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-USED)
001120         MOVE CAL-DAY-TYPE TO WS-CAL-TYPE (WS-CAL-USED)
001130     END-IF.
001140 1100-EXIT.
001150     EXIT.
001160
001170 2000-SCAN-ONE-ENTRY.
001180     IF WS-CAL-DATE (WS-CAL-IX) = LK-DATE-CCYYMMDD
001190         MOVE WS-CAL-TYPE (WS-CAL-IX) TO LK-DAY-TYPE
001200     END-IF.
001210 2000-EXIT.
001220     EXIT.
001230
001240** add other procedures here
001250 END PROGRAM CALNDR.
