000210* Modification History
000220* ---------------------
000230* 2026-08-22  DW   Original subprogram.
000240* 2026-10-15  DW   Heading line 1 carries *** SIMULATION *** when
000250*                  the caller's run mode says the night is a
000260*                  simulation.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 PROGRAM-ID. RPTWRTR.
000310 ENVIRONMENT DIVISION.
000320*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000330 CONFIGURATION SECTION.
000340*-----------------------
000350 DATA DIVISION.
000360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370 WORKING-STORAGE SECTION.
000380*-----------------------
000390 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
000400 01  WS-PAGE-COUNT-ED            PIC ZZZZ9.
000410 01  WS-TIMESTAMP-PARTS.
000420     05  WS-TS-CCYY              PIC X(04).
000430     05  WS-TS-MM                PIC X(02).
000440     05  WS-TS-DD                PIC X(02).
000450     05  WS-TS-HOUR              PIC X(02).
000460     05  WS-TS-MINUTE            PIC X(02).
000470     05  FILLER                  PIC X(09).
000480 01  WS-TRAILER-TEXT             PIC X(76).
000490*-----------------------
000500 LINKAGE SECTION.
000510*-----------------------
000520 COPY RPTCTL.
000530
000540*-----------------------
000550 PROCEDURE DIVISION USING RPT-CONTROL.
000560*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000570 0000-MAINLINE.
000580     MOVE 'N' TO RPT-NEW-PAGE-SWITCH.
000590     IF RPT-LINES-PER-PAGE = ZERO
000600         MOVE 60 TO RPT-LINES-PER-PAGE
000610     END-IF.
000620     IF RPT-TRAILER-REQUEST
000630         PERFORM 2000-FORMAT-TRAILER-LINE THRU 2000-EXIT
000640     END-IF.
000650     IF RPT-LINE-COUNT = ZERO
000660         OR RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000670         PERFORM 1000-START-NEW-PAGE THRU 1000-EXIT
000680     END-IF.
000690     ADD 1 TO RPT-LINE-COUNT.
000700     GOBACK.
000710
000720 1000-START-NEW-PAGE.
000730******************************************************************
000740* Builds the standard heading block.  The run date/time is
000750* captured once, on the first page, so every page of one run
000760* carries the same stamp.
000770******************************************************************
000780     ADD 1 TO RPT-PAGE-COUNT.
000790     IF RPT-PAGE-COUNT = 1
000800         CALL "TIMESTMP" USING RPT-TIMESTAMP
000810     END-IF.
000820     MOVE RPT-TIMESTAMP TO WS-TIMESTAMP-PARTS.
000830     MOVE RPT-RUN-NUMBER TO WS-RUN-NUMBER-ED.
000840     MOVE RPT-PAGE-COUNT TO WS-PAGE-COUNT-ED.
000850     MOVE SPACES TO RPT-HEADING-1.
000860     STRING RPT-PROGRAM-NAME " RUN " WS-RUN-NUMBER-ED
000870         "  " WS-TS-CCYY "-" WS-TS-MM "-" WS-TS-DD
000880         " " WS-TS-HOUR ":" WS-TS-MINUTE
000890         "  PAGE " WS-PAGE-COUNT-ED
000900         DELIMITED BY SIZE INTO RPT-HEADING-1.
000910     IF RPT-SIMULATION
000920         MOVE "*** SIMULATION ***" TO RPT-HEADING-1 (57:18)
000930     END-IF.
000940     MOVE RPT-COLUMN-HEADING TO RPT-HEADING-2.
000950     MOVE SPACES TO RPT-HEADING-3.
000960     SET RPT-NEW-PAGE TO TRUE.
000970     MOVE 3 TO RPT-LINE-COUNT.
000980 1000-EXIT.
000990     EXIT.
001000
001010 2000-FORMAT-TRAILER-LINE.
001020******************************************************************
001030* Trailer lines get one consistent format across the suite: a
001040* double-asterisk flag ahead of the caller's text.
001050******************************************************************
001060     MOVE RPT-DETAIL-LINE TO WS-TRAILER-TEXT.
001070     MOVE SPACES TO RPT-DETAIL-LINE.
001080     STRING "** " WS-TRAILER-TEXT
001090         DELIMITED BY SIZE INTO RPT-DETAIL-LINE.
001100 2000-EXIT.
001110     EXIT.
001120
001130** add other procedures here
001140 END PROGRAM RPTWRTR.
