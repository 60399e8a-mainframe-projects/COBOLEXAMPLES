000220* Modification History
000230* ---------------------
000240* 2026-09-02  DW   Original subprogram, in the style of CALNDR.
000250* 2026-10-15  DW   Record layout now comes from the shared DEPTREF
000260*                  copybook, which adds the department manager and
000270*                  parent department; this routine still answers
000280*                  status and name only (DEPTMGR answers the
000290*                  hierarchy).
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000330 PROGRAM-ID. DEPTLKUP.
000340 ENVIRONMENT DIVISION.
000350*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000360 CONFIGURATION SECTION.
000370*-----------------------
000380 INPUT-OUTPUT SECTION.
000390*-----------------------
000400 FILE-CONTROL.
000410     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-DEPT-STATUS.
000440 DATA DIVISION.
000450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000460 FILE SECTION.
000470*-----------------------
000480 FD  DEPT-FILE.
000490     COPY DEPTREF.
000500 WORKING-STORAGE SECTION.
000510*-----------------------
000520 01  WS-DEPT-STATUS              PIC X(02).
000530 01  WS-LOADED-SWITCH            PIC X(01) VALUE 'N'.
000540     88  WS-TABLE-LOADED         VALUE 'Y'.
000550 01  WS-DEPT-EOF-SWITCH          PIC X(01).
000560     88  WS-DEPT-EOF             VALUE 'Y'.
000570 01  WS-DEPT-TABLE-MAX           PIC 9(03) COMP VALUE 50.
000580 01  WS-DEPT-USED                PIC 9(03) COMP VALUE ZERO.
000590 01  WS-DEPT-IX                  PIC 9(03) COMP VALUE ZERO.
000600 01  WS-DEPT-TABLE.
000610     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
000620         10  WS-DPT-CODE         PIC X(04).
000630         10  WS-DPT-NAME         PIC X(20).
000640         10  WS-DPT-ACTIVE       PIC X(01).
000650*-----------------------
000660 LINKAGE SECTION.
000670*-----------------------
000680 01  LK-DEPT-CODE                 PIC X(04).
000690 01  LK-DEPT-STATUS               PIC X(01).
000700     88  LK-DEPT-IS-ACTIVE        VALUE 'A'.
000710     88  LK-DEPT-IS-INACTIVE      VALUE 'I'.
000720     88  LK-DEPT-UNKNOWN          VALUE '?'.
000730 01  LK-DEPT-NAME                 PIC X(20).
000740
000750*-----------------------
000760 PROCEDURE DIVISION USING LK-DEPT-CODE LK-DEPT-STATUS
000770     LK-DEPT-NAME.
000780*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000790 0000-MAINLINE.
000800     IF NOT WS-TABLE-LOADED
000810         PERFORM 1000-LOAD-DEPARTMENTS THRU 1000-EXIT
000820     END-IF.
000830     MOVE '?' TO LK-DEPT-STATUS.
000840     MOVE SPACES TO LK-DEPT-NAME.
000850     PERFORM 2000-SCAN-ONE-ENTRY THRU 2000-EXIT
000860         VARYING WS-DEPT-IX FROM 1 BY 1
000870         UNTIL WS-DEPT-IX > WS-DEPT-USED
000880             OR LK-DEPT-STATUS NOT = '?'.
000890     GOBACK.
000900
000910 1000-LOAD-DEPARTMENTS.
000920******************************************************************
000930* Loads the reference file once per run unit.  A missing file
000940* leaves the table empty, so every lookup answers '?' and the
000950* caller's rejection rule applies to everything -- refusal is
000960* the safe default for a reference file that did not arrive.
000970******************************************************************
000980     SET WS-TABLE-LOADED TO TRUE.
000990     MOVE 'N' TO WS-DEPT-EOF-SWITCH.
001000     OPEN INPUT DEPT-FILE.
001010     IF WS-DEPT-STATUS NOT = "00"
001020         GO TO 1000-EXIT
001030     END-IF.
001040     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
001050         UNTIL WS-DEPT-EOF OR WS-DEPT-USED >= WS-DEPT-TABLE-MAX.
001060     CLOSE DEPT-FILE.
001070 1000-EXIT.
001080     EXIT.
001090
001100 1100-LOAD-ONE-ENTRY.
001110     READ DEPT-FILE
001120         AT END
001130             SET WS-DEPT-EOF TO TRUE
001140     END-READ.
001150     IF NOT WS-DEPT-EOF
001160         ADD 1 TO WS-DEPT-USED
001170         MOVE DPT-CODE TO WS-DPT-CODE (WS-DEPT-USED)
001180         MOVE DPT-NAME TO WS-DPT-NAME (WS-DEPT-USED)
001190         MOVE DPT-ACTIVE-FLAG TO WS-DPT-ACTIVE (WS-DEPT-USED)
001200     END-IF.
001210 1100-EXIT.
001220     EXIT.
001230
001240 2000-SCAN-ONE-ENTRY.
001250     IF WS-DPT-CODE (WS-DEPT-IX) = LK-DEPT-CODE
001260         MOVE WS-DPT-ACTIVE (WS-DEPT-IX) TO LK-DEPT-STATUS
001270         MOVE WS-DPT-NAME (WS-DEPT-IX) TO LK-DEPT-NAME
001280     END-IF.
001290 2000-EXIT.
001300     EXIT.
001310
001320** add other procedures here
001330 END PROGRAM DEPTLKUP.
