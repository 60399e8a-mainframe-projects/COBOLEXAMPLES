000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Department hierarchy lookup subprogram, the
000060*                companion to DEPTLKUP.  Takes a four-character
000070*                department code and hands back its status ('A',
000080*                'I', or '?' when the code is not on the file),
000090*                the EMP-ID of its manager, and the parent
000100*                department it rolls up to -- spaces for either
000110*                when the reference file has none.  A caller
000120*                climbs the organization by calling again with
000130*                the parent code.  The reference file is loaded
000140*                into a table on the first call and served from
000150*                storage after that.  Whether the manager is
000160*                still an active employee is the caller's
000170*                question to put to EMPMAST.
000180* Tectonics:     cobc
000190*
000200* Modification History
000210* ---------------------
000220* 2026-10-15  DW   Original subprogram, in the style of DEPTLKUP.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000260 PROGRAM-ID. DEPTMGR.
000270 ENVIRONMENT DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 CONFIGURATION SECTION.
000300*-----------------------
000310 INPUT-OUTPUT SECTION.
000320*-----------------------
000330 FILE-CONTROL.
000340     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-DEPT-STATUS.
000370 DATA DIVISION.
000380*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000390 FILE SECTION.
000400*-----------------------
000410 FD  DEPT-FILE.
000420     COPY DEPTREF.
000430 WORKING-STORAGE SECTION.
000440*-----------------------
000450 01  WS-DEPT-STATUS              PIC X(02).
000460 01  WS-LOADED-SWITCH            PIC X(01) VALUE 'N'.
000470     88  WS-TABLE-LOADED         VALUE 'Y'.
000480 01  WS-DEPT-EOF-SWITCH          PIC X(01).
000490     88  WS-DEPT-EOF             VALUE 'Y'.
000500 01  WS-DEPT-TABLE-MAX           PIC 9(03) COMP VALUE 50.
000510 01  WS-DEPT-USED                PIC 9(03) COMP VALUE ZERO.
000520 01  WS-DEPT-IX                  PIC 9(03) COMP VALUE ZERO.
000530 01  WS-DEPT-TABLE.
000540     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
000550         10  WS-DPT-CODE         PIC X(04).
000560         10  WS-DPT-ACTIVE       PIC X(01).
000570         10  WS-DPT-MANAGER      PIC X(06).
000580         10  WS-DPT-PARENT       PIC X(04).
000590*-----------------------
000600 LINKAGE SECTION.
000610*-----------------------
000620 01  LK-DEPT-CODE                 PIC X(04).
000630 01  LK-DEPT-STATUS               PIC X(01).
000640     88  LK-DEPT-IS-ACTIVE        VALUE 'A'.
000650     88  LK-DEPT-IS-INACTIVE      VALUE 'I'.
000660     88  LK-DEPT-UNKNOWN          VALUE '?'.
000670 01  LK-MANAGER-ID                PIC X(06).
000680 01  LK-PARENT-CODE               PIC X(04).
000690
000700*-----------------------
000710 PROCEDURE DIVISION USING LK-DEPT-CODE LK-DEPT-STATUS
000720     LK-MANAGER-ID LK-PARENT-CODE.
000730*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000740 0000-MAINLINE.
000750     IF NOT WS-TABLE-LOADED
000760         PERFORM 1000-LOAD-DEPARTMENTS THRU 1000-EXIT
000770     END-IF.
000780     MOVE '?' TO LK-DEPT-STATUS.
000790     MOVE SPACES TO LK-MANAGER-ID.
000800     MOVE SPACES TO LK-PARENT-CODE.
000810     PERFORM 2000-SCAN-ONE-ENTRY THRU 2000-EXIT
000820         VARYING WS-DEPT-IX FROM 1 BY 1
000830         UNTIL WS-DEPT-IX > WS-DEPT-USED
000840             OR LK-DEPT-STATUS NOT = '?'.
000850     GOBACK.
000860
000870 1000-LOAD-DEPARTMENTS.
000880******************************************************************
000890* Loads the reference file once per run unit.  A missing file
000900* leaves the table empty, so every lookup answers '?' with no
000910* manager -- the caller routes nothing rather than guessing.
000920******************************************************************
000930     SET WS-TABLE-LOADED TO TRUE.
000940     MOVE 'N' TO WS-DEPT-EOF-SWITCH.
000950     OPEN INPUT DEPT-FILE.
000960     IF WS-DEPT-STATUS NOT = "00"
000970         GO TO 1000-EXIT
000980     END-IF.
000990     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
001000         UNTIL WS-DEPT-EOF OR WS-DEPT-USED >= WS-DEPT-TABLE-MAX.
001010     CLOSE DEPT-FILE.
001020 1000-EXIT.
001030     EXIT.
001040
001050 1100-LOAD-ONE-ENTRY.
001060     READ DEPT-FILE
001070         AT END
001080             SET WS-DEPT-EOF TO TRUE
001090     END-READ.
001100     IF NOT WS-DEPT-EOF
001110         ADD 1 TO WS-DEPT-USED
001120         MOVE DPT-CODE TO WS-DPT-CODE (WS-DEPT-USED)
001130         MOVE DPT-ACTIVE-FLAG TO WS-DPT-ACTIVE (WS-DEPT-USED)
001140         MOVE DPT-MANAGER-ID TO WS-DPT-MANAGER (WS-DEPT-USED)
001150         MOVE DPT-PARENT-CODE TO WS-DPT-PARENT (WS-DEPT-USED)
001160     END-IF.
001170 1100-EXIT.
001180     EXIT.
001190
001200 2000-SCAN-ONE-ENTRY.
001210     IF WS-DPT-CODE (WS-DEPT-IX) = LK-DEPT-CODE
001220         MOVE WS-DPT-ACTIVE (WS-DEPT-IX) TO LK-DEPT-STATUS
001230         MOVE WS-DPT-MANAGER (WS-DEPT-IX) TO LK-MANAGER-ID
001240         MOVE WS-DPT-PARENT (WS-DEPT-IX) TO LK-PARENT-CODE
001250     END-IF.
001260 2000-EXIT.
001270     EXIT.
001280
001290** add other procedures here
001300 END PROGRAM DEPTMGR.
