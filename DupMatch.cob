000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Shop duplicate-person matching subprogram, in
000060*                the style of DATECHK.  Takes two employee images
000070*                in the EMPMAST layout and answers whether they
000080*                are possibly the same person under two EMP-IDs:
000090*                'L' when the birth dates agree and so do the
000100*                last names, 'F' when the birth dates agree, the
000110*                department is the same, and the first names are
000120*                similar (the same first three letters, or one is
000130*                an initial of the other) -- which catches a
000140*                changed last name -- and a space when they are
000150*                not a match.  Names compare without regard to
000160*                case.  The one definition of a candidate
000170*                duplicate for EMPLOAD, EMPUPDT, and DUPSWEEP.
000180* Tectonics:     cobc
000190*
000200* Modification History
000210* ---------------------
000220* 2026-10-15  DW   Original subprogram.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000260 PROGRAM-ID. DUPMATCH.
000270 ENVIRONMENT DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 CONFIGURATION SECTION.
000300*-----------------------
000310 DATA DIVISION.
000320*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000330 WORKING-STORAGE SECTION.
000340*-----------------------
000350 01  WS-LOWER-CASE               PIC X(26) VALUE
000360     "abcdefghijklmnopqrstuvwxyz".
000370 01  WS-UPPER-CASE               PIC X(26) VALUE
000380     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000390 01  WS-FIRST-LAST-NAME          PIC X(22).
000400 01  WS-SECOND-LAST-NAME         PIC X(22).
000410 01  WS-FIRST-FIRST-NAME         PIC X(18).
000420 01  WS-SECOND-FIRST-NAME        PIC X(18).
000430 01  WS-SIMILAR-SWITCH           PIC X(01).
000440     88  WS-NAMES-ARE-SIMILAR    VALUE 'Y'.
000450*-----------------------
000460 LINKAGE SECTION.
000470*-----------------------
000480 01  LK-FIRST-IMAGE.
000490     05  LK-FIRST-EMP-ID          PIC X(06).
000500     05  LK-FIRST-LAST-NAME       PIC X(22).
000510     05  LK-FIRST-FIRST-NAME      PIC X(18).
000520     05  LK-FIRST-BIRTH-DATE      PIC X(06).
000530     05  FILLER                   PIC X(07).
000540     05  LK-FIRST-DEPT-CODE       PIC X(04).
000550     05  FILLER                   PIC X(06).
000560 01  LK-SECOND-IMAGE.
000570     05  LK-SECOND-EMP-ID         PIC X(06).
000580     05  LK-SECOND-LAST-NAME      PIC X(22).
000590     05  LK-SECOND-FIRST-NAME     PIC X(18).
000600     05  LK-SECOND-BIRTH-DATE     PIC X(06).
000610     05  FILLER                   PIC X(07).
000620     05  LK-SECOND-DEPT-CODE      PIC X(04).
000630     05  FILLER                   PIC X(06).
000640 01  LK-MATCH-RULE                PIC X(01).
000650     88  LK-NO-MATCH              VALUE SPACE.
000660     88  LK-MATCHED-LAST-NAME     VALUE 'L'.
000670     88  LK-MATCHED-FIRST-NAME    VALUE 'F'.
000680
000690*-----------------------
000700 PROCEDURE DIVISION USING LK-FIRST-IMAGE LK-SECOND-IMAGE
000710     LK-MATCH-RULE.
000720*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000730 0000-MAINLINE.
000740******************************************************************
000750* The birth date is the anchor of both rules: two records with
000760* different (or missing) birth dates are never a match, and the
000770* same EMP-ID is never its own duplicate.
000780******************************************************************
000790     SET LK-NO-MATCH TO TRUE.
000800     IF LK-FIRST-EMP-ID = LK-SECOND-EMP-ID
000810         GOBACK
000820     END-IF.
000830     IF LK-FIRST-BIRTH-DATE NOT = LK-SECOND-BIRTH-DATE
000840         OR LK-FIRST-BIRTH-DATE = SPACES
000850         OR LK-FIRST-BIRTH-DATE = ZEROS
000860         GOBACK
000870     END-IF.
000880     MOVE LK-FIRST-LAST-NAME TO WS-FIRST-LAST-NAME.
000890     MOVE LK-SECOND-LAST-NAME TO WS-SECOND-LAST-NAME.
000900     MOVE LK-FIRST-FIRST-NAME TO WS-FIRST-FIRST-NAME.
000910     MOVE LK-SECOND-FIRST-NAME TO WS-SECOND-FIRST-NAME.
000920     INSPECT WS-FIRST-LAST-NAME
000930         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
000940     INSPECT WS-SECOND-LAST-NAME
000950         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
000960     INSPECT WS-FIRST-FIRST-NAME
000970         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
000980     INSPECT WS-SECOND-FIRST-NAME
000990         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
001000     IF WS-FIRST-LAST-NAME = WS-SECOND-LAST-NAME
001010         AND WS-FIRST-LAST-NAME NOT = SPACES
001020         SET LK-MATCHED-LAST-NAME TO TRUE
001030         GOBACK
001040     END-IF.
001050     IF LK-FIRST-DEPT-CODE NOT = LK-SECOND-DEPT-CODE
001060         OR LK-FIRST-DEPT-CODE = SPACES
001070         GOBACK
001080     END-IF.
001090     PERFORM 1000-COMPARE-FIRST-NAMES THRU 1000-EXIT.
001100     IF WS-NAMES-ARE-SIMILAR
001110         SET LK-MATCHED-FIRST-NAME TO TRUE
001120     END-IF.
001130     GOBACK.
001140
001150 1000-COMPARE-FIRST-NAMES.
001160******************************************************************
001170* Similar first names: the same first three letters (ROBERT and
001180* ROBBIE, CATHERINE and CATH), or the same first letter where
001190* either name is only an initial, with or without its period.
001200******************************************************************
001210     MOVE 'N' TO WS-SIMILAR-SWITCH.
001220     IF WS-FIRST-FIRST-NAME = SPACES
001230         OR WS-SECOND-FIRST-NAME = SPACES
001240         GO TO 1000-EXIT
001250     END-IF.
001260     IF WS-FIRST-FIRST-NAME (1:3) = WS-SECOND-FIRST-NAME (1:3)
001270         SET WS-NAMES-ARE-SIMILAR TO TRUE
001280         GO TO 1000-EXIT
001290     END-IF.
001300     IF WS-FIRST-FIRST-NAME (1:1) NOT = WS-SECOND-FIRST-NAME (1:1)
001310         GO TO 1000-EXIT
001320     END-IF.
001330     IF WS-FIRST-FIRST-NAME (2:1) = SPACE OR "."
001340         OR WS-SECOND-FIRST-NAME (2:1) = SPACE OR "."
001350         SET WS-NAMES-ARE-SIMILAR TO TRUE
001360     END-IF.
001370 1000-EXIT.
001380     EXIT.
001390
001400** add other procedures here
001410 END PROGRAM DUPMATCH.
