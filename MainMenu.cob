000420*                  for the growing pick-list.  Existing rows
000430*                  keep working -- the new positions simply read
000440*                  as spaces until a grant fills them.
000450* 2026-10-15  DW   Added option 8 for the new EMPAPPR maker-
000460*                  checker approval of pending employee-master
000470*                  changes, authorized like the others through
000480*                  AUTHFILE.  EMPAPPR itself refuses a change to
000490*                  the operator who keyed it.
000500* 2026-10-15  DW   Added option 9 for the new RPTREPRT report
000510*                  repository list and reprint, authorized like
000520*                  the others through AUTHFILE.  Options 2-9 now
000530*                  fill all eight AUTHFILE positions.
000540* 2026-10-15  DW   Batch window: while the nightly job holds the
000550*                  BATLOCK lock, options 2-6 and 8 (the engines,
000560*                  the birthday run and the employee-master
000570*                  updates) are refused with the run and step
000580*                  holding it, and the refusal is logged. Sign-on,
000590*                  inquiry and reprint stay available.
000600* 2026-10-15  DW   Added option R for the new RSLTINQ calculation
000610*                  results inquiry.  AUTHFILE's eight positions
000620*                  are full, so option R is granted to any
000630*                  operator entitled to option 2 or 4, the engines
000640*                  whose results it shows.  Being an inquiry, it
000650*                  stays available while the nightly job holds the
000660*                  batch window.
000670******************************************************************
000680 IDENTIFICATION DIVISION.
000690*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000700 PROGRAM-ID. MAIN-MENU.
000710 ENVIRONMENT DIVISION.
000720*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000730 CONFIGURATION SECTION.
000740*-----------------------
000750 INPUT-OUTPUT SECTION.
000760*-----------------------
000770 FILE-CONTROL.
000780     SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-AUTH-STATUS.
000810     SELECT AUDIT-LOG-FILE ASSIGN TO "MENUAUDT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-AUDIT-STATUS.
000840 DATA DIVISION.
000850*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000860 FILE SECTION.
000870*-----------------------
000880 FD  AUTH-FILE.
000890 01  AUTH-RECORD.
000900     05  AUTH-EMP-ID             PIC X(06).
000910     05  AUTH-OPTIONS            PIC X(08).
000920 FD  AUDIT-LOG-FILE.
000930     COPY AUDITLOG.
000940 WORKING-STORAGE SECTION.
000950*-----------------------
000960 01  WS-MENU-CHOICE              PIC X(01).
000970     88  WS-CHOICE-IS-VALID      VALUE '1' '2' '3' '4' '5' '6'
000980                                 '7' '8' '9' 'R' '0'.
000990     88  WS-CHOICE-NEEDS-AUTH    VALUE '2' '3' '4' '5' '6' '7'
001000                                 '8' '9' 'R'.
001010     88  WS-CHOICE-NEEDS-WINDOW  VALUE '2' '3' '4' '5' '6' '8'.
001020 01  WS-DONE-SWITCH               PIC X(01) VALUE 'N'.
001030     88  WS-DONE                  VALUE 'Y'.
001040 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001050 01  WS-OPERATOR-ID-R REDEFINES WS-OPERATOR-ID.
001060     05  WS-OPERATOR-EMP-ID       PIC X(06).
001070     05  FILLER                   PIC X(02).
001080 01  WS-AUTH-STATUS               PIC X(02).
001090 01  WS-AUTH-EOF-SWITCH           PIC X(01) VALUE 'N'.
001100     88  WS-AUTH-EOF              VALUE 'Y'.
001110 01  WS-AUDIT-STATUS              PIC X(02).
001120 01  WS-AUDIT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001130     88  WS-AUDIT-IS-OPEN         VALUE 'Y'.
001140 01  WS-AUDIT-TIMESTAMP           PIC X(21).
001150 01  WS-RUN-NUMBER                PIC 9(05) VALUE ZERO.
001160 01  WS-LOCK-FUNCTION             PIC X(01) VALUE 'Q'.
001170 01  WS-LOCK-STEP-NAME            PIC X(08) VALUE "MAINMENU".
001180 COPY BATLOCKR.
001190 01  WS-AUTH-TABLE-MAX            PIC 9(03) COMP VALUE 50.
001200 01  WS-AUTH-USED                 PIC 9(03) COMP VALUE ZERO.
001210 01  WS-AUTH-IX                   PIC 9(03) COMP VALUE ZERO.
001220 01  WS-OPT-IX                    PIC 9(02) COMP VALUE ZERO.
001230 01  WS-AUTH-OPTION               PIC X(01).
001240 01  WS-AUTHORIZED-SWITCH         PIC X(01).
001250     88  WS-IS-AUTHORIZED         VALUE 'Y'.
001260 01  WS-OPER-OPTIONS              PIC X(08).
001270 01  WS-OPER-OPTIONS-R REDEFINES WS-OPER-OPTIONS.
001280     05  WS-OPER-OPT-CHAR OCCURS 8 TIMES
001290                                  PIC X(01).
001300 01  WS-AUTH-ENTRY-TABLE.
001310     05  WS-AUTH-ENTRY OCCURS 50 TIMES.
001320         10  WS-AUTH-TBL-EMP-ID   PIC X(06).
001330         10  WS-AUTH-TBL-OPTIONS  PIC X(08).
001340*-----------------------
001350 PROCEDURE DIVISION.
001360*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001370 MAIN-PROCEDURE.
001380******************************************************************
001390* Loops on the pick-list, driving one selected program to
001400* completion, CANCELing it, and returning to the pick-list, until
001410* the operator chooses to end the session.
001420******************************************************************
001430     CALL "GETRUN" USING WS-RUN-NUMBER.
001440     PERFORM 0500-LOAD-AUTH-TABLE THRU 0500-EXIT.
001450     OPEN EXTEND AUDIT-LOG-FILE.
001460     IF WS-AUDIT-STATUS = "00"
001470         SET WS-AUDIT-IS-OPEN TO TRUE
001480     END-IF.
001490     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
001500         UNTIL WS-DONE.
001510     IF WS-AUDIT-IS-OPEN
001520         CLOSE AUDIT-LOG-FILE
001530     END-IF.
001540     DISPLAY "Ending session.".
001550     GOBACK.
001560
001570 0500-LOAD-AUTH-TABLE.
001580******************************************************************
001590* Loads the employee-ID-to-permitted-options map.  An operator
001600* with no row here, or an unreadable authorization file, is
001610* entitled to nothing past the sign-on -- refusal is the safe
001620* default internal audit asked for.
001630******************************************************************
001640     OPEN INPUT AUTH-FILE.
001650     IF WS-AUTH-STATUS NOT = "00"
001660         DISPLAY "AUTHFILE OPEN FAILED, STATUS " WS-AUTH-STATUS
001670         GO TO 0500-EXIT
001680     END-IF.
001690     PERFORM 0550-LOAD-ONE-AUTH THRU 0550-EXIT
001700         UNTIL WS-AUTH-EOF OR WS-AUTH-USED >= WS-AUTH-TABLE-MAX.
001710     CLOSE AUTH-FILE.
001720 0500-EXIT.
001730     EXIT.
001740
001750 0550-LOAD-ONE-AUTH.
001760     READ AUTH-FILE
001770         AT END
001780             SET WS-AUTH-EOF TO TRUE
001790     END-READ.
001800     IF NOT WS-AUTH-EOF
001810         ADD 1 TO WS-AUTH-USED
001820         MOVE AUTH-EMP-ID TO WS-AUTH-TBL-EMP-ID (WS-AUTH-USED)
001830         MOVE AUTH-OPTIONS TO WS-AUTH-TBL-OPTIONS (WS-AUTH-USED)
001840     END-IF.
001850 0550-EXIT.
001860     EXIT.
001870
001880 1000-SHOW-MENU.
001890     MOVE SPACES TO WS-MENU-CHOICE.
001900     PERFORM 1050-PROMPT-CHOICE THRU 1050-EXIT
001910         UNTIL WS-CHOICE-IS-VALID.
001920     IF WS-CHOICE-NEEDS-AUTH
001930         PERFORM 1500-CHECK-AUTHORIZATION THRU 1500-EXIT
001940         IF NOT WS-IS-AUTHORIZED
001950             PERFORM 1600-REFUSE-SELECTION THRU 1600-EXIT
001960             GO TO 1000-EXIT
001970         END-IF
001980     END-IF.
001990     IF WS-CHOICE-NEEDS-WINDOW
002000         CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
002010             WS-LOCK-STEP-NAME BATCH-LOCK-RECORD
002020         IF BL-IS-HELD
002030             PERFORM 1700-REFUSE-BATCH-WINDOW THRU 1700-EXIT
002040             GO TO 1000-EXIT
002050         END-IF
002060     END-IF.
002070     EVALUATE WS-MENU-CHOICE
002080         WHEN '1'
002090             CALL "HELLO" USING WS-OPERATOR-ID
002100             CANCEL "HELLO"
002110         WHEN '2'
002120             CALL "CALCULAT" USING WS-OPERATOR-ID
002130             CANCEL "CALCULAT"
002140         WHEN '3'
002150             CALL "WRKCOMP" USING WS-OPERATOR-ID
002160             CANCEL "WRKCOMP"
002170         WHEN '4'
002180             CALL "MATHOPS" USING WS-OPERATOR-ID
002190             CANCEL "MATHOPS"
002200         WHEN '5'
002210             CALL "BIRTHDAY" USING WS-OPERATOR-ID
002220             CANCEL "BIRTHDAY"
002230         WHEN '6'
002240             CALL "EMPUPDT" USING WS-OPERATOR-ID
002250             CANCEL "EMPUPDT"
002260         WHEN '7'
002270             CALL "EMPINQ" USING WS-OPERATOR-ID
002280             CANCEL "EMPINQ"
002290         WHEN '8'
002300             CALL "EMPAPPR" USING WS-OPERATOR-ID
002310             CANCEL "EMPAPPR"
002320         WHEN '9'
002330             CALL "RPTREPRT" USING WS-OPERATOR-ID
002340             CANCEL "RPTREPRT"
002350         WHEN 'R'
002360             CALL "RSLTINQ" USING WS-OPERATOR-ID
002370             CANCEL "RSLTINQ"
002380         WHEN '0'
002390             SET WS-DONE TO TRUE
002400     END-EVALUATE.
002410 1000-EXIT.
002420     EXIT.
002430
002440 1050-PROMPT-CHOICE.
002450     DISPLAY " ".
002460     DISPLAY "1. Sign-on / employee lookup (HELLO)".
002470     DISPLAY "2. Batch calculator (CALCULATER)".
002480     DISPLAY "3. Rounding-standards demo (WORK-COMPUTE)".
002490     DISPLAY "4. Batch arithmetic engine (MATHOPS)".
002500     DISPLAY "5. Birthday / age report (BIRTHDAY)".
002510     DISPLAY "6. Employee master maintenance (EMPUPDT)".
002520     DISPLAY "7. Employee inquiry / browse (EMPINQ)".
002530     DISPLAY "8. Approve employee changes (EMPAPPR)".
002540     DISPLAY "9. Report repository list / reprint (RPTREPRT)".
002550     DISPLAY "R. Calculation results inquiry (RSLTINQ)".
002560     DISPLAY "0. Exit".
002570     DISPLAY "Select an option: ".
002580     ACCEPT WS-MENU-CHOICE.
002590     IF NOT WS-CHOICE-IS-VALID
002600         DISPLAY "Invalid selection, please re-enter."
002610     END-IF.
002620 1050-EXIT.
002630     EXIT.
002640
002650 1500-CHECK-AUTHORIZATION.
002660******************************************************************
002670* The operator must have signed on (option 1) and hold a row in
002680* the authorization map listing this option's digit.  Option R,
002690* the results inquiry, has no position of its own: a grant for
002700* either engine it reports on, option 2 or 4, entitles the
002710* operator to it.  Anything else is a refusal.
002720******************************************************************
002730     MOVE 'N' TO WS-AUTHORIZED-SWITCH.
002740     IF WS-OPERATOR-ID = SPACES
002750         GO TO 1500-EXIT
002760     END-IF.
002770     MOVE SPACES TO WS-OPER-OPTIONS.
002780     PERFORM 1550-MATCH-AUTH-ENTRY THRU 1550-EXIT
002790         VARYING WS-AUTH-IX FROM 1 BY 1
002800         UNTIL WS-AUTH-IX > WS-AUTH-USED.
002810     IF WS-MENU-CHOICE NOT = 'R'
002820         MOVE WS-MENU-CHOICE TO WS-AUTH-OPTION
002830         PERFORM 1570-MATCH-OPTION-CHAR THRU 1570-EXIT
002840             VARYING WS-OPT-IX FROM 1 BY 1
002850             UNTIL WS-OPT-IX > 8 OR WS-IS-AUTHORIZED
002860         GO TO 1500-EXIT
002870     END-IF.
002880     MOVE '2' TO WS-AUTH-OPTION.
002890     PERFORM 1570-MATCH-OPTION-CHAR THRU 1570-EXIT
002900         VARYING WS-OPT-IX FROM 1 BY 1
002910         UNTIL WS-OPT-IX > 8 OR WS-IS-AUTHORIZED.
002920     MOVE '4' TO WS-AUTH-OPTION.
002930     PERFORM 1570-MATCH-OPTION-CHAR THRU 1570-EXIT
002940         VARYING WS-OPT-IX FROM 1 BY 1
002950         UNTIL WS-OPT-IX > 8 OR WS-IS-AUTHORIZED.
002960 1500-EXIT.
002970     EXIT.
002980
002990 1550-MATCH-AUTH-ENTRY.
003000     IF WS-AUTH-TBL-EMP-ID (WS-AUTH-IX) = WS-OPERATOR-EMP-ID
003010         MOVE WS-AUTH-TBL-OPTIONS (WS-AUTH-IX)
003020             TO WS-OPER-OPTIONS
003030     END-IF.
003040 1550-EXIT.
003050     EXIT.
003060
003070 1570-MATCH-OPTION-CHAR.
003080     IF WS-OPER-OPT-CHAR (WS-OPT-IX) = WS-AUTH-OPTION
003090         SET WS-IS-AUTHORIZED TO TRUE
003100     END-IF.
003110 1570-EXIT.
003120     EXIT.
003130
003140 1600-REFUSE-SELECTION.
003150******************************************************************
003160* One refused selection: the operator is told, and the refusal
003170* is written to the menu audit log so internal audit can see
003180* the control working.
003190******************************************************************
003200     IF WS-OPERATOR-ID = SPACES
003210         DISPLAY "Please sign on (option 1) first."
003220     ELSE
003230         DISPLAY "You are not authorized for that option."
003240     END-IF.
003250     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
003260     MOVE SPACES TO AUDIT-LOG-RECORD.
003270     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
003280     MOVE "MAINMENU" TO AUDIT-PROGRAM-ID.
003290     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
003300     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
003310     SET AUDIT-IS-WARNING TO TRUE.
003320     STRING "MENU OPTION " WS-MENU-CHOICE " REFUSED"
003330         DELIMITED BY SIZE INTO AUDIT-MESSAGE-TEXT.
003340     IF WS-AUDIT-IS-OPEN
003350         WRITE AUDIT-LOG-RECORD
003360     END-IF.
003370 1600-EXIT.
003380     EXIT.
003390
003400 1700-REFUSE-BATCH-WINDOW.
003410******************************************************************
003420* The nightly job holds the batch lock: the engines and the
003430* employee-master updates would run against files it has open, so
003440* they wait until it finishes.  The operator is told which run and
003450* step hold it, and the refusal is logged like any other.
003460* Inquiry, sign-on and reprint stay open.
003470******************************************************************
003480     DISPLAY "The nightly batch is running (run " BL-RUN-NUMBER
003490         ", step " BL-OWNER-STEP ", since " BL-SET-TIME (1:4)
003500         ").".
003510     DISPLAY "That option is not available until it finishes;"
003520         " inquiry options are.".
003530     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
003540     MOVE SPACES TO AUDIT-LOG-RECORD.
003550     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
003560     MOVE "MAINMENU" TO AUDIT-PROGRAM-ID.
003570     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
003580     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
003590     SET AUDIT-IS-WARNING TO TRUE.
003600     STRING "MENU OPTION " WS-MENU-CHOICE
003610         " REFUSED - BATCH LOCK HELD BY RUN " BL-RUN-NUMBER
003620         " STEP " BL-OWNER-STEP
003630         DELIMITED BY SIZE INTO AUDIT-MESSAGE-TEXT.
003640     IF WS-AUDIT-IS-OPEN
003650         WRITE AUDIT-LOG-RECORD
003660     END-IF.
003670 1700-EXIT.
003680     EXIT.
003690
003700** add other procedures here
003710 END PROGRAM MAIN-MENU.
