000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose:       Maker-checker approval of employee-master
000070*                maintenance.  Lists the changes EMPUPDT is
000080*                holding on the pending-change file and lets a
000090*                second operator approve or decline each one
000100*                by pending ID; EMPUPDT applies only approved
000110*                changes.  An operator may not decide a change
000120*                they keyed themselves -- the attempt is
000130*                refused and written to the audit log with the
000140*                approvals and declines, so one person can no
000150*                longer terminate or rename an employee with
000160*                nobody else looking.
000170* Tectonics:     cobc
000180*
000190* Modification History
000200* ---------------------
000210* 2026-10-15  DW   Original program.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000250 PROGRAM-ID. EMPAPPR.
000260 ENVIRONMENT DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000280 CONFIGURATION SECTION.
000290*-----------------------
000300 INPUT-OUTPUT SECTION.
000310*-----------------------
000320 FILE-CONTROL.
000330     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PEND-ID
000370         FILE STATUS IS WS-PEND-STATUS.
000380     SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-AUDIT-STATUS.
000410 DATA DIVISION.
000420*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000430 FILE SECTION.
000440*-----------------------
000450 FD  PENDING-CHANGE-FILE.
000460     COPY EMPPEND.
000470 FD  AUDIT-LOG-FILE.
000480     COPY AUDITLOG.
000490 WORKING-STORAGE SECTION.
000500*-----------------------
000510 01  WS-PEND-STATUS              PIC X(02).
000520 01  WS-PEND-OPEN-SWITCH         PIC X(01) VALUE 'N'.
000530     88  WS-PEND-IS-OPEN         VALUE 'Y'.
000540 01  WS-PEND-EOF-SWITCH          PIC X(01) VALUE 'N'.
000550     88  WS-PEND-EOF             VALUE 'Y'.
000560 01  WS-AUDIT-STATUS             PIC X(02).
000570 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000580     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000590 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000600 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000610 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000620 01  WS-STATUS-TEXT              PIC X(20).
000630 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000640 01  WS-TODAY                    PIC X(21).
000650 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
000660     05  WS-TODAY-DATE           PIC 9(08).
000670     05  FILLER                  PIC X(13).
000680 01  WS-MENU-CHOICE              PIC X(01).
000690     88  WS-CHOICE-IS-VALID      VALUE 'L' 'A' 'D' '0'.
000700 01  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000710     88  WS-DONE                 VALUE 'Y'.
000720 01  WS-DECISION                 PIC X(01).
000730     88  WS-DECISION-APPROVE     VALUE 'A'.
000740     88  WS-DECISION-DECLINE     VALUE 'D'.
000750 01  WS-DECISION-TEXT            PIC X(08).
000760 01  WS-INQ-PEND-ID              PIC X(10).
000770 01  WS-PEND-FOUND-SWITCH        PIC X(01).
000780     88  WS-PEND-FOUND           VALUE 'Y'.
000790 01  WS-LIST-COUNT               PIC 9(05) COMP VALUE ZERO.
000800 01  WS-LIST-COUNT-ED            PIC ZZZZ9.
000810 01  WS-PENDING-LINE.
000820     05  PL-PEND-ID              PIC X(10).
000830     05  FILLER                  PIC X(01) VALUE SPACE.
000840     05  PL-ACTION               PIC X(01).
000850     05  FILLER                  PIC X(01) VALUE SPACE.
000860     05  PL-EMP-ID               PIC X(06).
000870     05  FILLER                  PIC X(01) VALUE SPACE.
000880     05  PL-LAST-NAME            PIC X(18).
000890     05  FILLER                  PIC X(01) VALUE SPACE.
000900     05  PL-DEPT-CODE            PIC X(04).
000910     05  FILLER                  PIC X(04) VALUE " BY ".
000920     05  PL-KEYED-BY             PIC X(08).
000930     05  FILLER                  PIC X(01) VALUE SPACE.
000940     05  PL-KEYED-DATE           PIC 9(08).
000950
000960*-----------------------
000970 LINKAGE SECTION.
000980*-----------------------
000990 01  LK-OPERATOR-ID              PIC X(08).
001000
001010*-----------------------
001020 PROCEDURE DIVISION USING LK-OPERATOR-ID.
001030*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001040 0000-MAINLINE.
001050     CALL "GETRUN" USING WS-RUN-NUMBER.
001060     CALL "TIMESTMP" USING WS-TODAY.
001070     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
001080         MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
001090     END-IF.
001100     OPEN EXTEND AUDIT-LOG-FILE.
001110     IF WS-AUDIT-STATUS = "00"
001120         SET WS-AUDIT-IS-OPEN TO TRUE
001130     END-IF.
001140     IF WS-OPERATOR-ID = SPACES
001150         DISPLAY "Please sign on (option 1) first."
001160         MOVE 12 TO RETURN-CODE
001170         SET WS-DONE TO TRUE
001180     ELSE
001190         PERFORM 0500-OPEN-PENDING-FILE THRU 0500-EXIT
001200     END-IF.
001210     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
001220         UNTIL WS-DONE.
001230     IF WS-PEND-IS-OPEN
001240         CLOSE PENDING-CHANGE-FILE
001250     END-IF.
001260     IF WS-AUDIT-IS-OPEN
001270         CLOSE AUDIT-LOG-FILE
001280     END-IF.
001290     GOBACK.
001300
001310 0500-OPEN-PENDING-FILE.
001320     OPEN I-O PENDING-CHANGE-FILE.
001330     IF WS-PEND-STATUS NOT = "00"
001340         DISPLAY "PENDCHG OPEN FAILED, STATUS "
001350             WS-PEND-STATUS
001360         MOVE "ERROR" TO WS-STATUS-TEXT
001370         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001380         STRING "PENDCHG OPEN FAILED, STATUS "
001390             WS-PEND-STATUS
001400             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001410         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001420         MOVE 12 TO RETURN-CODE
001430         SET WS-DONE TO TRUE
001440     ELSE
001450         SET WS-PEND-IS-OPEN TO TRUE
001460     END-IF.
001470 0500-EXIT.
001480     EXIT.
001490
001500 1000-SHOW-MENU.
001510     MOVE SPACES TO WS-MENU-CHOICE.
001520     PERFORM 1050-PROMPT-CHOICE THRU 1050-EXIT
001530         UNTIL WS-CHOICE-IS-VALID.
001540     EVALUATE WS-MENU-CHOICE
001550         WHEN 'L'
001560             PERFORM 2000-LIST-PENDING THRU 2000-EXIT
001570         WHEN 'A'
001580             MOVE 'A' TO WS-DECISION
001590             PERFORM 3000-DECIDE-ONE-CHANGE THRU 3000-EXIT
001600         WHEN 'D'
001610             MOVE 'D' TO WS-DECISION
001620             PERFORM 3000-DECIDE-ONE-CHANGE THRU 3000-EXIT
001630         WHEN '0'
001640             SET WS-DONE TO TRUE
001650     END-EVALUATE.
001660 1000-EXIT.
001670     EXIT.
001680
001690 1050-PROMPT-CHOICE.
001700     DISPLAY " ".
001710     DISPLAY "L. List changes awaiting approval".
001720     DISPLAY "A. Approve a pending change".
001730     DISPLAY "D. Decline a pending change".
001740     DISPLAY "0. Exit".
001750     DISPLAY "Select an option: ".
001760     ACCEPT WS-MENU-CHOICE.
001770     IF NOT WS-CHOICE-IS-VALID
001780         DISPLAY "Invalid selection, please re-enter."
001790     END-IF.
001800 1050-EXIT.
001810     EXIT.
001820
001830 2000-LIST-PENDING.
001840******************************************************************
001850* Reads the pending-change file in pending-ID order (oldest
001860* run first) and lists every change still awaiting a decision.
001870* Changes this operator keyed are listed too, marked, so they
001880* can see what is waiting on someone else.
001890******************************************************************
001900     MOVE ZERO TO WS-LIST-COUNT.
001910     MOVE 'N' TO WS-PEND-EOF-SWITCH.
001920     MOVE LOW-VALUES TO PEND-ID.
001930     START PENDING-CHANGE-FILE KEY NOT < PEND-ID
001940         INVALID KEY
001950             SET WS-PEND-EOF TO TRUE
001960     END-START.
001970     DISPLAY "PEND-ID    A EMP-ID LAST NAME          DEPT"
001980         "    KEYED-BY KEYED".
001990     PERFORM 2100-LIST-ONE-PENDING THRU 2100-EXIT
002000         UNTIL WS-PEND-EOF.
002010     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-ED.
002020     DISPLAY "CHANGES AWAITING APPROVAL: " WS-LIST-COUNT-ED.
002030 2000-EXIT.
002040     EXIT.
002050
002060 2100-LIST-ONE-PENDING.
002070     READ PENDING-CHANGE-FILE NEXT RECORD
002080         AT END
002090             SET WS-PEND-EOF TO TRUE
002100     END-READ.
002110     IF WS-PEND-EOF
002120         GO TO 2100-EXIT
002130     END-IF.
002140     IF NOT PEND-IS-PENDING
002150         GO TO 2100-EXIT
002160     END-IF.
002170     ADD 1 TO WS-LIST-COUNT.
002180     MOVE PEND-ID TO PL-PEND-ID.
002190     MOVE PEND-ACTION TO PL-ACTION.
002200     MOVE PEND-EMP-ID TO PL-EMP-ID.
002210     MOVE PEND-LAST-NAME TO PL-LAST-NAME.
002220     MOVE PEND-DEPT-CODE TO PL-DEPT-CODE.
002230     MOVE PEND-KEYED-BY TO PL-KEYED-BY.
002240     MOVE PEND-KEYED-CCYYMMDD TO PL-KEYED-DATE.
002250     IF PEND-KEYED-BY = WS-OPERATOR-ID
002260         DISPLAY WS-PENDING-LINE " (YOURS)"
002270     ELSE
002280         DISPLAY WS-PENDING-LINE
002290     END-IF.
002300 2100-EXIT.
002310     EXIT.
002320
002330 3000-DECIDE-ONE-CHANGE.
002340******************************************************************
002350* Approves or declines one pending change by its pending ID.
002360* Only a change still awaiting a decision can be decided, and
002370* never by the operator who keyed it: that attempt is refused
002380* and audited as a warning, and the change stays pending for
002390* someone else.
002400******************************************************************
002410     IF WS-DECISION-APPROVE
002420         MOVE "APPROVED" TO WS-DECISION-TEXT
002430     ELSE
002440         MOVE "DECLINED" TO WS-DECISION-TEXT
002450     END-IF.
002460     DISPLAY "PENDING ID: ".
002470     ACCEPT WS-INQ-PEND-ID.
002480     IF WS-INQ-PEND-ID = SPACES
002490         DISPLAY "PENDING ID CANNOT BE BLANK"
002500         GO TO 3000-EXIT
002510     END-IF.
002520     MOVE WS-INQ-PEND-ID TO PEND-ID.
002530     MOVE 'N' TO WS-PEND-FOUND-SWITCH.
002540     READ PENDING-CHANGE-FILE
002550         INVALID KEY
002560             CONTINUE
002570         NOT INVALID KEY
002580             SET WS-PEND-FOUND TO TRUE
002590     END-READ.
002600     IF NOT WS-PEND-FOUND
002610         DISPLAY "PENDING ID " WS-INQ-PEND-ID " NOT FOUND"
002620         GO TO 3000-EXIT
002630     END-IF.
002640     IF NOT PEND-IS-PENDING
002650         DISPLAY "PENDING ID " WS-INQ-PEND-ID
002660             " IS NOT AWAITING A DECISION (STATUS "
002670             PEND-STATUS ")"
002680         GO TO 3000-EXIT
002690     END-IF.
002700     IF PEND-KEYED-BY = WS-OPERATOR-ID
002710         DISPLAY "You keyed this change; another operator"
002720             " must decide it."
002730         MOVE "WARN" TO WS-STATUS-TEXT
002740         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002750         STRING "SELF-APPROVAL REFUSED " WS-INQ-PEND-ID " "
002760             PEND-ACTION " " PEND-EMP-ID " KEYED BY "
002770             PEND-KEYED-BY
002780             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002790         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002800         GO TO 3000-EXIT
002810     END-IF.
002820     MOVE WS-DECISION TO PEND-STATUS.
002830     MOVE WS-OPERATOR-ID TO PEND-DECIDED-BY.
002840     MOVE WS-TODAY-DATE TO PEND-DECIDED-CCYYMMDD.
002850     REWRITE PENDING-CHANGE-RECORD
002860         INVALID KEY
002870             DISPLAY "PENDCHG REWRITE FAILED, STATUS "
002880                 WS-PEND-STATUS
002890             GO TO 3000-EXIT
002900     END-REWRITE.
002910     DISPLAY "PENDING ID " WS-INQ-PEND-ID " " WS-DECISION-TEXT.
002920     MOVE "OK" TO WS-STATUS-TEXT.
002930     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
002940     STRING WS-DECISION-TEXT " " WS-INQ-PEND-ID " "
002950         PEND-ACTION " " PEND-EMP-ID " KEYED BY "
002960         PEND-KEYED-BY
002970         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
002980     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
002990 3000-EXIT.
003000     EXIT.
003010
003020 9000-WRITE-AUDIT-ENTRY.
003030******************************************************************
003040* Stamps and writes one audit record.  The caller sets
003050* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
003060* this paragraph.
003070******************************************************************
003080     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
003090     MOVE SPACES TO AUDIT-LOG-RECORD.
003100     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
003110     MOVE "EMPAPPR " TO AUDIT-PROGRAM-ID.
003120     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
003130     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
003140     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
003150     IF WS-STATUS-TEXT = "OK"
003160         SET AUDIT-IS-INFO TO TRUE
003170     ELSE
003180         IF WS-STATUS-TEXT = "ERROR"
003190             SET AUDIT-IS-ERROR TO TRUE
003200         ELSE
003210             SET AUDIT-IS-WARNING TO TRUE
003220         END-IF
003230     END-IF.
003240     IF WS-AUDIT-IS-OPEN
003250         WRITE AUDIT-LOG-RECORD
003260     END-IF.
003270 9000-EXIT.
003280     EXIT.
003290
003300** add other procedures here
003310 END PROGRAM EMPAPPR.
