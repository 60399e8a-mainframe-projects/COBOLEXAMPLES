000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Calculation results inquiry and client browse
000060*                against the RESHIST results history CALCULAT and
000070*                MATHOPS write.  Option T takes a transaction ID
000080*                and displays every history record carrying it --
000090*                each engine and each attempt, posted, duplicate
000100*                or errored -- with its operands, operator,
000110*                result and status.  Option C takes a client and
000120*                a business-date range and browses that client's
000130*                results in key order, one line each, with the
000140*                count listed, the posted, duplicate and error
000150*                counts and the net posted result.  Every inquiry
000160*                is written to the audit log.  Clients used to
000170*                get these answers from a reprint of whichever
000180*                night's report they remembered.
000190* Tectonics:     cobc
000200*
000210* Modification History
000220* ---------------------
000230* 2026-10-15  DW   Original program.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000270 PROGRAM-ID. RSLTINQ.
000280 ENVIRONMENT DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 CONFIGURATION SECTION.
000310*-----------------------
000320 INPUT-OUTPUT SECTION.
000330*-----------------------
000340 FILE-CONTROL.
000350     SELECT RESULT-HISTORY-FILE ASSIGN TO "RESHIST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS RH-RESULT-KEY
000390         ALTERNATE RECORD KEY IS RH-TRANS-ID WITH DUPLICATES
000400         FILE STATUS IS WS-RESHIST-STATUS.
000410     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-STATUS.
000440 DATA DIVISION.
000450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000460 FILE SECTION.
000470*-----------------------
000480 FD  RESULT-HISTORY-FILE.
000490     COPY RESHIST.
000500 FD  AUDIT-LOG-FILE.
000510     COPY AUDITLOG.
000520 WORKING-STORAGE SECTION.
000530*-----------------------
000540 01  WS-RESHIST-STATUS           PIC X(02).
000550 01  WS-RESHIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000560     88  WS-RESHIST-IS-OPEN      VALUE 'Y'.
000570 01  WS-AUDIT-STATUS             PIC X(02).
000580 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000590     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000600 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000610 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000620 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000630 01  WS-STATUS-TEXT              PIC X(20).
000640 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000650 01  WS-MENU-CHOICE              PIC X(01).
000660     88  WS-CHOICE-IS-VALID      VALUE 'T' 'C' '0'.
000670 01  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
000680     88  WS-DONE                 VALUE 'Y'.
000690 01  WS-INQ-TRANS-ID             PIC X(08).
000700 01  WS-INQ-CLIENT-ID            PIC X(04).
000710 01  WS-INQ-FROM-DATE            PIC X(08).
000720 01  WS-INQ-FROM-DATE-N REDEFINES WS-INQ-FROM-DATE
000730                                 PIC 9(08).
000740 01  WS-INQ-TO-DATE              PIC X(08).
000750 01  WS-INQ-TO-DATE-N REDEFINES WS-INQ-TO-DATE
000760                                 PIC 9(08).
000770 01  WS-CHECK-DATE               PIC X(08).
000780 01  WS-DATE-VALID-SWITCH        PIC X(01).
000790     88  WS-DATE-IS-VALID        VALUE 'Y'.
000800 01  WS-HIST-EOF-SWITCH          PIC X(01).
000810     88  WS-HIST-EOF             VALUE 'Y'.
000820 01  WS-BROWSE-COUNT             PIC 9(05) COMP VALUE ZERO.
000830 01  WS-POSTED-COUNT             PIC 9(05) COMP VALUE ZERO.
000840 01  WS-DUPLICATE-COUNT          PIC 9(05) COMP VALUE ZERO.
000850 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
000860 01  WS-POSTED-TOTAL             PIC S9(13)V99 VALUE ZERO.
000870 01  WS-BROWSE-COUNT-ED          PIC ZZZZ9.
000880 01  WS-POSTED-COUNT-ED          PIC ZZZZ9.
000890 01  WS-DUPLICATE-COUNT-ED       PIC ZZZZ9.
000900 01  WS-ERROR-COUNT-ED           PIC ZZZZ9.
000910 01  WS-POSTED-TOTAL-ED          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000920 01  WS-OPERAND-ED               PIC -Z,ZZZ,ZZ9.99.
000930 01  WS-RESULT-ED                PIC -ZZZ,ZZZ,ZZ9.99.
000940 01  WS-ENGINE-NAME              PIC X(08).
000950 01  WS-OUTCOME-NAME             PIC X(09).
000960 01  WS-BROWSE-LINE.
000970     05  BL-BUSINESS-DATE        PIC X(08).
000980     05  FILLER                  PIC X(01) VALUE SPACE.
000990     05  BL-TRANS-ID             PIC X(08).
001000     05  FILLER                  PIC X(01) VALUE SPACE.
001010     05  BL-ENGINE               PIC X(08).
001020     05  FILLER                  PIC X(01) VALUE SPACE.
001030     05  BL-RUN-NUMBER           PIC 9(05).
001040     05  FILLER                  PIC X(01) VALUE SPACE.
001050     05  BL-OPERATION            PIC X(01).
001060     05  FILLER                  PIC X(01) VALUE SPACE.
001070     05  BL-RESULT               PIC -ZZZ,ZZZ,ZZ9.99.
001080     05  FILLER                  PIC X(01) VALUE SPACE.
001090     05  BL-STATUS-TEXT          PIC X(20).
001100
001110*-----------------------
001120 LINKAGE SECTION.
001130*-----------------------
001140 01  LK-OPERATOR-ID              PIC X(08).
001150
001160*-----------------------
001170 PROCEDURE DIVISION USING LK-OPERATOR-ID.
001180*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001190 0000-MAINLINE.
001200     CALL "GETRUN" USING WS-RUN-NUMBER.
001210     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
001220         MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID
001230     END-IF.
001240     OPEN EXTEND AUDIT-LOG-FILE.
001250     IF WS-AUDIT-STATUS = "00"
001260         SET WS-AUDIT-IS-OPEN TO TRUE
001270     END-IF.
001280     OPEN INPUT RESULT-HISTORY-FILE.
001290     IF WS-RESHIST-STATUS NOT = "00"
001300         DISPLAY "RESHIST OPEN FAILED, STATUS "
001310             WS-RESHIST-STATUS
001320         MOVE "ERROR" TO WS-STATUS-TEXT
001330         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001340         STRING "RESHIST OPEN FAILED, STATUS "
001350             WS-RESHIST-STATUS
001360             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001370         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001380         MOVE 12 TO RETURN-CODE
001390         SET WS-DONE TO TRUE
001400     ELSE
001410         SET WS-RESHIST-IS-OPEN TO TRUE
001420     END-IF.
001430     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
001440         UNTIL WS-DONE.
001450     IF WS-RESHIST-IS-OPEN
001460         CLOSE RESULT-HISTORY-FILE
001470     END-IF.
001480     IF WS-AUDIT-IS-OPEN
001490         CLOSE AUDIT-LOG-FILE
001500     END-IF.
001510     GOBACK.
001520
001530 1000-SHOW-MENU.
001540     MOVE SPACES TO WS-MENU-CHOICE.
001550     PERFORM 1050-PROMPT-CHOICE THRU 1050-EXIT
001560         UNTIL WS-CHOICE-IS-VALID.
001570     EVALUATE WS-MENU-CHOICE
001580         WHEN 'T'
001590             PERFORM 2000-INQUIRE-ONE-TRANS THRU 2000-EXIT
001600         WHEN 'C'
001610             PERFORM 3000-BROWSE-CLIENT THRU 3000-EXIT
001620         WHEN '0'
001630             SET WS-DONE TO TRUE
001640     END-EVALUATE.
001650 1000-EXIT.
001660     EXIT.
001670
001680 1050-PROMPT-CHOICE.
001690     DISPLAY " ".
001700     DISPLAY "T. Inquire on one transaction by ID".
001710     DISPLAY "C. Browse a client's results by date range".
001720     DISPLAY "0. Exit".
001730     DISPLAY "Select an option: ".
001740     ACCEPT WS-MENU-CHOICE.
001750     IF NOT WS-CHOICE-IS-VALID
001760         DISPLAY "Invalid selection, please re-enter."
001770     END-IF.
001780 1050-EXIT.
001790     EXIT.
001800
001810 2000-INQUIRE-ONE-TRANS.
001820******************************************************************
001830* Displays every history record carrying the keyed transaction
001840* ID -- the same ID can have been run by both engines, or
001850* rejected as a duplicate on a later night.  One START on the
001860* RH-TRANS-ID alternate index positions on the first of them,
001870* and READ NEXT follows that index until the ID changes.  A
001880* found or NOT FOUND outcome goes to the audit log.
001890******************************************************************
001900     DISPLAY "TRANSACTION ID: ".
001910     ACCEPT WS-INQ-TRANS-ID.
001920     IF WS-INQ-TRANS-ID = SPACES
001930         DISPLAY "TRANSACTION ID CANNOT BE BLANK"
001940         GO TO 2000-EXIT
001950     END-IF.
001960     MOVE ZERO TO WS-BROWSE-COUNT.
001970     MOVE 'N' TO WS-HIST-EOF-SWITCH.
001980     MOVE WS-INQ-TRANS-ID TO RH-TRANS-ID.
001990     START RESULT-HISTORY-FILE KEY = RH-TRANS-ID
002000         INVALID KEY
002010             SET WS-HIST-EOF TO TRUE
002020     END-START.
002030     PERFORM 2050-SCAN-ONE-RECORD THRU 2050-EXIT
002040         UNTIL WS-HIST-EOF.
002050     IF WS-BROWSE-COUNT = ZERO
002060         DISPLAY "TRANSACTION " WS-INQ-TRANS-ID
002070             " NOT ON RESULTS HISTORY"
002080         MOVE "WARN" TO WS-STATUS-TEXT
002090         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002100         STRING "INQUIRY " WS-INQ-TRANS-ID " NOT FOUND"
002110             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002120         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002130         GO TO 2000-EXIT
002140     END-IF.
002150     MOVE WS-BROWSE-COUNT TO WS-BROWSE-COUNT-ED.
002160     DISPLAY "RECORDS DISPLAYED: " WS-BROWSE-COUNT-ED.
002170     MOVE "OK" TO WS-STATUS-TEXT.
002180     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
002190     STRING "INQUIRY " WS-INQ-TRANS-ID " DISPLAYED "
002200         WS-BROWSE-COUNT-ED
002210         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
002220     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
002230 2000-EXIT.
002240     EXIT.
002250
002260 2050-SCAN-ONE-RECORD.
002270     READ RESULT-HISTORY-FILE NEXT RECORD
002280         AT END
002290             SET WS-HIST-EOF TO TRUE
002300     END-READ.
002310     IF WS-HIST-EOF
002320         GO TO 2050-EXIT
002330     END-IF.
002340     IF RH-TRANS-ID NOT = WS-INQ-TRANS-ID
002350         SET WS-HIST-EOF TO TRUE
002360         GO TO 2050-EXIT
002370     END-IF.
002380     ADD 1 TO WS-BROWSE-COUNT.
002390     PERFORM 2100-DISPLAY-RESULT THRU 2100-EXIT.
002400 2050-EXIT.
002410     EXIT.
002420
002430 2100-DISPLAY-RESULT.
002440******************************************************************
002450* One history record, formatted.  A register-chained operand is
002460* flagged, and a reversal shows the transaction it reversed.
002470******************************************************************
002480     PERFORM 2150-NAME-ENGINE-OUTCOME THRU 2150-EXIT.
002490     DISPLAY " ".
002500     DISPLAY "TRANS ID   : " RH-TRANS-ID "  ENGINE: "
002510         WS-ENGINE-NAME.
002520     DISPLAY "CLIENT     : " RH-CLIENT-ID "  BATCH: " RH-BATCH-ID.
002530     DISPLAY "BUS DATE   : " RH-BUSINESS-DATE "  RUN: "
002540         RH-RUN-NUMBER "  SEQ: " RH-TRANS-SEQ.
002550     IF RH-REVERSES-ID NOT = SPACES
002560         DISPLAY "REVERSES   : " RH-REVERSES-ID
002570     END-IF.
002580     MOVE RH-NUM1 TO WS-OPERAND-ED.
002590     IF RH-NUM1-FROM-REGISTER
002600         DISPLAY "OPERAND 1  : " WS-OPERAND-ED " (REGISTER)"
002610     ELSE
002620         DISPLAY "OPERAND 1  : " WS-OPERAND-ED
002630     END-IF.
002640     DISPLAY "OPERATOR   : " RH-OPERATION.
002650     MOVE RH-NUM2 TO WS-OPERAND-ED.
002660     IF RH-NUM2-FROM-REGISTER
002670         DISPLAY "OPERAND 2  : " WS-OPERAND-ED " (REGISTER)"
002680     ELSE
002690         DISPLAY "OPERAND 2  : " WS-OPERAND-ED
002700     END-IF.
002710     IF RH-PERIODS > ZERO
002720         DISPLAY "PERIODS    : " RH-PERIODS
002730     END-IF.
002740     MOVE RH-RESULT TO WS-RESULT-ED.
002750     DISPLAY "RESULT     : " WS-RESULT-ED.
002760     DISPLAY "OUTCOME    : " WS-OUTCOME-NAME " " RH-STATUS-TEXT.
002770 2100-EXIT.
002780     EXIT.
002790
002800 2150-NAME-ENGINE-OUTCOME.
002810     IF RH-FROM-CALCULAT
002820         MOVE "CALCULAT" TO WS-ENGINE-NAME
002830     ELSE
002840         MOVE "MATHOPS " TO WS-ENGINE-NAME
002850     END-IF.
002860     EVALUATE TRUE
002870         WHEN RH-IS-POSTED
002880             MOVE "POSTED" TO WS-OUTCOME-NAME
002890         WHEN RH-IS-DUPLICATE
002900             MOVE "DUPLICATE" TO WS-OUTCOME-NAME
002910         WHEN OTHER
002920             MOVE "ERROR" TO WS-OUTCOME-NAME
002930     END-EVALUATE.
002940 2150-EXIT.
002950     EXIT.
002960
002970 3000-BROWSE-CLIENT.
002980******************************************************************
002990* A client's results between two business dates, inclusive.  The
003000* key leads with client and business date, so this is one keyed
003010* START at the client's from-date and a READ NEXT until the
003020* client changes or the dates pass the to-date.  A blank client
003030* browses MATHOPS work keyed without one.  The totals count the
003040* records listed by outcome and foot the posted results; a
003050* posted reversal carries the original's result negated, so the
003060* total is net of reversals.
003070******************************************************************
003080     DISPLAY "CLIENT ID (BLANK FOR UNASSIGNED): ".
003090     ACCEPT WS-INQ-CLIENT-ID.
003100     DISPLAY "FROM BUSINESS DATE (CCYYMMDD): ".
003110     ACCEPT WS-INQ-FROM-DATE.
003120     MOVE WS-INQ-FROM-DATE TO WS-CHECK-DATE.
003130     CALL "DATECHK" USING WS-CHECK-DATE WS-DATE-VALID-SWITCH.
003140     IF NOT WS-DATE-IS-VALID
003150         DISPLAY "FROM DATE " WS-INQ-FROM-DATE " IS NOT VALID"
003160         GO TO 3000-EXIT
003170     END-IF.
003180     DISPLAY "TO BUSINESS DATE (CCYYMMDD): ".
003190     ACCEPT WS-INQ-TO-DATE.
003200     MOVE WS-INQ-TO-DATE TO WS-CHECK-DATE.
003210     CALL "DATECHK" USING WS-CHECK-DATE WS-DATE-VALID-SWITCH.
003220     IF NOT WS-DATE-IS-VALID
003230         DISPLAY "TO DATE " WS-INQ-TO-DATE " IS NOT VALID"
003240         GO TO 3000-EXIT
003250     END-IF.
003260     IF WS-INQ-FROM-DATE-N > WS-INQ-TO-DATE-N
003270         DISPLAY "FROM DATE IS AFTER TO DATE"
003280         GO TO 3000-EXIT
003290     END-IF.
003300     DISPLAY "CLIENT " WS-INQ-CLIENT-ID " RESULTS "
003310         WS-INQ-FROM-DATE " TO " WS-INQ-TO-DATE.
003320     MOVE ZERO TO WS-BROWSE-COUNT.
003330     MOVE ZERO TO WS-POSTED-COUNT.
003340     MOVE ZERO TO WS-DUPLICATE-COUNT.
003350     MOVE ZERO TO WS-ERROR-COUNT.
003360     MOVE ZERO TO WS-POSTED-TOTAL.
003370     MOVE 'N' TO WS-HIST-EOF-SWITCH.
003380     MOVE LOW-VALUES TO RH-RESULT-KEY.
003390     MOVE WS-INQ-CLIENT-ID TO RH-CLIENT-ID.
003400     MOVE WS-INQ-FROM-DATE-N TO RH-BUSINESS-DATE.
003410     START RESULT-HISTORY-FILE KEY NOT < RH-RESULT-KEY
003420         INVALID KEY
003430             SET WS-HIST-EOF TO TRUE
003440     END-START.
003450     PERFORM 3100-BROWSE-ONE-RESULT THRU 3100-EXIT
003460         UNTIL WS-HIST-EOF.
003470     PERFORM 3200-DISPLAY-TOTALS THRU 3200-EXIT.
003480     MOVE "OK" TO WS-STATUS-TEXT.
003490     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003500     STRING "BROWSE CLIENT " WS-INQ-CLIENT-ID " "
003510         WS-INQ-FROM-DATE "-" WS-INQ-TO-DATE
003520         " LISTED " WS-BROWSE-COUNT-ED
003530         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003540     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003550 3000-EXIT.
003560     EXIT.
003570
003580 3100-BROWSE-ONE-RESULT.
003590     READ RESULT-HISTORY-FILE NEXT RECORD
003600         AT END
003610             SET WS-HIST-EOF TO TRUE
003620     END-READ.
003630     IF WS-HIST-EOF
003640         GO TO 3100-EXIT
003650     END-IF.
003660     IF RH-CLIENT-ID NOT = WS-INQ-CLIENT-ID
003670         OR RH-BUSINESS-DATE > WS-INQ-TO-DATE-N
003680         SET WS-HIST-EOF TO TRUE
003690         GO TO 3100-EXIT
003700     END-IF.
003710     ADD 1 TO WS-BROWSE-COUNT.
003720     EVALUATE TRUE
003730         WHEN RH-IS-POSTED
003740             ADD 1 TO WS-POSTED-COUNT
003750             ADD RH-RESULT TO WS-POSTED-TOTAL
003760         WHEN RH-IS-DUPLICATE
003770             ADD 1 TO WS-DUPLICATE-COUNT
003780         WHEN OTHER
003790             ADD 1 TO WS-ERROR-COUNT
003800     END-EVALUATE.
003810     PERFORM 2150-NAME-ENGINE-OUTCOME THRU 2150-EXIT.
003820     MOVE RH-BUSINESS-DATE TO BL-BUSINESS-DATE.
003830     MOVE RH-TRANS-ID TO BL-TRANS-ID.
003840     MOVE WS-ENGINE-NAME TO BL-ENGINE.
003850     MOVE RH-RUN-NUMBER TO BL-RUN-NUMBER.
003860     MOVE RH-OPERATION TO BL-OPERATION.
003870     MOVE RH-RESULT TO BL-RESULT.
003880     MOVE RH-STATUS-TEXT TO BL-STATUS-TEXT.
003890     DISPLAY WS-BROWSE-LINE.
003900 3100-EXIT.
003910     EXIT.
003920
003930 3200-DISPLAY-TOTALS.
003940     MOVE WS-BROWSE-COUNT TO WS-BROWSE-COUNT-ED.
003950     MOVE WS-POSTED-COUNT TO WS-POSTED-COUNT-ED.
003960     MOVE WS-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT-ED.
003970     MOVE WS-ERROR-COUNT TO WS-ERROR-COUNT-ED.
003980     MOVE WS-POSTED-TOTAL TO WS-POSTED-TOTAL-ED.
003990     DISPLAY "RESULTS LISTED   : " WS-BROWSE-COUNT-ED.
004000     DISPLAY "  POSTED         : " WS-POSTED-COUNT-ED.
004010     DISPLAY "  DUPLICATE      : " WS-DUPLICATE-COUNT-ED.
004020     DISPLAY "  ERROR          : " WS-ERROR-COUNT-ED.
004030     DISPLAY "NET POSTED RESULT: " WS-POSTED-TOTAL-ED.
004040 3200-EXIT.
004050     EXIT.
004060
004070 9000-WRITE-AUDIT-ENTRY.
004080******************************************************************
004090* Stamps and writes one audit record.  The caller sets
004100* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
004110* this paragraph.
004120******************************************************************
004130     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
004140     MOVE SPACES TO AUDIT-LOG-RECORD.
004150     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
004160     MOVE "RSLTINQ " TO AUDIT-PROGRAM-ID.
004170     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
004180     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
004190     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
004200     IF WS-STATUS-TEXT = "OK"
004210         SET AUDIT-IS-INFO TO TRUE
004220     ELSE
004230         IF WS-STATUS-TEXT = "ERROR"
004240             SET AUDIT-IS-ERROR TO TRUE
004250         ELSE
004260             SET AUDIT-IS-WARNING TO TRUE
004270         END-IF
004280     END-IF.
004290     IF WS-AUDIT-IS-OPEN
004300         WRITE AUDIT-LOG-RECORD
004310     END-IF.
004320 9000-EXIT.
004330     EXIT.
004340
004350** add other procedures here
004360 END PROGRAM RSLTINQ.
