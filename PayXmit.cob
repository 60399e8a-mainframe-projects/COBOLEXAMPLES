000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Outbound payroll change feed.  Sends payroll
000060*                every add, change, and terminate EMPUPDT applied
000070*                to the employee master and has not yet sent,
000080*                from the PAYCHGQ change queue, as the PAYCHGO
000090*                transmission: an 'H' header with the next
000100*                outbound feed sequence (the PAYXCTL control file
000110*                remembers the last one sent) and the creation
000120*                date, one 'D' detail per change with the
000130*                after-image, and a 'T' trailer with the detail
000140*                counts and an EMP-ID hash -- the same header,
000150*                sequence, and trailer discipline the inbound
000160*                PAYFEED is held to.  A night with nothing to
000170*                send still sends the header and trailer, so
000180*                payroll sees an unbroken sequence.  Each change
000190*                sent is stamped on the queue with its feed
000200*                sequence and stays there until EMPLOAD sees
000210*                payroll acknowledge it.
000220* Tectonics:     cobc
000230*
000240* Modification History
000250* ---------------------
000260* 2026-10-15  DW   Original program.
000270* 2026-10-15  DW   Simulation mode: a simulated night writes no
000280*                  transmission and leaves PAYCHGQ, PAYXCTL and
000290*                  CTLLEDG alone, logging the sequence and the
000300*                  count of changes the real night would send.
000310*                  The nightly JCL also bypasses this step under a
000320*                  simulation, so no empty feed generation is
000330*                  catalogued.
000340* 2026-10-15  DW   Business date now taken from GETBDATE for
000350*                  catch-up nights.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000390 PROGRAM-ID. PAYXMIT.
000400 ENVIRONMENT DIVISION.
000410*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000420 CONFIGURATION SECTION.
000430*-----------------------
000440 INPUT-OUTPUT SECTION.
000450*-----------------------
000460 FILE-CONTROL.
000470     SELECT PAY-CHANGE-QUEUE-FILE ASSIGN TO "PAYCHGQ"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-QUEUE-STATUS.
000500     SELECT PAY-CHANGE-FEED-FILE ASSIGN TO "PAYCHGO"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-OUTFEED-STATUS.
000530     SELECT XMIT-CONTROL-FILE ASSIGN TO "PAYXCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-XMITCTL-STATUS.
000560     SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-STATUS.
000590     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-LEDGER-STATUS.
000620 DATA DIVISION.
000630*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000640 FILE SECTION.
000650*-----------------------
000660 FD  PAY-CHANGE-QUEUE-FILE.
000670     COPY PAYCHGQ.
000680 FD  PAY-CHANGE-FEED-FILE.
000690     COPY PAYCHGO.
000700 FD  XMIT-CONTROL-FILE.
000710 01  XMIT-CONTROL-RECORD.
000720     05  XC-LAST-SEQUENCE        PIC 9(06).
000730     05  XC-LAST-DATE-CCYYMMDD   PIC 9(08).
000740 FD  AUDIT-LOG-FILE.
000750     COPY AUDITLOG.
000760 FD  CONTROL-LEDGER-FILE.
000770     COPY CTLLEDGR.
000780 WORKING-STORAGE SECTION.
000790*-----------------------
000800 01  WS-QUEUE-STATUS             PIC X(02).
000810 01  WS-QUEUE-EOF-SWITCH         PIC X(01) VALUE 'N'.
000820     88  WS-QUEUE-EOF            VALUE 'Y'.
000830 01  WS-QUEUE-OVERFLOW-SWITCH    PIC X(01) VALUE 'N'.
000840     88  WS-QUEUE-OVERFLOWED     VALUE 'Y'.
000850 01  WS-OUTFEED-STATUS           PIC X(02).
000860 01  WS-XMITCTL-STATUS           PIC X(02).
000870 01  WS-LEDGER-STATUS            PIC X(02).
000880 01  WS-AUDIT-STATUS             PIC X(02).
000890 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000900     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000910 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000920 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000930 COPY RUNMODE.
000940 01  WS-SUITE-FUNCTION           PIC X(01).
000950 01  WS-SUITE-STEP-NAME          PIC X(08).
000960 01  WS-SUITE-RC                 PIC 9(04).
000970 01  WS-SUITE-DONE-SWITCH        PIC X(01).
000980     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
000990 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001000 01  WS-STATUS-TEXT              PIC X(20).
001010 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001020 01  WS-TODAY                    PIC X(21).
001030 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
001040     05  WS-TODAY-DATE           PIC 9(08).
001050     05  FILLER                  PIC X(13).
001060 01  WS-LAST-SEQUENCE            PIC 9(06) VALUE ZERO.
001070 01  WS-FEED-SEQUENCE            PIC 9(06) VALUE ZERO.
001080 01  WS-FEED-SEQUENCE-ED         PIC ZZZZZ9.
001090*
001100* The whole queue is held here while the feed is written, then
001110* written back with each change sent tonight stamped with the
001120* feed sequence.
001130*
001140 01  WS-QUEUE-TABLE-MAX          PIC 9(04) COMP VALUE 1000.
001150 01  WS-QUEUE-USED               PIC 9(04) COMP VALUE ZERO.
001160 01  WS-QUEUE-IX                 PIC 9(04) COMP VALUE ZERO.
001170 01  WS-QUEUE-TABLE.
001180     05  WS-QUEUE-ENTRY OCCURS 1000 TIMES.
001190         10  WS-QT-EMP-ID        PIC X(06).
001200         10  WS-QT-ACTION        PIC X(01).
001210             88  WS-QT-IS-ADD    VALUE 'A'.
001220             88  WS-QT-IS-CHANGE VALUE 'C'.
001230             88  WS-QT-IS-TERMINATE
001240                                 VALUE 'T'.
001250         10  WS-QT-RUN-NUMBER    PIC 9(05).
001260         10  WS-QT-CHANGE-DATE   PIC 9(08).
001270         10  WS-QT-XMIT-SEQUENCE PIC 9(06).
001280             88  WS-QT-NOT-YET-SENT
001290                                 VALUE ZERO.
001300         10  WS-QT-IMAGE         PIC X(69).
001310 01  WS-IMAGE-RECORD.
001320     05  IM-EMP-ID               PIC X(06).
001330     05  IM-EMP-ID-N REDEFINES IM-EMP-ID
001340                                 PIC 9(06).
001350     05  IM-LAST-NAME            PIC X(22).
001360     05  IM-FIRST-NAME           PIC X(18).
001370     05  IM-BIRTH-YYMMDD         PIC X(06).
001380     05  IM-HIRE-YYMMDD          PIC X(06).
001390     05  IM-ACTIVE-SWITCH        PIC X(01).
001400     05  IM-DEPT-CODE            PIC X(04).
001410     05  FILLER                  PIC X(06).
001420 01  WS-UNSENT-COUNT             PIC 9(06) COMP VALUE ZERO.
001430 01  WS-DETAIL-COUNT             PIC 9(06) COMP VALUE ZERO.
001440 01  WS-ADD-COUNT                PIC 9(06) COMP VALUE ZERO.
001450 01  WS-CHANGE-COUNT             PIC 9(06) COMP VALUE ZERO.
001460 01  WS-TERM-COUNT               PIC 9(06) COMP VALUE ZERO.
001470 01  WS-AWAITING-COUNT           PIC 9(06) COMP VALUE ZERO.
001480 01  WS-EMP-ID-HASH              PIC 9(12) VALUE ZERO.
001490 01  WS-COUNT-ED                 PIC ZZZZZ9.
001500 01  WS-AWAITING-COUNT-ED        PIC ZZZZZ9.
001510
001520*-----------------------
001530 PROCEDURE DIVISION.
001540*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001550 0000-MAINLINE.
001560******************************************************************
001570* Load the queue, write the transmission from its unsent changes,
001580* then stamp them on the queue and record the sequence sent.  A
001590* queue too big for the table sends nothing: the rewrite would
001600* lose the overflow.  A simulated night sends nothing either; it
001610* only says what the real night would send.
001620******************************************************************
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640     IF WS-SIMULATION
001650         GO TO 0000-WRAP-UP
001660     END-IF.
001670     IF WS-STEP-RC < 12
001680         PERFORM 2000-WRITE-TRANSMISSION THRU 2000-EXIT
001690     END-IF.
001700     IF WS-STEP-RC < 12
001710         PERFORM 3000-REWRITE-QUEUE THRU 3000-EXIT
001720     END-IF.
001730     IF WS-STEP-RC < 12
001740         PERFORM 3500-UPDATE-XMIT-CONTROL THRU 3500-EXIT
001750         PERFORM 8600-APPEND-CONTROL-LEDGER THRU 8600-EXIT
001760     END-IF.
001770 0000-WRAP-UP.
001780     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001790     MOVE 'R' TO WS-SUITE-FUNCTION.
001800     MOVE WS-STEP-RC TO WS-SUITE-RC.
001810     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
001820         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
001830     MOVE WS-STEP-RC TO RETURN-CODE.
001840     GOBACK.
001850
001860 1000-INITIALIZE.
001870     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
001880     CALL "GETBDATE" USING WS-TODAY.
001890     MOVE "PAYXMIT " TO WS-SUITE-STEP-NAME.
001900     MOVE 'C' TO WS-SUITE-FUNCTION.
001910     MOVE ZERO TO WS-SUITE-RC.
001920     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
001930         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
001940     IF WS-SUITE-STEP-DONE
001950         DISPLAY WS-SUITE-STEP-NAME
001960             " ALREADY COMPLETE THIS RUN - BYPASSED"
001970         GOBACK
001980     END-IF.
001990     OPEN EXTEND AUDIT-LOG-FILE.
002000     IF WS-AUDIT-STATUS = "00"
002010         SET WS-AUDIT-IS-OPEN TO TRUE
002020     END-IF.
002030     MOVE "OK" TO WS-STATUS-TEXT.
002040     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
002050     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
002060     PERFORM 1100-READ-XMIT-CONTROL THRU 1100-EXIT.
002070     COMPUTE WS-FEED-SEQUENCE = WS-LAST-SEQUENCE + 1.
002080     MOVE WS-FEED-SEQUENCE TO WS-FEED-SEQUENCE-ED.
002090     PERFORM 1200-LOAD-QUEUE THRU 1200-EXIT.
002100     IF WS-QUEUE-OVERFLOWED
002110         DISPLAY "PAYCHGQ EXCEEDS TABLE - NOTHING SENT"
002120         MOVE "ERROR" TO WS-STATUS-TEXT
002130         MOVE "PAYCHGQ CHANGE QUEUE EXCEEDS TABLE - NOTHING SENT"
002140             TO WS-AUDIT-MESSAGE-TEXT
002150         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002160         MOVE 12 TO WS-STEP-RC
002170     END-IF.
002180 1000-EXIT.
002190     EXIT.
002200
002210 1100-READ-XMIT-CONTROL.
002220******************************************************************
002230* The last feed sequence sent.  A missing control file means no
002240* feed has ever gone out, and tonight's is sequence one.
002250******************************************************************
002260     OPEN INPUT XMIT-CONTROL-FILE.
002270     IF WS-XMITCTL-STATUS = "00"
002280         READ XMIT-CONTROL-FILE
002290             AT END
002300                 CONTINUE
002310             NOT AT END
002320                 IF XC-LAST-SEQUENCE NUMERIC
002330                     MOVE XC-LAST-SEQUENCE TO WS-LAST-SEQUENCE
002340                 END-IF
002350         END-READ
002360         CLOSE XMIT-CONTROL-FILE
002370     END-IF.
002380 1100-EXIT.
002390     EXIT.
002400
002410 1200-LOAD-QUEUE.
002420     OPEN INPUT PAY-CHANGE-QUEUE-FILE.
002430     IF WS-QUEUE-STATUS NOT = "00"
002440         DISPLAY "PAYCHGQ EMPTY OR MISSING - NO CHANGES TO SEND"
002450         GO TO 1200-EXIT
002460     END-IF.
002470     PERFORM 1250-LOAD-ONE-QUEUED THRU 1250-EXIT
002480         UNTIL WS-QUEUE-EOF
002490             OR WS-QUEUE-OVERFLOWED.
002500     CLOSE PAY-CHANGE-QUEUE-FILE.
002510 1200-EXIT.
002520     EXIT.
002530
002540 1250-LOAD-ONE-QUEUED.
002550     READ PAY-CHANGE-QUEUE-FILE
002560         AT END
002570             SET WS-QUEUE-EOF TO TRUE
002580     END-READ.
002590     IF WS-QUEUE-EOF
002600         GO TO 1250-EXIT
002610     END-IF.
002620     IF WS-QUEUE-USED >= WS-QUEUE-TABLE-MAX
002630         SET WS-QUEUE-OVERFLOWED TO TRUE
002640         GO TO 1250-EXIT
002650     END-IF.
002660     ADD 1 TO WS-QUEUE-USED.
002670     MOVE PAY-CHANGE-QUEUE-RECORD
002680         TO WS-QUEUE-ENTRY (WS-QUEUE-USED).
002690     IF WS-QT-NOT-YET-SENT (WS-QUEUE-USED)
002700         ADD 1 TO WS-UNSENT-COUNT
002710     END-IF.
002720 1250-EXIT.
002730     EXIT.
002740
002750 2000-WRITE-TRANSMISSION.
002760******************************************************************
002770* Header, one detail per unsent change in the order the changes
002780* were applied, trailer.  The trailer repeats the sequence so a
002790* transmission spliced from two nights does not balance.
002800******************************************************************
002810     OPEN OUTPUT PAY-CHANGE-FEED-FILE.
002820     IF WS-OUTFEED-STATUS NOT = "00"
002830         DISPLAY "PAYCHGO OPEN FAILED, STATUS " WS-OUTFEED-STATUS
002840         MOVE "ERROR" TO WS-STATUS-TEXT
002850         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002860         STRING "PAYCHGO OPEN FAILED, STATUS " WS-OUTFEED-STATUS
002870             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002880         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002890         MOVE 12 TO WS-STEP-RC
002900         GO TO 2000-EXIT
002910     END-IF.
002920     MOVE SPACES TO PAY-CHANGE-FEED-HEADER.
002930     SET PO-IS-HEADER TO TRUE.
002940     MOVE WS-FEED-SEQUENCE TO POH-FEED-SEQUENCE.
002950     MOVE WS-TODAY-DATE TO POH-CREATED-CCYYMMDD.
002960     MOVE "SHOPHR  " TO POH-SOURCE-SYSTEM.
002970     MOVE WS-RUN-NUMBER TO POH-RUN-NUMBER.
002980     WRITE PAY-CHANGE-FEED-HEADER.
002990     PERFORM 2100-SEND-ONE-CHANGE THRU 2100-EXIT
003000         VARYING WS-QUEUE-IX FROM 1 BY 1
003010         UNTIL WS-QUEUE-IX > WS-QUEUE-USED.
003020     MOVE SPACES TO PAY-CHANGE-FEED-TRAILER.
003030     SET PO-IS-TRAILER TO TRUE.
003040     MOVE WS-FEED-SEQUENCE TO POT-FEED-SEQUENCE.
003050     MOVE WS-DETAIL-COUNT TO POT-DETAIL-COUNT.
003060     MOVE WS-ADD-COUNT TO POT-ADD-COUNT.
003070     MOVE WS-CHANGE-COUNT TO POT-CHANGE-COUNT.
003080     MOVE WS-TERM-COUNT TO POT-TERM-COUNT.
003090     MOVE WS-EMP-ID-HASH TO POT-EMP-ID-HASH.
003100     WRITE PAY-CHANGE-FEED-TRAILER.
003110     CLOSE PAY-CHANGE-FEED-FILE.
003120 2000-EXIT.
003130     EXIT.
003140
003150 2100-SEND-ONE-CHANGE.
003160     IF NOT WS-QT-NOT-YET-SENT (WS-QUEUE-IX)
003170         ADD 1 TO WS-AWAITING-COUNT
003180         GO TO 2100-EXIT
003190     END-IF.
003200     MOVE WS-QT-IMAGE (WS-QUEUE-IX) TO WS-IMAGE-RECORD.
003210     MOVE SPACES TO PAY-CHANGE-FEED-RECORD.
003220     SET PO-IS-DETAIL TO TRUE.
003230     MOVE WS-QT-ACTION (WS-QUEUE-IX) TO PO-ACTION.
003240     MOVE WS-QT-EMP-ID (WS-QUEUE-IX) TO PO-EMP-ID.
003250     MOVE IM-LAST-NAME TO PO-LAST-NAME.
003260     MOVE IM-FIRST-NAME TO PO-FIRST-NAME.
003270     MOVE IM-BIRTH-YYMMDD TO PO-BIRTH-YYMMDD.
003280     MOVE IM-HIRE-YYMMDD TO PO-HIRE-YYMMDD.
003290     MOVE IM-ACTIVE-SWITCH TO PO-STATUS-CODE.
003300     MOVE IM-DEPT-CODE TO PO-DEPT-CODE.
003310     MOVE WS-QT-CHANGE-DATE (WS-QUEUE-IX) TO PO-CHANGE-CCYYMMDD.
003320     MOVE WS-QT-RUN-NUMBER (WS-QUEUE-IX) TO PO-RUN-NUMBER.
003330     WRITE PAY-CHANGE-FEED-RECORD.
003340     ADD 1 TO WS-DETAIL-COUNT.
003350     EVALUATE TRUE
003360         WHEN WS-QT-IS-ADD (WS-QUEUE-IX)
003370             ADD 1 TO WS-ADD-COUNT
003380         WHEN WS-QT-IS-CHANGE (WS-QUEUE-IX)
003390             ADD 1 TO WS-CHANGE-COUNT
003400         WHEN OTHER
003410             ADD 1 TO WS-TERM-COUNT
003420     END-EVALUATE.
003430     IF IM-EMP-ID NUMERIC
003440         ADD IM-EMP-ID-N TO WS-EMP-ID-HASH
003450     END-IF.
003460     MOVE WS-FEED-SEQUENCE TO WS-QT-XMIT-SEQUENCE (WS-QUEUE-IX).
003470 2100-EXIT.
003480     EXIT.
003490
003500 3000-REWRITE-QUEUE.
003510******************************************************************
003520* Writes the queue back whole with tonight's changes stamped as
003530* sent.  Changes sent on earlier nights stay on it, unchanged,
003540* until EMPLOAD sees payroll acknowledge them.
003550******************************************************************
003560     OPEN OUTPUT PAY-CHANGE-QUEUE-FILE.
003570     IF WS-QUEUE-STATUS NOT = "00"
003580         DISPLAY "PAYCHGQ REWRITE FAILED, STATUS " WS-QUEUE-STATUS
003590         MOVE "ERROR" TO WS-STATUS-TEXT
003600         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003610         STRING "PAYCHGQ REWRITE FAILED, STATUS " WS-QUEUE-STATUS
003620             " - FEED " WS-FEED-SEQUENCE-ED " NOT RECORDED"
003630             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003640         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003650         MOVE 12 TO WS-STEP-RC
003660         GO TO 3000-EXIT
003670     END-IF.
003680     PERFORM 3100-WRITE-ONE-QUEUED THRU 3100-EXIT
003690         VARYING WS-QUEUE-IX FROM 1 BY 1
003700         UNTIL WS-QUEUE-IX > WS-QUEUE-USED.
003710     CLOSE PAY-CHANGE-QUEUE-FILE.
003720 3000-EXIT.
003730     EXIT.
003740
003750 3100-WRITE-ONE-QUEUED.
003760     MOVE WS-QUEUE-ENTRY (WS-QUEUE-IX) TO PAY-CHANGE-QUEUE-RECORD.
003770     WRITE PAY-CHANGE-QUEUE-RECORD.
003780 3100-EXIT.
003790     EXIT.
003800
003810 3500-UPDATE-XMIT-CONTROL.
003820     OPEN OUTPUT XMIT-CONTROL-FILE.
003830     IF WS-XMITCTL-STATUS NOT = "00"
003840         DISPLAY "PAYXCTL REWRITE FAILED, STATUS "
003850             WS-XMITCTL-STATUS
003860         MOVE "ERROR" TO WS-STATUS-TEXT
003870         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003880         STRING "PAYXCTL REWRITE FAILED - FEED "
003890             WS-FEED-SEQUENCE-ED " SENT BUT NOT RECORDED"
003900             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003910         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003920         MOVE 12 TO WS-STEP-RC
003930         GO TO 3500-EXIT
003940     END-IF.
003950     MOVE SPACES TO XMIT-CONTROL-RECORD.
003960     MOVE WS-FEED-SEQUENCE TO XC-LAST-SEQUENCE.
003970     MOVE WS-TODAY-DATE TO XC-LAST-DATE-CCYYMMDD.
003980     WRITE XMIT-CONTROL-RECORD.
003990     CLOSE XMIT-CONTROL-FILE.
004000 3500-EXIT.
004010     EXIT.
004020
004030 8000-FINALIZE.
004040     MOVE WS-DETAIL-COUNT TO WS-COUNT-ED.
004050     MOVE WS-AWAITING-COUNT TO WS-AWAITING-COUNT-ED.
004060     DISPLAY "Change feed sequence: " WS-FEED-SEQUENCE-ED.
004070     DISPLAY "Changes sent        : " WS-COUNT-ED.
004080     DISPLAY "Awaiting payroll ack: " WS-AWAITING-COUNT-ED.
004090     IF WS-SIMULATION
004100         MOVE WS-UNSENT-COUNT TO WS-COUNT-ED
004110         MOVE "OK" TO WS-STATUS-TEXT
004120         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004130         STRING "SIMULATION - CHANGE FEED " WS-FEED-SEQUENCE-ED
004140             " NOT WRITTEN, " WS-COUNT-ED
004150             " CHANGES WAITING TO SEND"
004160             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004170         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004180         GO TO 8000-STEP-END
004190     END-IF.
004200     IF WS-STEP-RC < 12
004210         MOVE "OK" TO WS-STATUS-TEXT
004220         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004230         STRING "CHANGE FEED " WS-FEED-SEQUENCE-ED " SENT "
004240             WS-COUNT-ED " CHANGES, " WS-AWAITING-COUNT-ED
004250             " EARLIER AWAITING ACK"
004260             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004270         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004280     END-IF.
004290 8000-STEP-END.
004300     MOVE "OK" TO WS-STATUS-TEXT.
004310     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
004320     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
004330     IF WS-AUDIT-IS-OPEN
004340         CLOSE AUDIT-LOG-FILE
004350     END-IF.
004360 8000-EXIT.
004370     EXIT.
004380
004390 8600-APPEND-CONTROL-LEDGER.
004400******************************************************************
004410* One ledger record for the outbound seam: records-in is the
004420* unsent changes on the queue, records-out the details sent, and
004430* the hash the trailer's EMP-ID hash.
004440******************************************************************
004450     IF WS-SIMULATION
004460         GO TO 8600-EXIT
004470     END-IF.
004480     OPEN EXTEND CONTROL-LEDGER-FILE.
004490     IF WS-LEDGER-STATUS NOT = "00"
004500         DISPLAY "CTLLEDG OPEN FAILED, STATUS "
004510             WS-LEDGER-STATUS
004520         GO TO 8600-EXIT
004530     END-IF.
004540     MOVE SPACES TO CONTROL-LEDGER-RECORD.
004550     MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER.
004560     MOVE "PAYXMIT " TO CL-PROGRAM-ID.
004570     MOVE "PAYCHGO " TO CL-INTERFACE.
004580     MOVE WS-UNSENT-COUNT TO CL-RECORDS-IN.
004590     MOVE WS-DETAIL-COUNT TO CL-RECORDS-OUT.
004600     MOVE ZERO TO CL-RECORDS-REJECTED.
004610     MOVE WS-EMP-ID-HASH TO CL-HASH-TOTAL.
004620     WRITE CONTROL-LEDGER-RECORD.
004630     CLOSE CONTROL-LEDGER-FILE.
004640 8600-EXIT.
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
004760     MOVE "PAYXMIT " TO AUDIT-PROGRAM-ID.
004770     MOVE SPACES TO AUDIT-USER-ID.
004780     IF WS-SIMULATION
004790         MOVE "SIMULATE" TO AUDIT-USER-ID
004800     END-IF.
004810     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
004820     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
004830     IF WS-STATUS-TEXT = "OK"
004840         SET AUDIT-IS-INFO TO TRUE
004850     ELSE
004860         IF WS-STATUS-TEXT = "ERROR"
004870             SET AUDIT-IS-ERROR TO TRUE
004880         ELSE
004890             SET AUDIT-IS-WARNING TO TRUE
004900         END-IF
004910     END-IF.
004920     IF WS-AUDIT-IS-OPEN
004930         WRITE AUDIT-LOG-RECORD
004940     END-IF.
004950 9000-EXIT.
004960     EXIT.
004970
004980** add other procedures here
004990 END PROGRAM PAYXMIT.
