000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Weekly duplicate-person sweep.  Compares every
000060*                employee on EMPMAST with every other through the
000070*                shared DUPMATCH rules -- same birth date and last
000080*                name, or same birth date, department, and first
000090*                name -- so the people already keyed twice are
000100*                found as well as the adds EMPLOAD and EMPUPDT
000110*                hold each night.  Each matching pair not already
000120*                on the DUPREVW review file is written there,
000130*                pending.  Pairs already decided are left alone:
000140*                a pair ruled not a duplicate is never raised
000150*                again.  The DUPRPT report lists every pair still
000160*                awaiting a reviewer, with both employees' names,
000170*                and every merge decided but waiting for its
000180*                surviving add to be applied.  EMP-IDs already
000190*                retired as duplicates are not compared.  The
000200*                step ends RC 4 while anything awaits review, and
000210*                RC 12, with nothing written, when the master or
000220*                the review file cannot be read or the master
000230*                outgrows the table.
000240* Tectonics:     cobc
000250*
000260* Modification History
000270* ---------------------
000280* 2026-10-15  DW   Original program.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 PROGRAM-ID. DUPSWEEP.
000330 ENVIRONMENT DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 CONFIGURATION SECTION.
000360*-----------------------
000370 INPUT-OUTPUT SECTION.
000380*-----------------------
000390 FILE-CONTROL.
000400     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS EMP-ID
000440         FILE STATUS IS WS-EMPMAST-STATUS.
000450     SELECT DUP-REVIEW-FILE ASSIGN TO "DUPREVW"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS DR-PAIR-KEY
000490         FILE STATUS IS WS-REVIEW-STATUS.
000500     SELECT SWEEP-REPORT-FILE ASSIGN TO "DUPRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REPORT-STATUS.
000530     SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUDIT-STATUS.
000560 DATA DIVISION.
000570*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000580 FILE SECTION.
000590*-----------------------
000600 FD  EMP-MASTER-FILE.
000610     COPY EMPMAST.
000620 FD  DUP-REVIEW-FILE.
000630     COPY DUPREVW.
000640 FD  SWEEP-REPORT-FILE.
000650 01  SWEEP-REPORT-RECORD         PIC X(132).
000660 FD  AUDIT-LOG-FILE.
000670     COPY AUDITLOG.
000680
000690 WORKING-STORAGE SECTION.
000700*-----------------------
000710 01  WS-EMPMAST-STATUS           PIC X(02).
000720 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000730     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
000740 01  WS-REVIEW-STATUS            PIC X(02).
000750 01  WS-REVIEW-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000760     88  WS-REVIEW-IS-OPEN       VALUE 'Y'.
000770 01  WS-REPORT-STATUS            PIC X(02).
000780 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000790     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000800 01  WS-AUDIT-STATUS             PIC X(02).
000810 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000820     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000830 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000840 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000850 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
000860 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
000870 01  WS-STATUS-TEXT              PIC X(20).
000880 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000890 COPY EOFSWTCH.
000900 01  WS-TODAY                    PIC X(21).
000910 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
000920     05  WS-TODAY-DATE           PIC 9(08).
000930     05  FILLER                  PIC X(13).
000940 01  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
000950     88  WS-RUN-REFUSED          VALUE 'Y'.
000960 01  WS-REFUSE-REASON            PIC X(40).
000970*
000980* Every employee not already retired as a duplicate, in EMP-ID
000990* order, with the birth date broken out so most pairs are passed
001000* over without a call to DUPMATCH.
001010*
001020 01  WS-MAST-TABLE-MAX           PIC 9(05) COMP VALUE 3000.
001030 01  WS-MAST-USED                PIC 9(05) COMP VALUE ZERO.
001040 01  WS-OUTER-IX                 PIC 9(05) COMP VALUE ZERO.
001050 01  WS-INNER-IX                 PIC 9(05) COMP VALUE ZERO.
001060 01  WS-START-IX                 PIC 9(05) COMP VALUE ZERO.
001070 01  WS-MAST-IX                  PIC 9(05) COMP VALUE ZERO.
001080 01  WS-MAST-TABLE.
001090     05  WS-MAST-ENTRY OCCURS 3000 TIMES.
001100         10  WS-MT-IMAGE         PIC X(69).
001110         10  WS-MT-IMAGE-R REDEFINES WS-MT-IMAGE.
001120             15  WS-MT-EMP-ID    PIC X(06).
001130             15  FILLER          PIC X(40).
001140             15  WS-MT-BIRTH-DATE
001150                                 PIC X(06).
001160             15  FILLER          PIC X(17).
001170 01  WS-OUTER-IMAGE              PIC X(69).
001180 01  WS-DUP-RULE                 PIC X(01).
001190 01  WS-PAIR-KEY                 PIC X(12).
001200 01  WS-LIST-STATUS              PIC X(01).
001210 01  WS-SURVIVOR-ID              PIC X(06).
001220*
001230* One employee's image as the report shows it: from the table,
001240* or from the review record when it is an add still held.
001250*
001260 01  WS-SHOW-IMAGE.
001270     05  WS-SHOW-EMP-ID          PIC X(06).
001280     05  WS-SHOW-LAST-NAME       PIC X(22).
001290     05  WS-SHOW-FIRST-NAME      PIC X(18).
001300     05  WS-SHOW-BIRTH-DATE      PIC X(06).
001310     05  FILLER                  PIC X(17).
001320 01  WS-SHOW-ID                  PIC X(06).
001330 01  WS-MATCHED-COUNT            PIC 9(05) COMP VALUE ZERO.
001340 01  WS-NEW-PAIR-COUNT           PIC 9(05) COMP VALUE ZERO.
001350 01  WS-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.
001360 01  WS-AWAITING-COUNT           PIC 9(05) COMP VALUE ZERO.
001370 01  WS-COMPARED-COUNT-ED        PIC ZZZZ9.
001380 01  WS-MATCHED-COUNT-ED         PIC ZZZZ9.
001390 01  WS-NEW-PAIR-COUNT-ED        PIC ZZZZ9.
001400 01  WS-PENDING-COUNT-ED         PIC ZZZZ9.
001410 01  WS-AWAITING-COUNT-ED        PIC ZZZZ9.
001420 01  WS-PAIR-LINE.
001430     05  PL-LOW-EMP-ID           PIC X(06).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  PL-LOW-LAST-NAME        PIC X(15).
001460     05  FILLER                  PIC X(01) VALUE SPACES.
001470     05  PL-LOW-FIRST-NAME       PIC X(10).
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  PL-HIGH-EMP-ID          PIC X(06).
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  PL-HIGH-LAST-NAME       PIC X(15).
001520     05  FILLER                  PIC X(01) VALUE SPACES.
001530     05  PL-HIGH-FIRST-NAME      PIC X(10).
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  PL-BIRTH-DATE           PIC X(06).
001560     05  FILLER                  PIC X(03) VALUE SPACES.
001570     05  PL-RULE                 PIC X(01).
001580     05  FILLER                  PIC X(04) VALUE SPACES.
001590     05  PL-SOURCE               PIC X(01).
001600     05  FILLER                  PIC X(03) VALUE SPACES.
001610     05  PL-RAISED-BY            PIC X(08).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  PL-FOUND-DATE           PIC 9(08).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  PL-NOTE                 PIC X(22).
001660
001670*-----------------------
001680 PROCEDURE DIVISION.
001690*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001720     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
001730     PERFORM 3000-SWEEP-PAIRS THRU 3000-EXIT.
001740     PERFORM 5000-LIST-OPEN-PAIRS THRU 5000-EXIT.
001750     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001760     MOVE WS-STEP-RC TO RETURN-CODE.
001770     GOBACK.
001780
001790 1000-INITIALIZE.
001800     CALL "GETRUN" USING WS-RUN-NUMBER.
001810     CALL "TIMESTMP" USING WS-TODAY.
001820     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
001830     OPEN EXTEND AUDIT-LOG-FILE.
001840     IF WS-AUDIT-STATUS = "00"
001850         SET WS-AUDIT-IS-OPEN TO TRUE
001860     END-IF.
001870     OPEN OUTPUT SWEEP-REPORT-FILE.
001880     IF WS-REPORT-STATUS = "00"
001890         SET WS-REPORT-IS-OPEN TO TRUE
001900         MOVE SPACES TO SWEEP-REPORT-RECORD
001910         STRING "DUPSWEEP  DUPLICATE-PERSON SWEEP         RUN "
001920             WS-RUN-NUMBER-ED "   DATE " WS-TODAY-DATE
001930             DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
001940         WRITE SWEEP-REPORT-RECORD
001950     ELSE
001960         DISPLAY "DUPRPT OPEN FAILED, STATUS " WS-REPORT-STATUS
001970     END-IF.
001980     OPEN INPUT EMP-MASTER-FILE.
001990     IF WS-EMPMAST-STATUS NOT = "00"
002000         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
002010         MOVE "EMPMAST UNAVAILABLE" TO WS-REFUSE-REASON
002020         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
002030         GO TO 1000-EXIT
002040     END-IF.
002050     SET WS-EMPMAST-IS-OPEN TO TRUE.
002060     OPEN I-O DUP-REVIEW-FILE.
002070     IF WS-REVIEW-STATUS NOT = "00"
002080         DISPLAY "DUPREVW OPEN FAILED, STATUS " WS-REVIEW-STATUS
002090         MOVE "DUPREVW UNAVAILABLE" TO WS-REFUSE-REASON
002100         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
002110         GO TO 1000-EXIT
002120     END-IF.
002130     SET WS-REVIEW-IS-OPEN TO TRUE.
002140 1000-EXIT.
002150     EXIT.
002160
002170 2000-LOAD-MASTER.
002180******************************************************************
002190* The whole master into the table, less the EMP-IDs already
002200* retired onto another.  A master that does not fit refuses the
002210* sweep rather than comparing part of it.
002220******************************************************************
002230     IF WS-RUN-REFUSED
002240         GO TO 2000-EXIT
002250     END-IF.
002260     SET WS-NOT-EOF TO TRUE.
002270     PERFORM 2100-LOAD-ONE-EMPLOYEE THRU 2100-EXIT
002280         UNTIL WS-EOF.
002290 2000-EXIT.
002300     EXIT.
002310
002320 2100-LOAD-ONE-EMPLOYEE.
002330     READ EMP-MASTER-FILE NEXT RECORD
002340         AT END
002350             SET WS-EOF TO TRUE
002360     END-READ.
002370     IF WS-EOF
002380         GO TO 2100-EXIT
002390     END-IF.
002400     IF NOT EMP-NOT-MERGED
002410         GO TO 2100-EXIT
002420     END-IF.
002430     IF WS-MAST-USED >= WS-MAST-TABLE-MAX
002440         MOVE "EMPMAST LARGER THAN 3000 EMPLOYEES"
002450             TO WS-REFUSE-REASON
002460         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
002470         SET WS-EOF TO TRUE
002480         GO TO 2100-EXIT
002490     END-IF.
002500     ADD 1 TO WS-MAST-USED.
002510     MOVE EMP-MASTER-RECORD TO WS-MT-IMAGE (WS-MAST-USED).
002520 2100-EXIT.
002530     EXIT.
002540
002550 3000-SWEEP-PAIRS.
002560******************************************************************
002570* Each employee against every one after it in the table, so each
002580* pair is compared once.  Only pairs with the same birth date go
002590* to DUPMATCH; it applies the name and department rules.
002600******************************************************************
002610     IF WS-RUN-REFUSED
002620         GO TO 3000-EXIT
002630     END-IF.
002640     PERFORM 3100-SWEEP-ONE-EMPLOYEE THRU 3100-EXIT
002650         VARYING WS-OUTER-IX FROM 1 BY 1
002660         UNTIL WS-OUTER-IX >= WS-MAST-USED.
002670 3000-EXIT.
002680     EXIT.
002690
002700 3100-SWEEP-ONE-EMPLOYEE.
002710     MOVE WS-MT-IMAGE (WS-OUTER-IX) TO WS-OUTER-IMAGE.
002720     COMPUTE WS-START-IX = WS-OUTER-IX + 1.
002730     PERFORM 3200-COMPARE-ONE-PAIR THRU 3200-EXIT
002740         VARYING WS-INNER-IX FROM WS-START-IX BY 1
002750         UNTIL WS-INNER-IX > WS-MAST-USED.
002760 3100-EXIT.
002770     EXIT.
002780
002790 3200-COMPARE-ONE-PAIR.
002800     IF WS-MT-BIRTH-DATE (WS-OUTER-IX)
002810         NOT = WS-MT-BIRTH-DATE (WS-INNER-IX)
002820         GO TO 3200-EXIT
002830     END-IF.
002840     CALL "DUPMATCH" USING WS-OUTER-IMAGE
002850         WS-MT-IMAGE (WS-INNER-IX) WS-DUP-RULE.
002860     IF WS-DUP-RULE = SPACE
002870         GO TO 3200-EXIT
002880     END-IF.
002890     ADD 1 TO WS-MATCHED-COUNT.
002900     PERFORM 3300-RECORD-PAIR THRU 3300-EXIT.
002910 3200-EXIT.
002920     EXIT.
002930
002940 3300-RECORD-PAIR.
002950******************************************************************
002960* A pair already on the review file, whatever its status, is left
002970* as it is.  A new one goes on pending, raised by the sweep.
002980******************************************************************
002990     MOVE WS-MT-EMP-ID (WS-OUTER-IX) TO DR-LOW-EMP-ID.
003000     MOVE WS-MT-EMP-ID (WS-INNER-IX) TO DR-HIGH-EMP-ID.
003010     IF WS-MT-EMP-ID (WS-INNER-IX) < WS-MT-EMP-ID (WS-OUTER-IX)
003020         MOVE WS-MT-EMP-ID (WS-INNER-IX) TO DR-LOW-EMP-ID
003030         MOVE WS-MT-EMP-ID (WS-OUTER-IX) TO DR-HIGH-EMP-ID
003040     END-IF.
003050     MOVE DR-PAIR-KEY TO WS-PAIR-KEY.
003060     READ DUP-REVIEW-FILE
003070         INVALID KEY
003080             CONTINUE
003090         NOT INVALID KEY
003100             GO TO 3300-EXIT
003110     END-READ.
003120     MOVE SPACES TO DUP-REVIEW-RECORD.
003130     MOVE WS-PAIR-KEY TO DR-PAIR-KEY.
003140     SET DR-IS-PENDING TO TRUE.
003150     MOVE WS-DUP-RULE TO DR-MATCH-RULE.
003160     SET DR-FROM-SWEEP TO TRUE.
003170     MOVE "DUPSWEEP" TO DR-RAISED-BY.
003180     MOVE WS-RUN-NUMBER TO DR-FOUND-RUN-NUMBER.
003190     MOVE WS-TODAY-DATE TO DR-FOUND-CCYYMMDD.
003200     MOVE ZERO TO DR-REVIEWED-CCYYMMDD.
003210     MOVE ZERO TO DR-MERGED-RUN-NUMBER.
003220     WRITE DUP-REVIEW-RECORD
003230         INVALID KEY
003240             DISPLAY "DUPREVW WRITE FAILED, STATUS "
003250                 WS-REVIEW-STATUS " - " DR-PAIR-KEY
003260             GO TO 3300-EXIT
003270     END-WRITE.
003280     ADD 1 TO WS-NEW-PAIR-COUNT.
003290     MOVE "WARN" TO WS-STATUS-TEXT.
003300     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003310     STRING "POSSIBLE DUPLICATE " DR-LOW-EMP-ID " AND "
003320         DR-HIGH-EMP-ID " RULE " DR-MATCH-RULE
003330         " - AWAITS REVIEW"
003340         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003350     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003360 3300-EXIT.
003370     EXIT.
003380
003390 3900-REFUSE-RUN.
003400******************************************************************
003410* Marks the sweep refused and logs why: an ERROR on the audit
003420* trail and RC 12, with nothing written to the review file.
003430******************************************************************
003440     SET WS-RUN-REFUSED TO TRUE.
003450     MOVE 12 TO WS-STEP-RC.
003460     MOVE "ERROR" TO WS-STATUS-TEXT.
003470     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
003480     STRING "DUPLICATE SWEEP REFUSED - " WS-REFUSE-REASON
003490         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
003500     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
003510 3900-EXIT.
003520     EXIT.
003530
003540 5000-LIST-OPEN-PAIRS.
003550******************************************************************
003560* One pass of the review file in pair order, listing every pair
003570* still open: those awaiting a reviewer, then those decided as a
003580* merge but waiting for the surviving EMP-ID's held add to be
003590* applied.  Pairs ruled not a duplicate, and merges completed,
003600* do not print.
003610******************************************************************
003620     IF WS-RUN-REFUSED
003630         GO TO 5000-EXIT
003640     END-IF.
003650     MOVE SPACES TO SWEEP-REPORT-RECORD.
003660     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003670     MOVE "PAIRS AWAITING DUPLICATE REVIEW"
003680         TO SWEEP-REPORT-RECORD.
003690     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003700     PERFORM 5050-WRITE-COLUMN-HEADINGS THRU 5050-EXIT.
003710     MOVE 'P' TO WS-LIST-STATUS.
003720     PERFORM 5100-LIST-PAIRS THRU 5100-EXIT.
003730     IF WS-PENDING-COUNT = ZERO
003740         MOVE "  NONE" TO SWEEP-REPORT-RECORD
003750         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
003760     END-IF.
003770     MOVE SPACES TO SWEEP-REPORT-RECORD.
003780     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003790     MOVE "MERGES DECIDED, AWAITING THE SURVIVING ADD"
003800         TO SWEEP-REPORT-RECORD.
003810     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003820     PERFORM 5050-WRITE-COLUMN-HEADINGS THRU 5050-EXIT.
003830     MOVE 'M' TO WS-LIST-STATUS.
003840     PERFORM 5100-LIST-PAIRS THRU 5100-EXIT.
003850     IF WS-AWAITING-COUNT = ZERO
003860         MOVE "  NONE" TO SWEEP-REPORT-RECORD
003870         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
003880     END-IF.
003890 5000-EXIT.
003900     EXIT.
003910
003920 5050-WRITE-COLUMN-HEADINGS.
003930     MOVE SPACES TO SWEEP-REPORT-RECORD.
003940     STRING "EMP-ID  LAST NAME       FIRST       EMP-ID  "
003950         "LAST NAME       FIRST       BIRTH  RULE SRC   "
003960         "RAISED BY FOUND     NOTE"
003970         DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD.
003980     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
003990 5050-EXIT.
004000     EXIT.
004010
004020 5100-LIST-PAIRS.
004030******************************************************************
004040* Browses the whole review file for the status the caller puts
004050* in WS-LIST-STATUS.
004060******************************************************************
004070     MOVE LOW-VALUES TO DR-PAIR-KEY.
004080     SET WS-NOT-EOF TO TRUE.
004090     START DUP-REVIEW-FILE KEY NOT < DR-PAIR-KEY
004100         INVALID KEY
004110             SET WS-EOF TO TRUE
004120     END-START.
004130     PERFORM 5200-LIST-ONE-PAIR THRU 5200-EXIT
004140         UNTIL WS-EOF.
004150 5100-EXIT.
004160     EXIT.
004170
004180 5200-LIST-ONE-PAIR.
004190     READ DUP-REVIEW-FILE NEXT RECORD
004200         AT END
004210             SET WS-EOF TO TRUE
004220     END-READ.
004230     IF WS-EOF
004240         GO TO 5200-EXIT
004250     END-IF.
004260     IF DR-STATUS NOT = WS-LIST-STATUS
004270         GO TO 5200-EXIT
004280     END-IF.
004290     MOVE SPACES TO WS-PAIR-LINE.
004300     MOVE DR-LOW-EMP-ID TO WS-SHOW-ID.
004310     PERFORM 5300-FIND-SHOW-IMAGE THRU 5300-EXIT.
004320     MOVE DR-LOW-EMP-ID TO PL-LOW-EMP-ID.
004330     MOVE WS-SHOW-LAST-NAME TO PL-LOW-LAST-NAME.
004340     MOVE WS-SHOW-FIRST-NAME TO PL-LOW-FIRST-NAME.
004350     MOVE WS-SHOW-BIRTH-DATE TO PL-BIRTH-DATE.
004360     MOVE DR-HIGH-EMP-ID TO WS-SHOW-ID.
004370     PERFORM 5300-FIND-SHOW-IMAGE THRU 5300-EXIT.
004380     MOVE DR-HIGH-EMP-ID TO PL-HIGH-EMP-ID.
004390     MOVE WS-SHOW-LAST-NAME TO PL-HIGH-LAST-NAME.
004400     MOVE WS-SHOW-FIRST-NAME TO PL-HIGH-FIRST-NAME.
004410     IF PL-BIRTH-DATE = SPACES
004420         MOVE WS-SHOW-BIRTH-DATE TO PL-BIRTH-DATE
004430     END-IF.
004440     MOVE DR-MATCH-RULE TO PL-RULE.
004450     MOVE DR-SOURCE TO PL-SOURCE.
004460     MOVE DR-RAISED-BY TO PL-RAISED-BY.
004470     MOVE DR-FOUND-CCYYMMDD TO PL-FOUND-DATE.
004480     EVALUATE TRUE
004490         WHEN DR-IS-MERGE-DECIDED
004500             MOVE DR-LOW-EMP-ID TO WS-SURVIVOR-ID
004510             IF DR-RETIRED-EMP-ID = DR-LOW-EMP-ID
004520                 MOVE DR-HIGH-EMP-ID TO WS-SURVIVOR-ID
004530             END-IF
004540             STRING "KEEP " WS-SURVIVOR-ID " WHEN ADDED"
004550                 DELIMITED BY SIZE INTO PL-NOTE
004560             ADD 1 TO WS-AWAITING-COUNT
004570         WHEN DR-HELD-EMP-ID NOT = SPACES
004580             STRING "ADD " DR-HELD-EMP-ID " HELD"
004590                 DELIMITED BY SIZE INTO PL-NOTE
004600             ADD 1 TO WS-PENDING-COUNT
004610         WHEN DR-FOUND-RUN-NUMBER = WS-RUN-NUMBER
004620             AND DR-FROM-SWEEP
004630             MOVE "NEW THIS SWEEP" TO PL-NOTE
004640             ADD 1 TO WS-PENDING-COUNT
004650         WHEN OTHER
004660             ADD 1 TO WS-PENDING-COUNT
004670     END-EVALUATE.
004680     MOVE WS-PAIR-LINE TO SWEEP-REPORT-RECORD.
004690     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
004700 5200-EXIT.
004710     EXIT.
004720
004730 5300-FIND-SHOW-IMAGE.
004740******************************************************************
004750* The image of the EMP-ID in WS-SHOW-ID: the held add carried on
004760* the review record if it is that one, else the master entry.
004770* An EMP-ID on neither (retired since the pair was raised) shows
004780* no name.
004790******************************************************************
004800     MOVE SPACES TO WS-SHOW-IMAGE.
004810     IF DR-HELD-EMP-ID = WS-SHOW-ID
004820         MOVE DR-HELD-IMAGE TO WS-SHOW-IMAGE
004830         GO TO 5300-EXIT
004840     END-IF.
004850     PERFORM 5350-MATCH-ONE-ENTRY THRU 5350-EXIT
004860         VARYING WS-MAST-IX FROM 1 BY 1
004870         UNTIL WS-MAST-IX > WS-MAST-USED
004880             OR WS-SHOW-EMP-ID NOT = SPACES.
004890     IF WS-SHOW-EMP-ID = SPACES
004900         MOVE "(NOT ON MASTER)" TO WS-SHOW-LAST-NAME
004910     END-IF.
004920 5300-EXIT.
004930     EXIT.
004940
004950 5350-MATCH-ONE-ENTRY.
004960     IF WS-MT-EMP-ID (WS-MAST-IX) = WS-SHOW-ID
004970         MOVE WS-MT-IMAGE (WS-MAST-IX) TO WS-SHOW-IMAGE
004980     END-IF.
004990 5350-EXIT.
005000     EXIT.
005010
005020 5900-WRITE-REPORT-LINE.
005030     IF WS-REPORT-IS-OPEN
005040         WRITE SWEEP-REPORT-RECORD
005050     END-IF.
005060 5900-EXIT.
005070     EXIT.
005080
005090 8000-FINALIZE.
005100******************************************************************
005110* Totals on the report and the console, then the closing audit
005120* record.  Anything still open on the review file is a warning:
005130* adds are being held, or people are on the master twice.
005140******************************************************************
005150     MOVE WS-MAST-USED TO WS-COMPARED-COUNT-ED.
005160     MOVE WS-MATCHED-COUNT TO WS-MATCHED-COUNT-ED.
005170     MOVE WS-NEW-PAIR-COUNT TO WS-NEW-PAIR-COUNT-ED.
005180     MOVE WS-PENDING-COUNT TO WS-PENDING-COUNT-ED.
005190     MOVE WS-AWAITING-COUNT TO WS-AWAITING-COUNT-ED.
005200     DISPLAY "Employees compared  : " WS-COMPARED-COUNT-ED.
005210     DISPLAY "Matching pairs      : " WS-MATCHED-COUNT-ED.
005220     DISPLAY "New pairs raised    : " WS-NEW-PAIR-COUNT-ED.
005230     DISPLAY "Awaiting review     : " WS-PENDING-COUNT-ED.
005240     DISPLAY "Merges awaiting add : " WS-AWAITING-COUNT-ED.
005250     IF WS-RUN-REFUSED
005260         DISPLAY "DUPLICATE SWEEP REFUSED - " WS-REFUSE-REASON
005270         MOVE SPACES TO SWEEP-REPORT-RECORD
005280         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
005290         MOVE SPACES TO SWEEP-REPORT-RECORD
005300         STRING "DUPLICATE SWEEP REFUSED - " WS-REFUSE-REASON
005310             DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
005320         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
005330     ELSE
005340         MOVE SPACES TO SWEEP-REPORT-RECORD
005350         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
005360         MOVE SPACES TO SWEEP-REPORT-RECORD
005370         STRING "EMPLOYEES COMPARED " WS-COMPARED-COUNT-ED
005380             "   MATCHING PAIRS " WS-MATCHED-COUNT-ED
005390             "   NEW PAIRS RAISED " WS-NEW-PAIR-COUNT-ED
005400             DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
005410         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
005420         MOVE SPACES TO SWEEP-REPORT-RECORD
005430         STRING "AWAITING REVIEW " WS-PENDING-COUNT-ED
005440             "   MERGES AWAITING ADD " WS-AWAITING-COUNT-ED
005450             DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
005460         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
005470     END-IF.
005480     IF WS-REPORT-IS-OPEN
005490         CLOSE SWEEP-REPORT-FILE
005500     END-IF.
005510     IF WS-EMPMAST-IS-OPEN
005520         CLOSE EMP-MASTER-FILE
005530     END-IF.
005540     IF WS-REVIEW-IS-OPEN
005550         CLOSE DUP-REVIEW-FILE
005560     END-IF.
005570     IF WS-STEP-RC = ZERO
005580         AND (WS-PENDING-COUNT > ZERO
005590             OR WS-AWAITING-COUNT > ZERO)
005600         MOVE 4 TO WS-STEP-RC
005610     END-IF.
005620     EVALUATE WS-STEP-RC
005630         WHEN ZERO
005640             MOVE "OK" TO WS-STATUS-TEXT
005650         WHEN 4
005660             MOVE "WARN" TO WS-STATUS-TEXT
005670         WHEN OTHER
005680             MOVE "ERROR" TO WS-STATUS-TEXT
005690     END-EVALUATE.
005700     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
005710     IF WS-RUN-REFUSED
005720         STRING "DUPLICATE SWEEP REFUSED - " WS-REFUSE-REASON
005730             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005740     ELSE
005750         STRING "DUPLICATE SWEEP DONE COMPARED "
005760             WS-COMPARED-COUNT-ED
005770             " NEW " WS-NEW-PAIR-COUNT-ED
005780             " AWAITING REVIEW " WS-PENDING-COUNT-ED
005790             " MERGES AWAITING ADD " WS-AWAITING-COUNT-ED
005800             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
005810     END-IF.
005820     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
005830     IF WS-AUDIT-IS-OPEN
005840         CLOSE AUDIT-LOG-FILE
005850     END-IF.
005860 8000-EXIT.
005870     EXIT.
005880
005890 9000-WRITE-AUDIT-ENTRY.
005900******************************************************************
005910* Stamps and writes one audit record.  The caller sets
005920* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
005930* this paragraph.
005940******************************************************************
005950     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
005960     MOVE SPACES TO AUDIT-LOG-RECORD.
005970     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
005980     MOVE "DUPSWEEP" TO AUDIT-PROGRAM-ID.
005990     MOVE SPACES TO AUDIT-USER-ID.
006000     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
006010     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
006020     IF WS-STATUS-TEXT = "OK"
006030         SET AUDIT-IS-INFO TO TRUE
006040     ELSE
006050         IF WS-STATUS-TEXT = "ERROR"
006060             SET AUDIT-IS-ERROR TO TRUE
006070         ELSE
006080             SET AUDIT-IS-WARNING TO TRUE
006090         END-IF
006100     END-IF.
006110     IF WS-AUDIT-IS-OPEN
006120         WRITE AUDIT-LOG-RECORD
006130     END-IF.
006140 9000-EXIT.
006150     EXIT.
006160
006170** add other procedures here
006180 END PROGRAM DUPSWEEP.
