000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose:       One-time load of an engine's old sequential
000070*                processed-ID register (OLDIDS, sorted on the
000080*                trans ID) into the new keyed register
000090*                (PROCIDS).  Pass one writes every ID, stamped
000100*                run number zero and today's date as its
000110*                business date, so converted IDs age out of
000120*                the weekly PIDPURGE window counted from the
000130*                conversion rather than at once.  Pass two
000140*                re-reads the old file and, for every posted
000150*                reversal on it, names the reversal in its
000160*                original's PID-REVERSED-BY -- the flag the
000170*                engines and TRANEDIT now read in place of
000180*                scanning for the reversal record.
000190* Tectonics:     cobc
000200*
000210* Modification History
000220* ---------------------
000230* 2026-10-15  DW   Original program.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000270 PROGRAM-ID. PIDCONV.
000280 ENVIRONMENT DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 CONFIGURATION SECTION.
000310*-----------------------
000320 INPUT-OUTPUT SECTION.
000330*-----------------------
000340 FILE-CONTROL.
000350     SELECT OLD-ID-FILE ASSIGN TO "OLDIDS"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-OLD-STATUS.
000380     SELECT PROCESSED-ID-FILE ASSIGN TO "PROCIDS"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PID-TRANS-ID
000420         FILE STATUS IS WS-IDS-STATUS.
000430     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDIT-STATUS.
000460 DATA DIVISION.
000470*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000480 FILE SECTION.
000490*-----------------------
000500*
000510*    The sequential register's layout before the keyed
000520*    conversion: the first 53 bytes of PROCIDRG.  Records from
000530*    before it carried results are the trans ID alone and read
000540*    space-filled.
000550*
000560 FD  OLD-ID-FILE.
000570 01  OLD-ID-RECORD.
000580     05  OI-TRANS-ID             PIC X(08).
000590     05  FILLER                  PIC X(37).
000600     05  OI-REVERSES-ID          PIC X(08).
000610 FD  PROCESSED-ID-FILE.
000620     COPY PROCIDRG.
000630 FD  AUDIT-LOG-FILE.
000640     COPY AUDITLOG.
000650
000660 WORKING-STORAGE SECTION.
000670*-----------------------
000680 01  WS-OLD-STATUS               PIC X(02).
000690 01  WS-IDS-STATUS               PIC X(02).
000700 01  WS-AUDIT-STATUS             PIC X(02).
000710 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000720     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000730 COPY EOFSWTCH.
000740 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000750 01  WS-STATUS-TEXT              PIC X(05).
000760 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000770 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000780 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
000790 01  WS-TODAY                    PIC X(21).
000800 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
000810     05  WS-TODAY-DATE           PIC 9(08).
000820     05  FILLER                  PIC X(13).
000830 01  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
000840     88  WS-ORIGINAL-FOUND       VALUE 'Y'.
000850 01  WS-LOADED-COUNT             PIC 9(07) COMP VALUE ZERO.
000860 01  WS-DUPLICATE-COUNT          PIC 9(07) COMP VALUE ZERO.
000870 01  WS-MARKED-COUNT             PIC 9(07) COMP VALUE ZERO.
000880 01  WS-ORPHAN-COUNT             PIC 9(07) COMP VALUE ZERO.
000890 01  WS-LOADED-COUNT-ED          PIC Z(06)9.
000900 01  WS-DUPLICATE-COUNT-ED       PIC Z(06)9.
000910 01  WS-MARKED-COUNT-ED          PIC Z(06)9.
000920 01  WS-ORPHAN-COUNT-ED          PIC Z(06)9.
000930
000940*-----------------------
000950 PROCEDURE DIVISION.
000960*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000990     PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT.
001000     PERFORM 3000-MARK-REVERSED THRU 3000-EXIT.
001010     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001020     MOVE WS-STEP-RC TO RETURN-CODE.
001030     GOBACK.
001040
001050 1000-INITIALIZE.
001060     CALL "GETRUN" USING WS-RUN-NUMBER.
001070     CALL "TIMESTMP" USING WS-TODAY.
001080     OPEN EXTEND AUDIT-LOG-FILE.
001090     IF WS-AUDIT-STATUS = "00"
001100         SET WS-AUDIT-IS-OPEN TO TRUE
001110     END-IF.
001120 1000-EXIT.
001130     EXIT.
001140
001150 2000-LOAD-REGISTER.
001160******************************************************************
001170* Pass one.  The input is sorted on the trans ID, so the keyed
001180* register loads in key order.  An ID already loaded is
001190* counted and skipped -- the old register should never hold
001200* one twice.
001210******************************************************************
001220     OPEN INPUT OLD-ID-FILE.
001230     IF WS-OLD-STATUS NOT = "00"
001240         DISPLAY "OLDIDS OPEN FAILED, STATUS " WS-OLD-STATUS
001250         MOVE 12 TO WS-STEP-RC
001260         GO TO 2000-EXIT
001270     END-IF.
001280     OPEN OUTPUT PROCESSED-ID-FILE.
001290     IF WS-IDS-STATUS NOT = "00"
001300         DISPLAY "PROCIDS OPEN FAILED, STATUS " WS-IDS-STATUS
001310         CLOSE OLD-ID-FILE
001320         MOVE 12 TO WS-STEP-RC
001330         GO TO 2000-EXIT
001340     END-IF.
001350     SET WS-NOT-EOF TO TRUE.
001360     PERFORM 2100-LOAD-ONE-ID THRU 2100-EXIT
001370         UNTIL WS-EOF.
001380     CLOSE OLD-ID-FILE.
001390     CLOSE PROCESSED-ID-FILE.
001400 2000-EXIT.
001410     EXIT.
001420
001430 2100-LOAD-ONE-ID.
001440     READ OLD-ID-FILE
001450         AT END
001460             SET WS-EOF TO TRUE
001470     END-READ.
001480     IF WS-EOF
001490         GO TO 2100-EXIT
001500     END-IF.
001510     IF OI-TRANS-ID = SPACES
001520         GO TO 2100-EXIT
001530     END-IF.
001540     MOVE OLD-ID-RECORD TO PROCESSED-ID-RECORD.
001550     MOVE SPACES TO PID-REVERSED-BY.
001560     MOVE ZERO TO PID-RUN-NUMBER.
001570     MOVE WS-TODAY-DATE TO PID-BUSINESS-DATE.
001580     WRITE PROCESSED-ID-RECORD
001590         INVALID KEY
001600             DISPLAY "DUPLICATE ID " OI-TRANS-ID " - SKIPPED"
001610             ADD 1 TO WS-DUPLICATE-COUNT
001620         NOT INVALID KEY
001630             ADD 1 TO WS-LOADED-COUNT
001640     END-WRITE.
001650 2100-EXIT.
001660     EXIT.
001670
001680 3000-MARK-REVERSED.
001690******************************************************************
001700* Pass two.  Every reversal on the old register marks its
001710* original; an original that is not there (never posted, or
001720* lost before the conversion) is counted, not invented.
001730******************************************************************
001740     IF WS-STEP-RC NOT = ZERO
001750         GO TO 3000-EXIT
001760     END-IF.
001770     OPEN INPUT OLD-ID-FILE.
001780     IF WS-OLD-STATUS NOT = "00"
001790         DISPLAY "OLDIDS REOPEN FAILED, STATUS " WS-OLD-STATUS
001800         MOVE 12 TO WS-STEP-RC
001810         GO TO 3000-EXIT
001820     END-IF.
001830     OPEN I-O PROCESSED-ID-FILE.
001840     IF WS-IDS-STATUS NOT = "00"
001850         DISPLAY "PROCIDS REOPEN FAILED, STATUS " WS-IDS-STATUS
001860         CLOSE OLD-ID-FILE
001870         MOVE 12 TO WS-STEP-RC
001880         GO TO 3000-EXIT
001890     END-IF.
001900     SET WS-NOT-EOF TO TRUE.
001910     PERFORM 3100-MARK-ONE-ORIGINAL THRU 3100-EXIT
001920         UNTIL WS-EOF.
001930     CLOSE OLD-ID-FILE.
001940     CLOSE PROCESSED-ID-FILE.
001950 3000-EXIT.
001960     EXIT.
001970
001980 3100-MARK-ONE-ORIGINAL.
001990     READ OLD-ID-FILE
002000         AT END
002010             SET WS-EOF TO TRUE
002020     END-READ.
002030     IF WS-EOF
002040         GO TO 3100-EXIT
002050     END-IF.
002060     IF OI-REVERSES-ID = SPACES
002070         GO TO 3100-EXIT
002080     END-IF.
002090     MOVE OI-REVERSES-ID TO PID-TRANS-ID.
002100     MOVE 'N' TO WS-FOUND-SWITCH.
002110     READ PROCESSED-ID-FILE
002120         INVALID KEY
002130             CONTINUE
002140         NOT INVALID KEY
002150             SET WS-ORIGINAL-FOUND TO TRUE
002160     END-READ.
002170     IF NOT WS-ORIGINAL-FOUND
002180         DISPLAY "REVERSAL " OI-TRANS-ID " ORIGINAL "
002190             OI-REVERSES-ID " NOT ON REGISTER"
002200         ADD 1 TO WS-ORPHAN-COUNT
002210         GO TO 3100-EXIT
002220     END-IF.
002230     MOVE OI-TRANS-ID TO PID-REVERSED-BY.
002240     REWRITE PROCESSED-ID-RECORD
002250         INVALID KEY
002260             DISPLAY "PROCIDS REWRITE FAILED, STATUS "
002270                 WS-IDS-STATUS " - " OI-REVERSES-ID
002280             ADD 1 TO WS-ORPHAN-COUNT
002290         NOT INVALID KEY
002300             ADD 1 TO WS-MARKED-COUNT
002310     END-REWRITE.
002320 3100-EXIT.
002330     EXIT.
002340
002350 8000-FINALIZE.
002360     MOVE WS-LOADED-COUNT TO WS-LOADED-COUNT-ED.
002370     MOVE WS-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT-ED.
002380     MOVE WS-MARKED-COUNT TO WS-MARKED-COUNT-ED.
002390     MOVE WS-ORPHAN-COUNT TO WS-ORPHAN-COUNT-ED.
002400     DISPLAY "IDs loaded           : " WS-LOADED-COUNT-ED.
002410     DISPLAY "Duplicates skipped   : " WS-DUPLICATE-COUNT-ED.
002420     DISPLAY "Originals marked     : " WS-MARKED-COUNT-ED.
002430     DISPLAY "Originals not found  : " WS-ORPHAN-COUNT-ED.
002440     IF WS-STEP-RC NOT = ZERO
002450         MOVE "ERROR" TO WS-STATUS-TEXT
002460         MOVE "PID CONVERSION FAILED, REGISTER INCOMPLETE"
002470             TO WS-AUDIT-MESSAGE-TEXT
002480     ELSE
002490         MOVE "OK" TO WS-STATUS-TEXT
002500         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002510         STRING "PROCESSED-ID CONVERSION LOADED "
002520             WS-LOADED-COUNT-ED " MARKED " WS-MARKED-COUNT-ED
002530             " DUPLICATE " WS-DUPLICATE-COUNT-ED
002540             " NOT FOUND " WS-ORPHAN-COUNT-ED
002550             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002560         IF WS-DUPLICATE-COUNT > ZERO OR WS-ORPHAN-COUNT > ZERO
002570             MOVE "WARN" TO WS-STATUS-TEXT
002580             MOVE 4 TO WS-STEP-RC
002590         END-IF
002600     END-IF.
002610     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
002620     IF WS-AUDIT-IS-OPEN
002630         CLOSE AUDIT-LOG-FILE
002640     END-IF.
002650 8000-EXIT.
002660     EXIT.
002670
002680 9000-WRITE-AUDIT-ENTRY.
002690******************************************************************
002700* Stamps and writes one audit record.  The caller sets
002710* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
002720* this paragraph.
002730******************************************************************
002740     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
002750     MOVE SPACES TO AUDIT-LOG-RECORD.
002760     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
002770     MOVE "PIDCONV " TO AUDIT-PROGRAM-ID.
002780     MOVE SPACES TO AUDIT-USER-ID.
002790     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
002800     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
002810     IF WS-STATUS-TEXT = "OK"
002820         SET AUDIT-IS-INFO TO TRUE
002830     ELSE
002840         IF WS-STATUS-TEXT = "ERROR"
002850             SET AUDIT-IS-ERROR TO TRUE
002860         ELSE
002870             SET AUDIT-IS-WARNING TO TRUE
002880         END-IF
002890     END-IF.
002900     IF WS-AUDIT-IS-OPEN
002910         WRITE AUDIT-LOG-RECORD
002920     END-IF.
002930 9000-EXIT.
002940     EXIT.
002950
002960** add other procedures here
002970 END PROGRAM PIDCONV.
