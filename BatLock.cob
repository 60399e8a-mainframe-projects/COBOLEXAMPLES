000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Shop-standard batch-window lock subprogram, in
000060*                the SUITESTA pattern.  Function S takes the
000070*                BATLOCK lock for the given run number (RUNASGN,
000080*                at the top of NIGHTLY); function O records the
000090*                named step as the owner, provided the lock is
000100*                held for that run (each step as it starts,
000110*                through SUITESTA or directly); function R
000120*                releases it in the name of the step or operator
000130*                given (the last NIGHTLY step, or the LOCKOVR
000140*                override); function Q only reads it.  Every
000150*                function hands back the lock record as it stands
000160*                after the call.  A missing lock file reads as a
000170*                free lock.
000180* Tectonics:     cobc
000190*
000200* Modification History
000210* ---------------------
000220* 2026-10-15  DW   Original subprogram.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000260 PROGRAM-ID. BATLOCK.
000270 ENVIRONMENT DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 CONFIGURATION SECTION.
000300*-----------------------
000310 INPUT-OUTPUT SECTION.
000320*-----------------------
000330 FILE-CONTROL.
000340     SELECT BATCH-LOCK-FILE ASSIGN TO "BATLOCK"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-LOCK-STATUS.
000370 DATA DIVISION.
000380*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000390 FILE SECTION.
000400*-----------------------
000410 FD  BATCH-LOCK-FILE.
000420     COPY BATLOCKR.
000430 WORKING-STORAGE SECTION.
000440*-----------------------
000450 01  WS-LOCK-STATUS              PIC X(02).
000460 01  WS-TAKEN-FROM-RUN           PIC 9(05).
000470 01  WS-TAKEN-FROM-STEP          PIC X(08).
000480 01  WS-NOW                      PIC X(21).
000490 01  WS-NOW-R REDEFINES WS-NOW.
000500     05  WS-NOW-DATE             PIC 9(08).
000510     05  WS-NOW-TIME             PIC 9(06).
000520     05  FILLER                  PIC X(07).
000530*-----------------------
000540 LINKAGE SECTION.
000550*-----------------------
000560 01  LK-FUNCTION                  PIC X(01).
000570     88  LK-FUNCTION-SET          VALUE 'S'.
000580     88  LK-FUNCTION-OWNER        VALUE 'O'.
000590     88  LK-FUNCTION-RELEASE      VALUE 'R'.
000600     88  LK-FUNCTION-QUERY        VALUE 'Q'.
000610 01  LK-RUN-NUMBER                PIC 9(05).
000620 01  LK-STEP-NAME                 PIC X(08).
000630 01  LK-LOCK-RECORD               PIC X(77).
000640
000650*-----------------------
000660 PROCEDURE DIVISION USING LK-FUNCTION LK-RUN-NUMBER
000670     LK-STEP-NAME LK-LOCK-RECORD.
000680*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000690 0000-MAINLINE.
000700     CALL "TIMESTMP" USING WS-NOW.
000710     PERFORM 1000-READ-LOCK THRU 1000-EXIT.
000720     EVALUATE TRUE
000730         WHEN LK-FUNCTION-SET
000740             PERFORM 2000-SET-LOCK THRU 2000-EXIT
000750         WHEN LK-FUNCTION-OWNER
000760             PERFORM 3000-RECORD-OWNER THRU 3000-EXIT
000770         WHEN LK-FUNCTION-RELEASE
000780             PERFORM 4000-RELEASE-LOCK THRU 4000-EXIT
000790         WHEN OTHER
000800             CONTINUE
000810     END-EVALUATE.
000820     MOVE BATCH-LOCK-RECORD TO LK-LOCK-RECORD.
000830     GOBACK.
000840
000850 1000-READ-LOCK.
000860******************************************************************
000870* No lock file, an empty one, or an unreadable record is a free
000880* lock with no history.
000890******************************************************************
000900     OPEN INPUT BATCH-LOCK-FILE.
000910     IF WS-LOCK-STATUS NOT = "00"
000920         PERFORM 1100-CLEAR-LOCK-RECORD THRU 1100-EXIT
000930         GO TO 1000-EXIT
000940     END-IF.
000950     READ BATCH-LOCK-FILE
000960         AT END
000970             PERFORM 1100-CLEAR-LOCK-RECORD THRU 1100-EXIT
000980     END-READ.
000990     CLOSE BATCH-LOCK-FILE.
001000     IF NOT BL-IS-HELD AND NOT BL-IS-FREE
001010         PERFORM 1100-CLEAR-LOCK-RECORD THRU 1100-EXIT
001020     END-IF.
001030 1000-EXIT.
001040     EXIT.
001050
001060 1100-CLEAR-LOCK-RECORD.
001070     MOVE SPACES TO BATCH-LOCK-RECORD.
001080     SET BL-IS-FREE TO TRUE.
001090     MOVE ZERO TO BL-RUN-NUMBER.
001100     MOVE ZERO TO BL-SET-DATE BL-SET-TIME.
001110     MOVE ZERO TO BL-OWNER-DATE BL-OWNER-TIME.
001120     MOVE ZERO TO BL-RELEASE-DATE BL-RELEASE-TIME.
001130     MOVE ZERO TO BL-TAKEN-FROM-RUN.
001140 1100-EXIT.
001150     EXIT.
001160
001170 2000-SET-LOCK.
001180******************************************************************
001190* Taking the lock replaces whatever was there.  A lock an earlier
001200* run still holds was left by a night that abended; its run and
001210* last step are kept on the new lock for NIGHTSUM to report.
001220******************************************************************
001230     MOVE ZERO TO WS-TAKEN-FROM-RUN.
001240     MOVE SPACES TO WS-TAKEN-FROM-STEP.
001250     IF BL-IS-HELD
001260         AND BL-RUN-NUMBER NOT = LK-RUN-NUMBER
001270         MOVE BL-RUN-NUMBER TO WS-TAKEN-FROM-RUN
001280         MOVE BL-OWNER-STEP TO WS-TAKEN-FROM-STEP
001290     END-IF.
001300     PERFORM 1100-CLEAR-LOCK-RECORD THRU 1100-EXIT.
001310     MOVE WS-TAKEN-FROM-RUN TO BL-TAKEN-FROM-RUN.
001320     MOVE WS-TAKEN-FROM-STEP TO BL-TAKEN-FROM-STEP.
001330     SET BL-IS-HELD TO TRUE.
001340     MOVE LK-RUN-NUMBER TO BL-RUN-NUMBER.
001350     MOVE LK-STEP-NAME TO BL-OWNER-STEP.
001360     MOVE WS-NOW-DATE TO BL-SET-DATE BL-OWNER-DATE.
001370     MOVE WS-NOW-TIME TO BL-SET-TIME BL-OWNER-TIME.
001380     PERFORM 5000-WRITE-LOCK THRU 5000-EXIT.
001390 2000-EXIT.
001400     EXIT.
001410
001420 3000-RECORD-OWNER.
001430******************************************************************
001440* Only a step of the run holding the lock takes it over; any other
001450* caller (a program run from MAIN-MENU or by hand) leaves it be.
001460******************************************************************
001470     IF NOT BL-IS-HELD
001480         OR BL-RUN-NUMBER NOT = LK-RUN-NUMBER
001490         GO TO 3000-EXIT
001500     END-IF.
001510     MOVE LK-STEP-NAME TO BL-OWNER-STEP.
001520     MOVE WS-NOW-DATE TO BL-OWNER-DATE.
001530     MOVE WS-NOW-TIME TO BL-OWNER-TIME.
001540     PERFORM 5000-WRITE-LOCK THRU 5000-EXIT.
001550 3000-EXIT.
001560     EXIT.
001570
001580 4000-RELEASE-LOCK.
001590     IF NOT BL-IS-HELD
001600         GO TO 4000-EXIT
001610     END-IF.
001620     SET BL-IS-FREE TO TRUE.
001630     MOVE LK-STEP-NAME TO BL-RELEASED-BY.
001640     MOVE WS-NOW-DATE TO BL-RELEASE-DATE.
001650     MOVE WS-NOW-TIME TO BL-RELEASE-TIME.
001660     PERFORM 5000-WRITE-LOCK THRU 5000-EXIT.
001670 4000-EXIT.
001680     EXIT.
001690
001700 5000-WRITE-LOCK.
001710     OPEN OUTPUT BATCH-LOCK-FILE.
001720     IF WS-LOCK-STATUS NOT = "00"
001730         DISPLAY "BATLOCK OPEN FAILED, STATUS " WS-LOCK-STATUS
001740         GO TO 5000-EXIT
001750     END-IF.
001760     WRITE BATCH-LOCK-RECORD.
001770     CLOSE BATCH-LOCK-FILE.
001780 5000-EXIT.
001790     EXIT.
001800
001810** add other procedures here
001820 END PROGRAM BATLOCK.
