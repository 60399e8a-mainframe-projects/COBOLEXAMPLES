000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Annual personnel retention purge.  Selects every
000060*                inactive EMPMAST employee whose termination --
000070*                the last EMPHIST record still showing the
000080*                employee active -- is older than the PURGPARM
000090*                retention period in years, and removes each one
000100*                from every personnel file in the one run:
000110*                EMPMAST, EMPHIST, PINFILE, AUTHFILE, the EMPSNAP
000120*                snapshot, the LEAVEBAL ledger, the PENDCHG
000130*                pending-change file, the SENEXTR entitlement
000140*                extract, both BIRTHDAY extracts, and the menu
000150*                security files keyed by EMP-ID: the SIGNHIST
000160*                sign-on history, the AUTHSUSP suspension register
000170*                and the RCRTREG recertification register.  An
000180*                employee who is still a department manager on
000190*                DEPTFILE, still holds a leave balance, or still
000200*                has an open payroll suspense entry or an open
000210*                pending change is refused and kept everywhere.
000220*                Each purged ID goes on the PURGREG register with
000230*                when and why, and the PURGCERT certificate lists
000240*                every candidate and the records read, removed
000250*                and kept on each file.  The sequential files are
000260*                rewritten from the .PREPURGE copies the job
000270*                stream takes first, which are also the restore
000280*                point.
000290* Tectonics:     cobc
000300*
000310* Modification History
000320* ---------------------
000330* 2026-10-15  DW   Original program.
000340* 2026-10-15  DW   The purge now also removes a purged employee's
000350*                  rows from the menu security files keyed by
000360*                  EMP-ID -- SIGNHIST, AUTHSUSP and RCRTREG --
000370*                  rewritten from new .PREPURGE copies like the
000380*                  other sequential files, each with its own count
000390*                  line on the certificate.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000430 PROGRAM-ID. EMPPURGE.
000440 ENVIRONMENT DIVISION.
000450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000460 CONFIGURATION SECTION.
000470*-----------------------
000480 INPUT-OUTPUT SECTION.
000490*-----------------------
000500 FILE-CONTROL.
000510     SELECT PARAM-FILE ASSIGN TO "PURGPARM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PARAM-STATUS.
000540     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS EMP-ID
000580         FILE STATUS IS WS-EMPMAST-STATUS.
000590     SELECT OLD-HISTORY-FILE ASSIGN TO "HISTOLD"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-OLD-STATUS.
000620     SELECT EMP-HISTORY-FILE ASSIGN TO "EMPHIST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-NEW-STATUS.
000650     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-DEPT-STATUS.
000680     SELECT SUSPENSE-FILE ASSIGN TO "EMPSUSP"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-SUSPENSE-STATUS.
000710     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS LB-EMP-ID
000750         FILE STATUS IS WS-LEAVE-STATUS.
000760     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS PEND-ID
000800         FILE STATUS IS WS-PENDING-STATUS.
000810     SELECT OLD-PIN-FILE ASSIGN TO "PINOLD"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-OLD-STATUS.
000840     SELECT PIN-FILE ASSIGN TO "PINFILE"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-NEW-STATUS.
000870     SELECT OLD-AUTH-FILE ASSIGN TO "AUTHOLD"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-OLD-STATUS.
000900     SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-NEW-STATUS.
000930     SELECT OLD-SNAPSHOT-FILE ASSIGN TO "SNAPOLD"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-OLD-STATUS.
000960     SELECT SNAPSHOT-FILE ASSIGN TO "EMPSNAP"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-NEW-STATUS.
000990     SELECT OLD-ENTITLE-FILE ASSIGN TO "SENXOLD"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-OLD-STATUS.
001020     SELECT ENTITLE-EXTRACT-FILE ASSIGN TO "SENEXTR"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-NEW-STATUS.
001050     SELECT OLD-EXTRACT-FILE ASSIGN TO "BDAYXOLD"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-OLD-STATUS.
001080     SELECT EXTRACT-FILE ASSIGN TO "BDAYEXTR"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-NEW-STATUS.
001110     SELECT OLD-PRIOR-FILE ASSIGN TO "BDAYPOLD"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-OLD-STATUS.
001140     SELECT PRIOR-EXTRACT-FILE ASSIGN TO "BDAYPREV"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-NEW-STATUS.
001170     SELECT OLD-SIGN-HISTORY-FILE ASSIGN TO "SIGNOLD"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-OLD-STATUS.
001200     SELECT SIGN-HISTORY-FILE ASSIGN TO "SIGNHIST"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-NEW-STATUS.
001230     SELECT OLD-SUSPENSION-FILE ASSIGN TO "ASUSPOLD"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-OLD-STATUS.
001260     SELECT SUSPENSION-FILE ASSIGN TO "AUTHSUSP"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-NEW-STATUS.
001290     SELECT OLD-RECERT-FILE ASSIGN TO "RCRTOLD"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-OLD-STATUS.
001320     SELECT RECERT-REGISTER-FILE ASSIGN TO "RCRTREG"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-NEW-STATUS.
001350     SELECT PURGE-REGISTER-FILE ASSIGN TO "PURGREG"
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-REGISTER-STATUS.
001380     SELECT CERTIFICATE-FILE ASSIGN TO "PURGCERT"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-REPORT-STATUS.
001410     SELECT AUDIT-LOG-FILE ASSIGN TO "EMPAUDT"
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-AUDIT-STATUS.
001440 DATA DIVISION.
001450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001460 FILE SECTION.
001470*-----------------------
001480 FD  PARAM-FILE.
001490 01  PARAM-RECORD.
001500     05  PP-RETENTION-YEARS      PIC X(02).
001510 FD  EMP-MASTER-FILE.
001520     COPY EMPMAST.
001530 FD  OLD-HISTORY-FILE.
001540     COPY EMPHIST.
001550 FD  EMP-HISTORY-FILE.
001560 01  NEW-HISTORY-RECORD          PIC X(89).
001570 FD  DEPT-FILE.
001580     COPY DEPTREF.
001590 FD  SUSPENSE-FILE.
001600 01  SUSPENSE-RECORD.
001610     05  SU-EMP-ID               PIC X(06).
001620     05  SU-MISS-COUNT           PIC 9(03).
001630     05  SU-FIRST-MISS-CCYYMMDD  PIC 9(08).
001640 FD  LEAVE-BALANCE-FILE.
001650     COPY LEAVEBAL.
001660 FD  PENDING-CHANGE-FILE.
001670     COPY EMPPEND.
001680*
001690* The sequential files are handled by their EMP-ID alone, which
001700* leads every one of these records, so each is read and written
001710* as a plain string of its own length.
001720*
001730 FD  OLD-PIN-FILE.
001740 01  OLD-PIN-RECORD              PIC X(19).
001750 FD  PIN-FILE.
001760 01  PIN-RECORD                  PIC X(19).
001770 FD  OLD-AUTH-FILE.
001780 01  OLD-AUTH-RECORD             PIC X(14).
001790 FD  AUTH-FILE.
001800 01  AUTH-RECORD                 PIC X(14).
001810 FD  OLD-SNAPSHOT-FILE.
001820 01  OLD-SNAPSHOT-RECORD         PIC X(69).
001830 FD  SNAPSHOT-FILE.
001840 01  SNAPSHOT-RECORD             PIC X(69).
001850 FD  OLD-ENTITLE-FILE.
001860 01  OLD-ENTITLE-RECORD          PIC X(12).
001870 FD  ENTITLE-EXTRACT-FILE.
001880 01  ENTITLE-EXTRACT-RECORD      PIC X(12).
001890 FD  OLD-EXTRACT-FILE.
001900 01  OLD-EXTRACT-RECORD          PIC X(17).
001910 FD  EXTRACT-FILE.
001920 01  EXTRACT-RECORD              PIC X(17).
001930 FD  OLD-PRIOR-FILE.
001940 01  OLD-PRIOR-RECORD            PIC X(17).
001950 FD  PRIOR-EXTRACT-FILE.
001960 01  PRIOR-EXTRACT-RECORD        PIC X(17).
001970 FD  OLD-SIGN-HISTORY-FILE.
001980 01  OLD-SIGN-HISTORY-RECORD     PIC X(28).
001990 FD  SIGN-HISTORY-FILE.
002000 01  SIGN-HISTORY-RECORD         PIC X(28).
002010 FD  OLD-SUSPENSION-FILE.
002020 01  OLD-SUSPENSION-RECORD       PIC X(72).
002030 FD  SUSPENSION-FILE.
002040 01  SUSPENSION-RECORD           PIC X(72).
002050*
002060* The recertification register leads with the quarter-end date, so
002070* the copy is read through its layout to reach the EMP-ID.
002080*
002090 FD  OLD-RECERT-FILE.
002100     COPY RCRTREG.
002110 FD  RECERT-REGISTER-FILE.
002120 01  NEW-RECERT-RECORD           PIC X(68).
002130 FD  PURGE-REGISTER-FILE.
002140 01  PURGE-REGISTER-RECORD.
002150     05  PR-EMP-ID               PIC X(06).
002160     05  PR-PURGED-CCYYMMDD      PIC 9(08).
002170     05  PR-RUN-NUMBER           PIC 9(05).
002180     05  PR-TERMINATED-CCYYMMDD  PIC 9(08).
002190     05  PR-RETENTION-YEARS      PIC 9(02).
002200     05  PR-REASON               PIC X(40).
002210 FD  CERTIFICATE-FILE.
002220 01  CERTIFICATE-RECORD          PIC X(132).
002230 FD  AUDIT-LOG-FILE.
002240     COPY AUDITLOG.
002250
002260 WORKING-STORAGE SECTION.
002270*-----------------------
002280 01  WS-PARAM-STATUS             PIC X(02).
002290 01  WS-EMPMAST-STATUS           PIC X(02).
002300 01  WS-OLD-STATUS               PIC X(02).
002310 01  WS-NEW-STATUS               PIC X(02).
002320 01  WS-DEPT-STATUS              PIC X(02).
002330 01  WS-SUSPENSE-STATUS          PIC X(02).
002340 01  WS-LEAVE-STATUS             PIC X(02).
002350 01  WS-PENDING-STATUS           PIC X(02).
002360 01  WS-REGISTER-STATUS          PIC X(02).
002370 01  WS-REGISTER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
002380     88  WS-REGISTER-IS-OPEN     VALUE 'Y'.
002390 01  WS-REPORT-STATUS            PIC X(02).
002400 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002410     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
002420 01  WS-AUDIT-STATUS             PIC X(02).
002430 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
002440     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
002450 01  WS-AUDIT-TIMESTAMP          PIC X(21).
002460 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
002470 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
002480 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
002490 01  WS-STATUS-TEXT              PIC X(20).
002500 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
002510 COPY EOFSWTCH.
002520 01  WS-TODAY                    PIC X(21).
002530 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
002540     05  WS-TODAY-DATE           PIC 9(08).
002550     05  FILLER                  PIC X(13).
002560 01  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
002570     88  WS-RUN-REFUSED          VALUE 'Y'.
002580 01  WS-REFUSE-REASON            PIC X(40).
002590*
002600* The retention period.  There is no default: a purge deletes
002610* personnel records for good, so a missing or unreadable period
002620* refuses the run, as does one under the floor.
002630*
002640 01  WS-RETENTION-YEARS          PIC 9(02) VALUE ZERO.
002650 01  WS-RETENTION-YEARS-ED       PIC Z9.
002660 01  WS-MIN-RETENTION-YEARS      PIC 9(02) VALUE 3.
002670 01  WS-MIN-RETENTION-YEARS-ED   PIC Z9.
002680 01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
002690 01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
002700     05  WS-CUTOFF-CCYY          PIC 9(04).
002710     05  WS-CUTOFF-MMDD          PIC 9(04).
002720*
002730* Termination dates from EMPHIST.  A change, termination or
002740* payroll-driven update record carries the image from before it
002750* was applied, so the last one whose image still shows the
002760* employee active is the record that made the employee inactive.
002770* Add records carry the new image and are passed over.
002780*
002790 01  WS-HIST-IMAGE-STATUS        PIC X(01).
002800     88  WS-HIST-WAS-ACTIVE      VALUE 'A'.
002810 01  WS-TERM-TABLE-MAX           PIC 9(04) COMP VALUE 2000.
002820 01  WS-TERM-USED                PIC 9(04) COMP VALUE ZERO.
002830 01  WS-TERM-IX                  PIC 9(04) COMP VALUE ZERO.
002840 01  WS-TERM-SLOT                PIC 9(04) COMP VALUE ZERO.
002850 01  WS-TERM-TABLE.
002860     05  WS-TERM-ENTRY OCCURS 2000 TIMES.
002870         10  WS-TT-EMP-ID        PIC X(06).
002880         10  WS-TT-TERM-DATE     PIC 9(08).
002890 01  WS-TERM-OVERFLOW-COUNT      PIC 9(05) COMP VALUE ZERO.
002900*
002910* What keeps an employee on file regardless of age: managing a
002920* department, an unsettled leave balance, and an open reject --
002930* a payroll suspense entry EMPLOAD is still counting, or a
002940* master change keyed and not yet decided or applied.
002950*
002960 01  WS-MGR-TABLE-MAX            PIC 9(03) COMP VALUE 50.
002970 01  WS-MGR-USED                 PIC 9(03) COMP VALUE ZERO.
002980 01  WS-MGR-IX                   PIC 9(03) COMP VALUE ZERO.
002990 01  WS-MGR-TABLE.
003000     05  WS-MGR-ENTRY OCCURS 50 TIMES.
003010         10  WS-MG-EMP-ID        PIC X(06).
003020         10  WS-MG-DEPT-CODE     PIC X(04).
003030 01  WS-SUSP-TABLE-MAX           PIC 9(04) COMP VALUE 500.
003040 01  WS-SUSP-USED                PIC 9(04) COMP VALUE ZERO.
003050 01  WS-SUSP-IX                  PIC 9(04) COMP VALUE ZERO.
003060 01  WS-SUSP-TABLE.
003070     05  WS-SUSP-EMP-ID OCCURS 500 TIMES
003080                                 PIC X(06).
003090 01  WS-OPEN-TABLE-MAX           PIC 9(04) COMP VALUE 500.
003100 01  WS-OPEN-USED                PIC 9(04) COMP VALUE ZERO.
003110 01  WS-OPEN-IX                  PIC 9(04) COMP VALUE ZERO.
003120 01  WS-OPEN-TABLE.
003130     05  WS-OPEN-EMP-ID OCCURS 500 TIMES
003140                                 PIC X(06).
003150*
003160* Every employee found past the retention period, in EMPMAST key
003170* order, with what became of each.  Only an employee actually
003180* deleted from EMPMAST is taken out of the other files.
003190*
003200 01  WS-CAND-TABLE-MAX           PIC 9(04) COMP VALUE 2000.
003210 01  WS-CAND-USED                PIC 9(04) COMP VALUE ZERO.
003220 01  WS-CAND-IX                  PIC 9(04) COMP VALUE ZERO.
003230 01  WS-CAND-SLOT                PIC 9(04) COMP VALUE ZERO.
003240 01  WS-CAND-TABLE.
003250     05  WS-CAND-ENTRY OCCURS 2000 TIMES.
003260         10  WS-CD-EMP-ID        PIC X(06).
003270         10  WS-CD-TERM-DATE     PIC 9(08).
003280         10  WS-CD-STATUS        PIC X(01).
003290             88  WS-CD-SELECTED  VALUE 'S'.
003300             88  WS-CD-REFUSED   VALUE 'R'.
003310             88  WS-CD-PURGED    VALUE 'P'.
003320             88  WS-CD-FAILED    VALUE 'F'.
003330         10  WS-CD-REASON        PIC X(40).
003340 01  WS-LOOK-ID                  PIC X(06).
003350*
003360* Records read, removed and kept on each file, in the order the
003370* files are purged; the certificate prints one line per entry.
003380*
003390 01  WS-FILE-IX                  PIC 9(02) COMP VALUE ZERO.
003400 01  WS-FILE-TABLE.
003410     05  WS-FILE-ENTRY OCCURS 13 TIMES.
003420         10  WS-FL-NAME          PIC X(08).
003430         10  WS-FL-READ          PIC 9(07) COMP.
003440         10  WS-FL-REMOVED       PIC 9(07) COMP.
003450         10  WS-FL-KEPT          PIC 9(07) COMP.
003460         10  WS-FL-STATE         PIC X(01).
003470             88  WS-FL-DONE      VALUE 'D'.
003480             88  WS-FL-FAILED    VALUE 'F'.
003490             88  WS-FL-NOT-RUN   VALUE ' '.
003500 01  WS-FILE-NAMES.
003510     05  FILLER                  PIC X(08) VALUE "EMPMAST".
003520     05  FILLER                  PIC X(08) VALUE "EMPHIST".
003530     05  FILLER                  PIC X(08) VALUE "PINFILE".
003540     05  FILLER                  PIC X(08) VALUE "AUTHFILE".
003550     05  FILLER                  PIC X(08) VALUE "EMPSNAP".
003560     05  FILLER                  PIC X(08) VALUE "LEAVEBAL".
003570     05  FILLER                  PIC X(08) VALUE "PENDCHG".
003580     05  FILLER                  PIC X(08) VALUE "SENEXTR".
003590     05  FILLER                  PIC X(08) VALUE "BDAYEXTR".
003600     05  FILLER                  PIC X(08) VALUE "BDAYPREV".
003610     05  FILLER                  PIC X(08) VALUE "SIGNHIST".
003620     05  FILLER                  PIC X(08) VALUE "AUTHSUSP".
003630     05  FILLER                  PIC X(08) VALUE "RCRTREG".
003640 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
003650     05  WS-FILE-NAME OCCURS 13 TIMES
003660                                 PIC X(08).
003670 01  WS-FILE-COUNT               PIC 9(02) COMP VALUE 13.
003680 01  WS-MASTER-FILE              PIC 9(02) COMP VALUE 1.
003690 01  WS-HISTORY-FILE             PIC 9(02) COMP VALUE 2.
003700 01  WS-PIN-FILE                 PIC 9(02) COMP VALUE 3.
003710 01  WS-AUTH-FILE                PIC 9(02) COMP VALUE 4.
003720 01  WS-SNAPSHOT-FILE            PIC 9(02) COMP VALUE 5.
003730 01  WS-LEAVE-FILE               PIC 9(02) COMP VALUE 6.
003740 01  WS-PENDING-FILE             PIC 9(02) COMP VALUE 7.
003750 01  WS-ENTITLE-FILE             PIC 9(02) COMP VALUE 8.
003760 01  WS-EXTRACT-FILE             PIC 9(02) COMP VALUE 9.
003770 01  WS-PRIOR-FILE               PIC 9(02) COMP VALUE 10.
003780 01  WS-SIGNON-FILE              PIC 9(02) COMP VALUE 11.
003790 01  WS-SUSPEND-FILE             PIC 9(02) COMP VALUE 12.
003800 01  WS-RECERT-FILE              PIC 9(02) COMP VALUE 13.
003810 01  WS-INACTIVE-COUNT           PIC 9(05) COMP VALUE ZERO.
003820 01  WS-WITHIN-COUNT             PIC 9(05) COMP VALUE ZERO.
003830 01  WS-NO-TERM-COUNT            PIC 9(05) COMP VALUE ZERO.
003840 01  WS-SELECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
003850 01  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
003860 01  WS-PURGED-COUNT             PIC 9(05) COMP VALUE ZERO.
003870 01  WS-FAILED-COUNT             PIC 9(05) COMP VALUE ZERO.
003880 01  WS-FILE-FAILED-COUNT        PIC 9(02) COMP VALUE ZERO.
003890 01  WS-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
003900 01  WS-INACTIVE-COUNT-ED        PIC ZZZZ9.
003910 01  WS-WITHIN-COUNT-ED          PIC ZZZZ9.
003920 01  WS-NO-TERM-COUNT-ED         PIC ZZZZ9.
003930 01  WS-SELECTED-COUNT-ED        PIC ZZZZ9.
003940 01  WS-CANDIDATE-COUNT-ED       PIC ZZZZ9.
003950 01  WS-REFUSED-COUNT-ED         PIC ZZZZ9.
003960 01  WS-PURGED-COUNT-ED          PIC ZZZZ9.
003970 01  WS-FAILED-COUNT-ED          PIC ZZZZ9.
003980 01  WS-CANDIDATE-LINE.
003990     05  CL-EMP-ID               PIC X(06).
004000     05  FILLER                  PIC X(03) VALUE SPACES.
004010     05  CL-TERM-DATE            PIC X(08).
004020     05  FILLER                  PIC X(04) VALUE SPACES.
004030     05  CL-DISPOSITION          PIC X(50).
004040 01  WS-FILE-LINE.
004050     05  FL-NAME                 PIC X(08).
004060     05  FILLER                  PIC X(04) VALUE SPACES.
004070     05  FL-READ                 PIC Z(06)9.
004080     05  FILLER                  PIC X(04) VALUE SPACES.
004090     05  FL-REMOVED              PIC Z(06)9.
004100     05  FILLER                  PIC X(04) VALUE SPACES.
004110     05  FL-KEPT                 PIC Z(06)9.
004120     05  FILLER                  PIC X(04) VALUE SPACES.
004130     05  FL-STATE                PIC X(30).
004140
004150*-----------------------
004160 PROCEDURE DIVISION.
004170*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
004180 0000-MAINLINE.
004190******************************************************************
004200* Everything that decides who goes is loaded and checked before
004210* any file is opened for update.  EMPMAST is purged first, so
004220* the employees deleted there are exactly the ones taken out of
004230* every other file.
004240******************************************************************
004250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004260     PERFORM 2000-LOAD-TERMINATIONS THRU 2000-EXIT.
004270     PERFORM 2100-LOAD-MANAGERS THRU 2100-EXIT.
004280     PERFORM 2200-LOAD-SUSPENSE THRU 2200-EXIT.
004290     PERFORM 2300-LOAD-OPEN-CHANGES THRU 2300-EXIT.
004300     PERFORM 3000-SELECT-CANDIDATES THRU 3000-EXIT.
004310     PERFORM 4000-PURGE-MASTER THRU 4000-EXIT.
004320     PERFORM 4500-PURGE-LEAVE-BALANCES THRU 4500-EXIT.
004330     PERFORM 4700-PURGE-PENDING-CHANGES THRU 4700-EXIT.
004340     PERFORM 5000-PURGE-HISTORY THRU 5000-EXIT.
004350     PERFORM 5100-PURGE-PINS THRU 5100-EXIT.
004360     PERFORM 5200-PURGE-AUTHORITIES THRU 5200-EXIT.
004370     PERFORM 5300-PURGE-SNAPSHOT THRU 5300-EXIT.
004380     PERFORM 5400-PURGE-ENTITLEMENTS THRU 5400-EXIT.
004390     PERFORM 5500-PURGE-EXTRACT THRU 5500-EXIT.
004400     PERFORM 5600-PURGE-PRIOR-EXTRACT THRU 5600-EXIT.
004410     PERFORM 5700-PURGE-SIGN-HISTORY THRU 5700-EXIT.
004420     PERFORM 5800-PURGE-SUSPENSIONS THRU 5800-EXIT.
004430     PERFORM 5900-PURGE-RECERT-REGISTER THRU 5900-EXIT.
004440     PERFORM 8000-FINALIZE THRU 8000-EXIT.
004450     MOVE WS-STEP-RC TO RETURN-CODE.
004460     GOBACK.
004470
004480 1000-INITIALIZE.
004490     CALL "GETRUN" USING WS-RUN-NUMBER.
004500     CALL "TIMESTMP" USING WS-TODAY.
004510     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
004520     MOVE SPACES TO WS-FILE-TABLE.
004530     PERFORM 1050-CLEAR-ONE-FILE THRU 1050-EXIT
004540         VARYING WS-FILE-IX FROM 1 BY 1
004550         UNTIL WS-FILE-IX > WS-FILE-COUNT.
004560     OPEN EXTEND AUDIT-LOG-FILE.
004570     IF WS-AUDIT-STATUS = "00"
004580         SET WS-AUDIT-IS-OPEN TO TRUE
004590     END-IF.
004600     OPEN OUTPUT CERTIFICATE-FILE.
004610     IF WS-REPORT-STATUS NOT = "00"
004620         DISPLAY "PURGCERT OPEN FAILED, STATUS " WS-REPORT-STATUS
004630         MOVE "PURGCERT UNAVAILABLE" TO WS-REFUSE-REASON
004640         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
004650         GO TO 1000-EXIT
004660     END-IF.
004670     SET WS-REPORT-IS-OPEN TO TRUE.
004680     MOVE SPACES TO CERTIFICATE-RECORD.
004690     STRING "EMPPURGE  PERSONNEL RETENTION PURGE CERTIFICATE"
004700         "     RUN " WS-RUN-NUMBER-ED "   DATE " WS-TODAY-DATE
004710         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
004720     WRITE CERTIFICATE-RECORD.
004730     PERFORM 1100-READ-PURGE-PARM THRU 1100-EXIT.
004740     IF WS-RUN-REFUSED
004750         GO TO 1000-EXIT
004760     END-IF.
004770     PERFORM 1200-COMPUTE-CUTOFF-DATE THRU 1200-EXIT.
004780     MOVE WS-RETENTION-YEARS TO WS-RETENTION-YEARS-ED.
004790     MOVE SPACES TO CERTIFICATE-RECORD.
004800     STRING "RETENTION " WS-RETENTION-YEARS-ED
004810         " YEARS - EMPLOYEES INACTIVE SINCE BEFORE "
004820         WS-CUTOFF-DATE " ARE PURGED"
004830         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
004840     WRITE CERTIFICATE-RECORD.
004850     OPEN EXTEND PURGE-REGISTER-FILE.
004860     IF WS-REGISTER-STATUS NOT = "00"
004870         DISPLAY "PURGREG OPEN FAILED, STATUS " WS-REGISTER-STATUS
004880         MOVE "PURGREG UNAVAILABLE" TO WS-REFUSE-REASON
004890         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
004900         GO TO 1000-EXIT
004910     END-IF.
004920     SET WS-REGISTER-IS-OPEN TO TRUE.
004930 1000-EXIT.
004940     EXIT.
004950
004960 1050-CLEAR-ONE-FILE.
004970     MOVE WS-FILE-NAME (WS-FILE-IX) TO WS-FL-NAME (WS-FILE-IX).
004980     MOVE ZERO TO WS-FL-READ (WS-FILE-IX)
004990         WS-FL-REMOVED (WS-FILE-IX)
005000         WS-FL-KEPT (WS-FILE-IX).
005010 1050-EXIT.
005020     EXIT.
005030
005040 1100-READ-PURGE-PARM.
005050******************************************************************
005060* PURGPARM carries the retention period in whole years in
005070* columns 1-2.  Missing, non-numeric, or under the floor, the run
005080* is refused rather than purged on a guess.
005090******************************************************************
005100     OPEN INPUT PARAM-FILE.
005110     IF WS-PARAM-STATUS NOT = "00"
005120         DISPLAY "PURGPARM OPEN FAILED, STATUS " WS-PARAM-STATUS
005130         MOVE "PURGPARM UNAVAILABLE" TO WS-REFUSE-REASON
005140         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
005150         GO TO 1100-EXIT
005160     END-IF.
005170     READ PARAM-FILE
005180         AT END
005190             MOVE SPACES TO PARAM-RECORD
005200     END-READ.
005210     CLOSE PARAM-FILE.
005220     IF PP-RETENTION-YEARS NOT NUMERIC
005230         MOVE "PURGPARM RETENTION YEARS NOT NUMERIC"
005240             TO WS-REFUSE-REASON
005250         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
005260         GO TO 1100-EXIT
005270     END-IF.
005280     MOVE PP-RETENTION-YEARS TO WS-RETENTION-YEARS.
005290     IF WS-RETENTION-YEARS < WS-MIN-RETENTION-YEARS
005300         MOVE WS-RETENTION-YEARS TO WS-RETENTION-YEARS-ED
005310         MOVE WS-MIN-RETENTION-YEARS TO WS-MIN-RETENTION-YEARS-ED
005320         MOVE SPACES TO WS-REFUSE-REASON
005330         STRING "RETENTION " WS-RETENTION-YEARS-ED
005340             " YEARS UNDER " WS-MIN-RETENTION-YEARS-ED
005350             "-YEAR FLOOR"
005360             DELIMITED BY SIZE INTO WS-REFUSE-REASON
005370         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
005380     END-IF.
005390 1100-EXIT.
005400     EXIT.
005410
005420 1200-COMPUTE-CUTOFF-DATE.
005430******************************************************************
005440* The same month and day the given number of years back; a
005450* purge run on 29 February cuts off at 28 February.
005460******************************************************************
005470     MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE.
005480     SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-CCYY.
005490     IF WS-CUTOFF-MMDD = 0229
005500         MOVE 0228 TO WS-CUTOFF-MMDD
005510     END-IF.
005520 1200-EXIT.
005530     EXIT.
005540
005550 2000-LOAD-TERMINATIONS.
005560     IF WS-RUN-REFUSED
005570         GO TO 2000-EXIT
005580     END-IF.
005590     OPEN INPUT OLD-HISTORY-FILE.
005600     IF WS-OLD-STATUS NOT = "00"
005610         DISPLAY "HISTOLD OPEN FAILED, STATUS " WS-OLD-STATUS
005620         MOVE "EMPHIST COPY UNAVAILABLE" TO WS-REFUSE-REASON
005630         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
005640         GO TO 2000-EXIT
005650     END-IF.
005660     SET WS-NOT-EOF TO TRUE.
005670     PERFORM 2050-LOAD-ONE-TERMINATION THRU 2050-EXIT
005680         UNTIL WS-EOF.
005690     CLOSE OLD-HISTORY-FILE.
005700     IF WS-TERM-OVERFLOW-COUNT > ZERO
005710         MOVE "EMPHIST HAS MORE THAN 2000 EMPLOYEES"
005720             TO WS-REFUSE-REASON
005730         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
005740     END-IF.
005750 2000-EXIT.
005760     EXIT.
005770
005780 2050-LOAD-ONE-TERMINATION.
005790     READ OLD-HISTORY-FILE
005800         AT END
005810             SET WS-EOF TO TRUE
005820     END-READ.
005830     IF WS-EOF
005840         GO TO 2050-EXIT
005850     END-IF.
005860     IF EH-IS-ADD
005870         GO TO 2050-EXIT
005880     END-IF.
005890     MOVE EH-IMAGE (59:1) TO WS-HIST-IMAGE-STATUS.
005900     IF NOT WS-HIST-WAS-ACTIVE
005910         OR EH-EFFECTIVE-CCYYMMDD NOT NUMERIC
005920         GO TO 2050-EXIT
005930     END-IF.
005940     MOVE EH-EMP-ID TO WS-LOOK-ID.
005950     PERFORM 7000-FIND-TERMINATION THRU 7000-EXIT.
005960     IF WS-TERM-SLOT = ZERO
005970         IF WS-TERM-USED >= WS-TERM-TABLE-MAX
005980             ADD 1 TO WS-TERM-OVERFLOW-COUNT
005990             GO TO 2050-EXIT
006000         END-IF
006010         ADD 1 TO WS-TERM-USED
006020         MOVE WS-TERM-USED TO WS-TERM-SLOT
006030         MOVE EH-EMP-ID TO WS-TT-EMP-ID (WS-TERM-SLOT)
006040         MOVE ZERO TO WS-TT-TERM-DATE (WS-TERM-SLOT)
006050     END-IF.
006060     IF EH-EFFECTIVE-CCYYMMDD > WS-TT-TERM-DATE (WS-TERM-SLOT)
006070         MOVE EH-EFFECTIVE-CCYYMMDD
006080             TO WS-TT-TERM-DATE (WS-TERM-SLOT)
006090     END-IF.
006100 2050-EXIT.
006110     EXIT.
006120
006130 2100-LOAD-MANAGERS.
006140     IF WS-RUN-REFUSED
006150         GO TO 2100-EXIT
006160     END-IF.
006170     OPEN INPUT DEPT-FILE.
006180     IF WS-DEPT-STATUS NOT = "00"
006190         DISPLAY "DEPTFILE OPEN FAILED, STATUS " WS-DEPT-STATUS
006200         MOVE "DEPTFILE UNAVAILABLE" TO WS-REFUSE-REASON
006210         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
006220         GO TO 2100-EXIT
006230     END-IF.
006240     SET WS-NOT-EOF TO TRUE.
006250     PERFORM 2150-LOAD-ONE-MANAGER THRU 2150-EXIT
006260         UNTIL WS-EOF.
006270     CLOSE DEPT-FILE.
006280 2100-EXIT.
006290     EXIT.
006300
006310 2150-LOAD-ONE-MANAGER.
006320     READ DEPT-FILE
006330         AT END
006340             SET WS-EOF TO TRUE
006350     END-READ.
006360     IF WS-EOF
006370         GO TO 2150-EXIT
006380     END-IF.
006390     IF DPT-MANAGER-ID = SPACES
006400         GO TO 2150-EXIT
006410     END-IF.
006420     IF WS-MGR-USED >= WS-MGR-TABLE-MAX
006430         MOVE "DEPTFILE LARGER THAN 50 ENTRIES"
006440             TO WS-REFUSE-REASON
006450         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
006460         SET WS-EOF TO TRUE
006470         GO TO 2150-EXIT
006480     END-IF.
006490     ADD 1 TO WS-MGR-USED.
006500     MOVE DPT-MANAGER-ID TO WS-MG-EMP-ID (WS-MGR-USED).
006510     MOVE DPT-CODE TO WS-MG-DEPT-CODE (WS-MGR-USED).
006520 2150-EXIT.
006530     EXIT.
006540
006550 2200-LOAD-SUSPENSE.
006560******************************************************************
006570* EMPLOAD drops an entry from EMPSUSP as soon as its count goes
006580* back to zero, so every entry still on the file is open.
006590******************************************************************
006600     IF WS-RUN-REFUSED
006610         GO TO 2200-EXIT
006620     END-IF.
006630     OPEN INPUT SUSPENSE-FILE.
006640     IF WS-SUSPENSE-STATUS NOT = "00"
006650         DISPLAY "EMPSUSP OPEN FAILED, STATUS " WS-SUSPENSE-STATUS
006660         MOVE "EMPSUSP UNAVAILABLE" TO WS-REFUSE-REASON
006670         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
006680         GO TO 2200-EXIT
006690     END-IF.
006700     SET WS-NOT-EOF TO TRUE.
006710     PERFORM 2250-LOAD-ONE-SUSPENSE THRU 2250-EXIT
006720         UNTIL WS-EOF.
006730     CLOSE SUSPENSE-FILE.
006740 2200-EXIT.
006750     EXIT.
006760
006770 2250-LOAD-ONE-SUSPENSE.
006780     READ SUSPENSE-FILE
006790         AT END
006800             SET WS-EOF TO TRUE
006810     END-READ.
006820     IF WS-EOF
006830         GO TO 2250-EXIT
006840     END-IF.
006850     IF SU-EMP-ID = SPACES
006860         GO TO 2250-EXIT
006870     END-IF.
006880     IF WS-SUSP-USED >= WS-SUSP-TABLE-MAX
006890         MOVE "EMPSUSP LARGER THAN 500 ENTRIES"
006900             TO WS-REFUSE-REASON
006910         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
006920         SET WS-EOF TO TRUE
006930         GO TO 2250-EXIT
006940     END-IF.
006950     ADD 1 TO WS-SUSP-USED.
006960     MOVE SU-EMP-ID TO WS-SUSP-EMP-ID (WS-SUSP-USED).
006970 2250-EXIT.
006980     EXIT.
006990
007000 2300-LOAD-OPEN-CHANGES.
007010******************************************************************
007020* A change still pending approval, or approved and waiting for
007030* EMPUPDT to apply it, is open.  Declined, expired, applied and
007040* rejected changes are closed, and their entries go with the
007050* employee.
007060******************************************************************
007070     IF WS-RUN-REFUSED
007080         GO TO 2300-EXIT
007090     END-IF.
007100     OPEN INPUT PENDING-CHANGE-FILE.
007110     IF WS-PENDING-STATUS NOT = "00"
007120         DISPLAY "PENDCHG OPEN FAILED, STATUS " WS-PENDING-STATUS
007130         MOVE "PENDCHG UNAVAILABLE" TO WS-REFUSE-REASON
007140         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
007150         GO TO 2300-EXIT
007160     END-IF.
007170     SET WS-NOT-EOF TO TRUE.
007180     PERFORM 2350-LOAD-ONE-CHANGE THRU 2350-EXIT
007190         UNTIL WS-EOF.
007200     CLOSE PENDING-CHANGE-FILE.
007210 2300-EXIT.
007220     EXIT.
007230
007240 2350-LOAD-ONE-CHANGE.
007250     READ PENDING-CHANGE-FILE NEXT RECORD
007260         AT END
007270             SET WS-EOF TO TRUE
007280     END-READ.
007290     IF WS-EOF
007300         GO TO 2350-EXIT
007310     END-IF.
007320     IF NOT PEND-IS-PENDING
007330         AND NOT PEND-IS-APPROVED
007340         GO TO 2350-EXIT
007350     END-IF.
007360     IF WS-OPEN-USED >= WS-OPEN-TABLE-MAX
007370         MOVE "PENDCHG HAS MORE THAN 500 OPEN CHANGES"
007380             TO WS-REFUSE-REASON
007390         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
007400         SET WS-EOF TO TRUE
007410         GO TO 2350-EXIT
007420     END-IF.
007430     ADD 1 TO WS-OPEN-USED.
007440     MOVE PEND-EMP-ID TO WS-OPEN-EMP-ID (WS-OPEN-USED).
007450 2350-EXIT.
007460     EXIT.
007470
007480 3000-SELECT-CANDIDATES.
007490******************************************************************
007500* One pass of EMPMAST.  An active employee is never a candidate.
007510* An inactive one with no termination on EMPHIST cannot be aged
007520* and is listed, not purged.  Past the cutoff, the refusal
007530* checks decide between selected and refused.
007540******************************************************************
007550     IF WS-RUN-REFUSED
007560         GO TO 3000-EXIT
007570     END-IF.
007580     OPEN INPUT EMP-MASTER-FILE.
007590     IF WS-EMPMAST-STATUS NOT = "00"
007600         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
007610         MOVE "EMPMAST UNAVAILABLE" TO WS-REFUSE-REASON
007620         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
007630         GO TO 3000-EXIT
007640     END-IF.
007650     OPEN INPUT LEAVE-BALANCE-FILE.
007660     IF WS-LEAVE-STATUS NOT = "00"
007670         DISPLAY "LEAVEBAL OPEN FAILED, STATUS " WS-LEAVE-STATUS
007680         CLOSE EMP-MASTER-FILE
007690         MOVE "LEAVEBAL UNAVAILABLE" TO WS-REFUSE-REASON
007700         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
007710         GO TO 3000-EXIT
007720     END-IF.
007730     MOVE SPACES TO CERTIFICATE-RECORD.
007740     WRITE CERTIFICATE-RECORD.
007750     MOVE "EMP-ID   TERMINATED  DISPOSITION"
007760         TO CERTIFICATE-RECORD.
007770     WRITE CERTIFICATE-RECORD.
007780     SET WS-NOT-EOF TO TRUE.
007790     PERFORM 3100-CHECK-ONE-EMPLOYEE THRU 3100-EXIT
007800         UNTIL WS-EOF.
007810     CLOSE EMP-MASTER-FILE.
007820     CLOSE LEAVE-BALANCE-FILE.
007830 3000-EXIT.
007840     EXIT.
007850
007860 3100-CHECK-ONE-EMPLOYEE.
007870     READ EMP-MASTER-FILE NEXT RECORD
007880         AT END
007890             SET WS-EOF TO TRUE
007900     END-READ.
007910     IF WS-EOF
007920         GO TO 3100-EXIT
007930     END-IF.
007940     ADD 1 TO WS-FL-READ (WS-MASTER-FILE).
007950     IF NOT EMP-IS-INACTIVE
007960         GO TO 3100-EXIT
007970     END-IF.
007980     ADD 1 TO WS-INACTIVE-COUNT.
007990     MOVE EMP-ID TO WS-LOOK-ID.
008000     PERFORM 7000-FIND-TERMINATION THRU 7000-EXIT.
008010     IF WS-TERM-SLOT = ZERO
008020         ADD 1 TO WS-NO-TERM-COUNT
008030         ADD 1 TO WS-WARNING-COUNT
008040         MOVE SPACES TO WS-CANDIDATE-LINE
008050         MOVE EMP-ID TO CL-EMP-ID
008060         MOVE "NOT PURGED - NO TERMINATION ON EMPHIST"
008070             TO CL-DISPOSITION
008080         MOVE WS-CANDIDATE-LINE TO CERTIFICATE-RECORD
008090         WRITE CERTIFICATE-RECORD
008100         GO TO 3100-EXIT
008110     END-IF.
008120     IF WS-TT-TERM-DATE (WS-TERM-SLOT) NOT < WS-CUTOFF-DATE
008130         ADD 1 TO WS-WITHIN-COUNT
008140         GO TO 3100-EXIT
008150     END-IF.
008160     IF WS-CAND-USED >= WS-CAND-TABLE-MAX
008170         ADD 1 TO WS-WARNING-COUNT
008180         MOVE SPACES TO WS-CANDIDATE-LINE
008190         MOVE EMP-ID TO CL-EMP-ID
008200         MOVE WS-TT-TERM-DATE (WS-TERM-SLOT) TO CL-TERM-DATE
008210         MOVE "NOT PURGED - OVER 2000 THIS RUN, RERUN"
008220             TO CL-DISPOSITION
008230         MOVE WS-CANDIDATE-LINE TO CERTIFICATE-RECORD
008240         WRITE CERTIFICATE-RECORD
008250         GO TO 3100-EXIT
008260     END-IF.
008270     ADD 1 TO WS-CAND-USED.
008280     MOVE WS-CAND-USED TO WS-CAND-SLOT.
008290     MOVE EMP-ID TO WS-CD-EMP-ID (WS-CAND-SLOT).
008300     MOVE WS-TT-TERM-DATE (WS-TERM-SLOT)
008310         TO WS-CD-TERM-DATE (WS-CAND-SLOT).
008320     MOVE SPACES TO WS-CD-REASON (WS-CAND-SLOT).
008330     PERFORM 3200-CHECK-REFUSALS THRU 3200-EXIT.
008340     IF WS-CD-REASON (WS-CAND-SLOT) = SPACES
008350         SET WS-CD-SELECTED (WS-CAND-SLOT) TO TRUE
008360         ADD 1 TO WS-SELECTED-COUNT
008370     ELSE
008380         SET WS-CD-REFUSED (WS-CAND-SLOT) TO TRUE
008390         ADD 1 TO WS-REFUSED-COUNT
008400     END-IF.
008410 3100-EXIT.
008420     EXIT.
008430
008440 3200-CHECK-REFUSALS.
008450******************************************************************
008460* The first reason found is the one recorded.  The LEAVEBAL
008470* read is by key; no record at all means nothing is owed.
008480******************************************************************
008490     PERFORM 3250-CHECK-ONE-MANAGER THRU 3250-EXIT
008500         VARYING WS-MGR-IX FROM 1 BY 1
008510         UNTIL WS-MGR-IX > WS-MGR-USED
008520             OR WS-CD-REASON (WS-CAND-SLOT) NOT = SPACES.
008530     IF WS-CD-REASON (WS-CAND-SLOT) NOT = SPACES
008540         GO TO 3200-EXIT
008550     END-IF.
008560     MOVE EMP-ID TO LB-EMP-ID.
008570     READ LEAVE-BALANCE-FILE
008580         INVALID KEY
008590             MOVE ZERO TO LB-BALANCE
008600     END-READ.
008610     IF LB-BALANCE > ZERO
008620         MOVE "REFUSED - LEAVE BALANCE OUTSTANDING"
008630             TO WS-CD-REASON (WS-CAND-SLOT)
008640         GO TO 3200-EXIT
008650     END-IF.
008660     PERFORM 3260-CHECK-ONE-SUSPENSE THRU 3260-EXIT
008670         VARYING WS-SUSP-IX FROM 1 BY 1
008680         UNTIL WS-SUSP-IX > WS-SUSP-USED
008690             OR WS-CD-REASON (WS-CAND-SLOT) NOT = SPACES.
008700     IF WS-CD-REASON (WS-CAND-SLOT) NOT = SPACES
008710         GO TO 3200-EXIT
008720     END-IF.
008730     PERFORM 3270-CHECK-ONE-OPEN-CHANGE THRU 3270-EXIT
008740         VARYING WS-OPEN-IX FROM 1 BY 1
008750         UNTIL WS-OPEN-IX > WS-OPEN-USED
008760             OR WS-CD-REASON (WS-CAND-SLOT) NOT = SPACES.
008770 3200-EXIT.
008780     EXIT.
008790
008800 3250-CHECK-ONE-MANAGER.
008810     IF WS-MG-EMP-ID (WS-MGR-IX) = EMP-ID
008820         STRING "REFUSED - MANAGER OF DEPARTMENT "
008830             WS-MG-DEPT-CODE (WS-MGR-IX)
008840             DELIMITED BY SIZE INTO WS-CD-REASON (WS-CAND-SLOT)
008850     END-IF.
008860 3250-EXIT.
008870     EXIT.
008880
008890 3260-CHECK-ONE-SUSPENSE.
008900     IF WS-SUSP-EMP-ID (WS-SUSP-IX) = EMP-ID
008910         MOVE "REFUSED - OPEN PAYROLL SUSPENSE ENTRY"
008920             TO WS-CD-REASON (WS-CAND-SLOT)
008930     END-IF.
008940 3260-EXIT.
008950     EXIT.
008960
008970 3270-CHECK-ONE-OPEN-CHANGE.
008980     IF WS-OPEN-EMP-ID (WS-OPEN-IX) = EMP-ID
008990         MOVE "REFUSED - OPEN PENDING CHANGE"
009000             TO WS-CD-REASON (WS-CAND-SLOT)
009010     END-IF.
009020 3270-EXIT.
009030     EXIT.
009040
009050 3900-REFUSE-RUN.
009060******************************************************************
009070* Marks the run refused and logs why.  Each reason is an ERROR
009080* on the audit trail and the step ends RC 12 with no file
009090* changed.
009100******************************************************************
009110     SET WS-RUN-REFUSED TO TRUE.
009120     MOVE 12 TO WS-STEP-RC.
009130     MOVE "ERROR" TO WS-STATUS-TEXT.
009140     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
009150     STRING "PURGE REFUSED - " WS-REFUSE-REASON
009160         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
009170     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
009180     IF WS-REPORT-IS-OPEN
009190         MOVE SPACES TO CERTIFICATE-RECORD
009200         STRING "REFUSED - " WS-REFUSE-REASON
009210             DELIMITED BY SIZE INTO CERTIFICATE-RECORD
009220         WRITE CERTIFICATE-RECORD
009230     END-IF.
009240 3900-EXIT.
009250     EXIT.
009260
009270 4000-PURGE-MASTER.
009280******************************************************************
009290* Deletes each selected employee from EMPMAST, registers the
009300* purge, and lists the candidate.  A selected employee whose
009310* delete fails stays in every file and is reported.  Unable to
009320* open EMPMAST for update, nothing anywhere is touched.
009330******************************************************************
009340     IF WS-RUN-REFUSED
009350         GO TO 4000-EXIT
009360     END-IF.
009370     IF WS-SELECTED-COUNT = ZERO
009380         PERFORM 4200-LIST-ONE-CANDIDATE THRU 4200-EXIT
009390             VARYING WS-CAND-IX FROM 1 BY 1
009400             UNTIL WS-CAND-IX > WS-CAND-USED
009410         GO TO 4000-EXIT
009420     END-IF.
009430     OPEN I-O EMP-MASTER-FILE.
009440     IF WS-EMPMAST-STATUS NOT = "00"
009450         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
009460         MOVE ZERO TO WS-CAND-IX
009470         MOVE "EMPMAST NOT OPEN FOR UPDATE" TO WS-REFUSE-REASON
009480         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
009490         GO TO 4000-EXIT
009500     END-IF.
009510     PERFORM 4100-PURGE-ONE-MASTER THRU 4100-EXIT
009520         VARYING WS-CAND-IX FROM 1 BY 1
009530         UNTIL WS-CAND-IX > WS-CAND-USED.
009540     CLOSE EMP-MASTER-FILE.
009550*    EMPMAST was read whole in the selection pass; what it keeps
009560*    is what was read there less what was deleted here.
009570     COMPUTE WS-FL-KEPT (WS-MASTER-FILE) =
009580         WS-FL-READ (WS-MASTER-FILE)
009590         - WS-FL-REMOVED (WS-MASTER-FILE).
009600     SET WS-FL-DONE (WS-MASTER-FILE) TO TRUE.
009610 4000-EXIT.
009620     EXIT.
009630
009640 4100-PURGE-ONE-MASTER.
009650     IF NOT WS-CD-SELECTED (WS-CAND-IX)
009660         PERFORM 4200-LIST-ONE-CANDIDATE THRU 4200-EXIT
009670         GO TO 4100-EXIT
009680     END-IF.
009690     MOVE WS-CD-EMP-ID (WS-CAND-IX) TO EMP-ID.
009700     DELETE EMP-MASTER-FILE
009710         INVALID KEY
009720             SET WS-CD-FAILED (WS-CAND-IX) TO TRUE
009730             ADD 1 TO WS-FAILED-COUNT
009740             STRING "NOT PURGED - EMPMAST DELETE STATUS "
009750                 WS-EMPMAST-STATUS
009760                 DELIMITED BY SIZE INTO WS-CD-REASON (WS-CAND-IX)
009770             MOVE "ERROR" TO WS-STATUS-TEXT
009780             MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
009790             STRING "PURGE DELETE FAILED FOR " EMP-ID
009800                 ", STATUS " WS-EMPMAST-STATUS
009810                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
009820             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
009830             PERFORM 4200-LIST-ONE-CANDIDATE THRU 4200-EXIT
009840             GO TO 4100-EXIT
009850     END-DELETE.
009860     SET WS-CD-PURGED (WS-CAND-IX) TO TRUE.
009870     MOVE "PURGED" TO WS-CD-REASON (WS-CAND-IX).
009880     ADD 1 TO WS-PURGED-COUNT.
009890     ADD 1 TO WS-FL-REMOVED (WS-MASTER-FILE).
009900     MOVE SPACES TO PURGE-REGISTER-RECORD.
009910     MOVE EMP-ID TO PR-EMP-ID.
009920     MOVE WS-TODAY-DATE TO PR-PURGED-CCYYMMDD.
009930     MOVE WS-RUN-NUMBER TO PR-RUN-NUMBER.
009940     MOVE WS-CD-TERM-DATE (WS-CAND-IX) TO PR-TERMINATED-CCYYMMDD.
009950     MOVE WS-RETENTION-YEARS TO PR-RETENTION-YEARS.
009960     MOVE WS-RETENTION-YEARS TO WS-RETENTION-YEARS-ED.
009970     STRING "INACTIVE OVER " WS-RETENTION-YEARS-ED
009980         "-YEAR RETENTION PERIOD"
009990         DELIMITED BY SIZE INTO PR-REASON.
010000     WRITE PURGE-REGISTER-RECORD.
010010     MOVE "OK" TO WS-STATUS-TEXT.
010020     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
010030     STRING "PURGED " EMP-ID " TERMINATED "
010040         WS-CD-TERM-DATE (WS-CAND-IX)
010050         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
010060     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
010070     PERFORM 4200-LIST-ONE-CANDIDATE THRU 4200-EXIT.
010080 4100-EXIT.
010090     EXIT.
010100
010110 4200-LIST-ONE-CANDIDATE.
010120     MOVE SPACES TO WS-CANDIDATE-LINE.
010130     MOVE WS-CD-EMP-ID (WS-CAND-IX) TO CL-EMP-ID.
010140     MOVE WS-CD-TERM-DATE (WS-CAND-IX) TO CL-TERM-DATE.
010150     MOVE WS-CD-REASON (WS-CAND-IX) TO CL-DISPOSITION.
010160     MOVE WS-CANDIDATE-LINE TO CERTIFICATE-RECORD.
010170     WRITE CERTIFICATE-RECORD.
010180     IF WS-CD-REFUSED (WS-CAND-IX)
010190         MOVE "WARN" TO WS-STATUS-TEXT
010200         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
010210         STRING "PURGE " WS-CD-EMP-ID (WS-CAND-IX) " "
010220             WS-CD-REASON (WS-CAND-IX)
010230             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
010240         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
010250     END-IF.
010260 4200-EXIT.
010270     EXIT.
010280
010290 4500-PURGE-LEAVE-BALANCES.
010300******************************************************************
010310* The KSDS files are purged in place: a sequential pass from
010320* the start of the file, deleting each record that belongs to a
010330* purged employee.  A purged employee's balance was zero or it
010340* would have been refused.
010350******************************************************************
010360     IF WS-RUN-REFUSED
010370         OR WS-PURGED-COUNT = ZERO
010380         GO TO 4500-EXIT
010390     END-IF.
010400     MOVE WS-LEAVE-FILE TO WS-FILE-IX.
010410     OPEN I-O LEAVE-BALANCE-FILE.
010420     IF WS-LEAVE-STATUS NOT = "00"
010430         MOVE WS-LEAVE-STATUS TO WS-OLD-STATUS
010440         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
010450         GO TO 4500-EXIT
010460     END-IF.
010470     SET WS-NOT-EOF TO TRUE.
010480     PERFORM 4550-PURGE-ONE-BALANCE THRU 4550-EXIT
010490         UNTIL WS-EOF.
010500     CLOSE LEAVE-BALANCE-FILE.
010510     SET WS-FL-DONE (WS-FILE-IX) TO TRUE.
010520 4500-EXIT.
010530     EXIT.
010540
010550 4550-PURGE-ONE-BALANCE.
010560     READ LEAVE-BALANCE-FILE NEXT RECORD
010570         AT END
010580             SET WS-EOF TO TRUE
010590     END-READ.
010600     IF WS-EOF
010610         GO TO 4550-EXIT
010620     END-IF.
010630     ADD 1 TO WS-FL-READ (WS-FILE-IX).
010640     MOVE LB-EMP-ID TO WS-LOOK-ID.
010650     PERFORM 7100-FIND-PURGED THRU 7100-EXIT.
010660     IF WS-CAND-SLOT = ZERO
010670         ADD 1 TO WS-FL-KEPT (WS-FILE-IX)
010680         GO TO 4550-EXIT
010690     END-IF.
010700     DELETE LEAVE-BALANCE-FILE
010710         INVALID KEY
010720             ADD 1 TO WS-FL-KEPT (WS-FILE-IX)
010730             MOVE WS-LEAVE-STATUS TO WS-OLD-STATUS
010740             PERFORM 6950-RECORD-NOT-REMOVED THRU 6950-EXIT
010750             GO TO 4550-EXIT
010760     END-DELETE.
010770     ADD 1 TO WS-FL-REMOVED (WS-FILE-IX).
010780 4550-EXIT.
010790     EXIT.
010800
010810 4700-PURGE-PENDING-CHANGES.
010820     IF WS-RUN-REFUSED
010830         OR WS-PURGED-COUNT = ZERO
010840         GO TO 4700-EXIT
010850     END-IF.
010860     MOVE WS-PENDING-FILE TO WS-FILE-IX.
010870     OPEN I-O PENDING-CHANGE-FILE.
010880     IF WS-PENDING-STATUS NOT = "00"
010890         MOVE WS-PENDING-STATUS TO WS-OLD-STATUS
010900         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
010910         GO TO 4700-EXIT
010920     END-IF.
010930     SET WS-NOT-EOF TO TRUE.
010940     PERFORM 4750-PURGE-ONE-CHANGE THRU 4750-EXIT
010950         UNTIL WS-EOF.
010960     CLOSE PENDING-CHANGE-FILE.
010970     SET WS-FL-DONE (WS-FILE-IX) TO TRUE.
010980 4700-EXIT.
010990     EXIT.
011000
011010 4750-PURGE-ONE-CHANGE.
011020     READ PENDING-CHANGE-FILE NEXT RECORD
011030         AT END
011040             SET WS-EOF TO TRUE
011050     END-READ.
011060     IF WS-EOF
011070         GO TO 4750-EXIT
011080     END-IF.
011090     ADD 1 TO WS-FL-READ (WS-FILE-IX).
011100     MOVE PEND-EMP-ID TO WS-LOOK-ID.
011110     PERFORM 7100-FIND-PURGED THRU 7100-EXIT.
011120     IF WS-CAND-SLOT = ZERO
011130         ADD 1 TO WS-FL-KEPT (WS-FILE-IX)
011140         GO TO 4750-EXIT
011150     END-IF.
011160     DELETE PENDING-CHANGE-FILE
011170         INVALID KEY
011180             ADD 1 TO WS-FL-KEPT (WS-FILE-IX)
011190             MOVE WS-PENDING-STATUS TO WS-OLD-STATUS
011200             PERFORM 6950-RECORD-NOT-REMOVED THRU 6950-EXIT
011210             GO TO 4750-EXIT
011220     END-DELETE.
011230     ADD 1 TO WS-FL-REMOVED (WS-FILE-IX).
011240 4750-EXIT.
011250     EXIT.
011260
011270 5000-PURGE-HISTORY.
011280******************************************************************
011290* The sequential files are written back from their .PREPURGE
011300* copies less the purged employees' records.  The copy is
011310* opened first, so a missing copy leaves the live file as it
011320* was.
011330******************************************************************
011340     IF WS-RUN-REFUSED
011350         OR WS-PURGED-COUNT = ZERO
011360         GO TO 5000-EXIT
011370     END-IF.
011380     MOVE WS-HISTORY-FILE TO WS-FILE-IX.
011390     OPEN INPUT OLD-HISTORY-FILE.
011400     IF WS-OLD-STATUS NOT = "00"
011410         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
011420         GO TO 5000-EXIT
011430     END-IF.
011440     OPEN OUTPUT EMP-HISTORY-FILE.
011450     IF WS-NEW-STATUS NOT = "00"
011460         MOVE WS-NEW-STATUS TO WS-OLD-STATUS
011470         CLOSE OLD-HISTORY-FILE
011480         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
011490         GO TO 5000-EXIT
011500     END-IF.
011510     SET WS-NOT-EOF TO TRUE.
011520     PERFORM 5050-COPY-ONE-HISTORY THRU 5050-EXIT
011530         UNTIL WS-EOF.
011540     CLOSE OLD-HISTORY-FILE.
011550     CLOSE EMP-HISTORY-FILE.
011560     SET WS-FL-DONE (WS-FILE-IX) TO TRUE.
011570 5000-EXIT.
011580     EXIT.
011590
011600 5050-COPY-ONE-HISTORY.
011610     READ OLD-HISTORY-FILE
011620         AT END
011630             SET WS-EOF TO TRUE
011640     END-READ.
011650     IF WS-EOF
011660         GO TO 5050-EXIT
011670     END-IF.
011680     ADD 1 TO WS-FL-READ (WS-FILE-IX).
011690     MOVE EH-EMP-ID TO WS-LOOK-ID.
011700     PERFORM 7100-FIND-PURGED THRU 7100-EXIT.
011710     IF WS-CAND-SLOT > ZERO
011720         ADD 1 TO WS-FL-REMOVED (WS-FILE-IX)
011730         GO TO 5050-EXIT
011740     END-IF.
011750     WRITE NEW-HISTORY-RECORD FROM EMP-HISTORY-RECORD.
011760     ADD 1 TO WS-FL-KEPT (WS-FILE-IX).
011770 5050-EXIT.
011780     EXIT.
011790
011800 5100-PURGE-PINS.
011810     IF WS-RUN-REFUSED
011820         OR WS-PURGED-COUNT = ZERO
011830         GO TO 5100-EXIT
011840     END-IF.
011850     MOVE WS-PIN-FILE TO WS-FILE-IX.
011860     OPEN INPUT OLD-PIN-FILE.
011870     IF WS-OLD-STATUS NOT = "00"
011880         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
011890         GO TO 5100-EXIT
011900     END-IF.
011910     OPEN OUTPUT PIN-FILE.
011920     IF WS-NEW-STATUS NOT = "00"
011930         MOVE WS-NEW-STATUS TO WS-OLD-STATUS
011940         CLOSE OLD-PIN-FILE
011950         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
011960         GO TO 5100-EXIT
011970     END-IF.
011980     SET WS-NOT-EOF TO TRUE.
011990     PERFORM 5150-COPY-ONE-PIN THRU 5150-EXIT
012000         UNTIL WS-EOF.
012010     CLOSE OLD-PIN-FILE.
012020     CLOSE PIN-FILE.
012030     SET WS-FL-DONE (WS-FILE-IX) TO TRUE.
012040 5100-EXIT.
012050     EXIT.
012060
012070 5150-COPY-ONE-PIN.
012080     READ OLD-PIN-FILE
012090         AT END
012100             SET WS-EOF TO TRUE
012110     END-READ.
012120     IF WS-EOF
012130         GO TO 5150-EXIT
012140     END-IF.
012150     ADD 1 TO WS-FL-READ (WS-FILE-IX).
012160     MOVE OLD-PIN-RECORD (1:6) TO WS-LOOK-ID.
012170     PERFORM 7100-FIND-PURGED THRU 7100-EXIT.
012180     IF WS-CAND-SLOT > ZERO
012190         ADD 1 TO WS-FL-REMOVED (WS-FILE-IX)
012200         GO TO 5150-EXIT
012210     END-IF.
012220     WRITE PIN-RECORD FROM OLD-PIN-RECORD.
012230     ADD 1 TO WS-FL-KEPT (WS-FILE-IX).
012240 5150-EXIT.
012250     EXIT.
012260
012270 5200-PURGE-AUTHORITIES.
012280     IF WS-RUN-REFUSED
012290         OR WS-PURGED-COUNT = ZERO
012300         GO TO 5200-EXIT
012310     END-IF.
012320     MOVE WS-AUTH-FILE TO WS-FILE-IX.
012330     OPEN INPUT OLD-AUTH-FILE.
012340     IF WS-OLD-STATUS NOT = "00"
012350         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
012360         GO TO 5200-EXIT
012370     END-IF.
012380     OPEN OUTPUT AUTH-FILE.
012390     IF WS-NEW-STATUS NOT = "00"
012400         MOVE WS-NEW-STATUS TO WS-OLD-STATUS
012410         CLOSE OLD-AUTH-FILE
012420         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
012430         GO TO 5200-EXIT
012440     END-IF.
012450     SET WS-NOT-EOF TO TRUE.
012460     PERFORM 5250-COPY-ONE-AUTHORITY THRU 5250-EXIT
012470         UNTIL WS-EOF.
012480     CLOSE OLD-AUTH-FILE.
012490     CLOSE AUTH-FILE.
012500     SET WS-FL-DONE (WS-FILE-IX) TO TRUE.
012510 5200-EXIT.
012520     EXIT.
012530
012540 5250-COPY-ONE-AUTHORITY.
012550     READ OLD-AUTH-FILE
012560         AT END
012570             SET WS-EOF TO TRUE
012580     END-READ.
012590     IF WS-EOF
012600         GO TO 5250-EXIT
012610     END-IF.
012620     ADD 1 TO WS-FL-READ (WS-FILE-IX).
012630     MOVE OLD-AUTH-RECORD (1:6) TO WS-LOOK-ID.
012640     PERFORM 7100-FIND-PURGED THRU 7100-EXIT.
012650     IF WS-CAND-SLOT > ZERO
012660         ADD 1 TO WS-FL-REMOVED (WS-FILE-IX)
012670         GO TO 5250-EXIT
012680     END-IF.
012690     WRITE AUTH-RECORD FROM OLD-AUTH-RECORD.
012700     ADD 1 TO WS-FL-KEPT (WS-FILE-IX).
012710 5250-EXIT.
012720     EXIT.
012730
012740 5300-PURGE-SNAPSHOT.
012750     IF WS-RUN-REFUSED
012760         OR WS-PURGED-COUNT = ZERO
012770         GO TO 5300-EXIT
012780     END-IF.
012790     MOVE WS-SNAPSHOT-FILE TO WS-FILE-IX.
012800     OPEN INPUT OLD-SNAPSHOT-FILE.
012810     IF WS-OLD-STATUS NOT = "00"
012820         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
012830         GO TO 5300-EXIT
012840     END-IF.
012850     OPEN OUTPUT SNAPSHOT-FILE.
012860     IF WS-NEW-STATUS NOT = "00"
012870         MOVE WS-NEW-STATUS TO WS-OLD-STATUS
012880         CLOSE OLD-SNAPSHOT-FILE
012890         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
012900         GO TO 5300-EXIT
012910     END-IF.
012920     SET WS-NOT-EOF TO TRUE.
012930     PERFORM 5350-COPY-ONE-SNAPSHOT THRU 5350-EXIT
012940         UNTIL WS-EOF.
012950     CLOSE OLD-SNAPSHOT-FILE.
012960     CLOSE SNAPSHOT-FILE.
012970     SET WS-FL-DONE (WS-FILE-IX) TO TRUE.
012980 5300-EXIT.
012990     EXIT.
013000
013010 5350-COPY-ONE-SNAPSHOT.
013020     READ OLD-SNAPSHOT-FILE
013030         AT END
013040             SET WS-EOF TO TRUE
013050     END-READ.
013060     IF WS-EOF
013070         GO TO 5350-EXIT
013080     END-IF.
013090     ADD 1 TO WS-FL-READ (WS-FILE-IX).
013100     MOVE OLD-SNAPSHOT-RECORD (1:6) TO WS-LOOK-ID.
013110     PERFORM 7100-FIND-PURGED THRU 7100-EXIT.
013120     IF WS-CAND-SLOT > ZERO
013130         ADD 1 TO WS-FL-REMOVED (WS-FILE-IX)
013140         GO TO 5350-EXIT
013150     END-IF.
013160     WRITE SNAPSHOT-RECORD FROM OLD-SNAPSHOT-RECORD.
013170     ADD 1 TO WS-FL-KEPT (WS-FILE-IX).
013180 5350-EXIT.
013190     EXIT.
013200
013210 5400-PURGE-ENTITLEMENTS.
013220     IF WS-RUN-REFUSED
013230         OR WS-PURGED-COUNT = ZERO
013240         GO TO 5400-EXIT
013250     END-IF.
013260     MOVE WS-ENTITLE-FILE TO WS-FILE-IX.
013270     OPEN INPUT OLD-ENTITLE-FILE.
013280     IF WS-OLD-STATUS NOT = "00"
013290         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
013300         GO TO 5400-EXIT
013310     END-IF.
013320     OPEN OUTPUT ENTITLE-EXTRACT-FILE.
013330     IF WS-NEW-STATUS NOT = "00"
013340         MOVE WS-NEW-STATUS TO WS-OLD-STATUS
013350         CLOSE OLD-ENTITLE-FILE
013360         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
013370         GO TO 5400-EXIT
013380     END-IF.
013390     SET WS-NOT-EOF TO TRUE.
013400     PERFORM 5450-COPY-ONE-ENTITLEMENT THRU 5450-EXIT
013410         UNTIL WS-EOF.
013420     CLOSE OLD-ENTITLE-FILE.
013430     CLOSE ENTITLE-EXTRACT-FILE.
013440     SET WS-FL-DONE (WS-FILE-IX) TO TRUE.
013450 5400-EXIT.
013460     EXIT.
013470
013480 5450-COPY-ONE-ENTITLEMENT.
013490     READ OLD-ENTITLE-FILE
013500         AT END
013510             SET WS-EOF TO TRUE
013520     END-READ.
013530     IF WS-EOF
013540         GO TO 5450-EXIT
013550     END-IF.
013560     ADD 1 TO WS-FL-READ (WS-FILE-IX).
013570     MOVE OLD-ENTITLE-RECORD (1:6) TO WS-LOOK-ID.
013580     PERFORM 7100-FIND-PURGED THRU 7100-EXIT.
013590     IF WS-CAND-SLOT > ZERO
013600         ADD 1 TO WS-FL-REMOVED (WS-FILE-IX)
013610         GO TO 5450-EXIT
013620     END-IF.
013630     WRITE ENTITLE-EXTRACT-RECORD FROM OLD-ENTITLE-RECORD.
013640     ADD 1 TO WS-FL-KEPT (WS-FILE-IX).
013650 5450-EXIT.
013660     EXIT.
013670
013680 5500-PURGE-EXTRACT.
013690     IF WS-RUN-REFUSED
013700         OR WS-PURGED-COUNT = ZERO
013710         GO TO 5500-EXIT
013720     END-IF.
013730     MOVE WS-EXTRACT-FILE TO WS-FILE-IX.
013740     OPEN INPUT OLD-EXTRACT-FILE.
013750     IF WS-OLD-STATUS NOT = "00"
013760         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
013770         GO TO 5500-EXIT
013780     END-IF.
013790     OPEN OUTPUT EXTRACT-FILE.
013800     IF WS-NEW-STATUS NOT = "00"
013810         MOVE WS-NEW-STATUS TO WS-OLD-STATUS
013820         CLOSE OLD-EXTRACT-FILE
013830         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
013840         GO TO 5500-EXIT
013850     END-IF.
013860     SET WS-NOT-EOF TO TRUE.
013870     PERFORM 5550-COPY-ONE-EXTRACT THRU 5550-EXIT
013880         UNTIL WS-EOF.
013890     CLOSE OLD-EXTRACT-FILE.
013900     CLOSE EXTRACT-FILE.
013910     SET WS-FL-DONE (WS-FILE-IX) TO TRUE.
013920 5500-EXIT.
013930     EXIT.
013940
013950 5550-COPY-ONE-EXTRACT.
013960     READ OLD-EXTRACT-FILE
013970         AT END
013980             SET WS-EOF TO TRUE
013990     END-READ.
014000     IF WS-EOF
014010         GO TO 5550-EXIT
014020     END-IF.
014030     ADD 1 TO WS-FL-READ (WS-FILE-IX).
014040     MOVE OLD-EXTRACT-RECORD (1:6) TO WS-LOOK-ID.
014050     PERFORM 7100-FIND-PURGED THRU 7100-EXIT.
014060     IF WS-CAND-SLOT > ZERO
014070         ADD 1 TO WS-FL-REMOVED (WS-FILE-IX)
014080         GO TO 5550-EXIT
014090     END-IF.
014100     WRITE EXTRACT-RECORD FROM OLD-EXTRACT-RECORD.
014110     ADD 1 TO WS-FL-KEPT (WS-FILE-IX).
014120 5550-EXIT.
014130     EXIT.
014140
014150 5600-PURGE-PRIOR-EXTRACT.
014160     IF WS-RUN-REFUSED
014170         OR WS-PURGED-COUNT = ZERO
014180         GO TO 5600-EXIT
014190     END-IF.
014200     MOVE WS-PRIOR-FILE TO WS-FILE-IX.
014210     OPEN INPUT OLD-PRIOR-FILE.
014220     IF WS-OLD-STATUS NOT = "00"
014230         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
014240         GO TO 5600-EXIT
014250     END-IF.
014260     OPEN OUTPUT PRIOR-EXTRACT-FILE.
014270     IF WS-NEW-STATUS NOT = "00"
014280         MOVE WS-NEW-STATUS TO WS-OLD-STATUS
014290         CLOSE OLD-PRIOR-FILE
014300         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
014310         GO TO 5600-EXIT
014320     END-IF.
014330     SET WS-NOT-EOF TO TRUE.
014340     PERFORM 5650-COPY-ONE-PRIOR THRU 5650-EXIT
014350         UNTIL WS-EOF.
014360     CLOSE OLD-PRIOR-FILE.
014370     CLOSE PRIOR-EXTRACT-FILE.
014380     SET WS-FL-DONE (WS-FILE-IX) TO TRUE.
014390 5600-EXIT.
014400     EXIT.
014410
014420 5650-COPY-ONE-PRIOR.
014430     READ OLD-PRIOR-FILE
014440         AT END
014450             SET WS-EOF TO TRUE
014460     END-READ.
014470     IF WS-EOF
014480         GO TO 5650-EXIT
014490     END-IF.
014500     ADD 1 TO WS-FL-READ (WS-FILE-IX).
014510     MOVE OLD-PRIOR-RECORD (1:6) TO WS-LOOK-ID.
014520     PERFORM 7100-FIND-PURGED THRU 7100-EXIT.
014530     IF WS-CAND-SLOT > ZERO
014540         ADD 1 TO WS-FL-REMOVED (WS-FILE-IX)
014550         GO TO 5650-EXIT
014560     END-IF.
014570     WRITE PRIOR-EXTRACT-RECORD FROM OLD-PRIOR-RECORD.
014580     ADD 1 TO WS-FL-KEPT (WS-FILE-IX).
014590 5650-EXIT.
014600     EXIT.
014610
014620 5700-PURGE-SIGN-HISTORY.
014630******************************************************************
014640* The menu security files go the same way: every sign-on,
014650* suspension and recertification row of a purged employee is
014660* dropped, open recertification entries included, since the
014670* AUTHFILE rows they would act on are gone with the employee.
014680******************************************************************
014690     IF WS-RUN-REFUSED
014700         OR WS-PURGED-COUNT = ZERO
014710         GO TO 5700-EXIT
014720     END-IF.
014730     MOVE WS-SIGNON-FILE TO WS-FILE-IX.
014740     OPEN INPUT OLD-SIGN-HISTORY-FILE.
014750     IF WS-OLD-STATUS NOT = "00"
014760         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
014770         GO TO 5700-EXIT
014780     END-IF.
014790     OPEN OUTPUT SIGN-HISTORY-FILE.
014800     IF WS-NEW-STATUS NOT = "00"
014810         MOVE WS-NEW-STATUS TO WS-OLD-STATUS
014820         CLOSE OLD-SIGN-HISTORY-FILE
014830         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
014840         GO TO 5700-EXIT
014850     END-IF.
014860     SET WS-NOT-EOF TO TRUE.
014870     PERFORM 5750-COPY-ONE-SIGN-HISTORY THRU 5750-EXIT
014880         UNTIL WS-EOF.
014890     CLOSE OLD-SIGN-HISTORY-FILE.
014900     CLOSE SIGN-HISTORY-FILE.
014910     SET WS-FL-DONE (WS-FILE-IX) TO TRUE.
014920 5700-EXIT.
014930     EXIT.
014940
014950 5750-COPY-ONE-SIGN-HISTORY.
014960     READ OLD-SIGN-HISTORY-FILE
014970         AT END
014980             SET WS-EOF TO TRUE
014990     END-READ.
015000     IF WS-EOF
015010         GO TO 5750-EXIT
015020     END-IF.
015030     ADD 1 TO WS-FL-READ (WS-FILE-IX).
015040     MOVE OLD-SIGN-HISTORY-RECORD (1:6) TO WS-LOOK-ID.
015050     PERFORM 7100-FIND-PURGED THRU 7100-EXIT.
015060     IF WS-CAND-SLOT > ZERO
015070         ADD 1 TO WS-FL-REMOVED (WS-FILE-IX)
015080         GO TO 5750-EXIT
015090     END-IF.
015100     WRITE SIGN-HISTORY-RECORD FROM OLD-SIGN-HISTORY-RECORD.
015110     ADD 1 TO WS-FL-KEPT (WS-FILE-IX).
015120 5750-EXIT.
015130     EXIT.
015140
015150 5800-PURGE-SUSPENSIONS.
015160     IF WS-RUN-REFUSED
015170         OR WS-PURGED-COUNT = ZERO
015180         GO TO 5800-EXIT
015190     END-IF.
015200     MOVE WS-SUSPEND-FILE TO WS-FILE-IX.
015210     OPEN INPUT OLD-SUSPENSION-FILE.
015220     IF WS-OLD-STATUS NOT = "00"
015230         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
015240         GO TO 5800-EXIT
015250     END-IF.
015260     OPEN OUTPUT SUSPENSION-FILE.
015270     IF WS-NEW-STATUS NOT = "00"
015280         MOVE WS-NEW-STATUS TO WS-OLD-STATUS
015290         CLOSE OLD-SUSPENSION-FILE
015300         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
015310         GO TO 5800-EXIT
015320     END-IF.
015330     SET WS-NOT-EOF TO TRUE.
015340     PERFORM 5850-COPY-ONE-SUSPENSION THRU 5850-EXIT
015350         UNTIL WS-EOF.
015360     CLOSE OLD-SUSPENSION-FILE.
015370     CLOSE SUSPENSION-FILE.
015380     SET WS-FL-DONE (WS-FILE-IX) TO TRUE.
015390 5800-EXIT.
015400     EXIT.
015410
015420 5850-COPY-ONE-SUSPENSION.
015430     READ OLD-SUSPENSION-FILE
015440         AT END
015450             SET WS-EOF TO TRUE
015460     END-READ.
015470     IF WS-EOF
015480         GO TO 5850-EXIT
015490     END-IF.
015500     ADD 1 TO WS-FL-READ (WS-FILE-IX).
015510     MOVE OLD-SUSPENSION-RECORD (1:6) TO WS-LOOK-ID.
015520     PERFORM 7100-FIND-PURGED THRU 7100-EXIT.
015530     IF WS-CAND-SLOT > ZERO
015540         ADD 1 TO WS-FL-REMOVED (WS-FILE-IX)
015550         GO TO 5850-EXIT
015560     END-IF.
015570     WRITE SUSPENSION-RECORD FROM OLD-SUSPENSION-RECORD.
015580     ADD 1 TO WS-FL-KEPT (WS-FILE-IX).
015590 5850-EXIT.
015600     EXIT.
015610
015620 5900-PURGE-RECERT-REGISTER.
015630     IF WS-RUN-REFUSED
015640         OR WS-PURGED-COUNT = ZERO
015650         GO TO 5900-EXIT
015660     END-IF.
015670     MOVE WS-RECERT-FILE TO WS-FILE-IX.
015680     OPEN INPUT OLD-RECERT-FILE.
015690     IF WS-OLD-STATUS NOT = "00"
015700         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
015710         GO TO 5900-EXIT
015720     END-IF.
015730     OPEN OUTPUT RECERT-REGISTER-FILE.
015740     IF WS-NEW-STATUS NOT = "00"
015750         MOVE WS-NEW-STATUS TO WS-OLD-STATUS
015760         CLOSE OLD-RECERT-FILE
015770         PERFORM 6900-FILE-FAILED THRU 6900-EXIT
015780         GO TO 5900-EXIT
015790     END-IF.
015800     SET WS-NOT-EOF TO TRUE.
015810     PERFORM 5950-COPY-ONE-RECERT THRU 5950-EXIT
015820         UNTIL WS-EOF.
015830     CLOSE OLD-RECERT-FILE.
015840     CLOSE RECERT-REGISTER-FILE.
015850     SET WS-FL-DONE (WS-FILE-IX) TO TRUE.
015860 5900-EXIT.
015870     EXIT.
015880
015890 5950-COPY-ONE-RECERT.
015900     READ OLD-RECERT-FILE
015910         AT END
015920             SET WS-EOF TO TRUE
015930     END-READ.
015940     IF WS-EOF
015950         GO TO 5950-EXIT
015960     END-IF.
015970     ADD 1 TO WS-FL-READ (WS-FILE-IX).
015980     MOVE RG-EMP-ID TO WS-LOOK-ID.
015990     PERFORM 7100-FIND-PURGED THRU 7100-EXIT.
016000     IF WS-CAND-SLOT > ZERO
016010         ADD 1 TO WS-FL-REMOVED (WS-FILE-IX)
016020         GO TO 5950-EXIT
016030     END-IF.
016040     WRITE NEW-RECERT-RECORD FROM RECERT-REGISTER-RECORD.
016050     ADD 1 TO WS-FL-KEPT (WS-FILE-IX).
016060 5950-EXIT.
016070     EXIT.
016080
016090 6900-FILE-FAILED.
016100******************************************************************
016110* A file that could not be opened keeps the purged employees'
016120* records.  The rest of the files are still purged, the
016130* certificate says the purge is incomplete, and the step ends
016140* RC 12: the .PREPURGE copies are the restore point for a rerun.
016150******************************************************************
016160     SET WS-FL-FAILED (WS-FILE-IX) TO TRUE.
016170     ADD 1 TO WS-FILE-FAILED-COUNT.
016180     MOVE 12 TO WS-STEP-RC.
016190     DISPLAY WS-FL-NAME (WS-FILE-IX) " OPEN FAILED, STATUS "
016200         WS-OLD-STATUS.
016210     MOVE "ERROR" TO WS-STATUS-TEXT.
016220     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
016230     STRING "PURGE " WS-FL-NAME (WS-FILE-IX)
016240         " NOT PURGED, OPEN STATUS " WS-OLD-STATUS
016250         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
016260     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
016270 6900-EXIT.
016280     EXIT.
016290
016300 6950-RECORD-NOT-REMOVED.
016310     ADD 1 TO WS-WARNING-COUNT.
016320     MOVE "WARN" TO WS-STATUS-TEXT.
016330     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
016340     STRING "PURGE " WS-FL-NAME (WS-FILE-IX) " DELETE FAILED FOR "
016350         WS-LOOK-ID ", STATUS " WS-OLD-STATUS
016360         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
016370     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
016380 6950-EXIT.
016390     EXIT.
016400
016410 7000-FIND-TERMINATION.
016420     MOVE ZERO TO WS-TERM-SLOT.
016430     PERFORM 7050-MATCH-ONE-TERMINATION THRU 7050-EXIT
016440         VARYING WS-TERM-IX FROM 1 BY 1
016450         UNTIL WS-TERM-IX > WS-TERM-USED
016460             OR WS-TERM-SLOT > ZERO.
016470 7000-EXIT.
016480     EXIT.
016490
016500 7050-MATCH-ONE-TERMINATION.
016510     IF WS-TT-EMP-ID (WS-TERM-IX) = WS-LOOK-ID
016520         MOVE WS-TERM-IX TO WS-TERM-SLOT
016530     END-IF.
016540 7050-EXIT.
016550     EXIT.
016560
016570 7100-FIND-PURGED.
016580******************************************************************
016590* Leaves the candidate's slot in WS-CAND-SLOT if WS-LOOK-ID was
016600* deleted from EMPMAST this run, zero otherwise.
016610******************************************************************
016620     MOVE ZERO TO WS-CAND-SLOT.
016630     IF WS-LOOK-ID = SPACES
016640         GO TO 7100-EXIT
016650     END-IF.
016660     PERFORM 7150-MATCH-ONE-PURGED THRU 7150-EXIT
016670         VARYING WS-CAND-IX FROM 1 BY 1
016680         UNTIL WS-CAND-IX > WS-CAND-USED
016690             OR WS-CAND-SLOT > ZERO.
016700 7100-EXIT.
016710     EXIT.
016720
016730 7150-MATCH-ONE-PURGED.
016740     IF WS-CD-EMP-ID (WS-CAND-IX) = WS-LOOK-ID
016750         AND WS-CD-PURGED (WS-CAND-IX)
016760         MOVE WS-CAND-IX TO WS-CAND-SLOT
016770     END-IF.
016780 7150-EXIT.
016790     EXIT.
016800
016810 8000-FINALIZE.
016820******************************************************************
016830* The per-file counts and the certification.  The purge is
016840* certified complete only when every file was purged and the
016850* master removals match the employees registered.
016860******************************************************************
016870     MOVE WS-INACTIVE-COUNT TO WS-INACTIVE-COUNT-ED.
016880     MOVE WS-WITHIN-COUNT TO WS-WITHIN-COUNT-ED.
016890     MOVE WS-NO-TERM-COUNT TO WS-NO-TERM-COUNT-ED.
016900     MOVE WS-SELECTED-COUNT TO WS-SELECTED-COUNT-ED.
016910     MOVE WS-CAND-USED TO WS-CANDIDATE-COUNT-ED.
016920     MOVE WS-REFUSED-COUNT TO WS-REFUSED-COUNT-ED.
016930     MOVE WS-PURGED-COUNT TO WS-PURGED-COUNT-ED.
016940     MOVE WS-FAILED-COUNT TO WS-FAILED-COUNT-ED.
016950     IF WS-REPORT-IS-OPEN
016960         AND NOT WS-RUN-REFUSED
016970         PERFORM 8100-WRITE-COUNT-PAGE THRU 8100-EXIT
016980     END-IF.
016990     DISPLAY "Inactive employees    : " WS-INACTIVE-COUNT-ED.
017000     DISPLAY "Within retention      : " WS-WITHIN-COUNT-ED.
017010     DISPLAY "No termination found  : " WS-NO-TERM-COUNT-ED.
017020     DISPLAY "Selected for purge    : " WS-SELECTED-COUNT-ED.
017030     DISPLAY "Refused               : " WS-REFUSED-COUNT-ED.
017040     DISPLAY "Purged                : " WS-PURGED-COUNT-ED.
017050     DISPLAY "Master delete errors  : " WS-FAILED-COUNT-ED.
017060     IF WS-RUN-REFUSED
017070         DISPLAY "PURGE REFUSED - NO FILE CHANGED"
017080         IF WS-REPORT-IS-OPEN
017090             MOVE SPACES TO CERTIFICATE-RECORD
017100             WRITE CERTIFICATE-RECORD
017110             MOVE "PURGE REFUSED - NO FILE CHANGED"
017120                 TO CERTIFICATE-RECORD
017130             WRITE CERTIFICATE-RECORD
017140         END-IF
017150     END-IF.
017160     IF WS-REPORT-IS-OPEN
017170         CLOSE CERTIFICATE-FILE
017180     END-IF.
017190     IF WS-REGISTER-IS-OPEN
017200         CLOSE PURGE-REGISTER-FILE
017210     END-IF.
017220     IF WS-STEP-RC = ZERO
017230         AND (WS-WARNING-COUNT > ZERO
017240             OR WS-REFUSED-COUNT > ZERO)
017250         MOVE 4 TO WS-STEP-RC
017260     END-IF.
017270     IF WS-FAILED-COUNT > ZERO
017280         MOVE 12 TO WS-STEP-RC
017290     END-IF.
017300     EVALUATE WS-STEP-RC
017310         WHEN ZERO
017320             MOVE "OK" TO WS-STATUS-TEXT
017330         WHEN 4
017340             MOVE "WARN" TO WS-STATUS-TEXT
017350         WHEN OTHER
017360             MOVE "ERROR" TO WS-STATUS-TEXT
017370     END-EVALUATE.
017380     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
017390     IF WS-RUN-REFUSED
017400         MOVE "PURGE REFUSED - NO FILE CHANGED"
017410             TO WS-AUDIT-MESSAGE-TEXT
017420     ELSE
017430         STRING "PURGE DONE PURGED " WS-PURGED-COUNT-ED
017440             " REFUSED " WS-REFUSED-COUNT-ED
017450             " NO TERM " WS-NO-TERM-COUNT-ED
017460             " ERRORS " WS-FAILED-COUNT-ED
017470             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
017480     END-IF.
017490     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
017500     IF WS-AUDIT-IS-OPEN
017510         CLOSE AUDIT-LOG-FILE
017520     END-IF.
017530 8000-EXIT.
017540     EXIT.
017550
017560 8100-WRITE-COUNT-PAGE.
017570     MOVE SPACES TO CERTIFICATE-RECORD.
017580     WRITE CERTIFICATE-RECORD.
017590     MOVE "FILE           READ     REMOVED        KEPT    STATE"
017600         TO CERTIFICATE-RECORD.
017610     WRITE CERTIFICATE-RECORD.
017620     PERFORM 8200-WRITE-ONE-FILE-LINE THRU 8200-EXIT
017630         VARYING WS-FILE-IX FROM 1 BY 1
017640         UNTIL WS-FILE-IX > WS-FILE-COUNT.
017650     MOVE SPACES TO CERTIFICATE-RECORD.
017660     WRITE CERTIFICATE-RECORD.
017670     MOVE SPACES TO CERTIFICATE-RECORD.
017680     STRING "INACTIVE EMPLOYEES " WS-INACTIVE-COUNT-ED
017690         "   WITHIN RETENTION " WS-WITHIN-COUNT-ED
017700         "   NO TERMINATION ON EMPHIST " WS-NO-TERM-COUNT-ED
017710         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
017720     WRITE CERTIFICATE-RECORD.
017730     MOVE SPACES TO CERTIFICATE-RECORD.
017740     STRING "PAST RETENTION " WS-CANDIDATE-COUNT-ED
017750         "   REFUSED " WS-REFUSED-COUNT-ED
017760         "   PURGED " WS-PURGED-COUNT-ED
017770         "   MASTER DELETE ERRORS " WS-FAILED-COUNT-ED
017780         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
017790     WRITE CERTIFICATE-RECORD.
017800     MOVE SPACES TO CERTIFICATE-RECORD.
017810     WRITE CERTIFICATE-RECORD.
017820     MOVE SPACES TO CERTIFICATE-RECORD.
017830     IF WS-FILE-FAILED-COUNT = ZERO
017840         AND WS-FAILED-COUNT = ZERO
017850         AND WS-FL-REMOVED (WS-MASTER-FILE) = WS-PURGED-COUNT
017860         STRING "CERTIFIED - " WS-PURGED-COUNT-ED
017870             " EMPLOYEES PURGED FROM EVERY PERSONNEL FILE AND "
017880             "ENTERED ON THE PURGE REGISTER"
017890             DELIMITED BY SIZE INTO CERTIFICATE-RECORD
017900     ELSE
017910         MOVE 12 TO WS-STEP-RC
017920         STRING "NOT CERTIFIED - PURGE INCOMPLETE, RESTORE "
017930             "FROM .PREPURGE AND RERUN"
017940             DELIMITED BY SIZE INTO CERTIFICATE-RECORD
017950     END-IF.
017960     WRITE CERTIFICATE-RECORD.
017970 8100-EXIT.
017980     EXIT.
017990
018000 8200-WRITE-ONE-FILE-LINE.
018010     MOVE SPACES TO WS-FILE-LINE.
018020     MOVE WS-FL-NAME (WS-FILE-IX) TO FL-NAME.
018030     MOVE WS-FL-READ (WS-FILE-IX) TO FL-READ.
018040     MOVE WS-FL-REMOVED (WS-FILE-IX) TO FL-REMOVED.
018050     MOVE WS-FL-KEPT (WS-FILE-IX) TO FL-KEPT.
018060     EVALUATE TRUE
018070         WHEN WS-FL-DONE (WS-FILE-IX)
018080             MOVE "PURGED" TO FL-STATE
018090         WHEN WS-FL-FAILED (WS-FILE-IX)
018100             MOVE "NOT PURGED - OPEN FAILED" TO FL-STATE
018110         WHEN OTHER
018120             MOVE "UNCHANGED - NOTHING TO PURGE" TO FL-STATE
018130     END-EVALUATE.
018140     MOVE WS-FILE-LINE TO CERTIFICATE-RECORD.
018150     WRITE CERTIFICATE-RECORD.
018160 8200-EXIT.
018170     EXIT.
018180
018190 9000-WRITE-AUDIT-ENTRY.
018200******************************************************************
018210* Stamps and writes one audit record.  The caller sets
018220* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
018230* this paragraph.
018240******************************************************************
018250     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
018260     MOVE SPACES TO AUDIT-LOG-RECORD.
018270     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
018280     MOVE "EMPPURGE" TO AUDIT-PROGRAM-ID.
018290     MOVE SPACES TO AUDIT-USER-ID.
018300     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
018310     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
018320     IF WS-STATUS-TEXT = "OK"
018330         SET AUDIT-IS-INFO TO TRUE
018340     ELSE
018350         IF WS-STATUS-TEXT = "ERROR"
018360             SET AUDIT-IS-ERROR TO TRUE
018370         ELSE
018380             SET AUDIT-IS-WARNING TO TRUE
018390         END-IF
018400     END-IF.
018410     IF WS-AUDIT-IS-OPEN
018420         WRITE AUDIT-LOG-RECORD
018430     END-IF.
018440 9000-EXIT.
018450     EXIT.
018460** add other procedures here
018470 END PROGRAM EMPPURGE.
