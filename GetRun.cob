000090*                stamps the same number on its audit records and
000100*                report headings instead of each inventing its
000110*                own idea of which run this is.  A missing or
000120*                unreadable control file hands back zero.  The
000130*                nightly steps call the GETRUNM entry instead,
000140*                which also hands back the run mode: while RUNASGN
000150*                has the night running as a simulation, GETRUNM
000160*                hands back the simulation's number (one past the
000170*                last real run, which it does not consume) with
000180*                mode S, and GETRUN keeps handing back the last
000190*                real run number to everything else.
000200*                GETBDATE hands back the current timestamp with
000210*                the business date the night runs for in place of
000220*                the calendar date -- the two agree except on a
000230*                catch-up night, when RUNASGN has the night
000240*                running one missed date off the catch-up queue --
000250*                and GETCWIN hands back the catch-up window.
000260* Tectonics:     cobc
000270*
000280* Modification History
000290* ---------------------
000300* 2026-08-22  DW   Original subprogram, in the style of TIMESTMP.
000310* 2026-10-15  DW   Added the GETRUNM entry handing back the run
000320*                  mode with the number, for the nightly
000330*                  simulation mode.
000340* 2026-10-15  DW   Added the GETBDATE entry handing back the
000350*                  night's business date and the GETCWIN entry
000360*                  handing back the catch-up window, for the
000370*                  catch-up mode; the record layout is now the
000380*                  shared RUNCTLRC copybook.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000420 PROGRAM-ID. GETRUN.
000430 ENVIRONMENT DIVISION.
000440*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000450 CONFIGURATION SECTION.
000460*-----------------------
000470 INPUT-OUTPUT SECTION.
000480*-----------------------
000490 FILE-CONTROL.
000500     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RUNCTL-STATUS.
000530 DATA DIVISION.
000540*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000550 FILE SECTION.
000560*-----------------------
000570 FD  RUN-CONTROL-FILE.
000580     COPY RUNCTLRC.
000590 WORKING-STORAGE SECTION.
000600*-----------------------
000610 01  WS-RUNCTL-STATUS            PIC X(02).
000620 01  WS-MODE-CALL-SWITCH         PIC X(01) VALUE 'N'.
000630     88  WS-MODE-CALL            VALUE 'Y'.
000640 01  WS-CATCHUP-WINDOW.
000650     05  WS-CATCHUP-SWITCH       PIC X(01).
000660     05  WS-CATCHUP-FROM-DATE    PIC 9(08).
000670     05  WS-CATCHUP-THRU-DATE    PIC 9(08).
000680 01  WS-CATCHUP-BUSINESS-DATE    PIC 9(08).
000690*-----------------------
000700 LINKAGE SECTION.
000710*-----------------------
000720 01  LK-RUN-NUMBER                PIC 9(05).
000730 01  LK-RUN-MODE                  PIC X(01).
000740 01  LK-BUSINESS-TIMESTAMP        PIC X(21).
000750 01  LK-CATCHUP-WINDOW            PIC X(17).
000760
000770*-----------------------
000780 PROCEDURE DIVISION USING LK-RUN-NUMBER.
000790*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000800 0000-MAINLINE.
000810     MOVE 'N' TO WS-MODE-CALL-SWITCH.
000820     PERFORM 1000-READ-RUN-CONTROL THRU 1000-EXIT.
000830     GOBACK.
000840
000850 ENTRY "GETRUNM" USING LK-RUN-NUMBER LK-RUN-MODE.
000860     MOVE 'Y' TO WS-MODE-CALL-SWITCH.
000870     MOVE SPACE TO LK-RUN-MODE.
000880     PERFORM 1000-READ-RUN-CONTROL THRU 1000-EXIT.
000890     GOBACK.
000900
000910 ENTRY "GETBDATE" USING LK-BUSINESS-TIMESTAMP.
000920     CALL "TIMESTMP" USING LK-BUSINESS-TIMESTAMP.
000930     PERFORM 2000-READ-CATCHUP-STATE THRU 2000-EXIT.
000940     IF WS-CATCHUP-SWITCH = 'C'
000950         MOVE WS-CATCHUP-BUSINESS-DATE
000960             TO LK-BUSINESS-TIMESTAMP (1:8)
000970     END-IF.
000980     GOBACK.
000990
001000 ENTRY "GETCWIN" USING LK-CATCHUP-WINDOW.
001010     PERFORM 2000-READ-CATCHUP-STATE THRU 2000-EXIT.
001020     MOVE WS-CATCHUP-WINDOW TO LK-CATCHUP-WINDOW.
001030     GOBACK.
001040
001050 1000-READ-RUN-CONTROL.
001060******************************************************************
001070* RUNCTL holds the number the night is running under.  Under a
001080* simulation that is one past the last real run, so the plain
001090* GETRUN call steps it back to the last real number.
001100******************************************************************
001110     MOVE ZERO TO LK-RUN-NUMBER.
001120     OPEN INPUT RUN-CONTROL-FILE.
001130     IF WS-RUNCTL-STATUS NOT = "00"
001140         GO TO 1000-EXIT
001150     END-IF.
001160     READ RUN-CONTROL-FILE
001170         AT END
001180             CONTINUE
001190         NOT AT END
001200             IF RC-RUN-NUMBER NUMERIC
001210                 MOVE RC-RUN-NUMBER TO LK-RUN-NUMBER
001220                 PERFORM 1100-APPLY-RUN-MODE THRU 1100-EXIT
001230             END-IF
001240     END-READ.
001250     CLOSE RUN-CONTROL-FILE.
001260 1000-EXIT.
001270     EXIT.
001280
001290 1100-APPLY-RUN-MODE.
001300     IF NOT RC-SIMULATION
001310         GO TO 1100-EXIT
001320     END-IF.
001330     IF WS-MODE-CALL
001340         MOVE 'S' TO LK-RUN-MODE
001350     ELSE
001360         IF LK-RUN-NUMBER > ZERO
001370             SUBTRACT 1 FROM LK-RUN-NUMBER
001380         END-IF
001390     END-IF.
001400 1100-EXIT.
001410     EXIT.
001420
001430 2000-READ-CATCHUP-STATE.
001440******************************************************************
001450* Only a live catch-up night carries a business date of its own;
001460* a simulation, an older record, or an ordinary night hands back
001470* switch space, and the callers keep the calendar date.
001480******************************************************************
001490     MOVE SPACE TO WS-CATCHUP-SWITCH.
001500     MOVE ZERO TO WS-CATCHUP-FROM-DATE.
001510     MOVE ZERO TO WS-CATCHUP-THRU-DATE.
001520     MOVE ZERO TO WS-CATCHUP-BUSINESS-DATE.
001530     OPEN INPUT RUN-CONTROL-FILE.
001540     IF WS-RUNCTL-STATUS NOT = "00"
001550         GO TO 2000-EXIT
001560     END-IF.
001570     READ RUN-CONTROL-FILE
001580         AT END
001590             MOVE SPACES TO RUN-CONTROL-RECORD
001600     END-READ.
001610     CLOSE RUN-CONTROL-FILE.
001620     IF RC-CATCHUP-RUN
001630         AND NOT RC-SIMULATION
001640         AND RC-BUSINESS-DATE NUMERIC
001650         AND RC-BUSINESS-DATE > ZERO
001660         AND RC-CATCHUP-FROM-DATE NUMERIC
001670         AND RC-CATCHUP-THRU-DATE NUMERIC
001680         MOVE 'C' TO WS-CATCHUP-SWITCH
001690         MOVE RC-CATCHUP-FROM-DATE TO WS-CATCHUP-FROM-DATE
001700         MOVE RC-CATCHUP-THRU-DATE TO WS-CATCHUP-THRU-DATE
001710         MOVE RC-BUSINESS-DATE TO WS-CATCHUP-BUSINESS-DATE
001720     END-IF.
001730 2000-EXIT.
001740     EXIT.
001750
001760** add other procedures here
001770 END PROGRAM GETRUN.
