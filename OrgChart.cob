000010******************************************************************
000020* Author:       D. Whitfield
000030* Installation: Shop Systems - Batch Support
000040* Date-Written: 2026-10-15
000050* Purpose:       Organization chart and manager check.  Reads the
000060*                department reference file and prints the ORGRPT
000070*                organization chart: every department with its
000080*                status, its manager's EMP-ID and name from the
000090*                employee master, and its chain of parent
000100*                departments up to the top of the organization.
000110*                Each active department's manager is validated
000120*                against EMPMAST every night, and a department
000130*                whose manager is vacant, not on the master, or
000140*                terminated is flagged on the chart and with a
000150*                WARN audit record for AUDALERT -- as is one whose
000160*                parent is missing, inactive, or loops back on
000170*                itself -- so RPTDIST's manager routing is never
000180*                quietly resting on a stale entry.
000190* Tectonics:     cobc
000200*
000210* Modification History
000220* ---------------------
000230* 2026-10-15  DW   Original program.
000240* 2026-10-15  DW   Simulation mode: SIMULATION in the chart
000250*                  heading.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 PROGRAM-ID. ORGCHART.
000300 ENVIRONMENT DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 CONFIGURATION SECTION.
000330*-----------------------
000340 INPUT-OUTPUT SECTION.
000350*-----------------------
000360 FILE-CONTROL.
000370     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-DEPT-STATUS.
000400     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS EMP-ID
000440         FILE STATUS IS WS-EMPMAST-STATUS.
000450     SELECT CHART-REPORT-FILE ASSIGN TO "ORGRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REPORT-STATUS.
000480     SELECT AUDIT-LOG-FILE ASSIGN TO "UTILAUDT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDIT-STATUS.
000510 DATA DIVISION.
000520*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000530 FILE SECTION.
000540*-----------------------
000550 FD  DEPT-FILE.
000560     COPY DEPTREF.
000570 FD  EMP-MASTER-FILE.
000580     COPY EMPMAST.
000590 FD  CHART-REPORT-FILE.
000600 01  CHART-REPORT-RECORD         PIC X(132).
000610 FD  AUDIT-LOG-FILE.
000620     COPY AUDITLOG.
000630 WORKING-STORAGE SECTION.
000640*-----------------------
000650 01  WS-DEPT-STATUS              PIC X(02).
000660 01  WS-EMPMAST-STATUS           PIC X(02).
000670 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000680     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
000690 01  WS-REPORT-STATUS            PIC X(02).
000700 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000710     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
000720 01  WS-AUDIT-STATUS             PIC X(02).
000730 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000740     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
000750 01  WS-AUDIT-TIMESTAMP          PIC X(21).
000760 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
000770 COPY RUNMODE.
000780 01  WS-SUITE-FUNCTION           PIC X(01).
000790 01  WS-SUITE-STEP-NAME          PIC X(08).
000800 01  WS-SUITE-RC                 PIC 9(04).
000810 01  WS-SUITE-DONE-SWITCH        PIC X(01).
000820     88  WS-SUITE-STEP-DONE      VALUE 'Y'.
000830 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
000840 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
000850 01  WS-STATUS-TEXT              PIC X(20).
000860 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
000870 COPY EOFSWTCH.
000880*
000890* The whole reference file, in file order; the chart prints in
000900* that order and the parent chain is climbed through this table.
000910*
000920 01  WS-DEPT-TABLE-MAX           PIC 9(03) COMP VALUE 50.
000930 01  WS-DEPT-USED                PIC 9(03) COMP VALUE ZERO.
000940 01  WS-DEPT-IX                  PIC 9(03) COMP VALUE ZERO.
000950 01  WS-SCAN-IX                  PIC 9(03) COMP VALUE ZERO.
000960 01  WS-FOUND-IX                 PIC 9(03) COMP VALUE ZERO.
000970 01  WS-DEPT-TABLE.
000980     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
000990         10  WS-DPT-CODE         PIC X(04).
001000         10  WS-DPT-NAME         PIC X(20).
001010         10  WS-DPT-ACTIVE       PIC X(01).
001020         10  WS-DPT-MANAGER      PIC X(06).
001030         10  WS-DPT-PARENT       PIC X(04).
001040 01  WS-LOOK-CODE                PIC X(04).
001050 01  WS-WALK-CODE                PIC X(04).
001060 01  WS-CHAIN-DEPTH              PIC 9(02) COMP VALUE ZERO.
001070 01  WS-CHAIN-DEPTH-MAX          PIC 9(02) COMP VALUE 8.
001080 01  WS-CHAIN-PTR                PIC 9(03) COMP VALUE ZERO.
001090 01  WS-CHAIN-TEXT               PIC X(60).
001100 01  WS-CHAIN-STATE              PIC X(01).
001110     88  WS-CHAIN-CLIMBING       VALUE 'C'.
001120     88  WS-CHAIN-AT-TOP         VALUE 'T'.
001130     88  WS-CHAIN-BROKEN         VALUE 'B'.
001140 01  WS-MANAGER-STATE            PIC X(01).
001150     88  WS-MANAGER-IS-CURRENT   VALUE 'C'.
001160     88  WS-MANAGER-IS-VACANT    VALUE 'V'.
001170     88  WS-MANAGER-NOT-ON-FILE  VALUE 'N'.
001180     88  WS-MANAGER-TERMINATED   VALUE 'T'.
001190 01  WS-MANAGER-NAME             PIC X(30).
001200 01  WS-FLAG-TEXT                PIC X(60).
001210 01  WS-CHAIN-FLAG-TEXT          PIC X(60).
001220 01  WS-DEPT-COUNT               PIC 9(05) COMP VALUE ZERO.
001230 01  WS-FLAG-COUNT               PIC 9(05) COMP VALUE ZERO.
001240 01  WS-VACANT-COUNT             PIC 9(05) COMP VALUE ZERO.
001250 01  WS-TERMINATED-COUNT         PIC 9(05) COMP VALUE ZERO.
001260 01  WS-DEPT-COUNT-ED            PIC ZZZZ9.
001270 01  WS-FLAG-COUNT-ED            PIC ZZZZ9.
001280 01  WS-VACANT-COUNT-ED          PIC ZZZZ9.
001290 01  WS-TERMINATED-COUNT-ED      PIC ZZZZ9.
001300 01  WS-CHART-LINE.
001310     05  CL-DEPT-CODE            PIC X(04).
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  CL-DEPT-NAME            PIC X(20).
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  CL-STATUS               PIC X(01).
001360     05  FILLER                  PIC X(03) VALUE SPACES.
001370     05  CL-MANAGER-ID           PIC X(06).
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  CL-MANAGER-NAME         PIC X(30).
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  CL-CHAIN                PIC X(60).
001420
001430*-----------------------
001440 PROCEDURE DIVISION.
001450*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001460 0000-MAINLINE.
001470******************************************************************
001480* Loads the reference file, then charts and checks each
001490* department in file order.  Any flag ends the step RC 4.
001500******************************************************************
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     IF WS-STEP-RC >= 12
001530         GO TO 0000-WRAP-UP
001540     END-IF.
001550     PERFORM 2000-CHART-ONE-DEPARTMENT THRU 2000-EXIT
001560         VARYING WS-DEPT-IX FROM 1 BY 1
001570         UNTIL WS-DEPT-IX > WS-DEPT-USED.
001580 0000-WRAP-UP.
001590     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001600     MOVE 'R' TO WS-SUITE-FUNCTION.
001610     MOVE WS-STEP-RC TO WS-SUITE-RC.
001620     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
001630         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
001640     MOVE WS-STEP-RC TO RETURN-CODE.
001650     GOBACK.
001660
001670 1000-INITIALIZE.
001680     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
001690     MOVE "ORGCHART" TO WS-SUITE-STEP-NAME.
001700     MOVE 'C' TO WS-SUITE-FUNCTION.
001710     MOVE ZERO TO WS-SUITE-RC.
001720     CALL "SUITESTA" USING WS-SUITE-FUNCTION WS-RUN-NUMBER
001730         WS-SUITE-STEP-NAME WS-SUITE-RC WS-SUITE-DONE-SWITCH.
001740     IF WS-SUITE-STEP-DONE
001750         DISPLAY WS-SUITE-STEP-NAME
001760             " ALREADY COMPLETE THIS RUN - BYPASSED"
001770         GOBACK
001780     END-IF.
001790     OPEN EXTEND AUDIT-LOG-FILE.
001800     IF WS-AUDIT-STATUS = "00"
001810         SET WS-AUDIT-IS-OPEN TO TRUE
001820     END-IF.
001830     MOVE "OK" TO WS-STATUS-TEXT.
001840     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
001850     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
001860     PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT.
001870     IF WS-STEP-RC >= 12
001880         GO TO 1000-EXIT
001890     END-IF.
001900     OPEN INPUT EMP-MASTER-FILE.
001910     IF WS-EMPMAST-STATUS NOT = "00"
001920         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
001930         MOVE "ERROR" TO WS-STATUS-TEXT
001940         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
001950         STRING "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
001960             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
001970         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
001980         MOVE 12 TO WS-STEP-RC
001990         GO TO 1000-EXIT
002000     END-IF.
002010     SET WS-EMPMAST-IS-OPEN TO TRUE.
002020     OPEN OUTPUT CHART-REPORT-FILE.
002030     IF WS-REPORT-STATUS NOT = "00"
002040         GO TO 1000-EXIT
002050     END-IF.
002060     SET WS-REPORT-IS-OPEN TO TRUE.
002070     MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED.
002080     MOVE SPACES TO CHART-REPORT-RECORD.
002090     STRING "ORGCHART ORGANIZATION CHART - RUN " WS-RUN-NUMBER-ED
002100         DELIMITED BY SIZE INTO CHART-REPORT-RECORD
002110     IF WS-SIMULATION
002120         MOVE "*** SIMULATION ***"
002130             TO CHART-REPORT-RECORD (57:18)
002140     END-IF.
002150     WRITE CHART-REPORT-RECORD.
002160     MOVE SPACES TO CHART-REPORT-RECORD.
002170     WRITE CHART-REPORT-RECORD.
002180     MOVE SPACES TO WS-CHART-LINE.
002190     MOVE "CODE" TO CL-DEPT-CODE.
002200     MOVE "DEPARTMENT NAME" TO CL-DEPT-NAME.
002210     MOVE "S" TO CL-STATUS.
002220     MOVE "MGR ID" TO CL-MANAGER-ID.
002230     MOVE "MANAGER NAME" TO CL-MANAGER-NAME.
002240     MOVE "CHAIN TO THE TOP" TO CL-CHAIN.
002250     MOVE WS-CHART-LINE TO CHART-REPORT-RECORD.
002260     WRITE CHART-REPORT-RECORD.
002270 1000-EXIT.
002280     EXIT.
002290
002300 1200-LOAD-DEPARTMENTS.
002310******************************************************************
002320* A missing reference file, or one larger than the table, is an
002330* error: a partial chart would misstate who owns what.
002340******************************************************************
002350     OPEN INPUT DEPT-FILE.
002360     IF WS-DEPT-STATUS NOT = "00"
002370         DISPLAY "DEPTFILE OPEN FAILED, STATUS " WS-DEPT-STATUS
002380         MOVE "ERROR" TO WS-STATUS-TEXT
002390         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002400         STRING "DEPTFILE OPEN FAILED, STATUS " WS-DEPT-STATUS
002410             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002420         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002430         MOVE 12 TO WS-STEP-RC
002440         GO TO 1200-EXIT
002450     END-IF.
002460     PERFORM 1250-LOAD-ONE-DEPARTMENT THRU 1250-EXIT
002470         UNTIL WS-EOF.
002480     CLOSE DEPT-FILE.
002490 1200-EXIT.
002500     EXIT.
002510
002520 1250-LOAD-ONE-DEPARTMENT.
002530     READ DEPT-FILE
002540         AT END
002550             SET WS-EOF TO TRUE
002560     END-READ.
002570     IF WS-EOF
002580         GO TO 1250-EXIT
002590     END-IF.
002600     IF WS-DEPT-USED >= WS-DEPT-TABLE-MAX
002610         DISPLAY "DEPTFILE LARGER THAN 50 ENTRIES"
002620         MOVE "ERROR" TO WS-STATUS-TEXT
002630         MOVE "DEPTFILE LARGER THAN 50 ENTRIES - NO CHART"
002640             TO WS-AUDIT-MESSAGE-TEXT
002650         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002660         MOVE 12 TO WS-STEP-RC
002670         SET WS-EOF TO TRUE
002680         GO TO 1250-EXIT
002690     END-IF.
002700     ADD 1 TO WS-DEPT-USED.
002710     MOVE DPT-CODE TO WS-DPT-CODE (WS-DEPT-USED).
002720     MOVE DPT-NAME TO WS-DPT-NAME (WS-DEPT-USED).
002730     MOVE DPT-ACTIVE-FLAG TO WS-DPT-ACTIVE (WS-DEPT-USED).
002740     MOVE DPT-MANAGER-ID TO WS-DPT-MANAGER (WS-DEPT-USED).
002750     MOVE DPT-PARENT-CODE TO WS-DPT-PARENT (WS-DEPT-USED).
002760 1250-EXIT.
002770     EXIT.
002780
002790 2000-CHART-ONE-DEPARTMENT.
002800******************************************************************
002810* One chart line per department, followed by a flag line for
002820* each problem found.  An inactive department still charts, so
002830* the old code stays explainable, but is not checked: nobody
002840* routes to it any more.
002850******************************************************************
002860     ADD 1 TO WS-DEPT-COUNT.
002870     PERFORM 2100-CHECK-MANAGER THRU 2100-EXIT.
002880     PERFORM 2300-BUILD-CHAIN THRU 2300-EXIT.
002890     MOVE SPACES TO WS-CHART-LINE.
002900     MOVE WS-DPT-CODE (WS-DEPT-IX) TO CL-DEPT-CODE.
002910     MOVE WS-DPT-NAME (WS-DEPT-IX) TO CL-DEPT-NAME.
002920     MOVE WS-DPT-ACTIVE (WS-DEPT-IX) TO CL-STATUS.
002930     MOVE WS-DPT-MANAGER (WS-DEPT-IX) TO CL-MANAGER-ID.
002940     MOVE WS-MANAGER-NAME TO CL-MANAGER-NAME.
002950     MOVE WS-CHAIN-TEXT TO CL-CHAIN.
002960     IF WS-REPORT-IS-OPEN
002970         MOVE WS-CHART-LINE TO CHART-REPORT-RECORD
002980         WRITE CHART-REPORT-RECORD
002990     END-IF.
003000     IF WS-DPT-ACTIVE (WS-DEPT-IX) NOT = 'A'
003010         GO TO 2000-EXIT
003020     END-IF.
003030     IF WS-MANAGER-IS-VACANT
003040         ADD 1 TO WS-VACANT-COUNT
003050         MOVE "MANAGER VACANT" TO WS-FLAG-TEXT
003060         PERFORM 2900-FLAG-DEPARTMENT THRU 2900-EXIT
003070     END-IF.
003080     IF WS-MANAGER-NOT-ON-FILE
003090         MOVE SPACES TO WS-FLAG-TEXT
003100         STRING "MANAGER " WS-DPT-MANAGER (WS-DEPT-IX)
003110             " NOT ON EMPLOYEE MASTER"
003120             DELIMITED BY SIZE INTO WS-FLAG-TEXT
003130         PERFORM 2900-FLAG-DEPARTMENT THRU 2900-EXIT
003140     END-IF.
003150     IF WS-MANAGER-TERMINATED
003160         ADD 1 TO WS-TERMINATED-COUNT
003170         MOVE SPACES TO WS-FLAG-TEXT
003180         STRING "MANAGER " WS-DPT-MANAGER (WS-DEPT-IX)
003190             " IS TERMINATED"
003200             DELIMITED BY SIZE INTO WS-FLAG-TEXT
003210         PERFORM 2900-FLAG-DEPARTMENT THRU 2900-EXIT
003220     END-IF.
003230     IF WS-CHAIN-BROKEN
003240         MOVE WS-CHAIN-FLAG-TEXT TO WS-FLAG-TEXT
003250         PERFORM 2900-FLAG-DEPARTMENT THRU 2900-EXIT
003260     END-IF.
003270 2000-EXIT.
003280     EXIT.
003290
003300 2100-CHECK-MANAGER.
003310******************************************************************
003320* The manager must be an active employee on the master.  A blank
003330* manager is a vacancy; an EMP-ID the master does not hold, or
003340* holds as inactive, is a manager who has gone.
003350******************************************************************
003360     MOVE SPACES TO WS-MANAGER-NAME.
003370     IF WS-DPT-MANAGER (WS-DEPT-IX) = SPACES
003380         SET WS-MANAGER-IS-VACANT TO TRUE
003390         MOVE "** VACANT **" TO WS-MANAGER-NAME
003400         GO TO 2100-EXIT
003410     END-IF.
003420     MOVE WS-DPT-MANAGER (WS-DEPT-IX) TO EMP-ID.
003430     READ EMP-MASTER-FILE
003440         INVALID KEY
003450             CONTINUE
003460     END-READ.
003470     IF WS-EMPMAST-STATUS NOT = "00"
003480         SET WS-MANAGER-NOT-ON-FILE TO TRUE
003490         MOVE "** NOT ON MASTER **" TO WS-MANAGER-NAME
003500         GO TO 2100-EXIT
003510     END-IF.
003520     STRING EMP-LAST-NAME DELIMITED BY "  "
003530         ", " DELIMITED BY SIZE
003540         EMP-FIRST-NAME DELIMITED BY "  "
003550         INTO WS-MANAGER-NAME.
003560     IF EMP-IS-ACTIVE
003570         SET WS-MANAGER-IS-CURRENT TO TRUE
003580     ELSE
003590         SET WS-MANAGER-TERMINATED TO TRUE
003600     END-IF.
003610 2100-EXIT.
003620     EXIT.
003630
003640 2300-BUILD-CHAIN.
003650******************************************************************
003660* Climbs the parent codes from this department to the top,
003670* building "CODE > PARENT > ... " as it goes.  The climb stops
003680* broken at a parent the file does not hold, an inactive parent,
003690* or a chain that comes back on itself or runs deeper than any
003700* real organization (the same test catches both).
003710******************************************************************
003720     MOVE SPACES TO WS-CHAIN-TEXT.
003730     MOVE SPACES TO WS-CHAIN-FLAG-TEXT.
003740     MOVE 1 TO WS-CHAIN-PTR.
003750     STRING WS-DPT-CODE (WS-DEPT-IX) DELIMITED BY SPACE
003760         INTO WS-CHAIN-TEXT WITH POINTER WS-CHAIN-PTR.
003770     MOVE WS-DPT-PARENT (WS-DEPT-IX) TO WS-WALK-CODE.
003780     MOVE ZERO TO WS-CHAIN-DEPTH.
003790     SET WS-CHAIN-CLIMBING TO TRUE.
003800     PERFORM 2350-CLIMB-ONE-LEVEL THRU 2350-EXIT
003810         UNTIL NOT WS-CHAIN-CLIMBING.
003820 2300-EXIT.
003830     EXIT.
003840
003850 2350-CLIMB-ONE-LEVEL.
003860     IF WS-WALK-CODE = SPACES
003870         SET WS-CHAIN-AT-TOP TO TRUE
003880         GO TO 2350-EXIT
003890     END-IF.
003900     ADD 1 TO WS-CHAIN-DEPTH.
003910     IF WS-CHAIN-DEPTH > WS-CHAIN-DEPTH-MAX
003920         OR WS-WALK-CODE = WS-DPT-CODE (WS-DEPT-IX)
003930         SET WS-CHAIN-BROKEN TO TRUE
003940         MOVE "PARENT CHAIN LOOPS BACK OR RUNS TOO DEEP"
003950             TO WS-CHAIN-FLAG-TEXT
003960         GO TO 2350-EXIT
003970     END-IF.
003980     STRING " > " WS-WALK-CODE DELIMITED BY SIZE
003990         INTO WS-CHAIN-TEXT WITH POINTER WS-CHAIN-PTR.
004000     MOVE WS-WALK-CODE TO WS-LOOK-CODE.
004010     PERFORM 7100-FIND-DEPARTMENT THRU 7100-EXIT.
004020     IF WS-FOUND-IX = ZERO
004030         SET WS-CHAIN-BROKEN TO TRUE
004040         STRING "PARENT " WS-WALK-CODE
004050             " NOT ON DEPARTMENT REFERENCE"
004060             DELIMITED BY SIZE INTO WS-CHAIN-FLAG-TEXT
004070         GO TO 2350-EXIT
004080     END-IF.
004090     IF WS-DPT-ACTIVE (WS-FOUND-IX) NOT = 'A'
004100         SET WS-CHAIN-BROKEN TO TRUE
004110         STRING "PARENT " WS-WALK-CODE " IS INACTIVE"
004120             DELIMITED BY SIZE INTO WS-CHAIN-FLAG-TEXT
004130         GO TO 2350-EXIT
004140     END-IF.
004150     MOVE WS-DPT-PARENT (WS-FOUND-IX) TO WS-WALK-CODE.
004160 2350-EXIT.
004170     EXIT.
004180
004190 2900-FLAG-DEPARTMENT.
004200******************************************************************
004210* One flag: a line under the department on the chart and a WARN
004220* audit record, which is what AUDALERT raises overnight.
004230******************************************************************
004240     ADD 1 TO WS-FLAG-COUNT.
004250     IF WS-STEP-RC < 4
004260         MOVE 4 TO WS-STEP-RC
004270     END-IF.
004280     IF WS-REPORT-IS-OPEN
004290         MOVE SPACES TO CHART-REPORT-RECORD
004300         STRING "      *** " WS-FLAG-TEXT
004310             DELIMITED BY SIZE INTO CHART-REPORT-RECORD
004320         WRITE CHART-REPORT-RECORD
004330     END-IF.
004340     MOVE "WARN" TO WS-STATUS-TEXT.
004350     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
004360     STRING "ORGCHART DEPT " WS-DPT-CODE (WS-DEPT-IX) " "
004370         WS-FLAG-TEXT
004380         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
004390     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
004400 2900-EXIT.
004410     EXIT.
004420
004430 7100-FIND-DEPARTMENT.
004440     MOVE ZERO TO WS-FOUND-IX.
004450     PERFORM 7150-MATCH-ONE-DEPARTMENT THRU 7150-EXIT
004460         VARYING WS-SCAN-IX FROM 1 BY 1
004470         UNTIL WS-SCAN-IX > WS-DEPT-USED
004480             OR WS-FOUND-IX > ZERO.
004490 7100-EXIT.
004500     EXIT.
004510
004520 7150-MATCH-ONE-DEPARTMENT.
004530     IF WS-DPT-CODE (WS-SCAN-IX) = WS-LOOK-CODE
004540         MOVE WS-SCAN-IX TO WS-FOUND-IX
004550     END-IF.
004560 7150-EXIT.
004570     EXIT.
004580
004590 8000-FINALIZE.
004600     IF WS-EMPMAST-IS-OPEN
004610         CLOSE EMP-MASTER-FILE
004620     END-IF.
004630     MOVE WS-DEPT-COUNT TO WS-DEPT-COUNT-ED.
004640     MOVE WS-FLAG-COUNT TO WS-FLAG-COUNT-ED.
004650     MOVE WS-VACANT-COUNT TO WS-VACANT-COUNT-ED.
004660     MOVE WS-TERMINATED-COUNT TO WS-TERMINATED-COUNT-ED.
004670     DISPLAY "Departments charted : " WS-DEPT-COUNT-ED.
004680     DISPLAY "Flags raised        : " WS-FLAG-COUNT-ED.
004690     DISPLAY "Vacant managers     : " WS-VACANT-COUNT-ED.
004700     DISPLAY "Terminated managers : " WS-TERMINATED-COUNT-ED.
004710     IF WS-REPORT-IS-OPEN
004720         MOVE SPACES TO CHART-REPORT-RECORD
004730         WRITE CHART-REPORT-RECORD
004740         MOVE WS-RUN-NUMBER TO WS-RUN-NUMBER-ED
004750         MOVE SPACES TO CHART-REPORT-RECORD
004760         STRING "TOTAL DEPARTMENTS: " WS-DEPT-COUNT-ED
004770             " FLAGGED: " WS-FLAG-COUNT-ED
004780             " VACANT: " WS-VACANT-COUNT-ED
004790             " TERMINATED: " WS-TERMINATED-COUNT-ED
004800             " RUN " WS-RUN-NUMBER-ED
004810             DELIMITED BY SIZE INTO CHART-REPORT-RECORD
004820         WRITE CHART-REPORT-RECORD
004830         CLOSE CHART-REPORT-FILE
004840     END-IF.
004850     IF WS-STEP-RC < 12
004860         MOVE "OK" TO WS-STATUS-TEXT
004870         IF WS-FLAG-COUNT > ZERO
004880             MOVE "WARN" TO WS-STATUS-TEXT
004890         END-IF
004900         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004910         STRING "ORG CHART DONE, DEPTS " WS-DEPT-COUNT-ED
004920             " FLAGS " WS-FLAG-COUNT-ED
004930             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004940         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004950     END-IF.
004960     MOVE "OK" TO WS-STATUS-TEXT.
004970     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
004980     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
004990     IF WS-AUDIT-IS-OPEN
005000         CLOSE AUDIT-LOG-FILE
005010     END-IF.
005020 8000-EXIT.
005030     EXIT.
005040
005050 9000-WRITE-AUDIT-ENTRY.
005060******************************************************************
005070* Stamps and writes one audit record.  The caller sets
005080* WS-STATUS-TEXT and WS-AUDIT-MESSAGE-TEXT before PERFORMing
005090* this paragraph.
005100******************************************************************
005110     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
005120     MOVE SPACES TO AUDIT-LOG-RECORD.
005130     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
005140     MOVE "ORGCHART" TO AUDIT-PROGRAM-ID.
005150     MOVE SPACES TO AUDIT-USER-ID.
005160     IF WS-SIMULATION
005170         MOVE "SIMULATE" TO AUDIT-USER-ID
005180     END-IF.
005190     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
005200     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
005210     IF WS-STATUS-TEXT = "OK"
005220         SET AUDIT-IS-INFO TO TRUE
005230     ELSE
005240         IF WS-STATUS-TEXT = "ERROR"
005250             SET AUDIT-IS-ERROR TO TRUE
005260         ELSE
005270             SET AUDIT-IS-WARNING TO TRUE
005280         END-IF
005290     END-IF.
005300     IF WS-AUDIT-IS-OPEN
005310         WRITE AUDIT-LOG-RECORD
005320     END-IF.
005330 9000-EXIT.
005340     EXIT.
005350
005360** add other procedures here
005370 END PROGRAM ORGCHART.
