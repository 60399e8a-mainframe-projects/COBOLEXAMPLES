000930*                  on load and the rewrite is skipped with an
000940*                  ERROR audit record, instead of silently
000950*                  deleting the overflow operators' credentials.
000960* 2026-10-15  DW   Simulation mode: a simulated nightly run signs
000970*                  on as usual but never rewrites PINFILE.  Called
000980*                  from MAIN-MENU it always runs live.
000990* 2026-10-15  DW   The HELOAUDT audit log is opened EXTEND like
001000*                  every other audit log instead of OUTPUT, which
001010*                  emptied it on every sign-on; AUTHCERT reads the
001020*                  sign-on history from it.
001030* 2026-10-15  DW   A batch run records itself as the owner of the
001040*                  batch-window lock.
001050******************************************************************
001060 IDENTIFICATION DIVISION.
001070*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001080 PROGRAM-ID. HELLO.
001090 ENVIRONMENT DIVISION.
001100*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001110 CONFIGURATION SECTION.
001120*-----------------------
001130 INPUT-OUTPUT SECTION.
001140*-----------------------
001150 FILE-CONTROL.
001160     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS RANDOM
001190         RECORD KEY IS EMP-ID
001200         FILE STATUS IS WS-EMPMAST-STATUS.
001210     SELECT PIN-FILE ASSIGN TO "PINFILE"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-PIN-STATUS.
001240     SELECT PIN-PARAM-FILE ASSIGN TO "PINPARM"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-PINPARM-STATUS.
001270     SELECT AUDIT-LOG-FILE ASSIGN TO "HELOAUDT"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-AUDIT-STATUS.
001300 DATA DIVISION.
001310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001320 FILE SECTION.
001330*-----------------------
001340 FD  EMP-MASTER-FILE.
001350     COPY EMPMAST.
001360 FD  PIN-FILE.
001370 01  PIN-RECORD.
001380     05  PN-EMP-ID               PIC X(06).
001390     05  PN-PIN                  PIC X(04).
001400     05  PN-LAST-CHANGE-CCYYMMDD PIC 9(08).
001410     05  PN-FIRST-USE-FLAG       PIC X(01).
001420 FD  PIN-PARAM-FILE.
001430 01  PIN-PARAM-RECORD.
001440     05  PP-EXPIRY-DAYS          PIC 9(03).
001450 FD  AUDIT-LOG-FILE.
001460     COPY AUDITLOG.
001470 WORKING-STORAGE SECTION.
001480*-----------------------
001490 01 WS-NUM1 PIC 9(2) VALUE 20.
001500 01 WS-NUM2 PIC A(10) VALUE 'selam'.
001510 01 User-Name.
001520     COPY PERSNAME REPLACING PERSON-LAST-NAME BY OPER-LAST-NAME
001530         PERSON-FIRST-NAME BY OPER-FIRST-NAME.
001540 01  WS-EMPMAST-STATUS           PIC X(02).
001550 01  WS-EMPMAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001560     88  WS-EMPMAST-IS-OPEN      VALUE 'Y'.
001570 01  WS-AUDIT-STATUS             PIC X(02).
001580 01  WS-AUDIT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001590     88  WS-AUDIT-IS-OPEN        VALUE 'Y'.
001600 01  WS-AUDIT-TIMESTAMP          PIC X(21).
001610 01  WS-RUN-NUMBER               PIC 9(05) VALUE ZERO.
001620 01  WS-RUN-NUMBER-ED            PIC ZZZZ9.
001630 COPY RUNMODE.
001640 01  WS-LOCK-FUNCTION            PIC X(01) VALUE 'O'.
001650 01  WS-LOCK-STEP-NAME           PIC X(08) VALUE "HELLO   ".
001660 01  WS-LOCK-RECORD              PIC X(77).
001670 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001680 01  WS-STATUS-TEXT              PIC X(20).
001690 01  WS-AUDIT-MESSAGE-TEXT       PIC X(80).
001700 COPY EOFSWTCH.
001710 01  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001720     88  WS-EMPLOYEE-FOUND       VALUE 'Y'.
001730 01  WS-INACTIVE-SWITCH          PIC X(01) VALUE 'N'.
001740     88  WS-EMPLOYEE-INACTIVE    VALUE 'Y'.
001750 01  WS-VALID-SWITCH             PIC X(01) VALUE 'N'.
001760     88  WS-INPUT-IS-VALID       VALUE 'Y'.
001770     88  WS-NOT-VALID            VALUE 'N'.
001780 01  WS-LOCKED-SWITCH            PIC X(01) VALUE 'N'.
001790     88  WS-IS-LOCKED            VALUE 'Y'.
001800 01  WS-MAX-ATTEMPTS             PIC 9(02) COMP VALUE 3.
001810 01  WS-FAILED-ATTEMPTS         PIC 9(02) COMP VALUE ZERO.
001820 01  WS-FAILED-ATTEMPTS-ED       PIC Z9.
001830 01  WS-OPER-EMP-ID              PIC X(06).
001840 01  WS-PIN-STATUS               PIC X(02).
001850 01  WS-PINPARM-STATUS           PIC X(02).
001860 01  WS-PIN-LOADED-SWITCH        PIC X(01) VALUE 'N'.
001870     88  WS-PIN-TABLE-LOADED     VALUE 'Y'.
001880 01  WS-PIN-EOF-SWITCH           PIC X(01) VALUE 'N'.
001890     88  WS-PIN-EOF              VALUE 'Y'.
001900 01  WS-PIN-OVERFLOW-SWITCH      PIC X(01) VALUE 'N'.
001910     88  WS-PIN-OVERFLOWED       VALUE 'Y'.
001920 01  WS-PIN-TABLE-MAX            PIC 9(03) COMP VALUE 50.
001930 01  WS-PIN-USED                 PIC 9(03) COMP VALUE ZERO.
001940 01  WS-PIN-IX                   PIC 9(03) COMP VALUE ZERO.
001950 01  WS-PIN-SLOT                 PIC 9(03) COMP VALUE ZERO.
001960 01  WS-PIN-TABLE.
001970     05  WS-PIN-ENTRY OCCURS 50 TIMES.
001980         10  WS-PIN-TBL-EMP-ID   PIC X(06).
001990         10  WS-PIN-TBL-PIN      PIC X(04).
002000         10  WS-PIN-TBL-CHANGED  PIC 9(08).
002010         10  WS-PIN-TBL-FIRST    PIC X(01).
002020 01  WS-EXPIRY-DAYS              PIC 9(03) VALUE 90.
002030 01  WS-ENTERED-PIN              PIC X(04).
002040 01  WS-NEW-PIN                  PIC X(04).
002050 01  WS-NEW-PIN-AGAIN            PIC X(04).
002060 01  WS-PIN-FAILED-SWITCH        PIC X(01) VALUE 'N'.
002070     88  WS-PIN-FAILED           VALUE 'Y'.
002080 01  WS-TODAY                    PIC X(21).
002090 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY.
002100     05  WS-TODAY-DATE           PIC 9(08).
002110     05  FILLER                  PIC X(13).
002120 01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
002130 01  WS-CHANGE-INTEGER           PIC 9(08) COMP VALUE ZERO.
002140 01  WS-PIN-AGE-DAYS             PIC S9(05) COMP VALUE ZERO.
002150
002160*-----------------------
002170 LINKAGE SECTION.
002180*-----------------------
002190 01  LK-OPERATOR-ID              PIC X(08).
002200
002210*-----------------------
002220 PROCEDURE DIVISION USING LK-OPERATOR-ID.
002230*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002240 MAIN-PROCEDURE.
002250******************************************************************
002260* Accepts the operator's name, then looks it up against the
002270* employee master file instead of comparing it to a single
002280* literal baked into the source.
002290******************************************************************
002300     CALL "GETRUNM" USING WS-RUN-NUMBER WS-NIGHT-MODE.
002310     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
002320         CALL "GETRUN" USING WS-RUN-NUMBER
002330         MOVE SPACE TO WS-NIGHT-MODE
002340     ELSE
002350         CALL "BATLOCK" USING WS-LOCK-FUNCTION WS-RUN-NUMBER
002360             WS-LOCK-STEP-NAME WS-LOCK-RECORD
002370     END-IF.
002380     OPEN EXTEND AUDIT-LOG-FILE.
002390     IF WS-AUDIT-STATUS = "00"
002400         SET WS-AUDIT-IS-OPEN TO TRUE
002410     END-IF.
002420     MOVE "OK" TO WS-STATUS-TEXT.
002430     MOVE "STEP START" TO WS-AUDIT-MESSAGE-TEXT.
002440     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
002450     PERFORM 1900-SIGN-ON-ATTEMPT THRU 1900-EXIT
002460         UNTIL WS-EMPLOYEE-FOUND OR WS-IS-LOCKED.
002470     IF WS-IS-LOCKED
002480         DISPLAY "SIGN-ON LOCKED OUT - TOO MANY FAILED ATTEMPTS"
002490         MOVE 12 TO RETURN-CODE
002500     END-IF.
002510     DISPLAY 'Adiniz : ' OPER-FIRST-NAME.
002520     DISPLAY 'Soyadiniz : ' OPER-LAST-NAME.
002530     DISPLAY User-Name.
002540     IF ADDRESS OF LK-OPERATOR-ID NOT = NULL
002550         MOVE WS-OPERATOR-ID TO LK-OPERATOR-ID
002560     END-IF.
002570     MOVE "OK" TO WS-STATUS-TEXT.
002580     MOVE "STEP END" TO WS-AUDIT-MESSAGE-TEXT.
002590     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
002600     IF WS-AUDIT-IS-OPEN
002610         CLOSE AUDIT-LOG-FILE
002620     END-IF.
002630     GOBACK.
002640
002650 1900-SIGN-ON-ATTEMPT.
002660******************************************************************
002670* Accepts one name, looks it up, and writes the audit entry for
002680* that attempt.  After WS-MAX-ATTEMPTS bad tries in a row the ID
002690* is locked out for the rest of this run instead of being left
002700* open to unlimited retries.
002710******************************************************************
002720     PERFORM 0900-ACCEPT-EMP-ID THRU 0900-EXIT.
002730     PERFORM 1000-ACCEPT-FIRST-NAME THRU 1000-EXIT.
002740     PERFORM 1100-ACCEPT-LAST-NAME THRU 1100-EXIT.
002750     MOVE 'N' TO WS-PIN-FAILED-SWITCH.
002760     PERFORM 2000-LOOKUP-EMPLOYEE THRU 2000-EXIT.
002770     IF WS-EMPLOYEE-FOUND
002780         PERFORM 2500-VERIFY-PIN THRU 2500-EXIT
002790     END-IF.
002800     IF WS-EMPLOYEE-FOUND
002810         DISPLAY "Dogru"
002820         MOVE "OK" TO WS-STATUS-TEXT
002830         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
002840         STRING "SIGN-ON OK: " OPER-FIRST-NAME " " OPER-LAST-NAME
002850             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
002860         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
002870     ELSE
002880         IF NOT WS-IS-LOCKED
002890             ADD 1 TO WS-FAILED-ATTEMPTS
002900             MOVE WS-FAILED-ATTEMPTS TO WS-FAILED-ATTEMPTS-ED
002910             EVALUATE TRUE
002920                 WHEN WS-PIN-FAILED
002930                     DISPLAY "PIN not accepted"
002940                 WHEN WS-EMPLOYEE-INACTIVE
002950                     DISPLAY "Employee is no longer active"
002960                 WHEN OTHER
002970                     DISPLAY "Employee not recognized"
002980             END-EVALUATE
002990             IF WS-FAILED-ATTEMPTS >= WS-MAX-ATTEMPTS
003000                 SET WS-IS-LOCKED TO TRUE
003010                 MOVE "ERROR" TO WS-STATUS-TEXT
003020                 MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003030                 STRING "SIGN-ON LOCKED OUT: "
003040                     FUNCTION TRIM(OPER-FIRST-NAME) " "
003050                     FUNCTION TRIM(OPER-LAST-NAME) " AFTER "
003060                     WS-FAILED-ATTEMPTS-ED " FAILED ATTEMPTS"
003070                     DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
003080                     ON OVERFLOW
003090                         MOVE "SIGN-ON LOCKED OUT (TRUNCATED)"
003100                             TO WS-AUDIT-MESSAGE-TEXT
003110                 END-STRING
003120             ELSE
003130                 EVALUATE TRUE
003140                     WHEN WS-PIN-FAILED
003150                         MOVE "PIN FAILED" TO WS-STATUS-TEXT
003160                         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003170                         STRING "SIGN-ON REFUSED, PIN FAILED: "
003180                             WS-OPER-EMP-ID
003190                             DELIMITED BY SIZE
003200                             INTO WS-AUDIT-MESSAGE-TEXT
003210                     WHEN WS-EMPLOYEE-INACTIVE
003220                         MOVE "INACTIVE" TO WS-STATUS-TEXT
003230                         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003240                         STRING "SIGN-ON REFUSED, INACTIVE: "
003250                             WS-OPER-EMP-ID " "
003260                             OPER-FIRST-NAME " "
003270                             OPER-LAST-NAME DELIMITED BY SIZE
003280                             INTO WS-AUDIT-MESSAGE-TEXT
003290                     WHEN OTHER
003300                         MOVE "NOT FOUND" TO WS-STATUS-TEXT
003310                         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
003320                         STRING "SIGN-ON FAILED: "
003330                             OPER-FIRST-NAME " "
003340                             OPER-LAST-NAME DELIMITED BY SIZE
003350                             INTO WS-AUDIT-MESSAGE-TEXT
003360                 END-EVALUATE
003370             END-IF
003380             PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
003390         END-IF
003400     END-IF.
003410 1900-EXIT.
003420     EXIT.
003430
003440 1000-ACCEPT-FIRST-NAME.
003450******************************************************************
003460* Re-prompts until the operator keys in something other than a
003470* blank ACCEPT or an all-spaces name, instead of letting an empty
003480* sign-on flow silently through to the lookup.
003490******************************************************************
003500     SET WS-NOT-VALID TO TRUE.
003510     PERFORM 1050-PROMPT-FIRST-NAME THRU 1050-EXIT
003520         UNTIL WS-INPUT-IS-VALID.
003530 1000-EXIT.
003540     EXIT.
003550
003560 1050-PROMPT-FIRST-NAME.
003570     DISPLAY 'Adiniz:'.
003580     ACCEPT OPER-FIRST-NAME.
003590     IF OPER-FIRST-NAME NOT = SPACES
003600         SET WS-INPUT-IS-VALID TO TRUE
003610     ELSE
003620         DISPLAY "Name cannot be blank, please re-enter."
003630     END-IF.
003640 1050-EXIT.
003650     EXIT.
003660
003670 1100-ACCEPT-LAST-NAME.
003680     SET WS-NOT-VALID TO TRUE.
003690     PERFORM 1150-PROMPT-LAST-NAME THRU 1150-EXIT
003700         UNTIL WS-INPUT-IS-VALID.
003710 1100-EXIT.
003720     EXIT.
003730
003740 1150-PROMPT-LAST-NAME.
003750     DISPLAY 'Soyadiniz:'.
003760     ACCEPT OPER-LAST-NAME.
003770     IF OPER-LAST-NAME NOT = SPACES
003780         SET WS-INPUT-IS-VALID TO TRUE
003790     ELSE
003800         DISPLAY "Name cannot be blank, please re-enter."
003810     END-IF.
003820 1150-EXIT.
003830     EXIT.
003840
003850 0900-ACCEPT-EMP-ID.
003860******************************************************************
003870* Re-prompts until the operator keys a non-blank employee number.
003880* The number is the record key of the indexed master, so the
003890* lookup below is one keyed READ instead of a full-file scan.
003900******************************************************************
003910     SET WS-NOT-VALID TO TRUE.
003920     PERFORM 0950-PROMPT-EMP-ID THRU 0950-EXIT
003930         UNTIL WS-INPUT-IS-VALID.
003940 0900-EXIT.
003950     EXIT.
003960
003970 0950-PROMPT-EMP-ID.
003980     DISPLAY 'Personel No:'.
003990     ACCEPT WS-OPER-EMP-ID.
004000     IF WS-OPER-EMP-ID NOT = SPACES
004010         SET WS-INPUT-IS-VALID TO TRUE
004020     ELSE
004030         DISPLAY "Employee number cannot be blank, re-enter."
004040     END-IF.
004050 0950-EXIT.
004060     EXIT.
004070
004080 2000-LOOKUP-EMPLOYEE.
004090******************************************************************
004100* One keyed READ against the indexed master on the employee
004110* number the operator keyed, then a name confirmation against
004120* what they typed, instead of the old front-to-back scan of the
004130* whole master on every sign-on attempt.
004140******************************************************************
004150     MOVE 'N' TO WS-INACTIVE-SWITCH.
004160     OPEN INPUT EMP-MASTER-FILE.
004170     IF WS-EMPMAST-STATUS NOT = "00"
004180         DISPLAY "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
004190         MOVE "ERROR" TO WS-STATUS-TEXT
004200         MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT
004210         STRING "EMPMAST OPEN FAILED, STATUS " WS-EMPMAST-STATUS
004220             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT
004230         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
004240         SET WS-IS-LOCKED TO TRUE
004250         GO TO 2000-EXIT
004260     END-IF.
004270     SET WS-EMPMAST-IS-OPEN TO TRUE.
004280     MOVE WS-OPER-EMP-ID TO EMP-ID.
004290     READ EMP-MASTER-FILE
004300         INVALID KEY
004310             CONTINUE
004320         NOT INVALID KEY
004330             IF EMP-LAST-NAME = OPER-LAST-NAME
004340                 AND EMP-FIRST-NAME = OPER-FIRST-NAME
004350                 IF EMP-IS-ACTIVE
004360                     SET WS-EMPLOYEE-FOUND TO TRUE
004370                     MOVE EMP-ID TO WS-OPERATOR-ID
004380                 ELSE
004390                     SET WS-EMPLOYEE-INACTIVE TO TRUE
004400                 END-IF
004410             END-IF
004420     END-READ.
004430     IF WS-EMPMAST-IS-OPEN
004440         CLOSE EMP-MASTER-FILE
004450         MOVE 'N' TO WS-EMPMAST-OPEN-SWITCH
004460     END-IF.
004470 2000-EXIT.
004480     EXIT.
004490
004500 2500-VERIFY-PIN.
004510******************************************************************
004520* The credential behind the name: the operator must key the PIN
004530* on their PINFILE row.  No row, or a wrong PIN, refuses the
004540* sign-on and counts against the same three-strike lockout as a
004550* bad name.  A PIN past the PINPARM expiry, or flagged first
004560* use, forces a change before the sign-on completes.
004570******************************************************************
004580     IF NOT WS-PIN-TABLE-LOADED
004590         PERFORM 2550-LOAD-PIN-TABLE THRU 2550-EXIT
004600     END-IF.
004610     PERFORM 2580-FIND-PIN-SLOT THRU 2580-EXIT.
004620     IF WS-PIN-SLOT = ZERO
004630         DISPLAY "No PIN on file for this operator"
004640         PERFORM 2590-REFUSE-PIN THRU 2590-EXIT
004650         GO TO 2500-EXIT
004660     END-IF.
004670     DISPLAY 'PIN:'.
004680     ACCEPT WS-ENTERED-PIN.
004690     IF WS-ENTERED-PIN NOT = WS-PIN-TBL-PIN (WS-PIN-SLOT)
004700         PERFORM 2590-REFUSE-PIN THRU 2590-EXIT
004710         GO TO 2500-EXIT
004720     END-IF.
004730     CALL "TIMESTMP" USING WS-TODAY.
004740     COMPUTE WS-TODAY-INTEGER =
004750         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
004760     MOVE ZERO TO WS-PIN-AGE-DAYS.
004770     IF WS-PIN-TBL-CHANGED (WS-PIN-SLOT) > ZERO
004780         COMPUTE WS-CHANGE-INTEGER = FUNCTION INTEGER-OF-DATE
004790             (WS-PIN-TBL-CHANGED (WS-PIN-SLOT))
004800         COMPUTE WS-PIN-AGE-DAYS =
004810             WS-TODAY-INTEGER - WS-CHANGE-INTEGER
004820     END-IF.
004830     IF WS-PIN-TBL-FIRST (WS-PIN-SLOT) = 'Y'
004840         OR WS-PIN-AGE-DAYS > WS-EXPIRY-DAYS
004850         PERFORM 2600-CHANGE-PIN THRU 2600-EXIT
004860     END-IF.
004870 2500-EXIT.
004880     EXIT.
004890
004900 2550-LOAD-PIN-TABLE.
004910     SET WS-PIN-TABLE-LOADED TO TRUE.
004920     PERFORM 2555-READ-EXPIRY-PARM THRU 2555-EXIT.
004930     OPEN INPUT PIN-FILE.
004940     IF WS-PIN-STATUS NOT = "00"
004950         DISPLAY "PINFILE MISSING - NO SIGN-ON WILL VERIFY"
004960         GO TO 2550-EXIT
004970     END-IF.
004980     PERFORM 2560-LOAD-ONE-PIN THRU 2560-EXIT
004990         UNTIL WS-PIN-EOF OR WS-PIN-OVERFLOWED.
005000     CLOSE PIN-FILE.
005010 2550-EXIT.
005020     EXIT.
005030
005040 2555-READ-EXPIRY-PARM.
005050******************************************************************
005060* The PIN expiry horizon is a parameter (days since the last
005070* change).  Missing or non-numeric falls back to the 90-day
005080* shop default.
005090******************************************************************
005100     OPEN INPUT PIN-PARAM-FILE.
005110     IF WS-PINPARM-STATUS = "00"
005120         READ PIN-PARAM-FILE
005130             AT END
005140                 CONTINUE
005150             NOT AT END
005160                 IF PP-EXPIRY-DAYS NUMERIC
005170                     AND PP-EXPIRY-DAYS > ZERO
005180                     MOVE PP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
005190                 END-IF
005200         END-READ
005210         CLOSE PIN-PARAM-FILE
005220     END-IF.
005230 2555-EXIT.
005240     EXIT.
005250
005260 2560-LOAD-ONE-PIN.
005270     READ PIN-FILE
005280         AT END
005290             SET WS-PIN-EOF TO TRUE
005300     END-READ.
005310     IF WS-PIN-EOF
005320         GO TO 2560-EXIT
005330     END-IF.
005340     IF WS-PIN-USED >= WS-PIN-TABLE-MAX
005350         SET WS-PIN-OVERFLOWED TO TRUE
005360         GO TO 2560-EXIT
005370     END-IF.
005380     ADD 1 TO WS-PIN-USED.
005390     MOVE PN-EMP-ID TO WS-PIN-TBL-EMP-ID (WS-PIN-USED).
005400     MOVE PN-PIN TO WS-PIN-TBL-PIN (WS-PIN-USED).
005410     MOVE PN-LAST-CHANGE-CCYYMMDD
005420         TO WS-PIN-TBL-CHANGED (WS-PIN-USED).
005430     MOVE PN-FIRST-USE-FLAG
005440         TO WS-PIN-TBL-FIRST (WS-PIN-USED).
005450 2560-EXIT.
005460     EXIT.
005470
005480 2580-FIND-PIN-SLOT.
005490     MOVE ZERO TO WS-PIN-SLOT.
005500     PERFORM 2585-MATCH-ONE-PIN THRU 2585-EXIT
005510         VARYING WS-PIN-IX FROM 1 BY 1
005520         UNTIL WS-PIN-IX > WS-PIN-USED
005530             OR WS-PIN-SLOT > ZERO.
005540 2580-EXIT.
005550     EXIT.
005560
005570 2585-MATCH-ONE-PIN.
005580     IF WS-PIN-TBL-EMP-ID (WS-PIN-IX) = WS-OPER-EMP-ID
005590         MOVE WS-PIN-IX TO WS-PIN-SLOT
005600     END-IF.
005610 2585-EXIT.
005620     EXIT.
005630
005640 2590-REFUSE-PIN.
005650******************************************************************
005660* A failed PIN takes the matched name back off the table: the
005670* attempt fails, counts toward the lockout, and audits under its
005680* own PIN FAILED status so audit can tell a stolen name from a
005690* mistyped credential.
005700******************************************************************
005710     MOVE 'N' TO WS-FOUND-SWITCH.
005720     MOVE SPACES TO WS-OPERATOR-ID.
005730     SET WS-PIN-FAILED TO TRUE.
005740 2590-EXIT.
005750     EXIT.
005760
005770 2600-CHANGE-PIN.
005780******************************************************************
005790* Forced change on first use or expiry: the new PIN must be keyed
005800* twice, match, and be four digits.  The PINFILE row is rewritten
005810* with today as the change date and the first-use flag cleared,
005820* and the change itself is audited.
005830******************************************************************
005840     DISPLAY 'PIN change required.'.
005850     DISPLAY 'New PIN (4 digits):'.
005860     ACCEPT WS-NEW-PIN.
005870     DISPLAY 'New PIN again:'.
005880     ACCEPT WS-NEW-PIN-AGAIN.
005890     IF WS-NEW-PIN NOT = WS-NEW-PIN-AGAIN
005900         OR WS-NEW-PIN NOT NUMERIC
005910         DISPLAY 'PINs do not match or are not 4 digits'
005920         PERFORM 2590-REFUSE-PIN THRU 2590-EXIT
005930         GO TO 2600-EXIT
005940     END-IF.
005950     MOVE WS-NEW-PIN TO WS-PIN-TBL-PIN (WS-PIN-SLOT).
005960     MOVE WS-TODAY-DATE TO WS-PIN-TBL-CHANGED (WS-PIN-SLOT).
005970     MOVE 'N' TO WS-PIN-TBL-FIRST (WS-PIN-SLOT).
005980     PERFORM 2700-REWRITE-PIN-FILE THRU 2700-EXIT.
005990     MOVE "OK" TO WS-STATUS-TEXT.
006000     MOVE SPACES TO WS-AUDIT-MESSAGE-TEXT.
006010     STRING "PIN CHANGED FOR " WS-OPER-EMP-ID
006020         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE-TEXT.
006030     PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT.
006040 2600-EXIT.
006050     EXIT.
006060
006070 2700-REWRITE-PIN-FILE.
006080******************************************************************
006090* A PIN file bigger than the table is never rewritten: that
006100* would silently delete every credential past the table max
006110* and lock those operators out for good.
006120******************************************************************
006130     IF WS-SIMULATION
006140         GO TO 2700-EXIT
006150     END-IF.
006160     IF WS-PIN-OVERFLOWED
006170         DISPLAY "PINFILE EXCEEDS TABLE - REWRITE SKIPPED"
006180         MOVE "ERROR" TO WS-STATUS-TEXT
006190         MOVE "PINFILE EXCEEDS TABLE - NOT REWRITTEN"
006200             TO WS-AUDIT-MESSAGE-TEXT
006210         PERFORM 9000-WRITE-AUDIT-ENTRY THRU 9000-EXIT
006220         GO TO 2700-EXIT
006230     END-IF.
006240     OPEN OUTPUT PIN-FILE.
006250     IF WS-PIN-STATUS NOT = "00"
006260         DISPLAY "PINFILE REWRITE FAILED, STATUS " WS-PIN-STATUS
006270         GO TO 2700-EXIT
006280     END-IF.
006290     PERFORM 2710-WRITE-ONE-PIN THRU 2710-EXIT
006300         VARYING WS-PIN-IX FROM 1 BY 1
006310         UNTIL WS-PIN-IX > WS-PIN-USED.
006320     CLOSE PIN-FILE.
006330 2700-EXIT.
006340     EXIT.
006350
006360 2710-WRITE-ONE-PIN.
006370     MOVE SPACES TO PIN-RECORD.
006380     MOVE WS-PIN-TBL-EMP-ID (WS-PIN-IX) TO PN-EMP-ID.
006390     MOVE WS-PIN-TBL-PIN (WS-PIN-IX) TO PN-PIN.
006400     MOVE WS-PIN-TBL-CHANGED (WS-PIN-IX)
006410         TO PN-LAST-CHANGE-CCYYMMDD.
006420     MOVE WS-PIN-TBL-FIRST (WS-PIN-IX) TO PN-FIRST-USE-FLAG.
006430     WRITE PIN-RECORD.
006440 2710-EXIT.
006450     EXIT.
006460
006470 9000-WRITE-AUDIT-ENTRY.
006480******************************************************************
006490* Stamps and writes one audit record.  The caller sets
006500* WS-STATUS-TEXT and AUDIT-MESSAGE-TEXT before PERFORMing this
006510* paragraph.
006520******************************************************************
006530     CALL "TIMESTMP" USING WS-AUDIT-TIMESTAMP.
006540     MOVE SPACES TO AUDIT-LOG-RECORD.
006550     MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
006560     MOVE "HELLO   " TO AUDIT-PROGRAM-ID.
006570     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
006580     IF WS-SIMULATION
006590         MOVE "SIMULATE" TO AUDIT-USER-ID
006600     END-IF.
006610     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER.
006620     MOVE WS-AUDIT-MESSAGE-TEXT TO AUDIT-MESSAGE-TEXT.
006630     IF WS-STATUS-TEXT = "OK"
006640         SET AUDIT-IS-INFO TO TRUE
006650     ELSE
006660         IF WS-STATUS-TEXT = "ERROR"
006670             SET AUDIT-IS-ERROR TO TRUE
006680         ELSE
006690             SET AUDIT-IS-WARNING TO TRUE
006700         END-IF
006710     END-IF.
006720     IF WS-AUDIT-IS-OPEN
006730         WRITE AUDIT-LOG-RECORD
006740     END-IF.
006750 9000-EXIT.
006760     EXIT.
006770
006780** add other procedures here
006790 END PROGRAM HELLO.
