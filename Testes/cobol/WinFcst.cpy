000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WINFCST.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL FORWARD BATCH-WINDOW FORECAST FOR
001300*                  THE SHIFT SUPERVISORS' STAFFING AND CHANGE-
001400*                  FREEZE PLANNING.  FOR EACH FUTURE CYCLE DATE
001500*                  EVERY PLANSCHD RECORD IS EVALUATED THROUGH
001600*                  SchedRule, THE DAY TYPE AND HOLIDAY NAME COME
001700*                  FROM BusCalendar, AND THE AVERAGE ELAPSED
001800*                  TIMES OF THE JOBS DUE (FROM THE RUN-HISTORY
001900*                  KSDS, AS CYCMON PROJECTS THEM) ARE ADDED UP
002000*                  FROM THE WINDOW START TO GIVE A PROJECTED
002100*                  FINISH AGAINST THE DEADLINE.  A DATE IS
002200*                  FLAGGED WHEN ITS PROJECTION PASSES THE
002300*                  DEADLINE OR WHEN IT IS THE FIRST BUSINESS DAY
002400*                  AFTER A HOLIDAY; A DRILL-DOWN SECTION LISTS
002500*                  THE JOBS DUE ON EACH FLAGGED DATE.
002600*                  EXEC PARM 'YYYYMMDDNNNSSSSDDDD' - FIRST CYCLE
002700*                  DATE (DEFAULT THE DAY AFTER THE RUN DATE),
002800*                  NUMBER OF CYCLE DATES (DEFAULT 014, AT MOST
002900*                  092), WINDOW START HHMM (DEFAULT 2200) AND
003000*                  DEADLINE HHMM (DEFAULT 0600).
003100*                  RETURN-CODE 0 = NO DATE FLAGGED, 4 = ONE OR
003200*                  MORE DATES FLAGGED, 12 = BAD PARM OR A FILE
003300*                  COULD NOT BE OPENED OR READ.
003310* 2026-10-15 RC    THE RUN DATE IS NOW THE OPEN CYCLE FROM
003320*                  CycleControl, NOT THE SYSTEM DATE.  WITH NO
003330*                  CYCLE OPEN THE SYSTEM DATE IS USED, WARNED, AND
003340*                  RETURN-CODE 4 IS GIVEN WHEN NO DATE IS FLAGGED.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PLAN-SCHEDULE-FILE ASSIGN TO PLANSCHD
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WF-WS-PS-STATUS.
004100     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS HW-RH-KEY
004500         FILE STATUS IS WF-WS-RH-STATUS.
004600     SELECT PRINT-FILE ASSIGN TO SYSOUT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WF-WS-PF-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PLAN-SCHEDULE-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 COPY PlanSchd.
005500 FD  RUN-HISTORY-FILE.
005600 COPY RunHist.
005700 FD  PRINT-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE OMITTED.
006000 COPY PrintRec.
006100 WORKING-STORAGE SECTION.
006200 01  WF-WS-FILE-STATUSES.
006300     05  WF-WS-PS-STATUS         PIC X(02) VALUE '00'.
006400     05  WF-WS-RH-STATUS         PIC X(02) VALUE '00'.
006500     05  WF-WS-PF-STATUS         PIC X(02) VALUE '00'.
006600 01  WF-WS-SWITCHES.
006700     05  WF-WS-EOF-SW            PIC X(01) VALUE 'N'.
006800         88  WF-EOF-YES                     VALUE 'Y'.
006900         88  WF-EOF-NO                      VALUE 'N'.
007000     05  WF-WS-ERROR-SW          PIC X(01) VALUE 'N'.
007100         88  WF-ERROR-YES                   VALUE 'Y'.
007200         88  WF-ERROR-NO                    VALUE 'N'.
007300     05  WF-WS-FOUND-SW          PIC X(01) VALUE 'N'.
007400         88  WF-FOUND-YES                   VALUE 'Y'.
007500         88  WF-FOUND-NO                    VALUE 'N'.
007600     05  WF-WS-HOL-SEEN-SW       PIC X(01) VALUE 'N'.
007700         88  WF-HOL-SEEN-YES                VALUE 'Y'.
007800         88  WF-HOL-SEEN-NO                 VALUE 'N'.
007900     05  WF-WS-SCAN-DONE-SW      PIC X(01) VALUE 'N'.
008000         88  WF-SCAN-DONE-YES               VALUE 'Y'.
008100         88  WF-SCAN-DONE-NO                VALUE 'N'.
008200     05  WF-WS-LEAP-SW           PIC X(01) VALUE 'N'.
008300         88  WF-LEAP-YES                    VALUE 'Y'.
008400         88  WF-LEAP-NO                     VALUE 'N'.
008410     05  WF-WS-CYCLE-WARN-SW     PIC X(01) VALUE 'N'.
008420         88  WF-CYCLE-WARN-YES              VALUE 'Y'.
008430         88  WF-CYCLE-WARN-NO               VALUE 'N'.
008500 01  WF-WS-RUN-DATE              PIC X(08) VALUE SPACES.
008600 01  WF-WS-START-DATE            PIC X(08) VALUE SPACES.
008700 01  WF-WS-EVAL-DATE             PIC X(08) VALUE SPACES.
008800 01  WF-WS-LAST-HOLIDAY          PIC X(30) VALUE SPACES.
008900 01  WF-WS-DAYS                  PIC 9(03) VALUE 014.
009000 01  WF-WS-DAYS-X REDEFINES WF-WS-DAYS
009100                                 PIC X(03).
009200 01  WF-WS-WIN-START-HHMM        PIC 9(04) VALUE 2200.
009300 01  WF-WS-WIN-START-X REDEFINES WF-WS-WIN-START-HHMM
009400                                 PIC X(04).
009500 01  WF-WS-WIN-START-R REDEFINES WF-WS-WIN-START-HHMM.
009600     05  WF-WS-WIN-START-HH      PIC 99.
009700     05  WF-WS-WIN-START-MM      PIC 99.
009800 01  WF-WS-DEADLINE-HHMM         PIC 9(04) VALUE 0600.
009900 01  WF-WS-DEADLINE-X REDEFINES WF-WS-DEADLINE-HHMM
010000                                 PIC X(04).
010100 01  WF-WS-DEADLINE-R REDEFINES WF-WS-DEADLINE-HHMM.
010200     05  WF-WS-DEADLINE-HH       PIC 99.
010300     05  WF-WS-DEADLINE-MM       PIC 99.
010400 01  WF-WS-WORK-DATE.
010500     05  WF-WS-WORK-YYYY         PIC 9(04) VALUE ZEROS.
010600     05  WF-WS-WORK-MM           PIC 9(02) VALUE ZEROS.
010700     05  WF-WS-WORK-DD           PIC 9(02) VALUE ZEROS.
010800 01  WF-WS-MONTH-DAYS-VALUES     PIC X(24)
010900                                 VALUE '312831303130313130313031'.
011000 01  WF-WS-MONTH-DAYS-TABLE REDEFINES WF-WS-MONTH-DAYS-VALUES.
011100     05  WF-WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
011200 01  WF-WS-LEAP-FIELDS.
011300     05  WF-WS-MONTH-LEN         PIC 9(02) VALUE ZEROS.
011400     05  WF-WS-LEAP-QUOT         PIC S9(09) COMP VALUE ZERO.
011500     05  WF-WS-LEAP-REM-4        PIC S9(09) COMP VALUE ZERO.
011600     05  WF-WS-LEAP-REM-100      PIC S9(09) COMP VALUE ZERO.
011700     05  WF-WS-LEAP-REM-400      PIC S9(09) COMP VALUE ZERO.
011800 01  WF-WS-DOW-NAME-VALUES       PIC X(21)
011900                                 VALUE 'MONTUEWEDTHUFRISATSUN'.
012000 01  WF-WS-DOW-NAME-TABLE REDEFINES WF-WS-DOW-NAME-VALUES.
012100     05  WF-WS-DOW-NAME          PIC X(03) OCCURS 7 TIMES.
012200 01  WF-WS-CLOCK-FIELDS.
012300     05  WF-WS-WIN-START-SECS    PIC S9(09) COMP VALUE ZERO.
012400     05  WF-WS-DEADLINE-SECS     PIC S9(09) COMP VALUE ZERO.
012500     05  WF-WS-DUE-SECS          PIC S9(09) COMP VALUE ZERO.
012600     05  WF-WS-PROJECTED-SECS    PIC S9(09) COMP VALUE ZERO.
012700     05  WF-WS-PROJ-DAYS         PIC S9(09) COMP VALUE ZERO.
012800     05  WF-WS-PROJ-REMAINDER    PIC S9(09) COMP VALUE ZERO.
012900     05  WF-WS-PROJ-HH           PIC 9(02) VALUE ZEROS.
013000     05  WF-WS-PROJ-MM           PIC 9(02) VALUE ZEROS.
013100     05  WF-WS-PROJ-SS           PIC 9(02) VALUE ZEROS.
013200     05  WF-WS-DUR-HHH           PIC 9(03) VALUE ZEROS.
013300     05  WF-WS-DUR-MM            PIC 9(02) VALUE ZEROS.
013400 01  WF-WS-WIN-START-DISP        PIC X(05) VALUE SPACES.
013500 01  WF-WS-DEADLINE-DISP         PIC X(05) VALUE SPACES.
013600 01  WF-WS-TYPE-DISP             PIC X(08) VALUE SPACES.
013700 01  WF-WS-FLAG-DISP             PIC X(26) VALUE SPACES.
013800 77  WF-WS-TABLE-MAX             PIC S9(04) COMP VALUE 500.
013900 77  WF-WS-PLAN-COUNT            PIC S9(04) COMP VALUE ZERO.
014000 77  WF-WS-PLAN-SUB              PIC S9(04) COMP VALUE ZERO.
014100 77  WF-WS-PLAN-HIT              PIC S9(04) COMP VALUE ZERO.
014200 77  WF-WS-DAY-MAX               PIC S9(04) COMP VALUE 92.
014300 77  WF-WS-DAY-COUNT             PIC S9(04) COMP VALUE ZERO.
014400 77  WF-WS-DAY-SUB               PIC S9(04) COMP VALUE ZERO.
014500 77  WF-WS-BACK-COUNT            PIC S9(04) COMP VALUE ZERO.
014600 77  WF-WS-DUE-COUNT             PIC S9(04) COMP VALUE ZERO.
014700 77  WF-WS-NOHIST-COUNT          PIC S9(04) COMP VALUE ZERO.
014800 77  WF-WS-FLAG-COUNT            PIC S9(04) COMP VALUE ZERO.
014900 77  WF-WS-OVER-COUNT            PIC S9(04) COMP VALUE ZERO.
015000 77  WF-WS-POSTHOL-COUNT         PIC S9(04) COMP VALUE ZERO.
015100 77  WF-WS-HOLIDAY-COUNT         PIC S9(04) COMP VALUE ZERO.
015200 01  WF-WS-PLAN-TABLE.
015300     05  WF-WS-PLAN-ENTRY OCCURS 500 TIMES.
015400         10  WF-PT-JOB-ID        PIC X(08).
015500         10  WF-PT-DESC          PIC X(30).
015600         10  WF-PT-SCHED-TYPE    PIC X(01).
015700         10  WF-PT-DOW-MASK      PIC X(07).
015800         10  WF-PT-SCHED-DAY     PIC X(02).
015900         10  WF-PT-SCHED-MMDD    PIC X(04).
016000         10  WF-PT-BAD-RULE-SW   PIC X(01).
016100         10  WF-PT-RUN-COUNT     PIC S9(05) COMP.
016200         10  WF-PT-TOTAL-SECS    PIC S9(09) COMP.
016300         10  WF-PT-AVG-SECS      PIC S9(06) COMP.
016400 01  WF-WS-DAY-TABLE.
016500     05  WF-WS-DAY-ENTRY OCCURS 92 TIMES.
016600         10  WF-DT-DATE          PIC X(08).
016700         10  WF-DT-DOW           PIC 9(01).
016800         10  WF-DT-DAY-TYPE      PIC X(01).
016900         10  WF-DT-HOLIDAY-NAME  PIC X(30).
017000         10  WF-DT-AFTER-NAME    PIC X(30).
017100         10  WF-DT-JOB-COUNT     PIC S9(04) COMP.
017200         10  WF-DT-NOHIST-COUNT  PIC S9(04) COMP.
017300         10  WF-DT-DUR-DISP      PIC X(06).
017400         10  WF-DT-FINISH-DISP   PIC X(08).
017500         10  WF-DT-OVER-SW       PIC X(01).
017600         10  WF-DT-POSTHOL-SW    PIC X(01).
017700 01  WF-WS-COUNT-DISP            PIC ZZ9.
017800 01  WF-WS-NOHIST-DISP           PIC ZZ9.
017900 01  WF-WS-SECS-DISP             PIC ZZZ,ZZ9.
018000 01  WF-WS-RUN-JOB-ID            PIC X(08) VALUE 'WINFCST'.
018100 01  WF-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
018200 01  WF-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
018300 COPY DateLink.
018400 COPY CalLink.
018500 COPY RuleLink.
018600 COPY IncdLnk.
018700 COPY StepLnk.
018800 COPY AlrtLink.
018850 COPY CycLink.
018900 01  WF-WS-ALERT-TEXT            PIC X(60) VALUE SPACES.
019000 LINKAGE SECTION.
019100 01  WF-LINK-PARM.
019200     05  WF-LINK-PARM-LEN        PIC S9(04) COMP.
019300     05  WF-LINK-PARM-TEXT       PIC X(19).
019400     05  WF-LINK-PARM-FIELDS REDEFINES WF-LINK-PARM-TEXT.
019500         10  WF-LINK-START-DATE  PIC X(08).
019600         10  WF-LINK-DAYS        PIC X(03).
019700         10  WF-LINK-WIN-START   PIC X(04).
019800         10  WF-LINK-DEADLINE    PIC X(04).
019900 PROCEDURE DIVISION USING WF-LINK-PARM.
020000 0000-MAINLINE.
020100     PERFORM 9600-RECORD-STEP-START
020200         THRU 9600-RECORD-STEP-START-EXIT.
020300     PERFORM 1000-INITIALIZE
020400         THRU 1000-INITIALIZE-EXIT.
020500     IF WF-ERROR-YES
020600         MOVE 12 TO RETURN-CODE
020700         MOVE 'PARM OR PRINT FILE FAILURE' TO WF-WS-DIAG-MSG
020800         MOVE 'E' TO HW-AL-REQ-SEVERITY
020900         MOVE 'WINFCST0130E' TO HW-AL-REQ-MSG-CODE
021000         MOVE WF-WS-DIAG-MSG TO WF-WS-ALERT-TEXT
021100         PERFORM 9400-SEND-ALERT
021200             THRU 9400-SEND-ALERT-EXIT
021300         PERFORM 9500-LOG-INCIDENT
021400             THRU 9500-LOG-INCIDENT-EXIT
021500         GO TO 0000-MAINLINE-EXIT
021600     END-IF.
021700     PERFORM 2000-LOAD-PLAN-TABLE
021800         THRU 2000-LOAD-PLAN-TABLE-EXIT.
021900     PERFORM 3000-LOAD-HISTORY-AVERAGES
022000         THRU 3000-LOAD-HISTORY-AVERAGES-EXIT.
022100     PERFORM 4000-FIND-PRIOR-HOLIDAY
022200         THRU 4000-FIND-PRIOR-HOLIDAY-EXIT.
022300     PERFORM 5000-BUILD-FORECAST
022400         THRU 5000-BUILD-FORECAST-EXIT.
022500     PERFORM 6000-PRINT-REPORT
022600         THRU 6000-PRINT-REPORT-EXIT.
022700     IF WF-WS-FLAG-COUNT > ZERO
022800         MOVE WF-WS-FLAG-COUNT TO WF-WS-COUNT-DISP
022900         DISPLAY 'WINFCST0120W - ' WF-WS-COUNT-DISP
023000             ' CYCLE DATE(S) FLAGGED FROM ' WF-WS-START-DATE
023100     END-IF.
023200     EVALUATE TRUE
023300         WHEN WF-ERROR-YES
023400             MOVE 12 TO RETURN-CODE
023500             MOVE 'FILE OPEN OR READ FAILURE' TO WF-WS-DIAG-MSG
023600         WHEN WF-WS-FLAG-COUNT > ZERO
023700             MOVE 4 TO RETURN-CODE
023710         WHEN WF-CYCLE-WARN-YES
023720             MOVE 4 TO RETURN-CODE
023730             MOVE 'CYCLE-CONTROL WARNING - SEE JOB LOG'
023740                 TO WF-WS-DIAG-MSG
023800         WHEN OTHER
023900             MOVE 0 TO RETURN-CODE
024000     END-EVALUATE.
024100     IF RETURN-CODE = 12
024200         MOVE 'E' TO HW-AL-REQ-SEVERITY
024300         MOVE 'WINFCST0130E' TO HW-AL-REQ-MSG-CODE
024400         MOVE WF-WS-DIAG-MSG TO WF-WS-ALERT-TEXT
024500         PERFORM 9400-SEND-ALERT
024600             THRU 9400-SEND-ALERT-EXIT
024700     END-IF.
024800     PERFORM 9500-LOG-INCIDENT
024900         THRU 9500-LOG-INCIDENT-EXIT.
025000 0000-MAINLINE-EXIT.
025100     PERFORM 9700-RECORD-STEP-END
025200         THRU 9700-RECORD-STEP-END-EXIT.
025300     GOBACK.
025400*    PARM DEFAULTS AND CHECKS.  THE FIRST CYCLE DATE DEFAULTS TO
025500*    THE DAY AFTER THE RUN DATE (THE OPEN CYCLE).  A DEADLINE
025550*    NOT LATER IN THE DAY THAN THE WINDOW START IS TAKEN AS THE
025600*    NEXT MORNING.
025700 1000-INITIALIZE.
025800     SET WF-CYCLE-WARN-NO TO TRUE.
025810     PERFORM 1100-GET-CYCLE-DATE
025820         THRU 1100-GET-CYCLE-DATE-EXIT.
025900     IF WF-LINK-PARM-LEN >= 8 AND
026000        WF-LINK-START-DATE NOT = SPACES
026100         MOVE WF-LINK-START-DATE TO WF-WS-START-DATE
026200     ELSE
026300         MOVE WF-WS-RUN-DATE TO WF-WS-WORK-DATE
026400         PERFORM 8000-ADD-ONE-DAY
026500             THRU 8000-ADD-ONE-DAY-EXIT
026600         MOVE WF-WS-WORK-DATE TO WF-WS-START-DATE
026700     END-IF.
026800     MOVE WF-WS-START-DATE TO HW-DS-DATE.
026900     CALL 'DateSerial' USING HW-DS-LINK-PARM.
027000     IF HW-DS-DATE-BAD
027100         DISPLAY 'WINFCST0010E - FIRST CYCLE DATE NOT USABLE: '
027200             WF-WS-START-DATE
027300         SET WF-ERROR-YES TO TRUE
027400         GO TO 1000-INITIALIZE-EXIT
027500     END-IF.
027600     IF WF-LINK-PARM-LEN >= 11 AND
027700        WF-LINK-DAYS NOT = SPACES
027800         IF WF-LINK-DAYS NOT NUMERIC OR
027900            WF-LINK-DAYS = '000'
028000             DISPLAY 'WINFCST0020E - NUMBER OF CYCLE DATES NOT '
028100                 'USABLE: ' WF-LINK-DAYS
028200             SET WF-ERROR-YES TO TRUE
028300             GO TO 1000-INITIALIZE-EXIT
028400         END-IF
028500         MOVE WF-LINK-DAYS TO WF-WS-DAYS-X
028600     END-IF.
028700     IF WF-WS-DAYS > WF-WS-DAY-MAX
028800         DISPLAY 'WINFCST0030W - NUMBER OF CYCLE DATES '
028900             WF-WS-DAYS-X ' CUT TO THE TABLE MAXIMUM'
029000         MOVE WF-WS-DAY-MAX TO WF-WS-DAYS
029100     END-IF.
029200     IF WF-LINK-PARM-LEN >= 15 AND
029300        WF-LINK-WIN-START NUMERIC
029400         MOVE WF-LINK-WIN-START TO WF-WS-WIN-START-X
029500     END-IF.
029600     IF WF-LINK-PARM-LEN >= 19 AND
029700        WF-LINK-DEADLINE NUMERIC
029800         MOVE WF-LINK-DEADLINE TO WF-WS-DEADLINE-X
029900     END-IF.
030000     IF WF-WS-WIN-START-HH > 23 OR WF-WS-WIN-START-MM > 59 OR
030100        WF-WS-DEADLINE-HH > 23 OR WF-WS-DEADLINE-MM > 59
030200         DISPLAY 'WINFCST0040E - WINDOW TIMES NOT USABLE: '
030300             WF-WS-WIN-START-X ' ' WF-WS-DEADLINE-X
030400         SET WF-ERROR-YES TO TRUE
030500         GO TO 1000-INITIALIZE-EXIT
030600     END-IF.
030700     COMPUTE WF-WS-WIN-START-SECS =
030800         (WF-WS-WIN-START-HH * 3600) + (WF-WS-WIN-START-MM * 60).
030900     COMPUTE WF-WS-DEADLINE-SECS =
031000         (WF-WS-DEADLINE-HH * 3600) + (WF-WS-DEADLINE-MM * 60).
031100     IF WF-WS-DEADLINE-SECS <= WF-WS-WIN-START-SECS
031200         ADD 86400 TO WF-WS-DEADLINE-SECS
031300     END-IF.
031400     STRING WF-WS-WIN-START-X (1:2) ':' WF-WS-WIN-START-X (3:2)
031500         DELIMITED BY SIZE INTO WF-WS-WIN-START-DISP.
031600     STRING WF-WS-DEADLINE-X (1:2) ':' WF-WS-DEADLINE-X (3:2)
031700         DELIMITED BY SIZE INTO WF-WS-DEADLINE-DISP.
031800     OPEN OUTPUT PRINT-FILE.
031900     IF WF-WS-PF-STATUS NOT = '00'
032000         DISPLAY 'WINFCST0050E - PRINT-FILE OPEN FAILED'
032100             ', STATUS=' WF-WS-PF-STATUS
032200         SET WF-ERROR-YES TO TRUE
032300     END-IF.
032400 1000-INITIALIZE-EXIT.
032500     EXIT.
032505*    THE RUN DATE IS THE OPEN CYCLE, SO A FORECAST RUN AFTER
032510*    MIDNIGHT STILL STARTS THE DAY AFTER THE NIGHT IT RAN IN.
032515 1100-GET-CYCLE-DATE.
032520     MOVE 'G'              TO HW-CY-REQ-FUNCTION.
032525     MOVE WF-WS-RUN-JOB-ID TO HW-CY-REQ-JOB-ID.
032530     MOVE SPACES           TO HW-CY-REQ-DATE.
032535     CALL 'CycleControl' USING HW-CY-LINK-PARM.
032540     MOVE HW-CY-CYCLE-DATE TO WF-WS-RUN-DATE.
032545     IF NOT HW-CY-OK
032550         DISPLAY 'WINFCST0140W - NO CYCLE OPEN ON THE CYCLE-'
032555             'CONTROL FILE, RUN DATE IS THE SYSTEM DATE '
032560             WF-WS-RUN-DATE
032565         SET WF-CYCLE-WARN-YES TO TRUE
032570     END-IF.
032575 1100-GET-CYCLE-DATE-EXIT.
032580     EXIT.
032600 2000-LOAD-PLAN-TABLE.
032700     OPEN INPUT PLAN-SCHEDULE-FILE.
032800     IF WF-WS-PS-STATUS NOT = '00'
032900         DISPLAY 'WINFCST0060E - PLAN-SCHEDULE-FILE OPEN '
033000             'FAILED, STATUS=' WF-WS-PS-STATUS
033100         SET WF-ERROR-YES TO TRUE
033200         GO TO 2000-LOAD-PLAN-TABLE-EXIT
033300     END-IF.
033400     SET WF-EOF-NO TO TRUE.
033500     PERFORM 2100-READ-PLAN-RECORD
033600         THRU 2100-READ-PLAN-RECORD-EXIT
033700         UNTIL WF-EOF-YES.
033800     CLOSE PLAN-SCHEDULE-FILE.
033900 2000-LOAD-PLAN-TABLE-EXIT.
034000     EXIT.
034100 2100-READ-PLAN-RECORD.
034200     READ PLAN-SCHEDULE-FILE
034300         AT END
034400             SET WF-EOF-YES TO TRUE
034500             GO TO 2100-READ-PLAN-RECORD-EXIT
034600     END-READ.
034700     IF WF-WS-PS-STATUS NOT = '00'
034800         DISPLAY 'WINFCST0070E - PLAN-SCHEDULE-FILE READ '
034900             'FAILED, STATUS=' WF-WS-PS-STATUS
035000         SET WF-EOF-YES TO TRUE
035100         SET WF-ERROR-YES TO TRUE
035200         GO TO 2100-READ-PLAN-RECORD-EXIT
035300     END-IF.
035400     IF WF-WS-PLAN-COUNT >= WF-WS-TABLE-MAX
035500         DISPLAY 'WINFCST0080W - PLAN TABLE FULL, PLAN '
035600             'RECORD SKIPPED FOR JOB ' HW-PS-JOB-ID
035700         GO TO 2100-READ-PLAN-RECORD-EXIT
035800     END-IF.
035900     ADD 1 TO WF-WS-PLAN-COUNT.
036000     MOVE HW-PS-JOB-ID TO WF-PT-JOB-ID (WF-WS-PLAN-COUNT).
036100     MOVE HW-PS-DESCRIPTION TO WF-PT-DESC (WF-WS-PLAN-COUNT).
036200     MOVE HW-PS-SCHED-TYPE
036300         TO WF-PT-SCHED-TYPE (WF-WS-PLAN-COUNT).
036400     MOVE HW-PS-DOW-MASK TO WF-PT-DOW-MASK (WF-WS-PLAN-COUNT).
036500     MOVE HW-PS-SCHED-DAY TO WF-PT-SCHED-DAY (WF-WS-PLAN-COUNT).
036600     MOVE HW-PS-SCHED-MMDD
036700         TO WF-PT-SCHED-MMDD (WF-WS-PLAN-COUNT).
036800     MOVE 'N' TO WF-PT-BAD-RULE-SW (WF-WS-PLAN-COUNT).
036900     MOVE ZERO TO WF-PT-RUN-COUNT (WF-WS-PLAN-COUNT).
037000     MOVE ZERO TO WF-PT-TOTAL-SECS (WF-WS-PLAN-COUNT).
037100     MOVE ZERO TO WF-PT-AVG-SECS (WF-WS-PLAN-COUNT).
037200 2100-READ-PLAN-RECORD-EXIT.
037300     EXIT.
037400 3000-LOAD-HISTORY-AVERAGES.
037500     OPEN INPUT RUN-HISTORY-FILE.
037600     IF WF-WS-RH-STATUS NOT = '00'
037700         IF WF-WS-RH-STATUS NOT = '35'
037800             DISPLAY 'WINFCST0090W - RUN-HISTORY-FILE OPEN '
037900                 'FAILED, STATUS=' WF-WS-RH-STATUS
038000                 ' - FORECAST USES NO HISTORY'
038100         END-IF
038200         GO TO 3000-LOAD-HISTORY-AVERAGES-EXIT
038300     END-IF.
038400     SET WF-EOF-NO TO TRUE.
038500     PERFORM 3100-TALLY-HISTORY-RECORD
038600         THRU 3100-TALLY-HISTORY-RECORD-EXIT
038700         UNTIL WF-EOF-YES.
038800     CLOSE RUN-HISTORY-FILE.
038900     PERFORM 3500-COMPUTE-PLAN-AVERAGE
039000         THRU 3500-COMPUTE-PLAN-AVERAGE-EXIT
039100         VARYING WF-WS-PLAN-SUB FROM 1 BY 1
039200         UNTIL WF-WS-PLAN-SUB > WF-WS-PLAN-COUNT.
039300 3000-LOAD-HISTORY-AVERAGES-EXIT.
039400     EXIT.
039500 3100-TALLY-HISTORY-RECORD.
039600     READ RUN-HISTORY-FILE NEXT RECORD
039700         AT END
039800             SET WF-EOF-YES TO TRUE
039900             GO TO 3100-TALLY-HISTORY-RECORD-EXIT
040000     END-READ.
040100     IF WF-WS-RH-STATUS NOT = '00'
040200         DISPLAY 'WINFCST0100W - RUN-HISTORY-FILE READ '
040300             'FAILED, STATUS=' WF-WS-RH-STATUS
040400         SET WF-EOF-YES TO TRUE
040500         GO TO 3100-TALLY-HISTORY-RECORD-EXIT
040600     END-IF.
040700     SET WF-FOUND-NO TO TRUE.
040800     MOVE ZERO TO WF-WS-PLAN-HIT.
040900     PERFORM 3150-SCAN-PLAN-TABLE
041000         THRU 3150-SCAN-PLAN-TABLE-EXIT
041100         VARYING WF-WS-PLAN-SUB FROM 1 BY 1
041200         UNTIL WF-FOUND-YES
041300            OR WF-WS-PLAN-SUB > WF-WS-PLAN-COUNT.
041400     IF WF-FOUND-NO
041500         GO TO 3100-TALLY-HISTORY-RECORD-EXIT
041600     END-IF.
041700     ADD 1 TO WF-PT-RUN-COUNT (WF-WS-PLAN-HIT).
041800     ADD HW-RH-ELAPSED-SECS TO WF-PT-TOTAL-SECS (WF-WS-PLAN-HIT).
041900 3100-TALLY-HISTORY-RECORD-EXIT.
042000     EXIT.
042100 3150-SCAN-PLAN-TABLE.
042200     IF WF-PT-JOB-ID (WF-WS-PLAN-SUB) = HW-RH-JOB-ID
042300         MOVE WF-WS-PLAN-SUB TO WF-WS-PLAN-HIT
042400         SET WF-FOUND-YES TO TRUE
042500     END-IF.
042600 3150-SCAN-PLAN-TABLE-EXIT.
042700     EXIT.
042800 3500-COMPUTE-PLAN-AVERAGE.
042900     IF WF-PT-RUN-COUNT (WF-WS-PLAN-SUB) > ZERO
043000         DIVIDE WF-PT-TOTAL-SECS (WF-WS-PLAN-SUB)
043100             BY WF-PT-RUN-COUNT (WF-WS-PLAN-SUB)
043200             GIVING WF-PT-AVG-SECS (WF-WS-PLAN-SUB)
043300     END-IF.
043400 3500-COMPUTE-PLAN-AVERAGE-EXIT.
043500     EXIT.
043600*    WALK BACK FROM THE FIRST CYCLE DATE TO THE LAST BUSINESS DAY
043700*    BEFORE IT (AT MOST A WEEK) SO A HOLIDAY JUST BEFORE THE
043800*    FORECAST STILL FLAGS THE FIRST BUSINESS DAY INSIDE IT.
043900 4000-FIND-PRIOR-HOLIDAY.
044000     SET WF-HOL-SEEN-NO TO TRUE.
044100     SET WF-SCAN-DONE-NO TO TRUE.
044200     MOVE WF-WS-START-DATE TO WF-WS-WORK-DATE.
044300     PERFORM 4100-CHECK-PRIOR-DATE
044400         THRU 4100-CHECK-PRIOR-DATE-EXIT
044500         VARYING WF-WS-BACK-COUNT FROM 1 BY 1
044600         UNTIL WF-SCAN-DONE-YES OR WF-WS-BACK-COUNT > 7.
044700 4000-FIND-PRIOR-HOLIDAY-EXIT.
044800     EXIT.
044900 4100-CHECK-PRIOR-DATE.
045000     PERFORM 8100-SUBTRACT-ONE-DAY
045100         THRU 8100-SUBTRACT-ONE-DAY-EXIT.
045200     MOVE WF-WS-WORK-DATE TO HW-CAL-REQ-DATE.
045300     CALL 'BusCalendar' USING HW-CAL-LINK-PARM.
045400     IF NOT HW-CAL-USABLE OR HW-CAL-BUSINESS-DAY
045500         SET WF-SCAN-DONE-YES TO TRUE
045600         GO TO 4100-CHECK-PRIOR-DATE-EXIT
045700     END-IF.
045800     IF HW-CAL-HOLIDAY AND WF-HOL-SEEN-NO
045900         SET WF-HOL-SEEN-YES TO TRUE
046000         MOVE HW-CAL-HOLIDAY-NAME TO WF-WS-LAST-HOLIDAY
046100     END-IF.
046200 4100-CHECK-PRIOR-DATE-EXIT.
046300     EXIT.
046400*    ONE ENTRY PER CYCLE DATE: DAY TYPE, JOBS DUE, THEIR SUMMED
046500*    AVERAGE ELAPSED TIME AND THE PROJECTED FINISH FROM THE WINDOW
046600*    START.  A JOB WITH NO HISTORY COUNTS AS ZERO SECONDS.
046700 5000-BUILD-FORECAST.
046800     MOVE WF-WS-START-DATE TO WF-WS-WORK-DATE.
046900     MOVE ZERO TO WF-WS-DAY-COUNT.
047000     PERFORM 5100-FORECAST-ONE-DATE
047100         THRU 5100-FORECAST-ONE-DATE-EXIT
047200         VARYING WF-WS-DAY-SUB FROM 1 BY 1
047300         UNTIL WF-WS-DAY-SUB > WF-WS-DAYS.
047400 5000-BUILD-FORECAST-EXIT.
047500     EXIT.
047600 5100-FORECAST-ONE-DATE.
047700     ADD 1 TO WF-WS-DAY-COUNT.
047800     MOVE WF-WS-WORK-DATE TO WF-DT-DATE (WF-WS-DAY-SUB).
047900     MOVE SPACES TO WF-DT-HOLIDAY-NAME (WF-WS-DAY-SUB).
048000     MOVE SPACES TO WF-DT-AFTER-NAME (WF-WS-DAY-SUB).
048100     MOVE 'N' TO WF-DT-OVER-SW (WF-WS-DAY-SUB).
048200     MOVE 'N' TO WF-DT-POSTHOL-SW (WF-WS-DAY-SUB).
048300     MOVE WF-WS-WORK-DATE TO HW-DS-DATE.
048400     CALL 'DateSerial' USING HW-DS-LINK-PARM.
048500     MOVE HW-DS-DOW TO WF-DT-DOW (WF-WS-DAY-SUB).
048600     MOVE WF-WS-WORK-DATE TO HW-CAL-REQ-DATE.
048700     CALL 'BusCalendar' USING HW-CAL-LINK-PARM.
048800     IF HW-CAL-USABLE
048900         MOVE HW-CAL-DAY-TYPE TO WF-DT-DAY-TYPE (WF-WS-DAY-SUB)
049000     ELSE
049100         MOVE SPACE TO WF-DT-DAY-TYPE (WF-WS-DAY-SUB)
049200     END-IF.
049300     IF HW-CAL-USABLE AND HW-CAL-HOLIDAY
049400         ADD 1 TO WF-WS-HOLIDAY-COUNT
049500         MOVE HW-CAL-HOLIDAY-NAME
049600             TO WF-DT-HOLIDAY-NAME (WF-WS-DAY-SUB)
049700         IF WF-HOL-SEEN-NO
049800             SET WF-HOL-SEEN-YES TO TRUE
049900             MOVE HW-CAL-HOLIDAY-NAME TO WF-WS-LAST-HOLIDAY
050000         END-IF
050100     END-IF.
050200     IF HW-CAL-USABLE AND HW-CAL-BUSINESS-DAY
050300         IF WF-HOL-SEEN-YES
050400             MOVE 'Y' TO WF-DT-POSTHOL-SW (WF-WS-DAY-SUB)
050500             MOVE WF-WS-LAST-HOLIDAY
050600                 TO WF-DT-AFTER-NAME (WF-WS-DAY-SUB)
050700             ADD 1 TO WF-WS-POSTHOL-COUNT
050800         END-IF
050900         SET WF-HOL-SEEN-NO TO TRUE
051000     END-IF.
051100     MOVE WF-WS-WORK-DATE TO WF-WS-EVAL-DATE.
051200     MOVE ZERO TO WF-WS-DUE-COUNT.
051300     MOVE ZERO TO WF-WS-NOHIST-COUNT.
051400     MOVE ZERO TO WF-WS-DUE-SECS.
051500     PERFORM 5200-SUM-DUE-ENTRY
051600         THRU 5200-SUM-DUE-ENTRY-EXIT
051700         VARYING WF-WS-PLAN-SUB FROM 1 BY 1
051800         UNTIL WF-WS-PLAN-SUB > WF-WS-PLAN-COUNT.
051900     MOVE WF-WS-DUE-COUNT TO WF-DT-JOB-COUNT (WF-WS-DAY-SUB).
052000     MOVE WF-WS-NOHIST-COUNT
052100         TO WF-DT-NOHIST-COUNT (WF-WS-DAY-SUB).
052200     PERFORM 5400-FORMAT-PROJECTION
052300         THRU 5400-FORMAT-PROJECTION-EXIT.
052400     IF WF-WS-PROJECTED-SECS > WF-WS-DEADLINE-SECS
052500         MOVE 'Y' TO WF-DT-OVER-SW (WF-WS-DAY-SUB)
052600         ADD 1 TO WF-WS-OVER-COUNT
052700     END-IF.
052800     IF WF-DT-OVER-SW (WF-WS-DAY-SUB) = 'Y' OR
052900        WF-DT-POSTHOL-SW (WF-WS-DAY-SUB) = 'Y'
053000         ADD 1 TO WF-WS-FLAG-COUNT
053100     END-IF.
053200     PERFORM 8000-ADD-ONE-DAY
053300         THRU 8000-ADD-ONE-DAY-EXIT.
053400 5100-FORECAST-ONE-DATE-EXIT.
053500     EXIT.
053600 5200-SUM-DUE-ENTRY.
053700     PERFORM 5300-EVALUATE-PLAN-RULE
053800         THRU 5300-EVALUATE-PLAN-RULE-EXIT.
053900     IF HW-SR-DUE
054000         ADD 1 TO WF-WS-DUE-COUNT
054100         ADD WF-PT-AVG-SECS (WF-WS-PLAN-SUB) TO WF-WS-DUE-SECS
054200         IF WF-PT-RUN-COUNT (WF-WS-PLAN-SUB) = ZERO
054300             ADD 1 TO WF-WS-NOHIST-COUNT
054400         END-IF
054500     END-IF.
054600 5200-SUM-DUE-ENTRY-EXIT.
054700     EXIT.
054800 5300-EVALUATE-PLAN-RULE.
054900     MOVE WF-WS-EVAL-DATE TO HW-SR-CYCLE-DATE.
055000     MOVE WF-PT-SCHED-TYPE (WF-WS-PLAN-SUB) TO HW-SR-SCHED-TYPE.
055100     MOVE WF-PT-DOW-MASK (WF-WS-PLAN-SUB)   TO HW-SR-DOW-MASK.
055200     MOVE WF-PT-SCHED-DAY (WF-WS-PLAN-SUB)  TO HW-SR-SCHED-DAY.
055300     MOVE WF-PT-SCHED-MMDD (WF-WS-PLAN-SUB) TO HW-SR-SCHED-MMDD.
055400     CALL 'SchedRule' USING HW-SR-LINK-PARM.
055500     IF HW-SR-BAD-REQUEST AND
055600        WF-PT-BAD-RULE-SW (WF-WS-PLAN-SUB) = 'N'
055700         MOVE 'Y' TO WF-PT-BAD-RULE-SW (WF-WS-PLAN-SUB)
055800         DISPLAY 'WINFCST0110W - PLAN RULE UNUSABLE FOR JOB '
055900             WF-PT-JOB-ID (WF-WS-PLAN-SUB)
056000             ' - TREATED AS NOT PLANNED'
056100     END-IF.
056200 5300-EVALUATE-PLAN-RULE-EXIT.
056300     EXIT.
056400 5400-FORMAT-PROJECTION.
056500     DIVIDE WF-WS-DUE-SECS BY 3600
056600         GIVING WF-WS-DUR-HHH
056700         REMAINDER WF-WS-PROJ-REMAINDER.
056800     DIVIDE WF-WS-PROJ-REMAINDER BY 60
056900         GIVING WF-WS-DUR-MM.
057000     MOVE SPACES TO WF-DT-DUR-DISP (WF-WS-DAY-SUB).
057100     STRING WF-WS-DUR-HHH ':' WF-WS-DUR-MM
057200         DELIMITED BY SIZE INTO WF-DT-DUR-DISP (WF-WS-DAY-SUB).
057300     COMPUTE WF-WS-PROJECTED-SECS =
057400         WF-WS-WIN-START-SECS + WF-WS-DUE-SECS.
057500     DIVIDE WF-WS-PROJECTED-SECS BY 86400
057600         GIVING WF-WS-PROJ-DAYS
057700         REMAINDER WF-WS-PROJ-REMAINDER.
057800     DIVIDE WF-WS-PROJ-REMAINDER BY 3600
057900         GIVING WF-WS-PROJ-HH
058000         REMAINDER WF-WS-PROJ-REMAINDER.
058100     DIVIDE WF-WS-PROJ-REMAINDER BY 60
058200         GIVING WF-WS-PROJ-MM
058300         REMAINDER WF-WS-PROJ-SS.
058400     MOVE SPACES TO WF-DT-FINISH-DISP (WF-WS-DAY-SUB).
058500     STRING WF-WS-PROJ-HH ':' WF-WS-PROJ-MM ':' WF-WS-PROJ-SS
058600         DELIMITED BY SIZE INTO WF-DT-FINISH-DISP (WF-WS-DAY-SUB).
058700 5400-FORMAT-PROJECTION-EXIT.
058800     EXIT.
058900 6000-PRINT-REPORT.
059000     IF WF-WS-PF-STATUS NOT = '00'
059100         GO TO 6000-PRINT-REPORT-EXIT
059200     END-IF.
059300     MOVE SPACES TO PRINT-LINE.
059400     MOVE '1' TO HW-PL-CTL.
059500     MOVE 'WINFCST - FORWARD BATCH-WINDOW FORECAST'
059600         TO HW-PL-TEXT.
059700     WRITE PRINT-LINE.
059800     MOVE WF-WS-DAY-COUNT TO WF-WS-COUNT-DISP.
059900     MOVE SPACES TO PRINT-LINE.
060000     STRING 'FIRST CYCLE DATE: ' WF-WS-START-DATE
060100             '  CYCLE DATES: ' WF-WS-COUNT-DISP
060200             '  WINDOW: ' WF-WS-WIN-START-DISP
060300             ' TO ' WF-WS-DEADLINE-DISP
060400         DELIMITED BY SIZE INTO HW-PL-TEXT.
060500     WRITE PRINT-LINE.
060600     MOVE SPACES TO PRINT-LINE.
060700     MOVE ALL '-' TO HW-PL-TEXT.
060800     WRITE PRINT-LINE.
060900     MOVE SPACES TO PRINT-LINE.
061000     STRING 'CYCLE DATE  DAY  TYPE      JOBS  NO HIST  '
061100             'DURATION  FINISH    FLAG'
061200             '                        HOLIDAY'
061300         DELIMITED BY SIZE INTO HW-PL-TEXT.
061400     WRITE PRINT-LINE.
061500     PERFORM 6100-PRINT-DATE-LINE
061600         THRU 6100-PRINT-DATE-LINE-EXIT
061700         VARYING WF-WS-DAY-SUB FROM 1 BY 1
061800         UNTIL WF-WS-DAY-SUB > WF-WS-DAY-COUNT.
061900     MOVE SPACES TO PRINT-LINE.
062000     WRITE PRINT-LINE.
062100     MOVE WF-WS-PLAN-COUNT TO WF-WS-COUNT-DISP.
062200     MOVE SPACES TO PRINT-LINE.
062300     STRING 'PLANNED JOBS EVALUATED:       ' WF-WS-COUNT-DISP
062400         DELIMITED BY SIZE INTO HW-PL-TEXT.
062500     WRITE PRINT-LINE.
062600     MOVE WF-WS-HOLIDAY-COUNT TO WF-WS-COUNT-DISP.
062700     MOVE SPACES TO PRINT-LINE.
062800     STRING 'HOLIDAYS IN THE FORECAST:     ' WF-WS-COUNT-DISP
062900         DELIMITED BY SIZE INTO HW-PL-TEXT.
063000     WRITE PRINT-LINE.
063100     MOVE WF-WS-OVER-COUNT TO WF-WS-COUNT-DISP.
063200     MOVE SPACES TO PRINT-LINE.
063300     STRING 'DATES OVER THE WINDOW:        ' WF-WS-COUNT-DISP
063400         DELIMITED BY SIZE INTO HW-PL-TEXT.
063500     WRITE PRINT-LINE.
063600     MOVE WF-WS-POSTHOL-COUNT TO WF-WS-COUNT-DISP.
063700     MOVE SPACES TO PRINT-LINE.
063800     STRING 'DATES RIGHT AFTER A HOLIDAY:  ' WF-WS-COUNT-DISP
063900         DELIMITED BY SIZE INTO HW-PL-TEXT.
064000     WRITE PRINT-LINE.
064100     MOVE SPACES TO PRINT-LINE.
064200     MOVE ALL '-' TO HW-PL-TEXT.
064300     WRITE PRINT-LINE.
064400     MOVE SPACES TO PRINT-LINE.
064500     MOVE 'JOBS DUE ON FLAGGED CYCLE DATES:' TO HW-PL-TEXT.
064600     WRITE PRINT-LINE.
064700     PERFORM 6200-PRINT-FLAGGED-DATE
064800         THRU 6200-PRINT-FLAGGED-DATE-EXIT
064900         VARYING WF-WS-DAY-SUB FROM 1 BY 1
065000         UNTIL WF-WS-DAY-SUB > WF-WS-DAY-COUNT.
065100     IF WF-WS-FLAG-COUNT = ZERO
065200         MOVE SPACES TO PRINT-LINE
065300         MOVE '  NONE' TO HW-PL-TEXT
065400         WRITE PRINT-LINE
065500     END-IF.
065600     MOVE SPACES TO PRINT-LINE.
065700     MOVE ALL '-' TO HW-PL-TEXT.
065800     WRITE PRINT-LINE.
065900     MOVE SPACES TO PRINT-LINE.
066000     MOVE '*** END OF WINFCST REPORT ***' TO HW-PL-TEXT.
066100     WRITE PRINT-LINE.
066200     CLOSE PRINT-FILE.
066300 6000-PRINT-REPORT-EXIT.
066400     EXIT.
066500 6100-PRINT-DATE-LINE.
066600     EVALUATE WF-DT-DAY-TYPE (WF-WS-DAY-SUB)
066700         WHEN 'B'
066800             MOVE 'BUSINESS' TO WF-WS-TYPE-DISP
066900         WHEN 'W'
067000             MOVE 'WEEKEND' TO WF-WS-TYPE-DISP
067100         WHEN 'H'
067200             MOVE 'HOLIDAY' TO WF-WS-TYPE-DISP
067300         WHEN OTHER
067400             MOVE 'UNKNOWN' TO WF-WS-TYPE-DISP
067500     END-EVALUATE.
067600     PERFORM 6150-SET-FLAG-TEXT
067700         THRU 6150-SET-FLAG-TEXT-EXIT.
067800     MOVE WF-DT-JOB-COUNT (WF-WS-DAY-SUB) TO WF-WS-COUNT-DISP.
067900     MOVE WF-DT-NOHIST-COUNT (WF-WS-DAY-SUB) TO WF-WS-NOHIST-DISP.
068000     MOVE SPACES TO PRINT-LINE.
068100     STRING WF-DT-DATE (WF-WS-DAY-SUB) '    '
068200             WF-WS-DOW-NAME (WF-DT-DOW (WF-WS-DAY-SUB)) '  '
068300             WF-WS-TYPE-DISP '  '
068400             WF-WS-COUNT-DISP '    '
068500             WF-WS-NOHIST-DISP '    '
068600             WF-DT-DUR-DISP (WF-WS-DAY-SUB) '    '
068700             WF-DT-FINISH-DISP (WF-WS-DAY-SUB) '  '
068800             WF-WS-FLAG-DISP '  '
068900             WF-DT-HOLIDAY-NAME (WF-WS-DAY-SUB)
069000         DELIMITED BY SIZE INTO HW-PL-TEXT.
069100     WRITE PRINT-LINE.
069200 6100-PRINT-DATE-LINE-EXIT.
069300     EXIT.
069400 6150-SET-FLAG-TEXT.
069500     MOVE SPACES TO WF-WS-FLAG-DISP.
069600     IF WF-DT-OVER-SW (WF-WS-DAY-SUB) = 'Y' AND
069700        WF-DT-POSTHOL-SW (WF-WS-DAY-SUB) = 'Y'
069800         MOVE 'OVER WINDOW, AFTER HOLIDAY' TO WF-WS-FLAG-DISP
069900         GO TO 6150-SET-FLAG-TEXT-EXIT
070000     END-IF.
070100     IF WF-DT-OVER-SW (WF-WS-DAY-SUB) = 'Y'
070200         MOVE 'OVER WINDOW' TO WF-WS-FLAG-DISP
070300     END-IF.
070400     IF WF-DT-POSTHOL-SW (WF-WS-DAY-SUB) = 'Y'
070500         MOVE 'AFTER HOLIDAY' TO WF-WS-FLAG-DISP
070600     END-IF.
070700 6150-SET-FLAG-TEXT-EXIT.
070800     EXIT.
070900*    DRILL-DOWN: THE PLAN RULES ARE EVALUATED AGAIN FOR EACH
071000*    FLAGGED DATE SO THE DAY TABLE NEED NOT CARRY THE JOB LISTS.
071100 6200-PRINT-FLAGGED-DATE.
071200     IF WF-DT-OVER-SW (WF-WS-DAY-SUB) = 'N' AND
071300        WF-DT-POSTHOL-SW (WF-WS-DAY-SUB) = 'N'
071400         GO TO 6200-PRINT-FLAGGED-DATE-EXIT
071500     END-IF.
071600     PERFORM 6150-SET-FLAG-TEXT
071700         THRU 6150-SET-FLAG-TEXT-EXIT.
071800     MOVE WF-DT-JOB-COUNT (WF-WS-DAY-SUB) TO WF-WS-COUNT-DISP.
071900     MOVE SPACES TO PRINT-LINE.
072000     WRITE PRINT-LINE.
072100     MOVE SPACES TO PRINT-LINE.
072200     STRING '  ' WF-DT-DATE (WF-WS-DAY-SUB) ' '
072300             WF-WS-DOW-NAME (WF-DT-DOW (WF-WS-DAY-SUB))
072400             '  JOBS ' WF-WS-COUNT-DISP
072500             '  FINISH ' WF-DT-FINISH-DISP (WF-WS-DAY-SUB)
072600             '  ' WF-WS-FLAG-DISP
072700         DELIMITED BY SIZE INTO HW-PL-TEXT.
072800     WRITE PRINT-LINE.
072900     IF WF-DT-POSTHOL-SW (WF-WS-DAY-SUB) = 'Y'
073000         MOVE SPACES TO PRINT-LINE
073100         STRING '  FIRST BUSINESS DAY AFTER '
073200                 WF-DT-AFTER-NAME (WF-WS-DAY-SUB)
073300             DELIMITED BY SIZE INTO HW-PL-TEXT
073400         END-STRING
073500         WRITE PRINT-LINE
073600     END-IF.
073700     MOVE WF-DT-DATE (WF-WS-DAY-SUB) TO WF-WS-EVAL-DATE.
073800     PERFORM 6300-PRINT-DUE-JOB
073900         THRU 6300-PRINT-DUE-JOB-EXIT
074000         VARYING WF-WS-PLAN-SUB FROM 1 BY 1
074100         UNTIL WF-WS-PLAN-SUB > WF-WS-PLAN-COUNT.
074200     IF WF-DT-JOB-COUNT (WF-WS-DAY-SUB) = ZERO
074300         MOVE SPACES TO PRINT-LINE
074400         MOVE '      NONE' TO HW-PL-TEXT
074500         WRITE PRINT-LINE
074600     END-IF.
074700 6200-PRINT-FLAGGED-DATE-EXIT.
074800     EXIT.
074900 6300-PRINT-DUE-JOB.
075000     PERFORM 5300-EVALUATE-PLAN-RULE
075100         THRU 5300-EVALUATE-PLAN-RULE-EXIT.
075200     IF HW-SR-NOT-DUE
075300         GO TO 6300-PRINT-DUE-JOB-EXIT
075400     END-IF.
075500     MOVE WF-PT-AVG-SECS (WF-WS-PLAN-SUB) TO WF-WS-SECS-DISP.
075600     MOVE SPACES TO PRINT-LINE.
075700     IF WF-PT-RUN-COUNT (WF-WS-PLAN-SUB) = ZERO
075800         STRING '      ' WF-PT-JOB-ID (WF-WS-PLAN-SUB) '  '
075900                 WF-PT-DESC (WF-WS-PLAN-SUB)
076000                 '  NO HISTORY'
076100             DELIMITED BY SIZE INTO HW-PL-TEXT
076200         END-STRING
076300     ELSE
076400         STRING '      ' WF-PT-JOB-ID (WF-WS-PLAN-SUB) '  '
076500                 WF-PT-DESC (WF-WS-PLAN-SUB)
076600                 '  AVG SECS ' WF-WS-SECS-DISP
076700             DELIMITED BY SIZE INTO HW-PL-TEXT
076800         END-STRING
076900     END-IF.
077000     WRITE PRINT-LINE.
077100 6300-PRINT-DUE-JOB-EXIT.
077200     EXIT.
077300*    STEP WF-WS-WORK-DATE ONE CALENDAR DAY FORWARD OR BACK.
077400 8000-ADD-ONE-DAY.
077500     PERFORM 8200-SET-MONTH-LENGTH
077600         THRU 8200-SET-MONTH-LENGTH-EXIT.
077700     IF WF-WS-WORK-DD < WF-WS-MONTH-LEN
077800         ADD 1 TO WF-WS-WORK-DD
077900         GO TO 8000-ADD-ONE-DAY-EXIT
078000     END-IF.
078100     MOVE 1 TO WF-WS-WORK-DD.
078200     IF WF-WS-WORK-MM < 12
078300         ADD 1 TO WF-WS-WORK-MM
078400     ELSE
078500         MOVE 1 TO WF-WS-WORK-MM
078600         ADD 1 TO WF-WS-WORK-YYYY
078700     END-IF.
078800 8000-ADD-ONE-DAY-EXIT.
078900     EXIT.
079000 8100-SUBTRACT-ONE-DAY.
079100     IF WF-WS-WORK-DD > 1
079200         SUBTRACT 1 FROM WF-WS-WORK-DD
079300         GO TO 8100-SUBTRACT-ONE-DAY-EXIT
079400     END-IF.
079500     IF WF-WS-WORK-MM > 1
079600         SUBTRACT 1 FROM WF-WS-WORK-MM
079700     ELSE
079800         MOVE 12 TO WF-WS-WORK-MM
079900         SUBTRACT 1 FROM WF-WS-WORK-YYYY
080000     END-IF.
080100     PERFORM 8200-SET-MONTH-LENGTH
080200         THRU 8200-SET-MONTH-LENGTH-EXIT.
080300     MOVE WF-WS-MONTH-LEN TO WF-WS-WORK-DD.
080400 8100-SUBTRACT-ONE-DAY-EXIT.
080500     EXIT.
080600 8200-SET-MONTH-LENGTH.
080700     MOVE WF-WS-MONTH-DAYS (WF-WS-WORK-MM) TO WF-WS-MONTH-LEN.
080800     IF WF-WS-WORK-MM NOT = 2
080900         GO TO 8200-SET-MONTH-LENGTH-EXIT
081000     END-IF.
081100     SET WF-LEAP-NO TO TRUE.
081200     DIVIDE WF-WS-WORK-YYYY BY 4 GIVING WF-WS-LEAP-QUOT
081300         REMAINDER WF-WS-LEAP-REM-4.
081400     DIVIDE WF-WS-WORK-YYYY BY 100 GIVING WF-WS-LEAP-QUOT
081500         REMAINDER WF-WS-LEAP-REM-100.
081600     DIVIDE WF-WS-WORK-YYYY BY 400 GIVING WF-WS-LEAP-QUOT
081700         REMAINDER WF-WS-LEAP-REM-400.
081800     IF WF-WS-LEAP-REM-4 = ZERO AND
081900        WF-WS-LEAP-REM-100 NOT = ZERO
082000         SET WF-LEAP-YES TO TRUE
082100     END-IF.
082200     IF WF-WS-LEAP-REM-400 = ZERO
082300         SET WF-LEAP-YES TO TRUE
082400     END-IF.
082500     IF WF-LEAP-YES
082600         MOVE 29 TO WF-WS-MONTH-LEN
082700     END-IF.
082800 8200-SET-MONTH-LENGTH-EXIT.
082900     EXIT.
083000 9400-SEND-ALERT.
083100     MOVE RETURN-CODE TO WF-WS-FINAL-RC.
083200     MOVE WF-WS-RUN-JOB-ID TO HW-AL-REQ-CALLER.
083300     MOVE WF-WS-ALERT-TEXT TO HW-AL-REQ-MSG-TEXT.
083400     CALL 'OpsAlert' USING HW-AL-LINK-PARM.
083500     MOVE WF-WS-FINAL-RC TO RETURN-CODE.
083600 9400-SEND-ALERT-EXIT.
083700     EXIT.
083800 9500-LOG-INCIDENT.
083900     MOVE RETURN-CODE TO WF-WS-FINAL-RC.
084300     MOVE WF-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
084400     MOVE SPACES           TO HW-IL-REQ-DATE.
084500     MOVE WF-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
084600     MOVE WF-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
084700     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
084800     MOVE WF-WS-FINAL-RC TO RETURN-CODE.
084900 9500-LOG-INCIDENT-EXIT.
085000     EXIT.
085100 9600-RECORD-STEP-START.
085200     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
085300     MOVE WF-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
085400     CALL 'StepLog' USING HW-SL-LINK-PARM.
085500 9600-RECORD-STEP-START-EXIT.
085600     EXIT.
085700 9700-RECORD-STEP-END.
085800     MOVE RETURN-CODE      TO WF-WS-FINAL-RC.
085900     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
086000     MOVE WF-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
086100     MOVE SPACES           TO HW-SL-REQ-DATE.
086200     MOVE WF-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
086300     MOVE WF-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
086400     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
086500     CALL 'StepLog' USING HW-SL-LINK-PARM.
086600     MOVE WF-WS-FINAL-RC TO RETURN-CODE.
086700 9700-RECORD-STEP-END-EXIT.
086800     EXIT.
