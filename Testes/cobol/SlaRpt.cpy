000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SLARPT.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL MONTHLY BATCH SERVICE-LEVEL REPORT
001300*                  FOR THE OPERATIONS REVIEW.  ONE LINE PER
001400*                  NIGHT OF THE MONTH: CYCLE START (HELLOWLD
001500*                  CHECKPOINT) AND CLOSE (CYCLEEND CHECKPOINT OF
001600*                  THE SAME CYCLE-RUN), TOTAL ELAPSED AGAINST THE
001700*                  WINDOW TARGET, STEPS RUN, PLANNED STEPS THAT
001800*                  NEVER CHECKPOINTED (SEE SchedRule), INCIDENTS
001900*                  OPENED AND THE ATTEMPTS THEY TOOK, AND
002000*                  CRITICAL ALERTS RAISED.  MONTH TOTALS GIVE
002100*                  NIGHTS ON TIME AND LATE, THE WORST NIGHT, THE
002200*                  MEAN TIME TO CLOSE AN INCIDENT AND THE TOP
002300*                  FIVE REPEAT-OFFENDER JOBS.  EVERY LOG IS READ
002400*                  TOGETHER WITH ITS ARCHPURG ARCHIVE GENERATION
002500*                  (AUDITARC, RSTRTARC, INCDARC, ALRTARC) SO A
002600*                  MONTH SPLIT BY A PURGE IS STILL REPORTED
002700*                  WHOLE; A MISSING DD COUNTS AS AN EMPTY FILE.
002800*                  EXEC PARM 'YYYYMMTTTT' - REPORT MONTH (DEFAULT
002900*                  THE MONTH BEFORE THE RUN DATE) AND WINDOW
003000*                  TARGET IN MINUTES (DEFAULT 0480).  THE
003100*                  CURRENT PLANSCHD IS USED FOR EVERY NIGHT.
003200*                  RETURN-CODE 0 = NORMAL, 8 = BAD PARM OR A FILE
003300*                  COULD NOT BE OPENED OR READ.
003310* 2026-10-15 RC    THE RUN DATE BEHIND THE DEFAULT MONTH IS NOW
003320*                  THE OPEN CYCLE FROM CycleControl, SO THE
003330*                  DEFAULT MONTH FOLLOWS THE NIGHT'S CYCLE, NOT
003340*                  THE CLOCK.  NO CYCLE OPEN IS WARNED AND
003350*                  GIVES RETURN-CODE 4.  THE INCIDENT RECORD TAKES
003360*                  THE OPEN CYCLE.
003365* 2026-10-15 RC    EVERY NIGHT OF THE MONTH BEFORE THE RUN DATE IS
003370*                  NOW REPORTED, SO A NIGHT THE CYCLE NEVER
003375*                  STARTED PRINTS AS NO START WITH ITS MISSED
003380*                  STEPS.  A NIGHT WITH NO START NOW ALSO COUNTS
003385*                  AS LATE.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PLAN-SCHEDULE-FILE ASSIGN TO PLANSCHD
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS SV-WS-PS-STATUS.
004100     SELECT RESTART-CONTROL-FILE ASSIGN TO RESTARTC
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS SV-WS-RC-STATUS.
004400     SELECT RESTART-ARCH-FILE ASSIGN TO RSTRTARC
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS SV-WS-RA-STATUS.
004700     SELECT INCIDENT-LOG-FILE ASSIGN TO INCDLOG
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS SV-WS-IL-STATUS.
005000     SELECT INCIDENT-ARCH-FILE ASSIGN TO INCDARC
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS SV-WS-IA-STATUS.
005300     SELECT ALERT-LOG-FILE ASSIGN TO ALERTLOG
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS SV-WS-AL-STATUS.
005600     SELECT ALERT-ARCH-FILE ASSIGN TO ALRTARC
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS SV-WS-XA-STATUS.
005900     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS SV-WS-AT-STATUS.
006200     SELECT AUDIT-ARCH-FILE ASSIGN TO AUDITARC
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS SV-WS-AA-STATUS.
006500     SELECT PRINT-FILE ASSIGN TO SYSOUT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS SV-WS-PF-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PLAN-SCHEDULE-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 COPY PlanSchd.
007400 FD  RESTART-CONTROL-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 COPY RestartC.
007800 FD  RESTART-ARCH-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 COPY RestartC REPLACING
008200     ==RESTART-CONTROL-RECORD== BY ==SV-RESTART-ARCH-RECORD==
008300     LEADING ==HW-RC== BY ==SV-RA==.
008400 FD  INCIDENT-LOG-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 COPY IncdRec.
008800 FD  INCIDENT-ARCH-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 COPY IncdRec REPLACING
009200     ==INCIDENT-LOG-RECORD== BY ==SV-INCIDENT-ARCH-RECORD==
009300     LEADING ==HW-IL== BY ==SV-IA==.
009400 FD  ALERT-LOG-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 COPY AlertRec.
009800 FD  ALERT-ARCH-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 COPY AlertRec REPLACING
010200     ==OPS-ALERT-RECORD== BY ==SV-ALERT-ARCH-RECORD==
010300     LEADING ==HW-AL== BY ==SV-XA==.
010400 FD  AUDIT-TRAIL-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 COPY AuditTrl.
010800 FD  AUDIT-ARCH-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 COPY AuditTrl REPLACING
011200     ==AUDIT-TRAIL-RECORD== BY ==SV-AUDIT-ARCH-RECORD==
011300     LEADING ==HW-AT== BY ==SV-AA==.
011400 FD  PRINT-FILE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE OMITTED.
011700 COPY PrintRec.
011800 WORKING-STORAGE SECTION.
011900 01  SV-WS-FILE-STATUSES.
012000     05  SV-WS-PS-STATUS         PIC X(02) VALUE '00'.
012100     05  SV-WS-RC-STATUS         PIC X(02) VALUE '00'.
012200     05  SV-WS-RA-STATUS         PIC X(02) VALUE '00'.
012300     05  SV-WS-IL-STATUS         PIC X(02) VALUE '00'.
012400     05  SV-WS-IA-STATUS         PIC X(02) VALUE '00'.
012500     05  SV-WS-AL-STATUS         PIC X(02) VALUE '00'.
012600     05  SV-WS-XA-STATUS         PIC X(02) VALUE '00'.
012700     05  SV-WS-AT-STATUS         PIC X(02) VALUE '00'.
012800     05  SV-WS-AA-STATUS         PIC X(02) VALUE '00'.
012900     05  SV-WS-PF-STATUS         PIC X(02) VALUE '00'.
013000 01  SV-WS-SWITCHES.
013100     05  SV-WS-EOF-SW            PIC X(01) VALUE 'N'.
013200         88  SV-EOF-YES                     VALUE 'Y'.
013300         88  SV-EOF-NO                      VALUE 'N'.
013400     05  SV-WS-ERROR-SW          PIC X(01) VALUE 'N'.
013500         88  SV-ERROR-YES                   VALUE 'Y'.
013600         88  SV-ERROR-NO                    VALUE 'N'.
013700     05  SV-WS-FOUND-SW          PIC X(01) VALUE 'N'.
013800         88  SV-FOUND-YES                   VALUE 'Y'.
013900         88  SV-FOUND-NO                    VALUE 'N'.
014000     05  SV-WS-CALC-SW           PIC X(01) VALUE 'N'.
014100         88  SV-CALC-GOOD                   VALUE 'Y'.
014200         88  SV-CALC-BAD                    VALUE 'N'.
014210     05  SV-WS-CYCLE-WARN-SW     PIC X(01) VALUE 'N'.
014220         88  SV-CYCLE-WARN-YES              VALUE 'Y'.
014230         88  SV-CYCLE-WARN-NO               VALUE 'N'.
014300 01  SV-WS-MONTH.
014400     05  SV-WS-MONTH-YYYY        PIC 9(04).
014500     05  SV-WS-MONTH-MM          PIC 9(02).
014600 01  SV-WS-TODAY                 PIC X(08) VALUE SPACES.
014700 01  SV-WS-FROM-DATE             PIC X(08) VALUE SPACES.
014800 01  SV-WS-TO-DATE               PIC X(08) VALUE SPACES.
014900 01  SV-WS-TARGET-MIN            PIC 9(04) VALUE 0480.
015000 01  SV-WS-NIGHT-DATE            PIC X(08) VALUE SPACES.
015100 01  SV-WS-WORK-DATE             PIC X(08) VALUE SPACES.
015200 01  SV-WS-DAY-DISP              PIC 9(02) VALUE ZERO.
015210 01  SV-WS-TODAY-DD              PIC 9(02) VALUE ZERO.
015220 01  SV-WS-MONTH-DAYS-VALUES     PIC X(24)
015230                                 VALUE '312831303130313130313031'.
015240 01  SV-WS-MONTH-DAYS-TABLE REDEFINES SV-WS-MONTH-DAYS-VALUES.
015250     05  SV-WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
015260 01  SV-WS-LEAP-FIELDS.
015270     05  SV-WS-LEAP-QUOT         PIC S9(09) COMP VALUE ZERO.
015275     05  SV-WS-LEAP-REM-4        PIC S9(09) COMP VALUE ZERO.
015280     05  SV-WS-LEAP-REM-100      PIC S9(09) COMP VALUE ZERO.
015285     05  SV-WS-LEAP-REM-400      PIC S9(09) COMP VALUE ZERO.
015300*----------------------------------------------------------------
015400* ONE CHECKPOINT, INCIDENT, ALERT OR AUDIT RECORD FROM EITHER THE
015500* CURRENT FILE OR ITS ARCHIVE GENERATION, MOVED HERE SO ONE
015600* PARAGRAPH TALLIES BOTH.
015700*----------------------------------------------------------------
015800 01  SV-WS-CHECKPOINT.
015900     05  SV-WS-CK-JOB-ID         PIC X(08).
016000     05  SV-WS-CK-DATE           PIC X(08).
016100     05  SV-WS-CK-TS             PIC X(26).
016200     05  SV-WS-CK-RUN            PIC X(02).
016300 01  SV-WS-INCIDENT.
016400     05  SV-WS-IN-JOB-ID         PIC X(08).
016500     05  SV-WS-IN-DATE           PIC X(08).
016600     05  SV-WS-IN-ATTEMPT        PIC 9(02).
016700     05  SV-WS-IN-RC             PIC 9(04).
016800     05  SV-WS-IN-TS             PIC X(26).
016900 01  SV-WS-ALERT.
017000     05  SV-WS-AW-SEVERITY       PIC X(01).
017100     05  SV-WS-AW-CYCLE-DATE     PIC X(08).
017200     05  SV-WS-AW-TS             PIC X(26).
017300     05  SV-WS-AW-REPEAT         PIC X(04).
017400 01  SV-WS-AUDIT.
017500     05  SV-WS-AU-REC-TYPE       PIC X(02).
017600     05  SV-WS-AU-KEY            PIC X(08).
017700     05  SV-WS-AU-TS             PIC X(26).
017800 77  SV-WS-DAY-SUB               PIC S9(04) COMP VALUE ZERO.
017900 77  SV-WS-RUN-NUM               PIC S9(04) COMP VALUE ZERO.
018000 77  SV-WS-PLAN-MAX              PIC S9(04) COMP VALUE 200.
018100 77  SV-WS-PLAN-COUNT            PIC S9(04) COMP VALUE ZERO.
018200 77  SV-WS-PLAN-SUB              PIC S9(04) COMP VALUE ZERO.
018300 77  SV-WS-TABLE-MAX             PIC S9(04) COMP VALUE 500.
018400 77  SV-WS-ENTRY-COUNT           PIC S9(04) COMP VALUE ZERO.
018500 77  SV-WS-ENTRY-SUB             PIC S9(04) COMP VALUE ZERO.
018600 77  SV-WS-ENTRY-HIT             PIC S9(04) COMP VALUE ZERO.
018700 77  SV-WS-OFF-COUNT             PIC S9(04) COMP VALUE ZERO.
018800 77  SV-WS-OFF-SUB               PIC S9(04) COMP VALUE ZERO.
018900 77  SV-WS-OFF-HIT               PIC S9(04) COMP VALUE ZERO.
019000 77  SV-WS-RANK                  PIC S9(04) COMP VALUE ZERO.
019100 77  SV-WS-NIGHT-COUNT           PIC S9(04) COMP VALUE ZERO.
019200 77  SV-WS-ONTIME-COUNT          PIC S9(04) COMP VALUE ZERO.
019300 77  SV-WS-LATE-COUNT            PIC S9(04) COMP VALUE ZERO.
019400 77  SV-WS-NOSTART-COUNT         PIC S9(04) COMP VALUE ZERO.
019500 77  SV-WS-MISSED-TOTAL          PIC S9(07) COMP VALUE ZERO.
019600 77  SV-WS-INCID-TOTAL           PIC S9(07) COMP VALUE ZERO.
019700 77  SV-WS-CLOSED-COUNT          PIC S9(07) COMP VALUE ZERO.
019800 77  SV-WS-STILL-OPEN-COUNT      PIC S9(07) COMP VALUE ZERO.
019900 77  SV-WS-CLOSE-MIN-TOTAL       PIC S9(09) COMP VALUE ZERO.
020000 77  SV-WS-MEAN-CLOSE-MIN        PIC S9(07) COMP VALUE ZERO.
020100 77  SV-WS-CRIT-TOTAL            PIC S9(07) COMP VALUE ZERO.
020200 77  SV-WS-CONFIG-TOTAL          PIC S9(07) COMP VALUE ZERO.
020300 77  SV-WS-WORST-MIN             PIC S9(07) COMP VALUE ZERO.
020400 77  SV-WS-START-MIN             PIC S9(11) COMP VALUE ZERO.
020500 77  SV-WS-CALC-MIN              PIC S9(11) COMP VALUE ZERO.
020600 77  SV-WS-ELAPSED-MIN           PIC S9(11) COMP VALUE ZERO.
020700 77  SV-WS-ALERT-COUNT           PIC S9(04) COMP VALUE ZERO.
020800 77  SV-WS-BEST-NIGHTS           PIC S9(04) COMP VALUE ZERO.
020810 77  SV-WS-LAST-DAY              PIC S9(04) COMP VALUE ZERO.
020900 01  SV-WS-WORST-DATE            PIC X(08) VALUE SPACES.
021000 01  SV-WS-NIGHT-TABLE.
021100     05  SV-WS-NIGHT-ENTRY OCCURS 31 TIMES.
021200         10  SV-NT-START-RUN     PIC S9(04) COMP.
021300         10  SV-NT-START-TS      PIC X(26).
021400         10  SV-NT-CLOSE-RUN     PIC S9(04) COMP.
021500         10  SV-NT-CLOSE-TS      PIC X(26).
021600         10  SV-NT-STEPS         PIC S9(04) COMP.
021700         10  SV-NT-MISSED        PIC S9(04) COMP.
021800         10  SV-NT-INCIDENTS     PIC S9(04) COMP.
021900         10  SV-NT-ATTEMPTS      PIC S9(04) COMP.
022000         10  SV-NT-CRITICAL      PIC S9(04) COMP.
022100         10  SV-NT-ELAPSED-MIN   PIC S9(07) COMP.
022200         10  SV-NT-STATUS        PIC X(08).
022300 01  SV-WS-PLAN-TABLE.
022400     05  SV-WS-PLAN-ENTRY OCCURS 200 TIMES.
022500         10  SV-PT-JOB-ID        PIC X(08).
022600         10  SV-PT-SCHED-TYPE    PIC X(01).
022700         10  SV-PT-DOW-MASK      PIC X(07).
022800         10  SV-PT-SCHED-DAY     PIC X(02).
022900         10  SV-PT-SCHED-MMDD    PIC X(04).
023000         10  SV-PT-DONE-DAYS     PIC X(31).
023100 01  SV-WS-INCIDENT-TABLE.
023200     05  SV-WS-INCIDENT-ENTRY OCCURS 500 TIMES.
023300         10  SV-IT-JOB-ID        PIC X(08).
023400         10  SV-IT-DATE          PIC X(08).
023500         10  SV-IT-MAX-ATTEMPT   PIC 9(02).
023600         10  SV-IT-FIRST-FAIL-TS PIC X(26).
023700         10  SV-IT-LAST-TS       PIC X(26).
023800         10  SV-IT-LAST-RC       PIC 9(04).
023900 01  SV-WS-OFFENDER-TABLE.
024000     05  SV-WS-OFFENDER-ENTRY OCCURS 500 TIMES.
024100         10  SV-OT-JOB-ID        PIC X(08).
024200         10  SV-OT-NIGHTS        PIC S9(04) COMP.
024300         10  SV-OT-ATTEMPTS      PIC S9(04) COMP.
024400         10  SV-OT-PRINTED       PIC X(01).
024500 01  SV-WS-FMT-MIN               PIC S9(07) COMP VALUE ZERO.
024600 01  SV-WS-FMT-HH                PIC 9(03) VALUE ZERO.
024700 01  SV-WS-FMT-MM                PIC 9(02) VALUE ZERO.
024800 01  SV-WS-FMT-HH-DISP           PIC ZZ9.
024900 01  SV-WS-FMT-DISP              PIC X(06) VALUE SPACES.
025000 01  SV-WS-CALC-HH               PIC 9(02) VALUE ZERO.
025100 01  SV-WS-CALC-MM               PIC 9(02) VALUE ZERO.
025200 01  SV-WS-START-DISP            PIC X(08) VALUE SPACES.
025300 01  SV-WS-CLOSE-DISP            PIC X(08) VALUE SPACES.
025400 01  SV-WS-TS-DISP               PIC X(08) VALUE SPACES.
025500 01  SV-WS-RUN-DISP              PIC Z9.
025600 01  SV-WS-STEPS-DISP            PIC ZZZ9.
025700 01  SV-WS-MISSED-DISP           PIC ZZZ9.
025800 01  SV-WS-INCID-DISP            PIC ZZZ9.
025900 01  SV-WS-ATT-DISP              PIC ZZZ9.
026000 01  SV-WS-CRIT-DISP             PIC ZZZ9.
026100 01  SV-WS-TARGET-DISP           PIC ZZZ9.
026200 01  SV-WS-COUNT-DISP            PIC ZZ,ZZ9.
026300 COPY DateLink.
026400 COPY RuleLink.
026500 COPY IncdLnk.
026600 COPY StepLnk.
026650 COPY CycLink.
026700 01  SV-WS-RUN-JOB-ID            PIC X(08) VALUE 'SLARPT'.
026900 01  SV-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
027000 01  SV-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
027100 LINKAGE SECTION.
027200 01  SV-LINK-PARM.
027300     05  SV-LINK-PARM-LEN        PIC S9(04) COMP.
027400     05  SV-LINK-PARM-TEXT       PIC X(10).
027500     05  SV-LINK-PARM-FIELDS REDEFINES SV-LINK-PARM-TEXT.
027600         10  SV-LINK-MONTH       PIC X(06).
027700         10  SV-LINK-TARGET      PIC X(04).
027800 PROCEDURE DIVISION USING SV-LINK-PARM.
027900 0000-MAINLINE.
028000     PERFORM 9600-RECORD-STEP-START
028100         THRU 9600-RECORD-STEP-START-EXIT.
028200     PERFORM 1000-INITIALIZE
028300         THRU 1000-INITIALIZE-EXIT.
028400     IF SV-ERROR-YES
028500         MOVE 8 TO RETURN-CODE
028600         MOVE 'BAD PARM OR PRINT FILE FAILURE'
028700             TO SV-WS-DIAG-MSG
028800         PERFORM 9500-LOG-INCIDENT
028900             THRU 9500-LOG-INCIDENT-EXIT
029000         GO TO 0000-MAINLINE-EXIT
029100     END-IF.
029200     PERFORM 2000-LOAD-PLAN-TABLE
029300         THRU 2000-LOAD-PLAN-TABLE-EXIT.
029400     PERFORM 2500-SCAN-CHECKPOINTS
029500         THRU 2500-SCAN-CHECKPOINTS-EXIT.
029600     PERFORM 3000-SCAN-INCIDENTS
029700         THRU 3000-SCAN-INCIDENTS-EXIT.
029800     PERFORM 3500-APPLY-INCIDENTS
029900         THRU 3500-APPLY-INCIDENTS-EXIT.
030000     PERFORM 4000-SCAN-ALERTS
030100         THRU 4000-SCAN-ALERTS-EXIT.
030200     PERFORM 4500-SCAN-AUDIT
030300         THRU 4500-SCAN-AUDIT-EXIT.
030400     PERFORM 5000-EVALUATE-NIGHTS
030500         THRU 5000-EVALUATE-NIGHTS-EXIT.
030600     PERFORM 6000-PRINT-REPORT
030700         THRU 6000-PRINT-REPORT-EXIT.
030800     IF SV-ERROR-YES
030900         MOVE 8 TO RETURN-CODE
031000         MOVE 'FILE OPEN OR READ FAILURE' TO SV-WS-DIAG-MSG
031100     ELSE
031200         MOVE 0 TO RETURN-CODE
031300     END-IF.
031302     IF RETURN-CODE = 0 AND SV-CYCLE-WARN-YES
031304         MOVE 4 TO RETURN-CODE
031306         MOVE 'CYCLE-CONTROL WARNING - SEE JOB LOG'
031308             TO SV-WS-DIAG-MSG
031309     END-IF.
031400     PERFORM 9500-LOG-INCIDENT
031500         THRU 9500-LOG-INCIDENT-EXIT.
031600 0000-MAINLINE-EXIT.
031700     PERFORM 9700-RECORD-STEP-END
031800         THRU 9700-RECORD-STEP-END-EXIT.
031900     GOBACK.
032000*----------------------------------------------------------------
032100* REPORT MONTH AND WINDOW TARGET FROM THE PARM, NIGHT TABLE
032200* CLEARED, PRINT FILE OPENED.
032300*----------------------------------------------------------------
032400 1000-INITIALIZE.
032500     SET SV-CYCLE-WARN-NO TO TRUE.
032510     PERFORM 1050-GET-CYCLE-DATE
032520         THRU 1050-GET-CYCLE-DATE-EXIT.
032600     IF SV-LINK-PARM-LEN >= 6
032700         IF SV-LINK-MONTH NOT NUMERIC
032800             DISPLAY 'SLARPT0010E - REPORT MONTH NOT NUMERIC: '
032900                 SV-LINK-MONTH
033000             SET SV-ERROR-YES TO TRUE
033100             GO TO 1000-INITIALIZE-EXIT
033200         END-IF
033300         MOVE SV-LINK-MONTH TO SV-WS-MONTH
033400     ELSE
033500         MOVE SV-WS-TODAY (1:6) TO SV-WS-MONTH
033600         IF SV-WS-MONTH-MM = 1
033700             MOVE 12 TO SV-WS-MONTH-MM
033800             SUBTRACT 1 FROM SV-WS-MONTH-YYYY
033900         ELSE
034000             SUBTRACT 1 FROM SV-WS-MONTH-MM
034100         END-IF
034200     END-IF.
034300     IF SV-WS-MONTH-MM < 1 OR SV-WS-MONTH-MM > 12
034400         DISPLAY 'SLARPT0010E - REPORT MONTH NOT VALID: '
034500             SV-WS-MONTH
034600         SET SV-ERROR-YES TO TRUE
034700         GO TO 1000-INITIALIZE-EXIT
034800     END-IF.
034900     IF SV-LINK-PARM-LEN >= 10
035000         IF SV-LINK-TARGET NUMERIC AND SV-LINK-TARGET > '0000'
035100             MOVE SV-LINK-TARGET TO SV-WS-TARGET-MIN
035200         END-IF
035300     END-IF.
035400     STRING SV-WS-MONTH '01' DELIMITED BY SIZE
035500         INTO SV-WS-FROM-DATE
035600     END-STRING.
035700     STRING SV-WS-MONTH '31' DELIMITED BY SIZE
035800         INTO SV-WS-TO-DATE
035900     END-STRING.
035950     PERFORM 1200-SET-LAST-DAY
035960         THRU 1200-SET-LAST-DAY-EXIT.
036000     PERFORM 1100-CLEAR-NIGHT
036100         THRU 1100-CLEAR-NIGHT-EXIT
036200         VARYING SV-WS-DAY-SUB FROM 1 BY 1
036300         UNTIL SV-WS-DAY-SUB > 31.
036400     OPEN OUTPUT PRINT-FILE.
036500     IF SV-WS-PF-STATUS NOT = '00'
036600         DISPLAY 'SLARPT0020E - PRINT-FILE OPEN FAILED'
036700             ', STATUS=' SV-WS-PF-STATUS
036800         SET SV-ERROR-YES TO TRUE
036900     END-IF.
037000 1000-INITIALIZE-EXIT.
037100     EXIT.
037105*----------------------------------------------------------------
037110* THE RUN DATE IS THE OPEN CYCLE (THE SYSTEM DATE WHEN NONE IS
037115* OPEN, WARNED WHEN IT ALSO PICKS THE DEFAULT REPORT MONTH).
037120*----------------------------------------------------------------
037125 1050-GET-CYCLE-DATE.
037130     MOVE 'G'              TO HW-CY-REQ-FUNCTION.
037135     MOVE SV-WS-RUN-JOB-ID TO HW-CY-REQ-JOB-ID.
037140     MOVE SPACES           TO HW-CY-REQ-DATE.
037145     CALL 'CycleControl' USING HW-CY-LINK-PARM.
037150     MOVE HW-CY-CYCLE-DATE TO SV-WS-TODAY.
037155     IF NOT HW-CY-OK AND SV-LINK-PARM-LEN < 6
037160         DISPLAY 'SLARPT0230W - NO CYCLE OPEN ON THE CYCLE-'
037165             'CONTROL FILE, RUN DATE IS THE SYSTEM DATE '
037170             SV-WS-TODAY
037175         SET SV-CYCLE-WARN-YES TO TRUE
037180     END-IF.
037185 1050-GET-CYCLE-DATE-EXIT.
037190     EXIT.
037200 1100-CLEAR-NIGHT.
037300     MOVE ZERO   TO SV-NT-START-RUN (SV-WS-DAY-SUB)
037400                    SV-NT-CLOSE-RUN (SV-WS-DAY-SUB)
037500                    SV-NT-STEPS (SV-WS-DAY-SUB)
037600                    SV-NT-MISSED (SV-WS-DAY-SUB)
037700                    SV-NT-INCIDENTS (SV-WS-DAY-SUB)
037800                    SV-NT-ATTEMPTS (SV-WS-DAY-SUB)
037900                    SV-NT-CRITICAL (SV-WS-DAY-SUB)
038000                    SV-NT-ELAPSED-MIN (SV-WS-DAY-SUB).
038100     MOVE SPACES TO SV-NT-START-TS (SV-WS-DAY-SUB)
038200                    SV-NT-CLOSE-TS (SV-WS-DAY-SUB)
038300                    SV-NT-STATUS (SV-WS-DAY-SUB).
038400 1100-CLEAR-NIGHT-EXIT.
038500     EXIT.
038503*----------------------------------------------------------------
038506* LAST NIGHT OF THE REPORT MONTH THAT MUST HAVE RUN: THE END OF
038509* THE MONTH, OR THE NIGHT BEFORE THE RUN DATE IN THE RUN DATE'S
038512* OWN MONTH (ZERO FOR A MONTH NOT YET BEGUN).
038515*----------------------------------------------------------------
038518 1200-SET-LAST-DAY.
038521     MOVE ZERO TO SV-WS-LAST-DAY.
038524     IF SV-WS-TODAY (1:6) < SV-WS-MONTH
038527         GO TO 1200-SET-LAST-DAY-EXIT
038530     END-IF.
038533     MOVE SV-WS-MONTH-DAYS (SV-WS-MONTH-MM) TO SV-WS-LAST-DAY.
038536     IF SV-WS-MONTH-MM = 2
038539         DIVIDE SV-WS-MONTH-YYYY BY 4 GIVING SV-WS-LEAP-QUOT
038542             REMAINDER SV-WS-LEAP-REM-4
038545         DIVIDE SV-WS-MONTH-YYYY BY 100 GIVING SV-WS-LEAP-QUOT
038548             REMAINDER SV-WS-LEAP-REM-100
038551         DIVIDE SV-WS-MONTH-YYYY BY 400 GIVING SV-WS-LEAP-QUOT
038554             REMAINDER SV-WS-LEAP-REM-400
038557         IF (SV-WS-LEAP-REM-4 = ZERO AND
038560             SV-WS-LEAP-REM-100 NOT = ZERO) OR
038563            SV-WS-LEAP-REM-400 = ZERO
038566             MOVE 29 TO SV-WS-LAST-DAY
038569         END-IF
038572     END-IF.
038575     IF SV-WS-TODAY (1:6) = SV-WS-MONTH AND
038578        SV-WS-TODAY (7:2) NUMERIC
038581         MOVE SV-WS-TODAY (7:2) TO SV-WS-TODAY-DD
038584         COMPUTE SV-WS-LAST-DAY = SV-WS-TODAY-DD - 1
038587     END-IF.
038590 1200-SET-LAST-DAY-EXIT.
038593     EXIT.
038600*----------------------------------------------------------------
038700* PLANNED-SCHEDULE RULES, KEPT WITH ONE 'DONE' BYTE PER DAY OF
038800* THE MONTH.  NO PLANSCHD MEANS NO MISSED STEPS ARE REPORTED.
038900*----------------------------------------------------------------
039000 2000-LOAD-PLAN-TABLE.
039100     SET SV-EOF-NO TO TRUE.
039200     OPEN INPUT PLAN-SCHEDULE-FILE.
039300     IF SV-WS-PS-STATUS = '35'
039400         GO TO 2000-LOAD-PLAN-TABLE-EXIT
039500     END-IF.
039600     IF SV-WS-PS-STATUS NOT = '00'
039700         DISPLAY 'SLARPT0030E - PLAN-SCHEDULE-FILE OPEN FAILED'
039800             ', STATUS=' SV-WS-PS-STATUS
039900         SET SV-ERROR-YES TO TRUE
040000         GO TO 2000-LOAD-PLAN-TABLE-EXIT
040100     END-IF.
040200     PERFORM 2100-READ-PLAN-RECORD
040300         THRU 2100-READ-PLAN-RECORD-EXIT
040400         UNTIL SV-EOF-YES.
040500     CLOSE PLAN-SCHEDULE-FILE.
040600 2000-LOAD-PLAN-TABLE-EXIT.
040700     EXIT.
040800 2100-READ-PLAN-RECORD.
040900     READ PLAN-SCHEDULE-FILE
041000         AT END
041100             SET SV-EOF-YES TO TRUE
041200             GO TO 2100-READ-PLAN-RECORD-EXIT
041300     END-READ.
041400     IF SV-WS-PS-STATUS NOT = '00'
041500         DISPLAY 'SLARPT0040E - PLAN-SCHEDULE-FILE READ FAILED'
041600             ', STATUS=' SV-WS-PS-STATUS
041700         SET SV-EOF-YES TO TRUE
041800         SET SV-ERROR-YES TO TRUE
041900         GO TO 2100-READ-PLAN-RECORD-EXIT
042000     END-IF.
042100     IF SV-WS-PLAN-COUNT >= SV-WS-PLAN-MAX
042200         DISPLAY 'SLARPT0050W - PLAN TABLE FULL, JOB '
042300             HW-PS-JOB-ID ' NOT CHECKED'
042400         GO TO 2100-READ-PLAN-RECORD-EXIT
042500     END-IF.
042600     ADD 1 TO SV-WS-PLAN-COUNT.
042700     MOVE HW-PS-JOB-ID     TO SV-PT-JOB-ID (SV-WS-PLAN-COUNT).
042800     MOVE HW-PS-SCHED-TYPE TO SV-PT-SCHED-TYPE (SV-WS-PLAN-COUNT).
042900     MOVE HW-PS-DOW-MASK   TO SV-PT-DOW-MASK (SV-WS-PLAN-COUNT).
043000     MOVE HW-PS-SCHED-DAY  TO SV-PT-SCHED-DAY (SV-WS-PLAN-COUNT).
043100     MOVE HW-PS-SCHED-MMDD TO SV-PT-SCHED-MMDD (SV-WS-PLAN-COUNT).
043200     MOVE SPACES           TO SV-PT-DONE-DAYS (SV-WS-PLAN-COUNT).
043300 2100-READ-PLAN-RECORD-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600* CHECKPOINTS - CURRENT RESTARTC, THEN THE RSTRTARC GENERATION.
043700*----------------------------------------------------------------
043800 2500-SCAN-CHECKPOINTS.
043900     SET SV-EOF-NO TO TRUE.
044000     OPEN INPUT RESTART-CONTROL-FILE.
044100     IF SV-WS-RC-STATUS = '35'
044200         GO TO 2500-SCAN-ARCHIVE
044300     END-IF.
044400     IF SV-WS-RC-STATUS NOT = '00'
044500         DISPLAY 'SLARPT0060E - RESTART-CONTROL-FILE OPEN '
044600             'FAILED, STATUS=' SV-WS-RC-STATUS
044700         SET SV-ERROR-YES TO TRUE
044800         GO TO 2500-SCAN-ARCHIVE
044900     END-IF.
045000     PERFORM 2510-READ-RESTART-CURRENT
045100         THRU 2510-READ-RESTART-CURRENT-EXIT
045200         UNTIL SV-EOF-YES.
045300     CLOSE RESTART-CONTROL-FILE.
045400 2500-SCAN-ARCHIVE.
045500     SET SV-EOF-NO TO TRUE.
045600     OPEN INPUT RESTART-ARCH-FILE.
045700     IF SV-WS-RA-STATUS = '35'
045800         GO TO 2500-SCAN-CHECKPOINTS-EXIT
045900     END-IF.
046000     IF SV-WS-RA-STATUS NOT = '00'
046100         DISPLAY 'SLARPT0080E - RESTART-ARCH-FILE OPEN FAILED'
046200             ', STATUS=' SV-WS-RA-STATUS
046300         SET SV-ERROR-YES TO TRUE
046400         GO TO 2500-SCAN-CHECKPOINTS-EXIT
046500     END-IF.
046600     PERFORM 2520-READ-RESTART-ARCHIVE
046700         THRU 2520-READ-RESTART-ARCHIVE-EXIT
046800         UNTIL SV-EOF-YES.
046900     CLOSE RESTART-ARCH-FILE.
047000 2500-SCAN-CHECKPOINTS-EXIT.
047100     EXIT.
047200 2510-READ-RESTART-CURRENT.
047300     READ RESTART-CONTROL-FILE
047400         AT END
047500             SET SV-EOF-YES TO TRUE
047600             GO TO 2510-READ-RESTART-CURRENT-EXIT
047700     END-READ.
047800     IF SV-WS-RC-STATUS NOT = '00'
047900         DISPLAY 'SLARPT0070E - RESTART-CONTROL-FILE READ '
048000             'FAILED, STATUS=' SV-WS-RC-STATUS
048100         SET SV-EOF-YES TO TRUE
048200         SET SV-ERROR-YES TO TRUE
048300         GO TO 2510-READ-RESTART-CURRENT-EXIT
048400     END-IF.
048500     MOVE HW-RC-JOB-ID        TO SV-WS-CK-JOB-ID.
048600     MOVE HW-RC-DATE          TO SV-WS-CK-DATE.
048700     MOVE HW-RC-COMPLETION-TS TO SV-WS-CK-TS.
048800     MOVE HW-RC-CYCLE-RUN     TO SV-WS-CK-RUN.
048900     PERFORM 2600-TALLY-CHECKPOINT
049000         THRU 2600-TALLY-CHECKPOINT-EXIT.
049100 2510-READ-RESTART-CURRENT-EXIT.
049200     EXIT.
049300 2520-READ-RESTART-ARCHIVE.
049400     READ RESTART-ARCH-FILE
049500         AT END
049600             SET SV-EOF-YES TO TRUE
049700             GO TO 2520-READ-RESTART-ARCHIVE-EXIT
049800     END-READ.
049900     IF SV-WS-RA-STATUS NOT = '00'
050000         DISPLAY 'SLARPT0090E - RESTART-ARCH-FILE READ FAILED'
050100             ', STATUS=' SV-WS-RA-STATUS
050200         SET SV-EOF-YES TO TRUE
050300         SET SV-ERROR-YES TO TRUE
050400         GO TO 2520-READ-RESTART-ARCHIVE-EXIT
050500     END-IF.
050600     MOVE SV-RA-JOB-ID        TO SV-WS-CK-JOB-ID.
050700     MOVE SV-RA-DATE          TO SV-WS-CK-DATE.
050800     MOVE SV-RA-COMPLETION-TS TO SV-WS-CK-TS.
050900     MOVE SV-RA-CYCLE-RUN     TO SV-WS-CK-RUN.
051000     PERFORM 2600-TALLY-CHECKPOINT
051100         THRU 2600-TALLY-CHECKPOINT-EXIT.
051200 2520-READ-RESTART-ARCHIVE-EXIT.
051300     EXIT.
051400*----------------------------------------------------------------
051500* A HELLOWLD CHECKPOINT OPENS THE NIGHT, A CYCLEEND CHECKPOINT
051600* CLOSES IT; THE HIGHEST CYCLE-RUN OF EACH IS KEPT (A NON-
051700* NUMERIC OR ZERO RUN COUNTS AS RUN 1, AS IN CYCLEEND).  ANY
051800* CHECKPOINT MARKS ITS PLANNED JOB DONE FOR THE NIGHT.
051900*----------------------------------------------------------------
052000 2600-TALLY-CHECKPOINT.
052100     IF SV-WS-CK-DATE < SV-WS-FROM-DATE OR
052200        SV-WS-CK-DATE > SV-WS-TO-DATE
052300         GO TO 2600-TALLY-CHECKPOINT-EXIT
052400     END-IF.
052500     MOVE SV-WS-CK-DATE TO SV-WS-WORK-DATE.
052600     PERFORM 8200-SET-DAY-SUB
052700         THRU 8200-SET-DAY-SUB-EXIT.
052800     IF SV-WS-DAY-SUB = ZERO
052900         GO TO 2600-TALLY-CHECKPOINT-EXIT
053000     END-IF.
053100     IF SV-WS-CK-RUN NUMERIC AND SV-WS-CK-RUN > '00'
053200         MOVE SV-WS-CK-RUN TO SV-WS-RUN-NUM
053400     ELSE
053500         MOVE 1 TO SV-WS-RUN-NUM
053600     END-IF.
053700     IF SV-WS-CK-JOB-ID = 'HELLOWLD' AND
053800        SV-WS-RUN-NUM >= SV-NT-START-RUN (SV-WS-DAY-SUB)
053900         MOVE SV-WS-RUN-NUM TO SV-NT-START-RUN (SV-WS-DAY-SUB)
054000         MOVE SV-WS-CK-TS   TO SV-NT-START-TS (SV-WS-DAY-SUB)
054100     END-IF.
054200     IF SV-WS-CK-JOB-ID = 'CYCLEEND' AND
054300        SV-WS-RUN-NUM >= SV-NT-CLOSE-RUN (SV-WS-DAY-SUB)
054400         MOVE SV-WS-RUN-NUM TO SV-NT-CLOSE-RUN (SV-WS-DAY-SUB)
054500         MOVE SV-WS-CK-TS   TO SV-NT-CLOSE-TS (SV-WS-DAY-SUB)
054600     END-IF.
054700     PERFORM 2650-MARK-PLAN-DONE
054800         THRU 2650-MARK-PLAN-DONE-EXIT
054900         VARYING SV-WS-PLAN-SUB FROM 1 BY 1
055000         UNTIL SV-WS-PLAN-SUB > SV-WS-PLAN-COUNT.
055100 2600-TALLY-CHECKPOINT-EXIT.
055200     EXIT.
055300 2650-MARK-PLAN-DONE.
055400     IF SV-PT-JOB-ID (SV-WS-PLAN-SUB) = SV-WS-CK-JOB-ID
055500         MOVE 'Y'
055600             TO SV-PT-DONE-DAYS (SV-WS-PLAN-SUB)
055700                (SV-WS-DAY-SUB:1)
055800     END-IF.
055900 2650-MARK-PLAN-DONE-EXIT.
056000     EXIT.
056100*----------------------------------------------------------------
056200* INCIDENTS - CURRENT INCDLOG, THEN THE INCDARC GENERATION.
056300*----------------------------------------------------------------
056400 3000-SCAN-INCIDENTS.
056500     SET SV-EOF-NO TO TRUE.
056600     OPEN INPUT INCIDENT-LOG-FILE.
056700     IF SV-WS-IL-STATUS = '35'
056800         GO TO 3000-SCAN-ARCHIVE
056900     END-IF.
057000     IF SV-WS-IL-STATUS NOT = '00'
057100         DISPLAY 'SLARPT0100E - INCIDENT-LOG-FILE OPEN FAILED'
057200             ', STATUS=' SV-WS-IL-STATUS
057300         SET SV-ERROR-YES TO TRUE
057400         GO TO 3000-SCAN-ARCHIVE
057500     END-IF.
057600     PERFORM 3010-READ-INCIDENT-CURRENT
057700         THRU 3010-READ-INCIDENT-CURRENT-EXIT
057800         UNTIL SV-EOF-YES.
057900     CLOSE INCIDENT-LOG-FILE.
058000 3000-SCAN-ARCHIVE.
058100     SET SV-EOF-NO TO TRUE.
058200     OPEN INPUT INCIDENT-ARCH-FILE.
058300     IF SV-WS-IA-STATUS = '35'
058400         GO TO 3000-SCAN-INCIDENTS-EXIT
058500     END-IF.
058600     IF SV-WS-IA-STATUS NOT = '00'
058700         DISPLAY 'SLARPT0120E - INCIDENT-ARCH-FILE OPEN FAILED'
058800             ', STATUS=' SV-WS-IA-STATUS
058900         SET SV-ERROR-YES TO TRUE
059000         GO TO 3000-SCAN-INCIDENTS-EXIT
059100     END-IF.
059200     PERFORM 3020-READ-INCIDENT-ARCHIVE
059300         THRU 3020-READ-INCIDENT-ARCHIVE-EXIT
059400         UNTIL SV-EOF-YES.
059500     CLOSE INCIDENT-ARCH-FILE.
059600 3000-SCAN-INCIDENTS-EXIT.
059700     EXIT.
059800 3010-READ-INCIDENT-CURRENT.
059900     READ INCIDENT-LOG-FILE
060000         AT END
060100             SET SV-EOF-YES TO TRUE
060200             GO TO 3010-READ-INCIDENT-CURRENT-EXIT
060300     END-READ.
060400     IF SV-WS-IL-STATUS NOT = '00'
060500         DISPLAY 'SLARPT0110E - INCIDENT-LOG-FILE READ FAILED'
060600             ', STATUS=' SV-WS-IL-STATUS
060700         SET SV-EOF-YES TO TRUE
060800         SET SV-ERROR-YES TO TRUE
060900         GO TO 3010-READ-INCIDENT-CURRENT-EXIT
061000     END-IF.
061100     MOVE HW-IL-JOB-ID      TO SV-WS-IN-JOB-ID.
061200     MOVE HW-IL-DATE        TO SV-WS-IN-DATE.
061300     MOVE HW-IL-ATTEMPT     TO SV-WS-IN-ATTEMPT.
061400     MOVE HW-IL-RETURN-CODE TO SV-WS-IN-RC.
061500     MOVE HW-IL-TIMESTAMP   TO SV-WS-IN-TS.
061600     PERFORM 3100-TALLY-INCIDENT
061700         THRU 3100-TALLY-INCIDENT-EXIT.
061800 3010-READ-INCIDENT-CURRENT-EXIT.
061900     EXIT.
062000 3020-READ-INCIDENT-ARCHIVE.
062100     READ INCIDENT-ARCH-FILE
062200         AT END
062300             SET SV-EOF-YES TO TRUE
062400             GO TO 3020-READ-INCIDENT-ARCHIVE-EXIT
062500     END-READ.
062600     IF SV-WS-IA-STATUS NOT = '00'
062700         DISPLAY 'SLARPT0130E - INCIDENT-ARCH-FILE READ FAILED'
062800             ', STATUS=' SV-WS-IA-STATUS
062900         SET SV-EOF-YES TO TRUE
063000         SET SV-ERROR-YES TO TRUE
063100         GO TO 3020-READ-INCIDENT-ARCHIVE-EXIT
063200     END-IF.
063300     MOVE SV-IA-JOB-ID      TO SV-WS-IN-JOB-ID.
063400     MOVE SV-IA-DATE        TO SV-WS-IN-DATE.
063500     MOVE SV-IA-ATTEMPT     TO SV-WS-IN-ATTEMPT.
063600     MOVE SV-IA-RETURN-CODE TO SV-WS-IN-RC.
063700     MOVE SV-IA-TIMESTAMP   TO SV-WS-IN-TS.
063800     PERFORM 3100-TALLY-INCIDENT
063900         THRU 3100-TALLY-INCIDENT-EXIT.
064000 3020-READ-INCIDENT-ARCHIVE-EXIT.
064100     EXIT.
064200*----------------------------------------------------------------
064300* ONE ENTRY PER JOB/DATE.  THE EARLIEST FAILURE OPENS THE
064400* INCIDENT; THE LATEST RECORD BY TIMESTAMP SAYS WHETHER IT WAS
064500* CLOSED (RC BELOW 8), SO THE ORDER THE TWO FILES ARE READ IN
064600* DOES NOT MATTER.
064700*----------------------------------------------------------------
064800 3100-TALLY-INCIDENT.
064900     IF SV-WS-IN-DATE < SV-WS-FROM-DATE OR
065000        SV-WS-IN-DATE > SV-WS-TO-DATE
065100         GO TO 3100-TALLY-INCIDENT-EXIT
065200     END-IF.
065300     SET SV-FOUND-NO TO TRUE.
065400     MOVE ZERO TO SV-WS-ENTRY-HIT.
065500     PERFORM 3150-SCAN-INCIDENT-TABLE
065600         THRU 3150-SCAN-INCIDENT-TABLE-EXIT
065700         VARYING SV-WS-ENTRY-SUB FROM 1 BY 1
065800         UNTIL SV-FOUND-YES
065900            OR SV-WS-ENTRY-SUB > SV-WS-ENTRY-COUNT.
066000     IF SV-FOUND-NO
066100         IF SV-WS-ENTRY-COUNT < SV-WS-TABLE-MAX
066200             ADD 1 TO SV-WS-ENTRY-COUNT
066300             MOVE SV-WS-ENTRY-COUNT TO SV-WS-ENTRY-HIT
066400             MOVE SV-WS-IN-JOB-ID
066500                 TO SV-IT-JOB-ID (SV-WS-ENTRY-HIT)
066600             MOVE SV-WS-IN-DATE TO SV-IT-DATE (SV-WS-ENTRY-HIT)
066700             MOVE ZERO TO SV-IT-MAX-ATTEMPT (SV-WS-ENTRY-HIT)
066800                          SV-IT-LAST-RC (SV-WS-ENTRY-HIT)
066900             MOVE SPACES
067000                 TO SV-IT-FIRST-FAIL-TS (SV-WS-ENTRY-HIT)
067100                    SV-IT-LAST-TS (SV-WS-ENTRY-HIT)
067200         ELSE
067300             DISPLAY 'SLARPT0140W - INCIDENT TABLE FULL, '
067400                 'RECORD SKIPPED FOR JOB ' SV-WS-IN-JOB-ID
067500             GO TO 3100-TALLY-INCIDENT-EXIT
067600         END-IF
067700     END-IF.
067800     IF SV-WS-IN-RC >= 8
067900         IF SV-WS-IN-ATTEMPT > SV-IT-MAX-ATTEMPT (SV-WS-ENTRY-HIT)
068000             MOVE SV-WS-IN-ATTEMPT
068100                 TO SV-IT-MAX-ATTEMPT (SV-WS-ENTRY-HIT)
068200         END-IF
068300         IF SV-IT-FIRST-FAIL-TS (SV-WS-ENTRY-HIT) = SPACES OR
068400            SV-WS-IN-TS < SV-IT-FIRST-FAIL-TS (SV-WS-ENTRY-HIT)
068500             MOVE SV-WS-IN-TS
068600                 TO SV-IT-FIRST-FAIL-TS (SV-WS-ENTRY-HIT)
068700         END-IF
068800     END-IF.
068900     IF SV-WS-IN-TS > SV-IT-LAST-TS (SV-WS-ENTRY-HIT)
069000         MOVE SV-WS-IN-TS TO SV-IT-LAST-TS (SV-WS-ENTRY-HIT)
069100         MOVE SV-WS-IN-RC TO SV-IT-LAST-RC (SV-WS-ENTRY-HIT)
069200     END-IF.
069300 3100-TALLY-INCIDENT-EXIT.
069400     EXIT.
069500 3150-SCAN-INCIDENT-TABLE.
069600     IF SV-IT-JOB-ID (SV-WS-ENTRY-SUB) = SV-WS-IN-JOB-ID AND
069700        SV-IT-DATE (SV-WS-ENTRY-SUB) = SV-WS-IN-DATE
069800         MOVE SV-WS-ENTRY-SUB TO SV-WS-ENTRY-HIT
069900         SET SV-FOUND-YES TO TRUE
070000     END-IF.
070100 3150-SCAN-INCIDENT-TABLE-EXIT.
070200     EXIT.
070300*----------------------------------------------------------------
070400* EACH INCIDENT COUNTS AGAINST ITS NIGHT AND ITS JOB; A CLOSED
070500* ONE ADDS ITS FIRST-FAILURE-TO-CLOSE MINUTES TO THE MEAN.
070600*----------------------------------------------------------------
070700 3500-APPLY-INCIDENTS.
070800     PERFORM 3600-APPLY-INCIDENT-ENTRY
070900         THRU 3600-APPLY-INCIDENT-ENTRY-EXIT
071000         VARYING SV-WS-ENTRY-SUB FROM 1 BY 1
071100         UNTIL SV-WS-ENTRY-SUB > SV-WS-ENTRY-COUNT.
071200 3500-APPLY-INCIDENTS-EXIT.
071300     EXIT.
071400 3600-APPLY-INCIDENT-ENTRY.
071500     IF SV-IT-FIRST-FAIL-TS (SV-WS-ENTRY-SUB) = SPACES
071600         GO TO 3600-APPLY-INCIDENT-ENTRY-EXIT
071700     END-IF.
071800     MOVE SV-IT-DATE (SV-WS-ENTRY-SUB) TO SV-WS-WORK-DATE.
071900     PERFORM 8200-SET-DAY-SUB
072000         THRU 8200-SET-DAY-SUB-EXIT.
072100     IF SV-WS-DAY-SUB = ZERO
072200         GO TO 3600-APPLY-INCIDENT-ENTRY-EXIT
072300     END-IF.
072400     ADD 1 TO SV-WS-INCID-TOTAL.
072500     ADD 1 TO SV-NT-INCIDENTS (SV-WS-DAY-SUB).
072600     ADD SV-IT-MAX-ATTEMPT (SV-WS-ENTRY-SUB)
072700         TO SV-NT-ATTEMPTS (SV-WS-DAY-SUB).
072800     PERFORM 3700-TALLY-OFFENDER
072900         THRU 3700-TALLY-OFFENDER-EXIT.
073000     IF SV-IT-LAST-RC (SV-WS-ENTRY-SUB) >= 8
073100         ADD 1 TO SV-WS-STILL-OPEN-COUNT
073200         GO TO 3600-APPLY-INCIDENT-ENTRY-EXIT
073300     END-IF.
073400     MOVE SV-IT-FIRST-FAIL-TS (SV-WS-ENTRY-SUB) TO SV-WS-CK-TS.
073500     PERFORM 8000-TS-TO-MINUTES
073600         THRU 8000-TS-TO-MINUTES-EXIT.
073700     IF SV-CALC-BAD
073800         GO TO 3600-APPLY-INCIDENT-ENTRY-EXIT
073900     END-IF.
074000     MOVE SV-WS-CALC-MIN TO SV-WS-START-MIN.
074100     MOVE SV-IT-LAST-TS (SV-WS-ENTRY-SUB) TO SV-WS-CK-TS.
074200     PERFORM 8000-TS-TO-MINUTES
074300         THRU 8000-TS-TO-MINUTES-EXIT.
074400     IF SV-CALC-BAD OR SV-WS-CALC-MIN < SV-WS-START-MIN
074500         GO TO 3600-APPLY-INCIDENT-ENTRY-EXIT
074600     END-IF.
074700     ADD 1 TO SV-WS-CLOSED-COUNT.
074800     COMPUTE SV-WS-CLOSE-MIN-TOTAL = SV-WS-CLOSE-MIN-TOTAL
074900         + SV-WS-CALC-MIN - SV-WS-START-MIN.
075000 3600-APPLY-INCIDENT-ENTRY-EXIT.
075100     EXIT.
075200 3700-TALLY-OFFENDER.
075300     SET SV-FOUND-NO TO TRUE.
075400     MOVE ZERO TO SV-WS-OFF-HIT.
075500     PERFORM 3750-SCAN-OFFENDER-TABLE
075600         THRU 3750-SCAN-OFFENDER-TABLE-EXIT
075700         VARYING SV-WS-OFF-SUB FROM 1 BY 1
075800         UNTIL SV-FOUND-YES
075900            OR SV-WS-OFF-SUB > SV-WS-OFF-COUNT.
076000     IF SV-FOUND-NO
076100         IF SV-WS-OFF-COUNT < SV-WS-TABLE-MAX
076200             ADD 1 TO SV-WS-OFF-COUNT
076300             MOVE SV-WS-OFF-COUNT TO SV-WS-OFF-HIT
076400             MOVE SV-IT-JOB-ID (SV-WS-ENTRY-SUB)
076500                 TO SV-OT-JOB-ID (SV-WS-OFF-HIT)
076600             MOVE ZERO TO SV-OT-NIGHTS (SV-WS-OFF-HIT)
076700                          SV-OT-ATTEMPTS (SV-WS-OFF-HIT)
076800             MOVE 'N' TO SV-OT-PRINTED (SV-WS-OFF-HIT)
076900         ELSE
077000             GO TO 3700-TALLY-OFFENDER-EXIT
077100         END-IF
077200     END-IF.
077300     ADD 1 TO SV-OT-NIGHTS (SV-WS-OFF-HIT).
077400     ADD SV-IT-MAX-ATTEMPT (SV-WS-ENTRY-SUB)
077500         TO SV-OT-ATTEMPTS (SV-WS-OFF-HIT).
077600 3700-TALLY-OFFENDER-EXIT.
077700     EXIT.
077800 3750-SCAN-OFFENDER-TABLE.
077900     IF SV-OT-JOB-ID (SV-WS-OFF-SUB)
078000        = SV-IT-JOB-ID (SV-WS-ENTRY-SUB)
078100         MOVE SV-WS-OFF-SUB TO SV-WS-OFF-HIT
078200         SET SV-FOUND-YES TO TRUE
078300     END-IF.
078400 3750-SCAN-OFFENDER-TABLE-EXIT.
078500     EXIT.
078600*----------------------------------------------------------------
078700* CRITICAL ALERTS - CURRENT ALERTLOG, THEN THE ALRTARC
078800* GENERATION.  AN ALERT BELONGS TO ITS CYCLE DATE, OR TO THE
078900* DATE IT WAS RAISED WHEN IT CARRIES NONE; A REPEATED ALERT
079000* COUNTS ONCE FOR EACH TIME IT WAS RAISED.
079100*----------------------------------------------------------------
079200 4000-SCAN-ALERTS.
079300     SET SV-EOF-NO TO TRUE.
079400     OPEN INPUT ALERT-LOG-FILE.
079500     IF SV-WS-AL-STATUS = '35'
079600         GO TO 4000-SCAN-ARCHIVE
079700     END-IF.
079800     IF SV-WS-AL-STATUS NOT = '00'
079900         DISPLAY 'SLARPT0150E - ALERT-LOG-FILE OPEN FAILED'
080000             ', STATUS=' SV-WS-AL-STATUS
080100         SET SV-ERROR-YES TO TRUE
080200         GO TO 4000-SCAN-ARCHIVE
080300     END-IF.
080400     PERFORM 4010-READ-ALERT-CURRENT
080500         THRU 4010-READ-ALERT-CURRENT-EXIT
080600         UNTIL SV-EOF-YES.
080700     CLOSE ALERT-LOG-FILE.
080800 4000-SCAN-ARCHIVE.
080900     SET SV-EOF-NO TO TRUE.
081000     OPEN INPUT ALERT-ARCH-FILE.
081100     IF SV-WS-XA-STATUS = '35'
081200         GO TO 4000-SCAN-ALERTS-EXIT
081300     END-IF.
081400     IF SV-WS-XA-STATUS NOT = '00'
081500         DISPLAY 'SLARPT0170E - ALERT-ARCH-FILE OPEN FAILED'
081600             ', STATUS=' SV-WS-XA-STATUS
081700         SET SV-ERROR-YES TO TRUE
081800         GO TO 4000-SCAN-ALERTS-EXIT
081900     END-IF.
082000     PERFORM 4020-READ-ALERT-ARCHIVE
082100         THRU 4020-READ-ALERT-ARCHIVE-EXIT
082200         UNTIL SV-EOF-YES.
082300     CLOSE ALERT-ARCH-FILE.
082400 4000-SCAN-ALERTS-EXIT.
082500     EXIT.
082600 4010-READ-ALERT-CURRENT.
082700     READ ALERT-LOG-FILE
082800         AT END
082900             SET SV-EOF-YES TO TRUE
083000             GO TO 4010-READ-ALERT-CURRENT-EXIT
083100     END-READ.
083200     IF SV-WS-AL-STATUS NOT = '00'
083300         DISPLAY 'SLARPT0160E - ALERT-LOG-FILE READ FAILED'
083400             ', STATUS=' SV-WS-AL-STATUS
083500         SET SV-EOF-YES TO TRUE
083600         SET SV-ERROR-YES TO TRUE
083700         GO TO 4010-READ-ALERT-CURRENT-EXIT
083800     END-IF.
083900     MOVE HW-AL-SEVERITY     TO SV-WS-AW-SEVERITY.
084000     MOVE HW-AL-CYCLE-DATE   TO SV-WS-AW-CYCLE-DATE.
084100     MOVE HW-AL-TIMESTAMP    TO SV-WS-AW-TS.
084200     MOVE HW-AL-REPEAT-COUNT TO SV-WS-AW-REPEAT.
084300     PERFORM 4100-TALLY-ALERT
084400         THRU 4100-TALLY-ALERT-EXIT.
084500 4010-READ-ALERT-CURRENT-EXIT.
084600     EXIT.
084700 4020-READ-ALERT-ARCHIVE.
084800     READ ALERT-ARCH-FILE
084900         AT END
085000             SET SV-EOF-YES TO TRUE
085100             GO TO 4020-READ-ALERT-ARCHIVE-EXIT
085200     END-READ.
085300     IF SV-WS-XA-STATUS NOT = '00'
085400         DISPLAY 'SLARPT0180E - ALERT-ARCH-FILE READ FAILED'
085500             ', STATUS=' SV-WS-XA-STATUS
085600         SET SV-EOF-YES TO TRUE
085700         SET SV-ERROR-YES TO TRUE
085800         GO TO 4020-READ-ALERT-ARCHIVE-EXIT
085900     END-IF.
086000     MOVE SV-XA-SEVERITY     TO SV-WS-AW-SEVERITY.
086100     MOVE SV-XA-CYCLE-DATE   TO SV-WS-AW-CYCLE-DATE.
086200     MOVE SV-XA-TIMESTAMP    TO SV-WS-AW-TS.
086300     MOVE SV-XA-REPEAT-COUNT TO SV-WS-AW-REPEAT.
086400     PERFORM 4100-TALLY-ALERT
086500         THRU 4100-TALLY-ALERT-EXIT.
086600 4020-READ-ALERT-ARCHIVE-EXIT.
086700     EXIT.
086800 4100-TALLY-ALERT.
086900     IF SV-WS-AW-SEVERITY NOT = 'C'
087000         GO TO 4100-TALLY-ALERT-EXIT
087100     END-IF.
087200     IF SV-WS-AW-CYCLE-DATE NUMERIC
087300         MOVE SV-WS-AW-CYCLE-DATE TO SV-WS-WORK-DATE
087400     ELSE
087500         MOVE SV-WS-AW-TS TO SV-WS-CK-TS
087600         PERFORM 8300-TS-TO-DATE
087700             THRU 8300-TS-TO-DATE-EXIT
087800     END-IF.
087900     IF SV-WS-WORK-DATE < SV-WS-FROM-DATE OR
088000        SV-WS-WORK-DATE > SV-WS-TO-DATE
088100         GO TO 4100-TALLY-ALERT-EXIT
088200     END-IF.
088300     PERFORM 8200-SET-DAY-SUB
088400         THRU 8200-SET-DAY-SUB-EXIT.
088500     IF SV-WS-DAY-SUB = ZERO
088600         GO TO 4100-TALLY-ALERT-EXIT
088700     END-IF.
088800     IF SV-WS-AW-REPEAT NUMERIC AND SV-WS-AW-REPEAT > '0000'
088900         MOVE SV-WS-AW-REPEAT TO SV-WS-ALERT-COUNT
089000     ELSE
089100         MOVE 1 TO SV-WS-ALERT-COUNT
089200     END-IF.
089300     ADD SV-WS-ALERT-COUNT TO SV-NT-CRITICAL (SV-WS-DAY-SUB).
089400     ADD SV-WS-ALERT-COUNT TO SV-WS-CRIT-TOTAL.
089500 4100-TALLY-ALERT-EXIT.
089600     EXIT.
089700*----------------------------------------------------------------
089800* AUDIT TRAIL - CURRENT AUDITTRL, THEN THE AUDITARC GENERATION.
089900* RUN EVENTS COUNT AS STEPS RUN ON THEIR CYCLE DATE (THE KEY, OR
090000* THE EVENT DATE WHEN THERE IS NONE); CONFIGURATION CHANGES AND
090100* LOAD DECISIONS ARE COUNTED FOR THE MONTH.
090200*----------------------------------------------------------------
090300 4500-SCAN-AUDIT.
090400     SET SV-EOF-NO TO TRUE.
090500     OPEN INPUT AUDIT-TRAIL-FILE.
090600     IF SV-WS-AT-STATUS = '35'
090700         GO TO 4500-SCAN-ARCHIVE
090800     END-IF.
090900     IF SV-WS-AT-STATUS NOT = '00'
091000         DISPLAY 'SLARPT0190E - AUDIT-TRAIL-FILE OPEN FAILED'
091100             ', STATUS=' SV-WS-AT-STATUS
091200         SET SV-ERROR-YES TO TRUE
091300         GO TO 4500-SCAN-ARCHIVE
091400     END-IF.
091500     PERFORM 4510-READ-AUDIT-CURRENT
091600         THRU 4510-READ-AUDIT-CURRENT-EXIT
091700         UNTIL SV-EOF-YES.
091800     CLOSE AUDIT-TRAIL-FILE.
091900 4500-SCAN-ARCHIVE.
092000     SET SV-EOF-NO TO TRUE.
092100     OPEN INPUT AUDIT-ARCH-FILE.
092200     IF SV-WS-AA-STATUS = '35'
092300         GO TO 4500-SCAN-AUDIT-EXIT
092400     END-IF.
092500     IF SV-WS-AA-STATUS NOT = '00'
092600         DISPLAY 'SLARPT0210E - AUDIT-ARCH-FILE OPEN FAILED'
092700             ', STATUS=' SV-WS-AA-STATUS
092800         SET SV-ERROR-YES TO TRUE
092900         GO TO 4500-SCAN-AUDIT-EXIT
093000     END-IF.
093100     PERFORM 4520-READ-AUDIT-ARCHIVE
093200         THRU 4520-READ-AUDIT-ARCHIVE-EXIT
093300         UNTIL SV-EOF-YES.
093400     CLOSE AUDIT-ARCH-FILE.
093500 4500-SCAN-AUDIT-EXIT.
093600     EXIT.
093700 4510-READ-AUDIT-CURRENT.
093800     READ AUDIT-TRAIL-FILE
093900         AT END
094000             SET SV-EOF-YES TO TRUE
094100             GO TO 4510-READ-AUDIT-CURRENT-EXIT
094200     END-READ.
094300     IF SV-WS-AT-STATUS NOT = '00'
094400         DISPLAY 'SLARPT0200E - AUDIT-TRAIL-FILE READ FAILED'
094500             ', STATUS=' SV-WS-AT-STATUS
094600         SET SV-EOF-YES TO TRUE
094700         SET SV-ERROR-YES TO TRUE
094800         GO TO 4510-READ-AUDIT-CURRENT-EXIT
094900     END-IF.
095000     MOVE HW-AT-REC-TYPE  TO SV-WS-AU-REC-TYPE.
095100     MOVE HW-AT-KEY       TO SV-WS-AU-KEY.
095200     MOVE HW-AT-TIMESTAMP TO SV-WS-AU-TS.
095300     PERFORM 4600-TALLY-AUDIT
095400         THRU 4600-TALLY-AUDIT-EXIT.
095500 4510-READ-AUDIT-CURRENT-EXIT.
095600     EXIT.
095700 4520-READ-AUDIT-ARCHIVE.
095800     READ AUDIT-ARCH-FILE
095900         AT END
096000             SET SV-EOF-YES TO TRUE
096100             GO TO 4520-READ-AUDIT-ARCHIVE-EXIT
096200     END-READ.
096300     IF SV-WS-AA-STATUS NOT = '00'
096400         DISPLAY 'SLARPT0220E - AUDIT-ARCH-FILE READ FAILED'
096500             ', STATUS=' SV-WS-AA-STATUS
096600         SET SV-EOF-YES TO TRUE
096700         SET SV-ERROR-YES TO TRUE
096800         GO TO 4520-READ-AUDIT-ARCHIVE-EXIT
096900     END-IF.
097000     MOVE SV-AA-REC-TYPE  TO SV-WS-AU-REC-TYPE.
097100     MOVE SV-AA-KEY       TO SV-WS-AU-KEY.
097200     MOVE SV-AA-TIMESTAMP TO SV-WS-AU-TS.
097300     PERFORM 4600-TALLY-AUDIT
097400         THRU 4600-TALLY-AUDIT-EXIT.
097500 4520-READ-AUDIT-ARCHIVE-EXIT.
097600     EXIT.
097700 4600-TALLY-AUDIT.
097800     MOVE SV-WS-AU-TS TO SV-WS-CK-TS.
097900     PERFORM 8300-TS-TO-DATE
098000         THRU 8300-TS-TO-DATE-EXIT.
098100     IF SV-WS-AU-REC-TYPE = 'CF' OR SV-WS-AU-REC-TYPE = 'LD'
098200         IF SV-WS-WORK-DATE NOT < SV-WS-FROM-DATE AND
098300            SV-WS-WORK-DATE NOT > SV-WS-TO-DATE
098400             ADD 1 TO SV-WS-CONFIG-TOTAL
098500         END-IF
098600         GO TO 4600-TALLY-AUDIT-EXIT
098700     END-IF.
098800     IF SV-WS-AU-REC-TYPE NOT = 'RU' AND
098900        SV-WS-AU-REC-TYPE NOT = SPACES
099000         GO TO 4600-TALLY-AUDIT-EXIT
099100     END-IF.
099200     IF SV-WS-AU-KEY NUMERIC
099300         MOVE SV-WS-AU-KEY TO SV-WS-WORK-DATE
099400     END-IF.
099500     IF SV-WS-WORK-DATE < SV-WS-FROM-DATE OR
099600        SV-WS-WORK-DATE > SV-WS-TO-DATE
099700         GO TO 4600-TALLY-AUDIT-EXIT
099800     END-IF.
099900     PERFORM 8200-SET-DAY-SUB
100000         THRU 8200-SET-DAY-SUB-EXIT.
100100     IF SV-WS-DAY-SUB NOT = ZERO
100200         ADD 1 TO SV-NT-STEPS (SV-WS-DAY-SUB)
100300     END-IF.
100400 4600-TALLY-AUDIT-EXIT.
100500     EXIT.
100600*----------------------------------------------------------------
100700* EVERY NIGHT UP TO THE LAST DAY (1200) IS REPORTED; A LATER
100800* NIGHT ONLY WHEN IT HAS A CYCLE CHECKPOINT, AN INCIDENT OR A
100900* CRITICAL ALERT.  ON TIME = CLOSED WITHIN THE TARGET; LATE =
101000* CLOSED OVER THE TARGET OR NEVER CLOSED FOR THE RUN THAT
101100* STARTED.  A NIGHT WITH NO HELLOWLD START CANNOT BE MEASURED;
101150* IT IS COUNTED SEPARATELY AND ALSO AS LATE.
101200*----------------------------------------------------------------
101300 5000-EVALUATE-NIGHTS.
101400     PERFORM 5100-EVALUATE-NIGHT
101500         THRU 5100-EVALUATE-NIGHT-EXIT
101600         VARYING SV-WS-DAY-SUB FROM 1 BY 1
101700         UNTIL SV-WS-DAY-SUB > 31.
101800 5000-EVALUATE-NIGHTS-EXIT.
101900     EXIT.
102000 5100-EVALUATE-NIGHT.
102050     IF SV-WS-DAY-SUB <= SV-WS-LAST-DAY
102060         GO TO 5100-EVALUATE-COUNT
102070     END-IF.
102100     IF SV-NT-START-RUN (SV-WS-DAY-SUB) = ZERO AND
102200        SV-NT-CLOSE-RUN (SV-WS-DAY-SUB) = ZERO AND
102300        SV-NT-INCIDENTS (SV-WS-DAY-SUB) = ZERO AND
102400        SV-NT-CRITICAL (SV-WS-DAY-SUB) = ZERO
102500         GO TO 5100-EVALUATE-NIGHT-EXIT
102600     END-IF.
102650 5100-EVALUATE-COUNT.
102700     ADD 1 TO SV-WS-NIGHT-COUNT.
102800     MOVE SV-WS-DAY-SUB TO SV-WS-DAY-DISP.
102900     MOVE SPACES TO SV-WS-NIGHT-DATE.
103000     STRING SV-WS-MONTH SV-WS-DAY-DISP DELIMITED BY SIZE
103100         INTO SV-WS-NIGHT-DATE
103200     END-STRING.
103300     PERFORM 5200-CHECK-PLAN-ENTRY
103400         THRU 5200-CHECK-PLAN-ENTRY-EXIT
103500         VARYING SV-WS-PLAN-SUB FROM 1 BY 1
103600         UNTIL SV-WS-PLAN-SUB > SV-WS-PLAN-COUNT.
103700     ADD SV-NT-MISSED (SV-WS-DAY-SUB) TO SV-WS-MISSED-TOTAL.
103800     IF SV-NT-START-RUN (SV-WS-DAY-SUB) = ZERO
103900         MOVE 'NO START' TO SV-NT-STATUS (SV-WS-DAY-SUB)
104000         ADD 1 TO SV-WS-NOSTART-COUNT
104050         ADD 1 TO SV-WS-LATE-COUNT
104100         GO TO 5100-EVALUATE-NIGHT-EXIT
104200     END-IF.
104300     MOVE 'NO CLOSE' TO SV-NT-STATUS (SV-WS-DAY-SUB).
104400     IF SV-NT-CLOSE-RUN (SV-WS-DAY-SUB)
104500        NOT = SV-NT-START-RUN (SV-WS-DAY-SUB)
104600         ADD 1 TO SV-WS-LATE-COUNT
104700         GO TO 5100-EVALUATE-NIGHT-EXIT
104800     END-IF.
104900     MOVE SV-NT-START-TS (SV-WS-DAY-SUB) TO SV-WS-CK-TS.
105000     PERFORM 8000-TS-TO-MINUTES
105100         THRU 8000-TS-TO-MINUTES-EXIT.
105200     MOVE SV-WS-CALC-MIN TO SV-WS-START-MIN.
105300     IF SV-CALC-GOOD
105400         MOVE SV-NT-CLOSE-TS (SV-WS-DAY-SUB) TO SV-WS-CK-TS
105500         PERFORM 8000-TS-TO-MINUTES
105600             THRU 8000-TS-TO-MINUTES-EXIT
105700     END-IF.
105800     IF SV-CALC-BAD OR SV-WS-CALC-MIN < SV-WS-START-MIN
105900         ADD 1 TO SV-WS-LATE-COUNT
106000         GO TO 5100-EVALUATE-NIGHT-EXIT
106100     END-IF.
106200     COMPUTE SV-WS-ELAPSED-MIN = SV-WS-CALC-MIN - SV-WS-START-MIN.
106300     MOVE SV-WS-ELAPSED-MIN TO SV-NT-ELAPSED-MIN (SV-WS-DAY-SUB).
106400     IF SV-WS-ELAPSED-MIN > SV-WS-TARGET-MIN
106500         MOVE 'LATE' TO SV-NT-STATUS (SV-WS-DAY-SUB)
106600         ADD 1 TO SV-WS-LATE-COUNT
106700     ELSE
106800         MOVE 'ON TIME' TO SV-NT-STATUS (SV-WS-DAY-SUB)
106900         ADD 1 TO SV-WS-ONTIME-COUNT
107000     END-IF.
107100     IF SV-WS-WORST-DATE = SPACES OR
107200        SV-WS-ELAPSED-MIN > SV-WS-WORST-MIN
107300         MOVE SV-WS-ELAPSED-MIN TO SV-WS-WORST-MIN
107400         MOVE SV-WS-NIGHT-DATE  TO SV-WS-WORST-DATE
107500     END-IF.
107600 5100-EVALUATE-NIGHT-EXIT.
107700     EXIT.
107800 5200-CHECK-PLAN-ENTRY.
107900     IF SV-PT-DONE-DAYS (SV-WS-PLAN-SUB) (SV-WS-DAY-SUB:1) = 'Y'
108000         GO TO 5200-CHECK-PLAN-ENTRY-EXIT
108100     END-IF.
108200     MOVE SV-WS-NIGHT-DATE TO HW-SR-CYCLE-DATE.
108300     MOVE SV-PT-SCHED-TYPE (SV-WS-PLAN-SUB) TO HW-SR-SCHED-TYPE.
108400     MOVE SV-PT-DOW-MASK (SV-WS-PLAN-SUB)   TO HW-SR-DOW-MASK.
108500     MOVE SV-PT-SCHED-DAY (SV-WS-PLAN-SUB)  TO HW-SR-SCHED-DAY.
108600     MOVE SV-PT-SCHED-MMDD (SV-WS-PLAN-SUB) TO HW-SR-SCHED-MMDD.
108700     CALL 'SchedRule' USING HW-SR-LINK-PARM.
108800     IF HW-SR-DUE
108900         ADD 1 TO SV-NT-MISSED (SV-WS-DAY-SUB)
109000     END-IF.
109100 5200-CHECK-PLAN-ENTRY-EXIT.
109200     EXIT.
109300*----------------------------------------------------------------
109400* REPORT - ONE LINE PER NIGHT, MONTH TOTALS, TOP OFFENDERS.
109500*----------------------------------------------------------------
109600 6000-PRINT-REPORT.
109700     IF SV-WS-PF-STATUS NOT = '00'
109800         GO TO 6000-PRINT-REPORT-EXIT
109900     END-IF.
110000     MOVE SPACES TO PRINT-LINE.
110100     MOVE '1' TO HW-PL-CTL.
110200     MOVE 'SLARPT - MONTHLY BATCH SERVICE-LEVEL REPORT'
110300         TO HW-PL-TEXT.
110400     WRITE PRINT-LINE.
110500     MOVE SV-WS-TARGET-MIN TO SV-WS-FMT-MIN.
110600     PERFORM 8100-FORMAT-MINUTES
110700         THRU 8100-FORMAT-MINUTES-EXIT.
110800     MOVE SV-WS-TARGET-MIN TO SV-WS-TARGET-DISP.
110900     MOVE SPACES TO PRINT-LINE.
111000     STRING 'REPORT MONTH: ' SV-WS-MONTH
111100             '   WINDOW TARGET: ' SV-WS-TARGET-DISP
111200             ' MINUTES (' SV-WS-FMT-DISP ')'
111300         DELIMITED BY SIZE INTO HW-PL-TEXT
111400     END-STRING.
111500     WRITE PRINT-LINE.
111600     MOVE SPACES TO PRINT-LINE.
111700     MOVE ALL '-' TO HW-PL-TEXT.
111800     WRITE PRINT-LINE.
111900     MOVE SPACES TO PRINT-LINE.
112000     STRING 'NIGHT    RN  START     CLOSE     ELAPSD '
112100             ' STATUS   STEP  MISS  INCD  ATMP  CRIT'
112200         DELIMITED BY SIZE INTO HW-PL-TEXT
112300     END-STRING.
112400     WRITE PRINT-LINE.
112500     PERFORM 6100-PRINT-NIGHT-LINE
112600         THRU 6100-PRINT-NIGHT-LINE-EXIT
112700         VARYING SV-WS-DAY-SUB FROM 1 BY 1
112800         UNTIL SV-WS-DAY-SUB > 31.
112900     IF SV-WS-NIGHT-COUNT = ZERO
113000         MOVE SPACES TO PRINT-LINE
113100         MOVE '  NONE' TO HW-PL-TEXT
113200         WRITE PRINT-LINE
113300     END-IF.
113400     MOVE SPACES TO PRINT-LINE.
113500     WRITE PRINT-LINE.
113600     PERFORM 6200-PRINT-TOTALS
113700         THRU 6200-PRINT-TOTALS-EXIT.
113800     MOVE SPACES TO PRINT-LINE.
113900     WRITE PRINT-LINE.
114000     MOVE SPACES TO PRINT-LINE.
114100     STRING 'TOP REPEAT OFFENDERS '
114200             '(INCIDENTS ON MORE THAN ONE NIGHT):'
114300         DELIMITED BY SIZE INTO HW-PL-TEXT
114400     END-STRING.
114500     WRITE PRINT-LINE.
114600     MOVE ZERO TO SV-WS-RANK.
114700     PERFORM 6400-PRINT-NEXT-OFFENDER
114800         THRU 6400-PRINT-NEXT-OFFENDER-EXIT
114900         5 TIMES.
115000     IF SV-WS-RANK = ZERO
115100         MOVE SPACES TO PRINT-LINE
115200         MOVE '  NONE' TO HW-PL-TEXT
115300         WRITE PRINT-LINE
115400     END-IF.
115500     MOVE SPACES TO PRINT-LINE.
115600     MOVE ALL '-' TO HW-PL-TEXT.
115700     WRITE PRINT-LINE.
115800     MOVE SPACES TO PRINT-LINE.
115900     MOVE '*** END OF SLARPT REPORT ***' TO HW-PL-TEXT.
116000     WRITE PRINT-LINE.
116100     CLOSE PRINT-FILE.
116200 6000-PRINT-REPORT-EXIT.
116300     EXIT.
116400 6100-PRINT-NIGHT-LINE.
116500     IF SV-NT-STATUS (SV-WS-DAY-SUB) = SPACES
116600         GO TO 6100-PRINT-NIGHT-LINE-EXIT
116700     END-IF.
116800     MOVE SV-WS-DAY-SUB TO SV-WS-DAY-DISP.
116900     MOVE SPACES TO SV-WS-NIGHT-DATE.
117000     STRING SV-WS-MONTH SV-WS-DAY-DISP DELIMITED BY SIZE
117100         INTO SV-WS-NIGHT-DATE
117200     END-STRING.
117300     MOVE SV-NT-START-RUN (SV-WS-DAY-SUB) TO SV-WS-RUN-DISP.
117400     MOVE '  --    ' TO SV-WS-START-DISP.
117500     MOVE '  --    ' TO SV-WS-CLOSE-DISP.
117600     MOVE '   -- ' TO SV-WS-FMT-DISP.
117700     IF SV-NT-START-TS (SV-WS-DAY-SUB) NOT = SPACES
117800         MOVE SV-NT-START-TS (SV-WS-DAY-SUB) TO SV-WS-CK-TS
117900         PERFORM 8400-TS-TO-DISPLAY
118000             THRU 8400-TS-TO-DISPLAY-EXIT
118100         MOVE SV-WS-TS-DISP TO SV-WS-START-DISP
118200     END-IF.
118300     IF SV-NT-CLOSE-TS (SV-WS-DAY-SUB) NOT = SPACES
118400         MOVE SV-NT-CLOSE-TS (SV-WS-DAY-SUB) TO SV-WS-CK-TS
118500         PERFORM 8400-TS-TO-DISPLAY
118600             THRU 8400-TS-TO-DISPLAY-EXIT
118700         MOVE SV-WS-TS-DISP TO SV-WS-CLOSE-DISP
118800     END-IF.
118900     IF SV-NT-STATUS (SV-WS-DAY-SUB) = 'ON TIME' OR
119000        SV-NT-STATUS (SV-WS-DAY-SUB) = 'LATE'
119100         MOVE SV-NT-ELAPSED-MIN (SV-WS-DAY-SUB) TO SV-WS-FMT-MIN
119200         PERFORM 8100-FORMAT-MINUTES
119300             THRU 8100-FORMAT-MINUTES-EXIT
119400     END-IF.
119500     MOVE SV-NT-STEPS (SV-WS-DAY-SUB)     TO SV-WS-STEPS-DISP.
119600     MOVE SV-NT-MISSED (SV-WS-DAY-SUB)    TO SV-WS-MISSED-DISP.
119700     MOVE SV-NT-INCIDENTS (SV-WS-DAY-SUB) TO SV-WS-INCID-DISP.
119800     MOVE SV-NT-ATTEMPTS (SV-WS-DAY-SUB)  TO SV-WS-ATT-DISP.
119900     MOVE SV-NT-CRITICAL (SV-WS-DAY-SUB)  TO SV-WS-CRIT-DISP.
120000     MOVE SPACES TO PRINT-LINE.
120100     STRING SV-WS-NIGHT-DATE ' ' SV-WS-RUN-DISP
120200             '  ' SV-WS-START-DISP '  ' SV-WS-CLOSE-DISP
120300             '  ' SV-WS-FMT-DISP '  '
120400             SV-NT-STATUS (SV-WS-DAY-SUB) ' '
120500             SV-WS-STEPS-DISP '  ' SV-WS-MISSED-DISP
120600             '  ' SV-WS-INCID-DISP '  ' SV-WS-ATT-DISP
120700             '  ' SV-WS-CRIT-DISP
120800         DELIMITED BY SIZE INTO HW-PL-TEXT
120900     END-STRING.
121000     WRITE PRINT-LINE.
121100 6100-PRINT-NIGHT-LINE-EXIT.
121200     EXIT.
121300 6200-PRINT-TOTALS.
121400     MOVE SPACES TO PRINT-LINE.
121500     MOVE 'MONTH TOTALS:' TO HW-PL-TEXT.
121600     WRITE PRINT-LINE.
121700     MOVE SV-WS-NIGHT-COUNT TO SV-WS-COUNT-DISP.
121800     MOVE SPACES TO PRINT-LINE.
121900     STRING '  NIGHTS REPORTED ............. ' SV-WS-COUNT-DISP
122000         DELIMITED BY SIZE INTO HW-PL-TEXT
122100     END-STRING.
122200     WRITE PRINT-LINE.
122300     MOVE SV-WS-ONTIME-COUNT TO SV-WS-COUNT-DISP.
122400     MOVE SPACES TO PRINT-LINE.
122500     STRING '  NIGHTS ON TIME .............. ' SV-WS-COUNT-DISP
122600         DELIMITED BY SIZE INTO HW-PL-TEXT
122700     END-STRING.
122800     WRITE PRINT-LINE.
122900     MOVE SV-WS-LATE-COUNT TO SV-WS-COUNT-DISP.
123000     MOVE SPACES TO PRINT-LINE.
123100     STRING '  NIGHTS LATE, NO CLOSE/START . ' SV-WS-COUNT-DISP
123200         DELIMITED BY SIZE INTO HW-PL-TEXT
123300     END-STRING.
123400     WRITE PRINT-LINE.
123500     MOVE SV-WS-NOSTART-COUNT TO SV-WS-COUNT-DISP.
123600     MOVE SPACES TO PRINT-LINE.
123700     STRING '  NIGHTS WITH NO CYCLE START .. ' SV-WS-COUNT-DISP
123800         DELIMITED BY SIZE INTO HW-PL-TEXT
123900     END-STRING.
124000     WRITE PRINT-LINE.
124100     MOVE SPACES TO PRINT-LINE.
124200     IF SV-WS-WORST-DATE = SPACES
124300         MOVE '  WORST NIGHT ................. NONE MEASURED'
124400             TO HW-PL-TEXT
124500     ELSE
124600         MOVE SV-WS-WORST-MIN TO SV-WS-FMT-MIN
124700         PERFORM 8100-FORMAT-MINUTES
124800             THRU 8100-FORMAT-MINUTES-EXIT
124900         STRING '  WORST NIGHT ................. '
125000                 SV-WS-WORST-DATE '  ELAPSED ' SV-WS-FMT-DISP
125100             DELIMITED BY SIZE INTO HW-PL-TEXT
125200         END-STRING
125300     END-IF.
125400     WRITE PRINT-LINE.
125500     MOVE SV-WS-MISSED-TOTAL TO SV-WS-COUNT-DISP.
125600     MOVE SPACES TO PRINT-LINE.
125700     STRING '  MISSED PLANNED STEPS ........ ' SV-WS-COUNT-DISP
125800         DELIMITED BY SIZE INTO HW-PL-TEXT
125900     END-STRING.
126000     WRITE PRINT-LINE.
126100     MOVE SV-WS-INCID-TOTAL TO SV-WS-COUNT-DISP.
126200     MOVE SPACES TO PRINT-LINE.
126300     STRING '  INCIDENTS OPENED ............ ' SV-WS-COUNT-DISP
126400         DELIMITED BY SIZE INTO HW-PL-TEXT
126500     END-STRING.
126600     WRITE PRINT-LINE.
126700     MOVE SV-WS-CLOSED-COUNT TO SV-WS-COUNT-DISP.
126800     MOVE SPACES TO PRINT-LINE.
126900     IF SV-WS-CLOSED-COUNT = ZERO
127000         STRING '  INCIDENTS CLOSED ............ '
127100                 SV-WS-COUNT-DISP
127200             DELIMITED BY SIZE INTO HW-PL-TEXT
127300         END-STRING
127400     ELSE
127500         COMPUTE SV-WS-MEAN-CLOSE-MIN ROUNDED =
127600             SV-WS-CLOSE-MIN-TOTAL / SV-WS-CLOSED-COUNT
127700         MOVE SV-WS-MEAN-CLOSE-MIN TO SV-WS-FMT-MIN
127800         PERFORM 8100-FORMAT-MINUTES
127900             THRU 8100-FORMAT-MINUTES-EXIT
128000         STRING '  INCIDENTS CLOSED ............ '
128100                 SV-WS-COUNT-DISP
128200                 '  MEAN TIME TO CLOSE ' SV-WS-FMT-DISP
128300             DELIMITED BY SIZE INTO HW-PL-TEXT
128400         END-STRING
128500     END-IF.
128600     WRITE PRINT-LINE.
128700     MOVE SV-WS-STILL-OPEN-COUNT TO SV-WS-COUNT-DISP.
128800     MOVE SPACES TO PRINT-LINE.
128900     STRING '  INCIDENTS STILL OPEN ........ ' SV-WS-COUNT-DISP
129000         DELIMITED BY SIZE INTO HW-PL-TEXT
129100     END-STRING.
129200     WRITE PRINT-LINE.
129300     MOVE SV-WS-CRIT-TOTAL TO SV-WS-COUNT-DISP.
129400     MOVE SPACES TO PRINT-LINE.
129500     STRING '  CRITICAL ALERTS RAISED ...... ' SV-WS-COUNT-DISP
129600         DELIMITED BY SIZE INTO HW-PL-TEXT
129700     END-STRING.
129800     WRITE PRINT-LINE.
129900     MOVE SV-WS-CONFIG-TOTAL TO SV-WS-COUNT-DISP.
130000     MOVE SPACES TO PRINT-LINE.
130100     STRING '  CONFIGURATION CHANGES ....... ' SV-WS-COUNT-DISP
130200         DELIMITED BY SIZE INTO HW-PL-TEXT
130300     END-STRING.
130400     WRITE PRINT-LINE.
130500 6200-PRINT-TOTALS-EXIT.
130600     EXIT.
130700*----------------------------------------------------------------
130800* PRINT THE NOT-YET-PRINTED JOB WITH THE MOST NIGHTS WITH
130900* INCIDENTS (ONLY JOBS WITH MORE THAN ONE QUALIFY).
131000*----------------------------------------------------------------
131100 6400-PRINT-NEXT-OFFENDER.
131200     MOVE ZERO TO SV-WS-OFF-HIT.
131300     MOVE 1 TO SV-WS-BEST-NIGHTS.
131400     PERFORM 6450-SCAN-BEST-OFFENDER
131500         THRU 6450-SCAN-BEST-OFFENDER-EXIT
131600         VARYING SV-WS-OFF-SUB FROM 1 BY 1
131700         UNTIL SV-WS-OFF-SUB > SV-WS-OFF-COUNT.
131800     IF SV-WS-OFF-HIT = ZERO
131900         GO TO 6400-PRINT-NEXT-OFFENDER-EXIT
132000     END-IF.
132100     ADD 1 TO SV-WS-RANK.
132200     MOVE 'Y' TO SV-OT-PRINTED (SV-WS-OFF-HIT).
132300     MOVE SV-OT-NIGHTS (SV-WS-OFF-HIT) TO SV-WS-INCID-DISP.
132400     MOVE SV-OT-ATTEMPTS (SV-WS-OFF-HIT) TO SV-WS-ATT-DISP.
132500     MOVE SPACES TO PRINT-LINE.
132600     STRING '  ' SV-OT-JOB-ID (SV-WS-OFF-HIT)
132700             '  NIGHTS WITH INCIDENTS: ' SV-WS-INCID-DISP
132800             '  TOTAL ATTEMPTS: ' SV-WS-ATT-DISP
132900         DELIMITED BY SIZE INTO HW-PL-TEXT
133000     END-STRING.
133100     WRITE PRINT-LINE.
133200 6400-PRINT-NEXT-OFFENDER-EXIT.
133300     EXIT.
133400 6450-SCAN-BEST-OFFENDER.
133500     IF SV-OT-PRINTED (SV-WS-OFF-SUB) = 'N' AND
133600        SV-OT-NIGHTS (SV-WS-OFF-SUB) > SV-WS-BEST-NIGHTS
133700         MOVE SV-OT-NIGHTS (SV-WS-OFF-SUB) TO SV-WS-BEST-NIGHTS
133800         MOVE SV-WS-OFF-SUB TO SV-WS-OFF-HIT
133900     END-IF.
134000 6450-SCAN-BEST-OFFENDER-EXIT.
134100     EXIT.
134200*----------------------------------------------------------------
134300* TIMESTAMP (YYYY-MM-DD-HH.MM.SS.NNNNNN) IN SV-WS-CK-TS TO
134400* MINUTES SINCE THE DateSerial BASE IN SV-WS-CALC-MIN.
134500*----------------------------------------------------------------
134600 8000-TS-TO-MINUTES.
134700     SET SV-CALC-BAD TO TRUE.
134800     MOVE ZERO TO SV-WS-CALC-MIN.
134900     IF SV-WS-CK-TS (12:2) NOT NUMERIC OR
135000        SV-WS-CK-TS (15:2) NOT NUMERIC
135100         GO TO 8000-TS-TO-MINUTES-EXIT
135200     END-IF.
135300     PERFORM 8300-TS-TO-DATE
135400         THRU 8300-TS-TO-DATE-EXIT.
135500     MOVE SV-WS-WORK-DATE TO HW-DS-DATE.
135600     CALL 'DateSerial' USING HW-DS-LINK-PARM.
135700     IF HW-DS-DATE-BAD
135800         GO TO 8000-TS-TO-MINUTES-EXIT
135900     END-IF.
136000     MOVE SV-WS-CK-TS (12:2) TO SV-WS-CALC-HH.
136100     MOVE SV-WS-CK-TS (15:2) TO SV-WS-CALC-MM.
136200     COMPUTE SV-WS-CALC-MIN = HW-DS-DAY-NUMBER * 1440
136300         + SV-WS-CALC-HH * 60 + SV-WS-CALC-MM.
136400     SET SV-CALC-GOOD TO TRUE.
136500 8000-TS-TO-MINUTES-EXIT.
136600     EXIT.
136700 8100-FORMAT-MINUTES.
136800     DIVIDE SV-WS-FMT-MIN BY 60 GIVING SV-WS-FMT-HH
136900         REMAINDER SV-WS-FMT-MM.
137000     MOVE SV-WS-FMT-HH TO SV-WS-FMT-HH-DISP.
137100     MOVE SPACES TO SV-WS-FMT-DISP.
137200     STRING SV-WS-FMT-HH-DISP ':' SV-WS-FMT-MM
137300         DELIMITED BY SIZE INTO SV-WS-FMT-DISP
137400     END-STRING.
137500 8100-FORMAT-MINUTES-EXIT.
137600     EXIT.
137700*----------------------------------------------------------------
137800* DAY OF THE MONTH OF SV-WS-WORK-DATE AS A SUBSCRIPT, OR ZERO.
137900*----------------------------------------------------------------
138000 8200-SET-DAY-SUB.
138100     MOVE ZERO TO SV-WS-DAY-SUB.
138200     IF SV-WS-WORK-DATE (7:2) NUMERIC
138300         MOVE SV-WS-WORK-DATE (7:2) TO SV-WS-DAY-DISP
138400         IF SV-WS-DAY-DISP >= 1 AND SV-WS-DAY-DISP <= 31
138500             MOVE SV-WS-DAY-DISP TO SV-WS-DAY-SUB
138600         END-IF
138700     END-IF.
138800 8200-SET-DAY-SUB-EXIT.
138900     EXIT.
139000 8300-TS-TO-DATE.
139100     MOVE SPACES TO SV-WS-WORK-DATE.
139200     STRING SV-WS-CK-TS (1:4) SV-WS-CK-TS (6:2)
139300             SV-WS-CK-TS (9:2)
139400         DELIMITED BY SIZE INTO SV-WS-WORK-DATE
139500     END-STRING.
139600 8300-TS-TO-DATE-EXIT.
139700     EXIT.
139800*----------------------------------------------------------------
139900* 'DD HH:MM' OF THE TIMESTAMP IN SV-WS-CK-TS INTO
140000* SV-WS-TS-DISP.
140100*----------------------------------------------------------------
140200 8400-TS-TO-DISPLAY.
140300     MOVE SPACES TO SV-WS-TS-DISP.
140400     STRING SV-WS-CK-TS (9:2) ' ' SV-WS-CK-TS (12:2) ':'
140500             SV-WS-CK-TS (15:2)
140600         DELIMITED BY SIZE INTO SV-WS-TS-DISP
140700     END-STRING.
140800 8400-TS-TO-DISPLAY-EXIT.
140900     EXIT.
141000 9500-LOG-INCIDENT.
141100     MOVE RETURN-CODE TO SV-WS-FINAL-RC.
141300     MOVE SV-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
141400     MOVE SPACES           TO HW-IL-REQ-DATE.
141500     MOVE SV-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
141600     MOVE SV-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
141700     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
141800     MOVE SV-WS-FINAL-RC TO RETURN-CODE.
141900 9500-LOG-INCIDENT-EXIT.
142000     EXIT.
142100 9600-RECORD-STEP-START.
142200     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
142300     MOVE SV-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
142400     CALL 'StepLog' USING HW-SL-LINK-PARM.
142500 9600-RECORD-STEP-START-EXIT.
142600     EXIT.
142700 9700-RECORD-STEP-END.
142800     MOVE RETURN-CODE      TO SV-WS-FINAL-RC.
142900     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
143000     MOVE SV-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
143100     MOVE SPACES           TO HW-SL-REQ-DATE.
143200     MOVE SV-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
143300     MOVE SV-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
143400     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
143500     CALL 'StepLog' USING HW-SL-LINK-PARM.
143600     MOVE SV-WS-FINAL-RC TO RETURN-CODE.
143700 9700-RECORD-STEP-END-EXIT.
143800     EXIT.
