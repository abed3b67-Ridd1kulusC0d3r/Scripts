000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CFGMNT.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL MAINTENANCE UTILITY FOR THE PLANNED-
001300*                  SCHEDULE, SHIFT-SCHEDULE AND BULLETIN-BOARD
001400*                  FILES, BUILT ON THE GREETMNT PATTERN.  READS
001500*                  CARDS FROM CFGTRAN (SEE CfgTrn), EACH CARRYING
001600*                  THE KEYING OPERATOR'S ID, WHICH MUST BE ON THE
001700*                  OPERAUTH FILE.  VALIDATES SCHED-TYPE AGAINST
001800*                  SCHED-DAY/SCHED-MMDD AND THE DOW MASK, SHIFT
001900*                  DAY, HHMM START TIME AND SHIFT-CODE, AND
002000*                  BULLETIN DATES (EFFECTIVE NOT AFTER EXPIRY).
002100*                  BULLETIN LINES ARE NUMBERED AUTOMATICALLY AND
002200*                  APPLY AT ONCE.  PLANSCHD AND SHIFTSCH CHANGES
002300*                  WAIT ON THE PENDING FILE (SEE CfgPend) UNTIL A
002400*                  SECOND OPERATOR WITH APPROVE AUTHORITY
002500*                  APPROVES THEM IN A LATER RUN.  EVERY CHANGE
002600*                  APPLIED IS JOURNALED TO AUDITTRL AS A 'CF'
002700*                  RECORD KEYED THE SAME WAY AS CFGSNAP, WITH
002800*                  BEFORE/AFTER IMAGES.  RETURN-CODE 0 = ALL
002900*                  CARDS ACCEPTED, 4 = SOME REJECTED, 8 = A FILE
003000*                  COULD NOT BE OPENED, READ OR WRITTEN.
003010* 2026-10-15 RC    EACH 'CF' AUDIT RECORD NOW CARRIES THE NEXT
003020*                  AUDITTRL SEQUENCE NUMBER FROM LogControl, TAKEN
003030*                  EVEN WHEN THE FILE IS UNAVAILABLE SO THE LOST
003040*                  RECORD SHOWS AS A GAP.
003050* 2026-10-15 RC    THE 'CF' BEFORE/AFTER IMAGES NOW HOLD THE WHOLE
003060*                  PLANSCHD DESCRIPTION AND BULLBRD TEXT, AND THE
003070*                  RECORD CARRIES THE REQUESTER AND APPROVER IDS.
003071* 2026-10-15 RC    'CF' RECORDS ARE HELD UNTIL THEIR TARGET FILE
003072*                  HAS BEEN REWRITTEN.  IF PLANSCHD OR SHIFTSCH
003073*                  CANNOT BE REWRITTEN, THE CHANGES APPROVED FOR
003074*                  IT STAY PENDING.  A NEW BULLETIN LINE NOW
003075*                  NUMBERS PAST DELETED LINES AS WELL.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CONFIG-TRANS-FILE ASSIGN TO CFGTRAN
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS CX-WS-CT-STATUS.
003800     SELECT OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS CX-WS-OP-STATUS.
004100     SELECT CONFIG-PENDING-FILE ASSIGN TO CFGPEND
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS CX-WS-CP-STATUS.
004400     SELECT PLAN-SCHEDULE-FILE ASSIGN TO PLANSCHD
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS CX-WS-PS-STATUS.
004700     SELECT SHIFT-SCHEDULE-FILE ASSIGN TO SHIFTSCH
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS CX-WS-SS-STATUS.
005000     SELECT BULLETIN-FILE ASSIGN TO BULLBRD
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS CX-WS-BB-STATUS.
005300     SELECT PRINT-FILE ASSIGN TO SYSOUT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS CX-WS-PF-STATUS.
005600     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS CX-WS-AT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CONFIG-TRANS-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 COPY CfgTrn.
006500 FD  OPERATOR-AUTH-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 COPY OperAuth.
006900 FD  CONFIG-PENDING-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 COPY CfgPend.
007300 FD  PLAN-SCHEDULE-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 COPY PlanSchd.
007700 FD  SHIFT-SCHEDULE-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 COPY ShiftSch.
008100 FD  BULLETIN-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 COPY BullBrd.
008500 FD  PRINT-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE OMITTED.
008800 COPY PrintRec.
008900 FD  AUDIT-TRAIL-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 COPY AuditTrl.
009300 WORKING-STORAGE SECTION.
009400 01  CX-WS-FILE-STATUSES.
009500     05  CX-WS-CT-STATUS         PIC X(02) VALUE '00'.
009600     05  CX-WS-OP-STATUS         PIC X(02) VALUE '00'.
009700     05  CX-WS-CP-STATUS         PIC X(02) VALUE '00'.
009800     05  CX-WS-PS-STATUS         PIC X(02) VALUE '00'.
009900     05  CX-WS-SS-STATUS         PIC X(02) VALUE '00'.
010000     05  CX-WS-BB-STATUS         PIC X(02) VALUE '00'.
010100     05  CX-WS-PF-STATUS         PIC X(02) VALUE '00'.
010200     05  CX-WS-AT-STATUS         PIC X(02) VALUE '00'.
010300 01  CX-WS-SWITCHES.
010400     05  CX-WS-EOF-SW            PIC X(01) VALUE 'N'.
010500         88  CX-EOF-YES                     VALUE 'Y'.
010600         88  CX-EOF-NO                      VALUE 'N'.
010700     05  CX-WS-LOAD-EOF-SW       PIC X(01) VALUE 'N'.
010800         88  CX-LOAD-EOF-YES                VALUE 'Y'.
010900         88  CX-LOAD-EOF-NO                 VALUE 'N'.
011000     05  CX-WS-TRANS-VALID-SW    PIC X(01) VALUE 'Y'.
011100         88  CX-TRANS-VALID                 VALUE 'Y'.
011200         88  CX-TRANS-INVALID               VALUE 'N'.
011300     05  CX-WS-OPEN-ERROR-SW     PIC X(01) VALUE 'N'.
011400         88  CX-OPEN-ERROR-YES              VALUE 'Y'.
011500         88  CX-OPEN-ERROR-NO               VALUE 'N'.
011600     05  CX-WS-SPACE-SEEN-SW     PIC X(01) VALUE 'N'.
011700         88  CX-SPACE-SEEN-YES              VALUE 'Y'.
011800         88  CX-SPACE-SEEN-NO               VALUE 'N'.
011900     05  CX-WS-OP-AVAIL-SW       PIC X(01) VALUE 'Y'.
012000         88  CX-OP-AVAIL-YES                VALUE 'Y'.
012100         88  CX-OP-AVAIL-NO                 VALUE 'N'.
012200     05  CX-WS-CP-AVAIL-SW       PIC X(01) VALUE 'Y'.
012300         88  CX-CP-AVAIL-YES                VALUE 'Y'.
012400         88  CX-CP-AVAIL-NO                 VALUE 'N'.
012500     05  CX-WS-PS-AVAIL-SW       PIC X(01) VALUE 'Y'.
012600         88  CX-PS-AVAIL-YES                VALUE 'Y'.
012700         88  CX-PS-AVAIL-NO                 VALUE 'N'.
012800     05  CX-WS-SS-AVAIL-SW       PIC X(01) VALUE 'Y'.
012900         88  CX-SS-AVAIL-YES                VALUE 'Y'.
013000         88  CX-SS-AVAIL-NO                 VALUE 'N'.
013100     05  CX-WS-BB-AVAIL-SW       PIC X(01) VALUE 'Y'.
013200         88  CX-BB-AVAIL-YES                VALUE 'Y'.
013300         88  CX-BB-AVAIL-NO                 VALUE 'N'.
013400     05  CX-WS-AT-AVAIL-SW       PIC X(01) VALUE 'Y'.
013500         88  CX-AT-AVAIL-YES                VALUE 'Y'.
013600         88  CX-AT-AVAIL-NO                 VALUE 'N'.
013700     05  CX-WS-CP-CHANGED-SW     PIC X(01) VALUE 'N'.
013800         88  CX-CP-CHANGED-YES              VALUE 'Y'.
013900         88  CX-CP-CHANGED-NO               VALUE 'N'.
014000     05  CX-WS-PS-CHANGED-SW     PIC X(01) VALUE 'N'.
014100         88  CX-PS-CHANGED-YES              VALUE 'Y'.
014200         88  CX-PS-CHANGED-NO               VALUE 'N'.
014300     05  CX-WS-SS-CHANGED-SW     PIC X(01) VALUE 'N'.
014400         88  CX-SS-CHANGED-YES              VALUE 'Y'.
014500         88  CX-SS-CHANGED-NO               VALUE 'N'.
014600     05  CX-WS-BB-CHANGED-SW     PIC X(01) VALUE 'N'.
014700         88  CX-BB-CHANGED-YES              VALUE 'Y'.
014800         88  CX-BB-CHANGED-NO               VALUE 'N'.
014900     05  CX-WS-FOUND-SW          PIC X(01) VALUE 'N'.
015000         88  CX-FOUND-YES                   VALUE 'Y'.
015100         88  CX-FOUND-NO                    VALUE 'N'.
015200     05  CX-WS-APPROVER-SW       PIC X(01) VALUE 'N'.
015300         88  CX-APPROVER-YES                VALUE 'Y'.
015400         88  CX-APPROVER-NO                 VALUE 'N'.
015450     05  CX-WS-REWRITE-SW        PIC X(01) VALUE 'Y'.
015460         88  CX-REWRITE-OK                  VALUE 'Y'.
015470         88  CX-REWRITE-FAILED              VALUE 'N'.
015500 77  CX-WS-APPLIED-COUNT         PIC S9(05) COMP VALUE ZERO.
015600 77  CX-WS-QUEUED-COUNT          PIC S9(05) COMP VALUE ZERO.
015700 77  CX-WS-WITHDRAWN-COUNT       PIC S9(05) COMP VALUE ZERO.
015800 77  CX-WS-REJECT-COUNT          PIC S9(05) COMP VALUE ZERO.
015900 77  CX-WS-WAITING-COUNT         PIC S9(05) COMP VALUE ZERO.
016000 77  CX-WS-LINES-CHANGED         PIC S9(05) COMP VALUE ZERO.
016050 77  CX-WS-REVERTED-COUNT        PIC S9(05) COMP VALUE ZERO.
016100 77  CX-WS-CHAR-SUB              PIC S9(04) COMP VALUE ZERO.
016200 77  CX-WS-YES-COUNT             PIC S9(04) COMP VALUE ZERO.
016300 77  CX-WS-SUB                   PIC S9(04) COMP VALUE ZERO.
016400 77  CX-WS-MOVE-SUB              PIC S9(04) COMP VALUE ZERO.
016500 77  CX-WS-FOUND-SUB             PIC S9(04) COMP VALUE ZERO.
016600 77  CX-WS-LAST-SUB              PIC S9(04) COMP VALUE ZERO.
016700 77  CX-WS-INSERT-SUB            PIC S9(04) COMP VALUE ZERO.
016750 77  CX-WS-AQ-SUB                PIC S9(04) COMP VALUE ZERO.
016800 01  CX-WS-CHAR                  PIC X(01) VALUE SPACE.
016900 01  CX-WS-REASON.
017000     05  CX-WS-REASON-CODE       PIC X(02) VALUE SPACES.
017100     05  FILLER                  PIC X(01) VALUE SPACE.
017200     05  CX-WS-REASON-TEXT       PIC X(27) VALUE SPACES.
017300 01  CX-WS-DISPOSITION           PIC X(40) VALUE SPACES.
017400 01  CX-WS-COUNT-DISP            PIC ZZ,ZZ9.
017500 01  CX-WS-KEY                   PIC X(08) VALUE SPACES.
017600 01  CX-WS-LINE-NO               PIC 9(03) VALUE ZEROS.
017700 01  CX-WS-MAX-LINE-NO           PIC 9(03) VALUE ZEROS.
017800 01  CX-WS-NUM-2                 PIC 9(02) VALUE ZEROS.
017900 01  CX-WS-MM                    PIC 9(02) VALUE ZEROS.
018000 01  CX-WS-DAY-LIMIT             PIC 9(02) VALUE ZEROS.
018100 01  CX-WS-EFF-DATE              PIC X(08) VALUE SPACES.
018200 01  CX-WS-EXP-DATE              PIC X(08) VALUE SPACES.
018300 01  CX-WS-REQUESTER-ID          PIC X(08) VALUE SPACES.
018400 01  CX-WS-APPROVER-ID           PIC X(08) VALUE SPACES.
018500 01  CX-WS-TIMESTAMP             PIC X(26) VALUE SPACES.
018600 01  CX-WS-BEFORE-TEXT           PIC X(80) VALUE SPACES.
018700 01  CX-WS-AFTER-TEXT            PIC X(80) VALUE SPACES.
018800 01  CX-WS-STAMP-DATE            PIC X(08) VALUE SPACES.
018900 01  CX-WS-STAMP-TIME            PIC 9(08) VALUE ZEROS.
019000 01  CX-WS-FILE-NAME             PIC X(08) VALUE SPACES.
019100 01  CX-WS-FUNC-NAME             PIC X(06) VALUE SPACES.
019200 01  CX-WS-RUN-JOB-ID            PIC X(08) VALUE 'CFGMNT'.
019300 01  CX-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
019400 01  CX-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
019500*
019600*    THE CARD BEING PROCESSED - THE ONE JUST READ, OR FOR AN
019700*    APPROVAL THE PENDING REQUEST IT APPROVES.
019800*
019900 COPY CfgTrn REPLACING
020000     ==CONFIG-TRANS-RECORD== BY ==CX-WS-WORK-TRANS==
020100     LEADING ==HW-CT== BY ==CX-WT==.
020200*
020300*    BEFORE/AFTER IMAGES ON THE 'CF' AUDIT RECORD.  THE KEY IS IN
020400*    HW-AT-KEY, SO THE 80 BYTES CARRY THE REST OF THE RECORD:
020500*      PLANSCHD - DOW MASK, SCHED TYPE/DAY/MMDD, DESCRIPTION
020600*      SHIFTSCH - THE WHOLE RECORD
020700*      BULLBRD  - EFFECTIVE DATE, EXPIRY DATE, TEXT
020900*
021000 01  CX-WS-IMAGE                 PIC X(80) VALUE SPACES.
021100 01  CX-WS-PLAN-IMAGE REDEFINES CX-WS-IMAGE.
021200     05  CX-PI-DOW-MASK          PIC X(07).
021300     05  CX-PI-SCHED-FIELDS      PIC X(07).
021400     05  CX-PI-DESCRIPTION       PIC X(30).
021450     05  FILLER                  PIC X(36).
021500 01  CX-WS-BULL-IMAGE REDEFINES CX-WS-IMAGE.
021600     05  CX-BI-EFF-DATE          PIC X(08).
021700     05  CX-BI-EXP-DATE          PIC X(08).
021800     05  CX-BI-TEXT              PIC X(60).
021850     05  FILLER                  PIC X(04).
021900*
022000*    SHIFT CODES IN USE AT THE SITE - THE SAME DAY/EVENING/NIGHT
022100*    CODES STEPLOG STAMPS ON RUN-HISTORY.
022200*
022300 01  CX-WS-SHIFT-CODE-VALUES.
022400     05  FILLER                  PIC X(01) VALUE 'D'.
022500     05  FILLER                  PIC X(01) VALUE 'E'.
022600     05  FILLER                  PIC X(01) VALUE 'N'.
022700 01  CX-WS-SHIFT-CODE-TABLE REDEFINES CX-WS-SHIFT-CODE-VALUES.
022800     05  CX-WS-SHIFT-CODE-ENTRY  PIC X(01)
022900                                 OCCURS 3 TIMES
023000                                 INDEXED BY CX-SC-IX.
023100 01  CX-WS-MONTH-DAYS-VALUES     PIC X(24)
023200                                 VALUE '312931303130313130313031'.
023300 01  CX-WS-MONTH-DAYS-TABLE REDEFINES CX-WS-MONTH-DAYS-VALUES.
023400     05  CX-WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
023500 01  CX-WS-OPER-TABLE-AREA.
023600     05  CX-WS-OPER-COUNT        PIC S9(04) COMP VALUE ZERO.
023700     05  CX-WS-OPER-MAX          PIC S9(04) COMP VALUE 200.
023800     05  CX-WS-OPER-ENTRY OCCURS 200 TIMES.
023900         10  CX-OT-OPER-ID       PIC X(08).
024000         10  CX-OT-APPROVER      PIC X(01).
024100 01  CX-WS-PEND-TABLE-AREA.
024200     05  CX-WS-PEND-COUNT        PIC S9(04) COMP VALUE ZERO.
024300     05  CX-WS-PEND-MAX          PIC S9(04) COMP VALUE 200.
024400     05  CX-WS-PEND-ENTRY OCCURS 200 TIMES.
024500         10  CX-PN-STATUS        PIC X(01).
024600             88  CX-PN-CARRIED               VALUE 'K'.
024700             88  CX-PN-NEW                   VALUE 'N'.
024800             88  CX-PN-DONE                  VALUE 'X'.
024900         10  CX-PN-FILE-ID       PIC X(01).
025000         10  CX-PN-KEY           PIC X(08).
025100         10  CX-PN-RECORD.
025200             15  CX-PN-REQUEST-TS
025300                                 PIC X(26).
025400             15  CX-PN-TRANS     PIC X(80).
025500 01  CX-WS-PLAN-TABLE-AREA.
025600     05  CX-WS-PLAN-COUNT        PIC S9(04) COMP VALUE ZERO.
025700     05  CX-WS-PLAN-MAX          PIC S9(04) COMP VALUE 500.
025800     05  CX-WS-PLAN-ENTRY OCCURS 500 TIMES.
025900         10  CX-PT-STATUS        PIC X(01).
026000             88  CX-PT-DELETED               VALUE 'D'.
026100         10  CX-PT-RECORD.
026200             15  CX-PT-JOB-ID    PIC X(08).
026300             15  CX-PT-DOW-MASK  PIC X(07).
026400             15  CX-PT-DESCRIPTION
026500                                 PIC X(30).
026600             15  CX-PT-SCHED-FIELDS
026700                                 PIC X(07).
026800 01  CX-WS-SHIFT-TABLE-AREA.
026900     05  CX-WS-SHIFT-COUNT       PIC S9(04) COMP VALUE ZERO.
027000     05  CX-WS-SHIFT-MAX         PIC S9(04) COMP VALUE 100.
027100     05  CX-WS-SHIFT-ENTRY OCCURS 100 TIMES.
027200         10  CX-ST-STATUS        PIC X(01).
027300             88  CX-ST-DELETED               VALUE 'D'.
027400         10  CX-ST-RECORD.
027500             15  CX-ST-DOW       PIC X(01).
027600             15  CX-ST-START-TIME
027700                                 PIC X(04).
027800             15  CX-ST-SHIFT-CODE
027900                                 PIC X(01).
028000             15  CX-ST-SHIFT-NAME
028100                                 PIC X(20).
028200 01  CX-WS-BULL-TABLE-AREA.
028300     05  CX-WS-BULL-COUNT        PIC S9(04) COMP VALUE ZERO.
028400     05  CX-WS-BULL-MAX          PIC S9(04) COMP VALUE 500.
028500     05  CX-WS-BULL-ENTRY OCCURS 500 TIMES.
028600         10  CX-BT-STATUS        PIC X(01).
028700             88  CX-BT-DELETED               VALUE 'D'.
028800         10  CX-BT-RECORD.
028900             15  CX-BT-BULLETIN-ID
029000                                 PIC X(04).
029100             15  CX-BT-LINE-NO   PIC 9(03).
029200             15  CX-BT-EFF-DATE  PIC X(08).
029300             15  CX-BT-EXP-DATE  PIC X(08).
029400             15  CX-BT-TEXT      PIC X(60).
029500 01  CX-WS-WINDOW-TABLE-AREA.
029600     05  CX-WS-WINDOW-COUNT      PIC S9(04) COMP VALUE ZERO.
029700     05  CX-WS-WINDOW-MAX        PIC S9(04) COMP VALUE 50.
029800     05  CX-WS-WINDOW-ENTRY OCCURS 50 TIMES.
029900         10  CX-WN-BULLETIN-ID   PIC X(04).
030000         10  CX-WN-EFF-DATE      PIC X(08).
030100         10  CX-WN-EXP-DATE      PIC X(08).
030110*
030115*    'CF' RECORDS WAITING FOR THEIR TARGET FILE TO BE REWRITTEN.
030120*    CX-AQ-PEND-SUB POINTS AT THE PENDING ENTRY AN APPROVAL
030125*    APPLIED, OR IS ZERO FOR A BULLETIN CARD.
030130*
030135 01  CX-WS-AUDIT-QUEUE-AREA.
030140     05  CX-WS-AQ-COUNT          PIC S9(04) COMP VALUE ZERO.
030145     05  CX-WS-AQ-MAX            PIC S9(04) COMP VALUE 1000.
030150     05  CX-WS-AQ-ENTRY OCCURS 1000 TIMES.
030155         10  CX-AQ-FILE-NAME     PIC X(08).
030160         10  CX-AQ-FUNC-NAME     PIC X(06).
030165         10  CX-AQ-KEY           PIC X(08).
030170         10  CX-AQ-BEFORE-TEXT   PIC X(80).
030175         10  CX-AQ-AFTER-TEXT    PIC X(80).
030180         10  CX-AQ-REQUESTER-ID  PIC X(08).
030185         10  CX-AQ-APPROVER-ID   PIC X(08).
030190         10  CX-AQ-PEND-SUB      PIC S9(04) COMP.
030200 COPY DateLink.
030300 COPY IncdLnk.
030400 COPY StepLnk.
030450 COPY LogLink.
030500 PROCEDURE DIVISION.
030600 0000-MAINLINE.
030700     PERFORM 9600-RECORD-STEP-START
030800         THRU 9600-RECORD-STEP-START-EXIT.
030900     PERFORM 1000-INITIALIZE
031000         THRU 1000-INITIALIZE-EXIT.
031100     IF CX-OPEN-ERROR-YES
031200         MOVE 8 TO RETURN-CODE
031300         MOVE 'FILE OPEN FAILURE' TO CX-WS-DIAG-MSG
031400         PERFORM 9500-LOG-INCIDENT
031500             THRU 9500-LOG-INCIDENT-EXIT
031600         GO TO 0000-MAINLINE-EXIT
031700     END-IF.
031800     PERFORM 2000-PROCESS-TRANSACTION
031900         THRU 2000-PROCESS-TRANSACTION-EXIT
032000         UNTIL CX-EOF-YES.
032100     CLOSE CONFIG-TRANS-FILE.
032200     PERFORM 5000-REWRITE-FILES
032300         THRU 5000-REWRITE-FILES-EXIT.
032400     IF CX-AT-AVAIL-YES
032500         CLOSE AUDIT-TRAIL-FILE
032600     END-IF.
032700     PERFORM 4000-PRINT-SUMMARY
032800         THRU 4000-PRINT-SUMMARY-EXIT.
032900     CLOSE PRINT-FILE.
033000     IF CX-OPEN-ERROR-YES
033100         MOVE 8 TO RETURN-CODE
033200         MOVE 'FILE OPEN, READ OR WRITE FAILURE'
033300             TO CX-WS-DIAG-MSG
033400     ELSE
033500         IF CX-WS-REJECT-COUNT > ZERO
033600             MOVE 4 TO RETURN-CODE
033700         ELSE
033800             MOVE 0 TO RETURN-CODE
033900         END-IF
034000     END-IF.
034100     PERFORM 9500-LOG-INCIDENT
034200         THRU 9500-LOG-INCIDENT-EXIT.
034300 0000-MAINLINE-EXIT.
034400     PERFORM 9700-RECORD-STEP-END
034500         THRU 9700-RECORD-STEP-END-EXIT.
034600     GOBACK.
034700*
034800*    OPEN THE CARDS AND THE REPORT, AND LOAD THE OPERATOR LIST,
034900*    THE PENDING CHANGES AND THE THREE TARGET FILES INTO TABLES.
035000*    A MISSING TARGET OR PENDING FILE LOADS AS EMPTY; ONE THAT
035100*    CANNOT BE READ (OR DOES NOT FIT ITS TABLE) IS MARKED
035200*    UNAVAILABLE SO ITS CARDS ARE REJECTED AND IT IS NEVER
035300*    REWRITTEN SHORT.
035400*
035500 1000-INITIALIZE.
035600     OPEN OUTPUT PRINT-FILE.
035700     IF CX-WS-PF-STATUS NOT = '00'
035800         DISPLAY 'CFGMNT0010E - PRINT-FILE OPEN FAILED'
035900             ', STATUS=' CX-WS-PF-STATUS
036000         SET CX-OPEN-ERROR-YES TO TRUE
036100         GO TO 1000-INITIALIZE-EXIT
036200     END-IF.
036300     PERFORM 1100-PRINT-HEADER
036400         THRU 1100-PRINT-HEADER-EXIT.
036500     OPEN INPUT CONFIG-TRANS-FILE.
036600     IF CX-WS-CT-STATUS NOT = '00'
036700         DISPLAY 'CFGMNT0020E - CONFIG-TRANS-FILE OPEN FAILED'
036800             ', STATUS=' CX-WS-CT-STATUS
036900         SET CX-OPEN-ERROR-YES TO TRUE
037000         GO TO 1000-INITIALIZE-EXIT
037100     END-IF.
037200     PERFORM 1200-LOAD-OPERATORS
037300         THRU 1200-LOAD-OPERATORS-EXIT.
037400     PERFORM 1300-LOAD-PENDING
037500         THRU 1300-LOAD-PENDING-EXIT.
037600     PERFORM 1400-LOAD-PLAN
037700         THRU 1400-LOAD-PLAN-EXIT.
037800     PERFORM 1500-LOAD-SHIFT
037900         THRU 1500-LOAD-SHIFT-EXIT.
038000     PERFORM 1600-LOAD-BULLETIN
038100         THRU 1600-LOAD-BULLETIN-EXIT.
038200     OPEN EXTEND AUDIT-TRAIL-FILE.
038300     IF CX-WS-AT-STATUS NOT = '00'
038400         DISPLAY 'CFGMNT0090W - AUDIT-TRAIL-FILE OPEN FAILED'
038500             ', STATUS=' CX-WS-AT-STATUS
038600             ' - CHANGES WILL NOT BE JOURNALED'
038700         SET CX-AT-AVAIL-NO TO TRUE
038800     END-IF.
038900 1000-INITIALIZE-EXIT.
039000     EXIT.
039100 1100-PRINT-HEADER.
039200     MOVE SPACES TO PRINT-LINE.
039300     MOVE '1' TO HW-PL-CTL.
039400     MOVE 'CFGMNT - CONFIGURATION FILE MAINTENANCE REPORT'
039500         TO HW-PL-TEXT.
039600     WRITE PRINT-LINE.
039700     MOVE SPACES TO PRINT-LINE.
039800     MOVE ALL '-' TO HW-PL-TEXT.
039900     WRITE PRINT-LINE.
040000     MOVE SPACES TO PRINT-LINE.
040100     MOVE 'F T OPER-ID  KEY       DISPOSITION' TO HW-PL-TEXT.
040200     WRITE PRINT-LINE.
040300 1100-PRINT-HEADER-EXIT.
040400     EXIT.
040500 1200-LOAD-OPERATORS.
040600     OPEN INPUT OPERATOR-AUTH-FILE.
040700     IF CX-WS-OP-STATUS NOT = '00'
040800         DISPLAY 'CFGMNT0030W - OPERATOR-AUTH-FILE OPEN FAILED'
040900             ', STATUS=' CX-WS-OP-STATUS
041000             ' - ALL CARDS WILL BE REJECTED'
041100         SET CX-OP-AVAIL-NO TO TRUE
041200         GO TO 1200-LOAD-OPERATORS-EXIT
041300     END-IF.
041400     SET CX-LOAD-EOF-NO TO TRUE.
041500     PERFORM 1210-READ-OPERATOR
041600         THRU 1210-READ-OPERATOR-EXIT
041700         UNTIL CX-LOAD-EOF-YES.
041800     CLOSE OPERATOR-AUTH-FILE.
041900 1200-LOAD-OPERATORS-EXIT.
042000     EXIT.
042100 1210-READ-OPERATOR.
042200     READ OPERATOR-AUTH-FILE
042300         AT END
042400             SET CX-LOAD-EOF-YES TO TRUE
042500             GO TO 1210-READ-OPERATOR-EXIT
042600     END-READ.
042700     IF CX-WS-OP-STATUS NOT = '00'
042800         DISPLAY 'CFGMNT0031W - OPERATOR-AUTH-FILE READ FAILED'
042900             ', STATUS=' CX-WS-OP-STATUS
043000             ' - ALL CARDS WILL BE REJECTED'
043100         SET CX-OP-AVAIL-NO TO TRUE
043200         SET CX-LOAD-EOF-YES TO TRUE
043300         GO TO 1210-READ-OPERATOR-EXIT
043400     END-IF.
043500     IF HW-OP-OPER-ID = SPACES
043600         GO TO 1210-READ-OPERATOR-EXIT
043700     END-IF.
043800     IF CX-WS-OPER-COUNT >= CX-WS-OPER-MAX
043900         DISPLAY 'CFGMNT0032W - OPERATOR TABLE FULL, '
044000             'OPERATOR ' HW-OP-OPER-ID ' IGNORED'
044100         GO TO 1210-READ-OPERATOR-EXIT
044200     END-IF.
044300     ADD 1 TO CX-WS-OPER-COUNT.
044400     MOVE HW-OP-OPER-ID TO CX-OT-OPER-ID (CX-WS-OPER-COUNT).
044500     MOVE HW-OP-APPROVER TO CX-OT-APPROVER (CX-WS-OPER-COUNT).
044600 1210-READ-OPERATOR-EXIT.
044700     EXIT.
044800 1300-LOAD-PENDING.
044900     OPEN INPUT CONFIG-PENDING-FILE.
045000     IF CX-WS-CP-STATUS = '35'
045100         GO TO 1300-LOAD-PENDING-EXIT
045200     END-IF.
045300     IF CX-WS-CP-STATUS NOT = '00'
045400         DISPLAY 'CFGMNT0040W - CONFIG-PENDING-FILE OPEN FAILED'
045500             ', STATUS=' CX-WS-CP-STATUS
045600             ' - PLANSCHD/SHIFTSCH CARDS WILL BE REJECTED'
045700         SET CX-CP-AVAIL-NO TO TRUE
045800         GO TO 1300-LOAD-PENDING-EXIT
045900     END-IF.
046000     SET CX-LOAD-EOF-NO TO TRUE.
046100     PERFORM 1310-READ-PENDING
046200         THRU 1310-READ-PENDING-EXIT
046300         UNTIL CX-LOAD-EOF-YES.
046400     CLOSE CONFIG-PENDING-FILE.
046500 1300-LOAD-PENDING-EXIT.
046600     EXIT.
046700 1310-READ-PENDING.
046800     READ CONFIG-PENDING-FILE
046900         AT END
047000             SET CX-LOAD-EOF-YES TO TRUE
047100             GO TO 1310-READ-PENDING-EXIT
047200     END-READ.
047300     IF CX-WS-CP-STATUS NOT = '00'
047400         DISPLAY 'CFGMNT0041W - CONFIG-PENDING-FILE READ FAILED'
047500             ', STATUS=' CX-WS-CP-STATUS
047600             ' - PLANSCHD/SHIFTSCH CARDS WILL BE REJECTED'
047700         SET CX-CP-AVAIL-NO TO TRUE
047800         SET CX-LOAD-EOF-YES TO TRUE
047900         GO TO 1310-READ-PENDING-EXIT
048000     END-IF.
048100     IF CX-WS-PEND-COUNT >= CX-WS-PEND-MAX
048200         DISPLAY 'CFGMNT0042W - PENDING TABLE FULL'
048300             ' - PLANSCHD/SHIFTSCH CARDS WILL BE REJECTED'
048400         SET CX-CP-AVAIL-NO TO TRUE
048500         SET CX-LOAD-EOF-YES TO TRUE
048600         GO TO 1310-READ-PENDING-EXIT
048700     END-IF.
048800     ADD 1 TO CX-WS-PEND-COUNT.
048900     MOVE HW-CP-TRANS TO CX-WS-WORK-TRANS.
049000     PERFORM 2110-BUILD-KEY
049100         THRU 2110-BUILD-KEY-EXIT.
049200     SET CX-PN-CARRIED (CX-WS-PEND-COUNT) TO TRUE.
049300     MOVE CX-WT-FILE-ID TO CX-PN-FILE-ID (CX-WS-PEND-COUNT).
049400     MOVE CX-WS-KEY TO CX-PN-KEY (CX-WS-PEND-COUNT).
049500     MOVE CONFIG-PENDING-RECORD
049600         TO CX-PN-RECORD (CX-WS-PEND-COUNT).
049700 1310-READ-PENDING-EXIT.
049800     EXIT.
049900 1400-LOAD-PLAN.
050000     OPEN INPUT PLAN-SCHEDULE-FILE.
050100     IF CX-WS-PS-STATUS = '35'
050200         GO TO 1400-LOAD-PLAN-EXIT
050300     END-IF.
050400     IF CX-WS-PS-STATUS NOT = '00'
050500         DISPLAY 'CFGMNT0050W - PLAN-SCHEDULE-FILE OPEN FAILED'
050600             ', STATUS=' CX-WS-PS-STATUS
050700             ' - PLANSCHD CARDS WILL BE REJECTED'
050800         SET CX-PS-AVAIL-NO TO TRUE
050900         GO TO 1400-LOAD-PLAN-EXIT
051000     END-IF.
051100     SET CX-LOAD-EOF-NO TO TRUE.
051200     PERFORM 1410-READ-PLAN
051300         THRU 1410-READ-PLAN-EXIT
051400         UNTIL CX-LOAD-EOF-YES.
051500     CLOSE PLAN-SCHEDULE-FILE.
051600 1400-LOAD-PLAN-EXIT.
051700     EXIT.
051800 1410-READ-PLAN.
051900     READ PLAN-SCHEDULE-FILE
052000         AT END
052100             SET CX-LOAD-EOF-YES TO TRUE
052200             GO TO 1410-READ-PLAN-EXIT
052300     END-READ.
052400     IF CX-WS-PS-STATUS NOT = '00'
052500         DISPLAY 'CFGMNT0051W - PLAN-SCHEDULE-FILE READ FAILED'
052600             ', STATUS=' CX-WS-PS-STATUS
052700             ' - PLANSCHD CARDS WILL BE REJECTED'
052800         SET CX-PS-AVAIL-NO TO TRUE
052900         SET CX-LOAD-EOF-YES TO TRUE
053000         GO TO 1410-READ-PLAN-EXIT
053100     END-IF.
053200     IF CX-WS-PLAN-COUNT >= CX-WS-PLAN-MAX
053300         DISPLAY 'CFGMNT0052W - PLAN TABLE FULL'
053400             ' - PLANSCHD CARDS WILL BE REJECTED'
053500         SET CX-PS-AVAIL-NO TO TRUE
053600         SET CX-LOAD-EOF-YES TO TRUE
053700         GO TO 1410-READ-PLAN-EXIT
053800     END-IF.
053900     ADD 1 TO CX-WS-PLAN-COUNT.
054000     MOVE SPACE TO CX-PT-STATUS (CX-WS-PLAN-COUNT).
054100     MOVE PLANNED-SCHEDULE-RECORD
054200         TO CX-PT-RECORD (CX-WS-PLAN-COUNT).
054300 1410-READ-PLAN-EXIT.
054400     EXIT.
054500 1500-LOAD-SHIFT.
054600     OPEN INPUT SHIFT-SCHEDULE-FILE.
054700     IF CX-WS-SS-STATUS = '35'
054800         GO TO 1500-LOAD-SHIFT-EXIT
054900     END-IF.
055000     IF CX-WS-SS-STATUS NOT = '00'
055100         DISPLAY 'CFGMNT0060W - SHIFT-SCHEDULE-FILE OPEN FAILED'
055200             ', STATUS=' CX-WS-SS-STATUS
055300             ' - SHIFTSCH CARDS WILL BE REJECTED'
055400         SET CX-SS-AVAIL-NO TO TRUE
055500         GO TO 1500-LOAD-SHIFT-EXIT
055600     END-IF.
055700     SET CX-LOAD-EOF-NO TO TRUE.
055800     PERFORM 1510-READ-SHIFT
055900         THRU 1510-READ-SHIFT-EXIT
056000         UNTIL CX-LOAD-EOF-YES.
056100     CLOSE SHIFT-SCHEDULE-FILE.
056200 1500-LOAD-SHIFT-EXIT.
056300     EXIT.
056400 1510-READ-SHIFT.
056500     READ SHIFT-SCHEDULE-FILE
056600         AT END
056700             SET CX-LOAD-EOF-YES TO TRUE
056800             GO TO 1510-READ-SHIFT-EXIT
056900     END-READ.
057000     IF CX-WS-SS-STATUS NOT = '00'
057100         DISPLAY 'CFGMNT0061W - SHIFT-SCHEDULE-FILE READ FAILED'
057200             ', STATUS=' CX-WS-SS-STATUS
057300             ' - SHIFTSCH CARDS WILL BE REJECTED'
057400         SET CX-SS-AVAIL-NO TO TRUE
057500         SET CX-LOAD-EOF-YES TO TRUE
057600         GO TO 1510-READ-SHIFT-EXIT
057700     END-IF.
057800     IF CX-WS-SHIFT-COUNT >= CX-WS-SHIFT-MAX
057900         DISPLAY 'CFGMNT0062W - SHIFT TABLE FULL'
058000             ' - SHIFTSCH CARDS WILL BE REJECTED'
058100         SET CX-SS-AVAIL-NO TO TRUE
058200         SET CX-LOAD-EOF-YES TO TRUE
058300         GO TO 1510-READ-SHIFT-EXIT
058400     END-IF.
058500     ADD 1 TO CX-WS-SHIFT-COUNT.
058600     MOVE SPACE TO CX-ST-STATUS (CX-WS-SHIFT-COUNT).
058700     MOVE SHIFT-SCHEDULE-RECORD
058800         TO CX-ST-RECORD (CX-WS-SHIFT-COUNT).
058900 1510-READ-SHIFT-EXIT.
059000     EXIT.
059100 1600-LOAD-BULLETIN.
059200     OPEN INPUT BULLETIN-FILE.
059300     IF CX-WS-BB-STATUS = '35'
059400         GO TO 1600-LOAD-BULLETIN-EXIT
059500     END-IF.
059600     IF CX-WS-BB-STATUS NOT = '00'
059700         DISPLAY 'CFGMNT0070W - BULLETIN-FILE OPEN FAILED'
059800             ', STATUS=' CX-WS-BB-STATUS
059900             ' - BULLBRD CARDS WILL BE REJECTED'
060000         SET CX-BB-AVAIL-NO TO TRUE
060100         GO TO 1600-LOAD-BULLETIN-EXIT
060200     END-IF.
060300     SET CX-LOAD-EOF-NO TO TRUE.
060400     PERFORM 1610-READ-BULLETIN
060500         THRU 1610-READ-BULLETIN-EXIT
060600         UNTIL CX-LOAD-EOF-YES.
060700     CLOSE BULLETIN-FILE.
060800 1600-LOAD-BULLETIN-EXIT.
060900     EXIT.
061000 1610-READ-BULLETIN.
061100     READ BULLETIN-FILE
061200         AT END
061300             SET CX-LOAD-EOF-YES TO TRUE
061400             GO TO 1610-READ-BULLETIN-EXIT
061500     END-READ.
061600     IF CX-WS-BB-STATUS NOT = '00'
061700         DISPLAY 'CFGMNT0071W - BULLETIN-FILE READ FAILED'
061800             ', STATUS=' CX-WS-BB-STATUS
061900             ' - BULLBRD CARDS WILL BE REJECTED'
062000         SET CX-BB-AVAIL-NO TO TRUE
062100         SET CX-LOAD-EOF-YES TO TRUE
062200         GO TO 1610-READ-BULLETIN-EXIT
062300     END-IF.
062400     IF CX-WS-BULL-COUNT >= CX-WS-BULL-MAX
062500         DISPLAY 'CFGMNT0072W - BULLETIN TABLE FULL'
062600             ' - BULLBRD CARDS WILL BE REJECTED'
062700         SET CX-BB-AVAIL-NO TO TRUE
062800         SET CX-LOAD-EOF-YES TO TRUE
062900         GO TO 1610-READ-BULLETIN-EXIT
063000     END-IF.
063100     ADD 1 TO CX-WS-BULL-COUNT.
063200     MOVE SPACE TO CX-BT-STATUS (CX-WS-BULL-COUNT).
063300     MOVE BULLETIN-RECORD TO CX-BT-RECORD (CX-WS-BULL-COUNT).
063400 1610-READ-BULLETIN-EXIT.
063500     EXIT.
063600*
063700*    ONE CARD: VALIDATE IT, THEN APPLY A BULLETIN CHANGE AT ONCE,
063800*    QUEUE A PLANSCHD/SHIFTSCH CHANGE FOR APPROVAL, OR APPROVE OR
063900*    WITHDRAW A CHANGE QUEUED BY AN EARLIER RUN.
064000*
064100 2000-PROCESS-TRANSACTION.
064200     READ CONFIG-TRANS-FILE
064300         AT END
064400             SET CX-EOF-YES TO TRUE
064500             GO TO 2000-PROCESS-TRANSACTION-EXIT
064600     END-READ.
064700     IF CX-WS-CT-STATUS NOT = '00'
064800         DISPLAY 'CFGMNT0080E - CONFIG-TRANS-FILE READ FAILED'
064900             ', STATUS=' CX-WS-CT-STATUS
065000         SET CX-EOF-YES TO TRUE
065100         SET CX-OPEN-ERROR-YES TO TRUE
065200         GO TO 2000-PROCESS-TRANSACTION-EXIT
065300     END-IF.
065400     MOVE CONFIG-TRANS-RECORD TO CX-WS-WORK-TRANS.
065500     MOVE SPACES TO CX-WS-DISPOSITION.
065550     MOVE SPACES TO CX-WS-APPROVER-ID.
065600     PERFORM 2100-VALIDATE-TRANS
065700         THRU 2100-VALIDATE-TRANS-EXIT.
065800     IF CX-TRANS-VALID
065900         EVALUATE TRUE
066000             WHEN CX-WT-APPROVE
066100                 PERFORM 3000-APPROVE-PENDING
066200                     THRU 3000-APPROVE-PENDING-EXIT
066300             WHEN CX-WT-WITHDRAW
066400                 PERFORM 3100-WITHDRAW-PENDING
066500                     THRU 3100-WITHDRAW-PENDING-EXIT
066600             WHEN CX-WT-BULL-FILE
066700                 PERFORM 2600-APPLY-BULL-TRANS
066800                     THRU 2600-APPLY-BULL-TRANS-EXIT
066900             WHEN OTHER
067000                 PERFORM 2700-QUEUE-PENDING
067100                     THRU 2700-QUEUE-PENDING-EXIT
067200         END-EVALUATE
067300     END-IF.
067400     PERFORM 2900-PRINT-DETAIL
067500         THRU 2900-PRINT-DETAIL-EXIT.
067600 2000-PROCESS-TRANSACTION-EXIT.
067700     EXIT.
067800 2100-VALIDATE-TRANS.
067900     SET CX-TRANS-VALID TO TRUE.
068000     MOVE SPACES TO CX-WS-REASON.
068100     MOVE SPACES TO CX-WS-KEY.
068200     IF NOT (CX-WT-ADD OR CX-WT-UPDATE OR CX-WT-DELETE OR
068300             CX-WT-WINDOW OR CX-WT-APPROVE OR CX-WT-WITHDRAW)
068400         MOVE '01' TO CX-WS-REASON-CODE
068500         MOVE 'INVALID FUNCTION' TO CX-WS-REASON-TEXT
068600         SET CX-TRANS-INVALID TO TRUE
068700         GO TO 2100-VALIDATE-TRANS-EXIT
068800     END-IF.
068900     IF NOT (CX-WT-PLAN-FILE OR CX-WT-SHIFT-FILE OR
069000             CX-WT-BULL-FILE)
069100         MOVE '02' TO CX-WS-REASON-CODE
069200         MOVE 'INVALID FILE ID' TO CX-WS-REASON-TEXT
069300         SET CX-TRANS-INVALID TO TRUE
069400         GO TO 2100-VALIDATE-TRANS-EXIT
069500     END-IF.
069600     PERFORM 2110-BUILD-KEY
069700         THRU 2110-BUILD-KEY-EXIT.
069800     IF (CX-WT-WINDOW AND NOT CX-WT-BULL-FILE) OR
069900        ((CX-WT-APPROVE OR CX-WT-WITHDRAW) AND CX-WT-BULL-FILE)
070000         MOVE '01' TO CX-WS-REASON-CODE
070100         MOVE 'INVALID FUNCTION FOR FILE' TO CX-WS-REASON-TEXT
070200         SET CX-TRANS-INVALID TO TRUE
070300         GO TO 2100-VALIDATE-TRANS-EXIT
070400     END-IF.
070500     IF CX-WT-OPER-ID = SPACES
070600         MOVE '10' TO CX-WS-REASON-CODE
070700         MOVE 'OPERATOR ID MISSING' TO CX-WS-REASON-TEXT
070800         SET CX-TRANS-INVALID TO TRUE
070900         GO TO 2100-VALIDATE-TRANS-EXIT
071000     END-IF.
071100     IF CX-OP-AVAIL-NO
071200         MOVE '09' TO CX-WS-REASON-CODE
071300         MOVE 'OPERAUTH UNAVAILABLE' TO CX-WS-REASON-TEXT
071400         SET CX-TRANS-INVALID TO TRUE
071500         GO TO 2100-VALIDATE-TRANS-EXIT
071600     END-IF.
071700     PERFORM 2120-FIND-OPERATOR
071800         THRU 2120-FIND-OPERATOR-EXIT.
071900     IF CX-FOUND-NO
072000         MOVE '11' TO CX-WS-REASON-CODE
072100         MOVE 'OPERATOR NOT AUTHORIZED' TO CX-WS-REASON-TEXT
072200         SET CX-TRANS-INVALID TO TRUE
072300         GO TO 2100-VALIDATE-TRANS-EXIT
072400     END-IF.
072500     EVALUATE TRUE
072600         WHEN CX-WT-PLAN-FILE
072700             PERFORM 2200-VALIDATE-PLAN
072800                 THRU 2200-VALIDATE-PLAN-EXIT
072900         WHEN CX-WT-SHIFT-FILE
073000             PERFORM 2250-VALIDATE-SHIFT
073100                 THRU 2250-VALIDATE-SHIFT-EXIT
073200         WHEN OTHER
073300             PERFORM 2280-VALIDATE-BULL
073400                 THRU 2280-VALIDATE-BULL-EXIT
073500     END-EVALUATE.
073600 2100-VALIDATE-TRANS-EXIT.
073700     EXIT.
073800*
073900*    THE RECORD KEY OF THE WORK CARD, BUILT THE SAME WAY CFGSNAP
074000*    BUILDS IT (SEE SnapRec).  A BULLETIN ADD HAS NO LINE-NO YET;
074100*    2620 REBUILDS THE KEY ONCE THE LINE IS NUMBERED.
074200*
074300 2110-BUILD-KEY.
074400     MOVE SPACES TO CX-WS-KEY.
074500     EVALUATE TRUE
074600         WHEN CX-WT-PLAN-FILE
074700             MOVE CX-WT-PS-JOB-ID TO CX-WS-KEY
074800         WHEN CX-WT-SHIFT-FILE
074900             STRING CX-WT-SS-DOW CX-WT-SS-SHIFT-CODE
075000                 DELIMITED BY SIZE INTO CX-WS-KEY
075100             END-STRING
075200         WHEN CX-WT-BULL-FILE AND
075300              (CX-WT-UPDATE OR CX-WT-DELETE)
075400             STRING CX-WT-BB-BULLETIN-ID CX-WT-BB-LINE-NO
075500                 DELIMITED BY SIZE INTO CX-WS-KEY
075600             END-STRING
075700         WHEN CX-WT-BULL-FILE
075800             MOVE CX-WT-BB-BULLETIN-ID TO CX-WS-KEY
075900     END-EVALUATE.
076000 2110-BUILD-KEY-EXIT.
076100     EXIT.
076200 2120-FIND-OPERATOR.
076300     SET CX-FOUND-NO TO TRUE.
076400     SET CX-APPROVER-NO TO TRUE.
076500     PERFORM 2125-CHECK-OPERATOR-ENTRY
076600         THRU 2125-CHECK-OPERATOR-ENTRY-EXIT
076700         VARYING CX-WS-SUB FROM 1 BY 1
076800         UNTIL CX-FOUND-YES OR CX-WS-SUB > CX-WS-OPER-COUNT.
076900 2120-FIND-OPERATOR-EXIT.
077000     EXIT.
077100 2125-CHECK-OPERATOR-ENTRY.
077200     IF CX-OT-OPER-ID (CX-WS-SUB) = CX-WT-OPER-ID
077300         SET CX-FOUND-YES TO TRUE
077400         IF CX-OT-APPROVER (CX-WS-SUB) = 'Y'
077500             SET CX-APPROVER-YES TO TRUE
077600         END-IF
077700     END-IF.
077800 2125-CHECK-OPERATOR-ENTRY-EXIT.
077900     EXIT.
078000 2150-CHECK-JOB-ID.
078100     IF CX-WT-PS-JOB-ID (1:1) = SPACE
078200         MOVE '03' TO CX-WS-REASON-CODE
078300         MOVE 'INVALID JOB-ID' TO CX-WS-REASON-TEXT
078400         SET CX-TRANS-INVALID TO TRUE
078500         GO TO 2150-CHECK-JOB-ID-EXIT
078600     END-IF.
078700     SET CX-SPACE-SEEN-NO TO TRUE.
078800     PERFORM 2155-CHECK-JOB-ID-CHAR
078900         THRU 2155-CHECK-JOB-ID-CHAR-EXIT
079000         VARYING CX-WS-CHAR-SUB FROM 1 BY 1
079100         UNTIL CX-TRANS-INVALID OR CX-WS-CHAR-SUB > 8.
079200 2150-CHECK-JOB-ID-EXIT.
079300     EXIT.
079400 2155-CHECK-JOB-ID-CHAR.
079500     MOVE CX-WT-PS-JOB-ID (CX-WS-CHAR-SUB:1) TO CX-WS-CHAR.
079600     IF CX-WS-CHAR = SPACE
079700         SET CX-SPACE-SEEN-YES TO TRUE
079800         GO TO 2155-CHECK-JOB-ID-CHAR-EXIT
079900     END-IF.
080000     IF CX-SPACE-SEEN-YES
080100         MOVE '03' TO CX-WS-REASON-CODE
080200         MOVE 'INVALID JOB-ID' TO CX-WS-REASON-TEXT
080300         SET CX-TRANS-INVALID TO TRUE
080400         GO TO 2155-CHECK-JOB-ID-CHAR-EXIT
080500     END-IF.
080600     IF NOT ((CX-WS-CHAR >= 'A' AND CX-WS-CHAR <= 'Z') OR
080700             (CX-WS-CHAR >= '0' AND CX-WS-CHAR <= '9'))
080800         MOVE '03' TO CX-WS-REASON-CODE
080900         MOVE 'INVALID JOB-ID' TO CX-WS-REASON-TEXT
081000         SET CX-TRANS-INVALID TO TRUE
081100     END-IF.
081200 2155-CHECK-JOB-ID-CHAR-EXIT.
081300     EXIT.
081400*
081500*    PLANSCHD: SCHED-DAY IS ONLY MEANINGFUL FOR MONTHLY, NTH-
081600*    BUSINESS-DAY AND QUARTERLY PLANS AND SCHED-MMDD ONLY FOR
081700*    ANNUAL ONES; EACH MUST BE BLANK OTHERWISE, SO A HALF-KEYED
081800*    CARD CANNOT LEAVE A RULE SchedRule READS DIFFERENTLY FROM
081900*    WHAT THE OPERATOR MEANT.  A DAY-OF-WEEK PLAN NEEDS A Y/N MASK
082000*    WITH AT LEAST ONE 'Y'.
082100*
082200 2200-VALIDATE-PLAN.
082300     PERFORM 2150-CHECK-JOB-ID
082400         THRU 2150-CHECK-JOB-ID-EXIT.
082500     IF CX-TRANS-INVALID OR CX-WT-DELETE OR CX-WT-APPROVE OR
082600        CX-WT-WITHDRAW
082700         GO TO 2200-VALIDATE-PLAN-EXIT
082800     END-IF.
082900     IF CX-WT-PS-DESCRIPTION = SPACES
083000         MOVE '04' TO CX-WS-REASON-CODE
083100         MOVE 'DESCRIPTION MISSING' TO CX-WS-REASON-TEXT
083200         SET CX-TRANS-INVALID TO TRUE
083300         GO TO 2200-VALIDATE-PLAN-EXIT
083400     END-IF.
083500     EVALUATE TRUE
083600         WHEN CX-WT-PS-DOW-SCHED
083700             PERFORM 2210-CHECK-DOW-MASK
083800                 THRU 2210-CHECK-DOW-MASK-EXIT
083900             IF CX-TRANS-VALID AND
084000                (CX-WT-PS-SCHED-DAY NOT = SPACES OR
084100                 CX-WT-PS-SCHED-MMDD NOT = SPACES)
084200                 MOVE '12' TO CX-WS-REASON-CODE
084300                 MOVE 'DAY/MMDD NOT BLANK FOR TYPE'
084400                     TO CX-WS-REASON-TEXT
084500                 SET CX-TRANS-INVALID TO TRUE
084600             END-IF
084700         WHEN CX-WT-PS-MONTHLY OR CX-WT-PS-QUARTERLY
084800             MOVE 31 TO CX-WS-DAY-LIMIT
084900             PERFORM 2220-CHECK-SCHED-DAY
085000                 THRU 2220-CHECK-SCHED-DAY-EXIT
085100         WHEN CX-WT-PS-NTH-BUS-DAY
085200             MOVE 23 TO CX-WS-DAY-LIMIT
085300             PERFORM 2220-CHECK-SCHED-DAY
085400                 THRU 2220-CHECK-SCHED-DAY-EXIT
085500         WHEN CX-WT-PS-LAST-BUS-DAY
085600             IF CX-WT-PS-SCHED-DAY NOT = SPACES OR
085700                CX-WT-PS-SCHED-MMDD NOT = SPACES
085800                 MOVE '12' TO CX-WS-REASON-CODE
085900                 MOVE 'DAY/MMDD NOT BLANK FOR TYPE'
086000                     TO CX-WS-REASON-TEXT
086100                 SET CX-TRANS-INVALID TO TRUE
086200             END-IF
086300         WHEN CX-WT-PS-ANNUAL
086400             PERFORM 2230-CHECK-SCHED-MMDD
086500                 THRU 2230-CHECK-SCHED-MMDD-EXIT
086600         WHEN OTHER
086700             MOVE '05' TO CX-WS-REASON-CODE
086800             MOVE 'INVALID SCHED-TYPE' TO CX-WS-REASON-TEXT
086900             SET CX-TRANS-INVALID TO TRUE
087000     END-EVALUATE.
087100 2200-VALIDATE-PLAN-EXIT.
087200     EXIT.
087300 2210-CHECK-DOW-MASK.
087400     MOVE ZERO TO CX-WS-YES-COUNT.
087500     PERFORM 2215-CHECK-DOW-FLAG
087600         THRU 2215-CHECK-DOW-FLAG-EXIT
087700         VARYING CX-WS-CHAR-SUB FROM 1 BY 1
087800         UNTIL CX-TRANS-INVALID OR CX-WS-CHAR-SUB > 7.
087900     IF CX-TRANS-VALID AND CX-WS-YES-COUNT = ZERO
088000         MOVE '06' TO CX-WS-REASON-CODE
088100         MOVE 'INVALID DOW MASK' TO CX-WS-REASON-TEXT
088200         SET CX-TRANS-INVALID TO TRUE
088300     END-IF.
088400 2210-CHECK-DOW-MASK-EXIT.
088500     EXIT.
088600 2215-CHECK-DOW-FLAG.
088700     EVALUATE CX-WT-PS-DOW-FLAG (CX-WS-CHAR-SUB)
088800         WHEN 'Y'
088900             ADD 1 TO CX-WS-YES-COUNT
089000         WHEN 'N'
089100             CONTINUE
089200         WHEN OTHER
089300             MOVE '06' TO CX-WS-REASON-CODE
089400             MOVE 'INVALID DOW MASK' TO CX-WS-REASON-TEXT
089500             SET CX-TRANS-INVALID TO TRUE
089600     END-EVALUATE.
089700 2215-CHECK-DOW-FLAG-EXIT.
089800     EXIT.
089900*
090000*    SCHED-DAY MUST BE 01 THROUGH CX-WS-DAY-LIMIT (31 FOR A
090100*    CALENDAR DAY, 23 FOR A BUSINESS DAY) WITH SCHED-MMDD BLANK.
090200*
090300 2220-CHECK-SCHED-DAY.
090400     IF CX-WT-PS-SCHED-DAY NOT NUMERIC
090500         MOVE '12' TO CX-WS-REASON-CODE
090600         MOVE 'INVALID SCHED-DAY' TO CX-WS-REASON-TEXT
090700         SET CX-TRANS-INVALID TO TRUE
090800         GO TO 2220-CHECK-SCHED-DAY-EXIT
090900     END-IF.
091000     MOVE CX-WT-PS-SCHED-DAY TO CX-WS-NUM-2.
091100     IF CX-WS-NUM-2 < 1 OR CX-WS-NUM-2 > CX-WS-DAY-LIMIT
091200         MOVE '12' TO CX-WS-REASON-CODE
091300         MOVE 'INVALID SCHED-DAY' TO CX-WS-REASON-TEXT
091400         SET CX-TRANS-INVALID TO TRUE
091500         GO TO 2220-CHECK-SCHED-DAY-EXIT
091600     END-IF.
091700     IF CX-WT-PS-SCHED-MMDD NOT = SPACES
091800         MOVE '13' TO CX-WS-REASON-CODE
091900         MOVE 'MMDD NOT BLANK FOR TYPE' TO CX-WS-REASON-TEXT
092000         SET CX-TRANS-INVALID TO TRUE
092100     END-IF.
092200 2220-CHECK-SCHED-DAY-EXIT.
092300     EXIT.
092400*
092500*    SCHED-MMDD MUST BE A REAL MONTH AND DAY (29 FEBRUARY IS
092600*    ALLOWED - SchedRule ONLY MATCHES IT IN A LEAP YEAR) WITH
092700*    SCHED-DAY BLANK.
092800*
092900 2230-CHECK-SCHED-MMDD.
093000     IF CX-WT-PS-SCHED-MMDD NOT NUMERIC
093100         MOVE '13' TO CX-WS-REASON-CODE
093200         MOVE 'INVALID SCHED-MMDD' TO CX-WS-REASON-TEXT
093300         SET CX-TRANS-INVALID TO TRUE
093400         GO TO 2230-CHECK-SCHED-MMDD-EXIT
093500     END-IF.
093600     MOVE CX-WT-PS-SCHED-MM TO CX-WS-MM.
093700     MOVE CX-WT-PS-SCHED-DD TO CX-WS-NUM-2.
093800     IF CX-WS-MM < 1 OR CX-WS-MM > 12
093900         MOVE '13' TO CX-WS-REASON-CODE
094000         MOVE 'INVALID SCHED-MMDD' TO CX-WS-REASON-TEXT
094100         SET CX-TRANS-INVALID TO TRUE
094200         GO TO 2230-CHECK-SCHED-MMDD-EXIT
094300     END-IF.
094400     IF CX-WS-NUM-2 < 1 OR
094500        CX-WS-NUM-2 > CX-WS-MONTH-DAYS (CX-WS-MM)
094600         MOVE '13' TO CX-WS-REASON-CODE
094700         MOVE 'INVALID SCHED-MMDD' TO CX-WS-REASON-TEXT
094800         SET CX-TRANS-INVALID TO TRUE
094900         GO TO 2230-CHECK-SCHED-MMDD-EXIT
095000     END-IF.
095100     IF CX-WT-PS-SCHED-DAY NOT = SPACES
095200         MOVE '12' TO CX-WS-REASON-CODE
095300         MOVE 'DAY NOT BLANK FOR TYPE' TO CX-WS-REASON-TEXT
095400         SET CX-TRANS-INVALID TO TRUE
095500     END-IF.
095600 2230-CHECK-SCHED-MMDD-EXIT.
095700     EXIT.
095800*
095900*    SHIFTSCH: DAY 1-7 AND A SITE SHIFT-CODE FOR EVERY CARD; A
096000*    VALID HHMM START TIME AND A NAME FOR AN ADD OR UPDATE.
096100*
096200 2250-VALIDATE-SHIFT.
096300     IF CX-WT-SS-DOW < '1' OR CX-WT-SS-DOW > '7'
096400         MOVE '14' TO CX-WS-REASON-CODE
096500         MOVE 'INVALID DAY OF WEEK' TO CX-WS-REASON-TEXT
096600         SET CX-TRANS-INVALID TO TRUE
096700         GO TO 2250-VALIDATE-SHIFT-EXIT
096800     END-IF.
096900     SET CX-SC-IX TO 1.
097000     SEARCH CX-WS-SHIFT-CODE-ENTRY
097100         AT END
097200             MOVE '16' TO CX-WS-REASON-CODE
097300             MOVE 'INVALID SHIFT-CODE' TO CX-WS-REASON-TEXT
097400             SET CX-TRANS-INVALID TO TRUE
097500             GO TO 2250-VALIDATE-SHIFT-EXIT
097600         WHEN CX-WS-SHIFT-CODE-ENTRY (CX-SC-IX)
097700             = CX-WT-SS-SHIFT-CODE
097800             CONTINUE
097900     END-SEARCH.
098000     IF CX-WT-DELETE OR CX-WT-APPROVE OR CX-WT-WITHDRAW
098100         GO TO 2250-VALIDATE-SHIFT-EXIT
098200     END-IF.
098300     IF CX-WT-SS-START-TIME NOT NUMERIC
098400         MOVE '15' TO CX-WS-REASON-CODE
098500         MOVE 'INVALID START TIME (HHMM)' TO CX-WS-REASON-TEXT
098600         SET CX-TRANS-INVALID TO TRUE
098700         GO TO 2250-VALIDATE-SHIFT-EXIT
098800     END-IF.
098900     IF CX-WT-SS-START-HH > '23' OR CX-WT-SS-START-MM > '59'
099000         MOVE '15' TO CX-WS-REASON-CODE
099100         MOVE 'INVALID START TIME (HHMM)' TO CX-WS-REASON-TEXT
099200         SET CX-TRANS-INVALID TO TRUE
099300         GO TO 2250-VALIDATE-SHIFT-EXIT
099400     END-IF.
099500     IF CX-WT-SS-SHIFT-NAME = SPACES
099600         MOVE '17' TO CX-WS-REASON-CODE
099700         MOVE 'SHIFT NAME MISSING' TO CX-WS-REASON-TEXT
099800         SET CX-TRANS-INVALID TO TRUE
099900     END-IF.
100000 2250-VALIDATE-SHIFT-EXIT.
100100     EXIT.
100200*
100300*    BULLBRD: A WINDOW CARD NEEDS TWO USABLE DATES WITH THE
100400*    EFFECTIVE DATE NOT AFTER THE EXPIRY DATE.  AN ADD LEAVES
100500*    LINE-NO BLANK; AN UPDATE OR DELETE NAMES THE LINE.
100600*
100700 2280-VALIDATE-BULL.
100800     IF CX-WT-BB-BULLETIN-ID = SPACES
100900         MOVE '18' TO CX-WS-REASON-CODE
101000         MOVE 'BULLETIN-ID MISSING' TO CX-WS-REASON-TEXT
101100         SET CX-TRANS-INVALID TO TRUE
101200         GO TO 2280-VALIDATE-BULL-EXIT
101300     END-IF.
101400     IF CX-WT-WINDOW
101500         PERFORM 2285-CHECK-WINDOW
101600             THRU 2285-CHECK-WINDOW-EXIT
101700         GO TO 2280-VALIDATE-BULL-EXIT
101800     END-IF.
101900     IF CX-WT-ADD
102000         IF CX-WT-BB-LINE-NO NOT = SPACES
102100             MOVE '19' TO CX-WS-REASON-CODE
102200             MOVE 'LINE-NO NOT BLANK ON ADD' TO CX-WS-REASON-TEXT
102300             SET CX-TRANS-INVALID TO TRUE
102400             GO TO 2280-VALIDATE-BULL-EXIT
102500         END-IF
102600     ELSE
102700         IF CX-WT-BB-LINE-NO NOT NUMERIC OR
102800            CX-WT-BB-LINE-NO = '000'
102900             MOVE '19' TO CX-WS-REASON-CODE
103000             MOVE 'INVALID LINE-NO' TO CX-WS-REASON-TEXT
103100             SET CX-TRANS-INVALID TO TRUE
103200             GO TO 2280-VALIDATE-BULL-EXIT
103300         END-IF
103400     END-IF.
103500     IF CX-WT-DELETE
103600         GO TO 2280-VALIDATE-BULL-EXIT
103700     END-IF.
103800     IF CX-WT-BB-TEXT = SPACES
103900         MOVE '20' TO CX-WS-REASON-CODE
104000         MOVE 'BULLETIN TEXT MISSING' TO CX-WS-REASON-TEXT
104100         SET CX-TRANS-INVALID TO TRUE
104200         GO TO 2280-VALIDATE-BULL-EXIT
104300     END-IF.
104400     PERFORM 2290-CHECK-TEXT-CHAR
104500         THRU 2290-CHECK-TEXT-CHAR-EXIT
104600         VARYING CX-WS-CHAR-SUB FROM 1 BY 1
104700         UNTIL CX-TRANS-INVALID OR CX-WS-CHAR-SUB > 60.
104800 2280-VALIDATE-BULL-EXIT.
104900     EXIT.
105000 2285-CHECK-WINDOW.
105100     MOVE CX-WT-BW-EFF-DATE TO HW-DS-DATE.
105200     CALL 'DateSerial' USING HW-DS-LINK-PARM.
105300     IF HW-DS-DATE-BAD
105400         MOVE '21' TO CX-WS-REASON-CODE
105500         MOVE 'INVALID EFFECTIVE DATE' TO CX-WS-REASON-TEXT
105600         SET CX-TRANS-INVALID TO TRUE
105700         GO TO 2285-CHECK-WINDOW-EXIT
105800     END-IF.
105900     MOVE CX-WT-BW-EXP-DATE TO HW-DS-DATE.
106000     CALL 'DateSerial' USING HW-DS-LINK-PARM.
106100     IF HW-DS-DATE-BAD
106200         MOVE '22' TO CX-WS-REASON-CODE
106300         MOVE 'INVALID EXPIRY DATE' TO CX-WS-REASON-TEXT
106400         SET CX-TRANS-INVALID TO TRUE
106500         GO TO 2285-CHECK-WINDOW-EXIT
106600     END-IF.
106700     IF CX-WT-BW-EFF-DATE > CX-WT-BW-EXP-DATE
106800         MOVE '23' TO CX-WS-REASON-CODE
106900         MOVE 'EFFECTIVE AFTER EXPIRY' TO CX-WS-REASON-TEXT
107000         SET CX-TRANS-INVALID TO TRUE
107100     END-IF.
107200 2285-CHECK-WINDOW-EXIT.
107300     EXIT.
107400 2290-CHECK-TEXT-CHAR.
107500     MOVE CX-WT-BB-TEXT (CX-WS-CHAR-SUB:1) TO CX-WS-CHAR.
107600     IF CX-WS-CHAR < SPACE
107700         MOVE '20' TO CX-WS-REASON-CODE
107800         MOVE 'BULLETIN TEXT NOT PRINTABLE' TO CX-WS-REASON-TEXT
107900         SET CX-TRANS-INVALID TO TRUE
108000     END-IF.
108100 2290-CHECK-TEXT-CHAR-EXIT.
108200     EXIT.
108300*
108400*    BULLETIN CHANGES APPLY TO THE TABLE AT ONCE AND ARE JOURNALED
108500*    ONE 'CF' RECORD PER LINE TOUCHED.
108600*
108700 2600-APPLY-BULL-TRANS.
108800     IF CX-BB-AVAIL-NO
108900         MOVE '09' TO CX-WS-REASON-CODE
109000         MOVE 'BULLBRD UNAVAILABLE' TO CX-WS-REASON-TEXT
109100         SET CX-TRANS-INVALID TO TRUE
109200         GO TO 2600-APPLY-BULL-TRANS-EXIT
109300     END-IF.
109400     MOVE 'BULLBRD' TO CX-WS-FILE-NAME.
109500     EVALUATE TRUE
109600         WHEN CX-WT-WINDOW
109700             PERFORM 2610-SET-WINDOW
109800                 THRU 2610-SET-WINDOW-EXIT
109900         WHEN CX-WT-ADD
110000             PERFORM 2620-ADD-BULL-LINE
110100                 THRU 2620-ADD-BULL-LINE-EXIT
110200         WHEN CX-WT-UPDATE
110300             PERFORM 2630-UPDATE-BULL-LINE
110400                 THRU 2630-UPDATE-BULL-LINE-EXIT
110500         WHEN OTHER
110600             PERFORM 2640-DELETE-BULL-LINE
110700                 THRU 2640-DELETE-BULL-LINE-EXIT
110800     END-EVALUATE.
110900     IF CX-TRANS-VALID
111000         ADD 1 TO CX-WS-APPLIED-COUNT
111100         IF CX-WS-DISPOSITION = SPACES
111200             MOVE 'APPLIED' TO CX-WS-DISPOSITION
111300         END-IF
111400     END-IF.
111500 2600-APPLY-BULL-TRANS-EXIT.
111600     EXIT.
111700*
111800*    A WINDOW CARD IS REMEMBERED FOR LATER ADDS IN THIS RUN AND
111900*    RE-DATES EVERY EXISTING LINE OF THE BULLETIN.
112000*
112100 2610-SET-WINDOW.
112200     PERFORM 2660-FIND-WINDOW
112300         THRU 2660-FIND-WINDOW-EXIT.
112400     IF CX-FOUND-NO
112500         IF CX-WS-WINDOW-COUNT >= CX-WS-WINDOW-MAX
112600             MOVE '30' TO CX-WS-REASON-CODE
112700             MOVE 'WINDOW TABLE FULL' TO CX-WS-REASON-TEXT
112800             SET CX-TRANS-INVALID TO TRUE
112900             GO TO 2610-SET-WINDOW-EXIT
113000         END-IF
113100         ADD 1 TO CX-WS-WINDOW-COUNT
113200         MOVE CX-WS-WINDOW-COUNT TO CX-WS-FOUND-SUB
113300         MOVE CX-WT-BW-BULLETIN-ID
113400             TO CX-WN-BULLETIN-ID (CX-WS-FOUND-SUB)
113500     END-IF.
113600     MOVE CX-WT-BW-EFF-DATE
113700         TO CX-WN-EFF-DATE (CX-WS-FOUND-SUB).
113800     MOVE CX-WT-BW-EXP-DATE
113900         TO CX-WN-EXP-DATE (CX-WS-FOUND-SUB).
114000     MOVE ZERO TO CX-WS-LINES-CHANGED.
114100     MOVE 'UPDATE' TO CX-WS-FUNC-NAME.
114200     PERFORM 2615-WINDOW-LINE
114300         THRU 2615-WINDOW-LINE-EXIT
114400         VARYING CX-WS-SUB FROM 1 BY 1
114500         UNTIL CX-WS-SUB > CX-WS-BULL-COUNT.
114600     MOVE CX-WS-LINES-CHANGED TO CX-WS-COUNT-DISP.
114700     STRING 'APPLIED - LINES RE-DATED: ' CX-WS-COUNT-DISP
114800         DELIMITED BY SIZE INTO CX-WS-DISPOSITION
114900     END-STRING.
115000 2610-SET-WINDOW-EXIT.
115100     EXIT.
115200 2615-WINDOW-LINE.
115300     IF CX-BT-DELETED (CX-WS-SUB) OR
115400        CX-BT-BULLETIN-ID (CX-WS-SUB) NOT = CX-WT-BW-BULLETIN-ID
115500         GO TO 2615-WINDOW-LINE-EXIT
115600     END-IF.
115700     IF CX-BT-EFF-DATE (CX-WS-SUB) = CX-WT-BW-EFF-DATE AND
115800        CX-BT-EXP-DATE (CX-WS-SUB) = CX-WT-BW-EXP-DATE
115900         GO TO 2615-WINDOW-LINE-EXIT
116000     END-IF.
116100     MOVE CX-WS-SUB TO CX-WS-FOUND-SUB.
116200     PERFORM 9210-BULL-IMAGE
116300         THRU 9210-BULL-IMAGE-EXIT.
116400     MOVE CX-WS-IMAGE TO CX-WS-BEFORE-TEXT.
116500     MOVE CX-WT-BW-EFF-DATE TO CX-BT-EFF-DATE (CX-WS-SUB).
116600     MOVE CX-WT-BW-EXP-DATE TO CX-BT-EXP-DATE (CX-WS-SUB).
116700     PERFORM 9210-BULL-IMAGE
116800         THRU 9210-BULL-IMAGE-EXIT.
116900     MOVE CX-WS-IMAGE TO CX-WS-AFTER-TEXT.
117000     MOVE SPACES TO CX-WS-KEY.
117100     STRING CX-BT-BULLETIN-ID (CX-WS-SUB)
117200             CX-BT-LINE-NO (CX-WS-SUB)
117300         DELIMITED BY SIZE INTO CX-WS-KEY
117400     END-STRING.
117500     SET CX-BB-CHANGED-YES TO TRUE.
117600     ADD 1 TO CX-WS-LINES-CHANGED.
117700     PERFORM 9250-QUEUE-CONFIG-AUDIT
117800         THRU 9250-QUEUE-CONFIG-AUDIT-EXIT.
117900     MOVE CX-WT-BW-BULLETIN-ID TO CX-WS-KEY.
118000 2615-WINDOW-LINE-EXIT.
118100     EXIT.
118200*
118300*    A NEW LINE IS NUMBERED ONE PAST THE BULLETIN'S HIGHEST LINE
118400*    AND KEPT NEXT TO ITS OTHER LINES, DATED FROM THIS RUN'S
118500*    WINDOW CARD OR ELSE FROM THE BULLETIN'S EXISTING LINES.
118600*
118700 2620-ADD-BULL-LINE.
118800     MOVE ZERO TO CX-WS-MAX-LINE-NO.
118900     MOVE ZERO TO CX-WS-LAST-SUB.
119000     MOVE SPACES TO CX-WS-EFF-DATE.
119100     MOVE SPACES TO CX-WS-EXP-DATE.
119200     PERFORM 2625-SCAN-BULL-LINE
119300         THRU 2625-SCAN-BULL-LINE-EXIT
119400         VARYING CX-WS-SUB FROM 1 BY 1
119500         UNTIL CX-WS-SUB > CX-WS-BULL-COUNT.
119600     PERFORM 2660-FIND-WINDOW
119700         THRU 2660-FIND-WINDOW-EXIT.
119800     IF CX-FOUND-YES
119900         MOVE CX-WN-EFF-DATE (CX-WS-FOUND-SUB)
120000             TO CX-WS-EFF-DATE
120100         MOVE CX-WN-EXP-DATE (CX-WS-FOUND-SUB)
120200             TO CX-WS-EXP-DATE
120300     END-IF.
120400     IF CX-WS-EFF-DATE = SPACES
120500         MOVE '24' TO CX-WS-REASON-CODE
120600         MOVE 'NO WINDOW FOR NEW BULLETIN' TO CX-WS-REASON-TEXT
120700         SET CX-TRANS-INVALID TO TRUE
120800         GO TO 2620-ADD-BULL-LINE-EXIT
120900     END-IF.
121000     IF CX-WS-MAX-LINE-NO >= 999
121100         MOVE '31' TO CX-WS-REASON-CODE
121200         MOVE 'BULLETIN LINE LIMIT REACHED' TO CX-WS-REASON-TEXT
121300         SET CX-TRANS-INVALID TO TRUE
121400         GO TO 2620-ADD-BULL-LINE-EXIT
121500     END-IF.
121600     IF CX-WS-BULL-COUNT >= CX-WS-BULL-MAX
121700         MOVE '30' TO CX-WS-REASON-CODE
121800         MOVE 'BULLETIN TABLE FULL' TO CX-WS-REASON-TEXT
121900         SET CX-TRANS-INVALID TO TRUE
122000         GO TO 2620-ADD-BULL-LINE-EXIT
122100     END-IF.
122200     IF CX-WS-LAST-SUB > ZERO
122300         COMPUTE CX-WS-INSERT-SUB = CX-WS-LAST-SUB + 1
122400     ELSE
122500         COMPUTE CX-WS-INSERT-SUB = CX-WS-BULL-COUNT + 1
122600     END-IF.
122700     PERFORM 2627-SHIFT-BULL-ENTRY
122800         THRU 2627-SHIFT-BULL-ENTRY-EXIT
122900         VARYING CX-WS-MOVE-SUB FROM CX-WS-BULL-COUNT BY -1
123000         UNTIL CX-WS-MOVE-SUB < CX-WS-INSERT-SUB.
123100     ADD 1 TO CX-WS-BULL-COUNT.
123200     ADD 1 TO CX-WS-MAX-LINE-NO.
123300     MOVE CX-WS-INSERT-SUB TO CX-WS-FOUND-SUB.
123400     MOVE SPACE TO CX-BT-STATUS (CX-WS-FOUND-SUB).
123500     MOVE CX-WT-BB-BULLETIN-ID
123600         TO CX-BT-BULLETIN-ID (CX-WS-FOUND-SUB).
123700     MOVE CX-WS-MAX-LINE-NO TO CX-BT-LINE-NO (CX-WS-FOUND-SUB).
123800     MOVE CX-WS-EFF-DATE TO CX-BT-EFF-DATE (CX-WS-FOUND-SUB).
123900     MOVE CX-WS-EXP-DATE TO CX-BT-EXP-DATE (CX-WS-FOUND-SUB).
124000     MOVE CX-WT-BB-TEXT TO CX-BT-TEXT (CX-WS-FOUND-SUB).
124100     MOVE SPACES TO CX-WS-KEY.
124200     STRING CX-WT-BB-BULLETIN-ID CX-WS-MAX-LINE-NO
124300         DELIMITED BY SIZE INTO CX-WS-KEY
124400     END-STRING.
124500     MOVE SPACES TO CX-WS-BEFORE-TEXT.
124600     PERFORM 9210-BULL-IMAGE
124700         THRU 9210-BULL-IMAGE-EXIT.
124800     MOVE CX-WS-IMAGE TO CX-WS-AFTER-TEXT.
124900     MOVE 'ADD' TO CX-WS-FUNC-NAME.
125000     SET CX-BB-CHANGED-YES TO TRUE.
125100     PERFORM 9250-QUEUE-CONFIG-AUDIT
125200         THRU 9250-QUEUE-CONFIG-AUDIT-EXIT.
125300 2620-ADD-BULL-LINE-EXIT.
125400     EXIT.
125500 2625-SCAN-BULL-LINE.
125600     IF CX-BT-BULLETIN-ID (CX-WS-SUB) NOT = CX-WT-BB-BULLETIN-ID
125700         GO TO 2625-SCAN-BULL-LINE-EXIT
125800     END-IF.
125900     MOVE CX-WS-SUB TO CX-WS-LAST-SUB.
126000     IF CX-BT-LINE-NO (CX-WS-SUB) > CX-WS-MAX-LINE-NO
126100         MOVE CX-BT-LINE-NO (CX-WS-SUB) TO CX-WS-MAX-LINE-NO
126200     END-IF.
126300     IF CX-BT-DELETED (CX-WS-SUB)
126400         GO TO 2625-SCAN-BULL-LINE-EXIT
126500     END-IF.
126600     IF CX-WS-EFF-DATE = SPACES
126700         MOVE CX-BT-EFF-DATE (CX-WS-SUB) TO CX-WS-EFF-DATE
126800         MOVE CX-BT-EXP-DATE (CX-WS-SUB) TO CX-WS-EXP-DATE
126900     END-IF.
127000 2625-SCAN-BULL-LINE-EXIT.
127100     EXIT.
127200 2627-SHIFT-BULL-ENTRY.
127300     MOVE CX-WS-BULL-ENTRY (CX-WS-MOVE-SUB)
127400         TO CX-WS-BULL-ENTRY (CX-WS-MOVE-SUB + 1).
127500 2627-SHIFT-BULL-ENTRY-EXIT.
127600     EXIT.
127700 2630-UPDATE-BULL-LINE.
127800     PERFORM 2650-FIND-BULL-LINE
127900         THRU 2650-FIND-BULL-LINE-EXIT.
128000     IF CX-FOUND-NO
128100         MOVE '08' TO CX-WS-REASON-CODE
128200         MOVE 'KEY NOT FOUND' TO CX-WS-REASON-TEXT
128300         SET CX-TRANS-INVALID TO TRUE
128400         GO TO 2630-UPDATE-BULL-LINE-EXIT
128500     END-IF.
128600     PERFORM 9210-BULL-IMAGE
128700         THRU 9210-BULL-IMAGE-EXIT.
128800     MOVE CX-WS-IMAGE TO CX-WS-BEFORE-TEXT.
128900     MOVE CX-WT-BB-TEXT TO CX-BT-TEXT (CX-WS-FOUND-SUB).
129000     PERFORM 9210-BULL-IMAGE
129100         THRU 9210-BULL-IMAGE-EXIT.
129200     MOVE CX-WS-IMAGE TO CX-WS-AFTER-TEXT.
129300     MOVE 'UPDATE' TO CX-WS-FUNC-NAME.
129400     SET CX-BB-CHANGED-YES TO TRUE.
129500     PERFORM 9250-QUEUE-CONFIG-AUDIT
129600         THRU 9250-QUEUE-CONFIG-AUDIT-EXIT.
129700 2630-UPDATE-BULL-LINE-EXIT.
129800     EXIT.
129900 2640-DELETE-BULL-LINE.
130000     PERFORM 2650-FIND-BULL-LINE
130100         THRU 2650-FIND-BULL-LINE-EXIT.
130200     IF CX-FOUND-NO
130300         MOVE '08' TO CX-WS-REASON-CODE
130400         MOVE 'KEY NOT FOUND' TO CX-WS-REASON-TEXT
130500         SET CX-TRANS-INVALID TO TRUE
130600         GO TO 2640-DELETE-BULL-LINE-EXIT
130700     END-IF.
130800     PERFORM 9210-BULL-IMAGE
130900         THRU 9210-BULL-IMAGE-EXIT.
131000     MOVE CX-WS-IMAGE TO CX-WS-BEFORE-TEXT.
131100     MOVE SPACES TO CX-WS-AFTER-TEXT.
131200     SET CX-BT-DELETED (CX-WS-FOUND-SUB) TO TRUE.
131300     MOVE 'DELETE' TO CX-WS-FUNC-NAME.
131400     SET CX-BB-CHANGED-YES TO TRUE.
131500     PERFORM 9250-QUEUE-CONFIG-AUDIT
131600         THRU 9250-QUEUE-CONFIG-AUDIT-EXIT.
131700 2640-DELETE-BULL-LINE-EXIT.
131800     EXIT.
131900 2650-FIND-BULL-LINE.
132000     SET CX-FOUND-NO TO TRUE.
132100     MOVE CX-WT-BB-LINE-NO TO CX-WS-LINE-NO.
132200     PERFORM 2655-CHECK-BULL-ENTRY
132300         THRU 2655-CHECK-BULL-ENTRY-EXIT
132400         VARYING CX-WS-SUB FROM 1 BY 1
132500         UNTIL CX-FOUND-YES OR CX-WS-SUB > CX-WS-BULL-COUNT.
132600 2650-FIND-BULL-LINE-EXIT.
132700     EXIT.
132800 2655-CHECK-BULL-ENTRY.
132900     IF NOT CX-BT-DELETED (CX-WS-SUB) AND
133000        CX-BT-BULLETIN-ID (CX-WS-SUB) = CX-WT-BB-BULLETIN-ID AND
133100        CX-BT-LINE-NO (CX-WS-SUB) = CX-WS-LINE-NO
133200         SET CX-FOUND-YES TO TRUE
133300         MOVE CX-WS-SUB TO CX-WS-FOUND-SUB
133400     END-IF.
133500 2655-CHECK-BULL-ENTRY-EXIT.
133600     EXIT.
133700 2660-FIND-WINDOW.
133800     SET CX-FOUND-NO TO TRUE.
133900     PERFORM 2665-CHECK-WINDOW-ENTRY
134000         THRU 2665-CHECK-WINDOW-ENTRY-EXIT
134100         VARYING CX-WS-SUB FROM 1 BY 1
134200         UNTIL CX-FOUND-YES OR CX-WS-SUB > CX-WS-WINDOW-COUNT.
134300 2660-FIND-WINDOW-EXIT.
134400     EXIT.
134500 2665-CHECK-WINDOW-ENTRY.
134600     IF CX-WN-BULLETIN-ID (CX-WS-SUB) = CX-WT-BB-BULLETIN-ID
134700         SET CX-FOUND-YES TO TRUE
134800         MOVE CX-WS-SUB TO CX-WS-FOUND-SUB
134900     END-IF.
135000 2665-CHECK-WINDOW-ENTRY-EXIT.
135100     EXIT.
135200*
135300*    A PLANSCHD/SHIFTSCH REQUEST IS CHECKED AGAINST THE FILE AS IT
135400*    STANDS AND QUEUED; NOTHING IS APPLIED UNTIL IT IS APPROVED.
135500*
135600 2700-QUEUE-PENDING.
135700     IF CX-CP-AVAIL-NO
135800         MOVE '09' TO CX-WS-REASON-CODE
135900         MOVE 'CFGPEND UNAVAILABLE' TO CX-WS-REASON-TEXT
136000         SET CX-TRANS-INVALID TO TRUE
136100         GO TO 2700-QUEUE-PENDING-EXIT
136200     END-IF.
136300     PERFORM 2750-CHECK-TARGET
136400         THRU 2750-CHECK-TARGET-EXIT.
136500     IF CX-TRANS-INVALID
136600         GO TO 2700-QUEUE-PENDING-EXIT
136700     END-IF.
136800     PERFORM 3900-FIND-PENDING
136900         THRU 3900-FIND-PENDING-EXIT.
137000     IF CX-FOUND-YES
137100         MOVE '25' TO CX-WS-REASON-CODE
137200         MOVE 'CHANGE ALREADY PENDING' TO CX-WS-REASON-TEXT
137300         SET CX-TRANS-INVALID TO TRUE
137400         GO TO 2700-QUEUE-PENDING-EXIT
137500     END-IF.
137600     IF CX-WS-PEND-COUNT >= CX-WS-PEND-MAX
137700         MOVE '30' TO CX-WS-REASON-CODE
137800         MOVE 'PENDING TABLE FULL' TO CX-WS-REASON-TEXT
137900         SET CX-TRANS-INVALID TO TRUE
138000         GO TO 2700-QUEUE-PENDING-EXIT
138100     END-IF.
138200     PERFORM 9100-BUILD-TIMESTAMP
138300         THRU 9100-BUILD-TIMESTAMP-EXIT.
138400     ADD 1 TO CX-WS-PEND-COUNT.
138500     SET CX-PN-NEW (CX-WS-PEND-COUNT) TO TRUE.
138600     MOVE CX-WT-FILE-ID TO CX-PN-FILE-ID (CX-WS-PEND-COUNT).
138700     MOVE CX-WS-KEY TO CX-PN-KEY (CX-WS-PEND-COUNT).
138800     MOVE CX-WS-TIMESTAMP
138900         TO CX-PN-REQUEST-TS (CX-WS-PEND-COUNT).
139000     MOVE CX-WS-WORK-TRANS TO CX-PN-TRANS (CX-WS-PEND-COUNT).
139100     SET CX-CP-CHANGED-YES TO TRUE.
139200     ADD 1 TO CX-WS-QUEUED-COUNT.
139300     MOVE 'PENDING APPROVAL' TO CX-WS-DISPOSITION.
139400 2700-QUEUE-PENDING-EXIT.
139500     EXIT.
139600*
139700*    THE TARGET FILE MUST BE AVAILABLE, AN ADD MUST BE FOR A NEW
139800*    KEY AND AN UPDATE OR DELETE FOR AN EXISTING ONE.  USED BOTH
139900*    WHEN A CHANGE IS QUEUED AND AGAIN WHEN IT IS APPROVED.
140000*
140100 2750-CHECK-TARGET.
140200     IF CX-WT-PLAN-FILE
140300         IF CX-PS-AVAIL-NO
140400             MOVE '09' TO CX-WS-REASON-CODE
140500             MOVE 'PLANSCHD UNAVAILABLE' TO CX-WS-REASON-TEXT
140600             SET CX-TRANS-INVALID TO TRUE
140700             GO TO 2750-CHECK-TARGET-EXIT
140800         END-IF
140900         PERFORM 2800-FIND-PLAN
141000             THRU 2800-FIND-PLAN-EXIT
141100     ELSE
141200         IF CX-SS-AVAIL-NO
141300             MOVE '09' TO CX-WS-REASON-CODE
141400             MOVE 'SHIFTSCH UNAVAILABLE' TO CX-WS-REASON-TEXT
141500             SET CX-TRANS-INVALID TO TRUE
141600             GO TO 2750-CHECK-TARGET-EXIT
141700         END-IF
141800         PERFORM 2850-FIND-SHIFT
141900             THRU 2850-FIND-SHIFT-EXIT
142000     END-IF.
142100     IF CX-WT-ADD AND CX-FOUND-YES
142200         MOVE '07' TO CX-WS-REASON-CODE
142300         MOVE 'KEY ALREADY EXISTS' TO CX-WS-REASON-TEXT
142400         SET CX-TRANS-INVALID TO TRUE
142500     END-IF.
142600     IF (CX-WT-UPDATE OR CX-WT-DELETE) AND CX-FOUND-NO
142700         MOVE '08' TO CX-WS-REASON-CODE
142800         MOVE 'KEY NOT FOUND' TO CX-WS-REASON-TEXT
142900         SET CX-TRANS-INVALID TO TRUE
143000     END-IF.
143100 2750-CHECK-TARGET-EXIT.
143200     EXIT.
143300 2800-FIND-PLAN.
143400     SET CX-FOUND-NO TO TRUE.
143500     PERFORM 2805-CHECK-PLAN-ENTRY
143600         THRU 2805-CHECK-PLAN-ENTRY-EXIT
143700         VARYING CX-WS-SUB FROM 1 BY 1
143800         UNTIL CX-FOUND-YES OR CX-WS-SUB > CX-WS-PLAN-COUNT.
143900 2800-FIND-PLAN-EXIT.
144000     EXIT.
144100 2805-CHECK-PLAN-ENTRY.
144200     IF NOT CX-PT-DELETED (CX-WS-SUB) AND
144300        CX-PT-JOB-ID (CX-WS-SUB) = CX-WT-PS-JOB-ID
144400         SET CX-FOUND-YES TO TRUE
144500         MOVE CX-WS-SUB TO CX-WS-FOUND-SUB
144600     END-IF.
144700 2805-CHECK-PLAN-ENTRY-EXIT.
144800     EXIT.
144900 2850-FIND-SHIFT.
145000     SET CX-FOUND-NO TO TRUE.
145100     PERFORM 2855-CHECK-SHIFT-ENTRY
145200         THRU 2855-CHECK-SHIFT-ENTRY-EXIT
145300         VARYING CX-WS-SUB FROM 1 BY 1
145400         UNTIL CX-FOUND-YES OR CX-WS-SUB > CX-WS-SHIFT-COUNT.
145500 2850-FIND-SHIFT-EXIT.
145600     EXIT.
145700 2855-CHECK-SHIFT-ENTRY.
145800     IF NOT CX-ST-DELETED (CX-WS-SUB) AND
145900        CX-ST-DOW (CX-WS-SUB) = CX-WT-SS-DOW AND
146000        CX-ST-SHIFT-CODE (CX-WS-SUB) = CX-WT-SS-SHIFT-CODE
146100         SET CX-FOUND-YES TO TRUE
146200         MOVE CX-WS-SUB TO CX-WS-FOUND-SUB
146300     END-IF.
146400 2855-CHECK-SHIFT-ENTRY-EXIT.
146500     EXIT.
146600 2900-PRINT-DETAIL.
146700     MOVE SPACES TO PRINT-LINE.
146800     IF CX-TRANS-INVALID
146900         ADD 1 TO CX-WS-REJECT-COUNT
147000         MOVE SPACES TO CX-WS-DISPOSITION
147100         STRING 'REJECTED ' CX-WS-REASON
147200             DELIMITED BY SIZE INTO CX-WS-DISPOSITION
147300         END-STRING
147400     END-IF.
147500     STRING HW-CT-FUNC ' ' HW-CT-FILE-ID ' ' HW-CT-OPER-ID ' '
147600             CX-WS-KEY '  ' CX-WS-DISPOSITION
147700         DELIMITED BY SIZE INTO HW-PL-TEXT
147800     END-STRING.
147900     WRITE PRINT-LINE.
148000 2900-PRINT-DETAIL-EXIT.
148100     EXIT.
148200*
148300*    APPROVAL: ONLY A CHANGE QUEUED BY AN EARLIER RUN, ONLY BY AN
148400*    OPERATOR WITH APPROVE AUTHORITY, AND NEVER BY THE REQUESTER.
148500*    THE QUEUED CARD THEN BECOMES THE WORK CARD AND IS APPLIED.
148600*    IF IT CAN NO LONGER APPLY (THE KEY WAS ADDED OR REMOVED
148700*    SINCE) IT STAYS PENDING UNTIL IT IS WITHDRAWN.
148800*
148900 3000-APPROVE-PENDING.
149000     PERFORM 3900-FIND-PENDING
149100         THRU 3900-FIND-PENDING-EXIT.
149200     IF CX-FOUND-NO
149300         MOVE '26' TO CX-WS-REASON-CODE
149400         MOVE 'NO PENDING CHANGE' TO CX-WS-REASON-TEXT
149500         SET CX-TRANS-INVALID TO TRUE
149600         GO TO 3000-APPROVE-PENDING-EXIT
149700     END-IF.
149800     IF CX-PN-NEW (CX-WS-FOUND-SUB)
149900         MOVE '27' TO CX-WS-REASON-CODE
150000         MOVE 'REQUESTED IN THIS RUN' TO CX-WS-REASON-TEXT
150100         SET CX-TRANS-INVALID TO TRUE
150200         GO TO 3000-APPROVE-PENDING-EXIT
150300     END-IF.
150400     MOVE CX-WT-OPER-ID TO CX-WS-APPROVER-ID.
150500     MOVE CX-PN-TRANS (CX-WS-FOUND-SUB) TO CX-WS-WORK-TRANS.
150600     MOVE CX-WT-OPER-ID TO CX-WS-REQUESTER-ID.
150700     IF CX-WS-REQUESTER-ID = CX-WS-APPROVER-ID
150800         MOVE '28' TO CX-WS-REASON-CODE
150900         MOVE 'APPROVER IS THE REQUESTER' TO CX-WS-REASON-TEXT
151000         SET CX-TRANS-INVALID TO TRUE
151100         GO TO 3000-APPROVE-PENDING-EXIT
151200     END-IF.
151300     IF CX-APPROVER-NO
151400         MOVE '29' TO CX-WS-REASON-CODE
151500         MOVE 'OPERATOR NOT AN APPROVER' TO CX-WS-REASON-TEXT
151600         SET CX-TRANS-INVALID TO TRUE
151700         GO TO 3000-APPROVE-PENDING-EXIT
151800     END-IF.
151810     IF CX-WS-AQ-COUNT >= CX-WS-AQ-MAX
151820         MOVE '30' TO CX-WS-REASON-CODE
151830         MOVE 'AUDIT QUEUE FULL' TO CX-WS-REASON-TEXT
151840         SET CX-TRANS-INVALID TO TRUE
151850         GO TO 3000-APPROVE-PENDING-EXIT
151860     END-IF.
151900     MOVE CX-WS-FOUND-SUB TO CX-WS-LAST-SUB.
152000     PERFORM 2750-CHECK-TARGET
152100         THRU 2750-CHECK-TARGET-EXIT.
152200     IF CX-TRANS-INVALID
152300         GO TO 3000-APPROVE-PENDING-EXIT
152400     END-IF.
152500     IF CX-WT-PLAN-FILE
152600         PERFORM 3200-APPLY-PLAN-CHANGE
152700             THRU 3200-APPLY-PLAN-CHANGE-EXIT
152800     ELSE
152900         PERFORM 3300-APPLY-SHIFT-CHANGE
153000             THRU 3300-APPLY-SHIFT-CHANGE-EXIT
153100     END-IF.
153200     IF CX-TRANS-INVALID
153300         GO TO 3000-APPROVE-PENDING-EXIT
153400     END-IF.
153500     SET CX-PN-DONE (CX-WS-LAST-SUB) TO TRUE.
153600     SET CX-CP-CHANGED-YES TO TRUE.
153700     PERFORM 9250-QUEUE-CONFIG-AUDIT
153800         THRU 9250-QUEUE-CONFIG-AUDIT-EXIT.
153900     ADD 1 TO CX-WS-APPLIED-COUNT.
154000     STRING 'APPLIED - ' CX-WS-FUNC-NAME ' REQUESTED BY '
154100             CX-WS-REQUESTER-ID
154200         DELIMITED BY SIZE INTO CX-WS-DISPOSITION
154300     END-STRING.
154400 3000-APPROVE-PENDING-EXIT.
154500     EXIT.
154600*
154700*    WITHDRAWAL: BY THE REQUESTER OR BY ANY APPROVER, IN ANY RUN.
154800*
154900 3100-WITHDRAW-PENDING.
155000     PERFORM 3900-FIND-PENDING
155100         THRU 3900-FIND-PENDING-EXIT.
155200     IF CX-FOUND-NO
155300         MOVE '26' TO CX-WS-REASON-CODE
155400         MOVE 'NO PENDING CHANGE' TO CX-WS-REASON-TEXT
155500         SET CX-TRANS-INVALID TO TRUE
155600         GO TO 3100-WITHDRAW-PENDING-EXIT
155700     END-IF.
155800     MOVE CX-WT-OPER-ID TO CX-WS-APPROVER-ID.
155900     MOVE CX-PN-TRANS (CX-WS-FOUND-SUB) TO CX-WS-WORK-TRANS.
156000     MOVE CX-WT-OPER-ID TO CX-WS-REQUESTER-ID.
156100     IF CX-WS-REQUESTER-ID NOT = CX-WS-APPROVER-ID AND
156200        CX-APPROVER-NO
156300         MOVE '29' TO CX-WS-REASON-CODE
156400         MOVE 'NOT REQUESTER OR APPROVER' TO CX-WS-REASON-TEXT
156500         SET CX-TRANS-INVALID TO TRUE
156600         GO TO 3100-WITHDRAW-PENDING-EXIT
156700     END-IF.
156800     SET CX-PN-DONE (CX-WS-FOUND-SUB) TO TRUE.
156900     SET CX-CP-CHANGED-YES TO TRUE.
157000     ADD 1 TO CX-WS-WITHDRAWN-COUNT.
157100     PERFORM 9200-SET-FUNC-NAME
157200         THRU 9200-SET-FUNC-NAME-EXIT.
157300     STRING 'WITHDRAWN - ' CX-WS-FUNC-NAME ' REQUESTED BY '
157400             CX-WS-REQUESTER-ID
157500         DELIMITED BY SIZE INTO CX-WS-DISPOSITION
157600     END-STRING.
157700 3100-WITHDRAW-PENDING-EXIT.
157800     EXIT.
157900*
158000*    3200/3300 APPLY AN APPROVED WORK CARD TO ITS TABLE.  2750 HAS
158100*    JUST LOCATED THE KEY (CX-WS-FOUND-SUB) FOR AN UPDATE/DELETE.
158200*
158300 3200-APPLY-PLAN-CHANGE.
158400     MOVE 'PLANSCHD' TO CX-WS-FILE-NAME.
158500     PERFORM 9200-SET-FUNC-NAME
158600         THRU 9200-SET-FUNC-NAME-EXIT.
158700     MOVE SPACES TO CX-WS-BEFORE-TEXT.
158800     MOVE SPACES TO CX-WS-AFTER-TEXT.
158900     IF CX-WT-ADD
159000         IF CX-WS-PLAN-COUNT >= CX-WS-PLAN-MAX
159100             MOVE '30' TO CX-WS-REASON-CODE
159200             MOVE 'PLAN TABLE FULL' TO CX-WS-REASON-TEXT
159300             SET CX-TRANS-INVALID TO TRUE
159400             GO TO 3200-APPLY-PLAN-CHANGE-EXIT
159500         END-IF
159600         ADD 1 TO CX-WS-PLAN-COUNT
159700         MOVE CX-WS-PLAN-COUNT TO CX-WS-FOUND-SUB
159800     ELSE
159900         PERFORM 9220-PLAN-IMAGE
160000             THRU 9220-PLAN-IMAGE-EXIT
160100         MOVE CX-WS-IMAGE TO CX-WS-BEFORE-TEXT
160200     END-IF.
160300     IF CX-WT-DELETE
160400         SET CX-PT-DELETED (CX-WS-FOUND-SUB) TO TRUE
160500     ELSE
160600         MOVE SPACE TO CX-PT-STATUS (CX-WS-FOUND-SUB)
160700         MOVE CX-WT-PS-RECORD TO CX-PT-RECORD (CX-WS-FOUND-SUB)
160800         PERFORM 9220-PLAN-IMAGE
160900             THRU 9220-PLAN-IMAGE-EXIT
161000         MOVE CX-WS-IMAGE TO CX-WS-AFTER-TEXT
161100     END-IF.
161200     SET CX-PS-CHANGED-YES TO TRUE.
161300 3200-APPLY-PLAN-CHANGE-EXIT.
161400     EXIT.
161500 3300-APPLY-SHIFT-CHANGE.
161600     MOVE 'SHIFTSCH' TO CX-WS-FILE-NAME.
161700     PERFORM 9200-SET-FUNC-NAME
161800         THRU 9200-SET-FUNC-NAME-EXIT.
161900     MOVE SPACES TO CX-WS-BEFORE-TEXT.
162000     MOVE SPACES TO CX-WS-AFTER-TEXT.
162100     IF CX-WT-ADD
162200         IF CX-WS-SHIFT-COUNT >= CX-WS-SHIFT-MAX
162300             MOVE '30' TO CX-WS-REASON-CODE
162400             MOVE 'SHIFT TABLE FULL' TO CX-WS-REASON-TEXT
162500             SET CX-TRANS-INVALID TO TRUE
162600             GO TO 3300-APPLY-SHIFT-CHANGE-EXIT
162700         END-IF
162800         ADD 1 TO CX-WS-SHIFT-COUNT
162900         MOVE CX-WS-SHIFT-COUNT TO CX-WS-FOUND-SUB
163000     ELSE
163100         MOVE CX-ST-RECORD (CX-WS-FOUND-SUB) TO CX-WS-BEFORE-TEXT
163200     END-IF.
163300     IF CX-WT-DELETE
163400         SET CX-ST-DELETED (CX-WS-FOUND-SUB) TO TRUE
163500     ELSE
163600         MOVE SPACE TO CX-ST-STATUS (CX-WS-FOUND-SUB)
163700         MOVE CX-WT-SS-RECORD TO CX-ST-RECORD (CX-WS-FOUND-SUB)
163800         MOVE CX-ST-RECORD (CX-WS-FOUND-SUB) TO CX-WS-AFTER-TEXT
163900     END-IF.
164000     SET CX-SS-CHANGED-YES TO TRUE.
164100 3300-APPLY-SHIFT-CHANGE-EXIT.
164200     EXIT.
164300*
164400*    THE OPEN PENDING CHANGE FOR THE WORK CARD'S FILE AND KEY.
164500*
164600 3900-FIND-PENDING.
164700     SET CX-FOUND-NO TO TRUE.
164800     PERFORM 3905-CHECK-PENDING-ENTRY
164900         THRU 3905-CHECK-PENDING-ENTRY-EXIT
165000         VARYING CX-WS-SUB FROM 1 BY 1
165100         UNTIL CX-FOUND-YES OR CX-WS-SUB > CX-WS-PEND-COUNT.
165200 3900-FIND-PENDING-EXIT.
165300     EXIT.
165400 3905-CHECK-PENDING-ENTRY.
165500     IF NOT CX-PN-DONE (CX-WS-SUB) AND
165600        CX-PN-FILE-ID (CX-WS-SUB) = CX-WT-FILE-ID AND
165700        CX-PN-KEY (CX-WS-SUB) = CX-WS-KEY
165800         SET CX-FOUND-YES TO TRUE
165900         MOVE CX-WS-SUB TO CX-WS-FOUND-SUB
166000     END-IF.
166100 3905-CHECK-PENDING-ENTRY-EXIT.
166200     EXIT.
166300*
166400*    TOTALS, THEN EVERY CHANGE STILL WAITING FOR APPROVAL SO THE
166500*    NEXT SHIFT CAN SEE WHAT NEEDS A SECOND OPERATOR.
166600*
166700 4000-PRINT-SUMMARY.
166800     MOVE SPACES TO PRINT-LINE.
166900     WRITE PRINT-LINE.
167000     MOVE CX-WS-APPLIED-COUNT TO CX-WS-COUNT-DISP.
167100     MOVE SPACES TO PRINT-LINE.
167200     STRING 'TRANSACTIONS APPLIED:  ' CX-WS-COUNT-DISP
167300         DELIMITED BY SIZE INTO HW-PL-TEXT.
167400     WRITE PRINT-LINE.
167500     MOVE CX-WS-QUEUED-COUNT TO CX-WS-COUNT-DISP.
167600     MOVE SPACES TO PRINT-LINE.
167700     STRING 'TRANSACTIONS QUEUED:   ' CX-WS-COUNT-DISP
167800         DELIMITED BY SIZE INTO HW-PL-TEXT.
167900     WRITE PRINT-LINE.
168000     MOVE CX-WS-WITHDRAWN-COUNT TO CX-WS-COUNT-DISP.
168100     MOVE SPACES TO PRINT-LINE.
168200     STRING 'CHANGES WITHDRAWN:     ' CX-WS-COUNT-DISP
168300         DELIMITED BY SIZE INTO HW-PL-TEXT.
168400     WRITE PRINT-LINE.
168500     MOVE CX-WS-REJECT-COUNT TO CX-WS-COUNT-DISP.
168600     MOVE SPACES TO PRINT-LINE.
168700     STRING 'TRANSACTIONS REJECTED: ' CX-WS-COUNT-DISP
168800         DELIMITED BY SIZE INTO HW-PL-TEXT.
168900     WRITE PRINT-LINE.
168920     IF CX-WS-REVERTED-COUNT > ZERO
168930         MOVE CX-WS-REVERTED-COUNT TO CX-WS-COUNT-DISP
168940         MOVE SPACES TO PRINT-LINE
168950         STRING 'APPROVALS NOT WRITTEN: ' CX-WS-COUNT-DISP
168960                 ' - LEFT PENDING'
168970             DELIMITED BY SIZE INTO HW-PL-TEXT
168975         END-STRING
168980         WRITE PRINT-LINE
168990     END-IF.
169000     MOVE ZERO TO CX-WS-WAITING-COUNT.
169100     MOVE SPACES TO PRINT-LINE.
169200     WRITE PRINT-LINE.
169300     MOVE SPACES TO PRINT-LINE.
169400     MOVE 'CHANGES AWAITING APPROVAL:' TO HW-PL-TEXT.
169500     WRITE PRINT-LINE.
169600     PERFORM 4100-PRINT-PENDING-ENTRY
169700         THRU 4100-PRINT-PENDING-ENTRY-EXIT
169800         VARYING CX-WS-SUB FROM 1 BY 1
169900         UNTIL CX-WS-SUB > CX-WS-PEND-COUNT.
170000     IF CX-WS-WAITING-COUNT = ZERO
170100         MOVE SPACES TO PRINT-LINE
170200         MOVE '  NONE' TO HW-PL-TEXT
170300         WRITE PRINT-LINE
170400     END-IF.
170500     MOVE SPACES TO PRINT-LINE.
170600     MOVE ALL '-' TO HW-PL-TEXT.
170700     WRITE PRINT-LINE.
170800     MOVE SPACES TO PRINT-LINE.
170900     MOVE '*** END OF CFGMNT REPORT ***' TO HW-PL-TEXT.
171000     WRITE PRINT-LINE.
171100 4000-PRINT-SUMMARY-EXIT.
171200     EXIT.
171300 4100-PRINT-PENDING-ENTRY.
171400     IF CX-PN-DONE (CX-WS-SUB)
171500         GO TO 4100-PRINT-PENDING-ENTRY-EXIT
171600     END-IF.
171700     ADD 1 TO CX-WS-WAITING-COUNT.
171800     MOVE CX-PN-TRANS (CX-WS-SUB) TO CX-WS-WORK-TRANS.
171900     MOVE SPACES TO PRINT-LINE.
172000     STRING '  ' CX-WT-FUNC ' ' CX-WT-FILE-ID ' ' CX-WT-OPER-ID
172100             ' ' CX-PN-KEY (CX-WS-SUB) '  REQUESTED '
172200             CX-PN-REQUEST-TS (CX-WS-SUB)
172300         DELIMITED BY SIZE INTO HW-PL-TEXT
172400     END-STRING.
172500     WRITE PRINT-LINE.
172600 4100-PRINT-PENDING-ENTRY-EXIT.
172700     EXIT.
172800*
172900*    REWRITE EACH FILE THE RUN CHANGED FROM ITS TABLE, LEAVING OUT
173000*    DELETED ENTRIES (AND PENDING CHANGES APPROVED OR WITHDRAWN).
173010*    A FILE'S 'CF' RECORDS ARE WRITTEN ONLY ONCE IT HAS BEEN
173020*    REWRITTEN; IF IT COULD NOT BE, ITS APPROVED CHANGES GO BACK
173030*    TO PENDING BEFORE THE PENDING FILE IS REWRITTEN.
173100*
173200 5000-REWRITE-FILES.
173300     IF CX-PS-CHANGED-YES
173400         PERFORM 5100-REWRITE-PLAN
173500             THRU 5100-REWRITE-PLAN-EXIT
173520         MOVE 'PLANSCHD' TO CX-WS-FILE-NAME
173540         PERFORM 5500-RELEASE-AUDIT
173560             THRU 5500-RELEASE-AUDIT-EXIT
173600     END-IF.
173700     IF CX-SS-CHANGED-YES
173800         PERFORM 5200-REWRITE-SHIFT
173900             THRU 5200-REWRITE-SHIFT-EXIT
173920         MOVE 'SHIFTSCH' TO CX-WS-FILE-NAME
173940         PERFORM 5500-RELEASE-AUDIT
173960             THRU 5500-RELEASE-AUDIT-EXIT
174000     END-IF.
174100     IF CX-BB-CHANGED-YES
174200         PERFORM 5300-REWRITE-BULLETIN
174300             THRU 5300-REWRITE-BULLETIN-EXIT
174320         MOVE 'BULLBRD' TO CX-WS-FILE-NAME
174340         PERFORM 5500-RELEASE-AUDIT
174360             THRU 5500-RELEASE-AUDIT-EXIT
174400     END-IF.
174500     IF CX-CP-CHANGED-YES
174600         PERFORM 5400-REWRITE-PENDING
174700             THRU 5400-REWRITE-PENDING-EXIT
174800     END-IF.
174900 5000-REWRITE-FILES-EXIT.
175000     EXIT.
175100 5100-REWRITE-PLAN.
175150     SET CX-REWRITE-OK TO TRUE.
175200     OPEN OUTPUT PLAN-SCHEDULE-FILE.
175300     IF CX-WS-PS-STATUS NOT = '00'
175400         DISPLAY 'CFGMNT0110E - PLAN-SCHEDULE-FILE OPEN FAILED'
175500             ', STATUS=' CX-WS-PS-STATUS
175600             ' - APPLIED CHANGES NOT WRITTEN'
175700         SET CX-OPEN-ERROR-YES TO TRUE
175750         SET CX-REWRITE-FAILED TO TRUE
175800         GO TO 5100-REWRITE-PLAN-EXIT
175900     END-IF.
176000     PERFORM 5110-WRITE-PLAN-ENTRY
176100         THRU 5110-WRITE-PLAN-ENTRY-EXIT
176200         VARYING CX-WS-SUB FROM 1 BY 1
176300         UNTIL CX-WS-SUB > CX-WS-PLAN-COUNT.
176400     CLOSE PLAN-SCHEDULE-FILE.
176500 5100-REWRITE-PLAN-EXIT.
176600     EXIT.
176700 5110-WRITE-PLAN-ENTRY.
176800     IF CX-PT-DELETED (CX-WS-SUB)
176900         GO TO 5110-WRITE-PLAN-ENTRY-EXIT
177000     END-IF.
177100     MOVE CX-PT-RECORD (CX-WS-SUB) TO PLANNED-SCHEDULE-RECORD.
177200     WRITE PLANNED-SCHEDULE-RECORD.
177300     IF CX-WS-PS-STATUS NOT = '00'
177400         DISPLAY 'CFGMNT0111E - PLAN-SCHEDULE-FILE WRITE FAILED'
177500             ', STATUS=' CX-WS-PS-STATUS
177600         SET CX-OPEN-ERROR-YES TO TRUE
177650         SET CX-REWRITE-FAILED TO TRUE
177700     END-IF.
177800 5110-WRITE-PLAN-ENTRY-EXIT.
177900     EXIT.
178000 5200-REWRITE-SHIFT.
178050     SET CX-REWRITE-OK TO TRUE.
178100     OPEN OUTPUT SHIFT-SCHEDULE-FILE.
178200     IF CX-WS-SS-STATUS NOT = '00'
178300         DISPLAY 'CFGMNT0120E - SHIFT-SCHEDULE-FILE OPEN FAILED'
178400             ', STATUS=' CX-WS-SS-STATUS
178500             ' - APPLIED CHANGES NOT WRITTEN'
178600         SET CX-OPEN-ERROR-YES TO TRUE
178650         SET CX-REWRITE-FAILED TO TRUE
178700         GO TO 5200-REWRITE-SHIFT-EXIT
178800     END-IF.
178900     PERFORM 5210-WRITE-SHIFT-ENTRY
179000         THRU 5210-WRITE-SHIFT-ENTRY-EXIT
179100         VARYING CX-WS-SUB FROM 1 BY 1
179200         UNTIL CX-WS-SUB > CX-WS-SHIFT-COUNT.
179300     CLOSE SHIFT-SCHEDULE-FILE.
179400 5200-REWRITE-SHIFT-EXIT.
179500     EXIT.
179600 5210-WRITE-SHIFT-ENTRY.
179700     IF CX-ST-DELETED (CX-WS-SUB)
179800         GO TO 5210-WRITE-SHIFT-ENTRY-EXIT
179900     END-IF.
180000     MOVE CX-ST-RECORD (CX-WS-SUB) TO SHIFT-SCHEDULE-RECORD.
180100     WRITE SHIFT-SCHEDULE-RECORD.
180200     IF CX-WS-SS-STATUS NOT = '00'
180300         DISPLAY 'CFGMNT0121E - SHIFT-SCHEDULE-FILE WRITE FAILED'
180400             ', STATUS=' CX-WS-SS-STATUS
180500         SET CX-OPEN-ERROR-YES TO TRUE
180550         SET CX-REWRITE-FAILED TO TRUE
180600     END-IF.
180700 5210-WRITE-SHIFT-ENTRY-EXIT.
180800     EXIT.
180900 5300-REWRITE-BULLETIN.
180950     SET CX-REWRITE-OK TO TRUE.
181000     OPEN OUTPUT BULLETIN-FILE.
181100     IF CX-WS-BB-STATUS NOT = '00'
181200         DISPLAY 'CFGMNT0130E - BULLETIN-FILE OPEN FAILED'
181300             ', STATUS=' CX-WS-BB-STATUS
181400             ' - APPLIED CHANGES NOT WRITTEN'
181500         SET CX-OPEN-ERROR-YES TO TRUE
181550         SET CX-REWRITE-FAILED TO TRUE
181600         GO TO 5300-REWRITE-BULLETIN-EXIT
181700     END-IF.
181800     PERFORM 5310-WRITE-BULLETIN-ENTRY
181900         THRU 5310-WRITE-BULLETIN-ENTRY-EXIT
182000         VARYING CX-WS-SUB FROM 1 BY 1
182100         UNTIL CX-WS-SUB > CX-WS-BULL-COUNT.
182200     CLOSE BULLETIN-FILE.
182300 5300-REWRITE-BULLETIN-EXIT.
182400     EXIT.
182500 5310-WRITE-BULLETIN-ENTRY.
182600     IF CX-BT-DELETED (CX-WS-SUB)
182700         GO TO 5310-WRITE-BULLETIN-ENTRY-EXIT
182800     END-IF.
182900     MOVE CX-BT-RECORD (CX-WS-SUB) TO BULLETIN-RECORD.
183000     WRITE BULLETIN-RECORD.
183100     IF CX-WS-BB-STATUS NOT = '00'
183200         DISPLAY 'CFGMNT0131E - BULLETIN-FILE WRITE FAILED'
183300             ', STATUS=' CX-WS-BB-STATUS
183400         SET CX-OPEN-ERROR-YES TO TRUE
183450         SET CX-REWRITE-FAILED TO TRUE
183500     END-IF.
183600 5310-WRITE-BULLETIN-ENTRY-EXIT.
183700     EXIT.
183800 5400-REWRITE-PENDING.
183900     OPEN OUTPUT CONFIG-PENDING-FILE.
184000     IF CX-WS-CP-STATUS NOT = '00'
184100         DISPLAY 'CFGMNT0140E - CONFIG-PENDING-FILE OPEN FAILED'
184200             ', STATUS=' CX-WS-CP-STATUS
184300             ' - PENDING CHANGES NOT WRITTEN'
184400         SET CX-OPEN-ERROR-YES TO TRUE
184500         GO TO 5400-REWRITE-PENDING-EXIT
184600     END-IF.
184700     PERFORM 5410-WRITE-PENDING-ENTRY
184800         THRU 5410-WRITE-PENDING-ENTRY-EXIT
184900         VARYING CX-WS-SUB FROM 1 BY 1
185000         UNTIL CX-WS-SUB > CX-WS-PEND-COUNT.
185100     CLOSE CONFIG-PENDING-FILE.
185200 5400-REWRITE-PENDING-EXIT.
185300     EXIT.
185400 5410-WRITE-PENDING-ENTRY.
185500     IF CX-PN-DONE (CX-WS-SUB)
185600         GO TO 5410-WRITE-PENDING-ENTRY-EXIT
185700     END-IF.
185800     MOVE CX-PN-RECORD (CX-WS-SUB) TO CONFIG-PENDING-RECORD.
185900     WRITE CONFIG-PENDING-RECORD.
186000     IF CX-WS-CP-STATUS NOT = '00'
186100         DISPLAY 'CFGMNT0141E - CONFIG-PENDING-FILE WRITE FAILED'
186200             ', STATUS=' CX-WS-CP-STATUS
186300         SET CX-OPEN-ERROR-YES TO TRUE
186400     END-IF.
186500 5410-WRITE-PENDING-ENTRY-EXIT.
186600     EXIT.
186603*
186606*    THE QUEUED 'CF' RECORDS FOR CX-WS-FILE-NAME: WRITTEN IF THE
186609*    FILE WAS REWRITTEN, OTHERWISE DROPPED, WITH ANY APPROVAL
186612*    AMONG THEM PUT BACK AS A CARRIED PENDING CHANGE.
186615*
186618 5500-RELEASE-AUDIT.
186621     PERFORM 5510-RELEASE-AUDIT-ENTRY
186624         THRU 5510-RELEASE-AUDIT-ENTRY-EXIT
186627         VARYING CX-WS-AQ-SUB FROM 1 BY 1
186630         UNTIL CX-WS-AQ-SUB > CX-WS-AQ-COUNT.
186633 5500-RELEASE-AUDIT-EXIT.
186636     EXIT.
186639 5510-RELEASE-AUDIT-ENTRY.
186642     IF CX-AQ-FILE-NAME (CX-WS-AQ-SUB) NOT = CX-WS-FILE-NAME
186645         GO TO 5510-RELEASE-AUDIT-ENTRY-EXIT
186648     END-IF.
186651     IF CX-REWRITE-OK
186654         PERFORM 9300-WRITE-CONFIG-AUDIT
186657             THRU 9300-WRITE-CONFIG-AUDIT-EXIT
186660         GO TO 5510-RELEASE-AUDIT-ENTRY-EXIT
186663     END-IF.
186666     IF CX-AQ-PEND-SUB (CX-WS-AQ-SUB) > ZERO
186669         MOVE CX-AQ-PEND-SUB (CX-WS-AQ-SUB) TO CX-WS-LAST-SUB
186672         SET CX-PN-CARRIED (CX-WS-LAST-SUB) TO TRUE
186675         SUBTRACT 1 FROM CX-WS-APPLIED-COUNT
186678         ADD 1 TO CX-WS-REVERTED-COUNT
186681     END-IF.
186684 5510-RELEASE-AUDIT-ENTRY-EXIT.
186687     EXIT.
186700 9100-BUILD-TIMESTAMP.
186800     ACCEPT CX-WS-STAMP-DATE FROM DATE YYYYMMDD.
186900     ACCEPT CX-WS-STAMP-TIME FROM TIME.
187000     MOVE SPACES TO CX-WS-TIMESTAMP.
187100     STRING CX-WS-STAMP-DATE (1:4) '-' CX-WS-STAMP-DATE (5:2)
187200             '-' CX-WS-STAMP-DATE (7:2) '-'
187300             CX-WS-STAMP-TIME (1:2) '.' CX-WS-STAMP-TIME (3:2)
187400             '.' CX-WS-STAMP-TIME (5:2) '.'
187500             CX-WS-STAMP-TIME (7:2) '0000'
187600         DELIMITED BY SIZE INTO CX-WS-TIMESTAMP
187700     END-STRING.
187800 9100-BUILD-TIMESTAMP-EXIT.
187900     EXIT.
188000 9200-SET-FUNC-NAME.
188100     EVALUATE TRUE
188200         WHEN CX-WT-ADD
188300             MOVE 'ADD' TO CX-WS-FUNC-NAME
188400         WHEN CX-WT-UPDATE
188500             MOVE 'UPDATE' TO CX-WS-FUNC-NAME
188600         WHEN OTHER
188700             MOVE 'DELETE' TO CX-WS-FUNC-NAME
188800     END-EVALUATE.
188900 9200-SET-FUNC-NAME-EXIT.
189000     EXIT.
189100 9210-BULL-IMAGE.
189200     MOVE SPACES TO CX-WS-IMAGE.
189300     MOVE CX-BT-EFF-DATE (CX-WS-FOUND-SUB) TO CX-BI-EFF-DATE.
189400     MOVE CX-BT-EXP-DATE (CX-WS-FOUND-SUB) TO CX-BI-EXP-DATE.
189500     MOVE CX-BT-TEXT (CX-WS-FOUND-SUB) TO CX-BI-TEXT.
189600 9210-BULL-IMAGE-EXIT.
189700     EXIT.
189800 9220-PLAN-IMAGE.
189900     MOVE SPACES TO CX-WS-IMAGE.
190000     MOVE CX-PT-DOW-MASK (CX-WS-FOUND-SUB) TO CX-PI-DOW-MASK.
190100     MOVE CX-PT-SCHED-FIELDS (CX-WS-FOUND-SUB)
190200         TO CX-PI-SCHED-FIELDS.
190300     MOVE CX-PT-DESCRIPTION (CX-WS-FOUND-SUB)
190400         TO CX-PI-DESCRIPTION.
190500 9220-PLAN-IMAGE-EXIT.
190600     EXIT.
190700*
190710*    HOLD THE CHANGE DESCRIBED BY CX-WS-FILE-NAME,
190720*    CX-WS-FUNC-NAME, CX-WS-KEY AND THE BEFORE/AFTER IMAGES UNTIL
190730*    ITS FILE HAS BEEN REWRITTEN.  IF THE QUEUE IS FULL THE
190740*    RECORD IS LOST, AND ITS SEQUENCE NUMBER IS TAKEN SO IT SHOWS
190745*    AS A GAP.
190750*
190760 9250-QUEUE-CONFIG-AUDIT.
190770     IF CX-WS-AQ-COUNT >= CX-WS-AQ-MAX
190780         DISPLAY 'CFGMNT0102W - AUDIT QUEUE FULL, CF RECORD FOR '
190790             CX-WS-FILE-NAME ' ' CX-WS-KEY ' NOT WRITTEN'
190800         PERFORM 9800-TAKE-SEQUENCE
190810             THRU 9800-TAKE-SEQUENCE-EXIT
190820         GO TO 9250-QUEUE-CONFIG-AUDIT-EXIT
190830     END-IF.
190840     ADD 1 TO CX-WS-AQ-COUNT.
190850     MOVE CX-WS-FILE-NAME   TO CX-AQ-FILE-NAME (CX-WS-AQ-COUNT).
190860     MOVE CX-WS-FUNC-NAME   TO CX-AQ-FUNC-NAME (CX-WS-AQ-COUNT).
190870     MOVE CX-WS-KEY         TO CX-AQ-KEY (CX-WS-AQ-COUNT).
190880     MOVE CX-WS-BEFORE-TEXT TO CX-AQ-BEFORE-TEXT (CX-WS-AQ-COUNT).
190890     MOVE CX-WS-AFTER-TEXT  TO CX-AQ-AFTER-TEXT (CX-WS-AQ-COUNT).
190900     MOVE CX-WT-OPER-ID
190905         TO CX-AQ-REQUESTER-ID (CX-WS-AQ-COUNT).
190910     MOVE CX-WS-APPROVER-ID TO CX-AQ-APPROVER-ID (CX-WS-AQ-COUNT).
190920     MOVE ZERO              TO CX-AQ-PEND-SUB (CX-WS-AQ-COUNT).
190930     IF CX-WS-APPROVER-ID NOT = SPACES
190940         MOVE CX-WS-LAST-SUB TO CX-AQ-PEND-SUB (CX-WS-AQ-COUNT)
190950     END-IF.
190960 9250-QUEUE-CONFIG-AUDIT-EXIT.
190970     EXIT.
190980*
190985*    ONE 'CF' RECORD FOR QUEUE ENTRY CX-WS-AQ-SUB.
190990*
191100 9300-WRITE-CONFIG-AUDIT.
191150     PERFORM 9800-TAKE-SEQUENCE
191160         THRU 9800-TAKE-SEQUENCE-EXIT.
191200     IF CX-AT-AVAIL-NO
191300         GO TO 9300-WRITE-CONFIG-AUDIT-EXIT
191400     END-IF.
191500     PERFORM 9100-BUILD-TIMESTAMP
191600         THRU 9100-BUILD-TIMESTAMP-EXIT.
191700     MOVE CX-WS-TIMESTAMP TO HW-AT-TIMESTAMP.
191800     MOVE CX-WS-RUN-JOB-ID TO HW-AT-JOB-ID.
191900     MOVE SPACES TO HW-AT-MESSAGE.
192000     STRING 'CONFIG CHANGE ' CX-AQ-FILE-NAME (CX-WS-AQ-SUB) ' '
192100             CX-AQ-FUNC-NAME (CX-WS-AQ-SUB) ' APPLIED'
192200         DELIMITED BY SIZE INTO HW-AT-MESSAGE
192300     END-STRING.
192400     MOVE 'CF' TO HW-AT-REC-TYPE.
192500     MOVE CX-AQ-KEY (CX-WS-AQ-SUB) TO HW-AT-KEY.
192600     MOVE CX-AQ-BEFORE-TEXT (CX-WS-AQ-SUB) TO HW-AT-BEFORE-TEXT.
192700     MOVE CX-AQ-AFTER-TEXT (CX-WS-AQ-SUB)  TO HW-AT-AFTER-TEXT.
192720     MOVE HW-LG-SEQ-NO      TO HW-AT-SEQ-NO.
192740     MOVE SPACE             TO HW-AT-TS-SOURCE.
192750     MOVE CX-AQ-REQUESTER-ID (CX-WS-AQ-SUB)
192755         TO HW-AT-REQUESTER-ID.
192760     MOVE CX-AQ-APPROVER-ID (CX-WS-AQ-SUB)
192765         TO HW-AT-APPROVER-ID.
192800     WRITE AUDIT-TRAIL-RECORD.
192900     IF CX-WS-AT-STATUS NOT = '00'
193000         DISPLAY 'CFGMNT0100W - AUDIT-TRAIL WRITE FAILED'
193100             ', STATUS=' CX-WS-AT-STATUS
193200         CLOSE AUDIT-TRAIL-FILE
193300         SET CX-AT-AVAIL-NO TO TRUE
193400     END-IF.
193500 9300-WRITE-CONFIG-AUDIT-EXIT.
193600     EXIT.
193700 9500-LOG-INCIDENT.
193800     MOVE RETURN-CODE TO CX-WS-FINAL-RC.
193900     MOVE CX-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
194000     MOVE SPACES           TO HW-IL-REQ-DATE.
194100     MOVE CX-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
194200     MOVE CX-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
194300     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
194400     MOVE CX-WS-FINAL-RC TO RETURN-CODE.
194500 9500-LOG-INCIDENT-EXIT.
194600     EXIT.
194700 9600-RECORD-STEP-START.
194800     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
194900     MOVE CX-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
195000     CALL 'StepLog' USING HW-SL-LINK-PARM.
195100 9600-RECORD-STEP-START-EXIT.
195200     EXIT.
195300 9700-RECORD-STEP-END.
195400     MOVE RETURN-CODE      TO CX-WS-FINAL-RC.
195500     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
195600     MOVE CX-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
195700     MOVE SPACES           TO HW-SL-REQ-DATE.
195800     MOVE CX-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
195900     MOVE CX-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
196000     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
196100     CALL 'StepLog' USING HW-SL-LINK-PARM.
196200     MOVE CX-WS-FINAL-RC TO RETURN-CODE.
196300 9700-RECORD-STEP-END-EXIT.
196400     EXIT.
196500*
196600*    NEXT AUDITTRL SEQUENCE NUMBER.  TAKEN EVEN WHEN THE AUDIT
196700*    TRAIL COULD NOT BE OPENED, SO THE RECORD THAT IS LOST SHOWS
196800*    AS A GAP (LOGVRFY).
196900*
197000 9800-TAKE-SEQUENCE.
197100     MOVE 'N'              TO HW-LG-REQ-FUNCTION.
197200     MOVE 'AUDITTRL'       TO HW-LG-REQ-FILE-ID.
197300     MOVE CX-WS-RUN-JOB-ID TO HW-LG-REQ-JOB-ID.
197400     CALL 'LogControl' USING HW-LG-LINK-PARM.
197500 9800-TAKE-SEQUENCE-EXIT.
197600     EXIT.
