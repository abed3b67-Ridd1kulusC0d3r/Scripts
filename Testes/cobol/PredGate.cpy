000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PREDGATE.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL PREDECESSOR GATE, RUN BY THE JCL IN
001300*                  FRONT OF ANY STEP OF THE NIGHTLY CYCLE.  EXEC
001400*                  PARM 'JOBIDXXXYYYYMMDD' (JOB-ID, OPTIONAL
001500*                  CYCLE DATE - DEFAULT CURRENT DATE).  READS
001600*                  THE JOB'S PREDECESSORS FROM THE JOB-
001700*                  PREDECESSOR FILE (SEE JobPred), ASKS
001800*                  SchedRule WHETHER EACH ONE IS DUE ON THE
001900*                  CYCLE DATE, AND LOOKS FOR ITS CHECKPOINT ON
002000*                  THE RESTART-CONTROL FILE.  A PREDECESSOR THAT
002100*                  IS NOT DUE THAT NIGHT DOES NOT BLOCK.
002200*                  RETURN-CODE 0 = EVERY DUE PREDECESSOR HAS
002300*                  CHECKPOINTED (RUN THE STEP), 4 = ONE OR MORE
002400*                  HAS NOT (HOLD THE STEP - COND=(4,LE,...)),
002500*                  12 = BAD PARM OR A FILE COULD NOT BE OPENED
002600*                  OR READ.  LIKE RSTRTINQ, RC 4 IS AN ANSWER,
002700*                  NOT AN INCIDENT, AND THE GATE WRITES NO
002800*                  CHECKPOINT OF ITS OWN.
002810* 2026-10-15 RC    WITH NO DATE IN THE PARM THE CYCLE DATE IS NOW
002820*                  THE OPEN CYCLE FROM CycleControl, NOT THE
002830*                  SYSTEM DATE.  NO OPEN CYCLE, OR A PARM DATE
002840*                  THAT IS NOT THE OPEN CYCLE, IS WARNED ON THE
002850*                  JOB LOG BUT DOES NOT CHANGE THE GATE'S
002860*                  RETURN-CODE.  THE INCIDENT RECORD CARRIES THE
002870*                  CYCLE DATE INSTEAD OF THE SYSTEM DATE.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT JOB-PRED-FILE ASSIGN TO JOBPRED
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS GT-WS-JP-STATUS.
003600     SELECT PLAN-SCHEDULE-FILE ASSIGN TO PLANSCHD
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS GT-WS-PS-STATUS.
003900     SELECT RESTART-CONTROL-FILE ASSIGN TO RESTARTC
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS GT-WS-RC-STATUS.
004200     SELECT PRINT-FILE ASSIGN TO SYSOUT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS GT-WS-PF-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  JOB-PRED-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 COPY JobPred.
005100 FD  PLAN-SCHEDULE-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 COPY PlanSchd.
005500 FD  RESTART-CONTROL-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 COPY RestartC.
005900 FD  PRINT-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE OMITTED.
006200 COPY PrintRec.
006300 WORKING-STORAGE SECTION.
006400 01  GT-WS-FILE-STATUSES.
006500     05  GT-WS-JP-STATUS         PIC X(02) VALUE '00'.
006600     05  GT-WS-PS-STATUS         PIC X(02) VALUE '00'.
006700     05  GT-WS-RC-STATUS         PIC X(02) VALUE '00'.
006800     05  GT-WS-PF-STATUS         PIC X(02) VALUE '00'.
006900 01  GT-WS-SWITCHES.
007000     05  GT-WS-EOF-SW            PIC X(01) VALUE 'N'.
007100         88  GT-EOF-YES                     VALUE 'Y'.
007200         88  GT-EOF-NO                      VALUE 'N'.
007300     05  GT-WS-ERROR-SW          PIC X(01) VALUE 'N'.
007400         88  GT-ERROR-YES                   VALUE 'Y'.
007500         88  GT-ERROR-NO                    VALUE 'N'.
007600     05  GT-WS-FOUND-SW          PIC X(01) VALUE 'N'.
007700         88  GT-FOUND-YES                   VALUE 'Y'.
007800         88  GT-FOUND-NO                    VALUE 'N'.
007900 01  GT-WS-REQ-JOB-ID            PIC X(08) VALUE SPACES.
008000 01  GT-WS-CYCLE-DATE            PIC X(08) VALUE SPACES.
008100 01  GT-WS-REC-RUN               PIC 9(02) VALUE ZEROS.
008200 77  GT-WS-PRED-MAX              PIC S9(04) COMP VALUE 50.
008300 77  GT-WS-PRED-COUNT            PIC S9(04) COMP VALUE ZERO.
008400 77  GT-WS-PRED-SUB              PIC S9(04) COMP VALUE ZERO.
008500 77  GT-WS-HIT-SUB               PIC S9(04) COMP VALUE ZERO.
008600 77  GT-WS-DONE-COUNT            PIC S9(04) COMP VALUE ZERO.
008700 77  GT-WS-NOT-DUE-COUNT         PIC S9(04) COMP VALUE ZERO.
008800 77  GT-WS-MISSING-COUNT         PIC S9(04) COMP VALUE ZERO.
008900 01  GT-WS-PRED-TABLE.
009000     05  GT-WS-PRED-ENTRY OCCURS 50 TIMES.
009100         10  GT-PT-JOB-ID        PIC X(08).
009200         10  GT-PT-DESC          PIC X(30).
009300         10  GT-PT-PLANNED-SW    PIC X(01).
009400         10  GT-PT-DUE-SW        PIC X(01).
009500         10  GT-PT-DONE-SW       PIC X(01).
009600         10  GT-PT-RUN           PIC 9(02).
009700         10  GT-PT-COMPLETION-TS PIC X(26).
009800 01  GT-WS-STATE-TEXT            PIC X(30) VALUE SPACES.
009900 01  GT-WS-COUNT-DISP            PIC ZZ9.
010000 01  GT-WS-RUN-DISP              PIC Z9.
010100 01  GT-WS-RUN-JOB-ID            PIC X(08) VALUE 'PREDGATE'.
010300 01  GT-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
010400 01  GT-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
010500 COPY DateLink.
010600 COPY RuleLink.
010700 COPY IncdLnk.
010800 COPY StepLnk.
010850 COPY CycLink.
010900 LINKAGE SECTION.
011000 01  GT-LINK-PARM.
011100     05  GT-LINK-PARM-LEN        PIC S9(04) COMP.
011200     05  GT-LINK-PARM-TEXT       PIC X(16).
011300     05  GT-LINK-PARM-FIELDS REDEFINES GT-LINK-PARM-TEXT.
011400         10  GT-LINK-JOB-ID      PIC X(08).
011500         10  GT-LINK-CYCLE-DATE  PIC X(08).
011600 PROCEDURE DIVISION USING GT-LINK-PARM.
011700 0000-MAINLINE.
011800     PERFORM 9600-RECORD-STEP-START
011900         THRU 9600-RECORD-STEP-START-EXIT.
012000     PERFORM 1000-INITIALIZE
012100         THRU 1000-INITIALIZE-EXIT.
012200     IF GT-ERROR-YES
012300         MOVE 12 TO RETURN-CODE
012400         MOVE 'BAD PARM OR PRINT FILE FAILURE'
012500             TO GT-WS-DIAG-MSG
012600         PERFORM 9500-LOG-INCIDENT
012700             THRU 9500-LOG-INCIDENT-EXIT
012800         GO TO 0000-MAINLINE-EXIT
012900     END-IF.
013000     PERFORM 2000-LOAD-PREDECESSORS
013100         THRU 2000-LOAD-PREDECESSORS-EXIT.
013200     IF GT-WS-PRED-COUNT > ZERO
013300         PERFORM 3000-EVALUATE-PLANS
013400             THRU 3000-EVALUATE-PLANS-EXIT
013500         PERFORM 4000-SCAN-CHECKPOINTS
013600             THRU 4000-SCAN-CHECKPOINTS-EXIT
013700     END-IF.
013800     PERFORM 5000-PRINT-RESULT
013900         THRU 5000-PRINT-RESULT-EXIT.
014000     EVALUATE TRUE
014100         WHEN GT-ERROR-YES
014200             MOVE 12 TO RETURN-CODE
014300             MOVE 'FILE OPEN OR READ FAILURE'
014400                 TO GT-WS-DIAG-MSG
014500         WHEN GT-WS-MISSING-COUNT > ZERO
014600             MOVE 4 TO RETURN-CODE
014700             MOVE SPACES TO GT-WS-DIAG-MSG
014800             STRING 'GATE HELD FOR ' GT-WS-REQ-JOB-ID
014900                 DELIMITED BY SIZE INTO GT-WS-DIAG-MSG
015000             END-STRING
015100         WHEN OTHER
015200             MOVE 0 TO RETURN-CODE
015300     END-EVALUATE.
015400     PERFORM 9500-LOG-INCIDENT
015500         THRU 9500-LOG-INCIDENT-EXIT.
015600 0000-MAINLINE-EXIT.
015700     PERFORM 9700-RECORD-STEP-END
015800         THRU 9700-RECORD-STEP-END-EXIT.
015900     GOBACK.
016000 1000-INITIALIZE.
016100     IF GT-LINK-PARM-LEN < 8
016200         DISPLAY 'PREDGATE0010E - PARM MUST GIVE JOB-ID AND '
016300             'OPTIONAL DATE (JOBIDXXXYYYYMMDD)'
016400         SET GT-ERROR-YES TO TRUE
016500         GO TO 1000-INITIALIZE-EXIT
016600     END-IF.
016700     MOVE GT-LINK-JOB-ID TO GT-WS-REQ-JOB-ID.
016800     IF GT-LINK-PARM-LEN >= 16 AND
016900        GT-LINK-CYCLE-DATE NOT = SPACES
017000         MOVE GT-LINK-CYCLE-DATE TO GT-WS-CYCLE-DATE
017100     ELSE
017200         MOVE SPACES TO GT-WS-CYCLE-DATE
017300     END-IF.
017310     PERFORM 1100-GET-CYCLE-DATE
017320         THRU 1100-GET-CYCLE-DATE-EXIT.
017400     MOVE GT-WS-CYCLE-DATE TO HW-DS-DATE.
017500     CALL 'DateSerial' USING HW-DS-LINK-PARM.
017600     IF GT-WS-REQ-JOB-ID = SPACES OR HW-DS-DATE-BAD
017700         DISPLAY 'PREDGATE0020E - JOB-ID OR DATE UNUSABLE IN '
017800             'PARM'
017900         SET GT-ERROR-YES TO TRUE
018000         GO TO 1000-INITIALIZE-EXIT
018100     END-IF.
018200     OPEN OUTPUT PRINT-FILE.
018300     IF GT-WS-PF-STATUS NOT = '00'
018400         DISPLAY 'PREDGATE0030E - PRINT-FILE OPEN FAILED'
018500             ', STATUS=' GT-WS-PF-STATUS
018600         SET GT-ERROR-YES TO TRUE
018700         GO TO 1000-INITIALIZE-EXIT
018800     END-IF.
018900     MOVE SPACES TO PRINT-LINE.
019000     MOVE '1' TO HW-PL-CTL.
019100     MOVE 'PREDGATE - PREDECESSOR GATE' TO HW-PL-TEXT.
019200     WRITE PRINT-LINE.
019300     MOVE SPACES TO PRINT-LINE.
019400     STRING 'JOB: ' GT-WS-REQ-JOB-ID
019500             '  CYCLE DATE: ' GT-WS-CYCLE-DATE
019600         DELIMITED BY SIZE INTO HW-PL-TEXT.
019700     WRITE PRINT-LINE.
019800     MOVE SPACES TO PRINT-LINE.
019900     MOVE ALL '-' TO HW-PL-TEXT.
020000     WRITE PRINT-LINE.
020100 1000-INITIALIZE-EXIT.
020200     EXIT.
020203*    WITH NO DATE IN THE PARM THE GATE CHECKS THE OPEN CYCLE (THE
020206*    SYSTEM DATE WHEN NONE IS OPEN).  A CYCLE WARNING IS LEFT ON
020209*    THE JOB LOG ONLY - RETURN-CODE 4 ALREADY MEANS HOLD THE STEP.
020212 1100-GET-CYCLE-DATE.
020215     MOVE 'G'              TO HW-CY-REQ-FUNCTION.
020218     MOVE GT-WS-RUN-JOB-ID TO HW-CY-REQ-JOB-ID.
020221     MOVE GT-WS-CYCLE-DATE TO HW-CY-REQ-DATE.
020224     CALL 'CycleControl' USING HW-CY-LINK-PARM.
020227     IF GT-WS-CYCLE-DATE = SPACES
020230         MOVE HW-CY-CYCLE-DATE TO GT-WS-CYCLE-DATE
020233     END-IF.
020236     EVALUATE TRUE
020239         WHEN HW-CY-OK OR HW-CY-BAD-REQUEST
020242             CONTINUE
020245         WHEN HW-CY-DATE-MISMATCH
020248             DISPLAY 'PREDGATE0130W - CYCLE DATE '
020251                 GT-WS-CYCLE-DATE ' IS NOT THE OPEN CYCLE '
020254                 HW-CY-CYCLE-DATE
020257         WHEN OTHER
020260             DISPLAY 'PREDGATE0140W - NO CYCLE OPEN ON THE '
020263                 'CYCLE-CONTROL FILE, GATING '
020266                 GT-WS-CYCLE-DATE
020269     END-EVALUATE.
020272 1100-GET-CYCLE-DATE-EXIT.
020275     EXIT.
020300 2000-LOAD-PREDECESSORS.
020400     OPEN INPUT JOB-PRED-FILE.
020500     IF GT-WS-JP-STATUS = '35'
020600         GO TO 2000-LOAD-PREDECESSORS-EXIT
020700     END-IF.
020800     IF GT-WS-JP-STATUS NOT = '00'
020900         DISPLAY 'PREDGATE0040E - JOB-PRED-FILE OPEN '
021000             'FAILED, STATUS=' GT-WS-JP-STATUS
021100         SET GT-ERROR-YES TO TRUE
021200         GO TO 2000-LOAD-PREDECESSORS-EXIT
021300     END-IF.
021400     SET GT-EOF-NO TO TRUE.
021500     PERFORM 2100-READ-PREDECESSOR
021600         THRU 2100-READ-PREDECESSOR-EXIT
021700         UNTIL GT-EOF-YES.
021800     CLOSE JOB-PRED-FILE.
021900 2000-LOAD-PREDECESSORS-EXIT.
022000     EXIT.
022100 2100-READ-PREDECESSOR.
022200     READ JOB-PRED-FILE
022300         AT END
022400             SET GT-EOF-YES TO TRUE
022500             GO TO 2100-READ-PREDECESSOR-EXIT
022600     END-READ.
022700     IF GT-WS-JP-STATUS NOT = '00'
022800         DISPLAY 'PREDGATE0050E - JOB-PRED-FILE READ '
022900             'FAILED, STATUS=' GT-WS-JP-STATUS
023000         SET GT-EOF-YES TO TRUE
023100         SET GT-ERROR-YES TO TRUE
023200         GO TO 2100-READ-PREDECESSOR-EXIT
023300     END-IF.
023400     IF HW-JP-JOB-ID NOT = GT-WS-REQ-JOB-ID OR
023500        HW-JP-PRED-JOB-ID = SPACES
023600         GO TO 2100-READ-PREDECESSOR-EXIT
023700     END-IF.
023800     IF GT-WS-PRED-COUNT >= GT-WS-PRED-MAX
023900         DISPLAY 'PREDGATE0060E - PREDECESSOR TABLE FULL FOR '
024000             'JOB ' GT-WS-REQ-JOB-ID
024100         SET GT-EOF-YES TO TRUE
024200         SET GT-ERROR-YES TO TRUE
024300         GO TO 2100-READ-PREDECESSOR-EXIT
024400     END-IF.
024500     ADD 1 TO GT-WS-PRED-COUNT.
024600     MOVE HW-JP-PRED-JOB-ID TO GT-PT-JOB-ID (GT-WS-PRED-COUNT).
024700     MOVE HW-JP-DESCRIPTION TO GT-PT-DESC (GT-WS-PRED-COUNT).
024800     MOVE 'N' TO GT-PT-PLANNED-SW (GT-WS-PRED-COUNT).
024900     MOVE 'N' TO GT-PT-DUE-SW (GT-WS-PRED-COUNT).
025000     MOVE 'N' TO GT-PT-DONE-SW (GT-WS-PRED-COUNT).
025100     MOVE ZERO TO GT-PT-RUN (GT-WS-PRED-COUNT).
025200     MOVE SPACES TO GT-PT-COMPLETION-TS (GT-WS-PRED-COUNT).
025300 2100-READ-PREDECESSOR-EXIT.
025400     EXIT.
025500 3000-EVALUATE-PLANS.
025600     OPEN INPUT PLAN-SCHEDULE-FILE.
025700     IF GT-WS-PS-STATUS NOT = '00'
025800         DISPLAY 'PREDGATE0070E - PLAN-SCHEDULE-FILE OPEN '
025900             'FAILED, STATUS=' GT-WS-PS-STATUS
026000         SET GT-ERROR-YES TO TRUE
026100         GO TO 3000-EVALUATE-PLANS-EXIT
026200     END-IF.
026300     SET GT-EOF-NO TO TRUE.
026400     PERFORM 3100-READ-PLAN-RECORD
026500         THRU 3100-READ-PLAN-RECORD-EXIT
026600         UNTIL GT-EOF-YES.
026700     CLOSE PLAN-SCHEDULE-FILE.
026800*    A PREDECESSOR WITH NO PLAN RECORD AT ALL HAS NO RULE TO SAY
026900*    IT IS OFF TONIGHT, SO IT IS REQUIRED.
027000     PERFORM 3200-DEFAULT-UNPLANNED
027100         THRU 3200-DEFAULT-UNPLANNED-EXIT
027200         VARYING GT-WS-PRED-SUB FROM 1 BY 1
027300         UNTIL GT-WS-PRED-SUB > GT-WS-PRED-COUNT.
027400 3000-EVALUATE-PLANS-EXIT.
027500     EXIT.
027600 3100-READ-PLAN-RECORD.
027700     READ PLAN-SCHEDULE-FILE
027800         AT END
027900             SET GT-EOF-YES TO TRUE
028000             GO TO 3100-READ-PLAN-RECORD-EXIT
028100     END-READ.
028200     IF GT-WS-PS-STATUS NOT = '00'
028300         DISPLAY 'PREDGATE0080E - PLAN-SCHEDULE-FILE READ '
028400             'FAILED, STATUS=' GT-WS-PS-STATUS
028500         SET GT-EOF-YES TO TRUE
028600         SET GT-ERROR-YES TO TRUE
028700         GO TO 3100-READ-PLAN-RECORD-EXIT
028800     END-IF.
028900     PERFORM 3150-FIND-PREDECESSOR
029000         THRU 3150-FIND-PREDECESSOR-EXIT.
029100     IF GT-FOUND-NO
029200         GO TO 3100-READ-PLAN-RECORD-EXIT
029300     END-IF.
029400     MOVE 'Y' TO GT-PT-PLANNED-SW (GT-WS-HIT-SUB).
029500     MOVE GT-WS-CYCLE-DATE TO HW-SR-CYCLE-DATE.
029600     MOVE HW-PS-SCHED-TYPE TO HW-SR-SCHED-TYPE.
029700     MOVE HW-PS-DOW-MASK   TO HW-SR-DOW-MASK.
029800     MOVE HW-PS-SCHED-DAY  TO HW-SR-SCHED-DAY.
029900     MOVE HW-PS-SCHED-MMDD TO HW-SR-SCHED-MMDD.
030000     CALL 'SchedRule' USING HW-SR-LINK-PARM.
030100     IF HW-SR-BAD-REQUEST
030200         DISPLAY 'PREDGATE0090W - PLAN RULE UNUSABLE FOR JOB '
030300             HW-PS-JOB-ID ' - TREATED AS DUE'
030400         MOVE 'Y' TO GT-PT-DUE-SW (GT-WS-HIT-SUB)
030500     END-IF.
030600     IF HW-SR-DUE
030700         MOVE 'Y' TO GT-PT-DUE-SW (GT-WS-HIT-SUB)
030800     END-IF.
030900 3100-READ-PLAN-RECORD-EXIT.
031000     EXIT.
031100 3150-FIND-PREDECESSOR.
031200     SET GT-FOUND-NO TO TRUE.
031300     MOVE ZERO TO GT-WS-HIT-SUB.
031400     PERFORM 3160-MATCH-PREDECESSOR
031500         THRU 3160-MATCH-PREDECESSOR-EXIT
031600         VARYING GT-WS-PRED-SUB FROM 1 BY 1
031700         UNTIL GT-FOUND-YES
031800            OR GT-WS-PRED-SUB > GT-WS-PRED-COUNT.
031900 3150-FIND-PREDECESSOR-EXIT.
032000     EXIT.
032100 3160-MATCH-PREDECESSOR.
032200     IF GT-PT-JOB-ID (GT-WS-PRED-SUB) = HW-PS-JOB-ID
032300         SET GT-FOUND-YES TO TRUE
032400         MOVE GT-WS-PRED-SUB TO GT-WS-HIT-SUB
032500     END-IF.
032600 3160-MATCH-PREDECESSOR-EXIT.
032700     EXIT.
032800 3200-DEFAULT-UNPLANNED.
032900     IF GT-PT-PLANNED-SW (GT-WS-PRED-SUB) = 'N'
033000         MOVE 'Y' TO GT-PT-DUE-SW (GT-WS-PRED-SUB)
033100     END-IF.
033200 3200-DEFAULT-UNPLANNED-EXIT.
033300     EXIT.
033400 4000-SCAN-CHECKPOINTS.
033500     OPEN INPUT RESTART-CONTROL-FILE.
033600     IF GT-WS-RC-STATUS = '35'
033700         GO TO 4000-SCAN-CHECKPOINTS-EXIT
033800     END-IF.
033900     IF GT-WS-RC-STATUS NOT = '00'
034000         DISPLAY 'PREDGATE0100E - RESTART-CONTROL-FILE OPEN '
034100             'FAILED, STATUS=' GT-WS-RC-STATUS
034200         SET GT-ERROR-YES TO TRUE
034300         GO TO 4000-SCAN-CHECKPOINTS-EXIT
034400     END-IF.
034500     SET GT-EOF-NO TO TRUE.
034600     PERFORM 4100-CHECK-CHECKPOINT
034700         THRU 4100-CHECK-CHECKPOINT-EXIT
034800         UNTIL GT-EOF-YES.
034900     CLOSE RESTART-CONTROL-FILE.
035000 4000-SCAN-CHECKPOINTS-EXIT.
035100     EXIT.
035200 4100-CHECK-CHECKPOINT.
035300     READ RESTART-CONTROL-FILE
035400         AT END
035500             SET GT-EOF-YES TO TRUE
035600             GO TO 4100-CHECK-CHECKPOINT-EXIT
035700     END-READ.
035800     IF GT-WS-RC-STATUS NOT = '00'
035900         DISPLAY 'PREDGATE0110E - RESTART-CONTROL-FILE READ '
036000             'FAILED, STATUS=' GT-WS-RC-STATUS
036100         SET GT-EOF-YES TO TRUE
036200         SET GT-ERROR-YES TO TRUE
036300         GO TO 4100-CHECK-CHECKPOINT-EXIT
036400     END-IF.
036500     IF HW-RC-DATE NOT = GT-WS-CYCLE-DATE
036600         GO TO 4100-CHECK-CHECKPOINT-EXIT
036700     END-IF.
036800     SET GT-FOUND-NO TO TRUE.
036900     MOVE ZERO TO GT-WS-HIT-SUB.
037000     PERFORM 4150-MATCH-CHECKPOINT
037100         THRU 4150-MATCH-CHECKPOINT-EXIT
037200         VARYING GT-WS-PRED-SUB FROM 1 BY 1
037300         UNTIL GT-FOUND-YES
037400            OR GT-WS-PRED-SUB > GT-WS-PRED-COUNT.
037500     IF GT-FOUND-NO
037600         GO TO 4100-CHECK-CHECKPOINT-EXIT
037700     END-IF.
037800     IF HW-RC-CYCLE-RUN NUMERIC AND HW-RC-CYCLE-RUN > ZERO
037900         MOVE HW-RC-CYCLE-RUN TO GT-WS-REC-RUN
038000     ELSE
038100         MOVE 1 TO GT-WS-REC-RUN
038200     END-IF.
038300     MOVE 'Y' TO GT-PT-DONE-SW (GT-WS-HIT-SUB).
038400     IF GT-WS-REC-RUN >= GT-PT-RUN (GT-WS-HIT-SUB)
038500         MOVE GT-WS-REC-RUN TO GT-PT-RUN (GT-WS-HIT-SUB)
038600         MOVE HW-RC-COMPLETION-TS
038700             TO GT-PT-COMPLETION-TS (GT-WS-HIT-SUB)
038800     END-IF.
038900 4100-CHECK-CHECKPOINT-EXIT.
039000     EXIT.
039100 4150-MATCH-CHECKPOINT.
039200     IF GT-PT-JOB-ID (GT-WS-PRED-SUB) = HW-RC-JOB-ID
039300         SET GT-FOUND-YES TO TRUE
039400         MOVE GT-WS-PRED-SUB TO GT-WS-HIT-SUB
039500     END-IF.
039600 4150-MATCH-CHECKPOINT-EXIT.
039700     EXIT.
039800 5000-PRINT-RESULT.
039900     IF GT-WS-PF-STATUS NOT = '00'
040000         GO TO 5000-PRINT-RESULT-EXIT
040100     END-IF.
040200     MOVE SPACES TO PRINT-LINE.
040300     MOVE 'PREDECESSORS:' TO HW-PL-TEXT.
040400     WRITE PRINT-LINE.
040500     PERFORM 5100-PRINT-PREDECESSOR
040600         THRU 5100-PRINT-PREDECESSOR-EXIT
040700         VARYING GT-WS-PRED-SUB FROM 1 BY 1
040800         UNTIL GT-WS-PRED-SUB > GT-WS-PRED-COUNT.
040900     IF GT-WS-PRED-COUNT = ZERO
041000         MOVE SPACES TO PRINT-LINE
041100         MOVE '  NONE ON FILE FOR THIS JOB' TO HW-PL-TEXT
041200         WRITE PRINT-LINE
041300     END-IF.
041400     MOVE SPACES TO PRINT-LINE.
041500     WRITE PRINT-LINE.
041600     MOVE GT-WS-DONE-COUNT TO GT-WS-COUNT-DISP.
041700     MOVE SPACES TO PRINT-LINE.
041800     STRING 'CHECKPOINTED: ' GT-WS-COUNT-DISP
041900         DELIMITED BY SIZE INTO HW-PL-TEXT.
042000     WRITE PRINT-LINE.
042100     MOVE GT-WS-NOT-DUE-COUNT TO GT-WS-COUNT-DISP.
042200     MOVE SPACES TO PRINT-LINE.
042300     STRING 'NOT DUE:      ' GT-WS-COUNT-DISP
042400         DELIMITED BY SIZE INTO HW-PL-TEXT.
042500     WRITE PRINT-LINE.
042600     MOVE GT-WS-MISSING-COUNT TO GT-WS-COUNT-DISP.
042700     MOVE SPACES TO PRINT-LINE.
042800     STRING 'MISSING:      ' GT-WS-COUNT-DISP
042900         DELIMITED BY SIZE INTO HW-PL-TEXT.
043000     WRITE PRINT-LINE.
043100     MOVE SPACES TO PRINT-LINE.
043200     IF GT-ERROR-YES
043300         MOVE 'GATE: NOT EVALUATED - FILE FAILURE' TO HW-PL-TEXT
043400     ELSE
043500         IF GT-WS-MISSING-COUNT > ZERO
043600             MOVE 'GATE: HELD' TO HW-PL-TEXT
043700         ELSE
043800             MOVE 'GATE: OPEN' TO HW-PL-TEXT
043900         END-IF
044000     END-IF.
044100     WRITE PRINT-LINE.
044200     MOVE SPACES TO PRINT-LINE.
044300     MOVE ALL '-' TO HW-PL-TEXT.
044400     WRITE PRINT-LINE.
044500     MOVE SPACES TO PRINT-LINE.
044600     MOVE '*** END OF PREDGATE REPORT ***' TO HW-PL-TEXT.
044700     WRITE PRINT-LINE.
044800     CLOSE PRINT-FILE.
044900 5000-PRINT-RESULT-EXIT.
045000     EXIT.
045100 5100-PRINT-PREDECESSOR.
045200     EVALUATE TRUE
045300         WHEN GT-PT-DONE-SW (GT-WS-PRED-SUB) = 'Y'
045400             ADD 1 TO GT-WS-DONE-COUNT
045500             MOVE GT-PT-RUN (GT-WS-PRED-SUB) TO GT-WS-RUN-DISP
045600             MOVE SPACES TO GT-WS-STATE-TEXT
045700             STRING 'CHECKPOINTED RUN ' GT-WS-RUN-DISP
045800                 DELIMITED BY SIZE INTO GT-WS-STATE-TEXT
045900             END-STRING
046000         WHEN GT-PT-DUE-SW (GT-WS-PRED-SUB) = 'N'
046100             ADD 1 TO GT-WS-NOT-DUE-COUNT
046200             MOVE 'NOT DUE - DOES NOT BLOCK' TO GT-WS-STATE-TEXT
046300         WHEN OTHER
046400             ADD 1 TO GT-WS-MISSING-COUNT
046500             MOVE 'MISSING - BLOCKS' TO GT-WS-STATE-TEXT
046600             DISPLAY 'PREDGATE0120W - ' GT-WS-REQ-JOB-ID
046700                 ' HELD: PREDECESSOR '
046800                 GT-PT-JOB-ID (GT-WS-PRED-SUB)
046900                 ' HAS NO CHECKPOINT FOR ' GT-WS-CYCLE-DATE
047000     END-EVALUATE.
047100     MOVE SPACES TO PRINT-LINE.
047200     STRING '  ' GT-PT-JOB-ID (GT-WS-PRED-SUB)
047300             '  ' GT-WS-STATE-TEXT
047400             '  ' GT-PT-COMPLETION-TS (GT-WS-PRED-SUB)
047500             '  ' GT-PT-DESC (GT-WS-PRED-SUB)
047600         DELIMITED BY SIZE INTO HW-PL-TEXT
047700     END-STRING.
047800     WRITE PRINT-LINE.
047900 5100-PRINT-PREDECESSOR-EXIT.
048000     EXIT.
048100 9500-LOG-INCIDENT.
048200     MOVE RETURN-CODE TO GT-WS-FINAL-RC.
048400     MOVE GT-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
048500     MOVE GT-WS-CYCLE-DATE TO HW-IL-REQ-DATE.
048600     MOVE GT-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
048700     MOVE GT-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
048800     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
048900     MOVE GT-WS-FINAL-RC TO RETURN-CODE.
049000 9500-LOG-INCIDENT-EXIT.
049100     EXIT.
049200 9600-RECORD-STEP-START.
049300     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
049400     MOVE GT-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
049500     CALL 'StepLog' USING HW-SL-LINK-PARM.
049600 9600-RECORD-STEP-START-EXIT.
049700     EXIT.
049800 9700-RECORD-STEP-END.
049900     MOVE RETURN-CODE      TO GT-WS-FINAL-RC.
050000     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
050100     MOVE GT-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
050200     MOVE GT-WS-CYCLE-DATE TO HW-SL-REQ-DATE.
050300     MOVE GT-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
050400     MOVE GT-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
050500     MOVE 'N'              TO HW-SL-REQ-CHECKPOINT.
050600     CALL 'StepLog' USING HW-SL-LINK-PARM.
050700     MOVE GT-WS-FINAL-RC TO RETURN-CODE.
050800 9700-RECORD-STEP-END-EXIT.
050900     EXIT.
