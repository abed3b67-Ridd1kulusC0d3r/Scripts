002369*                  ON-CALL SEES PLANNED STEP MISSING ON THE
002370*                  CONSOLE AND DASHBOARD AT 04:10 INSTEAD OF
002371*                  IN THE SPOOL AT 08:30.
002376* 2026-10-15 RC    CALL THE NEW StepLog SUBROUTINE AT START AND
002381*                  END SO THIS STEP LEAVES A CHECKPOINT, A
002386*                  RUN-HISTORY RECORD AND AN 'RU' AUDIT RECORD.
002387* 2026-10-15 RC    NEW SECTION: COMPLETED BEFORE A PREDECESSOR.
002388*                  READS THE JOB-PREDECESSOR FILE (SEE JobPred)
002389*                  AND LISTS EVERY JOB WHOSE LAST CHECKPOINT FOR
002390*                  THE CYCLE DATE IS EARLIER THAN ITS
002391*                  PREDECESSOR'S, OR WHOSE DUE PREDECESSOR NEVER
002392*                  CHECKPOINTED AT ALL - THE "RAN OUT OF ORDER
002393*                  AFTER A RESTART" NIGHTS.  RETURN-CODE 4 AND A
002394*                  WARNING ALERT WHEN ANY ARE FOUND AND NOTHING
002395*                  WORSE HAPPENED.
002396* 2026-10-15 RC    WITH NO PARM THE CYCLE DATE IS NOW THE OPEN
002397*                  CYCLE FROM CycleControl, NOT THE SYSTEM DATE.
002398*                  NO OPEN CYCLE, OR A PARM DATE THAT IS NOT THE
002399*                  OPEN CYCLE, IS WARNED AND GIVES RETURN-CODE 4
002400*                  WHEN NOTHING WORSE HAPPENED.
002405* 2026-10-15 RC    COMPLETED BEFORE A PREDECESSOR NOW USES THE
002410*                  PREDGATE RULES: A PREDECESSOR WITH NO
002415*                  PLANNED-SCHEDULE RECORD, OR WITH AN UNUSABLE
002420*                  RULE, IS DUE.  JOB-PRED-FILE MESSAGES ARE NOW
002425*                  CYCRECON0160E/0170E.
002430* 2026-10-15 RC    THE COMPLETED-TABLE SEARCH KEY IS NOW HELD IN
002435*                  WORKING-STORAGE, NOT THE CLOSED CHECKPOINT
002440*                  RECORD.  AN ORDER VIOLATION IS NOW ALERTED
002445*                  EVEN WHEN MISSING STEPS GIVE RETURN-CODE 8.
002450*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
003100     SELECT RESTART-CONTROL-FILE ASSIGN TO RESTARTC
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS RN-WS-RC-STATUS.
003310     SELECT JOB-PRED-FILE ASSIGN TO JOBPRED
003320         ORGANIZATION IS SEQUENTIAL
003330         FILE STATUS IS RN-WS-JP-STATUS.
003400     SELECT PRINT-FILE ASSIGN TO SYSOUT
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS RN-WS-PF-STATUS.
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600 COPY RestartC.
004610 FD  JOB-PRED-FILE
004620     RECORDING MODE IS F
004630     LABEL RECORDS ARE STANDARD.
004640 COPY JobPred.
004700 FD  PRINT-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE OMITTED.
005200 01  RN-WS-FILE-STATUSES.
005300     05  RN-WS-PS-STATUS         PIC X(02) VALUE '00'.
005400     05  RN-WS-RC-STATUS         PIC X(02) VALUE '00'.
005450     05  RN-WS-JP-STATUS         PIC X(02) VALUE '00'.
005500     05  RN-WS-PF-STATUS         PIC X(02) VALUE '00'.
005600 01  RN-WS-SWITCHES.
005700     05  RN-WS-EOF-SW            PIC X(01) VALUE 'N'.
006300     05  RN-WS-FOUND-SW          PIC X(01) VALUE 'N'.
006400         88  RN-FOUND-YES                   VALUE 'Y'.
006500         88  RN-FOUND-NO                    VALUE 'N'.
006510     05  RN-WS-CYCLE-WARN-SW     PIC X(01) VALUE 'N'.
006520         88  RN-CYCLE-WARN-YES              VALUE 'Y'.
006530         88  RN-CYCLE-WARN-NO               VALUE 'N'.
006600 01  RN-WS-CYCLE-DATE            PIC X(08) VALUE SPACES.
006700 77  RN-WS-CYCLE-DOW             PIC 9(01) VALUE ZERO.
006800 77  RN-WS-TABLE-MAX             PIC S9(04) COMP VALUE 500.
007300 77  RN-WS-MATCHED-COUNT         PIC S9(04) COMP VALUE ZERO.
007400 77  RN-WS-MISSING-COUNT         PIC S9(04) COMP VALUE ZERO.
007500 77  RN-WS-UNPLANNED-COUNT       PIC S9(04) COMP VALUE ZERO.
007510 77  RN-WS-PRED-MAX              PIC S9(04) COMP VALUE 500.
007520 77  RN-WS-PRED-COUNT            PIC S9(04) COMP VALUE ZERO.
007530 77  RN-WS-PRED-SUB              PIC S9(04) COMP VALUE ZERO.
007540 77  RN-WS-HIT-SUB               PIC S9(04) COMP VALUE ZERO.
007550 77  RN-WS-JOB-HIT               PIC S9(04) COMP VALUE ZERO.
007560 77  RN-WS-ORDER-COUNT           PIC S9(04) COMP VALUE ZERO.
007570 77  RN-WS-ORDER-SUB             PIC S9(04) COMP VALUE ZERO.
007600 01  RN-WS-COMPLETED-TABLE.
007700     05  RN-WS-COMP-ENTRY OCCURS 500 TIMES.
007800         10  RN-CT-JOB-ID        PIC X(08).
007900         10  RN-CT-PLANNED-SW    PIC X(01).
007950         10  RN-CT-LAST-TS       PIC X(26).
008000 01  RN-WS-PLAN-TABLE.
008100     05  RN-WS-PLAN-ENTRY OCCURS 500 TIMES.
008200         10  RN-PT-JOB-ID        PIC X(08).
008300         10  RN-PT-DESC          PIC X(30).
008400         10  RN-PT-COMPLETED-SW  PIC X(01).
008405 01  RN-WS-PRED-TABLE.
008410     05  RN-WS-PRED-ENTRY OCCURS 500 TIMES.
008415         10  RN-PD-JOB-ID        PIC X(08).
008420         10  RN-PD-PRED-JOB-ID   PIC X(08).
008422         10  RN-PD-PLANNED-SW    PIC X(01).
008424         10  RN-PD-DUE-SW        PIC X(01).
008425 01  RN-WS-ORDER-TABLE.
008430     05  RN-WS-ORDER-ENTRY OCCURS 500 TIMES.
008435         10  RN-OT-JOB-ID        PIC X(08).
008440         10  RN-OT-JOB-TS        PIC X(26).
008445         10  RN-OT-PRED-JOB-ID   PIC X(08).
008450         10  RN-OT-PRED-TS       PIC X(26).
008500 01  RN-WS-COUNT-DISP            PIC ZZ9.
008510 01  RN-WS-RUN-JOB-ID            PIC X(08) VALUE 'CYCRECON'.
008520 01  RN-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
008530 01  RN-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
008540 01  RN-WS-SEARCH-JOB-ID         PIC X(08) VALUE SPACES.
008600 COPY DateLink.
008605 COPY RuleLink.
008610 COPY IncdLnk.
008612 COPY StepLnk.
008615 COPY AlrtLink.
008617 COPY CycLink.
008620 01  RN-WS-ALERT-TEXT            PIC X(60) VALUE SPACES.
008700 LINKAGE SECTION.
008800 01  RN-LINK-PARM.
009200                                 PIC X(08).
009300 PROCEDURE DIVISION USING RN-LINK-PARM.
009400 0000-MAINLINE.
009410     PERFORM 9600-RECORD-STEP-START
009420         THRU 9600-RECORD-STEP-START-EXIT.
009500     PERFORM 1000-INITIALIZE
009600         THRU 1000-INITIALIZE-EXIT.
009700     IF RN-ERROR-YES
010000     END-IF.
010100     PERFORM 2000-LOAD-COMPLETED-TABLE
010200         THRU 2000-LOAD-COMPLETED-TABLE-EXIT.
010210     PERFORM 2500-LOAD-PREDECESSORS
010220         THRU 2500-LOAD-PREDECESSORS-EXIT.
010300     PERFORM 3000-LOAD-PLAN-TABLE
010400         THRU 3000-LOAD-PLAN-TABLE-EXIT.
010500     PERFORM 4000-MATCH-TABLES
010600         THRU 4000-MATCH-TABLES-EXIT.
010610     PERFORM 4500-CHECK-PREDECESSORS
010620         THRU 4500-CHECK-PREDECESSORS-EXIT.
010700     PERFORM 5000-PRINT-REPORT
010800         THRU 5000-PRINT-REPORT-EXIT.
010900     EVALUATE TRUE
011000         WHEN RN-ERROR-YES
011100             MOVE 12 TO RETURN-CODE
011110             MOVE 'FILE OPEN OR READ FAILURE' TO RN-WS-DIAG-MSG
011120*        AN ORDER VIOLATION IS ALWAYS ALERTED, EVEN ON A NIGHT
011130*        WHOSE MISSING STEPS GIVE THE HIGHER RETURN-CODE.
011140         WHEN RN-WS-ORDER-COUNT > ZERO
011150             MOVE 'W' TO HW-AL-REQ-SEVERITY
011160             MOVE 'CYCRECON0120W' TO HW-AL-REQ-MSG-CODE
011170             MOVE RN-WS-ORDER-COUNT TO RN-WS-COUNT-DISP
011180             MOVE SPACES TO RN-WS-ALERT-TEXT
011190             STRING 'STEP COMPLETED BEFORE PREDECESSOR, CYCLE '
011200                     RN-WS-CYCLE-DATE ' - COUNT ' RN-WS-COUNT-DISP
011210                 DELIMITED BY SIZE INTO RN-WS-ALERT-TEXT
011220             END-STRING
011230             PERFORM 9400-SEND-ALERT
011240                 THRU 9400-SEND-ALERT-EXIT
011250             IF RN-WS-MISSING-COUNT > ZERO
011260                 MOVE 8 TO RETURN-CODE
011270                 MOVE 'PLANNED STEP MISSING' TO RN-WS-DIAG-MSG
011280             ELSE
011290                 MOVE 4 TO RETURN-CODE
011300                 MOVE 'STEP COMPLETED BEFORE PREDECESSOR'
011310                     TO RN-WS-DIAG-MSG
011320             END-IF
011330         WHEN RN-WS-MISSING-COUNT > ZERO
011340             MOVE 8 TO RETURN-CODE
011350             MOVE 'PLANNED STEP MISSING' TO RN-WS-DIAG-MSG
011360         WHEN RN-CYCLE-WARN-YES
011370             MOVE 4 TO RETURN-CODE
011380             MOVE 'CYCLE-CONTROL WARNING - SEE JOB LOG'
011390                 TO RN-WS-DIAG-MSG
011400         WHEN OTHER
011500             MOVE 0 TO RETURN-CODE
011600     END-EVALUATE.
011630     PERFORM 9500-LOG-INCIDENT
011640         THRU 9500-LOG-INCIDENT-EXIT.
011700 0000-MAINLINE-EXIT.
011710     PERFORM 9700-RECORD-STEP-END
011720         THRU 9700-RECORD-STEP-END-EXIT.
011800     GOBACK.
011900 1000-INITIALIZE.
011910     SET RN-CYCLE-WARN-NO TO TRUE.
012000     IF RN-LINK-PARM-LEN >= 8 AND
012100        RN-LINK-CYCLE-DATE NOT = SPACES
012200         MOVE RN-LINK-CYCLE-DATE TO RN-WS-CYCLE-DATE
012300     ELSE
012400         MOVE SPACES TO RN-WS-CYCLE-DATE
012500     END-IF.
012510     PERFORM 1100-GET-CYCLE-DATE
012520         THRU 1100-GET-CYCLE-DATE-EXIT.
012600     MOVE RN-WS-CYCLE-DATE TO HW-DS-DATE.
012700     CALL 'DateSerial' USING HW-DS-LINK-PARM.
012800     IF HW-DS-DATE-BAD
014000     END-IF.
014100 1000-INITIALIZE-EXIT.
014200     EXIT.
014203*    WITH NO PARM THE OPEN CYCLE IS RECONCILED (THE SYSTEM DATE
014206*    WHEN NONE IS OPEN); A PARM DATE IS KEPT EVEN WHEN IT IS NOT
014209*    THE OPEN CYCLE, SO A PAST NIGHT CAN STILL BE RECONCILED.
014212 1100-GET-CYCLE-DATE.
014215     MOVE 'G'              TO HW-CY-REQ-FUNCTION.
014218     MOVE RN-WS-RUN-JOB-ID TO HW-CY-REQ-JOB-ID.
014221     MOVE RN-WS-CYCLE-DATE TO HW-CY-REQ-DATE.
014224     CALL 'CycleControl' USING HW-CY-LINK-PARM.
014227     IF RN-WS-CYCLE-DATE = SPACES
014230         MOVE HW-CY-CYCLE-DATE TO RN-WS-CYCLE-DATE
014233     END-IF.
014236     EVALUATE TRUE
014239         WHEN HW-CY-OK OR HW-CY-BAD-REQUEST
014242             CONTINUE
014245         WHEN HW-CY-DATE-MISMATCH
014248             DISPLAY 'CYCRECON0130W - CYCLE DATE '
014251                 RN-WS-CYCLE-DATE ' IS NOT THE OPEN CYCLE '
014254                 HW-CY-CYCLE-DATE
014257             SET RN-CYCLE-WARN-YES TO TRUE
014260         WHEN OTHER
014263             DISPLAY 'CYCRECON0140W - NO CYCLE OPEN ON THE '
014266                 'CYCLE-CONTROL FILE, RECONCILING '
014267                 RN-WS-CYCLE-DATE
014269             SET RN-CYCLE-WARN-YES TO TRUE
014272     END-EVALUATE.
014275 1100-GET-CYCLE-DATE-EXIT.
014278     EXIT.
014300 2000-LOAD-COMPLETED-TABLE.
014400     OPEN INPUT RESTART-CONTROL-FILE.
014500     IF RN-WS-RC-STATUS NOT = '00'
017200         GO TO 2100-READ-CHECKPOINT-EXIT
017300     END-IF.
017400     SET RN-FOUND-NO TO TRUE.
017450     MOVE HW-RC-JOB-ID TO RN-WS-SEARCH-JOB-ID.
017500     PERFORM 2150-SCAN-COMPLETED-TABLE
017600         THRU 2150-SCAN-COMPLETED-TABLE-EXIT
017700         VARYING RN-WS-COMP-SUB FROM 1 BY 1
017800         UNTIL RN-FOUND-YES
017900            OR RN-WS-COMP-SUB > RN-WS-COMP-COUNT.
018000     IF RN-FOUND-YES
018100         IF HW-RC-COMPLETION-TS > RN-CT-LAST-TS (RN-WS-HIT-SUB)
018200             MOVE HW-RC-COMPLETION-TS
018210                 TO RN-CT-LAST-TS (RN-WS-HIT-SUB)
018220         END-IF
018230         GO TO 2100-READ-CHECKPOINT-EXIT
018240     END-IF.
018300     IF RN-WS-COMP-COUNT >= RN-WS-TABLE-MAX
018400         DISPLAY 'CYCRECON0050W - COMPLETED TABLE FULL, '
018500             'CHECKPOINT SKIPPED FOR JOB ' HW-RC-JOB-ID
018800     ADD 1 TO RN-WS-COMP-COUNT.
018900     MOVE HW-RC-JOB-ID TO RN-CT-JOB-ID (RN-WS-COMP-COUNT).
019000     MOVE 'N' TO RN-CT-PLANNED-SW (RN-WS-COMP-COUNT).
019050     MOVE HW-RC-COMPLETION-TS TO RN-CT-LAST-TS (RN-WS-COMP-COUNT).
019100 2100-READ-CHECKPOINT-EXIT.
019200     EXIT.
019300 2150-SCAN-COMPLETED-TABLE.
019400     IF RN-CT-JOB-ID (RN-WS-COMP-SUB) = RN-WS-SEARCH-JOB-ID
019500         SET RN-FOUND-YES TO TRUE
019550         MOVE RN-WS-COMP-SUB TO RN-WS-HIT-SUB
019600     END-IF.
019700 2150-SCAN-COMPLETED-TABLE-EXIT.
019800     EXIT.
019802 2500-LOAD-PREDECESSORS.
019804     OPEN INPUT JOB-PRED-FILE.
019806     IF RN-WS-JP-STATUS = '35'
019808         GO TO 2500-LOAD-PREDECESSORS-EXIT
019810     END-IF.
019812     IF RN-WS-JP-STATUS NOT = '00'
019814         DISPLAY 'CYCRECON0160E - JOB-PRED-FILE OPEN '
019816             'FAILED, STATUS=' RN-WS-JP-STATUS
019818         SET RN-ERROR-YES TO TRUE
019820         GO TO 2500-LOAD-PREDECESSORS-EXIT
019822     END-IF.
019824     SET RN-EOF-NO TO TRUE.
019826     PERFORM 2600-READ-PREDECESSOR
019828         THRU 2600-READ-PREDECESSOR-EXIT
019830         UNTIL RN-EOF-YES.
019832     CLOSE JOB-PRED-FILE.
019834 2500-LOAD-PREDECESSORS-EXIT.
019836     EXIT.
019838 2600-READ-PREDECESSOR.
019840     READ JOB-PRED-FILE
019842         AT END
019844             SET RN-EOF-YES TO TRUE
019846             GO TO 2600-READ-PREDECESSOR-EXIT
019848     END-READ.
019850     IF RN-WS-JP-STATUS NOT = '00'
019852         DISPLAY 'CYCRECON0170E - JOB-PRED-FILE READ '
019854             'FAILED, STATUS=' RN-WS-JP-STATUS
019856         SET RN-EOF-YES TO TRUE
019858         SET RN-ERROR-YES TO TRUE
019860         GO TO 2600-READ-PREDECESSOR-EXIT
019862     END-IF.
019864     IF HW-JP-JOB-ID = SPACES OR HW-JP-PRED-JOB-ID = SPACES
019866         GO TO 2600-READ-PREDECESSOR-EXIT
019868     END-IF.
019870     IF RN-WS-PRED-COUNT >= RN-WS-PRED-MAX
019872         DISPLAY 'CYCRECON0150W - PREDECESSOR TABLE FULL, '
019874             'DEPENDENCY SKIPPED FOR JOB ' HW-JP-JOB-ID
019876         GO TO 2600-READ-PREDECESSOR-EXIT
019878     END-IF.
019879     ADD 1 TO RN-WS-PRED-COUNT.
019880     MOVE HW-JP-JOB-ID      TO RN-PD-JOB-ID (RN-WS-PRED-COUNT).
019881     MOVE HW-JP-PRED-JOB-ID
019882         TO RN-PD-PRED-JOB-ID (RN-WS-PRED-COUNT).
019883     MOVE 'N' TO RN-PD-PLANNED-SW (RN-WS-PRED-COUNT).
019884     MOVE 'N' TO RN-PD-DUE-SW (RN-WS-PRED-COUNT).
019885 2600-READ-PREDECESSOR-EXIT.
019886     EXIT.
019887*    A PREDECESSOR IS DUE WHEN ANY OF ITS PLANNED-SCHEDULE RECORDS
019888*    IS DUE OR HAS AN UNUSABLE RULE (THE SAME RULES AS PREDGATE).
019889 2700-MARK-PREDECESSOR.
019890     IF RN-PD-PRED-JOB-ID (RN-WS-PRED-SUB) = HW-PS-JOB-ID
019891         MOVE 'Y' TO RN-PD-PLANNED-SW (RN-WS-PRED-SUB)
019892         IF HW-SR-DUE OR HW-SR-BAD-REQUEST
019893             MOVE 'Y' TO RN-PD-DUE-SW (RN-WS-PRED-SUB)
019894         END-IF
019895     END-IF.
019896 2700-MARK-PREDECESSOR-EXIT.
019897     EXIT.
019900 3000-LOAD-PLAN-TABLE.
020000     OPEN INPUT PLAN-SCHEDULE-FILE.
020100     IF RN-WS-PS-STATUS NOT = '00'
022600     END-IF.
022700     PERFORM 3150-EVALUATE-PLAN-RULE
022750         THRU 3150-EVALUATE-PLAN-RULE-EXIT.
022760     PERFORM 2700-MARK-PREDECESSOR
022770         THRU 2700-MARK-PREDECESSOR-EXIT
022780         VARYING RN-WS-PRED-SUB FROM 1 BY 1
022790         UNTIL RN-WS-PRED-SUB > RN-WS-PRED-COUNT.
022800     IF HW-SR-NOT-DUE
022850         GO TO 3100-READ-PLAN-RECORD-EXIT
022900     END-IF.
026000     END-IF.
026100 4150-MATCH-COMPLETED-ENTRY-EXIT.
026200     EXIT.
026201 4500-CHECK-PREDECESSORS.
026202     PERFORM 4600-CHECK-DEPENDENCY
026203         THRU 4600-CHECK-DEPENDENCY-EXIT
026204         VARYING RN-WS-PRED-SUB FROM 1 BY 1
026205         UNTIL RN-WS-PRED-SUB > RN-WS-PRED-COUNT.
026206 4500-CHECK-PREDECESSORS-EXIT.
026207     EXIT.
026208*    A JOB THAT DID NOT CHECKPOINT TONIGHT CANNOT HAVE RUN AHEAD
026209*    OF ANYTHING.  ONE THAT DID IS OUT OF ORDER WHEN ITS
026210*    PREDECESSOR'S LAST CHECKPOINT IS LATER THAN ITS OWN, OR WHEN
026211*    THE PREDECESSOR WAS DUE AND NEVER CHECKPOINTED.  ONE WITH NO
026212*    PLANNED-SCHEDULE RECORD AT ALL IS ALWAYS DUE (SEE JobPred).
026213 4600-CHECK-DEPENDENCY.
026214     MOVE RN-PD-JOB-ID (RN-WS-PRED-SUB) TO RN-WS-SEARCH-JOB-ID.
026215     PERFORM 4650-FIND-COMPLETED
026216         THRU 4650-FIND-COMPLETED-EXIT.
026217     IF RN-FOUND-NO
026218         GO TO 4600-CHECK-DEPENDENCY-EXIT
026219     END-IF.
026220     MOVE RN-WS-HIT-SUB TO RN-WS-JOB-HIT.
026221     MOVE RN-PD-PRED-JOB-ID (RN-WS-PRED-SUB)
026222         TO RN-WS-SEARCH-JOB-ID.
026223     PERFORM 4650-FIND-COMPLETED
026224         THRU 4650-FIND-COMPLETED-EXIT.
026225     IF RN-FOUND-YES
026226         IF RN-CT-LAST-TS (RN-WS-HIT-SUB) >
026227            RN-CT-LAST-TS (RN-WS-JOB-HIT)
026228             PERFORM 4700-ADD-ORDER-ENTRY
026229                 THRU 4700-ADD-ORDER-ENTRY-EXIT
026230         END-IF
026231         GO TO 4600-CHECK-DEPENDENCY-EXIT
026232     END-IF.
026233     IF RN-PD-PLANNED-SW (RN-WS-PRED-SUB) = 'N' OR
026234        RN-PD-DUE-SW (RN-WS-PRED-SUB) = 'Y'
026235         MOVE ZERO TO RN-WS-HIT-SUB
026236         PERFORM 4700-ADD-ORDER-ENTRY
026237             THRU 4700-ADD-ORDER-ENTRY-EXIT
026238     END-IF.
026239 4600-CHECK-DEPENDENCY-EXIT.
026240     EXIT.
026241 4650-FIND-COMPLETED.
026242     SET RN-FOUND-NO TO TRUE.
026243     MOVE ZERO TO RN-WS-HIT-SUB.
026244     PERFORM 2150-SCAN-COMPLETED-TABLE
026245         THRU 2150-SCAN-COMPLETED-TABLE-EXIT
026246         VARYING RN-WS-COMP-SUB FROM 1 BY 1
026247         UNTIL RN-FOUND-YES
026248            OR RN-WS-COMP-SUB > RN-WS-COMP-COUNT.
026249 4650-FIND-COMPLETED-EXIT.
026250     EXIT.
026261 4700-ADD-ORDER-ENTRY.
026262     IF RN-WS-ORDER-COUNT >= RN-WS-TABLE-MAX
026263         GO TO 4700-ADD-ORDER-ENTRY-EXIT
026264     END-IF.
026265     ADD 1 TO RN-WS-ORDER-COUNT.
026266     MOVE RN-PD-JOB-ID (RN-WS-PRED-SUB)
026267         TO RN-OT-JOB-ID (RN-WS-ORDER-COUNT).
026268     MOVE RN-CT-LAST-TS (RN-WS-JOB-HIT)
026269         TO RN-OT-JOB-TS (RN-WS-ORDER-COUNT).
026270     MOVE RN-PD-PRED-JOB-ID (RN-WS-PRED-SUB)
026271         TO RN-OT-PRED-JOB-ID (RN-WS-ORDER-COUNT).
026272     IF RN-WS-HIT-SUB > ZERO
026273         MOVE RN-CT-LAST-TS (RN-WS-HIT-SUB)
026274             TO RN-OT-PRED-TS (RN-WS-ORDER-COUNT)
026275     ELSE
026276         MOVE 'NO CHECKPOINT'
026277             TO RN-OT-PRED-TS (RN-WS-ORDER-COUNT)
026278     END-IF.
026279 4700-ADD-ORDER-ENTRY-EXIT.
026280     EXIT.
026300 5000-PRINT-REPORT.
026400     IF RN-WS-PF-STATUS NOT = '00'
026500         GO TO 5000-PRINT-REPORT-EXIT
031900     END-IF.
032000     MOVE SPACES TO PRINT-LINE.
032100     WRITE PRINT-LINE.
032105     MOVE SPACES TO PRINT-LINE.
032110     MOVE 'COMPLETED BEFORE A PREDECESSOR:' TO HW-PL-TEXT.
032115     WRITE PRINT-LINE.
032120     PERFORM 5400-PRINT-ORDER-LINE
032125         THRU 5400-PRINT-ORDER-LINE-EXIT
032130         VARYING RN-WS-ORDER-SUB FROM 1 BY 1
032135         UNTIL RN-WS-ORDER-SUB > RN-WS-ORDER-COUNT.
032140     IF RN-WS-ORDER-COUNT = ZERO
032145         MOVE SPACES TO PRINT-LINE
032150         MOVE '  NONE' TO HW-PL-TEXT
032155         WRITE PRINT-LINE
032160     END-IF.
032165     MOVE SPACES TO PRINT-LINE.
032170     WRITE PRINT-LINE.
032200     MOVE RN-WS-MISSING-COUNT TO RN-WS-COUNT-DISP.
032300     MOVE SPACES TO PRINT-LINE.
032400     STRING 'MISSING-STEP COUNT: ' RN-WS-COUNT-DISP
032500         DELIMITED BY SIZE INTO HW-PL-TEXT.
032600     WRITE PRINT-LINE.
032610     MOVE RN-WS-ORDER-COUNT TO RN-WS-COUNT-DISP.
032620     MOVE SPACES TO PRINT-LINE.
032630     STRING 'OUT-OF-ORDER COUNT: ' RN-WS-COUNT-DISP
032640         DELIMITED BY SIZE INTO HW-PL-TEXT.
032650     WRITE PRINT-LINE.
032700     MOVE SPACES TO PRINT-LINE.
032800     MOVE ALL '-' TO HW-PL-TEXT.
032900     WRITE PRINT-LINE.
036800     END-IF.
036900 5300-PRINT-UNPLANNED-LINE-EXIT.
037000     EXIT.
037005 5400-PRINT-ORDER-LINE.
037010     MOVE SPACES TO PRINT-LINE.
037015     STRING '  ' RN-OT-JOB-ID (RN-WS-ORDER-SUB)
037020             '  AT ' RN-OT-JOB-TS (RN-WS-ORDER-SUB)
037025             '  PREDECESSOR ' RN-OT-PRED-JOB-ID (RN-WS-ORDER-SUB)
037030             '  AT ' RN-OT-PRED-TS (RN-WS-ORDER-SUB)
037035         DELIMITED BY SIZE INTO HW-PL-TEXT
037040     END-STRING.
037045     WRITE PRINT-LINE.
037050 5400-PRINT-ORDER-LINE-EXIT.
037055     EXIT.
037100 9500-LOG-INCIDENT.
037200     MOVE RETURN-CODE TO RN-WS-FINAL-RC.
037300     MOVE RN-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
038600     MOVE RN-WS-FINAL-RC TO RETURN-CODE.
038700 9400-SEND-ALERT-EXIT.
038800     EXIT.
038900 9600-RECORD-STEP-START.
039000     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
039100     MOVE RN-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
039200     CALL 'StepLog' USING HW-SL-LINK-PARM.
039300 9600-RECORD-STEP-START-EXIT.
039400     EXIT.
039500 9700-RECORD-STEP-END.
039600     MOVE RETURN-CODE      TO RN-WS-FINAL-RC.
039700     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
039800     MOVE RN-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
039900     MOVE RN-WS-CYCLE-DATE TO HW-SL-REQ-DATE.
040000     MOVE RN-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
040100     MOVE RN-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
040200     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
040300     CALL 'StepLog' USING HW-SL-LINK-PARM.
040400     MOVE RN-WS-FINAL-RC TO RETURN-CODE.
040500 9700-RECORD-STEP-END-EXIT.
040600     EXIT.
