002993*                  SO THE ALERT LANDS ON THE PERSISTENT ALERT
002994*                  FILE AND THE DASHBOARD AS WELL AS THE
002995*                  CONSOLE.
002996* 2026-10-15 RC    CALL THE NEW StepLog SUBROUTINE AT START AND
002997*                  END SO THIS STEP LEAVES A CHECKPOINT, A
002998*                  RUN-HISTORY RECORD AND AN 'RU' AUDIT RECORD.
003000* 2026-10-15 RC    WITH NO DATE IN THE PARM THE CYCLE DATE IS NOW
003005*                  THE OPEN CYCLE FROM CycleControl, NOT THE
003010*                  SYSTEM DATE.  NO OPEN CYCLE, OR A PARM DATE
003015*                  THAT IS NOT THE OPEN CYCLE, IS WARNED AND
003020*                  GIVES RETURN-CODE 4 WHEN THE PROJECTION IS ON
003025*                  TRACK.
003040*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
008000     05  CM-WS-LATE-SW           PIC X(01) VALUE 'N'.
008100         88  CM-LATE-YES                    VALUE 'Y'.
008200         88  CM-LATE-NO                     VALUE 'N'.
008210     05  CM-WS-CYCLE-WARN-SW     PIC X(01) VALUE 'N'.
008220         88  CM-CYCLE-WARN-YES              VALUE 'Y'.
008230         88  CM-CYCLE-WARN-NO               VALUE 'N'.
008300 01  CM-WS-CYCLE-DATE            PIC X(08) VALUE SPACES.
008500 01  CM-WS-DEADLINE-HHMM         PIC 9(04) VALUE 0600.
008600 01  CM-WS-DEADLINE-X REDEFINES CM-WS-DEADLINE-HHMM
012700 COPY DateLink.
012705 COPY RuleLink.
012710 COPY IncdLnk.
012712 COPY StepLnk.
012715 COPY AlrtLink.
012717 COPY CycLink.
012720 01  CM-WS-ALERT-TEXT            PIC X(60) VALUE SPACES.
012800 LINKAGE SECTION.
012900 01  CM-LINK-PARM.
013400         10  CM-LINK-CYCLE-DATE  PIC X(08).
013500 PROCEDURE DIVISION USING CM-LINK-PARM.
013600 0000-MAINLINE.
013610     PERFORM 9600-RECORD-STEP-START
013620         THRU 9600-RECORD-STEP-START-EXIT.
013700     PERFORM 1000-INITIALIZE
013800         THRU 1000-INITIALIZE-EXIT.
013900     IF CM-ERROR-YES
016110             MOVE 'FILE OPEN OR READ FAILURE' TO CM-WS-DIAG-MSG
016200         WHEN CM-LATE-YES
016300             MOVE 4 TO RETURN-CODE
016310         WHEN CM-CYCLE-WARN-YES
016320             MOVE 4 TO RETURN-CODE
016330             MOVE 'CYCLE-CONTROL WARNING - SEE JOB LOG'
016340                 TO CM-WS-DIAG-MSG
016400         WHEN OTHER
016500             MOVE 0 TO RETURN-CODE
016600     END-EVALUATE.
016610     PERFORM 9500-LOG-INCIDENT
016620         THRU 9500-LOG-INCIDENT-EXIT.
016700 0000-MAINLINE-EXIT.
016710     PERFORM 9700-RECORD-STEP-END
016720         THRU 9700-RECORD-STEP-END-EXIT.
016800     GOBACK.
016900 1000-INITIALIZE.
016910     SET CM-CYCLE-WARN-NO TO TRUE.
017000     ACCEPT CM-WS-NOW-TIME FROM TIME.
017100     IF CM-LINK-PARM-LEN >= 4 AND
017200        CM-LINK-DEADLINE NUMERIC
017600        CM-LINK-CYCLE-DATE NOT = SPACES
017700         MOVE CM-LINK-CYCLE-DATE TO CM-WS-CYCLE-DATE
017800     ELSE
017900         MOVE SPACES TO CM-WS-CYCLE-DATE
018000     END-IF.
018010     PERFORM 1100-GET-CYCLE-DATE
018020         THRU 1100-GET-CYCLE-DATE-EXIT.
018100     MOVE CM-WS-CYCLE-DATE TO HW-DS-DATE.
018200     CALL 'DateSerial' USING HW-DS-LINK-PARM.
018300     IF HW-DS-DATE-BAD
020800     END-IF.
020900 1000-INITIALIZE-EXIT.
021000     EXIT.
021003*    WITH NO DATE IN THE PARM THE OPEN CYCLE IS MONITORED (THE
021006*    SYSTEM DATE WHEN NONE IS OPEN); A PARM DATE IS KEPT EVEN WHEN
021009*    IT IS NOT THE OPEN CYCLE.
021012 1100-GET-CYCLE-DATE.
021015     MOVE 'G'              TO HW-CY-REQ-FUNCTION.
021018     MOVE CM-WS-RUN-JOB-ID TO HW-CY-REQ-JOB-ID.
021021     MOVE CM-WS-CYCLE-DATE TO HW-CY-REQ-DATE.
021024     CALL 'CycleControl' USING HW-CY-LINK-PARM.
021027     IF CM-WS-CYCLE-DATE = SPACES
021030         MOVE HW-CY-CYCLE-DATE TO CM-WS-CYCLE-DATE
021033     END-IF.
021036     EVALUATE TRUE
021039         WHEN HW-CY-OK OR HW-CY-BAD-REQUEST
021042             CONTINUE
021045         WHEN HW-CY-DATE-MISMATCH
021048             DISPLAY 'CYCMON0140W - CYCLE DATE '
021051                 CM-WS-CYCLE-DATE ' IS NOT THE OPEN CYCLE '
021054                 HW-CY-CYCLE-DATE
021057             SET CM-CYCLE-WARN-YES TO TRUE
021060         WHEN OTHER
021063             DISPLAY 'CYCMON0150W - NO CYCLE OPEN ON THE '
021066                 'CYCLE-CONTROL FILE, MONITORING '
021069                 CM-WS-CYCLE-DATE
021072             SET CM-CYCLE-WARN-YES TO TRUE
021075     END-EVALUATE.
021078 1100-GET-CYCLE-DATE-EXIT.
021081     EXIT.
021100 2000-LOAD-COMPLETED-TABLE.
021200     OPEN INPUT RESTART-CONTROL-FILE.
021300     IF CM-WS-RC-STATUS NOT = '00'
052800     EXIT.
053000 9500-LOG-INCIDENT.
053100     MOVE RETURN-CODE TO CM-WS-FINAL-RC.
053500     MOVE CM-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
053600     MOVE CM-WS-CYCLE-DATE TO HW-IL-REQ-DATE.
053700     MOVE CM-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
054800     MOVE CM-WS-FINAL-RC TO RETURN-CODE.
054900 9400-SEND-ALERT-EXIT.
055000     EXIT.
055100 9600-RECORD-STEP-START.
055200     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
055300     MOVE CM-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
055400     CALL 'StepLog' USING HW-SL-LINK-PARM.
055500 9600-RECORD-STEP-START-EXIT.
055600     EXIT.
055700 9700-RECORD-STEP-END.
055800     MOVE RETURN-CODE      TO CM-WS-FINAL-RC.
055900     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
056000     MOVE CM-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
056100     MOVE CM-WS-CYCLE-DATE TO HW-SL-REQ-DATE.
056200     MOVE CM-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
056300     MOVE CM-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
056400     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
056500     CALL 'StepLog' USING HW-SL-LINK-PARM.
056600     MOVE CM-WS-FINAL-RC TO RETURN-CODE.
056700 9700-RECORD-STEP-END-EXIT.
056800     EXIT.
