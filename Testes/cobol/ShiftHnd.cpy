003170*                  FINAL RETURN-CODE, LIKE EVERY OTHER MAIN,
003180*                  SO A FILE FAILURE (RC 8) LEAVES A DURABLE
003190*                  INCIDENT RECORD AND A CLEAN RERUN CLOSES IT.
003192* 2026-10-15 RC    CALL THE NEW StepLog SUBROUTINE AT START AND
003194*                  END SO THIS STEP LEAVES A CHECKPOINT, A
003196*                  RUN-HISTORY RECORD AND AN 'RU' AUDIT RECORD.
003200* 2026-10-15 RC    WITH NO DATE IN THE PARM THE CYCLE DATE IS NOW
003205*                  THE OPEN CYCLE FROM CycleControl, NOT THE RUN
003210*                  DATE, SO A HANDOVER AFTER MIDNIGHT STILL SHOWS
003215*                  THE NIGHT'S PENDING STEPS.  NO OPEN CYCLE, OR A
003220*                  PARM DATE THAT IS NOT THE OPEN CYCLE, IS WARNED
003225*                  AND GIVES RETURN-CODE 4 WHEN NOTHING WORSE.
003250*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
010600     05  SH-WS-LEAP-SW           PIC X(01) VALUE 'N'.
010700         88  SH-LEAP-YES                    VALUE 'Y'.
010800         88  SH-LEAP-NO                     VALUE 'N'.
010810     05  SH-WS-CYCLE-WARN-SW     PIC X(01) VALUE 'N'.
010820         88  SH-CYCLE-WARN-YES              VALUE 'Y'.
010830         88  SH-CYCLE-WARN-NO               VALUE 'N'.
010900 01  SH-WS-RUN-DATE              PIC X(08) VALUE SPACES.
011000 01  SH-WS-PREV-DATE             PIC X(08) VALUE SPACES.
011100 01  SH-WS-CYCLE-DATE            PIC X(08) VALUE SPACES.
017300 COPY DateLink.
017350 COPY RuleLink.
017360 COPY IncdLnk.
017365 COPY StepLnk.
017367 COPY CycLink.
017370 01  SH-WS-RUN-JOB-ID            PIC X(08) VALUE 'SHIFTHND'.
017380 01  SH-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
017390 01  SH-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
017900                                 PIC X(08).
018000 PROCEDURE DIVISION USING SH-LINK-PARM.
018100 0000-MAINLINE.
018110     PERFORM 9600-RECORD-STEP-START
018120         THRU 9600-RECORD-STEP-START-EXIT.
018200     PERFORM 1000-INITIALIZE
018300         THRU 1000-INITIALIZE-EXIT.
018400     IF SH-ERROR-YES
020400     ELSE
020500         MOVE 0 TO RETURN-CODE
020600     END-IF.
020602     IF RETURN-CODE = 0 AND SH-CYCLE-WARN-YES
020604         MOVE 4 TO RETURN-CODE
020606         MOVE 'CYCLE-CONTROL WARNING - SEE JOB LOG'
020608             TO SH-WS-DIAG-MSG
020609     END-IF.
020610     PERFORM 9500-LOG-INCIDENT
020620         THRU 9500-LOG-INCIDENT-EXIT.
020700 0000-MAINLINE-EXIT.
020710     PERFORM 9700-RECORD-STEP-END
020720         THRU 9700-RECORD-STEP-END-EXIT.
020800     GOBACK.
020900 1000-INITIALIZE.
020950     SET SH-CYCLE-WARN-NO TO TRUE.
021000     ACCEPT SH-WS-RUN-DATE FROM DATE YYYYMMDD.
021100     ACCEPT SH-WS-NOW-TIME FROM TIME.
021200     MOVE SH-WS-NOW-TIME (1:4) TO SH-WS-NOW-HHMM.
021400        SH-LINK-CYCLE-DATE NOT = SPACES
021500         MOVE SH-LINK-CYCLE-DATE TO SH-WS-CYCLE-DATE
021600     ELSE
021700         MOVE SPACES TO SH-WS-CYCLE-DATE
021800     END-IF.
021810     PERFORM 1100-GET-CYCLE-DATE
021820         THRU 1100-GET-CYCLE-DATE-EXIT.
021900     MOVE SH-WS-RUN-DATE TO HW-DS-DATE.
022000     CALL 'DateSerial' USING HW-DS-LINK-PARM.
022100     IF HW-DS-DATE-BAD
024800     END-IF.
024900 1000-INITIALIZE-EXIT.
025000     EXIT.
025003*    WITH NO DATE IN THE PARM THE PACKAGE IS FOR THE OPEN CYCLE
025006*    (THE RUN DATE WHEN NONE IS OPEN); A PARM DATE IS KEPT EVEN
025009*    WHEN IT IS NOT THE OPEN CYCLE.  THE SHIFT WINDOW STAYS ON
025012*    THE RUN DATE - IT IS WALL-CLOCK TIME, NOT CYCLE TIME.
025015 1100-GET-CYCLE-DATE.
025018     MOVE 'G'              TO HW-CY-REQ-FUNCTION.
025021     MOVE SH-WS-RUN-JOB-ID TO HW-CY-REQ-JOB-ID.
025024     MOVE SH-WS-CYCLE-DATE TO HW-CY-REQ-DATE.
025027     CALL 'CycleControl' USING HW-CY-LINK-PARM.
025030     IF SH-WS-CYCLE-DATE = SPACES
025033         MOVE HW-CY-CYCLE-DATE TO SH-WS-CYCLE-DATE
025036     END-IF.
025039     EVALUATE TRUE
025042         WHEN HW-CY-OK OR HW-CY-BAD-REQUEST
025045             CONTINUE
025048         WHEN HW-CY-DATE-MISMATCH
025051             DISPLAY 'SHIFTHND0170W - CYCLE DATE '
025054                 SH-WS-CYCLE-DATE ' IS NOT THE OPEN CYCLE '
025057                 HW-CY-CYCLE-DATE
025060             SET SH-CYCLE-WARN-YES TO TRUE
025063         WHEN OTHER
025066             DISPLAY 'SHIFTHND0180W - NO CYCLE OPEN ON THE '
025069                 'CYCLE-CONTROL FILE, HANDING OVER '
025072                 SH-WS-CYCLE-DATE
025075             SET SH-CYCLE-WARN-YES TO TRUE
025078     END-EVALUATE.
025081 1100-GET-CYCLE-DATE-EXIT.
025084     EXIT.
025100 1300-COMPUTE-PREV-DATE.
025200     MOVE SH-WS-RUN-DATE (1:4) TO SH-WS-PREV-YYYY.
025300     MOVE SH-WS-RUN-DATE (5:2) TO SH-WS-PREV-MM.
074800     EXIT.
075000 9500-LOG-INCIDENT.
075100     MOVE RETURN-CODE TO SH-WS-FINAL-RC.
075500     MOVE SH-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
075600     MOVE SH-WS-CYCLE-DATE TO HW-IL-REQ-DATE.
075700     MOVE SH-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
076000     MOVE SH-WS-FINAL-RC TO RETURN-CODE.
076100 9500-LOG-INCIDENT-EXIT.
076200     EXIT.
076300 9600-RECORD-STEP-START.
076400     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
076500     MOVE SH-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
076600     CALL 'StepLog' USING HW-SL-LINK-PARM.
076700 9600-RECORD-STEP-START-EXIT.
076800     EXIT.
076900 9700-RECORD-STEP-END.
077000     MOVE RETURN-CODE      TO SH-WS-FINAL-RC.
077100     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
077200     MOVE SH-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
077300     MOVE SH-WS-CYCLE-DATE TO HW-SL-REQ-DATE.
077400     MOVE SH-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
077500     MOVE SH-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
077600     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
077700     CALL 'StepLog' USING HW-SL-LINK-PARM.
077800     MOVE SH-WS-FINAL-RC TO RETURN-CODE.
077900 9700-RECORD-STEP-END-EXIT.
078000     EXIT.
