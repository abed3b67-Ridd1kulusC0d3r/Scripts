002540*                  DURABLE INCIDENT RECORD AND A CLEAN RERUN
002550*                  CLOSES IT.  RC 4 (NOT FOUND) IS AN ANSWER,
002560*                  NOT AN INCIDENT.
002570* 2026-10-15 RC    CALL THE NEW StepLog SUBROUTINE AT START AND
002580*                  END FOR THE RUN-HISTORY AND 'RU' AUDIT RECORDS.
002590*                  AN INQUIRY WRITES NO CHECKPOINT OF ITS OWN.
002592* 2026-10-15 RC    THE INCIDENT RECORD NOW CARRIES THE OPEN CYCLE
002594*                  DATE (IncidentLog DEFAULT, SEE CycLink) INSTEAD
002596*                  OF THE SYSTEM DATE.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
006500 01  RQ-WS-COUNT-DISP            PIC ZZ,ZZ9.
006600 01  RQ-WS-RUN-DISP              PIC Z9.
006610 COPY IncdLnk.
006615 COPY StepLnk.
006620 01  RQ-WS-RUN-JOB-ID            PIC X(08) VALUE 'RSTRTINQ'.
006640 01  RQ-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
006650 01  RQ-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
006700 LINKAGE SECTION.
007400         10  RQ-LINK-RUN         PIC X(02).
007500 PROCEDURE DIVISION USING RQ-LINK-PARM.
007600 0000-MAINLINE.
007610     PERFORM 9600-RECORD-STEP-START
007620         THRU 9600-RECORD-STEP-START-EXIT.
007700     PERFORM 1000-INITIALIZE
007800         THRU 1000-INITIALIZE-EXIT.
007900     IF RQ-ERROR-YES
009410     PERFORM 9500-LOG-INCIDENT
009420         THRU 9500-LOG-INCIDENT-EXIT.
009500 0000-MAINLINE-EXIT.
009510     PERFORM 9700-RECORD-STEP-END
009520         THRU 9700-RECORD-STEP-END-EXIT.
009600     GOBACK.
009700 1000-INITIALIZE.
009800     IF RQ-LINK-PARM-LEN < 16
022300     EXIT.
022400 9500-LOG-INCIDENT.
022500     MOVE RETURN-CODE TO RQ-WS-FINAL-RC.
022700     MOVE RQ-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
022800     MOVE SPACES           TO HW-IL-REQ-DATE.
022900     MOVE RQ-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
023000     MOVE RQ-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
023100     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
023200     MOVE RQ-WS-FINAL-RC TO RETURN-CODE.
023300 9500-LOG-INCIDENT-EXIT.
023400     EXIT.
023500 9600-RECORD-STEP-START.
023600     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
023700     MOVE RQ-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
023800     CALL 'StepLog' USING HW-SL-LINK-PARM.
023900 9600-RECORD-STEP-START-EXIT.
024000     EXIT.
024100 9700-RECORD-STEP-END.
024200     MOVE RETURN-CODE      TO RQ-WS-FINAL-RC.
024300     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
024400     MOVE RQ-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
024500     MOVE SPACES           TO HW-SL-REQ-DATE.
024600     MOVE RQ-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
024700     MOVE RQ-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
024800     MOVE 'N'              TO HW-SL-REQ-CHECKPOINT.
024900     CALL 'StepLog' USING HW-SL-LINK-PARM.
025000     MOVE RQ-WS-FINAL-RC TO RETURN-CODE.
025100 9700-RECORD-STEP-END-EXIT.
025200     EXIT.
