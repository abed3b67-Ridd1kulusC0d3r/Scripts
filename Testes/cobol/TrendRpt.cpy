002270*                  (RC 8) ALERTS THROUGH THE NEW OpsAlert
002280*                  ROUTINE SO THE DASHBOARD SEES THEM THE
002290*                  NIGHT THEY HAPPEN.
002292* 2026-10-15 RC    CALL THE NEW StepLog SUBROUTINE AT START AND
002294*                  END SO THIS STEP LEAVES A CHECKPOINT, A
002296*                  RUN-HISTORY RECORD AND AN 'RU' AUDIT RECORD.
002297* 2026-10-15 RC    THE INCIDENT RECORD NOW CARRIES THE OPEN CYCLE
002298*                  DATE (IncidentLog DEFAULT, SEE CycLink) INSTEAD
002299*                  OF THE SYSTEM DATE.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
007500 01  TD-WS-AVG-DISP              PIC ZZZ,ZZ9.
007600 01  TD-WS-PCT-DISP              PIC ZZ9.
007610 01  TD-WS-RUN-JOB-ID            PIC X(08) VALUE 'TRENDRPT'.
007630 01  TD-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
007640 01  TD-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
007650 COPY IncdLnk.
007655 COPY StepLnk.
007660 COPY AlrtLink.
007670 01  TD-WS-ALERT-TEXT            PIC X(60) VALUE SPACES.
007700 LINKAGE SECTION.
008200                                 PIC 9(03).
008300 PROCEDURE DIVISION USING TD-LINK-PARM.
008400 0000-MAINLINE.
008410     PERFORM 9600-RECORD-STEP-START
008420         THRU 9600-RECORD-STEP-START-EXIT.
008500     PERFORM 1000-INITIALIZE
008600         THRU 1000-INITIALIZE-EXIT.
008700     IF TD-ERROR-YES
010630     PERFORM 9500-LOG-INCIDENT
010640         THRU 9500-LOG-INCIDENT-EXIT.
010700 0000-MAINLINE-EXIT.
010710     PERFORM 9700-RECORD-STEP-END
010720         THRU 9700-RECORD-STEP-END-EXIT.
010800     GOBACK.
010900 1000-INITIALIZE.
011000     IF TD-LINK-PARM-LEN >= 3 AND
033900     EXIT.
034000 9500-LOG-INCIDENT.
034100     MOVE RETURN-CODE TO TD-WS-FINAL-RC.
034300     MOVE TD-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
034400     MOVE SPACES           TO HW-IL-REQ-DATE.
034500     MOVE TD-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
034600     MOVE TD-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
034700     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
035600     MOVE TD-WS-FINAL-RC TO RETURN-CODE.
035700 9400-SEND-ALERT-EXIT.
035800     EXIT.
035900 9600-RECORD-STEP-START.
036000     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
036100     MOVE TD-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
036200     CALL 'StepLog' USING HW-SL-LINK-PARM.
036300 9600-RECORD-STEP-START-EXIT.
036400     EXIT.
036500 9700-RECORD-STEP-END.
036600     MOVE RETURN-CODE      TO TD-WS-FINAL-RC.
036700     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
036800     MOVE TD-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
036900     MOVE SPACES           TO HW-SL-REQ-DATE.
037000     MOVE TD-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
037100     MOVE TD-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
037200     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
037300     CALL 'StepLog' USING HW-SL-LINK-PARM.
037400     MOVE TD-WS-FINAL-RC TO RETURN-CODE.
037500 9700-RECORD-STEP-END-EXIT.
037600     EXIT.
