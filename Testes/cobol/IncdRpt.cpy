002520*                  FINAL RETURN-CODE, LIKE EVERY OTHER MAIN,
002530*                  SO A FILE FAILURE (RC 8) LEAVES A DURABLE
002540*                  INCIDENT RECORD AND A CLEAN RERUN CLOSES IT.
002550* 2026-10-15 RC    CALL THE NEW StepLog SUBROUTINE AT START AND
002560*                  END SO THIS STEP LEAVES A CHECKPOINT, A
002570*                  RUN-HISTORY RECORD AND AN 'RU' AUDIT RECORD.
002575* 2026-10-15 RC    THE INCIDENT RECORD NOW CARRIES THE OPEN CYCLE
002580*                  DATE (IncidentLog DEFAULT, SEE CycLink) INSTEAD
002585*                  OF THE SYSTEM DATE.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
008900 01  IR-WS-ATT-DISP              PIC Z9.
009000 01  IR-WS-RC-DISP               PIC ZZZ9.
009010 COPY IncdLnk.
009015 COPY StepLnk.
009020 01  IR-WS-RUN-JOB-ID            PIC X(08) VALUE 'INCDRPT'.
009040 01  IR-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
009050 01  IR-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
009100 LINKAGE SECTION.
009700         10  IR-LINK-TO-DATE     PIC X(08).
009800 PROCEDURE DIVISION USING IR-LINK-PARM.
009900 0000-MAINLINE.
009910     PERFORM 9600-RECORD-STEP-START
009920         THRU 9600-RECORD-STEP-START-EXIT.
010000     PERFORM 1000-INITIALIZE
010100         THRU 1000-INITIALIZE-EXIT.
010200     IF IR-ERROR-YES
012010     PERFORM 9500-LOG-INCIDENT
012020         THRU 9500-LOG-INCIDENT-EXIT.
012100 0000-MAINLINE-EXIT.
012110     PERFORM 9700-RECORD-STEP-END
012120         THRU 9700-RECORD-STEP-END-EXIT.
012200     GOBACK.
012300 1000-INITIALIZE.
012400     MOVE 'WHOLE FILE' TO IR-WS-RANGE-DISP.
039300     EXIT.
039400 9500-LOG-INCIDENT.
039500     MOVE RETURN-CODE TO IR-WS-FINAL-RC.
039700     MOVE IR-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
039800     MOVE SPACES           TO HW-IL-REQ-DATE.
039900     MOVE IR-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
040000     MOVE IR-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
040100     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
040200     MOVE IR-WS-FINAL-RC TO RETURN-CODE.
040300 9500-LOG-INCIDENT-EXIT.
040400     EXIT.
040500 9600-RECORD-STEP-START.
040600     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
040700     MOVE IR-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
040800     CALL 'StepLog' USING HW-SL-LINK-PARM.
040900 9600-RECORD-STEP-START-EXIT.
041000     EXIT.
041100 9700-RECORD-STEP-END.
041200     MOVE RETURN-CODE      TO IR-WS-FINAL-RC.
041300     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
041400     MOVE IR-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
041500     MOVE SPACES           TO HW-SL-REQ-DATE.
041600     MOVE IR-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
041700     MOVE IR-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
041800     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
041900     CALL 'StepLog' USING HW-SL-LINK-PARM.
042000     MOVE IR-WS-FINAL-RC TO RETURN-CODE.
042100 9700-RECORD-STEP-END-EXIT.
042200     EXIT.
