002372*                  BE ANSWERED FROM AUDITRPT INSTEAD OF A
002373*                  ONE-SHOT SYSOUT.  DELETES NOW READ THE
002374*                  RECORD FIRST TO CAPTURE THE BEFORE TEXT.
002375* 2026-10-15 RC    CALL THE NEW StepLog SUBROUTINE AT START AND
002376*                  END SO THIS STEP LEAVES A CHECKPOINT, A
002377*                  RUN-HISTORY RECORD AND AN 'RU' AUDIT RECORD.
002378* 2026-10-15 RC    THE INCIDENT RECORD NOW CARRIES THE OPEN CYCLE
002380*                  DATE (IncidentLog DEFAULT, SEE CycLink) INSTEAD
002382*                  OF THE SYSTEM DATE.
002383* 2026-10-15 RC    EACH 'CF' AUDIT RECORD NOW CARRIES THE NEXT
002384*                  AUDITTRL SEQUENCE NUMBER FROM LogControl, TAKEN
002385*                  EVEN WHEN THE FILE IS UNAVAILABLE SO THE LOST
002386*                  RECORD SHOWS AS A GAP.
002387* 2026-10-15 RC    THE AUDIT RECORD'S NEW REQUESTER/APPROVER
002388*                  FIELDS ARE WRITTEN AS SPACES.
002390*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
010607 01  GM-WS-FILE-NAME             PIC X(08) VALUE SPACES.
010608 01  GM-WS-FUNC-NAME             PIC X(06) VALUE SPACES.
010610 01  GM-WS-RUN-JOB-ID            PIC X(08) VALUE 'GREETMNT'.
010630 01  GM-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
010640 01  GM-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
010650 COPY IncdLnk.
010660 COPY StepLnk.
010670 COPY LogLink.
010700 PROCEDURE DIVISION.
010800 0000-MAINLINE.
010810     PERFORM 9600-RECORD-STEP-START
010820         THRU 9600-RECORD-STEP-START-EXIT.
010900     PERFORM 1000-INITIALIZE
011000         THRU 1000-INITIALIZE-EXIT.
011100     IF GM-OPEN-ERROR-YES
013510     PERFORM 9500-LOG-INCIDENT
013520         THRU 9500-LOG-INCIDENT-EXIT.
013600 0000-MAINLINE-EXIT.
013610     PERFORM 9700-RECORD-STEP-END
013620         THRU 9700-RECORD-STEP-END-EXIT.
013700     GOBACK.
013800 1000-INITIALIZE.
013900     OPEN OUTPUT PRINT-FILE.
051600 4000-PRINT-SUMMARY-EXIT.
051700     EXIT.
051710 9300-WRITE-CONFIG-AUDIT.
051711     PERFORM 9800-TAKE-SEQUENCE
051712         THRU 9800-TAKE-SEQUENCE-EXIT.
051713     IF GM-AT-AVAIL-NO
051714         GO TO 9300-WRITE-CONFIG-AUDIT-EXIT
051716     END-IF.
051718     ACCEPT GM-WS-STAMP-DATE FROM DATE YYYYMMDD.
051774     MOVE 'CF' TO HW-AT-REC-TYPE.
051776     MOVE HW-GT-KEY TO HW-AT-KEY.
051778     MOVE GM-WS-BEFORE-TEXT TO HW-AT-BEFORE-TEXT.
051779     MOVE GM-WS-AFTER-TEXT  TO HW-AT-AFTER-TEXT.
051780     MOVE HW-LG-SEQ-NO      TO HW-AT-SEQ-NO.
051781     MOVE SPACE             TO HW-AT-TS-SOURCE.
051782     MOVE SPACES            TO HW-AT-OPERATORS.
051783     WRITE AUDIT-TRAIL-RECORD.
051784     IF GM-WS-AT-STATUS NOT = '00'
051786         DISPLAY 'GREETMNT0100W - AUDIT-TRAIL WRITE FAILED'
051788             ', STATUS=' GM-WS-AT-STATUS
051796     EXIT.
051800 9500-LOG-INCIDENT.
051900     MOVE RETURN-CODE TO GM-WS-FINAL-RC.
052100     MOVE GM-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
052200     MOVE SPACES           TO HW-IL-REQ-DATE.
052300     MOVE GM-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
052400     MOVE GM-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
052500     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
052600     MOVE GM-WS-FINAL-RC TO RETURN-CODE.
052700 9500-LOG-INCIDENT-EXIT.
052800     EXIT.
052900 9600-RECORD-STEP-START.
053000     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
053100     MOVE GM-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
053200     CALL 'StepLog' USING HW-SL-LINK-PARM.
053300 9600-RECORD-STEP-START-EXIT.
053400     EXIT.
053500 9700-RECORD-STEP-END.
053600     MOVE RETURN-CODE      TO GM-WS-FINAL-RC.
053700     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
053800     MOVE GM-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
053900     MOVE SPACES           TO HW-SL-REQ-DATE.
054000     MOVE GM-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
054100     MOVE GM-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
054200     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
054300     CALL 'StepLog' USING HW-SL-LINK-PARM.
054400     MOVE GM-WS-FINAL-RC TO RETURN-CODE.
054500 9700-RECORD-STEP-END-EXIT.
054600     EXIT.
054700*
054800* THE NUMBER IS TAKEN EVEN WHEN THE AUDIT TRAIL COULD NOT BE
054900* OPENED, SO THE RECORD THAT IS LOST SHOWS AS A GAP (LOGVRFY).
055000 9800-TAKE-SEQUENCE.
055100     MOVE 'N'              TO HW-LG-REQ-FUNCTION.
055200     MOVE 'AUDITTRL'       TO HW-LG-REQ-FILE-ID.
055300     MOVE GM-WS-RUN-JOB-ID TO HW-LG-REQ-JOB-ID.
055400     CALL 'LogControl' USING HW-LG-LINK-PARM.
055500 9800-TAKE-SEQUENCE-EXIT.
055600     EXIT.
