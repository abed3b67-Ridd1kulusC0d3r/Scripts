002190*                  JOB-ID KEY AND THE MESSAGE TEXT, SO A LOAD
002191*                  CAN BE RECONSTRUCTED FROM THE TRAIL INSTEAD
002192*                  OF THE ONE-SHOT SYSOUT REPORT.
002194* 2026-10-15 RC    CALL THE NEW StepLog SUBROUTINE AT START AND
002196*                  END SO THIS STEP LEAVES A CHECKPOINT, A
002198*                  RUN-HISTORY RECORD AND AN 'RU' AUDIT RECORD.
002200* 2026-10-15 RC    THE INCIDENT RECORD NOW CARRIES THE OPEN CYCLE
002210*                  DATE (IncidentLog DEFAULT, SEE CycLink) INSTEAD
002220*                  OF THE SYSTEM DATE.
002225* 2026-10-15 RC    EACH 'LD' AUDIT RECORD NOW CARRIES THE NEXT
002230*                  AUDITTRL SEQUENCE NUMBER FROM LogControl, TAKEN
002235*                  EVEN WHEN THE FILE IS UNAVAILABLE SO THE LOST
002240*                  RECORD SHOWS AS A GAP.
002243* 2026-10-15 RC    THE AUDIT RECORD'S NEW REQUESTER/APPROVER
002246*                  FIELDS ARE WRITTEN AS SPACES.
002250*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
006604 01  LD-WS-STAMP-TIME            PIC 9(08) VALUE ZEROS.
006606 01  LD-WS-DECISION              PIC X(20) VALUE SPACES.
006610 01  LD-WS-RUN-JOB-ID            PIC X(08) VALUE 'PARMLOAD'.
006630 01  LD-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
006640 01  LD-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
006650 COPY IncdLnk.
006660 COPY StepLnk.
006670 COPY LogLink.
006700 PROCEDURE DIVISION.
006800 0000-MAINLINE.
006810     PERFORM 9600-RECORD-STEP-START
006820         THRU 9600-RECORD-STEP-START-EXIT.
006900     PERFORM 1000-INITIALIZE
007000         THRU 1000-INITIALIZE-EXIT.
007100     IF LD-OPEN-ERROR-YES
009010     PERFORM 9500-LOG-INCIDENT
009020         THRU 9500-LOG-INCIDENT-EXIT.
009100 0000-MAINLINE-EXIT.
009110     PERFORM 9700-RECORD-STEP-END
009120         THRU 9700-RECORD-STEP-END-EXIT.
009200     GOBACK.
009300 1000-INITIALIZE.
009400     OPEN OUTPUT PRINT-FILE.
016100 2100-PRINT-DUPLICATE-EXIT.
016200     EXIT.
016210 2200-WRITE-LOAD-AUDIT.
016211     PERFORM 9800-TAKE-SEQUENCE
016212         THRU 9800-TAKE-SEQUENCE-EXIT.
016213     IF LD-AT-AVAIL-NO
016214         GO TO 2200-WRITE-LOAD-AUDIT-EXIT
016216     END-IF.
016218     ACCEPT LD-WS-STAMP-DATE FROM DATE YYYYMMDD.
016246     MOVE 'LD' TO HW-AT-REC-TYPE.
016248     MOVE LD-SEQ-JOB-ID TO HW-AT-KEY.
016250     MOVE SPACES TO HW-AT-BEFORE-TEXT.
016251     MOVE LD-SEQ-MESSAGE TO HW-AT-AFTER-TEXT.
016252     MOVE HW-LG-SEQ-NO TO HW-AT-SEQ-NO.
016253     MOVE SPACE TO HW-AT-TS-SOURCE.
016254     MOVE SPACES TO HW-AT-OPERATORS.
016255     WRITE AUDIT-TRAIL-RECORD.
016256     IF LD-WS-AT-STATUS NOT = '00'
016258         DISPLAY 'PARMLOAD0060W - AUDIT-TRAIL WRITE FAILED'
016260             ', STATUS=' LD-WS-AT-STATUS
018800     EXIT.
018900 9500-LOG-INCIDENT.
019000     MOVE RETURN-CODE TO LD-WS-FINAL-RC.
019200     MOVE LD-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
019300     MOVE SPACES           TO HW-IL-REQ-DATE.
019400     MOVE LD-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
019500     MOVE LD-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
019600     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
019700     MOVE LD-WS-FINAL-RC TO RETURN-CODE.
019800 9500-LOG-INCIDENT-EXIT.
019900     EXIT.
020000 9600-RECORD-STEP-START.
020100     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
020200     MOVE LD-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
020300     CALL 'StepLog' USING HW-SL-LINK-PARM.
020400 9600-RECORD-STEP-START-EXIT.
020500     EXIT.
020600 9700-RECORD-STEP-END.
020700     MOVE RETURN-CODE      TO LD-WS-FINAL-RC.
020800     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
020900     MOVE LD-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
021000     MOVE SPACES           TO HW-SL-REQ-DATE.
021100     MOVE LD-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
021200     MOVE LD-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
021300     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
021400     CALL 'StepLog' USING HW-SL-LINK-PARM.
021500     MOVE LD-WS-FINAL-RC TO RETURN-CODE.
021600 9700-RECORD-STEP-END-EXIT.
021700     EXIT.
021800*
021900* THE NUMBER IS TAKEN EVEN WHEN THE AUDIT TRAIL COULD NOT BE
022000* OPENED, SO THE RECORD THAT IS LOST SHOWS AS A GAP (LOGVRFY).
022100 9800-TAKE-SEQUENCE.
022200     MOVE 'N'              TO HW-LG-REQ-FUNCTION.
022300     MOVE 'AUDITTRL'       TO HW-LG-REQ-FILE-ID.
022400     MOVE LD-WS-RUN-JOB-ID TO HW-LG-REQ-JOB-ID.
022500     CALL 'LogControl' USING HW-LG-LINK-PARM.
022600 9800-TAKE-SEQUENCE-EXIT.
022700     EXIT.
