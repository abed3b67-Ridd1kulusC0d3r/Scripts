002668*                  IS RIGHT WHEN A DATE HAS SEVERAL ATTEMPTS.
002669*                  A CHECKPOINT WITHOUT A NUMERIC RUN (WRITTEN
002670*                  BEFORE THIS CHANGE) COUNTS AS RUN 01.
002671* 2026-10-15 RC    CALL StepLog AT START AND END FOR THE
002672*                  RUN-HISTORY AND 'RU' AUDIT RECORDS ONLY - THE
002673*                  CLOSE CHECKPOINT STAYS IN 5000 (START RUN).
002674* 2026-10-15 RC    THE CYCLE DATE NOW DEFAULTS TO THE OPEN CYCLE
002675*                  ON THE CYCLE-CONTROL RECORD (CycleControl), SO
002676*                  A CYCLE ENDING AFTER MIDNIGHT NO LONGER NEEDS
002677*                  THE PRIOR DATE IN THE PARM, AND THE CLOSE
002678*                  MARKS THAT RECORD CLOSED.  NO OPEN CYCLE, OR A
002679*                  PARM DATE THAT IS NOT THE OPEN CYCLE, IS
002680*                  WARNED ON THE JOB LOG AND GIVES RETURN-CODE 4
002681*                  (THE CLOSE CHECKPOINT IS STILL WRITTEN FOR THE
002682*                  DATE USED; THE CONTROL RECORD IS LEFT ALONE).
002683* 2026-10-15 RC    THE CLOSE CHECKPOINT NOW CARRIES THE NEXT
002684*                  RESTARTC SEQUENCE NUMBER FROM LogControl,
002685*                  TAKEN BEFORE THE OPEN SO A LOST APPEND SHOWS
002686*                  AS A GAP.
002687* 2026-10-15 RC    AN UNAVAILABLE CYCLE-CONTROL FILE IS NOW AN
002688*                  ERROR OF ITS OWN, GIVING RETURN-CODE 8.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
006100     05  CE-WS-DATE-FOUND-SW     PIC X(01) VALUE 'N'.
006200         88  CE-DATE-FOUND-YES              VALUE 'Y'.
006300         88  CE-DATE-FOUND-NO               VALUE 'N'.
006310     05  CE-WS-CYCLE-WARN-SW     PIC X(01) VALUE 'N'.
006320         88  CE-CYCLE-WARN-YES              VALUE 'Y'.
006330         88  CE-CYCLE-WARN-NO               VALUE 'N'.
006340         88  CE-CYCLE-FILE-ERROR            VALUE 'E'.
006400 01  CE-WS-START-JOB-ID          PIC X(08) VALUE 'HELLOWLD'.
006500 01  CE-WS-RUN-JOB-ID            PIC X(08) VALUE 'CYCLEEND'.
006600 01  CE-WS-CYCLE-DATE            PIC X(08) VALUE SPACES.
010220 01  CE-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
010300 COPY DateLink.
010310 COPY IncdLnk.
010360 COPY StepLnk.
010370 COPY CycLink.
010380 COPY LogLink.
010400 LINKAGE SECTION.
010500 COPY CloseLnk.
010600 PROCEDURE DIVISION USING HW-CE-LINK-PARM.
010700 0000-MAINLINE.
010710     PERFORM 9600-RECORD-STEP-START
010720         THRU 9600-RECORD-STEP-START-EXIT.
010800     PERFORM 1000-INITIALIZE
010900         THRU 1000-INITIALIZE-EXIT.
011000     IF CE-PARM-INVALID
011900         THRU 4000-DISPLAY-CLOSE-BANNER-EXIT.
012000     PERFORM 5000-WRITE-CLOSE-CHECKPOINT
012100         THRU 5000-WRITE-CLOSE-CHECKPOINT-EXIT.
012110     PERFORM 5100-CLOSE-CYCLE-CONTROL
012120         THRU 5100-CLOSE-CYCLE-CONTROL-EXIT.
012200     PERFORM 6000-PRINT-RUN-LOG
012300         THRU 6000-PRINT-RUN-LOG-EXIT.
012400     IF CE-START-FOUND-YES
012500         MOVE 0 TO RETURN-CODE
012510         MOVE SPACES TO CE-WS-DIAG-MSG
012520         IF CE-CYCLE-WARN-YES
012530             MOVE 4 TO RETURN-CODE
012540             MOVE 'CYCLE-CONTROL RECORD NOT CLOSED'
012550                 TO CE-WS-DIAG-MSG
012560         END-IF
012570         IF CE-CYCLE-FILE-ERROR
012575             MOVE 8 TO RETURN-CODE
012580             MOVE 'CYCLE-CONTROL FILE UNAVAILABLE'
012585                 TO CE-WS-DIAG-MSG
012590         END-IF
012600     ELSE
012700         DISPLAY 'CYCLEEND0030W - NO START CHECKPOINT FOR CYCLE '
012800             CE-WS-CYCLE-DATE
013010     PERFORM 9500-LOG-INCIDENT
013020         THRU 9500-LOG-INCIDENT-EXIT.
013100 0000-MAINLINE-EXIT.
013110     PERFORM 9700-RECORD-STEP-END
013120         THRU 9700-RECORD-STEP-END-EXIT.
013200     GOBACK.
013300 1000-INITIALIZE.
013400     SET CE-PARM-VALID TO TRUE.
013500     SET CE-START-FOUND-NO TO TRUE.
013600     SET CE-EOF-NO TO TRUE.
013650     SET CE-CYCLE-WARN-NO TO TRUE.
013700     MOVE ZERO TO CE-WS-DATE-COUNT.
013750     MOVE ZERO TO CE-WS-START-RUN.
013800     MOVE ZERO TO CE-WS-UNMATCHED-COUNT.
014000     MOVE 'NOT AVAILABLE' TO CE-WS-ELAPSED-DISP.
014100     ACCEPT CE-WS-CLOSE-DATE FROM DATE YYYYMMDD.
014200     ACCEPT CE-WS-CLOSE-TIME FROM TIME.
014300     MOVE SPACES TO CE-WS-CYCLE-DATE.
014400     IF HW-CE-PARM-LEN = 0
014500         IF HW-CE-JOB-ID NOT = SPACES
014600             MOVE HW-CE-JOB-ID TO CE-WS-RUN-JOB-ID
015700             MOVE HW-CE-CYCLE-DATE TO CE-WS-CYCLE-DATE
015800         END-IF
015900     END-IF.
015910     PERFORM 1100-GET-CYCLE-DATE
015920         THRU 1100-GET-CYCLE-DATE-EXIT.
016000     MOVE CE-WS-CYCLE-DATE TO HW-DS-DATE.
016100     CALL 'DateSerial' USING HW-DS-LINK-PARM.
016200     IF HW-DS-DATE-BAD
017300         + (CE-WS-CLOSE-MM * 60) + CE-WS-CLOSE-SS.
017400 1000-INITIALIZE-EXIT.
017500     EXIT.
017503*    WITH NO DATE IN THE PARM THE OPEN CYCLE IS THE ONE CLOSED;
017506*    CycleControl HANDS BACK THE SYSTEM DATE WHEN NONE IS OPEN.
017509*    A PARM DATE IS KEPT EVEN WHEN IT IS NOT THE OPEN CYCLE.
017512 1100-GET-CYCLE-DATE.
017515     MOVE 'G'              TO HW-CY-REQ-FUNCTION.
017518     MOVE CE-WS-RUN-JOB-ID TO HW-CY-REQ-JOB-ID.
017521     MOVE CE-WS-CYCLE-DATE TO HW-CY-REQ-DATE.
017524     CALL 'CycleControl' USING HW-CY-LINK-PARM.
017527     IF CE-WS-CYCLE-DATE = SPACES
017530         MOVE HW-CY-CYCLE-DATE TO CE-WS-CYCLE-DATE
017533     END-IF.
017536     EVALUATE TRUE
017539         WHEN HW-CY-OK OR HW-CY-BAD-REQUEST
017542             CONTINUE
017545         WHEN HW-CY-DATE-MISMATCH
017548             DISPLAY 'CYCLEEND0080W - CYCLE DATE '
017551                 CE-WS-CYCLE-DATE ' IS NOT THE OPEN CYCLE '
017554                 HW-CY-CYCLE-DATE
017557             SET CE-CYCLE-WARN-YES TO TRUE
017560         WHEN HW-CY-FILE-UNAVAILABLE
017563             DISPLAY 'CYCLEEND0095E - CYCLE-CONTROL FILE '
017566                 'UNAVAILABLE, CLOSING ' CE-WS-CYCLE-DATE
017569             SET CE-CYCLE-FILE-ERROR TO TRUE
017572         WHEN OTHER
017575             DISPLAY 'CYCLEEND0090W - NO CYCLE OPEN ON THE '
017578                 'CYCLE-CONTROL FILE, CLOSING ' CE-WS-CYCLE-DATE
017581             SET CE-CYCLE-WARN-YES TO TRUE
017584     END-EVALUATE.
017587 1100-GET-CYCLE-DATE-EXIT.
017590     EXIT.
017600 2000-SCAN-CHECKPOINTS.
017700     OPEN INPUT RESTART-CONTROL-FILE.
017800     IF CE-WS-RC-STATUS NOT = '00'
029830     ELSE
029840         MOVE 1 TO HW-RC-CYCLE-RUN
029850     END-IF.
029860     MOVE 'N'              TO HW-LG-REQ-FUNCTION.
029870     MOVE 'RESTARTC'       TO HW-LG-REQ-FILE-ID.
029880     MOVE CE-WS-RUN-JOB-ID TO HW-LG-REQ-JOB-ID.
029885     CALL 'LogControl' USING HW-LG-LINK-PARM.
029890     MOVE HW-LG-SEQ-NO     TO HW-RC-SEQ-NO.
029895     MOVE SPACE            TO HW-RC-TS-SOURCE.
029900     OPEN EXTEND RESTART-CONTROL-FILE.
030000     IF CE-WS-RC-STATUS = '00'
030100         WRITE RESTART-CONTROL-RECORD
030600     END-IF.
030700 5000-WRITE-CLOSE-CHECKPOINT-EXIT.
030800     EXIT.
030805 5100-CLOSE-CYCLE-CONTROL.
030810     IF NOT CE-CYCLE-WARN-NO
030815         GO TO 5100-CLOSE-CYCLE-CONTROL-EXIT
030820     END-IF.
030825     MOVE 'C'              TO HW-CY-REQ-FUNCTION.
030830     MOVE CE-WS-RUN-JOB-ID TO HW-CY-REQ-JOB-ID.
030835     MOVE CE-WS-CYCLE-DATE TO HW-CY-REQ-DATE.
030840     CALL 'CycleControl' USING HW-CY-LINK-PARM.
030845     IF NOT HW-CY-OK
030850         DISPLAY 'CYCLEEND0100W - CYCLE ' CE-WS-CYCLE-DATE
030855             ' NOT CLOSED ON THE CYCLE-CONTROL FILE, RETURN='
030860             HW-CY-RETURN
030865         SET CE-CYCLE-WARN-YES TO TRUE
030870     END-IF.
030875 5100-CLOSE-CYCLE-CONTROL-EXIT.
030880     EXIT.
030900 6000-PRINT-RUN-LOG.
031000     OPEN OUTPUT PRINT-FILE.
031100     IF CE-WS-PF-STATUS NOT = '00'
038500     MOVE CE-WS-FINAL-RC TO RETURN-CODE.
038600 9500-LOG-INCIDENT-EXIT.
038700     EXIT.
038800 9600-RECORD-STEP-START.
038900     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
039000     MOVE CE-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
039100     CALL 'StepLog' USING HW-SL-LINK-PARM.
039200 9600-RECORD-STEP-START-EXIT.
039300     EXIT.
039400 9700-RECORD-STEP-END.
039500     MOVE RETURN-CODE      TO CE-WS-FINAL-RC.
039600     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
039700     MOVE CE-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
039800     MOVE CE-WS-CYCLE-DATE TO HW-SL-REQ-DATE.
039900     MOVE CE-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
040000     MOVE CE-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
040100     MOVE 'N'              TO HW-SL-REQ-CHECKPOINT.
040200     CALL 'StepLog' USING HW-SL-LINK-PARM.
040300     MOVE CE-WS-FINAL-RC TO RETURN-CODE.
040400 9700-RECORD-STEP-END-EXIT.
040500     EXIT.
