002093*                  CHANGED THE GREETING AND WHEN" IS ANSWERED
002094*                  BY THIS REPORT.  'PG' PURGE SUMMARIES ARE
002095*                  LEFT TO THE ARCHPURG REPORT.
002096* 2026-10-15 RC    CALL THE NEW StepLog SUBROUTINE AT START AND
002097*                  END SO THIS STEP LEAVES A CHECKPOINT, A
002098*                  RUN-HISTORY RECORD AND AN 'RU' AUDIT RECORD.
002100* 2026-10-15 RC    WITH NO PARM THE REPORT DATE IS NOW THE OPEN
002110*                  CYCLE FROM CycleControl, NOT THE SYSTEM DATE;
002120*                  NO CYCLE OPEN IS WARNED AND GIVES RETURN-CODE
002130*                  4.  THE INCIDENT RECORD TAKES THE OPEN CYCLE.
002135* 2026-10-15 RC    THE CONFIGURATION-CHANGES SECTION PRINTS THE
002140*                  FULL 80-BYTE BEFORE/AFTER IMAGES AND, FOR A
002145*                  CFGMNT CHANGE, THE REQUESTER AND APPROVER.
002150*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
004900     05  AR-WS-JOB-FOUND-SW      PIC X(01) VALUE 'N'.
005000         88  AR-JOB-FOUND-YES               VALUE 'Y'.
005100         88  AR-JOB-FOUND-NO                VALUE 'N'.
005110     05  AR-WS-CYCLE-WARN-SW     PIC X(01) VALUE 'N'.
005120         88  AR-CYCLE-WARN-YES              VALUE 'Y'.
005130         88  AR-CYCLE-WARN-NO               VALUE 'N'.
005200 01  AR-WS-FROM-DATE             PIC X(08) VALUE SPACES.
005300 01  AR-WS-TO-DATE               PIC X(08) VALUE SPACES.
005400 01  AR-WS-DATE-TEMP             PIC X(08) VALUE SPACES.
007570         10  AR-CT-JOB-ID        PIC X(08).
007580         10  AR-CT-KEY           PIC X(08).
007590         10  AR-CT-MESSAGE       PIC X(40).
007591         10  AR-CT-BEFORE        PIC X(80).
007592         10  AR-CT-AFTER         PIC X(80).
007593         10  AR-CT-REQUESTER     PIC X(08).
007594         10  AR-CT-APPROVER      PIC X(08).
007600 01  AR-WS-COUNT-DISP            PIC ZZ,ZZ9.
007610 01  AR-WS-RUN-JOB-ID            PIC X(08) VALUE 'AUDITRPT'.
007630 01  AR-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
007640 01  AR-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
007650 COPY IncdLnk.
007660 COPY StepLnk.
007670 COPY CycLink.
007700 LINKAGE SECTION.
007800 01  AR-LINK-PARM.
007900     05  AR-LINK-PARM-LEN        PIC S9(04) COMP.
008300         10  AR-LINK-TO-DATE     PIC X(08).
008400 PROCEDURE DIVISION USING AR-LINK-PARM.
008500 0000-MAINLINE.
008510     PERFORM 9600-RECORD-STEP-START
008520         THRU 9600-RECORD-STEP-START-EXIT.
008600     PERFORM 1000-INITIALIZE
008700         THRU 1000-INITIALIZE-EXIT.
008800     IF AR-WS-AT-STATUS NOT = '00'
009400     CLOSE AUDIT-TRAIL-FILE.
009500     PERFORM 3000-PRINT-REPORT
009600         THRU 3000-PRINT-REPORT-EXIT.
009602     IF AR-CYCLE-WARN-YES AND RETURN-CODE < 4
009604         MOVE 4 TO RETURN-CODE
009606         MOVE 'CYCLE-CONTROL WARNING - SEE JOB LOG'
009608             TO AR-WS-DIAG-MSG
009609     END-IF.
009610     PERFORM 9500-LOG-INCIDENT
009620         THRU 9500-LOG-INCIDENT-EXIT.
009700 0000-MAINLINE-EXIT.
009710     PERFORM 9700-RECORD-STEP-END
009720         THRU 9700-RECORD-STEP-END-EXIT.
009800     GOBACK.
009900 1000-INITIALIZE.
010000     MOVE SPACES TO AR-WS-FROM-DATE AR-WS-TO-DATE.
010050     SET AR-CYCLE-WARN-NO TO TRUE.
010100     IF AR-LINK-PARM-LEN >= 16
010200         MOVE AR-LINK-FROM-DATE TO AR-WS-FROM-DATE
010300         MOVE AR-LINK-TO-DATE   TO AR-WS-TO-DATE
010600             MOVE AR-LINK-FROM-DATE TO AR-WS-FROM-DATE
010700             MOVE AR-LINK-FROM-DATE TO AR-WS-TO-DATE
010800         ELSE
010900             PERFORM 1100-GET-CYCLE-DATE
010950                 THRU 1100-GET-CYCLE-DATE-EXIT
011000             MOVE AR-WS-TO-DATE TO AR-WS-FROM-DATE
011100         END-IF
011200     END-IF.
012400     END-IF.
012500 1000-INITIALIZE-EXIT.
012600     EXIT.
012606*    WITH NO PARM THE REPORT DATE IS THE OPEN CYCLE (THE SYSTEM
012612*    DATE WHEN NONE IS OPEN).  A PARM RANGE IS TAKEN AS GIVEN.
012618 1100-GET-CYCLE-DATE.
012624     MOVE 'G'              TO HW-CY-REQ-FUNCTION.
012630     MOVE AR-WS-RUN-JOB-ID TO HW-CY-REQ-JOB-ID.
012636     MOVE SPACES           TO HW-CY-REQ-DATE.
012642     CALL 'CycleControl' USING HW-CY-LINK-PARM.
012648     MOVE HW-CY-CYCLE-DATE TO AR-WS-TO-DATE.
012654     IF NOT HW-CY-OK
012660         DISPLAY 'AUDITRPT0060W - NO CYCLE OPEN ON THE CYCLE-'
012666             'CONTROL FILE, REPORTING ' AR-WS-TO-DATE
012672         SET AR-CYCLE-WARN-YES TO TRUE
012678     END-IF.
012684 1100-GET-CYCLE-DATE-EXIT.
012690     EXIT.
012700 2000-TALLY-AUDIT-RECORD.
012800     READ AUDIT-TRAIL-FILE
012900         AT END
021150         GO TO 2300-SAVE-CONFIG-CHANGE-EXIT
021160     END-IF.
021170     ADD 1 TO AR-WS-CFG-COUNT.
021172     MOVE HW-AT-TIMESTAMP TO AR-CT-TIMESTAMP (AR-WS-CFG-COUNT).
021174     MOVE HW-AT-JOB-ID    TO AR-CT-JOB-ID (AR-WS-CFG-COUNT).
021176     MOVE HW-AT-KEY       TO AR-CT-KEY (AR-WS-CFG-COUNT).
021178     MOVE HW-AT-MESSAGE   TO AR-CT-MESSAGE (AR-WS-CFG-COUNT).
021180     MOVE HW-AT-BEFORE-TEXT TO AR-CT-BEFORE (AR-WS-CFG-COUNT).
021182     MOVE HW-AT-AFTER-TEXT  TO AR-CT-AFTER (AR-WS-CFG-COUNT).
021184     MOVE HW-AT-REQUESTER-ID
021186         TO AR-CT-REQUESTER (AR-WS-CFG-COUNT).
021188     MOVE HW-AT-APPROVER-ID
021190         TO AR-CT-APPROVER (AR-WS-CFG-COUNT).
021192 2300-SAVE-CONFIG-CHANGE-EXIT.
021194     EXIT.
021200 2200-TALLY-SHIFT.
021300     EVALUATE TRUE
021400         WHEN AR-WS-REC-HH >= '06' AND AR-WS-REC-HH < '14'
033338     END-IF.
033340 3460-PRINT-CONFIG-SECTION-EXIT.
033342     EXIT.
033343 3470-PRINT-CONFIG-LINE.
033344     MOVE SPACES TO PRINT-LINE.
033345     STRING '  ' AR-CT-TIMESTAMP (AR-WS-CFG-SUB) ' '
033346             AR-CT-JOB-ID (AR-WS-CFG-SUB) ' '
033347             AR-CT-KEY (AR-WS-CFG-SUB) ' '
033348             AR-CT-MESSAGE (AR-WS-CFG-SUB)
033349         DELIMITED BY SIZE INTO HW-PL-TEXT.
033350     WRITE PRINT-LINE.
033351     IF AR-CT-BEFORE (AR-WS-CFG-SUB) NOT = SPACES
033352         MOVE SPACES TO PRINT-LINE
033353         STRING '    BEFORE: ' AR-CT-BEFORE (AR-WS-CFG-SUB)
033354             DELIMITED BY SIZE INTO HW-PL-TEXT
033355         END-STRING
033356         WRITE PRINT-LINE
033357     END-IF.
033358     IF AR-CT-AFTER (AR-WS-CFG-SUB) NOT = SPACES
033359         MOVE SPACES TO PRINT-LINE
033360         STRING '    AFTER:  ' AR-CT-AFTER (AR-WS-CFG-SUB)
033361             DELIMITED BY SIZE INTO HW-PL-TEXT
033362         END-STRING
033363         WRITE PRINT-LINE
033364     END-IF.
033365     IF AR-CT-REQUESTER (AR-WS-CFG-SUB) NOT = SPACES
033366         MOVE SPACES TO PRINT-LINE
033367         IF AR-CT-APPROVER (AR-WS-CFG-SUB) = SPACES
033368             STRING '    REQUESTED BY: '
033369                     AR-CT-REQUESTER (AR-WS-CFG-SUB)
033370                 DELIMITED BY SIZE INTO HW-PL-TEXT
033371             END-STRING
033372         ELSE
033373             STRING '    REQUESTED BY: '
033374                     AR-CT-REQUESTER (AR-WS-CFG-SUB)
033375                     '  APPROVED BY: '
033376                     AR-CT-APPROVER (AR-WS-CFG-SUB)
033377                 DELIMITED BY SIZE INTO HW-PL-TEXT
033378             END-STRING
033379         END-IF
033380         WRITE PRINT-LINE
033381     END-IF.
033382 3470-PRINT-CONFIG-LINE-EXIT.
033383     EXIT.
033400 3500-PRINT-FOOTER.
033500     MOVE SPACES TO PRINT-LINE.
033600     WRITE PRINT-LINE.
035200     IF AR-WS-FINAL-RC >= 8
035300         MOVE 'FILE OPEN OR READ FAILURE' TO AR-WS-DIAG-MSG
035400     END-IF.
035600     MOVE AR-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
035700     MOVE SPACES           TO HW-IL-REQ-DATE.
035800     MOVE AR-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
035900     MOVE AR-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
036000     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
036100     MOVE AR-WS-FINAL-RC TO RETURN-CODE.
036200 9500-LOG-INCIDENT-EXIT.
036300     EXIT.
036400 9600-RECORD-STEP-START.
036500     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
036600     MOVE AR-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
036700     CALL 'StepLog' USING HW-SL-LINK-PARM.
036800 9600-RECORD-STEP-START-EXIT.
036900     EXIT.
037000 9700-RECORD-STEP-END.
037100     MOVE RETURN-CODE      TO AR-WS-FINAL-RC.
037200     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
037300     MOVE AR-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
037400     MOVE SPACES           TO HW-SL-REQ-DATE.
037500     MOVE AR-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
037600     MOVE AR-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
037700     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
037800     CALL 'StepLog' USING HW-SL-LINK-PARM.
037900     MOVE AR-WS-FINAL-RC TO RETURN-CODE.
038000 9700-RECORD-STEP-END-EXIT.
038100     EXIT.
