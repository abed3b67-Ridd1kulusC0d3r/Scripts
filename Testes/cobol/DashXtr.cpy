003000*                  0 = EXTRACT WRITTEN AND VERIFIED, 8 =
003100*                  TRAILER VALIDATION FAILED, 12 = A FILE
003200*                  COULD NOT BE OPENED OR READ.
003210* 2026-10-15 RC    CALL THE NEW StepLog SUBROUTINE AT START AND
003220*                  END SO THIS STEP LEAVES A CHECKPOINT, A
003230*                  RUN-HISTORY RECORD AND AN 'RU' AUDIT RECORD.
003240* 2026-10-15 RC    WITH NO DATE IN THE PARM THE CYCLE DATE IS NOW
003250*                  THE OPEN CYCLE FROM CycleControl, NOT THE
003260*                  SYSTEM DATE.  NO OPEN CYCLE, OR A PARM DATE
003270*                  THAT IS NOT THE OPEN CYCLE, IS WARNED AND
003280*                  GIVES RETURN-CODE 4 WHEN THE EXTRACT IS
003290*                  OTHERWISE CLEAN.
003300*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
009700     05  DX-WS-TRL-SEEN-SW       PIC X(01) VALUE 'N'.
009800         88  DX-TRL-SEEN-YES                VALUE 'Y'.
009900         88  DX-TRL-SEEN-NO                 VALUE 'N'.
009910     05  DX-WS-CYCLE-WARN-SW     PIC X(01) VALUE 'N'.
009920         88  DX-CYCLE-WARN-YES              VALUE 'Y'.
009930         88  DX-CYCLE-WARN-NO               VALUE 'N'.
010000 01  DX-WS-CYCLE-DATE            PIC X(08) VALUE SPACES.
010100 01  DX-WS-DETAIL-COUNT          PIC 9(07) VALUE ZEROS.
010200 01  DX-WS-HASH-TOTAL            PIC 9(09) VALUE ZEROS.
012200 COPY DateLink.
012300 COPY RuleLink.
012400 COPY IncdLnk.
012450 COPY StepLnk.
012500 COPY AlrtLink.
012550 COPY CycLink.
012600 01  DX-WS-RUN-JOB-ID            PIC X(08) VALUE 'DASHXTR'.
012700 01  DX-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
012800 01  DX-WS-ALERT-TEXT            PIC X(60) VALUE SPACES.
013500                                 PIC X(08).
013600 PROCEDURE DIVISION USING DX-LINK-PARM.
013700 0000-MAINLINE.
013710     PERFORM 9600-RECORD-STEP-START
013720         THRU 9600-RECORD-STEP-START-EXIT.
013800     PERFORM 1000-INITIALIZE
013900         THRU 1000-INITIALIZE-EXIT.
014000     IF DX-ERROR-YES
017100             MOVE DX-WS-DIAG-MSG TO DX-WS-ALERT-TEXT
017200             PERFORM 9400-SEND-ALERT
017300                 THRU 9400-SEND-ALERT-EXIT
017310         WHEN DX-CYCLE-WARN-YES
017320             MOVE 4 TO RETURN-CODE
017330             MOVE 'CYCLE-CONTROL WARNING - SEE JOB LOG'
017340                 TO DX-WS-DIAG-MSG
017400         WHEN OTHER
017500             MOVE 0 TO RETURN-CODE
017600     END-EVALUATE.
017700     PERFORM 9500-LOG-INCIDENT
017800         THRU 9500-LOG-INCIDENT-EXIT.
017900 0000-MAINLINE-EXIT.
017910     PERFORM 9700-RECORD-STEP-END
017920         THRU 9700-RECORD-STEP-END-EXIT.
018000     GOBACK.
018100 1000-INITIALIZE.
018110     SET DX-CYCLE-WARN-NO TO TRUE.
018200     IF DX-LINK-PARM-LEN >= 8 AND
018300        DX-LINK-CYCLE-DATE NOT = SPACES
018400         MOVE DX-LINK-CYCLE-DATE TO DX-WS-CYCLE-DATE
018500     ELSE
018600         MOVE SPACES TO DX-WS-CYCLE-DATE
018700     END-IF.
018710     PERFORM 1100-GET-CYCLE-DATE
018720         THRU 1100-GET-CYCLE-DATE-EXIT.
018800     MOVE DX-WS-CYCLE-DATE TO HW-DS-DATE.
018900     CALL 'DateSerial' USING HW-DS-LINK-PARM.
019000     IF HW-DS-DATE-BAD
020100     END-IF.
020200 1000-INITIALIZE-EXIT.
020300     EXIT.
020303*    WITH NO DATE IN THE PARM THE OPEN CYCLE IS EXTRACTED (THE
020306*    SYSTEM DATE WHEN NONE IS OPEN); A PARM DATE IS KEPT EVEN WHEN
020309*    IT IS NOT THE OPEN CYCLE.
020312 1100-GET-CYCLE-DATE.
020315     MOVE 'G'              TO HW-CY-REQ-FUNCTION.
020318     MOVE DX-WS-RUN-JOB-ID TO HW-CY-REQ-JOB-ID.
020321     MOVE DX-WS-CYCLE-DATE TO HW-CY-REQ-DATE.
020324     CALL 'CycleControl' USING HW-CY-LINK-PARM.
020327     IF DX-WS-CYCLE-DATE = SPACES
020330         MOVE HW-CY-CYCLE-DATE TO DX-WS-CYCLE-DATE
020333     END-IF.
020336     EVALUATE TRUE
020339         WHEN HW-CY-OK OR HW-CY-BAD-REQUEST
020342             CONTINUE
020345         WHEN HW-CY-DATE-MISMATCH
020348             DISPLAY 'DASHXTR0140W - CYCLE DATE '
020351                 DX-WS-CYCLE-DATE ' IS NOT THE OPEN CYCLE '
020354                 HW-CY-CYCLE-DATE
020357             SET DX-CYCLE-WARN-YES TO TRUE
020360         WHEN OTHER
020363             DISPLAY 'DASHXTR0150W - NO CYCLE OPEN ON THE '
020366                 'CYCLE-CONTROL FILE, EXTRACTING '
020369                 DX-WS-CYCLE-DATE
020372             SET DX-CYCLE-WARN-YES TO TRUE
020375     END-EVALUATE.
020378 1100-GET-CYCLE-DATE-EXIT.
020381     EXIT.
020400 2000-LOAD-COMPLETED-TABLE.
020500     OPEN INPUT RESTART-CONTROL-FILE.
020600     IF DX-WS-RC-STATUS NOT = '00'
062200     MOVE DX-WS-FINAL-RC TO RETURN-CODE.
062300 9500-LOG-INCIDENT-EXIT.
062400     EXIT.
062500 9600-RECORD-STEP-START.
062600     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
062700     MOVE DX-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
062800     CALL 'StepLog' USING HW-SL-LINK-PARM.
062900 9600-RECORD-STEP-START-EXIT.
063000     EXIT.
063100 9700-RECORD-STEP-END.
063200     MOVE RETURN-CODE      TO DX-WS-FINAL-RC.
063300     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
063400     MOVE DX-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
063500     MOVE DX-WS-CYCLE-DATE TO HW-SL-REQ-DATE.
063600     MOVE DX-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
063700     MOVE DX-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
063800     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
063900     CALL 'StepLog' USING HW-SL-LINK-PARM.
064000     MOVE DX-WS-FINAL-RC TO RETURN-CODE.
064100 9700-RECORD-STEP-END-EXIT.
064200     EXIT.
