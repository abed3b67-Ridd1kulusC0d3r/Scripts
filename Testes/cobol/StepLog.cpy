000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    StepLog.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL COMMON STEP START/END SUBROUTINE,
001300*                  BUILT IN THE SAME CALLABLE STYLE AS
001400*                  IncidentLog AND OpsAlert.  EVERY MAIN PROGRAM
001500*                  CALLS IT AT START AND AT END SO EACH STEP OF
001600*                  THE CYCLE LEAVES A RESTART-CONTROL CHECKPOINT
001700*                  (NEXT CYCLE-RUN FOR THE JOB AND DATE), A
001800*                  RUN-HISTORY RECORD (START/END/ELAPSED/RC) AND
001900*                  AN 'RU' AUDIT-TRAIL RECORD, THE SAME THREE
002000*                  THINGS HELLOWORLD HAS ALWAYS WRITTEN FOR THE
002100*                  BANNER STEP.  CYCRECON, CYCMON AND TRENDRPT
002200*                  NOW SEE EVERY STEP, NOT JUST THE BANNER.
002300*                  SEE THE HW-SL-RETURN VALUES IN StepLnk.
002310* 2026-10-15 RC    A STEP THAT PASSES NO CYCLE DATE IS NOW FILED
002320*                  UNDER THE OPEN CYCLE ON THE CYCLE-CONTROL
002330*                  RECORD (CycleControl), NOT ITS START DATE, SO
002340*                  STEPS RUNNING AFTER MIDNIGHT STAY WITH THEIR
002350*                  CYCLE.  WITH NO CYCLE OPEN THE START DATE IS
002360*                  STILL USED.
002370* 2026-10-15 RC    THE CHECKPOINT AND AUDIT RECORDS NOW CARRY THE
002380*                  NEXT LOG SEQUENCE NUMBER FROM LogControl
002390*                  (6000), TAKEN BEFORE EACH APPEND.
002393* 2026-10-15 RC    THE AUDIT RECORD'S NEW REQUESTER/APPROVER
002396*                  FIELDS ARE WRITTEN AS SPACES.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RESTART-CONTROL-FILE ASSIGN TO RESTARTC
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS SL-WS-RC-STATUS.
003100     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS HW-RH-KEY
003500         FILE STATUS IS SL-WS-RH-STATUS.
003600     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS SL-WS-AT-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RESTART-CONTROL-FILE
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400 COPY RestartC.
004500 FD  RUN-HISTORY-FILE.
004600 COPY RunHist.
004700 FD  AUDIT-TRAIL-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 COPY AuditTrl.
005100 WORKING-STORAGE SECTION.
005200 01  SL-WS-FILE-STATUSES.
005300     05  SL-WS-RC-STATUS         PIC X(02) VALUE '00'.
005400     05  SL-WS-RH-STATUS         PIC X(02) VALUE '00'.
005500     05  SL-WS-AT-STATUS         PIC X(02) VALUE '00'.
005600 01  SL-WS-SWITCHES.
005700     05  SL-WS-EOF-SW            PIC X(01) VALUE 'N'.
005800         88  SL-EOF-YES                     VALUE 'Y'.
005900         88  SL-EOF-NO                      VALUE 'N'.
006000 01  SL-WS-CYCLE-DATE            PIC X(08) VALUE SPACES.
006100 01  SL-WS-END-DATE              PIC X(08) VALUE SPACES.
006200 01  SL-WS-START-TIME            PIC 9(08) VALUE ZEROS.
006300 01  SL-WS-START-TIME-R REDEFINES SL-WS-START-TIME.
006400     05  SL-WS-START-HH          PIC 99.
006500     05  SL-WS-START-MM          PIC 99.
006600     05  SL-WS-START-SS          PIC 99.
006700     05  SL-WS-START-HS          PIC 99.
006800 01  SL-WS-END-TIME              PIC 9(08) VALUE ZEROS.
006900 01  SL-WS-END-TIME-R REDEFINES SL-WS-END-TIME.
007000     05  SL-WS-END-HH            PIC 99.
007100     05  SL-WS-END-MM            PIC 99.
007200     05  SL-WS-END-SS            PIC 99.
007300     05  SL-WS-END-HS            PIC 99.
007400 01  SL-WS-START-DISP            PIC X(08) VALUE SPACES.
007500 01  SL-WS-END-DISP              PIC X(08) VALUE SPACES.
007600 01  SL-WS-SERIAL-FIELDS.
007700     05  SL-WS-START-SERIAL      PIC S9(09) COMP VALUE ZERO.
007800     05  SL-WS-END-SERIAL        PIC S9(09) COMP VALUE ZERO.
007900     05  SL-WS-ELAPSED-SECONDS   PIC S9(09) COMP VALUE ZERO.
008000 01  SL-WS-CYCLE-RUN             PIC 9(02) VALUE ZEROS.
008100 01  SL-WS-RC-DISP               PIC 9(04) VALUE ZEROS.
008200 01  SL-WS-ELAPSED-DISP          PIC 9(06) VALUE ZEROS.
008300 01  SL-WS-STAMP-TS              PIC X(26) VALUE SPACES.
008400 COPY DateLink.
008450 COPY CycLink.
008460 COPY LogLink.
008500 LINKAGE SECTION.
008600 COPY StepLnk.
008700 PROCEDURE DIVISION USING HW-SL-LINK-PARM.
008800 0000-MAINLINE.
008900     SET HW-SL-RECORDED TO TRUE.
009000     IF HW-SL-REQ-JOB-ID = SPACES
009100         DISPLAY 'STEPLOG0010E - JOB-ID MISSING FROM REQUEST'
009200         SET HW-SL-BAD-REQUEST TO TRUE
009300         GO TO 0000-MAINLINE-EXIT
009400     END-IF.
009500     EVALUATE TRUE
009600         WHEN HW-SL-REQ-START
009700             PERFORM 1000-RECORD-START
009800                 THRU 1000-RECORD-START-EXIT
009900         WHEN HW-SL-REQ-END
010000             PERFORM 2000-RECORD-END
010100                 THRU 2000-RECORD-END-EXIT
010200         WHEN OTHER
010300             DISPLAY 'STEPLOG0020E - INVALID FUNCTION '''
010400                 HW-SL-REQ-FUNCTION ''' FOR JOB '
010500                 HW-SL-REQ-JOB-ID
010600             SET HW-SL-BAD-REQUEST TO TRUE
010700     END-EVALUATE.
010800 0000-MAINLINE-EXIT.
010900     GOBACK.
011000 1000-RECORD-START.
011100     ACCEPT HW-SL-START-DATE FROM DATE YYYYMMDD.
011200     ACCEPT HW-SL-START-TIME FROM TIME.
011300     MOVE ZERO   TO HW-SL-CYCLE-RUN.
011400     MOVE ZERO   TO HW-SL-ELAPSED-SECS.
011500     MOVE SPACES TO HW-SL-RC-IMAGE.
011600     MOVE SPACES TO HW-SL-AT-IMAGE.
011700 1000-RECORD-START-EXIT.
011800     EXIT.
011900 2000-RECORD-END.
012000     IF HW-SL-START-DATE NOT NUMERIC OR
012100        HW-SL-START-TIME NOT NUMERIC
012200         DISPLAY 'STEPLOG0030E - END REQUESTED WITHOUT A START '
012300             'FOR JOB ' HW-SL-REQ-JOB-ID
012400         SET HW-SL-BAD-REQUEST TO TRUE
012500         GO TO 2000-RECORD-END-EXIT
012600     END-IF.
012700     ACCEPT SL-WS-END-DATE FROM DATE YYYYMMDD.
012800     ACCEPT SL-WS-END-TIME FROM TIME.
012900     MOVE HW-SL-START-TIME TO SL-WS-START-TIME.
013000     IF HW-SL-REQ-DATE NOT NUMERIC
013010         PERFORM 2050-GET-CYCLE-DATE
013020             THRU 2050-GET-CYCLE-DATE-EXIT
013200     ELSE
013300         MOVE HW-SL-REQ-DATE TO SL-WS-CYCLE-DATE
013400     END-IF.
013500     MOVE ZERO   TO HW-SL-CYCLE-RUN.
013600     MOVE SPACES TO HW-SL-RC-IMAGE.
013700     MOVE SPACES TO HW-SL-AT-IMAGE.
013800     PERFORM 2100-COMPUTE-ELAPSED
013900         THRU 2100-COMPUTE-ELAPSED-EXIT.
014000     MOVE SPACES TO SL-WS-STAMP-TS.
014100     STRING SL-WS-END-DATE (1:4) '-' SL-WS-END-DATE (5:2) '-'
014200             SL-WS-END-DATE (7:2) '-'
014300             SL-WS-END-HH '.' SL-WS-END-MM '.' SL-WS-END-SS '.'
014400             SL-WS-END-HS '0000'
014500         DELIMITED BY SIZE INTO SL-WS-STAMP-TS
014600     END-STRING.
014700     IF HW-SL-REQ-RETURN-CODE < 8 AND HW-SL-REQ-CHECKPOINT-YES
014800         PERFORM 3000-WRITE-CHECKPOINT
014900             THRU 3000-WRITE-CHECKPOINT-EXIT
015000     END-IF.
015100     PERFORM 4000-WRITE-RUN-HISTORY
015200         THRU 4000-WRITE-RUN-HISTORY-EXIT.
015300     PERFORM 5000-WRITE-AUDIT-RECORD
015400         THRU 5000-WRITE-AUDIT-RECORD-EXIT.
015500 2000-RECORD-END-EXIT.
015600     EXIT.
015610 2050-GET-CYCLE-DATE.
015620     MOVE 'G'              TO HW-CY-REQ-FUNCTION.
015630     MOVE HW-SL-REQ-JOB-ID TO HW-CY-REQ-JOB-ID.
015640     MOVE SPACES           TO HW-CY-REQ-DATE.
015650     CALL 'CycleControl' USING HW-CY-LINK-PARM.
015660     IF HW-CY-OK
015670         MOVE HW-CY-CYCLE-DATE TO SL-WS-CYCLE-DATE
015680     ELSE
015690         MOVE HW-SL-START-DATE TO SL-WS-CYCLE-DATE
015691     END-IF.
015692 2050-GET-CYCLE-DATE-EXIT.
015693     EXIT.
015700 2100-COMPUTE-ELAPSED.
015800     COMPUTE SL-WS-ELAPSED-SECONDS =
015900         ((SL-WS-END-HH - SL-WS-START-HH) * 3600) +
016000         ((SL-WS-END-MM - SL-WS-START-MM) * 60) +
016100         (SL-WS-END-SS - SL-WS-START-SS).
016200     IF SL-WS-END-DATE NOT = HW-SL-START-DATE
016300         MOVE HW-SL-START-DATE TO HW-DS-DATE
016400         CALL 'DateSerial' USING HW-DS-LINK-PARM
016500         MOVE HW-DS-DAY-NUMBER TO SL-WS-START-SERIAL
016600         MOVE SL-WS-END-DATE TO HW-DS-DATE
016700         CALL 'DateSerial' USING HW-DS-LINK-PARM
016800         MOVE HW-DS-DAY-NUMBER TO SL-WS-END-SERIAL
016900         COMPUTE SL-WS-ELAPSED-SECONDS = SL-WS-ELAPSED-SECONDS +
017000             ((SL-WS-END-SERIAL - SL-WS-START-SERIAL) * 86400)
017100     END-IF.
017200     IF SL-WS-ELAPSED-SECONDS < 0
017300         ADD 86400 TO SL-WS-ELAPSED-SECONDS
017400     END-IF.
017500     IF SL-WS-ELAPSED-SECONDS > 999999
017600         MOVE 999999 TO SL-WS-ELAPSED-SECONDS
017700     END-IF.
017800     MOVE SL-WS-ELAPSED-SECONDS TO HW-SL-ELAPSED-SECS.
017900     MOVE SPACES TO SL-WS-START-DISP SL-WS-END-DISP.
018000     STRING SL-WS-START-HH ':' SL-WS-START-MM ':' SL-WS-START-SS
018100         DELIMITED BY SIZE INTO SL-WS-START-DISP.
018200     STRING SL-WS-END-HH ':' SL-WS-END-MM ':' SL-WS-END-SS
018300         DELIMITED BY SIZE INTO SL-WS-END-DISP.
018400 2100-COMPUTE-ELAPSED-EXIT.
018500     EXIT.
018600 3000-WRITE-CHECKPOINT.
018700     PERFORM 3100-ASSIGN-CYCLE-RUN
018800         THRU 3100-ASSIGN-CYCLE-RUN-EXIT.
018900     MOVE HW-SL-REQ-JOB-ID TO HW-RC-JOB-ID.
019000     MOVE SL-WS-CYCLE-DATE TO HW-RC-DATE.
019100     MOVE SL-WS-STAMP-TS   TO HW-RC-COMPLETION-TS.
019200     MOVE SL-WS-CYCLE-RUN  TO HW-RC-CYCLE-RUN.
019210     MOVE 'RESTARTC'       TO HW-LG-REQ-FILE-ID.
019220     PERFORM 6000-TAKE-SEQUENCE
019230         THRU 6000-TAKE-SEQUENCE-EXIT.
019240     MOVE HW-LG-SEQ-NO     TO HW-RC-SEQ-NO.
019250     MOVE SPACE            TO HW-RC-TS-SOURCE.
019300     OPEN EXTEND RESTART-CONTROL-FILE.
019400     IF SL-WS-RC-STATUS NOT = '00'
019500         DISPLAY 'STEPLOG0040E - RESTART-CONTROL-FILE OPEN '
019600             'FAILED, STATUS=' SL-WS-RC-STATUS
019700         SET HW-SL-PARTIAL TO TRUE
019800         GO TO 3000-WRITE-CHECKPOINT-EXIT
019900     END-IF.
020000     WRITE RESTART-CONTROL-RECORD.
020100     IF SL-WS-RC-STATUS NOT = '00'
020200         DISPLAY 'STEPLOG0050E - RESTART-CONTROL-FILE WRITE '
020300             'FAILED, STATUS=' SL-WS-RC-STATUS
020400         SET HW-SL-PARTIAL TO TRUE
020500     ELSE
020600         MOVE SL-WS-CYCLE-RUN TO HW-SL-CYCLE-RUN
020700         MOVE RESTART-CONTROL-RECORD TO HW-SL-RC-IMAGE
020800     END-IF.
020900     CLOSE RESTART-CONTROL-FILE.
021000 3000-WRITE-CHECKPOINT-EXIT.
021100     EXIT.
021200 3100-ASSIGN-CYCLE-RUN.
021300     MOVE 1 TO SL-WS-CYCLE-RUN.
021400     SET SL-EOF-NO TO TRUE.
021500     OPEN INPUT RESTART-CONTROL-FILE.
021600     IF SL-WS-RC-STATUS NOT = '00'
021700         GO TO 3100-ASSIGN-CYCLE-RUN-EXIT
021800     END-IF.
021900     PERFORM 3150-SCAN-RUN-NUMBER
022000         THRU 3150-SCAN-RUN-NUMBER-EXIT
022100         UNTIL SL-EOF-YES.
022200     CLOSE RESTART-CONTROL-FILE.
022300 3100-ASSIGN-CYCLE-RUN-EXIT.
022400     EXIT.
022500 3150-SCAN-RUN-NUMBER.
022600     READ RESTART-CONTROL-FILE
022700         AT END
022800             SET SL-EOF-YES TO TRUE
022900             GO TO 3150-SCAN-RUN-NUMBER-EXIT
023000     END-READ.
023100     IF SL-WS-RC-STATUS NOT = '00'
023200         SET SL-EOF-YES TO TRUE
023300         GO TO 3150-SCAN-RUN-NUMBER-EXIT
023400     END-IF.
023500     IF HW-RC-JOB-ID NOT = HW-SL-REQ-JOB-ID OR
023600        HW-RC-DATE NOT = SL-WS-CYCLE-DATE
023700         GO TO 3150-SCAN-RUN-NUMBER-EXIT
023800     END-IF.
023900     IF HW-RC-CYCLE-RUN NUMERIC AND
024000        HW-RC-CYCLE-RUN >= SL-WS-CYCLE-RUN AND
024050        HW-RC-CYCLE-RUN < 99
024100         COMPUTE SL-WS-CYCLE-RUN = HW-RC-CYCLE-RUN + 1
024200     END-IF.
024210     IF HW-RC-CYCLE-RUN NUMERIC AND HW-RC-CYCLE-RUN = 99
024220         MOVE 99 TO SL-WS-CYCLE-RUN
024230     END-IF.
024300 3150-SCAN-RUN-NUMBER-EXIT.
024400     EXIT.
024500 4000-WRITE-RUN-HISTORY.
024600     MOVE HW-SL-REQ-JOB-ID   TO HW-RH-JOB-ID.
024700     MOVE SL-WS-CYCLE-DATE   TO HW-RH-RUN-DATE.
024800     MOVE SL-WS-START-DISP   TO HW-RH-START-TIME.
024900     EVALUATE TRUE
025000         WHEN SL-WS-START-HH >= 6 AND SL-WS-START-HH < 14
025100             MOVE 'D' TO HW-RH-SHIFT-CODE
025200         WHEN SL-WS-START-HH >= 14 AND SL-WS-START-HH < 22
025300             MOVE 'E' TO HW-RH-SHIFT-CODE
025400         WHEN OTHER
025500             MOVE 'N' TO HW-RH-SHIFT-CODE
025600     END-EVALUATE.
025700     MOVE SL-WS-END-DISP     TO HW-RH-END-TIME.
025800     MOVE HW-SL-ELAPSED-SECS TO HW-RH-ELAPSED-SECS.
025900     MOVE HW-SL-REQ-RETURN-CODE TO HW-RH-RETURN-CODE.
026000     OPEN I-O RUN-HISTORY-FILE.
026100     IF SL-WS-RH-STATUS NOT = '00'
026200         DISPLAY 'STEPLOG0060W - RUN-HISTORY-FILE OPEN '
026300             'FAILED, STATUS=' SL-WS-RH-STATUS
026400         SET HW-SL-PARTIAL TO TRUE
026500         GO TO 4000-WRITE-RUN-HISTORY-EXIT
026600     END-IF.
026700     WRITE RUN-HISTORY-RECORD
026800         INVALID KEY
026900             REWRITE RUN-HISTORY-RECORD
027000     END-WRITE.
027100     CLOSE RUN-HISTORY-FILE.
027200 4000-WRITE-RUN-HISTORY-EXIT.
027300     EXIT.
027400 5000-WRITE-AUDIT-RECORD.
027500     MOVE HW-SL-REQ-RETURN-CODE TO SL-WS-RC-DISP.
027600     MOVE HW-SL-ELAPSED-SECS    TO SL-WS-ELAPSED-DISP.
027700     MOVE SL-WS-STAMP-TS   TO HW-AT-TIMESTAMP.
027800     MOVE HW-SL-REQ-JOB-ID TO HW-AT-JOB-ID.
027900     MOVE SPACES TO HW-AT-MESSAGE.
028000     STRING 'STEP ENDED RC=' SL-WS-RC-DISP
028100             ' ELAPSED=' SL-WS-ELAPSED-DISP
028200         DELIMITED BY SIZE INTO HW-AT-MESSAGE
028300     END-STRING.
028400     MOVE 'RU' TO HW-AT-REC-TYPE.
028500     MOVE SL-WS-CYCLE-DATE TO HW-AT-KEY.
028600     MOVE SPACES TO HW-AT-BEFORE-TEXT.
028700     MOVE HW-SL-REQ-MESSAGE TO HW-AT-AFTER-TEXT.
028710     MOVE 'AUDITTRL'       TO HW-LG-REQ-FILE-ID.
028720     PERFORM 6000-TAKE-SEQUENCE
028730         THRU 6000-TAKE-SEQUENCE-EXIT.
028740     MOVE HW-LG-SEQ-NO     TO HW-AT-SEQ-NO.
028750     MOVE SPACE            TO HW-AT-TS-SOURCE.
028760     MOVE SPACES           TO HW-AT-OPERATORS.
028800     OPEN EXTEND AUDIT-TRAIL-FILE.
028900     IF SL-WS-AT-STATUS NOT = '00'
029000         DISPLAY 'STEPLOG0070E - AUDIT-TRAIL-FILE OPEN FAILED'
029100             ', STATUS=' SL-WS-AT-STATUS
029200         SET HW-SL-PARTIAL TO TRUE
029300         GO TO 5000-WRITE-AUDIT-RECORD-EXIT
029400     END-IF.
029500     WRITE AUDIT-TRAIL-RECORD.
029600     IF SL-WS-AT-STATUS NOT = '00'
029700         DISPLAY 'STEPLOG0080E - AUDIT-TRAIL-FILE WRITE FAILED'
029800             ', STATUS=' SL-WS-AT-STATUS
029900         SET HW-SL-PARTIAL TO TRUE
030000     ELSE
030100         MOVE AUDIT-TRAIL-RECORD TO HW-SL-AT-IMAGE
030200     END-IF.
030300     CLOSE AUDIT-TRAIL-FILE.
030400 5000-WRITE-AUDIT-RECORD-EXIT.
030500     EXIT.
030600*    THE NUMBER IS TAKEN BEFORE THE OPEN, SO A RECORD LOST TO A
030700*    FAILED OPEN OR WRITE LEAVES A GAP ON THE LOG.
030800 6000-TAKE-SEQUENCE.
030900     MOVE 'N'              TO HW-LG-REQ-FUNCTION.
031000     MOVE HW-SL-REQ-JOB-ID TO HW-LG-REQ-JOB-ID.
031100     CALL 'LogControl' USING HW-LG-LINK-PARM.
031200 6000-TAKE-SEQUENCE-EXIT.
031300     EXIT.
