000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALRTESC.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL ALERT ESCALATION AND SHIFT-HANDOVER
001300*                  LIST, SCHEDULED EVERY FEW MINUTES THROUGH
001400*                  THE NIGHT.  EXEC PARM 'MMMM' IS THE AGE IN
001500*                  MINUTES (DEFAULT 0030) AFTER WHICH AN OPEN,
001600*                  UNACKNOWLEDGED ERROR OR CRITICAL ALERT IS
001700*                  RE-RAISED THROUGH OpsAlert ONE SEVERITY
001800*                  HIGHER (E BECOMES C; C IS RAISED AGAIN AS C)
001900*                  UNDER THE ORIGINAL CALLER AND MESSAGE CODE.
002000*                  THE OLD ALERT IS MARKED ESCALATED SO THE NEW
002100*                  ONE IS THE ONE TO ACKNOWLEDGE (ALERTACK).
002200*                  THEN PRINTS EVERY ALERT STILL OPEN, WITH ITS
002300*                  REPEAT COUNT AND AGE, FOR SHIFT HANDOVER.
002400*                  RETURN-CODE 0 = NOTHING ESCALATED, 4 = ONE OR
002500*                  MORE ALERTS ESCALATED, 8 = THE ALERT FILE
002600*                  COULD NOT BE OPENED, READ OR REWRITTEN.
002610* 2026-10-15 RC    THE INCIDENT RECORD NOW CARRIES THE OPEN CYCLE
002620*                  DATE (IncidentLog DEFAULT, SEE CycLink) INSTEAD
002630*                  OF THE SYSTEM DATE.
002635* 2026-10-15 RC    THE OpsAlert RETURN IS NOW TESTED FOR EVERY
002640*                  ESCALATION.  ONLY A NEW ALERT WRITTEN TO THE
002645*                  ALERT FILE COUNTS AS ESCALATED (AND GIVES
002650*                  RETURN-CODE 4).  ONE FOLDED INTO AN ALERT
002655*                  STILL OPEN FOR THE SAME CALLER AND CODE IS
002660*                  LISTED AND COUNTED SEPARATELY.  ONE THAT COULD
002665*                  NOT BE WRITTEN IS LISTED, ITS OLD ALERT IS
002670*                  REOPENED FOR THE NEXT RUN, AND THE STEP ENDS
002675*                  WITH RETURN-CODE 8.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPS-ALERT-FILE ASSIGN TO ALERTLOG
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS AE-WS-AL-STATUS.
003400     SELECT PRINT-FILE ASSIGN TO SYSOUT
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS AE-WS-PF-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  OPS-ALERT-FILE
004000     RECORDING MODE IS F
004100     LABEL RECORDS ARE STANDARD.
004200 COPY AlertRec.
004300 FD  PRINT-FILE
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE OMITTED.
004600 COPY PrintRec.
004700 WORKING-STORAGE SECTION.
004800 01  AE-WS-FILE-STATUSES.
004900     05  AE-WS-AL-STATUS         PIC X(02) VALUE '00'.
005000     05  AE-WS-PF-STATUS         PIC X(02) VALUE '00'.
005100 01  AE-WS-SWITCHES.
005200     05  AE-WS-EOF-SW            PIC X(01) VALUE 'N'.
005300         88  AE-EOF-YES                     VALUE 'Y'.
005400         88  AE-EOF-NO                      VALUE 'N'.
005500     05  AE-WS-ERROR-SW          PIC X(01) VALUE 'N'.
005600         88  AE-ERROR-YES                   VALUE 'Y'.
005700         88  AE-ERROR-NO                    VALUE 'N'.
005800     05  AE-WS-FULL-SW           PIC X(01) VALUE 'N'.
005900         88  AE-FULL-YES                    VALUE 'Y'.
006000         88  AE-FULL-NO                     VALUE 'N'.
006010     05  AE-WS-FOUND-SW          PIC X(01) VALUE 'N'.
006020         88  AE-FOUND-YES                   VALUE 'Y'.
006030         88  AE-FOUND-NO                    VALUE 'N'.
006100 77  AE-WS-ESC-MAX               PIC S9(04) COMP VALUE 200.
006200 77  AE-WS-ESC-COUNT             PIC S9(04) COMP VALUE ZERO.
006300 77  AE-WS-ESC-SUB               PIC S9(04) COMP VALUE ZERO.
006310 77  AE-WS-RAISED-COUNT          PIC S9(04) COMP VALUE ZERO.
006320 77  AE-WS-FOLDED-COUNT          PIC S9(04) COMP VALUE ZERO.
006330 77  AE-WS-FAILED-COUNT          PIC S9(04) COMP VALUE ZERO.
006400 77  AE-WS-OPEN-COUNT            PIC S9(05) COMP VALUE ZERO.
006500 77  AE-WS-NOW-MIN               PIC S9(11) COMP VALUE ZERO.
006600 77  AE-WS-ALERT-MIN             PIC S9(11) COMP VALUE ZERO.
006700 77  AE-WS-AGE-MIN               PIC S9(11) COMP VALUE ZERO.
006800 01  AE-WS-THRESHOLD-MIN         PIC 9(04) VALUE 30.
006900 01  AE-WS-ESC-TABLE.
007000     05  AE-WS-ESC-ENTRY OCCURS 200 TIMES.
007100         10  AE-ET-ALERT-TS      PIC X(26).
007200         10  AE-ET-CALLER-ID     PIC X(08).
007300         10  AE-ET-OLD-SEVERITY  PIC X(01).
007400         10  AE-ET-NEW-SEVERITY  PIC X(01).
007500         10  AE-ET-MSG-CODE      PIC X(12).
007600         10  AE-ET-MSG-TEXT      PIC X(60).
007700         10  AE-ET-AGE-MIN       PIC 9(06).
007710         10  AE-ET-FAILED-SW     PIC X(01).
007800 01  AE-WS-HH                    PIC 9(02) VALUE ZEROS.
007900 01  AE-WS-MM                    PIC 9(02) VALUE ZEROS.
008000 01  AE-WS-AGE-DISP              PIC ZZZZZ9.
008100 01  AE-WS-REPEAT-DISP           PIC ZZZ9.
008200 01  AE-WS-COUNT-DISP            PIC ZZ,ZZ9.
008300 01  AE-WS-STAMP-DATE            PIC X(08) VALUE SPACES.
008400 01  AE-WS-STAMP-TIME            PIC 9(08) VALUE ZEROS.
008500 01  AE-WS-RUN-JOB-ID            PIC X(08) VALUE 'ALRTESC'.
008700 01  AE-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
008800 01  AE-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
008900 COPY DateLink.
009000 COPY IncdLnk.
009100 COPY StepLnk.
009200 COPY AlrtLink.
009300 01  AE-WS-ALERT-TEXT            PIC X(60) VALUE SPACES.
009400 LINKAGE SECTION.
009500 01  AE-LINK-PARM.
009600     05  AE-LINK-PARM-LEN        PIC S9(04) COMP.
009700     05  AE-LINK-PARM-TEXT       PIC X(04).
009800     05  AE-LINK-THRESHOLD REDEFINES AE-LINK-PARM-TEXT
009900                                 PIC 9(04).
010000 PROCEDURE DIVISION USING AE-LINK-PARM.
010100 0000-MAINLINE.
010200     PERFORM 9600-RECORD-STEP-START
010300         THRU 9600-RECORD-STEP-START-EXIT.
010400     PERFORM 1000-INITIALIZE
010500         THRU 1000-INITIALIZE-EXIT.
010600     IF AE-ERROR-YES
010700         MOVE 8 TO RETURN-CODE
010800         MOVE 'FILE OPEN FAILURE' TO AE-WS-DIAG-MSG
010900         PERFORM 9500-LOG-INCIDENT
011000             THRU 9500-LOG-INCIDENT-EXIT
011100         GO TO 0000-MAINLINE-EXIT
011200     END-IF.
011300     PERFORM 2000-MARK-OVERDUE
011400         THRU 2000-MARK-OVERDUE-EXIT.
011500     PERFORM 3000-RAISE-ESCALATION
011600         THRU 3000-RAISE-ESCALATION-EXIT
011700         VARYING AE-WS-ESC-SUB FROM 1 BY 1
011800         UNTIL AE-WS-ESC-SUB > AE-WS-ESC-COUNT.
011810     IF AE-WS-FAILED-COUNT > ZERO
011820         PERFORM 3500-REOPEN-FAILED
011830             THRU 3500-REOPEN-FAILED-EXIT
011840     END-IF.
011900     IF AE-WS-ESC-COUNT = ZERO
012000         MOVE SPACES TO PRINT-LINE
012100         MOVE '  NONE' TO HW-PL-TEXT
012200         WRITE PRINT-LINE
012300     END-IF.
012400     PERFORM 4000-LIST-OPEN-ALERTS
012500         THRU 4000-LIST-OPEN-ALERTS-EXIT.
012600     PERFORM 5000-PRINT-FOOTER
012700         THRU 5000-PRINT-FOOTER-EXIT.
012800     EVALUATE TRUE
012900         WHEN AE-ERROR-YES
013000             MOVE 8 TO RETURN-CODE
013100             MOVE 'ALERT FILE FAILURE' TO AE-WS-DIAG-MSG
013200         WHEN AE-WS-RAISED-COUNT > ZERO
013300             MOVE 4 TO RETURN-CODE
013400         WHEN OTHER
013500             MOVE 0 TO RETURN-CODE
013600     END-EVALUATE.
013700     IF RETURN-CODE = 8
013800         MOVE 'E' TO HW-AL-REQ-SEVERITY
013900         MOVE 'ALRTESC0070E' TO HW-AL-REQ-MSG-CODE
014000         MOVE AE-WS-DIAG-MSG TO AE-WS-ALERT-TEXT
014100         PERFORM 9400-SEND-ALERT
014200             THRU 9400-SEND-ALERT-EXIT
014300     END-IF.
014400     PERFORM 9500-LOG-INCIDENT
014500         THRU 9500-LOG-INCIDENT-EXIT.
014600 0000-MAINLINE-EXIT.
014700     PERFORM 9700-RECORD-STEP-END
014800         THRU 9700-RECORD-STEP-END-EXIT.
014900     GOBACK.
015000 1000-INITIALIZE.
015100     IF AE-LINK-PARM-LEN >= 4 AND
015200        AE-LINK-PARM-TEXT NUMERIC
015300         MOVE AE-LINK-THRESHOLD TO AE-WS-THRESHOLD-MIN
015400     END-IF.
015500     ACCEPT AE-WS-STAMP-DATE FROM DATE YYYYMMDD.
015600     ACCEPT AE-WS-STAMP-TIME FROM TIME.
015700     MOVE AE-WS-STAMP-DATE TO HW-DS-DATE.
015800     CALL 'DateSerial' USING HW-DS-LINK-PARM.
015900     MOVE AE-WS-STAMP-TIME (1:2) TO AE-WS-HH.
016000     MOVE AE-WS-STAMP-TIME (3:2) TO AE-WS-MM.
016100     COMPUTE AE-WS-NOW-MIN = HW-DS-DAY-NUMBER * 1440
016200                           + AE-WS-HH * 60 + AE-WS-MM.
016300     OPEN OUTPUT PRINT-FILE.
016400     IF AE-WS-PF-STATUS NOT = '00'
016500         DISPLAY 'ALRTESC0010E - PRINT-FILE OPEN FAILED'
016600             ', STATUS=' AE-WS-PF-STATUS
016700         SET AE-ERROR-YES TO TRUE
016800         GO TO 1000-INITIALIZE-EXIT
016900     END-IF.
017000     MOVE SPACES TO PRINT-LINE.
017100     MOVE '1' TO HW-PL-CTL.
017200     MOVE 'ALRTESC - ALERT ESCALATION AND OPEN-ALERTS LIST'
017300         TO HW-PL-TEXT.
017400     WRITE PRINT-LINE.
017500     MOVE SPACES TO PRINT-LINE.
017600     STRING 'RUN: ' AE-WS-STAMP-DATE ' '
017700             AE-WS-STAMP-TIME (1:2) ':' AE-WS-STAMP-TIME (3:2)
017800             '  ESCALATE UNACKNOWLEDGED E/C ALERTS OLDER THAN '
017900             AE-WS-THRESHOLD-MIN ' MINUTES'
018000         DELIMITED BY SIZE INTO HW-PL-TEXT.
018100     WRITE PRINT-LINE.
018200     MOVE SPACES TO PRINT-LINE.
018300     MOVE ALL '-' TO HW-PL-TEXT.
018400     WRITE PRINT-LINE.
018500     MOVE SPACES TO PRINT-LINE.
018600     MOVE 'ESCALATED THIS RUN:' TO HW-PL-TEXT.
018700     WRITE PRINT-LINE.
018800 1000-INITIALIZE-EXIT.
018900     EXIT.
019000*----------------------------------------------------------------
019100*    MARK EVERY OVERDUE OPEN E/C ALERT ESCALATED AND REMEMBER
019200*    IT.  THE NEW ALERTS ARE RAISED ONLY AFTER THE FILE IS
019300*    CLOSED, BECAUSE OpsAlert OPENS THE SAME FILE ITSELF.
019400*----------------------------------------------------------------
019500 2000-MARK-OVERDUE.
019600     OPEN I-O OPS-ALERT-FILE.
019700     IF AE-WS-AL-STATUS = '35'
019800         GO TO 2000-MARK-OVERDUE-EXIT
019900     END-IF.
020000     IF AE-WS-AL-STATUS NOT = '00'
020100         DISPLAY 'ALRTESC0020E - OPS-ALERT-FILE OPEN FAILED'
020200             ', STATUS=' AE-WS-AL-STATUS
020300         SET AE-ERROR-YES TO TRUE
020400         GO TO 2000-MARK-OVERDUE-EXIT
020500     END-IF.
020600     SET AE-EOF-NO TO TRUE.
020700     PERFORM 2100-CHECK-ALERT
020800         THRU 2100-CHECK-ALERT-EXIT
020900         UNTIL AE-EOF-YES.
021000     CLOSE OPS-ALERT-FILE.
021100 2000-MARK-OVERDUE-EXIT.
021200     EXIT.
021300 2100-CHECK-ALERT.
021400     READ OPS-ALERT-FILE
021500         AT END
021600             SET AE-EOF-YES TO TRUE
021700             GO TO 2100-CHECK-ALERT-EXIT
021800     END-READ.
021900     IF AE-WS-AL-STATUS NOT = '00'
022000         DISPLAY 'ALRTESC0030E - OPS-ALERT-FILE READ FAILED'
022100             ', STATUS=' AE-WS-AL-STATUS
022200         SET AE-EOF-YES TO TRUE
022300         SET AE-ERROR-YES TO TRUE
022400         GO TO 2100-CHECK-ALERT-EXIT
022500     END-IF.
022600     IF NOT HW-AL-STAT-OPEN OR
022700        NOT (HW-AL-SEV-ERROR OR HW-AL-SEV-CRITICAL)
022800         GO TO 2100-CHECK-ALERT-EXIT
022900     END-IF.
023000     PERFORM 2200-COMPUTE-AGE
023100         THRU 2200-COMPUTE-AGE-EXIT.
023200     IF AE-WS-AGE-MIN < AE-WS-THRESHOLD-MIN
023300         GO TO 2100-CHECK-ALERT-EXIT
023400     END-IF.
023500     IF AE-WS-ESC-COUNT >= AE-WS-ESC-MAX
023600         IF AE-FULL-NO
023700             DISPLAY 'ALRTESC0040W - MORE THAN 200 ALERTS DUE '
023800                 'FOR ESCALATION - REST LEFT FOR NEXT RUN'
023900             SET AE-FULL-YES TO TRUE
024000         END-IF
024100         GO TO 2100-CHECK-ALERT-EXIT
024200     END-IF.
024300     MOVE 'X' TO HW-AL-STATUS.
024400     REWRITE OPS-ALERT-RECORD.
024500     IF AE-WS-AL-STATUS NOT = '00'
024600         DISPLAY 'ALRTESC0050E - OPS-ALERT-FILE REWRITE FAILED'
024700             ', STATUS=' AE-WS-AL-STATUS
024800         SET AE-EOF-YES TO TRUE
024900         SET AE-ERROR-YES TO TRUE
025000         GO TO 2100-CHECK-ALERT-EXIT
025100     END-IF.
025200     ADD 1 TO AE-WS-ESC-COUNT.
025300     MOVE AE-WS-ESC-COUNT TO AE-WS-ESC-SUB.
025400     MOVE HW-AL-TIMESTAMP TO AE-ET-ALERT-TS (AE-WS-ESC-SUB).
025500     MOVE HW-AL-CALLER-ID TO AE-ET-CALLER-ID (AE-WS-ESC-SUB).
025600     MOVE HW-AL-SEVERITY  TO AE-ET-OLD-SEVERITY (AE-WS-ESC-SUB).
025700     MOVE 'C'             TO AE-ET-NEW-SEVERITY (AE-WS-ESC-SUB).
025800     MOVE HW-AL-MSG-CODE  TO AE-ET-MSG-CODE (AE-WS-ESC-SUB).
025900     MOVE HW-AL-MSG-TEXT  TO AE-ET-MSG-TEXT (AE-WS-ESC-SUB).
026000     MOVE AE-WS-AGE-MIN   TO AE-ET-AGE-MIN (AE-WS-ESC-SUB).
026010     MOVE 'N'             TO AE-ET-FAILED-SW (AE-WS-ESC-SUB).
026100 2100-CHECK-ALERT-EXIT.
026200     EXIT.
026300*----------------------------------------------------------------
026400*    MINUTES SINCE THE CURRENT RECORD WAS FIRST RAISED.  A
026500*    TIMESTAMP THAT WILL NOT CONVERT GIVES AN AGE OF ZERO, SO
026600*    THE ALERT IS LISTED BUT NEVER ESCALATED.
026700*----------------------------------------------------------------
026800 2200-COMPUTE-AGE.
026900     MOVE ZERO TO AE-WS-AGE-MIN.
027000     MOVE SPACES TO HW-DS-DATE.
027100     STRING HW-AL-TIMESTAMP (1:4) HW-AL-TIMESTAMP (6:2)
027200             HW-AL-TIMESTAMP (9:2)
027300         DELIMITED BY SIZE INTO HW-DS-DATE
027400     END-STRING.
027500     CALL 'DateSerial' USING HW-DS-LINK-PARM.
027600     IF HW-DS-DATE-BAD OR
027700        HW-AL-TIMESTAMP (12:2) NOT NUMERIC OR
027800        HW-AL-TIMESTAMP (15:2) NOT NUMERIC
027900         GO TO 2200-COMPUTE-AGE-EXIT
028000     END-IF.
028100     MOVE HW-AL-TIMESTAMP (12:2) TO AE-WS-HH.
028200     MOVE HW-AL-TIMESTAMP (15:2) TO AE-WS-MM.
028300     COMPUTE AE-WS-ALERT-MIN = HW-DS-DAY-NUMBER * 1440
028400                             + AE-WS-HH * 60 + AE-WS-MM.
028500     IF AE-WS-ALERT-MIN < AE-WS-NOW-MIN
028600         COMPUTE AE-WS-AGE-MIN = AE-WS-NOW-MIN - AE-WS-ALERT-MIN
028700     END-IF.
028800     IF AE-WS-AGE-MIN > 999999
028900         MOVE 999999 TO AE-WS-AGE-MIN
029000     END-IF.
029100 2200-COMPUTE-AGE-EXIT.
029200     EXIT.
029300 3000-RAISE-ESCALATION.
029400     MOVE AE-ET-CALLER-ID (AE-WS-ESC-SUB) TO HW-AL-REQ-CALLER.
029500     MOVE AE-ET-NEW-SEVERITY (AE-WS-ESC-SUB)
029600         TO HW-AL-REQ-SEVERITY.
029700     MOVE AE-ET-MSG-CODE (AE-WS-ESC-SUB) TO HW-AL-REQ-MSG-CODE.
029800     MOVE SPACES TO HW-AL-REQ-MSG-TEXT.
029900     STRING 'ESCALATED: ' AE-ET-MSG-TEXT (AE-WS-ESC-SUB)
030000         DELIMITED BY SIZE INTO HW-AL-REQ-MSG-TEXT
030100     END-STRING.
030200     CALL 'OpsAlert' USING HW-AL-LINK-PARM.
030300     MOVE AE-ET-AGE-MIN (AE-WS-ESC-SUB) TO AE-WS-AGE-DISP.
030400     MOVE SPACES TO PRINT-LINE.
030500     STRING '  ' AE-ET-ALERT-TS (AE-WS-ESC-SUB) ' '
030600             AE-ET-CALLER-ID (AE-WS-ESC-SUB) ' '
030700             AE-ET-OLD-SEVERITY (AE-WS-ESC-SUB) '->'
030800             AE-ET-NEW-SEVERITY (AE-WS-ESC-SUB) ' '
030900             AE-ET-MSG-CODE (AE-WS-ESC-SUB) ' AGE '
031000             AE-WS-AGE-DISP ' MIN  '
031100             AE-ET-MSG-TEXT (AE-WS-ESC-SUB)
031200         DELIMITED BY SIZE INTO HW-PL-TEXT
031300     END-STRING.
031400     WRITE PRINT-LINE.
031410     PERFORM 3100-NOTE-RESULT
031420         THRU 3100-NOTE-RESULT-EXIT.
031500 3000-RAISE-ESCALATION-EXIT.
031600     EXIT.
031601*----------------------------------------------------------------
031602*    ONLY A NEW ALERT ON THE ALERT FILE IS AN ESCALATION.  A
031603*    REPEAT FOLDED INTO AN ALERT STILL OPEN FOR THE SAME CALLER
031604*    AND CODE LEAVES THE OLD ONE MARKED: THE OPEN ONE IS THE ONE
031605*    TO ACKNOWLEDGE, AND IT IS ESCALATED IN ITS OWN TURN.  AN
031606*    ALERT THAT COULD NOT BE WRITTEN HAS ITS OLD ONE REOPENED.
031607*----------------------------------------------------------------
031608 3100-NOTE-RESULT.
031609     EVALUATE TRUE
031610         WHEN HW-AL-WRITTEN
031611             ADD 1 TO AE-WS-RAISED-COUNT
031612         WHEN HW-AL-REPEATED
031613             ADD 1 TO AE-WS-FOLDED-COUNT
031614             MOVE SPACES TO PRINT-LINE
031615             STRING '      NOT ESCALATED - FOLDED INTO THE ALERT '
031616                     'STILL OPEN FOR THIS CALLER AND CODE'
031617                 DELIMITED BY SIZE INTO HW-PL-TEXT
031618             WRITE PRINT-LINE
031619         WHEN OTHER
031620             ADD 1 TO AE-WS-FAILED-COUNT
031621             MOVE 'Y' TO AE-ET-FAILED-SW (AE-WS-ESC-SUB)
031622             SET AE-ERROR-YES TO TRUE
031623             DISPLAY 'ALRTESC0080E - ESCALATION NOT WRITTEN FOR '
031624                 AE-ET-CALLER-ID (AE-WS-ESC-SUB) ' '
031625                 AE-ET-MSG-CODE (AE-WS-ESC-SUB)
031626                 ', RETURN=' HW-AL-RETURN
031627             MOVE SPACES TO PRINT-LINE
031628             STRING '      NOT ESCALATED - ALERT FILE NOT '
031629                     'WRITTEN, OLD ALERT REOPENED'
031630                 DELIMITED BY SIZE INTO HW-PL-TEXT
031631             WRITE PRINT-LINE
031632     END-EVALUATE.
031633 3100-NOTE-RESULT-EXIT.
031634     EXIT.
031635 3500-REOPEN-FAILED.
031636     OPEN I-O OPS-ALERT-FILE.
031637     IF AE-WS-AL-STATUS NOT = '00'
031638         DISPLAY 'ALRTESC0090E - OPS-ALERT-FILE OPEN FAILED'
031639             ', STATUS=' AE-WS-AL-STATUS
031640         SET AE-ERROR-YES TO TRUE
031641         GO TO 3500-REOPEN-FAILED-EXIT
031642     END-IF.
031643     SET AE-EOF-NO TO TRUE.
031644     PERFORM 3600-REOPEN-ALERT
031645         THRU 3600-REOPEN-ALERT-EXIT
031646         UNTIL AE-EOF-YES.
031647     CLOSE OPS-ALERT-FILE.
031648 3500-REOPEN-FAILED-EXIT.
031649     EXIT.
031650 3600-REOPEN-ALERT.
031651     READ OPS-ALERT-FILE
031652         AT END
031653             SET AE-EOF-YES TO TRUE
031654             GO TO 3600-REOPEN-ALERT-EXIT
031655     END-READ.
031656     IF AE-WS-AL-STATUS NOT = '00'
031657         DISPLAY 'ALRTESC0100E - OPS-ALERT-FILE READ FAILED'
031658             ', STATUS=' AE-WS-AL-STATUS
031659         SET AE-EOF-YES TO TRUE
031660         SET AE-ERROR-YES TO TRUE
031661         GO TO 3600-REOPEN-ALERT-EXIT
031662     END-IF.
031663     IF NOT HW-AL-STAT-ESCALATED
031664         GO TO 3600-REOPEN-ALERT-EXIT
031665     END-IF.
031666     SET AE-FOUND-NO TO TRUE.
031667     PERFORM 3700-MATCH-FAILED
031668         THRU 3700-MATCH-FAILED-EXIT
031669         VARYING AE-WS-ESC-SUB FROM 1 BY 1
031670         UNTIL AE-FOUND-YES
031671            OR AE-WS-ESC-SUB > AE-WS-ESC-COUNT.
031672     IF AE-FOUND-NO
031673         GO TO 3600-REOPEN-ALERT-EXIT
031674     END-IF.
031675     MOVE 'O' TO HW-AL-STATUS.
031676     REWRITE OPS-ALERT-RECORD.
031677     IF AE-WS-AL-STATUS NOT = '00'
031678         DISPLAY 'ALRTESC0110E - OPS-ALERT-FILE REWRITE FAILED'
031679             ', STATUS=' AE-WS-AL-STATUS
031680         SET AE-EOF-YES TO TRUE
031681         SET AE-ERROR-YES TO TRUE
031682     END-IF.
031683 3600-REOPEN-ALERT-EXIT.
031684     EXIT.
031685 3700-MATCH-FAILED.
031686     IF AE-ET-FAILED-SW (AE-WS-ESC-SUB) = 'Y' AND
031687        AE-ET-ALERT-TS (AE-WS-ESC-SUB) = HW-AL-TIMESTAMP AND
031688        AE-ET-CALLER-ID (AE-WS-ESC-SUB) = HW-AL-CALLER-ID
031689         SET AE-FOUND-YES TO TRUE
031690         MOVE 'N' TO AE-ET-FAILED-SW (AE-WS-ESC-SUB)
031691     END-IF.
031692 3700-MATCH-FAILED-EXIT.
031693     EXIT.
031700 4000-LIST-OPEN-ALERTS.
031800     MOVE SPACES TO PRINT-LINE.
031900     WRITE PRINT-LINE.
032000     MOVE SPACES TO PRINT-LINE.
032100     MOVE 'OPEN ALERTS FOR SHIFT HANDOVER:' TO HW-PL-TEXT.
032200     WRITE PRINT-LINE.
032300     MOVE SPACES TO PRINT-LINE.
032400     STRING '  ALERT TIMESTAMP            CALLER   S '
032500             'MSG CODE     RPT  AGE(M) TEXT'
032600         DELIMITED BY SIZE INTO HW-PL-TEXT.
032700     WRITE PRINT-LINE.
032800     OPEN INPUT OPS-ALERT-FILE.
032900     IF AE-WS-AL-STATUS = '35'
033000         GO TO 4000-LIST-OPEN-ALERTS-EXIT
033100     END-IF.
033200     IF AE-WS-AL-STATUS NOT = '00'
033300         DISPLAY 'ALRTESC0060E - OPS-ALERT-FILE OPEN FAILED'
033400             ', STATUS=' AE-WS-AL-STATUS
033500         SET AE-ERROR-YES TO TRUE
033600         GO TO 4000-LIST-OPEN-ALERTS-EXIT
033700     END-IF.
033800     SET AE-EOF-NO TO TRUE.
033900     PERFORM 4100-LIST-ALERT
034000         THRU 4100-LIST-ALERT-EXIT
034100         UNTIL AE-EOF-YES.
034200     CLOSE OPS-ALERT-FILE.
034300 4000-LIST-OPEN-ALERTS-EXIT.
034400     EXIT.
034500 4100-LIST-ALERT.
034600     READ OPS-ALERT-FILE
034700         AT END
034800             SET AE-EOF-YES TO TRUE
034900             GO TO 4100-LIST-ALERT-EXIT
035000     END-READ.
035100     IF AE-WS-AL-STATUS NOT = '00'
035200         DISPLAY 'ALRTESC0065E - OPS-ALERT-FILE READ FAILED'
035300             ', STATUS=' AE-WS-AL-STATUS
035400         SET AE-EOF-YES TO TRUE
035500         SET AE-ERROR-YES TO TRUE
035600         GO TO 4100-LIST-ALERT-EXIT
035700     END-IF.
035800     IF NOT HW-AL-STAT-OPEN
035900         GO TO 4100-LIST-ALERT-EXIT
036000     END-IF.
036100     ADD 1 TO AE-WS-OPEN-COUNT.
036200     PERFORM 2200-COMPUTE-AGE
036300         THRU 2200-COMPUTE-AGE-EXIT.
036400     MOVE AE-WS-AGE-MIN TO AE-WS-AGE-DISP.
036500     IF HW-AL-REPEAT-COUNT NUMERIC
036600         MOVE HW-AL-REPEAT-COUNT TO AE-WS-REPEAT-DISP
036700     ELSE
036800         MOVE 1 TO AE-WS-REPEAT-DISP
036900     END-IF.
037000     MOVE SPACES TO PRINT-LINE.
037100     STRING '  ' HW-AL-TIMESTAMP ' ' HW-AL-CALLER-ID ' '
037200             HW-AL-SEVERITY ' ' HW-AL-MSG-CODE ' '
037300             AE-WS-REPEAT-DISP ' ' AE-WS-AGE-DISP ' '
037400             HW-AL-MSG-TEXT
037500         DELIMITED BY SIZE INTO HW-PL-TEXT
037600     END-STRING.
037700     WRITE PRINT-LINE.
037800 4100-LIST-ALERT-EXIT.
037900     EXIT.
038000 5000-PRINT-FOOTER.
038100     IF AE-WS-OPEN-COUNT = ZERO
038200         MOVE SPACES TO PRINT-LINE
038300         MOVE '  NONE' TO HW-PL-TEXT
038400         WRITE PRINT-LINE
038500     END-IF.
038600     MOVE SPACES TO PRINT-LINE.
038700     WRITE PRINT-LINE.
038800     MOVE AE-WS-RAISED-COUNT TO AE-WS-COUNT-DISP.
038900     MOVE SPACES TO PRINT-LINE.
039000     STRING 'ALERTS ESCALATED: ' AE-WS-COUNT-DISP
039100         DELIMITED BY SIZE INTO HW-PL-TEXT.
039200     WRITE PRINT-LINE.
039205     MOVE AE-WS-FOLDED-COUNT TO AE-WS-COUNT-DISP.
039210     MOVE SPACES TO PRINT-LINE.
039215     STRING 'FOLDED INTO OPEN:  ' AE-WS-COUNT-DISP
039220         DELIMITED BY SIZE INTO HW-PL-TEXT.
039225     WRITE PRINT-LINE.
039230     MOVE AE-WS-FAILED-COUNT TO AE-WS-COUNT-DISP.
039235     MOVE SPACES TO PRINT-LINE.
039240     STRING 'NOT WRITTEN:       ' AE-WS-COUNT-DISP
039245         DELIMITED BY SIZE INTO HW-PL-TEXT.
039250     WRITE PRINT-LINE.
039300     MOVE AE-WS-OPEN-COUNT TO AE-WS-COUNT-DISP.
039400     MOVE SPACES TO PRINT-LINE.
039500     STRING 'ALERTS OPEN:      ' AE-WS-COUNT-DISP
039600         DELIMITED BY SIZE INTO HW-PL-TEXT.
039700     WRITE PRINT-LINE.
039800     MOVE SPACES TO PRINT-LINE.
039900     MOVE ALL '-' TO HW-PL-TEXT.
040000     WRITE PRINT-LINE.
040100     MOVE SPACES TO PRINT-LINE.
040200     MOVE '*** END OF ALRTESC REPORT ***' TO HW-PL-TEXT.
040300     WRITE PRINT-LINE.
040400     CLOSE PRINT-FILE.
040500 5000-PRINT-FOOTER-EXIT.
040600     EXIT.
040700 9400-SEND-ALERT.
040800     MOVE RETURN-CODE TO AE-WS-FINAL-RC.
040900     MOVE AE-WS-RUN-JOB-ID TO HW-AL-REQ-CALLER.
041000     MOVE AE-WS-ALERT-TEXT TO HW-AL-REQ-MSG-TEXT.
041100     CALL 'OpsAlert' USING HW-AL-LINK-PARM.
041200     MOVE AE-WS-FINAL-RC TO RETURN-CODE.
041300 9400-SEND-ALERT-EXIT.
041400     EXIT.
041500 9500-LOG-INCIDENT.
041600     MOVE RETURN-CODE TO AE-WS-FINAL-RC.
041800     MOVE AE-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
041900     MOVE SPACES           TO HW-IL-REQ-DATE.
042000     MOVE AE-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
042100     MOVE AE-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
042200     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
042300     MOVE AE-WS-FINAL-RC TO RETURN-CODE.
042400 9500-LOG-INCIDENT-EXIT.
042500     EXIT.
042600 9600-RECORD-STEP-START.
042700     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
042800     MOVE AE-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
042900     CALL 'StepLog' USING HW-SL-LINK-PARM.
043000 9600-RECORD-STEP-START-EXIT.
043100     EXIT.
043200 9700-RECORD-STEP-END.
043300     MOVE RETURN-CODE      TO AE-WS-FINAL-RC.
043400     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
043500     MOVE AE-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
043600     MOVE SPACES           TO HW-SL-REQ-DATE.
043700     MOVE AE-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
043800     MOVE AE-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
043900     MOVE 'N'              TO HW-SL-REQ-CHECKPOINT.
044000     CALL 'StepLog' USING HW-SL-LINK-PARM.
044100     MOVE AE-WS-FINAL-RC TO RETURN-CODE.
044200 9700-RECORD-STEP-END-EXIT.
044300     EXIT.
