000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOGVRFY.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL APPEND-ONLY LOG VERIFICATION.  RUNS
001300*                  THE LogCheck SUBROUTINE OVER AUDITTRL,
001400*                  RESTARTC, INCDLOG AND ALERTLOG IN TURN AND
001500*                  PRINTS ONE LINE PER LOG: RECORDS READ,
001600*                  NUMBERED RECORDS AGAINST THE CONTROL COUNT
001700*                  (SEE LogCtlRc), GAPS, DUPLICATES, NUMBERS AND
001800*                  TIMESTAMPS OUT OF ORDER AND STRAYS.  THE
001900*                  FINDINGS THEMSELVES ARE LISTED ON THE JOB LOG
002000*                  AS LOGCHECK MESSAGES.  A LOG THAT FAILS THE
002100*                  CHECK, OR COULD NOT BE READ, IS RAISED AS ONE
002200*                  CRITICAL ALERT THROUGH OpsAlert NAMING EVERY
002300*                  SUCH LOG.  RETURN-CODE 0 = ALL LOGS CLEAN,
002400*                  8 = A LOG FAILED OR A FILE COULD NOT BE
002500*                  OPENED, READ OR WRITTEN.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PRINT-FILE ASSIGN TO SYSOUT
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS LV-WS-PF-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  PRINT-FILE
003600     RECORDING MODE IS F
003700     LABEL RECORDS ARE OMITTED.
003800 COPY PrintRec.
003900 WORKING-STORAGE SECTION.
004000 01  LV-WS-PF-STATUS             PIC X(02) VALUE '00'.
004100 01  LV-WS-SWITCHES.
004200     05  LV-WS-ERROR-SW          PIC X(01) VALUE 'N'.
004300         88  LV-ERROR-YES                   VALUE 'Y'.
004400         88  LV-ERROR-NO                    VALUE 'N'.
004500 01  LV-WS-STAMP-DATE            PIC X(08) VALUE SPACES.
004600 01  LV-WS-STAMP-TIME            PIC 9(08) VALUE ZEROS.
004700 01  LV-WS-NOW-TS                PIC X(26) VALUE SPACES.
004800*----------------------------------------------------------------
004900* THE FOUR LOGS, IN CHECKING ORDER, AND THE ONES THAT FAILED.
005000*----------------------------------------------------------------
005100 01  LV-WS-LOG-NAMES.
005200     05  FILLER                  PIC X(32) VALUE
005300         'AUDITTRLRESTARTCINCDLOG ALERTLOG'.
005400 01  LV-WS-LOG-NAME-TABLE REDEFINES LV-WS-LOG-NAMES.
005500     05  LV-WS-LOG-NAME          PIC X(08) OCCURS 4 TIMES.
005600 01  LV-WS-FAILED-LIST.
005700     05  LV-WS-FAILED-NAME       PIC X(09) OCCURS 4 TIMES.
005800 77  LV-WS-LOG-SUB               PIC S9(04) COMP VALUE ZERO.
005900 77  LV-WS-FAIL-COUNT            PIC S9(04) COMP VALUE ZERO.
006000 77  LV-WS-CLEAN-COUNT           PIC S9(04) COMP VALUE ZERO.
006100 01  LV-WS-RESULT                PIC X(10) VALUE SPACES.
006200 01  LV-WS-READ-DISP             PIC Z(8)9.
006300 01  LV-WS-SEQ-DISP              PIC Z(8)9.
006400 01  LV-WS-CTL-DISP              PIC Z(8)9.
006500 01  LV-WS-LAST-DISP             PIC Z(8)9.
006600 01  LV-WS-BASE-DISP             PIC Z(8)9.
006700 01  LV-WS-GAP-DISP              PIC Z(8)9.
006800 01  LV-WS-DUP-DISP              PIC Z(8)9.
006900 01  LV-WS-ORDER-DISP            PIC Z(8)9.
007000 01  LV-WS-TS-DISP               PIC Z(8)9.
007100 01  LV-WS-STRAY-DISP            PIC Z(8)9.
007200 01  LV-WS-COUNT-DISP            PIC Z9.
007300 COPY ChkLink.
007400 COPY AlrtLink.
007500 01  LV-WS-ALERT-TEXT            PIC X(60) VALUE SPACES.
007600 COPY IncdLnk.
007700 COPY StepLnk.
007800 01  LV-WS-RUN-JOB-ID            PIC X(08) VALUE 'LOGVRFY'.
007900 01  LV-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
008000 01  LV-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
008100 PROCEDURE DIVISION.
008200 0000-MAINLINE.
008300     PERFORM 9600-RECORD-STEP-START
008400         THRU 9600-RECORD-STEP-START-EXIT.
008500     PERFORM 1000-INITIALIZE
008600         THRU 1000-INITIALIZE-EXIT.
008700     IF LV-ERROR-YES
008800         MOVE 8 TO RETURN-CODE
008900         MOVE 'PRINT FILE FAILURE' TO LV-WS-DIAG-MSG
009000         PERFORM 9500-LOG-INCIDENT
009100             THRU 9500-LOG-INCIDENT-EXIT
009200         GO TO 0000-MAINLINE-EXIT
009300     END-IF.
009400     PERFORM 1900-PRINT-HEADING
009500         THRU 1900-PRINT-HEADING-EXIT.
009600     PERFORM 2000-CHECK-LOG
009700         THRU 2000-CHECK-LOG-EXIT
009800         VARYING LV-WS-LOG-SUB FROM 1 BY 1
009900         UNTIL LV-WS-LOG-SUB > 4.
010000     PERFORM 4000-PRINT-TOTALS
010100         THRU 4000-PRINT-TOTALS-EXIT.
010200     IF LV-WS-FAIL-COUNT > ZERO
010300         MOVE 8 TO RETURN-CODE
010400         MOVE 'LOG INTEGRITY CHECK FAILED'
010500             TO LV-WS-DIAG-MSG
010600         MOVE 'C' TO HW-AL-REQ-SEVERITY
010700         MOVE 'LOGVRFY0100E' TO HW-AL-REQ-MSG-CODE
010800         MOVE SPACES TO LV-WS-ALERT-TEXT
010900         STRING 'INTEGRITY CHECK FAILED: ' LV-WS-FAILED-LIST
011000             DELIMITED BY SIZE INTO LV-WS-ALERT-TEXT
011100         END-STRING
011200         PERFORM 9400-SEND-ALERT
011300             THRU 9400-SEND-ALERT-EXIT
011400     ELSE
011500         MOVE 0 TO RETURN-CODE
011600     END-IF.
011700     PERFORM 9500-LOG-INCIDENT
011800         THRU 9500-LOG-INCIDENT-EXIT.
011900 0000-MAINLINE-EXIT.
012000     PERFORM 9700-RECORD-STEP-END
012100         THRU 9700-RECORD-STEP-END-EXIT.
012200     GOBACK.
012300 1000-INITIALIZE.
012400     ACCEPT LV-WS-STAMP-DATE FROM DATE YYYYMMDD.
012500     ACCEPT LV-WS-STAMP-TIME FROM TIME.
012600     STRING LV-WS-STAMP-DATE (1:4) '-' LV-WS-STAMP-DATE (5:2)
012700             '-' LV-WS-STAMP-DATE (7:2) '-'
012800             LV-WS-STAMP-TIME (1:2) '.' LV-WS-STAMP-TIME (3:2)
012900             '.' LV-WS-STAMP-TIME (5:2) '.'
013000             LV-WS-STAMP-TIME (7:2) '0000'
013100         DELIMITED BY SIZE INTO LV-WS-NOW-TS
013200     END-STRING.
013300     MOVE SPACES TO LV-WS-FAILED-LIST.
013400     MOVE ZERO TO LV-WS-FAIL-COUNT.
013500     MOVE ZERO TO LV-WS-CLEAN-COUNT.
013600     OPEN OUTPUT PRINT-FILE.
013700     IF LV-WS-PF-STATUS NOT = '00'
013800         DISPLAY 'LOGVRFY0010E - PRINT-FILE OPEN FAILED'
013900             ', STATUS=' LV-WS-PF-STATUS
014000         SET LV-ERROR-YES TO TRUE
014100     END-IF.
014200 1000-INITIALIZE-EXIT.
014300     EXIT.
014400 1900-PRINT-HEADING.
014500     MOVE SPACES TO PRINT-LINE.
014600     MOVE '1' TO HW-PL-CTL.
014700     MOVE 'LOGVRFY - APPEND-ONLY LOG INTEGRITY REPORT'
014800         TO HW-PL-TEXT.
014900     WRITE PRINT-LINE.
015000     MOVE SPACES TO PRINT-LINE.
015100     STRING 'CHECKED: ' LV-WS-NOW-TS
015200         DELIMITED BY SIZE INTO HW-PL-TEXT
015300     END-STRING.
015400     WRITE PRINT-LINE.
015500     MOVE SPACES TO PRINT-LINE.
015600     MOVE ALL '-' TO HW-PL-TEXT.
015700     WRITE PRINT-LINE.
015800     MOVE SPACES TO PRINT-LINE.
015900     STRING 'LOG           READ  NUMBERED   CONTROL  CTL-LAST'
016000             '  BASE-SEQ      GAPS      DUPS  OUTORDER  TS-ORDER'
016100             '    STRAYS  RESULT'
016200         DELIMITED BY SIZE INTO HW-PL-TEXT
016300     END-STRING.
016400     WRITE PRINT-LINE.
016500 1900-PRINT-HEADING-EXIT.
016600     EXIT.
016700*----------------------------------------------------------------
016800* ONE LOG THROUGH LogCheck.  NUMBERS OUT OF ORDER ALONE (TWO
016900* WRITERS CROSSING) DO NOT FAIL THE LOG.
017000*----------------------------------------------------------------
017100 2000-CHECK-LOG.
017200     MOVE LV-WS-LOG-NAME (LV-WS-LOG-SUB) TO HW-CK-REQ-FILE-ID.
017300     MOVE LV-WS-RUN-JOB-ID TO HW-CK-REQ-JOB-ID.
017400     CALL 'LogCheck' USING HW-CK-LINK-PARM.
017500     EVALUATE TRUE
017600         WHEN HW-CK-CLEAN
017700             MOVE 'CLEAN' TO LV-WS-RESULT
017800             ADD 1 TO LV-WS-CLEAN-COUNT
017900         WHEN HW-CK-FAILED
018000             MOVE 'FAILED' TO LV-WS-RESULT
018100         WHEN OTHER
018200             MOVE 'UNREADABLE' TO LV-WS-RESULT
018300     END-EVALUATE.
018400     IF NOT HW-CK-CLEAN
018500         ADD 1 TO LV-WS-FAIL-COUNT
018600         MOVE HW-CK-REQ-FILE-ID
018700             TO LV-WS-FAILED-NAME (LV-WS-FAIL-COUNT)
018800     END-IF.
018900     DISPLAY 'LOGVRFY0020I - ' HW-CK-REQ-FILE-ID ' '
019000         LV-WS-RESULT.
019100     PERFORM 2100-PRINT-LOG-LINE
019200         THRU 2100-PRINT-LOG-LINE-EXIT.
019300 2000-CHECK-LOG-EXIT.
019400     EXIT.
019500 2100-PRINT-LOG-LINE.
019600     MOVE HW-CK-READ-COUNT   TO LV-WS-READ-DISP.
019700     MOVE HW-CK-SEQ-COUNT    TO LV-WS-SEQ-DISP.
019800     MOVE HW-CK-CTL-COUNT    TO LV-WS-CTL-DISP.
019900     MOVE HW-CK-CTL-LAST-SEQ TO LV-WS-LAST-DISP.
020000     MOVE HW-CK-CTL-BASE-SEQ TO LV-WS-BASE-DISP.
020100     MOVE HW-CK-GAP-COUNT    TO LV-WS-GAP-DISP.
020200     MOVE HW-CK-DUP-COUNT    TO LV-WS-DUP-DISP.
020300     MOVE HW-CK-ORDER-COUNT  TO LV-WS-ORDER-DISP.
020400     MOVE HW-CK-TS-COUNT     TO LV-WS-TS-DISP.
020500     MOVE HW-CK-STRAY-COUNT  TO LV-WS-STRAY-DISP.
020600     MOVE SPACES TO PRINT-LINE.
020700     STRING HW-CK-REQ-FILE-ID
020800             ' ' LV-WS-READ-DISP ' ' LV-WS-SEQ-DISP
020900             ' ' LV-WS-CTL-DISP ' ' LV-WS-LAST-DISP
021000             ' ' LV-WS-BASE-DISP ' ' LV-WS-GAP-DISP
021100             ' ' LV-WS-DUP-DISP ' ' LV-WS-ORDER-DISP
021200             ' ' LV-WS-TS-DISP ' ' LV-WS-STRAY-DISP
021300             '  ' LV-WS-RESULT
021400         DELIMITED BY SIZE INTO HW-PL-TEXT
021500     END-STRING.
021600     WRITE PRINT-LINE.
021700     IF HW-CK-COUNT-DIFF
021800         MOVE SPACES TO PRINT-LINE
021900         MOVE '         NUMBERED RECORDS DO NOT MATCH THE CONTROL'
022000             TO HW-PL-TEXT
022100         WRITE PRINT-LINE
022200     END-IF.
022300 2100-PRINT-LOG-LINE-EXIT.
022400     EXIT.
022500 4000-PRINT-TOTALS.
022600     MOVE SPACES TO PRINT-LINE.
022700     WRITE PRINT-LINE.
022800     MOVE LV-WS-CLEAN-COUNT TO LV-WS-COUNT-DISP.
022900     MOVE SPACES TO PRINT-LINE.
023000     STRING 'LOGS CLEAN:       ' LV-WS-COUNT-DISP
023100         DELIMITED BY SIZE INTO HW-PL-TEXT
023200     END-STRING.
023300     WRITE PRINT-LINE.
023400     MOVE LV-WS-FAIL-COUNT TO LV-WS-COUNT-DISP.
023500     MOVE SPACES TO PRINT-LINE.
023600     STRING 'LOGS NOT CLEAN:   ' LV-WS-COUNT-DISP
023700         DELIMITED BY SIZE INTO HW-PL-TEXT
023800     END-STRING.
023900     WRITE PRINT-LINE.
024000     IF LV-WS-FAIL-COUNT > ZERO
024100         MOVE SPACES TO PRINT-LINE
024200         MOVE 'FINDINGS ARE ON THE JOB LOG (LOGCHECK MESSAGES)'
024300             TO HW-PL-TEXT
024400         WRITE PRINT-LINE
024500     END-IF.
024600     MOVE SPACES TO PRINT-LINE.
024700     MOVE ALL '-' TO HW-PL-TEXT.
024800     WRITE PRINT-LINE.
024900     MOVE SPACES TO PRINT-LINE.
025000     MOVE '*** END OF LOGVRFY REPORT ***' TO HW-PL-TEXT.
025100     WRITE PRINT-LINE.
025200     CLOSE PRINT-FILE.
025300 4000-PRINT-TOTALS-EXIT.
025400     EXIT.
025500 9400-SEND-ALERT.
025600     MOVE RETURN-CODE TO LV-WS-FINAL-RC.
025700     MOVE LV-WS-RUN-JOB-ID TO HW-AL-REQ-CALLER.
025800     MOVE LV-WS-ALERT-TEXT TO HW-AL-REQ-MSG-TEXT.
025900     CALL 'OpsAlert' USING HW-AL-LINK-PARM.
026000     MOVE LV-WS-FINAL-RC TO RETURN-CODE.
026100 9400-SEND-ALERT-EXIT.
026200     EXIT.
026300 9500-LOG-INCIDENT.
026400     MOVE RETURN-CODE TO LV-WS-FINAL-RC.
026500     MOVE LV-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
026600     MOVE SPACES           TO HW-IL-REQ-DATE.
026700     MOVE LV-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
026800     MOVE LV-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
026900     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
027000     MOVE LV-WS-FINAL-RC TO RETURN-CODE.
027100 9500-LOG-INCIDENT-EXIT.
027200     EXIT.
027300 9600-RECORD-STEP-START.
027400     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
027500     MOVE LV-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
027600     CALL 'StepLog' USING HW-SL-LINK-PARM.
027700 9600-RECORD-STEP-START-EXIT.
027800     EXIT.
027900 9700-RECORD-STEP-END.
028000     MOVE RETURN-CODE      TO LV-WS-FINAL-RC.
028100     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
028200     MOVE LV-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
028300     MOVE SPACES           TO HW-SL-REQ-DATE.
028400     MOVE LV-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
028500     MOVE LV-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
028600     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
028700     CALL 'StepLog' USING HW-SL-LINK-PARM.
028800     MOVE LV-WS-FINAL-RC TO RETURN-CODE.
028900 9700-RECORD-STEP-END-EXIT.
029000     EXIT.
