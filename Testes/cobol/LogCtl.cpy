000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LogControl.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL LOG SEQUENCE AND CONTROL-TOTAL
001300*                  SUBROUTINE, BUILT IN THE SAME CALLABLE STYLE
001400*                  AS CycleControl.  KEEPS ONE CONTROL RECORD
001500*                  PER APPEND-ONLY LOG ON DD LOGCTL (SEE
001600*                  LogCtlRc): EVERY WRITER OF AUDITTRL,
001700*                  RESTARTC, INCDLOG AND ALERTLOG TAKES ITS NEXT
001800*                  SEQUENCE NUMBER HERE BEFORE IT APPENDS, SO A
001900*                  LOST APPEND OR A RECORD EDITED OUT OF A LOG
002000*                  NO LONGER GOES UNNOTICED.  SEE THE
002100*                  HW-LG-RETURN VALUES IN LogLink.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT LOG-CONTROL-FILE ASSIGN TO LOGCTL
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS LG-WS-LC-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  LOG-CONTROL-FILE
003200     RECORDING MODE IS F
003300     LABEL RECORDS ARE STANDARD.
003400 COPY LogCtlRc.
003500 WORKING-STORAGE SECTION.
003600 01  LG-WS-LC-STATUS             PIC X(02) VALUE '00'.
003700 01  LG-WS-SWITCHES.
003800     05  LG-WS-EOF-SW            PIC X(01) VALUE 'N'.
003900         88  LG-EOF-YES                     VALUE 'Y'.
004000         88  LG-EOF-NO                      VALUE 'N'.
004100     05  LG-WS-ERROR-SW          PIC X(01) VALUE 'N'.
004200         88  LG-ERROR-YES                   VALUE 'Y'.
004300         88  LG-ERROR-NO                    VALUE 'N'.
004400 01  LG-WS-STAMP-DATE            PIC X(08) VALUE SPACES.
004500 01  LG-WS-STAMP-TIME            PIC 9(08) VALUE ZEROS.
004600 01  LG-WS-NOW-TS                PIC X(26) VALUE SPACES.
004700 77  LG-WS-CTL-MAX               PIC S9(04) COMP VALUE 10.
004800 77  LG-WS-CTL-COUNT             PIC S9(04) COMP VALUE ZERO.
004900 77  LG-WS-CTL-SUB               PIC S9(04) COMP VALUE ZERO.
005000 77  LG-WS-FOUND-SUB             PIC S9(04) COMP VALUE ZERO.
005100 01  LG-WS-CTL-TABLE.
005200     05  LG-WS-CTL-ENTRY OCCURS 10 TIMES.
005300         10  LG-CT-RECORD        PIC X(80).
005400 LINKAGE SECTION.
005500 COPY LogLink.
005600 PROCEDURE DIVISION USING HW-LG-LINK-PARM.
005700 0000-MAINLINE.
005800     SET HW-LG-OK TO TRUE.
005900     MOVE ZERO TO HW-LG-SEQ-NO.
006000     MOVE ZERO TO HW-LG-REC-COUNT.
006100     MOVE ZERO TO HW-LG-LAST-SEQ.
006200     MOVE ZERO TO HW-LG-BASE-SEQ.
006300     IF NOT HW-LG-REQ-NEXT AND NOT HW-LG-REQ-GET AND
006400        NOT HW-LG-REQ-PURGED
006500         DISPLAY 'LOGCONTROL0010E - INVALID FUNCTION '''
006600             HW-LG-REQ-FUNCTION ''' FROM ' HW-LG-REQ-JOB-ID
006700         SET HW-LG-BAD-REQUEST TO TRUE
006800         GO TO 0000-MAINLINE-EXIT
006900     END-IF.
007000     IF NOT HW-LG-REQ-KNOWN-LOG
007100         DISPLAY 'LOGCONTROL0020E - UNKNOWN LOG '''
007200             HW-LG-REQ-FILE-ID ''' FROM ' HW-LG-REQ-JOB-ID
007300         SET HW-LG-BAD-REQUEST TO TRUE
007400         GO TO 0000-MAINLINE-EXIT
007500     END-IF.
007600     PERFORM 0500-STAMP-REQUEST
007700         THRU 0500-STAMP-REQUEST-EXIT.
007800     PERFORM 1000-LOAD-CONTROL
007900         THRU 1000-LOAD-CONTROL-EXIT.
008000     IF LG-ERROR-YES
008100         SET HW-LG-FILE-UNAVAILABLE TO TRUE
008200         GO TO 0000-MAINLINE-EXIT
008300     END-IF.
008400     PERFORM 1200-FIND-LOG
008500         THRU 1200-FIND-LOG-EXIT.
008600     IF LG-WS-FOUND-SUB = ZERO
008700         SET HW-LG-NO-CONTROL TO TRUE
008800         IF NOT HW-LG-REQ-NEXT
008900             GO TO 0000-MAINLINE-EXIT
009000         END-IF
009100     END-IF.
009200     EVALUATE TRUE
009300         WHEN HW-LG-REQ-GET
009400             PERFORM 2000-GET-TOTALS
009500                 THRU 2000-GET-TOTALS-EXIT
009600         WHEN HW-LG-REQ-NEXT
009700             PERFORM 3000-NEXT-SEQUENCE
009800                 THRU 3000-NEXT-SEQUENCE-EXIT
009900         WHEN HW-LG-REQ-PURGED
010000             PERFORM 4000-RECORD-PURGE
010100                 THRU 4000-RECORD-PURGE-EXIT
010200     END-EVALUATE.
010300 0000-MAINLINE-EXIT.
010400     GOBACK.
010500 0500-STAMP-REQUEST.
010600     ACCEPT LG-WS-STAMP-DATE FROM DATE YYYYMMDD.
010700     ACCEPT LG-WS-STAMP-TIME FROM TIME.
010800     MOVE SPACES TO LG-WS-NOW-TS.
010900     STRING LG-WS-STAMP-DATE (1:4) '-' LG-WS-STAMP-DATE (5:2)
011000             '-' LG-WS-STAMP-DATE (7:2) '-'
011100             LG-WS-STAMP-TIME (1:2) '.' LG-WS-STAMP-TIME (3:2)
011200             '.' LG-WS-STAMP-TIME (5:2) '.'
011300             LG-WS-STAMP-TIME (7:2) '0000'
011400         DELIMITED BY SIZE INTO LG-WS-NOW-TS
011500     END-STRING.
011600 0500-STAMP-REQUEST-EXIT.
011700     EXIT.
011800*    A MISSING OR EMPTY CONTROL FILE SIMPLY MEANS NO LOG HAS BEEN
011900*    NUMBERED YET.
012000 1000-LOAD-CONTROL.
012100     SET LG-ERROR-NO TO TRUE.
012200     MOVE ZERO TO LG-WS-CTL-COUNT.
012300     OPEN INPUT LOG-CONTROL-FILE.
012400     IF LG-WS-LC-STATUS = '35'
012500         GO TO 1000-LOAD-CONTROL-EXIT
012600     END-IF.
012700     IF LG-WS-LC-STATUS NOT = '00'
012800         DISPLAY 'LOGCONTROL0030E - LOG-CONTROL-FILE OPEN '
012900             'FAILED, STATUS=' LG-WS-LC-STATUS
013000         SET LG-ERROR-YES TO TRUE
013100         GO TO 1000-LOAD-CONTROL-EXIT
013200     END-IF.
013300     SET LG-EOF-NO TO TRUE.
013400     PERFORM 1100-LOAD-CONTROL-RECORD
013500         THRU 1100-LOAD-CONTROL-RECORD-EXIT
013600         UNTIL LG-EOF-YES.
013700     CLOSE LOG-CONTROL-FILE.
013800 1000-LOAD-CONTROL-EXIT.
013900     EXIT.
014000 1100-LOAD-CONTROL-RECORD.
014100     READ LOG-CONTROL-FILE
014200         AT END
014300             SET LG-EOF-YES TO TRUE
014400             GO TO 1100-LOAD-CONTROL-RECORD-EXIT
014500     END-READ.
014600     IF LG-WS-LC-STATUS NOT = '00'
014700         DISPLAY 'LOGCONTROL0040E - LOG-CONTROL-FILE READ '
014800             'FAILED, STATUS=' LG-WS-LC-STATUS
014900         SET LG-EOF-YES TO TRUE
015000         SET LG-ERROR-YES TO TRUE
015100         GO TO 1100-LOAD-CONTROL-RECORD-EXIT
015200     END-IF.
015300     IF LG-WS-CTL-COUNT >= LG-WS-CTL-MAX
015400         DISPLAY 'LOGCONTROL0050E - LOG-CONTROL-FILE HAS MORE '
015500             'THAN 10 RECORDS'
015600         SET LG-EOF-YES TO TRUE
015700         SET LG-ERROR-YES TO TRUE
015800         GO TO 1100-LOAD-CONTROL-RECORD-EXIT
015900     END-IF.
016000     ADD 1 TO LG-WS-CTL-COUNT.
016100     MOVE LOG-CONTROL-RECORD TO LG-CT-RECORD (LG-WS-CTL-COUNT).
016200 1100-LOAD-CONTROL-RECORD-EXIT.
016300     EXIT.
016400 1200-FIND-LOG.
016500     MOVE ZERO TO LG-WS-FOUND-SUB.
016600     PERFORM 1250-MATCH-LOG
016700         THRU 1250-MATCH-LOG-EXIT
016800         VARYING LG-WS-CTL-SUB FROM 1 BY 1
016900         UNTIL LG-WS-CTL-SUB > LG-WS-CTL-COUNT
017000            OR LG-WS-FOUND-SUB > ZERO.
017100 1200-FIND-LOG-EXIT.
017200     EXIT.
017300 1250-MATCH-LOG.
017400     MOVE LG-CT-RECORD (LG-WS-CTL-SUB) TO LOG-CONTROL-RECORD.
017500     IF HW-LC-FILE-ID = HW-LG-REQ-FILE-ID
017600         MOVE LG-WS-CTL-SUB TO LG-WS-FOUND-SUB
017700     END-IF.
017800 1250-MATCH-LOG-EXIT.
017900     EXIT.
018000 2000-GET-TOTALS.
018100     MOVE LG-CT-RECORD (LG-WS-FOUND-SUB) TO LOG-CONTROL-RECORD.
018200     PERFORM 8500-RETURN-TOTALS
018300         THRU 8500-RETURN-TOTALS-EXIT.
018400 2000-GET-TOTALS-EXIT.
018500     EXIT.
018600*    THE FIRST NUMBER FOR A LOG STARTS ITS CONTROL RECORD.
018700 3000-NEXT-SEQUENCE.
018800     IF LG-WS-FOUND-SUB = ZERO
018900         IF LG-WS-CTL-COUNT >= LG-WS-CTL-MAX
019000             DISPLAY 'LOGCONTROL0050E - LOG-CONTROL-FILE HAS '
019100                 'MORE THAN 10 RECORDS'
019200             SET HW-LG-FILE-UNAVAILABLE TO TRUE
019300             GO TO 3000-NEXT-SEQUENCE-EXIT
019400         END-IF
019500         ADD 1 TO LG-WS-CTL-COUNT
019600         MOVE LG-WS-CTL-COUNT TO LG-WS-FOUND-SUB
019700         MOVE SPACES            TO LOG-CONTROL-RECORD
019800         MOVE HW-LG-REQ-FILE-ID TO HW-LC-FILE-ID
019900         MOVE ZERO              TO HW-LC-REC-COUNT
020000         MOVE ZERO              TO HW-LC-LAST-SEQ
020100         MOVE ZERO              TO HW-LC-BASE-SEQ
020200     ELSE
020300         MOVE LG-CT-RECORD (LG-WS-FOUND-SUB)
020400             TO LOG-CONTROL-RECORD
020500     END-IF.
020600     ADD 1 TO HW-LC-LAST-SEQ.
020700     ADD 1 TO HW-LC-REC-COUNT.
020800     MOVE LG-WS-NOW-TS      TO HW-LC-UPDATED-TS.
020900     MOVE HW-LG-REQ-JOB-ID  TO HW-LC-UPDATED-BY.
021000     MOVE LOG-CONTROL-RECORD TO LG-CT-RECORD (LG-WS-FOUND-SUB).
021100     PERFORM 8000-WRITE-CONTROL
021200         THRU 8000-WRITE-CONTROL-EXIT.
021300     IF LG-ERROR-YES
021400         SET HW-LG-FILE-UNAVAILABLE TO TRUE
021500         GO TO 3000-NEXT-SEQUENCE-EXIT
021600     END-IF.
021700     MOVE LG-CT-RECORD (LG-WS-FOUND-SUB) TO LOG-CONTROL-RECORD.
021800     MOVE HW-LC-LAST-SEQ TO HW-LG-SEQ-NO.
021900     PERFORM 8500-RETURN-TOTALS
022000         THRU 8500-RETURN-TOTALS-EXIT.
022100 3000-NEXT-SEQUENCE-EXIT.
022200     EXIT.
022300*    RECORDS ARCHIVED ARE NO LONGER ON THE LOG.  BASE-SEQ ONLY
022400*    MOVES FORWARD.
022500 4000-RECORD-PURGE.
022600     MOVE LG-CT-RECORD (LG-WS-FOUND-SUB) TO LOG-CONTROL-RECORD.
022700     IF HW-LG-REQ-MOVED > HW-LC-REC-COUNT
022800         DISPLAY 'LOGCONTROL0060W - ' HW-LG-REQ-FILE-ID
022900             ' PURGE OF ' HW-LG-REQ-MOVED ' RECORDS EXCEEDS '
023000             'THE CONTROL COUNT ' HW-LC-REC-COUNT
023100         MOVE ZERO TO HW-LC-REC-COUNT
023200     ELSE
023300         SUBTRACT HW-LG-REQ-MOVED FROM HW-LC-REC-COUNT
023400     END-IF.
023500     IF HW-LG-REQ-BASE-SEQ > HW-LC-BASE-SEQ
023600         MOVE HW-LG-REQ-BASE-SEQ TO HW-LC-BASE-SEQ
023700     END-IF.
023800     MOVE LG-WS-NOW-TS      TO HW-LC-UPDATED-TS.
023900     MOVE HW-LG-REQ-JOB-ID  TO HW-LC-UPDATED-BY.
024000     MOVE LOG-CONTROL-RECORD TO LG-CT-RECORD (LG-WS-FOUND-SUB).
024100     PERFORM 8000-WRITE-CONTROL
024200         THRU 8000-WRITE-CONTROL-EXIT.
024300     IF LG-ERROR-YES
024400         SET HW-LG-FILE-UNAVAILABLE TO TRUE
024500         GO TO 4000-RECORD-PURGE-EXIT
024600     END-IF.
024700     MOVE LG-CT-RECORD (LG-WS-FOUND-SUB) TO LOG-CONTROL-RECORD.
024800     PERFORM 8500-RETURN-TOTALS
024900         THRU 8500-RETURN-TOTALS-EXIT.
025000 4000-RECORD-PURGE-EXIT.
025100     EXIT.
025200 8000-WRITE-CONTROL.
025300     OPEN OUTPUT LOG-CONTROL-FILE.
025400     IF LG-WS-LC-STATUS NOT = '00'
025500         DISPLAY 'LOGCONTROL0070E - LOG-CONTROL-FILE OPEN '
025600             'FOR OUTPUT FAILED, STATUS=' LG-WS-LC-STATUS
025700         SET LG-ERROR-YES TO TRUE
025800         GO TO 8000-WRITE-CONTROL-EXIT
025900     END-IF.
026000     PERFORM 8100-WRITE-CONTROL-RECORD
026100         THRU 8100-WRITE-CONTROL-RECORD-EXIT
026200         VARYING LG-WS-CTL-SUB FROM 1 BY 1
026300         UNTIL LG-WS-CTL-SUB > LG-WS-CTL-COUNT
026400            OR LG-ERROR-YES.
026500     CLOSE LOG-CONTROL-FILE.
026600 8000-WRITE-CONTROL-EXIT.
026700     EXIT.
026800 8100-WRITE-CONTROL-RECORD.
026900     MOVE LG-CT-RECORD (LG-WS-CTL-SUB) TO LOG-CONTROL-RECORD.
027000     WRITE LOG-CONTROL-RECORD.
027100     IF LG-WS-LC-STATUS NOT = '00'
027200         DISPLAY 'LOGCONTROL0080E - LOG-CONTROL-FILE WRITE '
027300             'FAILED, STATUS=' LG-WS-LC-STATUS
027400         SET LG-ERROR-YES TO TRUE
027500     END-IF.
027600 8100-WRITE-CONTROL-RECORD-EXIT.
027700     EXIT.
027800 8500-RETURN-TOTALS.
027900     MOVE HW-LC-REC-COUNT TO HW-LG-REC-COUNT.
028000     MOVE HW-LC-LAST-SEQ  TO HW-LG-LAST-SEQ.
028100     MOVE HW-LC-BASE-SEQ  TO HW-LG-BASE-SEQ.
028200 8500-RETURN-TOTALS-EXIT.
028300     EXIT.
