000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LogCheck.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL LOG INTEGRITY CHECK SUBROUTINE, BUILT
001300*                  IN THE SAME CALLABLE STYLE AS LogControl.
001400*                  READS ONE OF THE APPEND-ONLY LOGS (AUDITTRL,
001500*                  RESTARTC, INCDLOG, ALERTLOG) FROM END TO END
001600*                  AND SETS ITS SEQUENCE NUMBERS AND TIMESTAMPS
001700*                  AGAINST THE LOG'S CONTROL RECORD: GAPS,
001800*                  DUPLICATES, NUMBERS OUT OF ORDER, TIMESTAMPS
001900*                  OUT OF ORDER, STRAYS AND A COUNT MISMATCH ARE
002000*                  LISTED ON SYSOUT AND COUNTED FOR THE CALLER.
002100*                  CALLED BY LOGVRFY, AND BY ARCHPURG BEFORE IT
002200*                  SPLITS A LOG.  SEE THE HW-CK-RETURN VALUES IN
002300*                  ChkLink.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS CK-WS-LOG-STATUS.
003100     SELECT RESTART-CONTROL-FILE ASSIGN TO RESTARTC
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS CK-WS-LOG-STATUS.
003400     SELECT INCIDENT-LOG-FILE ASSIGN TO INCDLOG
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS CK-WS-LOG-STATUS.
003700     SELECT OPS-ALERT-FILE ASSIGN TO ALERTLOG
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS CK-WS-LOG-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  AUDIT-TRAIL-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 COPY AuditTrl.
004600 FD  RESTART-CONTROL-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 COPY RestartC.
005000 FD  INCIDENT-LOG-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 COPY IncdRec.
005400 FD  OPS-ALERT-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 COPY AlertRec.
005800 WORKING-STORAGE SECTION.
005900 01  CK-WS-LOG-STATUS            PIC X(02) VALUE '00'.
006000 01  CK-WS-SWITCHES.
006100     05  CK-WS-EOF-SW            PIC X(01) VALUE 'N'.
006200         88  CK-EOF-YES                     VALUE 'Y'.
006300         88  CK-EOF-NO                      VALUE 'N'.
006400     05  CK-WS-ERROR-SW          PIC X(01) VALUE 'N'.
006500         88  CK-ERROR-YES                   VALUE 'Y'.
006600         88  CK-ERROR-NO                    VALUE 'N'.
006700     05  CK-WS-NUMBERED-SW       PIC X(01) VALUE 'N'.
006800         88  CK-NUMBERED-YES                VALUE 'Y'.
006900         88  CK-NUMBERED-NO                 VALUE 'N'.
007000     05  CK-WS-EVENT-SW          PIC X(01) VALUE 'N'.
007100         88  CK-EVENT-TS-YES                VALUE 'Y'.
007200         88  CK-EVENT-TS-NO                 VALUE 'N'.
007300     05  CK-WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
007400         88  CK-OVERFLOW-YES                VALUE 'Y'.
007500         88  CK-OVERFLOW-NO                 VALUE 'N'.
007600 01  CK-WS-CUR-SEQ               PIC 9(09) VALUE ZEROS.
007700 01  CK-WS-CUR-TS                PIC X(26) VALUE SPACES.
007800 01  CK-WS-HIGH-TS               PIC X(26) VALUE SPACES.
007900 01  CK-WS-EXPECT-SEQ            PIC 9(09) VALUE ZEROS.
008000 01  CK-WS-GAP-LO                PIC 9(09) VALUE ZEROS.
008100 01  CK-WS-GAP-HI                PIC 9(09) VALUE ZEROS.
008200 01  CK-WS-MISSING               PIC 9(09) VALUE ZEROS.
008300 01  CK-WS-MSG                   PIC X(100) VALUE SPACES.
008400 77  CK-WS-SHOW-MAX              PIC S9(04) COMP VALUE 20.
008500 77  CK-WS-SHOWN                 PIC S9(04) COMP VALUE ZERO.
008600 77  CK-WS-SUPPRESSED            PIC 9(09) VALUE ZEROS.
008700*    GAPS STILL OPEN, SO A NUMBER ARRIVING LATE CAN BE TOLD FROM
008800*    A DUPLICATE.  A GAP THAT HAS BEEN FILLED HAS FROM > TO.
008900 77  CK-WS-GAP-MAX               PIC S9(04) COMP VALUE 100.
009000 77  CK-WS-GAP-USED              PIC S9(04) COMP VALUE ZERO.
009100 77  CK-WS-GAP-SUB               PIC S9(04) COMP VALUE ZERO.
009200 77  CK-WS-GAP-HIT               PIC S9(04) COMP VALUE ZERO.
009300 01  CK-WS-GAP-TABLE.
009400     05  CK-WS-GAP-ENTRY OCCURS 100 TIMES.
009500         10  CK-GP-FROM          PIC 9(09).
009600         10  CK-GP-TO            PIC 9(09).
009700 COPY LogLink.
009800 LINKAGE SECTION.
009900 COPY ChkLink.
010000 PROCEDURE DIVISION USING HW-CK-LINK-PARM.
010100 0000-MAINLINE.
010200     PERFORM 0100-RESET
010300         THRU 0100-RESET-EXIT.
010400     IF NOT HW-CK-REQ-KNOWN-LOG
010500         DISPLAY 'LOGCHECK0010E - UNKNOWN LOG '''
010600             HW-CK-REQ-FILE-ID ''' FROM ' HW-CK-REQ-JOB-ID
010700         SET HW-CK-BAD-REQUEST TO TRUE
010800         GO TO 0000-MAINLINE-EXIT
010900     END-IF.
011000     PERFORM 1000-GET-CONTROL
011100         THRU 1000-GET-CONTROL-EXIT.
011200     IF CK-ERROR-YES
011300         SET HW-CK-FILE-UNAVAILABLE TO TRUE
011400         GO TO 0000-MAINLINE-EXIT
011500     END-IF.
011600     PERFORM 2000-READ-LOG
011700         THRU 2000-READ-LOG-EXIT.
011800     IF CK-ERROR-YES
011900         SET HW-CK-FILE-UNAVAILABLE TO TRUE
012000         GO TO 0000-MAINLINE-EXIT
012100     END-IF.
012200     PERFORM 3000-FINISH-CHECK
012300         THRU 3000-FINISH-CHECK-EXIT.
012400 0000-MAINLINE-EXIT.
012500     GOBACK.
012600 0100-RESET.
012700     MOVE ZERO TO HW-CK-READ-COUNT.
012800     MOVE ZERO TO HW-CK-SEQ-COUNT.
012900     MOVE ZERO TO HW-CK-UNSEQ-COUNT.
013000     MOVE ZERO TO HW-CK-FIRST-SEQ.
013100     MOVE ZERO TO HW-CK-HIGH-SEQ.
013200     MOVE ZERO TO HW-CK-GAP-COUNT.
013300     MOVE ZERO TO HW-CK-DUP-COUNT.
013400     MOVE ZERO TO HW-CK-ORDER-COUNT.
013500     MOVE ZERO TO HW-CK-TS-COUNT.
013600     MOVE ZERO TO HW-CK-STRAY-COUNT.
013700     MOVE ZERO TO HW-CK-CTL-COUNT.
013800     MOVE ZERO TO HW-CK-CTL-LAST-SEQ.
013900     MOVE ZERO TO HW-CK-CTL-BASE-SEQ.
014000     SET HW-CK-COUNT-MATCH TO TRUE.
014100     SET HW-CK-CLEAN TO TRUE.
014200     SET CK-ERROR-NO TO TRUE.
014300     SET CK-NUMBERED-NO TO TRUE.
014400     SET CK-OVERFLOW-NO TO TRUE.
014500     MOVE SPACES TO CK-WS-HIGH-TS.
014600     MOVE ZERO TO CK-WS-GAP-USED.
014700     MOVE ZERO TO CK-WS-SHOWN.
014800     MOVE ZERO TO CK-WS-SUPPRESSED.
014900 0100-RESET-EXIT.
015000     EXIT.
015100*    NO CONTROL RECORD YET ('04') MEANS TOTALS OF ZERO.
015200 1000-GET-CONTROL.
015300     MOVE 'G'               TO HW-LG-REQ-FUNCTION.
015400     MOVE HW-CK-REQ-FILE-ID TO HW-LG-REQ-FILE-ID.
015500     MOVE HW-CK-REQ-JOB-ID  TO HW-LG-REQ-JOB-ID.
015600     CALL 'LogControl' USING HW-LG-LINK-PARM.
015700     IF HW-LG-FILE-UNAVAILABLE OR HW-LG-BAD-REQUEST
015800         DISPLAY 'LOGCHECK0020E - ' HW-CK-REQ-FILE-ID
015900             ' CONTROL RECORD UNAVAILABLE, LOGCONTROL RETURN='
016000             HW-LG-RETURN
016100         SET CK-ERROR-YES TO TRUE
016200         GO TO 1000-GET-CONTROL-EXIT
016300     END-IF.
016400     MOVE HW-LG-REC-COUNT TO HW-CK-CTL-COUNT.
016500     MOVE HW-LG-LAST-SEQ  TO HW-CK-CTL-LAST-SEQ.
016600     MOVE HW-LG-BASE-SEQ  TO HW-CK-CTL-BASE-SEQ.
016700 1000-GET-CONTROL-EXIT.
016800     EXIT.
016900*    A LOG THAT IS NOT CATALOGED ('35') IS READ AS EMPTY.
017000 2000-READ-LOG.
017100     EVALUATE HW-CK-REQ-FILE-ID
017200         WHEN 'AUDITTRL'
017300             OPEN INPUT AUDIT-TRAIL-FILE
017400         WHEN 'RESTARTC'
017500             OPEN INPUT RESTART-CONTROL-FILE
017600         WHEN 'INCDLOG '
017700             OPEN INPUT INCIDENT-LOG-FILE
017800         WHEN OTHER
017900             OPEN INPUT OPS-ALERT-FILE
018000     END-EVALUATE.
018100     IF CK-WS-LOG-STATUS = '35'
018200         GO TO 2000-READ-LOG-EXIT
018300     END-IF.
018400     IF CK-WS-LOG-STATUS NOT = '00'
018500         DISPLAY 'LOGCHECK0030E - ' HW-CK-REQ-FILE-ID
018600             ' OPEN FAILED, STATUS=' CK-WS-LOG-STATUS
018700         SET CK-ERROR-YES TO TRUE
018800         GO TO 2000-READ-LOG-EXIT
018900     END-IF.
019000     SET CK-EOF-NO TO TRUE.
019100     PERFORM 2100-READ-RECORD
019200         THRU 2100-READ-RECORD-EXIT
019300         UNTIL CK-EOF-YES.
019400     EVALUATE HW-CK-REQ-FILE-ID
019500         WHEN 'AUDITTRL'
019600             CLOSE AUDIT-TRAIL-FILE
019700         WHEN 'RESTARTC'
019800             CLOSE RESTART-CONTROL-FILE
019900         WHEN 'INCDLOG '
020000             CLOSE INCIDENT-LOG-FILE
020100         WHEN OTHER
020200             CLOSE OPS-ALERT-FILE
020300     END-EVALUATE.
020400 2000-READ-LOG-EXIT.
020500     EXIT.
020600 2100-READ-RECORD.
020700     EVALUATE HW-CK-REQ-FILE-ID
020800         WHEN 'AUDITTRL'
020900             READ AUDIT-TRAIL-FILE
021000                 AT END SET CK-EOF-YES TO TRUE
021100             END-READ
021200         WHEN 'RESTARTC'
021300             READ RESTART-CONTROL-FILE
021400                 AT END SET CK-EOF-YES TO TRUE
021500             END-READ
021600         WHEN 'INCDLOG '
021700             READ INCIDENT-LOG-FILE
021800                 AT END SET CK-EOF-YES TO TRUE
021900             END-READ
022000         WHEN OTHER
022100             READ OPS-ALERT-FILE
022200                 AT END SET CK-EOF-YES TO TRUE
022300             END-READ
022400     END-EVALUATE.
022500     IF CK-EOF-YES
022600         GO TO 2100-READ-RECORD-EXIT
022700     END-IF.
022800     IF CK-WS-LOG-STATUS NOT = '00'
022900         DISPLAY 'LOGCHECK0040E - ' HW-CK-REQ-FILE-ID
023000             ' READ FAILED, STATUS=' CK-WS-LOG-STATUS
023100         SET CK-EOF-YES TO TRUE
023200         SET CK-ERROR-YES TO TRUE
023300         GO TO 2100-READ-RECORD-EXIT
023400     END-IF.
023500     ADD 1 TO HW-CK-READ-COUNT.
023600     PERFORM 2200-PICK-FIELDS
023700         THRU 2200-PICK-FIELDS-EXIT.
023800     PERFORM 2300-CHECK-RECORD
023900         THRU 2300-CHECK-RECORD-EXIT.
024000 2100-READ-RECORD-EXIT.
024100     EXIT.
024200*    SEQUENCE NUMBER, TIMESTAMP AND TIMESTAMP SOURCE OF THE
024300*    RECORD JUST READ.  A SEQ-NO THAT IS NOT NUMERIC (A RECORD
024400*    FROM BEFORE THE LOGS WERE NUMBERED) COUNTS AS ZERO.
024500 2200-PICK-FIELDS.
024600     MOVE ZERO TO CK-WS-CUR-SEQ.
024700     SET CK-EVENT-TS-NO TO TRUE.
024800     EVALUATE HW-CK-REQ-FILE-ID
024900         WHEN 'AUDITTRL'
025000             IF HW-AT-SEQ-NO NUMERIC
025100                 MOVE HW-AT-SEQ-NO TO CK-WS-CUR-SEQ
025200             END-IF
025300             MOVE HW-AT-TIMESTAMP TO CK-WS-CUR-TS
025400             IF HW-AT-TS-EVENT
025500                 SET CK-EVENT-TS-YES TO TRUE
025600             END-IF
025700         WHEN 'RESTARTC'
025800             IF HW-RC-SEQ-NO NUMERIC
025900                 MOVE HW-RC-SEQ-NO TO CK-WS-CUR-SEQ
026000             END-IF
026100             MOVE HW-RC-COMPLETION-TS TO CK-WS-CUR-TS
026200             IF HW-RC-TS-EVENT
026300                 SET CK-EVENT-TS-YES TO TRUE
026400             END-IF
026500         WHEN 'INCDLOG '
026600             IF HW-IL-SEQ-NO NUMERIC
026700                 MOVE HW-IL-SEQ-NO TO CK-WS-CUR-SEQ
026800             END-IF
026900             MOVE HW-IL-TIMESTAMP TO CK-WS-CUR-TS
027000         WHEN OTHER
027100             IF HW-AL-SEQ-NO NUMERIC
027200                 MOVE HW-AL-SEQ-NO TO CK-WS-CUR-SEQ
027300             END-IF
027400             MOVE HW-AL-TIMESTAMP TO CK-WS-CUR-TS
027500     END-EVALUATE.
027600 2200-PICK-FIELDS-EXIT.
027700     EXIT.
027800*    UNNUMBERED RECORDS AHEAD OF THE FIRST NUMBERED ONE PREDATE
027900*    THE NUMBERING.  A NUMBER ABOVE THE HIGHEST SO FAR MAY OPEN A
028000*    GAP; A NUMBER BELOW IT EITHER FILLS AN OPEN GAP (WRITTEN OUT
028100*    OF ORDER) OR HAS BEEN SEEN BEFORE (DUPLICATE).
028200 2300-CHECK-RECORD.
028300     IF CK-WS-CUR-SEQ = ZERO
028400         IF CK-NUMBERED-NO
028500             ADD 1 TO HW-CK-UNSEQ-COUNT
028600         ELSE
028700             ADD 1 TO HW-CK-STRAY-COUNT
028800             MOVE SPACES TO CK-WS-MSG
028900             STRING 'LOGCHECK0090W - ' HW-CK-REQ-FILE-ID
029000                     ' RECORD ' HW-CK-READ-COUNT
029100                     ' IS UNNUMBERED'
029200                 DELIMITED BY SIZE INTO CK-WS-MSG
029300             END-STRING
029400             PERFORM 9000-SHOW-FINDING
029500                 THRU 9000-SHOW-FINDING-EXIT
029600         END-IF
029700         GO TO 2300-CHECK-RECORD-EXIT
029800     END-IF.
029900     SET CK-NUMBERED-YES TO TRUE.
030000     ADD 1 TO HW-CK-SEQ-COUNT.
030100     IF HW-CK-FIRST-SEQ = ZERO
030200         MOVE CK-WS-CUR-SEQ TO HW-CK-FIRST-SEQ
030300     END-IF.
030400     IF CK-WS-CUR-SEQ > HW-CK-CTL-LAST-SEQ
030500         ADD 1 TO HW-CK-STRAY-COUNT
030600         MOVE SPACES TO CK-WS-MSG
030700         STRING 'LOGCHECK0090W - ' HW-CK-REQ-FILE-ID
030800                 ' RECORD ' HW-CK-READ-COUNT ' SEQ '
030900                 CK-WS-CUR-SEQ ' IS ABOVE CONTROL LAST-SEQ '
031000                 HW-CK-CTL-LAST-SEQ
031100             DELIMITED BY SIZE INTO CK-WS-MSG
031200         END-STRING
031300         PERFORM 9000-SHOW-FINDING
031400             THRU 9000-SHOW-FINDING-EXIT
031500     END-IF.
031600     PERFORM 2400-CHECK-TIMESTAMP
031700         THRU 2400-CHECK-TIMESTAMP-EXIT.
031800     IF CK-WS-CUR-SEQ > HW-CK-HIGH-SEQ
031900         COMPUTE CK-WS-EXPECT-SEQ = HW-CK-HIGH-SEQ + 1
032000         IF CK-WS-CUR-SEQ > CK-WS-EXPECT-SEQ
032100             MOVE CK-WS-EXPECT-SEQ TO CK-WS-GAP-LO
032200             COMPUTE CK-WS-GAP-HI = CK-WS-CUR-SEQ - 1
032300             PERFORM 2500-ADD-GAP
032400                 THRU 2500-ADD-GAP-EXIT
032500         END-IF
032600         MOVE CK-WS-CUR-SEQ TO HW-CK-HIGH-SEQ
032700         GO TO 2300-CHECK-RECORD-EXIT
032800     END-IF.
032900     PERFORM 2600-FIND-GAP
033000         THRU 2600-FIND-GAP-EXIT.
033100     MOVE SPACES TO CK-WS-MSG.
033200     IF CK-WS-GAP-HIT > ZERO
033300         ADD 1 TO HW-CK-ORDER-COUNT
033400         STRING 'LOGCHECK0070I - ' HW-CK-REQ-FILE-ID
033500                 ' RECORD ' HW-CK-READ-COUNT ' SEQ '
033600                 CK-WS-CUR-SEQ ' WRITTEN AFTER SEQ '
033700                 HW-CK-HIGH-SEQ
033800             DELIMITED BY SIZE INTO CK-WS-MSG
033900         END-STRING
034000         PERFORM 2700-FILL-GAP
034100             THRU 2700-FILL-GAP-EXIT
034200     ELSE
034300         ADD 1 TO HW-CK-DUP-COUNT
034400         STRING 'LOGCHECK0060W - ' HW-CK-REQ-FILE-ID
034500                 ' RECORD ' HW-CK-READ-COUNT ' SEQ '
034600                 CK-WS-CUR-SEQ ' IS A DUPLICATE'
034700             DELIMITED BY SIZE INTO CK-WS-MSG
034800         END-STRING
034900     END-IF.
035000     PERFORM 9000-SHOW-FINDING
035100         THRU 9000-SHOW-FINDING-EXIT.
035200 2300-CHECK-RECORD-EXIT.
035300     EXIT.
035400 2400-CHECK-TIMESTAMP.
035500     IF CK-EVENT-TS-YES
035600         GO TO 2400-CHECK-TIMESTAMP-EXIT
035700     END-IF.
035800     IF CK-WS-CUR-TS NOT < CK-WS-HIGH-TS
035900         MOVE CK-WS-CUR-TS TO CK-WS-HIGH-TS
036000         GO TO 2400-CHECK-TIMESTAMP-EXIT
036100     END-IF.
036200     ADD 1 TO HW-CK-TS-COUNT.
036300     MOVE SPACES TO CK-WS-MSG.
036400     STRING 'LOGCHECK0080W - ' HW-CK-REQ-FILE-ID
036500             ' RECORD ' HW-CK-READ-COUNT ' SEQ ' CK-WS-CUR-SEQ
036600             ' TIMESTAMP ' CK-WS-CUR-TS ' IS OUT OF ORDER'
036700         DELIMITED BY SIZE INTO CK-WS-MSG
036800     END-STRING.
036900     PERFORM 9000-SHOW-FINDING
037000         THRU 9000-SHOW-FINDING-EXIT.
037100 2400-CHECK-TIMESTAMP-EXIT.
037200     EXIT.
037300*    ONLY THE PART OF A GAP ABOVE BASE-SEQ IS MISSING - NUMBERS AT
037400*    OR BELOW IT WENT TO THE ARCHIVE.  THE WHOLE GAP IS KEPT SO A
037500*    LATE NUMBER BELOW BASE-SEQ IS NOT TAKEN FOR A DUPLICATE.
037600 2500-ADD-GAP.
037700     IF CK-WS-GAP-HI > HW-CK-CTL-BASE-SEQ
037800         IF CK-WS-GAP-LO > HW-CK-CTL-BASE-SEQ
037900             COMPUTE CK-WS-MISSING = CK-WS-GAP-HI - CK-WS-GAP-LO
038000                 + 1
038100         ELSE
038200             COMPUTE CK-WS-MISSING = CK-WS-GAP-HI
038300                 - HW-CK-CTL-BASE-SEQ
038400         END-IF
038500         ADD CK-WS-MISSING TO HW-CK-GAP-COUNT
038600     END-IF.
038700     IF CK-WS-GAP-USED >= CK-WS-GAP-MAX
038800         SET CK-OVERFLOW-YES TO TRUE
038900         GO TO 2500-ADD-GAP-EXIT
039000     END-IF.
039100     ADD 1 TO CK-WS-GAP-USED.
039200     MOVE CK-WS-GAP-LO TO CK-GP-FROM (CK-WS-GAP-USED).
039300     MOVE CK-WS-GAP-HI TO CK-GP-TO (CK-WS-GAP-USED).
039400 2500-ADD-GAP-EXIT.
039500     EXIT.
039600 2600-FIND-GAP.
039700     MOVE ZERO TO CK-WS-GAP-HIT.
039800     PERFORM 2650-MATCH-GAP
039900         THRU 2650-MATCH-GAP-EXIT
040000         VARYING CK-WS-GAP-SUB FROM 1 BY 1
040100         UNTIL CK-WS-GAP-SUB > CK-WS-GAP-USED
040200            OR CK-WS-GAP-HIT > ZERO.
040300 2600-FIND-GAP-EXIT.
040400     EXIT.
040500 2650-MATCH-GAP.
040600     IF CK-GP-FROM (CK-WS-GAP-SUB) NOT > CK-WS-CUR-SEQ AND
040700        CK-GP-TO (CK-WS-GAP-SUB) NOT < CK-WS-CUR-SEQ
040800         MOVE CK-WS-GAP-SUB TO CK-WS-GAP-HIT
040900     END-IF.
041000 2650-MATCH-GAP-EXIT.
041100     EXIT.
041200*    TAKE THE LATE NUMBER OUT OF ITS GAP, SPLITTING THE GAP WHEN
041300*    THE NUMBER FALLS INSIDE IT.
041400 2700-FILL-GAP.
041500     IF CK-WS-CUR-SEQ > HW-CK-CTL-BASE-SEQ
041600         SUBTRACT 1 FROM HW-CK-GAP-COUNT
041700     END-IF.
041800     EVALUATE TRUE
041900         WHEN CK-WS-CUR-SEQ = CK-GP-FROM (CK-WS-GAP-HIT)
042000             ADD 1 TO CK-GP-FROM (CK-WS-GAP-HIT)
042100         WHEN CK-WS-CUR-SEQ = CK-GP-TO (CK-WS-GAP-HIT)
042200             SUBTRACT 1 FROM CK-GP-TO (CK-WS-GAP-HIT)
042300         WHEN CK-WS-GAP-USED >= CK-WS-GAP-MAX
042400             SET CK-OVERFLOW-YES TO TRUE
042500             COMPUTE CK-GP-TO (CK-WS-GAP-HIT) = CK-WS-CUR-SEQ - 1
042600         WHEN OTHER
042700             ADD 1 TO CK-WS-GAP-USED
042800             COMPUTE CK-GP-FROM (CK-WS-GAP-USED) =
042900                 CK-WS-CUR-SEQ + 1
043000             MOVE CK-GP-TO (CK-WS-GAP-HIT)
043100                 TO CK-GP-TO (CK-WS-GAP-USED)
043200             COMPUTE CK-GP-TO (CK-WS-GAP-HIT) = CK-WS-CUR-SEQ - 1
043300     END-EVALUATE.
043400 2700-FILL-GAP-EXIT.
043500     EXIT.
043600*    NUMBERS HANDED OUT AFTER THE LAST ONE ON THE LOG ARE MISSING
043700*    TOO.  THE GAPS STILL OPEN ARE LISTED HERE RATHER THAN AS
043800*    THEY ARE FOUND, SINCE A LATE NUMBER MAY YET FILL THEM.
043900 3000-FINISH-CHECK.
044000     COMPUTE CK-WS-EXPECT-SEQ = HW-CK-HIGH-SEQ + 1.
044100     IF HW-CK-CTL-LAST-SEQ NOT < CK-WS-EXPECT-SEQ
044200         MOVE CK-WS-EXPECT-SEQ   TO CK-WS-GAP-LO
044300         MOVE HW-CK-CTL-LAST-SEQ TO CK-WS-GAP-HI
044400         PERFORM 2500-ADD-GAP
044500             THRU 2500-ADD-GAP-EXIT
044600     END-IF.
044700     PERFORM 3100-LIST-GAP
044800         THRU 3100-LIST-GAP-EXIT
044900         VARYING CK-WS-GAP-SUB FROM 1 BY 1
045000         UNTIL CK-WS-GAP-SUB > CK-WS-GAP-USED.
045100     IF CK-OVERFLOW-YES
045200         MOVE SPACES TO CK-WS-MSG
045300         STRING 'LOGCHECK0110W - ' HW-CK-REQ-FILE-ID
045400                 ' HAS MORE THAN 100 GAPS - GAP LIST AND COUNTS'
045500                 ' ARE INCOMPLETE'
045600             DELIMITED BY SIZE INTO CK-WS-MSG
045700         END-STRING
045800         PERFORM 9000-SHOW-FINDING
045900             THRU 9000-SHOW-FINDING-EXIT
046000     END-IF.
046100     IF HW-CK-SEQ-COUNT NOT = HW-CK-CTL-COUNT
046200         SET HW-CK-COUNT-DIFF TO TRUE
046300         MOVE SPACES TO CK-WS-MSG
046400         STRING 'LOGCHECK0100W - ' HW-CK-REQ-FILE-ID
046500                 ' HOLDS ' HW-CK-SEQ-COUNT
046600                 ' NUMBERED RECORDS, CONTROL COUNT IS '
046700                 HW-CK-CTL-COUNT
046800             DELIMITED BY SIZE INTO CK-WS-MSG
046900         END-STRING
047000         PERFORM 9000-SHOW-FINDING
047100             THRU 9000-SHOW-FINDING-EXIT
047200     END-IF.
047300     IF CK-WS-SUPPRESSED > ZERO
047400         DISPLAY 'LOGCHECK0120I - ' HW-CK-REQ-FILE-ID ' '
047500             CK-WS-SUPPRESSED ' FURTHER FINDINGS NOT LISTED'
047600     END-IF.
047700     IF HW-CK-GAP-COUNT > ZERO OR HW-CK-DUP-COUNT > ZERO OR
047800        HW-CK-TS-COUNT > ZERO OR HW-CK-STRAY-COUNT > ZERO OR
047900        HW-CK-COUNT-DIFF
048000         SET HW-CK-FAILED TO TRUE
048100     END-IF.
048200 3000-FINISH-CHECK-EXIT.
048300     EXIT.
048400 3100-LIST-GAP.
048500     IF CK-GP-FROM (CK-WS-GAP-SUB) > CK-GP-TO (CK-WS-GAP-SUB) OR
048600        CK-GP-TO (CK-WS-GAP-SUB) NOT > HW-CK-CTL-BASE-SEQ
048700         GO TO 3100-LIST-GAP-EXIT
048800     END-IF.
048900     IF CK-GP-FROM (CK-WS-GAP-SUB) > HW-CK-CTL-BASE-SEQ
049000         MOVE CK-GP-FROM (CK-WS-GAP-SUB) TO CK-WS-GAP-LO
049100     ELSE
049200         COMPUTE CK-WS-GAP-LO = HW-CK-CTL-BASE-SEQ + 1
049300     END-IF.
049400     MOVE SPACES TO CK-WS-MSG.
049500     STRING 'LOGCHECK0050W - ' HW-CK-REQ-FILE-ID ' SEQ '
049600             CK-WS-GAP-LO ' THRU ' CK-GP-TO (CK-WS-GAP-SUB)
049700             ' MISSING'
049800         DELIMITED BY SIZE INTO CK-WS-MSG
049900     END-STRING.
050000     PERFORM 9000-SHOW-FINDING
050100         THRU 9000-SHOW-FINDING-EXIT.
050200 3100-LIST-GAP-EXIT.
050300     EXIT.
050400*    ONLY THE FIRST FINDINGS ARE LISTED, SO A BADLY DAMAGED LOG
050500*    DOES NOT FLOOD THE JOB LOG.  THE COUNTS ARE ALWAYS COMPLETE.
050600 9000-SHOW-FINDING.
050700     IF CK-WS-SHOWN < CK-WS-SHOW-MAX
050800         DISPLAY CK-WS-MSG
050900         ADD 1 TO CK-WS-SHOWN
051000     ELSE
051100         ADD 1 TO CK-WS-SUPPRESSED
051200     END-IF.
051300 9000-SHOW-FINDING-EXIT.
051400     EXIT.
