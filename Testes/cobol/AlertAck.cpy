000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALERTACK.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL ALERT ACKNOWLEDGEMENT UTILITY, IN
001300*                  THE SAME CARD-DRIVEN STYLE AS GREETMNT.
001400*                  EACH ACKNOWLEDGEMENT CARD (SEE AckTrn) NAMES
001500*                  AN OPEN ALERT BY TIMESTAMP AND CALLER-ID;
001600*                  THE ALERT IS MARKED ACKNOWLEDGED ON THE OPS
001700*                  ALERT FILE WITH THE OPERATOR, ACK TIME AND
001800*                  COMMENT, SO ALRTESC STOPS ESCALATING IT AND
001900*                  OpsAlert STARTS A NEW ALERT (NOT A REPEAT)
002000*                  IF THE CONDITION COMES BACK.  A CARD FOR AN
002100*                  ALERT THAT IS NOT ON FILE OR NO LONGER OPEN
002200*                  IS REJECTED WITH A REASON.  RETURN-CODE 0 =
002300*                  ALL CARDS APPLIED, 4 = ONE OR MORE REJECTED,
002400*                  8 = A FILE COULD NOT BE OPENED OR READ.
002410* 2026-10-15 RC    THE INCIDENT RECORD NOW CARRIES THE OPEN CYCLE
002420*                  DATE (IncidentLog DEFAULT, SEE CycLink) INSTEAD
002430*                  OF THE SYSTEM DATE.
002440* 2026-10-15 RC    A CARD LEFT UNMATCHED BECAUSE THE ALERT FILE
002450*                  COULD NOT BE OPENED, READ OR REWRITTEN IS NOW
002460*                  REJECTED AS '09' ALERT FILE UNAVAILABLE, NOT
002470*                  AS '07' ALERT NOT FOUND.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ALERT-ACK-FILE ASSIGN TO ACKTRAN
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS AK-WS-AK-STATUS.
003200     SELECT OPS-ALERT-FILE ASSIGN TO ALERTLOG
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS AK-WS-AL-STATUS.
003500     SELECT PRINT-FILE ASSIGN TO SYSOUT
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS AK-WS-PF-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ALERT-ACK-FILE
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300 COPY AckTrn.
004400 FD  OPS-ALERT-FILE
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 COPY AlertRec.
004800 FD  PRINT-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE OMITTED.
005100 COPY PrintRec.
005200 WORKING-STORAGE SECTION.
005300 01  AK-WS-FILE-STATUSES.
005400     05  AK-WS-AK-STATUS         PIC X(02) VALUE '00'.
005500     05  AK-WS-AL-STATUS         PIC X(02) VALUE '00'.
005600     05  AK-WS-PF-STATUS         PIC X(02) VALUE '00'.
005700 01  AK-WS-SWITCHES.
005800     05  AK-WS-EOF-SW            PIC X(01) VALUE 'N'.
005900         88  AK-EOF-YES                     VALUE 'Y'.
006000         88  AK-EOF-NO                      VALUE 'N'.
006100     05  AK-WS-ERROR-SW          PIC X(01) VALUE 'N'.
006200         88  AK-ERROR-YES                   VALUE 'Y'.
006300         88  AK-ERROR-NO                    VALUE 'N'.
006400     05  AK-WS-FOUND-SW          PIC X(01) VALUE 'N'.
006500         88  AK-FOUND-YES                   VALUE 'Y'.
006600         88  AK-FOUND-NO                    VALUE 'N'.
006610     05  AK-WS-AL-FAILED-SW      PIC X(01) VALUE 'N'.
006620         88  AK-AL-FAILED-YES               VALUE 'Y'.
006630         88  AK-AL-FAILED-NO                VALUE 'N'.
006700 77  AK-WS-CARD-MAX              PIC S9(04) COMP VALUE 200.
006800 77  AK-WS-CARD-COUNT            PIC S9(04) COMP VALUE ZERO.
006900 77  AK-WS-PENDING-COUNT         PIC S9(04) COMP VALUE ZERO.
007000 77  AK-WS-CARD-SUB              PIC S9(04) COMP VALUE ZERO.
007100 77  AK-WS-HIT-SUB               PIC S9(04) COMP VALUE ZERO.
007200 77  AK-WS-APPLIED-COUNT         PIC S9(05) COMP VALUE ZERO.
007300 77  AK-WS-REJECT-COUNT          PIC S9(05) COMP VALUE ZERO.
007400 01  AK-WS-CARD-TABLE.
007500     05  AK-WS-CARD-ENTRY OCCURS 200 TIMES.
007600         10  AK-CT-ALERT-TS      PIC X(26).
007700         10  AK-CT-CALLER-ID     PIC X(08).
007800         10  AK-CT-OPER-ID       PIC X(08).
007900         10  AK-CT-ACK-TS        PIC X(26).
008000         10  AK-CT-COMMENT       PIC X(26).
008100         10  AK-CT-STATE         PIC X(01).
008200             88  AK-CT-PENDING              VALUE 'P'.
008300             88  AK-CT-APPLIED              VALUE 'A'.
008400             88  AK-CT-REJECTED             VALUE 'R'.
008500         10  AK-CT-REASON.
008600             15  AK-CT-REASON-CODE
008700                                 PIC X(02).
008800             15  FILLER          PIC X(01).
008900             15  AK-CT-REASON-TEXT
009000                                 PIC X(36).
009100 01  AK-WS-REASON.
009200     05  AK-WS-REASON-CODE       PIC X(02) VALUE SPACES.
009300     05  FILLER                  PIC X(01) VALUE SPACE.
009400     05  AK-WS-REASON-TEXT       PIC X(36) VALUE SPACES.
009500 01  AK-WS-ACK-HH                PIC 9(02) VALUE ZEROS.
009600 01  AK-WS-ACK-MM                PIC 9(02) VALUE ZEROS.
009700 01  AK-WS-NOW-TS                PIC X(26) VALUE SPACES.
009800 01  AK-WS-COUNT-DISP            PIC ZZ,ZZ9.
009900 01  AK-WS-STAMP-DATE            PIC X(08) VALUE SPACES.
010000 01  AK-WS-STAMP-TIME            PIC 9(08) VALUE ZEROS.
010100 01  AK-WS-RUN-JOB-ID            PIC X(08) VALUE 'ALERTACK'.
010300 01  AK-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
010400 01  AK-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
010500 COPY DateLink.
010600 COPY IncdLnk.
010700 COPY StepLnk.
010800 PROCEDURE DIVISION.
010900 0000-MAINLINE.
011000     PERFORM 9600-RECORD-STEP-START
011100         THRU 9600-RECORD-STEP-START-EXIT.
011200     PERFORM 1000-INITIALIZE
011300         THRU 1000-INITIALIZE-EXIT.
011400     IF AK-ERROR-YES
011500         MOVE 8 TO RETURN-CODE
011600         MOVE 'FILE OPEN FAILURE' TO AK-WS-DIAG-MSG
011700         PERFORM 9500-LOG-INCIDENT
011800             THRU 9500-LOG-INCIDENT-EXIT
011900         GO TO 0000-MAINLINE-EXIT
012000     END-IF.
012100     PERFORM 2000-LOAD-CARD
012200         THRU 2000-LOAD-CARD-EXIT
012300         UNTIL AK-EOF-YES.
012400     CLOSE ALERT-ACK-FILE.
012500     IF AK-WS-PENDING-COUNT > ZERO
012600         PERFORM 3000-UPDATE-ALERTS
012700             THRU 3000-UPDATE-ALERTS-EXIT
012800     END-IF.
012900     PERFORM 4000-PRINT-DETAIL
013000         THRU 4000-PRINT-DETAIL-EXIT
013100         VARYING AK-WS-CARD-SUB FROM 1 BY 1
013200         UNTIL AK-WS-CARD-SUB > AK-WS-CARD-COUNT.
013300     PERFORM 4500-PRINT-SUMMARY
013400         THRU 4500-PRINT-SUMMARY-EXIT.
013500     CLOSE PRINT-FILE.
013600     EVALUATE TRUE
013700         WHEN AK-ERROR-YES
013800             MOVE 8 TO RETURN-CODE
013900             MOVE 'FILE OPEN OR READ FAILURE' TO AK-WS-DIAG-MSG
014000         WHEN AK-WS-REJECT-COUNT > ZERO
014100             MOVE 4 TO RETURN-CODE
014200         WHEN OTHER
014300             MOVE 0 TO RETURN-CODE
014400     END-EVALUATE.
014500     PERFORM 9500-LOG-INCIDENT
014600         THRU 9500-LOG-INCIDENT-EXIT.
014700 0000-MAINLINE-EXIT.
014800     PERFORM 9700-RECORD-STEP-END
014900         THRU 9700-RECORD-STEP-END-EXIT.
015000     GOBACK.
015100 1000-INITIALIZE.
015200     ACCEPT AK-WS-STAMP-DATE FROM DATE YYYYMMDD.
015300     ACCEPT AK-WS-STAMP-TIME FROM TIME.
015400     STRING AK-WS-STAMP-DATE (1:4) '-' AK-WS-STAMP-DATE (5:2)
015500             '-' AK-WS-STAMP-DATE (7:2) '-'
015600             AK-WS-STAMP-TIME (1:2) '.' AK-WS-STAMP-TIME (3:2)
015700             '.' AK-WS-STAMP-TIME (5:2) '.'
015800             AK-WS-STAMP-TIME (7:2) '0000'
015900         DELIMITED BY SIZE INTO AK-WS-NOW-TS
016000     END-STRING.
016100     OPEN OUTPUT PRINT-FILE.
016200     IF AK-WS-PF-STATUS NOT = '00'
016300         DISPLAY 'ALERTACK0010E - PRINT-FILE OPEN FAILED'
016400             ', STATUS=' AK-WS-PF-STATUS
016500         SET AK-ERROR-YES TO TRUE
016600         GO TO 1000-INITIALIZE-EXIT
016700     END-IF.
016800     PERFORM 1100-PRINT-HEADER
016900         THRU 1100-PRINT-HEADER-EXIT.
017000     OPEN INPUT ALERT-ACK-FILE.
017100     IF AK-WS-AK-STATUS NOT = '00'
017200         DISPLAY 'ALERTACK0020E - ALERT-ACK-FILE OPEN FAILED'
017300             ', STATUS=' AK-WS-AK-STATUS
017400         SET AK-ERROR-YES TO TRUE
017500         CLOSE PRINT-FILE
017600         GO TO 1000-INITIALIZE-EXIT
017700     END-IF.
017800 1000-INITIALIZE-EXIT.
017900     EXIT.
018000 1100-PRINT-HEADER.
018100     MOVE SPACES TO PRINT-LINE.
018200     MOVE '1' TO HW-PL-CTL.
018300     MOVE 'ALERTACK - ALERT ACKNOWLEDGEMENT REPORT'
018400         TO HW-PL-TEXT.
018500     WRITE PRINT-LINE.
018600     MOVE SPACES TO PRINT-LINE.
018700     MOVE ALL '-' TO HW-PL-TEXT.
018800     WRITE PRINT-LINE.
018900     MOVE SPACES TO PRINT-LINE.
019000     STRING 'ALERT TIMESTAMP            CALLER   '
019100             'OPERATOR DISPOSITION'
019200         DELIMITED BY SIZE INTO HW-PL-TEXT.
019300     WRITE PRINT-LINE.
019400 1100-PRINT-HEADER-EXIT.
019500     EXIT.
019600 2000-LOAD-CARD.
019700     READ ALERT-ACK-FILE
019800         AT END
019900             SET AK-EOF-YES TO TRUE
020000             GO TO 2000-LOAD-CARD-EXIT
020100     END-READ.
020200     IF AK-WS-AK-STATUS NOT = '00'
020300         DISPLAY 'ALERTACK0030E - ALERT-ACK-FILE READ FAILED'
020400             ', STATUS=' AK-WS-AK-STATUS
020500         SET AK-EOF-YES TO TRUE
020600         SET AK-ERROR-YES TO TRUE
020700         GO TO 2000-LOAD-CARD-EXIT
020800     END-IF.
020900     IF AK-WS-CARD-COUNT >= AK-WS-CARD-MAX
021000         DISPLAY 'ALERTACK0040W - MORE THAN 200 CARDS - '
021100             'ALERT ' HW-AK-ALERT-TS ' ' HW-AK-CALLER-ID
021200             ' NOT PROCESSED'
021300         ADD 1 TO AK-WS-REJECT-COUNT
021400         GO TO 2000-LOAD-CARD-EXIT
021500     END-IF.
021600     ADD 1 TO AK-WS-CARD-COUNT.
021700     MOVE AK-WS-CARD-COUNT TO AK-WS-CARD-SUB.
021800     MOVE HW-AK-ALERT-TS  TO AK-CT-ALERT-TS (AK-WS-CARD-SUB).
021900     MOVE HW-AK-CALLER-ID TO AK-CT-CALLER-ID (AK-WS-CARD-SUB).
022000     MOVE HW-AK-OPER-ID   TO AK-CT-OPER-ID (AK-WS-CARD-SUB).
022100     MOVE HW-AK-COMMENT   TO AK-CT-COMMENT (AK-WS-CARD-SUB).
022200     MOVE AK-WS-NOW-TS    TO AK-CT-ACK-TS (AK-WS-CARD-SUB).
022300     PERFORM 2100-VALIDATE-CARD
022400         THRU 2100-VALIDATE-CARD-EXIT.
022500     MOVE AK-WS-REASON TO AK-CT-REASON (AK-WS-CARD-SUB).
022600     IF AK-WS-REASON-CODE = SPACES
022700         MOVE 'P' TO AK-CT-STATE (AK-WS-CARD-SUB)
022800         ADD 1 TO AK-WS-PENDING-COUNT
022900     ELSE
023000         MOVE 'R' TO AK-CT-STATE (AK-WS-CARD-SUB)
023100     END-IF.
023200 2000-LOAD-CARD-EXIT.
023300     EXIT.
023400 2100-VALIDATE-CARD.
023500     MOVE SPACES TO AK-WS-REASON.
023600     IF HW-AK-ALERT-TS = SPACES OR HW-AK-CALLER-ID = SPACES
023700         MOVE '01' TO AK-WS-REASON-CODE
023800         MOVE 'ALERT KEY MISSING' TO AK-WS-REASON-TEXT
023900         GO TO 2100-VALIDATE-CARD-EXIT
024000     END-IF.
024100     IF HW-AK-OPER-ID = SPACES
024200         MOVE '02' TO AK-WS-REASON-CODE
024300         MOVE 'OPERATOR ID MISSING' TO AK-WS-REASON-TEXT
024400         GO TO 2100-VALIDATE-CARD-EXIT
024500     END-IF.
024600     IF HW-AK-ACK-STAMP NOT = SPACES
024700         PERFORM 2150-CHECK-ACK-STAMP
024800             THRU 2150-CHECK-ACK-STAMP-EXIT
024900         IF AK-WS-REASON-CODE NOT = SPACES
025000             GO TO 2100-VALIDATE-CARD-EXIT
025100         END-IF
025200     END-IF.
025300     SET AK-FOUND-NO TO TRUE.
025400     PERFORM 2160-MATCH-EARLIER-CARD
025500         THRU 2160-MATCH-EARLIER-CARD-EXIT
025600         VARYING AK-WS-HIT-SUB FROM 1 BY 1
025700         UNTIL AK-FOUND-YES
025800            OR AK-WS-HIT-SUB >= AK-WS-CARD-SUB.
025900     IF AK-FOUND-YES
026000         MOVE '04' TO AK-WS-REASON-CODE
026100         MOVE 'SAME ALERT ON AN EARLIER CARD'
026200             TO AK-WS-REASON-TEXT
026300     END-IF.
026400 2100-VALIDATE-CARD-EXIT.
026500     EXIT.
026600 2150-CHECK-ACK-STAMP.
026700     MOVE HW-AK-ACK-DATE TO HW-DS-DATE.
026800     CALL 'DateSerial' USING HW-DS-LINK-PARM.
026900     IF HW-AK-ACK-STAMP NOT NUMERIC OR HW-DS-DATE-BAD
027000         MOVE '03' TO AK-WS-REASON-CODE
027100         MOVE 'INVALID ACK TIME (YYYYMMDDHHMM)'
027200             TO AK-WS-REASON-TEXT
027300         GO TO 2150-CHECK-ACK-STAMP-EXIT
027400     END-IF.
027500     MOVE HW-AK-ACK-HH TO AK-WS-ACK-HH.
027600     MOVE HW-AK-ACK-MM TO AK-WS-ACK-MM.
027700     IF AK-WS-ACK-HH > 23 OR AK-WS-ACK-MM > 59
027800         MOVE '03' TO AK-WS-REASON-CODE
027900         MOVE 'INVALID ACK TIME (YYYYMMDDHHMM)'
028000             TO AK-WS-REASON-TEXT
028100         GO TO 2150-CHECK-ACK-STAMP-EXIT
028200     END-IF.
028300     MOVE SPACES TO AK-CT-ACK-TS (AK-WS-CARD-SUB).
028400     STRING HW-AK-ACK-DATE (1:4) '-' HW-AK-ACK-DATE (5:2)
028500             '-' HW-AK-ACK-DATE (7:2) '-'
028600             HW-AK-ACK-HH '.' HW-AK-ACK-MM '.00.000000'
028700         DELIMITED BY SIZE INTO AK-CT-ACK-TS (AK-WS-CARD-SUB)
028800     END-STRING.
028900 2150-CHECK-ACK-STAMP-EXIT.
029000     EXIT.
029100 2160-MATCH-EARLIER-CARD.
029200     IF AK-CT-ALERT-TS (AK-WS-HIT-SUB) = HW-AK-ALERT-TS AND
029300        AK-CT-CALLER-ID (AK-WS-HIT-SUB) = HW-AK-CALLER-ID
029400         SET AK-FOUND-YES TO TRUE
029500     END-IF.
029600 2160-MATCH-EARLIER-CARD-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900*    ONE PASS OF THE ALERT FILE, REWRITING EACH ALERT A PENDING
030000*    CARD NAMES.  A MISSING ALERT FILE LEAVES EVERY CARD PENDING
030100*    AND 4000 REJECTS THEM AS NOT FOUND; ONE THAT FAILS TO OPEN,
030110*    READ OR REWRITE LEAVES THE REST PENDING AS UNAVAILABLE.
030200*----------------------------------------------------------------
030300 3000-UPDATE-ALERTS.
030400     OPEN I-O OPS-ALERT-FILE.
030500     IF AK-WS-AL-STATUS = '35'
030600         GO TO 3000-UPDATE-ALERTS-EXIT
030700     END-IF.
030800     IF AK-WS-AL-STATUS NOT = '00'
030900         DISPLAY 'ALERTACK0050E - OPS-ALERT-FILE OPEN FAILED'
031000             ', STATUS=' AK-WS-AL-STATUS
031100         SET AK-ERROR-YES TO TRUE
031150         SET AK-AL-FAILED-YES TO TRUE
031200         GO TO 3000-UPDATE-ALERTS-EXIT
031300     END-IF.
031400     SET AK-EOF-NO TO TRUE.
031500     PERFORM 3100-READ-ALERT
031600         THRU 3100-READ-ALERT-EXIT
031700         UNTIL AK-EOF-YES OR AK-WS-PENDING-COUNT = ZERO.
031800     CLOSE OPS-ALERT-FILE.
031900 3000-UPDATE-ALERTS-EXIT.
032000     EXIT.
032100 3100-READ-ALERT.
032200     READ OPS-ALERT-FILE
032300         AT END
032400             SET AK-EOF-YES TO TRUE
032500             GO TO 3100-READ-ALERT-EXIT
032600     END-READ.
032700     IF AK-WS-AL-STATUS NOT = '00'
032800         DISPLAY 'ALERTACK0060E - OPS-ALERT-FILE READ FAILED'
032900             ', STATUS=' AK-WS-AL-STATUS
033000         SET AK-EOF-YES TO TRUE
033100         SET AK-ERROR-YES TO TRUE
033150         SET AK-AL-FAILED-YES TO TRUE
033200         GO TO 3100-READ-ALERT-EXIT
033300     END-IF.
033400     SET AK-FOUND-NO TO TRUE.
033500     PERFORM 3150-MATCH-CARD
033600         THRU 3150-MATCH-CARD-EXIT
033700         VARYING AK-WS-CARD-SUB FROM 1 BY 1
033800         UNTIL AK-FOUND-YES
033900            OR AK-WS-CARD-SUB > AK-WS-CARD-COUNT.
034000     IF AK-FOUND-NO
034100         GO TO 3100-READ-ALERT-EXIT
034200     END-IF.
034300     SUBTRACT 1 FROM AK-WS-PENDING-COUNT.
034400     MOVE 'R' TO AK-CT-STATE (AK-WS-HIT-SUB).
034500     IF HW-AL-STAT-ACKED
034600         MOVE '05' TO AK-CT-REASON-CODE (AK-WS-HIT-SUB)
034700         MOVE SPACES TO AK-CT-REASON-TEXT (AK-WS-HIT-SUB)
034800         STRING 'ALREADY ACKNOWLEDGED BY ' HW-AL-ACK-OPER-ID
034900             DELIMITED BY SIZE
035000             INTO AK-CT-REASON-TEXT (AK-WS-HIT-SUB)
035100         END-STRING
035200         GO TO 3100-READ-ALERT-EXIT
035300     END-IF.
035400     IF HW-AL-STAT-ESCALATED
035500         MOVE '06' TO AK-CT-REASON-CODE (AK-WS-HIT-SUB)
035600         MOVE 'ESCALATED - ACKNOWLEDGE THE NEW ALERT'
035700             TO AK-CT-REASON-TEXT (AK-WS-HIT-SUB)
035800         GO TO 3100-READ-ALERT-EXIT
035900     END-IF.
036000     MOVE 'A' TO HW-AL-STATUS.
036100     MOVE AK-CT-OPER-ID (AK-WS-HIT-SUB) TO HW-AL-ACK-OPER-ID.
036200     MOVE AK-CT-ACK-TS (AK-WS-HIT-SUB)  TO HW-AL-ACK-TS.
036300     MOVE AK-CT-COMMENT (AK-WS-HIT-SUB) TO HW-AL-ACK-COMMENT.
036400     REWRITE OPS-ALERT-RECORD.
036500     IF AK-WS-AL-STATUS NOT = '00'
036600         DISPLAY 'ALERTACK0070E - OPS-ALERT-FILE REWRITE FAILED'
036700             ', STATUS=' AK-WS-AL-STATUS
036800         MOVE '08' TO AK-CT-REASON-CODE (AK-WS-HIT-SUB)
036900         MOVE 'ALERT FILE REWRITE FAILED'
037000             TO AK-CT-REASON-TEXT (AK-WS-HIT-SUB)
037100         SET AK-EOF-YES TO TRUE
037200         SET AK-ERROR-YES TO TRUE
037250         SET AK-AL-FAILED-YES TO TRUE
037300         GO TO 3100-READ-ALERT-EXIT
037400     END-IF.
037500     MOVE 'A' TO AK-CT-STATE (AK-WS-HIT-SUB).
037600 3100-READ-ALERT-EXIT.
037700     EXIT.
037800 3150-MATCH-CARD.
037900     IF AK-CT-PENDING (AK-WS-CARD-SUB) AND
038000        AK-CT-ALERT-TS (AK-WS-CARD-SUB) = HW-AL-TIMESTAMP AND
038100        AK-CT-CALLER-ID (AK-WS-CARD-SUB) = HW-AL-CALLER-ID
038200         SET AK-FOUND-YES TO TRUE
038300         MOVE AK-WS-CARD-SUB TO AK-WS-HIT-SUB
038400     END-IF.
038500 3150-MATCH-CARD-EXIT.
038600     EXIT.
038700 4000-PRINT-DETAIL.
038800     IF AK-CT-PENDING (AK-WS-CARD-SUB) AND AK-AL-FAILED-YES
038810         MOVE 'R' TO AK-CT-STATE (AK-WS-CARD-SUB)
038820         MOVE '09' TO AK-CT-REASON-CODE (AK-WS-CARD-SUB)
038830         MOVE 'ALERT FILE UNAVAILABLE - NOT APPLIED'
038840             TO AK-CT-REASON-TEXT (AK-WS-CARD-SUB)
038850     END-IF.
038860     IF AK-CT-PENDING (AK-WS-CARD-SUB)
038900         MOVE 'R' TO AK-CT-STATE (AK-WS-CARD-SUB)
039000         MOVE '07' TO AK-CT-REASON-CODE (AK-WS-CARD-SUB)
039100         MOVE 'ALERT NOT FOUND'
039200             TO AK-CT-REASON-TEXT (AK-WS-CARD-SUB)
039300     END-IF.
039400     MOVE SPACES TO PRINT-LINE.
039500     IF AK-CT-APPLIED (AK-WS-CARD-SUB)
039600         ADD 1 TO AK-WS-APPLIED-COUNT
039700         STRING AK-CT-ALERT-TS (AK-WS-CARD-SUB) ' '
039800                 AK-CT-CALLER-ID (AK-WS-CARD-SUB) ' '
039900                 AK-CT-OPER-ID (AK-WS-CARD-SUB)
040000                 ' APPLIED  ' AK-CT-ACK-TS (AK-WS-CARD-SUB)
040100                 ' ' AK-CT-COMMENT (AK-WS-CARD-SUB)
040200             DELIMITED BY SIZE INTO HW-PL-TEXT
040300         END-STRING
040400     ELSE
040500         ADD 1 TO AK-WS-REJECT-COUNT
040600         STRING AK-CT-ALERT-TS (AK-WS-CARD-SUB) ' '
040700                 AK-CT-CALLER-ID (AK-WS-CARD-SUB) ' '
040800                 AK-CT-OPER-ID (AK-WS-CARD-SUB)
040900                 ' REJECTED ' AK-CT-REASON (AK-WS-CARD-SUB)
041000             DELIMITED BY SIZE INTO HW-PL-TEXT
041100         END-STRING
041200     END-IF.
041300     WRITE PRINT-LINE.
041400 4000-PRINT-DETAIL-EXIT.
041500     EXIT.
041600 4500-PRINT-SUMMARY.
041700     MOVE SPACES TO PRINT-LINE.
041800     WRITE PRINT-LINE.
041900     MOVE AK-WS-APPLIED-COUNT TO AK-WS-COUNT-DISP.
042000     MOVE SPACES TO PRINT-LINE.
042100     STRING 'ACKNOWLEDGEMENTS APPLIED:  ' AK-WS-COUNT-DISP
042200         DELIMITED BY SIZE INTO HW-PL-TEXT.
042300     WRITE PRINT-LINE.
042400     MOVE AK-WS-REJECT-COUNT TO AK-WS-COUNT-DISP.
042500     MOVE SPACES TO PRINT-LINE.
042600     STRING 'ACKNOWLEDGEMENTS REJECTED: ' AK-WS-COUNT-DISP
042700         DELIMITED BY SIZE INTO HW-PL-TEXT.
042800     WRITE PRINT-LINE.
042900     MOVE SPACES TO PRINT-LINE.
043000     MOVE ALL '-' TO HW-PL-TEXT.
043100     WRITE PRINT-LINE.
043200     MOVE SPACES TO PRINT-LINE.
043300     MOVE '*** END OF ALERTACK REPORT ***' TO HW-PL-TEXT.
043400     WRITE PRINT-LINE.
043500 4500-PRINT-SUMMARY-EXIT.
043600     EXIT.
043700 9500-LOG-INCIDENT.
043800     MOVE RETURN-CODE TO AK-WS-FINAL-RC.
044000     MOVE AK-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
044100     MOVE SPACES           TO HW-IL-REQ-DATE.
044200     MOVE AK-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
044300     MOVE AK-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
044400     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
044500     MOVE AK-WS-FINAL-RC TO RETURN-CODE.
044600 9500-LOG-INCIDENT-EXIT.
044700     EXIT.
044800 9600-RECORD-STEP-START.
044900     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
045000     MOVE AK-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
045100     CALL 'StepLog' USING HW-SL-LINK-PARM.
045200 9600-RECORD-STEP-START-EXIT.
045300     EXIT.
045400 9700-RECORD-STEP-END.
045500     MOVE RETURN-CODE      TO AK-WS-FINAL-RC.
045600     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
045700     MOVE AK-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
045800     MOVE SPACES           TO HW-SL-REQ-DATE.
045900     MOVE AK-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
046000     MOVE AK-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
046100     MOVE 'N'              TO HW-SL-REQ-CHECKPOINT.
046200     CALL 'StepLog' USING HW-SL-LINK-PARM.
046300     MOVE AK-WS-FINAL-RC TO RETURN-CODE.
046400 9700-RECORD-STEP-END-EXIT.
046500     EXIT.
