000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SCHDLOAD.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL LOAD OF THE ENTERPRISE SCHEDULER'S
001300*                  DAILY JOB-END EXPORT (DD SCHEVENT, SEE
001400*                  SchdEvt) SO THE NON-COBOL JOBS OF THE CYCLE
001500*                  STOP SHOWING AS "PLANNED BUT MISSING" IN
001600*                  CYCRECON AND ARE COVERED BY CYCMON AND
001700*                  DASHXTR.  EACH EVENT IS VALIDATED (JOB NAME,
001800*                  CYCLE DATE, START/END TIMESTAMPS, END NOT
001900*                  BEFORE START, COMPLETION CODE) AND CHECKED
002000*                  AGAINST THE RUN-HISTORY KSDS: AN EVENT WHOSE
002100*                  RUN IS ALREADY THERE - LOADED BY AN EARLIER
002200*                  RUN, REPEATED IN THE FILE, OR A STEP OF THIS
002300*                  SYSTEM THAT RECORDED ITS OWN RUN THROUGH
002400*                  StepLog INSIDE THE EVENT'S START/END - IS A
002500*                  DUPLICATE AND IS SKIPPED.  EACH ACCEPTED
002600*                  EVENT GETS A RUN-HISTORY RECORD, AN 'RU'
002700*                  AUDIT RECORD AND AN IncidentLog CALL (A
002800*                  FAILED COMPLETION OPENS AN INCIDENT, A GOOD
002900*                  ONE CLOSES AN OPEN ONE), AND A GOOD ONE A
003000*                  RESTART-CONTROL CHECKPOINT NUMBERED AS THE
003100*                  NEXT CYCLE-RUN FOR THE JOB AND DATE - A
003200*                  FAILED JOB MUST NOT LOOK COMPLETE TO RESTART
003300*                  JCL, THE SAME RULE StepLog FOLLOWS.  AN ABEND
003400*                  IS RECORDED AS RETURN CODE 9999.  PRINTS A
003500*                  LOAD REPORT OF ACCEPTED, DUPLICATE AND
003600*                  REJECTED EVENTS.  EVENTS PAST THE TABLE
003700*                  LIMIT ARE LEFT FOR A RERUN, WHICH SKIPS THE
003800*                  ONES ALREADY LOADED.
003900*                  RETURN-CODE 0 = ALL EVENTS ACCEPTED OR
004000*                  DUPLICATE, 4 = SOME REJECTED OR LEFT FOR A
004100*                  RERUN, 8 = A FILE COULD NOT BE OPENED, READ
004200*                  OR WRITTEN.
004210* 2026-10-15 RC    THE INCIDENT RECORD NOW CARRIES THE OPEN CYCLE
004220*                  DATE (IncidentLog DEFAULT, SEE CycLink) INSTEAD
004230*                  OF THE SYSTEM DATE.
004240* 2026-10-15 RC    THE CHECKPOINT AND 'RU' AUDIT RECORDS NOW CARRY
004250*                  THE NEXT LOG SEQUENCE NUMBER FROM LogControl
004260*                  (9800) AND TS-SOURCE 'E', SINCE THEIR
004270*                  TIMESTAMPS ARE THE SCHEDULER'S AND NEED NOT
004280*                  FOLLOW THE ORDER OF THE LOG.
004283* 2026-10-15 RC    THE AUDIT RECORD'S NEW REQUESTER/APPROVER
004286*                  FIELDS ARE WRITTEN AS SPACES.
004300*----------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT SCHED-EVENT-FILE ASSIGN TO SCHEVENT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS SD-WS-SE-STATUS.
005000     SELECT RESTART-CONTROL-FILE ASSIGN TO RESTARTC
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS SD-WS-RC-STATUS.
005300     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS HW-RH-KEY
005700         FILE STATUS IS SD-WS-RH-STATUS.
005800     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS SD-WS-AT-STATUS.
006100     SELECT PRINT-FILE ASSIGN TO SYSOUT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS SD-WS-PF-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  SCHED-EVENT-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 COPY SchdEvt.
007000 FD  RESTART-CONTROL-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 COPY RestartC.
007400 FD  RUN-HISTORY-FILE.
007500 COPY RunHist.
007600 FD  AUDIT-TRAIL-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 COPY AuditTrl.
008000 FD  PRINT-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE OMITTED.
008300 COPY PrintRec.
008400 WORKING-STORAGE SECTION.
008500 01  SD-WS-FILE-STATUSES.
008600     05  SD-WS-SE-STATUS         PIC X(02) VALUE '00'.
008700     05  SD-WS-RC-STATUS         PIC X(02) VALUE '00'.
008800     05  SD-WS-RH-STATUS         PIC X(02) VALUE '00'.
008900     05  SD-WS-AT-STATUS         PIC X(02) VALUE '00'.
009000     05  SD-WS-PF-STATUS         PIC X(02) VALUE '00'.
009100 01  SD-WS-SWITCHES.
009200     05  SD-WS-EOF-SW            PIC X(01) VALUE 'N'.
009300         88  SD-EOF-YES                     VALUE 'Y'.
009400         88  SD-EOF-NO                      VALUE 'N'.
009500     05  SD-WS-ERROR-SW          PIC X(01) VALUE 'N'.
009600         88  SD-ERROR-YES                   VALUE 'Y'.
009700         88  SD-ERROR-NO                    VALUE 'N'.
009800     05  SD-WS-EVENT-VALID-SW    PIC X(01) VALUE 'Y'.
009900         88  SD-EVENT-VALID                 VALUE 'Y'.
010000         88  SD-EVENT-INVALID               VALUE 'N'.
010100     05  SD-WS-SPACE-SEEN-SW     PIC X(01) VALUE 'N'.
010200         88  SD-SPACE-SEEN-YES              VALUE 'Y'.
010300         88  SD-SPACE-SEEN-NO               VALUE 'N'.
010400     05  SD-WS-TS-SW             PIC X(01) VALUE 'Y'.
010500         88  SD-TS-GOOD                     VALUE 'Y'.
010600         88  SD-TS-BAD                      VALUE 'N'.
010700     05  SD-WS-FOUND-SW          PIC X(01) VALUE 'N'.
010800         88  SD-FOUND-YES                   VALUE 'Y'.
010900         88  SD-FOUND-NO                    VALUE 'N'.
011000     05  SD-WS-SCAN-DONE-SW      PIC X(01) VALUE 'N'.
011100         88  SD-SCAN-DONE-YES               VALUE 'Y'.
011200         88  SD-SCAN-DONE-NO                VALUE 'N'.
011300     05  SD-WS-AT-AVAIL-SW       PIC X(01) VALUE 'Y'.
011400         88  SD-AT-AVAIL-YES                VALUE 'Y'.
011500         88  SD-AT-AVAIL-NO                 VALUE 'N'.
011600     05  SD-WS-RH-OPEN-SW        PIC X(01) VALUE 'N'.
011700         88  SD-RH-OPEN-YES                 VALUE 'Y'.
011800         88  SD-RH-OPEN-NO                  VALUE 'N'.
011900     05  SD-WS-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
012000         88  SD-TABLE-FULL-YES              VALUE 'Y'.
012100         88  SD-TABLE-FULL-NO               VALUE 'N'.
012200 77  SD-WS-TABLE-MAX             PIC S9(04) COMP VALUE 1000.
012300 77  SD-WS-EVENT-COUNT           PIC S9(04) COMP VALUE ZERO.
012400 77  SD-WS-EVENT-SUB             PIC S9(04) COMP VALUE ZERO.
012500 77  SD-WS-SCAN-SUB              PIC S9(04) COMP VALUE ZERO.
012600 77  SD-WS-CHAR-SUB              PIC S9(04) COMP VALUE ZERO.
012700 77  SD-WS-READ-COUNT            PIC S9(05) COMP VALUE ZERO.
012800 77  SD-WS-ACCEPT-COUNT          PIC S9(05) COMP VALUE ZERO.
012900 77  SD-WS-FAILED-COUNT          PIC S9(05) COMP VALUE ZERO.
013000 77  SD-WS-INCIDENT-COUNT        PIC S9(05) COMP VALUE ZERO.
013100 77  SD-WS-DUP-COUNT             PIC S9(05) COMP VALUE ZERO.
013200 77  SD-WS-REJECT-COUNT          PIC S9(05) COMP VALUE ZERO.
013300 77  SD-WS-LEFT-COUNT            PIC S9(05) COMP VALUE ZERO.
013400 01  SD-WS-CHAR                  PIC X(01) VALUE SPACE.
013500 01  SD-WS-REASON.
013600     05  SD-WS-REASON-CODE       PIC X(02) VALUE SPACES.
013700     05  FILLER                  PIC X(01) VALUE SPACE.
013800     05  SD-WS-REASON-TEXT       PIC X(30) VALUE SPACES.
013900 01  SD-WS-TS                    PIC X(26) VALUE SPACES.
014000 01  SD-WS-TS-PARTS REDEFINES SD-WS-TS.
014100     05  SD-WS-TS-YYYY           PIC X(04).
014200     05  SD-WS-TS-SEP-1          PIC X(01).
014300     05  SD-WS-TS-MM             PIC X(02).
014400     05  SD-WS-TS-SEP-2          PIC X(01).
014500     05  SD-WS-TS-DD             PIC X(02).
014600     05  SD-WS-TS-SEP-3          PIC X(01).
014700     05  SD-WS-TS-HH             PIC X(02).
014800     05  SD-WS-TS-SEP-4          PIC X(01).
014900     05  SD-WS-TS-MI             PIC X(02).
015000     05  SD-WS-TS-SEP-5          PIC X(01).
015100     05  SD-WS-TS-SS             PIC X(02).
015200     05  SD-WS-TS-SEP-6          PIC X(01).
015300     05  SD-WS-TS-FRACTION       PIC X(06).
015400 01  SD-WS-TS-CLOCK.
015500     05  SD-WS-TS-HH-N           PIC 9(02) VALUE ZEROS.
015600     05  SD-WS-TS-MI-N           PIC 9(02) VALUE ZEROS.
015700     05  SD-WS-TS-SS-N           PIC 9(02) VALUE ZEROS.
015800 01  SD-WS-TS-DATE               PIC X(08) VALUE SPACES.
015900 01  SD-WS-TS-HMS                PIC X(08) VALUE SPACES.
016000 01  SD-WS-SERIAL-FIELDS.
016100     05  SD-WS-TS-DAY-NUMBER     PIC S9(09) COMP VALUE ZERO.
016200     05  SD-WS-TS-DAY-SECS       PIC S9(09) COMP VALUE ZERO.
016300     05  SD-WS-START-DAY-NUMBER  PIC S9(09) COMP VALUE ZERO.
016400     05  SD-WS-START-DAY-SECS    PIC S9(09) COMP VALUE ZERO.
016500     05  SD-WS-ELAPSED-SECONDS   PIC S9(09) COMP VALUE ZERO.
016600 01  SD-WS-START-HMS             PIC X(08) VALUE SPACES.
016700 01  SD-WS-END-HMS               PIC X(08) VALUE SPACES.
016800 01  SD-WS-CYCLE-RUN             PIC 9(02) VALUE ZEROS.
016900 01  SD-WS-RC-DISP               PIC 9(04) VALUE ZEROS.
017000 01  SD-WS-ELAPSED-DISP          PIC 9(06) VALUE ZEROS.
017100 01  SD-WS-RUN-DISP              PIC 9(02) VALUE ZEROS.
017200 01  SD-WS-DISPOSITION           PIC X(45) VALUE SPACES.
017300 01  SD-WS-EVENT-TABLE.
017400     05  SD-WS-EVENT-ENTRY OCCURS 1000 TIMES.
017500         10  SD-ET-JOB-ID        PIC X(08).
017600         10  SD-ET-CYCLE-DATE    PIC X(08).
017700         10  SD-ET-START-TS      PIC X(26).
017800         10  SD-ET-END-TS        PIC X(26).
017900         10  SD-ET-COMPLETION    PIC X(05).
018000         10  SD-ET-STATUS        PIC X(01).
018100             88  SD-ET-ACCEPTED              VALUE 'A'.
018200             88  SD-ET-DUPLICATE             VALUE 'D'.
018300             88  SD-ET-REJECTED              VALUE 'R'.
018400         10  SD-ET-REASON        PIC X(33).
018500         10  SD-ET-FAILED-SW     PIC X(01).
018600         10  SD-ET-START-HMS     PIC X(08).
018700         10  SD-ET-END-HMS       PIC X(08).
018800         10  SD-ET-ELAPSED-SECS  PIC 9(06).
018900         10  SD-ET-RETURN-CODE   PIC 9(04).
019000         10  SD-ET-CYCLE-RUN     PIC 9(02).
019100         10  SD-ET-ATTEMPT-NO    PIC 9(02).
019200 01  SD-WS-COUNT-DISP            PIC ZZ,ZZ9.
019300 01  SD-WS-RUN-JOB-ID            PIC X(08) VALUE 'SCHDLOAD'.
019500 01  SD-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
019600 01  SD-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
019700 COPY DateLink.
019800 COPY IncdLnk.
019900 COPY StepLnk.
019950 COPY LogLink.
020000 PROCEDURE DIVISION.
020100 0000-MAINLINE.
020200     PERFORM 9600-RECORD-STEP-START
020300         THRU 9600-RECORD-STEP-START-EXIT.
020400     PERFORM 1000-INITIALIZE
020500         THRU 1000-INITIALIZE-EXIT.
020600     IF SD-ERROR-YES
020700         MOVE 8 TO RETURN-CODE
020800         MOVE 'FILE OPEN FAILURE' TO SD-WS-DIAG-MSG
020900         PERFORM 9500-LOG-INCIDENT
021000             THRU 9500-LOG-INCIDENT-EXIT
021100         GO TO 0000-MAINLINE-EXIT
021200     END-IF.
021300     PERFORM 2000-LOAD-EVENTS
021400         THRU 2000-LOAD-EVENTS-EXIT.
021500     IF SD-ERROR-NO AND SD-WS-ACCEPT-COUNT > ZERO
021600         PERFORM 3000-ASSIGN-RUN-NUMBERS
021700             THRU 3000-ASSIGN-RUN-NUMBERS-EXIT
021800     END-IF.
021900     IF SD-ERROR-NO AND SD-WS-ACCEPT-COUNT > ZERO
022000         PERFORM 4000-APPLY-EVENTS
022100             THRU 4000-APPLY-EVENTS-EXIT
022200     END-IF.
022300     IF SD-RH-OPEN-YES
022400         CLOSE RUN-HISTORY-FILE
022500     END-IF.
022600     PERFORM 5000-PRINT-REPORT
022700         THRU 5000-PRINT-REPORT-EXIT.
022800     CLOSE PRINT-FILE.
022900     IF SD-ERROR-YES
023000         MOVE 8 TO RETURN-CODE
023100         MOVE 'FILE OPEN, READ OR WRITE FAILURE'
023200             TO SD-WS-DIAG-MSG
023300     ELSE
023400         IF SD-WS-REJECT-COUNT > ZERO OR
023500            SD-WS-LEFT-COUNT > ZERO
023600             MOVE 4 TO RETURN-CODE
023700         ELSE
023800             MOVE 0 TO RETURN-CODE
023900         END-IF
024000     END-IF.
024100     PERFORM 9500-LOG-INCIDENT
024200         THRU 9500-LOG-INCIDENT-EXIT.
024300 0000-MAINLINE-EXIT.
024400     PERFORM 9700-RECORD-STEP-END
024500         THRU 9700-RECORD-STEP-END-EXIT.
024600     GOBACK.
024700 1000-INITIALIZE.
024800     OPEN OUTPUT PRINT-FILE.
024900     IF SD-WS-PF-STATUS NOT = '00'
025000         DISPLAY 'SCHDLOAD0010E - PRINT-FILE OPEN FAILED'
025100             ', STATUS=' SD-WS-PF-STATUS
025200         SET SD-ERROR-YES TO TRUE
025300         GO TO 1000-INITIALIZE-EXIT
025400     END-IF.
025500     PERFORM 1100-PRINT-HEADER
025600         THRU 1100-PRINT-HEADER-EXIT.
025700     OPEN INPUT SCHED-EVENT-FILE.
025800     IF SD-WS-SE-STATUS NOT = '00'
025900         DISPLAY 'SCHDLOAD0020E - SCHED-EVENT-FILE OPEN FAILED'
026000             ', STATUS=' SD-WS-SE-STATUS
026100         SET SD-ERROR-YES TO TRUE
026200         GO TO 1000-INITIALIZE-EXIT
026300     END-IF.
026400     OPEN I-O RUN-HISTORY-FILE.
026500     IF SD-WS-RH-STATUS NOT = '00'
026600         DISPLAY 'SCHDLOAD0030E - RUN-HISTORY-FILE OPEN FAILED'
026700             ', STATUS=' SD-WS-RH-STATUS
026800             ' - DUPLICATES CANNOT BE DETECTED'
026900         CLOSE SCHED-EVENT-FILE
027000         SET SD-ERROR-YES TO TRUE
027100         GO TO 1000-INITIALIZE-EXIT
027200     END-IF.
027300     SET SD-RH-OPEN-YES TO TRUE.
027400 1000-INITIALIZE-EXIT.
027500     EXIT.
027600 1100-PRINT-HEADER.
027700     MOVE SPACES TO PRINT-LINE.
027800     MOVE '1' TO HW-PL-CTL.
027900     MOVE 'SCHDLOAD - SCHEDULER JOB-END EVENT LOAD REPORT'
028000         TO HW-PL-TEXT.
028100     WRITE PRINT-LINE.
028200     MOVE SPACES TO PRINT-LINE.
028300     MOVE ALL '-' TO HW-PL-TEXT.
028400     WRITE PRINT-LINE.
028500     MOVE SPACES TO PRINT-LINE.
028600     STRING 'JOB      CYCLE    START                '
028700             'END                  CC     DISPOSITION'
028800         DELIMITED BY SIZE INTO HW-PL-TEXT.
028900     WRITE PRINT-LINE.
029000 1100-PRINT-HEADER-EXIT.
029100     EXIT.
029200*    EVERY EVENT IS VALIDATED AND CHECKED FOR A DUPLICATE BEFORE
029300*    ANYTHING IS WRITTEN, SO THE RUN NUMBERS CAN BE ASSIGNED
029400*    FROM ONE PASS OF THE RESTART-CONTROL FILE.
029500 2000-LOAD-EVENTS.
029600     SET SD-EOF-NO TO TRUE.
029700     PERFORM 2100-READ-EVENT
029800         THRU 2100-READ-EVENT-EXIT
029900         UNTIL SD-EOF-YES.
030000     CLOSE SCHED-EVENT-FILE.
030100 2000-LOAD-EVENTS-EXIT.
030200     EXIT.
030300 2100-READ-EVENT.
030400     READ SCHED-EVENT-FILE
030500         AT END
030600             SET SD-EOF-YES TO TRUE
030700             GO TO 2100-READ-EVENT-EXIT
030800     END-READ.
030900     IF SD-WS-SE-STATUS NOT = '00'
031000         DISPLAY 'SCHDLOAD0040E - SCHED-EVENT-FILE READ FAILED'
031100             ', STATUS=' SD-WS-SE-STATUS
031200         SET SD-EOF-YES TO TRUE
031300         SET SD-ERROR-YES TO TRUE
031400         GO TO 2100-READ-EVENT-EXIT
031500     END-IF.
031600     ADD 1 TO SD-WS-READ-COUNT.
031700     IF SD-WS-EVENT-COUNT >= SD-WS-TABLE-MAX
031800         IF SD-TABLE-FULL-NO
031900             DISPLAY 'SCHDLOAD0050W - EVENT TABLE FULL, '
032000                 'REMAINING EVENTS LEFT FOR A RERUN'
032100             SET SD-TABLE-FULL-YES TO TRUE
032200         END-IF
032300         ADD 1 TO SD-WS-LEFT-COUNT
032400         GO TO 2100-READ-EVENT-EXIT
032500     END-IF.
032600     ADD 1 TO SD-WS-EVENT-COUNT.
032700     MOVE SD-WS-EVENT-COUNT TO SD-WS-EVENT-SUB.
032800     MOVE HW-SE-JOB-ID     TO SD-ET-JOB-ID (SD-WS-EVENT-SUB).
032900     MOVE HW-SE-CYCLE-DATE TO SD-ET-CYCLE-DATE (SD-WS-EVENT-SUB).
033000     MOVE HW-SE-START-TS   TO SD-ET-START-TS (SD-WS-EVENT-SUB).
033100     MOVE HW-SE-END-TS     TO SD-ET-END-TS (SD-WS-EVENT-SUB).
033200     MOVE HW-SE-COMPLETION-CODE
033300         TO SD-ET-COMPLETION (SD-WS-EVENT-SUB).
033400     MOVE SPACES TO SD-ET-REASON (SD-WS-EVENT-SUB).
033500     MOVE 'N' TO SD-ET-FAILED-SW (SD-WS-EVENT-SUB).
033600     MOVE SPACES TO SD-ET-START-HMS (SD-WS-EVENT-SUB).
033700     MOVE SPACES TO SD-ET-END-HMS (SD-WS-EVENT-SUB).
033800     MOVE ZERO TO SD-ET-ELAPSED-SECS (SD-WS-EVENT-SUB).
033900     MOVE ZERO TO SD-ET-RETURN-CODE (SD-WS-EVENT-SUB).
034000     MOVE ZERO TO SD-ET-CYCLE-RUN (SD-WS-EVENT-SUB).
034100     MOVE ZERO TO SD-ET-ATTEMPT-NO (SD-WS-EVENT-SUB).
034200     PERFORM 2200-VALIDATE-EVENT
034300         THRU 2200-VALIDATE-EVENT-EXIT.
034400     IF SD-EVENT-INVALID
034500         MOVE 'R' TO SD-ET-STATUS (SD-WS-EVENT-SUB)
034600         MOVE SD-WS-REASON TO SD-ET-REASON (SD-WS-EVENT-SUB)
034700         ADD 1 TO SD-WS-REJECT-COUNT
034800         GO TO 2100-READ-EVENT-EXIT
034900     END-IF.
035000     PERFORM 2500-CHECK-DUPLICATE
035100         THRU 2500-CHECK-DUPLICATE-EXIT.
035200     IF SD-FOUND-YES
035300         MOVE 'D' TO SD-ET-STATUS (SD-WS-EVENT-SUB)
035400         MOVE SD-WS-REASON-TEXT TO SD-ET-REASON (SD-WS-EVENT-SUB)
035500         ADD 1 TO SD-WS-DUP-COUNT
035600         GO TO 2100-READ-EVENT-EXIT
035700     END-IF.
035800     MOVE 'A' TO SD-ET-STATUS (SD-WS-EVENT-SUB).
035900     ADD 1 TO SD-WS-ACCEPT-COUNT.
036000 2100-READ-EVENT-EXIT.
036100     EXIT.
036200 2200-VALIDATE-EVENT.
036300     SET SD-EVENT-VALID TO TRUE.
036400     MOVE SPACES TO SD-WS-REASON.
036500     PERFORM 2210-CHECK-JOB-ID
036600         THRU 2210-CHECK-JOB-ID-EXIT.
036700     IF SD-EVENT-INVALID
036800         GO TO 2200-VALIDATE-EVENT-EXIT
036900     END-IF.
037000     MOVE HW-SE-CYCLE-DATE TO HW-DS-DATE.
037100     CALL 'DateSerial' USING HW-DS-LINK-PARM.
037200     IF HW-DS-DATE-BAD
037300         MOVE '02' TO SD-WS-REASON-CODE
037400         MOVE 'INVALID CYCLE DATE' TO SD-WS-REASON-TEXT
037500         SET SD-EVENT-INVALID TO TRUE
037600         GO TO 2200-VALIDATE-EVENT-EXIT
037700     END-IF.
037800     MOVE HW-SE-START-TS TO SD-WS-TS.
037900     PERFORM 2300-CHECK-TIMESTAMP
038000         THRU 2300-CHECK-TIMESTAMP-EXIT.
038100     IF SD-TS-BAD
038200         MOVE '03' TO SD-WS-REASON-CODE
038300         MOVE 'INVALID START TIMESTAMP' TO SD-WS-REASON-TEXT
038400         SET SD-EVENT-INVALID TO TRUE
038500         GO TO 2200-VALIDATE-EVENT-EXIT
038600     END-IF.
038700     MOVE SD-WS-TS-DAY-NUMBER TO SD-WS-START-DAY-NUMBER.
038800     MOVE SD-WS-TS-DAY-SECS   TO SD-WS-START-DAY-SECS.
038900     MOVE SD-WS-TS-HMS        TO SD-WS-START-HMS.
039000     MOVE HW-SE-END-TS TO SD-WS-TS.
039100     PERFORM 2300-CHECK-TIMESTAMP
039200         THRU 2300-CHECK-TIMESTAMP-EXIT.
039300     IF SD-TS-BAD
039400         MOVE '04' TO SD-WS-REASON-CODE
039500         MOVE 'INVALID END TIMESTAMP' TO SD-WS-REASON-TEXT
039600         SET SD-EVENT-INVALID TO TRUE
039700         GO TO 2200-VALIDATE-EVENT-EXIT
039800     END-IF.
039900     MOVE SD-WS-TS-HMS TO SD-WS-END-HMS.
040000     COMPUTE SD-WS-ELAPSED-SECONDS =
040100         ((SD-WS-TS-DAY-NUMBER - SD-WS-START-DAY-NUMBER) * 86400)
040200         + SD-WS-TS-DAY-SECS - SD-WS-START-DAY-SECS.
040300     IF SD-WS-ELAPSED-SECONDS < 0
040400         MOVE '05' TO SD-WS-REASON-CODE
040500         MOVE 'END BEFORE START' TO SD-WS-REASON-TEXT
040600         SET SD-EVENT-INVALID TO TRUE
040700         GO TO 2200-VALIDATE-EVENT-EXIT
040800     END-IF.
040900     IF SD-WS-ELAPSED-SECONDS > 999999
041000         MOVE 999999 TO SD-WS-ELAPSED-SECONDS
041100     END-IF.
041200     PERFORM 2400-CHECK-COMPLETION
041300         THRU 2400-CHECK-COMPLETION-EXIT.
041400     IF SD-EVENT-INVALID
041500         GO TO 2200-VALIDATE-EVENT-EXIT
041600     END-IF.
041700     MOVE SD-WS-START-HMS TO SD-ET-START-HMS (SD-WS-EVENT-SUB).
041800     MOVE SD-WS-END-HMS   TO SD-ET-END-HMS (SD-WS-EVENT-SUB).
041900     MOVE SD-WS-ELAPSED-SECONDS
042000         TO SD-ET-ELAPSED-SECS (SD-WS-EVENT-SUB).
042100 2200-VALIDATE-EVENT-EXIT.
042200     EXIT.
042300 2210-CHECK-JOB-ID.
042400     IF HW-SE-JOB-ID (1:1) = SPACE
042500         MOVE '01' TO SD-WS-REASON-CODE
042600         MOVE 'INVALID JOB NAME' TO SD-WS-REASON-TEXT
042700         SET SD-EVENT-INVALID TO TRUE
042800         GO TO 2210-CHECK-JOB-ID-EXIT
042900     END-IF.
043000     SET SD-SPACE-SEEN-NO TO TRUE.
043100     PERFORM 2215-CHECK-JOB-ID-CHAR
043200         THRU 2215-CHECK-JOB-ID-CHAR-EXIT
043300         VARYING SD-WS-CHAR-SUB FROM 1 BY 1
043400         UNTIL SD-EVENT-INVALID OR SD-WS-CHAR-SUB > 8.
043500 2210-CHECK-JOB-ID-EXIT.
043600     EXIT.
043700 2215-CHECK-JOB-ID-CHAR.
043800     MOVE HW-SE-JOB-ID (SD-WS-CHAR-SUB:1) TO SD-WS-CHAR.
043900     IF SD-WS-CHAR = SPACE
044000         SET SD-SPACE-SEEN-YES TO TRUE
044100         GO TO 2215-CHECK-JOB-ID-CHAR-EXIT
044200     END-IF.
044300     IF SD-SPACE-SEEN-YES
044400         MOVE '01' TO SD-WS-REASON-CODE
044500         MOVE 'INVALID JOB NAME' TO SD-WS-REASON-TEXT
044600         SET SD-EVENT-INVALID TO TRUE
044700         GO TO 2215-CHECK-JOB-ID-CHAR-EXIT
044800     END-IF.
044900     IF NOT ((SD-WS-CHAR >= 'A' AND SD-WS-CHAR <= 'Z') OR
045000             (SD-WS-CHAR >= '0' AND SD-WS-CHAR <= '9') OR
045100             SD-WS-CHAR = '#' OR SD-WS-CHAR = '@' OR
045200             SD-WS-CHAR = '$')
045300         MOVE '01' TO SD-WS-REASON-CODE
045400         MOVE 'INVALID JOB NAME' TO SD-WS-REASON-TEXT
045500         SET SD-EVENT-INVALID TO TRUE
045600     END-IF.
045700 2215-CHECK-JOB-ID-CHAR-EXIT.
045800     EXIT.
045900*    SD-WS-TS MUST BE YYYY-MM-DD-HH.MM.SS.NNNNNN WITH A REAL DATE
046000*    AND TIME.  ON RETURN SD-WS-TS-DAY-NUMBER/DAY-SECS HOLD THE
046100*    SERIAL DAY AND SECONDS INTO IT, SD-WS-TS-HMS 'HH:MM:SS'.
046200 2300-CHECK-TIMESTAMP.
046300     SET SD-TS-GOOD TO TRUE.
046400     IF SD-WS-TS-SEP-1 NOT = '-' OR SD-WS-TS-SEP-2 NOT = '-' OR
046500        SD-WS-TS-SEP-3 NOT = '-' OR SD-WS-TS-SEP-4 NOT = '.' OR
046600        SD-WS-TS-SEP-5 NOT = '.' OR SD-WS-TS-SEP-6 NOT = '.'
046700         SET SD-TS-BAD TO TRUE
046800         GO TO 2300-CHECK-TIMESTAMP-EXIT
046900     END-IF.
047000     IF SD-WS-TS-HH NOT NUMERIC OR SD-WS-TS-MI NOT NUMERIC OR
047100        SD-WS-TS-SS NOT NUMERIC OR SD-WS-TS-FRACTION NOT NUMERIC
047200         SET SD-TS-BAD TO TRUE
047300         GO TO 2300-CHECK-TIMESTAMP-EXIT
047400     END-IF.
047500     MOVE SD-WS-TS-HH TO SD-WS-TS-HH-N.
047600     MOVE SD-WS-TS-MI TO SD-WS-TS-MI-N.
047700     MOVE SD-WS-TS-SS TO SD-WS-TS-SS-N.
047800     IF SD-WS-TS-HH-N > 23 OR SD-WS-TS-MI-N > 59 OR
047900        SD-WS-TS-SS-N > 59
048000         SET SD-TS-BAD TO TRUE
048100         GO TO 2300-CHECK-TIMESTAMP-EXIT
048200     END-IF.
048300     MOVE SPACES TO SD-WS-TS-DATE.
048400     STRING SD-WS-TS-YYYY SD-WS-TS-MM SD-WS-TS-DD
048500         DELIMITED BY SIZE INTO SD-WS-TS-DATE.
048600     MOVE SD-WS-TS-DATE TO HW-DS-DATE.
048700     CALL 'DateSerial' USING HW-DS-LINK-PARM.
048800     IF HW-DS-DATE-BAD
048900         SET SD-TS-BAD TO TRUE
049000         GO TO 2300-CHECK-TIMESTAMP-EXIT
049100     END-IF.
049200     MOVE HW-DS-DAY-NUMBER TO SD-WS-TS-DAY-NUMBER.
049300     COMPUTE SD-WS-TS-DAY-SECS = (SD-WS-TS-HH-N * 3600)
049400         + (SD-WS-TS-MI-N * 60) + SD-WS-TS-SS-N.
049500     MOVE SPACES TO SD-WS-TS-HMS.
049600     STRING SD-WS-TS-HH ':' SD-WS-TS-MI ':' SD-WS-TS-SS
049700         DELIMITED BY SIZE INTO SD-WS-TS-HMS.
049800 2300-CHECK-TIMESTAMP-EXIT.
049900     EXIT.
050000 2400-CHECK-COMPLETION.
050100     EVALUATE TRUE
050200         WHEN HW-SE-CC-COND-CODE AND HW-SE-CC-VALUE NUMERIC
050300             MOVE HW-SE-CC-NUMBER
050400                 TO SD-ET-RETURN-CODE (SD-WS-EVENT-SUB)
050500             IF HW-SE-CC-NUMBER >= 8
050600                 MOVE 'Y' TO SD-ET-FAILED-SW (SD-WS-EVENT-SUB)
050700             END-IF
050800         WHEN HW-SE-CC-USER-ABEND AND HW-SE-CC-VALUE NUMERIC
050900             MOVE 9999 TO SD-ET-RETURN-CODE (SD-WS-EVENT-SUB)
051000             MOVE 'Y' TO SD-ET-FAILED-SW (SD-WS-EVENT-SUB)
051100         WHEN HW-SE-CC-SYSTEM-ABEND AND
051200              HW-SE-CC-VALUE (1:3) NOT = SPACES
051300             MOVE 9999 TO SD-ET-RETURN-CODE (SD-WS-EVENT-SUB)
051400             MOVE 'Y' TO SD-ET-FAILED-SW (SD-WS-EVENT-SUB)
051500         WHEN OTHER
051600             MOVE '06' TO SD-WS-REASON-CODE
051700             MOVE 'INVALID COMPLETION CODE' TO SD-WS-REASON-TEXT
051800             SET SD-EVENT-INVALID TO TRUE
051900     END-EVALUATE.
052000 2400-CHECK-COMPLETION-EXIT.
052100     EXIT.
052200*    A RUN IS ALREADY ON FILE WHEN AN EARLIER EVENT OF THIS FILE
052300*    HAS THE SAME JOB, DATE AND START, OR WHEN RUN-HISTORY HOLDS
052400*    A RECORD FOR THE JOB AND DATE STARTING AT THE EVENT'S START
052500*    (LOADED BEFORE) OR INSIDE ITS START/END (A STEP OF THIS
052600*    SYSTEM THAT RECORDED ITS OWN RUN).
052700 2500-CHECK-DUPLICATE.
052800     SET SD-FOUND-NO TO TRUE.
052900     PERFORM 2510-SCAN-EARLIER-EVENT
053000         THRU 2510-SCAN-EARLIER-EVENT-EXIT
053100         VARYING SD-WS-SCAN-SUB FROM 1 BY 1
053200         UNTIL SD-FOUND-YES
053300            OR SD-WS-SCAN-SUB >= SD-WS-EVENT-SUB.
053400     IF SD-FOUND-YES
053500         GO TO 2500-CHECK-DUPLICATE-EXIT
053600     END-IF.
053700     MOVE HW-SE-JOB-ID     TO HW-RH-JOB-ID.
053800     MOVE HW-SE-CYCLE-DATE TO HW-RH-RUN-DATE.
053900     MOVE LOW-VALUES       TO HW-RH-START-TIME.
054000     START RUN-HISTORY-FILE KEY NOT < HW-RH-KEY
054100         INVALID KEY
054200             GO TO 2500-CHECK-DUPLICATE-EXIT
054300     END-START.
054400     SET SD-SCAN-DONE-NO TO TRUE.
054500     PERFORM 2550-SCAN-RUN-HISTORY
054600         THRU 2550-SCAN-RUN-HISTORY-EXIT
054700         UNTIL SD-SCAN-DONE-YES OR SD-FOUND-YES.
054800 2500-CHECK-DUPLICATE-EXIT.
054900     EXIT.
055000 2510-SCAN-EARLIER-EVENT.
055100     IF SD-ET-STATUS (SD-WS-SCAN-SUB) NOT = 'R' AND
055200        SD-ET-JOB-ID (SD-WS-SCAN-SUB) = HW-SE-JOB-ID AND
055300        SD-ET-CYCLE-DATE (SD-WS-SCAN-SUB) = HW-SE-CYCLE-DATE AND
055400        SD-ET-START-TS (SD-WS-SCAN-SUB) = HW-SE-START-TS
055500         MOVE 'REPEATED IN THIS FILE' TO SD-WS-REASON-TEXT
055600         SET SD-FOUND-YES TO TRUE
055700     END-IF.
055800 2510-SCAN-EARLIER-EVENT-EXIT.
055900     EXIT.
056000 2550-SCAN-RUN-HISTORY.
056100     READ RUN-HISTORY-FILE NEXT RECORD
056200         AT END
056300             SET SD-SCAN-DONE-YES TO TRUE
056400             GO TO 2550-SCAN-RUN-HISTORY-EXIT
056500     END-READ.
056600     IF SD-WS-RH-STATUS NOT = '00'
056700         DISPLAY 'SCHDLOAD0060E - RUN-HISTORY-FILE READ FAILED'
056800             ', STATUS=' SD-WS-RH-STATUS
056900         SET SD-SCAN-DONE-YES TO TRUE
057000         SET SD-ERROR-YES TO TRUE
057100         GO TO 2550-SCAN-RUN-HISTORY-EXIT
057200     END-IF.
057300     IF HW-RH-JOB-ID NOT = HW-SE-JOB-ID OR
057400        HW-RH-RUN-DATE NOT = HW-SE-CYCLE-DATE
057500         SET SD-SCAN-DONE-YES TO TRUE
057600         GO TO 2550-SCAN-RUN-HISTORY-EXIT
057700     END-IF.
057800     IF HW-RH-START-TIME = SD-WS-START-HMS
057900         MOVE 'ALREADY LOADED' TO SD-WS-REASON-TEXT
058000         SET SD-FOUND-YES TO TRUE
058100         GO TO 2550-SCAN-RUN-HISTORY-EXIT
058200     END-IF.
058300     IF SD-WS-END-HMS >= SD-WS-START-HMS
058400         IF HW-RH-START-TIME > SD-WS-START-HMS AND
058500            HW-RH-START-TIME <= SD-WS-END-HMS
058600             SET SD-FOUND-YES TO TRUE
058700         END-IF
058800     ELSE
058900         IF HW-RH-START-TIME > SD-WS-START-HMS OR
059000            HW-RH-START-TIME <= SD-WS-END-HMS
059100             SET SD-FOUND-YES TO TRUE
059200         END-IF
059300     END-IF.
059400     IF SD-FOUND-YES
059500         MOVE 'RUN RECORDED BY THE STEP ITSELF'
059600             TO SD-WS-REASON-TEXT
059700     END-IF.
059800 2550-SCAN-RUN-HISTORY-EXIT.
059900     EXIT.
060000*    CYCLE-RUN FOR A GOOD COMPLETION IS ONE PAST THE HIGHEST RUN
060100*    ON THE RESTART-CONTROL FILE FOR THE JOB AND DATE, COUNTING
060200*    THE ONES THIS RUN HAS ALREADY NUMBERED; 99 IS THE CEILING,
060300*    AS IN StepLog.
060400 3000-ASSIGN-RUN-NUMBERS.
060500     OPEN INPUT RESTART-CONTROL-FILE.
060600     IF SD-WS-RC-STATUS NOT = '00'
060700         IF SD-WS-RC-STATUS NOT = '35'
060800             DISPLAY 'SCHDLOAD0070E - RESTART-CONTROL-FILE OPEN '
060900                 'FAILED, STATUS=' SD-WS-RC-STATUS
061000             SET SD-ERROR-YES TO TRUE
061100             GO TO 3000-ASSIGN-RUN-NUMBERS-EXIT
061200         END-IF
061300     ELSE
061400         SET SD-EOF-NO TO TRUE
061500         PERFORM 3100-READ-CHECKPOINT
061600             THRU 3100-READ-CHECKPOINT-EXIT
061700             UNTIL SD-EOF-YES
061800         CLOSE RESTART-CONTROL-FILE
061900     END-IF.
062000     PERFORM 3300-NUMBER-EVENT
062100         THRU 3300-NUMBER-EVENT-EXIT
062200         VARYING SD-WS-EVENT-SUB FROM 1 BY 1
062300         UNTIL SD-WS-EVENT-SUB > SD-WS-EVENT-COUNT.
062400 3000-ASSIGN-RUN-NUMBERS-EXIT.
062500     EXIT.
062600 3100-READ-CHECKPOINT.
062700     READ RESTART-CONTROL-FILE
062800         AT END
062900             SET SD-EOF-YES TO TRUE
063000             GO TO 3100-READ-CHECKPOINT-EXIT
063100     END-READ.
063200     IF SD-WS-RC-STATUS NOT = '00'
063300         DISPLAY 'SCHDLOAD0080E - RESTART-CONTROL-FILE READ '
063400             'FAILED, STATUS=' SD-WS-RC-STATUS
063500         SET SD-EOF-YES TO TRUE
063600         SET SD-ERROR-YES TO TRUE
063700         GO TO 3100-READ-CHECKPOINT-EXIT
063800     END-IF.
063900     IF HW-RC-CYCLE-RUN NOT NUMERIC
064000         GO TO 3100-READ-CHECKPOINT-EXIT
064100     END-IF.
064200     PERFORM 3150-RAISE-BASE-RUN
064300         THRU 3150-RAISE-BASE-RUN-EXIT
064400         VARYING SD-WS-SCAN-SUB FROM 1 BY 1
064500         UNTIL SD-WS-SCAN-SUB > SD-WS-EVENT-COUNT.
064600 3100-READ-CHECKPOINT-EXIT.
064700     EXIT.
064800 3150-RAISE-BASE-RUN.
064900     IF SD-ET-ACCEPTED (SD-WS-SCAN-SUB) AND
065000        SD-ET-JOB-ID (SD-WS-SCAN-SUB) = HW-RC-JOB-ID AND
065100        SD-ET-CYCLE-DATE (SD-WS-SCAN-SUB) = HW-RC-DATE AND
065200        SD-ET-CYCLE-RUN (SD-WS-SCAN-SUB) < HW-RC-CYCLE-RUN
065300         MOVE HW-RC-CYCLE-RUN TO SD-ET-CYCLE-RUN (SD-WS-SCAN-SUB)
065400     END-IF.
065500 3150-RAISE-BASE-RUN-EXIT.
065600     EXIT.
065700 3300-NUMBER-EVENT.
065800     IF NOT SD-ET-ACCEPTED (SD-WS-EVENT-SUB) OR
065900        SD-ET-FAILED-SW (SD-WS-EVENT-SUB) = 'Y'
066000         MOVE ZERO TO SD-ET-CYCLE-RUN (SD-WS-EVENT-SUB)
066100         GO TO 3300-NUMBER-EVENT-EXIT
066200     END-IF.
066300     IF SD-ET-CYCLE-RUN (SD-WS-EVENT-SUB) < 99
066400         ADD 1 TO SD-ET-CYCLE-RUN (SD-WS-EVENT-SUB)
066500     END-IF.
066600     MOVE SD-ET-CYCLE-RUN (SD-WS-EVENT-SUB) TO SD-WS-CYCLE-RUN.
066700     PERFORM 3350-RAISE-LATER-EVENT
066800         THRU 3350-RAISE-LATER-EVENT-EXIT
066900         VARYING SD-WS-SCAN-SUB FROM SD-WS-EVENT-SUB BY 1
067000         UNTIL SD-WS-SCAN-SUB > SD-WS-EVENT-COUNT.
067100 3300-NUMBER-EVENT-EXIT.
067200     EXIT.
067300 3350-RAISE-LATER-EVENT.
067400     IF SD-WS-SCAN-SUB NOT = SD-WS-EVENT-SUB AND
067500        SD-ET-ACCEPTED (SD-WS-SCAN-SUB) AND
067600        SD-ET-JOB-ID (SD-WS-SCAN-SUB)
067700            = SD-ET-JOB-ID (SD-WS-EVENT-SUB) AND
067800        SD-ET-CYCLE-DATE (SD-WS-SCAN-SUB)
067900            = SD-ET-CYCLE-DATE (SD-WS-EVENT-SUB) AND
068000        SD-ET-CYCLE-RUN (SD-WS-SCAN-SUB) < SD-WS-CYCLE-RUN
068100         MOVE SD-WS-CYCLE-RUN TO SD-ET-CYCLE-RUN (SD-WS-SCAN-SUB)
068200     END-IF.
068300 3350-RAISE-LATER-EVENT-EXIT.
068400     EXIT.
068500*    THE CHECKPOINT IS WRITTEN BEFORE THE RUN-HISTORY RECORD: THE
068600*    RUN-HISTORY RECORD IS WHAT MARKS AN EVENT LOADED, SO A
068700*    FAILURE BETWEEN THE TWO IS RETRIED BY THE RERUN INSTEAD OF
068800*    LEAVING A GOOD JOB WITHOUT ITS CHECKPOINT.
068900 4000-APPLY-EVENTS.
069000     OPEN EXTEND RESTART-CONTROL-FILE.
069100     IF SD-WS-RC-STATUS NOT = '00'
069200         DISPLAY 'SCHDLOAD0090E - RESTART-CONTROL-FILE OPEN '
069300             'FAILED, STATUS=' SD-WS-RC-STATUS
069400         SET SD-ERROR-YES TO TRUE
069500         GO TO 4000-APPLY-EVENTS-EXIT
069600     END-IF.
069700     OPEN EXTEND AUDIT-TRAIL-FILE.
069800     IF SD-WS-AT-STATUS NOT = '00'
069900         DISPLAY 'SCHDLOAD0100W - AUDIT-TRAIL-FILE OPEN FAILED'
070000             ', STATUS=' SD-WS-AT-STATUS
070100             ' - EVENTS WILL NOT BE JOURNALED'
070200         SET SD-AT-AVAIL-NO TO TRUE
070300     END-IF.
070400     PERFORM 4100-APPLY-ONE-EVENT
070500         THRU 4100-APPLY-ONE-EVENT-EXIT
070600         VARYING SD-WS-EVENT-SUB FROM 1 BY 1
070700         UNTIL SD-ERROR-YES
070800            OR SD-WS-EVENT-SUB > SD-WS-EVENT-COUNT.
070900     CLOSE RESTART-CONTROL-FILE.
071000     IF SD-AT-AVAIL-YES
071100         CLOSE AUDIT-TRAIL-FILE
071200     END-IF.
071300 4000-APPLY-EVENTS-EXIT.
071400     EXIT.
071500 4100-APPLY-ONE-EVENT.
071600     IF NOT SD-ET-ACCEPTED (SD-WS-EVENT-SUB)
071700         GO TO 4100-APPLY-ONE-EVENT-EXIT
071800     END-IF.
071900     IF SD-ET-FAILED-SW (SD-WS-EVENT-SUB) = 'N'
072000         MOVE SD-ET-JOB-ID (SD-WS-EVENT-SUB) TO HW-RC-JOB-ID
072100         MOVE SD-ET-CYCLE-DATE (SD-WS-EVENT-SUB) TO HW-RC-DATE
072200         MOVE SD-ET-END-TS (SD-WS-EVENT-SUB)
072300             TO HW-RC-COMPLETION-TS
072400         MOVE SD-ET-CYCLE-RUN (SD-WS-EVENT-SUB)
072500             TO HW-RC-CYCLE-RUN
072510         MOVE 'RESTARTC' TO HW-LG-REQ-FILE-ID
072520         PERFORM 9800-TAKE-SEQUENCE
072530             THRU 9800-TAKE-SEQUENCE-EXIT
072540         MOVE HW-LG-SEQ-NO TO HW-RC-SEQ-NO
072550         SET HW-RC-TS-EVENT TO TRUE
072600         WRITE RESTART-CONTROL-RECORD
072700         IF SD-WS-RC-STATUS NOT = '00'
072800             DISPLAY 'SCHDLOAD0110E - RESTART-CONTROL-FILE '
072900                 'WRITE FAILED, STATUS=' SD-WS-RC-STATUS
073000             SET SD-ERROR-YES TO TRUE
073100             GO TO 4100-APPLY-ONE-EVENT-EXIT
073200         END-IF
073300     END-IF.
073400     PERFORM 4200-WRITE-RUN-HISTORY
073500         THRU 4200-WRITE-RUN-HISTORY-EXIT.
073600     IF SD-ERROR-YES
073700         GO TO 4100-APPLY-ONE-EVENT-EXIT
073800     END-IF.
073900     PERFORM 4300-WRITE-RUN-AUDIT
074000         THRU 4300-WRITE-RUN-AUDIT-EXIT.
074100     PERFORM 4400-LOG-EVENT-INCIDENT
074200         THRU 4400-LOG-EVENT-INCIDENT-EXIT.
074300 4100-APPLY-ONE-EVENT-EXIT.
074400     EXIT.
074500 4200-WRITE-RUN-HISTORY.
074600     MOVE SD-ET-JOB-ID (SD-WS-EVENT-SUB)     TO HW-RH-JOB-ID.
074700     MOVE SD-ET-CYCLE-DATE (SD-WS-EVENT-SUB) TO HW-RH-RUN-DATE.
074800     MOVE SD-ET-START-HMS (SD-WS-EVENT-SUB)  TO HW-RH-START-TIME.
074900     EVALUATE TRUE
075000         WHEN HW-RH-START-TIME (1:2) >= '06' AND
075100              HW-RH-START-TIME (1:2) < '14'
075200             MOVE 'D' TO HW-RH-SHIFT-CODE
075300         WHEN HW-RH-START-TIME (1:2) >= '14' AND
075400              HW-RH-START-TIME (1:2) < '22'
075500             MOVE 'E' TO HW-RH-SHIFT-CODE
075600         WHEN OTHER
075700             MOVE 'N' TO HW-RH-SHIFT-CODE
075800     END-EVALUATE.
075900     MOVE SD-ET-END-HMS (SD-WS-EVENT-SUB) TO HW-RH-END-TIME.
076000     MOVE SD-ET-ELAPSED-SECS (SD-WS-EVENT-SUB)
076100         TO HW-RH-ELAPSED-SECS.
076200     MOVE SD-ET-RETURN-CODE (SD-WS-EVENT-SUB)
076300         TO HW-RH-RETURN-CODE.
076400     WRITE RUN-HISTORY-RECORD
076500         INVALID KEY
076600             DISPLAY 'SCHDLOAD0120E - RUN-HISTORY-FILE WRITE '
076700                 'FAILED, STATUS=' SD-WS-RH-STATUS
076800             SET SD-ERROR-YES TO TRUE
076900     END-WRITE.
077000 4200-WRITE-RUN-HISTORY-EXIT.
077100     EXIT.
077200 4300-WRITE-RUN-AUDIT.
077210     MOVE 'AUDITTRL' TO HW-LG-REQ-FILE-ID.
077240     PERFORM 9800-TAKE-SEQUENCE
077270         THRU 9800-TAKE-SEQUENCE-EXIT.
077300     IF SD-AT-AVAIL-NO
077400         GO TO 4300-WRITE-RUN-AUDIT-EXIT
077500     END-IF.
077600     MOVE SD-ET-RETURN-CODE (SD-WS-EVENT-SUB) TO SD-WS-RC-DISP.
077700     MOVE SD-ET-ELAPSED-SECS (SD-WS-EVENT-SUB)
077800         TO SD-WS-ELAPSED-DISP.
077900     MOVE SD-ET-END-TS (SD-WS-EVENT-SUB) TO HW-AT-TIMESTAMP.
078000     MOVE SD-ET-JOB-ID (SD-WS-EVENT-SUB) TO HW-AT-JOB-ID.
078100     MOVE SPACES TO HW-AT-MESSAGE.
078200     STRING 'STEP ENDED RC=' SD-WS-RC-DISP
078300             ' ELAPSED=' SD-WS-ELAPSED-DISP
078400         DELIMITED BY SIZE INTO HW-AT-MESSAGE
078500     END-STRING.
078600     MOVE 'RU' TO HW-AT-REC-TYPE.
078700     MOVE SD-ET-CYCLE-DATE (SD-WS-EVENT-SUB) TO HW-AT-KEY.
078800     MOVE SPACES TO HW-AT-BEFORE-TEXT.
078900     MOVE SPACES TO HW-AT-AFTER-TEXT.
079000     STRING 'LOADED FROM SCHEDULER, CC='
079100             SD-ET-COMPLETION (SD-WS-EVENT-SUB)
079200         DELIMITED BY SIZE INTO HW-AT-AFTER-TEXT
079300     END-STRING.
079310     MOVE HW-LG-SEQ-NO TO HW-AT-SEQ-NO.
079320     SET HW-AT-TS-EVENT TO TRUE.
079330     MOVE SPACES TO HW-AT-OPERATORS.
079400     WRITE AUDIT-TRAIL-RECORD.
079500     IF SD-WS-AT-STATUS NOT = '00'
079600         DISPLAY 'SCHDLOAD0130W - AUDIT-TRAIL WRITE FAILED'
079700             ', STATUS=' SD-WS-AT-STATUS
079800         CLOSE AUDIT-TRAIL-FILE
079900         SET SD-AT-AVAIL-NO TO TRUE
080000     END-IF.
080100 4300-WRITE-RUN-AUDIT-EXIT.
080200     EXIT.
080300*    EVERY ACCEPTED EVENT GOES TO IncidentLog, SO A FAILED
080400*    COMPLETION OPENS AN INCIDENT AND A GOOD RERUN CLOSES IT.
080500 4400-LOG-EVENT-INCIDENT.
080600     MOVE SD-ET-JOB-ID (SD-WS-EVENT-SUB) TO HW-IL-REQ-JOB-ID.
080700     MOVE SD-ET-CYCLE-DATE (SD-WS-EVENT-SUB) TO HW-IL-REQ-DATE.
080800     MOVE SD-ET-RETURN-CODE (SD-WS-EVENT-SUB)
080900         TO HW-IL-REQ-RETURN-CODE.
081000     MOVE SPACES TO HW-IL-REQ-MESSAGE.
081100     IF SD-ET-COMPLETION (SD-WS-EVENT-SUB) (1:1) = 'C'
081200         STRING 'SCHEDULER REPORTED CC='
081300                 SD-ET-COMPLETION (SD-WS-EVENT-SUB) (2:4)
081400             DELIMITED BY SIZE INTO HW-IL-REQ-MESSAGE
081500         END-STRING
081600     ELSE
081700         STRING 'SCHEDULER REPORTED ABEND '
081800                 SD-ET-COMPLETION (SD-WS-EVENT-SUB)
081900             DELIMITED BY SIZE INTO HW-IL-REQ-MESSAGE
082000         END-STRING
082100     END-IF.
082200     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
082300     IF SD-ET-FAILED-SW (SD-WS-EVENT-SUB) = 'Y'
082400         ADD 1 TO SD-WS-FAILED-COUNT
082500         IF HW-IL-LOGGED
082600             ADD 1 TO SD-WS-INCIDENT-COUNT
082700             MOVE HW-IL-ATTEMPT-NO
082800                 TO SD-ET-ATTEMPT-NO (SD-WS-EVENT-SUB)
082900         END-IF
083000     END-IF.
083100 4400-LOG-EVENT-INCIDENT-EXIT.
083200     EXIT.
083300 5000-PRINT-REPORT.
083400     IF SD-WS-PF-STATUS NOT = '00'
083500         GO TO 5000-PRINT-REPORT-EXIT
083600     END-IF.
083700     PERFORM 5100-PRINT-EVENT-LINE
083800         THRU 5100-PRINT-EVENT-LINE-EXIT
083900         VARYING SD-WS-EVENT-SUB FROM 1 BY 1
084000         UNTIL SD-WS-EVENT-SUB > SD-WS-EVENT-COUNT.
084100     IF SD-WS-EVENT-COUNT = ZERO
084200         MOVE SPACES TO PRINT-LINE
084300         MOVE '  NONE' TO HW-PL-TEXT
084400         WRITE PRINT-LINE
084500     END-IF.
084600     MOVE SPACES TO PRINT-LINE.
084700     WRITE PRINT-LINE.
084800     MOVE SD-WS-READ-COUNT TO SD-WS-COUNT-DISP.
084900     MOVE SPACES TO PRINT-LINE.
085000     STRING 'EVENTS READ:            ' SD-WS-COUNT-DISP
085100         DELIMITED BY SIZE INTO HW-PL-TEXT.
085200     WRITE PRINT-LINE.
085300     MOVE SD-WS-ACCEPT-COUNT TO SD-WS-COUNT-DISP.
085400     MOVE SPACES TO PRINT-LINE.
085500     STRING 'EVENTS ACCEPTED:        ' SD-WS-COUNT-DISP
085600         DELIMITED BY SIZE INTO HW-PL-TEXT.
085700     WRITE PRINT-LINE.
085800     MOVE SD-WS-FAILED-COUNT TO SD-WS-COUNT-DISP.
085900     MOVE SPACES TO PRINT-LINE.
086000     STRING '  FAILED COMPLETIONS:   ' SD-WS-COUNT-DISP
086100         DELIMITED BY SIZE INTO HW-PL-TEXT.
086200     WRITE PRINT-LINE.
086300     MOVE SD-WS-INCIDENT-COUNT TO SD-WS-COUNT-DISP.
086400     MOVE SPACES TO PRINT-LINE.
086500     STRING '  INCIDENTS LOGGED:     ' SD-WS-COUNT-DISP
086600         DELIMITED BY SIZE INTO HW-PL-TEXT.
086700     WRITE PRINT-LINE.
086800     MOVE SD-WS-DUP-COUNT TO SD-WS-COUNT-DISP.
086900     MOVE SPACES TO PRINT-LINE.
087000     STRING 'EVENTS DUPLICATE:       ' SD-WS-COUNT-DISP
087100         DELIMITED BY SIZE INTO HW-PL-TEXT.
087200     WRITE PRINT-LINE.
087300     MOVE SD-WS-REJECT-COUNT TO SD-WS-COUNT-DISP.
087400     MOVE SPACES TO PRINT-LINE.
087500     STRING 'EVENTS REJECTED:        ' SD-WS-COUNT-DISP
087600         DELIMITED BY SIZE INTO HW-PL-TEXT.
087700     WRITE PRINT-LINE.
087800     IF SD-WS-LEFT-COUNT > ZERO
087900         MOVE SD-WS-LEFT-COUNT TO SD-WS-COUNT-DISP
088000         MOVE SPACES TO PRINT-LINE
088100         STRING 'EVENTS LEFT FOR RERUN:  ' SD-WS-COUNT-DISP
088200             DELIMITED BY SIZE INTO HW-PL-TEXT
088300         END-STRING
088400         WRITE PRINT-LINE
088500     END-IF.
088600     IF SD-ERROR-YES
088700         MOVE SPACES TO PRINT-LINE
088800         MOVE 'LOAD STOPPED BY A FILE FAILURE - SEE SYSOUT'
088900             TO HW-PL-TEXT
089000         WRITE PRINT-LINE
089100     END-IF.
089200     MOVE SPACES TO PRINT-LINE.
089300     MOVE ALL '-' TO HW-PL-TEXT.
089400     WRITE PRINT-LINE.
089500     MOVE SPACES TO PRINT-LINE.
089600     MOVE '*** END OF SCHDLOAD REPORT ***' TO HW-PL-TEXT.
089700     WRITE PRINT-LINE.
089800 5000-PRINT-REPORT-EXIT.
089900     EXIT.
090000 5100-PRINT-EVENT-LINE.
090100     MOVE SPACES TO SD-WS-DISPOSITION.
090200     EVALUATE TRUE
090300         WHEN SD-ET-REJECTED (SD-WS-EVENT-SUB)
090400             STRING 'REJECTED ' SD-ET-REASON (SD-WS-EVENT-SUB)
090500                 DELIMITED BY SIZE INTO SD-WS-DISPOSITION
090600             END-STRING
090700         WHEN SD-ET-DUPLICATE (SD-WS-EVENT-SUB)
090800             STRING 'DUPLICATE - ' SD-ET-REASON (SD-WS-EVENT-SUB)
090900                 DELIMITED BY SIZE INTO SD-WS-DISPOSITION
091000             END-STRING
091100         WHEN SD-ET-FAILED-SW (SD-WS-EVENT-SUB) = 'Y'
091200             MOVE SD-ET-ATTEMPT-NO (SD-WS-EVENT-SUB)
091300                 TO SD-WS-RUN-DISP
091400             STRING 'ACCEPTED, FAILED - INCIDENT ATTEMPT '
091500                     SD-WS-RUN-DISP
091600                 DELIMITED BY SIZE INTO SD-WS-DISPOSITION
091700             END-STRING
091800         WHEN OTHER
091900             MOVE SD-ET-CYCLE-RUN (SD-WS-EVENT-SUB)
092000                 TO SD-WS-RUN-DISP
092100             STRING 'ACCEPTED, CYCLE-RUN ' SD-WS-RUN-DISP
092200                 DELIMITED BY SIZE INTO SD-WS-DISPOSITION
092300             END-STRING
092400     END-EVALUATE.
092500     MOVE SPACES TO PRINT-LINE.
092600     STRING SD-ET-JOB-ID (SD-WS-EVENT-SUB) ' '
092700             SD-ET-CYCLE-DATE (SD-WS-EVENT-SUB) ' '
092800             SD-ET-START-TS (SD-WS-EVENT-SUB) (1:19) '  '
092900             SD-ET-END-TS (SD-WS-EVENT-SUB) (1:19) '  '
093000             SD-ET-COMPLETION (SD-WS-EVENT-SUB) '  '
093100             SD-WS-DISPOSITION
093200         DELIMITED BY SIZE INTO HW-PL-TEXT.
093300     WRITE PRINT-LINE.
093400 5100-PRINT-EVENT-LINE-EXIT.
093500     EXIT.
093600 9500-LOG-INCIDENT.
093700     MOVE RETURN-CODE TO SD-WS-FINAL-RC.
093900     MOVE SD-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
094000     MOVE SPACES           TO HW-IL-REQ-DATE.
094100     MOVE SD-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
094200     MOVE SD-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
094300     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
094400     MOVE SD-WS-FINAL-RC TO RETURN-CODE.
094500 9500-LOG-INCIDENT-EXIT.
094600     EXIT.
094700 9600-RECORD-STEP-START.
094800     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
094900     MOVE SD-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
095000     CALL 'StepLog' USING HW-SL-LINK-PARM.
095100 9600-RECORD-STEP-START-EXIT.
095200     EXIT.
095300 9700-RECORD-STEP-END.
095400     MOVE RETURN-CODE      TO SD-WS-FINAL-RC.
095500     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
095600     MOVE SD-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
095700     MOVE SPACES           TO HW-SL-REQ-DATE.
095800     MOVE SD-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
095900     MOVE SD-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
096000     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
096100     CALL 'StepLog' USING HW-SL-LINK-PARM.
096200     MOVE SD-WS-FINAL-RC TO RETURN-CODE.
096300 9700-RECORD-STEP-END-EXIT.
096400     EXIT.
096500*
096600* NEXT SEQUENCE NUMBER FOR THE LOG IN HW-LG-REQ-FILE-ID.  THE
096700* AUDIT NUMBER IS TAKEN EVEN WHEN THE AUDIT TRAIL COULD NOT BE
096800* OPENED, SO THE RECORD THAT IS LOST SHOWS AS A GAP (LOGVRFY).
096900 9800-TAKE-SEQUENCE.
097000     MOVE 'N'              TO HW-LG-REQ-FUNCTION.
097100     MOVE SD-WS-RUN-JOB-ID TO HW-LG-REQ-JOB-ID.
097200     CALL 'LogControl' USING HW-LG-LINK-PARM.
097300 9800-TAKE-SEQUENCE-EXIT.
097400     EXIT.
