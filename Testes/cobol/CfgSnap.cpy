000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CFGSNAP.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL NIGHTLY REFERENCE-DATA SNAPSHOT AND
001300*                  DRIFT CHECK.  UNLOADS GREETPM, GREETLNG,
001400*                  SHIFTSCH, PLANSCHD AND BULLBRD INTO A NEW
001500*                  SNAPSHOT GENERATION (SNAPNEW, SEE SnapRec)
001600*                  AND COMPARES IT KEY BY KEY WITH THE PREVIOUS
001700*                  GENERATION (SNAPOLD).  EVERY RECORD ADDED,
001800*                  CHANGED OR DELETED SINCE THEN IS MATCHED
001900*                  AGAINST THE 'CF'/'LD' JOURNAL RECORDS ON
002000*                  AUDITTRL (AND AUDITARC, IN CASE ARCHPURG RAN
002100*                  IN BETWEEN) STAMPED AFTER THE PREVIOUS
002200*                  SNAPSHOT; A DIFFERENCE WITH NO JOURNAL ENTRY
002300*                  FOR ITS FILE AND KEY IS PRINTED AS AN
002400*                  UNAUTHORIZED CHANGE AND RAISED THROUGH
002500*                  OpsAlert.  WITH NO SNAPOLD THE RUN ONLY TAKES
002600*                  THE BASELINE.  A MISSING SOURCE DATASET IS
002700*                  SNAPPED AS EMPTY.  RETURN-CODE 0 = NO
002800*                  UNAUTHORIZED CHANGES, 4 = UNAUTHORIZED CHANGES
002900*                  FOUND, 8 = A FILE COULD NOT BE OPENED, READ
003000*                  OR WRITTEN.
003010* 2026-10-15 RC    THE INCIDENT RECORD NOW CARRIES THE OPEN CYCLE
003020*                  DATE (IncidentLog DEFAULT, SEE CycLink) INSTEAD
003030*                  OF THE SYSTEM DATE.
003040* 2026-10-15 RC    A SOURCE DATASET THAT FAILS TO OPEN NOW HAS
003050*                  ITS PREVIOUS RECORDS CARRIED INTO SNAPNEW
003055*                  UNCOMPARED, SO THEY ARE NOT REPORTED DELETED
003060*                  TONIGHT AND ADDED TOMORROW.  A SNAPOLD TOO
003070*                  LARGE FOR THE TABLE NOW STOPS THE COMPARISON
003080*                  (CFGSNAP0150E, RETURN-CODE 8) INSTEAD OF
003090*                  REPORTING FALSE ADDS.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT GREETING-PARM-FILE ASSIGN TO GREETPM
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS HW-GP-JOB-ID
003900         FILE STATUS IS CS-WS-GP-STATUS.
004000     SELECT GREETING-LANG-FILE ASSIGN TO GREETLNG
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS HW-GL-LANG-CODE
004400         FILE STATUS IS CS-WS-GL-STATUS.
004500     SELECT SHIFT-SCHEDULE-FILE ASSIGN TO SHIFTSCH
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CS-WS-SS-STATUS.
004800     SELECT PLAN-SCHEDULE-FILE ASSIGN TO PLANSCHD
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS CS-WS-PS-STATUS.
005100     SELECT BULLETIN-FILE ASSIGN TO BULLBRD
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS CS-WS-BB-STATUS.
005400     SELECT SNAP-OLD-FILE ASSIGN TO SNAPOLD
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CS-WS-SO-STATUS.
005700     SELECT SNAP-NEW-FILE ASSIGN TO SNAPNEW
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS CS-WS-SN-STATUS.
006000     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITTRL
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CS-WS-AT-STATUS.
006300     SELECT AUDIT-ARCH-FILE ASSIGN TO AUDITARC
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS CS-WS-AA-STATUS.
006600     SELECT PRINT-FILE ASSIGN TO SYSOUT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS CS-WS-PF-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  GREETING-PARM-FILE.
007200 COPY GreetingParm.
007300 FD  GREETING-LANG-FILE.
007400 COPY GreetLang.
007500 FD  SHIFT-SCHEDULE-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 COPY ShiftSch.
007900 FD  PLAN-SCHEDULE-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 COPY PlanSchd.
008300 FD  BULLETIN-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 COPY BullBrd.
008700 FD  SNAP-OLD-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 COPY SnapRec REPLACING
009100     ==CONFIG-SNAPSHOT-RECORD== BY ==CS-SNAP-OLD-RECORD==
009200     LEADING ==HW-SN== BY ==CS-SO==.
009300 FD  SNAP-NEW-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 COPY SnapRec.
009700 FD  AUDIT-TRAIL-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 COPY AuditTrl.
010100 FD  AUDIT-ARCH-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 COPY AuditTrl REPLACING
010500     ==AUDIT-TRAIL-RECORD== BY ==CS-AUDIT-ARCH-RECORD==
010600     LEADING ==HW-AT== BY ==CS-AA==.
010700 FD  PRINT-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE OMITTED.
011000 COPY PrintRec.
011100 WORKING-STORAGE SECTION.
011200 01  CS-WS-FILE-STATUSES.
011300     05  CS-WS-GP-STATUS         PIC X(02) VALUE '00'.
011400     05  CS-WS-GL-STATUS         PIC X(02) VALUE '00'.
011500     05  CS-WS-SS-STATUS         PIC X(02) VALUE '00'.
011600     05  CS-WS-PS-STATUS         PIC X(02) VALUE '00'.
011700     05  CS-WS-BB-STATUS         PIC X(02) VALUE '00'.
011800     05  CS-WS-SO-STATUS         PIC X(02) VALUE '00'.
011900     05  CS-WS-SN-STATUS         PIC X(02) VALUE '00'.
012000     05  CS-WS-AT-STATUS         PIC X(02) VALUE '00'.
012100     05  CS-WS-AA-STATUS         PIC X(02) VALUE '00'.
012200     05  CS-WS-PF-STATUS         PIC X(02) VALUE '00'.
012300     05  CS-WS-SRC-STATUS        PIC X(02) VALUE '00'.
012400 01  CS-WS-SWITCHES.
012500     05  CS-WS-EOF-SW            PIC X(01) VALUE 'N'.
012600         88  CS-EOF-YES                     VALUE 'Y'.
012700         88  CS-EOF-NO                      VALUE 'N'.
012800     05  CS-WS-ERROR-SW          PIC X(01) VALUE 'N'.
012900         88  CS-ERROR-YES                   VALUE 'Y'.
013000         88  CS-ERROR-NO                    VALUE 'N'.
013100     05  CS-WS-FOUND-SW          PIC X(01) VALUE 'N'.
013200         88  CS-FOUND-YES                   VALUE 'Y'.
013300         88  CS-FOUND-NO                    VALUE 'N'.
013400     05  CS-WS-BASELINE-SW       PIC X(01) VALUE 'N'.
013500         88  CS-BASELINE-YES                VALUE 'Y'.
013600         88  CS-BASELINE-NO                 VALUE 'N'.
013610     05  CS-WS-OVERFLOW-SW       PIC X(01) VALUE 'N'.
013620         88  CS-OVERFLOW-YES                VALUE 'Y'.
013630         88  CS-OVERFLOW-NO                 VALUE 'N'.
013700 01  CS-WS-STAMP-DATE            PIC X(08) VALUE SPACES.
013800 01  CS-WS-STAMP-TIME            PIC 9(08) VALUE ZEROS.
013900 01  CS-WS-NOW-TS                PIC X(26) VALUE SPACES.
014000 01  CS-WS-PREV-TS               PIC X(26) VALUE SPACES.
014100*----------------------------------------------------------------
014200* THE FIVE SNAPPED DATASETS, IN UNLOAD ORDER, WITH THEIR COUNTS.
014300*----------------------------------------------------------------
014400 01  CS-WS-FILE-NAMES.
014500     05  FILLER                  PIC X(40) VALUE
014600         'GREETPM GREETLNGSHIFTSCHPLANSCHDBULLBRD '.
014700 01  CS-WS-FILE-NAME-TABLE REDEFINES CS-WS-FILE-NAMES.
014800     05  CS-WS-FILE-NAME         PIC X(08) OCCURS 5 TIMES.
014900 01  CS-WS-FILE-COUNTS.
015000     05  CS-WS-FILE-COUNT-ENTRY OCCURS 5 TIMES.
015100         10  CS-FC-SNAPPED       PIC S9(07) COMP.
015200         10  CS-FC-ADDED         PIC S9(07) COMP.
015300         10  CS-FC-CHANGED       PIC S9(07) COMP.
015400         10  CS-FC-DELETED       PIC S9(07) COMP.
015500         10  CS-FC-UNAUTH        PIC S9(07) COMP.
015600*----------------------------------------------------------------
015700* THE RECORD BEING COMPARED, AND THE DIFFERENCE BEING REPORTED.
015800*----------------------------------------------------------------
015900 01  CS-WS-CUR-FILE-ID           PIC X(08) VALUE SPACES.
016000 01  CS-WS-CUR-KEY               PIC X(08) VALUE SPACES.
016100 01  CS-WS-CUR-IMAGE             PIC X(100) VALUE SPACES.
016200 01  CS-WS-DIFF-KIND             PIC X(07) VALUE SPACES.
016300 01  CS-WS-BEFORE-IMAGE          PIC X(100) VALUE SPACES.
016400 01  CS-WS-AFTER-IMAGE           PIC X(100) VALUE SPACES.
016500 01  CS-WS-VERDICT               PIC X(20) VALUE SPACES.
016600 01  CS-WS-FIRST-UNAUTH          PIC X(17) VALUE SPACES.
016700 01  CS-WS-JOURNAL-FILE-ID       PIC X(08) VALUE SPACES.
016800 77  CS-WS-FILE-SUB              PIC S9(04) COMP VALUE ZERO.
016900 77  CS-WS-NAME-SUB              PIC S9(04) COMP VALUE ZERO.
017000 77  CS-WS-PREV-MAX              PIC S9(04) COMP VALUE 1000.
017100 77  CS-WS-PREV-COUNT            PIC S9(04) COMP VALUE ZERO.
017200 77  CS-WS-PREV-SUB              PIC S9(04) COMP VALUE ZERO.
017300 77  CS-WS-PREV-HIT              PIC S9(04) COMP VALUE ZERO.
017400 77  CS-WS-JRNL-MAX              PIC S9(04) COMP VALUE 500.
017500 77  CS-WS-JRNL-COUNT            PIC S9(04) COMP VALUE ZERO.
017600 77  CS-WS-JRNL-SUB              PIC S9(04) COMP VALUE ZERO.
017700 77  CS-WS-DIFF-COUNT            PIC S9(07) COMP VALUE ZERO.
017800 77  CS-WS-UNAUTH-COUNT          PIC S9(07) COMP VALUE ZERO.
017850 77  CS-WS-CARRY-COUNT           PIC S9(07) COMP VALUE ZERO.
017900 01  CS-WS-PREV-TABLE.
018000     05  CS-WS-PREV-ENTRY OCCURS 1000 TIMES.
018100         10  CS-PT-FILE-ID       PIC X(08).
018200         10  CS-PT-KEY           PIC X(08).
018300         10  CS-PT-IMAGE         PIC X(100).
018400         10  CS-PT-MATCHED       PIC X(01).
018500 01  CS-WS-JOURNAL-TABLE.
018600     05  CS-WS-JOURNAL-ENTRY OCCURS 500 TIMES.
018700         10  CS-JT-FILE-ID       PIC X(08).
018800         10  CS-JT-KEY           PIC X(08).
018900 01  CS-WS-COUNT-DISP            PIC ZZ,ZZ9.
019000 01  CS-WS-SNAP-DISP             PIC ZZZ,ZZ9.
019100 01  CS-WS-ADD-DISP              PIC ZZ,ZZ9.
019200 01  CS-WS-CHG-DISP              PIC ZZ,ZZ9.
019300 01  CS-WS-DEL-DISP              PIC ZZ,ZZ9.
019400 01  CS-WS-UNA-DISP              PIC ZZ,ZZ9.
019500 COPY AlrtLink.
019600 01  CS-WS-ALERT-TEXT            PIC X(60) VALUE SPACES.
019700 COPY IncdLnk.
019800 COPY StepLnk.
019900 01  CS-WS-RUN-JOB-ID            PIC X(08) VALUE 'CFGSNAP'.
020100 01  CS-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
020200 01  CS-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
020300 PROCEDURE DIVISION.
020400 0000-MAINLINE.
020500     PERFORM 9600-RECORD-STEP-START
020600         THRU 9600-RECORD-STEP-START-EXIT.
020700     PERFORM 1000-INITIALIZE
020800         THRU 1000-INITIALIZE-EXIT.
020900     IF CS-ERROR-YES
021000         MOVE 8 TO RETURN-CODE
021100         MOVE 'SNAPSHOT OR PRINT FILE FAILURE'
021200             TO CS-WS-DIAG-MSG
021300         PERFORM 9500-LOG-INCIDENT
021400             THRU 9500-LOG-INCIDENT-EXIT
021500         GO TO 0000-MAINLINE-EXIT
021600     END-IF.
021700     PERFORM 1500-LOAD-PREVIOUS
021800         THRU 1500-LOAD-PREVIOUS-EXIT.
021900     PERFORM 1700-LOAD-JOURNAL
022000         THRU 1700-LOAD-JOURNAL-EXIT.
022100     PERFORM 1900-PRINT-HEADING
022200         THRU 1900-PRINT-HEADING-EXIT.
022300     PERFORM 2100-UNLOAD-GREETPM
022400         THRU 2100-UNLOAD-GREETPM-EXIT.
022500     PERFORM 2200-UNLOAD-GREETLNG
022600         THRU 2200-UNLOAD-GREETLNG-EXIT.
022700     PERFORM 2300-UNLOAD-SHIFTSCH
022800         THRU 2300-UNLOAD-SHIFTSCH-EXIT.
022900     PERFORM 2400-UNLOAD-PLANSCHD
023000         THRU 2400-UNLOAD-PLANSCHD-EXIT.
023100     PERFORM 2500-UNLOAD-BULLBRD
023200         THRU 2500-UNLOAD-BULLBRD-EXIT.
023300     CLOSE SNAP-NEW-FILE.
023400     IF CS-BASELINE-NO
023500         PERFORM 3500-REPORT-DELETES
023600             THRU 3500-REPORT-DELETES-EXIT
023700             VARYING CS-WS-PREV-SUB FROM 1 BY 1
023800             UNTIL CS-WS-PREV-SUB > CS-WS-PREV-COUNT
023900     END-IF.
024000     PERFORM 4000-PRINT-TOTALS
024100         THRU 4000-PRINT-TOTALS-EXIT.
024200     IF CS-ERROR-YES
024300         MOVE 8 TO RETURN-CODE
024400         MOVE 'FILE OPEN, READ OR WRITE FAILURE'
024500             TO CS-WS-DIAG-MSG
024510         IF CS-OVERFLOW-YES
024520             MOVE 'SNAPSHOT TABLE OVERFLOW - NOT COMPARED'
024530                 TO CS-WS-DIAG-MSG
024540         END-IF
024600     ELSE
024700         IF CS-WS-UNAUTH-COUNT > ZERO
024800             MOVE 4 TO RETURN-CODE
024900             MOVE 'UNAUTHORIZED REFERENCE-DATA CHANGES'
025000                 TO CS-WS-DIAG-MSG
025100         ELSE
025200             MOVE 0 TO RETURN-CODE
025300         END-IF
025400     END-IF.
025500     IF CS-WS-UNAUTH-COUNT > ZERO
025600         MOVE CS-WS-UNAUTH-COUNT TO CS-WS-COUNT-DISP
025700         MOVE 'E' TO HW-AL-REQ-SEVERITY
025800         MOVE 'CFGSNAP0140E' TO HW-AL-REQ-MSG-CODE
025900         MOVE SPACES TO CS-WS-ALERT-TEXT
026000         STRING CS-WS-COUNT-DISP ' UNJOURNALED CHANGE(S), FIRST '
026100                 CS-WS-FIRST-UNAUTH
026200             DELIMITED BY SIZE INTO CS-WS-ALERT-TEXT
026300         END-STRING
026400         PERFORM 9400-SEND-ALERT
026500             THRU 9400-SEND-ALERT-EXIT
026600     END-IF.
026700     PERFORM 9500-LOG-INCIDENT
026800         THRU 9500-LOG-INCIDENT-EXIT.
026900 0000-MAINLINE-EXIT.
027000     PERFORM 9700-RECORD-STEP-END
027100         THRU 9700-RECORD-STEP-END-EXIT.
027200     GOBACK.
027300 1000-INITIALIZE.
027400     ACCEPT CS-WS-STAMP-DATE FROM DATE YYYYMMDD.
027500     ACCEPT CS-WS-STAMP-TIME FROM TIME.
027600     STRING CS-WS-STAMP-DATE (1:4) '-' CS-WS-STAMP-DATE (5:2)
027700             '-' CS-WS-STAMP-DATE (7:2) '-'
027800             CS-WS-STAMP-TIME (1:2) '.' CS-WS-STAMP-TIME (3:2)
027900             '.' CS-WS-STAMP-TIME (5:2) '.'
028000             CS-WS-STAMP-TIME (7:2) '0000'
028100         DELIMITED BY SIZE INTO CS-WS-NOW-TS
028200     END-STRING.
028300     INITIALIZE CS-WS-FILE-COUNTS.
028400     OPEN OUTPUT PRINT-FILE.
028500     IF CS-WS-PF-STATUS NOT = '00'
028600         DISPLAY 'CFGSNAP0010E - PRINT-FILE OPEN FAILED'
028700             ', STATUS=' CS-WS-PF-STATUS
028800         SET CS-ERROR-YES TO TRUE
028900         GO TO 1000-INITIALIZE-EXIT
029000     END-IF.
029100     OPEN OUTPUT SNAP-NEW-FILE.
029200     IF CS-WS-SN-STATUS NOT = '00'
029300         DISPLAY 'CFGSNAP0020E - SNAP-NEW-FILE OPEN FAILED'
029400             ', STATUS=' CS-WS-SN-STATUS
029500         SET CS-ERROR-YES TO TRUE
029600         CLOSE PRINT-FILE
029700     END-IF.
029800 1000-INITIALIZE-EXIT.
029900     EXIT.
030000*----------------------------------------------------------------
030100* PREVIOUS GENERATION INTO THE TABLE.  NO SNAPOLD (OR AN EMPTY
030200* ONE) MAKES THIS RUN THE BASELINE.
030300*----------------------------------------------------------------
030400 1500-LOAD-PREVIOUS.
030500     SET CS-EOF-NO TO TRUE.
030600     OPEN INPUT SNAP-OLD-FILE.
030700     IF CS-WS-SO-STATUS = '35'
030800         SET CS-BASELINE-YES TO TRUE
030900         GO TO 1500-LOAD-PREVIOUS-EXIT
031000     END-IF.
031100     IF CS-WS-SO-STATUS NOT = '00'
031200         DISPLAY 'CFGSNAP0030E - SNAP-OLD-FILE OPEN FAILED'
031300             ', STATUS=' CS-WS-SO-STATUS
031400         SET CS-ERROR-YES TO TRUE
031500         SET CS-BASELINE-YES TO TRUE
031600         GO TO 1500-LOAD-PREVIOUS-EXIT
031700     END-IF.
031800     PERFORM 1600-READ-PREVIOUS
031900         THRU 1600-READ-PREVIOUS-EXIT
032000         UNTIL CS-EOF-YES.
032100     CLOSE SNAP-OLD-FILE.
032200     IF CS-WS-PREV-TS = SPACES OR CS-OVERFLOW-YES
032300         SET CS-BASELINE-YES TO TRUE
032400     END-IF.
032500 1500-LOAD-PREVIOUS-EXIT.
032600     EXIT.
032700 1600-READ-PREVIOUS.
032800     READ SNAP-OLD-FILE
032900         AT END
033000             SET CS-EOF-YES TO TRUE
033100             GO TO 1600-READ-PREVIOUS-EXIT
033200     END-READ.
033300     IF CS-WS-SO-STATUS NOT = '00'
033400         DISPLAY 'CFGSNAP0040E - SNAP-OLD-FILE READ FAILED'
033500             ', STATUS=' CS-WS-SO-STATUS
033600         SET CS-EOF-YES TO TRUE
033700         SET CS-ERROR-YES TO TRUE
033800         GO TO 1600-READ-PREVIOUS-EXIT
033900     END-IF.
034000     IF CS-WS-PREV-TS = SPACES
034100         MOVE CS-SO-SNAP-TS TO CS-WS-PREV-TS
034200     END-IF.
034300     IF CS-WS-PREV-COUNT >= CS-WS-PREV-MAX
034400         DISPLAY 'CFGSNAP0150E - SNAPSHOT TABLE FULL AT '
034500             CS-SO-FILE-ID ' KEY ' CS-SO-KEY
034510             ', NO COMPARISON MADE'
034520         SET CS-OVERFLOW-YES TO TRUE
034530         SET CS-ERROR-YES TO TRUE
034540         SET CS-EOF-YES TO TRUE
034600         GO TO 1600-READ-PREVIOUS-EXIT
034700     END-IF.
034800     ADD 1 TO CS-WS-PREV-COUNT.
034900     MOVE CS-SO-FILE-ID TO CS-PT-FILE-ID (CS-WS-PREV-COUNT).
035000     MOVE CS-SO-KEY     TO CS-PT-KEY (CS-WS-PREV-COUNT).
035100     MOVE CS-SO-IMAGE   TO CS-PT-IMAGE (CS-WS-PREV-COUNT).
035200     MOVE 'N'           TO CS-PT-MATCHED (CS-WS-PREV-COUNT).
035300 1600-READ-PREVIOUS-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------
035600* 'CF' AND 'LD' JOURNAL RECORDS STAMPED SINCE THE PREVIOUS
035700* SNAPSHOT.  A 'CF' MESSAGE READS "CONFIG CHANGE <DD NAME> ...";
035800* 'LD' RECORDS COME FROM PARMLOAD AND ARE ALWAYS GREETPM.
035900*----------------------------------------------------------------
036000 1700-LOAD-JOURNAL.
036100     IF CS-BASELINE-YES
036200         GO TO 1700-LOAD-JOURNAL-EXIT
036300     END-IF.
036400     SET CS-EOF-NO TO TRUE.
036500     OPEN INPUT AUDIT-TRAIL-FILE.
036600     IF CS-WS-AT-STATUS = '35'
036700         GO TO 1700-LOAD-ARCHIVE
036800     END-IF.
036900     IF CS-WS-AT-STATUS NOT = '00'
037000         DISPLAY 'CFGSNAP0060E - AUDIT-TRAIL-FILE OPEN FAILED'
037100             ', STATUS=' CS-WS-AT-STATUS
037200         SET CS-ERROR-YES TO TRUE
037300         GO TO 1700-LOAD-ARCHIVE
037400     END-IF.
037500     PERFORM 1710-READ-AUDIT-CURRENT
037600         THRU 1710-READ-AUDIT-CURRENT-EXIT
037700         UNTIL CS-EOF-YES.
037800     CLOSE AUDIT-TRAIL-FILE.
037900 1700-LOAD-ARCHIVE.
038000     SET CS-EOF-NO TO TRUE.
038100     OPEN INPUT AUDIT-ARCH-FILE.
038200     IF CS-WS-AA-STATUS = '35'
038300         GO TO 1700-LOAD-JOURNAL-EXIT
038400     END-IF.
038500     IF CS-WS-AA-STATUS NOT = '00'
038600         DISPLAY 'CFGSNAP0080E - AUDIT-ARCH-FILE OPEN FAILED'
038700             ', STATUS=' CS-WS-AA-STATUS
038800         SET CS-ERROR-YES TO TRUE
038900         GO TO 1700-LOAD-JOURNAL-EXIT
039000     END-IF.
039100     PERFORM 1720-READ-AUDIT-ARCHIVE
039200         THRU 1720-READ-AUDIT-ARCHIVE-EXIT
039300         UNTIL CS-EOF-YES.
039400     CLOSE AUDIT-ARCH-FILE.
039500 1700-LOAD-JOURNAL-EXIT.
039600     EXIT.
039700 1710-READ-AUDIT-CURRENT.
039800     READ AUDIT-TRAIL-FILE
039900         AT END
040000             SET CS-EOF-YES TO TRUE
040100             GO TO 1710-READ-AUDIT-CURRENT-EXIT
040200     END-READ.
040300     IF CS-WS-AT-STATUS NOT = '00'
040400         DISPLAY 'CFGSNAP0070E - AUDIT-TRAIL-FILE READ FAILED'
040500             ', STATUS=' CS-WS-AT-STATUS
040600         SET CS-EOF-YES TO TRUE
040700         SET CS-ERROR-YES TO TRUE
040800         GO TO 1710-READ-AUDIT-CURRENT-EXIT
040900     END-IF.
041000     IF NOT HW-AT-CONFIG-CHANGE AND NOT HW-AT-LOAD-DECISION
041100         GO TO 1710-READ-AUDIT-CURRENT-EXIT
041200     END-IF.
041300     IF HW-AT-TIMESTAMP NOT > CS-WS-PREV-TS OR
041400        HW-AT-TIMESTAMP > CS-WS-NOW-TS
041500         GO TO 1710-READ-AUDIT-CURRENT-EXIT
041600     END-IF.
041700     IF HW-AT-LOAD-DECISION
041800         MOVE 'GREETPM' TO CS-WS-JOURNAL-FILE-ID
041900     ELSE
042000         MOVE SPACES TO CS-WS-JOURNAL-FILE-ID
042100         IF HW-AT-MESSAGE (1:14) = 'CONFIG CHANGE '
042200             MOVE HW-AT-MESSAGE (15:8) TO CS-WS-JOURNAL-FILE-ID
042300         END-IF
042400     END-IF.
042500     MOVE HW-AT-KEY TO CS-WS-CUR-KEY.
042600     PERFORM 1800-ADD-JOURNAL-ENTRY
042700         THRU 1800-ADD-JOURNAL-ENTRY-EXIT.
042800 1710-READ-AUDIT-CURRENT-EXIT.
042900     EXIT.
043000 1720-READ-AUDIT-ARCHIVE.
043100     READ AUDIT-ARCH-FILE
043200         AT END
043300             SET CS-EOF-YES TO TRUE
043400             GO TO 1720-READ-AUDIT-ARCHIVE-EXIT
043500     END-READ.
043600     IF CS-WS-AA-STATUS NOT = '00'
043700         DISPLAY 'CFGSNAP0090E - AUDIT-ARCH-FILE READ FAILED'
043800             ', STATUS=' CS-WS-AA-STATUS
043900         SET CS-EOF-YES TO TRUE
044000         SET CS-ERROR-YES TO TRUE
044100         GO TO 1720-READ-AUDIT-ARCHIVE-EXIT
044200     END-IF.
044300     IF NOT CS-AA-CONFIG-CHANGE AND NOT CS-AA-LOAD-DECISION
044400         GO TO 1720-READ-AUDIT-ARCHIVE-EXIT
044500     END-IF.
044600     IF CS-AA-TIMESTAMP NOT > CS-WS-PREV-TS OR
044700        CS-AA-TIMESTAMP > CS-WS-NOW-TS
044800         GO TO 1720-READ-AUDIT-ARCHIVE-EXIT
044900     END-IF.
045000     IF CS-AA-LOAD-DECISION
045100         MOVE 'GREETPM' TO CS-WS-JOURNAL-FILE-ID
045200     ELSE
045300         MOVE SPACES TO CS-WS-JOURNAL-FILE-ID
045400         IF CS-AA-MESSAGE (1:14) = 'CONFIG CHANGE '
045500             MOVE CS-AA-MESSAGE (15:8) TO CS-WS-JOURNAL-FILE-ID
045600         END-IF
045700     END-IF.
045800     MOVE CS-AA-KEY TO CS-WS-CUR-KEY.
045900     PERFORM 1800-ADD-JOURNAL-ENTRY
046000         THRU 1800-ADD-JOURNAL-ENTRY-EXIT.
046100 1720-READ-AUDIT-ARCHIVE-EXIT.
046200     EXIT.
046300 1800-ADD-JOURNAL-ENTRY.
046400     IF CS-WS-JRNL-COUNT >= CS-WS-JRNL-MAX
046500         DISPLAY 'CFGSNAP0100W - JOURNAL TABLE FULL, '
046600             CS-WS-JOURNAL-FILE-ID ' KEY ' CS-WS-CUR-KEY
046700             ' NOT LOADED'
046800         GO TO 1800-ADD-JOURNAL-ENTRY-EXIT
046900     END-IF.
047000     ADD 1 TO CS-WS-JRNL-COUNT.
047100     MOVE CS-WS-JOURNAL-FILE-ID
047200         TO CS-JT-FILE-ID (CS-WS-JRNL-COUNT).
047300     MOVE CS-WS-CUR-KEY TO CS-JT-KEY (CS-WS-JRNL-COUNT).
047400 1800-ADD-JOURNAL-ENTRY-EXIT.
047500     EXIT.
047600 1900-PRINT-HEADING.
047700     MOVE SPACES TO PRINT-LINE.
047800     MOVE '1' TO HW-PL-CTL.
047900     MOVE 'CFGSNAP - REFERENCE-DATA SNAPSHOT AND DRIFT REPORT'
048000         TO HW-PL-TEXT.
048100     WRITE PRINT-LINE.
048200     MOVE SPACES TO PRINT-LINE.
048300     IF CS-BASELINE-YES AND CS-OVERFLOW-NO
048400         STRING 'SNAPSHOT TAKEN: ' CS-WS-NOW-TS
048500                 '   PREVIOUS SNAPSHOT: NONE'
048600             DELIMITED BY SIZE INTO HW-PL-TEXT
048700         END-STRING
048800     ELSE
048900         STRING 'SNAPSHOT TAKEN: ' CS-WS-NOW-TS
049000                 '   PREVIOUS SNAPSHOT: ' CS-WS-PREV-TS
049100             DELIMITED BY SIZE INTO HW-PL-TEXT
049200         END-STRING
049300     END-IF.
049400     WRITE PRINT-LINE.
049500     MOVE SPACES TO PRINT-LINE.
049600     MOVE ALL '-' TO HW-PL-TEXT.
049700     WRITE PRINT-LINE.
049800     MOVE SPACES TO PRINT-LINE.
049900     MOVE 'DIFFERENCES SINCE THE PREVIOUS SNAPSHOT:'
050000         TO HW-PL-TEXT.
050100     WRITE PRINT-LINE.
050200     IF CS-BASELINE-YES AND CS-OVERFLOW-NO
050300         MOVE SPACES TO PRINT-LINE
050400         MOVE '  NO PREVIOUS SNAPSHOT - THIS RUN IS THE BASELINE'
050500             TO HW-PL-TEXT
050600         WRITE PRINT-LINE
050700     END-IF.
050710     IF CS-OVERFLOW-YES
050720         MOVE SPACES TO PRINT-LINE
050730         MOVE '  PREVIOUS SNAPSHOT TOO LARGE - NO COMPARISON MADE'
050740             TO HW-PL-TEXT
050750         WRITE PRINT-LINE
050760     END-IF.
050800 1900-PRINT-HEADING-EXIT.
050900     EXIT.
051000*----------------------------------------------------------------
051100* UNLOAD EACH SOURCE DATASET.  EVERY RECORD IS WRITTEN TO THE
051200* NEW GENERATION AND COMPARED (3000) UNDER ITS FILE-ID AND KEY.
051300*----------------------------------------------------------------
051400 2100-UNLOAD-GREETPM.
051500     MOVE 1 TO CS-WS-FILE-SUB.
051600     MOVE CS-WS-FILE-NAME (CS-WS-FILE-SUB) TO CS-WS-CUR-FILE-ID.
051700     SET CS-EOF-NO TO TRUE.
051800     OPEN INPUT GREETING-PARM-FILE.
051900     IF CS-WS-GP-STATUS = '35'
052000         GO TO 2100-UNLOAD-GREETPM-EXIT
052100     END-IF.
052200     IF CS-WS-GP-STATUS NOT = '00'
052300         MOVE CS-WS-GP-STATUS TO CS-WS-SRC-STATUS
052400         PERFORM 2900-SOURCE-OPEN-FAILED
052500             THRU 2900-SOURCE-OPEN-FAILED-EXIT
052600         GO TO 2100-UNLOAD-GREETPM-EXIT
052700     END-IF.
052800     PERFORM 2110-READ-GREETPM
052900         THRU 2110-READ-GREETPM-EXIT
053000         UNTIL CS-EOF-YES.
053100     CLOSE GREETING-PARM-FILE.
053200 2100-UNLOAD-GREETPM-EXIT.
053300     EXIT.
053400 2110-READ-GREETPM.
053500     READ GREETING-PARM-FILE
053600         AT END
053700             SET CS-EOF-YES TO TRUE
053800             GO TO 2110-READ-GREETPM-EXIT
053900     END-READ.
054000     IF CS-WS-GP-STATUS NOT = '00'
054100         MOVE CS-WS-GP-STATUS TO CS-WS-SRC-STATUS
054200         PERFORM 2950-SOURCE-READ-FAILED
054300             THRU 2950-SOURCE-READ-FAILED-EXIT
054400         GO TO 2110-READ-GREETPM-EXIT
054500     END-IF.
054600     MOVE HW-GP-JOB-ID TO CS-WS-CUR-KEY.
054700     MOVE GREETING-PARM-RECORD TO CS-WS-CUR-IMAGE.
054800     PERFORM 3000-PROCESS-CURRENT
054900         THRU 3000-PROCESS-CURRENT-EXIT.
055000 2110-READ-GREETPM-EXIT.
055100     EXIT.
055200 2200-UNLOAD-GREETLNG.
055300     MOVE 2 TO CS-WS-FILE-SUB.
055400     MOVE CS-WS-FILE-NAME (CS-WS-FILE-SUB) TO CS-WS-CUR-FILE-ID.
055500     SET CS-EOF-NO TO TRUE.
055600     OPEN INPUT GREETING-LANG-FILE.
055700     IF CS-WS-GL-STATUS = '35'
055800         GO TO 2200-UNLOAD-GREETLNG-EXIT
055900     END-IF.
056000     IF CS-WS-GL-STATUS NOT = '00'
056100         MOVE CS-WS-GL-STATUS TO CS-WS-SRC-STATUS
056200         PERFORM 2900-SOURCE-OPEN-FAILED
056300             THRU 2900-SOURCE-OPEN-FAILED-EXIT
056400         GO TO 2200-UNLOAD-GREETLNG-EXIT
056500     END-IF.
056600     PERFORM 2210-READ-GREETLNG
056700         THRU 2210-READ-GREETLNG-EXIT
056800         UNTIL CS-EOF-YES.
056900     CLOSE GREETING-LANG-FILE.
057000 2200-UNLOAD-GREETLNG-EXIT.
057100     EXIT.
057200 2210-READ-GREETLNG.
057300     READ GREETING-LANG-FILE
057400         AT END
057500             SET CS-EOF-YES TO TRUE
057600             GO TO 2210-READ-GREETLNG-EXIT
057700     END-READ.
057800     IF CS-WS-GL-STATUS NOT = '00'
057900         MOVE CS-WS-GL-STATUS TO CS-WS-SRC-STATUS
058000         PERFORM 2950-SOURCE-READ-FAILED
058100             THRU 2950-SOURCE-READ-FAILED-EXIT
058200         GO TO 2210-READ-GREETLNG-EXIT
058300     END-IF.
058400     MOVE HW-GL-LANG-CODE TO CS-WS-CUR-KEY.
058500     MOVE GREETING-LANG-RECORD TO CS-WS-CUR-IMAGE.
058600     PERFORM 3000-PROCESS-CURRENT
058700         THRU 3000-PROCESS-CURRENT-EXIT.
058800 2210-READ-GREETLNG-EXIT.
058900     EXIT.
059000 2300-UNLOAD-SHIFTSCH.
059100     MOVE 3 TO CS-WS-FILE-SUB.
059200     MOVE CS-WS-FILE-NAME (CS-WS-FILE-SUB) TO CS-WS-CUR-FILE-ID.
059300     SET CS-EOF-NO TO TRUE.
059400     OPEN INPUT SHIFT-SCHEDULE-FILE.
059500     IF CS-WS-SS-STATUS = '35'
059600         GO TO 2300-UNLOAD-SHIFTSCH-EXIT
059700     END-IF.
059800     IF CS-WS-SS-STATUS NOT = '00'
059900         MOVE CS-WS-SS-STATUS TO CS-WS-SRC-STATUS
060000         PERFORM 2900-SOURCE-OPEN-FAILED
060100             THRU 2900-SOURCE-OPEN-FAILED-EXIT
060200         GO TO 2300-UNLOAD-SHIFTSCH-EXIT
060300     END-IF.
060400     PERFORM 2310-READ-SHIFTSCH
060500         THRU 2310-READ-SHIFTSCH-EXIT
060600         UNTIL CS-EOF-YES.
060700     CLOSE SHIFT-SCHEDULE-FILE.
060800 2300-UNLOAD-SHIFTSCH-EXIT.
060900     EXIT.
061000 2310-READ-SHIFTSCH.
061100     READ SHIFT-SCHEDULE-FILE
061200         AT END
061300             SET CS-EOF-YES TO TRUE
061400             GO TO 2310-READ-SHIFTSCH-EXIT
061500     END-READ.
061600     IF CS-WS-SS-STATUS NOT = '00'
061700         MOVE CS-WS-SS-STATUS TO CS-WS-SRC-STATUS
061800         PERFORM 2950-SOURCE-READ-FAILED
061900             THRU 2950-SOURCE-READ-FAILED-EXIT
062000         GO TO 2310-READ-SHIFTSCH-EXIT
062100     END-IF.
062200     MOVE SPACES TO CS-WS-CUR-KEY.
062300     STRING HW-SS-DOW HW-SS-SHIFT-CODE
062400         DELIMITED BY SIZE INTO CS-WS-CUR-KEY
062500     END-STRING.
062600     MOVE SHIFT-SCHEDULE-RECORD TO CS-WS-CUR-IMAGE.
062700     PERFORM 3000-PROCESS-CURRENT
062800         THRU 3000-PROCESS-CURRENT-EXIT.
062900 2310-READ-SHIFTSCH-EXIT.
063000     EXIT.
063100 2400-UNLOAD-PLANSCHD.
063200     MOVE 4 TO CS-WS-FILE-SUB.
063300     MOVE CS-WS-FILE-NAME (CS-WS-FILE-SUB) TO CS-WS-CUR-FILE-ID.
063400     SET CS-EOF-NO TO TRUE.
063500     OPEN INPUT PLAN-SCHEDULE-FILE.
063600     IF CS-WS-PS-STATUS = '35'
063700         GO TO 2400-UNLOAD-PLANSCHD-EXIT
063800     END-IF.
063900     IF CS-WS-PS-STATUS NOT = '00'
064000         MOVE CS-WS-PS-STATUS TO CS-WS-SRC-STATUS
064100         PERFORM 2900-SOURCE-OPEN-FAILED
064200             THRU 2900-SOURCE-OPEN-FAILED-EXIT
064300         GO TO 2400-UNLOAD-PLANSCHD-EXIT
064400     END-IF.
064500     PERFORM 2410-READ-PLANSCHD
064600         THRU 2410-READ-PLANSCHD-EXIT
064700         UNTIL CS-EOF-YES.
064800     CLOSE PLAN-SCHEDULE-FILE.
064900 2400-UNLOAD-PLANSCHD-EXIT.
065000     EXIT.
065100 2410-READ-PLANSCHD.
065200     READ PLAN-SCHEDULE-FILE
065300         AT END
065400             SET CS-EOF-YES TO TRUE
065500             GO TO 2410-READ-PLANSCHD-EXIT
065600     END-READ.
065700     IF CS-WS-PS-STATUS NOT = '00'
065800         MOVE CS-WS-PS-STATUS TO CS-WS-SRC-STATUS
065900         PERFORM 2950-SOURCE-READ-FAILED
066000             THRU 2950-SOURCE-READ-FAILED-EXIT
066100         GO TO 2410-READ-PLANSCHD-EXIT
066200     END-IF.
066300     MOVE HW-PS-JOB-ID TO CS-WS-CUR-KEY.
066400     MOVE PLANNED-SCHEDULE-RECORD TO CS-WS-CUR-IMAGE.
066500     PERFORM 3000-PROCESS-CURRENT
066600         THRU 3000-PROCESS-CURRENT-EXIT.
066700 2410-READ-PLANSCHD-EXIT.
066800     EXIT.
066900 2500-UNLOAD-BULLBRD.
067000     MOVE 5 TO CS-WS-FILE-SUB.
067100     MOVE CS-WS-FILE-NAME (CS-WS-FILE-SUB) TO CS-WS-CUR-FILE-ID.
067200     SET CS-EOF-NO TO TRUE.
067300     OPEN INPUT BULLETIN-FILE.
067400     IF CS-WS-BB-STATUS = '35'
067500         GO TO 2500-UNLOAD-BULLBRD-EXIT
067600     END-IF.
067700     IF CS-WS-BB-STATUS NOT = '00'
067800         MOVE CS-WS-BB-STATUS TO CS-WS-SRC-STATUS
067900         PERFORM 2900-SOURCE-OPEN-FAILED
068000             THRU 2900-SOURCE-OPEN-FAILED-EXIT
068100         GO TO 2500-UNLOAD-BULLBRD-EXIT
068200     END-IF.
068300     PERFORM 2510-READ-BULLBRD
068400         THRU 2510-READ-BULLBRD-EXIT
068500         UNTIL CS-EOF-YES.
068600     CLOSE BULLETIN-FILE.
068700 2500-UNLOAD-BULLBRD-EXIT.
068800     EXIT.
068900 2510-READ-BULLBRD.
069000     READ BULLETIN-FILE
069100         AT END
069200             SET CS-EOF-YES TO TRUE
069300             GO TO 2510-READ-BULLBRD-EXIT
069400     END-READ.
069500     IF CS-WS-BB-STATUS NOT = '00'
069600         MOVE CS-WS-BB-STATUS TO CS-WS-SRC-STATUS
069700         PERFORM 2950-SOURCE-READ-FAILED
069800             THRU 2950-SOURCE-READ-FAILED-EXIT
069900         GO TO 2510-READ-BULLBRD-EXIT
070000     END-IF.
070100     MOVE SPACES TO CS-WS-CUR-KEY.
070200     STRING HW-BB-BULLETIN-ID HW-BB-LINE-NO
070300         DELIMITED BY SIZE INTO CS-WS-CUR-KEY
070400     END-STRING.
070500     MOVE BULLETIN-RECORD TO CS-WS-CUR-IMAGE.
070600     PERFORM 3000-PROCESS-CURRENT
070700         THRU 3000-PROCESS-CURRENT-EXIT.
070800 2510-READ-BULLBRD-EXIT.
070900     EXIT.
071000 2900-SOURCE-OPEN-FAILED.
071100     DISPLAY 'CFGSNAP0110E - ' CS-WS-CUR-FILE-ID
071200         ' OPEN FAILED, STATUS=' CS-WS-SRC-STATUS.
071300     SET CS-ERROR-YES TO TRUE.
071310     IF CS-BASELINE-YES
071320         GO TO 2900-SOURCE-OPEN-FAILED-EXIT
071330     END-IF.
071340     MOVE ZERO TO CS-WS-CARRY-COUNT.
071350     PERFORM 2910-CARRY-PREVIOUS
071360         THRU 2910-CARRY-PREVIOUS-EXIT
071370         VARYING CS-WS-PREV-SUB FROM 1 BY 1
071380         UNTIL CS-WS-PREV-SUB > CS-WS-PREV-COUNT.
071390     MOVE CS-WS-CARRY-COUNT TO CS-WS-COUNT-DISP.
071391     MOVE SPACES TO PRINT-LINE.
071392     STRING '  ' CS-WS-CUR-FILE-ID '  NOT READ - '
071393             CS-WS-COUNT-DISP ' PREVIOUS RECORD(S) CARRIED'
071394             ' FORWARD, NOT COMPARED'
071395         DELIMITED BY SIZE INTO HW-PL-TEXT
071396     END-STRING.
071397     WRITE PRINT-LINE.
071400 2900-SOURCE-OPEN-FAILED-EXIT.
071500     EXIT.
071510*    THE FILE'S RECORDS FROM THE PREVIOUS GENERATION GO INTO THE
071520*    NEW ONE AS THEY WERE, UNDER TONIGHT'S SNAPSHOT STAMP, AND
071530*    ARE MARKED MATCHED SO NONE IS REPORTED DELETED.
071540 2910-CARRY-PREVIOUS.
071545     IF CS-PT-MATCHED (CS-WS-PREV-SUB) NOT = 'N' OR
071550        CS-PT-FILE-ID (CS-WS-PREV-SUB) NOT = CS-WS-CUR-FILE-ID
071555         GO TO 2910-CARRY-PREVIOUS-EXIT
071560     END-IF.
071565     MOVE 'Y' TO CS-PT-MATCHED (CS-WS-PREV-SUB).
071570     MOVE SPACES            TO CONFIG-SNAPSHOT-RECORD.
071575     MOVE CS-WS-CUR-FILE-ID TO HW-SN-FILE-ID.
071580     MOVE CS-PT-KEY (CS-WS-PREV-SUB) TO HW-SN-KEY.
071585     MOVE CS-WS-NOW-TS      TO HW-SN-SNAP-TS.
071590     MOVE CS-PT-IMAGE (CS-WS-PREV-SUB) TO HW-SN-IMAGE.
071591     WRITE CONFIG-SNAPSHOT-RECORD.
071592     IF CS-WS-SN-STATUS NOT = '00'
071593         DISPLAY 'CFGSNAP0130E - SNAP-NEW-FILE WRITE FAILED'
071594             ', STATUS=' CS-WS-SN-STATUS
071595         SET CS-ERROR-YES TO TRUE
071596     ELSE
071597         ADD 1 TO CS-WS-CARRY-COUNT
071598     END-IF.
071599 2910-CARRY-PREVIOUS-EXIT.
071600     EXIT.
071601 2950-SOURCE-READ-FAILED.
071700     DISPLAY 'CFGSNAP0120E - ' CS-WS-CUR-FILE-ID
071800         ' READ FAILED, STATUS=' CS-WS-SRC-STATUS.
071900     SET CS-EOF-YES TO TRUE.
072000     SET CS-ERROR-YES TO TRUE.
072100 2950-SOURCE-READ-FAILED-EXIT.
072200     EXIT.
072300*----------------------------------------------------------------
072400* WRITE THE RECORD TO THE NEW GENERATION, THEN LOOK FOR THE SAME
072500* FILE-ID AND KEY IN THE PREVIOUS ONE: NOT THERE = ADDED, THERE
072600* WITH A DIFFERENT IMAGE = CHANGED.
072700*----------------------------------------------------------------
072800 3000-PROCESS-CURRENT.
072900     MOVE SPACES            TO CONFIG-SNAPSHOT-RECORD.
073000     MOVE CS-WS-CUR-FILE-ID TO HW-SN-FILE-ID.
073100     MOVE CS-WS-CUR-KEY     TO HW-SN-KEY.
073200     MOVE CS-WS-NOW-TS      TO HW-SN-SNAP-TS.
073300     MOVE CS-WS-CUR-IMAGE   TO HW-SN-IMAGE.
073400     WRITE CONFIG-SNAPSHOT-RECORD.
073500     IF CS-WS-SN-STATUS NOT = '00'
073600         DISPLAY 'CFGSNAP0130E - SNAP-NEW-FILE WRITE FAILED'
073700             ', STATUS=' CS-WS-SN-STATUS
073800         SET CS-ERROR-YES TO TRUE
073900     ELSE
074000         ADD 1 TO CS-FC-SNAPPED (CS-WS-FILE-SUB)
074100     END-IF.
074200     IF CS-BASELINE-YES
074300         GO TO 3000-PROCESS-CURRENT-EXIT
074400     END-IF.
074500     SET CS-FOUND-NO TO TRUE.
074600     MOVE ZERO TO CS-WS-PREV-HIT.
074700     PERFORM 3100-SCAN-PREVIOUS
074800         THRU 3100-SCAN-PREVIOUS-EXIT
074900         VARYING CS-WS-PREV-SUB FROM 1 BY 1
075000         UNTIL CS-FOUND-YES
075100            OR CS-WS-PREV-SUB > CS-WS-PREV-COUNT.
075200     IF CS-FOUND-NO
075300         MOVE 'ADDED'         TO CS-WS-DIFF-KIND
075400         MOVE SPACES          TO CS-WS-BEFORE-IMAGE
075500         MOVE CS-WS-CUR-IMAGE TO CS-WS-AFTER-IMAGE
075600         ADD 1 TO CS-FC-ADDED (CS-WS-FILE-SUB)
075700         PERFORM 3800-REPORT-DIFFERENCE
075800             THRU 3800-REPORT-DIFFERENCE-EXIT
075900         GO TO 3000-PROCESS-CURRENT-EXIT
076000     END-IF.
076100     MOVE 'Y' TO CS-PT-MATCHED (CS-WS-PREV-HIT).
076200     IF CS-PT-IMAGE (CS-WS-PREV-HIT) NOT = CS-WS-CUR-IMAGE
076300         MOVE 'CHANGED' TO CS-WS-DIFF-KIND
076400         MOVE CS-PT-IMAGE (CS-WS-PREV-HIT)
076500             TO CS-WS-BEFORE-IMAGE
076600         MOVE CS-WS-CUR-IMAGE TO CS-WS-AFTER-IMAGE
076700         ADD 1 TO CS-FC-CHANGED (CS-WS-FILE-SUB)
076800         PERFORM 3800-REPORT-DIFFERENCE
076900             THRU 3800-REPORT-DIFFERENCE-EXIT
077000     END-IF.
077100 3000-PROCESS-CURRENT-EXIT.
077200     EXIT.
077300 3100-SCAN-PREVIOUS.
077400     IF CS-PT-MATCHED (CS-WS-PREV-SUB) = 'N' AND
077500        CS-PT-FILE-ID (CS-WS-PREV-SUB) = CS-WS-CUR-FILE-ID AND
077600        CS-PT-KEY (CS-WS-PREV-SUB) = CS-WS-CUR-KEY
077700         MOVE CS-WS-PREV-SUB TO CS-WS-PREV-HIT
077800         SET CS-FOUND-YES TO TRUE
077900     END-IF.
078000 3100-SCAN-PREVIOUS-EXIT.
078100     EXIT.
078200*----------------------------------------------------------------
078300* WHATEVER IN THE PREVIOUS GENERATION WAS NOT MATCHED TONIGHT
078400* HAS BEEN DELETED.
078500*----------------------------------------------------------------
078600 3500-REPORT-DELETES.
078700     IF CS-PT-MATCHED (CS-WS-PREV-SUB) NOT = 'N'
078800         GO TO 3500-REPORT-DELETES-EXIT
078900     END-IF.
079000     MOVE CS-PT-FILE-ID (CS-WS-PREV-SUB) TO CS-WS-CUR-FILE-ID.
079100     MOVE CS-PT-KEY (CS-WS-PREV-SUB)     TO CS-WS-CUR-KEY.
079200     MOVE 'DELETED' TO CS-WS-DIFF-KIND.
079300     MOVE CS-PT-IMAGE (CS-WS-PREV-SUB)   TO CS-WS-BEFORE-IMAGE.
079400     MOVE SPACES TO CS-WS-AFTER-IMAGE.
079500     MOVE ZERO TO CS-WS-FILE-SUB.
079600     PERFORM 3550-FIND-FILE-SUB
079700         THRU 3550-FIND-FILE-SUB-EXIT
079800         VARYING CS-WS-NAME-SUB FROM 1 BY 1
079900         UNTIL CS-WS-NAME-SUB > 5.
080000     IF CS-WS-FILE-SUB > ZERO
080100         ADD 1 TO CS-FC-DELETED (CS-WS-FILE-SUB)
080200     END-IF.
080300     PERFORM 3800-REPORT-DIFFERENCE
080400         THRU 3800-REPORT-DIFFERENCE-EXIT.
080500 3500-REPORT-DELETES-EXIT.
080600     EXIT.
080700 3550-FIND-FILE-SUB.
080800     IF CS-WS-FILE-NAME (CS-WS-NAME-SUB) = CS-WS-CUR-FILE-ID
080900         MOVE CS-WS-NAME-SUB TO CS-WS-FILE-SUB
081000     END-IF.
081100 3550-FIND-FILE-SUB-EXIT.
081200     EXIT.
081300*----------------------------------------------------------------
081400* PRINT ONE DIFFERENCE WITH ITS BEFORE/AFTER IMAGES.  IT IS
081500* JOURNALED WHEN A 'CF'/'LD' RECORD FOR THE SAME FILE (OR ONE
081600* NAMING NO FILE) AND KEY WAS STAMPED SINCE THE LAST SNAPSHOT.
081700*----------------------------------------------------------------
081800 3800-REPORT-DIFFERENCE.
081900     ADD 1 TO CS-WS-DIFF-COUNT.
082000     SET CS-FOUND-NO TO TRUE.
082100     PERFORM 3850-SCAN-JOURNAL
082200         THRU 3850-SCAN-JOURNAL-EXIT
082300         VARYING CS-WS-JRNL-SUB FROM 1 BY 1
082400         UNTIL CS-FOUND-YES
082500            OR CS-WS-JRNL-SUB > CS-WS-JRNL-COUNT.
082600     IF CS-FOUND-YES
082700         MOVE 'JOURNALED' TO CS-WS-VERDICT
082800     ELSE
082900         MOVE 'UNAUTHORIZED CHANGE' TO CS-WS-VERDICT
083000         ADD 1 TO CS-WS-UNAUTH-COUNT
083100         IF CS-WS-FILE-SUB > ZERO
083200             ADD 1 TO CS-FC-UNAUTH (CS-WS-FILE-SUB)
083300         END-IF
083400         IF CS-WS-FIRST-UNAUTH = SPACES
083500             STRING CS-WS-CUR-FILE-ID ' ' CS-WS-CUR-KEY
083600                 DELIMITED BY SIZE INTO CS-WS-FIRST-UNAUTH
083700             END-STRING
083800         END-IF
083900     END-IF.
084000     MOVE SPACES TO PRINT-LINE.
084100     STRING '  ' CS-WS-CUR-FILE-ID '  KEY ' CS-WS-CUR-KEY
084200             '  ' CS-WS-DIFF-KIND '  ' CS-WS-VERDICT
084300         DELIMITED BY SIZE INTO HW-PL-TEXT
084400     END-STRING.
084500     WRITE PRINT-LINE.
084600     IF CS-WS-BEFORE-IMAGE NOT = SPACES
084700         MOVE SPACES TO PRINT-LINE
084800         STRING '      BEFORE: ' CS-WS-BEFORE-IMAGE
084900             DELIMITED BY SIZE INTO HW-PL-TEXT
085000         END-STRING
085100         WRITE PRINT-LINE
085200     END-IF.
085300     IF CS-WS-AFTER-IMAGE NOT = SPACES
085400         MOVE SPACES TO PRINT-LINE
085500         STRING '      AFTER:  ' CS-WS-AFTER-IMAGE
085600             DELIMITED BY SIZE INTO HW-PL-TEXT
085700         END-STRING
085800         WRITE PRINT-LINE
085900     END-IF.
086000 3800-REPORT-DIFFERENCE-EXIT.
086100     EXIT.
086200 3850-SCAN-JOURNAL.
086300     IF CS-JT-KEY (CS-WS-JRNL-SUB) = CS-WS-CUR-KEY AND
086400        (CS-JT-FILE-ID (CS-WS-JRNL-SUB) = CS-WS-CUR-FILE-ID OR
086500         CS-JT-FILE-ID (CS-WS-JRNL-SUB) = SPACES)
086600         SET CS-FOUND-YES TO TRUE
086700     END-IF.
086800 3850-SCAN-JOURNAL-EXIT.
086900     EXIT.
087000 4000-PRINT-TOTALS.
087100     IF CS-BASELINE-NO AND CS-WS-DIFF-COUNT = ZERO
087200         MOVE SPACES TO PRINT-LINE
087300         MOVE '  NONE' TO HW-PL-TEXT
087400         WRITE PRINT-LINE
087500     END-IF.
087600     MOVE SPACES TO PRINT-LINE.
087700     WRITE PRINT-LINE.
087800     MOVE SPACES TO PRINT-LINE.
087900     MOVE 'FILE      SNAPPED   ADDED CHANGED DELETED  UNAUTH'
088000         TO HW-PL-TEXT.
088100     WRITE PRINT-LINE.
088200     PERFORM 4100-PRINT-FILE-LINE
088300         THRU 4100-PRINT-FILE-LINE-EXIT
088400         VARYING CS-WS-FILE-SUB FROM 1 BY 1
088500         UNTIL CS-WS-FILE-SUB > 5.
088600     MOVE SPACES TO PRINT-LINE.
088700     WRITE PRINT-LINE.
088800     MOVE CS-WS-UNAUTH-COUNT TO CS-WS-COUNT-DISP.
088900     MOVE SPACES TO PRINT-LINE.
089000     STRING 'UNAUTHORIZED CHANGES: ' CS-WS-COUNT-DISP
089100         DELIMITED BY SIZE INTO HW-PL-TEXT
089200     END-STRING.
089300     WRITE PRINT-LINE.
089400     MOVE SPACES TO PRINT-LINE.
089500     MOVE ALL '-' TO HW-PL-TEXT.
089600     WRITE PRINT-LINE.
089700     MOVE SPACES TO PRINT-LINE.
089800     MOVE '*** END OF CFGSNAP REPORT ***' TO HW-PL-TEXT.
089900     WRITE PRINT-LINE.
090000     CLOSE PRINT-FILE.
090100 4000-PRINT-TOTALS-EXIT.
090200     EXIT.
090300 4100-PRINT-FILE-LINE.
090400     MOVE CS-FC-SNAPPED (CS-WS-FILE-SUB) TO CS-WS-SNAP-DISP.
090500     MOVE CS-FC-ADDED (CS-WS-FILE-SUB)   TO CS-WS-ADD-DISP.
090600     MOVE CS-FC-CHANGED (CS-WS-FILE-SUB) TO CS-WS-CHG-DISP.
090700     MOVE CS-FC-DELETED (CS-WS-FILE-SUB) TO CS-WS-DEL-DISP.
090800     MOVE CS-FC-UNAUTH (CS-WS-FILE-SUB)  TO CS-WS-UNA-DISP.
090900     MOVE SPACES TO PRINT-LINE.
091000     STRING CS-WS-FILE-NAME (CS-WS-FILE-SUB) ' '
091100             CS-WS-SNAP-DISP ' ' CS-WS-ADD-DISP '  '
091200             CS-WS-CHG-DISP '  ' CS-WS-DEL-DISP '  '
091300             CS-WS-UNA-DISP
091400         DELIMITED BY SIZE INTO HW-PL-TEXT
091500     END-STRING.
091600     WRITE PRINT-LINE.
091700 4100-PRINT-FILE-LINE-EXIT.
091800     EXIT.
091900 9400-SEND-ALERT.
092000     MOVE RETURN-CODE TO CS-WS-FINAL-RC.
092100     MOVE CS-WS-RUN-JOB-ID TO HW-AL-REQ-CALLER.
092200     MOVE CS-WS-ALERT-TEXT TO HW-AL-REQ-MSG-TEXT.
092300     CALL 'OpsAlert' USING HW-AL-LINK-PARM.
092400     MOVE CS-WS-FINAL-RC TO RETURN-CODE.
092500 9400-SEND-ALERT-EXIT.
092600     EXIT.
092700 9500-LOG-INCIDENT.
092800     MOVE RETURN-CODE TO CS-WS-FINAL-RC.
093000     MOVE CS-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
093100     MOVE SPACES           TO HW-IL-REQ-DATE.
093200     MOVE CS-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
093300     MOVE CS-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
093400     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
093500     MOVE CS-WS-FINAL-RC TO RETURN-CODE.
093600 9500-LOG-INCIDENT-EXIT.
093700     EXIT.
093800 9600-RECORD-STEP-START.
093900     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
094000     MOVE CS-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
094100     CALL 'StepLog' USING HW-SL-LINK-PARM.
094200 9600-RECORD-STEP-START-EXIT.
094300     EXIT.
094400 9700-RECORD-STEP-END.
094500     MOVE RETURN-CODE      TO CS-WS-FINAL-RC.
094600     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
094700     MOVE CS-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
094800     MOVE SPACES           TO HW-SL-REQ-DATE.
094900     MOVE CS-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
095000     MOVE CS-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
095100     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
095200     CALL 'StepLog' USING HW-SL-LINK-PARM.
095300     MOVE CS-WS-FINAL-RC TO RETURN-CODE.
095400 9700-RECORD-STEP-END-EXIT.
095500     EXIT.
