002600*                  RETURN-CODE 0 = RECORDS FOUND, 4 = NOTHING
002700*                  FOUND FOR THE JOB AND RANGE, 8 = BAD PARM OR
002800*                  A FILE COULD NOT BE OPENED OR READ.
002810* 2026-10-15 RC    CALL THE NEW StepLog SUBROUTINE AT START AND
002820*                  END SO THIS STEP LEAVES A CHECKPOINT, A
002830*                  RUN-HISTORY RECORD AND AN 'RU' AUDIT RECORD.
002840* 2026-10-15 RC    THE INCIDENT RECORD NOW CARRIES THE OPEN CYCLE
002850*                  DATE (IncidentLog DEFAULT, SEE CycLink) INSTEAD
002860*                  OF THE SYSTEM DATE.
002862* 2026-10-15 RC    NEW ARCHIVE COMPLETENESS SECTION.  EVERY
002864*                  ARCHIVE RECORD IS COUNTED (ALL JOBS) AND SET
002866*                  AGAINST THE ARCHIVE-CONTROL GENERATIONS
002868*                  ARCHPURG WRITES (DD ARCHCTL, CONCATENATED LIKE
002870*                  AUDITARC/RSTRTARC - SEE ArchCtl): THE
002872*                  GENERATIONS READ MUST RUN WITHOUT A BREAK AND
002874*                  THE RECORD COUNT MUST MATCH THE TOTALS THEY
002876*                  CARRY FORWARD.  THE LIVE AUDITTRL AND RESTARTC
002878*                  ARE RUN THROUGH LogCheck.  A HISTORY THAT
002880*                  CANNOT BE SHOWN COMPLETE GETS ARCHINQ0120W;
002882*                  THE RETURN-CODE MEANINGS ARE UNCHANGED.  A
002884*                  MISSING ARCHCTL DD LEAVES THE ARCHIVE COUNTS
002886*                  UNVERIFIED, AS ARE RECORDS DATED BEFORE THE
002888*                  EARLIEST ARCHIVE-CONTROL GENERATION (PURGES
002890*                  THAT KEPT NO CONTROL TOTALS); THOSE ARE
002892*                  REPORTED APART AND DO NOT FAIL THE RANGE.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004500     SELECT PRINT-FILE ASSIGN TO SYSOUT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS AQ-WS-PF-STATUS.
004710     SELECT ARCH-CTL-FILE ASSIGN TO ARCHCTL
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS AQ-WS-AC-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  AUDIT-TRAIL-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE OMITTED.
007700 COPY PrintRec.
007710 FD  ARCH-CTL-FILE
007720     RECORDING MODE IS F
007730     LABEL RECORDS ARE STANDARD.
007740 COPY ArchCtl.
007800 WORKING-STORAGE SECTION.
007900 01  AQ-WS-FILE-STATUSES.
008000     05  AQ-WS-AT-STATUS         PIC X(02) VALUE '00'.
008200     05  AQ-WS-RC-STATUS         PIC X(02) VALUE '00'.
008300     05  AQ-WS-RA-STATUS         PIC X(02) VALUE '00'.
008400     05  AQ-WS-PF-STATUS         PIC X(02) VALUE '00'.
008410     05  AQ-WS-AC-STATUS         PIC X(02) VALUE '00'.
008500 01  AQ-WS-SWITCHES.
008600     05  AQ-WS-EOF-SW            PIC X(01) VALUE 'N'.
008700         88  AQ-EOF-YES                     VALUE 'Y'.
008900     05  AQ-WS-ERROR-SW          PIC X(01) VALUE 'N'.
009000         88  AQ-ERROR-YES                   VALUE 'Y'.
009100         88  AQ-ERROR-NO                    VALUE 'N'.
009110     05  AQ-WS-CTL-SW            PIC X(01) VALUE 'N'.
009120         88  AQ-CTL-FOUND                   VALUE 'Y'.
009130         88  AQ-CTL-MISSING                 VALUE 'N'.
009200 01  AQ-WS-REQ-JOB-ID            PIC X(08) VALUE SPACES.
009300 01  AQ-WS-FROM-DATE             PIC X(08) VALUE LOW-VALUES.
009400 01  AQ-WS-TO-DATE               PIC X(08) VALUE HIGH-VALUES.
011700 01  AQ-WS-COUNT-DISP            PIC ZZ,ZZ9.
011800 01  AQ-WS-REC-RUN               PIC X(02) VALUE SPACES.
011900 COPY IncdLnk.
011950 COPY StepLnk.
012000 01  AQ-WS-RUN-JOB-ID            PIC X(08) VALUE 'ARCHINQ'.
012200 01  AQ-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
012300 01  AQ-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
012302 01  AQ-WS-CP-NAMES.
012304     05  FILLER                  PIC X(16) VALUE
012306         'AUDITTRLRESTARTC'.
012308 01  AQ-WS-CP-NAME-TABLE REDEFINES AQ-WS-CP-NAMES.
012310     05  AQ-WS-CP-NAME           PIC X(08) OCCURS 2 TIMES.
012312 77  AQ-WS-CP-SUB                PIC S9(04) COMP VALUE ZERO.
012314 77  AQ-WS-CP-SPAN               PIC S9(05) COMP VALUE ZERO.
012316 01  AQ-WS-COMPLETENESS.
012318     05  AQ-WS-CP-ENTRY OCCURS 2 TIMES.
012320         10  AQ-CP-READ          PIC 9(09).
012321         10  AQ-CP-UNCTL         PIC 9(09).
012322         10  AQ-CP-GENS          PIC 9(05).
012324         10  AQ-CP-LOW-GEN       PIC 9(05).
012326         10  AQ-CP-HIGH-GEN      PIC 9(05).
012328         10  AQ-CP-LOW-CUM       PIC 9(09).
012330         10  AQ-CP-LOW-COUNT     PIC 9(09).
012332         10  AQ-CP-HIGH-CUM      PIC 9(09).
012334         10  AQ-CP-EXPECTED      PIC 9(09).
012336         10  AQ-CP-FIRST-DATE    PIC X(08).
012338         10  AQ-CP-LAST-DATE     PIC X(08).
012340         10  AQ-CP-VERDICT       PIC X(10).
012342         10  AQ-CP-LIVE          PIC X(10).
012344 01  AQ-WS-GEN-LOW-DISP          PIC ZZZZ9.
012346 01  AQ-WS-GEN-HIGH-DISP         PIC ZZZZ9.
012348 01  AQ-WS-READ-DISP             PIC Z(8)9.
012350 01  AQ-WS-EXP-DISP              PIC Z(8)9.
012351 01  AQ-WS-CP-DATE               PIC X(08) VALUE SPACES.
012352 COPY ChkLink.
012400 LINKAGE SECTION.
012500 01  AQ-LINK-PARM.
012600     05  AQ-LINK-PARM-LEN        PIC S9(04) COMP.
013100         10  AQ-LINK-TO-DATE     PIC X(08).
013200 PROCEDURE DIVISION USING AQ-LINK-PARM.
013300 0000-MAINLINE.
013310     PERFORM 9600-RECORD-STEP-START
013320         THRU 9600-RECORD-STEP-START-EXIT.
013400     PERFORM 1000-INITIALIZE
013500         THRU 1000-INITIALIZE-EXIT.
013600     IF AQ-ERROR-YES
014100             THRU 9500-LOG-INCIDENT-EXIT
014200         GO TO 0000-MAINLINE-EXIT
014300     END-IF.
014310     PERFORM 4000-LOAD-ARCHIVE-CONTROL
014320         THRU 4000-LOAD-ARCHIVE-CONTROL-EXIT.
014400     PERFORM 2000-SCAN-AUDIT-CURRENT
014500         THRU 2000-SCAN-AUDIT-CURRENT-EXIT.
014600     PERFORM 2500-SCAN-AUDIT-ARCHIVE
015100         THRU 3500-SCAN-RESTART-ARCHIVE-EXIT.
015200     PERFORM 6000-SORT-EVENTS
015300         THRU 6000-SORT-EVENTS-EXIT.
015310     PERFORM 6500-CHECK-COMPLETENESS
015320         THRU 6500-CHECK-COMPLETENESS-EXIT.
015400     PERFORM 7000-PRINT-REPORT
015500         THRU 7000-PRINT-REPORT-EXIT.
015600     EVALUATE TRUE
016500     PERFORM 9500-LOG-INCIDENT
016600         THRU 9500-LOG-INCIDENT-EXIT.
016700 0000-MAINLINE-EXIT.
016710     PERFORM 9700-RECORD-STEP-END
016720         THRU 9700-RECORD-STEP-END-EXIT.
016800     GOBACK.
016900 1000-INITIALIZE.
016910     INITIALIZE AQ-WS-COMPLETENESS.
017000     IF AQ-LINK-PARM-LEN < 8 OR AQ-LINK-JOB-ID = SPACES
017100         DISPLAY 'ARCHINQ0010E - PARM MUST GIVE A JOB-ID '
017200             '(JOBIDXXXYYYYMMDDYYYYMMDD)'
027000         SET AQ-ERROR-YES TO TRUE
027100         GO TO 2600-CHECK-AUDIT-ARCH-RECORD-EXIT
027200     END-IF.
027210     MOVE SPACES TO AQ-WS-CP-DATE.
027220     STRING AQ-AA-TIMESTAMP (1:4) AQ-AA-TIMESTAMP (6:2)
027230             AQ-AA-TIMESTAMP (9:2)
027240         DELIMITED BY SIZE INTO AQ-WS-CP-DATE.
027250     MOVE 1 TO AQ-WS-CP-SUB.
027260     PERFORM 4200-COUNT-ARCHIVED
027270         THRU 4200-COUNT-ARCHIVED-EXIT.
027300     IF AQ-AA-JOB-ID NOT = AQ-WS-REQ-JOB-ID
027400         GO TO 2600-CHECK-AUDIT-ARCH-RECORD-EXIT
027500     END-IF.
036600         SET AQ-ERROR-YES TO TRUE
036700         GO TO 3600-CHECK-RESTART-ARCH-RECORD-EXIT
036800     END-IF.
036810     MOVE AQ-RA-DATE TO AQ-WS-CP-DATE.
036820     MOVE 2 TO AQ-WS-CP-SUB.
036830     PERFORM 4200-COUNT-ARCHIVED
036840         THRU 4200-COUNT-ARCHIVED-EXIT.
036900     IF AQ-RA-JOB-ID NOT = AQ-WS-REQ-JOB-ID
037000         GO TO 3600-CHECK-RESTART-ARCH-RECORD-EXIT
037100     END-IF.
038900         THRU 5000-ADD-EVENT-EXIT.
039000 3600-CHECK-RESTART-ARCH-RECORD-EXIT.
039100     EXIT.
039101*    ARCHIVE-CONTROL RECORDS, ONE PER LOG PER ARCHIVE GENERATION.
039102*    ONLY THE LOWEST AND HIGHEST GENERATION READ FOR EACH LOG ARE
039103*    KEPT, WITH HOW MANY GENERATIONS WERE SEEN IN BETWEEN AND THE
039104*    EARLIEST DATE ANY OF THEM ARCHIVED.  IT IS LOADED BEFORE THE
039105*    ARCHIVES ARE SCANNED SO EACH ARCHIVE RECORD CAN BE COUNTED.
039106 4000-LOAD-ARCHIVE-CONTROL.
039107     OPEN INPUT ARCH-CTL-FILE.
039108     IF AQ-WS-AC-STATUS = '35'
039109         GO TO 4000-LOAD-ARCHIVE-CONTROL-EXIT
039110     END-IF.
039111     IF AQ-WS-AC-STATUS NOT = '00'
039112         DISPLAY 'ARCHINQ0130E - ARCH-CTL-FILE OPEN '
039113             'FAILED, STATUS=' AQ-WS-AC-STATUS
039114         SET AQ-ERROR-YES TO TRUE
039115         GO TO 4000-LOAD-ARCHIVE-CONTROL-EXIT
039116     END-IF.
039117     SET AQ-CTL-FOUND TO TRUE.
039118     SET AQ-EOF-NO TO TRUE.
039119     PERFORM 4100-READ-ARCHIVE-CONTROL
039120         THRU 4100-READ-ARCHIVE-CONTROL-EXIT
039121         UNTIL AQ-EOF-YES.
039122     CLOSE ARCH-CTL-FILE.
039123 4000-LOAD-ARCHIVE-CONTROL-EXIT.
039124     EXIT.
039125 4100-READ-ARCHIVE-CONTROL.
039126     READ ARCH-CTL-FILE
039127         AT END
039128             SET AQ-EOF-YES TO TRUE
039129             GO TO 4100-READ-ARCHIVE-CONTROL-EXIT
039130     END-READ.
039131     IF AQ-WS-AC-STATUS NOT = '00'
039132         DISPLAY 'ARCHINQ0140E - ARCH-CTL-FILE READ '
039133             'FAILED, STATUS=' AQ-WS-AC-STATUS
039134         SET AQ-EOF-YES TO TRUE
039135         SET AQ-ERROR-YES TO TRUE
039136         GO TO 4100-READ-ARCHIVE-CONTROL-EXIT
039137     END-IF.
039138     EVALUATE HW-AC-FILE-ID
039139         WHEN 'AUDITTRL'
039140             MOVE 1 TO AQ-WS-CP-SUB
039141         WHEN 'RESTARTC'
039142             MOVE 2 TO AQ-WS-CP-SUB
039143         WHEN OTHER
039144             GO TO 4100-READ-ARCHIVE-CONTROL-EXIT
039145     END-EVALUATE.
039146     ADD 1 TO AQ-CP-GENS (AQ-WS-CP-SUB).
039147     IF AQ-CP-GENS (AQ-WS-CP-SUB) = 1 OR
039148        HW-AC-GEN-NO < AQ-CP-LOW-GEN (AQ-WS-CP-SUB)
039149         MOVE HW-AC-GEN-NO    TO AQ-CP-LOW-GEN (AQ-WS-CP-SUB)
039150         MOVE HW-AC-CUM-COUNT TO AQ-CP-LOW-CUM (AQ-WS-CP-SUB)
039151         MOVE HW-AC-GEN-COUNT TO AQ-CP-LOW-COUNT (AQ-WS-CP-SUB)
039152     END-IF.
039153     IF HW-AC-GEN-FIRST-DATE NOT = SPACES AND
039154        (AQ-CP-FIRST-DATE (AQ-WS-CP-SUB) = SPACES OR
039155         HW-AC-GEN-FIRST-DATE < AQ-CP-FIRST-DATE (AQ-WS-CP-SUB))
039156         MOVE HW-AC-GEN-FIRST-DATE
039157             TO AQ-CP-FIRST-DATE (AQ-WS-CP-SUB)
039158     END-IF.
039159     IF HW-AC-GEN-NO > AQ-CP-HIGH-GEN (AQ-WS-CP-SUB)
039160         MOVE HW-AC-GEN-NO    TO AQ-CP-HIGH-GEN (AQ-WS-CP-SUB)
039161         MOVE HW-AC-CUM-COUNT TO AQ-CP-HIGH-CUM (AQ-WS-CP-SUB)
039162         MOVE HW-AC-GEN-LAST-DATE
039163             TO AQ-CP-LAST-DATE (AQ-WS-CP-SUB)
039164     END-IF.
039165 4100-READ-ARCHIVE-CONTROL-EXIT.
039166     EXIT.
039167*    AN ARCHIVE RECORD DATED BEFORE THE EARLIEST ARCHIVE-CONTROL
039168*    DATE WAS ARCHIVED BY A PURGE THAT KEPT NO CONTROL TOTALS; IT
039169*    IS COUNTED APART AND REPORTED AS UNVERIFIED.
039170 4200-COUNT-ARCHIVED.
039171     IF AQ-CP-FIRST-DATE (AQ-WS-CP-SUB) NOT = SPACES AND
039172        AQ-WS-CP-DATE NOT < AQ-CP-FIRST-DATE (AQ-WS-CP-SUB)
039173         ADD 1 TO AQ-CP-READ (AQ-WS-CP-SUB)
039174     ELSE
039175         ADD 1 TO AQ-CP-UNCTL (AQ-WS-CP-SUB)
039176     END-IF.
039177 4200-COUNT-ARCHIVED-EXIT.
039178     EXIT.
039200 5000-ADD-EVENT.
039300     MOVE SPACES TO AQ-WS-EVT-DATE.
039400     STRING AQ-WS-EVT-TIMESTAMP (1:4)
044400     END-IF.
044500 6150-COMPARE-AND-SWAP-EXIT.
044600     EXIT.
044601*    THE ARCHIVE IS COMPLETE WHEN THE GENERATIONS READ RUN WITHOUT
044602*    A BREAK AND HOLD EXACTLY THE RECORDS THEIR CARRIED-FORWARD
044603*    TOTALS SAY; THE LIVE LOG MUST PASS LogCheck FOR THE REST.
044604*    RECORDS FROM GENERATIONS OLDER THAN ARCHIVE CONTROL ARE LEFT
044605*    OUT OF THE JUDGEMENT AND ONLY REPORTED AS UNVERIFIED; WITH NO
044606*    CONTROLLED GENERATION AT ALL THE WHOLE ARCHIVE IS UNVERIFIED.
044607 6500-CHECK-COMPLETENESS.
044608     PERFORM 6550-JUDGE-LOG
044609         THRU 6550-JUDGE-LOG-EXIT
044610         VARYING AQ-WS-CP-SUB FROM 1 BY 1
044611         UNTIL AQ-WS-CP-SUB > 2.
044612 6500-CHECK-COMPLETENESS-EXIT.
044613     EXIT.
044614 6550-JUDGE-LOG.
044615     MOVE AQ-WS-CP-NAME (AQ-WS-CP-SUB) TO HW-CK-REQ-FILE-ID.
044616     MOVE AQ-WS-RUN-JOB-ID TO HW-CK-REQ-JOB-ID.
044617     CALL 'LogCheck' USING HW-CK-LINK-PARM.
044618     EVALUATE TRUE
044619         WHEN HW-CK-CLEAN
044620             MOVE 'CLEAN' TO AQ-CP-LIVE (AQ-WS-CP-SUB)
044621         WHEN HW-CK-FAILED
044622             MOVE 'FAILED' TO AQ-CP-LIVE (AQ-WS-CP-SUB)
044623         WHEN OTHER
044624             MOVE 'UNREADABLE' TO AQ-CP-LIVE (AQ-WS-CP-SUB)
044625     END-EVALUATE.
044626     COMPUTE AQ-WS-CP-SPAN = AQ-CP-HIGH-GEN (AQ-WS-CP-SUB)
044627         - AQ-CP-LOW-GEN (AQ-WS-CP-SUB) + 1.
044628     COMPUTE AQ-CP-EXPECTED (AQ-WS-CP-SUB) =
044629         AQ-CP-HIGH-CUM (AQ-WS-CP-SUB)
044630         - AQ-CP-LOW-CUM (AQ-WS-CP-SUB)
044631         + AQ-CP-LOW-COUNT (AQ-WS-CP-SUB).
044632     EVALUATE TRUE
044633         WHEN AQ-CP-GENS (AQ-WS-CP-SUB) = ZERO AND
044634              AQ-CP-UNCTL (AQ-WS-CP-SUB) = ZERO
044635             MOVE 'NO ARCHIVE' TO AQ-CP-VERDICT (AQ-WS-CP-SUB)
044636         WHEN AQ-CP-GENS (AQ-WS-CP-SUB) = ZERO
044637             MOVE 'UNVERIFIED' TO AQ-CP-VERDICT (AQ-WS-CP-SUB)
044638         WHEN AQ-CP-GENS (AQ-WS-CP-SUB) = AQ-WS-CP-SPAN AND
044639              AQ-CP-READ (AQ-WS-CP-SUB) =
044640              AQ-CP-EXPECTED (AQ-WS-CP-SUB)
044641             MOVE 'COMPLETE' TO AQ-CP-VERDICT (AQ-WS-CP-SUB)
044642         WHEN OTHER
044643             MOVE 'INCOMPLETE' TO AQ-CP-VERDICT (AQ-WS-CP-SUB)
044644     END-EVALUATE.
044645     IF AQ-CP-VERDICT (AQ-WS-CP-SUB) = 'INCOMPLETE' OR
044646        AQ-CP-VERDICT (AQ-WS-CP-SUB) = 'UNVERIFIED' OR
044647        NOT HW-CK-CLEAN
044648         DISPLAY 'ARCHINQ0120W - ' AQ-WS-CP-NAME (AQ-WS-CP-SUB)
044649             ' HISTORY NOT SHOWN COMPLETE - ARCHIVE '
044650             AQ-CP-VERDICT (AQ-WS-CP-SUB) ' LIVE LOG '
044651             AQ-CP-LIVE (AQ-WS-CP-SUB)
044652     END-IF.
044653 6550-JUDGE-LOG-EXIT.
044654     EXIT.
044700 7000-PRINT-REPORT.
044800     IF AQ-WS-PF-STATUS NOT = '00'
044900         GO TO 7000-PRINT-REPORT-EXIT
048200     STRING 'RECORDS FOUND: ' AQ-WS-COUNT-DISP
048300         DELIMITED BY SIZE INTO HW-PL-TEXT.
048400     WRITE PRINT-LINE.
048405     MOVE SPACES TO PRINT-LINE.
048410     WRITE PRINT-LINE.
048415     MOVE SPACES TO PRINT-LINE.
048420     MOVE 'ARCHIVE COMPLETENESS (ALL JOBS):' TO HW-PL-TEXT.
048425     WRITE PRINT-LINE.
048430     IF AQ-CTL-MISSING
048435         MOVE SPACES TO PRINT-LINE
048440         MOVE '  NO ARCHIVE CONTROL (ARCHCTL) - COUNTS UNVERIFIED'
048445             TO HW-PL-TEXT
048450         WRITE PRINT-LINE
048455     END-IF.
048460     PERFORM 7200-PRINT-COMPLETENESS
048465         THRU 7200-PRINT-COMPLETENESS-EXIT
048470         VARYING AQ-WS-CP-SUB FROM 1 BY 1
048475         UNTIL AQ-WS-CP-SUB > 2.
048500     MOVE SPACES TO PRINT-LINE.
048600     MOVE ALL '-' TO HW-PL-TEXT.
048700     WRITE PRINT-LINE.
050100     WRITE PRINT-LINE.
050200 7100-PRINT-EVENT-LINE-EXIT.
050300     EXIT.
050303 7200-PRINT-COMPLETENESS.
050306     MOVE AQ-CP-LOW-GEN (AQ-WS-CP-SUB)  TO AQ-WS-GEN-LOW-DISP.
050309     MOVE AQ-CP-HIGH-GEN (AQ-WS-CP-SUB) TO AQ-WS-GEN-HIGH-DISP.
050312     MOVE AQ-CP-READ (AQ-WS-CP-SUB)     TO AQ-WS-READ-DISP.
050315     MOVE AQ-CP-EXPECTED (AQ-WS-CP-SUB) TO AQ-WS-EXP-DISP.
050318     MOVE SPACES TO PRINT-LINE.
050321     STRING '  ' AQ-WS-CP-NAME (AQ-WS-CP-SUB)
050324             ' GENS ' AQ-WS-GEN-LOW-DISP '-' AQ-WS-GEN-HIGH-DISP
050327             ' ARCHIVED ' AQ-WS-READ-DISP
050330             ' EXPECTED ' AQ-WS-EXP-DISP
050333             ' FROM ' AQ-CP-FIRST-DATE (AQ-WS-CP-SUB)
050336             ' TO ' AQ-CP-LAST-DATE (AQ-WS-CP-SUB)
050339             '  ' AQ-CP-VERDICT (AQ-WS-CP-SUB)
050342             ' LIVE LOG ' AQ-CP-LIVE (AQ-WS-CP-SUB)
050345         DELIMITED BY SIZE INTO HW-PL-TEXT.
050348     WRITE PRINT-LINE.
050351     IF AQ-CP-UNCTL (AQ-WS-CP-SUB) > ZERO
050354         MOVE AQ-CP-UNCTL (AQ-WS-CP-SUB) TO AQ-WS-READ-DISP
050357         MOVE SPACES TO PRINT-LINE
050360         STRING '           ' AQ-WS-READ-DISP
050363                 ' OLDER ARCHIVE RECORDS PREDATE ARCHIVE CONTROL'
050366                 ' - UNVERIFIED'
050369             DELIMITED BY SIZE INTO HW-PL-TEXT
050372         WRITE PRINT-LINE
050375     END-IF.
050378 7200-PRINT-COMPLETENESS-EXIT.
050381     EXIT.
050400 9500-LOG-INCIDENT.
050500     MOVE RETURN-CODE TO AQ-WS-FINAL-RC.
050700     MOVE AQ-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
050800     MOVE SPACES           TO HW-IL-REQ-DATE.
050900     MOVE AQ-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
051000     MOVE AQ-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
051100     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
051200     MOVE AQ-WS-FINAL-RC TO RETURN-CODE.
051300 9500-LOG-INCIDENT-EXIT.
051400     EXIT.
051500 9600-RECORD-STEP-START.
051600     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
051700     MOVE AQ-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
051800     CALL 'StepLog' USING HW-SL-LINK-PARM.
051900 9600-RECORD-STEP-START-EXIT.
052000     EXIT.
052100 9700-RECORD-STEP-END.
052200     MOVE RETURN-CODE      TO AQ-WS-FINAL-RC.
052300     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
052400     MOVE AQ-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
052500     MOVE SPACES           TO HW-SL-REQ-DATE.
052600     MOVE AQ-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
052700     MOVE AQ-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
052800     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
052900     CALL 'StepLog' USING HW-SL-LINK-PARM.
053000     MOVE AQ-WS-FINAL-RC TO RETURN-CODE.
053100 9700-RECORD-STEP-END-EXIT.
053200     EXIT.
