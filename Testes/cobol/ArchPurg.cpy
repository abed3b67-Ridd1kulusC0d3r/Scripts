002820*                  RUNS ON RC 0.  THE PG SUMMARY RECORD AREA
002821*                  IS NOW LAID OUT BY COPY ... REPLACING FROM
002822*                  AuditTrl INSTEAD OF A HAND-KEPT MIRROR.
002823* 2026-10-15 RC    CALL StepLog AT START AND END; WHEN THE SWAP
002824*                  WILL RUN, ITS CHECKPOINT AND AUDIT IMAGES ARE
002825*                  APPENDED TO RSTRTNEW/AUDITNEW SO THEY SURVIVE.
002826* 2026-10-15 RC    ALERT RECORD NOW 220 BYTES (STATUS, REPEAT AND
002827*                  ACKNOWLEDGEMENT FIELDS).  AN ALERT STILL OPEN
002828*                  STAYS ON ALRTNEW WHATEVER ITS AGE, SO ALRTESC
002829*                  KEEPS ESCALATING IT UNTIL SOMEONE ACKNOWLEDGES.
002830* 2026-10-15 RC    THE INCIDENT RECORD NOW CARRIES THE OPEN CYCLE
002840*                  DATE (IncidentLog DEFAULT, SEE CycLink).  THE
002850*                  RETENTION CUTOFFS STAY ON THE SYSTEM DATE -
002860*                  RETENTION IS CALENDAR AGE, NOT CYCLE TIME.
002861* 2026-10-15 RC    THE FOUR LOGS ARE NOW NUMBERED (SEE
002862*                  LogControl).  BEFORE ANYTHING IS SPLIT EACH
002863*                  LOG IS RUN THROUGH LogCheck.  IF ANY LOG SHOWS
002864*                  A GAP, DUPLICATE, TIMESTAMP OUT OF ORDER, STRAY
002865*                  OR COUNT MISMATCH, OR CANNOT BE CHECKED,
002866*                  NOTHING IS PURGED - A 'C' ALERT IS RAISED AND
002867*                  THE RUN ENDS RC 8 SO THE SWAP DOES NOT RUN.
002868*                  INCDLOG AND ALERTLOG ARE CHECKED AGAIN JUST
002869*                  BEFORE THEIR SPLIT, AFTER THIS RUN'S OWN
002870*                  APPENDS.  EACH SPLIT NOTES THE NUMBERS AND
002871*                  DATES IT ARCHIVES, AND A CLEAN RUN WRITES ONE
002872*                  ARCHIVE-CONTROL RECORD PER LOG TO A NEW
002873*                  ARCTLNEW GENERATION WITH THE TOTALS CARRIED
002874*                  FORWARD FROM ARCTLOLD (SEE ArchCtl).  ON RC 0
002875*                  THE LOG CONTROL RECORDS ARE REDUCED BY THE
002876*                  NUMBERED RECORDS ARCHIVED, AND ONLY THEN ARE
002877*                  THE PG SUMMARY RECORDS WRITTEN, EACH WITH ITS
002878*                  OWN AUDITTRL NUMBER AND THE CLOCK DATE.  LOG
002879*                  RECORDS GREW BY THE SEQUENCE NUMBER (AUDIT 174,
002880*                  RESTART 54, INCIDENT 97, ALERT 229 BYTES).
002881* 2026-10-15 RC    AUDITTRL RECORDS ARE NOW 270 BYTES (FULL CFGMNT
002882*                  IMAGES AND THE REQUESTER/APPROVER IDS).
002883*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
005000     SELECT PRINT-FILE ASSIGN TO SYSOUT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS HK-WS-PF-STATUS.
005210     SELECT ARCH-CTL-OLD-FILE ASSIGN TO ARCTLOLD
005220         ORGANIZATION IS SEQUENTIAL
005230         FILE STATUS IS HK-WS-CO-STATUS.
005240     SELECT ARCH-CTL-NEW-FILE ASSIGN TO ARCTLNEW
005250         ORGANIZATION IS SEQUENTIAL
005260         FILE STATUS IS HK-WS-CN-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  AUDIT-TRAIL-FILE
005900 FD  AUDIT-NEW-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  HK-AUDIT-NEW-REC            PIC X(270).
006300 FD  AUDIT-ARCH-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  HK-AUDIT-ARCH-REC           PIC X(270).
006700 FD  RESTART-CONTROL-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007100 FD  RESTART-NEW-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  HK-RESTART-NEW-REC          PIC X(54).
007500 FD  RESTART-ARCH-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  HK-RESTART-ARCH-REC         PIC X(54).
007810 FD  INCIDENT-LOG-FILE
007820     RECORDING MODE IS F
007830     LABEL RECORDS ARE STANDARD.
007850 FD  INCD-NEW-FILE
007860     RECORDING MODE IS F
007870     LABEL RECORDS ARE STANDARD.
007880 01  HK-INCD-NEW-REC             PIC X(97).
007890 FD  INCD-ARCH-FILE
007891     RECORDING MODE IS F
007892     LABEL RECORDS ARE STANDARD.
007893 01  HK-INCD-ARCH-REC            PIC X(97).
007894 FD  OPS-ALERT-FILE
007895     RECORDING MODE IS F
007896     LABEL RECORDS ARE STANDARD.
007898 FD  ALERT-NEW-FILE
007899     RECORDING MODE IS F
007901     LABEL RECORDS ARE STANDARD.
007902 01  HK-ALERT-NEW-REC            PIC X(229).
007903 FD  ALERT-ARCH-FILE
007904     RECORDING MODE IS F
007905     LABEL RECORDS ARE STANDARD.
007906 01  HK-ALERT-ARCH-REC           PIC X(229).
007910 FD  PRINT-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE OMITTED.
008200 COPY PrintRec.
008210 FD  ARCH-CTL-OLD-FILE
008220     RECORDING MODE IS F
008230     LABEL RECORDS ARE STANDARD.
008240 COPY ArchCtl.
008250 FD  ARCH-CTL-NEW-FILE
008260     RECORDING MODE IS F
008270     LABEL RECORDS ARE STANDARD.
008280 01  HK-ARCH-CTL-NEW-REC         PIC X(160).
008300 WORKING-STORAGE SECTION.
008400 01  HK-WS-FILE-STATUSES.
008500     05  HK-WS-AT-STATUS         PIC X(02) VALUE '00'.
009140     05  HK-WS-AL-STATUS         PIC X(02) VALUE '00'.
009150     05  HK-WS-LN-STATUS         PIC X(02) VALUE '00'.
009160     05  HK-WS-LA-STATUS         PIC X(02) VALUE '00'.
009170     05  HK-WS-CO-STATUS         PIC X(02) VALUE '00'.
009180     05  HK-WS-CN-STATUS         PIC X(02) VALUE '00'.
009200 01  HK-WS-SWITCHES.
009300     05  HK-WS-EOF-SW            PIC X(01) VALUE 'N'.
009400         88  HK-EOF-YES                     VALUE 'Y'.
009600     05  HK-WS-ERROR-SW          PIC X(01) VALUE 'N'.
009700         88  HK-ERROR-YES                   VALUE 'Y'.
009800         88  HK-ERROR-NO                    VALUE 'N'.
009810     05  HK-WS-CHECK-SW          PIC X(01) VALUE 'Y'.
009820         88  HK-CHECK-OK                    VALUE 'Y'.
009830         88  HK-CHECK-FAILED                VALUE 'N'.
009900 01  HK-WS-RETENTION-FIELDS.
010000     05  HK-WS-AUDIT-DAYS        PIC 9(03) VALUE 035.
010100     05  HK-WS-RESTART-DAYS      PIC 9(03) VALUE 007.
011530 01  HK-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
011600 COPY DateLink.
011610 COPY IncdLnk.
011615 COPY StepLnk.
011620 COPY AlrtLink.
011630 01  HK-WS-ALERT-TEXT            PIC X(60) VALUE SPACES.
011640 COPY AuditTrl REPLACING
011649 01  HK-WS-CNT-READ-D            PIC 9(07) VALUE ZEROS.
011650 01  HK-WS-CNT-KEPT-D            PIC 9(07) VALUE ZEROS.
011651 01  HK-WS-CNT-MOVED-D           PIC 9(07) VALUE ZEROS.
011652 01  HK-WS-STAMP-DATE            PIC X(08) VALUE SPACES.
011653 01  HK-WS-LOG-NAMES.
011654     05  FILLER                  PIC X(32) VALUE
011655         'AUDITTRLRESTARTCINCDLOG ALERTLOG'.
011656 01  HK-WS-LOG-NAME-TABLE REDEFINES HK-WS-LOG-NAMES.
011657     05  HK-WS-LOG-NAME          PIC X(08) OCCURS 4 TIMES.
011658 01  HK-WS-FAILED-LIST.
011659     05  HK-WS-FAILED-NAME       PIC X(09) OCCURS 4 TIMES.
011660 01  HK-WS-LX                    PIC S9(04) COMP VALUE ZERO.
011661 01  HK-WS-CHECK-FROM            PIC S9(04) COMP VALUE 1.
011662 01  HK-WS-FAIL-COUNT            PIC S9(04) COMP VALUE ZERO.
011663 01  HK-WS-REC-SEQ               PIC 9(09) VALUE ZEROS.
011664 01  HK-WS-LOG-TOTALS.
011665     05  HK-WS-LT-ENTRY          OCCURS 4 TIMES.
011666         10  HK-WS-LT-CHECK      PIC X(10).
011667         10  HK-WS-LT-HIGH-SEQ   PIC 9(09).
011668         10  HK-WS-LT-SEQ-MOVED  PIC 9(09).
011669         10  HK-WS-LT-UNSEQ-MOVED
011670                                 PIC 9(09).
011671         10  HK-WS-LT-FIRST-SEQ  PIC 9(09).
011672         10  HK-WS-LT-LAST-SEQ   PIC 9(09).
011673         10  HK-WS-LT-FIRST-DATE PIC X(08).
011674         10  HK-WS-LT-LAST-DATE  PIC X(08).
011675         10  HK-WS-LT-GEN-NO     PIC 9(05).
011676 01  HK-WS-PRIOR-TOTALS.
011677     05  HK-WS-PT-ENTRY          OCCURS 4 TIMES.
011678         10  HK-WS-PT-GEN-NO     PIC 9(05).
011679         10  HK-WS-PT-THRU-SEQ   PIC 9(09).
011680         10  HK-WS-PT-CUM-COUNT  PIC 9(09).
011681         10  HK-WS-PT-FIRST-DATE PIC X(08).
011682         10  HK-WS-PT-LAST-DATE  PIC X(08).
011683 01  HK-WS-SEQ-DISP              PIC Z(8)9.
011684 01  HK-WS-FIRST-DISP            PIC Z(8)9.
011685 01  HK-WS-LAST-DISP             PIC Z(8)9.
011686 01  HK-WS-GEN-DISP              PIC ZZZZ9.
011687 COPY ChkLink.
011688 COPY LogLink.
011689 COPY ArchCtl REPLACING
011690     ==ARCHIVE-CONTROL-RECORD== BY ==HK-WS-ARCH-CTL==
011691     LEADING ==HW-AC== BY ==HK-AC==.
011700 LINKAGE SECTION.
011800 01  HK-LINK-PARM.
011900     05  HK-LINK-PARM-LEN        PIC S9(04) COMP.
012300         10  HK-LINK-RESTART-DAYS PIC 9(03).
012400 PROCEDURE DIVISION USING HK-LINK-PARM.
012500 0000-MAINLINE.
012510     PERFORM 9600-RECORD-STEP-START
012520         THRU 9600-RECORD-STEP-START-EXIT.
012600     PERFORM 1000-INITIALIZE
012700         THRU 1000-INITIALIZE-EXIT.
012800     IF HK-ERROR-YES
012930             THRU 9500-LOG-INCIDENT-EXIT
013000         GO TO 0000-MAINLINE-EXIT
013100     END-IF.
013105*    EVERY LOG MUST PASS LogCheck BEFORE ANY OF THEM IS SPLIT.
013110     PERFORM 1500-CHECK-LOGS
013115         THRU 1500-CHECK-LOGS-EXIT.
013120     IF HK-CHECK-FAILED
013125         MOVE 8 TO RETURN-CODE
013130         MOVE 'LOG INTEGRITY CHECK FAILED' TO HK-WS-DIAG-MSG
013135         PERFORM 1700-SEND-CHECK-ALERT
013140             THRU 1700-SEND-CHECK-ALERT-EXIT
013145         PERFORM 9500-LOG-INCIDENT
013150             THRU 9500-LOG-INCIDENT-EXIT
013155         PERFORM 4000-PRINT-REPORT
013160             THRU 4000-PRINT-REPORT-EXIT
013165         GO TO 0000-MAINLINE-EXIT
013170     END-IF.
013200     PERFORM 2000-PROCESS-AUDIT-FILE
013300         THRU 2000-PROCESS-AUDIT-FILE-EXIT.
013400     PERFORM 3000-PROCESS-RESTART-FILE
013500         THRU 3000-PROCESS-RESTART-FILE-EXIT.
013530     IF HK-ERROR-YES
013531         MOVE 8 TO RETURN-CODE
013532         MOVE 'FILE OPEN OR READ FAILURE' TO HK-WS-DIAG-MSG
013547*    FILES.  THE SWAP ONLY RUNS ON RETURN-CODE ZERO, SO A
013548*    RECORD LOGGED FOR A SPLIT FAILURE BELOW STAYS ON THE
013549*    SURVIVING CURRENT FILES.
013550*    BOTH FILES ARE CHECKED AGAIN FIRST, WITH THOSE RECORDS ON.
013551     MOVE 3 TO HK-WS-CHECK-FROM.
013552     PERFORM 1500-CHECK-LOGS
013553         THRU 1500-CHECK-LOGS-EXIT.
013554     IF HK-CHECK-OK
013555         PERFORM 3600-PROCESS-INCIDENT-FILE
013556             THRU 3600-PROCESS-INCIDENT-FILE-EXIT
013557         PERFORM 3700-PROCESS-ALERT-FILE
013558             THRU 3700-PROCESS-ALERT-FILE-EXIT
013559     END-IF.
013560     PERFORM 3800-WRITE-ARCHIVE-CONTROL
013570         THRU 3800-WRITE-ARCHIVE-CONTROL-EXIT.
013600     PERFORM 4000-PRINT-REPORT
013700         THRU 4000-PRINT-REPORT-EXIT.
013710     IF HK-CHECK-FAILED AND RETURN-CODE = 0
013720         MOVE 8 TO RETURN-CODE
013730         MOVE 'LOG INTEGRITY CHECK FAILED' TO HK-WS-DIAG-MSG
013740         PERFORM 1700-SEND-CHECK-ALERT
013750             THRU 1700-SEND-CHECK-ALERT-EXIT
013760         PERFORM 9500-LOG-INCIDENT
013770             THRU 9500-LOG-INCIDENT-EXIT
013780     END-IF.
013800     IF HK-ERROR-YES AND RETURN-CODE = 0
013900         MOVE 8 TO RETURN-CODE
013910         MOVE 'SPLIT OR ARCHIVE-CONTROL FAILURE'
013920             TO HK-WS-DIAG-MSG
014000         MOVE 'E' TO HW-AL-REQ-SEVERITY
014100         MOVE 'ARCHPURG0110E' TO HW-AL-REQ-MSG-CODE
014220             THRU 9500-LOG-INCIDENT-EXIT
014250     END-IF.
014300 0000-MAINLINE-EXIT.
014310     PERFORM 9700-RECORD-STEP-END
014320         THRU 9700-RECORD-STEP-END-EXIT.
014400     GOBACK.
014500 1000-INITIALIZE.
014510     INITIALIZE HK-WS-LOG-TOTALS HK-WS-PRIOR-TOTALS.
014600     IF HK-LINK-PARM-LEN >= 6 AND
014700        HK-LINK-PARM-TEXT (1:6) NUMERIC
014800         MOVE HK-LINK-AUDIT-DAYS TO HK-WS-AUDIT-DAYS
017000     END-IF.
017100 1000-INITIALIZE-EXIT.
017200     EXIT.
017201*    RUNS LogCheck OVER THE LOGS FROM HK-WS-CHECK-FROM TO THE
017202*    END OF THE TABLE.  A LOG THAT FAILS OR CANNOT BE CHECKED
017203*    STOPS THE PURGE - SPLITTING IT WOULD ARCHIVE THE DAMAGE AS
017204*    IF THE LOG WERE COMPLETE AND MOVE ITS BASE PAST THE MISSING
017205*    NUMBERS.
017206 1500-CHECK-LOGS.
017207     SET HK-CHECK-OK TO TRUE.
017208     MOVE ZERO TO HK-WS-FAIL-COUNT.
017209     MOVE SPACES TO HK-WS-FAILED-LIST.
017210     PERFORM 1550-CHECK-ONE-LOG
017211         THRU 1550-CHECK-ONE-LOG-EXIT
017212         VARYING HK-WS-LX FROM HK-WS-CHECK-FROM BY 1
017213         UNTIL HK-WS-LX > 4.
017214 1500-CHECK-LOGS-EXIT.
017215     EXIT.
017216 1550-CHECK-ONE-LOG.
017217     MOVE HK-WS-LOG-NAME (HK-WS-LX) TO HW-CK-REQ-FILE-ID.
017218     MOVE HK-WS-RUN-JOB-ID TO HW-CK-REQ-JOB-ID.
017219     CALL 'LogCheck' USING HW-CK-LINK-PARM.
017220     EVALUATE TRUE
017221         WHEN HW-CK-CLEAN
017222             MOVE 'CLEAN' TO HK-WS-LT-CHECK (HK-WS-LX)
017223         WHEN HW-CK-FAILED
017224             MOVE 'FAILED' TO HK-WS-LT-CHECK (HK-WS-LX)
017225         WHEN OTHER
017226             MOVE 'UNREADABLE' TO HK-WS-LT-CHECK (HK-WS-LX)
017227     END-EVALUATE.
017228     DISPLAY 'ARCHPURG0230I - ' HW-CK-REQ-FILE-ID
017229         ' INTEGRITY CHECK ' HK-WS-LT-CHECK (HK-WS-LX).
017230     IF NOT HW-CK-CLEAN
017231         SET HK-CHECK-FAILED TO TRUE
017232         ADD 1 TO HK-WS-FAIL-COUNT
017233         MOVE HW-CK-REQ-FILE-ID
017234             TO HK-WS-FAILED-NAME (HK-WS-FAIL-COUNT)
017235     END-IF.
017236 1550-CHECK-ONE-LOG-EXIT.
017237     EXIT.
017238 1700-SEND-CHECK-ALERT.
017239     DISPLAY 'ARCHPURG0240E - LOG INTEGRITY CHECK FAILED: '
017240         HK-WS-FAILED-LIST ' - NOTHING PURGED'.
017241     MOVE 'C' TO HW-AL-REQ-SEVERITY.
017242     MOVE 'ARCHPURG0240E' TO HW-AL-REQ-MSG-CODE.
017243     MOVE SPACES TO HK-WS-ALERT-TEXT.
017244     STRING 'PURGE REFUSED - BAD LOG: ' HK-WS-FAILED-LIST
017245         DELIMITED BY SIZE INTO HK-WS-ALERT-TEXT
017246     END-STRING.
017247     PERFORM 9400-SEND-ALERT
017248         THRU 9400-SEND-ALERT-EXIT.
017249 1700-SEND-CHECK-ALERT-EXIT.
017250     EXIT.
017300 2000-PROCESS-AUDIT-FILE.
017400     OPEN INPUT AUDIT-TRAIL-FILE.
017500     IF HK-WS-AT-STATUS NOT = '00'
019500         GO TO 2000-PROCESS-AUDIT-FILE-EXIT
019600     END-IF.
019700     SET HK-EOF-NO TO TRUE.
019710     MOVE 1 TO HK-WS-LX.
019800     PERFORM 2100-SPLIT-AUDIT-RECORD
019900         THRU 2100-SPLIT-AUDIT-RECORD-EXIT
020000         UNTIL HK-EOF-YES.
021500         GO TO 2100-SPLIT-AUDIT-RECORD-EXIT
021600     END-IF.
021700     ADD 1 TO HK-WS-AUDIT-READ.
021710     PERFORM 3900-NOTE-READ
021720         THRU 3900-NOTE-READ-EXIT.
021800     MOVE SPACES TO HK-WS-REC-DATE.
021900     STRING HW-AT-TIMESTAMP (1:4) HW-AT-TIMESTAMP (6:2)
022000             HW-AT-TIMESTAMP (9:2)
022600        HW-DS-DAY-NUMBER < HK-WS-AUDIT-CUTOFF
022700         WRITE HK-AUDIT-ARCH-REC FROM AUDIT-TRAIL-RECORD
022800         ADD 1 TO HK-WS-AUDIT-MOVED
022810         PERFORM 3950-NOTE-ARCHIVED
022820             THRU 3950-NOTE-ARCHIVED-EXIT
022900     ELSE
023000         WRITE HK-AUDIT-NEW-REC FROM AUDIT-TRAIL-RECORD
023100         ADD 1 TO HK-WS-AUDIT-KEPT
025700         GO TO 3000-PROCESS-RESTART-FILE-EXIT
025800     END-IF.
025900     SET HK-EOF-NO TO TRUE.
025910     MOVE 2 TO HK-WS-LX.
026000     PERFORM 3100-SPLIT-RESTART-RECORD
026100         THRU 3100-SPLIT-RESTART-RECORD-EXIT
026200         UNTIL HK-EOF-YES.
027800         GO TO 3100-SPLIT-RESTART-RECORD-EXIT
027900     END-IF.
028000     ADD 1 TO HK-WS-RESTART-READ.
028010     PERFORM 3900-NOTE-READ
028020         THRU 3900-NOTE-READ-EXIT.
028100     MOVE HW-RC-DATE TO HW-DS-DATE.
028200     CALL 'DateSerial' USING HW-DS-LINK-PARM.
028300     IF HW-DS-DATE-GOOD AND
028400        HW-DS-DAY-NUMBER < HK-WS-RESTART-CUTOFF
028500         WRITE HK-RESTART-ARCH-REC FROM RESTART-CONTROL-RECORD
028600         ADD 1 TO HK-WS-RESTART-MOVED
028610         PERFORM 3950-NOTE-ARCHIVED
028620             THRU 3950-NOTE-ARCHIVED-EXIT
028700     ELSE
028800         WRITE HK-RESTART-NEW-REC FROM RESTART-CONTROL-RECORD
028900         ADD 1 TO HK-WS-RESTART-KEPT
029228         GO TO 3500-WRITE-PURGE-AUDIT-EXIT
029230     END-IF.
029232     ACCEPT HK-WS-STAMP-TIME FROM TIME.
029233     ACCEPT HK-WS-STAMP-DATE FROM DATE YYYYMMDD.
029234     MOVE SPACES TO HK-WS-PURGE-AUDIT.
029236     STRING HK-WS-STAMP-DATE (1:4) '-' HK-WS-STAMP-DATE (5:2)
029238             '-' HK-WS-STAMP-DATE (7:2) '-'
029240             HK-WS-STAMP-TIME (1:2) '.' HK-WS-STAMP-TIME (3:2)
029242             '.' HK-WS-STAMP-TIME (5:2) '.'
029244             HK-WS-STAMP-TIME (7:2) '0000'
029262     MOVE HK-WS-AUDIT-MOVED TO HK-WS-CNT-MOVED-D.
029264     PERFORM 3550-FORMAT-PURGE-COUNTS
029266         THRU 3550-FORMAT-PURGE-COUNTS-EXIT.
029267     PERFORM 9900-TAKE-SEQUENCE
029268         THRU 9900-TAKE-SEQUENCE-EXIT.
029269     WRITE HK-AUDIT-NEW-REC FROM HK-WS-PURGE-AUDIT.
029270     MOVE 'RESTARTC' TO HK-PA-KEY.
029272     MOVE HK-WS-RESTART-READ  TO HK-WS-CNT-READ-D.
029274     MOVE HK-WS-RESTART-KEPT  TO HK-WS-CNT-KEPT-D.
029276     MOVE HK-WS-RESTART-MOVED TO HK-WS-CNT-MOVED-D.
029278     PERFORM 3550-FORMAT-PURGE-COUNTS
029280         THRU 3550-FORMAT-PURGE-COUNTS-EXIT.
029281     PERFORM 9900-TAKE-SEQUENCE
029282         THRU 9900-TAKE-SEQUENCE-EXIT.
029283     WRITE HK-AUDIT-NEW-REC FROM HK-WS-PURGE-AUDIT.
029284     CLOSE AUDIT-NEW-FILE.
029286 3500-WRITE-PURGE-AUDIT-EXIT.
029288     EXIT.
029354         GO TO 3600-PROCESS-INCIDENT-FILE-EXIT
029356     END-IF.
029358     SET HK-EOF-NO TO TRUE.
029359     MOVE 3 TO HK-WS-LX.
029360     PERFORM 3650-SPLIT-INCIDENT-RECORD
029362         THRU 3650-SPLIT-INCIDENT-RECORD-EXIT
029364         UNTIL HK-EOF-YES.
029368 3600-PROCESS-INCIDENT-FILE-EXIT.
029370     EXIT.
029372 3650-SPLIT-INCIDENT-RECORD.
029373     READ INCIDENT-LOG-FILE
029374         AT END
029375             SET HK-EOF-YES TO TRUE
029376             GO TO 3650-SPLIT-INCIDENT-RECORD-EXIT
029377     END-READ.
029378     IF HK-WS-IL-STATUS NOT = '00'
029379         DISPLAY 'ARCHPURG0160E - INCIDENT-LOG-FILE READ '
029380             'FAILED, STATUS=' HK-WS-IL-STATUS
029381         SET HK-EOF-YES TO TRUE
029382         SET HK-ERROR-YES TO TRUE
029383         GO TO 3650-SPLIT-INCIDENT-RECORD-EXIT
029384     END-IF.
029385     ADD 1 TO HK-WS-INCD-READ.
029386     PERFORM 3900-NOTE-READ
029387         THRU 3900-NOTE-READ-EXIT.
029388     MOVE HW-IL-DATE TO HW-DS-DATE.
029389     CALL 'DateSerial' USING HW-DS-LINK-PARM.
029390     IF HW-DS-DATE-GOOD AND
029391        HW-DS-DAY-NUMBER < HK-WS-AUDIT-CUTOFF
029392         WRITE HK-INCD-ARCH-REC FROM INCIDENT-LOG-RECORD
029393         ADD 1 TO HK-WS-INCD-MOVED
029394         PERFORM 3950-NOTE-ARCHIVED
029395             THRU 3950-NOTE-ARCHIVED-EXIT
029396     ELSE
029397         WRITE HK-INCD-NEW-REC FROM INCIDENT-LOG-RECORD
029398         ADD 1 TO HK-WS-INCD-KEPT
029399     END-IF.
029400 3650-SPLIT-INCIDENT-RECORD-EXIT.
029401     EXIT.
029413 3700-PROCESS-ALERT-FILE.
029414     OPEN INPUT OPS-ALERT-FILE.
029415     IF HK-WS-AL-STATUS = '35'
029438         GO TO 3700-PROCESS-ALERT-FILE-EXIT
029439     END-IF.
029440     SET HK-EOF-NO TO TRUE.
029441     MOVE 4 TO HK-WS-LX.
029442     PERFORM 3750-SPLIT-ALERT-RECORD
029443         THRU 3750-SPLIT-ALERT-RECORD-EXIT
029444         UNTIL HK-EOF-YES.
029445     CLOSE OPS-ALERT-FILE ALERT-NEW-FILE ALERT-ARCH-FILE.
029446 3700-PROCESS-ALERT-FILE-EXIT.
029447     EXIT.
029448 3750-SPLIT-ALERT-RECORD.
029449     READ OPS-ALERT-FILE
029450         AT END
029451             SET HK-EOF-YES TO TRUE
029452             GO TO 3750-SPLIT-ALERT-RECORD-EXIT
029453     END-READ.
029454     IF HK-WS-AL-STATUS NOT = '00'
029455         DISPLAY 'ARCHPURG0200E - OPS-ALERT-FILE READ '
029456             'FAILED, STATUS=' HK-WS-AL-STATUS
029457         SET HK-EOF-YES TO TRUE
029458         SET HK-ERROR-YES TO TRUE
029459         GO TO 3750-SPLIT-ALERT-RECORD-EXIT
029460     END-IF.
029461     ADD 1 TO HK-WS-ALERT-READ.
029462     PERFORM 3900-NOTE-READ
029463         THRU 3900-NOTE-READ-EXIT.
029464     MOVE SPACES TO HK-WS-REC-DATE.
029465     STRING HW-AL-TIMESTAMP (1:4) HW-AL-TIMESTAMP (6:2)
029466             HW-AL-TIMESTAMP (9:2)
029467         DELIMITED BY SIZE INTO HK-WS-REC-DATE
029468     END-STRING.
029469     MOVE HK-WS-REC-DATE TO HW-DS-DATE.
029470     CALL 'DateSerial' USING HW-DS-LINK-PARM.
029471     IF HW-DS-DATE-GOOD AND NOT HW-AL-STAT-OPEN AND
029472        HW-DS-DAY-NUMBER < HK-WS-AUDIT-CUTOFF
029473         WRITE HK-ALERT-ARCH-REC FROM OPS-ALERT-RECORD
029474         ADD 1 TO HK-WS-ALERT-MOVED
029475         PERFORM 3950-NOTE-ARCHIVED
029476             THRU 3950-NOTE-ARCHIVED-EXIT
029477     ELSE
029478         WRITE HK-ALERT-NEW-REC FROM OPS-ALERT-RECORD
029479         ADD 1 TO HK-WS-ALERT-KEPT
029480     END-IF.
029481 3750-SPLIT-ALERT-RECORD-EXIT.
029482     EXIT.
029483 4000-PRINT-REPORT.
029490     IF HK-WS-PF-STATUS NOT = '00'
029500         GO TO 4000-PRINT-REPORT-EXIT
029600     END-IF.
034846     STRING '  RECORDS ARCHIVED: ' HK-WS-COUNT-DISP
034847         DELIMITED BY SIZE INTO HW-PL-TEXT.
034848     WRITE PRINT-LINE.
034850     MOVE SPACES TO PRINT-LINE.
034852     MOVE 'LOG INTEGRITY AND ARCHIVE CONTROL:' TO HW-PL-TEXT.
034854     WRITE PRINT-LINE.
034856     PERFORM 4100-PRINT-LOG-CONTROL
034858         THRU 4100-PRINT-LOG-CONTROL-EXIT
034860         VARYING HK-WS-LX FROM 1 BY 1
034862         UNTIL HK-WS-LX > 4.
034864     IF HK-CHECK-FAILED
034866         MOVE SPACES TO PRINT-LINE
034868         MOVE '  *** INTEGRITY CHECK FAILED - NO LOG PURGED ***'
034870             TO HW-PL-TEXT
034872         WRITE PRINT-LINE
034874     END-IF.
034900     MOVE SPACES TO PRINT-LINE.
035000     MOVE ALL '-' TO HW-PL-TEXT.
035100     WRITE PRINT-LINE.
035700     EXIT.
035800 9500-LOG-INCIDENT.
035900     MOVE RETURN-CODE TO HK-WS-FINAL-RC.
036300     MOVE HK-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
036400     MOVE SPACES           TO HW-IL-REQ-DATE.
036500     MOVE HK-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
036600     MOVE HK-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
036700     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
037600     MOVE HK-WS-FINAL-RC TO RETURN-CODE.
037700 9400-SEND-ALERT-EXIT.
037800     EXIT.
037900 9600-RECORD-STEP-START.
038000     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
038100     MOVE HK-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
038200     CALL 'StepLog' USING HW-SL-LINK-PARM.
038300 9600-RECORD-STEP-START-EXIT.
038400     EXIT.
038500 9700-RECORD-STEP-END.
038600     MOVE RETURN-CODE      TO HK-WS-FINAL-RC.
038610*    ON RETURN-CODE ZERO THE SWAP STEP WILL INSTALL THE NEW FILES:
038620*    TAKE THE ARCHIVED RECORDS OFF THE LOG CONTROL TOTALS AND
038630*    JOURNAL THE PURGE SUMMARY ON AUDITNEW.
038640     IF HK-WS-FINAL-RC = 0
038650         PERFORM 9800-RECORD-PURGES
038660             THRU 9800-RECORD-PURGES-EXIT
038670         PERFORM 3500-WRITE-PURGE-AUDIT
038680             THRU 3500-WRITE-PURGE-AUDIT-EXIT
038690     END-IF.
038700     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
038800     MOVE HK-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
038900     MOVE SPACES           TO HW-SL-REQ-DATE.
039000     MOVE HK-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
039100     MOVE HK-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
039200     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
039300     CALL 'StepLog' USING HW-SL-LINK-PARM.
039400     IF HK-WS-FINAL-RC = 0
039500         PERFORM 9750-CARRY-STEP-RECORDS
039600             THRU 9750-CARRY-STEP-RECORDS-EXIT
039700     END-IF.
039800     MOVE HK-WS-FINAL-RC TO RETURN-CODE.
039900 9700-RECORD-STEP-END-EXIT.
040000     EXIT.
040100*    THE SPLIT HAS ALREADY COPIED RESTARTC AND AUDITTRL, SO THE
040200*    CHECKPOINT AND 'RU' RECORD StepLog HAS JUST APPENDED TO THE
040300*    CURRENT FILES ARE CARRIED INTO RSTRTNEW/AUDITNEW THE SAME WAY
040400*    AS THE PURGE SUMMARY, OR THE SWAP STEP WOULD LOSE THEM.
040500 9750-CARRY-STEP-RECORDS.
040600     IF HW-SL-RC-IMAGE NOT = SPACES
040700         OPEN EXTEND RESTART-NEW-FILE
040800         IF HK-WS-RN-STATUS = '00'
040900             WRITE HK-RESTART-NEW-REC FROM HW-SL-RC-IMAGE
041000             CLOSE RESTART-NEW-FILE
041100         ELSE
041200             DISPLAY 'ARCHPURG0210W - RESTART-NEW-FILE REOPEN '
041300                 'FAILED, STATUS=' HK-WS-RN-STATUS
041400                 ' - STEP CHECKPOINT NOT CARRIED'
041500         END-IF
041600     END-IF.
041700     IF HW-SL-AT-IMAGE NOT = SPACES
041800         OPEN EXTEND AUDIT-NEW-FILE
041900         IF HK-WS-AN-STATUS = '00'
042000             WRITE HK-AUDIT-NEW-REC FROM HW-SL-AT-IMAGE
042100             CLOSE AUDIT-NEW-FILE
042200         ELSE
042300             DISPLAY 'ARCHPURG0220W - AUDIT-NEW-FILE REOPEN '
042400                 'FAILED, STATUS=' HK-WS-AN-STATUS
042500                 ' - STEP AUDIT RECORD NOT CARRIED'
042600         END-IF
042700     END-IF.
042800 9750-CARRY-STEP-RECORDS-EXIT.
042900     EXIT.
043000*    ONE ARCHIVE-CONTROL RECORD PER LOG ON THE NEW ARCTLNEW
043100*    GENERATION, WITH THE RUNNING TOTALS CARRIED FORWARD FROM THE
043200*    LATEST RECORD FOR THE LOG ON ARCTLOLD (NOT CATALOGED BEFORE
043300*    THE FIRST GENERATION).  WRITTEN ONLY WHEN EVERY CHECK AND
043400*    SPLIT WORKED, SO AN ARCHIVE GENERATION WITHOUT ITS CONTROL
043500*    RECORDS IS ONE ARCHINQ CANNOT VOUCH FOR.
043600 3800-WRITE-ARCHIVE-CONTROL.
043700     IF HK-ERROR-YES OR HK-CHECK-FAILED
043800         GO TO 3800-WRITE-ARCHIVE-CONTROL-EXIT
043900     END-IF.
044000     PERFORM 3810-LOAD-PRIOR-CONTROL
044100         THRU 3810-LOAD-PRIOR-CONTROL-EXIT.
044200     IF HK-ERROR-YES
044300         GO TO 3800-WRITE-ARCHIVE-CONTROL-EXIT
044400     END-IF.
044500     OPEN OUTPUT ARCH-CTL-NEW-FILE.
044600     IF HK-WS-CN-STATUS NOT = '00'
044700         DISPLAY 'ARCHPURG0280E - ARCH-CTL-NEW-FILE OPEN FAILED'
044800             ', STATUS=' HK-WS-CN-STATUS
044900         SET HK-ERROR-YES TO TRUE
045000         GO TO 3800-WRITE-ARCHIVE-CONTROL-EXIT
045100     END-IF.
045200     PERFORM 3850-WRITE-LOG-CONTROL
045300         THRU 3850-WRITE-LOG-CONTROL-EXIT
045400         VARYING HK-WS-LX FROM 1 BY 1
045500         UNTIL HK-WS-LX > 4.
045600     CLOSE ARCH-CTL-NEW-FILE.
045700 3800-WRITE-ARCHIVE-CONTROL-EXIT.
045800     EXIT.
045900 3810-LOAD-PRIOR-CONTROL.
046000     OPEN INPUT ARCH-CTL-OLD-FILE.
046100     IF HK-WS-CO-STATUS = '35'
046200         DISPLAY 'ARCHPURG0250I - NO PRIOR ARCHIVE CONTROL, '
046300             'STARTING AT GENERATION 1'
046400         GO TO 3810-LOAD-PRIOR-CONTROL-EXIT
046500     END-IF.
046600     IF HK-WS-CO-STATUS NOT = '00'
046700         DISPLAY 'ARCHPURG0260E - ARCH-CTL-OLD-FILE OPEN FAILED'
046800             ', STATUS=' HK-WS-CO-STATUS
046900         SET HK-ERROR-YES TO TRUE
047000         GO TO 3810-LOAD-PRIOR-CONTROL-EXIT
047100     END-IF.
047200     SET HK-EOF-NO TO TRUE.
047300     PERFORM 3820-READ-PRIOR-CONTROL
047400         THRU 3820-READ-PRIOR-CONTROL-EXIT
047500         UNTIL HK-EOF-YES.
047600     CLOSE ARCH-CTL-OLD-FILE.
047700 3810-LOAD-PRIOR-CONTROL-EXIT.
047800     EXIT.
047900*    ARCTLOLD MAY HOLD MORE THAN ONE GENERATION; THE HIGHEST
048000*    GENERATION NUMBER FOR EACH LOG CARRIES THE RUNNING TOTALS.
048100 3820-READ-PRIOR-CONTROL.
048200     READ ARCH-CTL-OLD-FILE
048300         AT END
048400             SET HK-EOF-YES TO TRUE
048500             GO TO 3820-READ-PRIOR-CONTROL-EXIT
048600     END-READ.
048700     IF HK-WS-CO-STATUS NOT = '00'
048800         DISPLAY 'ARCHPURG0270E - ARCH-CTL-OLD-FILE READ FAILED'
048900             ', STATUS=' HK-WS-CO-STATUS
049000         SET HK-EOF-YES TO TRUE
049100         SET HK-ERROR-YES TO TRUE
049200         GO TO 3820-READ-PRIOR-CONTROL-EXIT
049300     END-IF.
049400     EVALUATE HW-AC-FILE-ID
049500         WHEN 'AUDITTRL'
049600             MOVE 1 TO HK-WS-LX
049700         WHEN 'RESTARTC'
049800             MOVE 2 TO HK-WS-LX
049900         WHEN 'INCDLOG '
050000             MOVE 3 TO HK-WS-LX
050100         WHEN 'ALERTLOG'
050200             MOVE 4 TO HK-WS-LX
050300         WHEN OTHER
050400             GO TO 3820-READ-PRIOR-CONTROL-EXIT
050500     END-EVALUATE.
050600     IF HW-AC-GEN-NO > HK-WS-PT-GEN-NO (HK-WS-LX)
050700         MOVE HW-AC-GEN-NO    TO HK-WS-PT-GEN-NO (HK-WS-LX)
050800         MOVE HW-AC-THRU-SEQ  TO HK-WS-PT-THRU-SEQ (HK-WS-LX)
050900         MOVE HW-AC-CUM-COUNT TO HK-WS-PT-CUM-COUNT (HK-WS-LX)
051000         MOVE HW-AC-CUM-FIRST-DATE
051100             TO HK-WS-PT-FIRST-DATE (HK-WS-LX)
051200         MOVE HW-AC-CUM-LAST-DATE
051300             TO HK-WS-PT-LAST-DATE (HK-WS-LX)
051400     END-IF.
051500 3820-READ-PRIOR-CONTROL-EXIT.
051600     EXIT.
051700 3850-WRITE-LOG-CONTROL.
051800     MOVE SPACES TO HK-WS-ARCH-CTL.
051900     MOVE HK-WS-LOG-NAME (HK-WS-LX) TO HK-AC-FILE-ID.
052000     COMPUTE HK-AC-GEN-NO = HK-WS-PT-GEN-NO (HK-WS-LX) + 1.
052100     MOVE HK-WS-RUN-DATE TO HK-AC-PURGE-DATE.
052200     COMPUTE HK-AC-GEN-COUNT = HK-WS-LT-SEQ-MOVED (HK-WS-LX)
052300         + HK-WS-LT-UNSEQ-MOVED (HK-WS-LX).
052400     MOVE HK-WS-LT-UNSEQ-MOVED (HK-WS-LX) TO HK-AC-GEN-UNSEQ.
052500     MOVE HK-WS-LT-FIRST-SEQ (HK-WS-LX)   TO HK-AC-GEN-FIRST-SEQ.
052600     MOVE HK-WS-LT-LAST-SEQ (HK-WS-LX)    TO HK-AC-GEN-LAST-SEQ.
052700     MOVE HK-WS-LT-FIRST-DATE (HK-WS-LX)
052800         TO HK-AC-GEN-FIRST-DATE.
052900     MOVE HK-WS-LT-LAST-DATE (HK-WS-LX)
053000         TO HK-AC-GEN-LAST-DATE.
053100     MOVE HK-WS-PT-THRU-SEQ (HK-WS-LX) TO HK-AC-THRU-SEQ.
053200     IF HK-WS-LT-HIGH-SEQ (HK-WS-LX) > HK-AC-THRU-SEQ
053300         MOVE HK-WS-LT-HIGH-SEQ (HK-WS-LX) TO HK-AC-THRU-SEQ
053400     END-IF.
053500     COMPUTE HK-AC-CUM-COUNT = HK-WS-PT-CUM-COUNT (HK-WS-LX)
053600         + HK-AC-GEN-COUNT.
053700     MOVE HK-WS-PT-FIRST-DATE (HK-WS-LX) TO HK-AC-CUM-FIRST-DATE.
053800     IF HK-AC-CUM-FIRST-DATE = SPACES
053900         MOVE HK-AC-GEN-FIRST-DATE TO HK-AC-CUM-FIRST-DATE
054000     END-IF.
054100     MOVE HK-AC-GEN-LAST-DATE TO HK-AC-CUM-LAST-DATE.
054200     IF HK-AC-CUM-LAST-DATE = SPACES
054300         MOVE HK-WS-PT-LAST-DATE (HK-WS-LX) TO HK-AC-CUM-LAST-DATE
054400     END-IF.
054500     WRITE HK-ARCH-CTL-NEW-REC FROM HK-WS-ARCH-CTL.
054600     IF HK-WS-CN-STATUS NOT = '00'
054700         DISPLAY 'ARCHPURG0290E - ARCH-CTL-NEW-FILE WRITE FAILED'
054800             ', STATUS=' HK-WS-CN-STATUS
054900         SET HK-ERROR-YES TO TRUE
055000         GO TO 3850-WRITE-LOG-CONTROL-EXIT
055100     END-IF.
055200     MOVE HK-AC-GEN-NO TO HK-WS-LT-GEN-NO (HK-WS-LX).
055300 3850-WRITE-LOG-CONTROL-EXIT.
055400     EXIT.
055500*    RECORD TOTALS FOR THE ARCHIVE-CONTROL RECORDS.  HK-WS-LX IS
055600*    THE LOG BEING SPLIT; 3900 RUNS FOR EVERY RECORD READ AND 3950
055700*    FOR EVERY RECORD ARCHIVED.  THE HIGHEST NUMBER READ IS WHAT
055800*    THE LOG WAS SPLIT THROUGH.
055900 3900-NOTE-READ.
056000     MOVE ZERO TO HK-WS-REC-SEQ.
056100     EVALUATE HK-WS-LX
056200         WHEN 1
056300             IF HW-AT-SEQ-NO NUMERIC
056400                 MOVE HW-AT-SEQ-NO TO HK-WS-REC-SEQ
056500             END-IF
056600         WHEN 2
056700             IF HW-RC-SEQ-NO NUMERIC
056800                 MOVE HW-RC-SEQ-NO TO HK-WS-REC-SEQ
056900             END-IF
057000         WHEN 3
057100             IF HW-IL-SEQ-NO NUMERIC
057200                 MOVE HW-IL-SEQ-NO TO HK-WS-REC-SEQ
057300             END-IF
057400         WHEN OTHER
057500             IF HW-AL-SEQ-NO NUMERIC
057600                 MOVE HW-AL-SEQ-NO TO HK-WS-REC-SEQ
057700             END-IF
057800     END-EVALUATE.
057900     IF HK-WS-REC-SEQ > HK-WS-LT-HIGH-SEQ (HK-WS-LX)
058000         MOVE HK-WS-REC-SEQ TO HK-WS-LT-HIGH-SEQ (HK-WS-LX)
058100     END-IF.
058200 3900-NOTE-READ-EXIT.
058300     EXIT.
058400 3950-NOTE-ARCHIVED.
058500     IF HK-WS-REC-SEQ = ZERO
058600         ADD 1 TO HK-WS-LT-UNSEQ-MOVED (HK-WS-LX)
058700     ELSE
058800         ADD 1 TO HK-WS-LT-SEQ-MOVED (HK-WS-LX)
058900         IF HK-WS-LT-FIRST-SEQ (HK-WS-LX) = ZERO OR
059000            HK-WS-REC-SEQ < HK-WS-LT-FIRST-SEQ (HK-WS-LX)
059100             MOVE HK-WS-REC-SEQ TO HK-WS-LT-FIRST-SEQ (HK-WS-LX)
059200         END-IF
059300         IF HK-WS-REC-SEQ > HK-WS-LT-LAST-SEQ (HK-WS-LX)
059400             MOVE HK-WS-REC-SEQ TO HK-WS-LT-LAST-SEQ (HK-WS-LX)
059500         END-IF
059600     END-IF.
059700     EVALUATE HK-WS-LX
059800         WHEN 2
059900             MOVE HW-RC-DATE TO HK-WS-REC-DATE
060000         WHEN 3
060100             MOVE HW-IL-DATE TO HK-WS-REC-DATE
060200     END-EVALUATE.
060300     IF HK-WS-LT-FIRST-DATE (HK-WS-LX) = SPACES OR
060400        HK-WS-REC-DATE < HK-WS-LT-FIRST-DATE (HK-WS-LX)
060500         MOVE HK-WS-REC-DATE TO HK-WS-LT-FIRST-DATE (HK-WS-LX)
060600     END-IF.
060700     IF HK-WS-REC-DATE > HK-WS-LT-LAST-DATE (HK-WS-LX)
060800         MOVE HK-WS-REC-DATE TO HK-WS-LT-LAST-DATE (HK-WS-LX)
060900     END-IF.
061000 3950-NOTE-ARCHIVED-EXIT.
061100     EXIT.
061200 4100-PRINT-LOG-CONTROL.
061300     MOVE HK-WS-LT-HIGH-SEQ (HK-WS-LX)  TO HK-WS-SEQ-DISP.
061400     MOVE HK-WS-LT-FIRST-SEQ (HK-WS-LX) TO HK-WS-FIRST-DISP.
061500     MOVE HK-WS-LT-LAST-SEQ (HK-WS-LX)  TO HK-WS-LAST-DISP.
061600     MOVE HK-WS-LT-GEN-NO (HK-WS-LX)    TO HK-WS-GEN-DISP.
061700     MOVE SPACES TO PRINT-LINE.
061800     STRING '  ' HK-WS-LOG-NAME (HK-WS-LX)
061900             '  CHECK: ' HK-WS-LT-CHECK (HK-WS-LX)
062000             '  SPLIT THRU SEQ ' HK-WS-SEQ-DISP
062100             '  ARCHIVED SEQ ' HK-WS-FIRST-DISP
062150             ' -' HK-WS-LAST-DISP
062200             '  ARCHIVE GEN ' HK-WS-GEN-DISP
062300         DELIMITED BY SIZE INTO HW-PL-TEXT.
062400     WRITE PRINT-LINE.
062500 4100-PRINT-LOG-CONTROL-EXIT.
062600     EXIT.
062700*    THE SWAP WILL INSTALL THE SPLIT LOGS, SO TELL LogControl HOW
062800*    MANY NUMBERED RECORDS EACH ONE GAVE UP TO THE ARCHIVE AND THE
062900*    NUMBER IT WAS SPLIT THROUGH.  A FAILURE HERE CANNOT UNDO THE
063000*    PURGE; IT SHOWS UP AS A COUNT MISMATCH ON THE NEXT CHECK.
063100 9800-RECORD-PURGES.
063200     PERFORM 9850-RECORD-ONE-PURGE
063300         THRU 9850-RECORD-ONE-PURGE-EXIT
063400         VARYING HK-WS-LX FROM 1 BY 1
063500         UNTIL HK-WS-LX > 4.
063600 9800-RECORD-PURGES-EXIT.
063700     EXIT.
063800 9850-RECORD-ONE-PURGE.
063900     IF HK-WS-LT-HIGH-SEQ (HK-WS-LX) = ZERO
064000         GO TO 9850-RECORD-ONE-PURGE-EXIT
064100     END-IF.
064200     MOVE 'P'              TO HW-LG-REQ-FUNCTION.
064300     MOVE HK-WS-LOG-NAME (HK-WS-LX) TO HW-LG-REQ-FILE-ID.
064400     MOVE HK-WS-RUN-JOB-ID TO HW-LG-REQ-JOB-ID.
064500     MOVE HK-WS-LT-SEQ-MOVED (HK-WS-LX) TO HW-LG-REQ-MOVED.
064600     MOVE HK-WS-LT-HIGH-SEQ (HK-WS-LX)  TO HW-LG-REQ-BASE-SEQ.
064700     CALL 'LogControl' USING HW-LG-LINK-PARM.
064800     IF NOT HW-LG-OK
064900         DISPLAY 'ARCHPURG0300W - ' HW-LG-REQ-FILE-ID
065000             ' CONTROL TOTALS NOT REDUCED, LOGCONTROL RETURN='
065100             HW-LG-RETURN
065200     END-IF.
065300 9850-RECORD-ONE-PURGE-EXIT.
065400     EXIT.
065500*    NEXT AUDITTRL NUMBER FOR A PURGE SUMMARY RECORD.
065600 9900-TAKE-SEQUENCE.
065700     MOVE 'N'              TO HW-LG-REQ-FUNCTION.
065800     MOVE 'AUDITTRL'       TO HW-LG-REQ-FILE-ID.
065900     MOVE HK-WS-RUN-JOB-ID TO HW-LG-REQ-JOB-ID.
066000     CALL 'LogControl' USING HW-LG-LINK-PARM.
066100     MOVE HW-LG-SEQ-NO     TO HK-PA-SEQ-NO.
066200 9900-TAKE-SEQUENCE-EXIT.
066300     EXIT.
