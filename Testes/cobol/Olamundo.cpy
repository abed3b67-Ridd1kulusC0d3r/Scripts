001706* 2026-09-02 RC    AUDIT-TRAIL RECORDS ARE NOW TYPED (SEE
001707*                  AuditTrl); THE BANNER RECORD IS STAMPED
001708*                  'RU' WITH THE NEW FIELDS CLEARED.
001709* 2026-10-15 RC    THE START-OF-CYCLE RUN (JOB HELLOWLD) NOW OPENS
001711*                  THE CYCLE ON THE CYCLE-CONTROL RECORD WITH ITS
001712*                  RUN DATE AND CYCLE-RUN (CycleControl), SO THE
001713*                  REST OF THE NIGHT TAKES ITS DATE FROM THERE; A
001714*                  PREVIOUS CYCLE THAT WAS NEVER CLOSED IS
001715*                  REPORTED AND REPLACED.  ANY OTHER JOB-ID TAKES
001716*                  THE OPEN CYCLE DATE AS ITS RUN DATE, THE SYSTEM
001717*                  DATE ONLY WHEN NO CYCLE IS OPEN.  EITHER
001718*                  WARNING SETS RETURN-CODE 4.
001719* 2026-10-15 RC    THE BANNER AUDIT RECORD AND THE COMPLETION
001721*                  CHECKPOINT NOW CARRY THE NEXT LOG SEQUENCE
001722*                  NUMBER FROM LogControl (7800), TAKEN BEFORE
001723*                  EACH APPEND.  BOTH TIMESTAMPS NOW TAKE THE
001724*                  CLOCK DATE, NOT THE CYCLE DATE, SO A STEP
001725*                  RUN AFTER MIDNIGHT STAYS IN TIME ORDER ON
001726*                  THE LOGS.
001727* 2026-10-15 RC    THE AUDIT RECORD'S NEW REQUESTER/APPROVER
001728*                  FIELDS ARE WRITTEN AS SPACES.
001729* 2026-10-15 RC    RETURN-CODE IS NOW SAVED AND RESTORED AROUND
001730*                  THE CycleControl AND LogControl CALLS, SO A
001731*                  FAILED GREETING LOOKUP (RC 8) REACHES THE
001732*                  RUN-HISTORY, THE INCIDENT LOG AND THE CALLER.
001733*----------------------------------------------------------------
001734 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT GREETING-PARM-FILE ASSIGN TO GREETPM
003251 01  HW-WS-RC-EOF-SW             PIC X(01) VALUE 'N'.
003252     88  HW-RC-EOF-YES                      VALUE 'Y'.
003253     88  HW-RC-EOF-NO                       VALUE 'N'.
003254 01  HW-WS-CYCLE-WARN-SW         PIC X(01) VALUE 'N'.
003255     88  HW-CYCLE-WARN-YES                  VALUE 'Y'.
003256     88  HW-CYCLE-WARN-NO                   VALUE 'N'.
003257 01  HW-WS-CYCLE-OPENER          PIC X(08) VALUE 'HELLOWLD'.
003258 COPY CycLink.
003260 COPY LogLink.
003270 01  HW-WS-STAMP-DATE            PIC X(08) VALUE SPACES.
003300 01  HW-WS-SHIFT-FIELDS.
003310     05  HW-WS-NOW-HHMM          PIC 9(04) VALUE ZEROS.
003320     05  HW-WS-TODAY-DOW         PIC 9(01) VALUE ZERO.
004395         THRU 6000-PRINT-RUN-LOG-EXIT.
004396     PERFORM 7500-WRITE-CHECKPOINT
004397         THRU 7500-WRITE-CHECKPOINT-EXIT.
004398     PERFORM 7700-OPEN-CYCLE
004399         THRU 7700-OPEN-CYCLE-EXIT.
004400     PERFORM 7600-WRITE-RUN-HISTORY
004401         THRU 7600-WRITE-RUN-HISTORY-EXIT.
004402     PERFORM 9500-LOG-INCIDENT
004403         THRU 9500-LOG-INCIDENT-EXIT.
004404 0000-MAINLINE-EXIT.
004410     GOBACK.
004500 1000-INITIALIZE.
004510     ACCEPT HW-WS-START-TIME FROM TIME.
004520     SET HW-FOUND-NO TO TRUE.
004525     SET HW-CYCLE-WARN-NO TO TRUE.
004530     MOVE 'PT' TO HW-WS-LANG-CODE.
004535     MOVE SPACES TO HW-WS-DIAG-MSG.
004540     MOVE 'HELLOWLD' TO HW-WS-RUN-JOB-ID.
004616     PERFORM 1025-VALIDATE-PARM
004617         THRU 1025-VALIDATE-PARM-EXIT.
004618     IF HW-PARM-VALID
004620         PERFORM 1150-SET-RUN-DATE
004630             THRU 1150-SET-RUN-DATE-EXIT
004640         MOVE HW-WS-RUN-JOB-ID TO HW-JOB-ID
004660         PERFORM 1200-SET-SHIFT-CODE
004670             THRU 1200-SET-SHIFT-CODE-EXIT
006380 8000-SET-RETURN-CODE-EXIT.
006390     EXIT.
006400 7000-WRITE-AUDIT-RECORD.
006405     ACCEPT HW-WS-STAMP-DATE FROM DATE YYYYMMDD.
006410     STRING HW-WS-STAMP-DATE (1:4) '-' HW-WS-STAMP-DATE (5:2)
006420             '-' HW-WS-STAMP-DATE (7:2) '-'
006430             HW-WS-CURRENT-TIME (1:2) '.' HW-WS-CURRENT-TIME (3:2)
006440             '.' HW-WS-CURRENT-TIME (5:2) '.'
006450             HW-WS-CURRENT-TIME (7:2) '0000'
006460         DELIMITED BY SIZE INTO HW-AT-TIMESTAMP
006470     END-STRING.
006480     MOVE HW-JOB-ID  TO HW-AT-JOB-ID.
006481     MOVE 'AUDITTRL' TO HW-LG-REQ-FILE-ID.
006482     PERFORM 7800-TAKE-SEQUENCE
006483         THRU 7800-TAKE-SEQUENCE-EXIT.
006484     MOVE HW-LG-SEQ-NO TO HW-AT-SEQ-NO.
006485     MOVE SPACE TO HW-AT-TS-SOURCE.
006486     MOVE SPACES TO HW-AT-OPERATORS.
006490     MOVE MESSAGE-TEXT TO HW-AT-MESSAGE.
006492     MOVE 'RU' TO HW-AT-REC-TYPE.
006494     MOVE SPACES TO HW-AT-KEY.
007320 7500-WRITE-CHECKPOINT.
007322     PERFORM 7510-ASSIGN-CYCLE-RUN
007324         THRU 7510-ASSIGN-CYCLE-RUN-EXIT.
007326     ACCEPT HW-WS-STAMP-DATE FROM DATE YYYYMMDD.
007330     STRING HW-WS-STAMP-DATE (1:4) '-' HW-WS-STAMP-DATE (5:2)
007340             '-' HW-WS-STAMP-DATE (7:2) '-'
007350             HW-WS-END-HH '.' HW-WS-END-MM '.' HW-WS-END-SS '.'
007360             HW-WS-END-HS '0000'
007370         DELIMITED BY SIZE INTO HW-RC-COMPLETION-TS
007380     END-STRING.
007390     MOVE HW-JOB-ID   TO HW-RC-JOB-ID.
007391     MOVE 'RESTARTC' TO HW-LG-REQ-FILE-ID.
007392     PERFORM 7800-TAKE-SEQUENCE
007393         THRU 7800-TAKE-SEQUENCE-EXIT.
007394     MOVE HW-LG-SEQ-NO TO HW-RC-SEQ-NO.
007395     MOVE SPACE TO HW-RC-TS-SOURCE.
007400     MOVE HW-RUN-DATE TO HW-RC-DATE.
007405     MOVE HW-WS-CYCLE-RUN TO HW-RC-CYCLE-RUN.
007410     OPEN EXTEND RESTART-CONTROL-FILE.
009550     EXIT.
009560 9500-LOG-INCIDENT.
009570     MOVE RETURN-CODE TO HW-WS-FINAL-RC.
009610     MOVE HW-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
009620     MOVE HW-RUN-DATE      TO HW-IL-REQ-DATE.
009630     MOVE HW-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
009990     END-IF.
010000 7520-SCAN-RUN-NUMBER-EXIT.
010010     EXIT.
010020*    ONLY THE START-OF-CYCLE JOB SETS ITS OWN DATE FROM THE
010030*    SYSTEM CLOCK; A STEP CALLING THIS ROUTINE UNDER ANOTHER
010040*    JOB-ID BELONGS TO THE CYCLE ALREADY OPEN.
010050 1150-SET-RUN-DATE.
010060     IF HW-WS-RUN-JOB-ID = HW-WS-CYCLE-OPENER
010070         ACCEPT HW-RUN-DATE FROM DATE YYYYMMDD
010080         GO TO 1150-SET-RUN-DATE-EXIT
010090     END-IF.
010100     MOVE 'G'              TO HW-CY-REQ-FUNCTION.
010110     MOVE HW-WS-RUN-JOB-ID TO HW-CY-REQ-JOB-ID.
010120     MOVE SPACES           TO HW-CY-REQ-DATE.
010130     CALL 'CycleControl' USING HW-CY-LINK-PARM.
010140     MOVE HW-CY-CYCLE-DATE TO HW-RUN-DATE.
010150     IF NOT HW-CY-OK
010160         DISPLAY 'HELLOWORLD0100W - NO CYCLE OPEN, RUN DATE IS '
010170             'THE SYSTEM DATE ' HW-RUN-DATE
010180         SET HW-CYCLE-WARN-YES TO TRUE
010190     END-IF.
010200 1150-SET-RUN-DATE-EXIT.
010210     EXIT.
010220*    OPEN THE CYCLE WITH THE RUN NUMBER 7510 JUST CHECKPOINTED,
010230*    THEN LET EITHER CYCLE WARNING LIFT A CLEAN RETURN CODE TO 4
010240*    BEFORE 7600 RECORDS IT.
010250 7700-OPEN-CYCLE.
010260     IF HW-WS-RUN-JOB-ID = HW-WS-CYCLE-OPENER
010270         PERFORM 7710-REQUEST-OPEN
010280             THRU 7710-REQUEST-OPEN-EXIT
010290     END-IF.
010300     IF HW-CYCLE-WARN-YES AND RETURN-CODE < 4
010310         MOVE 4 TO RETURN-CODE
010320         MOVE 'CYCLE-CONTROL WARNING - SEE JOB LOG'
010330             TO HW-WS-DIAG-MSG
010340     END-IF.
010350 7700-OPEN-CYCLE-EXIT.
010360     EXIT.
010370 7710-REQUEST-OPEN.
010380     MOVE 'O'              TO HW-CY-REQ-FUNCTION.
010390     MOVE HW-WS-RUN-JOB-ID TO HW-CY-REQ-JOB-ID.
010400     MOVE HW-RUN-DATE      TO HW-CY-REQ-DATE.
010410     MOVE HW-WS-CYCLE-RUN  TO HW-CY-REQ-CYCLE-RUN.
010415     MOVE RETURN-CODE      TO HW-WS-FINAL-RC.
010420     CALL 'CycleControl' USING HW-CY-LINK-PARM.
010425     MOVE HW-WS-FINAL-RC   TO RETURN-CODE.
010430     EVALUATE TRUE
010440         WHEN HW-CY-OK
010450             CONTINUE
010460         WHEN HW-CY-DATE-MISMATCH
010470             DISPLAY 'HELLOWORLD0110W - CYCLE ' HW-CY-PRIOR-DATE
010480                 ' WAS NEVER CLOSED - REPLACED BY ' HW-RUN-DATE
010490             SET HW-CYCLE-WARN-YES TO TRUE
010500         WHEN OTHER
010510             DISPLAY 'HELLOWORLD0120W - CYCLE ' HW-RUN-DATE
010520                 ' NOT OPENED ON THE CYCLE-CONTROL FILE, RETURN='
010530                 HW-CY-RETURN
010540             SET HW-CYCLE-WARN-YES TO TRUE
010550     END-EVALUATE.
010560 7710-REQUEST-OPEN-EXIT.
010570     EXIT.
010580*    THE NUMBER IS TAKEN BEFORE THE OPEN, SO A RECORD LOST TO A
010590*    FAILED OPEN LEAVES A GAP ON THE LOG.
010600 7800-TAKE-SEQUENCE.
010610     MOVE 'N'       TO HW-LG-REQ-FUNCTION.
010620     MOVE HW-JOB-ID TO HW-LG-REQ-JOB-ID.
010625     MOVE RETURN-CODE TO HW-WS-FINAL-RC.
010630     CALL 'LogControl' USING HW-LG-LINK-PARM.
010635     MOVE HW-WS-FINAL-RC TO RETURN-CODE.
010640 7800-TAKE-SEQUENCE-EXIT.
010650     EXIT.
