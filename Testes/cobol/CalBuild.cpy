003267*                  PAST THE FILE'S HIGHEST KEY AS CLEAN, SO
003268*                  THE DECEMBER TAIL OF A CORRECT CALENDAR NO
003269*                  LONGER FILLS THE EXCEPTIONS REPORT.
003279* 2026-10-15 RC    CALL THE NEW StepLog SUBROUTINE AT START AND
003289*                  END SO THIS STEP LEAVES A CHECKPOINT, A
003299*                  RUN-HISTORY RECORD AND AN 'RU' AUDIT RECORD.
003300* 2026-10-15 RC    THE INCIDENT RECORD NOW CARRIES THE OPEN CYCLE
003310*                  DATE (IncidentLog DEFAULT, SEE CycLink) INSTEAD
003320*                  OF THE SYSTEM DATE.
003350*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
011800         10  CB-DT-NEXT          PIC X(08).
011900 01  CB-WS-COUNT-DISP            PIC ZZZ,ZZ9.
011910 01  CB-WS-RUN-JOB-ID            PIC X(08) VALUE 'CALBUILD'.
011930 01  CB-WS-DIAG-MSG              PIC X(40) VALUE SPACES.
011940 01  CB-WS-FINAL-RC              PIC 9(04) VALUE ZEROS.
012000 COPY DateLink.
012010 COPY IncdLnk.
012060 COPY StepLnk.
012100 LINKAGE SECTION.
012200 01  CB-LINK-PARM.
012300     05  CB-LINK-PARM-LEN        PIC S9(04) COMP.
012700         10  CB-LINK-YEAR        PIC X(04).
012800 PROCEDURE DIVISION USING CB-LINK-PARM.
012900 0000-MAINLINE.
012910     PERFORM 9600-RECORD-STEP-START
012920         THRU 9600-RECORD-STEP-START-EXIT.
013000     PERFORM 1000-INITIALIZE
013100         THRU 1000-INITIALIZE-EXIT.
013200     IF CB-ERROR-YES
015210     PERFORM 9500-LOG-INCIDENT
015220         THRU 9500-LOG-INCIDENT-EXIT.
015300 0000-MAINLINE-EXIT.
015310     PERFORM 9700-RECORD-STEP-END
015320         THRU 9700-RECORD-STEP-END-EXIT.
015400     GOBACK.
015500 1000-INITIALIZE.
015600     IF CB-LINK-PARM-LEN >= 1
057700     EXIT.
057800 9500-LOG-INCIDENT.
057900     MOVE RETURN-CODE TO CB-WS-FINAL-RC.
058100     MOVE CB-WS-RUN-JOB-ID TO HW-IL-REQ-JOB-ID.
058200     MOVE SPACES           TO HW-IL-REQ-DATE.
058300     MOVE CB-WS-FINAL-RC   TO HW-IL-REQ-RETURN-CODE.
058400     MOVE CB-WS-DIAG-MSG   TO HW-IL-REQ-MESSAGE.
058500     CALL 'IncidentLog' USING HW-IL-LINK-PARM.
058600     MOVE CB-WS-FINAL-RC TO RETURN-CODE.
058700 9500-LOG-INCIDENT-EXIT.
058800     EXIT.
058900 9600-RECORD-STEP-START.
059000     MOVE 'S'              TO HW-SL-REQ-FUNCTION.
059100     MOVE CB-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
059200     CALL 'StepLog' USING HW-SL-LINK-PARM.
059300 9600-RECORD-STEP-START-EXIT.
059400     EXIT.
059500 9700-RECORD-STEP-END.
059600     MOVE RETURN-CODE      TO CB-WS-FINAL-RC.
059700     MOVE 'E'              TO HW-SL-REQ-FUNCTION.
059800     MOVE CB-WS-RUN-JOB-ID TO HW-SL-REQ-JOB-ID.
059900     MOVE SPACES           TO HW-SL-REQ-DATE.
060000     MOVE CB-WS-FINAL-RC   TO HW-SL-REQ-RETURN-CODE.
060100     MOVE CB-WS-DIAG-MSG   TO HW-SL-REQ-MESSAGE.
060200     MOVE 'Y'              TO HW-SL-REQ-CHECKPOINT.
060300     CALL 'StepLog' USING HW-SL-LINK-PARM.
060400     MOVE CB-WS-FINAL-RC TO RETURN-CODE.
060500 9700-RECORD-STEP-END-EXIT.
060600     EXIT.
