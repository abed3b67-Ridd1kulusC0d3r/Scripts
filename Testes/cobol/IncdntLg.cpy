001800*                  NEXT ATTEMPT FOR THE JOB AND DATE, AND A
001900*                  LATER CLEAN RUN APPENDS THE CLOSING RECORD.
002000*                  SEE THE HW-IL-RETURN VALUES IN IncdLnk.
002010* 2026-10-15 RC    A REQUEST WITH NO DATE IS NOW FILED UNDER THE
002020*                  OPEN CYCLE ON THE CYCLE-CONTROL RECORD (THE
002030*                  SYSTEM DATE WHEN NO CYCLE IS OPEN), SO A STEP
002040*                  THAT FAILS AFTER MIDNIGHT AND ITS CLEAN RERUN
002050*                  MEET UNDER THE SAME CYCLE DATE.
002060* 2026-10-15 RC    EACH INCIDENT RECORD NOW CARRIES THE NEXT
002070*                  INCDLOG SEQUENCE NUMBER FROM LogControl (3000),
002080*                  TAKEN BEFORE THE OPEN SO AN INCIDENT LOST TO
002090*                  AN OPEN FAILURE SHOWS AS A GAP.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004100 01  IL-WS-LAST-RC               PIC 9(04) VALUE ZEROS.
004200 01  IL-WS-STAMP-DATE            PIC X(08) VALUE SPACES.
004300 01  IL-WS-STAMP-TIME            PIC 9(08) VALUE ZEROS.
004310 COPY CycLink.
004320 COPY LogLink.
004400 LINKAGE SECTION.
004500 COPY IncdLnk.
004600 PROCEDURE DIVISION USING HW-IL-LINK-PARM.
004900     SET HW-IL-NOTHING-TO-LOG TO TRUE.
005000     MOVE ZERO TO IL-WS-MAX-ATTEMPT.
005100     MOVE ZERO TO IL-WS-LAST-RC.
005110     IF HW-IL-REQ-DATE = SPACES
005120         MOVE 'G'              TO HW-CY-REQ-FUNCTION
005130         MOVE HW-IL-REQ-JOB-ID TO HW-CY-REQ-JOB-ID
005140         MOVE SPACES           TO HW-CY-REQ-DATE
005150         CALL 'CycleControl' USING HW-CY-LINK-PARM
005160         MOVE HW-CY-CYCLE-DATE TO HW-IL-REQ-DATE
005170     END-IF.
005200     PERFORM 1000-SCAN-INCIDENT-FILE
005300         THRU 1000-SCAN-INCIDENT-FILE-EXIT.
005400     IF HW-IL-FILE-UNAVAILABLE
005410         IF HW-IL-REQ-RETURN-CODE >= 8
005420             PERFORM 3000-TAKE-SEQUENCE
005430                 THRU 3000-TAKE-SEQUENCE-EXIT
005440         END-IF
005500         GO TO 0000-MAINLINE-EXIT
005600     END-IF.
005700     IF HW-IL-REQ-RETURN-CODE >= 8
011600     MOVE HW-IL-ATTEMPT-NO      TO HW-IL-ATTEMPT.
011700     MOVE HW-IL-REQ-RETURN-CODE TO HW-IL-RETURN-CODE.
011800     MOVE HW-IL-REQ-MESSAGE     TO HW-IL-MESSAGE.
011806     PERFORM 3000-TAKE-SEQUENCE
011812         THRU 3000-TAKE-SEQUENCE-EXIT.
011820     MOVE HW-LG-SEQ-NO          TO HW-IL-SEQ-NO.
011900     STRING IL-WS-STAMP-DATE (1:4) '-' IL-WS-STAMP-DATE (5:2)
012000             '-' IL-WS-STAMP-DATE (7:2) '-'
012100             IL-WS-STAMP-TIME (1:2) '.' IL-WS-STAMP-TIME (3:2)
013500     SET HW-IL-LOGGED TO TRUE.
013600 2000-WRITE-INCIDENT-RECORD-EXIT.
013700     EXIT.
013800 3000-TAKE-SEQUENCE.
013900     MOVE 'N'              TO HW-LG-REQ-FUNCTION.
014000     MOVE 'INCDLOG'        TO HW-LG-REQ-FILE-ID.
014100     MOVE HW-IL-REQ-JOB-ID TO HW-LG-REQ-JOB-ID.
014200     CALL 'LogControl' USING HW-LG-LINK-PARM.
014300 3000-TAKE-SEQUENCE-EXIT.
014400     EXIT.
