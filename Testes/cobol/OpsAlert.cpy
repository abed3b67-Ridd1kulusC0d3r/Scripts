002200*                  AND ARCHPURG'S RC 8 SAT IN CONDITION CODES
002300*                  UNTIL SOMEONE READ THE MORNING SPOOL.  SEE
002400*                  THE HW-AL-RETURN VALUES IN AlrtLink.
002410* 2026-10-15 RC    SUPPRESS REPEATS: WHILE AN ALERT IS STILL OPEN
002420*                  A NEW ONE FROM THE SAME CALLER WITH THE SAME
002430*                  MESSAGE CODE FOR THE SAME CYCLE DATE ONLY
002440*                  RAISES THE OPEN RECORD'S REPEAT COUNT AND
002450*                  LAST-TS (REWRITTEN IN PLACE) AND PUTS A ONE-
002460*                  LINE NOTE ON SYSOUT, NOT THE CONSOLE.  NEW
002470*                  RECORDS ARE WRITTEN OPEN WITH THE CYCLE DATE
002480*                  AND A REPEAT COUNT OF 1 FOR ALERTACK/ALRTESC.
002485* 2026-10-15 RC    THE ALERT'S CYCLE DATE IS NOW THE OPEN CYCLE ON
002490*                  THE CYCLE-CONTROL RECORD (CycleControl), THE
002492*                  SYSTEM DATE ONLY WHEN NO CYCLE IS OPEN, SO A
002494*                  REPEAT AFTER MIDNIGHT STILL FOLDS INTO THE
002496*                  SAME NIGHT'S ALERT.
002497* 2026-10-15 RC    A NEW ALERT NOW CARRIES THE NEXT ALERTLOG
002498*                  SEQUENCE NUMBER FROM LogControl, TAKEN BEFORE
002499*                  THE OPEN.  A REPEAT KEEPS ITS NUMBER.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004000 01  OA-WS-STAMP-DATE            PIC X(08) VALUE SPACES.
004100 01  OA-WS-STAMP-TIME            PIC 9(08) VALUE ZEROS.
004200 01  OA-WS-CONSOLE-LINE          PIC X(90) VALUE SPACES.
004210 01  OA-WS-NOW-TS                PIC X(26) VALUE SPACES.
004220 01  OA-WS-CYCLE-DATE            PIC X(08) VALUE SPACES.
004230 01  OA-WS-REPEAT-DISP           PIC Z(03)9.
004240 01  OA-WS-SWITCHES.
004250     05  OA-WS-EOF-SW            PIC X(01) VALUE 'N'.
004260         88  OA-EOF-YES                      VALUE 'Y'.
004270         88  OA-EOF-NO                       VALUE 'N'.
004280     05  OA-WS-FOUND-SW          PIC X(01) VALUE 'N'.
004290         88  OA-FOUND-YES                    VALUE 'Y'.
004295         88  OA-FOUND-NO                     VALUE 'N'.
004297 COPY CycLink.
004298 COPY LogLink.
004300 LINKAGE SECTION.
004400 COPY AlrtLink.
004500 PROCEDURE DIVISION USING HW-AL-LINK-PARM.
004600 0000-MAINLINE.
004700     SET HW-AL-WRITTEN TO TRUE.
004710     PERFORM 0500-STAMP-ALERT
004720         THRU 0500-STAMP-ALERT-EXIT.
004730     PERFORM 3000-FIND-OPEN-ALERT
004740         THRU 3000-FIND-OPEN-ALERT-EXIT.
004750     IF OA-FOUND-YES
004760         SET HW-AL-REPEATED TO TRUE
004770         GO TO 0000-MAINLINE-EXIT
004780     END-IF.
004800     PERFORM 1000-DISPLAY-CONSOLE-ALERT
004900         THRU 1000-DISPLAY-CONSOLE-ALERT-EXIT.
005000     PERFORM 2000-WRITE-ALERT-RECORD
005100         THRU 2000-WRITE-ALERT-RECORD-EXIT.
005200 0000-MAINLINE-EXIT.
005300     GOBACK.
005310 0500-STAMP-ALERT.
005320     ACCEPT OA-WS-STAMP-DATE FROM DATE YYYYMMDD.
005330     ACCEPT OA-WS-STAMP-TIME FROM TIME.
005340     MOVE SPACES TO OA-WS-NOW-TS.
005350     STRING OA-WS-STAMP-DATE (1:4) '-' OA-WS-STAMP-DATE (5:2)
005360             '-' OA-WS-STAMP-DATE (7:2) '-'
005370             OA-WS-STAMP-TIME (1:2) '.' OA-WS-STAMP-TIME (3:2)
005380             '.' OA-WS-STAMP-TIME (5:2) '.'
005385             OA-WS-STAMP-TIME (7:2) '0000'
005390         DELIMITED BY SIZE INTO OA-WS-NOW-TS
005392     END-STRING.
005393     MOVE 'G'              TO HW-CY-REQ-FUNCTION.
005394     MOVE HW-AL-REQ-CALLER TO HW-CY-REQ-JOB-ID.
005395     MOVE SPACES           TO HW-CY-REQ-DATE.
005396     CALL 'CycleControl' USING HW-CY-LINK-PARM.
005397     MOVE HW-CY-CYCLE-DATE TO OA-WS-CYCLE-DATE.
005398 0500-STAMP-ALERT-EXIT.
005399     EXIT.
005400 1000-DISPLAY-CONSOLE-ALERT.
005500     MOVE SPACES TO OA-WS-CONSOLE-LINE.
005600     STRING '*' HW-AL-REQ-SEVERITY ' '
006400 1000-DISPLAY-CONSOLE-ALERT-EXIT.
006500     EXIT.
006600 2000-WRITE-ALERT-RECORD.
006700     MOVE SPACES             TO OPS-ALERT-RECORD.
006800     MOVE OA-WS-NOW-TS       TO HW-AL-TIMESTAMP.
007600     MOVE HW-AL-REQ-CALLER   TO HW-AL-CALLER-ID.
007700     MOVE HW-AL-REQ-SEVERITY TO HW-AL-SEVERITY.
007800     MOVE HW-AL-REQ-MSG-CODE TO HW-AL-MSG-CODE.
007900     MOVE HW-AL-REQ-MSG-TEXT TO HW-AL-MSG-TEXT.
007910     MOVE OA-WS-CYCLE-DATE   TO HW-AL-CYCLE-DATE.
007920     MOVE 'O'                TO HW-AL-STATUS.
007930     MOVE 1                  TO HW-AL-REPEAT-COUNT.
007940     MOVE OA-WS-NOW-TS       TO HW-AL-LAST-TS.
007950     MOVE 'N'                TO HW-LG-REQ-FUNCTION.
007960     MOVE 'ALERTLOG'         TO HW-LG-REQ-FILE-ID.
007970     MOVE HW-AL-REQ-CALLER   TO HW-LG-REQ-JOB-ID.
007980     CALL 'LogControl' USING HW-LG-LINK-PARM.
007990     MOVE HW-LG-SEQ-NO       TO HW-AL-SEQ-NO.
008000     OPEN EXTEND OPS-ALERT-FILE.
008100     IF OA-WS-AL-STATUS NOT = '00'
008200         DISPLAY 'OPSALERT0010W - OPS-ALERT-FILE OPEN FAILED'
008900     CLOSE OPS-ALERT-FILE.
009000 2000-WRITE-ALERT-RECORD-EXIT.
009100     EXIT.
009200*----------------------------------------------------------------
009300*    LOOK FOR AN OPEN ALERT THIS ONE REPEATS.  A MISSING OR
009400*    UNREADABLE ALERT FILE IS NOT AN ERROR HERE - 2000 STILL
009500*    TRIES THE APPEND AND REPORTS CONSOLE-ONLY IF THAT FAILS.
009600*----------------------------------------------------------------
009700 3000-FIND-OPEN-ALERT.
009800     SET OA-FOUND-NO TO TRUE.
009900     SET OA-EOF-NO TO TRUE.
010000     OPEN I-O OPS-ALERT-FILE.
010100     IF OA-WS-AL-STATUS NOT = '00'
010200         GO TO 3000-FIND-OPEN-ALERT-EXIT
010300     END-IF.
010400     PERFORM 3100-READ-ALERT
010500         THRU 3100-READ-ALERT-EXIT
010600         UNTIL OA-EOF-YES OR OA-FOUND-YES.
010700     IF OA-FOUND-YES
010800         ADD 1 TO HW-AL-REPEAT-COUNT
010900         MOVE OA-WS-NOW-TS TO HW-AL-LAST-TS
011000         REWRITE OPS-ALERT-RECORD
011100         IF OA-WS-AL-STATUS NOT = '00'
011200             DISPLAY 'OPSALERT0020W - OPS-ALERT-FILE REWRITE '
011300                 'FAILED, STATUS=' OA-WS-AL-STATUS
011400                 ' - REPEAT RAISED AS A NEW ALERT'
011500             SET OA-FOUND-NO TO TRUE
011600         ELSE
011700             MOVE HW-AL-REPEAT-COUNT TO OA-WS-REPEAT-DISP
011800             DISPLAY 'OPSALERT0030I - ' HW-AL-REQ-CALLER ' '
011900                 HW-AL-REQ-MSG-CODE ' REPEAT ' OA-WS-REPEAT-DISP
012000                 ' OF ALERT ' HW-AL-TIMESTAMP
012100         END-IF
012200     END-IF.
012300     CLOSE OPS-ALERT-FILE.
012400 3000-FIND-OPEN-ALERT-EXIT.
012500     EXIT.
012600 3100-READ-ALERT.
012700     READ OPS-ALERT-FILE
012800         AT END
012900             SET OA-EOF-YES TO TRUE
013000             GO TO 3100-READ-ALERT-EXIT
013100     END-READ.
013200     IF OA-WS-AL-STATUS NOT = '00'
013300         SET OA-EOF-YES TO TRUE
013400         GO TO 3100-READ-ALERT-EXIT
013500     END-IF.
013600     IF HW-AL-STAT-OPEN AND
013700        HW-AL-CALLER-ID  = HW-AL-REQ-CALLER AND
013800        HW-AL-MSG-CODE   = HW-AL-REQ-MSG-CODE AND
013900        HW-AL-CYCLE-DATE = OA-WS-CYCLE-DATE
014000         SET OA-FOUND-YES TO TRUE
014100     END-IF.
014200 3100-READ-ALERT-EXIT.
014300     EXIT.
