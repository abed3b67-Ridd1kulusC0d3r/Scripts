000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CycleControl.
000300 AUTHOR.        R. COUTINHO.
000400 INSTALLATION.  BATCH-OPS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----- ------------------------------------------
001200* 2026-10-15 RC    ORIGINAL CYCLE-DATE CONTROL SUBROUTINE, BUILT
001300*                  IN THE SAME CALLABLE STYLE AS BusCalendar AND
001400*                  IncidentLog.  KEEPS THE SINGLE CYCLE-CONTROL
001500*                  RECORD (DD CYCCTL, SEE CycCtlRc): HELLOWORLD
001600*                  OPENS THE CYCLE, CYCLEEND CLOSES IT, AND EVERY
001700*                  OTHER PROGRAM ASKS IT FOR THE OPEN CYCLE DATE
001800*                  INSTEAD OF READING THE SYSTEM CLOCK, SO STEPS
001900*                  THAT RUN AFTER MIDNIGHT NO LONGER FILE THEIR
002000*                  RECORDS UNDER THE NEXT DAY.  SEE THE
002100*                  HW-CY-RETURN VALUES IN CycLink.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCCTL
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS CY-WS-CC-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  CYCLE-CONTROL-FILE
003200     RECORDING MODE IS F
003300     LABEL RECORDS ARE STANDARD.
003400 COPY CycCtlRc.
003500 WORKING-STORAGE SECTION.
003600 01  CY-WS-CC-STATUS             PIC X(02) VALUE '00'.
003700 01  CY-WS-SWITCHES.
003800     05  CY-WS-RECORD-SW         PIC X(01) VALUE 'N'.
003900         88  CY-RECORD-YES                  VALUE 'Y'.
004000         88  CY-RECORD-NO                   VALUE 'N'.
004100 01  CY-WS-STAMP-DATE            PIC X(08) VALUE SPACES.
004200 01  CY-WS-STAMP-TIME            PIC 9(08) VALUE ZEROS.
004300 01  CY-WS-NOW-TS                PIC X(26) VALUE SPACES.
004310*    THE RECORD IS KEPT AND BUILT HERE; THE FILE IS CLOSED BETWEEN
004320*    THE READ AND THE REWRITE, SO THE FD AREA CANNOT BE TRUSTED.
004330 COPY CycCtlRc REPLACING
004340     ==CYCLE-CONTROL-RECORD== BY ==CY-WS-CONTROL==
004350     LEADING ==HW-CC== BY ==CY-CC==.
004400 COPY DateLink.
004500 LINKAGE SECTION.
004600 COPY CycLink.
004700 PROCEDURE DIVISION USING HW-CY-LINK-PARM.
004800 0000-MAINLINE.
004900     SET HW-CY-OK TO TRUE.
005000     MOVE SPACES TO HW-CY-CYCLE-DATE.
005100     MOVE ZERO   TO HW-CY-CYCLE-RUN.
005200     MOVE SPACE  TO HW-CY-CYCLE-STATUS.
005300     MOVE SPACES TO HW-CY-PRIOR-DATE.
005400     PERFORM 0500-STAMP-REQUEST
005500         THRU 0500-STAMP-REQUEST-EXIT.
005600     IF NOT HW-CY-REQ-GET AND NOT HW-CY-REQ-OPEN AND
005700        NOT HW-CY-REQ-CLOSE
005800         DISPLAY 'CYCLECONTROL0010E - INVALID FUNCTION '''
005900             HW-CY-REQ-FUNCTION ''' FROM ' HW-CY-REQ-JOB-ID
006000         SET HW-CY-BAD-REQUEST TO TRUE
006100         GO TO 0000-MAINLINE-EXIT
006200     END-IF.
006300     IF HW-CY-REQ-OPEN OR HW-CY-REQ-DATE NOT = SPACES
006400         MOVE HW-CY-REQ-DATE TO HW-DS-DATE
006500         CALL 'DateSerial' USING HW-DS-LINK-PARM
006600         IF HW-DS-DATE-BAD
006700             DISPLAY 'CYCLECONTROL0020E - UNUSABLE DATE '''
006800                 HW-CY-REQ-DATE ''' FROM ' HW-CY-REQ-JOB-ID
006900             SET HW-CY-BAD-REQUEST TO TRUE
007000             GO TO 0000-MAINLINE-EXIT
007100         END-IF
007200     END-IF.
007300     PERFORM 1000-READ-CONTROL
007400         THRU 1000-READ-CONTROL-EXIT.
007500     IF HW-CY-FILE-UNAVAILABLE
007600         IF HW-CY-REQ-GET
007700             MOVE CY-WS-STAMP-DATE TO HW-CY-CYCLE-DATE
007800         END-IF
007900         GO TO 0000-MAINLINE-EXIT
008000     END-IF.
008100     EVALUATE TRUE
008200         WHEN HW-CY-REQ-GET
008300             PERFORM 2000-GET-CYCLE
008400                 THRU 2000-GET-CYCLE-EXIT
008500         WHEN HW-CY-REQ-OPEN
008600             PERFORM 3000-OPEN-CYCLE
008700                 THRU 3000-OPEN-CYCLE-EXIT
008800         WHEN HW-CY-REQ-CLOSE
008900             PERFORM 4000-CLOSE-CYCLE
009000                 THRU 4000-CLOSE-CYCLE-EXIT
009100     END-EVALUATE.
009200 0000-MAINLINE-EXIT.
009300     GOBACK.
009400 0500-STAMP-REQUEST.
009500     ACCEPT CY-WS-STAMP-DATE FROM DATE YYYYMMDD.
009600     ACCEPT CY-WS-STAMP-TIME FROM TIME.
009700     MOVE SPACES TO CY-WS-NOW-TS.
009800     STRING CY-WS-STAMP-DATE (1:4) '-' CY-WS-STAMP-DATE (5:2)
009900             '-' CY-WS-STAMP-DATE (7:2) '-'
010000             CY-WS-STAMP-TIME (1:2) '.' CY-WS-STAMP-TIME (3:2)
010100             '.' CY-WS-STAMP-TIME (5:2) '.'
010200             CY-WS-STAMP-TIME (7:2) '0000'
010300         DELIMITED BY SIZE INTO CY-WS-NOW-TS
010400     END-STRING.
010500 0500-STAMP-REQUEST-EXIT.
010600     EXIT.
010700*    A MISSING OR EMPTY CONTROL FILE SIMPLY MEANS NO CYCLE HAS
010800*    EVER BEEN OPENED.
010900 1000-READ-CONTROL.
011000     SET CY-RECORD-NO TO TRUE.
011100     OPEN INPUT CYCLE-CONTROL-FILE.
011200     IF CY-WS-CC-STATUS = '35'
011300         GO TO 1000-READ-CONTROL-EXIT
011400     END-IF.
011500     IF CY-WS-CC-STATUS NOT = '00'
011600         DISPLAY 'CYCLECONTROL0030E - CYCLE-CONTROL-FILE OPEN '
011700             'FAILED, STATUS=' CY-WS-CC-STATUS
011800         SET HW-CY-FILE-UNAVAILABLE TO TRUE
011900         GO TO 1000-READ-CONTROL-EXIT
012000     END-IF.
012100     READ CYCLE-CONTROL-FILE
012200         AT END
012300             CLOSE CYCLE-CONTROL-FILE
012400             GO TO 1000-READ-CONTROL-EXIT
012500     END-READ.
012600     IF CY-WS-CC-STATUS NOT = '00'
012700         DISPLAY 'CYCLECONTROL0040E - CYCLE-CONTROL-FILE READ '
012800             'FAILED, STATUS=' CY-WS-CC-STATUS
012900         SET HW-CY-FILE-UNAVAILABLE TO TRUE
013000     ELSE
013100         SET CY-RECORD-YES TO TRUE
013150         MOVE CYCLE-CONTROL-RECORD TO CY-WS-CONTROL
013200         MOVE HW-CC-CYCLE-DATE TO HW-CY-CYCLE-DATE
013300         MOVE HW-CC-CYCLE-RUN  TO HW-CY-CYCLE-RUN
013400         MOVE HW-CC-STATUS     TO HW-CY-CYCLE-STATUS
013500     END-IF.
013600     CLOSE CYCLE-CONTROL-FILE.
013700 1000-READ-CONTROL-EXIT.
013800     EXIT.
013900 2000-GET-CYCLE.
014000     IF NOT HW-CY-CYCLE-OPEN
014100         MOVE CY-WS-STAMP-DATE TO HW-CY-CYCLE-DATE
014200         SET HW-CY-NO-CYCLE-OPEN TO TRUE
014300         GO TO 2000-GET-CYCLE-EXIT
014400     END-IF.
014500     IF HW-CY-REQ-DATE NOT = SPACES AND
014600        HW-CY-REQ-DATE NOT = HW-CY-CYCLE-DATE
014700         SET HW-CY-DATE-MISMATCH TO TRUE
014800     END-IF.
014900 2000-GET-CYCLE-EXIT.
015000     EXIT.
015100*    A CYCLE STILL OPEN FOR ANOTHER DATE WAS NEVER CLOSED; IT IS
015200*    REPLACED ANYWAY - THE NEW NIGHT MUST RUN - AND THE CALLER
015300*    IS TOLD WHICH DATE WAS LEFT OPEN.
015400 3000-OPEN-CYCLE.
015500     IF HW-CY-CYCLE-OPEN AND
015600        HW-CY-CYCLE-DATE NOT = HW-CY-REQ-DATE
015700         MOVE HW-CY-CYCLE-DATE TO HW-CY-PRIOR-DATE
015800         SET HW-CY-DATE-MISMATCH TO TRUE
015900     END-IF.
016000     MOVE SPACES              TO CY-WS-CONTROL.
016100     MOVE HW-CY-REQ-DATE      TO CY-CC-CYCLE-DATE.
016200     MOVE HW-CY-REQ-CYCLE-RUN TO CY-CC-CYCLE-RUN.
016300     SET CY-CC-OPEN           TO TRUE.
016400     MOVE CY-WS-NOW-TS        TO CY-CC-OPENED-TS.
016500     MOVE HW-CY-REQ-JOB-ID    TO CY-CC-OPENED-BY.
016600     PERFORM 8000-WRITE-CONTROL
016700         THRU 8000-WRITE-CONTROL-EXIT.
016800 3000-OPEN-CYCLE-EXIT.
016900     EXIT.
017000 4000-CLOSE-CYCLE.
017100     IF NOT HW-CY-CYCLE-OPEN
017200         SET HW-CY-NO-CYCLE-OPEN TO TRUE
017300         GO TO 4000-CLOSE-CYCLE-EXIT
017400     END-IF.
017500     IF HW-CY-REQ-DATE NOT = SPACES AND
017600        HW-CY-REQ-DATE NOT = HW-CY-CYCLE-DATE
017700         SET HW-CY-DATE-MISMATCH TO TRUE
017800         GO TO 4000-CLOSE-CYCLE-EXIT
017900     END-IF.
018000     SET CY-CC-CLOSED         TO TRUE.
018100     MOVE CY-WS-NOW-TS        TO CY-CC-CLOSED-TS.
018200     MOVE HW-CY-REQ-JOB-ID    TO CY-CC-CLOSED-BY.
018300     PERFORM 8000-WRITE-CONTROL
018400         THRU 8000-WRITE-CONTROL-EXIT.
018500 4000-CLOSE-CYCLE-EXIT.
018600     EXIT.
018700 8000-WRITE-CONTROL.
018800     OPEN OUTPUT CYCLE-CONTROL-FILE.
018900     IF CY-WS-CC-STATUS NOT = '00'
019000         DISPLAY 'CYCLECONTROL0050E - CYCLE-CONTROL-FILE OPEN '
019100             'FOR OUTPUT FAILED, STATUS=' CY-WS-CC-STATUS
019200         SET HW-CY-FILE-UNAVAILABLE TO TRUE
019300         GO TO 8000-WRITE-CONTROL-EXIT
019400     END-IF.
019500     WRITE CYCLE-CONTROL-RECORD FROM CY-WS-CONTROL.
019600     IF CY-WS-CC-STATUS NOT = '00'
019700         DISPLAY 'CYCLECONTROL0060E - CYCLE-CONTROL-FILE WRITE '
019800             'FAILED, STATUS=' CY-WS-CC-STATUS
019900         SET HW-CY-FILE-UNAVAILABLE TO TRUE
020000     ELSE
020100         MOVE CY-CC-CYCLE-DATE TO HW-CY-CYCLE-DATE
020200         MOVE CY-CC-CYCLE-RUN  TO HW-CY-CYCLE-RUN
020300         MOVE CY-CC-STATUS     TO HW-CY-CYCLE-STATUS
020400     END-IF.
020500     CLOSE CYCLE-CONTROL-FILE.
020600 8000-WRITE-CONTROL-EXIT.
020700     EXIT.
