000100******************************************************************
000200* HW-SL-LINK-PARM - STEPLOG CALL INTERFACE
000300*
000400* EVERY MAIN PROGRAM OF THE CYCLE CALLS 'StepLog' USING
000500* HW-SL-LINK-PARM TWICE, KEEPING THE GROUP IN ITS OWN WORKING-
000600* STORAGE BETWEEN THE TWO CALLS:
000700*   'S' (START) - FIRST THING IN THE MAINLINE.  STAMPS THE
000800*                 START DATE AND TIME INTO THE GROUP.
000900*   'E' (END)   - ONCE THE FINAL RETURN CODE IS KNOWN.  APPENDS
001000*                 A RESTART-CONTROL CHECKPOINT NUMBERED AS THE
001100*                 NEXT CYCLE-RUN FOR THE JOB AND DATE (ONLY WHEN
001200*                 THE RETURN CODE IS BELOW 8 AND THE CALLER HAS
001300*                 NOT SET HW-SL-REQ-CHECKPOINT TO 'N' - A FAILED
001400*                 STEP MUST NOT LOOK COMPLETE TO RESTART JCL),
001500*                 WRITES OR REWRITES THE RUN-HISTORY RECORD
001600*                 WITH START/END/ELAPSED/RETURN CODE, AND ADDS
001700*                 AN 'RU' AUDIT-TRAIL RECORD.
001800* HW-SL-REQ-DATE IS THE CYCLE DATE THE STEP RAN FOR; SPACES (OR
001900* ANY NON-NUMERIC VALUE) MEANS THE OPEN CYCLE ON THE CYCLE-
001910* CONTROL RECORD, OR THE START DATE WHEN NO CYCLE IS OPEN (SEE
001920* CycLink).  THE SHIFT CODE ON RUN-HISTORY FOLLOWS THE SITE
002000* 06/14/22 DAY/EVENING/NIGHT PATTERN OF THE START TIME.
002100* ON RETURN FROM 'E':
002200*   HW-SL-CYCLE-RUN    - RUN NUMBER CHECKPOINTED (ZERO IF NONE).
002300*   HW-SL-ELAPSED-SECS - ELAPSED SECONDS RECORDED.
002400*   HW-SL-RC-IMAGE     - THE CHECKPOINT RECORD WRITTEN (SPACES IF
002500*                        NONE) AND
002600*   HW-SL-AT-IMAGE     - THE AUDIT RECORD WRITTEN, FOR A CALLER
002700*                        (ARCHPURG) THAT MUST CARRY THEM INTO A
002800*                        REPLACEMENT FILE.
002900*   HW-SL-RETURN '00'  - EVERYTHING RECORDED.
003000*                '04'  - ONE OR MORE FILES COULD NOT BE OPENED
003100*                        OR WRITTEN; THE REST WAS RECORDED.
003200*                '16'  - BAD FUNCTION, MISSING JOB-ID, OR 'E'
003300*                        WITHOUT A PRIOR 'S'.
003400* THE CALLER MUST SAVE AND RESTORE ITS RETURN-CODE AROUND THE
003450* CALL.
003500******************************************************************
003600 01  HW-SL-LINK-PARM.
003700     05  HW-SL-REQ-FUNCTION      PIC X(01).
003800         88  HW-SL-REQ-START                 VALUE 'S'.
003900         88  HW-SL-REQ-END                   VALUE 'E'.
004000     05  HW-SL-REQ-JOB-ID        PIC X(08).
004100     05  HW-SL-REQ-DATE          PIC X(08).
004200     05  HW-SL-REQ-RETURN-CODE   PIC 9(04).
004300     05  HW-SL-REQ-MESSAGE       PIC X(40).
004400     05  HW-SL-REQ-CHECKPOINT    PIC X(01).
004500         88  HW-SL-REQ-CHECKPOINT-YES        VALUE 'Y' ' '.
004600         88  HW-SL-REQ-CHECKPOINT-NO         VALUE 'N'.
004700     05  HW-SL-START-DATE        PIC X(08).
004800     05  HW-SL-START-TIME        PIC 9(08).
004900     05  HW-SL-CYCLE-RUN         PIC 9(02).
005000     05  HW-SL-ELAPSED-SECS      PIC 9(06).
005100     05  HW-SL-RC-IMAGE          PIC X(54).
005200     05  HW-SL-AT-IMAGE          PIC X(270).
005300     05  HW-SL-RETURN            PIC X(02).
005400         88  HW-SL-RECORDED                  VALUE '00'.
005500         88  HW-SL-PARTIAL                   VALUE '04'.
005600         88  HW-SL-BAD-REQUEST               VALUE '16'.
