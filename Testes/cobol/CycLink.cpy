000100******************************************************************
000200* HW-CY-LINK-PARM - CYCLECONTROL CALL INTERFACE
000300*
000400* A CALLING PROGRAM MOVES A FUNCTION, ITS OWN JOB-ID AND (AS
000500* BELOW) A DATE INTO THE REQUEST FIELDS AND CODES
000600* CALL 'CycleControl' USING HW-CY-LINK-PARM:
000700*   'G' (GET)   - HW-CY-REQ-DATE IS THE DATE THE CALLER WAS
000800*                 ASKED TO RUN FOR, OR SPACES.  RETURNS THE
000900*                 OPEN CYCLE; WITH NO CYCLE OPEN, HW-CY-CYCLE-
001000*                 DATE IS THE SYSTEM DATE SO THE CALLER ALWAYS
001100*                 HAS A USABLE DATE.
001200*   'O' (OPEN)  - HW-CY-REQ-DATE/HW-CY-REQ-CYCLE-RUN ARE THE
001300*                 CYCLE BEING STARTED (HELLOWORLD ONLY).
001400*   'C' (CLOSE) - HW-CY-REQ-DATE IS THE CYCLE BEING CLOSED, OR
001500*                 SPACES FOR THE OPEN ONE (CYCLEEND ONLY).
001600* ON RETURN HW-CY-CYCLE-DATE/-RUN/-STATUS DESCRIBE THE CONTROL
001700* RECORD AS IT NOW STANDS (STATUS SPACE = NO RECORD) AND:
001800*   HW-CY-RETURN '00' - 'G': A CYCLE IS OPEN (AND IS THE
001900*                       REQUESTED DATE, IF ONE WAS GIVEN).
002000*                       'O': OPENED.  'C': CLOSED.
002100*                '04' - NO CYCLE IS OPEN.  'G': CYCLE-DATE IS
002200*                       THE SYSTEM DATE.  'C': NOTHING CLOSED.
002300*                '08' - 'G': THE REQUESTED DATE IS NOT THE OPEN
002400*                       CYCLE.  'C': SAME, NOTHING CLOSED.
002500*                       'O': OPENED, BUT THE CYCLE IN
002600*                       HW-CY-PRIOR-DATE WAS NEVER CLOSED.
002700*                '12' - CONTROL FILE UNAVAILABLE; NOTHING
002800*                       CHANGED ('G': CYCLE-DATE IS THE SYSTEM
002900*                       DATE).
003000*                '16' - BAD FUNCTION OR UNUSABLE DATE.
003100* THE SUBROUTINE WRITES NO MESSAGES FOR '04'/'08' - EACH CALLER
003200* WARNS IN ITS OWN TERMS AND SETS ITS OWN RETURN CODE.
003300******************************************************************
003400 01  HW-CY-LINK-PARM.
003500     05  HW-CY-REQ-FUNCTION      PIC X(01).
003600         88  HW-CY-REQ-GET                   VALUE 'G'.
003700         88  HW-CY-REQ-OPEN                  VALUE 'O'.
003800         88  HW-CY-REQ-CLOSE                 VALUE 'C'.
003900     05  HW-CY-REQ-JOB-ID        PIC X(08).
004000     05  HW-CY-REQ-DATE          PIC X(08).
004100     05  HW-CY-REQ-CYCLE-RUN     PIC 9(02).
004200     05  HW-CY-CYCLE-DATE        PIC X(08).
004300     05  HW-CY-CYCLE-RUN         PIC 9(02).
004400     05  HW-CY-CYCLE-STATUS      PIC X(01).
004500         88  HW-CY-CYCLE-OPEN                VALUE 'O'.
004600         88  HW-CY-CYCLE-CLOSED              VALUE 'C'.
004700     05  HW-CY-PRIOR-DATE        PIC X(08).
004800     05  HW-CY-RETURN            PIC X(02).
004900         88  HW-CY-OK                        VALUE '00'.
005000         88  HW-CY-NO-CYCLE-OPEN             VALUE '04'.
005100         88  HW-CY-DATE-MISMATCH             VALUE '08'.
005200         88  HW-CY-FILE-UNAVAILABLE          VALUE '12'.
005300         88  HW-CY-BAD-REQUEST               VALUE '16'.
