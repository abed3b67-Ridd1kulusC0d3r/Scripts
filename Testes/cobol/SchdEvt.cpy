000100******************************************************************
000200* SCHEDULER-EVENT RECORD LAYOUT
000300*
000400* ONE 80-BYTE RECORD PER JOB-END EVENT IN THE DAILY EXPORT FROM
000500* THE ENTERPRISE SCHEDULER (DD SCHEVENT), LOADED BY SCHDLOAD SO
000600* THE FILE TRANSFERS, DB2 UTILITIES AND VENDOR EXTRACTS THAT
000700* ARE NOT COBOL STEPS OF THIS SYSTEM STILL LEAVE A CHECKPOINT
000800* AND A RUN-HISTORY RECORD.  TIMESTAMPS ARE IN THE SAME
000900* YYYY-MM-DD-HH.MM.SS.NNNNNN FORM AS THE RESTART-CONTROL FILE.
001000* COMPLETION CODE IS A TYPE BYTE AND A VALUE:
001100*   'C' - CONDITION CODE, VALUE 4 DECIMAL DIGITS ('C0004').
001200*   'S' - SYSTEM ABEND, VALUE THE ABEND CODE ('S0C7 ').
001300*   'U' - USER ABEND, VALUE 4 DECIMAL DIGITS ('U1024').
001400* A CONDITION CODE OF 8 OR HIGHER, OR ANY ABEND, IS A FAILED
001500* COMPLETION.
001600******************************************************************
001700 01  SCHEDULER-EVENT-RECORD.
001800     05  HW-SE-JOB-ID            PIC X(08).
001900     05  HW-SE-CYCLE-DATE        PIC X(08).
002000     05  HW-SE-START-TS          PIC X(26).
002100     05  HW-SE-END-TS            PIC X(26).
002200     05  HW-SE-COMPLETION-CODE.
002300         10  HW-SE-CC-TYPE       PIC X(01).
002400             88  HW-SE-CC-COND-CODE          VALUE 'C'.
002500             88  HW-SE-CC-SYSTEM-ABEND       VALUE 'S'.
002600             88  HW-SE-CC-USER-ABEND         VALUE 'U'.
002700         10  HW-SE-CC-VALUE      PIC X(04).
002800         10  HW-SE-CC-NUMBER REDEFINES HW-SE-CC-VALUE
002900                                 PIC 9(04).
003000     05  FILLER                  PIC X(07).
