000100******************************************************************
000200* CONFIG-TRANS RECORD LAYOUT
000300*
000400* 80-BYTE MAINTENANCE CARD READ BY CFGMNT (DD CFGTRAN).  ONE CARD
000500* CARRIES ONE TRANSACTION AGAINST THE PLANNED-SCHEDULE FILE ('P',
000600* KEYED BY JOB-ID), THE SHIFT-SCHEDULE FILE ('S', KEYED BY DOW +
000700* SHIFT-CODE) OR THE BULLETIN BOARD ('B', KEYED BY BULLETIN-ID +
000800* LINE-NO).  OPER-ID IS THE OPERATOR KEYING THE CARD AND MUST BE
000900* ON THE AUTHORIZED-OPERATOR FILE (SEE OperAuth).
001000*   'A'/'U'/'D' - ADD, UPDATE OR DELETE ONE RECORD.  PLANSCHD AND
001100*                 SHIFTSCH CHANGES ARE ONLY QUEUED ON THE
001200*                 PENDING FILE (SEE CfgPend); BULLBRD CHANGES
001300*                 APPLY AT ONCE.  A BULLETIN ADD LEAVES LINE-NO
001400*                 BLANK - THE NEXT LINE NUMBER IS ASSIGNED.
001500*   'W'         - BULLETIN WINDOW: SETS THE EFFECTIVE AND EXPIRY
001600*                 DATES OF EVERY LINE OF THE BULLETIN, AND OF
001700*                 LINES ADDED LATER IN THE SAME RUN.  A NEW
001800*                 BULLETIN NEEDS ITS WINDOW CARD BEFORE ITS LINES.
001900*   'P'         - APPROVE THE PENDING PLANSCHD/SHIFTSCH CHANGE FOR
002000*                 THE KEY.  OPER-ID IS THE APPROVER, WHO MUST HOLD
002100*                 APPROVE AUTHORITY, MUST NOT BE THE REQUESTER AND
002200*                 MUST BE IN A LATER RUN THAN THE REQUEST.
002300*   'X'         - WITHDRAW THE PENDING CHANGE FOR THE KEY (THE
002400*                 REQUESTER OR ANY APPROVER).
002500* APPROVE AND WITHDRAW CARDS NEED ONLY THE KEY FIELDS.
002600******************************************************************
002700 01  CONFIG-TRANS-RECORD.
002800     05  HW-CT-FUNC              PIC X(01).
002900         88  HW-CT-ADD                       VALUE 'A'.
003000         88  HW-CT-UPDATE                    VALUE 'U'.
003100         88  HW-CT-DELETE                    VALUE 'D'.
003200         88  HW-CT-WINDOW                    VALUE 'W'.
003300         88  HW-CT-APPROVE                   VALUE 'P'.
003400         88  HW-CT-WITHDRAW                  VALUE 'X'.
003500     05  HW-CT-FILE-ID           PIC X(01).
003600         88  HW-CT-PLAN-FILE                 VALUE 'P'.
003700         88  HW-CT-SHIFT-FILE                VALUE 'S'.
003800         88  HW-CT-BULL-FILE                 VALUE 'B'.
003900     05  HW-CT-OPER-ID           PIC X(08).
004000     05  HW-CT-DATA              PIC X(70).
004100     05  HW-CT-PLAN-DATA REDEFINES HW-CT-DATA.
004200         10  HW-CT-PS-RECORD.
004300             15  HW-CT-PS-JOB-ID     PIC X(08).
004400             15  HW-CT-PS-DOW-MASK   PIC X(07).
004500             15  HW-CT-PS-DOW-FLAG REDEFINES HW-CT-PS-DOW-MASK
004600                                     PIC X(01) OCCURS 7 TIMES.
004700             15  HW-CT-PS-DESCRIPTION
004800                                     PIC X(30).
004900             15  HW-CT-PS-SCHED-TYPE PIC X(01).
005000                 88  HW-CT-PS-DOW-SCHED          VALUE 'D' ' '.
005100                 88  HW-CT-PS-MONTHLY            VALUE 'M'.
005200                 88  HW-CT-PS-LAST-BUS-DAY       VALUE 'L'.
005300                 88  HW-CT-PS-NTH-BUS-DAY        VALUE 'N'.
005400                 88  HW-CT-PS-QUARTERLY          VALUE 'Q'.
005500                 88  HW-CT-PS-ANNUAL             VALUE 'A'.
005600             15  HW-CT-PS-SCHED-DAY  PIC X(02).
005700             15  HW-CT-PS-SCHED-MMDD PIC X(04).
005800             15  HW-CT-PS-MMDD-PARTS REDEFINES
005900                 HW-CT-PS-SCHED-MMDD.
006000                 20  HW-CT-PS-SCHED-MM
006100                                     PIC X(02).
006200                 20  HW-CT-PS-SCHED-DD
006300                                     PIC X(02).
006400         10  FILLER              PIC X(18).
006500     05  HW-CT-SHIFT-DATA REDEFINES HW-CT-DATA.
006600         10  HW-CT-SS-RECORD.
006700             15  HW-CT-SS-DOW        PIC X(01).
006800             15  HW-CT-SS-START-TIME PIC X(04).
006900             15  HW-CT-SS-START-PARTS REDEFINES
007000                 HW-CT-SS-START-TIME.
007100                 20  HW-CT-SS-START-HH
007200                                     PIC X(02).
007300                 20  HW-CT-SS-START-MM
007400                                     PIC X(02).
007500             15  HW-CT-SS-SHIFT-CODE PIC X(01).
007600             15  HW-CT-SS-SHIFT-NAME PIC X(20).
007700         10  FILLER              PIC X(44).
007800     05  HW-CT-BULL-DATA REDEFINES HW-CT-DATA.
007900         10  HW-CT-BB-BULLETIN-ID
008000                                 PIC X(04).
008100         10  HW-CT-BB-LINE-NO    PIC X(03).
008200         10  HW-CT-BB-TEXT       PIC X(60).
008300         10  FILLER              PIC X(03).
008400     05  HW-CT-WINDOW-DATA REDEFINES HW-CT-DATA.
008500         10  HW-CT-BW-BULLETIN-ID
008600                                 PIC X(04).
008700         10  FILLER              PIC X(03).
008800         10  HW-CT-BW-EFF-DATE   PIC X(08).
008900         10  HW-CT-BW-EXP-DATE   PIC X(08).
009000         10  FILLER              PIC X(47).
