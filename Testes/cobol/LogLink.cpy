000100******************************************************************
000200* HW-LG-LINK-PARM - LOGCONTROL CALL INTERFACE
000300*
000400* A CALLING PROGRAM MOVES A FUNCTION, THE DD NAME OF THE LOG
000500* (AUDITTRL, RESTARTC, INCDLOG OR ALERTLOG) AND ITS OWN JOB-ID
000600* INTO THE REQUEST FIELDS AND CODES
000700* CALL 'LogControl' USING HW-LG-LINK-PARM:
000800*   'N' (NEXT)   - JUST BEFORE APPENDING A RECORD TO THE LOG.
000900*                  HANDS BACK THE NEXT SEQUENCE NUMBER IN
001000*                  HW-LG-SEQ-NO AND COUNTS THE RECORD ON THE
001100*                  CONTROL RECORD.  THE CALLER STAMPS THE NUMBER
001200*                  ON THE RECORD AND WRITES IT; IF THE WRITE
001300*                  THEN FAILS THE NUMBER IS SIMPLY MISSING FROM
001400*                  THE LOG, WHICH IS WHAT THE CHECK LOOKS FOR.
001500*   'G' (GET)    - RETURNS THE CONTROL TOTALS, CHANGES NOTHING.
001600*   'P' (PURGED) - ARCHPURG ONLY, ONCE IT KNOWS THE SPLIT LOG
001700*                  WILL BE INSTALLED: HW-LG-REQ-MOVED NUMBERED
001800*                  RECORDS WENT TO THE ARCHIVE AND HW-LG-REQ-
001900*                  BASE-SEQ WAS THE LAST NUMBER ON THE LOG WHEN
002000*                  IT WAS SPLIT.
002100* ON RETURN HW-LG-REC-COUNT/-LAST-SEQ/-BASE-SEQ ARE THE CONTROL
002200* RECORD AS IT NOW STANDS AND:
002300*   HW-LG-RETURN '00' - DONE.
002400*                '04' - THE LOG HAD NO CONTROL RECORD YET.  'N':
002500*                       ONE WAS STARTED AND THE NUMBER IS 1.
002600*                       'G'/'P': TOTALS ZERO, NOTHING CHANGED.
002700*                '12' - CONTROL FILE UNAVAILABLE; NOTHING
002800*                       CHANGED.  'N': HW-LG-SEQ-NO IS ZERO - THE
002900*                       CALLER STILL WRITES ITS RECORD, WHICH
003000*                       THE CHECK THEN REPORTS AS UNNUMBERED.
003100*                '16' - BAD FUNCTION OR UNKNOWN LOG NAME.
003200* THE CALLER MUST SAVE AND RESTORE ITS RETURN-CODE AROUND THE
003250* CALL.
003300******************************************************************
003400 01  HW-LG-LINK-PARM.
003500     05  HW-LG-REQ-FUNCTION      PIC X(01).
003600         88  HW-LG-REQ-NEXT                  VALUE 'N'.
003700         88  HW-LG-REQ-GET                   VALUE 'G'.
003800         88  HW-LG-REQ-PURGED                VALUE 'P'.
003900     05  HW-LG-REQ-FILE-ID       PIC X(08).
004000         88  HW-LG-REQ-KNOWN-LOG             VALUE 'AUDITTRL'
004100                                                   'RESTARTC'
004200                                                   'INCDLOG '
004300                                                   'ALERTLOG'.
004400     05  HW-LG-REQ-JOB-ID        PIC X(08).
004500     05  HW-LG-REQ-MOVED         PIC 9(09).
004600     05  HW-LG-REQ-BASE-SEQ      PIC 9(09).
004700     05  HW-LG-SEQ-NO            PIC 9(09).
004800     05  HW-LG-REC-COUNT         PIC 9(09).
004900     05  HW-LG-LAST-SEQ          PIC 9(09).
005000     05  HW-LG-BASE-SEQ          PIC 9(09).
005100     05  HW-LG-RETURN            PIC X(02).
005200         88  HW-LG-OK                        VALUE '00'.
005300         88  HW-LG-NO-CONTROL                VALUE '04'.
005400         88  HW-LG-FILE-UNAVAILABLE          VALUE '12'.
005500         88  HW-LG-BAD-REQUEST               VALUE '16'.
