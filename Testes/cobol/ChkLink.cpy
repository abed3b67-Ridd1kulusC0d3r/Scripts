000100******************************************************************
000200* HW-CK-LINK-PARM - LOGCHECK CALL INTERFACE
000300*
000400* A CALLING PROGRAM MOVES THE DD NAME OF ONE APPEND-ONLY LOG
000500* (AUDITTRL, RESTARTC, INCDLOG OR ALERTLOG) AND ITS OWN JOB-ID
000600* INTO THE REQUEST FIELDS AND CODES
000700* CALL 'LogCheck' USING HW-CK-LINK-PARM.
000800* THE LOG IS READ FROM END TO END AND SET AGAINST ITS CONTROL
000900* RECORD (SEE LogCtlRc).  EACH FINDING IS LISTED ON SYSOUT AS A
001000* LOGCHECK MESSAGE AND COUNTED HERE:
001100*   GAP-COUNT   - NUMBERS ABOVE THE CONTROL BASE-SEQ, UP TO ITS
001200*                 LAST-SEQ, THAT ARE NOT ON THE LOG.
001300*   DUP-COUNT   - RECORDS CARRYING A NUMBER ALREADY SEEN.
001400*   ORDER-COUNT - RECORDS WRITTEN AFTER A HIGHER NUMBER (TWO
001500*                 WRITERS CROSSING).  LISTED ONLY - NOT A FAULT.
001600*   TS-COUNT    - NUMBERED RECORDS WHOSE TIMESTAMP IS EARLIER
001700*                 THAN ONE ALREADY READ.  RECORDS STAMPED WITH
001800*                 AN EVENT TIME (TS-SOURCE 'E') ARE LEFT OUT.
001900*   STRAY-COUNT - UNNUMBERED RECORDS AFTER THE FIRST NUMBERED
002000*                 ONE, OR NUMBERS ABOVE THE CONTROL LAST-SEQ.
002100*                 UNNUMBERED RECORDS AHEAD OF THE FIRST NUMBERED
002200*                 ONE PREDATE THE NUMBERING AND ARE ONLY COUNTED
002300*                 (UNSEQ-COUNT).
002400*   COUNT-SW    - 'N' WHEN THE NUMBERED RECORDS ON THE LOG DO
002500*                 NOT MATCH THE CONTROL REC-COUNT.
002600* ON RETURN HW-CK-RETURN IS:
002700*   '00' - THE LOG IS COMPLETE AND IN ORDER.
002800*   '08' - AT LEAST ONE GAP, DUPLICATE, TIMESTAMP OUT OF ORDER,
002900*          STRAY OR COUNT MISMATCH.
003000*   '12' - THE LOG OR THE CONTROL FILE COULD NOT BE READ; THE
003100*          COUNTS ARE NOT TO BE TRUSTED.
003200*   '16' - UNKNOWN LOG NAME.
003300* A LOG THAT IS NOT CATALOGED IS READ AS EMPTY.  THE CALLER MUST
003400* SAVE AND RESTORE ITS RETURN-CODE AROUND THE CALL.
003500******************************************************************
003600 01  HW-CK-LINK-PARM.
003700     05  HW-CK-REQ-FILE-ID       PIC X(08).
003800         88  HW-CK-REQ-KNOWN-LOG             VALUE 'AUDITTRL'
003900                                                   'RESTARTC'
004000                                                   'INCDLOG '
004100                                                   'ALERTLOG'.
004200     05  HW-CK-REQ-JOB-ID        PIC X(08).
004300     05  HW-CK-READ-COUNT        PIC 9(09).
004400     05  HW-CK-SEQ-COUNT         PIC 9(09).
004500     05  HW-CK-UNSEQ-COUNT       PIC 9(09).
004600     05  HW-CK-FIRST-SEQ         PIC 9(09).
004700     05  HW-CK-HIGH-SEQ          PIC 9(09).
004800     05  HW-CK-GAP-COUNT         PIC 9(09).
004900     05  HW-CK-DUP-COUNT         PIC 9(09).
005000     05  HW-CK-ORDER-COUNT       PIC 9(09).
005100     05  HW-CK-TS-COUNT          PIC 9(09).
005200     05  HW-CK-STRAY-COUNT       PIC 9(09).
005300     05  HW-CK-CTL-COUNT         PIC 9(09).
005400     05  HW-CK-CTL-LAST-SEQ      PIC 9(09).
005500     05  HW-CK-CTL-BASE-SEQ      PIC 9(09).
005600     05  HW-CK-COUNT-SW          PIC X(01).
005700         88  HW-CK-COUNT-MATCH               VALUE 'Y'.
005800         88  HW-CK-COUNT-DIFF                VALUE 'N'.
005900     05  HW-CK-RETURN            PIC X(02).
006000         88  HW-CK-CLEAN                     VALUE '00'.
006100         88  HW-CK-FAILED                    VALUE '08'.
006200         88  HW-CK-FILE-UNAVAILABLE          VALUE '12'.
006300         88  HW-CK-BAD-REQUEST               VALUE '16'.
