000100******************************************************************
000200* ARCHIVE-CONTROL RECORD LAYOUT
000300*
000400* ONE RECORD PER APPEND-ONLY LOG (AUDITTRL, RESTARTC, INCDLOG,
000500* ALERTLOG) IS WRITTEN BY EACH SUCCESSFUL ARCHPURG RUN TO A NEW
000600* GENERATION OF THE ARCHIVE-CONTROL DATASET (DD ARCTLNEW), SIDE
000700* BY SIDE WITH THE AUDITARC/RSTRTARC/INCDARC/ALRTARC GENERATIONS
000800* OF THE SAME RUN.  THE GEN- FIELDS DESCRIBE WHAT WENT TO THIS
000900* GENERATION; THE CUM- FIELDS ARE CARRIED FORWARD FROM THE
001000* PREVIOUS GENERATION (DD ARCTLOLD) SO THE LATEST RECORD HOLDS
001100* THE RUNNING TOTALS FOR THE WHOLE ARCHIVE HISTORY.
001200* GEN-NO COUNTS THE GENERATIONS FOR THE LOG FROM 1.  GEN-COUNT
001300* IS EVERY RECORD ARCHIVED, GEN-UNSEQ HOW MANY OF THOSE CARRY NO
001400* SEQUENCE NUMBER (WRITTEN BEFORE THE LOGS WERE NUMBERED).
001500* THRU-SEQ IS THE LAST NUMBER ON THE LOG WHEN IT WAS SPLIT - THE
001600* CONTROL BASE-SEQ FROM THEN ON (SEE LogCtlRc).
001700* ARCHINQ READS THE CONCATENATED GENERATIONS (DD ARCHCTL) TO
001800* SHOW WHETHER THE ARCHIVE RECORDS IT READ ARE ALL THERE.
001900******************************************************************
002000 01  ARCHIVE-CONTROL-RECORD.
002100     05  HW-AC-FILE-ID           PIC X(08).
002200     05  HW-AC-GEN-NO            PIC 9(05).
002300     05  HW-AC-PURGE-DATE        PIC X(08).
002400     05  HW-AC-GEN-COUNT         PIC 9(09).
002500     05  HW-AC-GEN-UNSEQ         PIC 9(09).
002600     05  HW-AC-GEN-FIRST-SEQ     PIC 9(09).
002700     05  HW-AC-GEN-LAST-SEQ      PIC 9(09).
002800     05  HW-AC-GEN-FIRST-DATE    PIC X(08).
002900     05  HW-AC-GEN-LAST-DATE     PIC X(08).
003000     05  HW-AC-THRU-SEQ          PIC 9(09).
003100     05  HW-AC-CUM-COUNT         PIC 9(09).
003200     05  HW-AC-CUM-FIRST-DATE    PIC X(08).
003300     05  HW-AC-CUM-LAST-DATE     PIC X(08).
003400     05  FILLER                  PIC X(53).
