000100******************************************************************
000200* LOG-CONTROL RECORD LAYOUT
000300*
000400* ONE RECORD PER APPEND-ONLY LOG (DD LOGCTL), KEYED BY THE LOG'S
000500* DD NAME - AUDITTRL, RESTARTC, INCDLOG, ALERTLOG - AND KEPT
000600* THROUGH THE LogControl SUBROUTINE (SEE LogLink).  EVERY
000700* PROGRAM THAT APPENDS TO ONE OF THE LOGS FIRST TAKES THE NEXT
000800* SEQUENCE NUMBER FROM HERE AND STAMPS IT ON THE RECORD, SO
000900* REC-COUNT IS HOW MANY NUMBERED RECORDS THE LOG SHOULD HOLD
001000* AND LAST-SEQ THE LAST NUMBER HANDED OUT.  A RECORD THAT NEVER
001100* REACHES THE LOG (AN OPEN THAT FAILED) OR IS LATER EDITED OUT
001200* SHOWS UP AS A GAP AND A COUNT MISMATCH WHEN LOGVRFY OR
001300* ARCHPURG CHECKS THE LOG (SEE LogCheck).
001400* BASE-SEQ IS THE LAST NUMBER ON THE LOG WHEN ARCHPURG LAST
001500* SPLIT IT.  NUMBERS UP TO BASE-SEQ THAT ARE NOT ON THE LOG WENT
001600* TO THE ARCHIVE GENERATIONS (SEE ArchCtl); NUMBERS ABOVE IT
001700* MUST ALL STILL BE ON THE LOG.
001800******************************************************************
001900 01  LOG-CONTROL-RECORD.
002000     05  HW-LC-FILE-ID           PIC X(08).
002100     05  HW-LC-REC-COUNT         PIC 9(09).
002200     05  HW-LC-LAST-SEQ          PIC 9(09).
002300     05  HW-LC-BASE-SEQ          PIC 9(09).
002400     05  HW-LC-UPDATED-TS        PIC X(26).
002500     05  HW-LC-UPDATED-BY        PIC X(08).
002600     05  FILLER                  PIC X(11).
