000100******************************************************************
000200* CONFIG-SNAPSHOT RECORD LAYOUT
000300*
000400* ONE RECORD PER REFERENCE-DATA RECORD UNLOADED BY CFGSNAP INTO
000500* THE NIGHTLY SNAPSHOT GENERATION (DD SNAPNEW, READ BACK THE
000600* NEXT NIGHT AS DD SNAPOLD).  FILE-ID NAMES THE SOURCE DATASET
000700* BY ITS DD NAME (GREETPM, GREETLNG, SHIFTSCH, PLANSCHD,
000800* BULLBRD) AND KEY IS THAT DATASET'S RECORD KEY:
000900*   GREETPM  - JOB-ID          GREETLNG - LANG-CODE
001000*   SHIFTSCH - DOW + SHIFT-CODE
001100*   PLANSCHD - JOB-ID          BULLBRD  - BULLETIN-ID + LINE-NO
001200* THE SAME KEY IS CARRIED IN HW-AT-KEY ON THE 'CF'/'LD' AUDIT
001300* RECORDS THAT JOURNAL A CHANGE, SO A DIFFERENCE CAN BE MATCHED
001400* TO ITS JOURNAL ENTRY.  IMAGE IS THE WHOLE SOURCE RECORD, SO A
001500* GENERATION CAN BE USED TO RESTORE A DAMAGED DATASET.
001600* SNAP-TS IS THE SAME ON EVERY RECORD OF ONE GENERATION.
001700******************************************************************
001800 01  CONFIG-SNAPSHOT-RECORD.
001900     05  HW-SN-FILE-ID           PIC X(08).
002000     05  HW-SN-KEY               PIC X(08).
002100     05  HW-SN-SNAP-TS           PIC X(26).
002200     05  HW-SN-IMAGE             PIC X(100).
