000100******************************************************************
000200* CYCLE-CONTROL RECORD LAYOUT
000300*
000400* THE ONE AND ONLY RECORD OF THE CYCLE-CONTROL FILE (DD CYCCTL),
000500* MAINTAINED THROUGH THE CycleControl SUBROUTINE (SEE CycLink).
000600* HELLOWORLD OPENS THE CYCLE AT THE START OF THE NIGHT WITH ITS
000700* RUN DATE AND CYCLE-RUN; CYCLEEND CLOSES IT.  WHILE IT IS OPEN
000800* EVERY PROGRAM THAT WOULD OTHERWISE DEFAULT A DATE FROM THE
000900* SYSTEM CLOCK TAKES THE CYCLE DATE FROM HERE, SO A STEP THAT
001000* RUNS AFTER MIDNIGHT STILL BELONGS TO THE CYCLE IT RAN IN.
001100* THE RECORD IS REPLACED, NEVER APPENDED - A CLOSED CYCLE STAYS
001200* ON FILE UNTIL THE NEXT ONE IS OPENED.
001300******************************************************************
001400 01  CYCLE-CONTROL-RECORD.
001500     05  HW-CC-CYCLE-DATE        PIC X(08).
001600     05  HW-CC-CYCLE-RUN         PIC 9(02).
001700     05  HW-CC-STATUS            PIC X(01).
001800         88  HW-CC-OPEN                      VALUE 'O'.
001900         88  HW-CC-CLOSED                    VALUE 'C'.
002000     05  HW-CC-OPENED-TS         PIC X(26).
002100     05  HW-CC-OPENED-BY         PIC X(08).
002200     05  HW-CC-CLOSED-TS         PIC X(26).
002300     05  HW-CC-CLOSED-BY         PIC X(08).
002400     05  FILLER                  PIC X(01).
