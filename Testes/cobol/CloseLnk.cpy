000900*     INTO THE REDEFINED FIELDS AND LEAVES HW-CE-PARM-LEN ZERO.
001000* HW-CE-JOB-ID IS THE NAME STAMPED ON THE CLOSE-OF-CYCLE
001100* CHECKPOINT (DEFAULT CYCLEEND).  HW-CE-CYCLE-DATE IS THE CYCLE
001200* BEING CLOSED (DEFAULT THE OPEN CYCLE ON THE CYCLE-CONTROL
001300* RECORD, SO A CYCLE THAT ENDS AFTER MIDNIGHT STILL PAIRS WITH
001400* ITS OWN START-OF-CYCLE CHECKPOINT - SEE CycLink).
001500******************************************************************
001600 01  HW-CE-LINK-PARM.
001700     05  HW-CE-PARM-LEN         PIC S9(04) COMP VALUE ZERO.
