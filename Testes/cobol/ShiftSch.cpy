000900* AFTER THE CURRENT TIME (OR THE DAY'S LAST SHIFT BEFORE THE
001000* FIRST HANDOVER), AND SHOWS THE NEXT HANDOVER ON THE BANNER.
001100* CHANGING SHIFT PATTERNS MEANS EDITING THIS DATASET - NO
001200* RECOMPILE - THROUGH CFGMNT CARDS, WHICH NEED A SECOND
001210* OPERATOR'S APPROVAL (SEE CfgTrn).  WHEN THE FILE IS ABSENT THE
001300* OLD HARDCODED 06/14/22 DAY/EVENING/NIGHT PATTERN STILL APPLIES.
001400******************************************************************
001500 01  SHIFT-SCHEDULE-RECORD.
001600     05  HW-SS-DOW               PIC 9(01).
