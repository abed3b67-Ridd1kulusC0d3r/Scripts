000200* PLANNED-SCHEDULE RECORD LAYOUT
000300*
000400* ONE RECORD PER JOB EXPECTED IN THE NIGHTLY CYCLE, MAINTAINED
000500* BY OPERATIONS THROUGH CFGMNT CARDS, WHICH NEED A SECOND
000510* OPERATOR'S APPROVAL (SEE CfgTrn).  SCHED-TYPE SAYS HOW THE JOB
000520* IS PLANNED:
000600*   'D' (OR SPACE, FOR THE EXISTING RECORDS) - BY THE SEVEN
000700*       Y/N DAY-OF-WEEK MASK BYTES, MONDAY THROUGH SUNDAY.
000800*   'M' - MONTHLY ON CALENDAR DAY SCHED-DAY (A DAY PAST THE
