000100******************************************************************
000200* CONFIG-PENDING RECORD LAYOUT
000300*
000400* ONE RECORD PER PLANSCHD OR SHIFTSCH CHANGE THAT HAS BEEN
000500* REQUESTED THROUGH CFGMNT BUT NOT YET APPROVED (DD CFGPEND).
000600* TRANS IS THE REQUESTING CARD EXACTLY AS READ (SEE CfgTrn), SO
000700* IT STILL CARRIES THE REQUESTER'S OPER-ID.  REQUEST-TS IS WHEN
000800* THE CARD WAS QUEUED.  AT MOST ONE CHANGE IS PENDING PER FILE
000900* AND KEY.  CFGMNT REWRITES THE FILE AT THE END OF EVERY RUN,
001000* DROPPING THE CHANGES APPROVED OR WITHDRAWN IN THAT RUN.
001100******************************************************************
001200 01  CONFIG-PENDING-RECORD.
001300     05  HW-CP-REQUEST-TS        PIC X(26).
001400     05  HW-CP-TRANS             PIC X(80).
