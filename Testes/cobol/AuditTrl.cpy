000500* SAYS WHAT KIND: 'RU' (OR SPACES, FOR RECORDS WRITTEN BEFORE
000600* TYPES EXISTED) IS A RUN EVENT SUCH AS THE HELLOWORLD BANNER;
000700* 'CF' IS A CONFIGURATION CHANGE APPLIED BY GREETMNT, WITH THE
000800* KEY TOUCHED AND THE BEFORE/AFTER MESSAGE TEXT, OR BY CFGMNT,
000810* WITH BEFORE/AFTER RECORD IMAGES (SEE CfgMnt); 'LD' IS A
000900* PARMLOAD LOAD DECISION (LOADED OR DUPLICATE DROPPED); 'PG'
001000* IS AN ARCHPURG PURGE SUMMARY.  AUDITRPT PRINTS THE CF/LD
001100* RECORDS AS ITS CONFIGURATION-CHANGES SECTION, SO "WHO
001200* CHANGED THE GREETING AND WHEN" IS FINALLY ON FILE.
001210* SEQ-NO IS THE RECORD'S NUMBER ON THE LOG, TAKEN FROM
001220* LogControl BY THE WRITER JUST BEFORE THE APPEND (ZERO OR
001230* SPACES ON RECORDS WRITTEN BEFORE LOGS WERE NUMBERED).  TS-
001240* SOURCE 'E' MARKS A TIMESTAMP TAKEN FROM AN IMPORTED SCHEDULER
001250* EVENT (SCHDLOAD) RATHER THAN THE TIME OF THE APPEND, SO THE
001260* LOG CHECK DOES NOT EXPECT IT IN TIME ORDER.
001270* BEFORE/AFTER TEXT IS WIDE ENOUGH FOR A WHOLE CFGMNT RECORD
001280* IMAGE.  ON A CFGMNT 'CF' RECORD THE OPERATORS GROUP HOLDS
001290* THE REQUESTER AND THE SECOND-OPERATOR APPROVER (APPROVER
001291* SPACES FOR A CHANGE THAT NEEDS NO APPROVAL); EVERY OTHER
001292* WRITER LEAVES THE GROUP SPACES.
001300******************************************************************
001400 01  AUDIT-TRAIL-RECORD.
001500     05  HW-AT-TIMESTAMP         PIC X(26).
002100         88  HW-AT-LOAD-DECISION             VALUE 'LD'.
002200         88  HW-AT-PURGE-SUMMARY             VALUE 'PG'.
002300     05  HW-AT-KEY               PIC X(08).
002400     05  HW-AT-BEFORE-TEXT       PIC X(80).
002500     05  HW-AT-AFTER-TEXT        PIC X(80).
002600     05  HW-AT-SEQ-NO            PIC 9(09).
002700     05  HW-AT-TS-SOURCE         PIC X(01).
002800         88  HW-AT-TS-EVENT                  VALUE 'E'.
002900     05  HW-AT-OPERATORS.
003000         10  HW-AT-REQUESTER-ID  PIC X(08).
003100         10  HW-AT-APPROVER-ID   PIC X(08).
