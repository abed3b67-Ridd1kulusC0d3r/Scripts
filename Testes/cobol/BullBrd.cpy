000700* EVERY LINE WHOSE EFFECTIVE/EXPIRY RANGE COVERS THE RUN DATE
000800* RIGHT AFTER THE START-OF-DAY BANNER, ON BOTH THE JOB LOG AND
000900* THE CONSOLE, SO EXPIRED NOTICES DROP OFF AUTOMATICALLY
001000* WITHOUT ANYONE EDITING THE FILE.  LINES ARE ADDED, CHANGED
001010* AND RE-DATED THROUGH CFGMNT CARDS (SEE CfgTrn).
001100******************************************************************
001200 01  BULLETIN-RECORD.
001300     05  HW-BB-BULLETIN-ID       PIC X(04).
