001100* MATCHING CLOSE, SO SAME-DATE RERUNS NO LONGER COLLIDE WHEN
001200* THE CLOSE IS PAIRED WITH ITS START.  RSTRTINQ ANSWERS A
001300* DIRECT JOB/DATE/RUN QUESTION FOR RESTART JCL.
001310* SEQ-NO IS THE RECORD'S NUMBER ON THE LOG, TAKEN FROM
001320* LogControl BY THE WRITER JUST BEFORE THE APPEND (ZERO OR
001330* SPACES ON RECORDS WRITTEN BEFORE LOGS WERE NUMBERED).  TS-
001340* SOURCE 'E' MARKS A COMPLETION-TS TAKEN FROM AN IMPORTED
001350* SCHEDULER EVENT (SCHDLOAD) RATHER THAN THE TIME OF THE
001360* APPEND, SO THE LOG CHECK DOES NOT EXPECT IT IN TIME ORDER.
001400******************************************************************
001500 01  RESTART-CONTROL-RECORD.
001600     05  HW-RC-JOB-ID            PIC X(08).
001700     05  HW-RC-DATE              PIC X(08).
001800     05  HW-RC-COMPLETION-TS     PIC X(26).
001900     05  HW-RC-CYCLE-RUN         PIC 9(02).
002000     05  HW-RC-SEQ-NO            PIC 9(09).
002100     05  HW-RC-TS-SOURCE         PIC X(01).
002200         88  HW-RC-TS-EVENT                  VALUE 'E'.
