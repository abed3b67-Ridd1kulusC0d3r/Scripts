000100******************************************************************
000200* JOB-PREDECESSOR RECORD LAYOUT
000300*
000400* ONE RECORD PER DEPENDENCY IN THE NIGHTLY CYCLE (DD JOBPRED),
000500* MAINTAINED BY OPERATIONS ALONGSIDE THE PLANNED-SCHEDULE FILE.
000600* JOB-ID IS THE PLANNED JOB; PRED-JOB-ID IS A JOB THAT MUST HAVE
000700* CHECKPOINTED ON RESTARTC FOR THE SAME CYCLE DATE BEFORE JOB-ID
000800* MAY RUN.  A JOB WITH SEVERAL PREDECESSORS HAS ONE RECORD FOR
000900* EACH.  PREDGATE READS THIS FILE IN FRONT OF A STEP AND CYCRECON
001000* READS IT TO REPORT JOBS THAT COMPLETED BEFORE A PREDECESSOR.
001100* A PREDECESSOR WHOSE PLANNED-SCHEDULE RULES SAY IT IS NOT DUE
001200* ON THE CYCLE DATE (SEE SchedRule) DOES NOT BLOCK; ONE WITH NO
001300* PLANNED-SCHEDULE RECORD AT ALL IS ALWAYS REQUIRED.
001400******************************************************************
001500 01  JOB-PREDECESSOR-RECORD.
001600     05  HW-JP-JOB-ID            PIC X(08).
001700     05  HW-JP-PRED-JOB-ID       PIC X(08).
001800     05  HW-JP-DESCRIPTION       PIC X(30).
