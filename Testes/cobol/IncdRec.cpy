000800* RUN APPENDS A RETURN-CODE-ZERO RECORD THAT CLOSES THE
000900* INCIDENT.  THE DAILY INCDRPT REPORT READS THIS FILE SO THE
001000* PROBLEM-REVIEW MEETING NO LONGER RUNS OFF A NOTEBOOK.
001010* SEQ-NO IS THE RECORD'S NUMBER ON THE LOG, TAKEN FROM
001020* LogControl JUST BEFORE THE APPEND (ZERO OR SPACES ON RECORDS
001030* WRITTEN BEFORE LOGS WERE NUMBERED).
001100******************************************************************
001200 01  INCIDENT-LOG-RECORD.
001300     05  HW-IL-JOB-ID            PIC X(08).
001600     05  HW-IL-RETURN-CODE       PIC 9(04).
001700     05  HW-IL-TIMESTAMP         PIC X(26).
001800     05  HW-IL-MESSAGE           PIC X(40).
001900     05  HW-IL-SEQ-NO            PIC 9(09).
