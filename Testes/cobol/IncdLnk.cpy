000300*
000400* A PROGRAM CALLS 'IncidentLog' USING HW-IL-LINK-PARM AT THE
000500* POINT ITS FINAL RETURN CODE IS KNOWN, PASSING ITS JOB-ID, THE
000600* CYCLE/RUN DATE (SPACES = THE OPEN CYCLE, FILLED IN ON RETURN -
000610* SEE CycLink), THE RETURN CODE IT IS ABOUT TO SET AND ITS
000700* LAST DIAGNOSTIC MESSAGE.  A RETURN CODE OF 8 OR HIGHER IS
000800* TREATED AS A FAILURE AND APPENDS AN INCIDENT RECORD TO THE
000900* INCIDENT FILE, NUMBERED AS THE NEXT ATTEMPT FOR THAT JOB AND
