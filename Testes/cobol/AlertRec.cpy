000700* SO THE ON-CALL SEES PLANNED STEP MISSING AT 04:10 ON THE
000800* DASHBOARD INSTEAD OF AT 08:30 IN THE SPOOL, AND THIS FILE IS
000900* THE DURABLE COPY THE DASHBOARD AND THE MORNING REVIEW READ.
000910*
000920* AN ALERT IS OPEN (STATUS 'O', OR SPACE ON RECORDS WRITTEN
000930* BEFORE THE STATUS EXISTED) UNTIL AN OPERATOR ACKNOWLEDGES IT
000940* THROUGH ALERTACK ('A', WITH THE OPERATOR, TIME AND COMMENT)
000950* OR ALRTESC RE-RAISES IT ONE SEVERITY HIGHER ('X' - THE NEW
000960* ALERT CARRIES ON AS THE OPEN ONE).  WHILE AN ALERT IS OPEN,
000970* OpsAlert COUNTS A REPEAT FROM THE SAME CALLER WITH THE SAME
000980* MESSAGE CODE FOR THE SAME CYCLE DATE IN REPEAT-COUNT AND
000990* LAST-TS INSTEAD OF WRITING A NEW RECORD.  THE ALERT KEY IS
000995* TIMESTAMP PLUS CALLER-ID.
000996* SEQ-NO IS THE RECORD'S NUMBER ON THE LOG, TAKEN FROM
000997* LogControl JUST BEFORE THE APPEND AND KEPT BY EVERY LATER
000998* REWRITE (ZERO OR SPACES ON RECORDS WRITTEN BEFORE LOGS WERE
000999* NUMBERED).
001000******************************************************************
001100 01  OPS-ALERT-RECORD.
001200     05  HW-AL-TIMESTAMP         PIC X(26).
001800         88  HW-AL-SEV-CRITICAL              VALUE 'C'.
001900     05  HW-AL-MSG-CODE          PIC X(12).
002000     05  HW-AL-MSG-TEXT          PIC X(60).
002100     05  HW-AL-CYCLE-DATE        PIC X(08).
002200     05  HW-AL-STATUS            PIC X(01).
002300         88  HW-AL-STAT-OPEN                 VALUE 'O' ' '.
002400         88  HW-AL-STAT-ACKED                VALUE 'A'.
002500         88  HW-AL-STAT-ESCALATED            VALUE 'X'.
002600     05  HW-AL-REPEAT-COUNT      PIC 9(04).
002700     05  HW-AL-LAST-TS           PIC X(26).
002800     05  HW-AL-ACK-OPER-ID       PIC X(08).
002900     05  HW-AL-ACK-TS            PIC X(26).
003000     05  HW-AL-ACK-COMMENT       PIC X(40).
003100     05  HW-AL-SEQ-NO            PIC 9(09).
