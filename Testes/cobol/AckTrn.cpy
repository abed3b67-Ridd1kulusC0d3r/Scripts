000100******************************************************************
000200* ALERT-ACK RECORD LAYOUT
000300*
000400* 80-BYTE ACKNOWLEDGEMENT CARD READ BY ALERTACK (DD ACKTRAN).
000500* ONE CARD ACKNOWLEDGES ONE OPEN ALERT ON THE OPS ALERT FILE,
000600* NAMED BY ITS KEY - THE ALERT TIMESTAMP AND CALLER-ID EXACTLY
000700* AS ALRTESC PRINTS THEM ON THE OPEN-ALERTS LIST.  OPER-ID IS
000800* THE OPERATOR TAKING OWNERSHIP.  ACK-STAMP (YYYYMMDDHHMM) IS
000900* WHEN THE ALERT WAS ACKNOWLEDGED, FOR A CALL TAKEN BEFORE THE
001000* CARD WAS KEYED; LEAVE IT BLANK FOR THE TIME ALERTACK RUNS.
001100******************************************************************
001200 01  ALERT-ACK-RECORD.
001300     05  HW-AK-ALERT-TS          PIC X(26).
001400     05  HW-AK-CALLER-ID         PIC X(08).
001500     05  HW-AK-OPER-ID           PIC X(08).
001600     05  HW-AK-ACK-STAMP         PIC X(12).
001700     05  HW-AK-ACK-STAMP-PARTS REDEFINES HW-AK-ACK-STAMP.
001800         10  HW-AK-ACK-DATE      PIC X(08).
001900         10  HW-AK-ACK-HH        PIC X(02).
002000         10  HW-AK-ACK-MM        PIC X(02).
002100     05  HW-AK-COMMENT           PIC X(26).
