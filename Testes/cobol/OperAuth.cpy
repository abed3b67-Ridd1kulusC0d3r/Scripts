000100******************************************************************
000200* OPERATOR-AUTH RECORD LAYOUT
000300*
000400* ONE RECORD PER OPERATOR ALLOWED TO KEY CFGMNT MAINTENANCE
000500* CARDS (DD OPERAUTH), MAINTAINED BY OPERATIONS MANAGEMENT.
000600* APPROVER 'Y' ALSO LETS THE OPERATOR APPROVE (OR WITHDRAW)
000700* SOMEONE ELSE'S PENDING PLANSCHD/SHIFTSCH CHANGE.  A CARD FROM
000800* AN OPERATOR NOT ON THIS FILE IS REJECTED.
000900******************************************************************
001000 01  OPERATOR-AUTH-RECORD.
001100     05  HW-OP-OPER-ID           PIC X(08).
001200     05  HW-OP-APPROVER          PIC X(01).
001300         88  HW-OP-APPROVER-YES              VALUE 'Y'.
001400     05  HW-OP-OPER-NAME         PIC X(30).
001500     05  FILLER                  PIC X(41).
