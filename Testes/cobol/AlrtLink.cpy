001000*   HW-AL-RETURN '00' - CONSOLE AND ALERT FILE BOTH REACHED.
001100*                '04' - CONSOLE ONLY; THE ALERT FILE COULD NOT
001200*                      BE OPENED OR WRITTEN.
001210*                '02' - REPEAT OF AN ALERT STILL OPEN FOR THE
001220*                      SAME CALLER, MESSAGE CODE AND CYCLE DATE;
001230*                      ITS REPEAT COUNT WAS RAISED AND NOTHING
001240*                      WENT TO THE CONSOLE.
001300* THE SUBROUTINE NEVER TOUCHES THE CALLER'S RETURN-CODE, SO
001400* CALL IT BEFORE MOVING THE FINAL VALUE THERE (OR SAVE AND
001500* RESTORE AROUND THE CALL AS THE EXISTING CHECKERS DO).
002500     05  HW-AL-REQ-MSG-TEXT      PIC X(60).
002600     05  HW-AL-RETURN            PIC X(02).
002700         88  HW-AL-WRITTEN                   VALUE '00'.
002750         88  HW-AL-REPEATED                  VALUE '02'.
002800         88  HW-AL-CONSOLE-ONLY              VALUE '04'.
