001400*                   terminal id from the parameter card, so the
001500*                   three fair kiosks stop overwriting each
001600*                   other's checkpoint.
001610*  2026-10-15 JMT  Added the signed-in player's id, name and
001620*                   department so a resumed kiosk session is
001630*                   still credited to the person who began it.
001700*================================================================*
001800 01  RESTART-RECORD.
001900     05  RESTART-TERMINAL-ID     PIC X(04).
002100     05  RESTART-ENTERED-NUMBER  PIC 9(03).
002200     05  RESTART-ATTEMPT-COUNT   PIC 9(05).
002300     05  RESTART-START-TIME      PIC 9(08).
002400     05  RESTART-EMPLOYEE-ID     PIC X(06).
002500     05  RESTART-EMPLOYEE-NAME   PIC X(20).
002600     05  RESTART-DEPARTMENT      PIC X(10).

