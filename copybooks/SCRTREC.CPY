000100*================================================================*
000200*  SCRTREC.CPY
000300*  One maintenance transaction against the SCORE-MASTER file,
000400*  read by SCRMAINT and keyed like the master (run date,
000500*  employee id, start time): "V" voids a winning row, "R"
000600*  reinstates a voided row, "C" corrects the attempt count.
000700*  Every transaction must carry a reason code and the id of
000800*  the operator who asked for it; the new attempt count is
000900*  only read on a correction.
001000*-----------------------------------------------------------------
001100*  MAINTENANCE HISTORY
001200*  2026-10-15 JMT  Initial version.
001300*================================================================*
001400 01  SCRT-RECORD.
001500     05  SCRT-ACTION-CODE        PIC X(01).
001600         88  SCRT-VOID                 VALUE "V".
001700         88  SCRT-REINSTATE            VALUE "R".
001800         88  SCRT-CORRECT              VALUE "C".
001900     05  SCRT-KEY.
002000         10  SCRT-RUN-DATE       PIC 9(08).
002100         10  SCRT-EMPLOYEE-ID    PIC X(06).
002200         10  SCRT-START-TIME     PIC 9(08).
002300     05  SCRT-NEW-ATTEMPTS       PIC 9(05).
002400*    FC target leaked, TR cheating, PA kiosk fault, ER keying
002500*    error, LI dispute with the player, AU any other reason.
002600     05  SCRT-REASON-CODE        PIC X(02).
002700         88  SCRT-REASON-VALID         VALUE "FC" "TR" "PA"
002800                                             "ER" "LI" "AU".
002900     05  SCRT-OPERATOR-ID        PIC X(08).

