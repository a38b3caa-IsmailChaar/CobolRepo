001700*                   and attempts-versus-par, so one leaderboard
001800*                   can rank differently-sized events fairly.
001900*                   Rows written earlier carry spaces here.
001910*  2026-10-15 JMT  Added SCORE-EVENT-CODE, the EVENT-MASTER event
001920*                   the session was played under, so each event's
001930*                   rows can be selected directly.  Spaces for a
001940*                   run with no event and on older rows.
001950*  2026-10-15 JMT  Added SCORE-VOID-FLAG and SCORE-VOID-REASON so
001960*                   a row voided on the score master keeps its
001970*                   status through the archive and a restore.  The
001980*                   kiosk always writes spaces here.
002000*================================================================*
002100 01  SCORE-RECORD.
002200     05  SCORE-EMPLOYEE-ID       PIC X(06).
003100     05  SCORE-PAR-COUNT         PIC 9(02).
003200     05  SCORE-VS-PAR            PIC S9(05)
003300                                 SIGN LEADING SEPARATE.
003400     05  SCORE-EVENT-CODE        PIC X(06).
003500     05  SCORE-VOID-FLAG         PIC X(01).
003600     05  SCORE-VOID-REASON       PIC X(02).

