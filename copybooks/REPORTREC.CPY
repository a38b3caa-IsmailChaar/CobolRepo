001700*                   perfect halving strategy needs for the span)
001800*                   and attempts-versus-par for par-based prize
001900*                   judging.  Rows written earlier carry spaces.
001910*  2026-10-15 JMT  Added REPORT-EVENT-CODE, the EVENT-MASTER event
001920*                   the round was played under.  Spaces for a run
001930*                   with no event and for rows written earlier.
002000*================================================================*
002100 01  REPORT-RECORD.
002200     05  REPORT-EMPLOYEE-ID     PIC X(06).
003200     05  REPORT-PAR-COUNT       PIC 9(02).
003300     05  REPORT-VS-PAR          PIC S9(05)
003400                                SIGN LEADING SEPARATE.
003500     05  REPORT-EVENT-CODE      PIC X(06).

