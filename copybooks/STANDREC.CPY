000800*-----------------------------------------------------------------
000900*  MAINTENANCE HISTORY
001000*  2026-08-23 JMT  Initial version.
001010*  2026-10-15 JMT  Added STAND-EVENT-CODE, the EVENT-MASTER event
001020*                   the tournament was played under.  Spaces for a
001030*                   run with no event.
001100*================================================================*
001200 01  STAND-RECORD.
001300     05  STAND-RANK              PIC 9(03).
001800     05  STAND-ROUND-COUNT       PIC 9(02).
001900     05  STAND-ROUND-ATTEMPTS    OCCURS 10 TIMES
002000                                 PIC 9(05).
002100     05  STAND-EVENT-CODE        PIC X(06).
