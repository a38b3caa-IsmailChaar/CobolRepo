000100*================================================================*
000200*  BRKREC.CPY
000300*  One record per knockout match on the BRACKET-FILE, appended
000400*  by the BRACKET subprogram as each round completes: the two
000500*  sides (seed, player, attempts over every game of the match
000600*  and the outcome of the deciding game), the deciding target,
000700*  the number of games played, how the match was settled and
000800*  which side went through.  Side 2 is blank on a bye.  The
000900*  records of a run date and event are what an interrupted
001000*  bracket restarts from, so a round is only ever written
001100*  once all its matches are settled.
001200*-----------------------------------------------------------------
001300*  MAINTENANCE HISTORY
001400*  2026-10-15 JMT  Initial version.
001500*================================================================*
001600 01  BRK-RECORD.
001700     05  BRK-RUN-DATE            PIC 9(08).
001800     05  BRK-EVENT-CODE          PIC X(06).
001900     05  BRK-ROUND               PIC 9(02).
002000     05  BRK-MATCH               PIC 9(03).
002100     05  BRK-SIDE                OCCURS 2 TIMES.
002200         10  BRK-SEED            PIC 9(03).
002300         10  BRK-EMPLOYEE-ID     PIC X(06).
002400         10  BRK-EMPLOYEE-NAME   PIC X(20).
002500         10  BRK-DEPARTMENT      PIC X(10).
002600         10  BRK-ATTEMPTS        PIC 9(05).
002700         10  BRK-OUTCOME         PIC X(01).
002800     05  BRK-TARGET              PIC 9(03).
002900     05  BRK-GAME-COUNT          PIC 9(02).
003000     05  BRK-RESULT-CODE         PIC X(01).
003100         88  BRK-RESULT-NORMAL         VALUE "N".
003200         88  BRK-RESULT-SUDDEN-DEATH   VALUE "S".
003300         88  BRK-RESULT-WALKOVER       VALUE "F".
003400         88  BRK-RESULT-BYE            VALUE "B".
003500     05  BRK-WINNER-SIDE         PIC 9(01).
