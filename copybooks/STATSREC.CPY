001520*                   can be told apart now that several kiosks
001530*                   run at once.  Rows written earlier carry
001540*                   spaces here.
001550*  2026-10-15 JMT  Added the employee name and department, now
001560*                   that kiosk players sign in with their badge.
001570*                   Rows written earlier carry spaces here.
001575*  2026-10-15 JMT  Added STATS-EVENT-CODE, the EVENT-MASTER event
001580*                   the game was played under.  Spaces for a run
001585*                   with no event and for rows written earlier.
001590*  2026-10-15 JMT  Added the knockout mode ("K") for games played
001595*                   in a PLUSOUMOINS knockout bracket.
001600*================================================================*
001700 01  DAILY-STATS-RECORD.
001800     05  STATS-RUN-DATE         PIC 9(08).
002600         88  STATS-FROM-INTERACTIVE   VALUE "I".
002700         88  STATS-FROM-BATCH         VALUE "B".
002800         88  STATS-FROM-TOURNAMENT    VALUE "T".
002850         88  STATS-FROM-KNOCKOUT      VALUE "K".
002900     05  STATS-EMPLOYEE-ID      PIC X(06).
003000     05  STATS-TERMINAL-ID      PIC X(04).
003100     05  STATS-EMPLOYEE-NAME    PIC X(20).
003200     05  STATS-DEPARTMENT       PIC X(10).
003300     05  STATS-EVENT-CODE       PIC X(06).

