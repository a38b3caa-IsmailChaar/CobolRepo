001700*                   portal extract can scope rows to one business
001800*                   date - the file persists between batch runs.
001900*                   Rows written earlier carry spaces here.
001910*  2026-10-15 JMT  Added RESULT-EVENT-CODE, the EVENT-MASTER event
001920*                   the game was played under.  Spaces for a run
001930*                   with no event and for rows written earlier.
002000*================================================================*
001700 01  RESULT-RECORD.
001800     05  RESULT-EMPLOYEE-ID      PIC X(06).
002500     05  RESULT-EMPLOYEE-NAME    PIC X(20).
002600     05  RESULT-DEPARTMENT       PIC X(10).
002700     05  RESULT-RUN-DATE         PIC 9(08).
002800     05  RESULT-EVENT-CODE       PIC X(06).

