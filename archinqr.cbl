001820*                     record count and RETURN-CODE on the
001830*                     shared run-control journal through the
001840*                     RUNLOG subprogram.
001850*  2026-10-15  JMT   The stats restore buffer widens to the
001860*                     daily-stats record's new length now that
001870*                     it carries the signed-in player's name
001880*                     and department.
001885*  2026-10-15  JMT   The score, report and stats restore buffers
001890*                     widen to the records' new lengths now that
001895*                     every row carries its event code.
001896*  2026-10-15  JMT   The score restore buffer widens for the void
001898*                     flag and reason kept on archived score rows.
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.    ARCHINQR.

006700 FD  SCORE-RSTR-FILE
006800     RECORDING MODE IS F.
006900 01  SCORE-RSTR-RECORD           PIC X(83).

007000 FD  REPORT-RSTR-FILE
007100     RECORDING MODE IS F.
007200 01  REPORT-RSTR-RECORD          PIC X(88).

007300 FD  STATS-RSTR-FILE
007400     RECORDING MODE IS F.
007500 01  STATS-RSTR-RECORD           PIC X(69).

007600 FD  PRINT-FILE
007700     RECORDING MODE IS F.
