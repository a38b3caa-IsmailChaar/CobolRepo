002070*                     record count and RETURN-CODE on the
002080*                     shared run-control journal through the
002090*                     RUNLOG subprogram.
002092*  2026-10-15  JMT   Score rows voided by SCRMAINT still balance
002094*                     against their stats wins but are counted
002096*                     apart on a line of their own.
002100*================================================================*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    RECONDLY.
007900 77  RD-STATS-WIN-COUNT      PIC 9(05) COMP VALUE ZERO.
008000 77  RD-STATS-BATCH-COUNT    PIC 9(05) COMP VALUE ZERO.
008100 77  RD-SCORE-COUNT          PIC 9(05) COMP VALUE ZERO.
008150 77  RD-VOID-COUNT           PIC 9(05) COMP VALUE ZERO.
008200 77  RD-REPORT-COUNT         PIC 9(05) COMP VALUE ZERO.
008300 77  RD-RESULT-COUNT         PIC 9(05) COMP VALUE ZERO.
008400 77  RD-ORPHAN-COUNT         PIC 9(05) COMP VALUE ZERO.
013300     05  RD-CNT-FLAG             PIC X(14).
013400     05  FILLER                  PIC X(23) VALUE SPACES.

013420 01  RD-NOTE-LINE.
013430     05  RD-NTE-LABEL            PIC X(30).
013440     05  RD-NTE-VALUE            PIC ZZZZ9.
013450     05  FILLER                  PIC X(45) VALUE SPACES.

013500 01  RD-ORPHAN-LINE.
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  RD-ORP-SOURCE           PIC X(20).
026500         GO TO 2300-EXIT
026600     END-IF
026700     ADD 1 TO RD-SCORE-COUNT
026720     IF SCORM-VOIDED
026740         ADD 1 TO RD-VOID-COUNT
026760     END-IF
026800     IF RD-SCR-COUNT < RD-TABLE-MAX
026900         ADD 1 TO RD-SCR-COUNT
027000         MOVE SCORM-EMPLOYEE-ID
047800     MOVE RD-STATS-WIN-COUNT TO RD-CNT-LEFT
047900     MOVE RD-SCORE-COUNT     TO RD-CNT-RIGHT
048000     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT
048010*    A voided score row still matches its stats win, so it stays
048020*    in the balance above; it is only shown here for the record.
048030     MOVE "  DONT LIGNES SCORE ANNULEES :" TO RD-NTE-LABEL
048040     MOVE RD-VOID-COUNT TO RD-NTE-VALUE
048050     WRITE PRINT-RECORD FROM RD-NOTE-LINE
048100     MOVE "STATS GAGNEES / LIGNES REPORT:" TO RD-CNT-LABEL
048200     MOVE RD-STATS-WIN-COUNT TO RD-CNT-LEFT
048300     MOVE RD-REPORT-COUNT    TO RD-CNT-RIGHT
