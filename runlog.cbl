001600*  MAINTENANCE HISTORY
001700*  DATE        INIT  DESCRIPTION
001800*  2026-09-03  JMT   Initial version.
001820*  2026-10-15  JMT   The completion record carries the caller's
001840*                     attempt hash total; a caller that never
001860*                     sets it is written as zero.
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.    RUNLOG.
008100     MOVE ZERO             TO RJ-END-TIME
008200     MOVE ZERO             TO RJ-RECORD-COUNT
008300     MOVE ZERO             TO RJ-RETURN-CODE
008350     MOVE ZERO             TO RJ-HASH-TOTAL
008400     IF RL-OVERRIDE-FLAG = "Y"
008500         MOVE "Y" TO RJ-OVERRIDE-FLAG
008600     ELSE
009200*================================================================*
009300*  2000-REGISTER-END
009400*  The completion record: same identity and start timestamp, the
009500*  end time, the caller's record count, attempt hash total and
009550*  final RETURN-CODE.
009600*================================================================*
009700 2000-REGISTER-END.
009800     MOVE "C"              TO RJ-ENTRY-TYPE
010400     MOVE FUNCTION CURRENT-DATE(9:8) TO RJ-END-TIME
010500     MOVE RL-RECORD-COUNT  TO RJ-RECORD-COUNT
010600     MOVE RL-RETURN-CODE   TO RJ-RETURN-CODE
010610     IF RL-HASH-TOTAL IS NUMERIC
010620         MOVE RL-HASH-TOTAL TO RJ-HASH-TOTAL
010630     ELSE
010640         MOVE ZERO          TO RJ-HASH-TOTAL
010650     END-IF
010700     IF RL-OVERRIDE-FLAG = "Y"
010800         MOVE "Y" TO RJ-OVERRIDE-FLAG
010900     ELSE
