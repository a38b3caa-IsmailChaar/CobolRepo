001200*-----------------------------------------------------------------
001300*  MAINTENANCE HISTORY
001400*  2026-09-03 JMT  Initial version.
001410*  2026-10-15 JMT  Added RJ-HASH-TOTAL, the attempt hash total of
001420*                   the rows a posting run wrote (SCORELOD,
001430*                   SEASONST), which MSTRCVR checks against the
001440*                   after-image journal; zero for other programs
001450*                   and absent from records written earlier.
001500*================================================================*
001600 01  RJ-RECORD.
001700     05  RJ-ENTRY-TYPE           PIC X(01).
002600     05  RJ-RECORD-COUNT         PIC 9(07).
002700     05  RJ-RETURN-CODE          PIC 9(02).
002800     05  RJ-OVERRIDE-FLAG        PIC X(01).
002900     05  RJ-HASH-TOTAL           PIC 9(11).
