000100*================================================================*
000200*  MCPYREC.CPY
000300*  Full copy of a keyed master taken by the MSTUNLD unload and
000400*  read back by its reload and by the MSTRCVR forward recovery.
000500*  SCORECPY holds the score master, SEASNCPY the season master.
000600*  A copy is one header record, one detail record per master
000700*  row in key order, and a trailer carrying the row count and
000800*  the attempt hash total (SCORM-ATTEMPT-COUNT, or
000900*  SEAS-TOTAL-ATTEMPTS, summed over every row).  Every record
001000*  carries the master id and the date and time the copy was
001100*  taken; a copy with no trailer was cut short and is never
001200*  reloaded.
001300*-----------------------------------------------------------------
001400*  MAINTENANCE HISTORY
001500*  2026-10-15 JMT  Initial version.
001600*================================================================*
001700 01  MCPY-RECORD.
001800     05  MCPY-RECORD-TYPE        PIC X(01).
001900         88  MCPY-HEADER               VALUE "H".
002000         88  MCPY-DETAIL               VALUE "D".
002100         88  MCPY-TRAILER              VALUE "T".
002200     05  MCPY-MASTER-ID          PIC X(02).
002300         88  MCPY-SCORE-MASTER         VALUE "SC".
002400         88  MCPY-SEASON-MASTER        VALUE "SE".
002500     05  MCPY-COPY-DATE          PIC 9(08).
002600     05  MCPY-COPY-TIME          PIC 9(08).
002700     05  MCPY-IMAGE              PIC X(83).
002800     05  MCPY-CONTROL REDEFINES MCPY-IMAGE.
002900         10  MCPY-RECORD-COUNT   PIC 9(07).
003000         10  MCPY-ATTEMPT-HASH   PIC 9(11).
003100         10  FILLER              PIC X(65).
003200*    Where each master keeps its attempts, so a copy's hash total
003300*    can be proved without opening the master.
003400     05  MCPY-SCORE-VIEW REDEFINES MCPY-IMAGE.
003500         10  FILLER              PIC X(22).
003600         10  MCPY-SCORE-ATTEMPTS PIC 9(05).
003700         10  FILLER              PIC X(56).
003800     05  MCPY-SEASON-VIEW REDEFINES MCPY-IMAGE.
003900         10  FILLER              PIC X(44).
004000         10  MCPY-SEASON-ATTEMPTS
004100                                 PIC 9(07).
004200         10  FILLER              PIC X(32).

