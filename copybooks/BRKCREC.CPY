000100*================================================================*
000200*  BRKCREC.CPY
000300*  Communication area between PLUSOUMOINS and the BRACKET
000400*  knockout subprogram.  The caller enters each admitted
000500*  entrant ("E"), starts the bracket ("S" - seeded afresh, or
000600*  taken back from the bracket file when today's bracket for
000700*  the event was interrupted), then alternates "N" (which
000800*  player plays next, and against whom) with "R" (the result
000900*  of that game) until BK-ACTION-DONE.  A BK-TARGET of zero on
001000*  "N" asks the caller to draw a fresh target and hand it back
001100*  on "R"; otherwise the pair plays the target already drawn.
001200*  A file problem is returned in BK-STATUS ("04" degraded,
001300*  "12" the bracket cannot go on) with the DD name, operation
001400*  and file status for the caller's ERROR-LOG.  The caller's
001500*  RETURN-CODE rides through in BK-RETURN-CODE as for RUNLOG.
001600*-----------------------------------------------------------------
001700*  MAINTENANCE HISTORY
001800*  2026-10-15 JMT  Initial version.
001900*================================================================*
002000 01  BK-COMMAREA.
002100     05  BK-FUNCTION             PIC X(01).
002200         88  BK-FUNC-ENTER             VALUE "E".
002300         88  BK-FUNC-START             VALUE "S".
002400         88  BK-FUNC-NEXT              VALUE "N".
002500         88  BK-FUNC-RESULT            VALUE "R".
002600     05  BK-RUN-DATE             PIC 9(08).
002700     05  BK-EVENT-CODE           PIC X(06).
002800     05  BK-SEEDING-METHOD       PIC X(01).
002900         88  BK-SEED-BY-SEASON         VALUE "S".
003000         88  BK-SEED-AT-RANDOM         VALUE "R".
003100     05  BK-SEED                 PIC 9(08).
003200     05  BK-ACTION               PIC X(01).
003300         88  BK-ACTION-PLAY            VALUE "P".
003400         88  BK-ACTION-DONE            VALUE "D".
003500     05  BK-ROUND                PIC 9(02).
003600     05  BK-MATCH                PIC 9(03).
003700     05  BK-GAME                 PIC 9(02).
003800     05  BK-EMPLOYEE-ID          PIC X(06).
003900     05  BK-EMPLOYEE-NAME        PIC X(20).
004000     05  BK-DEPARTMENT           PIC X(10).
004100     05  BK-OPPONENT-ID          PIC X(06).
004200     05  BK-OPPONENT-NAME        PIC X(20).
004300     05  BK-TARGET               PIC 9(03).
004400     05  BK-ATTEMPTS             PIC 9(05).
004500     05  BK-OUTCOME              PIC X(01).
004600         88  BK-OUTCOME-WIN            VALUE "W".
004700         88  BK-OUTCOME-ABANDON        VALUE "A".
004800         88  BK-OUTCOME-LOST           VALUE "L".
004900         88  BK-OUTCOME-NO-SHOW        VALUE "N".
005000     05  BK-PLACED-COUNT         PIC 9(05).
005100     05  BK-RETURN-CODE          PIC 9(02).
005200     05  BK-STATUS               PIC X(02).
005300         88  BK-STATUS-OK              VALUE "00".
005400         88  BK-STATUS-DEGRADED        VALUE "04".
005500         88  BK-STATUS-FAILED          VALUE "12".
005600     05  BK-ERR-FILE-NAME        PIC X(12).
005700     05  BK-ERR-OPERATION        PIC X(05).
005800     05  BK-ERR-STATUS           PIC X(02).
