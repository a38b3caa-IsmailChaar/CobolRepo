000100*================================================================*
000200*  AIJREC.CPY
000300*  One record per row posted to a keyed master, appended to the
000400*  AFTJRNL after-image journal by the program that made the
000500*  change: SCORELOD and SCRMAINT on the score master, SEASONST
000600*  on the season master, ARCHPURG when it purges score rows.
000700*  The image is the whole master record as it stood after the
000800*  change (for a delete, the row as it was removed), so MSTRCVR
000900*  can roll a full copy taken by MSTUNLD forward to any date.
001000*  AIJ-BUSINESS-DATE is the date the posting run registered on
001100*  the run-control journal (the run date for ARCHPURG), and the
001200*  post date and time order the record against a full copy.
001300*  AIJ-ATTEMPTS-DELTA is what the change did to the master's
001400*  attempt hash total: the attempts added by a post, the
001500*  difference made by a correction, minus the attempts of a
001600*  purged row.
001700*-----------------------------------------------------------------
001800*  MAINTENANCE HISTORY
001900*  2026-10-15 JMT  Initial version.
002000*================================================================*
002100 01  AIJ-RECORD.
002200     05  AIJ-MASTER-ID           PIC X(02).
002300         88  AIJ-SCORE-MASTER          VALUE "SC".
002400         88  AIJ-SEASON-MASTER         VALUE "SE".
002500     05  AIJ-PROGRAM-ID          PIC X(12).
002600     05  AIJ-BUSINESS-DATE       PIC 9(08).
002700     05  AIJ-POST-DATE           PIC 9(08).
002800     05  AIJ-POST-TIME           PIC 9(08).
002900     05  AIJ-ACTION              PIC X(01).
003000         88  AIJ-ACTION-ADD            VALUE "A".
003100         88  AIJ-ACTION-REPLACE        VALUE "R".
003200         88  AIJ-ACTION-DELETE         VALUE "D".
003300     05  AIJ-ATTEMPTS-DELTA      PIC S9(07)
003400                                 SIGN LEADING SEPARATE.
003500     05  AIJ-IMAGE               PIC X(83).

