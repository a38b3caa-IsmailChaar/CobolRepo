000100*================================================================*
000200*  PRZTREC.CPY
000300*  One card on the PRIZEAWD transaction file.  An "A" card
000400*  applies one award rule for one prize code:
000500*    T  top N of the score master, ranked on attempts ("A")
000600*       or on attempts-versus-par ("P") as LEADERBD ranks
000700*    D  best row of each department, as DEPTSTND picks it
000800*    S  top N of SEASON-MASTER on points
000900*  The rows judged are those of the award date, or, with no
001000*  date, of the event's open/close span (the award is then
001100*  dated on the close date).  Top N defaults to three and a
001200*  blank amount to zero (a prize in kind).  The other cards
001300*  move one ledger row, named by prize code, award date and
001400*  employee id: "P" pays, "F" forfeits, "H" holds and "R"
001500*  releases a held prize.  Every card names its operator.
001600*-----------------------------------------------------------------
001700*  MAINTENANCE HISTORY
001800*  2026-10-15 JMT  Initial version.
001900*================================================================*
002000 01  PZT-RECORD.
002100     05  PZT-ACTION-CODE         PIC X(01).
002200         88  PZT-AWARD                 VALUE "A".
002300         88  PZT-PAY                   VALUE "P".
002400         88  PZT-FORFEIT               VALUE "F".
002500         88  PZT-HOLD                  VALUE "H".
002600         88  PZT-RELEASE               VALUE "R".
002700     05  PZT-PRIZE-CODE          PIC X(06).
002800     05  PZT-AWARD-DATE          PIC 9(08).
002900     05  PZT-RULE                PIC X(01).
003000         88  PZT-RULE-TOP              VALUE "T".
003100         88  PZT-RULE-DEPT             VALUE "D".
003200         88  PZT-RULE-SEASON           VALUE "S".
003300     05  PZT-RANK-BASIS          PIC X(01).
003400     05  PZT-TOP-N               PIC 9(03).
003500     05  PZT-EVENT-CODE          PIC X(06).
003600     05  PZT-PRIZE-AMOUNT        PIC 9(05)V99.
003700     05  PZT-EMPLOYEE-ID         PIC X(06).
003800     05  PZT-OPERATOR-ID         PIC X(08).

