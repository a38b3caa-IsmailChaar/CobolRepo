000100*================================================================*
000200*  PRZREC.CPY
000300*  One record per prize won on the indexed PRIZE-LEDGER file,
000400*  keyed by prize code, award date and employee id, so the same
000500*  prize cannot be paid twice to one player for one day.  The
000600*  PRIZEAWD run writes the row when it applies an award rule
000700*  and moves it through its status afterwards:
000800*    P  pending   - awarded, to be paid
000900*    H  held      - the winning session was flagged by the
001000*                   GLOGANAL guess-log analysis (hold code Q, N
001100*                   or S) or held by hand (hold code M)
001200*    V  paid      - verse, signed off on the payout register
001300*    F  forfeited - not claimed or disqualified
001400*  The session fields are zero on a season prize, which is won
001500*  on SEASON-MASTER points rather than in one session.
001600*-----------------------------------------------------------------
001700*  MAINTENANCE HISTORY
001800*  2026-10-15 JMT  Initial version.
001900*================================================================*
002000 01  PRIZE-LEDGER-RECORD.
002100     05  PRZ-KEY.
002200         10  PRZ-PRIZE-CODE      PIC X(06).
002300         10  PRZ-AWARD-DATE      PIC 9(08).
002400         10  PRZ-EMPLOYEE-ID     PIC X(06).
002500     05  PRZ-RULE                PIC X(01).
002600     05  PRZ-PLACE               PIC 9(03).
002700     05  PRZ-EMPLOYEE-NAME       PIC X(20).
002800     05  PRZ-DEPARTMENT          PIC X(10).
002900     05  PRZ-EVENT-CODE          PIC X(06).
003000     05  PRZ-SESSION-DATE        PIC 9(08).
003100     05  PRZ-SESSION-TIME        PIC 9(08).
003200     05  PRZ-ATTEMPTS            PIC 9(07).
003300     05  PRZ-AMOUNT              PIC 9(05)V99.
003400     05  PRZ-STATUS              PIC X(01).
003500         88  PRZ-PENDING               VALUE "P".
003600         88  PRZ-HELD                  VALUE "H".
003700         88  PRZ-PAID                  VALUE "V".
003800         88  PRZ-FORFEITED             VALUE "F".
003900     05  PRZ-HOLD-CODE           PIC X(01).
004000     05  PRZ-STATUS-DATE         PIC 9(08).
004100     05  PRZ-OPERATOR-ID         PIC X(08).

