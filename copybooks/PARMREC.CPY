002880*                   operator force a batch or tournament run
002890*                   for a date the run-control journal already
002895*                   shows completed.
002900*  2026-10-15 JMT  Added PARM-EVENT-CODE: when present the run is
002910*                   tied to that EVENT-MASTER event, is refused
002920*                   outside the event's open/close dates, takes
002930*                   its range, attempt cap and round count from
002940*                   the event, and stamps the code on every output
002950*                   row.  Spaces keep the card-driven behaviour.
002955*  2026-10-15 JMT  Added knockout mode ("K"): the PLAYERS-FILE
002960*                   entrants are drawn into a head-to-head bracket
002965*                   played down to a champion.  PARM-SEEDING-
002970*                   METHOD seeds the draw on SEASON-MASTER points
002975*                   ("S", the default, also used for spaces) or
002980*                   at random ("R").
002982*  2026-10-15 JMT  Added PARM-LANGUAGE, the site's language for
002984*                   the kiosk messages ("FR", the default, or
002986*                   "EN"); a signed-in player's preference wins.
002990*================================================================*
003000 01  PARM-RECORD.
003100     05  PARM-MODE                PIC X(01).
003200         88  PARM-MODE-INTERACTIVE VALUE "I".
003300         88  PARM-MODE-BATCH       VALUE "B".
003400         88  PARM-MODE-TOURNAMENT  VALUE "T".
003450         88  PARM-MODE-KNOCKOUT    VALUE "K".
003500     05  PARM-RANGE-LOW            PIC 9(03).
003600     05  PARM-RANGE-HIGH           PIC 9(03).
003700     05  PARM-SEED-OVERRIDE        PIC 9(08).
004300     05  PARM-TERMINAL-ID          PIC X(04).
004400     05  PARM-RERUN-OVERRIDE       PIC X(01).
004500         88  PARM-RERUN-FORCED         VALUE "Y".
004600     05  PARM-EVENT-CODE           PIC X(06).
004700     05  PARM-SEEDING-METHOD       PIC X(01).
004800         88  PARM-SEED-BY-SEASON       VALUE "S".
004900         88  PARM-SEED-AT-RANDOM       VALUE "R".
005000     05  PARM-LANGUAGE             PIC X(02).
005100         88  PARM-LANG-FRENCH          VALUE "FR".
005200         88  PARM-LANG-ENGLISH         VALUE "EN".
