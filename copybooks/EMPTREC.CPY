001200*                   and the record comes back active, so a typo
001300*                   or a department move no longer needs a
001400*                   deactivate-and-re-add under pressure.
001420*  2026-10-15 JMT  Added the preferred language, set on an add
001440*                   and replaced by a non-blank "U" card.
001500*================================================================*
001600 01  EMPT-RECORD.
001700     05  EMPT-ACTION-CODE        PIC X(01).
002200     05  EMPT-EMPLOYEE-ID        PIC X(06).
002300     05  EMPT-EMPLOYEE-NAME      PIC X(20).
002400     05  EMPT-DEPARTMENT         PIC X(10).
002500     05  EMPT-LANGUAGE           PIC X(02).
