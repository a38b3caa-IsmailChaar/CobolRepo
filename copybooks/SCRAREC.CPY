000100*================================================================*
000200*  SCRAREC.CPY
000300*  One record per applied SCORE-MASTER transaction, appended to
000400*  the score maintenance audit file: the run date and time, the
000500*  action, the operator and reason given on the transaction,
000600*  and the full before and after images of the master record.
000700*  A void or correction changes who wins a prize, so every
000800*  change must be answerable afterwards.
000900*-----------------------------------------------------------------
001000*  MAINTENANCE HISTORY
001100*  2026-10-15 JMT  Initial version.
001200*================================================================*
001300 01  SCRA-RECORD.
001400     05  SCRA-RUN-DATE           PIC 9(08).
001500     05  SCRA-RUN-TIME           PIC 9(08).
001600     05  SCRA-ACTION-CODE        PIC X(01).
001700     05  SCRA-OPERATOR-ID        PIC X(08).
001800     05  SCRA-REASON-CODE        PIC X(02).
001900     05  SCRA-BEFORE-IMAGE       PIC X(83).
002000     05  SCRA-AFTER-IMAGE        PIC X(83).

