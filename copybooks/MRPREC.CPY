000100*================================================================*
000200*  MRPREC.CPY
000300*  Run-control card for the MSTRCVR forward recovery: the
000400*  master to rebuild ("SC" score, "SE" season) and the last
000500*  business date whose after-images are applied.  The card is
000600*  mandatory, since the run replaces the whole master; a zero
000700*  or blank date applies everything on the journal.
000800*-----------------------------------------------------------------
000900*  MAINTENANCE HISTORY
001000*  2026-10-15 JMT  Initial version.
001100*================================================================*
001200 01  MRP-RECORD.
001300     05  MRP-MASTER-ID           PIC X(02).
001400         88  MRP-SCORE-MASTER          VALUE "SC".
001500         88  MRP-SEASON-MASTER         VALUE "SE".
001600     05  MRP-TO-DATE             PIC 9(08).

