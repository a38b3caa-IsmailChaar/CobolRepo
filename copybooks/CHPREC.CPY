000100*================================================================*
000200*  CHPREC.CPY
000300*  Run-control card for the COACHRPT guess-strategy coaching
000400*  report: the date range whose guess-log sessions are measured
000500*  and the number range assumed for a lost session that neither
000600*  the score master nor its event can size.  Optional file -
000700*  when absent the report covers today on the standard 1-100
000800*  range; a zero "to" date reports the "from" date alone.
000900*-----------------------------------------------------------------
001000*  MAINTENANCE HISTORY
001100*  2026-10-15 JMT  Initial version.
001200*================================================================*
001300 01  CHP-RECORD.
001400     05  CHP-DATE-FROM           PIC 9(08).
001500     05  CHP-DATE-TO             PIC 9(08).
001600     05  CHP-RANGE-LOW           PIC 9(03).
001700     05  CHP-RANGE-HIGH          PIC 9(03).

