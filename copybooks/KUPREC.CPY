000100*================================================================*
000200*  KUPREC.CPY
000300*  Run-control card for the KIOSKUSE kiosk utilization report:
000400*  the date range reported and the idle gap, in minutes, from
000500*  which a pause between two sessions on a kiosk is counted as
000600*  a long idle period.  Optional file - when absent the report
000700*  covers today with a 30-minute threshold; a zero "to" date
000800*  reports the "from" date alone.
000900*-----------------------------------------------------------------
001000*  MAINTENANCE HISTORY
001100*  2026-10-15 JMT  Initial version.
001200*================================================================*
001300 01  KUP-RECORD.
001400     05  KUP-DATE-FROM           PIC 9(08).
001500     05  KUP-DATE-TO             PIC 9(08).
001600     05  KUP-IDLE-MINUTES        PIC 9(03).

