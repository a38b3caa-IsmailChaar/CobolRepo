000100*================================================================*
000200*  HSPREC.CPY
000300*  Run-control card for HRSYNC: the largest drop in active
000400*  headcount, in percent of the master's active employees, that
000500*  a feed may cause before the whole run is refused as a likely
000600*  partial file, and the override that accepts a larger drop
000700*  once someone has checked it is real.  Optional file - when
000800*  absent the threshold is 10 percent with no override.
000900*-----------------------------------------------------------------
001000*  MAINTENANCE HISTORY
001100*  2026-10-15 JMT  Initial version.
001200*================================================================*
001300 01  HSP-RECORD.
001400     05  HSP-DROP-PERCENT        PIC 9(03).
001500     05  HSP-DROP-OVERRIDE       PIC X(01).
001600         88  HSP-DROP-FORCED           VALUE "Y".

