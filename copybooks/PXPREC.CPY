000600*-----------------------------------------------------------------
000700*  MAINTENANCE HISTORY
000800*  2026-08-23 JMT  Initial version.
000810*  2026-10-15 JMT  Added PXP-EVENT-CODE: when present only that
000820*                   event's score and result rows are exported.
000900*================================================================*
001000 01  PXP-RECORD.
001100     05  PXP-EXTRACT-DATE        PIC 9(08).
001200     05  PXP-EVENT-CODE          PIC X(06).
