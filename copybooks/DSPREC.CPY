000600*-----------------------------------------------------------------
000700*  MAINTENANCE HISTORY
000800*  2026-09-03 JMT  Initial version.
000810*  2026-10-15 JMT  Added DSP-EVENT-CODE: when present only that
000820*                   event's rows are aggregated, and a card with
000830*                   no dates covers the event's open/close span.
000840*  2026-10-15 JMT  Added DSP-LANGUAGE: the language of the
000860*                   printed headings ("FR", the default, or "EN").
000900*================================================================*
001000 01  DSP-RECORD.
001100     05  DSP-DATE-FROM           PIC 9(08).
001200     05  DSP-DATE-TO             PIC 9(08).
001300     05  DSP-EVENT-CODE          PIC X(06).
001400     05  DSP-LANGUAGE            PIC X(02).
