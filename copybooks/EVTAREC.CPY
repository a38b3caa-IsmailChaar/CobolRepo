000100*================================================================*
000200*  EVTAREC.CPY
000300*  One record per applied EVENT-MASTER transaction, appended to
000400*  the event maintenance audit file: the run date and time, the
000500*  action, and the full before and after images of the master
000600*  record (the before image is spaces on an add).  The event
000700*  record sets the dates, range and prize pool a promotion is
000800*  judged by, so every change must be answerable afterwards.
000900*-----------------------------------------------------------------
001000*  MAINTENANCE HISTORY
001100*  2026-10-15 JMT  Initial version.
001200*================================================================*
001300 01  EVTA-RECORD.
001400     05  EVTA-RUN-DATE           PIC 9(08).
001500     05  EVTA-RUN-TIME           PIC 9(08).
001600     05  EVTA-ACTION-CODE        PIC X(01).
001700     05  EVTA-BEFORE-IMAGE       PIC X(73).
001800     05  EVTA-AFTER-IMAGE        PIC X(73).

