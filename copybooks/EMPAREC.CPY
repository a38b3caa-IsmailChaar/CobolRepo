000900*-----------------------------------------------------------------
001000*  MAINTENANCE HISTORY
001100*  2026-09-03 JMT  Initial version.
001120*  2026-10-15 JMT  Images widened to 39 for the master's new
001140*                   preferred-language field.
001200*================================================================*
001300 01  EMPA-RECORD.
001400     05  EMPA-RUN-DATE           PIC 9(08).
001500     05  EMPA-RUN-TIME           PIC 9(08).
001600     05  EMPA-ACTION-CODE        PIC X(01).
001700     05  EMPA-BEFORE-IMAGE       PIC X(39).
001800     05  EMPA-AFTER-IMAGE        PIC X(39).
