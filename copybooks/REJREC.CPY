000700*-----------------------------------------------------------------
000800*  MAINTENANCE HISTORY
000900*  2026-08-23 JMT  Initial version.
000910*  2026-10-15 JMT  Added REJECT-EVENT-CODE, the EVENT-MASTER event
000920*                   of the batch run that skipped the id.  Spaces
000930*                   for a run with no event.
001000*================================================================*
001100 01  REJECT-RECORD.
001200     05  REJECT-EMPLOYEE-ID      PIC X(06).
001400         88  REJECT-UNKNOWN-ID         VALUE "U".
001500         88  REJECT-INACTIVE-ID        VALUE "I".
001600     05  REJECT-RUN-DATE         PIC 9(08).
001700     05  REJECT-EVENT-CODE       PIC X(06).
