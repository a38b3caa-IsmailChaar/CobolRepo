000100*================================================================*
000200*  EVTTREC.CPY
000300*  One maintenance transaction against the EVENT-MASTER file,
000400*  read by EVTMAINT: add an event, deactivate (cancel) an event,
000500*  update an event, or list the whole file.  On an update every
000600*  non-blank field replaces the master's and the event comes
000700*  back active; numeric fields left blank keep the master value.
000800*-----------------------------------------------------------------
000900*  MAINTENANCE HISTORY
001000*  2026-10-15 JMT  Initial version.
001100*================================================================*
001200 01  EVTT-RECORD.
001300     05  EVTT-ACTION-CODE        PIC X(01).
001400         88  EVTT-ADD                  VALUE "A".
001500         88  EVTT-DEACTIVATE           VALUE "D".
001600         88  EVTT-UPDATE               VALUE "U".
001700         88  EVTT-LIST                 VALUE "L".
001800     05  EVTT-EVENT-CODE         PIC X(06).
001900     05  EVTT-EVENT-NAME         PIC X(30).
002000     05  EVTT-OPEN-DATE          PIC 9(08).
002100     05  EVTT-CLOSE-DATE         PIC 9(08).
002200     05  EVTT-RANGE-LOW          PIC 9(03).
002300     05  EVTT-RANGE-HIGH         PIC 9(03).
002400     05  EVTT-MAX-ATTEMPTS       PIC 9(03).
002500     05  EVTT-ROUND-COUNT        PIC 9(02).
002600     05  EVTT-PRIZE-POOL         PIC 9(07)V99.

