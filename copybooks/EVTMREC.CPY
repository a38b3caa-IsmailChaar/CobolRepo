000100*================================================================*
000200*  EVTMREC.CPY
000300*  One record per promotional event on the indexed EVENT-MASTER
000400*  file, keyed by event code: the event name, the dates between
000500*  which it may be played, the number range, attempt cap and
000600*  round count every game under the event uses, and the prize
000700*  pool set aside for it.  PLUSOUMOINS refuses to run an event
000800*  outside its dates, and the evening readers select its rows
000900*  by the event code carried on every extract.
001000*-----------------------------------------------------------------
001100*  MAINTENANCE HISTORY
001200*  2026-10-15 JMT  Initial version.
001300*================================================================*
001400 01  EVENT-MASTER-RECORD.
001500     05  EVT-EVENT-CODE          PIC X(06).
001600     05  EVT-EVENT-NAME          PIC X(30).
001700     05  EVT-OPEN-DATE           PIC 9(08).
001800     05  EVT-CLOSE-DATE          PIC 9(08).
001900     05  EVT-RANGE-LOW           PIC 9(03).
002000     05  EVT-RANGE-HIGH          PIC 9(03).
002100     05  EVT-MAX-ATTEMPTS        PIC 9(03).
002200     05  EVT-ROUND-COUNT         PIC 9(02).
002300     05  EVT-PRIZE-POOL          PIC 9(07)V99.
002400     05  EVT-ACTIVE-FLAG         PIC X(01).
002500         88  EVT-ACTIVE                VALUE "A".
002600         88  EVT-INACTIVE              VALUE "I".

