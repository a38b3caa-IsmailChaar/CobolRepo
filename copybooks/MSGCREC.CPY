000100*================================================================*
000200*  MSGCREC.CPY
000300*  Communication area between a suite program and the MSGCAT
000400*  message catalog subprogram.  The caller fills its program
000500*  id, the language wanted, the message number and the French
000600*  text it would have printed itself; MSGCAT returns the text
000700*  from the catalog in MC-TEXT.  A message missing in that
000800*  language comes back in French with MC-STATUS "04", and the
000900*  gap is written to ERROR-LOG under the caller's program id.
001000*  The caller's RETURN-CODE rides through in MC-RETURN-CODE as
001100*  for RUNLOG.
001200*-----------------------------------------------------------------
001300*  MAINTENANCE HISTORY
001400*  2026-10-15 JMT  Initial version.
001500*================================================================*
001600 01  MC-COMMAREA.
001700     05  MC-PROGRAM-ID           PIC X(12).
001800     05  MC-LANGUAGE             PIC X(02).
001900         88  MC-LANG-FRENCH            VALUE "FR".
002000         88  MC-LANG-ENGLISH           VALUE "EN".
002100     05  MC-MESSAGE-NO           PIC 9(04).
002200     05  MC-DEFAULT-TEXT         PIC X(60).
002300     05  MC-TEXT                 PIC X(60).
002400     05  MC-RETURN-CODE          PIC 9(02).
002500     05  MC-STATUS               PIC X(02).
002600         88  MC-STATUS-OK              VALUE "00".
002700         88  MC-STATUS-FALLBACK        VALUE "04".
