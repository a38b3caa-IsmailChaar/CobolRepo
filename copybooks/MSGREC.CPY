000100*================================================================*
000200*  MSGREC.CPY
000300*  One entry of the kiosk message catalog read by the MSGCAT
000400*  subprogram: the text of one message number in one language
000500*  ("FR" French, "EN" English).  Numbers 0001-0099 are the
000600*  PLUSOUMOINS kiosk prompts and hints, 0100-0199 the LEADERBD
000700*  headings, 0200-0299 DEPTSTND and 0300-0399 SEASONST.  The
000800*  French entry is the house text; every other language falls
000900*  back to it when its own entry is missing.
001000*-----------------------------------------------------------------
001100*  MAINTENANCE HISTORY
001200*  2026-10-15 JMT  Initial version.
001300*================================================================*
001400 01  MSG-RECORD.
001500     05  MSG-KEY.
001600         10  MSG-NUMBER          PIC 9(04).
001700         10  MSG-LANGUAGE        PIC X(02).
001800     05  MSG-TEXT                PIC X(60).
