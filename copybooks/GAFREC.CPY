000100*================================================================*
000200*  GAFREC.CPY
000300*  One record per session the GLOGANAL guess-log analysis
000400*  flagged, appended to the GAFLAGS extract each time a date is
000500*  analysed: the session id (date, employee, start time) and
000600*  the screen that caught it.  The prize run holds any prize
000700*  won in a flagged session until the events team clears it.
000800*  A session caught by two screens has two records.
000900*-----------------------------------------------------------------
001000*  MAINTENANCE HISTORY
001100*  2026-10-15 JMT  Initial version.
001200*================================================================*
001300 01  GAF-RECORD.
001400     05  GAF-SESSION-DATE        PIC 9(08).
001500     05  GAF-EMPLOYEE-ID         PIC X(06).
001600     05  GAF-SESSION-TIME        PIC 9(08).
001700     05  GAF-FLAG-CODE           PIC X(01).
001800         88  GAF-QUICK-WIN             VALUE "Q".
001900         88  GAF-NO-PROCHE             VALUE "N".
002000         88  GAF-SAME-SEQUENCE         VALUE "S".

