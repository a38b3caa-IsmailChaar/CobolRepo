001220*                   sessions can be told apart downstream now
001230*                   that several kiosks run at once.  Rows
001240*                   written earlier carry spaces here.
001250*  2026-10-15 JMT  Added the employee name and department, now
001260*                   that kiosk players sign in with their badge.
001270*                   Rows written earlier carry spaces here.
001275*  2026-10-15 JMT  Added GLOG-EVENT-CODE, the EVENT-MASTER event
001280*                   the session was played under.  Spaces for a
001285*                   run with no event and on older rows.
001300*================================================================*
001400 01  GLOG-RECORD.
001500     05  GLOG-SESSION-ID.
003400         88  GLOG-REJ-RANGE            VALUE "R".
003500     05  GLOG-LOG-TIME           PIC 9(08).
003600     05  GLOG-TERMINAL-ID        PIC X(04).
003700     05  GLOG-EMPLOYEE-NAME      PIC X(20).
003800     05  GLOG-DEPARTMENT         PIC X(10).
003900     05  GLOG-EVENT-CODE         PIC X(06).
