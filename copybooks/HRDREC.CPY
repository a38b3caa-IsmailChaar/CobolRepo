000100*================================================================*
000200*  HRDREC.CPY
000300*  One approved department code, read by HRSYNC.  A department
000400*  is accepted from the HR feed when some employee on the
000500*  EMPLOYEE-MASTER already belongs to it or when it is listed
000600*  here; the list is how the events team approves a new
000700*  department before its first employee is synchronized.
000800*  Optional file.
000900*-----------------------------------------------------------------
001000*  MAINTENANCE HISTORY
001100*  2026-10-15 JMT  Initial version.
001200*================================================================*
001300 01  HRD-RECORD.
001400     05  HRD-DEPARTMENT          PIC X(10).
001500     05  HRD-DESCRIPTION         PIC X(30).

