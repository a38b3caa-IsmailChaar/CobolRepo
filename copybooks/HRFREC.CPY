000100*================================================================*
000200*  HRFREC.CPY
000300*  One employee on the nightly HR full-file extract read by
000400*  HRSYNC: id, name, department and HR status.  The extract
000500*  lists every employee HR knows, active or gone; an employee
000600*  absent from it is treated as having left.
000700*-----------------------------------------------------------------
000800*  MAINTENANCE HISTORY
000900*  2026-10-15 JMT  Initial version.
001000*================================================================*
001100 01  HRF-RECORD.
001200     05  HRF-EMPLOYEE-ID         PIC X(06).
001300     05  HRF-EMPLOYEE-NAME       PIC X(20).
001400     05  HRF-DEPARTMENT          PIC X(10).
001500     05  HRF-STATUS              PIC X(01).
001600         88  HRF-ACTIVE                VALUE "A".
001700         88  HRF-INACTIVE              VALUE "I".
001800         88  HRF-STATUS-VALID          VALUE "A" "I".

