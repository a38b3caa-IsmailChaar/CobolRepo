001100*-----------------------------------------------------------------
001200*  MAINTENANCE HISTORY
001300*  2026-09-03 JMT  Initial version.
001310*  2026-10-15 JMT  Added SCORM-EVENT-CODE, carried from the score
001320*                   extract, so the evening readers can select one
001330*                   event as well as a date range.
001340*  2026-10-15 JMT  Added SCORM-VOID-FLAG and SCORM-VOID-REASON,
001350*                   set by the SCRMAINT score maintenance run.  A
001360*                   voided row stays on file for the audit trail
001370*                   but is left out of rankings and exports.
001400*================================================================*
001500 01  SCORE-MASTER-RECORD.
001600     05  SCORM-KEY.
002600     05  SCORM-PAR-COUNT         PIC 9(02).
002700     05  SCORM-VS-PAR            PIC S9(05)
002800                                 SIGN LEADING SEPARATE.
002900     05  SCORM-EVENT-CODE        PIC X(06).
003000     05  SCORM-VOID-FLAG         PIC X(01).
003100         88  SCORM-VOIDED              VALUE "V".
003200         88  SCORM-ACTIVE              VALUE " ".
003300     05  SCORM-VOID-REASON       PIC X(02).
