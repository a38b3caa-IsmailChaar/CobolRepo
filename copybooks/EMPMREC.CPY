000800*-----------------------------------------------------------------
000900*  MAINTENANCE HISTORY
001000*  2026-08-23 JMT  Initial version.
001020*  2026-10-15 JMT  Added EMP-LANGUAGE, the player's preferred
001040*                   language for the kiosk messages ("FR" or
001060*                   "EN"); blank takes the site's language.
001100*================================================================*
001200 01  EMPLOYEE-MASTER-RECORD.
001300     05  EMP-EMPLOYEE-ID         PIC X(06).
001600     05  EMP-ACTIVE-FLAG         PIC X(01).
001700         88  EMP-ACTIVE                VALUE "A".
001800         88  EMP-INACTIVE              VALUE "I".
001900     05  EMP-LANGUAGE            PIC X(02).
002000         88  EMP-LANG-FRENCH           VALUE "FR".
002100         88  EMP-LANG-ENGLISH          VALUE "EN".
