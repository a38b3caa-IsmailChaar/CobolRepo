001130*                   run-control journal already shows completed,
001140*                   mirroring PARM-RERUN-OVERRIDE in the kiosk
001150*                   program.
001160*  2026-10-15 JMT  Added SSP-LANGUAGE (FR/EN) selecting the
001170*                   language of the printed headings; blank
001180*                   means French.
001200*================================================================*
001300 01  SSP-RECORD.
001400     05  SSP-FINAL-FLAG          PIC X(01).
001800                                 PIC 9(03).
001900     05  SSP-RERUN-OVERRIDE      PIC X(01).
002000         88  SSP-RERUN-FORCED          VALUE "Y".
002100     05  SSP-LANGUAGE            PIC X(02).
002200         88  SSP-LANG-FRENCH           VALUE "FR".
002300         88  SSP-LANG-ENGLISH          VALUE "EN".
