001100*                   attempts (the default), "P" ranks on
001200*                   attempts-versus-par so one board can span
001300*                   differently-sized events.
001310*  2026-10-15 JMT  Added LDRP-EVENT-CODE: when present only that
001320*                   event's rows are ranked, and a card with no
001330*                   dates ranks the event's whole open/close span.
001340*  2026-10-15 JMT  Added LDRP-LANGUAGE: the language of the
001360*                   printed headings ("FR", the default, or "EN").
001400*================================================================*
001500 01  LDRP-RECORD.
001600     05  LDRP-DATE-FROM          PIC 9(08).
001900     05  LDRP-RANK-BASIS         PIC X(01).
002000         88  LDRP-RANK-BY-ATTEMPTS     VALUE "A".
002100         88  LDRP-RANK-BY-PAR          VALUE "P".
002200     05  LDRP-EVENT-CODE         PIC X(06).
002300     05  LDRP-LANGUAGE           PIC X(02).
