001497*  2026-09-03  JMT   The run now registers its start, end,
001498*                     counts and RETURN-CODE on the shared
001499*                     run-control journal through RUNLOG.
001500*  2026-10-15  JMT   An "A" card carries the employee's preferred
001510*                     kiosk language and a non-blank language on a
001520*                     "U" card replaces it; the list shows it.
001550*================================================================*
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID.    EMPMAINT.
001800 AUTHOR.        J. M. TANGUAY.
005630 77  EM-REPORT-OK-SW         PIC X(01) VALUE "N".
005640     88  EM-REPORT-OK              VALUE "Y".

005650 77  EM-BEFORE-IMAGE         PIC X(39) VALUE SPACES.
005660 77  EM-AFTER-IMAGE          PIC X(39) VALUE SPACES.
005665 77  EM-AUDIT-ACTION         PIC X(01) VALUE SPACE.

005670 01  EM-RPT-HEAD-LINE.

005690 01  EM-RPT-IMAGE-LINE.
005691     05  EM-RPT-IMAGE-LABEL      PIC X(10).
005692     05  EM-RPT-IMAGE            PIC X(39).
005693     05  FILLER                  PIC X(31) VALUE SPACES.

005695     COPY RUNLREC.

014300     MOVE EMPT-EMPLOYEE-NAME TO EMP-EMPLOYEE-NAME
014400     MOVE EMPT-DEPARTMENT    TO EMP-DEPARTMENT
014500     MOVE "A"                TO EMP-ACTIVE-FLAG
014550     MOVE EMPT-LANGUAGE      TO EMP-LANGUAGE
014600     WRITE EMPLOYEE-MASTER-RECORD
014700         INVALID KEY
014800             DISPLAY "Deja present : " EMPT-EMPLOYEE-ID
017740     IF EMPT-DEPARTMENT NOT = SPACES
017742         MOVE EMPT-DEPARTMENT TO EMP-DEPARTMENT
017744     END-IF
017746     IF EMPT-LANGUAGE NOT = SPACES
017749         MOVE EMPT-LANGUAGE TO EMP-LANGUAGE
017752     END-IF
017755     MOVE "A" TO EMP-ACTIVE-FLAG
017758     REWRITE EMPLOYEE-MASTER-RECORD
017761         INVALID KEY
017764             DISPLAY "Reecriture impossible : " EMPT-EMPLOYEE-ID
017767             ADD 1 TO EM-ERROR-COUNT
017770         NOT INVALID KEY
017773             ADD 1 TO EM-UPDATE-COUNT
017776             MOVE EMPLOYEE-MASTER-RECORD TO EM-AFTER-IMAGE
017779             MOVE "U" TO EM-AUDIT-ACTION
017782             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
017785     END-REWRITE.
017788 3400-EXIT.
017791     EXIT.

017800*================================================================*
017900*  3300-LIST-MASTER / 3350-LIST-ONE-EMPLOYEE
020500     END-READ
020600     ADD 1 TO EM-LIST-COUNT
020700     DISPLAY EMP-EMPLOYEE-ID " " EMP-EMPLOYEE-NAME
020800         " " EMP-DEPARTMENT " " EMP-ACTIVE-FLAG
020850         " " EMP-LANGUAGE.
020900 3350-EXIT.
021000     EXIT.

