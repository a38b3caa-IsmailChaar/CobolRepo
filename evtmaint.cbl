000100*================================================================*
000200*  PROGRAM:     EVTMAINT
000300*  FUNCTION:    Maintains the indexed EVENT-MASTER file that ties
000400*               a PLUSOUMOINS run to a promotional event.  Driven
000500*               by a transaction file the same way EMPMAINT keeps
000600*               the employee master, so the event dates, range,
000700*               attempt cap, round count and prize pool are never
000800*               hand-edited: "A" adds an event, "D" cancels an
000900*               event (flags it inactive), "U" updates (and
001000*               reactivates) an event, "L" lists the whole file.
001100*               Every applied change is appended to the audit
001200*               file with its before and after images and echoed
001300*               on the maintenance report.
001400*-----------------------------------------------------------------
001500*  MAINTENANCE HISTORY
001600*  DATE        INIT  DESCRIPTION
001700*  2026-10-15  JMT   Initial version.
001800*================================================================*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.    EVTMAINT.
002100 AUTHOR.        J. M. TANGUAY.
002200 INSTALLATION.  EVENTS-KIOSK-TEAM.
002300 DATE-WRITTEN.  2026-10-15.
002400 DATE-COMPILED.

002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT EVTT-FILE ASSIGN TO "EVTTRANS"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS EV-TRANS-STATUS.

003100     SELECT EVENT-MASTER ASSIGN TO "EVENTMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS EVT-EVENT-CODE
003500         FILE STATUS IS EV-MASTER-STATUS.

003600     SELECT EVTA-FILE ASSIGN TO "EVTAUDIT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS EV-AUDIT-STATUS.

003900     SELECT PRINT-FILE ASSIGN TO "EVTPRINT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS EV-PRINT-STATUS.

004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  EVTT-FILE
004500     RECORDING MODE IS F.
004600     COPY EVTTREC.

004700 FD  EVENT-MASTER.
004800     COPY EVTMREC.

004900 FD  EVTA-FILE
005000     RECORDING MODE IS F.
005100     COPY EVTAREC.

005200 FD  PRINT-FILE
005300     RECORDING MODE IS F.
005400 01  PRINT-RECORD                PIC X(80).

005500 WORKING-STORAGE SECTION.

005600 77  EV-TRANS-STATUS         PIC X(02) VALUE "00".
005700 77  EV-MASTER-STATUS        PIC X(02) VALUE "00".
005800 77  EV-AUDIT-STATUS         PIC X(02) VALUE "00".
005900 77  EV-PRINT-STATUS         PIC X(02) VALUE "00".

006000 77  EV-EOF-TRANS-SW         PIC X(01) VALUE "N".
006100     88  EV-EOF-TRANS              VALUE "Y".

006200 77  EV-EOF-LIST-SW          PIC X(01) VALUE "N".
006300     88  EV-EOF-LIST               VALUE "Y".

006400 77  EV-EVENT-OK-SW          PIC X(01) VALUE "Y".
006500     88  EV-EVENT-OK               VALUE "Y".

006600 77  EV-TRANS-COUNT          PIC 9(05) COMP VALUE ZERO.
006700 77  EV-ADD-COUNT            PIC 9(05) COMP VALUE ZERO.
006800 77  EV-DEACT-COUNT          PIC 9(05) COMP VALUE ZERO.
006900 77  EV-UPDATE-COUNT         PIC 9(05) COMP VALUE ZERO.
007000 77  EV-LIST-COUNT           PIC 9(05) COMP VALUE ZERO.
007100 77  EV-ERROR-COUNT          PIC 9(05) COMP VALUE ZERO.

007200 77  EV-TRANS-COUNT-EDIT     PIC ZZZZ9.
007300 77  EV-ADD-COUNT-EDIT       PIC ZZZZ9.
007400 77  EV-DEACT-COUNT-EDIT     PIC ZZZZ9.
007500 77  EV-UPDATE-COUNT-EDIT    PIC ZZZZ9.
007600 77  EV-LIST-COUNT-EDIT      PIC ZZZZ9.
007700 77  EV-ERROR-COUNT-EDIT     PIC ZZZZ9.
007800 77  EV-PRIZE-POOL-EDIT      PIC Z(06)9.99.

007900 77  EV-RUN-DATE             PIC 9(08) VALUE ZERO.
008000 77  EV-RUN-TIME             PIC 9(08) VALUE ZERO.

008100 77  EV-REPORT-OK-SW         PIC X(01) VALUE "N".
008200     88  EV-REPORT-OK              VALUE "Y".

008300 77  EV-BEFORE-IMAGE         PIC X(73) VALUE SPACES.
008400 77  EV-AFTER-IMAGE          PIC X(73) VALUE SPACES.
008500 77  EV-AUDIT-ACTION         PIC X(01) VALUE SPACE.

008600 01  EV-RPT-HEAD-LINE.
008700     05  FILLER                  PIC X(28)
008800         VALUE "MAINTENANCE EVENT-MASTER DU ".
008900     05  EV-RPT-HD-DATE          PIC 9(08).
009000     05  FILLER                  PIC X(03) VALUE " A ".
009100     05  EV-RPT-HD-TIME          PIC 9(06).
009200     05  FILLER                  PIC X(35) VALUE SPACES.

009300 01  EV-RPT-ACTION-LINE.
009400     05  FILLER                  PIC X(07) VALUE "ACTION ".
009500     05  EV-RPT-ACTION           PIC X(01).
009600     05  FILLER                  PIC X(12) VALUE " EVENEMENT: ".
009700     05  EV-RPT-EVENT-CODE       PIC X(06).
009800     05  FILLER                  PIC X(54) VALUE SPACES.

009900*    The 73-byte master image leaves room for a 7-byte label
010000*    on the 80-column report line.
010100 01  EV-RPT-IMAGE-LINE.
010200     05  EV-RPT-IMAGE-LABEL      PIC X(07).
010300     05  EV-RPT-IMAGE            PIC X(73).

010400     COPY RUNLREC.

010500 PROCEDURE DIVISION.

010600*================================================================*
010700*  0000-MAINLINE
010800*  Opens the files, applies every transaction in turn, then
010900*  prints the maintenance totals.
011000*================================================================*
011100 0000-MAINLINE.
011200     MOVE FUNCTION CURRENT-DATE(1:8) TO EV-RUN-DATE
011300     MOVE FUNCTION CURRENT-DATE(9:8) TO EV-RUN-TIME
011400     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
011500     PERFORM 1500-REGISTER-START THRU 1500-EXIT
011600     IF EV-TRANS-STATUS NOT = "00"
011700        OR EV-MASTER-STATUS NOT = "00"
011800        OR EV-AUDIT-STATUS NOT = "00"
011900         GO TO 0000-MAINLINE-EXIT
012000     END-IF
012100     PERFORM 2000-READ-TRANS THRU 2000-EXIT
012200     PERFORM 3000-APPLY-ONE-TRANS THRU 3000-EXIT
012300         UNTIL EV-EOF-TRANS
012400     CLOSE EVTT-FILE
012500     CLOSE EVENT-MASTER
012600     CLOSE EVTA-FILE
012700     IF EV-REPORT-OK
012800         CLOSE PRINT-FILE
012900     END-IF
013000     PERFORM 9000-PRINT-TOTALS THRU 9000-EXIT.
013100 0000-MAINLINE-EXIT.
013200     PERFORM 9500-REGISTER-END THRU 9500-EXIT
013300     STOP RUN.

013400*================================================================*
013500*  1000-OPEN-FILES
013600*  The master is created empty on the first ever run (file
013700*  status 35) so the first event needs no separate set-up job.
013800*  No audit file, no maintenance: the run cancels rather than
013900*  change the master without a trace.  The maintenance report
014000*  is a convenience - a missing print file only loses the
014100*  paper copy, never the audit.
014200*================================================================*
014300 1000-OPEN-FILES.
014400     OPEN INPUT EVTT-FILE
014500     IF EV-TRANS-STATUS NOT = "00"
014600         DISPLAY "EVTT-FILE introuvable - maintenance annulee"
014700         MOVE 8 TO RETURN-CODE
014800         GO TO 1000-EXIT
014900     END-IF
015000     OPEN I-O EVENT-MASTER
015100     IF EV-MASTER-STATUS = "35"
015200         OPEN OUTPUT EVENT-MASTER
015300         CLOSE EVENT-MASTER
015400         OPEN I-O EVENT-MASTER
015500     END-IF
015600     IF EV-MASTER-STATUS NOT = "00"
015700         DISPLAY "EVENT-MASTER indisponible - maintenance"
015800             " annulee"
015900         MOVE 8 TO RETURN-CODE
016000         CLOSE EVTT-FILE
016100         GO TO 1000-EXIT
016200     END-IF
016300     OPEN EXTEND EVTA-FILE
016400     IF EV-AUDIT-STATUS = "05" OR EV-AUDIT-STATUS = "35"
016500         CLOSE EVTA-FILE
016600         OPEN OUTPUT EVTA-FILE
016700     END-IF
016800     IF EV-AUDIT-STATUS NOT = "00"
016900         DISPLAY "EVTAUDIT indisponible - maintenance annulee"
017000         MOVE 8 TO RETURN-CODE
017100         CLOSE EVTT-FILE
017200         CLOSE EVENT-MASTER
017300         GO TO 1000-EXIT
017400     END-IF
017500     OPEN OUTPUT PRINT-FILE
017600     IF EV-PRINT-STATUS = "00"
017700         MOVE "Y" TO EV-REPORT-OK-SW
017800         MOVE EV-RUN-DATE       TO EV-RPT-HD-DATE
017900         MOVE EV-RUN-TIME (1:6) TO EV-RPT-HD-TIME
018000         WRITE PRINT-RECORD FROM EV-RPT-HEAD-LINE
018100         MOVE SPACES TO PRINT-RECORD
018200         WRITE PRINT-RECORD
018300     ELSE
018400         DISPLAY "EVTPRINT indisponible - rapport non imprime"
018500     END-IF.
018600 1000-EXIT.
018700     EXIT.

018800 1500-REGISTER-START.
018900     MOVE "S"               TO RL-FUNCTION
019000     MOVE "EVTMAINT"        TO RL-PROGRAM-ID
019100     MOVE EV-RUN-DATE       TO RL-BUSINESS-DATE
019200     MOVE SPACE             TO RL-RUN-MODE
019300     MOVE ZERO              TO RL-RECORD-COUNT
019400     MOVE RETURN-CODE       TO RL-RETURN-CODE
019500     MOVE "N"               TO RL-OVERRIDE-FLAG
019600     CALL "RUNLOG" USING RL-COMMAREA.
019700 1500-EXIT.
019800     EXIT.

019900 2000-READ-TRANS.
020000     READ EVTT-FILE
020100         AT END
020200             SET EV-EOF-TRANS TO TRUE
020300         NOT AT END
020400             ADD 1 TO EV-TRANS-COUNT
020500     END-READ.
020600 2000-EXIT.
020700     EXIT.

020800*================================================================*
020900*  3000-APPLY-ONE-TRANS
021000*  Routes one transaction to its action paragraph.  An
021100*  unrecognised action code is reported and skipped.
021200*================================================================*
021300 3000-APPLY-ONE-TRANS.
021400     IF EVTT-ADD
021500         PERFORM 3100-ADD-EVENT THRU 3100-EXIT
021600     ELSE
021700         IF EVTT-DEACTIVATE
021800             PERFORM 3200-DEACTIVATE-EVENT THRU 3200-EXIT
021900         ELSE
022000             IF EVTT-UPDATE
022100                 PERFORM 3400-UPDATE-EVENT THRU 3400-EXIT
022200             ELSE
022300                 IF EVTT-LIST
022400                     PERFORM 3300-LIST-MASTER THRU 3300-EXIT
022500                 ELSE
022600                     DISPLAY "Code action invalide : "
022700                         EVTT-ACTION-CODE " evenement "
022800                         EVTT-EVENT-CODE
022900                     ADD 1 TO EV-ERROR-COUNT
023000                 END-IF
023100             END-IF
023200         END-IF
023300     END-IF
023400     PERFORM 2000-READ-TRANS THRU 2000-EXIT.
023500 3000-EXIT.
023600     EXIT.

023700*================================================================*
023800*  3100-ADD-EVENT
023900*  A new event always starts active.  The dates and the range
024000*  are required; a blank attempt cap, round count or prize pool
024100*  is taken as zero (no cap, the card's round count, no pool).
024200*  A duplicate code is reported and the existing record left
024300*  untouched.
024400*================================================================*
024500 3100-ADD-EVENT.
024600     MOVE EVTT-EVENT-CODE    TO EVT-EVENT-CODE
024700     MOVE EVTT-EVENT-NAME    TO EVT-EVENT-NAME
024800     MOVE EVTT-OPEN-DATE     TO EVT-OPEN-DATE
024900     MOVE EVTT-CLOSE-DATE    TO EVT-CLOSE-DATE
025000     MOVE EVTT-RANGE-LOW     TO EVT-RANGE-LOW
025100     MOVE EVTT-RANGE-HIGH    TO EVT-RANGE-HIGH
025200     MOVE ZERO               TO EVT-MAX-ATTEMPTS
025300     IF EVTT-MAX-ATTEMPTS IS NUMERIC
025400         MOVE EVTT-MAX-ATTEMPTS TO EVT-MAX-ATTEMPTS
025500     END-IF
025600     MOVE ZERO               TO EVT-ROUND-COUNT
025700     IF EVTT-ROUND-COUNT IS NUMERIC
025800         MOVE EVTT-ROUND-COUNT TO EVT-ROUND-COUNT
025900     END-IF
026000     MOVE ZERO               TO EVT-PRIZE-POOL
026100     IF EVTT-PRIZE-POOL IS NUMERIC
026200         MOVE EVTT-PRIZE-POOL TO EVT-PRIZE-POOL
026300     END-IF
026400     MOVE "A"                TO EVT-ACTIVE-FLAG
026500     PERFORM 3500-CHECK-EVENT THRU 3500-EXIT
026600     IF NOT EV-EVENT-OK
026700         GO TO 3100-EXIT
026800     END-IF
026900     WRITE EVENT-MASTER-RECORD
027000         INVALID KEY
027100             DISPLAY "Deja present : " EVTT-EVENT-CODE
027200             ADD 1 TO EV-ERROR-COUNT
027300         NOT INVALID KEY
027400             ADD 1 TO EV-ADD-COUNT
027500             MOVE SPACES TO EV-BEFORE-IMAGE
027600             MOVE EVENT-MASTER-RECORD TO EV-AFTER-IMAGE
027700             MOVE "A" TO EV-AUDIT-ACTION
027800             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
027900     END-WRITE.
028000 3100-EXIT.
028100     EXIT.

028200*================================================================*
028300*  3200-DEACTIVATE-EVENT
028400*  The record is kept (the extracts still carry its code); only
028500*  the active flag is turned off so PLUSOUMOINS refuses to run
028600*  the event from now on.
028700*================================================================*
028800 3200-DEACTIVATE-EVENT.
028900     MOVE EVTT-EVENT-CODE TO EVT-EVENT-CODE
029000     READ EVENT-MASTER
029100         INVALID KEY
029200             DISPLAY "Introuvable : " EVTT-EVENT-CODE
029300             ADD 1 TO EV-ERROR-COUNT
029400             GO TO 3200-EXIT
029500     END-READ
029600     MOVE EVENT-MASTER-RECORD TO EV-BEFORE-IMAGE
029700     MOVE "I" TO EVT-ACTIVE-FLAG
029800     REWRITE EVENT-MASTER-RECORD
029900         INVALID KEY
030000             DISPLAY "Reecriture impossible : " EVTT-EVENT-CODE
030100             ADD 1 TO EV-ERROR-COUNT
030200         NOT INVALID KEY
030300             ADD 1 TO EV-DEACT-COUNT
030400             MOVE EVENT-MASTER-RECORD TO EV-AFTER-IMAGE
030500             MOVE "D" TO EV-AUDIT-ACTION
030600             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
030700     END-REWRITE.
030800 3200-EXIT.
030900     EXIT.

031000*================================================================*
031100*  3300-LIST-MASTER / 3350-LIST-ONE-EVENT
031200*  Walks the whole master in key order and displays one line per
031300*  record, active or not.
031400*================================================================*
031500 3300-LIST-MASTER.
031600     MOVE "N" TO EV-EOF-LIST-SW
031700     MOVE ZERO TO EV-LIST-COUNT
031800     MOVE LOW-VALUES TO EVT-EVENT-CODE
031900     START EVENT-MASTER
032000         KEY IS GREATER THAN OR EQUAL TO EVT-EVENT-CODE
032100         INVALID KEY
032200             SET EV-EOF-LIST TO TRUE
032300     END-START
032400     DISPLAY "Liste du fichier EVENT-MASTER"
032500     PERFORM 3350-LIST-ONE-EVENT THRU 3350-EXIT
032600         UNTIL EV-EOF-LIST
032700     MOVE EV-LIST-COUNT TO EV-LIST-COUNT-EDIT
032800     DISPLAY "Fin de liste - " EV-LIST-COUNT-EDIT
032900         " enregistrements".
033000 3300-EXIT.
033100     EXIT.

033200 3350-LIST-ONE-EVENT.
033300     READ EVENT-MASTER NEXT
033400         AT END
033500             SET EV-EOF-LIST TO TRUE
033600             GO TO 3350-EXIT
033700     END-READ
033800     ADD 1 TO EV-LIST-COUNT
033900     MOVE EVT-PRIZE-POOL TO EV-PRIZE-POOL-EDIT
034000     DISPLAY EVT-EVENT-CODE " " EVT-EVENT-NAME
034100         " " EVT-OPEN-DATE " " EVT-CLOSE-DATE
034200         " " EVT-RANGE-LOW "-" EVT-RANGE-HIGH
034300         " " EVT-MAX-ATTEMPTS " " EVT-ROUND-COUNT
034400         " " EV-PRIZE-POOL-EDIT " " EVT-ACTIVE-FLAG.
034500 3350-EXIT.
034600     EXIT.

034700*================================================================*
034800*  3400-UPDATE-EVENT
034900*  Non-blank transaction fields replace the master's; the event
035000*  always comes back active, so one "U" card both moves a date
035100*  and reopens a cancelled event.  A field left blank on the
035200*  card keeps the master's value.  The result is checked as an
035300*  add would be before it is rewritten.
035400*================================================================*
035500 3400-UPDATE-EVENT.
035600     MOVE EVTT-EVENT-CODE TO EVT-EVENT-CODE
035700     READ EVENT-MASTER
035800         INVALID KEY
035900             DISPLAY "Introuvable : " EVTT-EVENT-CODE
036000             ADD 1 TO EV-ERROR-COUNT
036100             GO TO 3400-EXIT
036200     END-READ
036300     MOVE EVENT-MASTER-RECORD TO EV-BEFORE-IMAGE
036400     IF EVTT-EVENT-NAME NOT = SPACES
036500         MOVE EVTT-EVENT-NAME TO EVT-EVENT-NAME
036600     END-IF
036700     IF EVTT-OPEN-DATE IS NUMERIC
036800         MOVE EVTT-OPEN-DATE TO EVT-OPEN-DATE
036900     END-IF
037000     IF EVTT-CLOSE-DATE IS NUMERIC
037100         MOVE EVTT-CLOSE-DATE TO EVT-CLOSE-DATE
037200     END-IF
037300     IF EVTT-RANGE-LOW IS NUMERIC
037400         MOVE EVTT-RANGE-LOW TO EVT-RANGE-LOW
037500     END-IF
037600     IF EVTT-RANGE-HIGH IS NUMERIC
037700         MOVE EVTT-RANGE-HIGH TO EVT-RANGE-HIGH
037800     END-IF
037900     IF EVTT-MAX-ATTEMPTS IS NUMERIC
038000         MOVE EVTT-MAX-ATTEMPTS TO EVT-MAX-ATTEMPTS
038100     END-IF
038200     IF EVTT-ROUND-COUNT IS NUMERIC
038300         MOVE EVTT-ROUND-COUNT TO EVT-ROUND-COUNT
038400     END-IF
038500     IF EVTT-PRIZE-POOL IS NUMERIC
038600         MOVE EVTT-PRIZE-POOL TO EVT-PRIZE-POOL
038700     END-IF
038800     MOVE "A" TO EVT-ACTIVE-FLAG
038900     PERFORM 3500-CHECK-EVENT THRU 3500-EXIT
039000     IF NOT EV-EVENT-OK
039100         GO TO 3400-EXIT
039200     END-IF
039300     REWRITE EVENT-MASTER-RECORD
039400         INVALID KEY
039500             DISPLAY "Reecriture impossible : " EVTT-EVENT-CODE
039600             ADD 1 TO EV-ERROR-COUNT
039700         NOT INVALID KEY
039800             ADD 1 TO EV-UPDATE-COUNT
039900             MOVE EVENT-MASTER-RECORD TO EV-AFTER-IMAGE
040000             MOVE "U" TO EV-AUDIT-ACTION
040100             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
040200     END-REWRITE.
040300 3400-EXIT.
040400     EXIT.

040500*================================================================*
040600*  3500-CHECK-EVENT
040700*  An event PLUSOUMOINS could not play is refused here rather
040800*  than at the kiosk: a blank code, non-numeric or reversed
040900*  dates, a range that does not leave at least two numbers,
041000*  or more rounds than a tournament can carry (10).
041100*================================================================*
041200 3500-CHECK-EVENT.
041300     MOVE "Y" TO EV-EVENT-OK-SW
041400     IF EVT-EVENT-CODE = SPACES
041500        OR EVT-OPEN-DATE IS NOT NUMERIC
041600        OR EVT-CLOSE-DATE IS NOT NUMERIC
041700        OR EVT-RANGE-LOW IS NOT NUMERIC
041800        OR EVT-RANGE-HIGH IS NOT NUMERIC
041900        OR EVT-MAX-ATTEMPTS IS NOT NUMERIC
042000        OR EVT-ROUND-COUNT IS NOT NUMERIC
042100        OR EVT-PRIZE-POOL IS NOT NUMERIC
042200         DISPLAY "Zone non numerique ou absente : "
042300             EVTT-EVENT-CODE
042400         MOVE "N" TO EV-EVENT-OK-SW
042500         ADD 1 TO EV-ERROR-COUNT
042600         GO TO 3500-EXIT
042700     END-IF
042800     IF EVT-OPEN-DATE = ZERO
042900        OR EVT-CLOSE-DATE < EVT-OPEN-DATE
043000         DISPLAY "Dates d'ouverture/fermeture invalides : "
043100             EVTT-EVENT-CODE
043200         MOVE "N" TO EV-EVENT-OK-SW
043300         ADD 1 TO EV-ERROR-COUNT
043400         GO TO 3500-EXIT
043500     END-IF
043600     IF EVT-RANGE-HIGH NOT > EVT-RANGE-LOW
043700         DISPLAY "Bornes invalides : " EVTT-EVENT-CODE
043800         MOVE "N" TO EV-EVENT-OK-SW
043900         ADD 1 TO EV-ERROR-COUNT
044000         GO TO 3500-EXIT
044100     END-IF
044200     IF EVT-ROUND-COUNT > 10
044300         DISPLAY "Nombre de manches invalide : "
044400             EVTT-EVENT-CODE
044500         MOVE "N" TO EV-EVENT-OK-SW
044600         ADD 1 TO EV-ERROR-COUNT
044700     END-IF.
044800 3500-EXIT.
044900     EXIT.

045000*================================================================*
045100*  8000-WRITE-AUDIT
045200*  One audit record and one report block per applied change:
045300*  the action, the run timestamp, and the master record as it
045400*  was before and after.  The before image is spaces on an
045500*  add.  Performed only after the master I-O succeeded, so
045600*  the audit never claims a change that was not made.
045700*================================================================*
045800 8000-WRITE-AUDIT.
045900     MOVE EV-RUN-DATE     TO EVTA-RUN-DATE
046000     MOVE EV-RUN-TIME     TO EVTA-RUN-TIME
046100     MOVE EV-AUDIT-ACTION TO EVTA-ACTION-CODE
046200     MOVE EV-BEFORE-IMAGE TO EVTA-BEFORE-IMAGE
046300     MOVE EV-AFTER-IMAGE  TO EVTA-AFTER-IMAGE
046400     WRITE EVTA-RECORD
046500     IF EV-AUDIT-STATUS NOT = "00"
046600         DISPLAY "Ecriture EVTAUDIT en erreur - statut "
046700             EV-AUDIT-STATUS
046800         ADD 1 TO EV-ERROR-COUNT
046900     END-IF
047000     PERFORM 8100-PRINT-ONE-CHANGE THRU 8100-EXIT.
047100 8000-EXIT.
047200     EXIT.

047300 8100-PRINT-ONE-CHANGE.
047400     IF NOT EV-REPORT-OK
047500         GO TO 8100-EXIT
047600     END-IF
047700     MOVE EV-AUDIT-ACTION   TO EV-RPT-ACTION
047800     MOVE EVTT-EVENT-CODE   TO EV-RPT-EVENT-CODE
047900     WRITE PRINT-RECORD FROM EV-RPT-ACTION-LINE
048000     MOVE "AVANT: "         TO EV-RPT-IMAGE-LABEL
048100     IF EV-BEFORE-IMAGE = SPACES
048200         MOVE "(NEANT)"     TO EV-RPT-IMAGE
048300     ELSE
048400         MOVE EV-BEFORE-IMAGE TO EV-RPT-IMAGE
048500     END-IF
048600     WRITE PRINT-RECORD FROM EV-RPT-IMAGE-LINE
048700     MOVE "APRES: "         TO EV-RPT-IMAGE-LABEL
048800     MOVE EV-AFTER-IMAGE    TO EV-RPT-IMAGE
048900     WRITE PRINT-RECORD FROM EV-RPT-IMAGE-LINE.
049000 8100-EXIT.
049100     EXIT.

049200*================================================================*
049300*  9000-PRINT-TOTALS
049400*  Maintenance control totals for the run log.
049500*================================================================*
049600 9000-PRINT-TOTALS.
049700     MOVE EV-TRANS-COUNT  TO EV-TRANS-COUNT-EDIT
049800     MOVE EV-ADD-COUNT    TO EV-ADD-COUNT-EDIT
049900     MOVE EV-DEACT-COUNT  TO EV-DEACT-COUNT-EDIT
050000     MOVE EV-UPDATE-COUNT TO EV-UPDATE-COUNT-EDIT
050100     MOVE EV-ERROR-COUNT  TO EV-ERROR-COUNT-EDIT
050200     DISPLAY "Maintenance EVENT-MASTER terminee"
050300     DISPLAY "  transactions lues : " EV-TRANS-COUNT-EDIT
050400     DISPLAY "  ajouts            : " EV-ADD-COUNT-EDIT
050500     DISPLAY "  annulations       : " EV-DEACT-COUNT-EDIT
050600     DISPLAY "  mises a jour      : " EV-UPDATE-COUNT-EDIT
050700     DISPLAY "  erreurs           : " EV-ERROR-COUNT-EDIT.
050800 9000-EXIT.
050900     EXIT.

051000*================================================================*
051100*  9500-REGISTER-END
051200*  Closes the run on the shared run-control journal.
051300*================================================================*
051400 9500-REGISTER-END.
051500     MOVE "E"               TO RL-FUNCTION
051600     MOVE EV-TRANS-COUNT    TO RL-RECORD-COUNT
051700     MOVE RETURN-CODE       TO RL-RETURN-CODE
051800     CALL "RUNLOG" USING RL-COMMAREA.
051900 9500-EXIT.
052000     EXIT.

