000100*================================================================*
000200*  PROGRAM:     SCRMAINT
000300*  FUNCTION:    Maintains the winning rows on the indexed
000400*               SCORE-MASTER file.  Driven by a transaction file
000500*               keyed like the master (run date, employee id,
000600*               start time), the same way EMPMAINT keeps the
000700*               employee master: "V" voids a row, "R" reinstates
000800*               a voided row, "C" corrects the attempt count (and
000900*               the attempts-versus-par that follows from it).
001000*               A voided row is never deleted - it stays on the
001100*               master, flagged, so the history statement and the
001200*               balancing report can still account for it.  Each
001300*               transaction must name a valid reason code and the
001400*               operator who asked for it.  Every applied change
001500*               is appended to the audit file with its before and
001600*               after images and echoed on the maintenance report.
001700*-----------------------------------------------------------------
001800*  MAINTENANCE HISTORY
001900*  DATE        INIT  DESCRIPTION
002000*  2026-10-15  JMT   Initial version.
002020*  2026-10-15  JMT   Every applied change is also appended to the
002040*                     AFTJRNL after-image journal, so a forward
002060*                     recovery of the score master by MSTRCVR
002080*                     keeps it.
002100*================================================================*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    SCRMAINT.
002400 AUTHOR.        J. M. TANGUAY.
002500 INSTALLATION.  EVENTS-KIOSK-TEAM.
002600 DATE-WRITTEN.  2026-10-15.
002700 DATE-COMPILED.

002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SCRT-FILE ASSIGN TO "SCRTRANS"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS SM-TRANS-STATUS.

003400     SELECT SCORE-MASTER ASSIGN TO "SCOREMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SCORM-KEY
003800         FILE STATUS IS SM-MASTER-STATUS.

003900     SELECT SCRA-FILE ASSIGN TO "SCRAUDIT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS SM-AUDIT-STATUS.

004120     SELECT AFT-JOURNAL ASSIGN TO "AFTJRNL"
004140         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS SM-AIJ-STATUS.

004200     SELECT PRINT-FILE ASSIGN TO "SCRPRINT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS SM-PRINT-STATUS.

004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SCRT-FILE
004800     RECORDING MODE IS F.
004900     COPY SCRTREC.

005000 FD  SCORE-MASTER.
005100     COPY SCORMREC.

005200 FD  SCRA-FILE
005300     RECORDING MODE IS F.
005400     COPY SCRAREC.

005420 FD  AFT-JOURNAL
005440     RECORDING MODE IS F.
005460     COPY AIJREC.

005500 FD  PRINT-FILE
005600     RECORDING MODE IS F.
005700 01  PRINT-RECORD                PIC X(80).

005800 WORKING-STORAGE SECTION.

005900 77  SM-TRANS-STATUS         PIC X(02) VALUE "00".
006000 77  SM-MASTER-STATUS        PIC X(02) VALUE "00".
006100 77  SM-AUDIT-STATUS         PIC X(02) VALUE "00".
006150 77  SM-AIJ-STATUS           PIC X(02) VALUE "00".
006200 77  SM-PRINT-STATUS         PIC X(02) VALUE "00".

006300 77  SM-EOF-TRANS-SW         PIC X(01) VALUE "N".
006400     88  SM-EOF-TRANS              VALUE "Y".

006500 77  SM-TRANS-OK-SW          PIC X(01) VALUE "Y".
006600     88  SM-TRANS-OK               VALUE "Y".

006700 77  SM-TRANS-COUNT          PIC 9(05) COMP VALUE ZERO.
006800 77  SM-VOID-COUNT           PIC 9(05) COMP VALUE ZERO.
006900 77  SM-REINST-COUNT         PIC 9(05) COMP VALUE ZERO.
007000 77  SM-CORRECT-COUNT        PIC 9(05) COMP VALUE ZERO.
007100 77  SM-ERROR-COUNT          PIC 9(05) COMP VALUE ZERO.

007200 77  SM-TRANS-COUNT-EDIT     PIC ZZZZ9.
007300 77  SM-VOID-COUNT-EDIT      PIC ZZZZ9.
007400 77  SM-REINST-COUNT-EDIT    PIC ZZZZ9.
007500 77  SM-CORRECT-COUNT-EDIT   PIC ZZZZ9.
007600 77  SM-ERROR-COUNT-EDIT     PIC ZZZZ9.

007700 77  SM-RUN-DATE             PIC 9(08) VALUE ZERO.
007800 77  SM-RUN-TIME             PIC 9(08) VALUE ZERO.

007900 77  SM-REPORT-OK-SW         PIC X(01) VALUE "N".
008000     88  SM-REPORT-OK              VALUE "Y".

008100 77  SM-BEFORE-IMAGE         PIC X(83) VALUE SPACES.
008200 77  SM-AFTER-IMAGE          PIC X(83) VALUE SPACES.
008300 77  SM-AUDIT-ACTION         PIC X(01) VALUE SPACE.

008400*    The fields the report shows for the row as it was read,
008500*    kept apart because the record area is changed in place.
008600 01  SM-BEFORE-FIELDS.
008700     05  SM-BEF-VOID-FLAG        PIC X(01).
008800     05  SM-BEF-VOID-REASON      PIC X(02).
008900     05  SM-BEF-ATTEMPTS         PIC 9(05).
009000     05  SM-BEF-VS-PAR           PIC S9(05).

009100 01  SM-RPT-HEAD-LINE.
009200     05  FILLER                  PIC X(28)
009300         VALUE "MAINTENANCE SCORE-MASTER DU ".
009400     05  SM-RPT-HD-DATE          PIC 9(08).
009500     05  FILLER                  PIC X(03) VALUE " A ".
009600     05  SM-RPT-HD-TIME          PIC 9(06).
009700     05  FILLER                  PIC X(35) VALUE SPACES.

009800 01  SM-RPT-ACTION-LINE.
009900     05  FILLER                  PIC X(07) VALUE "ACTION ".
010000     05  SM-RPT-ACTION           PIC X(01).
010100     05  FILLER                  PIC X(07) VALUE " DATE: ".
010200     05  SM-RPT-RUN-DATE         PIC 9(08).
010300     05  FILLER                  PIC X(06) VALUE " EMP: ".
010400     05  SM-RPT-EMPLOYEE-ID      PIC X(06).
010500     05  FILLER                  PIC X(08) VALUE " HEURE: ".
010600     05  SM-RPT-START-TIME       PIC 9(08).
010700     05  FILLER                  PIC X(08) VALUE " MOTIF: ".
010800     05  SM-RPT-REASON           PIC X(02).
010900     05  FILLER                  PIC X(07) VALUE " OPER: ".
011000     05  SM-RPT-OPERATOR         PIC X(08).
011100     05  FILLER                  PIC X(04) VALUE SPACES.

011200*    The 83-byte master image does not fit an 80-column line, so
011300*    the report shows the fields maintenance can change; the
011400*    audit file keeps the full images.
011500 01  SM-RPT-IMAGE-LINE.
011600     05  SM-RPT-IMAGE-LABEL      PIC X(07).
011700     05  FILLER                  PIC X(07) VALUE "STATUT ".
011800     05  SM-RPT-STATUS           PIC X(07).
011900     05  FILLER                  PIC X(07) VALUE " MOTIF ".
012000     05  SM-RPT-VOID-REASON      PIC X(02).
012100     05  FILLER                  PIC X(08) VALUE " ESSAIS ".
012200     05  SM-RPT-ATTEMPTS         PIC ZZZZ9.
012300     05  FILLER                  PIC X(07) VALUE " ECART ".
012400     05  SM-RPT-VS-PAR           PIC -----9.
012500     05  FILLER                  PIC X(24) VALUE SPACES.

012600     COPY RUNLREC.

012700 PROCEDURE DIVISION.

012800*================================================================*
012900*  0000-MAINLINE
013000*  Opens the files, applies every transaction in turn, then
013100*  prints the maintenance totals.
013200*================================================================*
013300 0000-MAINLINE.
013400     MOVE FUNCTION CURRENT-DATE(1:8) TO SM-RUN-DATE
013500     MOVE FUNCTION CURRENT-DATE(9:8) TO SM-RUN-TIME
013600     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
013700     PERFORM 1500-REGISTER-START THRU 1500-EXIT
013800     IF SM-TRANS-STATUS NOT = "00"
013900        OR SM-MASTER-STATUS NOT = "00"
014000        OR SM-AUDIT-STATUS NOT = "00"
014050        OR SM-AIJ-STATUS NOT = "00"
014100         GO TO 0000-MAINLINE-EXIT
014200     END-IF
014300     PERFORM 2000-READ-TRANS THRU 2000-EXIT
014400     PERFORM 3000-APPLY-ONE-TRANS THRU 3000-EXIT
014500         UNTIL SM-EOF-TRANS
014600     CLOSE SCRT-FILE
014700     CLOSE SCORE-MASTER
014800     CLOSE SCRA-FILE
014850     CLOSE AFT-JOURNAL
014900     IF SM-REPORT-OK
015000         CLOSE PRINT-FILE
015100     END-IF
015200     PERFORM 9000-PRINT-TOTALS THRU 9000-EXIT.
015300 0000-MAINLINE-EXIT.
015400     PERFORM 9500-REGISTER-END THRU 9500-EXIT
015500     STOP RUN.

015600*================================================================*
015700*  1000-OPEN-FILES
015800*  Unlike the other masters the score master is never created
015900*  here: SCORELOD builds it, and a run with nothing to correct
016000*  has nothing to do.  No audit file, no maintenance: the run
016100*  cancels rather than change a result without a trace.  The
016200*  maintenance report is a convenience - a missing print file
016300*  only loses the paper copy, never the audit.
016320*  The after-image journal is held to the same rule as the
016340*  audit: a change it could not roll forward is not made.
016400*================================================================*
016500 1000-OPEN-FILES.
016600     OPEN INPUT SCRT-FILE
016700     IF SM-TRANS-STATUS NOT = "00"
016800         DISPLAY "SCRT-FILE introuvable - maintenance annulee"
016900         MOVE 8 TO RETURN-CODE
017000         GO TO 1000-EXIT
017100     END-IF
017200     OPEN I-O SCORE-MASTER
017300     IF SM-MASTER-STATUS NOT = "00"
017400         DISPLAY "SCORE-MASTER indisponible - maintenance"
017500             " annulee"
017600         MOVE 8 TO RETURN-CODE
017700         CLOSE SCRT-FILE
017800         GO TO 1000-EXIT
017900     END-IF
018000     OPEN EXTEND SCRA-FILE
018100     IF SM-AUDIT-STATUS = "05" OR SM-AUDIT-STATUS = "35"
018200         CLOSE SCRA-FILE
018300         OPEN OUTPUT SCRA-FILE
018400     END-IF
018500     IF SM-AUDIT-STATUS NOT = "00"
018600         DISPLAY "SCRAUDIT indisponible - maintenance annulee"
018700         MOVE 8 TO RETURN-CODE
018800         CLOSE SCRT-FILE
018900         CLOSE SCORE-MASTER
019000         GO TO 1000-EXIT
019100     END-IF
019105     OPEN EXTEND AFT-JOURNAL
019110     IF SM-AIJ-STATUS = "05" OR SM-AIJ-STATUS = "35"
019115         CLOSE AFT-JOURNAL
019120         OPEN OUTPUT AFT-JOURNAL
019125     END-IF
019130     IF SM-AIJ-STATUS NOT = "00"
019135         DISPLAY "AFTJRNL indisponible - maintenance annulee"
019140         MOVE 8 TO RETURN-CODE
019145         CLOSE SCRT-FILE
019150         CLOSE SCORE-MASTER
019155         CLOSE SCRA-FILE
019160         GO TO 1000-EXIT
019165     END-IF
019200     OPEN OUTPUT PRINT-FILE
019300     IF SM-PRINT-STATUS = "00"
019400         MOVE "Y" TO SM-REPORT-OK-SW
019500         MOVE SM-RUN-DATE       TO SM-RPT-HD-DATE
019600         MOVE SM-RUN-TIME (1:6) TO SM-RPT-HD-TIME
019700         WRITE PRINT-RECORD FROM SM-RPT-HEAD-LINE
019800         MOVE SPACES TO PRINT-RECORD
019900         WRITE PRINT-RECORD
020000     ELSE
020100         DISPLAY "SCRPRINT indisponible - rapport non imprime"
020200     END-IF.
020300 1000-EXIT.
020400     EXIT.

020500 1500-REGISTER-START.
020600     MOVE "S"               TO RL-FUNCTION
020700     MOVE "SCRMAINT"        TO RL-PROGRAM-ID
020800     MOVE SM-RUN-DATE       TO RL-BUSINESS-DATE
020900     MOVE SPACE             TO RL-RUN-MODE
021000     MOVE ZERO              TO RL-RECORD-COUNT
021100     MOVE RETURN-CODE       TO RL-RETURN-CODE
021200     MOVE "N"               TO RL-OVERRIDE-FLAG
021300     CALL "RUNLOG" USING RL-COMMAREA.
021400 1500-EXIT.
021500     EXIT.

021600 2000-READ-TRANS.
021700     READ SCRT-FILE
021800         AT END
021900             SET SM-EOF-TRANS TO TRUE
022000         NOT AT END
022100             ADD 1 TO SM-TRANS-COUNT
022200     END-READ.
022300 2000-EXIT.
022400     EXIT.

022500*================================================================*
022600*  3000-APPLY-ONE-TRANS
022700*  Checks the key, reason and operator common to every action,
022800*  then routes the transaction to its action paragraph.  An
022900*  unrecognised action code is reported and skipped.
023000*================================================================*
023100 3000-APPLY-ONE-TRANS.
023200     PERFORM 3500-CHECK-TRANS THRU 3500-EXIT
023300     IF NOT SM-TRANS-OK
023400         GO TO 3000-READ-NEXT
023500     END-IF
023600     IF SCRT-VOID
023700         PERFORM 3100-VOID-SCORE THRU 3100-EXIT
023800     ELSE
023900         IF SCRT-REINSTATE
024000             PERFORM 3200-REINSTATE-SCORE THRU 3200-EXIT
024100         ELSE
024200             IF SCRT-CORRECT
024300                 PERFORM 3300-CORRECT-ATTEMPTS THRU 3300-EXIT
024400             ELSE
024500                 DISPLAY "Code action invalide : "
024600                     SCRT-ACTION-CODE " score " SCRT-KEY
024700                 ADD 1 TO SM-ERROR-COUNT
024800             END-IF
024900         END-IF
025000     END-IF.
025100 3000-READ-NEXT.
025200     PERFORM 2000-READ-TRANS THRU 2000-EXIT.
025300 3000-EXIT.
025400     EXIT.

025500*================================================================*
025600*  3100-VOID-SCORE
025700*  The row is flagged, not deleted, and the reason is kept on
025800*  the row so the history statement can show why.  Voiding a
025900*  row already voided is reported as an error so a keying slip
026000*  cannot overwrite the original reason.
026100*================================================================*
026200 3100-VOID-SCORE.
026300     PERFORM 3400-READ-SCORE THRU 3400-EXIT
026400     IF NOT SM-TRANS-OK
026500         GO TO 3100-EXIT
026600     END-IF
026700     IF SCORM-VOIDED
026800         DISPLAY "Deja annule : " SCRT-KEY
026900         ADD 1 TO SM-ERROR-COUNT
027000         GO TO 3100-EXIT
027100     END-IF
027200     MOVE "V"              TO SCORM-VOID-FLAG
027300     MOVE SCRT-REASON-CODE TO SCORM-VOID-REASON
027400     REWRITE SCORE-MASTER-RECORD
027500         INVALID KEY
027600             DISPLAY "Reecriture impossible : " SCRT-KEY
027700             ADD 1 TO SM-ERROR-COUNT
027800         NOT INVALID KEY
027900             ADD 1 TO SM-VOID-COUNT
028000             MOVE SCORE-MASTER-RECORD TO SM-AFTER-IMAGE
028100             MOVE "V" TO SM-AUDIT-ACTION
028200             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
028300     END-REWRITE.
028400 3100-EXIT.
028500     EXIT.

028600*================================================================*
028700*  3200-REINSTATE-SCORE
028800*  Clears the void flag and reason; the reason for reinstating
028900*  is kept on the audit record only.
029000*================================================================*
029100 3200-REINSTATE-SCORE.
029200     PERFORM 3400-READ-SCORE THRU 3400-EXIT
029300     IF NOT SM-TRANS-OK
029400         GO TO 3200-EXIT
029500     END-IF
029600     IF NOT SCORM-VOIDED
029700         DISPLAY "Non annule : " SCRT-KEY
029800         ADD 1 TO SM-ERROR-COUNT
029900         GO TO 3200-EXIT
030000     END-IF
030100     MOVE SPACE            TO SCORM-VOID-FLAG
030200     MOVE SPACES           TO SCORM-VOID-REASON
030300     REWRITE SCORE-MASTER-RECORD
030400         INVALID KEY
030500             DISPLAY "Reecriture impossible : " SCRT-KEY
030600             ADD 1 TO SM-ERROR-COUNT
030700         NOT INVALID KEY
030800             ADD 1 TO SM-REINST-COUNT
030900             MOVE SCORE-MASTER-RECORD TO SM-AFTER-IMAGE
031000             MOVE "R" TO SM-AUDIT-ACTION
031100             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
031200     END-REWRITE.
031300 3200-EXIT.
031400     EXIT.

031500*================================================================*
031600*  3300-CORRECT-ATTEMPTS
031700*  Replaces the attempt count and recomputes attempts-versus-
031800*  par the way PLUSOUMOINS does when it writes the row.  The
031900*  void status is left as it is, so a voided row can be
032000*  corrected before it is reinstated.
032100*================================================================*
032200 3300-CORRECT-ATTEMPTS.
032300     IF SCRT-NEW-ATTEMPTS IS NOT NUMERIC
032400        OR SCRT-NEW-ATTEMPTS = ZERO
032500         DISPLAY "Nombre d'essais invalide : " SCRT-KEY
032600         ADD 1 TO SM-ERROR-COUNT
032700         GO TO 3300-EXIT
032800     END-IF
032900     PERFORM 3400-READ-SCORE THRU 3400-EXIT
033000     IF NOT SM-TRANS-OK
033100         GO TO 3300-EXIT
033200     END-IF
033300     IF SCRT-NEW-ATTEMPTS = SCORM-ATTEMPT-COUNT
033400         DISPLAY "Nombre d'essais inchange : " SCRT-KEY
033500         ADD 1 TO SM-ERROR-COUNT
033600         GO TO 3300-EXIT
033700     END-IF
033800     MOVE SCRT-NEW-ATTEMPTS TO SCORM-ATTEMPT-COUNT
033900     COMPUTE SCORM-VS-PAR =
034000         SCORM-ATTEMPT-COUNT - SCORM-PAR-COUNT
034100     REWRITE SCORE-MASTER-RECORD
034200         INVALID KEY
034300             DISPLAY "Reecriture impossible : " SCRT-KEY
034400             ADD 1 TO SM-ERROR-COUNT
034500         NOT INVALID KEY
034600             ADD 1 TO SM-CORRECT-COUNT
034700             MOVE SCORE-MASTER-RECORD TO SM-AFTER-IMAGE
034800             MOVE "C" TO SM-AUDIT-ACTION
034900             PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
035000     END-REWRITE.
035100 3300-EXIT.
035200     EXIT.

035300*================================================================*
035400*  3400-READ-SCORE
035500*  Reads the row named by the transaction and keeps its before
035600*  image and the fields the report shows.
035700*================================================================*
035800 3400-READ-SCORE.
035900     MOVE "Y" TO SM-TRANS-OK-SW
036000     MOVE SCRT-KEY TO SCORM-KEY
036100     READ SCORE-MASTER
036200         INVALID KEY
036300             DISPLAY "Introuvable : " SCRT-KEY
036400             ADD 1 TO SM-ERROR-COUNT
036500             MOVE "N" TO SM-TRANS-OK-SW
036600             GO TO 3400-EXIT
036700     END-READ
036800     MOVE SCORE-MASTER-RECORD TO SM-BEFORE-IMAGE
036900     MOVE SCORM-VOID-FLAG     TO SM-BEF-VOID-FLAG
037000     MOVE SCORM-VOID-REASON   TO SM-BEF-VOID-REASON
037100     MOVE SCORM-ATTEMPT-COUNT TO SM-BEF-ATTEMPTS
037200     MOVE SCORM-VS-PAR        TO SM-BEF-VS-PAR.
037300 3400-EXIT.
037400     EXIT.

037500*================================================================*
037600*  3500-CHECK-TRANS
037700*  A change nobody can answer for is refused: the key must be
037800*  numeric where the master's is, the reason code must be one
037900*  of the listed codes, and the operator id must be present.
038000*================================================================*
038100 3500-CHECK-TRANS.
038200     MOVE "Y" TO SM-TRANS-OK-SW
038300     IF SCRT-RUN-DATE IS NOT NUMERIC
038400        OR SCRT-START-TIME IS NOT NUMERIC
038500        OR SCRT-EMPLOYEE-ID = SPACES
038600         DISPLAY "Cle invalide : " SCRT-KEY
038700         MOVE "N" TO SM-TRANS-OK-SW
038800         ADD 1 TO SM-ERROR-COUNT
038900         GO TO 3500-EXIT
039000     END-IF
039100     IF NOT SCRT-REASON-VALID
039200         DISPLAY "Code motif invalide : " SCRT-REASON-CODE
039300             " score " SCRT-KEY
039400         MOVE "N" TO SM-TRANS-OK-SW
039500         ADD 1 TO SM-ERROR-COUNT
039600         GO TO 3500-EXIT
039700     END-IF
039800     IF SCRT-OPERATOR-ID = SPACES
039900         DISPLAY "Operateur absent : " SCRT-KEY
040000         MOVE "N" TO SM-TRANS-OK-SW
040100         ADD 1 TO SM-ERROR-COUNT
040200     END-IF.
040300 3500-EXIT.
040400     EXIT.

040500*================================================================*
040600*  8000-WRITE-AUDIT
040700*  One audit record and one report block per applied change:
040800*  the action, the run timestamp, the operator and reason, and
040900*  the master record as it was before and after.  Performed
041000*  only after the master I-O succeeded, so the audit never
041100*  claims a change that was not made.
041200*================================================================*
041300 8000-WRITE-AUDIT.
041400     MOVE SM-RUN-DATE      TO SCRA-RUN-DATE
041500     MOVE SM-RUN-TIME      TO SCRA-RUN-TIME
041600     MOVE SM-AUDIT-ACTION  TO SCRA-ACTION-CODE
041700     MOVE SCRT-OPERATOR-ID TO SCRA-OPERATOR-ID
041800     MOVE SCRT-REASON-CODE TO SCRA-REASON-CODE
041900     MOVE SM-BEFORE-IMAGE  TO SCRA-BEFORE-IMAGE
042000     MOVE SM-AFTER-IMAGE   TO SCRA-AFTER-IMAGE
042100     WRITE SCRA-RECORD
042200     IF SM-AUDIT-STATUS NOT = "00"
042300         DISPLAY "Ecriture SCRAUDIT en erreur - statut "
042400             SM-AUDIT-STATUS
042500         ADD 1 TO SM-ERROR-COUNT
042600     END-IF
042650     PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT
042700     PERFORM 8100-PRINT-ONE-CHANGE THRU 8100-EXIT.
042800 8000-EXIT.
042900     EXIT.

043000 8100-PRINT-ONE-CHANGE.
043100     IF NOT SM-REPORT-OK
043200         GO TO 8100-EXIT
043300     END-IF
043400     MOVE SM-AUDIT-ACTION   TO SM-RPT-ACTION
043500     MOVE SCRT-RUN-DATE     TO SM-RPT-RUN-DATE
043600     MOVE SCRT-EMPLOYEE-ID  TO SM-RPT-EMPLOYEE-ID
043700     MOVE SCRT-START-TIME   TO SM-RPT-START-TIME
043800     MOVE SCRT-REASON-CODE  TO SM-RPT-REASON
043900     MOVE SCRT-OPERATOR-ID  TO SM-RPT-OPERATOR
044000     WRITE PRINT-RECORD FROM SM-RPT-ACTION-LINE
044100     MOVE "AVANT: "          TO SM-RPT-IMAGE-LABEL
044200     IF SM-BEF-VOID-FLAG = "V"
044300         MOVE "ANNULE"       TO SM-RPT-STATUS
044400     ELSE
044500         MOVE "ACTIF"        TO SM-RPT-STATUS
044600     END-IF
044700     MOVE SM-BEF-VOID-REASON TO SM-RPT-VOID-REASON
044800     MOVE SM-BEF-ATTEMPTS    TO SM-RPT-ATTEMPTS
044900     MOVE SM-BEF-VS-PAR      TO SM-RPT-VS-PAR
045000     WRITE PRINT-RECORD FROM SM-RPT-IMAGE-LINE
045100     MOVE "APRES: "          TO SM-RPT-IMAGE-LABEL
045200     IF SCORM-VOIDED
045300         MOVE "ANNULE"       TO SM-RPT-STATUS
045400     ELSE
045500         MOVE "ACTIF"        TO SM-RPT-STATUS
045600     END-IF
045700     MOVE SCORM-VOID-REASON   TO SM-RPT-VOID-REASON
045800     MOVE SCORM-ATTEMPT-COUNT TO SM-RPT-ATTEMPTS
045900     MOVE SCORM-VS-PAR        TO SM-RPT-VS-PAR
046000     WRITE PRINT-RECORD FROM SM-RPT-IMAGE-LINE.
046100 8100-EXIT.
046200     EXIT.

046202*================================================================*
046203*  8200-WRITE-JOURNAL
046204*  The changed row goes to the after-image journal too, with the
046205*  change in attempts, so a forward recovery of the score master
046206*  keeps the voids and corrections made since its last copy.
046207*  A journal write failure stops the run with RETURN-CODE 8:
046208*  the remaining cards are left unapplied rather than made
046209*  without an image to roll them forward.
046210*================================================================*
046214 8200-WRITE-JOURNAL.
046216     MOVE "SC"                TO AIJ-MASTER-ID
046218     MOVE "SCRMAINT"          TO AIJ-PROGRAM-ID
046220     MOVE SM-RUN-DATE         TO AIJ-BUSINESS-DATE
046222     MOVE FUNCTION CURRENT-DATE(1:8) TO AIJ-POST-DATE
046224     MOVE FUNCTION CURRENT-DATE(9:8) TO AIJ-POST-TIME
046226     MOVE "R"                 TO AIJ-ACTION
046228     COMPUTE AIJ-ATTEMPTS-DELTA =
046230         SCORM-ATTEMPT-COUNT - SM-BEF-ATTEMPTS
046232     MOVE SM-AFTER-IMAGE      TO AIJ-IMAGE
046234     WRITE AIJ-RECORD
046236     IF SM-AIJ-STATUS NOT = "00"
046238         DISPLAY "Ecriture AFTJRNL en erreur - statut "
046240             SM-AIJ-STATUS " : " SCRT-KEY
046242         DISPLAY "Copie complete MSTUNLD a reprendre"
046244         ADD 1 TO SM-ERROR-COUNT
046245         MOVE 8 TO RETURN-CODE
046246         SET SM-EOF-TRANS TO TRUE
046247     END-IF.
046248 8200-EXIT.
046250     EXIT.

046300*================================================================*
046400*  9000-PRINT-TOTALS
046500*  Maintenance control totals for the run log.
046600*================================================================*
046700 9000-PRINT-TOTALS.
046800     MOVE SM-TRANS-COUNT   TO SM-TRANS-COUNT-EDIT
046900     MOVE SM-VOID-COUNT    TO SM-VOID-COUNT-EDIT
047000     MOVE SM-REINST-COUNT  TO SM-REINST-COUNT-EDIT
047100     MOVE SM-CORRECT-COUNT TO SM-CORRECT-COUNT-EDIT
047200     MOVE SM-ERROR-COUNT   TO SM-ERROR-COUNT-EDIT
047300     DISPLAY "Maintenance SCORE-MASTER terminee"
047400     DISPLAY "  transactions lues : " SM-TRANS-COUNT-EDIT
047500     DISPLAY "  annulations       : " SM-VOID-COUNT-EDIT
047600     DISPLAY "  retablissements   : " SM-REINST-COUNT-EDIT
047700     DISPLAY "  corrections       : " SM-CORRECT-COUNT-EDIT
047800     DISPLAY "  erreurs           : " SM-ERROR-COUNT-EDIT.
047900 9000-EXIT.
048000     EXIT.

048100*================================================================*
048200*  9500-REGISTER-END
048300*  Closes the run on the shared run-control journal.
048400*================================================================*
048500 9500-REGISTER-END.
048600     MOVE "E"               TO RL-FUNCTION
048700     MOVE SM-TRANS-COUNT    TO RL-RECORD-COUNT
048800     MOVE RETURN-CODE       TO RL-RETURN-CODE
048900     CALL "RUNLOG" USING RL-COMMAREA.
049000 9500-EXIT.
049100     EXIT.

