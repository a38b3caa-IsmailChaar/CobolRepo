000100*================================================================*
000200*  PROGRAM:     MSTUNLD
000300*  FUNCTION:    Unload and reload of the keyed masters that are
000400*               the only full record of the kiosk history: the
000500*               SCORE-MASTER loaded by SCORELOD and the
000600*               SEASON-MASTER posted by SEASONST.  An unload
000700*               ("U", the default) walks each master in key order
000800*               to a flat full copy (SCORECPY, SEASNCPY - the
000900*               scheduler dates the physical datasets) framed by
001000*               a header and a trailer carrying the row count and
001100*               attempt hash total.  A reload ("L") rebuilds the
001200*               named master from its copy, but only after the
001300*               whole copy has been read and proved against its
001400*               trailer, and recounts the result.  The copy is
001500*               the starting point MSTRCVR rolls forward with the
001600*               AFTJRNL after-image journal, so the unload runs
001700*               between posting runs, never during one.
001800*-----------------------------------------------------------------
001900*  MAINTENANCE HISTORY
002000*  DATE        INIT  DESCRIPTION
002100*  2026-10-15  JMT   Initial version.
002200*================================================================*
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.    MSTUNLD.
002500 AUTHOR.        J. M. TANGUAY.
002600 INSTALLATION.  EVENTS-KIOSK-TEAM.
002700 DATE-WRITTEN.  2026-10-15.
002800 DATE-COMPILED.

002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MUP-FILE ASSIGN TO "MUPARM"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS MU-PARM-STATUS.

003500     SELECT SCORE-MASTER ASSIGN TO "SCOREMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS SCORM-KEY
003900         FILE STATUS IS MU-SCORE-STATUS.

004000     SELECT SEASON-MASTER ASSIGN TO "SEASMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SEAS-EMPLOYEE-ID
004400         FILE STATUS IS MU-SEASON-STATUS.

004500     SELECT SCORE-COPY ASSIGN TO "SCORECPY"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS MU-SCORE-CPY-STATUS.

004800     SELECT SEASON-COPY ASSIGN TO "SEASNCPY"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS MU-SEASON-CPY-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  MUP-FILE
005400     RECORDING MODE IS F.
005500     COPY MUPREC.

005600 FD  SCORE-MASTER.
005700     COPY SCORMREC.

005800 FD  SEASON-MASTER.
005900     COPY SEASMREC.

006000 FD  SCORE-COPY
006100     RECORDING MODE IS F.
006200 01  SCORE-COPY-RECORD           PIC X(102).

006300 FD  SEASON-COPY
006400     RECORDING MODE IS F.
006500 01  SEASON-COPY-RECORD          PIC X(102).

006600 WORKING-STORAGE SECTION.

006700 77  MU-PARM-STATUS          PIC X(02) VALUE "00".
006800 77  MU-SCORE-STATUS         PIC X(02) VALUE "00".
006900 77  MU-SEASON-STATUS        PIC X(02) VALUE "00".
007000 77  MU-SCORE-CPY-STATUS     PIC X(02) VALUE "00".
007100 77  MU-SEASON-CPY-STATUS    PIC X(02) VALUE "00".
007200 77  MU-MASTER-STATUS        PIC X(02) VALUE "00".
007300 77  MU-COPY-STATUS          PIC X(02) VALUE "00".

007400 77  MU-EOF-SW               PIC X(01) VALUE "N".
007500     88  MU-EOF                    VALUE "Y".

007600 77  MU-FUNCTION             PIC X(01) VALUE "U".
007700     88  MU-FUNC-UNLOAD            VALUE "U".
007800     88  MU-FUNC-RELOAD            VALUE "L".
007900 77  MU-MASTER-ID            PIC X(02) VALUE SPACES.
008000     88  MU-WANT-SCORE             VALUE "SC" "  ".
008100     88  MU-WANT-SEASON            VALUE "SE" "  ".
008200 77  MU-CURRENT-MASTER       PIC X(02) VALUE SPACES.
008300     88  MU-CUR-SCORE              VALUE "SC".
008400     88  MU-CUR-SEASON             VALUE "SE".
008500 77  MU-MASTER-NAME          PIC X(13) VALUE SPACES.
008600 77  MU-COPY-NAME            PIC X(08) VALUE SPACES.

008700 77  MU-CARD-SW              PIC X(01) VALUE "Y".
008800     88  MU-CARD-OK                VALUE "Y".
008900 77  MU-OPEN-OK-SW           PIC X(01) VALUE "N".
009000     88  MU-OPEN-OK                VALUE "Y".
009100 77  MU-ABSENT-SW            PIC X(01) VALUE "N".
009200     88  MU-MASTER-ABSENT          VALUE "Y".
009300 77  MU-COPY-OK-SW           PIC X(01) VALUE "N".
009400     88  MU-COPY-OK                VALUE "Y".
009500 77  MU-HEADER-SW            PIC X(01) VALUE "N".
009600     88  MU-HEADER-SEEN            VALUE "Y".
009700 77  MU-TRAILER-SW           PIC X(01) VALUE "N".
009800     88  MU-TRAILER-SEEN           VALUE "Y".

009900 77  MU-RUN-DATE             PIC 9(08) VALUE ZERO.
010000 77  MU-RUN-TIME             PIC 9(08) VALUE ZERO.
010100 77  MU-COPY-DATE            PIC 9(08) VALUE ZERO.
010200 77  MU-COPY-TIME            PIC 9(08) VALUE ZERO.

010300 77  MU-ROW-COUNT            PIC 9(07) COMP VALUE ZERO.
010400 77  MU-ROW-HASH             PIC 9(11) COMP VALUE ZERO.
010500 77  MU-TRL-COUNT            PIC 9(07) COMP VALUE ZERO.
010600 77  MU-TRL-HASH             PIC 9(11) COMP VALUE ZERO.
010700 77  MU-BAD-COUNT            PIC 9(07) COMP VALUE ZERO.
010800 77  MU-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
010900 77  MU-TOTAL-ROWS           PIC 9(07) COMP VALUE ZERO.

011000 77  MU-COUNT-EDIT           PIC ZZZZZZ9.
011100 77  MU-TRL-COUNT-EDIT       PIC ZZZZZZ9.
011200 77  MU-HASH-EDIT            PIC Z(10)9.
011300 77  MU-TRL-HASH-EDIT        PIC Z(10)9.

011400     COPY MCPYREC.

011500     COPY RUNLREC.

011600 PROCEDURE DIVISION.

011700*================================================================*
011800*  0000-MAINLINE
011900*  Reads the card, then unloads each master asked for, or
012000*  reloads the one master named.
012100*================================================================*
012200 0000-MAINLINE.
012300     MOVE FUNCTION CURRENT-DATE(1:8) TO MU-RUN-DATE
012400     MOVE FUNCTION CURRENT-DATE(9:8) TO MU-RUN-TIME
012500     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT
012600     PERFORM 1500-REGISTER-START THRU 1500-EXIT
012700     IF NOT MU-CARD-OK
012800         GO TO 0000-MAINLINE-EXIT
012900     END-IF
013000     IF MU-FUNC-RELOAD
013100         MOVE MU-MASTER-ID TO MU-CURRENT-MASTER
013200         PERFORM 1900-NAME-MASTER THRU 1900-EXIT
013300         PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
013400         GO TO 0000-MAINLINE-EXIT
013500     END-IF
013600     IF MU-WANT-SCORE
013700         MOVE "SC" TO MU-CURRENT-MASTER
013800         PERFORM 1900-NAME-MASTER THRU 1900-EXIT
013900         PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
014000     END-IF
014100     IF MU-WANT-SEASON
014200         MOVE "SE" TO MU-CURRENT-MASTER
014300         PERFORM 1900-NAME-MASTER THRU 1900-EXIT
014400         PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
014500     END-IF.
014600 0000-MAINLINE-EXIT.
014700     PERFORM 9500-REGISTER-END THRU 9500-EXIT
014800     STOP RUN.

014900*================================================================*
015000*  1000-LOAD-CONTROL
015100*  MUP-FILE is optional - when it is absent or empty both masters
015200*  are unloaded.  A reload replaces a whole master, so it must be
015300*  asked for by name; anything else on the card cancels the run.
015400*================================================================*
015500 1000-LOAD-CONTROL.
015600     OPEN INPUT MUP-FILE
015700     IF MU-PARM-STATUS NOT = "00"
015800         GO TO 1000-EXIT
015900     END-IF
016000     READ MUP-FILE
016100         AT END
016200             GO TO 1000-CLOSE
016300         NOT AT END
016400             IF MUP-FUNCTION NOT = SPACE
016500                 MOVE MUP-FUNCTION TO MU-FUNCTION
016600             END-IF
016700             MOVE MUP-MASTER-ID TO MU-MASTER-ID
016800     END-READ.
016900 1000-CLOSE.
017000     CLOSE MUP-FILE
017100     IF NOT MU-FUNC-UNLOAD
017200        AND NOT MU-FUNC-RELOAD
017300         DISPLAY "MUPARM - fonction invalide : " MU-FUNCTION
017400         MOVE "N" TO MU-CARD-SW
017500     END-IF
017600     IF MU-MASTER-ID NOT = "SC"
017700        AND MU-MASTER-ID NOT = "SE"
017800        AND MU-MASTER-ID NOT = SPACES
017900         DISPLAY "MUPARM - fichier maitre invalide : "
018000             MU-MASTER-ID
018100         MOVE "N" TO MU-CARD-SW
018200     END-IF
018300     IF MU-FUNC-RELOAD
018400        AND MU-MASTER-ID = SPACES
018500         DISPLAY "MUPARM - rechargement sans fichier maitre"
018600         MOVE "N" TO MU-CARD-SW
018700     END-IF
018800     IF NOT MU-CARD-OK
018900         DISPLAY "Carte MUPARM refusee - traitement annule"
019000         MOVE 8 TO RETURN-CODE
019100     END-IF.
019200 1000-EXIT.
019300     EXIT.

019400 1500-REGISTER-START.
019500     MOVE "S"               TO RL-FUNCTION
019600     MOVE "MSTUNLD"         TO RL-PROGRAM-ID
019700     MOVE MU-RUN-DATE       TO RL-BUSINESS-DATE
019800     MOVE MU-FUNCTION       TO RL-RUN-MODE
019900     MOVE ZERO              TO RL-RECORD-COUNT
020000     MOVE RETURN-CODE       TO RL-RETURN-CODE
020100     MOVE ZERO              TO RL-HASH-TOTAL
020200     MOVE "N"               TO RL-OVERRIDE-FLAG
020300     CALL "RUNLOG" USING RL-COMMAREA.
020400 1500-EXIT.
020500     EXIT.

020600 1900-NAME-MASTER.
020700     IF MU-CUR-SCORE
020800         MOVE "SCORE-MASTER"  TO MU-MASTER-NAME
020900         MOVE "SCORECPY"      TO MU-COPY-NAME
021000     ELSE
021100         MOVE "SEASON-MASTER" TO MU-MASTER-NAME
021200         MOVE "SEASNCPY"      TO MU-COPY-NAME
021300     END-IF.
021400 1900-EXIT.
021500     EXIT.

021600*================================================================*
021700*  2000-UNLOAD-MASTER / 2100-OPEN-FOR-UNLOAD / 2200-UNLOAD-ONE-
021800*  ROW / 2300-CLOSE-AFTER-UNLOAD
021900*  Header, every row in key order, then the trailer with the row
022000*  count and attempt hash total.  A master that has never been
022100*  created gives an empty copy - a valid starting point for a
022200*  recovery - rather than no copy at all.
022300*================================================================*
022400 2000-UNLOAD-MASTER.
022500     MOVE ZERO TO MU-ROW-COUNT
022600     MOVE ZERO TO MU-ROW-HASH
022700     MOVE "N"  TO MU-EOF-SW
022800     PERFORM 2100-OPEN-FOR-UNLOAD THRU 2100-EXIT
022900     IF NOT MU-OPEN-OK
023000         GO TO 2000-EXIT
023100     END-IF
023200     MOVE SPACES            TO MCPY-RECORD
023300     MOVE "H"               TO MCPY-RECORD-TYPE
023400     MOVE MU-CURRENT-MASTER TO MCPY-MASTER-ID
023500     MOVE MU-RUN-DATE       TO MCPY-COPY-DATE
023600     MOVE MU-RUN-TIME       TO MCPY-COPY-TIME
023700     PERFORM 8300-WRITE-COPY THRU 8300-EXIT
023800     PERFORM 2200-UNLOAD-ONE-ROW THRU 2200-EXIT
023900         UNTIL MU-EOF
024000     MOVE SPACES            TO MCPY-RECORD
024100     MOVE "T"               TO MCPY-RECORD-TYPE
024200     MOVE MU-CURRENT-MASTER TO MCPY-MASTER-ID
024300     MOVE MU-RUN-DATE       TO MCPY-COPY-DATE
024400     MOVE MU-RUN-TIME       TO MCPY-COPY-TIME
024500     MOVE MU-ROW-COUNT      TO MCPY-RECORD-COUNT
024600     MOVE MU-ROW-HASH       TO MCPY-ATTEMPT-HASH
024700     PERFORM 8300-WRITE-COPY THRU 8300-EXIT
024800     PERFORM 2300-CLOSE-AFTER-UNLOAD THRU 2300-EXIT
024900     ADD MU-ROW-COUNT TO MU-TOTAL-ROWS
025000     MOVE MU-ROW-COUNT TO MU-COUNT-EDIT
025100     MOVE MU-ROW-HASH  TO MU-HASH-EDIT
025200     DISPLAY "Copie " MU-MASTER-NAME " vers " MU-COPY-NAME
025300     DISPLAY "  lignes copiees   : " MU-COUNT-EDIT
025400     DISPLAY "  total des essais : " MU-HASH-EDIT
025500     IF MU-ERROR-COUNT > ZERO
025600         DISPLAY "  copie inutilisable - ecriture en erreur"
025700         MOVE 8 TO RETURN-CODE
025800     END-IF.
025900 2000-EXIT.
026000     EXIT.

026100 2100-OPEN-FOR-UNLOAD.
026200     MOVE "N" TO MU-OPEN-OK-SW
026300     MOVE "N" TO MU-ABSENT-SW
026400     MOVE ZERO TO MU-ERROR-COUNT
026500     IF MU-CUR-SCORE
026600         OPEN INPUT SCORE-MASTER
026700         MOVE MU-SCORE-STATUS TO MU-MASTER-STATUS
026800     ELSE
026900         OPEN INPUT SEASON-MASTER
027000         MOVE MU-SEASON-STATUS TO MU-MASTER-STATUS
027100     END-IF
027200     IF MU-MASTER-STATUS = "35"
027300         DISPLAY MU-MASTER-NAME " absent - copie vide"
027400         MOVE "Y" TO MU-ABSENT-SW
027500         SET MU-EOF TO TRUE
027600     ELSE
027700         IF MU-MASTER-STATUS NOT = "00"
027800             DISPLAY MU-MASTER-NAME " illisible - statut "
027900                 MU-MASTER-STATUS " - copie annulee"
028000             MOVE 8 TO RETURN-CODE
028100             GO TO 2100-EXIT
028200         END-IF
028300     END-IF
028400     IF MU-CUR-SCORE
028500         OPEN OUTPUT SCORE-COPY
028600         MOVE MU-SCORE-CPY-STATUS TO MU-COPY-STATUS
028700     ELSE
028800         OPEN OUTPUT SEASON-COPY
028900         MOVE MU-SEASON-CPY-STATUS TO MU-COPY-STATUS
029000     END-IF
029100     IF MU-COPY-STATUS NOT = "00"
029200         DISPLAY MU-COPY-NAME " indisponible - copie annulee"
029300         MOVE 8 TO RETURN-CODE
029400         IF NOT MU-MASTER-ABSENT
029500             PERFORM 8900-CLOSE-MASTER THRU 8900-EXIT
029600         END-IF
029700         GO TO 2100-EXIT
029800     END-IF
029900     MOVE "Y" TO MU-OPEN-OK-SW
030000     IF MU-MASTER-ABSENT
030100         GO TO 2100-EXIT
030200     END-IF
030300     IF MU-CUR-SCORE
030400         MOVE LOW-VALUES TO SCORM-KEY
030500         START SCORE-MASTER
030600             KEY IS GREATER THAN OR EQUAL TO SCORM-KEY
030700             INVALID KEY
030800                 SET MU-EOF TO TRUE
030900         END-START
031000     ELSE
031100         MOVE LOW-VALUES TO SEAS-EMPLOYEE-ID
031200         START SEASON-MASTER
031300             KEY IS GREATER THAN OR EQUAL TO SEAS-EMPLOYEE-ID
031400             INVALID KEY
031500                 SET MU-EOF TO TRUE
031600         END-START
031700     END-IF.
031800 2100-EXIT.
031900     EXIT.

032000 2200-UNLOAD-ONE-ROW.
032100     IF MU-CUR-SCORE
032200         READ SCORE-MASTER NEXT
032300             AT END
032400                 SET MU-EOF TO TRUE
032500                 GO TO 2200-EXIT
032600         END-READ
032700         MOVE SCORE-MASTER-RECORD TO MCPY-IMAGE
032800         ADD SCORM-ATTEMPT-COUNT  TO MU-ROW-HASH
032900     ELSE
033000         READ SEASON-MASTER NEXT
033100             AT END
033200                 SET MU-EOF TO TRUE
033300                 GO TO 2200-EXIT
033400         END-READ
033500         MOVE SEASON-MASTER-RECORD TO MCPY-IMAGE
033600         ADD SEAS-TOTAL-ATTEMPTS   TO MU-ROW-HASH
033700     END-IF
033800     MOVE "D"               TO MCPY-RECORD-TYPE
033900     MOVE MU-CURRENT-MASTER TO MCPY-MASTER-ID
034000     MOVE MU-RUN-DATE       TO MCPY-COPY-DATE
034100     MOVE MU-RUN-TIME       TO MCPY-COPY-TIME
034200     PERFORM 8300-WRITE-COPY THRU 8300-EXIT
034300     ADD 1 TO MU-ROW-COUNT.
034400 2200-EXIT.
034500     EXIT.

034600 2300-CLOSE-AFTER-UNLOAD.
034700     IF NOT MU-MASTER-ABSENT
034800         PERFORM 8900-CLOSE-MASTER THRU 8900-EXIT
034900     END-IF
035000     IF MU-CUR-SCORE
035100         CLOSE SCORE-COPY
035200     ELSE
035300         CLOSE SEASON-COPY
035400     END-IF.
035500 2300-EXIT.
035600     EXIT.

035700*================================================================*
035800*  3000-RELOAD-MASTER
035900*  The copy is read through and proved against its trailer
036000*  before the master is touched; only then is the master
036100*  recreated from it and recounted.  A copy cut short, for the
036200*  other master, or out of balance leaves the master as it is.
036300*================================================================*
036400 3000-RELOAD-MASTER.
036500     PERFORM 3100-VERIFY-COPY THRU 3100-EXIT
036600     IF NOT MU-COPY-OK
036700         DISPLAY MU-COPY-NAME " inutilisable - rechargement"
036800             " annule"
036900         MOVE 8 TO RETURN-CODE
037000         GO TO 3000-EXIT
037100     END-IF
037200     PERFORM 3300-LOAD-COPY THRU 3300-EXIT
037300     IF RETURN-CODE > ZERO
037400         GO TO 3000-EXIT
037500     END-IF
037600     PERFORM 3600-RECOUNT-MASTER THRU 3600-EXIT
037700     MOVE MU-ROW-COUNT TO MU-TOTAL-ROWS
037800     MOVE MU-ROW-COUNT TO MU-COUNT-EDIT
037900     MOVE MU-ROW-HASH  TO MU-HASH-EDIT
038000     MOVE MU-TRL-COUNT TO MU-TRL-COUNT-EDIT
038100     MOVE MU-TRL-HASH  TO MU-TRL-HASH-EDIT
038200     DISPLAY "Rechargement " MU-MASTER-NAME " depuis la copie du "
038300         MU-COPY-DATE " " MU-COPY-TIME (1:6)
038400     DISPLAY "  lignes copie     : " MU-TRL-COUNT-EDIT
038500         "   essais copie     : " MU-TRL-HASH-EDIT
038600     DISPLAY "  lignes rechargees: " MU-COUNT-EDIT
038700         "   essais recharges : " MU-HASH-EDIT
038800     IF MU-ROW-COUNT NOT = MU-TRL-COUNT
038900        OR MU-ROW-HASH NOT = MU-TRL-HASH
039000        OR MU-ERROR-COUNT > ZERO
039100         DISPLAY "Rechargement en anomalie"
039200         MOVE 8 TO RETURN-CODE
039300     ELSE
039400         DISPLAY "Rechargement equilibre"
039500     END-IF.
039600 3000-EXIT.
039700     EXIT.

039800*================================================================*
039900*  3100-VERIFY-COPY / 3200-VERIFY-ONE-RECORD
040000*  A usable copy is a header for this master, detail rows, and a
040100*  trailer whose count and hash total match the rows read.
040200*================================================================*
040300 3100-VERIFY-COPY.
040400     MOVE "N"  TO MU-COPY-OK-SW
040500     MOVE "N"  TO MU-HEADER-SW
040600     MOVE "N"  TO MU-TRAILER-SW
040700     MOVE "N"  TO MU-EOF-SW
040800     MOVE ZERO TO MU-ROW-COUNT
040900     MOVE ZERO TO MU-ROW-HASH
041000     MOVE ZERO TO MU-BAD-COUNT
041100     PERFORM 8400-OPEN-COPY-INPUT THRU 8400-EXIT
041200     IF MU-COPY-STATUS NOT = "00"
041300         GO TO 3100-EXIT
041400     END-IF
041500     PERFORM 3200-VERIFY-ONE-RECORD THRU 3200-EXIT
041600         UNTIL MU-EOF
041700     PERFORM 8600-CLOSE-COPY THRU 8600-EXIT
041800     IF NOT MU-HEADER-SEEN
041900         DISPLAY MU-COPY-NAME " - en-tete absent ou d'un autre"
042000             " fichier"
042100         GO TO 3100-EXIT
042200     END-IF
042300     IF NOT MU-TRAILER-SEEN
042400         DISPLAY MU-COPY-NAME " - fin de copie absente"
042500         GO TO 3100-EXIT
042600     END-IF
042700     IF MU-BAD-COUNT > ZERO
042800         DISPLAY MU-COPY-NAME " - enregistrements invalides"
042900         GO TO 3100-EXIT
043000     END-IF
043100     IF MU-ROW-COUNT NOT = MU-TRL-COUNT
043200        OR MU-ROW-HASH NOT = MU-TRL-HASH
043300         DISPLAY MU-COPY-NAME " - totaux de controle faux"
043400         GO TO 3100-EXIT
043500     END-IF
043600     MOVE "Y" TO MU-COPY-OK-SW.
043700 3100-EXIT.
043800     EXIT.

043900 3200-VERIFY-ONE-RECORD.
044000     PERFORM 8500-READ-COPY THRU 8500-EXIT
044100     IF MU-EOF
044200         GO TO 3200-EXIT
044300     END-IF
044400     IF MCPY-MASTER-ID NOT = MU-CURRENT-MASTER
044500        OR MU-TRAILER-SEEN
044600         ADD 1 TO MU-BAD-COUNT
044700         GO TO 3200-EXIT
044800     END-IF
044900     IF NOT MU-HEADER-SEEN
045000         IF MCPY-HEADER
045100             MOVE "Y" TO MU-HEADER-SW
045200             MOVE MCPY-COPY-DATE TO MU-COPY-DATE
045300             MOVE MCPY-COPY-TIME TO MU-COPY-TIME
045400         ELSE
045500             ADD 1 TO MU-BAD-COUNT
045600         END-IF
045700         GO TO 3200-EXIT
045800     END-IF
045900     IF MCPY-TRAILER
046000         MOVE "Y" TO MU-TRAILER-SW
046100         MOVE MCPY-RECORD-COUNT TO MU-TRL-COUNT
046200         MOVE MCPY-ATTEMPT-HASH TO MU-TRL-HASH
046300         GO TO 3200-EXIT
046400     END-IF
046500     IF NOT MCPY-DETAIL
046600         ADD 1 TO MU-BAD-COUNT
046700         GO TO 3200-EXIT
046800     END-IF
046900     ADD 1 TO MU-ROW-COUNT
047000     IF MU-CUR-SCORE
047100         IF MCPY-SCORE-ATTEMPTS IS NUMERIC
047200             ADD MCPY-SCORE-ATTEMPTS TO MU-ROW-HASH
047300         ELSE
047400             ADD 1 TO MU-BAD-COUNT
047500         END-IF
047600     ELSE
047700         IF MCPY-SEASON-ATTEMPTS IS NUMERIC
047800             ADD MCPY-SEASON-ATTEMPTS TO MU-ROW-HASH
047900         ELSE
048000             ADD 1 TO MU-BAD-COUNT
048100         END-IF
048200     END-IF.
048300 3200-EXIT.
048400     EXIT.

048500*================================================================*
048600*  3300-LOAD-COPY / 3400-LOAD-ONE-ROW
048700*  The master is recreated empty and every detail row written
048800*  back in key order.
048900*================================================================*
049000 3300-LOAD-COPY.
049100     MOVE "N"  TO MU-EOF-SW
049200     MOVE ZERO TO MU-ERROR-COUNT
049300     PERFORM 8400-OPEN-COPY-INPUT THRU 8400-EXIT
049400     IF MU-COPY-STATUS NOT = "00"
049500         MOVE 8 TO RETURN-CODE
049600         GO TO 3300-EXIT
049700     END-IF
049800     IF MU-CUR-SCORE
049900         OPEN OUTPUT SCORE-MASTER
050000         MOVE MU-SCORE-STATUS TO MU-MASTER-STATUS
050100     ELSE
050200         OPEN OUTPUT SEASON-MASTER
050300         MOVE MU-SEASON-STATUS TO MU-MASTER-STATUS
050400     END-IF
050500     IF MU-MASTER-STATUS NOT = "00"
050600         DISPLAY MU-MASTER-NAME " non recreable - statut "
050700             MU-MASTER-STATUS
050800         MOVE 8 TO RETURN-CODE
050900         PERFORM 8600-CLOSE-COPY THRU 8600-EXIT
051000         GO TO 3300-EXIT
051100     END-IF
051200     PERFORM 3400-LOAD-ONE-ROW THRU 3400-EXIT
051300         UNTIL MU-EOF
051400     PERFORM 8600-CLOSE-COPY THRU 8600-EXIT
051500     PERFORM 8900-CLOSE-MASTER THRU 8900-EXIT.
051600 3300-EXIT.
051700     EXIT.

051800 3400-LOAD-ONE-ROW.
051900     PERFORM 8500-READ-COPY THRU 8500-EXIT
052000     IF MU-EOF
052100        OR NOT MCPY-DETAIL
052200         GO TO 3400-EXIT
052300     END-IF
052400     PERFORM 8100-WRITE-MASTER THRU 8100-EXIT.
052500 3400-EXIT.
052600     EXIT.

052700*================================================================*
052800*  3600-RECOUNT-MASTER / 3700-COUNT-ONE-ROW
052900*  Counts what the reload left on the master, as ARCHPURG
053000*  recounts after its purge.
053100*================================================================*
053200 3600-RECOUNT-MASTER.
053300     MOVE "N"  TO MU-EOF-SW
053400     MOVE ZERO TO MU-ROW-COUNT
053500     MOVE ZERO TO MU-ROW-HASH
053600     IF MU-CUR-SCORE
053700         OPEN INPUT SCORE-MASTER
053800         MOVE MU-SCORE-STATUS TO MU-MASTER-STATUS
053900     ELSE
054000         OPEN INPUT SEASON-MASTER
054100         MOVE MU-SEASON-STATUS TO MU-MASTER-STATUS
054200     END-IF
054300     IF MU-MASTER-STATUS NOT = "00"
054400         DISPLAY MU-MASTER-NAME " illisible - recomptage annule"
054500         ADD 1 TO MU-ERROR-COUNT
054600         GO TO 3600-EXIT
054700     END-IF
054800     IF MU-CUR-SCORE
054900         MOVE LOW-VALUES TO SCORM-KEY
055000         START SCORE-MASTER
055100             KEY IS GREATER THAN OR EQUAL TO SCORM-KEY
055200             INVALID KEY
055300                 SET MU-EOF TO TRUE
055400         END-START
055500     ELSE
055600         MOVE LOW-VALUES TO SEAS-EMPLOYEE-ID
055700         START SEASON-MASTER
055800             KEY IS GREATER THAN OR EQUAL TO SEAS-EMPLOYEE-ID
055900             INVALID KEY
056000                 SET MU-EOF TO TRUE
056100         END-START
056200     END-IF
056300     PERFORM 3700-COUNT-ONE-ROW THRU 3700-EXIT
056400         UNTIL MU-EOF
056500     PERFORM 8900-CLOSE-MASTER THRU 8900-EXIT.
056600 3600-EXIT.
056700     EXIT.

056800 3700-COUNT-ONE-ROW.
056900     IF MU-CUR-SCORE
057000         READ SCORE-MASTER NEXT
057100             AT END
057200                 SET MU-EOF TO TRUE
057300                 GO TO 3700-EXIT
057400         END-READ
057500         ADD SCORM-ATTEMPT-COUNT TO MU-ROW-HASH
057600     ELSE
057700         READ SEASON-MASTER NEXT
057800             AT END
057900                 SET MU-EOF TO TRUE
058000                 GO TO 3700-EXIT
058100         END-READ
058200         ADD SEAS-TOTAL-ATTEMPTS TO MU-ROW-HASH
058300     END-IF
058400     ADD 1 TO MU-ROW-COUNT.
058500 3700-EXIT.
058600     EXIT.

058700*================================================================*
058800*  8100-WRITE-MASTER
058900*  Writes one copy image to the master being rebuilt.
059000*================================================================*
059100 8100-WRITE-MASTER.
059200     IF MU-CUR-SCORE
059300         MOVE MCPY-IMAGE TO SCORE-MASTER-RECORD
059400         WRITE SCORE-MASTER-RECORD
059500             INVALID KEY
059600                 DISPLAY "Ecriture SCORE-MASTER impossible : "
059700                     SCORM-KEY
059800                 ADD 1 TO MU-ERROR-COUNT
059900         END-WRITE
060000     ELSE
060100         MOVE MCPY-IMAGE TO SEASON-MASTER-RECORD
060200         WRITE SEASON-MASTER-RECORD
060300             INVALID KEY
060400                 DISPLAY "Ecriture SEASON-MASTER impossible : "
060500                     SEAS-EMPLOYEE-ID
060600                 ADD 1 TO MU-ERROR-COUNT
060700         END-WRITE
060800     END-IF.
060900 8100-EXIT.
061000     EXIT.

061100*================================================================*
061200*  8300-WRITE-COPY / 8400-OPEN-COPY-INPUT / 8500-READ-COPY /
061300*  8600-CLOSE-COPY / 8900-CLOSE-MASTER
061400*  The copy and master I/O for whichever master is current.
061500*================================================================*
061600 8300-WRITE-COPY.
061700     IF MU-CUR-SCORE
061800         WRITE SCORE-COPY-RECORD FROM MCPY-RECORD
061900         MOVE MU-SCORE-CPY-STATUS TO MU-COPY-STATUS
062000     ELSE
062100         WRITE SEASON-COPY-RECORD FROM MCPY-RECORD
062200         MOVE MU-SEASON-CPY-STATUS TO MU-COPY-STATUS
062300     END-IF
062400     IF MU-COPY-STATUS NOT = "00"
062500         DISPLAY "Ecriture " MU-COPY-NAME " en erreur - statut "
062600             MU-COPY-STATUS
062700         ADD 1 TO MU-ERROR-COUNT
062800     END-IF.
062900 8300-EXIT.
063000     EXIT.

063100 8400-OPEN-COPY-INPUT.
063200     IF MU-CUR-SCORE
063300         OPEN INPUT SCORE-COPY
063400         MOVE MU-SCORE-CPY-STATUS TO MU-COPY-STATUS
063500     ELSE
063600         OPEN INPUT SEASON-COPY
063700         MOVE MU-SEASON-CPY-STATUS TO MU-COPY-STATUS
063800     END-IF
063900     IF MU-COPY-STATUS NOT = "00"
064000         DISPLAY MU-COPY-NAME " illisible - statut "
064100             MU-COPY-STATUS
064200     END-IF.
064300 8400-EXIT.
064400     EXIT.

064500 8500-READ-COPY.
064600     IF MU-CUR-SCORE
064700         READ SCORE-COPY INTO MCPY-RECORD
064800             AT END
064900                 SET MU-EOF TO TRUE
065000         END-READ
065100     ELSE
065200         READ SEASON-COPY INTO MCPY-RECORD
065300             AT END
065400                 SET MU-EOF TO TRUE
065500         END-READ
065600     END-IF.
065700 8500-EXIT.
065800     EXIT.

065900 8600-CLOSE-COPY.
066000     IF MU-CUR-SCORE
066100         CLOSE SCORE-COPY
066200     ELSE
066300         CLOSE SEASON-COPY
066400     END-IF.
066500 8600-EXIT.
066600     EXIT.

066700 8900-CLOSE-MASTER.
066800     IF MU-CUR-SCORE
066900         CLOSE SCORE-MASTER
067000     ELSE
067100         CLOSE SEASON-MASTER
067200     END-IF.
067300 8900-EXIT.
067400     EXIT.

067500*================================================================*
067600*  9500-REGISTER-END
067700*  Closes the run on the shared run-control journal.
067800*================================================================*
067900 9500-REGISTER-END.
068000     MOVE "E"               TO RL-FUNCTION
068100     MOVE MU-TOTAL-ROWS     TO RL-RECORD-COUNT
068200     MOVE RETURN-CODE       TO RL-RETURN-CODE
068300     CALL "RUNLOG" USING RL-COMMAREA.
068400 9500-EXIT.
068500     EXIT.
