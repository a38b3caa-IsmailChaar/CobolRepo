000100*================================================================*
000200*  PROGRAM:     MSTRCVR
000300*  FUNCTION:    Forward recovery of the SCORE-MASTER or the
000400*               SEASON-MASTER.  The master named on the MRPARM
000500*               card is rebuilt from its latest MSTUNLD full copy
000600*               (SCORECPY / SEASNCPY), which is proved against its
000700*               trailer first, then rolled forward with every
000800*               AFTJRNL after-image posted after the copy was
000900*               taken, up to the chosen date.  The MRPRINT
001000*               verification report sets the journal record counts
001100*               and attempt totals of each posting run against
001200*               the figures that run left on the run-control
001300*               journal (RUNJRNL), and the rebuilt master's
001400*               recount against the copy plus the journal.  Any
001500*               difference ends the run with RETURN-CODE 8.
001600*-----------------------------------------------------------------
001700*  MAINTENANCE HISTORY
001800*  DATE        INIT  DESCRIPTION
001900*  2026-10-15  JMT   Initial version.
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.    MSTRCVR.
002300 AUTHOR.        J. M. TANGUAY.
002400 INSTALLATION.  EVENTS-KIOSK-TEAM.
002500 DATE-WRITTEN.  2026-10-15.
002600 DATE-COMPILED.

002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT MRP-FILE ASSIGN TO "MRPARM"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS MR-PARM-STATUS.

003300     SELECT SCORE-MASTER ASSIGN TO "SCOREMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS SCORM-KEY
003700         FILE STATUS IS MR-SCORE-STATUS.

003800     SELECT SEASON-MASTER ASSIGN TO "SEASMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS SEAS-EMPLOYEE-ID
004200         FILE STATUS IS MR-SEASON-STATUS.

004300     SELECT SCORE-COPY ASSIGN TO "SCORECPY"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS MR-SCORE-CPY-STATUS.

004600     SELECT SEASON-COPY ASSIGN TO "SEASNCPY"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS MR-SEASON-CPY-STATUS.

004900     SELECT AFT-JOURNAL ASSIGN TO "AFTJRNL"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS MR-AIJ-STATUS.

005200     SELECT RUN-JOURNAL ASSIGN TO "RUNJRNL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS MR-JRNL-STATUS.

005500     SELECT PRINT-FILE ASSIGN TO "MRPRINT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS MR-PRINT-STATUS.

005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  MRP-FILE
006100     RECORDING MODE IS F.
006200     COPY MRPREC.

006300 FD  SCORE-MASTER.
006400     COPY SCORMREC.

006500 FD  SEASON-MASTER.
006600     COPY SEASMREC.

006700 FD  SCORE-COPY
006800     RECORDING MODE IS F.
006900 01  SCORE-COPY-RECORD           PIC X(102).

007000 FD  SEASON-COPY
007100     RECORDING MODE IS F.
007200 01  SEASON-COPY-RECORD          PIC X(102).

007300 FD  AFT-JOURNAL
007400     RECORDING MODE IS F.
007500     COPY AIJREC.

007600 FD  RUN-JOURNAL
007700     RECORDING MODE IS F.
007800     COPY RUNJREC.

007900 FD  PRINT-FILE
008000     RECORDING MODE IS F.
008100 01  PRINT-RECORD                PIC X(80).

008200 WORKING-STORAGE SECTION.

008300 77  MR-PARM-STATUS          PIC X(02) VALUE "00".
008400 77  MR-SCORE-STATUS         PIC X(02) VALUE "00".
008500 77  MR-SEASON-STATUS        PIC X(02) VALUE "00".
008600 77  MR-SCORE-CPY-STATUS     PIC X(02) VALUE "00".
008700 77  MR-SEASON-CPY-STATUS    PIC X(02) VALUE "00".
008800 77  MR-AIJ-STATUS           PIC X(02) VALUE "00".
008900 77  MR-JRNL-STATUS          PIC X(02) VALUE "00".
009000 77  MR-PRINT-STATUS         PIC X(02) VALUE "00".
009100 77  MR-MASTER-STATUS        PIC X(02) VALUE "00".
009200 77  MR-COPY-STATUS          PIC X(02) VALUE "00".

009300 77  MR-EOF-SW               PIC X(01) VALUE "N".
009400     88  MR-EOF                    VALUE "Y".
009500 77  MR-CARD-SW              PIC X(01) VALUE "N".
009600     88  MR-CARD-OK                VALUE "Y".
009700 77  MR-COPY-OK-SW           PIC X(01) VALUE "N".
009800     88  MR-COPY-OK                VALUE "Y".
009900 77  MR-HEADER-SW            PIC X(01) VALUE "N".
010000     88  MR-HEADER-SEEN            VALUE "Y".
010100 77  MR-TRAILER-SW           PIC X(01) VALUE "N".
010200     88  MR-TRAILER-SEEN           VALUE "Y".
010300 77  MR-JOURNAL-SW           PIC X(01) VALUE "N".
010400     88  MR-JOURNAL-OPEN           VALUE "Y".
010500 77  MR-REBUILT-SW           PIC X(01) VALUE "N".
010600     88  MR-REBUILT                VALUE "Y".

010700 77  MR-MASTER-ID            PIC X(02) VALUE SPACES.
010800     88  MR-CUR-SCORE              VALUE "SC".
010900     88  MR-CUR-SEASON             VALUE "SE".
011000 77  MR-MASTER-NAME          PIC X(13) VALUE SPACES.
011100 77  MR-COPY-NAME            PIC X(08) VALUE SPACES.
011200 77  MR-CONTROL-PROGRAM      PIC X(12) VALUE SPACES.

011300 77  MR-RUN-DATE             PIC 9(08) VALUE ZERO.
011400 77  MR-TO-DATE              PIC 9(08) VALUE 99999999.

011500 01  MR-COPY-STAMP.
011600     05  MR-COPY-DATE            PIC 9(08) VALUE ZERO.
011700     05  MR-COPY-TIME            PIC 9(08) VALUE ZERO.
011800 01  MR-EVENT-STAMP.
011900     05  MR-EVENT-DATE           PIC 9(08) VALUE ZERO.
012000     05  MR-EVENT-TIME           PIC 9(08) VALUE ZERO.

012100 77  MR-ROW-COUNT            PIC 9(07) COMP VALUE ZERO.
012200 77  MR-ROW-HASH             PIC 9(11) COMP VALUE ZERO.
012300 77  MR-TRL-COUNT            PIC 9(07) COMP VALUE ZERO.
012400 77  MR-TRL-HASH             PIC 9(11) COMP VALUE ZERO.
012500 77  MR-BAD-COUNT            PIC 9(07) COMP VALUE ZERO.
012600 77  MR-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
012700 77  MR-EXPECT-COUNT         PIC S9(07) COMP VALUE ZERO.
012800 77  MR-EXPECT-HASH          PIC S9(11) COMP VALUE ZERO.

012900 77  MR-JRNL-READ            PIC 9(07) COMP VALUE ZERO.
013000 77  MR-OTHER-COUNT          PIC 9(07) COMP VALUE ZERO.
013100 77  MR-BEFORE-COUNT         PIC 9(07) COMP VALUE ZERO.
013200 77  MR-AFTER-COUNT          PIC 9(07) COMP VALUE ZERO.
013300 77  MR-ADD-COUNT            PIC 9(07) COMP VALUE ZERO.
013400 77  MR-REPLACE-COUNT        PIC 9(07) COMP VALUE ZERO.
013500 77  MR-DELETE-COUNT         PIC 9(07) COMP VALUE ZERO.
013600 77  MR-ANOMALY-COUNT        PIC 9(07) COMP VALUE ZERO.
013700 77  MR-ECART-COUNT          PIC 9(07) COMP VALUE ZERO.
013800 77  MR-DROPPED-COUNT        PIC 9(07) COMP VALUE ZERO.

013900 77  MR-CHECK-MAX            PIC 9(04) COMP VALUE 300.
014000 77  MR-IX1                  PIC 9(04) COMP VALUE ZERO.
014100 77  MR-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
014200 77  MR-SEEK-PROGRAM         PIC X(12) VALUE SPACES.
014300 77  MR-SEEK-DATE            PIC 9(08) VALUE ZERO.

014400 77  MR-COUNT-EDIT           PIC ZZZZZZ9.
014500 77  MR-HASH-EDIT            PIC -(10)9.

014600 01  MR-CHECK-TABLE.
014700     05  MR-CHECK-COUNT          PIC 9(04) COMP VALUE ZERO.
014800     05  MR-CHECK OCCURS 300 TIMES.
014900         10  MR-CHK-PROGRAM      PIC X(12).
015000         10  MR-CHK-DATE         PIC 9(08).
015100         10  MR-CHK-CONTROL-SW   PIC X(01).
015200             88  MR-CHK-CONTROLLED     VALUE "Y".
015300         10  MR-CHK-RUN-SW       PIC X(01).
015400             88  MR-CHK-RUN-SEEN       VALUE "Y".
015500         10  MR-CHK-ABSENT-SW    PIC X(01).
015600             88  MR-CHK-HASH-ABSENT    VALUE "Y".
015700         10  MR-CHK-JRNL-COUNT   PIC 9(07) COMP.
015800         10  MR-CHK-JRNL-HASH    PIC S9(11) COMP.
015900         10  MR-CHK-RUN-COUNT    PIC 9(07) COMP.
016000         10  MR-CHK-RUN-HASH     PIC 9(11) COMP.

016100 01  MR-HEAD-LINE-1.
016200     05  FILLER                  PIC X(18)
016300         VALUE "RECONSTITUTION DE ".
016400     05  MR-HD1-MASTER           PIC X(13).
016500     05  FILLER                  PIC X(04) VALUE " AU ".
016600     05  MR-HD1-TO-DATE          PIC X(08).
016700     05  FILLER                  PIC X(11) VALUE " - EXECUTE ".
016800     05  MR-HD1-RUN-DATE         PIC 9(08).
016900     05  FILLER                  PIC X(18) VALUE SPACES.

017000 01  MR-HEAD-LINE-2.
017100     05  FILLER                  PIC X(09) VALUE "COPIE DU ".
017200     05  MR-HD2-COPY-DATE        PIC 9(08).
017300     05  FILLER                  PIC X(01) VALUE SPACE.
017400     05  MR-HD2-COPY-TIME        PIC 9(06).
017500     05  FILLER                  PIC X(10) VALUE "  LIGNES: ".
017600     05  MR-HD2-COUNT            PIC ZZZZZZ9.
017700     05  FILLER                  PIC X(10) VALUE "  ESSAIS: ".
017800     05  MR-HD2-HASH             PIC Z(10)9.
017900     05  FILLER                  PIC X(18) VALUE SPACES.

018000 01  MR-HEAD-LINE-3.
018100     05  FILLER                  PIC X(13) VALUE "PROGRAMME".
018200     05  FILLER                  PIC X(09) VALUE "DATE".
018300     05  FILLER                  PIC X(08) VALUE " JOURNAL".
018400     05  FILLER                  PIC X(12) VALUE "      ESSAIS".
018500     05  FILLER                  PIC X(08) VALUE "  RUNLOG".
018600     05  FILLER                  PIC X(12) VALUE "      ESSAIS".
018700     05  FILLER                  PIC X(18) VALUE " OBSERVATION".

018800 01  MR-DETAIL-LINE.
018900     05  MR-DET-PROGRAM          PIC X(12).
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  MR-DET-DATE             PIC 9(08).
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  MR-DET-JRNL-COUNT       PIC ZZZZZZ9.
019400     05  FILLER                  PIC X(01) VALUE SPACE.
019500     05  MR-DET-JRNL-HASH        PIC -(10)9.
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700     05  MR-DET-RUN-COUNT        PIC X(07).
019800     05  FILLER                  PIC X(01) VALUE SPACE.
019900     05  MR-DET-RUN-HASH         PIC X(11).
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  MR-DET-FLAG             PIC X(14).
020200     05  FILLER                  PIC X(03) VALUE SPACES.

020300 01  MR-COUNT-LINE.
020400     05  MR-CNT-LABEL            PIC X(30).
020500     05  MR-CNT-VALUE            PIC -(10)9.
020600     05  FILLER                  PIC X(39) VALUE SPACES.

020700     COPY MCPYREC.

020800     COPY RUNLREC.

020900 PROCEDURE DIVISION.

021000*================================================================*
021100*  0000-MAINLINE
021200*  The copy is proved and the journal opened before the master
021300*  is touched; a refusal at either point leaves the master as
021400*  it stands.
021500*================================================================*
021600 0000-MAINLINE.
021700     MOVE FUNCTION CURRENT-DATE(1:8) TO MR-RUN-DATE
021800     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT
021900     PERFORM 1500-REGISTER-START THRU 1500-EXIT
022000     IF NOT MR-CARD-OK
022100         GO TO 0000-MAINLINE-EXIT
022200     END-IF
022300     PERFORM 2000-VERIFY-COPY THRU 2000-EXIT
022400     IF NOT MR-COPY-OK
022500         DISPLAY MR-COPY-NAME " inutilisable - reconstitution"
022600             " annulee"
022700         MOVE 8 TO RETURN-CODE
022800         GO TO 0000-MAINLINE-EXIT
022900     END-IF
023000     PERFORM 2500-OPEN-JOURNAL THRU 2500-EXIT
023100     IF RETURN-CODE > ZERO
023200         GO TO 0000-MAINLINE-EXIT
023300     END-IF
023400     PERFORM 3000-LOAD-COPY THRU 3000-EXIT
023500     IF NOT MR-REBUILT
023600         IF MR-JOURNAL-OPEN
023700             CLOSE AFT-JOURNAL
023800         END-IF
023900         GO TO 0000-MAINLINE-EXIT
024000     END-IF
024100     PERFORM 4000-APPLY-JOURNAL THRU 4000-EXIT
024200     PERFORM 5000-LOAD-RUN-JOURNAL THRU 5000-EXIT
024300     PERFORM 6000-RECOUNT-MASTER THRU 6000-EXIT
024400     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
024500 0000-MAINLINE-EXIT.
024600     PERFORM 9500-REGISTER-END THRU 9500-EXIT
024700     STOP RUN.

024800*================================================================*
024900*  1000-LOAD-CONTROL
025000*  MRP-FILE is mandatory: a recovery replaces a whole master, so
025100*  it is never run on a default.  A blank or zero date rolls the
025200*  journal forward to its end.
025300*================================================================*
025400 1000-LOAD-CONTROL.
025500     OPEN INPUT MRP-FILE
025600     IF MR-PARM-STATUS NOT = "00"
025700         DISPLAY "MRPARM absent - reconstitution annulee"
025800         MOVE 8 TO RETURN-CODE
025900         GO TO 1000-EXIT
026000     END-IF
026100     READ MRP-FILE
026200         AT END
026300             DISPLAY "MRPARM vide - reconstitution annulee"
026400             MOVE 8 TO RETURN-CODE
026500             CLOSE MRP-FILE
026600             GO TO 1000-EXIT
026700     END-READ
026800     CLOSE MRP-FILE
026900     MOVE MRP-MASTER-ID TO MR-MASTER-ID
027000     IF NOT MR-CUR-SCORE
027100        AND NOT MR-CUR-SEASON
027200         DISPLAY "MRPARM - fichier maitre invalide : "
027300             MRP-MASTER-ID
027400         MOVE 8 TO RETURN-CODE
027500         GO TO 1000-EXIT
027600     END-IF
027700     IF MRP-TO-DATE IS NUMERIC
027800        AND MRP-TO-DATE > ZERO
027900         MOVE MRP-TO-DATE TO MR-TO-DATE
028000     END-IF
028100     IF MR-CUR-SCORE
028200         MOVE "SCORE-MASTER"  TO MR-MASTER-NAME
028300         MOVE "SCORECPY"      TO MR-COPY-NAME
028400         MOVE "SCORELOD"      TO MR-CONTROL-PROGRAM
028500     ELSE
028600         MOVE "SEASON-MASTER" TO MR-MASTER-NAME
028700         MOVE "SEASNCPY"      TO MR-COPY-NAME
028800         MOVE "SEASONST"      TO MR-CONTROL-PROGRAM
028900     END-IF
029000     MOVE "Y" TO MR-CARD-SW.
029100 1000-EXIT.
029200     EXIT.

029300 1500-REGISTER-START.
029400     MOVE "S"               TO RL-FUNCTION
029500     MOVE "MSTRCVR"         TO RL-PROGRAM-ID
029600     IF MR-TO-DATE = 99999999
029700         MOVE MR-RUN-DATE   TO RL-BUSINESS-DATE
029800     ELSE
029900         MOVE MR-TO-DATE    TO RL-BUSINESS-DATE
030000     END-IF
030100     MOVE "R"               TO RL-RUN-MODE
030200     MOVE ZERO              TO RL-RECORD-COUNT
030300     MOVE RETURN-CODE       TO RL-RETURN-CODE
030400     MOVE ZERO              TO RL-HASH-TOTAL
030500     MOVE "N"               TO RL-OVERRIDE-FLAG
030600     CALL "RUNLOG" USING RL-COMMAREA.
030700 1500-EXIT.
030800     EXIT.

030900*================================================================*
031000*  2000-VERIFY-COPY / 2100-VERIFY-ONE-RECORD
031100*  The same proof MSTUNLD makes before a reload: a header for
031200*  this master, detail rows, and a trailer whose count and hash
031300*  total match the rows read.
031400*================================================================*
031500 2000-VERIFY-COPY.
031600     MOVE "N"  TO MR-COPY-OK-SW
031700     MOVE "N"  TO MR-EOF-SW
031800     MOVE ZERO TO MR-ROW-COUNT
031900     MOVE ZERO TO MR-ROW-HASH
032000     PERFORM 8400-OPEN-COPY-INPUT THRU 8400-EXIT
032100     IF MR-COPY-STATUS NOT = "00"
032200         GO TO 2000-EXIT
032300     END-IF
032400     PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
032500         UNTIL MR-EOF
032600     PERFORM 8600-CLOSE-COPY THRU 8600-EXIT
032700     IF NOT MR-HEADER-SEEN
032800         DISPLAY MR-COPY-NAME " - en-tete absent ou d'un autre"
032900             " fichier"
033000         GO TO 2000-EXIT
033100     END-IF
033200     IF NOT MR-TRAILER-SEEN
033300         DISPLAY MR-COPY-NAME " - fin de copie absente"
033400         GO TO 2000-EXIT
033500     END-IF
033600     IF MR-BAD-COUNT > ZERO
033700         DISPLAY MR-COPY-NAME " - enregistrements invalides"
033800         GO TO 2000-EXIT
033900     END-IF
034000     IF MR-ROW-COUNT NOT = MR-TRL-COUNT
034100        OR MR-ROW-HASH NOT = MR-TRL-HASH
034200         DISPLAY MR-COPY-NAME " - totaux de controle faux"
034300         GO TO 2000-EXIT
034400     END-IF
034500     MOVE MR-TRL-COUNT TO MR-EXPECT-COUNT
034600     MOVE MR-TRL-HASH  TO MR-EXPECT-HASH
034700     MOVE "Y" TO MR-COPY-OK-SW.
034800 2000-EXIT.
034900     EXIT.

035000 2100-VERIFY-ONE-RECORD.
035100     PERFORM 8500-READ-COPY THRU 8500-EXIT
035200     IF MR-EOF
035300         GO TO 2100-EXIT
035400     END-IF
035500     IF MCPY-MASTER-ID NOT = MR-MASTER-ID
035600        OR MR-TRAILER-SEEN
035700         ADD 1 TO MR-BAD-COUNT
035800         GO TO 2100-EXIT
035900     END-IF
036000     IF NOT MR-HEADER-SEEN
036100         IF MCPY-HEADER
036200             MOVE "Y" TO MR-HEADER-SW
036300             MOVE MCPY-COPY-DATE TO MR-COPY-DATE
036400             MOVE MCPY-COPY-TIME TO MR-COPY-TIME
036500         ELSE
036600             ADD 1 TO MR-BAD-COUNT
036700         END-IF
036800         GO TO 2100-EXIT
036900     END-IF
037000     IF MCPY-TRAILER
037100         MOVE "Y" TO MR-TRAILER-SW
037200         MOVE MCPY-RECORD-COUNT TO MR-TRL-COUNT
037300         MOVE MCPY-ATTEMPT-HASH TO MR-TRL-HASH
037400         GO TO 2100-EXIT
037500     END-IF
037600     IF NOT MCPY-DETAIL
037700         ADD 1 TO MR-BAD-COUNT
037800         GO TO 2100-EXIT
037900     END-IF
038000     ADD 1 TO MR-ROW-COUNT
038100     IF MR-CUR-SCORE
038200         IF MCPY-SCORE-ATTEMPTS IS NUMERIC
038300             ADD MCPY-SCORE-ATTEMPTS TO MR-ROW-HASH
038400         ELSE
038500             ADD 1 TO MR-BAD-COUNT
038600         END-IF
038700     ELSE
038800         IF MCPY-SEASON-ATTEMPTS IS NUMERIC
038900             ADD MCPY-SEASON-ATTEMPTS TO MR-ROW-HASH
039000         ELSE
039100             ADD 1 TO MR-BAD-COUNT
039200         END-IF
039300     END-IF.
039400 2100-EXIT.
039500     EXIT.

039600*================================================================*
039700*  2500-OPEN-JOURNAL
039800*  No journal at all (status 35) means nothing was posted since
039900*  the copy; the master is then rebuilt as the copy stands.
040000*================================================================*
040100 2500-OPEN-JOURNAL.
040200     OPEN INPUT AFT-JOURNAL
040300     IF MR-AIJ-STATUS = "35"
040400         DISPLAY "AFTJRNL absent - reconstitution sur la copie"
040500             " seule"
040600         GO TO 2500-EXIT
040700     END-IF
040800     IF MR-AIJ-STATUS NOT = "00"
040900         DISPLAY "AFTJRNL illisible - statut " MR-AIJ-STATUS
041000             " - reconstitution annulee"
041100         MOVE 8 TO RETURN-CODE
041200         GO TO 2500-EXIT
041300     END-IF
041400     MOVE "Y" TO MR-JOURNAL-SW.
041500 2500-EXIT.
041600     EXIT.

041700*================================================================*
041800*  3000-LOAD-COPY / 3100-LOAD-ONE-ROW
041900*  The master is recreated empty and every detail row of the
042000*  copy written back in key order.
042100*================================================================*
042200 3000-LOAD-COPY.
042300     MOVE "N"  TO MR-EOF-SW
042400     PERFORM 8400-OPEN-COPY-INPUT THRU 8400-EXIT
042500     IF MR-COPY-STATUS NOT = "00"
042600         MOVE 8 TO RETURN-CODE
042700         GO TO 3000-EXIT
042800     END-IF
042900     IF MR-CUR-SCORE
043000         OPEN OUTPUT SCORE-MASTER
043100         MOVE MR-SCORE-STATUS TO MR-MASTER-STATUS
043200     ELSE
043300         OPEN OUTPUT SEASON-MASTER
043400         MOVE MR-SEASON-STATUS TO MR-MASTER-STATUS
043500     END-IF
043600     IF MR-MASTER-STATUS NOT = "00"
043700         DISPLAY MR-MASTER-NAME " non recreable - statut "
043800             MR-MASTER-STATUS
043900         MOVE 8 TO RETURN-CODE
044000         PERFORM 8600-CLOSE-COPY THRU 8600-EXIT
044100         GO TO 3000-EXIT
044200     END-IF
044300     PERFORM 3100-LOAD-ONE-ROW THRU 3100-EXIT
044400         UNTIL MR-EOF
044500     PERFORM 8600-CLOSE-COPY THRU 8600-EXIT
044600     PERFORM 8900-CLOSE-MASTER THRU 8900-EXIT
044700     MOVE "Y" TO MR-REBUILT-SW.
044800 3000-EXIT.
044900     EXIT.

045000 3100-LOAD-ONE-ROW.
045100     PERFORM 8500-READ-COPY THRU 8500-EXIT
045200     IF MR-EOF
045300        OR NOT MCPY-DETAIL
045400         GO TO 3100-EXIT
045500     END-IF
045600     MOVE MCPY-IMAGE TO AIJ-IMAGE
045700     PERFORM 8100-WRITE-MASTER THRU 8100-EXIT
045800     IF MR-MASTER-STATUS NOT = "00"
045900         DISPLAY "Copie - ecriture " MR-MASTER-NAME
046000             " impossible - statut " MR-MASTER-STATUS
046100         ADD 1 TO MR-ERROR-COUNT
046200     END-IF.
046300 3100-EXIT.
046400     EXIT.

046500*================================================================*
046600*  4000-APPLY-JOURNAL / 4100-APPLY-ONE-IMAGE
046700*  The journal is in posting order.  Only images of this master
046800*  posted after the copy was taken and no later than the chosen
046900*  date are applied; each is also tallied against its run for
047000*  the verification.  An add that finds the key already there,
047100*  a replace or delete that does not find it, is an anomaly -
047200*  the image is still applied so the master ends in the state
047300*  the journal describes.
047400*================================================================*
047500 4000-APPLY-JOURNAL.
047600     IF NOT MR-JOURNAL-OPEN
047700         GO TO 4000-EXIT
047800     END-IF
047900     IF MR-CUR-SCORE
048000         OPEN I-O SCORE-MASTER
048100         MOVE MR-SCORE-STATUS TO MR-MASTER-STATUS
048200     ELSE
048300         OPEN I-O SEASON-MASTER
048400         MOVE MR-SEASON-STATUS TO MR-MASTER-STATUS
048500     END-IF
048600     IF MR-MASTER-STATUS NOT = "00"
048700         DISPLAY MR-MASTER-NAME " non ouvrable - journal non"
048800             " applique"
048900         ADD 1 TO MR-ERROR-COUNT
049000         CLOSE AFT-JOURNAL
049100         GO TO 4000-EXIT
049200     END-IF
049300     MOVE "N" TO MR-EOF-SW
049400     PERFORM 4100-APPLY-ONE-IMAGE THRU 4100-EXIT
049500         UNTIL MR-EOF
049600     CLOSE AFT-JOURNAL
049700     PERFORM 8900-CLOSE-MASTER THRU 8900-EXIT.
049800 4000-EXIT.
049900     EXIT.

050000 4100-APPLY-ONE-IMAGE.
050100     READ AFT-JOURNAL
050200         AT END
050300             SET MR-EOF TO TRUE
050400             GO TO 4100-EXIT
050500     END-READ
050600     ADD 1 TO MR-JRNL-READ
050700     IF AIJ-MASTER-ID NOT = MR-MASTER-ID
050800         ADD 1 TO MR-OTHER-COUNT
050900         GO TO 4100-EXIT
051000     END-IF
051100     MOVE AIJ-POST-DATE TO MR-EVENT-DATE
051200     MOVE AIJ-POST-TIME TO MR-EVENT-TIME
051300     IF MR-EVENT-STAMP NOT > MR-COPY-STAMP
051400         ADD 1 TO MR-BEFORE-COUNT
051500         GO TO 4100-EXIT
051600     END-IF
051700     IF AIJ-POST-DATE > MR-TO-DATE
051800         ADD 1 TO MR-AFTER-COUNT
051900         GO TO 4100-EXIT
052000     END-IF
052100     MOVE AIJ-PROGRAM-ID    TO MR-SEEK-PROGRAM
052200     MOVE AIJ-BUSINESS-DATE TO MR-SEEK-DATE
052300     PERFORM 4500-FIND-CHECK THRU 4500-EXIT
052400     IF MR-FOUND-IX > ZERO
052500         ADD 1 TO MR-CHK-JRNL-COUNT (MR-FOUND-IX)
052600         ADD AIJ-ATTEMPTS-DELTA TO MR-CHK-JRNL-HASH (MR-FOUND-IX)
052700     END-IF
052800     ADD AIJ-ATTEMPTS-DELTA TO MR-EXPECT-HASH
052900     IF AIJ-ACTION-ADD
053000         PERFORM 4200-ADD-IMAGE THRU 4200-EXIT
053100         GO TO 4100-EXIT
053200     END-IF
053300     IF AIJ-ACTION-REPLACE
053400         PERFORM 4300-REPLACE-IMAGE THRU 4300-EXIT
053500         GO TO 4100-EXIT
053600     END-IF
053700     IF AIJ-ACTION-DELETE
053800         PERFORM 4400-DELETE-IMAGE THRU 4400-EXIT
053900         GO TO 4100-EXIT
054000     END-IF
054100     DISPLAY "AFTJRNL - action inconnue " AIJ-ACTION " de "
054200         AIJ-PROGRAM-ID " - image ignoree"
054300     ADD 1 TO MR-ANOMALY-COUNT.
054400 4100-EXIT.
054500     EXIT.

054600*================================================================*
054700*  4200-ADD-IMAGE / 4300-REPLACE-IMAGE / 4400-DELETE-IMAGE
054800*================================================================*
054900 4200-ADD-IMAGE.
055000     ADD 1 TO MR-ADD-COUNT
055100     PERFORM 8100-WRITE-MASTER THRU 8100-EXIT
055200     IF MR-MASTER-STATUS = "00"
055300         ADD 1 TO MR-EXPECT-COUNT
055400         GO TO 4200-EXIT
055500     END-IF
055600     DISPLAY "AFTJRNL - ajout d'une cle existante par "
055700         AIJ-PROGRAM-ID " du " AIJ-BUSINESS-DATE
055800     ADD 1 TO MR-ANOMALY-COUNT
055900     PERFORM 8200-REWRITE-MASTER THRU 8200-EXIT.
056000 4200-EXIT.
056100     EXIT.

056200 4300-REPLACE-IMAGE.
056300     ADD 1 TO MR-REPLACE-COUNT
056400     PERFORM 8200-REWRITE-MASTER THRU 8200-EXIT
056500     IF MR-MASTER-STATUS = "00"
056600         GO TO 4300-EXIT
056700     END-IF
056800     DISPLAY "AFTJRNL - remplacement d'une cle absente par "
056900         AIJ-PROGRAM-ID " du " AIJ-BUSINESS-DATE
057000     ADD 1 TO MR-ANOMALY-COUNT
057100     PERFORM 8100-WRITE-MASTER THRU 8100-EXIT
057200     IF MR-MASTER-STATUS = "00"
057300         ADD 1 TO MR-EXPECT-COUNT
057400     END-IF.
057500 4300-EXIT.
057600     EXIT.

057700 4400-DELETE-IMAGE.
057800     ADD 1 TO MR-DELETE-COUNT
057900     IF MR-CUR-SCORE
058000         MOVE AIJ-IMAGE TO SCORE-MASTER-RECORD
058100         DELETE SCORE-MASTER
058200             INVALID KEY
058300                 ADD 1 TO MR-ANOMALY-COUNT
058400                 DISPLAY "AFTJRNL - suppression d'une cle absente"
058500                     " par " AIJ-PROGRAM-ID
058600                     " du " AIJ-BUSINESS-DATE
058700             NOT INVALID KEY
058800                 SUBTRACT 1 FROM MR-EXPECT-COUNT
058900         END-DELETE
059000     ELSE
059100         MOVE AIJ-IMAGE TO SEASON-MASTER-RECORD
059200         DELETE SEASON-MASTER
059300             INVALID KEY
059400                 ADD 1 TO MR-ANOMALY-COUNT
059500                 DISPLAY "AFTJRNL - suppression d'une cle absente"
059600                     " par " AIJ-PROGRAM-ID
059700                     " du " AIJ-BUSINESS-DATE
059800             NOT INVALID KEY
059900                 SUBTRACT 1 FROM MR-EXPECT-COUNT
060000         END-DELETE
060100     END-IF.
060200 4400-EXIT.
060300     EXIT.

060400*================================================================*
060500*  4500-FIND-CHECK / 4600-MATCH-CHECK
060600*  Finds, or adds, the verification entry for MR-SEEK-PROGRAM
060700*  and MR-SEEK-DATE.  A full table is counted, not detailed, as
060800*  RUNJRPT does.
060900*================================================================*
061000 4500-FIND-CHECK.
061100     MOVE ZERO TO MR-FOUND-IX
061200     PERFORM 4600-MATCH-CHECK THRU 4600-EXIT
061300         VARYING MR-IX1 FROM 1 BY 1
061400         UNTIL MR-IX1 > MR-CHECK-COUNT
061500            OR MR-FOUND-IX > ZERO
061600     IF MR-FOUND-IX > ZERO
061700         GO TO 4500-EXIT
061800     END-IF
061900     IF MR-CHECK-COUNT NOT < MR-CHECK-MAX
062000         ADD 1 TO MR-DROPPED-COUNT
062100         GO TO 4500-EXIT
062200     END-IF
062300     ADD 1 TO MR-CHECK-COUNT
062400     MOVE MR-CHECK-COUNT  TO MR-FOUND-IX
062500     MOVE MR-SEEK-PROGRAM TO MR-CHK-PROGRAM (MR-FOUND-IX)
062600     MOVE MR-SEEK-DATE    TO MR-CHK-DATE (MR-FOUND-IX)
062700     MOVE "N"             TO MR-CHK-CONTROL-SW (MR-FOUND-IX)
062800     IF MR-SEEK-PROGRAM = MR-CONTROL-PROGRAM
062900         MOVE "Y"         TO MR-CHK-CONTROL-SW (MR-FOUND-IX)
063000     END-IF
063100     MOVE "N"             TO MR-CHK-RUN-SW (MR-FOUND-IX)
063200     MOVE "N"             TO MR-CHK-ABSENT-SW (MR-FOUND-IX)
063300     MOVE ZERO            TO MR-CHK-JRNL-COUNT (MR-FOUND-IX)
063400     MOVE ZERO            TO MR-CHK-JRNL-HASH (MR-FOUND-IX)
063500     MOVE ZERO            TO MR-CHK-RUN-COUNT (MR-FOUND-IX)
063600     MOVE ZERO            TO MR-CHK-RUN-HASH (MR-FOUND-IX).
063700 4500-EXIT.
063800     EXIT.

063900 4600-MATCH-CHECK.
064000     IF MR-CHK-PROGRAM (MR-IX1) = MR-SEEK-PROGRAM
064100        AND MR-CHK-DATE (MR-IX1) = MR-SEEK-DATE
064200         MOVE MR-IX1 TO MR-FOUND-IX
064300     END-IF.
064400 4600-EXIT.
064500     EXIT.

064600*================================================================*
064700*  5000-LOAD-RUN-JOURNAL / 5100-LOAD-ONE-RUN
064800*  Sums the completion figures the posting program of this
064900*  master left on RUNJRNL for the runs started after the copy
065000*  and no later than the chosen date.  Completions written
065100*  before the hash total was carried have no total to compare.
065200*================================================================*
065300 5000-LOAD-RUN-JOURNAL.
065400     OPEN INPUT RUN-JOURNAL
065500     IF MR-JRNL-STATUS NOT = "00"
065600         DISPLAY "RUNJRNL illisible - statut " MR-JRNL-STATUS
065700             " - executions non controlees"
065800         GO TO 5000-EXIT
065900     END-IF
066000     MOVE "N" TO MR-EOF-SW
066100     PERFORM 5100-LOAD-ONE-RUN THRU 5100-EXIT
066200         UNTIL MR-EOF
066300     CLOSE RUN-JOURNAL.
066400 5000-EXIT.
066500     EXIT.

066600 5100-LOAD-ONE-RUN.
066700     READ RUN-JOURNAL
066800         AT END
066900             SET MR-EOF TO TRUE
067000             GO TO 5100-EXIT
067100     END-READ
067200     IF NOT RJ-ENTRY-COMPLETE
067300        OR RJ-PROGRAM-ID NOT = MR-CONTROL-PROGRAM
067400         GO TO 5100-EXIT
067500     END-IF
067600     MOVE RJ-START-DATE TO MR-EVENT-DATE
067700     MOVE RJ-START-TIME TO MR-EVENT-TIME
067800     IF MR-EVENT-STAMP NOT > MR-COPY-STAMP
067900        OR RJ-START-DATE > MR-TO-DATE
068000         GO TO 5100-EXIT
068100     END-IF
068200     MOVE RJ-PROGRAM-ID    TO MR-SEEK-PROGRAM
068300     MOVE RJ-BUSINESS-DATE TO MR-SEEK-DATE
068400     PERFORM 4500-FIND-CHECK THRU 4500-EXIT
068500     IF MR-FOUND-IX = ZERO
068600         GO TO 5100-EXIT
068700     END-IF
068800     MOVE "Y" TO MR-CHK-RUN-SW (MR-FOUND-IX)
068900     ADD RJ-RECORD-COUNT TO MR-CHK-RUN-COUNT (MR-FOUND-IX)
069000     IF RJ-HASH-TOTAL IS NUMERIC
069100         ADD RJ-HASH-TOTAL TO MR-CHK-RUN-HASH (MR-FOUND-IX)
069200     ELSE
069300         MOVE "Y" TO MR-CHK-ABSENT-SW (MR-FOUND-IX)
069400     END-IF.
069500 5100-EXIT.
069600     EXIT.

069700*================================================================*
069800*  6000-RECOUNT-MASTER / 6100-COUNT-ONE-ROW
069900*  Counts what the recovery left on the master.
070000*================================================================*
070100 6000-RECOUNT-MASTER.
070200     MOVE "N"  TO MR-EOF-SW
070300     MOVE ZERO TO MR-ROW-COUNT
070400     MOVE ZERO TO MR-ROW-HASH
070500     IF MR-CUR-SCORE
070600         OPEN INPUT SCORE-MASTER
070700         MOVE MR-SCORE-STATUS TO MR-MASTER-STATUS
070800     ELSE
070900         OPEN INPUT SEASON-MASTER
071000         MOVE MR-SEASON-STATUS TO MR-MASTER-STATUS
071100     END-IF
071200     IF MR-MASTER-STATUS NOT = "00"
071300         DISPLAY MR-MASTER-NAME " illisible - recomptage annule"
071400         ADD 1 TO MR-ERROR-COUNT
071500         GO TO 6000-EXIT
071600     END-IF
071700     IF MR-CUR-SCORE
071800         MOVE LOW-VALUES TO SCORM-KEY
071900         START SCORE-MASTER
072000             KEY IS GREATER THAN OR EQUAL TO SCORM-KEY
072100             INVALID KEY
072200                 SET MR-EOF TO TRUE
072300         END-START
072400     ELSE
072500         MOVE LOW-VALUES TO SEAS-EMPLOYEE-ID
072600         START SEASON-MASTER
072700             KEY IS GREATER THAN OR EQUAL TO SEAS-EMPLOYEE-ID
072800             INVALID KEY
072900                 SET MR-EOF TO TRUE
073000         END-START
073100     END-IF
073200     PERFORM 6100-COUNT-ONE-ROW THRU 6100-EXIT
073300         UNTIL MR-EOF
073400     PERFORM 8900-CLOSE-MASTER THRU 8900-EXIT.
073500 6000-EXIT.
073600     EXIT.

073700 6100-COUNT-ONE-ROW.
073800     IF MR-CUR-SCORE
073900         READ SCORE-MASTER NEXT
074000             AT END
074100                 SET MR-EOF TO TRUE
074200                 GO TO 6100-EXIT
074300         END-READ
074400         ADD SCORM-ATTEMPT-COUNT TO MR-ROW-HASH
074500     ELSE
074600         READ SEASON-MASTER NEXT
074700             AT END
074800                 SET MR-EOF TO TRUE
074900                 GO TO 6100-EXIT
075000         END-READ
075100         ADD SEAS-TOTAL-ATTEMPTS TO MR-ROW-HASH
075200     END-IF
075300     ADD 1 TO MR-ROW-COUNT.
075400 6100-EXIT.
075500     EXIT.

075600*================================================================*
075700*  7000-PRINT-REPORT / 7100-PRINT-ONE-CHECK / 7200-PRINT-COUNT
075800*  The copy, what the journal contributed, each run set against
075900*  its run-control figures, then the rebuilt master against the
076000*  copy plus the journal.  Any anomaly, difference or write
076100*  error ends the run with RETURN-CODE 8.
076200*================================================================*
076300 7000-PRINT-REPORT.
076400     OPEN OUTPUT PRINT-FILE
076500     IF MR-PRINT-STATUS NOT = "00"
076600         DISPLAY "MRPRINT indisponible - verification non"
076700             " imprimee"
076800         MOVE 8 TO RETURN-CODE
076900         GO TO 7000-EXIT
077000     END-IF
077100     MOVE MR-MASTER-NAME TO MR-HD1-MASTER
077200     IF MR-TO-DATE = 99999999
077300         MOVE "FIN"      TO MR-HD1-TO-DATE
077400     ELSE
077500         MOVE MR-TO-DATE TO MR-HD1-TO-DATE
077600     END-IF
077700     MOVE MR-RUN-DATE    TO MR-HD1-RUN-DATE
077800     MOVE MR-COPY-DATE   TO MR-HD2-COPY-DATE
077900     MOVE MR-COPY-TIME (1:6) TO MR-HD2-COPY-TIME
078000     MOVE MR-TRL-COUNT   TO MR-HD2-COUNT
078100     MOVE MR-TRL-HASH    TO MR-HD2-HASH
078200     WRITE PRINT-RECORD FROM MR-HEAD-LINE-1
078300     WRITE PRINT-RECORD FROM MR-HEAD-LINE-2
078400     MOVE SPACES TO PRINT-RECORD
078500     WRITE PRINT-RECORD
078600     MOVE "IMAGES JOURNAL LUES         :" TO MR-CNT-LABEL
078700     MOVE MR-JRNL-READ TO MR-CNT-VALUE
078800     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
078900     MOVE "  D'UN AUTRE FICHIER        :" TO MR-CNT-LABEL
079000     MOVE MR-OTHER-COUNT TO MR-CNT-VALUE
079100     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
079200     MOVE "  ANTERIEURES A LA COPIE    :" TO MR-CNT-LABEL
079300     MOVE MR-BEFORE-COUNT TO MR-CNT-VALUE
079400     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
079500     MOVE "  POSTERIEURES A LA DATE    :" TO MR-CNT-LABEL
079600     MOVE MR-AFTER-COUNT TO MR-CNT-VALUE
079700     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
079800     MOVE "  AJOUTS APPLIQUES          :" TO MR-CNT-LABEL
079900     MOVE MR-ADD-COUNT TO MR-CNT-VALUE
080000     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
080100     MOVE "  REMPLACEMENTS APPLIQUES   :" TO MR-CNT-LABEL
080200     MOVE MR-REPLACE-COUNT TO MR-CNT-VALUE
080300     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
080400     MOVE "  SUPPRESSIONS APPLIQUEES   :" TO MR-CNT-LABEL
080500     MOVE MR-DELETE-COUNT TO MR-CNT-VALUE
080600     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
080700     MOVE "ANOMALIES D'APPLICATION     :" TO MR-CNT-LABEL
080800     MOVE MR-ANOMALY-COUNT TO MR-CNT-VALUE
080900     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
081000     MOVE SPACES TO PRINT-RECORD
081100     WRITE PRINT-RECORD
081200     WRITE PRINT-RECORD FROM MR-HEAD-LINE-3
081300     PERFORM 7100-PRINT-ONE-CHECK THRU 7100-EXIT
081400         VARYING MR-IX1 FROM 1 BY 1
081500         UNTIL MR-IX1 > MR-CHECK-COUNT
081600     IF MR-CHECK-COUNT = ZERO
081700         MOVE "AUCUNE MISE A JOUR DEPUIS LA COPIE"
081800           TO PRINT-RECORD
081900         WRITE PRINT-RECORD
082000     END-IF
082100     IF MR-DROPPED-COUNT > ZERO
082200         MOVE "TABLE PLEINE - EXECUTIONS NON CONTROLEES"
082300           TO PRINT-RECORD
082400         WRITE PRINT-RECORD
082500         ADD 1 TO MR-ECART-COUNT
082600     END-IF
082700     MOVE SPACES TO PRINT-RECORD
082800     WRITE PRINT-RECORD
082900     MOVE "LIGNES ATTENDUES             :" TO MR-CNT-LABEL
083000     MOVE MR-EXPECT-COUNT TO MR-CNT-VALUE
083100     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
083200     MOVE "LIGNES RECONSTITUEES         :" TO MR-CNT-LABEL
083300     MOVE MR-ROW-COUNT TO MR-CNT-VALUE
083400     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
083500     MOVE "ESSAIS ATTENDUS              :" TO MR-CNT-LABEL
083600     MOVE MR-EXPECT-HASH TO MR-CNT-VALUE
083700     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
083800     MOVE "ESSAIS RECONSTITUES          :" TO MR-CNT-LABEL
083900     MOVE MR-ROW-HASH TO MR-CNT-VALUE
084000     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
084100     MOVE "ECARTS AVEC RUNJRNL          :" TO MR-CNT-LABEL
084200     MOVE MR-ECART-COUNT TO MR-CNT-VALUE
084300     PERFORM 7200-PRINT-COUNT THRU 7200-EXIT
084400     MOVE SPACES TO PRINT-RECORD
084500     WRITE PRINT-RECORD
084600     IF MR-ROW-COUNT NOT = MR-EXPECT-COUNT
084700        OR MR-ROW-HASH NOT = MR-EXPECT-HASH
084800        OR MR-ANOMALY-COUNT > ZERO
084900        OR MR-ECART-COUNT > ZERO
085000        OR MR-ERROR-COUNT > ZERO
085100         MOVE "RECONSTITUTION EN ANOMALIE" TO PRINT-RECORD
085200         MOVE 8 TO RETURN-CODE
085300     ELSE
085400         MOVE "RECONSTITUTION CONTROLEE" TO PRINT-RECORD
085500     END-IF
085600     WRITE PRINT-RECORD
085700     CLOSE PRINT-FILE
085800     MOVE MR-ROW-COUNT TO MR-COUNT-EDIT
085900     DISPLAY MR-MASTER-NAME " reconstitue - " MR-COUNT-EDIT
086000         " lignes"
086100     IF RETURN-CODE > ZERO
086200         DISPLAY "Verification en anomalie - voir MRPRINT"
086300     END-IF
086400     DISPLAY "Prendre une nouvelle copie MSTUNLD avant la"
086500         " prochaine mise a jour".
086600 7000-EXIT.
086700     EXIT.

086800 7100-PRINT-ONE-CHECK.
086900     MOVE MR-CHK-PROGRAM (MR-IX1)    TO MR-DET-PROGRAM
087000     MOVE MR-CHK-DATE (MR-IX1)       TO MR-DET-DATE
087100     MOVE MR-CHK-JRNL-COUNT (MR-IX1) TO MR-DET-JRNL-COUNT
087200     MOVE MR-CHK-JRNL-HASH (MR-IX1)  TO MR-DET-JRNL-HASH
087300     MOVE SPACES TO MR-DET-RUN-COUNT
087400     MOVE SPACES TO MR-DET-RUN-HASH
087500     IF NOT MR-CHK-CONTROLLED (MR-IX1)
087600         MOVE "NON CONTROLE" TO MR-DET-FLAG
087700         GO TO 7100-WRITE
087800     END-IF
087900     IF NOT MR-CHK-RUN-SEEN (MR-IX1)
088000         MOVE "SANS EXECUTION" TO MR-DET-FLAG
088100         ADD 1 TO MR-ECART-COUNT
088200         GO TO 7100-WRITE
088300     END-IF
088400     MOVE MR-CHK-RUN-COUNT (MR-IX1) TO MR-COUNT-EDIT
088500     MOVE MR-COUNT-EDIT TO MR-DET-RUN-COUNT
088600     MOVE MR-CHK-RUN-HASH (MR-IX1) TO MR-HASH-EDIT
088700     MOVE MR-HASH-EDIT TO MR-DET-RUN-HASH
088800     IF MR-CHK-RUN-COUNT (MR-IX1)
088900           NOT = MR-CHK-JRNL-COUNT (MR-IX1)
089000         MOVE "ECART" TO MR-DET-FLAG
089100         ADD 1 TO MR-ECART-COUNT
089200         GO TO 7100-WRITE
089300     END-IF
089400     IF MR-CHK-HASH-ABSENT (MR-IX1)
089500         MOVE "TOTAL ABSENT" TO MR-DET-FLAG
089600         MOVE SPACES TO MR-DET-RUN-HASH
089700         GO TO 7100-WRITE
089800     END-IF
089900     IF MR-CHK-RUN-HASH (MR-IX1)
090000           NOT = MR-CHK-JRNL-HASH (MR-IX1)
090100         MOVE "ECART" TO MR-DET-FLAG
090200         ADD 1 TO MR-ECART-COUNT
090300         GO TO 7100-WRITE
090400     END-IF
090500     MOVE "OK" TO MR-DET-FLAG.
090600 7100-WRITE.
090700     WRITE PRINT-RECORD FROM MR-DETAIL-LINE.
090800 7100-EXIT.
090900     EXIT.

091000 7200-PRINT-COUNT.
091100     WRITE PRINT-RECORD FROM MR-COUNT-LINE.
091200 7200-EXIT.
091300     EXIT.

091400*================================================================*
091500*  8100-WRITE-MASTER / 8200-REWRITE-MASTER
091600*  Writes or rewrites the image held in AIJ-IMAGE to the master
091700*  being rebuilt; the outcome is left in MR-MASTER-STATUS.
091800*================================================================*
091900 8100-WRITE-MASTER.
092000     IF MR-CUR-SCORE
092100         MOVE AIJ-IMAGE TO SCORE-MASTER-RECORD
092200         WRITE SCORE-MASTER-RECORD
092300         MOVE MR-SCORE-STATUS TO MR-MASTER-STATUS
092400     ELSE
092500         MOVE AIJ-IMAGE TO SEASON-MASTER-RECORD
092600         WRITE SEASON-MASTER-RECORD
092700         MOVE MR-SEASON-STATUS TO MR-MASTER-STATUS
092800     END-IF.
092900 8100-EXIT.
093000     EXIT.

093100 8200-REWRITE-MASTER.
093200     IF MR-CUR-SCORE
093300         MOVE AIJ-IMAGE TO SCORE-MASTER-RECORD
093400         REWRITE SCORE-MASTER-RECORD
093500         MOVE MR-SCORE-STATUS TO MR-MASTER-STATUS
093600     ELSE
093700         MOVE AIJ-IMAGE TO SEASON-MASTER-RECORD
093800         REWRITE SEASON-MASTER-RECORD
093900         MOVE MR-SEASON-STATUS TO MR-MASTER-STATUS
094000     END-IF.
094100 8200-EXIT.
094200     EXIT.

094300*================================================================*
094400*  8400-OPEN-COPY-INPUT / 8500-READ-COPY / 8600-CLOSE-COPY /
094500*  8900-CLOSE-MASTER
094600*================================================================*
094700 8400-OPEN-COPY-INPUT.
094800     IF MR-CUR-SCORE
094900         OPEN INPUT SCORE-COPY
095000         MOVE MR-SCORE-CPY-STATUS TO MR-COPY-STATUS
095100     ELSE
095200         OPEN INPUT SEASON-COPY
095300         MOVE MR-SEASON-CPY-STATUS TO MR-COPY-STATUS
095400     END-IF
095500     IF MR-COPY-STATUS NOT = "00"
095600         DISPLAY MR-COPY-NAME " illisible - statut "
095700             MR-COPY-STATUS
095800     END-IF.
095900 8400-EXIT.
096000     EXIT.

096100 8500-READ-COPY.
096200     IF MR-CUR-SCORE
096300         READ SCORE-COPY INTO MCPY-RECORD
096400             AT END
096500                 SET MR-EOF TO TRUE
096600         END-READ
096700     ELSE
096800         READ SEASON-COPY INTO MCPY-RECORD
096900             AT END
097000                 SET MR-EOF TO TRUE
097100         END-READ
097200     END-IF.
097300 8500-EXIT.
097400     EXIT.

097500 8600-CLOSE-COPY.
097600     IF MR-CUR-SCORE
097700         CLOSE SCORE-COPY
097800     ELSE
097900         CLOSE SEASON-COPY
098000     END-IF.
098100 8600-EXIT.
098200     EXIT.

098300 8900-CLOSE-MASTER.
098400     IF MR-CUR-SCORE
098500         CLOSE SCORE-MASTER
098600     ELSE
098700         CLOSE SEASON-MASTER
098800     END-IF.
098900 8900-EXIT.
099000     EXIT.

099100*================================================================*
099200*  9500-REGISTER-END
099300*  Closes the run on the shared run-control journal.
099400*================================================================*
099500 9500-REGISTER-END.
099600     MOVE "E"               TO RL-FUNCTION
099700     MOVE MR-ROW-COUNT      TO RL-RECORD-COUNT
099800     MOVE RETURN-CODE       TO RL-RETURN-CODE
099900     CALL "RUNLOG" USING RL-COMMAREA.
100000 9500-EXIT.
100100     EXIT.
