000100*================================================================*
000200*  PROGRAM:     MSTCONV
000300*  FUNCTION:    One-time conversion of the three keyed files whose
000400*               records were widened: SCORE-MASTER (event code and
000500*               void flag and reason, 74 to 83 bytes), EMPLOYEE-
000600*               MASTER (preferred language, 37 to 39 bytes) and
000700*               RESTART-FILE (signed-in player id, name and
000800*               department, 23 to 59 bytes).  It runs once, after
000900*               the last run of the old programs and before the
001000*               first run of the new SCORELOD, SCRMAINT, EMPMAINT,
001100*               HRSYNC and PLUSOUMOINS: the scheduler renames each
001200*               existing dataset to its old-format name (SCOREOLD,
001300*               EMPOLD, RESTOLD) and this step reads it through
001400*               the old layout and writes the new file under its
001500*               usual name, with the new fields blank.  Rows read
001600*               and written are counted and hash-totalled, and the
001700*               new file is recounted after it is closed.  An old
001800*               file that is not there is left alone.  An MSTUNLD
001900*               copy of the converted SCORE-MASTER is taken before
002000*               the next posting run.
002100*-----------------------------------------------------------------
002200*  MAINTENANCE HISTORY
002300*  DATE        INIT  DESCRIPTION
002400*  2026-10-15  JMT   Initial version.
002500*================================================================*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    MSTCONV.
002800 AUTHOR.        J. M. TANGUAY.
002900 INSTALLATION.  EVENTS-KIOSK-TEAM.
003000 DATE-WRITTEN.  2026-10-15.
003100 DATE-COMPILED.

003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OLD-SCORE-MASTER ASSIGN TO "SCOREOLD"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS OSC-KEY
003900         FILE STATUS IS MV-OLD-SCORE-STATUS.

004000     SELECT SCORE-MASTER ASSIGN TO "SCOREMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SCORM-KEY
004400         FILE STATUS IS MV-SCORE-STATUS.

004500     SELECT OLD-EMPLOYEE-MASTER ASSIGN TO "EMPOLD"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS OEM-EMPLOYEE-ID
004900         FILE STATUS IS MV-OLD-EMPMAST-STATUS.

005000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMASTER"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS EMP-EMPLOYEE-ID
005400         FILE STATUS IS MV-EMPMAST-STATUS.

005500     SELECT OLD-RESTART-FILE ASSIGN TO "RESTOLD"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ORS-TERMINAL-ID
005900         FILE STATUS IS MV-OLD-RESTART-STATUS.

006000     SELECT RESTART-FILE ASSIGN TO "RESTARTFILE"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS RESTART-TERMINAL-ID
006400         FILE STATUS IS MV-RESTART-STATUS.

006500 DATA DIVISION.
006600 FILE SECTION.
006700*-----------------------------------------------------------------
006800*  The old layouts, as SCORMREC, EMPMREC and RESTARTREC stood
006900*  before the records were widened.  Only the keys and the fields
007000*  the control totals need are named.
007100*-----------------------------------------------------------------
007200 FD  OLD-SCORE-MASTER.
007300 01  OLD-SCORE-RECORD.
007400     05  OSC-KEY                 PIC X(22).
007500     05  OSC-ATTEMPT-COUNT       PIC 9(05).
007600     05  FILLER                  PIC X(47).

007700 FD  SCORE-MASTER.
007800     COPY SCORMREC.

007900 FD  OLD-EMPLOYEE-MASTER.
008000 01  OLD-EMPLOYEE-RECORD.
008100     05  OEM-EMPLOYEE-ID         PIC X(06).
008200     05  FILLER                  PIC X(30).
008300     05  OEM-ACTIVE-FLAG         PIC X(01).
008400         88  OEM-ACTIVE                VALUE "A".

008500 FD  EMPLOYEE-MASTER.
008600     COPY EMPMREC.

008700 FD  OLD-RESTART-FILE.
008800 01  OLD-RESTART-RECORD.
008900     05  ORS-TERMINAL-ID         PIC X(04).
009000     05  FILLER                  PIC X(06).
009100     05  ORS-ATTEMPT-COUNT       PIC 9(05).
009200     05  FILLER                  PIC X(08).

009300 FD  RESTART-FILE.
009400     COPY RESTARTREC.

009500 WORKING-STORAGE SECTION.

009600 77  MV-OLD-SCORE-STATUS     PIC X(02) VALUE "00".
009700 77  MV-SCORE-STATUS         PIC X(02) VALUE "00".
009800 77  MV-OLD-EMPMAST-STATUS   PIC X(02) VALUE "00".
009900 77  MV-EMPMAST-STATUS       PIC X(02) VALUE "00".
010000 77  MV-OLD-RESTART-STATUS   PIC X(02) VALUE "00".
010100 77  MV-RESTART-STATUS       PIC X(02) VALUE "00".
010200 77  MV-OLD-STATUS           PIC X(02) VALUE "00".
010300 77  MV-NEW-STATUS           PIC X(02) VALUE "00".

010400 77  MV-EOF-SW               PIC X(01) VALUE "N".
010500     88  MV-EOF                    VALUE "Y".

010600 77  MV-CURRENT-FILE         PIC X(02) VALUE SPACES.
010700     88  MV-CUR-SCORE              VALUE "SC".
010800     88  MV-CUR-EMPLOYEE           VALUE "EM".
010900     88  MV-CUR-RESTART            VALUE "RS".
011000 77  MV-FILE-NAME            PIC X(15) VALUE SPACES.
011100 77  MV-OLD-NAME             PIC X(08) VALUE SPACES.
011200 77  MV-HASH-LABEL           PIC X(16) VALUE SPACES.

011300 77  MV-RUN-DATE             PIC 9(08) VALUE ZERO.

011400 77  MV-IN-COUNT             PIC 9(07) COMP VALUE ZERO.
011500 77  MV-IN-HASH              PIC 9(11) COMP VALUE ZERO.
011600 77  MV-OUT-COUNT            PIC 9(07) COMP VALUE ZERO.
011700 77  MV-OUT-HASH             PIC 9(11) COMP VALUE ZERO.
011800 77  MV-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
011900 77  MV-TOTAL-ROWS           PIC 9(07) COMP VALUE ZERO.

012000 77  MV-IN-COUNT-EDIT        PIC ZZZZZZ9.
012100 77  MV-OUT-COUNT-EDIT       PIC ZZZZZZ9.
012200 77  MV-IN-HASH-EDIT         PIC Z(10)9.
012300 77  MV-OUT-HASH-EDIT        PIC Z(10)9.

012400     COPY RUNLREC.

012500 PROCEDURE DIVISION.

012600*================================================================*
012700*  0000-MAINLINE
012800*  Converts each of the three files in turn.
012900*================================================================*
013000 0000-MAINLINE.
013100     MOVE FUNCTION CURRENT-DATE(1:8) TO MV-RUN-DATE
013200     PERFORM 1500-REGISTER-START THRU 1500-EXIT
013300     MOVE "SC" TO MV-CURRENT-FILE
013400     PERFORM 2000-CONVERT-FILE THRU 2000-EXIT
013500     MOVE "EM" TO MV-CURRENT-FILE
013600     PERFORM 2000-CONVERT-FILE THRU 2000-EXIT
013700     MOVE "RS" TO MV-CURRENT-FILE
013800     PERFORM 2000-CONVERT-FILE THRU 2000-EXIT.
013900 0000-MAINLINE-EXIT.
014000     PERFORM 9500-REGISTER-END THRU 9500-EXIT
014100     STOP RUN.

014200 1500-REGISTER-START.
014300     MOVE "S"               TO RL-FUNCTION
014400     MOVE "MSTCONV"         TO RL-PROGRAM-ID
014500     MOVE MV-RUN-DATE       TO RL-BUSINESS-DATE
014600     MOVE "C"               TO RL-RUN-MODE
014700     MOVE ZERO              TO RL-RECORD-COUNT
014800     MOVE RETURN-CODE       TO RL-RETURN-CODE
014900     MOVE ZERO              TO RL-HASH-TOTAL
015000     MOVE "N"               TO RL-OVERRIDE-FLAG
015100     CALL "RUNLOG" USING RL-COMMAREA.
015200 1500-EXIT.
015300     EXIT.

015400*================================================================*
015500*  2000-CONVERT-FILE
015600*  Old file in key order to the new file, then a recount of the
015700*  new file.  The totals of what was read and what is now on the
015800*  new file must agree, or the run ends in anomaly and the old
015900*  file is kept for a rerun.
016000*================================================================*
016100 2000-CONVERT-FILE.
016200     MOVE ZERO TO MV-IN-COUNT
016300     MOVE ZERO TO MV-IN-HASH
016400     MOVE ZERO TO MV-OUT-COUNT
016500     MOVE ZERO TO MV-OUT-HASH
016600     MOVE ZERO TO MV-ERROR-COUNT
016700     MOVE "N"  TO MV-EOF-SW
016800     PERFORM 2100-NAME-FILE THRU 2100-EXIT
016900     PERFORM 2200-OPEN-FILES THRU 2200-EXIT
017000     IF MV-OLD-STATUS NOT = "00"
017100        OR MV-NEW-STATUS NOT = "00"
017200         GO TO 2000-EXIT
017300     END-IF
017400     PERFORM 2300-CONVERT-ONE-ROW THRU 2300-EXIT
017500         UNTIL MV-EOF
017600     PERFORM 8900-CLOSE-FILES THRU 8900-EXIT
017700     PERFORM 3000-RECOUNT-NEW-FILE THRU 3000-EXIT
017800     ADD MV-OUT-COUNT TO MV-TOTAL-ROWS
017900     PERFORM 4000-SHOW-TOTALS THRU 4000-EXIT.
018000 2000-EXIT.
018100     EXIT.

018200 2100-NAME-FILE.
018300     IF MV-CUR-SCORE
018400         MOVE "SCORE-MASTER"    TO MV-FILE-NAME
018500         MOVE "SCOREOLD"        TO MV-OLD-NAME
018600         MOVE "essais"          TO MV-HASH-LABEL
018700     END-IF
018800     IF MV-CUR-EMPLOYEE
018900         MOVE "EMPLOYEE-MASTER" TO MV-FILE-NAME
019000         MOVE "EMPOLD"          TO MV-OLD-NAME
019100         MOVE "employes actifs" TO MV-HASH-LABEL
019200     END-IF
019300     IF MV-CUR-RESTART
019400         MOVE "RESTART-FILE"    TO MV-FILE-NAME
019500         MOVE "RESTOLD"         TO MV-OLD-NAME
019600         MOVE "essais"          TO MV-HASH-LABEL
019700     END-IF.
019800 2100-EXIT.
019900     EXIT.

020000*================================================================*
020100*  2200-OPEN-FILES
020200*  An old file that is not there has nothing to convert and the
020300*  new file is not touched.  Any other open error cancels the
020400*  conversion of that file.
020500*================================================================*
020600 2200-OPEN-FILES.
020700     MOVE "00" TO MV-NEW-STATUS
020800     IF MV-CUR-SCORE
020900         OPEN INPUT OLD-SCORE-MASTER
021000         MOVE MV-OLD-SCORE-STATUS TO MV-OLD-STATUS
021100     END-IF
021200     IF MV-CUR-EMPLOYEE
021300         OPEN INPUT OLD-EMPLOYEE-MASTER
021400         MOVE MV-OLD-EMPMAST-STATUS TO MV-OLD-STATUS
021500     END-IF
021600     IF MV-CUR-RESTART
021700         OPEN INPUT OLD-RESTART-FILE
021800         MOVE MV-OLD-RESTART-STATUS TO MV-OLD-STATUS
021900     END-IF
022000     IF MV-OLD-STATUS = "35"
022100         DISPLAY MV-OLD-NAME " absent - " MV-FILE-NAME
022200             " non converti"
022300         GO TO 2200-EXIT
022400     END-IF
022500     IF MV-OLD-STATUS NOT = "00"
022600         DISPLAY MV-OLD-NAME " illisible - statut " MV-OLD-STATUS
022700             " - conversion annulee"
022800         MOVE 8 TO RETURN-CODE
022900         GO TO 2200-EXIT
023000     END-IF
023100     IF MV-CUR-SCORE
023200         OPEN OUTPUT SCORE-MASTER
023300         MOVE MV-SCORE-STATUS TO MV-NEW-STATUS
023400     END-IF
023500     IF MV-CUR-EMPLOYEE
023600         OPEN OUTPUT EMPLOYEE-MASTER
023700         MOVE MV-EMPMAST-STATUS TO MV-NEW-STATUS
023800     END-IF
023900     IF MV-CUR-RESTART
024000         OPEN OUTPUT RESTART-FILE
024100         MOVE MV-RESTART-STATUS TO MV-NEW-STATUS
024200     END-IF
024300     IF MV-NEW-STATUS NOT = "00"
024400         DISPLAY MV-FILE-NAME " non creable - statut "
024500             MV-NEW-STATUS " - conversion annulee"
024600         MOVE 8 TO RETURN-CODE
024700         PERFORM 8800-CLOSE-OLD-FILE THRU 8800-EXIT
024800         GO TO 2200-EXIT
024900     END-IF
025000     IF MV-CUR-SCORE
025100         MOVE LOW-VALUES TO OSC-KEY
025200         START OLD-SCORE-MASTER
025300             KEY IS GREATER THAN OR EQUAL TO OSC-KEY
025400             INVALID KEY
025500                 SET MV-EOF TO TRUE
025600         END-START
025700     END-IF
025800     IF MV-CUR-EMPLOYEE
025900         MOVE LOW-VALUES TO OEM-EMPLOYEE-ID
026000         START OLD-EMPLOYEE-MASTER
026100             KEY IS GREATER THAN OR EQUAL TO OEM-EMPLOYEE-ID
026200             INVALID KEY
026300                 SET MV-EOF TO TRUE
026400         END-START
026500     END-IF
026600     IF MV-CUR-RESTART
026700         MOVE LOW-VALUES TO ORS-TERMINAL-ID
026800         START OLD-RESTART-FILE
026900             KEY IS GREATER THAN OR EQUAL TO ORS-TERMINAL-ID
027000             INVALID KEY
027100                 SET MV-EOF TO TRUE
027200         END-START
027300     END-IF.
027400 2200-EXIT.
027500     EXIT.

027600*================================================================*
027700*  2300-CONVERT-ONE-ROW
027800*  The old image goes to the front of the new record and every
027900*  field added since is set blank: no event code, not voided, no
028000*  preferred language, no signed-in player on the checkpoint.
028100*================================================================*
028200 2300-CONVERT-ONE-ROW.
028300     IF MV-CUR-SCORE
028400         PERFORM 2400-CONVERT-SCORE THRU 2400-EXIT
028500     END-IF
028600     IF MV-CUR-EMPLOYEE
028700         PERFORM 2500-CONVERT-EMPLOYEE THRU 2500-EXIT
028800     END-IF
028900     IF MV-CUR-RESTART
029000         PERFORM 2600-CONVERT-RESTART THRU 2600-EXIT
029100     END-IF.
029200 2300-EXIT.
029300     EXIT.

029400 2400-CONVERT-SCORE.
029500     READ OLD-SCORE-MASTER NEXT
029600         AT END
029700             SET MV-EOF TO TRUE
029800             GO TO 2400-EXIT
029900     END-READ
030000     ADD 1                 TO MV-IN-COUNT
030100     ADD OSC-ATTEMPT-COUNT TO MV-IN-HASH
030200     MOVE OLD-SCORE-RECORD TO SCORE-MASTER-RECORD
030300     MOVE SPACES           TO SCORM-EVENT-CODE
030400     SET SCORM-ACTIVE      TO TRUE
030500     MOVE SPACES           TO SCORM-VOID-REASON
030600     WRITE SCORE-MASTER-RECORD
030700         INVALID KEY
030800             DISPLAY "Ecriture SCORE-MASTER impossible : "
030900                 SCORM-KEY
031000             ADD 1 TO MV-ERROR-COUNT
031100     END-WRITE.
031200 2400-EXIT.
031300     EXIT.

031400 2500-CONVERT-EMPLOYEE.
031500     READ OLD-EMPLOYEE-MASTER NEXT
031600         AT END
031700             SET MV-EOF TO TRUE
031800             GO TO 2500-EXIT
031900     END-READ
032000     ADD 1 TO MV-IN-COUNT
032100     IF OEM-ACTIVE
032200         ADD 1 TO MV-IN-HASH
032300     END-IF
032400     MOVE OLD-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD
032500     MOVE SPACES              TO EMP-LANGUAGE
032600     WRITE EMPLOYEE-MASTER-RECORD
032700         INVALID KEY
032800             DISPLAY "Ecriture EMPLOYEE-MASTER impossible : "
032900                 EMP-EMPLOYEE-ID
033000             ADD 1 TO MV-ERROR-COUNT
033100     END-WRITE.
033200 2500-EXIT.
033300     EXIT.

033400 2600-CONVERT-RESTART.
033500     READ OLD-RESTART-FILE NEXT
033600         AT END
033700             SET MV-EOF TO TRUE
033800             GO TO 2600-EXIT
033900     END-READ
034000     ADD 1                 TO MV-IN-COUNT
034100     ADD ORS-ATTEMPT-COUNT TO MV-IN-HASH
034200     MOVE OLD-RESTART-RECORD TO RESTART-RECORD
034300     MOVE SPACES             TO RESTART-EMPLOYEE-ID
034400     MOVE SPACES             TO RESTART-EMPLOYEE-NAME
034500     MOVE SPACES             TO RESTART-DEPARTMENT
034600     WRITE RESTART-RECORD
034700         INVALID KEY
034800             DISPLAY "Ecriture RESTART-FILE impossible : "
034900                 RESTART-TERMINAL-ID
035000             ADD 1 TO MV-ERROR-COUNT
035100     END-WRITE.
035200 2600-EXIT.
035300     EXIT.

035400*================================================================*
035500*  3000-RECOUNT-NEW-FILE / 3100-COUNT-ONE-ROW
035600*  Counts what the conversion left on the new file, as MSTUNLD
035700*  recounts after a reload.
035800*================================================================*
035900 3000-RECOUNT-NEW-FILE.
036000     MOVE "N" TO MV-EOF-SW
036100     IF MV-CUR-SCORE
036200         OPEN INPUT SCORE-MASTER
036300         MOVE MV-SCORE-STATUS TO MV-NEW-STATUS
036400     END-IF
036500     IF MV-CUR-EMPLOYEE
036600         OPEN INPUT EMPLOYEE-MASTER
036700         MOVE MV-EMPMAST-STATUS TO MV-NEW-STATUS
036800     END-IF
036900     IF MV-CUR-RESTART
037000         OPEN INPUT RESTART-FILE
037100         MOVE MV-RESTART-STATUS TO MV-NEW-STATUS
037200     END-IF
037300     IF MV-NEW-STATUS NOT = "00"
037400         DISPLAY MV-FILE-NAME " illisible - recomptage annule"
037500         ADD 1 TO MV-ERROR-COUNT
037600         GO TO 3000-EXIT
037700     END-IF
037800     IF MV-CUR-SCORE
037900         MOVE LOW-VALUES TO SCORM-KEY
038000         START SCORE-MASTER
038100             KEY IS GREATER THAN OR EQUAL TO SCORM-KEY
038200             INVALID KEY
038300                 SET MV-EOF TO TRUE
038400         END-START
038500     END-IF
038600     IF MV-CUR-EMPLOYEE
038700         MOVE LOW-VALUES TO EMP-EMPLOYEE-ID
038800         START EMPLOYEE-MASTER
038900             KEY IS GREATER THAN OR EQUAL TO EMP-EMPLOYEE-ID
039000             INVALID KEY
039100                 SET MV-EOF TO TRUE
039200         END-START
039300     END-IF
039400     IF MV-CUR-RESTART
039500         MOVE LOW-VALUES TO RESTART-TERMINAL-ID
039600         START RESTART-FILE
039700             KEY IS GREATER THAN OR EQUAL TO RESTART-TERMINAL-ID
039800             INVALID KEY
039900                 SET MV-EOF TO TRUE
040000         END-START
040100     END-IF
040200     PERFORM 3100-COUNT-ONE-ROW THRU 3100-EXIT
040300         UNTIL MV-EOF
040400     PERFORM 8700-CLOSE-NEW-FILE THRU 8700-EXIT.
040500 3000-EXIT.
040600     EXIT.

040700 3100-COUNT-ONE-ROW.
040800     IF MV-CUR-SCORE
040900         READ SCORE-MASTER NEXT
041000             AT END
041100                 SET MV-EOF TO TRUE
041200                 GO TO 3100-EXIT
041300         END-READ
041400         ADD SCORM-ATTEMPT-COUNT TO MV-OUT-HASH
041500     END-IF
041600     IF MV-CUR-EMPLOYEE
041700         READ EMPLOYEE-MASTER NEXT
041800             AT END
041900                 SET MV-EOF TO TRUE
042000                 GO TO 3100-EXIT
042100         END-READ
042200         IF EMP-ACTIVE
042300             ADD 1 TO MV-OUT-HASH
042400         END-IF
042500     END-IF
042600     IF MV-CUR-RESTART
042700         READ RESTART-FILE NEXT
042800             AT END
042900                 SET MV-EOF TO TRUE
043000                 GO TO 3100-EXIT
043100         END-READ
043200         ADD RESTART-ATTEMPT-COUNT TO MV-OUT-HASH
043300     END-IF
043400     ADD 1 TO MV-OUT-COUNT.
043500 3100-EXIT.
043600     EXIT.

043700*================================================================*
043800*  4000-SHOW-TOTALS
043900*  Rows and control total read from the old file against what
044000*  the recount found on the new one.
044100*================================================================*
044200 4000-SHOW-TOTALS.
044300     MOVE MV-IN-COUNT  TO MV-IN-COUNT-EDIT
044400     MOVE MV-OUT-COUNT TO MV-OUT-COUNT-EDIT
044500     MOVE MV-IN-HASH   TO MV-IN-HASH-EDIT
044600     MOVE MV-OUT-HASH  TO MV-OUT-HASH-EDIT
044700     DISPLAY "Conversion " MV-OLD-NAME " vers " MV-FILE-NAME
044800     DISPLAY "  lignes lues      : " MV-IN-COUNT-EDIT
044900         "   " MV-HASH-LABEL " : " MV-IN-HASH-EDIT
045000     DISPLAY "  lignes ecrites   : " MV-OUT-COUNT-EDIT
045100         "   " MV-HASH-LABEL " : " MV-OUT-HASH-EDIT
045200     IF MV-IN-COUNT NOT = MV-OUT-COUNT
045300        OR MV-IN-HASH NOT = MV-OUT-HASH
045400        OR MV-ERROR-COUNT > ZERO
045500         DISPLAY "  conversion en anomalie - " MV-OLD-NAME
045600             " a conserver"
045700         MOVE 8 TO RETURN-CODE
045800     ELSE
045900         DISPLAY "  conversion equilibree"
046000     END-IF.
046100 4000-EXIT.
046200     EXIT.

046300*================================================================*
046400*  8700-CLOSE-NEW-FILE / 8800-CLOSE-OLD-FILE / 8900-CLOSE-FILES
046500*  Closes whichever pair of files is current.
046600*================================================================*
046700 8700-CLOSE-NEW-FILE.
046800     IF MV-CUR-SCORE
046900         CLOSE SCORE-MASTER
047000     END-IF
047100     IF MV-CUR-EMPLOYEE
047200         CLOSE EMPLOYEE-MASTER
047300     END-IF
047400     IF MV-CUR-RESTART
047500         CLOSE RESTART-FILE
047600     END-IF.
047700 8700-EXIT.
047800     EXIT.

047900 8800-CLOSE-OLD-FILE.
048000     IF MV-CUR-SCORE
048100         CLOSE OLD-SCORE-MASTER
048200     END-IF
048300     IF MV-CUR-EMPLOYEE
048400         CLOSE OLD-EMPLOYEE-MASTER
048500     END-IF
048600     IF MV-CUR-RESTART
048700         CLOSE OLD-RESTART-FILE
048800     END-IF.
048900 8800-EXIT.
049000     EXIT.

049100 8900-CLOSE-FILES.
049200     PERFORM 8800-CLOSE-OLD-FILE THRU 8800-EXIT
049300     PERFORM 8700-CLOSE-NEW-FILE THRU 8700-EXIT.
049400 8900-EXIT.
049500     EXIT.

049600*================================================================*
049700*  9500-REGISTER-END
049800*  Closes the run on the shared run-control journal.
049900*================================================================*
050000 9500-REGISTER-END.
050100     MOVE "E"               TO RL-FUNCTION
050200     MOVE MV-TOTAL-ROWS     TO RL-RECORD-COUNT
050300     MOVE RETURN-CODE       TO RL-RETURN-CODE
050400     CALL "RUNLOG" USING RL-COMMAREA.
050500 9500-EXIT.
050600     EXIT.
