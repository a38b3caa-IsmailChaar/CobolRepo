000100*================================================================*
000200*  PROGRAM:     COACHRPT
000300*  FUNCTION:    Guess-strategy coaching report for the "learn to
000400*               halve" workshop.  Rolls the GUESS-LOG rows for a
000500*               date range up by session and measures every won
000600*               or lost session against an ideal halving search:
000700*               the guesses an ideal search needs for the range
000800*               (the par), the halvings the player actually
000900*               achieved, wasted guesses - outside the bounds the
001000*               earlier plus/moins hints had already ruled out -
001100*               and guesses repeated within the session.  Sessions
001200*               are printed per player within department with the
001300*               player's efficiency trend across the range (late
001400*               sessions against early ones) and how often a
001500*               "proche" hint went on to a win, with totals per
001600*               department and overall.  Every measured session
001700*               is also written to a semicolon-delimited extract
001800*               the workshop charts.  Abandoned sessions and
001900*               sessions with no signed-in player are counted but
002000*               not measured.
002100*-----------------------------------------------------------------
002200*  MAINTENANCE HISTORY
002300*  DATE        INIT  DESCRIPTION
002400*  2026-10-15  JMT   Initial version.
002500*================================================================*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    COACHRPT.
002800 AUTHOR.        J. M. TANGUAY.
002900 INSTALLATION.  EVENTS-KIOSK-TEAM.
003000 DATE-WRITTEN.  2026-10-15.
003100 DATE-COMPILED.

003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CHP-FILE ASSIGN TO "CHPARM"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS CH-PARM-STATUS.

003800     SELECT GUESS-LOG ASSIGN TO "GUESSLOG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CH-GLOG-STATUS.

004100     SELECT SCORE-MASTER ASSIGN TO "SCOREMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS SCORM-KEY
004500         FILE STATUS IS CH-SCORE-STATUS.

004600     SELECT EVENT-MASTER ASSIGN TO "EVENTMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS EVT-EVENT-CODE
005000         FILE STATUS IS CH-EVTMAST-STATUS.

005100     SELECT PRINT-FILE ASSIGN TO "CHPRINT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS CH-PRINT-STATUS.

005400     SELECT CHART-FILE ASSIGN TO "CHEXTR"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS CH-CHART-STATUS.

005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CHP-FILE
006000     RECORDING MODE IS F.
006100     COPY CHPREC.

006200 FD  GUESS-LOG
006300     RECORDING MODE IS F.
006400     COPY GLOGREC.

006500 FD  SCORE-MASTER.
006600     COPY SCORMREC.

006700 FD  EVENT-MASTER.
006800     COPY EVTMREC.

006900 FD  PRINT-FILE
007000     RECORDING MODE IS F.
007100 01  PRINT-RECORD                PIC X(80).

007200 FD  CHART-FILE
007300     RECORDING MODE IS F.
007400 01  CHART-RECORD                PIC X(200).

007500 WORKING-STORAGE SECTION.

007600 77  CH-PARM-STATUS          PIC X(02) VALUE "00".
007700 77  CH-GLOG-STATUS          PIC X(02) VALUE "00".
007800 77  CH-SCORE-STATUS         PIC X(02) VALUE "00".
007900 77  CH-EVTMAST-STATUS       PIC X(02) VALUE "00".
008000 77  CH-PRINT-STATUS         PIC X(02) VALUE "00".
008100 77  CH-CHART-STATUS         PIC X(02) VALUE "00".

008200 77  CH-EOF-SW               PIC X(01) VALUE "N".
008300     88  CH-EOF                    VALUE "Y".

008400 77  CH-SCORE-OK-SW          PIC X(01) VALUE "N".
008500     88  CH-SCORE-OK               VALUE "Y".

008600 77  CH-EVENT-OK-SW          PIC X(01) VALUE "N".
008700     88  CH-EVENT-OK               VALUE "Y".

008800 77  CH-CHART-OK-SW          PIC X(01) VALUE "N".
008900     88  CH-CHART-OK               VALUE "Y".

009000 77  CH-FIRST-SW             PIC X(01) VALUE "Y".
009100     88  CH-FIRST-SESSION          VALUE "Y".

009200 77  CH-DATE-FROM            PIC 9(08) VALUE ZERO.
009300 77  CH-DATE-TO              PIC 9(08) VALUE ZERO.
009400 77  CH-DEFAULT-LOW          PIC 9(03) VALUE 1.
009500 77  CH-DEFAULT-HIGH         PIC 9(03) VALUE 100.

009600 77  CH-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
009700 77  CH-DROPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
009800 77  CH-ANONYMOUS-COUNT      PIC 9(05) COMP VALUE ZERO.
009900 77  CH-ABANDON-COUNT        PIC 9(05) COMP VALUE ZERO.
010000 77  CH-MEASURED-COUNT       PIC 9(05) COMP VALUE ZERO.
010100 77  CH-CHART-COUNT          PIC 9(07) COMP VALUE ZERO.

010200 77  CH-IX1                  PIC 9(04) COMP VALUE ZERO.
010300 77  CH-IX2                  PIC 9(04) COMP VALUE ZERO.
010400 77  CH-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
010500 77  CH-SEQ-POS              PIC 9(04) COMP VALUE ZERO.
010600 77  CH-LVL                  PIC 9(04) COMP VALUE ZERO.
010700 77  CH-LVL-UP               PIC 9(04) COMP VALUE ZERO.

010800 77  CH-SESSION-MAX          PIC 9(04) COMP VALUE 1000.
010900 77  CH-SEQ-GUESS-MAX        PIC 9(04) COMP VALUE 30.

011000 77  CH-GUESS-VALUE          PIC 9(03) VALUE ZERO.
011100 77  CH-REPEAT-SW            PIC X(01) VALUE "N".
011200     88  CH-REPEATED               VALUE "Y".

011300*    Sizing of one session: the range it was played on, the
011400*    candidates still open when it ended, and the doubling
011500*    count that turns both into halvings.
011600 77  CH-RANGE-LOW            PIC 9(03) VALUE ZERO.
011700 77  CH-RANGE-HIGH           PIC 9(03) VALUE ZERO.
011800 77  CH-RANGE-SPAN           PIC 9(04) VALUE ZERO.
011900 77  CH-OPEN-LOW             PIC 9(03) VALUE ZERO.
012000 77  CH-OPEN-HIGH            PIC 9(03) VALUE ZERO.
012100 77  CH-OPEN-SPAN            PIC 9(04) VALUE ZERO.
012200 77  CH-HALVINGS             PIC 9(02) VALUE ZERO.
012300 77  CH-CAPACITY             PIC 9(09) COMP VALUE 1.

012400*    Where the session being printed falls among its player's
012500*    sessions, for the early/late efficiency trend.
012600 77  CH-PLAYER-SESSIONS      PIC 9(05) COMP VALUE ZERO.
012700 77  CH-PLAYER-ORDINAL       PIC 9(05) COMP VALUE ZERO.
012800 77  CH-EARLY-LIMIT          PIC 9(05) COMP VALUE ZERO.
012900 77  CH-PREV-DEPT            PIC X(10) VALUE SPACES.
013000 77  CH-PREV-EMPLOYEE-ID     PIC X(06) VALUE SPACES.

013100 77  CH-AVERAGE-WORK         PIC 9(05) VALUE ZERO.
013200 77  CH-EARLY-AVERAGE        PIC 9(05) VALUE ZERO.
013300 77  CH-LATE-AVERAGE         PIC 9(05) VALUE ZERO.
013400 77  CH-TREND-WORK           PIC S9(05) VALUE ZERO.

013500 77  CH-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
013600 77  CH-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
013700 77  CH-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.

013800 77  CH-TREND-EDIT           PIC ----9.
013900 77  CH-CNT-EDIT             PIC ZZZZ9.
014000 77  CH-ORDINAL-EDIT         PIC ZZZZ9.
014100 77  CH-GUESSES-EDIT         PIC ZZZZ9.
014200 77  CH-IDEAL-EDIT           PIC Z9.
014300 77  CH-WASTED-EDIT          PIC ZZZZ9.
014400 77  CH-REPEATED-EDIT        PIC ZZZZ9.
014500 77  CH-EFFICIENCY-EDIT      PIC ZZ9.
014600 77  CH-COUNT-EDIT           PIC ZZZZZZ9.

014700 77  CH-OUT-LINE             PIC X(200) VALUE SPACES.

014800*    One slot per session, keyed on the session id.  The open
014900*    bounds start unset (0 and 999): every accepted guess is
015000*    already inside the played range, so only the hints narrow
015100*    them.  The first 30 accepted guesses are kept to spot
015200*    repeats.
015300 01  CH-SESSION-TABLE.
015400     05  CH-SESSION-COUNT        PIC 9(04) COMP VALUE ZERO.
015500     05  CH-SESSION-ENTRY OCCURS 1000 TIMES.
015600         10  CH-SES-DATE         PIC 9(08).
015700         10  CH-SES-TIME         PIC 9(08).
015800         10  CH-SES-EMPLOYEE-ID  PIC X(06).
015900         10  CH-SES-NAME         PIC X(20).
016000         10  CH-SES-DEPT         PIC X(10).
016100         10  CH-SES-EVENT        PIC X(06).
016200         10  CH-SES-GUESSES      PIC 9(05).
016300         10  CH-SES-WASTED       PIC 9(05).
016400         10  CH-SES-REPEATED     PIC 9(05).
016500         10  CH-SES-LOW          PIC 9(03).
016600         10  CH-SES-HIGH         PIC 9(03).
016700         10  CH-SES-OUTCOME      PIC X(01).
016800             88  CH-SES-WON            VALUE "W".
016900             88  CH-SES-LOST           VALUE "L".
017000             88  CH-SES-ABANDONED      VALUE "A".
017100         10  CH-SES-PROCHE-SW    PIC X(01).
017200         10  CH-SES-IDEAL        PIC 9(02).
017300         10  CH-SES-HALVINGS     PIC 9(02).
017400         10  CH-SES-EFFICIENCY   PIC 9(03).
017500         10  CH-SES-SEQ          PIC X(90).

017600 01  CH-SWAP-ENTRY               PIC X(178).

017700*    Totals by level: 1 the player, 2 the department, 3 the
017800*    whole report.  The early/late figures are summed from each
017900*    player's own split, so a department trend says whether its
018000*    players improved, not whether its later players were
018100*    better ones.
018200 01  CH-TOTALS-TABLE.
018300     05  CH-TOT-ENTRY OCCURS 3 TIMES.
018400         10  CH-TOT-SESSIONS     PIC 9(05) COMP.
018500         10  CH-TOT-WON          PIC 9(05) COMP.
018600         10  CH-TOT-GUESSES      PIC 9(07) COMP.
018700         10  CH-TOT-WASTED       PIC 9(07) COMP.
018800         10  CH-TOT-REPEATED     PIC 9(07) COMP.
018900         10  CH-TOT-PROCHE       PIC 9(05) COMP.
019000         10  CH-TOT-PROCHE-WON   PIC 9(05) COMP.
019100         10  CH-TOT-EFF-SUM      PIC 9(09) COMP.
019200         10  CH-TOT-EARLY-SUM    PIC 9(09) COMP.
019300         10  CH-TOT-EARLY-COUNT  PIC 9(05) COMP.
019400         10  CH-TOT-LATE-SUM     PIC 9(09) COMP.
019500         10  CH-TOT-LATE-COUNT   PIC 9(05) COMP.

019600 01  CH-HEAD-LINE-1.
019700     05  FILLER                  PIC X(30)
019800         VALUE "PLUS OU MOINS - BILAN DE STRAT".
019900     05  FILLER                  PIC X(08) VALUE "EGIE DU ".
020000     05  CH-HD1-FROM             PIC 9(08).
020100     05  FILLER                  PIC X(04) VALUE " AU ".
020200     05  CH-HD1-TO               PIC 9(08).
020300     05  FILLER                  PIC X(09) VALUE SPACES.
020400     05  FILLER                  PIC X(05) VALUE "PAGE ".
020500     05  CH-HD1-PAGE             PIC ZZZ9.
020600     05  FILLER                  PIC X(04) VALUE SPACES.

020700 01  CH-COL-LINE.
020800     05  FILLER                  PIC X(09) VALUE "DATE".
020900     05  FILLER                  PIC X(07) VALUE "HEURE".
021000     05  FILLER                  PIC X(07) VALUE "RESULT".
021100     05  FILLER                  PIC X(07) VALUE "ESSAIS".
021200     05  FILLER                  PIC X(06) VALUE "IDEAL".
021300     05  FILLER                  PIC X(07) VALUE "GASPIL".
021400     05  FILLER                  PIC X(07) VALUE "REPET".
021500     05  FILLER                  PIC X(07) VALUE "PROCHE".
021600     05  FILLER                  PIC X(06) VALUE "EFF.%".
021700     05  FILLER                  PIC X(17) VALUE "EVENEMENT".

021800 01  CH-PLAYER-LINE.
021900     05  FILLER                  PIC X(09) VALUE "JOUEUR : ".
022000     05  CH-PLY-EMPLOYEE-ID      PIC X(06).
022100     05  FILLER                  PIC X(01) VALUE SPACE.
022200     05  CH-PLY-NAME             PIC X(20).
022300     05  FILLER                  PIC X(12) VALUE "  SERVICE : ".
022400     05  CH-PLY-DEPT             PIC X(10).
022500     05  FILLER                  PIC X(22) VALUE SPACES.

022600 01  CH-DETAIL-LINE.
022700     05  CH-DET-DATE             PIC 9(08).
022800     05  FILLER                  PIC X(01) VALUE SPACE.
022900     05  CH-DET-TIME             PIC 9(06).
023000     05  FILLER                  PIC X(01) VALUE SPACE.
023100     05  CH-DET-RESULT           PIC X(06).
023200     05  FILLER                  PIC X(01) VALUE SPACE.
023300     05  CH-DET-GUESSES          PIC ZZZZ9.
023400     05  FILLER                  PIC X(02) VALUE SPACES.
023500     05  CH-DET-IDEAL            PIC ZZ9.
023600     05  FILLER                  PIC X(03) VALUE SPACES.
023700     05  CH-DET-WASTED           PIC ZZZZ9.
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  CH-DET-REPEATED         PIC ZZZZ9.
024000     05  FILLER                  PIC X(02) VALUE SPACES.
024100     05  CH-DET-PROCHE           PIC X(03).
024200     05  FILLER                  PIC X(04) VALUE SPACES.
024300     05  CH-DET-EFFICIENCY       PIC ZZ9.
024400     05  FILLER                  PIC X(03) VALUE SPACES.
024500     05  CH-DET-EVENT            PIC X(06).
024600     05  FILLER                  PIC X(11) VALUE SPACES.

024700 01  CH-TOTAL-LABEL-LINE.
024800     05  FILLER                  PIC X(08) VALUE "  TOTAL ".
024900     05  CH-TLB-LEVEL            PIC X(09).
025000     05  CH-TLB-KEY              PIC X(10).
025100     05  FILLER                  PIC X(53) VALUE SPACES.

025200 01  CH-TOTAL-LINE-1.
025300     05  FILLER                  PIC X(11) VALUE "  SESSIONS ".
025400     05  CH-TL1-SESSIONS         PIC ZZZZ9.
025500     05  FILLER                  PIC X(10) VALUE "  GAGNEES ".
025600     05  CH-TL1-WON              PIC ZZZZ9.
025700     05  FILLER                  PIC X(09) VALUE "  ESSAIS ".
025800     05  CH-TL1-GUESSES          PIC ZZZZZZ9.
025900     05  FILLER                  PIC X(08) VALUE "  GASP. ".
026000     05  CH-TL1-WASTED           PIC ZZZZZZ9.
026100     05  FILLER                  PIC X(09) VALUE "  REPET. ".
026200     05  CH-TL1-REPEATED         PIC ZZZZZZ9.
026300     05  FILLER                  PIC X(02) VALUE SPACES.

026400 01  CH-TOTAL-LINE-2.
026500     05  FILLER                  PIC X(18)
026600         VALUE "  EFFICACITE MOY. ".
026700     05  CH-TL2-EFFICIENCY       PIC ZZ9.
026800     05  FILLER                  PIC X(13)
026900         VALUE " %  TENDANCE ".
027000     05  CH-TL2-TREND            PIC X(05).
027100     05  FILLER                  PIC X(12) VALUE "  PROCHE : ".
027200     05  CH-TL2-PROCHE           PIC ZZZZ9.
027300     05  FILLER                  PIC X(15)
027400         VALUE "  DONT GAGNES  ".
027500     05  CH-TL2-PROCHE-WON       PIC ZZZZ9.
027600     05  FILLER                  PIC X(04) VALUE SPACES.

027700 01  CH-COUNT-LINE.
027800     05  CH-CNT-LABEL            PIC X(40).
027900     05  CH-CNT-VALUE            PIC ZZZZZZ9.
028000     05  FILLER                  PIC X(33) VALUE SPACES.

028100     COPY RUNLREC.

028200 PROCEDURE DIVISION.

028300*================================================================*
028400*  0000-MAINLINE
028500*  Loads the range's sessions, sizes each against the range it
028600*  was played on, orders them by department, player and time,
028700*  then prints the report and writes the chart extract.
028800*================================================================*
028900 0000-MAINLINE.
029000     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT
029100     PERFORM 1500-REGISTER-START THRU 1500-EXIT
029200     PERFORM 2000-LOAD-GUESS-LOG THRU 2000-EXIT
029300     IF CH-GLOG-STATUS NOT = "00"
029400         GO TO 0000-MAINLINE-EXIT
029500     END-IF
029600     PERFORM 2500-SIZE-SESSIONS THRU 2500-EXIT
029700     PERFORM 3000-SORT-SESSIONS THRU 3000-EXIT
029800     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
029900 0000-MAINLINE-EXIT.
030000     PERFORM 9500-REGISTER-END THRU 9500-EXIT
030100     STOP RUN.

030200*================================================================*
030300*  1000-LOAD-CONTROL
030400*  CHP-FILE is optional - when it is absent or empty the run
030500*  reports today on the standard 1-100 range.
030600*================================================================*
030700 1000-LOAD-CONTROL.
030800     MOVE FUNCTION CURRENT-DATE(1:8) TO CH-DATE-FROM
030900     MOVE CH-DATE-FROM TO CH-DATE-TO
031000     OPEN INPUT CHP-FILE
031100     IF CH-PARM-STATUS NOT = "00"
031200         GO TO 1000-EXIT
031300     END-IF
031400     READ CHP-FILE
031500         AT END
031600             GO TO 1000-CLOSE
031700     END-READ
031800     IF CHP-DATE-FROM IS NUMERIC
031900        AND CHP-DATE-FROM > ZERO
032000         MOVE CHP-DATE-FROM TO CH-DATE-FROM
032100         MOVE CHP-DATE-FROM TO CH-DATE-TO
032200     END-IF
032300     IF CHP-DATE-TO IS NUMERIC
032400        AND CHP-DATE-TO >= CH-DATE-FROM
032500         MOVE CHP-DATE-TO TO CH-DATE-TO
032600     END-IF
032700     IF CHP-RANGE-LOW IS NUMERIC
032800        AND CHP-RANGE-HIGH IS NUMERIC
032900        AND CHP-RANGE-HIGH > CHP-RANGE-LOW
033000         MOVE CHP-RANGE-LOW  TO CH-DEFAULT-LOW
033100         MOVE CHP-RANGE-HIGH TO CH-DEFAULT-HIGH
033200     END-IF.
033300 1000-CLOSE.
033400     CLOSE CHP-FILE.
033500 1000-EXIT.
033600     EXIT.

033700 1500-REGISTER-START.
033800     MOVE "S"               TO RL-FUNCTION
033900     MOVE "COACHRPT"        TO RL-PROGRAM-ID
034000     MOVE CH-DATE-TO        TO RL-BUSINESS-DATE
034100     MOVE SPACE             TO RL-RUN-MODE
034200     MOVE ZERO              TO RL-RECORD-COUNT
034300     MOVE RETURN-CODE       TO RL-RETURN-CODE
034400     MOVE "N"               TO RL-OVERRIDE-FLAG
034500     CALL "RUNLOG" USING RL-COMMAREA.
034600 1500-EXIT.
034700     EXIT.

034800*================================================================*
034900*  2000-LOAD-GUESS-LOG / 2100-LOAD-ONE-GLOG / 2150-MATCH-SESSION
035000*  One pass over the guess log: the range's rows are rolled up
035100*  by session id as GLOGANAL does.  Rejected entries never
035200*  reached the search and are ignored; the abandon sentinel
035300*  only marks the outcome.
035400*================================================================*
035500 2000-LOAD-GUESS-LOG.
035600     MOVE "N" TO CH-EOF-SW
035700     OPEN INPUT GUESS-LOG
035800     IF CH-GLOG-STATUS NOT = "00"
035900         DISPLAY "GUESS-LOG introuvable - bilan annule"
036000         MOVE 8 TO RETURN-CODE
036100         GO TO 2000-EXIT
036200     END-IF
036300     PERFORM 2100-LOAD-ONE-GLOG THRU 2100-EXIT
036400         UNTIL CH-EOF
036500     CLOSE GUESS-LOG.
036600 2000-EXIT.
036700     EXIT.

036800 2100-LOAD-ONE-GLOG.
036900     READ GUESS-LOG
037000         AT END
037100             SET CH-EOF TO TRUE
037200             GO TO 2100-EXIT
037300     END-READ
037400     IF GLOG-SESSION-DATE < CH-DATE-FROM
037500        OR GLOG-SESSION-DATE > CH-DATE-TO
037600         GO TO 2100-EXIT
037700     END-IF
037800     IF NOT GLOG-ACCEPTED
037900         GO TO 2100-EXIT
038000     END-IF
038100     IF GLOG-EMPLOYEE-ID = SPACES
038200         IF GLOG-GUESS-SEQ = 1
038300             ADD 1 TO CH-ANONYMOUS-COUNT
038400         END-IF
038500         GO TO 2100-EXIT
038600     END-IF
038700     ADD 1 TO CH-READ-COUNT
038800     MOVE ZERO TO CH-FOUND-IX
038900     PERFORM 2150-MATCH-SESSION THRU 2150-EXIT
039000         VARYING CH-IX1 FROM 1 BY 1
039100         UNTIL CH-IX1 > CH-SESSION-COUNT
039200            OR CH-FOUND-IX > ZERO
039300     IF CH-FOUND-IX = ZERO
039400         IF CH-SESSION-COUNT >= CH-SESSION-MAX
039500             IF GLOG-GUESS-SEQ = 1
039600                 ADD 1 TO CH-DROPPED-COUNT
039700             END-IF
039800             GO TO 2100-EXIT
039900         END-IF
040000         ADD 1 TO CH-SESSION-COUNT
040100         MOVE CH-SESSION-COUNT TO CH-FOUND-IX
040200         MOVE GLOG-SESSION-DATE
040300           TO CH-SES-DATE (CH-FOUND-IX)
040400         MOVE GLOG-SESSION-TIME
040500           TO CH-SES-TIME (CH-FOUND-IX)
040600         MOVE GLOG-EMPLOYEE-ID
040700           TO CH-SES-EMPLOYEE-ID (CH-FOUND-IX)
040800         MOVE GLOG-EMPLOYEE-NAME
040900           TO CH-SES-NAME (CH-FOUND-IX)
041000         MOVE GLOG-DEPARTMENT
041100           TO CH-SES-DEPT (CH-FOUND-IX)
041200         MOVE GLOG-EVENT-CODE
041300           TO CH-SES-EVENT (CH-FOUND-IX)
041400         MOVE ZERO   TO CH-SES-GUESSES (CH-FOUND-IX)
041500         MOVE ZERO   TO CH-SES-WASTED (CH-FOUND-IX)
041600         MOVE ZERO   TO CH-SES-REPEATED (CH-FOUND-IX)
041700         MOVE ZERO   TO CH-SES-LOW (CH-FOUND-IX)
041800         MOVE 999    TO CH-SES-HIGH (CH-FOUND-IX)
041900         MOVE "L"    TO CH-SES-OUTCOME (CH-FOUND-IX)
042000         MOVE "N"    TO CH-SES-PROCHE-SW (CH-FOUND-IX)
042100         MOVE ZERO   TO CH-SES-IDEAL (CH-FOUND-IX)
042200         MOVE ZERO   TO CH-SES-HALVINGS (CH-FOUND-IX)
042300         MOVE ZERO   TO CH-SES-EFFICIENCY (CH-FOUND-IX)
042400         MOVE SPACES TO CH-SES-SEQ (CH-FOUND-IX)
042500     END-IF
042600     IF GLOG-HINT-ABANDON
042700         MOVE "A" TO CH-SES-OUTCOME (CH-FOUND-IX)
042800         GO TO 2100-EXIT
042900     END-IF
043000     IF GLOG-ENTRY-VALUE IS NOT NUMERIC
043100         GO TO 2100-EXIT
043200     END-IF
043300     MOVE GLOG-ENTRY-VALUE TO CH-GUESS-VALUE
043400     PERFORM 2200-POST-GUESS THRU 2200-EXIT.
043500 2100-EXIT.
043600     EXIT.

043700 2150-MATCH-SESSION.
043800     IF CH-SES-DATE (CH-IX1) = GLOG-SESSION-DATE
043900        AND CH-SES-TIME (CH-IX1) = GLOG-SESSION-TIME
044000        AND CH-SES-EMPLOYEE-ID (CH-IX1) = GLOG-EMPLOYEE-ID
044100         MOVE CH-IX1 TO CH-FOUND-IX
044200     END-IF.
044300 2150-EXIT.
044400     EXIT.

044500*================================================================*
044600*  2200-POST-GUESS / 2250-CHECK-REPEAT
044700*  Judges one accepted guess against the bounds the session's
044800*  earlier hints left open, then narrows them with this hint:
044900*  "plus" raises the floor above the guess, "moins" lowers the
045000*  ceiling below it.  A guess already played is counted as a
045100*  repeat only, although it is also outside the bounds.
045200*================================================================*
045300 2200-POST-GUESS.
045400     ADD 1 TO CH-SES-GUESSES (CH-FOUND-IX)
045500     MOVE "N" TO CH-REPEAT-SW
045600     PERFORM 2250-CHECK-REPEAT THRU 2250-EXIT
045700         VARYING CH-IX2 FROM 1 BY 1
045800         UNTIL CH-IX2 >= CH-SES-GUESSES (CH-FOUND-IX)
045900            OR CH-IX2 > CH-SEQ-GUESS-MAX
046000            OR CH-REPEATED
046100     IF CH-REPEATED
046200         ADD 1 TO CH-SES-REPEATED (CH-FOUND-IX)
046300     ELSE
046400         IF CH-GUESS-VALUE < CH-SES-LOW (CH-FOUND-IX)
046500            OR CH-GUESS-VALUE > CH-SES-HIGH (CH-FOUND-IX)
046600             ADD 1 TO CH-SES-WASTED (CH-FOUND-IX)
046700         END-IF
046800     END-IF
046900     IF CH-SES-GUESSES (CH-FOUND-IX) <= CH-SEQ-GUESS-MAX
047000         COMPUTE CH-SEQ-POS =
047100             (CH-SES-GUESSES (CH-FOUND-IX) - 1) * 3 + 1
047200         MOVE GLOG-ENTRY-VALUE
047300           TO CH-SES-SEQ (CH-FOUND-IX) (CH-SEQ-POS:3)
047400     END-IF
047500     IF GLOG-PROCHE
047600         MOVE "Y" TO CH-SES-PROCHE-SW (CH-FOUND-IX)
047700     END-IF
047800     IF GLOG-HINT-TROUVE
047900         MOVE "W" TO CH-SES-OUTCOME (CH-FOUND-IX)
048000         GO TO 2200-EXIT
048100     END-IF
048200     IF GLOG-HINT-PLUS
048300         IF CH-GUESS-VALUE >= CH-SES-LOW (CH-FOUND-IX)
048400             COMPUTE CH-SES-LOW (CH-FOUND-IX) =
048500                 CH-GUESS-VALUE + 1
048600         END-IF
048700     END-IF
048800     IF GLOG-HINT-MOINS
048900        AND CH-GUESS-VALUE > ZERO
049000         IF CH-GUESS-VALUE <= CH-SES-HIGH (CH-FOUND-IX)
049100             COMPUTE CH-SES-HIGH (CH-FOUND-IX) =
049200                 CH-GUESS-VALUE - 1
049300         END-IF
049400     END-IF.
049500 2200-EXIT.
049600     EXIT.

049700 2250-CHECK-REPEAT.
049800     COMPUTE CH-SEQ-POS = (CH-IX2 - 1) * 3 + 1
049900     IF CH-SES-SEQ (CH-FOUND-IX) (CH-SEQ-POS:3) =
050000        GLOG-ENTRY-VALUE
050100         MOVE "Y" TO CH-REPEAT-SW
050200     END-IF.
050300 2250-EXIT.
050400     EXIT.

050500*================================================================*
050600*  2500-SIZE-SESSIONS / 2600-SIZE-ONE-SESSION
050700*  The range a session was played on comes from its score
050800*  master row when it was won, else from its event, else from
050900*  the control card.  The ideal is the par for that range; the
051000*  halvings achieved are the doublings that take the candidates
051100*  still open at the end back up to the full range - a win
051200*  leaves one candidate and so scores the par.  Efficiency is
051300*  halvings per guess as a percentage: 100 is a perfect halving
051400*  search, above 100 a lucky one.
051500*================================================================*
051600 2500-SIZE-SESSIONS.
051700     OPEN INPUT SCORE-MASTER
051800     IF CH-SCORE-STATUS = "00"
051900         MOVE "Y" TO CH-SCORE-OK-SW
052000     ELSE
052100         DISPLAY "SCORE-MASTER absent - plage des gains prise"
052200             " de l'evenement ou de la carte"
052300     END-IF
052400     OPEN INPUT EVENT-MASTER
052500     IF CH-EVTMAST-STATUS = "00"
052600         MOVE "Y" TO CH-EVENT-OK-SW
052700     END-IF
052800     PERFORM 2600-SIZE-ONE-SESSION THRU 2600-EXIT
052900         VARYING CH-IX1 FROM 1 BY 1
053000         UNTIL CH-IX1 > CH-SESSION-COUNT
053100     IF CH-SCORE-OK
053200         CLOSE SCORE-MASTER
053300     END-IF
053400     IF CH-EVENT-OK
053500         CLOSE EVENT-MASTER
053600     END-IF.
053700 2500-EXIT.
053800     EXIT.

053900 2600-SIZE-ONE-SESSION.
054000     IF CH-SES-ABANDONED (CH-IX1)
054100        OR CH-SES-GUESSES (CH-IX1) = ZERO
054200         GO TO 2600-EXIT
054300     END-IF
054400     MOVE CH-DEFAULT-LOW  TO CH-RANGE-LOW
054500     MOVE CH-DEFAULT-HIGH TO CH-RANGE-HIGH
054600     IF CH-EVENT-OK
054700        AND CH-SES-EVENT (CH-IX1) NOT = SPACES
054800         MOVE CH-SES-EVENT (CH-IX1) TO EVT-EVENT-CODE
054900         READ EVENT-MASTER
055000             INVALID KEY
055100                 CONTINUE
055200             NOT INVALID KEY
055300                 IF EVT-RANGE-HIGH > EVT-RANGE-LOW
055400                     MOVE EVT-RANGE-LOW  TO CH-RANGE-LOW
055500                     MOVE EVT-RANGE-HIGH TO CH-RANGE-HIGH
055600                 END-IF
055700         END-READ
055800     END-IF
055900     IF CH-SCORE-OK
056000        AND CH-SES-WON (CH-IX1)
056100         MOVE CH-SES-DATE (CH-IX1)        TO SCORM-RUN-DATE
056200         MOVE CH-SES-EMPLOYEE-ID (CH-IX1) TO SCORM-EMPLOYEE-ID
056300         MOVE CH-SES-TIME (CH-IX1)        TO SCORM-START-TIME
056400         READ SCORE-MASTER
056500             INVALID KEY
056600                 CONTINUE
056700             NOT INVALID KEY
056800                 IF SCORM-RANGE-HIGH > SCORM-RANGE-LOW
056900                     MOVE SCORM-RANGE-LOW  TO CH-RANGE-LOW
057000                     MOVE SCORM-RANGE-HIGH TO CH-RANGE-HIGH
057100                 END-IF
057200         END-READ
057300     END-IF
057400     COMPUTE CH-RANGE-SPAN = CH-RANGE-HIGH - CH-RANGE-LOW + 1
057500     MOVE 1 TO CH-OPEN-SPAN
057600     PERFORM 2700-COUNT-HALVINGS THRU 2700-EXIT
057700     MOVE CH-HALVINGS TO CH-SES-IDEAL (CH-IX1)
057800     IF NOT CH-SES-WON (CH-IX1)
057900         MOVE CH-RANGE-LOW  TO CH-OPEN-LOW
058000         MOVE CH-RANGE-HIGH TO CH-OPEN-HIGH
058100         IF CH-SES-LOW (CH-IX1) > CH-OPEN-LOW
058200             MOVE CH-SES-LOW (CH-IX1) TO CH-OPEN-LOW
058300         END-IF
058400         IF CH-SES-HIGH (CH-IX1) < CH-OPEN-HIGH
058500             MOVE CH-SES-HIGH (CH-IX1) TO CH-OPEN-HIGH
058600         END-IF
058700         IF CH-OPEN-HIGH < CH-OPEN-LOW
058800             MOVE 1 TO CH-OPEN-SPAN
058900         ELSE
059000             COMPUTE CH-OPEN-SPAN =
059100                 CH-OPEN-HIGH - CH-OPEN-LOW + 1
059200         END-IF
059300         PERFORM 2700-COUNT-HALVINGS THRU 2700-EXIT
059400     END-IF
059500     MOVE CH-HALVINGS TO CH-SES-HALVINGS (CH-IX1)
059600     COMPUTE CH-SES-EFFICIENCY (CH-IX1) ROUNDED =
059700         CH-HALVINGS * 100 / CH-SES-GUESSES (CH-IX1)
059800         ON SIZE ERROR
059900             MOVE 999 TO CH-SES-EFFICIENCY (CH-IX1)
060000     END-COMPUTE.
060100 2600-EXIT.
060200     EXIT.

060300*================================================================*
060400*  2700-COUNT-HALVINGS / 2750-DOUBLE-CAPACITY
060500*  The smallest count of doublings that takes CH-OPEN-SPAN
060600*  candidates up to the full CH-RANGE-SPAN - the same rule
060700*  PLUSOUMOINS uses for the par, where the open span is one.
060800*================================================================*
060900 2700-COUNT-HALVINGS.
061000     MOVE ZERO         TO CH-HALVINGS
061100     MOVE CH-OPEN-SPAN TO CH-CAPACITY
061200     PERFORM 2750-DOUBLE-CAPACITY THRU 2750-EXIT
061300         UNTIL CH-CAPACITY >= CH-RANGE-SPAN.
061400 2700-EXIT.
061500     EXIT.

061600 2750-DOUBLE-CAPACITY.
061700     ADD 1 TO CH-HALVINGS
061800     COMPUTE CH-CAPACITY = CH-CAPACITY * 2.
061900 2750-EXIT.
062000     EXIT.

062100*================================================================*
062200*  3000-SORT-SESSIONS / 3100-SORT-PASS /
062300*  3200-COMPARE-ADJACENT / 3300-SWAP-ENTRIES
062400*  Straight exchange sort into department, player, date and
062500*  start time order, so the report and extract can break on
062600*  department and player and each player's sessions run in
062700*  the order they were played.
062800*================================================================*
062900 3000-SORT-SESSIONS.
063000     IF CH-SESSION-COUNT < 2
063100         GO TO 3000-EXIT
063200     END-IF
063300     PERFORM 3100-SORT-PASS THRU 3100-EXIT
063400         VARYING CH-IX1 FROM 1 BY 1
063500         UNTIL CH-IX1 >= CH-SESSION-COUNT.
063600 3000-EXIT.
063700     EXIT.

063800 3100-SORT-PASS.
063900     PERFORM 3200-COMPARE-ADJACENT THRU 3200-EXIT
064000         VARYING CH-IX2 FROM 1 BY 1
064100         UNTIL CH-IX2 > CH-SESSION-COUNT - CH-IX1.
064200 3100-EXIT.
064300     EXIT.

064400 3200-COMPARE-ADJACENT.
064500     IF CH-SES-DEPT (CH-IX2) < CH-SES-DEPT (CH-IX2 + 1)
064600         GO TO 3200-EXIT
064700     END-IF
064800     IF CH-SES-DEPT (CH-IX2) > CH-SES-DEPT (CH-IX2 + 1)
064900         PERFORM 3300-SWAP-ENTRIES THRU 3300-EXIT
065000         GO TO 3200-EXIT
065100     END-IF
065200     IF CH-SES-EMPLOYEE-ID (CH-IX2) <
065300        CH-SES-EMPLOYEE-ID (CH-IX2 + 1)
065400         GO TO 3200-EXIT
065500     END-IF
065600     IF CH-SES-EMPLOYEE-ID (CH-IX2) >
065700        CH-SES-EMPLOYEE-ID (CH-IX2 + 1)
065800         PERFORM 3300-SWAP-ENTRIES THRU 3300-EXIT
065900         GO TO 3200-EXIT
066000     END-IF
066100     IF CH-SES-DATE (CH-IX2) > CH-SES-DATE (CH-IX2 + 1)
066200      OR (CH-SES-DATE (CH-IX2) = CH-SES-DATE (CH-IX2 + 1)
066300         AND CH-SES-TIME (CH-IX2) > CH-SES-TIME (CH-IX2 + 1))
066400         PERFORM 3300-SWAP-ENTRIES THRU 3300-EXIT
066500     END-IF.
066600 3200-EXIT.
066700     EXIT.

066800 3300-SWAP-ENTRIES.
066900     MOVE CH-SESSION-ENTRY (CH-IX2)     TO CH-SWAP-ENTRY
067000     MOVE CH-SESSION-ENTRY (CH-IX2 + 1)
067100       TO CH-SESSION-ENTRY (CH-IX2)
067200     MOVE CH-SWAP-ENTRY TO CH-SESSION-ENTRY (CH-IX2 + 1).
067300 3300-EXIT.
067400     EXIT.

067500*================================================================*
067600*  4000-PRINT-REPORT
067700*  Heading, one block per player within department with its
067800*  totals, the department totals, then the report totals and
067900*  the counts of sessions not measured.  The chart extract is
068000*  written alongside; when it cannot be opened the printed
068100*  report is still produced.
068200*================================================================*
068300 4000-PRINT-REPORT.
068400     OPEN OUTPUT PRINT-FILE
068500     IF CH-PRINT-STATUS NOT = "00"
068600         DISPLAY "CHPRINT indisponible - bilan annule"
068700         MOVE 8 TO RETURN-CODE
068800         GO TO 4000-EXIT
068900     END-IF
069000     OPEN OUTPUT CHART-FILE
069100     IF CH-CHART-STATUS = "00"
069200         MOVE "Y" TO CH-CHART-OK-SW
069300         PERFORM 4900-WRITE-CHART-HEADER THRU 4900-EXIT
069400     ELSE
069500         DISPLAY "CHEXTR indisponible - extraction non faite"
069600     END-IF
069700     MOVE 3 TO CH-LVL
069800     PERFORM 4780-CLEAR-TOTALS THRU 4780-EXIT
069900     PERFORM 4800-PRINT-HEADINGS THRU 4800-EXIT
070000     PERFORM 4100-REPORT-ONE-SESSION THRU 4100-EXIT
070100         VARYING CH-IX1 FROM 1 BY 1
070200         UNTIL CH-IX1 > CH-SESSION-COUNT
070300     IF NOT CH-FIRST-SESSION
070400         PERFORM 4500-END-PLAYER THRU 4500-EXIT
070500         PERFORM 4600-END-DEPT THRU 4600-EXIT
070600     END-IF
070700     MOVE 3 TO CH-LVL
070800     MOVE "GENERAL"   TO CH-TLB-LEVEL
070900     MOVE SPACES      TO CH-TLB-KEY
071000     PERFORM 4700-PRINT-TOTALS THRU 4700-EXIT
071100     MOVE SPACES TO PRINT-RECORD
071200     WRITE PRINT-RECORD
071300     MOVE "SESSIONS EVALUEES                     :"
071400       TO CH-CNT-LABEL
071500     MOVE CH-MEASURED-COUNT TO CH-CNT-VALUE
071600     WRITE PRINT-RECORD FROM CH-COUNT-LINE
071700     MOVE "SESSIONS ABANDONNEES NON EVALUEES     :"
071800       TO CH-CNT-LABEL
071900     MOVE CH-ABANDON-COUNT TO CH-CNT-VALUE
072000     WRITE PRINT-RECORD FROM CH-COUNT-LINE
072100     MOVE "SESSIONS SANS JOUEUR IDENTIFIE        :"
072200       TO CH-CNT-LABEL
072300     MOVE CH-ANONYMOUS-COUNT TO CH-CNT-VALUE
072400     WRITE PRINT-RECORD FROM CH-COUNT-LINE
072500     IF CH-DROPPED-COUNT > ZERO
072600         MOVE "SESSIONS NON CHARGEES (TABLE PLEINE)  :"
072700           TO CH-CNT-LABEL
072800         MOVE CH-DROPPED-COUNT TO CH-CNT-VALUE
072900         WRITE PRINT-RECORD FROM CH-COUNT-LINE
073000     END-IF
073100     CLOSE PRINT-FILE
073200     IF CH-CHART-OK
073300         PERFORM 4950-WRITE-CHART-TRAILER THRU 4950-EXIT
073400         CLOSE CHART-FILE
073500     END-IF
073600     MOVE CH-MEASURED-COUNT TO CH-CNT-EDIT
073700     DISPLAY "Bilan de strategie imprime - " CH-CNT-EDIT
073800         " sessions".
073900 4000-EXIT.
074000     EXIT.

074100*================================================================*
074200*  4100-REPORT-ONE-SESSION
074300*  Control breaks on department and player, then the session.
074400*================================================================*
074500 4100-REPORT-ONE-SESSION.
074600     IF CH-SES-ABANDONED (CH-IX1)
074700         ADD 1 TO CH-ABANDON-COUNT
074800         GO TO 4100-EXIT
074900     END-IF
075000     IF CH-SES-GUESSES (CH-IX1) = ZERO
075100         GO TO 4100-EXIT
075200     END-IF
075300     IF CH-FIRST-SESSION
075400         MOVE "N" TO CH-FIRST-SW
075500         PERFORM 4150-START-DEPT THRU 4150-EXIT
075600         PERFORM 4200-START-PLAYER THRU 4200-EXIT
075700     ELSE
075800         IF CH-SES-DEPT (CH-IX1) NOT = CH-PREV-DEPT
075900             PERFORM 4500-END-PLAYER THRU 4500-EXIT
076000             PERFORM 4600-END-DEPT THRU 4600-EXIT
076100             PERFORM 4150-START-DEPT THRU 4150-EXIT
076200             PERFORM 4200-START-PLAYER THRU 4200-EXIT
076300         ELSE
076400             IF CH-SES-EMPLOYEE-ID (CH-IX1) NOT =
076500                CH-PREV-EMPLOYEE-ID
076600                 PERFORM 4500-END-PLAYER THRU 4500-EXIT
076700                 PERFORM 4200-START-PLAYER THRU 4200-EXIT
076800             END-IF
076900         END-IF
077000     END-IF
077100     PERFORM 4300-PRINT-SESSION THRU 4300-EXIT.
077200 4100-EXIT.
077300     EXIT.

077400 4150-START-DEPT.
077500     MOVE CH-SES-DEPT (CH-IX1) TO CH-PREV-DEPT
077600     MOVE 2 TO CH-LVL
077700     PERFORM 4780-CLEAR-TOTALS THRU 4780-EXIT.
077800 4150-EXIT.
077900     EXIT.

078000*================================================================*
078100*  4200-START-PLAYER / 4250-COUNT-PLAYER-SESSION
078200*  Counts the player's measured sessions ahead so the early
078300*  half (the first half, rounded down) and the late half are
078400*  known before the first one is printed.
078500*================================================================*
078600 4200-START-PLAYER.
078700     MOVE CH-SES-EMPLOYEE-ID (CH-IX1) TO CH-PREV-EMPLOYEE-ID
078800     MOVE 1 TO CH-LVL
078900     PERFORM 4780-CLEAR-TOTALS THRU 4780-EXIT
079000     MOVE ZERO TO CH-PLAYER-SESSIONS
079100     MOVE ZERO TO CH-PLAYER-ORDINAL
079200     MOVE "N" TO CH-EOF-SW
079300     PERFORM 4250-COUNT-PLAYER-SESSION THRU 4250-EXIT
079400         VARYING CH-IX2 FROM CH-IX1 BY 1
079500         UNTIL CH-IX2 > CH-SESSION-COUNT
079600            OR CH-EOF
079700     COMPUTE CH-EARLY-LIMIT = CH-PLAYER-SESSIONS / 2
079800     IF CH-LINE-COUNT + 4 > CH-LINES-PER-PAGE
079900         PERFORM 4800-PRINT-HEADINGS THRU 4800-EXIT
080000     END-IF
080100     MOVE CH-SES-EMPLOYEE-ID (CH-IX1) TO CH-PLY-EMPLOYEE-ID
080200     MOVE CH-SES-NAME (CH-IX1)        TO CH-PLY-NAME
080300     MOVE CH-SES-DEPT (CH-IX1)        TO CH-PLY-DEPT
080400     MOVE SPACES TO PRINT-RECORD
080500     WRITE PRINT-RECORD
080600     WRITE PRINT-RECORD FROM CH-PLAYER-LINE
080700     ADD 2 TO CH-LINE-COUNT.
080800 4200-EXIT.
080900     EXIT.

081000 4250-COUNT-PLAYER-SESSION.
081100     IF CH-SES-DEPT (CH-IX2) NOT = CH-SES-DEPT (CH-IX1)
081200        OR CH-SES-EMPLOYEE-ID (CH-IX2) NOT =
081300           CH-SES-EMPLOYEE-ID (CH-IX1)
081400         SET CH-EOF TO TRUE
081500         GO TO 4250-EXIT
081600     END-IF
081700     IF NOT CH-SES-ABANDONED (CH-IX2)
081800        AND CH-SES-GUESSES (CH-IX2) > ZERO
081900         ADD 1 TO CH-PLAYER-SESSIONS
082000     END-IF.
082100 4250-EXIT.
082200     EXIT.

082300*================================================================*
082400*  4300-PRINT-SESSION
082500*  One detail line and one extract row per measured session,
082600*  posted to the player's totals and to its early or late half.
082700*================================================================*
082800 4300-PRINT-SESSION.
082900     ADD 1 TO CH-PLAYER-ORDINAL
083000     ADD 1 TO CH-MEASURED-COUNT
083100     IF CH-LINE-COUNT >= CH-LINES-PER-PAGE
083200         PERFORM 4800-PRINT-HEADINGS THRU 4800-EXIT
083300     END-IF
083400     MOVE CH-SES-DATE (CH-IX1)        TO CH-DET-DATE
083500     MOVE CH-SES-TIME (CH-IX1) (1:6)  TO CH-DET-TIME
083600     IF CH-SES-WON (CH-IX1)
083700         MOVE "GAGNE" TO CH-DET-RESULT
083800     ELSE
083900         MOVE "PERDU" TO CH-DET-RESULT
084000     END-IF
084100     MOVE CH-SES-GUESSES (CH-IX1)     TO CH-DET-GUESSES
084200     MOVE CH-SES-IDEAL (CH-IX1)       TO CH-DET-IDEAL
084300     MOVE CH-SES-WASTED (CH-IX1)      TO CH-DET-WASTED
084400     MOVE CH-SES-REPEATED (CH-IX1)    TO CH-DET-REPEATED
084500     IF CH-SES-PROCHE-SW (CH-IX1) = "Y"
084600         MOVE "OUI" TO CH-DET-PROCHE
084700     ELSE
084800         MOVE "NON" TO CH-DET-PROCHE
084900     END-IF
085000     MOVE CH-SES-EFFICIENCY (CH-IX1)  TO CH-DET-EFFICIENCY
085100     MOVE CH-SES-EVENT (CH-IX1)       TO CH-DET-EVENT
085200     WRITE PRINT-RECORD FROM CH-DETAIL-LINE
085300     ADD 1 TO CH-LINE-COUNT
085400     ADD 1 TO CH-TOT-SESSIONS (1)
085500     IF CH-SES-WON (CH-IX1)
085600         ADD 1 TO CH-TOT-WON (1)
085700     END-IF
085800     ADD CH-SES-GUESSES (CH-IX1)    TO CH-TOT-GUESSES (1)
085900     ADD CH-SES-WASTED (CH-IX1)     TO CH-TOT-WASTED (1)
086000     ADD CH-SES-REPEATED (CH-IX1)   TO CH-TOT-REPEATED (1)
086100     ADD CH-SES-EFFICIENCY (CH-IX1) TO CH-TOT-EFF-SUM (1)
086200     IF CH-SES-PROCHE-SW (CH-IX1) = "Y"
086300         ADD 1 TO CH-TOT-PROCHE (1)
086400         IF CH-SES-WON (CH-IX1)
086500             ADD 1 TO CH-TOT-PROCHE-WON (1)
086600         END-IF
086700     END-IF
086800     IF CH-PLAYER-SESSIONS >= 2
086900         IF CH-PLAYER-ORDINAL <= CH-EARLY-LIMIT
087000             ADD CH-SES-EFFICIENCY (CH-IX1)
087100               TO CH-TOT-EARLY-SUM (1)
087200             ADD 1 TO CH-TOT-EARLY-COUNT (1)
087300         ELSE
087400             ADD CH-SES-EFFICIENCY (CH-IX1)
087500               TO CH-TOT-LATE-SUM (1)
087600             ADD 1 TO CH-TOT-LATE-COUNT (1)
087700         END-IF
087800     END-IF
087900     IF CH-CHART-OK
088000         PERFORM 4400-WRITE-CHART-ROW THRU 4400-EXIT
088100     END-IF.
088200 4300-EXIT.
088300     EXIT.

088400*================================================================*
088500*  4400-WRITE-CHART-ROW
088600*  One semicolon-delimited row per measured session, in the
088700*  layout the C record labels.  RANG is the session's place in
088800*  the player's own sequence, the axis the workshop plots the
088900*  efficiency against.
089000*================================================================*
089100 4400-WRITE-CHART-ROW.
089200     MOVE CH-PLAYER-ORDINAL          TO CH-ORDINAL-EDIT
089300     MOVE CH-SES-GUESSES (CH-IX1)    TO CH-GUESSES-EDIT
089400     MOVE CH-SES-IDEAL (CH-IX1)      TO CH-IDEAL-EDIT
089500     MOVE CH-SES-WASTED (CH-IX1)     TO CH-WASTED-EDIT
089600     MOVE CH-SES-REPEATED (CH-IX1)   TO CH-REPEATED-EDIT
089700     MOVE CH-SES-EFFICIENCY (CH-IX1) TO CH-EFFICIENCY-EDIT
089800     MOVE SPACES TO CH-OUT-LINE
089900     STRING "D;SESSION;"                     DELIMITED BY SIZE
090000            FUNCTION TRIM(CH-SES-EMPLOYEE-ID (CH-IX1))
090100                                             DELIMITED BY SIZE
090200            ";"                              DELIMITED BY SIZE
090300            FUNCTION TRIM(CH-SES-NAME (CH-IX1))
090400                                             DELIMITED BY SIZE
090500            ";"                              DELIMITED BY SIZE
090600            FUNCTION TRIM(CH-SES-DEPT (CH-IX1))
090700                                             DELIMITED BY SIZE
090800            ";"                              DELIMITED BY SIZE
090900            FUNCTION TRIM(CH-ORDINAL-EDIT)   DELIMITED BY SIZE
091000            ";"                              DELIMITED BY SIZE
091100            CH-SES-DATE (CH-IX1)             DELIMITED BY SIZE
091200            ";"                              DELIMITED BY SIZE
091300            CH-SES-TIME (CH-IX1)             DELIMITED BY SIZE
091400            ";"                              DELIMITED BY SIZE
091500            CH-SES-OUTCOME (CH-IX1)          DELIMITED BY SIZE
091600            ";"                              DELIMITED BY SIZE
091700            FUNCTION TRIM(CH-GUESSES-EDIT)   DELIMITED BY SIZE
091800            ";"                              DELIMITED BY SIZE
091900            FUNCTION TRIM(CH-IDEAL-EDIT)     DELIMITED BY SIZE
092000            ";"                              DELIMITED BY SIZE
092100            FUNCTION TRIM(CH-WASTED-EDIT)    DELIMITED BY SIZE
092200            ";"                              DELIMITED BY SIZE
092300            FUNCTION TRIM(CH-REPEATED-EDIT)  DELIMITED BY SIZE
092400            ";"                              DELIMITED BY SIZE
092500            CH-SES-PROCHE-SW (CH-IX1)        DELIMITED BY SIZE
092600            ";"                              DELIMITED BY SIZE
092700            FUNCTION TRIM(CH-EFFICIENCY-EDIT)
092800                                             DELIMITED BY SIZE
092900            ";"                              DELIMITED BY SIZE
093000            FUNCTION TRIM(CH-SES-EVENT (CH-IX1))
093100                                             DELIMITED BY SIZE
093200       INTO CH-OUT-LINE
093300     WRITE CHART-RECORD FROM CH-OUT-LINE
093400     ADD 1 TO CH-CHART-COUNT.
093500 4400-EXIT.
093600     EXIT.

093700 4500-END-PLAYER.
093800     MOVE 1 TO CH-LVL
093900     MOVE "JOUEUR"    TO CH-TLB-LEVEL
094000     MOVE CH-PREV-EMPLOYEE-ID TO CH-TLB-KEY
094100     PERFORM 4700-PRINT-TOTALS THRU 4700-EXIT
094200     PERFORM 4750-ROLL-TOTALS THRU 4750-EXIT.
094300 4500-EXIT.
094400     EXIT.

094500 4600-END-DEPT.
094600     MOVE 2 TO CH-LVL
094700     MOVE "SERVICE"   TO CH-TLB-LEVEL
094800     MOVE CH-PREV-DEPT TO CH-TLB-KEY
094900     PERFORM 4700-PRINT-TOTALS THRU 4700-EXIT
095000     PERFORM 4750-ROLL-TOTALS THRU 4750-EXIT.
095100 4600-EXIT.
095200     EXIT.

095300*================================================================*
095400*  4700-PRINT-TOTALS
095500*  The three total lines for level CH-LVL.  The trend is the
095600*  late sessions' average efficiency less the early ones'; it
095700*  is shown as "--" until there are sessions in both halves.
095800*================================================================*
095900 4700-PRINT-TOTALS.
096000     IF CH-LINE-COUNT + 3 > CH-LINES-PER-PAGE
096100         PERFORM 4800-PRINT-HEADINGS THRU 4800-EXIT
096200     END-IF
096300     MOVE ZERO TO CH-AVERAGE-WORK
096400     IF CH-TOT-SESSIONS (CH-LVL) > ZERO
096500         COMPUTE CH-AVERAGE-WORK ROUNDED =
096600             CH-TOT-EFF-SUM (CH-LVL) / CH-TOT-SESSIONS (CH-LVL)
096700     END-IF
096800     MOVE "   --" TO CH-TL2-TREND
096900     IF CH-TOT-EARLY-COUNT (CH-LVL) > ZERO
097000        AND CH-TOT-LATE-COUNT (CH-LVL) > ZERO
097100         COMPUTE CH-EARLY-AVERAGE ROUNDED =
097200             CH-TOT-EARLY-SUM (CH-LVL) /
097300             CH-TOT-EARLY-COUNT (CH-LVL)
097400         COMPUTE CH-LATE-AVERAGE ROUNDED =
097500             CH-TOT-LATE-SUM (CH-LVL) /
097600             CH-TOT-LATE-COUNT (CH-LVL)
097700         COMPUTE CH-TREND-WORK =
097800             CH-LATE-AVERAGE - CH-EARLY-AVERAGE
097900         MOVE CH-TREND-WORK TO CH-TREND-EDIT
098000         MOVE CH-TREND-EDIT TO CH-TL2-TREND
098100     END-IF
098200     WRITE PRINT-RECORD FROM CH-TOTAL-LABEL-LINE
098300     MOVE CH-TOT-SESSIONS (CH-LVL)   TO CH-TL1-SESSIONS
098400     MOVE CH-TOT-WON (CH-LVL)        TO CH-TL1-WON
098500     MOVE CH-TOT-GUESSES (CH-LVL)    TO CH-TL1-GUESSES
098600     MOVE CH-TOT-WASTED (CH-LVL)     TO CH-TL1-WASTED
098700     MOVE CH-TOT-REPEATED (CH-LVL)   TO CH-TL1-REPEATED
098800     WRITE PRINT-RECORD FROM CH-TOTAL-LINE-1
098900     MOVE CH-AVERAGE-WORK            TO CH-TL2-EFFICIENCY
099000     MOVE CH-TOT-PROCHE (CH-LVL)     TO CH-TL2-PROCHE
099100     MOVE CH-TOT-PROCHE-WON (CH-LVL) TO CH-TL2-PROCHE-WON
099200     WRITE PRINT-RECORD FROM CH-TOTAL-LINE-2
099300     ADD 3 TO CH-LINE-COUNT.
099400 4700-EXIT.
099500     EXIT.

099600*================================================================*
099700*  4750-ROLL-TOTALS / 4780-CLEAR-TOTALS
099800*  Adds level CH-LVL into the level above it; clears CH-LVL.
099900*================================================================*
100000 4750-ROLL-TOTALS.
100100     COMPUTE CH-LVL-UP = CH-LVL + 1
100200     ADD CH-TOT-SESSIONS (CH-LVL)   TO CH-TOT-SESSIONS (CH-LVL-UP)
100300     ADD CH-TOT-WON (CH-LVL)        TO CH-TOT-WON (CH-LVL-UP)
100400     ADD CH-TOT-GUESSES (CH-LVL)    TO CH-TOT-GUESSES (CH-LVL-UP)
100500     ADD CH-TOT-WASTED (CH-LVL)     TO CH-TOT-WASTED (CH-LVL-UP)
100600     ADD CH-TOT-REPEATED (CH-LVL)
100700       TO CH-TOT-REPEATED (CH-LVL-UP)
100800     ADD CH-TOT-PROCHE (CH-LVL)     TO CH-TOT-PROCHE (CH-LVL-UP)
100900     ADD CH-TOT-PROCHE-WON (CH-LVL)
101000       TO CH-TOT-PROCHE-WON (CH-LVL-UP)
101100     ADD CH-TOT-EFF-SUM (CH-LVL)    TO CH-TOT-EFF-SUM (CH-LVL-UP)
101200     ADD CH-TOT-EARLY-SUM (CH-LVL)
101300       TO CH-TOT-EARLY-SUM (CH-LVL-UP)
101400     ADD CH-TOT-EARLY-COUNT (CH-LVL)
101500       TO CH-TOT-EARLY-COUNT (CH-LVL-UP)
101600     ADD CH-TOT-LATE-SUM (CH-LVL)
101700       TO CH-TOT-LATE-SUM (CH-LVL-UP)
101800     ADD CH-TOT-LATE-COUNT (CH-LVL)
101900       TO CH-TOT-LATE-COUNT (CH-LVL-UP).
102000 4750-EXIT.
102100     EXIT.

102200 4780-CLEAR-TOTALS.
102300     MOVE ZERO TO CH-TOT-SESSIONS (CH-LVL)
102400     MOVE ZERO TO CH-TOT-WON (CH-LVL)
102500     MOVE ZERO TO CH-TOT-GUESSES (CH-LVL)
102600     MOVE ZERO TO CH-TOT-WASTED (CH-LVL)
102700     MOVE ZERO TO CH-TOT-REPEATED (CH-LVL)
102800     MOVE ZERO TO CH-TOT-PROCHE (CH-LVL)
102900     MOVE ZERO TO CH-TOT-PROCHE-WON (CH-LVL)
103000     MOVE ZERO TO CH-TOT-EFF-SUM (CH-LVL)
103100     MOVE ZERO TO CH-TOT-EARLY-SUM (CH-LVL)
103200     MOVE ZERO TO CH-TOT-EARLY-COUNT (CH-LVL)
103300     MOVE ZERO TO CH-TOT-LATE-SUM (CH-LVL)
103400     MOVE ZERO TO CH-TOT-LATE-COUNT (CH-LVL).
103500 4780-EXIT.
103600     EXIT.

103700 4800-PRINT-HEADINGS.
103800     ADD 1 TO CH-PAGE-COUNT
103900     MOVE CH-DATE-FROM  TO CH-HD1-FROM
104000     MOVE CH-DATE-TO    TO CH-HD1-TO
104100     MOVE CH-PAGE-COUNT TO CH-HD1-PAGE
104200     WRITE PRINT-RECORD FROM CH-HEAD-LINE-1
104300     MOVE SPACES TO PRINT-RECORD
104400     WRITE PRINT-RECORD
104500     WRITE PRINT-RECORD FROM CH-COL-LINE
104600     MOVE 3 TO CH-LINE-COUNT.
104700 4800-EXIT.
104800     EXIT.

104900*================================================================*
105000*  4900-WRITE-CHART-HEADER / 4950-WRITE-CHART-TRAILER
105100*  Header and labelled column record as PORTEXTR writes them;
105200*  the trailer carries the row count.
105300*================================================================*
105400 4900-WRITE-CHART-HEADER.
105500     MOVE SPACES TO CH-OUT-LINE
105600     STRING "H;STRATEGIE;"     DELIMITED BY SIZE
105700            CH-DATE-FROM       DELIMITED BY SIZE
105800            ";"                DELIMITED BY SIZE
105900            CH-DATE-TO         DELIMITED BY SIZE
106000       INTO CH-OUT-LINE
106100     WRITE CHART-RECORD FROM CH-OUT-LINE
106200     MOVE SPACES TO CH-OUT-LINE
106300     STRING "C;SESSION;ID;NOM;SERVICE;RANG;DATE;HEURE;"
106400                                             DELIMITED BY SIZE
106500            "RESULTAT;ESSAIS;IDEAL;GASPILLES;REPETES;"
106600                                             DELIMITED BY SIZE
106700            "PROCHE;EFFICACITE;EVENEMENT"    DELIMITED BY SIZE
106800       INTO CH-OUT-LINE
106900     WRITE CHART-RECORD FROM CH-OUT-LINE.
107000 4900-EXIT.
107100     EXIT.

107200 4950-WRITE-CHART-TRAILER.
107300     MOVE CH-CHART-COUNT TO CH-COUNT-EDIT
107400     MOVE SPACES TO CH-OUT-LINE
107500     STRING "T;"                         DELIMITED BY SIZE
107600            FUNCTION TRIM(CH-COUNT-EDIT) DELIMITED BY SIZE
107700       INTO CH-OUT-LINE
107800     WRITE CHART-RECORD FROM CH-OUT-LINE.
107900 4950-EXIT.
108000     EXIT.

108100*================================================================*
108200*  9500-REGISTER-END
108300*  Closes the run on the shared run-control journal.
108400*================================================================*
108500 9500-REGISTER-END.
108600     MOVE "E"               TO RL-FUNCTION
108700     MOVE CH-MEASURED-COUNT TO RL-RECORD-COUNT
108800     MOVE RETURN-CODE       TO RL-RETURN-CODE
108900     CALL "RUNLOG" USING RL-COMMAREA.
109000 9500-EXIT.
109100     EXIT.

