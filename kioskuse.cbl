000100*================================================================*
000200*  PROGRAM:     KIOSKUSE
000300*  FUNCTION:    Kiosk utilization and availability report for a
000400*               date range, by terminal and by hour of day.  The
000500*               GUESS-LOG is rolled up by session (terminal, date,
000600*               start time, player) and each session is matched
000700*               to its DAILY-STATS row: same date, terminal and
000800*               player, the first end time at or after the
000900*               session's last guess-log entry.  For each kiosk
001000*               and hour the report shows the sessions started,
001100*               won, abandoned, lost and left hanging, with the
001200*               average session length taken from the guess-log
001300*               timestamps; per kiosk it adds the busy and idle
001400*               time, the utilization rate, the longest idle gap
001500*               and the peak hour.  The last section lists the
001600*               hanging sessions - a checkpoint still on the
001700*               RESTART-FILE for a kiosk, or a guess-log session
001800*               that never reached the statistics file - which
001900*               point to a kiosk that crashed or was unplugged.
002000*-----------------------------------------------------------------
002100*  MAINTENANCE HISTORY
002200*  DATE        INIT  DESCRIPTION
002300*  2026-10-15  JMT   Initial version.
002400*================================================================*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    KIOSKUSE.
002700 AUTHOR.        J. M. TANGUAY.
002800 INSTALLATION.  EVENTS-KIOSK-TEAM.
002900 DATE-WRITTEN.  2026-10-15.
003000 DATE-COMPILED.

003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT KUP-FILE ASSIGN TO "KUPARM"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS KU-PARM-STATUS.

003700     SELECT GUESS-LOG ASSIGN TO "GUESSLOG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS KU-GLOG-STATUS.

004000     SELECT DAILY-STATS-FILE ASSIGN TO "STATSFILE"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS KU-STATS-STATUS.

004300     SELECT RESTART-FILE ASSIGN TO "RESTARTFILE"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS RESTART-TERMINAL-ID
004700         FILE STATUS IS KU-RESTART-STATUS.

004800     SELECT PRINT-FILE ASSIGN TO "KUPRINT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS KU-PRINT-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  KUP-FILE
005400     RECORDING MODE IS F.
005500     COPY KUPREC.

005600 FD  GUESS-LOG
005700     RECORDING MODE IS F.
005800     COPY GLOGREC.

005900 FD  DAILY-STATS-FILE
006000     RECORDING MODE IS F.
006100     COPY STATSREC.

006200 FD  RESTART-FILE.
006300     COPY RESTARTREC.

006400 FD  PRINT-FILE
006500     RECORDING MODE IS F.
006600 01  PRINT-RECORD                PIC X(80).

006700 WORKING-STORAGE SECTION.

006800 77  KU-PARM-STATUS          PIC X(02) VALUE "00".
006900 77  KU-GLOG-STATUS          PIC X(02) VALUE "00".
007000 77  KU-STATS-STATUS         PIC X(02) VALUE "00".
007100 77  KU-RESTART-STATUS       PIC X(02) VALUE "00".
007200 77  KU-PRINT-STATUS         PIC X(02) VALUE "00".

007300 77  KU-EOF-SW               PIC X(01) VALUE "N".
007400     88  KU-EOF                    VALUE "Y".

007500 77  KU-DATE-FROM            PIC 9(08) VALUE ZERO.
007600 77  KU-DATE-TO              PIC 9(08) VALUE ZERO.
007700 77  KU-IDLE-MINUTES         PIC 9(03) VALUE 30.
007800 77  KU-IDLE-LIMIT-SECS      PIC 9(07) COMP VALUE ZERO.

007900 77  KU-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
008000 77  KU-SES-DROPPED-COUNT    PIC 9(05) COMP VALUE ZERO.
008100 77  KU-STA-DROPPED-COUNT    PIC 9(05) COMP VALUE ZERO.
008200 77  KU-TRM-DROPPED-COUNT    PIC 9(05) COMP VALUE ZERO.
008300 77  KU-HANGING-COUNT        PIC 9(05) COMP VALUE ZERO.
008400 77  KU-CHECKPOINT-COUNT     PIC 9(05) COMP VALUE ZERO.
008500 77  KU-STARTED-COUNT        PIC 9(07) COMP VALUE ZERO.

008600 77  KU-IX1                  PIC 9(04) COMP VALUE ZERO.
008700 77  KU-IX2                  PIC 9(04) COMP VALUE ZERO.
008750 77  KU-IX3                  PIC 9(04) COMP VALUE ZERO.
008800 77  KU-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
008900 77  KU-TRM-IX               PIC 9(04) COMP VALUE ZERO.
009000 77  KU-HR-IX                PIC 9(04) COMP VALUE ZERO.
009100 77  KU-PEAK-IX              PIC 9(04) COMP VALUE ZERO.
009200 77  KU-PREV-IX              PIC 9(04) COMP VALUE ZERO.

009300 77  KU-SESSION-MAX          PIC 9(04) COMP VALUE 2000.
009400 77  KU-STATS-MAX            PIC 9(04) COMP VALUE 2000.
009500 77  KU-TERMINAL-MAX         PIC 9(04) COMP VALUE 20.
009600 77  KU-ALL-IX               PIC 9(04) COMP VALUE 21.

009700 77  KU-WORK-TERMINAL        PIC X(04) VALUE SPACES.
009800 77  KU-HOUR                 PIC 9(02) VALUE ZERO.

009900*    Time-of-day arithmetic: HHMMSScc times become seconds
010000*    since midnight through KU-TIME-WORK.
010100 01  KU-TIME-WORK.
010200     05  KU-TW-HH                PIC 9(02).
010300     05  KU-TW-MM                PIC 9(02).
010400     05  KU-TW-SS                PIC 9(02).
010500     05  KU-TW-CC                PIC 9(02).
010600 01  KU-TIME-WORK-N REDEFINES KU-TIME-WORK
010700                                 PIC 9(08).

010800 77  KU-SECONDS              PIC 9(05) VALUE ZERO.
010900 77  KU-START-SECS           PIC 9(05) VALUE ZERO.
011000 77  KU-END-SECS             PIC 9(05) VALUE ZERO.
011100 77  KU-PREV-END-SECS        PIC 9(05) VALUE ZERO.
011200 77  KU-LENGTH-SECS          PIC S9(07) VALUE ZERO.
011300 77  KU-GAP-SECS             PIC S9(07) VALUE ZERO.
011400 77  KU-DURATION-SECS        PIC 9(09) VALUE ZERO.
011500 77  KU-DURATION-HOURS       PIC 9(05) VALUE ZERO.
011600 77  KU-DURATION-MINUTES     PIC 9(05) VALUE ZERO.
011700 77  KU-DURATION-REST        PIC 9(05) VALUE ZERO.
011800 77  KU-RATE-WORK            PIC 9(03) VALUE ZERO.
011900 77  KU-STARTED-WORK         PIC 9(05) VALUE ZERO.
012000 77  KU-PEAK-STARTED         PIC 9(05) VALUE ZERO.

012100 77  KU-CNT-EDIT             PIC ZZZZ9.
012200 77  KU-HOURS-EDIT           PIC ZZZZ9.
012300 77  KU-MINUTES-EDIT         PIC 99.
012400 77  KU-AVG-MIN-EDIT         PIC ZZ9.
012500 77  KU-AVG-SEC-EDIT         PIC 99.

012600*    One slot per guess-log session.  KU-SES-STATS-IX points at
012700*    the matched statistics row; zero means none was found and
012800*    the session was left hanging.
012900 01  KU-SESSION-TABLE.
013000     05  KU-SESSION-COUNT        PIC 9(04) COMP VALUE ZERO.
013100     05  KU-SESSION-ENTRY OCCURS 2000 TIMES.
013200         10  KU-SES-TERMINAL     PIC X(04).
013300         10  KU-SES-DATE         PIC 9(08).
013400         10  KU-SES-TIME         PIC 9(08).
013500         10  KU-SES-EMPLOYEE-ID  PIC X(06).
013600         10  KU-SES-GUESSES      PIC 9(05).
013700         10  KU-SES-LAST-TIME    PIC 9(08).
013800         10  KU-SES-STATS-IX     PIC 9(04).

013900 01  KU-SWAP-ENTRY               PIC X(43).

014000 01  KU-STATS-TABLE.
014100     05  KU-STATS-COUNT          PIC 9(04) COMP VALUE ZERO.
014200     05  KU-STATS-ENTRY OCCURS 2000 TIMES.
014300         10  KU-STA-DATE         PIC 9(08).
014400         10  KU-STA-TIME         PIC 9(08).
014500         10  KU-STA-TERMINAL     PIC X(04).
014600         10  KU-STA-EMPLOYEE-ID  PIC X(06).
014700         10  KU-STA-OUTCOME      PIC X(01).
014800             88  KU-STA-WON            VALUE "W".
014900             88  KU-STA-ABANDONED      VALUE "A".
015000             88  KU-STA-LOST           VALUE "L".
015100         10  KU-STA-MATCHED-SW   PIC X(01).
015200             88  KU-STA-MATCHED        VALUE "Y".

015300*    One slot per kiosk, the last (KU-ALL-IX) holding all kiosks
015400*    together.  Hour 1 is 00h to 01h.  The length figures cover
015500*    the sessions with both a start and a statistics row.
015600 01  KU-TERMINAL-TABLE.
015700     05  KU-TERMINAL-COUNT       PIC 9(04) COMP VALUE ZERO.
015800     05  KU-TERMINAL-ENTRY OCCURS 21 TIMES.
015900         10  KU-TRM-ID           PIC X(04).
016000         10  KU-TRM-BUSY-SECS    PIC 9(09) COMP.
016100         10  KU-TRM-IDLE-SECS    PIC 9(09) COMP.
016200         10  KU-TRM-IDLE-OVER    PIC 9(05) COMP.
016300         10  KU-TRM-LONG-GAP     PIC 9(07) COMP.
016400         10  KU-TRM-LONG-DATE    PIC 9(08).
016500         10  KU-TRM-LONG-TIME    PIC 9(08).
016600         10  KU-TRM-HOUR OCCURS 24 TIMES.
016700             15  KU-HR-WON       PIC 9(05) COMP.
016800             15  KU-HR-ABANDONED PIC 9(05) COMP.
016900             15  KU-HR-LOST      PIC 9(05) COMP.
017000             15  KU-HR-HANGING   PIC 9(05) COMP.
017100             15  KU-HR-LEN-SUM   PIC 9(09) COMP.
017200             15  KU-HR-LEN-COUNT PIC 9(05) COMP.

017300 01  KU-TOTAL-HOUR.
017400     05  KU-TOT-WON              PIC 9(05) COMP.
017500     05  KU-TOT-ABANDONED        PIC 9(05) COMP.
017600     05  KU-TOT-LOST             PIC 9(05) COMP.
017700     05  KU-TOT-HANGING          PIC 9(05) COMP.
017800     05  KU-TOT-LEN-SUM          PIC 9(09) COMP.
017900     05  KU-TOT-LEN-COUNT        PIC 9(05) COMP.

018000 77  KU-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
018100 77  KU-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
018200 77  KU-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.

018300 01  KU-HEAD-LINE-1.
018400     05  FILLER                  PIC X(30)
018500         VALUE "PLUS OU MOINS - UTILISATION DE".
018600     05  FILLER                  PIC X(12) VALUE "S BORNES DU ".
018700     05  KU-HD1-FROM             PIC 9(08).
018800     05  FILLER                  PIC X(04) VALUE " AU ".
018900     05  KU-HD1-TO               PIC 9(08).
019000     05  FILLER                  PIC X(05) VALUE SPACES.
019100     05  FILLER                  PIC X(05) VALUE "PAGE ".
019200     05  KU-HD1-PAGE             PIC ZZZ9.
019300     05  FILLER                  PIC X(04) VALUE SPACES.

019400 01  KU-TERMINAL-LINE.
019500     05  FILLER                  PIC X(08) VALUE "BORNE : ".
019600     05  KU-TRL-ID               PIC X(20).
019700     05  FILLER                  PIC X(52) VALUE SPACES.

019800 01  KU-COL-LINE.
019900     05  FILLER                  PIC X(08) VALUE "  HEURE".
020000     05  FILLER                  PIC X(10) VALUE "  DEBUTEES".
020100     05  FILLER                  PIC X(09) VALUE "  GAGNEES".
020200     05  FILLER                  PIC X(10) VALUE " ABANDONS".
020300     05  FILLER                  PIC X(09) VALUE "  PERDUES".
020400     05  FILLER                  PIC X(11) VALUE "  SUSPENDUS".
020500     05  FILLER                  PIC X(13) VALUE "  DUREE MOY.".
020600     05  FILLER                  PIC X(10) VALUE SPACES.

020700 01  KU-HOUR-LINE.
020800     05  FILLER                  PIC X(02) VALUE SPACES.
020900     05  KU-HRL-LABEL            PIC X(05).
021000     05  FILLER                  PIC X(04) VALUE SPACES.
021100     05  KU-HRL-STARTED          PIC ZZZZZ9.
021200     05  FILLER                  PIC X(03) VALUE SPACES.
021300     05  KU-HRL-WON              PIC ZZZZZ9.
021400     05  FILLER                  PIC X(04) VALUE SPACES.
021500     05  KU-HRL-ABANDONED        PIC ZZZZZ9.
021600     05  FILLER                  PIC X(03) VALUE SPACES.
021700     05  KU-HRL-LOST             PIC ZZZZZ9.
021800     05  FILLER                  PIC X(05) VALUE SPACES.
021900     05  KU-HRL-HANGING          PIC ZZZZZ9.
022000     05  FILLER                  PIC X(06) VALUE SPACES.
022100     05  KU-HRL-AVG-MIN          PIC X(03).
022200     05  FILLER                  PIC X(01) VALUE ":".
022300     05  KU-HRL-AVG-SEC          PIC X(02).
022400     05  FILLER                  PIC X(12) VALUE SPACES.

022500 01  KU-BUSY-LINE.
022600     05  FILLER                  PIC X(16)
022700         VALUE "  TEMPS ACTIF : ".
022800     05  KU-BSY-BUSY             PIC X(08).
022900     05  FILLER                  PIC X(12) VALUE "  INACTIF : ".
023000     05  KU-BSY-IDLE             PIC X(08).
023100     05  FILLER                  PIC X(22)
023200         VALUE "  TAUX D'OCCUPATION : ".
023300     05  KU-BSY-RATE             PIC ZZ9.
023400     05  FILLER                  PIC X(02) VALUE " %".
023500     05  FILLER                  PIC X(09) VALUE SPACES.

023600 01  KU-PEAK-LINE.
023700     05  FILLER                  PIC X(20)
023800         VALUE "  HEURE DE POINTE : ".
023900     05  KU-PEK-HOUR             PIC X(05).
024000     05  FILLER                  PIC X(02) VALUE " (".
024100     05  KU-PEK-STARTED          PIC ZZZZ9.
024200     05  FILLER                  PIC X(10) VALUE " SESSIONS)".
024300     05  FILLER                  PIC X(38) VALUE SPACES.

024400 01  KU-GAP-LINE.
024500     05  FILLER                  PIC X(26)
024600         VALUE "  PLUS LONGUE INACTIVITE: ".
024700     05  KU-GAP-LENGTH           PIC X(08).
024800     05  FILLER                  PIC X(04) VALUE " LE ".
024900     05  KU-GAP-DATE             PIC 9(08).
025000     05  FILLER                  PIC X(03) VALUE " A ".
025100     05  KU-GAP-TIME             PIC 9(06).
025200     05  FILLER                  PIC X(08) VALUE "  PLUS: ".
025300     05  KU-GAP-OVER             PIC ZZZZ9.
025400     05  FILLER                  PIC X(12) VALUE " LONGUES".

025500 01  KU-RESTART-LINE.
025600     05  FILLER                  PIC X(20)
025700         VALUE "  POINT DE REPRISE  ".
025800     05  FILLER                  PIC X(06) VALUE "BORNE ".
025900     05  KU-RSL-TERMINAL         PIC X(04).
026000     05  FILLER                  PIC X(08) VALUE " JOUEUR ".
026100     05  KU-RSL-EMPLOYEE-ID      PIC X(06).
026200     05  FILLER                  PIC X(07) VALUE " DEBUT ".
026300     05  KU-RSL-TIME             PIC X(06).
026400     05  FILLER                  PIC X(08) VALUE " ESSAIS ".
026500     05  KU-RSL-ATTEMPTS         PIC ZZZZ9.
026600     05  FILLER                  PIC X(10) VALUE SPACES.

026700 01  KU-HANGING-LINE.
026800     05  FILLER                  PIC X(20)
026900         VALUE "  JOURNAL SANS STAT ".
027000     05  FILLER                  PIC X(06) VALUE "BORNE ".
027100     05  KU-HGL-TERMINAL         PIC X(04).
027200     05  FILLER                  PIC X(08) VALUE " JOUEUR ".
027300     05  KU-HGL-EMPLOYEE-ID      PIC X(06).
027400     05  FILLER                  PIC X(01) VALUE SPACE.
027500     05  KU-HGL-DATE             PIC 9(08).
027600     05  FILLER                  PIC X(01) VALUE SPACE.
027700     05  KU-HGL-TIME             PIC 9(06).
027800     05  FILLER                  PIC X(01) VALUE "-".
027900     05  KU-HGL-LAST-TIME        PIC 9(06).
028000     05  FILLER                  PIC X(08) VALUE " ESSAIS ".
028100     05  KU-HGL-GUESSES          PIC ZZZZ9.

028200 01  KU-COUNT-LINE.
028300     05  KU-CNT-LABEL            PIC X(41).
028400     05  KU-CNT-VALUE            PIC ZZZZZZ9.
028500     05  FILLER                  PIC X(32) VALUE SPACES.

028600 77  KU-DURATION-TEXT        PIC X(08) VALUE SPACES.

028700     COPY RUNLREC.

028800 PROCEDURE DIVISION.

028900*================================================================*
029000*  0000-MAINLINE
029100*  Loads the range's guess-log sessions and statistics rows,
029200*  pairs them, posts every session to its kiosk and hour, then
029300*  prints the report.  The guess log and the statistics file are
029400*  both required; the restart file is optional.
029500*================================================================*
029600 0000-MAINLINE.
029700     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT
029750     COMPUTE KU-IDLE-LIMIT-SECS = KU-IDLE-MINUTES * 60
029800     PERFORM 1500-REGISTER-START THRU 1500-EXIT
029900     PERFORM 2000-LOAD-GUESS-LOG THRU 2000-EXIT
030000     IF KU-GLOG-STATUS NOT = "00"
030100         GO TO 0000-MAINLINE-EXIT
030200     END-IF
030300     PERFORM 2500-LOAD-STATS THRU 2500-EXIT
030400     IF KU-STATS-STATUS NOT = "00"
030500         GO TO 0000-MAINLINE-EXIT
030600     END-IF
030700     PERFORM 3500-SORT-SESSIONS THRU 3500-EXIT
030800     PERFORM 3000-MATCH-SESSIONS THRU 3000-EXIT
030900     MOVE KU-ALL-IX TO KU-TRM-IX
031000     PERFORM 4550-CLEAR-TERMINAL THRU 4550-EXIT
031100     MOVE "*ALL" TO KU-TRM-ID (KU-ALL-IX)
031200     PERFORM 4000-POST-SESSIONS THRU 4000-EXIT
031300     PERFORM 4300-POST-UNMATCHED-STATS THRU 4300-EXIT
031400     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
031500 0000-MAINLINE-EXIT.
031600     PERFORM 9500-REGISTER-END THRU 9500-EXIT
031700     STOP RUN.

031800*================================================================*
031900*  1000-LOAD-CONTROL
032000*  KUP-FILE is optional - when it is absent or empty the run
032100*  reports today with a 30-minute idle threshold.
032200*================================================================*
032300 1000-LOAD-CONTROL.
032400     MOVE FUNCTION CURRENT-DATE(1:8) TO KU-DATE-FROM
032500     MOVE KU-DATE-FROM TO KU-DATE-TO
032600     OPEN INPUT KUP-FILE
032700     IF KU-PARM-STATUS NOT = "00"
032800         GO TO 1000-EXIT
032900     END-IF
033000     READ KUP-FILE
033100         AT END
033200             GO TO 1000-CLOSE
033300     END-READ
033400     IF KUP-DATE-FROM IS NUMERIC
033500        AND KUP-DATE-FROM > ZERO
033600         MOVE KUP-DATE-FROM TO KU-DATE-FROM
033700         MOVE KUP-DATE-FROM TO KU-DATE-TO
033800     END-IF
033900     IF KUP-DATE-TO IS NUMERIC
034000        AND KUP-DATE-TO >= KU-DATE-FROM
034100         MOVE KUP-DATE-TO TO KU-DATE-TO
034200     END-IF
034300     IF KUP-IDLE-MINUTES IS NUMERIC
034400        AND KUP-IDLE-MINUTES > ZERO
034500         MOVE KUP-IDLE-MINUTES TO KU-IDLE-MINUTES
034600     END-IF.
034700 1000-CLOSE.
034800     CLOSE KUP-FILE.
034900 1000-EXIT.
035100     EXIT.

035200 1500-REGISTER-START.
035300     MOVE "S"               TO RL-FUNCTION
035400     MOVE "KIOSKUSE"        TO RL-PROGRAM-ID
035500     MOVE KU-DATE-TO        TO RL-BUSINESS-DATE
035600     MOVE SPACE             TO RL-RUN-MODE
035700     MOVE ZERO              TO RL-RECORD-COUNT
035800     MOVE RETURN-CODE       TO RL-RETURN-CODE
035900     MOVE "N"               TO RL-OVERRIDE-FLAG
036000     CALL "RUNLOG" USING RL-COMMAREA.
036100 1500-EXIT.
036200     EXIT.

036300*================================================================*
036400*  2000-LOAD-GUESS-LOG / 2100-LOAD-ONE-GLOG / 2150-MATCH-SESSION
036500*  One pass over the guess log: the range's rows, rejected
036600*  entries included, are rolled up by terminal and session id,
036700*  keeping the latest entry time as the session's end.
036800*================================================================*
036900 2000-LOAD-GUESS-LOG.
037000     MOVE "N" TO KU-EOF-SW
037100     OPEN INPUT GUESS-LOG
037200     IF KU-GLOG-STATUS NOT = "00"
037300         DISPLAY "GUESS-LOG introuvable - rapport annule"
037400         MOVE 8 TO RETURN-CODE
037500         GO TO 2000-EXIT
037600     END-IF
037700     PERFORM 2100-LOAD-ONE-GLOG THRU 2100-EXIT
037800         UNTIL KU-EOF
037900     CLOSE GUESS-LOG.
038000 2000-EXIT.
038100     EXIT.

038200 2100-LOAD-ONE-GLOG.
038300     READ GUESS-LOG
038400         AT END
038500             SET KU-EOF TO TRUE
038600             GO TO 2100-EXIT
038700     END-READ
038800     IF GLOG-SESSION-DATE < KU-DATE-FROM
038900        OR GLOG-SESSION-DATE > KU-DATE-TO
039000         GO TO 2100-EXIT
039100     END-IF
039200     ADD 1 TO KU-READ-COUNT
039300     MOVE ZERO TO KU-FOUND-IX
039400     PERFORM 2150-MATCH-SESSION THRU 2150-EXIT
039500         VARYING KU-IX1 FROM 1 BY 1
039600         UNTIL KU-IX1 > KU-SESSION-COUNT
039700            OR KU-FOUND-IX > ZERO
039800     IF KU-FOUND-IX = ZERO
039900         IF KU-SESSION-COUNT >= KU-SESSION-MAX
040000             ADD 1 TO KU-SES-DROPPED-COUNT
040100             GO TO 2100-EXIT
040200         END-IF
040300         ADD 1 TO KU-SESSION-COUNT
040400         MOVE KU-SESSION-COUNT TO KU-FOUND-IX
040500         MOVE GLOG-TERMINAL-ID
040600           TO KU-SES-TERMINAL (KU-FOUND-IX)
040700         MOVE GLOG-SESSION-DATE
040800           TO KU-SES-DATE (KU-FOUND-IX)
040900         MOVE GLOG-SESSION-TIME
041000           TO KU-SES-TIME (KU-FOUND-IX)
041100         MOVE GLOG-EMPLOYEE-ID
041200           TO KU-SES-EMPLOYEE-ID (KU-FOUND-IX)
041300         MOVE ZERO TO KU-SES-GUESSES (KU-FOUND-IX)
041400         MOVE GLOG-SESSION-TIME
041500           TO KU-SES-LAST-TIME (KU-FOUND-IX)
041600         MOVE ZERO TO KU-SES-STATS-IX (KU-FOUND-IX)
041700     END-IF
041800     IF GLOG-ACCEPTED
041900        AND NOT GLOG-HINT-ABANDON
042000         ADD 1 TO KU-SES-GUESSES (KU-FOUND-IX)
042100     END-IF
042200     IF GLOG-LOG-TIME IS NUMERIC
042300        AND GLOG-LOG-TIME > KU-SES-LAST-TIME (KU-FOUND-IX)
042400         MOVE GLOG-LOG-TIME TO KU-SES-LAST-TIME (KU-FOUND-IX)
042500     END-IF.
042600 2100-EXIT.
042700     EXIT.

042800 2150-MATCH-SESSION.
042900     IF KU-SES-DATE (KU-IX1) = GLOG-SESSION-DATE
043000        AND KU-SES-TIME (KU-IX1) = GLOG-SESSION-TIME
043100        AND KU-SES-TERMINAL (KU-IX1) = GLOG-TERMINAL-ID
043200        AND KU-SES-EMPLOYEE-ID (KU-IX1) = GLOG-EMPLOYEE-ID
043300         MOVE KU-IX1 TO KU-FOUND-IX
043400     END-IF.
043500 2150-EXIT.
043600     EXIT.

043700*================================================================*
043800*  2500-LOAD-STATS / 2600-LOAD-ONE-STATS
043900*  The range's statistics rows, one per game that finished.
044000*================================================================*
044100 2500-LOAD-STATS.
044200     MOVE "N" TO KU-EOF-SW
044300     OPEN INPUT DAILY-STATS-FILE
044400     IF KU-STATS-STATUS NOT = "00"
044500         DISPLAY "STATSFILE introuvable - rapport annule"
044600         MOVE 8 TO RETURN-CODE
044700         GO TO 2500-EXIT
044800     END-IF
044900     PERFORM 2600-LOAD-ONE-STATS THRU 2600-EXIT
045000         UNTIL KU-EOF
045100     CLOSE DAILY-STATS-FILE.
045200 2500-EXIT.
045300     EXIT.

045400 2600-LOAD-ONE-STATS.
045500     READ DAILY-STATS-FILE
045600         AT END
045700             SET KU-EOF TO TRUE
045800             GO TO 2600-EXIT
045900     END-READ
046000     IF STATS-RUN-DATE < KU-DATE-FROM
046100        OR STATS-RUN-DATE > KU-DATE-TO
046200         GO TO 2600-EXIT
046300     END-IF
046400     IF KU-STATS-COUNT >= KU-STATS-MAX
046500         ADD 1 TO KU-STA-DROPPED-COUNT
046600         GO TO 2600-EXIT
046700     END-IF
046800     ADD 1 TO KU-STATS-COUNT
046900     MOVE STATS-RUN-DATE     TO KU-STA-DATE (KU-STATS-COUNT)
047000     MOVE STATS-RUN-TIME     TO KU-STA-TIME (KU-STATS-COUNT)
047100     MOVE STATS-TERMINAL-ID  TO KU-STA-TERMINAL (KU-STATS-COUNT)
047200     MOVE STATS-EMPLOYEE-ID
047300       TO KU-STA-EMPLOYEE-ID (KU-STATS-COUNT)
047400     MOVE STATS-OUTCOME-FLAG TO KU-STA-OUTCOME (KU-STATS-COUNT)
047500     MOVE "N" TO KU-STA-MATCHED-SW (KU-STATS-COUNT).
047600 2600-EXIT.
047700     EXIT.

047800*================================================================*
047900*  3000-MATCH-SESSIONS / 3100-MATCH-ONE-SESSION /
048000*  3150-TRY-STATS-ROW
048100*  Sessions are taken in kiosk and start-time order, and each
048200*  claims the earliest unclaimed statistics row of its date,
048300*  kiosk and player that ends no earlier than its last guess-
048400*  log entry - the statistics row is written after the last
048500*  guess when the game finishes.
048600*================================================================*
048700 3000-MATCH-SESSIONS.
048800     PERFORM 3100-MATCH-ONE-SESSION THRU 3100-EXIT
048900         VARYING KU-IX1 FROM 1 BY 1
049000         UNTIL KU-IX1 > KU-SESSION-COUNT.
049100 3000-EXIT.
049200     EXIT.

049300 3100-MATCH-ONE-SESSION.
049400     MOVE ZERO TO KU-FOUND-IX
049500     PERFORM 3150-TRY-STATS-ROW THRU 3150-EXIT
049600         VARYING KU-IX2 FROM 1 BY 1
049700         UNTIL KU-IX2 > KU-STATS-COUNT
049800     IF KU-FOUND-IX > ZERO
049900         MOVE KU-FOUND-IX TO KU-SES-STATS-IX (KU-IX1)
050000         MOVE "Y" TO KU-STA-MATCHED-SW (KU-FOUND-IX)
050100     END-IF.
050200 3100-EXIT.
050300     EXIT.

050400 3150-TRY-STATS-ROW.
050500     IF KU-STA-MATCHED (KU-IX2)
050600        OR KU-STA-DATE (KU-IX2) NOT = KU-SES-DATE (KU-IX1)
050700        OR KU-STA-TERMINAL (KU-IX2) NOT =
050800           KU-SES-TERMINAL (KU-IX1)
050900        OR KU-STA-EMPLOYEE-ID (KU-IX2) NOT =
051000           KU-SES-EMPLOYEE-ID (KU-IX1)
051100        OR KU-STA-TIME (KU-IX2) < KU-SES-LAST-TIME (KU-IX1)
051200         GO TO 3150-EXIT
051300     END-IF
051400     IF KU-FOUND-IX = ZERO
051500         MOVE KU-IX2 TO KU-FOUND-IX
051600         GO TO 3150-EXIT
051700     END-IF
051800     IF KU-STA-TIME (KU-IX2) < KU-STA-TIME (KU-FOUND-IX)
051900         MOVE KU-IX2 TO KU-FOUND-IX
052000     END-IF.
052100 3150-EXIT.
052200     EXIT.

052300*================================================================*
052400*  3500-SORT-SESSIONS / 3600-SORT-PASS /
052500*  3700-COMPARE-ADJACENT / 3800-SWAP-ENTRIES
052600*  Straight exchange sort into kiosk, date and start-time
052700*  order, for the matching and for the idle-gap measure.
052800*================================================================*
052900 3500-SORT-SESSIONS.
053000     IF KU-SESSION-COUNT < 2
053100         GO TO 3500-EXIT
053200     END-IF
053300     PERFORM 3600-SORT-PASS THRU 3600-EXIT
053400         VARYING KU-IX1 FROM 1 BY 1
053500         UNTIL KU-IX1 >= KU-SESSION-COUNT.
053600 3500-EXIT.
053700     EXIT.

053800 3600-SORT-PASS.
053900     PERFORM 3700-COMPARE-ADJACENT THRU 3700-EXIT
054000         VARYING KU-IX2 FROM 1 BY 1
054100         UNTIL KU-IX2 > KU-SESSION-COUNT - KU-IX1.
054200 3600-EXIT.
054300     EXIT.

054400 3700-COMPARE-ADJACENT.
054500     IF KU-SES-TERMINAL (KU-IX2) < KU-SES-TERMINAL (KU-IX2 + 1)
054600         GO TO 3700-EXIT
054700     END-IF
054800     IF KU-SES-TERMINAL (KU-IX2) > KU-SES-TERMINAL (KU-IX2 + 1)
054900         PERFORM 3800-SWAP-ENTRIES THRU 3800-EXIT
055000         GO TO 3700-EXIT
055100     END-IF
055200     IF KU-SES-DATE (KU-IX2) > KU-SES-DATE (KU-IX2 + 1)
055300      OR (KU-SES-DATE (KU-IX2) = KU-SES-DATE (KU-IX2 + 1)
055400         AND KU-SES-TIME (KU-IX2) > KU-SES-TIME (KU-IX2 + 1))
055500         PERFORM 3800-SWAP-ENTRIES THRU 3800-EXIT
055600     END-IF.
055700 3700-EXIT.
055800     EXIT.

055900 3800-SWAP-ENTRIES.
056000     MOVE KU-SESSION-ENTRY (KU-IX2)     TO KU-SWAP-ENTRY
056100     MOVE KU-SESSION-ENTRY (KU-IX2 + 1)
056200       TO KU-SESSION-ENTRY (KU-IX2)
056300     MOVE KU-SWAP-ENTRY TO KU-SESSION-ENTRY (KU-IX2 + 1).
056400 3800-EXIT.
056500     EXIT.

056600*================================================================*
056700*  4000-POST-SESSIONS / 4100-POST-ONE-SESSION
056800*  Each session counts in the hour it started, under the
056900*  outcome of its statistics row or as hanging.  Its length
057000*  (start to last guess-log entry) is busy time for the kiosk;
057100*  the pause since the kiosk's previous session the same day
057200*  is idle time.  Only finished sessions feed the average
057300*  length, so a kiosk left hanging overnight does not skew it.
057400*================================================================*
057500 4000-POST-SESSIONS.
057600     MOVE ZERO TO KU-PREV-IX
057700     PERFORM 4100-POST-ONE-SESSION THRU 4100-EXIT
057800         VARYING KU-IX1 FROM 1 BY 1
057900         UNTIL KU-IX1 > KU-SESSION-COUNT.
058000 4000-EXIT.
058100     EXIT.

058200 4100-POST-ONE-SESSION.
058300     MOVE KU-SES-TERMINAL (KU-IX1) TO KU-WORK-TERMINAL
058400     PERFORM 4500-FIND-TERMINAL THRU 4500-EXIT
058500     IF KU-TRM-IX = ZERO
058600         GO TO 4100-EXIT
058700     END-IF
058800     MOVE KU-SES-TIME (KU-IX1) TO KU-TIME-WORK-N
058900     MOVE KU-TW-HH TO KU-HOUR
059000     PERFORM 4600-TIME-TO-SECONDS THRU 4600-EXIT
059100     MOVE KU-SECONDS TO KU-START-SECS
059200     MOVE KU-SES-LAST-TIME (KU-IX1) TO KU-TIME-WORK-N
059300     PERFORM 4600-TIME-TO-SECONDS THRU 4600-EXIT
059400     MOVE KU-SECONDS TO KU-END-SECS
059500     COMPUTE KU-LENGTH-SECS = KU-END-SECS - KU-START-SECS
059600     IF KU-LENGTH-SECS < ZERO
059700         ADD 86400 TO KU-LENGTH-SECS
059800     END-IF
059900     COMPUTE KU-HR-IX = KU-HOUR + 1
060000     MOVE ZERO TO KU-FOUND-IX
060100     IF KU-SES-STATS-IX (KU-IX1) > ZERO
060200         MOVE KU-SES-STATS-IX (KU-IX1) TO KU-FOUND-IX
060300     END-IF
060400     PERFORM 4200-POST-TO-HOUR THRU 4200-EXIT
060500     MOVE KU-ALL-IX TO KU-TRM-IX
060600     PERFORM 4200-POST-TO-HOUR THRU 4200-EXIT
060700     MOVE KU-SES-TERMINAL (KU-IX1) TO KU-WORK-TERMINAL
060800     PERFORM 4500-FIND-TERMINAL THRU 4500-EXIT
060900     ADD KU-LENGTH-SECS TO KU-TRM-BUSY-SECS (KU-TRM-IX)
061000     ADD KU-LENGTH-SECS TO KU-TRM-BUSY-SECS (KU-ALL-IX)
061100     IF KU-PREV-IX > ZERO
061200        AND KU-SES-TERMINAL (KU-PREV-IX) =
061300            KU-SES-TERMINAL (KU-IX1)
061400        AND KU-SES-DATE (KU-PREV-IX) = KU-SES-DATE (KU-IX1)
061500         PERFORM 4150-POST-IDLE-GAP THRU 4150-EXIT
061600     END-IF
061700     MOVE KU-END-SECS TO KU-PREV-END-SECS
061800     MOVE KU-IX1 TO KU-PREV-IX.
061900 4100-EXIT.
062000     EXIT.

062100*================================================================*
062200*  4150-POST-IDLE-GAP
062300*  The pause between the previous session's last entry and
062400*  this session's start on the same kiosk and day.  Overlap
062500*  (a resumed session) is no pause at all.
062600*================================================================*
062700 4150-POST-IDLE-GAP.
062800     COMPUTE KU-GAP-SECS = KU-START-SECS - KU-PREV-END-SECS
062900     IF KU-GAP-SECS <= ZERO
063000         GO TO 4150-EXIT
063100     END-IF
063200     ADD KU-GAP-SECS TO KU-TRM-IDLE-SECS (KU-TRM-IX)
063300     ADD KU-GAP-SECS TO KU-TRM-IDLE-SECS (KU-ALL-IX)
063400     IF KU-GAP-SECS >= KU-IDLE-LIMIT-SECS
063500         ADD 1 TO KU-TRM-IDLE-OVER (KU-TRM-IX)
063600         ADD 1 TO KU-TRM-IDLE-OVER (KU-ALL-IX)
063700     END-IF
063800     IF KU-GAP-SECS > KU-TRM-LONG-GAP (KU-TRM-IX)
063900         MOVE KU-GAP-SECS TO KU-TRM-LONG-GAP (KU-TRM-IX)
064000         MOVE KU-SES-DATE (KU-PREV-IX)
064100           TO KU-TRM-LONG-DATE (KU-TRM-IX)
064200         MOVE KU-SES-LAST-TIME (KU-PREV-IX)
064300           TO KU-TRM-LONG-TIME (KU-TRM-IX)
064400     END-IF
064500     IF KU-GAP-SECS > KU-TRM-LONG-GAP (KU-ALL-IX)
064600         MOVE KU-GAP-SECS TO KU-TRM-LONG-GAP (KU-ALL-IX)
064700         MOVE KU-SES-DATE (KU-PREV-IX)
064800           TO KU-TRM-LONG-DATE (KU-ALL-IX)
064900         MOVE KU-SES-LAST-TIME (KU-PREV-IX)
065000           TO KU-TRM-LONG-TIME (KU-ALL-IX)
065100     END-IF.
065200 4150-EXIT.
065300     EXIT.

065400*================================================================*
065500*  4200-POST-TO-HOUR
065600*  Counts the session in hour KU-HR-IX of kiosk KU-TRM-IX under
065700*  the outcome of statistics row KU-FOUND-IX, or as hanging when
065800*  it has none.
065900*================================================================*
066000 4200-POST-TO-HOUR.
066100     IF KU-FOUND-IX = ZERO
066200         ADD 1 TO KU-HR-HANGING (KU-TRM-IX, KU-HR-IX)
066300         GO TO 4200-EXIT
066400     END-IF
066500     IF KU-STA-WON (KU-FOUND-IX)
066600         ADD 1 TO KU-HR-WON (KU-TRM-IX, KU-HR-IX)
066700     END-IF
066800     IF KU-STA-ABANDONED (KU-FOUND-IX)
066900         ADD 1 TO KU-HR-ABANDONED (KU-TRM-IX, KU-HR-IX)
067000     END-IF
067100     IF KU-STA-LOST (KU-FOUND-IX)
067200         ADD 1 TO KU-HR-LOST (KU-TRM-IX, KU-HR-IX)
067300     END-IF
067400     ADD KU-LENGTH-SECS TO KU-HR-LEN-SUM (KU-TRM-IX, KU-HR-IX)
067500     ADD 1 TO KU-HR-LEN-COUNT (KU-TRM-IX, KU-HR-IX).
067600 4200-EXIT.
067700     EXIT.

067800*================================================================*
067900*  4300-POST-UNMATCHED-STATS / 4350-POST-ONE-STATS
068000*  A statistics row with no guess-log session (a run that
068100*  could not write its guess log) still counts as a game on
068200*  its kiosk, in the hour it ended; it has no length.
068300*================================================================*
068400 4300-POST-UNMATCHED-STATS.
068500     PERFORM 4350-POST-ONE-STATS THRU 4350-EXIT
068600         VARYING KU-IX2 FROM 1 BY 1
068700         UNTIL KU-IX2 > KU-STATS-COUNT.
068800 4300-EXIT.
068900     EXIT.

069000 4350-POST-ONE-STATS.
069100     IF KU-STA-MATCHED (KU-IX2)
069200         GO TO 4350-EXIT
069300     END-IF
069400     MOVE KU-STA-TERMINAL (KU-IX2) TO KU-WORK-TERMINAL
069500     PERFORM 4500-FIND-TERMINAL THRU 4500-EXIT
069600     IF KU-TRM-IX = ZERO
069700         GO TO 4350-EXIT
069800     END-IF
069900     MOVE KU-STA-TIME (KU-IX2) TO KU-TIME-WORK-N
070000     COMPUTE KU-HR-IX = KU-TW-HH + 1
070100     PERFORM 4380-COUNT-OUTCOME THRU 4380-EXIT
070200     MOVE KU-ALL-IX TO KU-TRM-IX
070300     PERFORM 4380-COUNT-OUTCOME THRU 4380-EXIT.
070400 4350-EXIT.
070500     EXIT.

070600 4380-COUNT-OUTCOME.
070700     IF KU-STA-WON (KU-IX2)
070800         ADD 1 TO KU-HR-WON (KU-TRM-IX, KU-HR-IX)
070900     END-IF
071000     IF KU-STA-ABANDONED (KU-IX2)
071100         ADD 1 TO KU-HR-ABANDONED (KU-TRM-IX, KU-HR-IX)
071200     END-IF
071300     IF KU-STA-LOST (KU-IX2)
071400         ADD 1 TO KU-HR-LOST (KU-TRM-IX, KU-HR-IX)
071500     END-IF.
071600 4380-EXIT.
071700     EXIT.

071800*================================================================*
071900*  4500-FIND-TERMINAL / 4520-MATCH-TERMINAL / 4550-CLEAR-TERMINAL
072000*  Looks KU-WORK-TERMINAL up in the kiosk table, adding it on
072100*  first sight; KU-TRM-IX is zero when the table is full.
072200*================================================================*
072300 4500-FIND-TERMINAL.
072400     MOVE ZERO TO KU-TRM-IX
072500     PERFORM 4520-MATCH-TERMINAL THRU 4520-EXIT
072600         VARYING KU-IX3 FROM 1 BY 1
072700         UNTIL KU-IX3 > KU-TERMINAL-COUNT
072800            OR KU-TRM-IX > ZERO
072900     IF KU-TRM-IX > ZERO
073000         GO TO 4500-EXIT
073100     END-IF
073200     IF KU-TERMINAL-COUNT >= KU-TERMINAL-MAX
073300         ADD 1 TO KU-TRM-DROPPED-COUNT
073400         GO TO 4500-EXIT
073500     END-IF
073600     ADD 1 TO KU-TERMINAL-COUNT
073700     MOVE KU-TERMINAL-COUNT TO KU-TRM-IX
073800     PERFORM 4550-CLEAR-TERMINAL THRU 4550-EXIT
073900     MOVE KU-WORK-TERMINAL TO KU-TRM-ID (KU-TRM-IX).
074000 4500-EXIT.
074100     EXIT.

074200 4520-MATCH-TERMINAL.
074300     IF KU-TRM-ID (KU-IX3) = KU-WORK-TERMINAL
074400         MOVE KU-IX3 TO KU-TRM-IX
074500     END-IF.
074600 4520-EXIT.
074700     EXIT.

074800 4550-CLEAR-TERMINAL.
074900     MOVE SPACES TO KU-TRM-ID (KU-TRM-IX)
075000     MOVE ZERO   TO KU-TRM-BUSY-SECS (KU-TRM-IX)
075100     MOVE ZERO   TO KU-TRM-IDLE-SECS (KU-TRM-IX)
075200     MOVE ZERO   TO KU-TRM-IDLE-OVER (KU-TRM-IX)
075300     MOVE ZERO   TO KU-TRM-LONG-GAP (KU-TRM-IX)
075400     MOVE ZERO   TO KU-TRM-LONG-DATE (KU-TRM-IX)
075500     MOVE ZERO   TO KU-TRM-LONG-TIME (KU-TRM-IX)
075600     PERFORM 4560-CLEAR-ONE-HOUR THRU 4560-EXIT
075700         VARYING KU-HR-IX FROM 1 BY 1
075800         UNTIL KU-HR-IX > 24.
075900 4550-EXIT.
076000     EXIT.

076100 4560-CLEAR-ONE-HOUR.
076200     MOVE ZERO TO KU-HR-WON (KU-TRM-IX, KU-HR-IX)
076300     MOVE ZERO TO KU-HR-ABANDONED (KU-TRM-IX, KU-HR-IX)
076400     MOVE ZERO TO KU-HR-LOST (KU-TRM-IX, KU-HR-IX)
076500     MOVE ZERO TO KU-HR-HANGING (KU-TRM-IX, KU-HR-IX)
076600     MOVE ZERO TO KU-HR-LEN-SUM (KU-TRM-IX, KU-HR-IX)
076700     MOVE ZERO TO KU-HR-LEN-COUNT (KU-TRM-IX, KU-HR-IX).
076800 4560-EXIT.
076900     EXIT.

077000 4600-TIME-TO-SECONDS.
077100     IF KU-TIME-WORK-N IS NOT NUMERIC
077200         MOVE ZERO TO KU-TIME-WORK-N
077300     END-IF
077400     COMPUTE KU-SECONDS =
077500         KU-TW-HH * 3600 + KU-TW-MM * 60 + KU-TW-SS.
077600 4600-EXIT.
077700     EXIT.

077800*================================================================*
077900*  5000-PRINT-REPORT
078000*  One block per kiosk, then all kiosks together, then the
078100*  hanging sessions and the counts of anything not reported.
078200*================================================================*
078300 5000-PRINT-REPORT.
078400     OPEN OUTPUT PRINT-FILE
078500     IF KU-PRINT-STATUS NOT = "00"
078600         DISPLAY "KUPRINT indisponible - rapport annule"
078700         MOVE 8 TO RETURN-CODE
078800         GO TO 5000-EXIT
078900     END-IF
079000     PERFORM 5800-PRINT-HEADINGS THRU 5800-EXIT
079100     PERFORM 5100-PRINT-TERMINAL THRU 5100-EXIT
079200         VARYING KU-TRM-IX FROM 1 BY 1
079300         UNTIL KU-TRM-IX > KU-TERMINAL-COUNT
079400     MOVE KU-ALL-IX TO KU-TRM-IX
079500     PERFORM 5100-PRINT-TERMINAL THRU 5100-EXIT
079600     PERFORM 5500-PRINT-HANGING THRU 5500-EXIT
079700     MOVE SPACES TO PRINT-RECORD
079800     WRITE PRINT-RECORD
079900     MOVE "SESSIONS DEBUTEES                       :"
080000       TO KU-CNT-LABEL
080100     MOVE KU-STARTED-COUNT TO KU-CNT-VALUE
080200     WRITE PRINT-RECORD FROM KU-COUNT-LINE
080300     MOVE "SESSIONS EN SUSPENS (JOURNAL SANS STAT) :"
080400       TO KU-CNT-LABEL
080500     MOVE KU-HANGING-COUNT TO KU-CNT-VALUE
080600     WRITE PRINT-RECORD FROM KU-COUNT-LINE
080700     MOVE "POINTS DE REPRISE EN ATTENTE            :"
080800       TO KU-CNT-LABEL
080900     MOVE KU-CHECKPOINT-COUNT TO KU-CNT-VALUE
081000     WRITE PRINT-RECORD FROM KU-COUNT-LINE
081100     IF KU-SES-DROPPED-COUNT > ZERO
081200        OR KU-STA-DROPPED-COUNT > ZERO
081300        OR KU-TRM-DROPPED-COUNT > ZERO
081400         MOVE "LIGNES NON CHARGEES (TABLES PLEINES)    :"
081500           TO KU-CNT-LABEL
081600         COMPUTE KU-CNT-VALUE = KU-SES-DROPPED-COUNT
081700             + KU-STA-DROPPED-COUNT + KU-TRM-DROPPED-COUNT
081800         WRITE PRINT-RECORD FROM KU-COUNT-LINE
081900     END-IF
082000     CLOSE PRINT-FILE
082100     MOVE KU-TERMINAL-COUNT TO KU-CNT-EDIT
082200     DISPLAY "Utilisation des bornes imprimee - " KU-CNT-EDIT
082300         " bornes".
082400 5000-EXIT.
082500     EXIT.

082600*================================================================*
082700*  5100-PRINT-TERMINAL / 5150-PRINT-ONE-HOUR
082800*  The kiosk's active hours, its total line, the busy/idle
082900*  split with the utilization rate (busy time over busy plus
083000*  idle, so the hours the kiosk was switched off do not
083100*  count), the peak hour and the longest idle gap.
083200*================================================================*
083300 5100-PRINT-TERMINAL.
083400     IF KU-LINE-COUNT + 8 > KU-LINES-PER-PAGE
083500         PERFORM 5800-PRINT-HEADINGS THRU 5800-EXIT
083600     END-IF
083700     MOVE KU-TRM-ID (KU-TRM-IX) TO KU-TRL-ID
083800     IF KU-TRM-IX = KU-ALL-IX
083900         MOVE "TOUTES LES BORNES" TO KU-TRL-ID
084000     END-IF
084100     MOVE SPACES TO PRINT-RECORD
084200     WRITE PRINT-RECORD
084300     WRITE PRINT-RECORD FROM KU-TERMINAL-LINE
084400     WRITE PRINT-RECORD FROM KU-COL-LINE
084500     ADD 3 TO KU-LINE-COUNT
084600     MOVE ZERO TO KU-TOT-WON
084700     MOVE ZERO TO KU-TOT-ABANDONED
084800     MOVE ZERO TO KU-TOT-LOST
084900     MOVE ZERO TO KU-TOT-HANGING
085000     MOVE ZERO TO KU-TOT-LEN-SUM
085100     MOVE ZERO TO KU-TOT-LEN-COUNT
085200     MOVE ZERO TO KU-PEAK-IX
085300     MOVE ZERO TO KU-PEAK-STARTED
085400     PERFORM 5150-PRINT-ONE-HOUR THRU 5150-EXIT
085500         VARYING KU-HR-IX FROM 1 BY 1
085600         UNTIL KU-HR-IX > 24
085700     MOVE "TOTAL" TO KU-HRL-LABEL
085800     COMPUTE KU-STARTED-WORK = KU-TOT-WON + KU-TOT-ABANDONED
085900         + KU-TOT-LOST + KU-TOT-HANGING
086000     IF KU-TRM-IX = KU-ALL-IX
086100         MOVE KU-STARTED-WORK TO KU-STARTED-COUNT
086200     END-IF
086300     MOVE KU-STARTED-WORK  TO KU-HRL-STARTED
086400     MOVE KU-TOT-WON       TO KU-HRL-WON
086500     MOVE KU-TOT-ABANDONED TO KU-HRL-ABANDONED
086600     MOVE KU-TOT-LOST      TO KU-HRL-LOST
086700     MOVE KU-TOT-HANGING   TO KU-HRL-HANGING
086800     MOVE KU-TOT-LEN-SUM   TO KU-DURATION-SECS
086900     MOVE KU-TOT-LEN-COUNT TO KU-STARTED-WORK
087000     PERFORM 5200-EDIT-AVERAGE THRU 5200-EXIT
087100     WRITE PRINT-RECORD FROM KU-HOUR-LINE
087200     MOVE KU-TRM-BUSY-SECS (KU-TRM-IX) TO KU-DURATION-SECS
087300     PERFORM 5300-EDIT-DURATION THRU 5300-EXIT
087400     MOVE KU-DURATION-TEXT TO KU-BSY-BUSY
087500     MOVE KU-TRM-IDLE-SECS (KU-TRM-IX) TO KU-DURATION-SECS
087600     PERFORM 5300-EDIT-DURATION THRU 5300-EXIT
087700     MOVE KU-DURATION-TEXT TO KU-BSY-IDLE
087800     MOVE ZERO TO KU-RATE-WORK
087900     IF KU-TRM-BUSY-SECS (KU-TRM-IX) > ZERO
088000         COMPUTE KU-RATE-WORK ROUNDED =
088100             KU-TRM-BUSY-SECS (KU-TRM-IX) * 100 /
088200             (KU-TRM-BUSY-SECS (KU-TRM-IX) +
088300              KU-TRM-IDLE-SECS (KU-TRM-IX))
088400     END-IF
088500     MOVE KU-RATE-WORK TO KU-BSY-RATE
088600     WRITE PRINT-RECORD FROM KU-BUSY-LINE
088700     MOVE "--"  TO KU-PEK-HOUR
088800     IF KU-PEAK-IX > ZERO
088900         COMPUTE KU-HOUR = KU-PEAK-IX - 1
089000         MOVE SPACES TO KU-PEK-HOUR
089100         STRING KU-HOUR "h" DELIMITED BY SIZE INTO KU-PEK-HOUR
089200     END-IF
089300     MOVE KU-PEAK-STARTED TO KU-PEK-STARTED
089400     WRITE PRINT-RECORD FROM KU-PEAK-LINE
089500     MOVE KU-TRM-LONG-GAP (KU-TRM-IX) TO KU-DURATION-SECS
089600     PERFORM 5300-EDIT-DURATION THRU 5300-EXIT
089700     MOVE KU-DURATION-TEXT TO KU-GAP-LENGTH
089800     MOVE KU-TRM-LONG-DATE (KU-TRM-IX) TO KU-GAP-DATE
089900     MOVE KU-TRM-LONG-TIME (KU-TRM-IX) (1:6) TO KU-GAP-TIME
090000     MOVE KU-TRM-IDLE-OVER (KU-TRM-IX) TO KU-GAP-OVER
090100     WRITE PRINT-RECORD FROM KU-GAP-LINE
090200     ADD 5 TO KU-LINE-COUNT.
090300 5100-EXIT.
090400     EXIT.

090500 5150-PRINT-ONE-HOUR.
090600     COMPUTE KU-STARTED-WORK =
090700         KU-HR-WON (KU-TRM-IX, KU-HR-IX)
090800       + KU-HR-ABANDONED (KU-TRM-IX, KU-HR-IX)
090900       + KU-HR-LOST (KU-TRM-IX, KU-HR-IX)
091000       + KU-HR-HANGING (KU-TRM-IX, KU-HR-IX)
091100     IF KU-STARTED-WORK = ZERO
091200         GO TO 5150-EXIT
091300     END-IF
091400     IF KU-STARTED-WORK > KU-PEAK-STARTED
091500         MOVE KU-STARTED-WORK TO KU-PEAK-STARTED
091600         MOVE KU-HR-IX TO KU-PEAK-IX
091700     END-IF
091800     ADD KU-HR-WON (KU-TRM-IX, KU-HR-IX)       TO KU-TOT-WON
091900     ADD KU-HR-ABANDONED (KU-TRM-IX, KU-HR-IX)
092000       TO KU-TOT-ABANDONED
092100     ADD KU-HR-LOST (KU-TRM-IX, KU-HR-IX)      TO KU-TOT-LOST
092200     ADD KU-HR-HANGING (KU-TRM-IX, KU-HR-IX)   TO KU-TOT-HANGING
092300     ADD KU-HR-LEN-SUM (KU-TRM-IX, KU-HR-IX)   TO KU-TOT-LEN-SUM
092400     ADD KU-HR-LEN-COUNT (KU-TRM-IX, KU-HR-IX)
092500       TO KU-TOT-LEN-COUNT
092600     IF KU-LINE-COUNT >= KU-LINES-PER-PAGE
092700         PERFORM 5800-PRINT-HEADINGS THRU 5800-EXIT
092800     END-IF
092900     COMPUTE KU-HOUR = KU-HR-IX - 1
093000     MOVE SPACES TO KU-HRL-LABEL
093100     STRING KU-HOUR "h" DELIMITED BY SIZE INTO KU-HRL-LABEL
093200     MOVE KU-STARTED-WORK TO KU-HRL-STARTED
093300     MOVE KU-HR-WON (KU-TRM-IX, KU-HR-IX)       TO KU-HRL-WON
093400     MOVE KU-HR-ABANDONED (KU-TRM-IX, KU-HR-IX)
093500       TO KU-HRL-ABANDONED
093600     MOVE KU-HR-LOST (KU-TRM-IX, KU-HR-IX)      TO KU-HRL-LOST
093700     MOVE KU-HR-HANGING (KU-TRM-IX, KU-HR-IX)   TO KU-HRL-HANGING
093800     MOVE KU-HR-LEN-SUM (KU-TRM-IX, KU-HR-IX)
093900       TO KU-DURATION-SECS
094000     MOVE KU-HR-LEN-COUNT (KU-TRM-IX, KU-HR-IX)
094100       TO KU-STARTED-WORK
094200     PERFORM 5200-EDIT-AVERAGE THRU 5200-EXIT
094300     WRITE PRINT-RECORD FROM KU-HOUR-LINE
094400     ADD 1 TO KU-LINE-COUNT.
094500 5150-EXIT.
094600     EXIT.

094700*================================================================*
094800*  5200-EDIT-AVERAGE
094900*  Average length as minutes:seconds - KU-DURATION-SECS over
095000*  KU-STARTED-WORK sessions - or dashes when none finished.
095100*================================================================*
095200 5200-EDIT-AVERAGE.
095300     MOVE " --" TO KU-HRL-AVG-MIN
095400     MOVE "--"  TO KU-HRL-AVG-SEC
095500     IF KU-STARTED-WORK = ZERO
095600         GO TO 5200-EXIT
095700     END-IF
095800     COMPUTE KU-SECONDS ROUNDED =
095900         KU-DURATION-SECS / KU-STARTED-WORK
096000     DIVIDE KU-SECONDS BY 60 GIVING KU-DURATION-MINUTES
096100         REMAINDER KU-DURATION-REST
096200     MOVE KU-DURATION-MINUTES TO KU-AVG-MIN-EDIT
096300     MOVE KU-DURATION-REST    TO KU-AVG-SEC-EDIT
096400     MOVE KU-AVG-MIN-EDIT     TO KU-HRL-AVG-MIN
096500     MOVE KU-AVG-SEC-EDIT     TO KU-HRL-AVG-SEC.
096600 5200-EXIT.
096700     EXIT.

096800*================================================================*
096900*  5300-EDIT-DURATION
097000*  KU-DURATION-SECS as hours:minutes in KU-DURATION-TEXT.
097100*================================================================*
097200 5300-EDIT-DURATION.
097300     DIVIDE KU-DURATION-SECS BY 3600 GIVING KU-DURATION-HOURS
097400         REMAINDER KU-DURATION-REST
097500     DIVIDE KU-DURATION-REST BY 60 GIVING KU-DURATION-MINUTES
097600     MOVE KU-DURATION-HOURS   TO KU-HOURS-EDIT
097700     MOVE KU-DURATION-MINUTES TO KU-MINUTES-EDIT
097800     MOVE SPACES TO KU-DURATION-TEXT
097900     STRING KU-HOURS-EDIT   DELIMITED BY SIZE
098000            ":"             DELIMITED BY SIZE
098100            KU-MINUTES-EDIT DELIMITED BY SIZE
098200       INTO KU-DURATION-TEXT.
098300 5300-EXIT.
098400     EXIT.

098500*================================================================*
098600*  5500-PRINT-HANGING / 5550-PRINT-ONE-HANGING /
098700*  5600-LIST-CHECKPOINTS / 5650-PRINT-ONE-CHECKPOINT
098800*  Guess-log sessions that never reached the statistics file,
098900*  then every checkpoint still on the restart file.  A
099000*  checkpoint carries no date: it is the kiosk's state now.
099100*================================================================*
099200 5500-PRINT-HANGING.
099300     IF KU-LINE-COUNT + 4 > KU-LINES-PER-PAGE
099400         PERFORM 5800-PRINT-HEADINGS THRU 5800-EXIT
099500     END-IF
099600     MOVE SPACES TO PRINT-RECORD
099700     WRITE PRINT-RECORD
099800     MOVE "SESSIONS EN SUSPENS" TO PRINT-RECORD
099900     WRITE PRINT-RECORD
100000     ADD 2 TO KU-LINE-COUNT
100100     PERFORM 5550-PRINT-ONE-HANGING THRU 5550-EXIT
100200         VARYING KU-IX1 FROM 1 BY 1
100300         UNTIL KU-IX1 > KU-SESSION-COUNT
100400     PERFORM 5600-LIST-CHECKPOINTS THRU 5600-EXIT.
100500 5500-EXIT.
100600     EXIT.

100700 5550-PRINT-ONE-HANGING.
100800     IF KU-SES-STATS-IX (KU-IX1) > ZERO
100900         GO TO 5550-EXIT
101000     END-IF
101100     ADD 1 TO KU-HANGING-COUNT
101200     IF KU-LINE-COUNT >= KU-LINES-PER-PAGE
101300         PERFORM 5800-PRINT-HEADINGS THRU 5800-EXIT
101400     END-IF
101500     MOVE KU-SES-TERMINAL (KU-IX1)         TO KU-HGL-TERMINAL
101600     MOVE KU-SES-EMPLOYEE-ID (KU-IX1)      TO KU-HGL-EMPLOYEE-ID
101700     MOVE KU-SES-DATE (KU-IX1)             TO KU-HGL-DATE
101800     MOVE KU-SES-TIME (KU-IX1) (1:6)       TO KU-HGL-TIME
101900     MOVE KU-SES-LAST-TIME (KU-IX1) (1:6)  TO KU-HGL-LAST-TIME
102000     MOVE KU-SES-GUESSES (KU-IX1)          TO KU-HGL-GUESSES
102100     WRITE PRINT-RECORD FROM KU-HANGING-LINE
102200     ADD 1 TO KU-LINE-COUNT.
102300 5550-EXIT.
102400     EXIT.

102500 5600-LIST-CHECKPOINTS.
102600     OPEN INPUT RESTART-FILE
102700     IF KU-RESTART-STATUS NOT = "00"
102800         GO TO 5600-EXIT
102900     END-IF
103000     MOVE "N" TO KU-EOF-SW
103100     MOVE LOW-VALUES TO RESTART-TERMINAL-ID
103200     START RESTART-FILE
103300         KEY IS GREATER THAN OR EQUAL TO RESTART-TERMINAL-ID
103400         INVALID KEY
103500             SET KU-EOF TO TRUE
103600     END-START
103700     PERFORM 5650-PRINT-ONE-CHECKPOINT THRU 5650-EXIT
103800         UNTIL KU-EOF
103900     CLOSE RESTART-FILE.
104000 5600-EXIT.
104100     EXIT.

104200 5650-PRINT-ONE-CHECKPOINT.
104300     READ RESTART-FILE NEXT
104400         AT END
104500             SET KU-EOF TO TRUE
104600             GO TO 5650-EXIT
104700     END-READ
104800     ADD 1 TO KU-CHECKPOINT-COUNT
104900     IF KU-LINE-COUNT >= KU-LINES-PER-PAGE
105000         PERFORM 5800-PRINT-HEADINGS THRU 5800-EXIT
105100     END-IF
105200     MOVE RESTART-TERMINAL-ID   TO KU-RSL-TERMINAL
105300     MOVE RESTART-EMPLOYEE-ID   TO KU-RSL-EMPLOYEE-ID
105400     MOVE RESTART-START-TIME (1:6) TO KU-RSL-TIME
105500     MOVE RESTART-ATTEMPT-COUNT TO KU-RSL-ATTEMPTS
105600     WRITE PRINT-RECORD FROM KU-RESTART-LINE
105700     ADD 1 TO KU-LINE-COUNT.
105800 5650-EXIT.
105900     EXIT.

106000 5800-PRINT-HEADINGS.
106100     ADD 1 TO KU-PAGE-COUNT
106200     MOVE KU-DATE-FROM  TO KU-HD1-FROM
106300     MOVE KU-DATE-TO    TO KU-HD1-TO
106400     MOVE KU-PAGE-COUNT TO KU-HD1-PAGE
106500     WRITE PRINT-RECORD FROM KU-HEAD-LINE-1
106600     MOVE 1 TO KU-LINE-COUNT.
106700 5800-EXIT.
106800     EXIT.

106900*================================================================*
107000*  9500-REGISTER-END
107100*  Closes the run on the shared run-control journal.
107200*================================================================*
107300 9500-REGISTER-END.
107400     MOVE "E"               TO RL-FUNCTION
107500     MOVE KU-STARTED-COUNT  TO RL-RECORD-COUNT
107600     MOVE RETURN-CODE       TO RL-RETURN-CODE
107700     CALL "RUNLOG" USING RL-COMMAREA.
107800 9500-EXIT.
107900     EXIT.

