000100*================================================================*
000200*  PROGRAM:     BRACKET
000300*  FUNCTION:    Knockout bracket subprogram for PLUSOUMOINS
000400*               mode "K".  Called with the commarea of BRKCREC:
000500*               "E" enters one admitted entrant, "S" seeds the
000600*               bracket (SEASON-MASTER points, or a random draw)
000700*               or takes back today's interrupted bracket for the
000800*               event from the bracket file, "N" names the next
000900*               player to play and the target to play for, and
001000*               "R" takes that game's result.  Each pair plays
001100*               the same target; fewer attempts go through, a
001200*               tie is replayed in sudden death on a new target,
001300*               and a no-show or an abandon hands the opponent a
001400*               walkover.  Every completed round is appended to
001500*               the bracket file and printed on the bracket
001600*               sheet; after the final the placings are written
001700*               to the standings file in the layout SEASONST
001800*               posts.  The subprogram keeps the bracket in its
001900*               working storage between calls, so it must not be
002000*               cancelled while a bracket is being played.
002100*               A CALL hands the subprogram's RETURN-CODE back
002200*               to the caller, so the caller passes its current
002300*               RETURN-CODE in BK-RETURN-CODE on every call and
002400*               BRACKET restores it just before GOBACK.
002500*-----------------------------------------------------------------
002600*  MAINTENANCE HISTORY
002700*  DATE        INIT  DESCRIPTION
002800*  2026-10-15  JMT   Initial version.
002900*================================================================*
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    BRACKET.
003200 AUTHOR.        J. M. TANGUAY.
003300 INSTALLATION.  EVENTS-KIOSK-TEAM.
003400 DATE-WRITTEN.  2026-10-15.
003500 DATE-COMPILED.

003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT BRACKET-FILE ASSIGN TO "BRACKETFILE"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS BKT-BRK-STATUS.

004200     SELECT SEASON-MASTER ASSIGN TO "SEASMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS SEAS-EMPLOYEE-ID
004600         FILE STATUS IS BKT-SEASON-STATUS.

004700     SELECT STANDINGS-FILE ASSIGN TO "STANDFILE"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS BKT-STAND-STATUS.

005000     SELECT PRINT-FILE ASSIGN TO "BRKPRINT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS BKT-PRINT-STATUS.

005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  BRACKET-FILE
005600     RECORDING MODE IS F.
005700     COPY BRKREC.

005800 FD  SEASON-MASTER.
005900     COPY SEASMREC.

006000 FD  STANDINGS-FILE
006100     RECORDING MODE IS F.
006200     COPY STANDREC.

006300 FD  PRINT-FILE
006400     RECORDING MODE IS F.
006500 01  PRINT-RECORD                PIC X(80).

006600 WORKING-STORAGE SECTION.

006700 77  BKT-BRK-STATUS          PIC X(02) VALUE "00".
006800 77  BKT-SEASON-STATUS       PIC X(02) VALUE "00".
006900 77  BKT-STAND-STATUS        PIC X(02) VALUE "00".
007000 77  BKT-PRINT-STATUS        PIC X(02) VALUE "00".

007100 77  BKT-ERR-FILE-NAME       PIC X(12) VALUE SPACES.
007200 77  BKT-ERR-OPERATION       PIC X(05) VALUE SPACES.
007300 77  BKT-ERR-STATUS          PIC X(02) VALUE SPACES.
007400 77  BKT-ERR-SEVERITY        PIC X(02) VALUE SPACES.

007500 77  BKT-EOF-SW              PIC X(01) VALUE "N".
007600     88  BKT-EOF                   VALUE "Y".

007700 77  BKT-STARTED-SW          PIC X(01) VALUE "N".
007800     88  BKT-STARTED               VALUE "Y".

007900 77  BKT-FINISHED-SW         PIC X(01) VALUE "N".
008000     88  BKT-FINISHED              VALUE "Y".

008100 77  BKT-PRINT-SW            PIC X(01) VALUE "N".
008200     88  BKT-PRINT-OPEN            VALUE "Y".

008300 77  BKT-DUPLICATE-SW        PIC X(01) VALUE "N".
008400     88  BKT-DUPLICATE             VALUE "Y".

008500 77  BKT-METHOD              PIC X(01) VALUE "S".
008600     88  BKT-BY-SEASON             VALUE "S".
008700     88  BKT-AT-RANDOM             VALUE "R".

008800 77  BKT-MATCH-STATE         PIC X(01) VALUE "0".
008900     88  BKT-MATCH-NEW             VALUE "0".
009000     88  BKT-SIDE-A-TO-PLAY        VALUE "1".
009100     88  BKT-SIDE-B-TO-PLAY        VALUE "2".

009200 77  BKT-ENTRANT-COUNT       PIC 9(03) COMP VALUE ZERO.
009300 77  BKT-ENTERED-COUNT       PIC 9(03) COMP VALUE ZERO.
009400 77  BKT-ENTRANT-MAX         PIC 9(03) COMP VALUE 256.
009500 77  BKT-SIZE                PIC 9(03) COMP VALUE ZERO.
009600 77  BKT-HALF-SIZE           PIC 9(03) COMP VALUE ZERO.
009700 77  BKT-ORDER-SIZE          PIC 9(03) COMP VALUE ZERO.
009800 77  BKT-ROUND-TOTAL         PIC 9(02) COMP VALUE ZERO.
009900 77  BKT-CUR-ROUND           PIC 9(02) COMP VALUE ZERO.
010000 77  BKT-CUR-MATCH           PIC 9(03) COMP VALUE ZERO.
010100 77  BKT-MATCH-COUNT         PIC 9(03) COMP VALUE ZERO.
010200 77  BKT-LAST-COMPLETE       PIC 9(02) COMP VALUE ZERO.
010300 77  BKT-HISTORY-COUNT       PIC 9(05) COMP VALUE ZERO.

010400 77  BKT-IX1                 PIC 9(03) COMP VALUE ZERO.
010500 77  BKT-IX2                 PIC 9(03) COMP VALUE ZERO.
010600 77  BKT-IX3                 PIC 9(03) COMP VALUE ZERO.
010700 77  BKT-RIX                 PIC 9(02) COMP VALUE ZERO.
010800 77  BKT-RIX2                PIC 9(02) COMP VALUE ZERO.
010900 77  BKT-MIX                 PIC 9(03) COMP VALUE ZERO.
011000 77  BKT-SIX                 PIC 9(01) COMP VALUE ZERO.
011100 77  BKT-OIX                 PIC 9(01) COMP VALUE ZERO.
011200 77  BKT-SEED-WORK           PIC 9(03) COMP VALUE ZERO.
011300 77  BKT-LOSER-SEED          PIC 9(03) COMP VALUE ZERO.

011400 77  BKT-SCORE-A             PIC 9(05) VALUE ZERO.
011500 77  BKT-SCORE-B             PIC 9(05) VALUE ZERO.
011600 77  BKT-SCORE-LOST          PIC 9(05) VALUE 99999.
011700 77  BKT-NO-SEASON-ATTEMPTS  PIC 9(07) VALUE 9999999.
011800 77  BKT-KEY-WORK            PIC 9(09) VALUE ZERO.

011900 01  BKT-ENTRANT-TABLE.
012000     05  BKT-ENTRANT OCCURS 256 TIMES.
012100         10  BKT-ENT-EMPLOYEE-ID PIC X(06).
012200         10  BKT-ENT-NAME        PIC X(20).
012300         10  BKT-ENT-DEPT        PIC X(10).
012400         10  BKT-ENT-POINTS      PIC 9(05).
012500         10  BKT-ENT-SEASON-ATT  PIC 9(07).
012600         10  BKT-ENT-KEY         PIC 9(09).
012700         10  BKT-ENT-SEED        PIC 9(03).
012800         10  BKT-ENT-OUT-ROUND   PIC 9(02).
012900         10  BKT-ENT-PLACE       PIC 9(03).
013000         10  BKT-ENT-TOTAL       PIC 9(05).
013100         10  BKT-ENT-ROUND-ATT   OCCURS 10 TIMES
013200                                 PIC 9(05).

013300 01  BKT-ENTRANT-SWAP.
013400     05  BKT-SWP-EMPLOYEE-ID     PIC X(06).
013500     05  BKT-SWP-NAME            PIC X(20).
013600     05  BKT-SWP-DEPT            PIC X(10).
013700     05  BKT-SWP-POINTS          PIC 9(05).
013800     05  BKT-SWP-SEASON-ATT      PIC 9(07).
013900     05  BKT-SWP-KEY             PIC 9(09).
014000     05  BKT-SWP-SEED            PIC 9(03).
014100     05  BKT-SWP-OUT-ROUND       PIC 9(02).
014200     05  BKT-SWP-PLACE           PIC 9(03).
014300     05  BKT-SWP-TOTAL           PIC 9(05).
014400     05  BKT-SWP-ROUND-ATT       OCCURS 10 TIMES
014500                                 PIC 9(05).

014600*----------------------------------------------------------------*
014700*  Draw order: BKT-ORDER (p) is the seed placed in slot p of the
014800*  first round, so seed 1 and seed 2 can only meet in the final.
014900*  BKT-SLOT holds the seeds still in, in slot order, for the
015000*  round being played (zero = bye).
015100*----------------------------------------------------------------*
015200 01  BKT-ORDER-TABLE.
015300     05  BKT-ORDER               OCCURS 256 TIMES
015400                                 PIC 9(03) COMP.

015500 01  BKT-ORDER-WORK-TABLE.
015600     05  BKT-ORDER-WORK          OCCURS 256 TIMES
015700                                 PIC 9(03) COMP.

015800 01  BKT-SLOT-TABLE.
015900     05  BKT-SLOT                OCCURS 256 TIMES
016000                                 PIC 9(03) COMP.

016100 01  BKT-ROUND-MATCH-TABLE.
016200     05  BKT-ROUND-MATCHES       OCCURS 8 TIMES
016300                                 PIC 9(03) COMP.

016400*----------------------------------------------------------------*
016500*  Every match of every round, as played or as taken back from
016600*  the bracket file.  The game fields hold the current game of
016700*  a match still being played.
016800*----------------------------------------------------------------*
016900 01  BKT-HISTORY.
017000     05  BKT-HIST-ROUND OCCURS 8 TIMES.
017100         10  BKT-HR-SEEN-COUNT   PIC 9(03) COMP.
017200         10  BKT-HIST-MATCH OCCURS 128 TIMES.
017300             15  BKT-HM-SEEN         PIC X(01).
017400             15  BKT-HM-SIDE OCCURS 2 TIMES.
017500                 20  BKT-HM-SEED     PIC 9(03).
017600                 20  BKT-HM-ATTEMPTS PIC 9(05).
017700                 20  BKT-HM-OUTCOME  PIC X(01).
017800                 20  BKT-HM-GAME-ATT PIC 9(05).
017900                 20  BKT-HM-GAME-OUT PIC X(01).
018000             15  BKT-HM-TARGET       PIC 9(03).
018100             15  BKT-HM-GAME-COUNT   PIC 9(02).
018200             15  BKT-HM-RESULT       PIC X(01).
018300             15  BKT-HM-WINNER       PIC 9(01).

018400 01  BKT-HEAD-LINE-1.
018500     05  FILLER                  PIC X(46)
018600         VALUE "PLUS OU MOINS - TABLEAU A ELIMINATION DIRECTE ".
018700     05  FILLER                  PIC X(05) VALUE "DATE ".
018800     05  BKT-HD1-DATE            PIC 9(08).
018900     05  FILLER                  PIC X(05) VALUE " EVT ".
019000     05  BKT-HD1-EVENT           PIC X(06).
019100     05  FILLER                  PIC X(10) VALUE SPACES.

019200 01  BKT-HEAD-LINE-2.
019300     05  FILLER                  PIC X(07) VALUE "MANCHE ".
019400     05  BKT-HD2-ROUND           PIC Z9.
019500     05  FILLER                  PIC X(03) VALUE " - ".
019600     05  BKT-HD2-MATCHES         PIC ZZ9.
019700     05  FILLER                  PIC X(08) VALUE " MATCHS ".
019800     05  BKT-HD2-NOTE            PIC X(20).
019900     05  FILLER                  PIC X(37) VALUE SPACES.

020000 01  BKT-HEAD-LINE-3.
020100     05  FILLER                  PIC X(04) VALUE "NO. ".
020200     05  FILLER                  PIC X(04) VALUE "TS  ".
020300     05  FILLER                  PIC X(21) VALUE "JOUEUR A".
020400     05  FILLER                  PIC X(07) VALUE "ESSAIS ".
020500     05  FILLER                  PIC X(04) VALUE "TS  ".
020600     05  FILLER                  PIC X(21) VALUE "JOUEUR B".
020700     05  FILLER                  PIC X(07) VALUE "ESSAIS ".
020800     05  FILLER                  PIC X(02) VALUE "V ".
020900     05  FILLER                  PIC X(10) VALUE "RESULTAT".

021000 01  BKT-MATCH-LINE.
021100     05  BKT-ML-MATCH            PIC ZZ9.
021200     05  FILLER                  PIC X(01) VALUE SPACE.
021300     05  BKT-ML-SEED-A           PIC ZZ9.
021400     05  FILLER                  PIC X(01) VALUE SPACE.
021500     05  BKT-ML-NAME-A           PIC X(20).
021600     05  FILLER                  PIC X(01) VALUE SPACE.
021700     05  BKT-ML-ATT-A            PIC ZZZZ9.
021800     05  FILLER                  PIC X(02) VALUE SPACES.
021900     05  BKT-ML-SEED-B           PIC ZZ9.
022000     05  FILLER                  PIC X(01) VALUE SPACE.
022100     05  BKT-ML-NAME-B           PIC X(20).
022200     05  FILLER                  PIC X(01) VALUE SPACE.
022300     05  BKT-ML-ATT-B            PIC ZZZZ9.
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  BKT-ML-WINNER           PIC X(01).
022600     05  FILLER                  PIC X(01) VALUE SPACE.
022700     05  BKT-ML-RESULT           PIC X(08).
022800     05  FILLER                  PIC X(02) VALUE SPACES.

022900 01  BKT-SEED-HEAD.
023000     05  FILLER                  PIC X(15)
023100         VALUE "TETES DE SERIE ".
023200     05  BKT-SH-METHOD           PIC X(24).
023300     05  FILLER                  PIC X(41) VALUE SPACES.

023400 01  BKT-SEED-LINE.
023500     05  BKT-SL-SEED             PIC ZZ9.
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  BKT-SL-EMPLOYEE-ID      PIC X(06).
023800     05  FILLER                  PIC X(01) VALUE SPACE.
023900     05  BKT-SL-NAME             PIC X(20).
024000     05  FILLER                  PIC X(01) VALUE SPACE.
024100     05  BKT-SL-DEPT             PIC X(10).
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  BKT-SL-POINTS           PIC ZZZZ9.
024400     05  FILLER                  PIC X(30) VALUE SPACES.

024500 01  BKT-PLACE-HEAD-1.
024600     05  FILLER                  PIC X(16)
024700         VALUE "CLASSEMENT FINAL".
024800     05  FILLER                  PIC X(64) VALUE SPACES.

024900 01  BKT-PLACE-HEAD-2.
025000     05  FILLER                  PIC X(06) VALUE "PLACE ".
025100     05  FILLER                  PIC X(04) VALUE "TS  ".
025200     05  FILLER                  PIC X(07) VALUE "ID     ".
025300     05  FILLER                  PIC X(21) VALUE "NOM".
025400     05  FILLER                  PIC X(11) VALUE "SERVICE".
025500     05  FILLER                  PIC X(07) VALUE "ESSAIS ".
025600     05  FILLER                  PIC X(24) VALUE "SORTI EN".

025700 01  BKT-PLACE-LINE.
025800     05  BKT-PL-PLACE            PIC ZZ9.
025900     05  FILLER                  PIC X(03) VALUE SPACES.
026000     05  BKT-PL-SEED             PIC ZZ9.
026100     05  FILLER                  PIC X(01) VALUE SPACE.
026200     05  BKT-PL-EMPLOYEE-ID      PIC X(06).
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  BKT-PL-NAME             PIC X(20).
026500     05  FILLER                  PIC X(01) VALUE SPACE.
026600     05  BKT-PL-DEPT             PIC X(10).
026700     05  FILLER                  PIC X(01) VALUE SPACE.
026800     05  BKT-PL-TOTAL            PIC ZZZZ9.
026900     05  FILLER                  PIC X(02) VALUE SPACES.
027000     05  BKT-PL-OUT-TEXT         PIC X(08).
027100     05  BKT-PL-OUT-ROUND        PIC ZZ.
027200     05  FILLER                  PIC X(14) VALUE SPACES.

027300 LINKAGE SECTION.
027400     COPY BRKCREC.

027500 PROCEDURE DIVISION USING BK-COMMAREA.

027600*================================================================*
027700*  0000-MAINLINE
027800*  Routes the request; an unknown function code answers with
027900*  status "99" so a miscoded caller is visible in its job log.
028000*  The caller's RETURN-CODE, passed in BK-RETURN-CODE, is put
028100*  back into the special register before GOBACK.
028200*================================================================*
028300 0000-MAINLINE.
028400     MOVE "00"   TO BK-STATUS
028500     MOVE SPACES TO BK-ERR-FILE-NAME
028600     MOVE SPACES TO BK-ERR-OPERATION
028700     MOVE SPACES TO BK-ERR-STATUS
028800     IF BK-FUNC-ENTER
028900         PERFORM 1000-ENTER-ENTRANT THRU 1000-EXIT
029000     ELSE
029100         IF BK-FUNC-START
029200             PERFORM 1100-START-BRACKET THRU 1100-EXIT
029300         ELSE
029400             IF BK-FUNC-NEXT
029500                 PERFORM 2000-NEXT-ACTION THRU 2000-EXIT
029600             ELSE
029700                 IF BK-FUNC-RESULT
029800                     PERFORM 3000-RECORD-RESULT THRU 3000-EXIT
029900                 ELSE
030000                     DISPLAY "BRACKET - fonction inconnue : "
030100                         BK-FUNCTION
030200                     MOVE "99" TO BK-STATUS
030300                 END-IF
030400             END-IF
030500         END-IF
030600     END-IF
030700     MOVE BK-RETURN-CODE TO RETURN-CODE
030800     GOBACK.

030900*================================================================*
031000*  1000-ENTER-ENTRANT / 1050-CHECK-DUPLICATE
031100*  One table slot per admitted entrant, in PLAYERS-FILE order.
031200*  An id already entered is ignored - a player cannot be drawn
031300*  against themselves - as is anything past the table size.
031400*================================================================*
031500 1000-ENTER-ENTRANT.
031600     IF BKT-STARTED
031700         DISPLAY "BRACKET - tableau deja tire - joueur ignore : "
031800             BK-EMPLOYEE-ID
031900         GO TO 1000-EXIT
032000     END-IF
032100     MOVE "N" TO BKT-DUPLICATE-SW
032200     PERFORM 1050-CHECK-DUPLICATE THRU 1050-EXIT
032300         VARYING BKT-IX1 FROM 1 BY 1
032400         UNTIL BKT-IX1 > BKT-ENTRANT-COUNT
032500            OR BKT-DUPLICATE
032600     IF BKT-DUPLICATE
032700         DISPLAY "Joueur deja inscrit - ignore : " BK-EMPLOYEE-ID
032800         GO TO 1000-EXIT
032900     END-IF
033000     IF BKT-ENTRANT-COUNT >= BKT-ENTRANT-MAX
033100         DISPLAY "Tableau complet - joueur ignore : "
033200             BK-EMPLOYEE-ID
033300         GO TO 1000-EXIT
033400     END-IF
033500     ADD 1 TO BKT-ENTRANT-COUNT
033600     INITIALIZE BKT-ENTRANT (BKT-ENTRANT-COUNT)
033700     MOVE BK-EMPLOYEE-ID   TO
033800         BKT-ENT-EMPLOYEE-ID (BKT-ENTRANT-COUNT)
033900     MOVE BK-EMPLOYEE-NAME TO BKT-ENT-NAME (BKT-ENTRANT-COUNT)
034000     MOVE BK-DEPARTMENT    TO BKT-ENT-DEPT (BKT-ENTRANT-COUNT).
034100 1000-EXIT.
034200     EXIT.

034300 1050-CHECK-DUPLICATE.
034400     IF BKT-ENT-EMPLOYEE-ID (BKT-IX1) = BK-EMPLOYEE-ID
034500         SET BKT-DUPLICATE TO TRUE
034600     END-IF.
034700 1050-EXIT.
034800     EXIT.

034900*================================================================*
035000*  1100-START-BRACKET
035100*  Opens the bracket sheet, then either resumes today's bracket
035200*  for the event from the bracket file - its first round must
035300*  be complete on file - or seeds a fresh one from the entrants.
035400*  A bracket taken back keeps its own entrants; the PLAYERS-FILE
035500*  entrants of the rerun are only used for a fresh draw.
035600*================================================================*
035700 1100-START-BRACKET.
035800     SET BKT-STARTED TO TRUE
035900     MOVE "N" TO BKT-FINISHED-SW
036000     MOVE "0" TO BKT-MATCH-STATE
036100     INITIALIZE BKT-HISTORY
036200     MOVE BK-SEEDING-METHOD TO BKT-METHOD
036300     IF NOT BKT-AT-RANDOM
036400         SET BKT-BY-SEASON TO TRUE
036500     END-IF
036600     PERFORM 5000-OPEN-PRINT THRU 5000-EXIT
036700     PERFORM 1200-READ-HISTORY THRU 1200-EXIT
036800     IF BK-STATUS-FAILED
036900         GO TO 1100-EXIT
037000     END-IF
037100     IF BKT-LAST-COMPLETE > ZERO
037200         PERFORM 1400-RESTORE-PLAYERS THRU 1400-EXIT
037300         IF BK-STATUS-FAILED
037400             GO TO 1100-EXIT
037500         END-IF
037600         PERFORM 1500-RESUME-BRACKET THRU 1500-EXIT
037700     ELSE
037800         IF BKT-HISTORY-COUNT > ZERO
037900             DISPLAY "Premiere manche du tableau incomplete"
038000                 " - nouveau tirage"
038100             INITIALIZE BKT-HISTORY
038200         END-IF
038300         PERFORM 1600-SEED-BRACKET THRU 1600-EXIT
038400     END-IF.
038500 1100-EXIT.
038600     EXIT.

038700*================================================================*
038800*  1200-READ-HISTORY / 1250-LOAD-ONE-RECORD / 1300-CHECK-ROUND
038900*  First pass over the bracket file: every match recorded for
039000*  today and the event is taken into the history table, a later
039100*  copy of a match replacing an earlier one (a round cut short
039200*  while being written is written again in full by the rerun).
039300*  The highest seed in round 1 gives the entrant count and so
039400*  the bracket size; the last complete round is the last one,
039500*  counting up from round 1, whose every match is on file.  A
039600*  bracket file that does not exist yet means a fresh bracket.
039700*================================================================*
039800 1200-READ-HISTORY.
039900     MOVE ZERO TO BKT-LAST-COMPLETE
040000     MOVE ZERO TO BKT-HISTORY-COUNT
040100     MOVE ZERO TO BKT-SEED-WORK
040200     MOVE "N"  TO BKT-EOF-SW
040300     OPEN INPUT BRACKET-FILE
040400     IF BKT-BRK-STATUS NOT = "00"
040500         IF BKT-BRK-STATUS NOT = "35"
040600             DISPLAY "BRACKET-FILE illisible - tableau annule"
040700             MOVE "BRACKETFILE"  TO BKT-ERR-FILE-NAME
040800             MOVE "OPEN"         TO BKT-ERR-OPERATION
040900             MOVE BKT-BRK-STATUS TO BKT-ERR-STATUS
041000             MOVE "12"           TO BKT-ERR-SEVERITY
041100             PERFORM 8000-NOTE-ERROR THRU 8000-EXIT
041200         END-IF
041300         GO TO 1200-EXIT
041400     END-IF
041500     PERFORM 1250-LOAD-ONE-RECORD THRU 1250-EXIT
041600         UNTIL BKT-EOF
041700     CLOSE BRACKET-FILE
041800     IF BKT-SEED-WORK < 2
041900         GO TO 1200-EXIT
042000     END-IF
042100     MOVE BKT-ENTRANT-COUNT TO BKT-ENTERED-COUNT
042200     MOVE BKT-SEED-WORK     TO BKT-ENTRANT-COUNT
042300     PERFORM 1800-SIZE-BRACKET THRU 1800-EXIT
042400     PERFORM 1300-CHECK-ROUND THRU 1300-EXIT
042500         VARYING BKT-RIX FROM 1 BY 1
042600         UNTIL BKT-RIX > BKT-ROUND-TOTAL
042700     IF BKT-LAST-COMPLETE = ZERO
042800         MOVE BKT-ENTERED-COUNT TO BKT-ENTRANT-COUNT
042900     END-IF.
043000 1200-EXIT.
043100     EXIT.

043200 1250-LOAD-ONE-RECORD.
043300     READ BRACKET-FILE
043400         AT END
043500             SET BKT-EOF TO TRUE
043600             GO TO 1250-EXIT
043700     END-READ
043800     IF BRK-RUN-DATE NOT = BK-RUN-DATE
043900        OR BRK-EVENT-CODE NOT = BK-EVENT-CODE
044000         GO TO 1250-EXIT
044100     END-IF
044200     IF BRK-ROUND < 1 OR BRK-ROUND > 8
044300        OR BRK-MATCH < 1 OR BRK-MATCH > 128
044400         GO TO 1250-EXIT
044500     END-IF
044600     ADD 1 TO BKT-HISTORY-COUNT
044700     MOVE BRK-ROUND TO BKT-RIX
044800     MOVE BRK-MATCH TO BKT-MIX
044900     IF BKT-HM-SEEN (BKT-RIX BKT-MIX) NOT = "Y"
045000         MOVE "Y" TO BKT-HM-SEEN (BKT-RIX BKT-MIX)
045100         ADD 1 TO BKT-HR-SEEN-COUNT (BKT-RIX)
045200     END-IF
045300     PERFORM 1260-LOAD-ONE-SIDE THRU 1260-EXIT
045400         VARYING BKT-SIX FROM 1 BY 1
045500         UNTIL BKT-SIX > 2
045600     MOVE BRK-TARGET      TO BKT-HM-TARGET (BKT-RIX BKT-MIX)
045700     MOVE BRK-GAME-COUNT  TO BKT-HM-GAME-COUNT (BKT-RIX BKT-MIX)
045800     MOVE BRK-RESULT-CODE TO BKT-HM-RESULT (BKT-RIX BKT-MIX)
045900     MOVE BRK-WINNER-SIDE TO BKT-HM-WINNER (BKT-RIX BKT-MIX).
046000 1250-EXIT.
046100     EXIT.

046200 1260-LOAD-ONE-SIDE.
046300     MOVE BRK-SEED (BKT-SIX)     TO
046400         BKT-HM-SEED (BKT-RIX BKT-MIX BKT-SIX)
046500     MOVE BRK-ATTEMPTS (BKT-SIX) TO
046600         BKT-HM-ATTEMPTS (BKT-RIX BKT-MIX BKT-SIX)
046700     MOVE BRK-OUTCOME (BKT-SIX)  TO
046800         BKT-HM-OUTCOME (BKT-RIX BKT-MIX BKT-SIX)
046900     IF BKT-RIX = 1
047000        AND BRK-SEED (BKT-SIX) > BKT-SEED-WORK
047100        AND BRK-SEED (BKT-SIX) NOT > BKT-ENTRANT-MAX
047200         MOVE BRK-SEED (BKT-SIX) TO BKT-SEED-WORK
047300     END-IF.
047400 1260-EXIT.
047500     EXIT.

047600 1300-CHECK-ROUND.
047700     IF BKT-RIX = BKT-LAST-COMPLETE + 1
047800        AND BKT-HR-SEEN-COUNT (BKT-RIX) =
047900            BKT-ROUND-MATCHES (BKT-RIX)
048000         MOVE BKT-RIX TO BKT-LAST-COMPLETE
048100     END-IF.
048200 1300-EXIT.
048300     EXIT.

048400*================================================================*
048500*  1400-RESTORE-PLAYERS / 1450-RESTORE-ONE-RECORD /
048600*  1460-RESTORE-ONE-SIDE
048700*  Second pass: the round 1 records name every entrant against
048800*  their seed, which becomes their slot in the entrant table.
048900*================================================================*
049000 1400-RESTORE-PLAYERS.
049100     INITIALIZE BKT-ENTRANT-TABLE
049200     MOVE "N" TO BKT-EOF-SW
049300     OPEN INPUT BRACKET-FILE
049400     IF BKT-BRK-STATUS NOT = "00"
049500         DISPLAY "BRACKET-FILE illisible - tableau annule"
049600         MOVE "BRACKETFILE"  TO BKT-ERR-FILE-NAME
049700         MOVE "OPEN"         TO BKT-ERR-OPERATION
049800         MOVE BKT-BRK-STATUS TO BKT-ERR-STATUS
049900         MOVE "12"           TO BKT-ERR-SEVERITY
050000         PERFORM 8000-NOTE-ERROR THRU 8000-EXIT
050100         GO TO 1400-EXIT
050200     END-IF
050300     PERFORM 1450-RESTORE-ONE-RECORD THRU 1450-EXIT
050400         UNTIL BKT-EOF
050500     CLOSE BRACKET-FILE.
050600 1400-EXIT.
050700     EXIT.

050800 1450-RESTORE-ONE-RECORD.
050900     READ BRACKET-FILE
051000         AT END
051100             SET BKT-EOF TO TRUE
051200             GO TO 1450-EXIT
051300     END-READ
051400     IF BRK-RUN-DATE = BK-RUN-DATE
051500        AND BRK-EVENT-CODE = BK-EVENT-CODE
051600        AND BRK-ROUND = 1
051700         PERFORM 1460-RESTORE-ONE-SIDE THRU 1460-EXIT
051800             VARYING BKT-SIX FROM 1 BY 1
051900             UNTIL BKT-SIX > 2
052000     END-IF.
052100 1450-EXIT.
052200     EXIT.

052300 1460-RESTORE-ONE-SIDE.
052400     MOVE BRK-SEED (BKT-SIX) TO BKT-SEED-WORK
052500     IF BKT-SEED-WORK < 1
052600        OR BKT-SEED-WORK > BKT-ENTRANT-COUNT
052700         GO TO 1460-EXIT
052800     END-IF
052900     MOVE BRK-EMPLOYEE-ID (BKT-SIX)   TO
053000         BKT-ENT-EMPLOYEE-ID (BKT-SEED-WORK)
053100     MOVE BRK-EMPLOYEE-NAME (BKT-SIX) TO
053200         BKT-ENT-NAME (BKT-SEED-WORK)
053300     MOVE BRK-DEPARTMENT (BKT-SIX)    TO
053400         BKT-ENT-DEPT (BKT-SEED-WORK)
053500     MOVE BKT-SEED-WORK TO BKT-ENT-SEED (BKT-SEED-WORK).
053600 1460-EXIT.
053700     EXIT.

053800*================================================================*
053900*  1500-RESUME-BRACKET / 1520-APPLY-ONE-ROUND / 1540-CLEAR-ROUND
054000*  Posts every completed round back onto the entrants, drops
054100*  any round after the last complete one (it is replayed), and
054200*  reprints the completed rounds on the sheet.  A bracket whose
054300*  final is already on file only has its placings rewritten.
054400*================================================================*
054500 1500-RESUME-BRACKET.
054600     DISPLAY "Reprise du tableau apres la manche "
054700         BKT-LAST-COMPLETE " - inscriptions du jour ignorees"
054800     PERFORM 1520-APPLY-ONE-ROUND THRU 1520-EXIT
054900         VARYING BKT-RIX FROM 1 BY 1
055000         UNTIL BKT-RIX > BKT-LAST-COMPLETE
055100     PERFORM 1540-CLEAR-ROUND THRU 1540-EXIT
055200         VARYING BKT-RIX FROM BKT-LAST-COMPLETE BY 1
055300         UNTIL BKT-RIX > 8
055400     MOVE "REPRISE DU TABLEAU" TO BKT-HD2-NOTE
055500     PERFORM 5100-PRINT-ROUND THRU 5100-EXIT
055600         VARYING BKT-RIX FROM 1 BY 1
055700         UNTIL BKT-RIX > BKT-LAST-COMPLETE
055800     MOVE BKT-LAST-COMPLETE TO BKT-CUR-ROUND
055900     IF BKT-ROUND-MATCHES (BKT-CUR-ROUND) = 1
056000         DISPLAY "Tableau deja termine - classement reecrit"
056100         PERFORM 2800-FINISH-BRACKET THRU 2800-EXIT
056200     ELSE
056300         PERFORM 2700-NEXT-ROUND THRU 2700-EXIT
056400     END-IF.
056500 1500-EXIT.
056600     EXIT.

056700 1520-APPLY-ONE-ROUND.
056800     PERFORM 2450-APPLY-MATCH THRU 2450-EXIT
056900         VARYING BKT-MIX FROM 1 BY 1
057000         UNTIL BKT-MIX > BKT-ROUND-MATCHES (BKT-RIX).
057100 1520-EXIT.
057200     EXIT.

057300 1540-CLEAR-ROUND.
057400     IF BKT-RIX > BKT-LAST-COMPLETE
057500         INITIALIZE BKT-HIST-ROUND (BKT-RIX)
057600     END-IF.
057700 1540-EXIT.
057800     EXIT.

057900*================================================================*
058000*  1600-SEED-BRACKET / 1650-LOAD-SEASON / 1660-READ-SEASON-ROW /
058100*  1670-DRAW-KEY
058200*  Every entrant draws a random key.  Seeding on the season
058300*  ranks entrants on SEASON-MASTER points (most first), then
058400*  season attempts (fewest first - an entrant with no season
058500*  row has none and comes after those who do), then the key;
058600*  a random draw ranks on the key alone.  Without a season
058700*  master to read the draw falls back to random.
058800*================================================================*
058900 1600-SEED-BRACKET.
059000     PERFORM 1670-DRAW-KEY THRU 1670-EXIT
059100         VARYING BKT-IX1 FROM 1 BY 1
059200         UNTIL BKT-IX1 > BKT-ENTRANT-COUNT
059300     IF BKT-BY-SEASON
059400         PERFORM 1650-LOAD-SEASON THRU 1650-EXIT
059500     END-IF
059600     PERFORM 1700-SORT-SEEDS THRU 1700-EXIT
059700     PERFORM 1800-SIZE-BRACKET THRU 1800-EXIT
059800     PERFORM 5050-PRINT-SEEDS THRU 5050-EXIT
059900     IF BKT-ENTRANT-COUNT < 2
060000         DISPLAY "Moins de deux participants - pas de tableau"
060100         MOVE ZERO TO BKT-CUR-ROUND
060200         PERFORM 2800-FINISH-BRACKET THRU 2800-EXIT
060300         GO TO 1600-EXIT
060400     END-IF
060500     PERFORM 1850-BUILD-ORDER THRU 1850-EXIT
060600     PERFORM 1890-FILL-SLOT THRU 1890-EXIT
060700         VARYING BKT-IX1 FROM 1 BY 1
060800         UNTIL BKT-IX1 > BKT-SIZE
060900     MOVE 1                      TO BKT-CUR-ROUND
061000     MOVE BKT-ROUND-MATCHES (1)  TO BKT-MATCH-COUNT
061100     MOVE 1                      TO BKT-CUR-MATCH
061200     MOVE "0"                    TO BKT-MATCH-STATE
061300     DISPLAY "Tableau de " BKT-SIZE " places - "
061400         BKT-ENTRANT-COUNT " participants".
061500 1600-EXIT.
061600     EXIT.

061700 1650-LOAD-SEASON.
061800     OPEN INPUT SEASON-MASTER
061900     IF BKT-SEASON-STATUS NOT = "00"
062000         DISPLAY "SEASON-MASTER indisponible - tirage au sort"
062100         IF BKT-SEASON-STATUS NOT = "35"
062200             MOVE "SEASMAST"        TO BKT-ERR-FILE-NAME
062300             MOVE "OPEN"            TO BKT-ERR-OPERATION
062400             MOVE BKT-SEASON-STATUS TO BKT-ERR-STATUS
062500             MOVE "04"              TO BKT-ERR-SEVERITY
062600             PERFORM 8000-NOTE-ERROR THRU 8000-EXIT
062700         END-IF
062800         SET BKT-AT-RANDOM TO TRUE
062900         GO TO 1650-EXIT
063000     END-IF
063100     PERFORM 1660-READ-SEASON-ROW THRU 1660-EXIT
063200         VARYING BKT-IX1 FROM 1 BY 1
063300         UNTIL BKT-IX1 > BKT-ENTRANT-COUNT
063400     CLOSE SEASON-MASTER.
063500 1650-EXIT.
063600     EXIT.

063700 1660-READ-SEASON-ROW.
063800     MOVE BKT-ENT-EMPLOYEE-ID (BKT-IX1) TO SEAS-EMPLOYEE-ID
063900     READ SEASON-MASTER
064000         INVALID KEY
064100             MOVE ZERO TO BKT-ENT-POINTS (BKT-IX1)
064200             MOVE BKT-NO-SEASON-ATTEMPTS TO
064300                 BKT-ENT-SEASON-ATT (BKT-IX1)
064400         NOT INVALID KEY
064500             MOVE SEAS-POINTS TO BKT-ENT-POINTS (BKT-IX1)
064600             MOVE SEAS-TOTAL-ATTEMPTS TO
064700                 BKT-ENT-SEASON-ATT (BKT-IX1)
064800     END-READ.
064900 1660-EXIT.
065000     EXIT.

065100 1670-DRAW-KEY.
065200     IF BKT-IX1 = 1
065300         COMPUTE BKT-KEY-WORK =
065400             FUNCTION RANDOM(BK-SEED) * 999999999
065500     ELSE
065600         COMPUTE BKT-KEY-WORK = FUNCTION RANDOM * 999999999
065700     END-IF
065800     MOVE BKT-KEY-WORK TO BKT-ENT-KEY (BKT-IX1).
065900 1670-EXIT.
066000     EXIT.

066100*================================================================*
066200*  1700-SORT-SEEDS / 1720-SORT-PASS / 1740-COMPARE-SEEDS /
066300*  1760-SWAP-ENTRANTS
066400*  Straight exchange sort into seed order; the position in the
066500*  sorted table is the seed.
066600*================================================================*
066700 1700-SORT-SEEDS.
066800     IF BKT-ENTRANT-COUNT > 1
066900         PERFORM 1720-SORT-PASS THRU 1720-EXIT
067000             VARYING BKT-IX1 FROM 1 BY 1
067100             UNTIL BKT-IX1 >= BKT-ENTRANT-COUNT
067200     END-IF
067300     PERFORM 1780-NUMBER-SEED THRU 1780-EXIT
067400         VARYING BKT-IX1 FROM 1 BY 1
067500         UNTIL BKT-IX1 > BKT-ENTRANT-COUNT.
067600 1700-EXIT.
067700     EXIT.

067800 1720-SORT-PASS.
067900     PERFORM 1740-COMPARE-SEEDS THRU 1740-EXIT
068000         VARYING BKT-IX2 FROM 1 BY 1
068100         UNTIL BKT-IX2 > BKT-ENTRANT-COUNT - BKT-IX1.
068200 1720-EXIT.
068300     EXIT.

068400 1740-COMPARE-SEEDS.
068500     COMPUTE BKT-IX3 = BKT-IX2 + 1
068600     IF BKT-AT-RANDOM
068700         IF BKT-ENT-KEY (BKT-IX2) > BKT-ENT-KEY (BKT-IX3)
068800             PERFORM 1760-SWAP-ENTRANTS THRU 1760-EXIT
068900         END-IF
069000     ELSE
069100         IF BKT-ENT-POINTS (BKT-IX2) < BKT-ENT-POINTS (BKT-IX3)
069200          OR (BKT-ENT-POINTS (BKT-IX2) = BKT-ENT-POINTS (BKT-IX3)
069300             AND BKT-ENT-SEASON-ATT (BKT-IX2) >
069400                 BKT-ENT-SEASON-ATT (BKT-IX3))
069500          OR (BKT-ENT-POINTS (BKT-IX2) = BKT-ENT-POINTS (BKT-IX3)
069600             AND BKT-ENT-SEASON-ATT (BKT-IX2) =
069700                 BKT-ENT-SEASON-ATT (BKT-IX3)
069800             AND BKT-ENT-KEY (BKT-IX2) > BKT-ENT-KEY (BKT-IX3))
069900             PERFORM 1760-SWAP-ENTRANTS THRU 1760-EXIT
070000         END-IF
070100     END-IF.
070200 1740-EXIT.
070300     EXIT.

070400 1760-SWAP-ENTRANTS.
070500     MOVE BKT-ENTRANT (BKT-IX2) TO BKT-ENTRANT-SWAP
070600     MOVE BKT-ENTRANT (BKT-IX3) TO BKT-ENTRANT (BKT-IX2)
070700     MOVE BKT-ENTRANT-SWAP      TO BKT-ENTRANT (BKT-IX3).
070800 1760-EXIT.
070900     EXIT.

071000 1780-NUMBER-SEED.
071100     MOVE BKT-IX1 TO BKT-ENT-SEED (BKT-IX1).
071200 1780-EXIT.
071300     EXIT.

071400*================================================================*
071500*  1800-SIZE-BRACKET / 1820-DOUBLE-SIZE / 1830-SET-ROUND
071600*  The bracket size is the smallest power of two that holds
071700*  every entrant; the seeds past the entrant count are byes.
071800*  BKT-ROUND-MATCHES (r) is the number of matches in round r.
071900*================================================================*
072000 1800-SIZE-BRACKET.
072100     MOVE 1    TO BKT-SIZE
072200     MOVE ZERO TO BKT-ROUND-TOTAL
072300     PERFORM 1820-DOUBLE-SIZE THRU 1820-EXIT
072400         UNTIL BKT-SIZE >= BKT-ENTRANT-COUNT
072500     MOVE BKT-SIZE TO BKT-HALF-SIZE
072600     PERFORM 1830-SET-ROUND THRU 1830-EXIT
072700         VARYING BKT-RIX FROM 1 BY 1
072800         UNTIL BKT-RIX > BKT-ROUND-TOTAL.
072900 1800-EXIT.
073000     EXIT.

073100 1820-DOUBLE-SIZE.
073200     COMPUTE BKT-SIZE = BKT-SIZE * 2
073300     ADD 1 TO BKT-ROUND-TOTAL.
073400 1820-EXIT.
073500     EXIT.

073600 1830-SET-ROUND.
073700     COMPUTE BKT-HALF-SIZE = BKT-HALF-SIZE / 2
073800     MOVE BKT-HALF-SIZE TO BKT-ROUND-MATCHES (BKT-RIX).
073900 1830-EXIT.
074000     EXIT.

074100*================================================================*
074200*  1850-BUILD-ORDER / 1860-SPLIT-ORDER / 1870-SPLIT-ONE /
074300*  1880-COPY-ONE / 1890-FILL-SLOT
074400*  The classic draw: start from (1) and, at each doubling, put
074500*  seed s next to seed (2n + 1 - s), giving 1 2, then 1 4 2 3,
074600*  then 1 8 4 5 2 7 3 6 and so on.  Byes therefore fall to the
074700*  top seeds.
074800*================================================================*
074900 1850-BUILD-ORDER.
075000     MOVE 1 TO BKT-ORDER (1)
075100     MOVE 1 TO BKT-ORDER-SIZE
075200     PERFORM 1860-SPLIT-ORDER THRU 1860-EXIT
075300         UNTIL BKT-ORDER-SIZE >= BKT-SIZE.
075400 1850-EXIT.
075500     EXIT.

075600 1860-SPLIT-ORDER.
075700     PERFORM 1870-SPLIT-ONE THRU 1870-EXIT
075800         VARYING BKT-IX1 FROM 1 BY 1
075900         UNTIL BKT-IX1 > BKT-ORDER-SIZE
076000     COMPUTE BKT-ORDER-SIZE = BKT-ORDER-SIZE * 2
076100     PERFORM 1880-COPY-ONE THRU 1880-EXIT
076200         VARYING BKT-IX1 FROM 1 BY 1
076300         UNTIL BKT-IX1 > BKT-ORDER-SIZE.
076400 1860-EXIT.
076500     EXIT.

076600 1870-SPLIT-ONE.
076700     COMPUTE BKT-IX2 = BKT-IX1 * 2
076800     COMPUTE BKT-IX3 = BKT-IX2 - 1
076900     MOVE BKT-ORDER (BKT-IX1) TO BKT-ORDER-WORK (BKT-IX3)
077000     COMPUTE BKT-ORDER-WORK (BKT-IX2) =
077100         BKT-ORDER-SIZE * 2 + 1 - BKT-ORDER (BKT-IX1).
077200 1870-EXIT.
077300     EXIT.

077400 1880-COPY-ONE.
077500     MOVE BKT-ORDER-WORK (BKT-IX1) TO BKT-ORDER (BKT-IX1).
077600 1880-EXIT.
077700     EXIT.

077800 1890-FILL-SLOT.
077900     IF BKT-ORDER (BKT-IX1) > BKT-ENTRANT-COUNT
078000         MOVE ZERO TO BKT-SLOT (BKT-IX1)
078100     ELSE
078200         MOVE BKT-ORDER (BKT-IX1) TO BKT-SLOT (BKT-IX1)
078300     END-IF.
078400 1890-EXIT.
078500     EXIT.

078600*================================================================*
078700*  2000-NEXT-ACTION / 2100-FIND-NEXT-GAME
078800*  Works forward from the current match: a bye is settled on
078900*  the spot, a finished round is written, printed and the next
079000*  one drawn, until a player is due to play or the bracket is
079100*  over.
079200*================================================================*
079300 2000-NEXT-ACTION.
079400     MOVE SPACE TO BK-ACTION
079500     IF NOT BKT-STARTED
079600         DISPLAY "BRACKET - tableau non tire"
079700         MOVE "99" TO BK-STATUS
079800         GO TO 2000-EXIT
079900     END-IF
080000     PERFORM 2100-FIND-NEXT-GAME THRU 2100-EXIT
080100         UNTIL BK-ACTION-PLAY
080200            OR BKT-FINISHED
080300            OR BK-STATUS-FAILED
080400     IF BKT-FINISHED
080500         SET BK-ACTION-DONE TO TRUE
080600     END-IF.
080700 2000-EXIT.
080800     EXIT.

080900 2100-FIND-NEXT-GAME.
081000     IF BKT-CUR-MATCH > BKT-MATCH-COUNT
081100         PERFORM 2500-CLOSE-ROUND THRU 2500-EXIT
081200         GO TO 2100-EXIT
081300     END-IF
081400     IF BKT-MATCH-NEW
081500         PERFORM 2200-OPEN-MATCH THRU 2200-EXIT
081600         GO TO 2100-EXIT
081700     END-IF
081800     PERFORM 2300-HAND-OUT-SIDE THRU 2300-EXIT.
081900 2100-EXIT.
082000     EXIT.

082100*================================================================*
082200*  2200-OPEN-MATCH
082300*  Sets up the current match from its two slots; a match with
082400*  an empty slot is a bye and the seed present goes through.
082500*================================================================*
082600 2200-OPEN-MATCH.
082700     MOVE BKT-CUR-ROUND TO BKT-RIX
082800     MOVE BKT-CUR-MATCH TO BKT-MIX
082900     INITIALIZE BKT-HIST-MATCH (BKT-RIX BKT-MIX)
083000     COMPUTE BKT-IX2 = BKT-MIX * 2
083100     COMPUTE BKT-IX1 = BKT-IX2 - 1
083200     MOVE BKT-SLOT (BKT-IX1) TO BKT-HM-SEED (BKT-RIX BKT-MIX 1)
083300     MOVE BKT-SLOT (BKT-IX2) TO BKT-HM-SEED (BKT-RIX BKT-MIX 2)
083400     MOVE 1 TO BKT-HM-GAME-COUNT (BKT-RIX BKT-MIX)
083500     IF BKT-SLOT (BKT-IX1) = ZERO
083600        OR BKT-SLOT (BKT-IX2) = ZERO
083700         MOVE "B" TO BKT-HM-RESULT (BKT-RIX BKT-MIX)
083800         MOVE ZERO TO BKT-HM-GAME-COUNT (BKT-RIX BKT-MIX)
083900         IF BKT-SLOT (BKT-IX1) = ZERO
084000             MOVE 2 TO BKT-HM-WINNER (BKT-RIX BKT-MIX)
084100         ELSE
084200             MOVE 1 TO BKT-HM-WINNER (BKT-RIX BKT-MIX)
084300         END-IF
084400         PERFORM 2400-SETTLE-MATCH THRU 2400-EXIT
084500     ELSE
084600         SET BKT-SIDE-A-TO-PLAY TO TRUE
084700     END-IF.
084800 2200-EXIT.
084900     EXIT.

085000*================================================================*
085100*  2300-HAND-OUT-SIDE
085200*  Names the player due to play, their opponent and the target.
085300*  Side A of each game draws the target (zero here); side B
085400*  plays the same one.
085500*================================================================*
085600 2300-HAND-OUT-SIDE.
085700     MOVE BKT-CUR-ROUND TO BKT-RIX
085800     MOVE BKT-CUR-MATCH TO BKT-MIX
085900     IF BKT-SIDE-A-TO-PLAY
086000         MOVE 1 TO BKT-SIX
086100         MOVE 2 TO BKT-OIX
086200         MOVE ZERO TO BK-TARGET
086300     ELSE
086400         MOVE 2 TO BKT-SIX
086500         MOVE 1 TO BKT-OIX
086600         MOVE BKT-HM-TARGET (BKT-RIX BKT-MIX) TO BK-TARGET
086700     END-IF
086800     MOVE BKT-HM-SEED (BKT-RIX BKT-MIX BKT-SIX) TO BKT-SEED-WORK
086900     MOVE BKT-ENT-EMPLOYEE-ID (BKT-SEED-WORK) TO BK-EMPLOYEE-ID
087000     MOVE BKT-ENT-NAME (BKT-SEED-WORK)        TO BK-EMPLOYEE-NAME
087100     MOVE BKT-ENT-DEPT (BKT-SEED-WORK)        TO BK-DEPARTMENT
087200     MOVE BKT-HM-SEED (BKT-RIX BKT-MIX BKT-OIX) TO BKT-SEED-WORK
087300     MOVE BKT-ENT-EMPLOYEE-ID (BKT-SEED-WORK) TO BK-OPPONENT-ID
087400     MOVE BKT-ENT-NAME (BKT-SEED-WORK)        TO BK-OPPONENT-NAME
087500     MOVE BKT-CUR-ROUND TO BK-ROUND
087600     MOVE BKT-CUR-MATCH TO BK-MATCH
087700     MOVE BKT-HM-GAME-COUNT (BKT-RIX BKT-MIX) TO BK-GAME
087800     MOVE ZERO  TO BK-ATTEMPTS
087900     MOVE SPACE TO BK-OUTCOME
088000     SET BK-ACTION-PLAY TO TRUE.
088100 2300-EXIT.
088200     EXIT.

088300*================================================================*
088400*  2400-SETTLE-MATCH / 2450-APPLY-MATCH / 2460-APPLY-ONE-SIDE
088500*  A settled match posts each side's attempts to its round and
088600*  marks the loser out in this round; the same posting rebuilds
088700*  the entrants of a bracket taken back from file.
088800*================================================================*
088900 2400-SETTLE-MATCH.
089000     MOVE BKT-CUR-ROUND TO BKT-RIX
089100     MOVE BKT-CUR-MATCH TO BKT-MIX
089200     MOVE "Y" TO BKT-HM-SEEN (BKT-RIX BKT-MIX)
089300     ADD 1 TO BKT-HR-SEEN-COUNT (BKT-RIX)
089400     PERFORM 2450-APPLY-MATCH THRU 2450-EXIT
089500     MOVE BKT-HM-WINNER (BKT-RIX BKT-MIX) TO BKT-SIX
089600     MOVE BKT-HM-SEED (BKT-RIX BKT-MIX BKT-SIX) TO BKT-SEED-WORK
089700     IF BKT-HM-RESULT (BKT-RIX BKT-MIX) NOT = "B"
089800         DISPLAY "Manche " BKT-CUR-ROUND " match " BKT-CUR-MATCH
089900             " - qualifie : "
090000             FUNCTION TRIM(BKT-ENT-NAME (BKT-SEED-WORK))
090100     END-IF
090200     ADD 1 TO BKT-CUR-MATCH
090300     MOVE "0" TO BKT-MATCH-STATE.
090400 2400-EXIT.
090500     EXIT.

090600 2450-APPLY-MATCH.
090700     PERFORM 2460-APPLY-ONE-SIDE THRU 2460-EXIT
090800         VARYING BKT-SIX FROM 1 BY 1
090900         UNTIL BKT-SIX > 2.
091000 2450-EXIT.
091100     EXIT.

091200 2460-APPLY-ONE-SIDE.
091300     MOVE BKT-HM-SEED (BKT-RIX BKT-MIX BKT-SIX) TO BKT-SEED-WORK
091400     IF BKT-SEED-WORK < 1
091500        OR BKT-SEED-WORK > BKT-ENTRANT-COUNT
091600         GO TO 2460-EXIT
091700     END-IF
091800     MOVE BKT-HM-ATTEMPTS (BKT-RIX BKT-MIX BKT-SIX) TO
091900         BKT-ENT-ROUND-ATT (BKT-SEED-WORK BKT-RIX)
092000     ADD BKT-HM-ATTEMPTS (BKT-RIX BKT-MIX BKT-SIX) TO
092100         BKT-ENT-TOTAL (BKT-SEED-WORK)
092200     IF BKT-SIX NOT = BKT-HM-WINNER (BKT-RIX BKT-MIX)
092300         MOVE BKT-RIX TO BKT-ENT-OUT-ROUND (BKT-SEED-WORK)
092400     END-IF.
092500 2460-EXIT.
092600     EXIT.

092700*================================================================*
092800*  2500-CLOSE-ROUND
092900*  Every match of the round is settled: the round is appended
093000*  to the bracket file (the restart point) and printed, then
093100*  either the final is over or the winners are drawn on into
093200*  the next round.
093300*================================================================*
093400 2500-CLOSE-ROUND.
093500     PERFORM 2600-WRITE-ROUND THRU 2600-EXIT
093600     IF BK-STATUS-FAILED
093700         GO TO 2500-EXIT
093800     END-IF
093900     MOVE BKT-CUR-ROUND TO BKT-RIX
094000     MOVE SPACES TO BKT-HD2-NOTE
094100     PERFORM 5100-PRINT-ROUND THRU 5100-EXIT
094200     IF BKT-MATCH-COUNT = 1
094300         PERFORM 2800-FINISH-BRACKET THRU 2800-EXIT
094400     ELSE
094500         PERFORM 2700-NEXT-ROUND THRU 2700-EXIT
094600     END-IF.
094700 2500-EXIT.
094800     EXIT.

094900*================================================================*
095000*  2600-WRITE-ROUND / 2650-WRITE-ONE-MATCH / 2660-MOVE-ONE-SIDE
095100*  Appends one record per match of the round just completed,
095200*  creating the bracket file on its first ever use.  Without it
095300*  an interrupted bracket could not restart, so a failure here
095400*  stops the bracket.
095500*================================================================*
095600 2600-WRITE-ROUND.
095700     OPEN EXTEND BRACKET-FILE
095800     IF BKT-BRK-STATUS = "05" OR BKT-BRK-STATUS = "35"
095900         CLOSE BRACKET-FILE
096000         OPEN OUTPUT BRACKET-FILE
096100     END-IF
096200     IF BKT-BRK-STATUS NOT = "00"
096300         DISPLAY "BRACKET-FILE indisponible - tableau annule"
096400         MOVE "BRACKETFILE"  TO BKT-ERR-FILE-NAME
096500         MOVE "OPEN"         TO BKT-ERR-OPERATION
096600         MOVE BKT-BRK-STATUS TO BKT-ERR-STATUS
096700         MOVE "12"           TO BKT-ERR-SEVERITY
096800         PERFORM 8000-NOTE-ERROR THRU 8000-EXIT
096900         GO TO 2600-EXIT
097000     END-IF
097100     MOVE BKT-CUR-ROUND TO BKT-RIX
097200     PERFORM 2650-WRITE-ONE-MATCH THRU 2650-EXIT
097300         VARYING BKT-MIX FROM 1 BY 1
097400         UNTIL BKT-MIX > BKT-MATCH-COUNT
097500            OR BK-STATUS-FAILED
097600     CLOSE BRACKET-FILE.
097700 2600-EXIT.
097800     EXIT.

097900 2650-WRITE-ONE-MATCH.
098000     MOVE BK-RUN-DATE   TO BRK-RUN-DATE
098100     MOVE BK-EVENT-CODE TO BRK-EVENT-CODE
098200     MOVE BKT-RIX       TO BRK-ROUND
098300     MOVE BKT-MIX       TO BRK-MATCH
098400     PERFORM 2660-MOVE-ONE-SIDE THRU 2660-EXIT
098500         VARYING BKT-SIX FROM 1 BY 1
098600         UNTIL BKT-SIX > 2
098700     MOVE BKT-HM-TARGET (BKT-RIX BKT-MIX)     TO BRK-TARGET
098800     MOVE BKT-HM-GAME-COUNT (BKT-RIX BKT-MIX) TO BRK-GAME-COUNT
098900     MOVE BKT-HM-RESULT (BKT-RIX BKT-MIX)     TO BRK-RESULT-CODE
099000     MOVE BKT-HM-WINNER (BKT-RIX BKT-MIX)     TO BRK-WINNER-SIDE
099100     WRITE BRK-RECORD
099200     IF BKT-BRK-STATUS NOT = "00"
099300         DISPLAY "BRACKET-FILE ecriture en erreur"
099400             " - tableau annule"
099500         MOVE "BRACKETFILE"  TO BKT-ERR-FILE-NAME
099600         MOVE "WRITE"        TO BKT-ERR-OPERATION
099700         MOVE BKT-BRK-STATUS TO BKT-ERR-STATUS
099800         MOVE "12"           TO BKT-ERR-SEVERITY
099900         PERFORM 8000-NOTE-ERROR THRU 8000-EXIT
100000     END-IF.
100100 2650-EXIT.
100200     EXIT.

100300 2660-MOVE-ONE-SIDE.
100400     MOVE BKT-HM-SEED (BKT-RIX BKT-MIX BKT-SIX) TO BKT-SEED-WORK
100500     MOVE BKT-SEED-WORK TO BRK-SEED (BKT-SIX)
100600     MOVE BKT-HM-ATTEMPTS (BKT-RIX BKT-MIX BKT-SIX) TO
100700         BRK-ATTEMPTS (BKT-SIX)
100800     MOVE BKT-HM-OUTCOME (BKT-RIX BKT-MIX BKT-SIX) TO
100900         BRK-OUTCOME (BKT-SIX)
101000     IF BKT-SEED-WORK = ZERO
101100         MOVE SPACES TO BRK-EMPLOYEE-ID (BKT-SIX)
101200         MOVE SPACES TO BRK-EMPLOYEE-NAME (BKT-SIX)
101300         MOVE SPACES TO BRK-DEPARTMENT (BKT-SIX)
101400     ELSE
101500         MOVE BKT-ENT-EMPLOYEE-ID (BKT-SEED-WORK) TO
101600             BRK-EMPLOYEE-ID (BKT-SIX)
101700         MOVE BKT-ENT-NAME (BKT-SEED-WORK) TO
101800             BRK-EMPLOYEE-NAME (BKT-SIX)
101900         MOVE BKT-ENT-DEPT (BKT-SEED-WORK) TO
102000             BRK-DEPARTMENT (BKT-SIX)
102100     END-IF.
102200 2660-EXIT.
102300     EXIT.

102400*================================================================*
102500*  2700-NEXT-ROUND / 2750-ADVANCE-WINNER
102600*  The winner of match m takes slot m of the next round, so the
102700*  draw keeps its shape down to the final.
102800*================================================================*
102900 2700-NEXT-ROUND.
103000     MOVE BKT-CUR-ROUND TO BKT-RIX
103100     PERFORM 2750-ADVANCE-WINNER THRU 2750-EXIT
103200         VARYING BKT-MIX FROM 1 BY 1
103300         UNTIL BKT-MIX > BKT-ROUND-MATCHES (BKT-RIX)
103400     ADD 1 TO BKT-CUR-ROUND
103500     MOVE BKT-ROUND-MATCHES (BKT-CUR-ROUND) TO BKT-MATCH-COUNT
103600     MOVE 1   TO BKT-CUR-MATCH
103700     MOVE "0" TO BKT-MATCH-STATE
103800     DISPLAY "Tableau - manche " BKT-CUR-ROUND " : "
103900         BKT-MATCH-COUNT " match(s)".
104000 2700-EXIT.
104100     EXIT.

104200 2750-ADVANCE-WINNER.
104300     MOVE BKT-HM-WINNER (BKT-RIX BKT-MIX) TO BKT-SIX
104400     MOVE BKT-HM-SEED (BKT-RIX BKT-MIX BKT-SIX) TO
104500         BKT-SLOT (BKT-MIX).
104600 2750-EXIT.
104700     EXIT.

104800*================================================================*
104900*  2800-FINISH-BRACKET / 2820-PLACE-ONE-ENTRANT
105000*  Placings: the champion is placed 1, and everyone knocked out
105100*  in a round of m matches shares place m + 1 (the finalist 2,
105200*  the semi-finalists 3, the quarter-finalists 5 and so on), so
105300*  SEASONST awards the same points to everyone on a place.
105400*  Within a place the better seed is listed first.
105500*================================================================*
105600 2800-FINISH-BRACKET.
105700     SET BKT-FINISHED TO TRUE
105800     PERFORM 2820-PLACE-ONE-ENTRANT THRU 2820-EXIT
105900         VARYING BKT-IX1 FROM 1 BY 1
106000         UNTIL BKT-IX1 > BKT-ENTRANT-COUNT
106100     IF BKT-ENTRANT-COUNT > 1
106200         PERFORM 2840-SORT-PASS THRU 2840-EXIT
106300             VARYING BKT-IX1 FROM 1 BY 1
106400             UNTIL BKT-IX1 >= BKT-ENTRANT-COUNT
106500     END-IF
106600     PERFORM 2900-WRITE-PLACINGS THRU 2900-EXIT
106700     PERFORM 5300-PRINT-PLACINGS THRU 5300-EXIT
106800     IF BKT-PRINT-OPEN
106900         CLOSE PRINT-FILE
107000         MOVE "N" TO BKT-PRINT-SW
107100     END-IF
107200     IF BKT-ENTRANT-COUNT > ZERO
107300         DISPLAY "Vainqueur du tableau : "
107400             FUNCTION TRIM(BKT-ENT-NAME (1))
107500     END-IF.
107600 2800-EXIT.
107700     EXIT.

107800 2820-PLACE-ONE-ENTRANT.
107900     IF BKT-ENT-OUT-ROUND (BKT-IX1) = ZERO
108000         MOVE 1 TO BKT-ENT-PLACE (BKT-IX1)
108100     ELSE
108200         MOVE BKT-ENT-OUT-ROUND (BKT-IX1) TO BKT-RIX
108300         COMPUTE BKT-ENT-PLACE (BKT-IX1) =
108400             BKT-ROUND-MATCHES (BKT-RIX) + 1
108500     END-IF.
108600 2820-EXIT.
108700     EXIT.

108800*================================================================*
108900*  2840-SORT-PASS / 2850-COMPARE-PLACES
109000*  Straight exchange sort into place order, seed within place.
109100*================================================================*
109200 2840-SORT-PASS.
109300     PERFORM 2850-COMPARE-PLACES THRU 2850-EXIT
109400         VARYING BKT-IX2 FROM 1 BY 1
109500         UNTIL BKT-IX2 > BKT-ENTRANT-COUNT - BKT-IX1.
109600 2840-EXIT.
109700     EXIT.

109800 2850-COMPARE-PLACES.
109900     COMPUTE BKT-IX3 = BKT-IX2 + 1
110000     IF BKT-ENT-PLACE (BKT-IX2) > BKT-ENT-PLACE (BKT-IX3)
110100      OR (BKT-ENT-PLACE (BKT-IX2) = BKT-ENT-PLACE (BKT-IX3)
110200         AND BKT-ENT-SEED (BKT-IX2) > BKT-ENT-SEED (BKT-IX3))
110300         PERFORM 1760-SWAP-ENTRANTS THRU 1760-EXIT
110400     END-IF.
110500 2850-EXIT.
110600     EXIT.

110700*================================================================*
110800*  2900-WRITE-PLACINGS / 2920-WRITE-ONE-PLACING /
110900*  2940-MOVE-ONE-ROUND
111000*  One standings record per entrant, in place order, with the
111100*  attempts of each round played (a bye or a walkover received
111200*  counts zero) - the same file a tournament run leaves for
111300*  SEASONST.
111400*================================================================*
111500 2900-WRITE-PLACINGS.
111600     MOVE ZERO TO BK-PLACED-COUNT
111700     OPEN OUTPUT STANDINGS-FILE
111800     IF BKT-STAND-STATUS NOT = "00"
111900         DISPLAY "STANDINGS-FILE indisponible - classement"
112000             " du tableau non ecrit"
112100         MOVE "STANDFILE"      TO BKT-ERR-FILE-NAME
112200         MOVE "OPEN"           TO BKT-ERR-OPERATION
112300         MOVE BKT-STAND-STATUS TO BKT-ERR-STATUS
112400         MOVE "12"             TO BKT-ERR-SEVERITY
112500         PERFORM 8000-NOTE-ERROR THRU 8000-EXIT
112600         GO TO 2900-EXIT
112700     END-IF
112800     PERFORM 2920-WRITE-ONE-PLACING THRU 2920-EXIT
112900         VARYING BKT-IX1 FROM 1 BY 1
113000         UNTIL BKT-IX1 > BKT-ENTRANT-COUNT
113100     CLOSE STANDINGS-FILE.
113200 2900-EXIT.
113300     EXIT.

113400 2920-WRITE-ONE-PLACING.
113500     MOVE BKT-ENT-PLACE (BKT-IX1)       TO STAND-RANK
113600     MOVE BKT-ENT-EMPLOYEE-ID (BKT-IX1) TO STAND-EMPLOYEE-ID
113700     MOVE BKT-ENT-NAME (BKT-IX1)        TO STAND-EMPLOYEE-NAME
113800     MOVE BKT-ENT-DEPT (BKT-IX1)        TO STAND-DEPARTMENT
113900     MOVE BKT-ENT-TOTAL (BKT-IX1)       TO STAND-TOTAL-ATTEMPTS
114000     MOVE BKT-ROUND-TOTAL               TO STAND-ROUND-COUNT
114100     MOVE BK-EVENT-CODE                 TO STAND-EVENT-CODE
114200     PERFORM 2940-MOVE-ONE-ROUND THRU 2940-EXIT
114300         VARYING BKT-RIX2 FROM 1 BY 1
114400         UNTIL BKT-RIX2 > 10
114500     WRITE STAND-RECORD
114600     ADD 1 TO BK-PLACED-COUNT.
114700 2920-EXIT.
114800     EXIT.

114900 2940-MOVE-ONE-ROUND.
115000     MOVE BKT-ENT-ROUND-ATT (BKT-IX1 BKT-RIX2)
115100       TO STAND-ROUND-ATTEMPTS (BKT-RIX2).
115200 2940-EXIT.
115300     EXIT.

115400*================================================================*
115500*  3000-RECORD-RESULT / 3100-DECIDE-GAME
115600*  Takes the result of the game just handed out.  Side A's
115700*  no-show or abandon gives side B a walkover without playing;
115800*  otherwise side B plays the same target and the game is
115900*  decided on attempts (a game lost on the attempt cap counts
116000*  worse than any win).  Equal results replay the match in
116100*  sudden death on a fresh target, the attempts of every game
116200*  adding up on the match record.
116300*================================================================*
116400 3000-RECORD-RESULT.
116500     IF NOT BKT-SIDE-A-TO-PLAY
116600        AND NOT BKT-SIDE-B-TO-PLAY
116700         DISPLAY "BRACKET - resultat sans partie en cours"
116800         MOVE "99" TO BK-STATUS
116900         GO TO 3000-EXIT
117000     END-IF
117100     MOVE BKT-CUR-ROUND TO BKT-RIX
117200     MOVE BKT-CUR-MATCH TO BKT-MIX
117300     IF BKT-SIDE-A-TO-PLAY
117400         MOVE 1 TO BKT-SIX
117500     ELSE
117600         MOVE 2 TO BKT-SIX
117700     END-IF
117800     ADD BK-ATTEMPTS TO BKT-HM-ATTEMPTS (BKT-RIX BKT-MIX BKT-SIX)
117900     MOVE BK-OUTCOME  TO BKT-HM-OUTCOME (BKT-RIX BKT-MIX BKT-SIX)
118000     MOVE BK-ATTEMPTS TO BKT-HM-GAME-ATT (BKT-RIX BKT-MIX BKT-SIX)
118100     MOVE BK-OUTCOME  TO BKT-HM-GAME-OUT (BKT-RIX BKT-MIX BKT-SIX)
118200     IF BKT-SIX = 1
118300         MOVE BK-TARGET TO BKT-HM-TARGET (BKT-RIX BKT-MIX)
118400         IF BK-OUTCOME-ABANDON OR BK-OUTCOME-NO-SHOW
118500             MOVE 2   TO BKT-HM-WINNER (BKT-RIX BKT-MIX)
118600             MOVE "F" TO BKT-HM-RESULT (BKT-RIX BKT-MIX)
118700             PERFORM 2400-SETTLE-MATCH THRU 2400-EXIT
118800         ELSE
118900             SET BKT-SIDE-B-TO-PLAY TO TRUE
119000         END-IF
119100         GO TO 3000-EXIT
119200     END-IF
119300     IF BK-OUTCOME-ABANDON OR BK-OUTCOME-NO-SHOW
119400         MOVE 1   TO BKT-HM-WINNER (BKT-RIX BKT-MIX)
119500         MOVE "F" TO BKT-HM-RESULT (BKT-RIX BKT-MIX)
119600         PERFORM 2400-SETTLE-MATCH THRU 2400-EXIT
119700         GO TO 3000-EXIT
119800     END-IF
119900     PERFORM 3100-DECIDE-GAME THRU 3100-EXIT.
120000 3000-EXIT.
120100     EXIT.

120200 3100-DECIDE-GAME.
120300     IF BKT-HM-GAME-OUT (BKT-RIX BKT-MIX 1) = "W"
120400         MOVE BKT-HM-GAME-ATT (BKT-RIX BKT-MIX 1) TO BKT-SCORE-A
120500     ELSE
120600         MOVE BKT-SCORE-LOST TO BKT-SCORE-A
120700     END-IF
120800     IF BKT-HM-GAME-OUT (BKT-RIX BKT-MIX 2) = "W"
120900         MOVE BKT-HM-GAME-ATT (BKT-RIX BKT-MIX 2) TO BKT-SCORE-B
121000     ELSE
121100         MOVE BKT-SCORE-LOST TO BKT-SCORE-B
121200     END-IF
121300     IF BKT-SCORE-A = BKT-SCORE-B
121400         DISPLAY "Egalite - mort subite sur une nouvelle cible"
121500         ADD 1 TO BKT-HM-GAME-COUNT (BKT-RIX BKT-MIX)
121600         MOVE ZERO TO BKT-HM-TARGET (BKT-RIX BKT-MIX)
121700         SET BKT-SIDE-A-TO-PLAY TO TRUE
121800         GO TO 3100-EXIT
121900     END-IF
122000     IF BKT-SCORE-A < BKT-SCORE-B
122100         MOVE 1 TO BKT-HM-WINNER (BKT-RIX BKT-MIX)
122200     ELSE
122300         MOVE 2 TO BKT-HM-WINNER (BKT-RIX BKT-MIX)
122400     END-IF
122500     IF BKT-HM-GAME-COUNT (BKT-RIX BKT-MIX) > 1
122600         MOVE "S" TO BKT-HM-RESULT (BKT-RIX BKT-MIX)
122700     ELSE
122800         MOVE "N" TO BKT-HM-RESULT (BKT-RIX BKT-MIX)
122900     END-IF
123000     PERFORM 2400-SETTLE-MATCH THRU 2400-EXIT.
123100 3100-EXIT.
123200     EXIT.

123300*================================================================*
123400*  5000-OPEN-PRINT
123500*  The bracket sheet is a convenience: when it cannot be opened
123600*  the bracket is still played and the run is flagged degraded.
123700*================================================================*
123800 5000-OPEN-PRINT.
123900     MOVE "N" TO BKT-PRINT-SW
124000     OPEN OUTPUT PRINT-FILE
124100     IF BKT-PRINT-STATUS NOT = "00"
124200         DISPLAY "BRKPRINT indisponible - feuille de tableau"
124300             " non imprimee"
124400         MOVE "BRKPRINT"       TO BKT-ERR-FILE-NAME
124500         MOVE "OPEN"           TO BKT-ERR-OPERATION
124600         MOVE BKT-PRINT-STATUS TO BKT-ERR-STATUS
124700         MOVE "04"             TO BKT-ERR-SEVERITY
124800         PERFORM 8000-NOTE-ERROR THRU 8000-EXIT
124900         GO TO 5000-EXIT
125000     END-IF
125100     SET BKT-PRINT-OPEN TO TRUE
125200     MOVE BK-RUN-DATE   TO BKT-HD1-DATE
125300     MOVE BK-EVENT-CODE TO BKT-HD1-EVENT
125400     MOVE BKT-HEAD-LINE-1 TO PRINT-RECORD
125500     PERFORM 5900-WRITE-LINE THRU 5900-EXIT.
125600 5000-EXIT.
125700     EXIT.

125800*================================================================*
125900*  5050-PRINT-SEEDS / 5060-PRINT-ONE-SEED
126000*  The seeding of a fresh draw, with the season points it was
126100*  made on.
126200*================================================================*
126300 5050-PRINT-SEEDS.
126400     IF BKT-AT-RANDOM
126500         MOVE "(TIRAGE AU SORT)" TO BKT-SH-METHOD
126600     ELSE
126700         MOVE "(POINTS DE LA SAISON)" TO BKT-SH-METHOD
126800     END-IF
126900     MOVE SPACES TO PRINT-RECORD
127000     PERFORM 5900-WRITE-LINE THRU 5900-EXIT
127100     MOVE BKT-SEED-HEAD TO PRINT-RECORD
127200     PERFORM 5900-WRITE-LINE THRU 5900-EXIT
127300     PERFORM 5060-PRINT-ONE-SEED THRU 5060-EXIT
127400         VARYING BKT-IX1 FROM 1 BY 1
127500         UNTIL BKT-IX1 > BKT-ENTRANT-COUNT.
127600 5050-EXIT.
127700     EXIT.

127800 5060-PRINT-ONE-SEED.
127900     MOVE BKT-ENT-SEED (BKT-IX1)        TO BKT-SL-SEED
128000     MOVE BKT-ENT-EMPLOYEE-ID (BKT-IX1) TO BKT-SL-EMPLOYEE-ID
128100     MOVE BKT-ENT-NAME (BKT-IX1)        TO BKT-SL-NAME
128200     MOVE BKT-ENT-DEPT (BKT-IX1)        TO BKT-SL-DEPT
128300     MOVE BKT-ENT-POINTS (BKT-IX1)      TO BKT-SL-POINTS
128400     MOVE BKT-SEED-LINE TO PRINT-RECORD
128500     PERFORM 5900-WRITE-LINE THRU 5900-EXIT.
128600 5060-EXIT.
128700     EXIT.

128800*================================================================*
128900*  5100-PRINT-ROUND / 5150-PRINT-ONE-MATCH
129000*  One block per round (BKT-RIX): heading, then one line per
129100*  match with both sides' attempts, the side that went through
129200*  and how the match was settled.
129300*================================================================*
129400 5100-PRINT-ROUND.
129500     MOVE BKT-RIX TO BKT-HD2-ROUND
129600     MOVE BKT-ROUND-MATCHES (BKT-RIX) TO BKT-HD2-MATCHES
129700     MOVE SPACES TO PRINT-RECORD
129800     PERFORM 5900-WRITE-LINE THRU 5900-EXIT
129900     MOVE BKT-HEAD-LINE-2 TO PRINT-RECORD
130000     PERFORM 5900-WRITE-LINE THRU 5900-EXIT
130100     MOVE BKT-HEAD-LINE-3 TO PRINT-RECORD
130200     PERFORM 5900-WRITE-LINE THRU 5900-EXIT
130300     PERFORM 5150-PRINT-ONE-MATCH THRU 5150-EXIT
130400         VARYING BKT-MIX FROM 1 BY 1
130500         UNTIL BKT-MIX > BKT-ROUND-MATCHES (BKT-RIX).
130600 5100-EXIT.
130700     EXIT.

130800 5150-PRINT-ONE-MATCH.
130900     MOVE BKT-MIX TO BKT-ML-MATCH
131000     MOVE BKT-HM-SEED (BKT-RIX BKT-MIX 1) TO BKT-SEED-WORK
131100     MOVE BKT-SEED-WORK TO BKT-ML-SEED-A
131200     IF BKT-SEED-WORK = ZERO
131300         MOVE "(EXEMPT)" TO BKT-ML-NAME-A
131400     ELSE
131500         MOVE BKT-ENT-NAME (BKT-SEED-WORK) TO BKT-ML-NAME-A
131600     END-IF
131700     MOVE BKT-HM-ATTEMPTS (BKT-RIX BKT-MIX 1) TO BKT-ML-ATT-A
131800     MOVE BKT-HM-SEED (BKT-RIX BKT-MIX 2) TO BKT-SEED-WORK
131900     MOVE BKT-SEED-WORK TO BKT-ML-SEED-B
132000     IF BKT-SEED-WORK = ZERO
132100         MOVE "(EXEMPT)" TO BKT-ML-NAME-B
132200     ELSE
132300         MOVE BKT-ENT-NAME (BKT-SEED-WORK) TO BKT-ML-NAME-B
132400     END-IF
132500     MOVE BKT-HM-ATTEMPTS (BKT-RIX BKT-MIX 2) TO BKT-ML-ATT-B
132600     IF BKT-HM-WINNER (BKT-RIX BKT-MIX) = 1
132700         MOVE "A" TO BKT-ML-WINNER
132800     ELSE
132900         MOVE "B" TO BKT-ML-WINNER
133000     END-IF
133100     IF BKT-HM-RESULT (BKT-RIX BKT-MIX) = "S"
133200         MOVE "M.SUBITE" TO BKT-ML-RESULT
133300     ELSE
133400         IF BKT-HM-RESULT (BKT-RIX BKT-MIX) = "F"
133500             MOVE "FORFAIT" TO BKT-ML-RESULT
133600         ELSE
133700             IF BKT-HM-RESULT (BKT-RIX BKT-MIX) = "B"
133800                 MOVE "EXEMPT" TO BKT-ML-RESULT
133900             ELSE
134000                 MOVE "NORMAL" TO BKT-ML-RESULT
134100             END-IF
134200         END-IF
134300     END-IF
134400     MOVE BKT-MATCH-LINE TO PRINT-RECORD
134500     PERFORM 5900-WRITE-LINE THRU 5900-EXIT.
134600 5150-EXIT.
134700     EXIT.

134800*================================================================*
134900*  5300-PRINT-PLACINGS / 5350-PRINT-ONE-PLACING
135000*  The final placings, in the order written to the standings
135100*  file.
135200*================================================================*
135300 5300-PRINT-PLACINGS.
135400     MOVE SPACES TO PRINT-RECORD
135500     PERFORM 5900-WRITE-LINE THRU 5900-EXIT
135600     MOVE BKT-PLACE-HEAD-1 TO PRINT-RECORD
135700     PERFORM 5900-WRITE-LINE THRU 5900-EXIT
135800     MOVE BKT-PLACE-HEAD-2 TO PRINT-RECORD
135900     PERFORM 5900-WRITE-LINE THRU 5900-EXIT
136000     PERFORM 5350-PRINT-ONE-PLACING THRU 5350-EXIT
136100         VARYING BKT-IX1 FROM 1 BY 1
136200         UNTIL BKT-IX1 > BKT-ENTRANT-COUNT.
136300 5300-EXIT.
136400     EXIT.

136500 5350-PRINT-ONE-PLACING.
136600     MOVE BKT-ENT-PLACE (BKT-IX1)       TO BKT-PL-PLACE
136700     MOVE BKT-ENT-SEED (BKT-IX1)        TO BKT-PL-SEED
136800     MOVE BKT-ENT-EMPLOYEE-ID (BKT-IX1) TO BKT-PL-EMPLOYEE-ID
136900     MOVE BKT-ENT-NAME (BKT-IX1)        TO BKT-PL-NAME
137000     MOVE BKT-ENT-DEPT (BKT-IX1)        TO BKT-PL-DEPT
137100     MOVE BKT-ENT-TOTAL (BKT-IX1)       TO BKT-PL-TOTAL
137200     IF BKT-ENT-OUT-ROUND (BKT-IX1) = ZERO
137300         MOVE "CHAMPION" TO BKT-PL-OUT-TEXT
137400     ELSE
137500         MOVE "MANCHE"   TO BKT-PL-OUT-TEXT
137600     END-IF
137700     MOVE BKT-ENT-OUT-ROUND (BKT-IX1)   TO BKT-PL-OUT-ROUND
137800     MOVE BKT-PLACE-LINE TO PRINT-RECORD
137900     PERFORM 5900-WRITE-LINE THRU 5900-EXIT.
138000 5350-EXIT.
138100     EXIT.

138200 5900-WRITE-LINE.
138300     IF BKT-PRINT-OPEN
138400         WRITE PRINT-RECORD
138500     END-IF.
138600 5900-EXIT.
138700     EXIT.

138800*================================================================*
138900*  8000-NOTE-ERROR
139000*  Hands a file problem back to the caller for its ERROR-LOG.
139100*  The first problem of a call is the one reported; a stopping
139200*  problem ("12") always outranks a degraded one ("04").
139300*================================================================*
139400 8000-NOTE-ERROR.
139500     IF BK-ERR-FILE-NAME = SPACES
139600         MOVE BKT-ERR-FILE-NAME TO BK-ERR-FILE-NAME
139700         MOVE BKT-ERR-OPERATION TO BK-ERR-OPERATION
139800         MOVE BKT-ERR-STATUS    TO BK-ERR-STATUS
139900     END-IF
140000     IF NOT BK-STATUS-FAILED
140100         MOVE BKT-ERR-SEVERITY TO BK-STATUS
140200     END-IF.
140300 8000-EXIT.
140400     EXIT.
