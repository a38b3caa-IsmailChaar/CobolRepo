012594*                     unless PARM-RERUN-OVERRIDE forces it -
012596*                     the 2026-08-28 double batch run will not
012598*                     happen again.
012600*  2026-10-15  JMT   Interactive mode now asks for the player's
012602*                     badge or employee id before the game is
012604*                     set up and checks it against EMPLOYEE-
012606*                     MASTER as batch mode does, with three
012608*                     tries and an explicit INVITE (guest)
012610*                     choice; the id, name and department are
012612*                     carried onto the score, report, stats,
012614*                     guess-log and checkpoint records, and a
012616*                     resumed session takes its player back
012618*                     from the checkpoint, so kiosk wins now
012620*                     count on the boards.
012625*  2026-10-15  JMT   PARM-FILE may now name an EVENT-MASTER event:
012630*                     the run is refused (RETURN-CODE 16) when the
012635*                     event is unknown, cancelled, or outside its
012640*                     open/close dates, takes its range, attempt
012645*                     cap and round count from the event, and
012650*                     stamps the event code on every score,
012655*                     result, report, stats, guess-log, standings
012660*                     and reject row, so each promotion's rows can
012665*                     be selected without guessing from dates.
012670*  2026-10-15  JMT   Winning rows go to the score extract with the
012680*                     new void flag and reason blank.
012681*  2026-10-15  JMT   Knockout mode ("K"): PLAYERS-FILE entrants
012682*                     are drawn into a bracket by the BRACKET
012683*                     subprogram and play head to head on one
012684*                     target, sudden death on a tie, walkover
012685*                     for a no-show or an abandon.  Each round
012686*                     goes to the bracket file and sheet, so an
012687*                     interrupted bracket restarts from the last
012688*                     completed round; placings go to STANDFILE.
012689*  2026-10-15  JMT   Kiosk prompts and hints come from the message
012690*                     catalog through MSGCAT, in PARM-LANGUAGE or
012691*                     the signed-in player's own language; a
012692*                     missing message shows the French text, is
012693*                     logged and ends the run degraded (RC 4).
012694*  2026-10-15  JMT   Knockout match prompts also come from the
012695*                     catalog; bracket entrants and a resumed
012696*                     checkpoint's player get their own language.
012698*================================================================*
012700 IDENTIFICATION DIVISION.
012800 PROGRAM-ID.    PLUSOUMOINS.
012900 AUTHOR.        J. M. TANGUAY.
016200         RECORD KEY IS EMP-EMPLOYEE-ID
016300         FILE STATUS IS PM-EMPMAST-STATUS.

016310     SELECT EVENT-MASTER ASSIGN TO "EVENTMAST"
016320         ORGANIZATION IS INDEXED
016330         ACCESS MODE IS RANDOM
016340         RECORD KEY IS EVT-EVENT-CODE
016350         FILE STATUS IS PM-EVTMAST-STATUS.

016400     SELECT REJECT-FILE ASSIGN TO "REJECTFILE"
016500         ORGANIZATION IS LINE SEQUENTIAL
016600         FILE STATUS IS PM-REJECT-STATUS.
019800 FD  EMPLOYEE-MASTER.
019900     COPY EMPMREC.

019920 FD  EVENT-MASTER.
019940     COPY EVTMREC.

020000 FD  REJECT-FILE
020100     RECORDING MODE IS F.
020200     COPY REJREC.
022200 77  PM-GLOG-STATUS          PIC X(02) VALUE "00".
022300 77  PM-STAND-STATUS         PIC X(02) VALUE "00".
022400 77  PM-ERRLOG-STATUS        PIC X(02) VALUE "00".
022450 77  PM-EVTMAST-STATUS       PIC X(02) VALUE "00".

022500 77  PM-ERR-FILE-NAME        PIC X(12) VALUE SPACES.
022600 77  PM-ERR-OPERATION        PIC X(05) VALUE SPACES.
025000     88  PM-MODE-INTERACTIVE       VALUE "I".
025100     88  PM-MODE-BATCH             VALUE "B".
025200     88  PM-MODE-TOURNAMENT        VALUE "T".
025250     88  PM-MODE-KNOCKOUT          VALUE "K".

025300 77  PM-ROUND-COUNT          PIC 9(02) VALUE 3.
025400 77  PM-ROUND-IX             PIC 9(02) COMP VALUE ZERO.
027140 77  PM-REFUSED-SW           PIC X(01) VALUE "N".
027150     88  PM-RUN-REFUSED            VALUE "Y".
027160 77  PM-GAMES-WRITTEN        PIC 9(07) COMP VALUE ZERO.
027170 77  PM-SEEDING-METHOD       PIC X(01) VALUE "S".
027180 77  PM-PRESENT-REPLY        PIC X(01) VALUE SPACE.
027185 77  PM-LANGUAGE             PIC X(02) VALUE "FR".
027190 77  PM-PLAYER-LANGUAGE      PIC X(02) VALUE "FR".
027195 77  PM-MESSAGE-HOLD         PIC X(60) VALUE SPACES.

027200 77  PM-EOF-STATS-SW         PIC X(01) VALUE "N".
027300     88  PM-EOF-STATS              VALUE "Y".
027700 77  PM-EMPLOYEE-ID          PIC X(06) VALUE SPACES.
027800 77  PM-EMPLOYEE-NAME        PIC X(20) VALUE SPACES.
027900 77  PM-DEPARTMENT           PIC X(10) VALUE SPACES.
027950 77  PM-EVENT-CODE           PIC X(06) VALUE SPACES.

028000 77  PM-EMPLOYEE-OK-SW       PIC X(01) VALUE "N".
028100     88  PM-EMPLOYEE-OK            VALUE "Y".

028110 77  PM-BADGE-ENTRY          PIC X(06) VALUE SPACES.
028120 77  PM-SIGNIN-TRIES         PIC 9(02) VALUE ZERO.
028130 77  PM-SIGNIN-MAX           PIC 9(02) VALUE 3.
028140 77  PM-SIGNIN-DONE-SW       PIC X(01) VALUE "N".
028150     88  PM-SIGNIN-DONE            VALUE "Y".

028200 77  PM-REJECT-REASON        PIC X(01) VALUE SPACE.
028300 77  PM-CURRENT-DATE         PIC 9(08) VALUE ZERO.
028400 77  PM-START-TIME           PIC 9(08) VALUE ZERO.
031000     05  PM-TSW-ROUND-ATT        OCCURS 10 TIMES
031100                                 PIC 9(05).

031105     COPY BRKCREC.

031106     COPY MSGCREC.

031110     COPY RUNLREC.

031200 PROCEDURE DIVISION.
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032000     PERFORM 2000-LOAD-PARAMETERS THRU 2000-EXIT
032002     IF PM-RUN-REFUSED
032004         GO TO 0000-MAINLINE-EXIT
032006     END-IF
032010     PERFORM 2500-REGISTER-RUN THRU 2500-EXIT
032020     IF PM-RUN-REFUSED
032030         GO TO 0000-MAINLINE-EXIT
032100     IF PM-MODE-BATCH
032200         PERFORM 3000-BATCH-CONTROL THRU 3000-EXIT
032300     ELSE
032400         IF PM-MODE-TOURNAMENT OR PM-MODE-KNOCKOUT
032500             PERFORM 3500-TOURNAMENT-CONTROL THRU 3500-EXIT
032600         ELSE
032700             MOVE 0001 TO MC-MESSAGE-NO
032720             MOVE "Jeu du plus ou moins" TO MC-DEFAULT-TEXT
032740             PERFORM 8550-SHOW-MESSAGE THRU 8550-EXIT
032800             PERFORM 4000-PLAY-ONE-GAME THRU 4000-EXIT
032900         END-IF
033000     END-IF
035600*  2000-LOAD-PARAMETERS
035700*  PARM-FILE is optional - when it is absent or empty the
035800*  defaults set in 1000-INITIALIZE stand.
035810*  When the card names an event, the run is tied to that
035820*  EVENT-MASTER entry: an unknown or cancelled event, or a
035830*  business date outside the event's open/close dates, refuses
035840*  the run (RETURN-CODE 16); otherwise the event's range,
035850*  attempt cap and round count replace the card's.
035900*================================================================*
036000 2000-LOAD-PARAMETERS.
036100     OPEN INPUT PARM-FILE
039550             IF PARM-RERUN-FORCED
039560                 MOVE "Y" TO PM-RERUN-OVERRIDE
039570             END-IF
039575             IF PARM-EVENT-CODE NOT = LOW-VALUES
039580                 MOVE PARM-EVENT-CODE TO PM-EVENT-CODE
039585             END-IF
039586             IF PARM-SEED-AT-RANDOM
039588                 MOVE "R" TO PM-SEEDING-METHOD
039590             END-IF
039591             IF PARM-LANGUAGE NOT = SPACES
039592                AND PARM-LANGUAGE NOT = LOW-VALUES
039593                 MOVE PARM-LANGUAGE TO PM-LANGUAGE
039594                 MOVE PARM-LANGUAGE TO PM-PLAYER-LANGUAGE
039595             END-IF
039600     END-READ.
039700 2000-CLOSE.
039800     CLOSE PARM-FILE.
039802 2000-CHECK-EVENT.
039804     IF PM-EVENT-CODE = SPACES
039806         GO TO 2000-EXIT
039808     END-IF
039810     OPEN INPUT EVENT-MASTER
039812     IF PM-EVTMAST-STATUS NOT = "00"
039814         MOVE "EVENTMAST"       TO PM-ERR-FILE-NAME
039816         MOVE "OPEN"            TO PM-ERR-OPERATION
039818         MOVE PM-EVTMAST-STATUS TO PM-ERR-STATUS
039820         PERFORM 8000-LOG-FILE-ERROR THRU 8000-EXIT
039822         DISPLAY "EVENT-MASTER indisponible - evenement "
039824             PM-EVENT-CODE " refuse"
039826         SET PM-RUN-REFUSED TO TRUE
039828         GO TO 2000-EXIT
039830     END-IF
039832     MOVE PM-EVENT-CODE TO EVT-EVENT-CODE
039834     READ EVENT-MASTER
039836         INVALID KEY
039838             DISPLAY "Evenement inconnu : " PM-EVENT-CODE
039840                 " - execution refusee"
039842             SET PM-RUN-REFUSED TO TRUE
039844     END-READ
039846     CLOSE EVENT-MASTER
039848     IF PM-RUN-REFUSED
039850         GO TO 2000-EXIT
039852     END-IF
039854     IF NOT EVT-ACTIVE
039856         DISPLAY "Evenement annule : " PM-EVENT-CODE
039858             " - execution refusee"
039860         SET PM-RUN-REFUSED TO TRUE
039862         GO TO 2000-EXIT
039864     END-IF
039866     IF PM-CURRENT-DATE < EVT-OPEN-DATE
039868        OR PM-CURRENT-DATE > EVT-CLOSE-DATE
039870         DISPLAY "Evenement " PM-EVENT-CODE " ouvert du "
039872             EVT-OPEN-DATE " au " EVT-CLOSE-DATE
039874             " - execution refusee"
039876         SET PM-RUN-REFUSED TO TRUE
039878         GO TO 2000-EXIT
039880     END-IF
039882     MOVE EVT-RANGE-LOW    TO PM-RANGE-LOW
039884     MOVE EVT-RANGE-HIGH   TO PM-RANGE-HIGH
039886     MOVE EVT-MAX-ATTEMPTS TO PM-MAX-ATTEMPTS
039888     IF EVT-ROUND-COUNT > ZERO
039890        AND EVT-ROUND-COUNT NOT > PM-ROUND-MAX
039892         MOVE EVT-ROUND-COUNT TO PM-ROUND-COUNT
039894     END-IF
039896     DISPLAY "Evenement " PM-EVENT-CODE " - " EVT-EVENT-NAME.
039900 2000-EXIT.
040000     EXIT.

040026     MOVE PM-CURRENT-DATE TO RL-BUSINESS-DATE
040028     MOVE PM-MODE         TO RL-RUN-MODE
040029     MOVE RETURN-CODE     TO RL-RETURN-CODE
040030     IF (PM-MODE-BATCH OR PM-MODE-TOURNAMENT
040031        OR PM-MODE-KNOCKOUT)
040032        AND NOT PM-RERUN-FORCED
040034         MOVE "Q" TO RL-FUNCTION
040036         CALL "RUNLOG" USING RL-COMMAREA
048100     MOVE SPACE TO PM-REJECT-REASON
048200     MOVE SPACES TO PM-EMPLOYEE-NAME
048300     MOVE SPACES TO PM-DEPARTMENT
048350     MOVE PM-LANGUAGE TO PM-PLAYER-LANGUAGE
048400     MOVE PM-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
048500     READ EMPLOYEE-MASTER
048600         INVALID KEY
049000                 SET PM-EMPLOYEE-OK TO TRUE
049100                 MOVE EMP-EMPLOYEE-NAME TO PM-EMPLOYEE-NAME
049200                 MOVE EMP-DEPARTMENT    TO PM-DEPARTMENT
049220                 IF EMP-LANGUAGE NOT = SPACES
049240                    AND EMP-LANGUAGE NOT = LOW-VALUES
049260                     MOVE EMP-LANGUAGE TO PM-PLAYER-LANGUAGE
049280                 END-IF
049300             ELSE
049400                 MOVE "I" TO PM-REJECT-REASON
049500             END-IF
050000     MOVE PM-EMPLOYEE-ID    TO REJECT-EMPLOYEE-ID
050100     MOVE PM-REJECT-REASON  TO REJECT-REASON-CODE
050200     MOVE PM-CURRENT-DATE   TO REJECT-RUN-DATE
050250     MOVE PM-EVENT-CODE     TO REJECT-EVENT-CODE
050300     WRITE REJECT-RECORD.
050400 3070-EXIT.
050500     EXIT.
052100     MOVE PM-EMPLOYEE-NAME TO RESULT-EMPLOYEE-NAME
052200     MOVE PM-DEPARTMENT    TO RESULT-DEPARTMENT
052300     MOVE PM-CURRENT-DATE  TO RESULT-RUN-DATE
052350     MOVE PM-EVENT-CODE    TO RESULT-EVENT-CODE
052400     WRITE RESULT-RECORD
052500     PERFORM 3050-READ-PLAYER THRU 3050-EXIT.
052600 3100-EXIT.
053200*  standings are ranked by total attempts and written out.
053300*  Entrants are checked against the EMPLOYEE-MASTER file just
053400*  like batch mode.
053420*  In knockout mode the admitted entrants go into the bracket
053440*  instead and 3900-KNOCKOUT-CONTROL plays the draw out.
053500*================================================================*
053600 3500-TOURNAMENT-CONTROL.
053700     OPEN INPUT PLAYERS-FILE
057300     CLOSE PLAYERS-FILE
057400     CLOSE EMPLOYEE-MASTER
057500     CLOSE REJECT-FILE
057520     IF PM-MODE-KNOCKOUT
057540         PERFORM 3900-KNOCKOUT-CONTROL THRU 3900-EXIT
057560         GO TO 3500-EXIT
057580     END-IF
057600     PERFORM 3700-RANK-STANDINGS THRU 3700-EXIT
057700     PERFORM 3800-WRITE-STANDINGS THRU 3800-EXIT.
057800 3500-EXIT.
059100         PERFORM 3050-READ-PLAYER THRU 3050-EXIT
059200         GO TO 3550-EXIT
059300     END-IF
059310     IF PM-MODE-KNOCKOUT
059320         PERFORM 3910-ENTER-ONE-ENTRANT THRU 3910-EXIT
059330         PERFORM 3050-READ-PLAYER THRU 3050-EXIT
059340         GO TO 3550-EXIT
059350     END-IF
059400     IF PM-TOURN-PLAYER-COUNT >= PM-ENTRANT-MAX
059500         DISPLAY "Table du tournoi pleine - joueur ignore : "
059600             PM-EMPLOYEE-ID
070900     MOVE PM-TRN-DEPT (PM-TIX1)      TO STAND-DEPARTMENT
071000     MOVE PM-TRN-TOTAL (PM-TIX1)     TO STAND-TOTAL-ATTEMPTS
071100     MOVE PM-ROUND-COUNT             TO STAND-ROUND-COUNT
071150     MOVE PM-EVENT-CODE              TO STAND-EVENT-CODE
071200     PERFORM 3840-MOVE-ONE-ROUND THRU 3840-EXIT
071300         VARYING PM-ROUND-IX FROM 1 BY 1
071400         UNTIL PM-ROUND-IX > PM-ROUND-MAX
072100 3840-EXIT.
072200     EXIT.

072201*================================================================*
072202*  3900-KNOCKOUT-CONTROL / 3910-ENTER-ONE-ENTRANT /
072203*  3920-PLAY-NEXT-SIDE / 3950-CALL-BRACKET
072204*  Knockout mode: the admitted entrants are handed to BRACKET,
072205*  which seeds the draw (or picks up today's bracket where an
072206*  interrupted run left it) and then names, one game at a time,
072207*  the side to play.  Each result goes back to BRACKET, which
072208*  settles the match, writes each completed round to the bracket
072209*  file with its sheet, and posts the final placings.
072210*================================================================*
072211 3900-KNOCKOUT-CONTROL.
072212     MOVE "S"               TO BK-FUNCTION
072213     MOVE PM-CURRENT-DATE   TO BK-RUN-DATE
072214     MOVE PM-EVENT-CODE     TO BK-EVENT-CODE
072215     MOVE PM-SEEDING-METHOD TO BK-SEEDING-METHOD
072216     PERFORM 4150-PICK-SEED THRU 4150-EXIT
072217     MOVE PM-SEED           TO BK-SEED
072218     PERFORM 3950-CALL-BRACKET THRU 3950-EXIT
072219     IF PM-RUN-CANCELLED
072220         GO TO 3900-EXIT
072221     END-IF
072222     MOVE SPACE TO BK-ACTION
072223     PERFORM 3920-PLAY-NEXT-SIDE THRU 3920-EXIT
072224         UNTIL BK-ACTION-DONE
072225            OR PM-RUN-CANCELLED
072226     DISPLAY "Tableau - joueurs classes : " BK-PLACED-COUNT.
072227 3900-EXIT.
072228     EXIT.

072229 3910-ENTER-ONE-ENTRANT.
072230     MOVE "E"              TO BK-FUNCTION
072231     MOVE PM-CURRENT-DATE  TO BK-RUN-DATE
072232     MOVE PM-EVENT-CODE    TO BK-EVENT-CODE
072233     MOVE PM-EMPLOYEE-ID   TO BK-EMPLOYEE-ID
072234     MOVE PM-EMPLOYEE-NAME TO BK-EMPLOYEE-NAME
072235     MOVE PM-DEPARTMENT    TO BK-DEPARTMENT
072236     PERFORM 3950-CALL-BRACKET THRU 3950-EXIT.
072237 3910-EXIT.
072238     EXIT.

072239 3920-PLAY-NEXT-SIDE.
072240     MOVE "N" TO BK-FUNCTION
072241     PERFORM 3950-CALL-BRACKET THRU 3950-EXIT
072242     IF NOT BK-ACTION-PLAY
072243         GO TO 3920-EXIT
072244     END-IF
072245     PERFORM 4400-PLAY-KNOCKOUT-SIDE THRU 4400-EXIT
072246     MOVE "R" TO BK-FUNCTION
072247     PERFORM 3950-CALL-BRACKET THRU 3950-EXIT.
072248 3920-EXIT.
072249     EXIT.

072250 3950-CALL-BRACKET.
072251     MOVE RETURN-CODE TO BK-RETURN-CODE
072252     CALL "BRACKET" USING BK-COMMAREA
072253     IF BK-ERR-FILE-NAME NOT = SPACES
072254         MOVE BK-ERR-FILE-NAME TO PM-ERR-FILE-NAME
072255         MOVE BK-ERR-OPERATION TO PM-ERR-OPERATION
072256         MOVE BK-ERR-STATUS    TO PM-ERR-STATUS
072257         PERFORM 8000-LOG-FILE-ERROR THRU 8000-EXIT
072258     END-IF
072259     IF BK-STATUS-DEGRADED
072260         MOVE "Y" TO PM-DEGRADED-SW
072261     ELSE
072262         IF NOT BK-STATUS-OK
072263             MOVE "Y" TO PM-CANCELLED-SW
072264         END-IF
072265     END-IF.
072266 3950-EXIT.
072267     EXIT.

072300*================================================================*
072400*  4000-PLAY-ONE-GAME
072500*  Runs a single session from target-number draw through to win
072600*  or abandon, then posts the score record for that session.
072700*================================================================*
072800 4000-PLAY-ONE-GAME.
072810     IF PM-MODE-INTERACTIVE
072815         MOVE PM-LANGUAGE TO PM-PLAYER-LANGUAGE
072820         PERFORM 4050-SIGN-IN THRU 4050-EXIT
072830     END-IF
072900     PERFORM 4100-SETUP-GAME THRU 4100-EXIT
073000     PERFORM 4200-GUESS-LOOP THRU 4200-EXIT
073100         UNTIL PM-ENTERED-NUMBER = PM-TARGET-NUMBER
073500 4000-EXIT.
073600     EXIT.

073601*================================================================*
073602*  4050-SIGN-IN / 4060-PROMPT-BADGE
073603*  The kiosk player signs in with a badge or employee id before
073604*  the game is set up; the id is checked against EMPLOYEE-MASTER
073605*  by 3060-VALIDATE-EMPLOYEE exactly as in batch mode.  An
073606*  unknown or inactive id is prompted again up to PM-SIGNIN-MAX
073607*  times, then the game goes ahead as a guest; typing INVITE
073608*  plays as a guest straight away.  A guest carries a blank id
073609*  and stays off the boards.  A checkpoint left on this kiosk
073610*  already names its player, so the prompt is skipped and
073611*  4100-SETUP-GAME resumes the game for that player.
073612*================================================================*
073613 4050-SIGN-IN.
073614     MOVE SPACES TO PM-EMPLOYEE-ID
073615     MOVE SPACES TO PM-EMPLOYEE-NAME
073616     MOVE SPACES TO PM-DEPARTMENT
073617     PERFORM 5100-CHECK-RESTART THRU 5100-EXIT
073618     IF PM-RESTART-FOUND
073619         GO TO 4050-EXIT
073620     END-IF
073621     OPEN INPUT EMPLOYEE-MASTER
073622     IF PM-EMPMAST-STATUS NOT = "00"
073623         DISPLAY "EMPLOYEE-MASTER introuvable - partie en invite"
073624         MOVE "EMPMASTER" TO PM-ERR-FILE-NAME
073625         MOVE "OPEN" TO PM-ERR-OPERATION
073626         MOVE PM-EMPMAST-STATUS TO PM-ERR-STATUS
073627         PERFORM 8000-LOG-FILE-ERROR THRU 8000-EXIT
073628         MOVE "Y" TO PM-DEGRADED-SW
073629         GO TO 4050-EXIT
073630     END-IF
073631     MOVE ZERO TO PM-SIGNIN-TRIES
073632     MOVE "N"  TO PM-SIGNIN-DONE-SW
073633     PERFORM 4060-PROMPT-BADGE THRU 4060-EXIT
073634         UNTIL PM-SIGNIN-DONE
073635     CLOSE EMPLOYEE-MASTER.
073636 4050-EXIT.
073637     EXIT.

073638 4060-PROMPT-BADGE.
073639     ADD 1 TO PM-SIGNIN-TRIES
073640     MOVE 0009 TO MC-MESSAGE-NO
073641     MOVE SPACES TO MC-DEFAULT-TEXT
073642     STRING "Badge ou numero d'employe (INVITE pour jouer"
073643            " en invite) :" DELIMITED BY SIZE
073644         INTO MC-DEFAULT-TEXT
073645     PERFORM 8550-SHOW-MESSAGE THRU 8550-EXIT
073646     MOVE SPACES TO PM-BADGE-ENTRY
073647     ACCEPT PM-BADGE-ENTRY
073648     MOVE 0019 TO MC-MESSAGE-NO
073649     MOVE "INVITE" TO MC-DEFAULT-TEXT
073650     PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
073651     IF FUNCTION UPPER-CASE(PM-BADGE-ENTRY) = "INVITE"
073652        OR FUNCTION UPPER-CASE(PM-BADGE-ENTRY) = MC-TEXT
073653         MOVE 0010 TO MC-MESSAGE-NO
073654         MOVE "Partie en invite" TO MC-DEFAULT-TEXT
073655         PERFORM 8550-SHOW-MESSAGE THRU 8550-EXIT
073656         SET PM-SIGNIN-DONE TO TRUE
073657         GO TO 4060-EXIT
073658     END-IF
073659     MOVE PM-BADGE-ENTRY TO PM-EMPLOYEE-ID
073660     PERFORM 3060-VALIDATE-EMPLOYEE THRU 3060-EXIT
073661     IF PM-EMPLOYEE-OK
073662         MOVE 0011 TO MC-MESSAGE-NO
073663         MOVE "Bienvenue" TO MC-DEFAULT-TEXT
073664         PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
073665         DISPLAY FUNCTION TRIM(MC-TEXT TRAILING) " "
073666             FUNCTION TRIM(PM-EMPLOYEE-NAME)
073667         SET PM-SIGNIN-DONE TO TRUE
073668         GO TO 4060-EXIT
073669     END-IF
073670     MOVE SPACES TO PM-EMPLOYEE-ID
073671     IF PM-REJECT-REASON = "I"
073672         MOVE 0012 TO MC-MESSAGE-NO
073673         MOVE "Badge inactif -" TO MC-DEFAULT-TEXT
073674     ELSE
073675         MOVE 0013 TO MC-MESSAGE-NO
073676         MOVE "Badge inconnu -" TO MC-DEFAULT-TEXT
073677     END-IF
073678     PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
073679     DISPLAY FUNCTION TRIM(MC-TEXT TRAILING) " " PM-BADGE-ENTRY
073680     IF PM-SIGNIN-TRIES >= PM-SIGNIN-MAX
073681         MOVE 0014 TO MC-MESSAGE-NO
073682         MOVE "Trop d'essais - partie en invite"
073683           TO MC-DEFAULT-TEXT
073684         PERFORM 8550-SHOW-MESSAGE THRU 8550-EXIT
073685         SET PM-SIGNIN-DONE TO TRUE
073686     END-IF.
073687 4060-EXIT.
073688     EXIT.

073700*================================================================*
073800*  4100-SETUP-GAME
073900*  Draws the target number, unless a checkpoint from an
074000*  interrupted interactive session is found, in which case that
074100*  session's target, last guess and attempt count are resumed.
074110*  The player signed in on the checkpoint is resumed with them,
074120*  in that player's own language.
074200*================================================================*
074300 4100-SETUP-GAME.
074400     MOVE ZERO  TO PM-ENTERED-NUMBER
075900         ELSE
076000             MOVE FUNCTION CURRENT-DATE(9:8) TO PM-START-TIME
076100         END-IF
076110         MOVE RESTART-EMPLOYEE-ID   TO PM-EMPLOYEE-ID
076120         MOVE RESTART-EMPLOYEE-NAME TO PM-EMPLOYEE-NAME
076130         MOVE RESTART-DEPARTMENT    TO PM-DEPARTMENT
076140         PERFORM 4450-LOAD-PLAYER-LANGUAGE THRU 4450-EXIT
076200         MOVE 0015 TO MC-MESSAGE-NO
076202         MOVE "Reprise de la partie interrompue"
076204           TO MC-DEFAULT-TEXT
076206         PERFORM 8550-SHOW-MESSAGE THRU 8550-EXIT
076210         IF PM-EMPLOYEE-ID NOT = SPACES
076220             MOVE 0016 TO MC-MESSAGE-NO
076222             MOVE "Joueur :" TO MC-DEFAULT-TEXT
076224             PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
076226             DISPLAY FUNCTION TRIM(MC-TEXT TRAILING) " "
076228                 FUNCTION TRIM(PM-EMPLOYEE-NAME)
076230         END-IF
076300     ELSE
076400         PERFORM 4150-PICK-SEED THRU 4150-EXIT
076500         MOVE FUNCTION CURRENT-DATE(9:8) TO PM-START-TIME
076510         IF PM-MODE-KNOCKOUT AND BK-TARGET > ZERO
076520             MOVE BK-TARGET TO PM-TARGET-NUMBER
076530         ELSE
076540             COMPUTE PM-TARGET-NUMBER =
076550                 FUNCTION RANDOM(PM-SEED) * PM-RANGE-SPAN
076560                 + PM-RANGE-LOW
076570         END-IF
076900     END-IF.
077000 4100-EXIT.
077100     EXIT.
081000*  session instead of looping forever on an unwanted entry.
081100*================================================================*
081200 4200-GUESS-LOOP.
081300     MOVE 0002 TO MC-MESSAGE-NO
081320     MOVE "Entrer un nombre :" TO MC-DEFAULT-TEXT
081340     PERFORM 8550-SHOW-MESSAGE THRU 8550-EXIT
081400     PERFORM 6000-ACCEPT-AND-VALIDATE THRU 6000-EXIT
081500     IF PM-INPUT-INVALID
081600         GO TO 4200-EXIT
081700     END-IF
081800     IF PM-ENTERED-NUMBER = ZERO
081900         SET PM-OUTCOME-ABANDON TO TRUE
082000         MOVE 0007 TO MC-MESSAGE-NO
082020         MOVE "Abandonne" TO MC-DEFAULT-TEXT
082040         PERFORM 8550-SHOW-MESSAGE THRU 8550-EXIT
082100         MOVE "A" TO PM-GLOG-HINT
082200         MOVE "N" TO PM-GLOG-PROCHE
082300         PERFORM 7900-WRITE-GUESS-LOG THRU 7900-EXIT
084000             MOVE PM-GAP TO PM-ABS-GAP
084100         END-IF
084200         IF PM-ENTERED-NUMBER > PM-TARGET-NUMBER
084300             MOVE 0004 TO MC-MESSAGE-NO
084320             MOVE "C'est moins" TO MC-DEFAULT-TEXT
084340             PERFORM 8550-SHOW-MESSAGE THRU 8550-EXIT
084400             MOVE "M" TO PM-GLOG-HINT
084500         ELSE
084600             MOVE 0003 TO MC-MESSAGE-NO
084620             MOVE "C'est plus" TO MC-DEFAULT-TEXT
084640             PERFORM 8550-SHOW-MESSAGE THRU 8550-EXIT
084700             MOVE "P" TO PM-GLOG-HINT
084800         END-IF
084900         IF PM-ABS-GAP < 5
085000             MOVE 0005 TO MC-MESSAGE-NO
085020             MOVE "Vous etes proche !" TO MC-DEFAULT-TEXT
085040             PERFORM 8550-SHOW-MESSAGE THRU 8550-EXIT
085100             MOVE "Y" TO PM-GLOG-PROCHE
085200         END-IF
085300     ELSE
085900        AND PM-ATTEMPT-COUNT >= PM-MAX-ATTEMPTS
086000         SET PM-OUTCOME-LOST TO TRUE
086100         MOVE PM-TARGET-NUMBER TO PM-TARGET-EDIT
086200         MOVE 0006 TO MC-MESSAGE-NO
086220         MOVE "Perdu ! Le nombre etait" TO MC-DEFAULT-TEXT
086240         PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
086260         DISPLAY FUNCTION TRIM(MC-TEXT TRAILING) " "
086280             FUNCTION TRIM(PM-TARGET-EDIT)
086400     END-IF.
086500 4200-EXIT.
086600     EXIT.
087300     MOVE FUNCTION CURRENT-DATE(9:8) TO PM-END-TIME
087400     IF PM-ENTERED-NUMBER = PM-TARGET-NUMBER
087500         SET PM-OUTCOME-WIN TO TRUE
087600         MOVE 0008 TO MC-MESSAGE-NO
087620         MOVE "Vous avez trouve !" TO MC-DEFAULT-TEXT
087640         PERFORM 8550-SHOW-MESSAGE THRU 8550-EXIT
087700         COMPUTE PM-VS-PAR = PM-ATTEMPT-COUNT - PM-PAR-COUNT
087800         PERFORM 7000-WRITE-SCORE  THRU 7000-EXIT
087900         PERFORM 7500-WRITE-REPORT THRU 7500-EXIT
088500 4300-EXIT.
088600     EXIT.

088602*================================================================*
088603*  4400-PLAY-KNOCKOUT-SIDE
088604*  One side of a knockout match: the entrant handed out by
088605*  BRACKET is asked, in the entrant's own language, to come
088606*  forward; one not present loses by walkover, otherwise a
088607*  normal game is played on the match target.  Only N or the
088608*  catalog's "absent" letter means not present; O, Y or any
088609*  other answer is present.
088610*================================================================*
088611 4400-PLAY-KNOCKOUT-SIDE.
088612     MOVE BK-EMPLOYEE-ID   TO PM-EMPLOYEE-ID
088613     MOVE BK-EMPLOYEE-NAME TO PM-EMPLOYEE-NAME
088614     MOVE BK-DEPARTMENT    TO PM-DEPARTMENT
088615     PERFORM 4450-LOAD-PLAYER-LANGUAGE THRU 4450-EXIT
088616     MOVE 0020 TO MC-MESSAGE-NO
088617     MOVE "Tableau - tour" TO MC-DEFAULT-TEXT
088618     PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
088619     MOVE MC-TEXT TO PM-MESSAGE-HOLD
088620     MOVE 0021 TO MC-MESSAGE-NO
088621     MOVE "match" TO MC-DEFAULT-TEXT
088622     PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
088623     DISPLAY FUNCTION TRIM(PM-MESSAGE-HOLD TRAILING) " " BK-ROUND
088624         " " FUNCTION TRIM(MC-TEXT TRAILING) " " BK-MATCH
088625     MOVE 0016 TO MC-MESSAGE-NO
088626     MOVE "Joueur :" TO MC-DEFAULT-TEXT
088627     PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
088628     MOVE MC-TEXT TO PM-MESSAGE-HOLD
088629     MOVE 0022 TO MC-MESSAGE-NO
088630     MOVE "contre" TO MC-DEFAULT-TEXT
088631     PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
088632     DISPLAY FUNCTION TRIM(PM-MESSAGE-HOLD TRAILING) " "
088633         FUNCTION TRIM(PM-EMPLOYEE-NAME) " "
088634         FUNCTION TRIM(MC-TEXT TRAILING) " "
088635         FUNCTION TRIM(BK-OPPONENT-NAME)
088636     IF BK-GAME > 1
088637         MOVE 0023 TO MC-MESSAGE-NO
088638         MOVE "Mort subite - partie" TO MC-DEFAULT-TEXT
088639         PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
088640         DISPLAY FUNCTION TRIM(MC-TEXT TRAILING) " " BK-GAME
088641     END-IF
088642     MOVE 0024 TO MC-MESSAGE-NO
088643     MOVE "Joueur present ? (O/N) :" TO MC-DEFAULT-TEXT
088644     PERFORM 8550-SHOW-MESSAGE THRU 8550-EXIT
088645     MOVE SPACE TO PM-PRESENT-REPLY
088646     ACCEPT PM-PRESENT-REPLY
088647     MOVE 0025 TO MC-MESSAGE-NO
088648     MOVE "N" TO MC-DEFAULT-TEXT
088649     PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
088650     IF FUNCTION UPPER-CASE(PM-PRESENT-REPLY) = "N"
088651        OR FUNCTION UPPER-CASE(PM-PRESENT-REPLY) =
088652           FUNCTION UPPER-CASE(MC-TEXT (1:1))
088653         MOVE 0026 TO MC-MESSAGE-NO
088654         MOVE "Forfait -" TO MC-DEFAULT-TEXT
088655         PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
088656         DISPLAY FUNCTION TRIM(MC-TEXT TRAILING) " "
088657             PM-EMPLOYEE-ID
088658         SET BK-OUTCOME-NO-SHOW TO TRUE
088659         MOVE ZERO TO BK-ATTEMPTS
088660         GO TO 4400-EXIT
088661     END-IF
088662     PERFORM 4000-PLAY-ONE-GAME THRU 4000-EXIT
088663     MOVE PM-ATTEMPT-COUNT TO BK-ATTEMPTS
088664     MOVE PM-OUTCOME-FLAG  TO BK-OUTCOME
088665     MOVE PM-TARGET-NUMBER TO BK-TARGET.
088666 4400-EXIT.
088667     EXIT.

088668*================================================================*
088669*  4450-LOAD-PLAYER-LANGUAGE
088670*  A bracket entrant or resumed checkpoint player gets the
088671*  EMPLOYEE-MASTER language, as at sign-in, else the site's.
088672*================================================================*
088673 4450-LOAD-PLAYER-LANGUAGE.
088674     MOVE PM-LANGUAGE TO PM-PLAYER-LANGUAGE
088675     IF PM-EMPLOYEE-ID = SPACES
088676         GO TO 4450-EXIT
088677     END-IF
088678     OPEN INPUT EMPLOYEE-MASTER
088679     IF PM-EMPMAST-STATUS NOT = "00"
088680         MOVE "EMPMASTER" TO PM-ERR-FILE-NAME
088681         MOVE "OPEN"      TO PM-ERR-OPERATION
088682         MOVE PM-EMPMAST-STATUS TO PM-ERR-STATUS
088683         PERFORM 8000-LOG-FILE-ERROR THRU 8000-EXIT
088684         MOVE "Y" TO PM-DEGRADED-SW
088685         GO TO 4450-EXIT
088686     END-IF
088687     MOVE PM-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
088688     READ EMPLOYEE-MASTER
088689         INVALID KEY
088690             CONTINUE
088691         NOT INVALID KEY
088692             IF EMP-LANGUAGE NOT = SPACES
088693                AND EMP-LANGUAGE NOT = LOW-VALUES
088694                 MOVE EMP-LANGUAGE TO PM-PLAYER-LANGUAGE
088695             END-IF
088696     END-READ
088697     CLOSE EMPLOYEE-MASTER.
088698 4450-EXIT.
088699     EXIT.

088700*================================================================*
088800*  5000-WRITE-CHECKPOINT / 5100-CHECK-RESTART / 5500-CLEAR-
088900*  CHECKPOINT
089700     MOVE PM-ENTERED-NUMBER TO RESTART-ENTERED-NUMBER
089800     MOVE PM-ATTEMPT-COUNT  TO RESTART-ATTEMPT-COUNT
089900     MOVE PM-START-TIME     TO RESTART-START-TIME
089910     MOVE PM-EMPLOYEE-ID    TO RESTART-EMPLOYEE-ID
089920     MOVE PM-EMPLOYEE-NAME  TO RESTART-EMPLOYEE-NAME
089930     MOVE PM-DEPARTMENT     TO RESTART-DEPARTMENT
090000     OPEN I-O RESTART-FILE
090100     IF PM-RESTART-STATUS = "00"
090200         REWRITE RESTART-RECORD
099300     IF PM-INPUT-INVALID
099400         MOVE PM-RANGE-LOW  TO PM-RANGE-LOW-EDIT
099500         MOVE PM-RANGE-HIGH TO PM-RANGE-HIGH-EDIT
099600         MOVE 0017 TO MC-MESSAGE-NO
099620         MOVE "Veuillez entrer un nombre entre"
099640           TO MC-DEFAULT-TEXT
099660         PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
099680         MOVE MC-TEXT TO PM-MESSAGE-HOLD
099700         MOVE 0018 TO MC-MESSAGE-NO
099720         MOVE "et" TO MC-DEFAULT-TEXT
099740         PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
099760         DISPLAY FUNCTION TRIM(PM-MESSAGE-HOLD TRAILING) " "
099780             FUNCTION TRIM(PM-RANGE-LOW-EDIT) " "
099800             FUNCTION TRIM(MC-TEXT TRAILING) " "
099820             FUNCTION TRIM(PM-RANGE-HIGH-EDIT)
099900         PERFORM 7900-WRITE-GUESS-LOG THRU 7900-EXIT
100000     ELSE
100100         MOVE PM-ENTERED-WORK TO PM-ENTERED-NUMBER
100900 7000-WRITE-SCORE.
101000     MOVE PM-EMPLOYEE-ID   TO SCORE-EMPLOYEE-ID
101100     MOVE PM-CURRENT-DATE  TO SCORE-RUN-DATE
101150     MOVE PM-EVENT-CODE    TO SCORE-EVENT-CODE
101200     MOVE PM-START-TIME    TO SCORE-START-TIME
101300     MOVE PM-ATTEMPT-COUNT TO SCORE-ATTEMPT-COUNT
101400     MOVE PM-TARGET-NUMBER TO SCORE-TARGET-NUMBER
101800     MOVE PM-RANGE-HIGH    TO SCORE-RANGE-HIGH
101900     MOVE PM-PAR-COUNT     TO SCORE-PAR-COUNT
102000     MOVE PM-VS-PAR        TO SCORE-VS-PAR
102020     MOVE SPACES           TO SCORE-VOID-FLAG
102040     MOVE SPACES           TO SCORE-VOID-REASON
102100     OPEN EXTEND SCORE-FILE
102200     IF PM-SCORE-STATUS = "05" OR PM-SCORE-STATUS = "35"
102300         CLOSE SCORE-FILE
104900     MOVE PM-EMPLOYEE-NAME TO REPORT-EMPLOYEE-NAME
105000     MOVE PM-DEPARTMENT    TO REPORT-DEPARTMENT
105100     MOVE PM-CURRENT-DATE  TO REPORT-RUN-DATE
105150     MOVE PM-EVENT-CODE    TO REPORT-EVENT-CODE
105200     MOVE PM-RANGE-LOW     TO REPORT-RANGE-LOW
105300     MOVE PM-RANGE-HIGH    TO REPORT-RANGE-HIGH
105400     MOVE PM-PAR-COUNT     TO REPORT-PAR-COUNT
107700*================================================================*
107800 7800-WRITE-DAILY-STATS.
107900     MOVE PM-CURRENT-DATE  TO STATS-RUN-DATE
107950     MOVE PM-EVENT-CODE    TO STATS-EVENT-CODE
108000     MOVE PM-END-TIME      TO STATS-RUN-TIME
108100     MOVE PM-ATTEMPT-COUNT TO STATS-ATTEMPT-COUNT
108200     MOVE PM-OUTCOME-FLAG  TO STATS-OUTCOME-FLAG
108300     MOVE PM-MODE          TO STATS-MODE-FLAG
108400     MOVE PM-EMPLOYEE-ID   TO STATS-EMPLOYEE-ID
108410     MOVE PM-TERMINAL-ID   TO STATS-TERMINAL-ID
108420     MOVE PM-EMPLOYEE-NAME TO STATS-EMPLOYEE-NAME
108430     MOVE PM-DEPARTMENT    TO STATS-DEPARTMENT
108500     OPEN EXTEND DAILY-STATS-FILE
108600     IF PM-STATS-STATUS = "05" OR PM-STATS-STATUS = "35"
108700         CLOSE DAILY-STATS-FILE
112500     END-IF
112600     MOVE FUNCTION CURRENT-DATE(9:8) TO GLOG-LOG-TIME
112610     MOVE PM-TERMINAL-ID TO GLOG-TERMINAL-ID
112620     MOVE PM-EMPLOYEE-NAME TO GLOG-EMPLOYEE-NAME
112630     MOVE PM-DEPARTMENT    TO GLOG-DEPARTMENT
112640     MOVE PM-EVENT-CODE    TO GLOG-EVENT-CODE
112700     OPEN EXTEND GUESS-LOG
112800     IF PM-GLOG-STATUS = "05" OR PM-GLOG-STATUS = "35"
112900         CLOSE GUESS-LOG
117400 8000-EXIT.
117500     EXIT.

117502*================================================================*
117504*  8500-GET-MESSAGE / 8550-SHOW-MESSAGE
117506*  Kiosk text comes from the message catalog through MSGCAT in
117508*  the current player's language; the caller moves the message
117510*  number and the French text to MC-MESSAGE-NO and
117512*  MC-DEFAULT-TEXT first.  A message missing from the catalog
117514*  comes back in French and MSGCAT logs the gap; the run then
117516*  ends degraded so the catalog gets fixed.
117518*================================================================*
117520 8500-GET-MESSAGE.
117522     MOVE "PLUSOUMOINS"      TO MC-PROGRAM-ID
117524     MOVE PM-PLAYER-LANGUAGE TO MC-LANGUAGE
117526     MOVE RETURN-CODE        TO MC-RETURN-CODE
117528     CALL "MSGCAT" USING MC-COMMAREA
117530     IF MC-STATUS-FALLBACK
117532         MOVE "Y" TO PM-DEGRADED-SW
117534     END-IF.
117536 8500-EXIT.
117538     EXIT.

117540 8550-SHOW-MESSAGE.
117542     PERFORM 8500-GET-MESSAGE THRU 8500-EXIT
117544     DISPLAY FUNCTION TRIM(MC-TEXT TRAILING).
117546 8550-EXIT.
117548     EXIT.

117600*================================================================*
117700*  9000-PRINT-DAILY-SUMMARY
117800*  Tallies today's rows in the daily usage extract and displays a
