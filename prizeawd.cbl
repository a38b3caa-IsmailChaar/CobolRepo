000100*================================================================*
000200*  PROGRAM:     PRIZEAWD
000300*  FUNCTION:    Prize award and fulfilment ledger.  Each "A" card
000400*               on the transaction file applies one award rule -
000500*               the top N of the score master by attempts or by
000600*               par, the best row of each department, or the top
000700*               N of SEASON-MASTER on points - for a date or an
000800*               event, and writes one PRIZE-LEDGER row per winner.
000900*               Voided score rows never win.  A prize won in a
001000*               session the GLOGANAL analysis flagged for the
001100*               same date is written held, not pending.  A prize
001200*               code already awarded for the date is refused, so
001300*               a rerun cannot pay a player twice.  The other
001400*               cards pay, forfeit, hold or release one ledger
001500*               row.  The run ends with the payout register: the
001600*               prizes to pay and the prizes held, with the
001700*               sign-off lines HR fills in before payment.
001800*-----------------------------------------------------------------
001900*  MAINTENANCE HISTORY
002000*  DATE        INIT  DESCRIPTION
002100*  2026-10-15  JMT   Initial version.
002200*================================================================*
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.    PRIZEAWD.
002500 AUTHOR.        J. M. TANGUAY.
002600 INSTALLATION.  EVENTS-KIOSK-TEAM.
002700 DATE-WRITTEN.  2026-10-15.
002800 DATE-COMPILED.

002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PZT-FILE ASSIGN TO "PRZTRANS"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS PZ-TRANS-STATUS.

003500     SELECT PRIZE-LEDGER ASSIGN TO "PRIZELDG"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS PRZ-KEY
003900         FILE STATUS IS PZ-LEDGER-STATUS.

004000     SELECT SCORE-MASTER ASSIGN TO "SCOREMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SCORM-KEY
004400         FILE STATUS IS PZ-SCORE-STATUS.

004500     SELECT SEASON-MASTER ASSIGN TO "SEASMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS SEAS-EMPLOYEE-ID
004900         FILE STATUS IS PZ-SEASON-STATUS.

005000     SELECT EVENT-MASTER ASSIGN TO "EVENTMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS EVT-EVENT-CODE
005400         FILE STATUS IS PZ-EVTMAST-STATUS.

005500     SELECT GAF-FILE ASSIGN TO "GAFLAGS"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS PZ-FLAG-STATUS.

005800     SELECT PRINT-FILE ASSIGN TO "PZPRINT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS PZ-PRINT-STATUS.

006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  PZT-FILE
006400     RECORDING MODE IS F.
006500     COPY PRZTREC.

006600 FD  PRIZE-LEDGER.
006700     COPY PRZREC.

006800 FD  SCORE-MASTER.
006900     COPY SCORMREC.

007000 FD  SEASON-MASTER.
007100     COPY SEASMREC.

007200 FD  EVENT-MASTER.
007300     COPY EVTMREC.

007400 FD  GAF-FILE
007500     RECORDING MODE IS F.
007600     COPY GAFREC.

007700 FD  PRINT-FILE
007800     RECORDING MODE IS F.
007900 01  PRINT-RECORD                PIC X(80).

008000 WORKING-STORAGE SECTION.

008100 77  PZ-TRANS-STATUS         PIC X(02) VALUE "00".
008200 77  PZ-LEDGER-STATUS        PIC X(02) VALUE "00".
008300 77  PZ-SCORE-STATUS         PIC X(02) VALUE "00".
008400 77  PZ-SEASON-STATUS        PIC X(02) VALUE "00".
008500 77  PZ-EVTMAST-STATUS       PIC X(02) VALUE "00".
008600 77  PZ-FLAG-STATUS          PIC X(02) VALUE "00".
008700 77  PZ-PRINT-STATUS         PIC X(02) VALUE "00".

008800 77  PZ-EOF-TRANS-SW         PIC X(01) VALUE "N".
008900     88  PZ-EOF-TRANS              VALUE "Y".

009000 77  PZ-EOF-SW               PIC X(01) VALUE "N".
009100     88  PZ-EOF                    VALUE "Y".

009200 77  PZ-CARD-OK-SW           PIC X(01) VALUE "Y".
009300     88  PZ-CARD-OK                VALUE "Y".

009400 77  PZ-RUN-DATE             PIC 9(08) VALUE ZERO.
009500 77  PZ-RUN-TIME             PIC 9(08) VALUE ZERO.

009600 77  PZ-DATE-FROM            PIC 9(08) VALUE ZERO.
009700 77  PZ-DATE-TO              PIC 9(08) VALUE ZERO.
009800 77  PZ-AWARD-DATE           PIC 9(08) VALUE ZERO.
009900 77  PZ-EVENT-CODE           PIC X(06) VALUE SPACES.
010000 77  PZ-TOP-N                PIC 9(03) VALUE 3.
010100 77  PZ-RANK-BASIS           PIC X(01) VALUE "A".
010200 77  PZ-AMOUNT               PIC 9(05)V99 VALUE ZERO.
010300 77  PZ-VSPAR-WORK           PIC S9(05) VALUE ZERO.
010400 77  PZ-RANK-KEY-WORK        PIC S9(05) VALUE ZERO.
010500 77  PZ-LIST-STATUS          PIC X(01) VALUE SPACE.

010600 77  PZ-TRANS-COUNT          PIC 9(05) COMP VALUE ZERO.
010700 77  PZ-RULE-COUNT           PIC 9(05) COMP VALUE ZERO.
010800 77  PZ-AWARD-COUNT          PIC 9(05) COMP VALUE ZERO.
010900 77  PZ-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
011000 77  PZ-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
011100 77  PZ-STATUS-COUNT         PIC 9(05) COMP VALUE ZERO.
011200 77  PZ-ERROR-COUNT          PIC 9(05) COMP VALUE ZERO.
011300 77  PZ-DROPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
011400 77  PZ-PLACE-COUNT          PIC 9(03) COMP VALUE ZERO.
011500 77  PZ-LIST-COUNT           PIC 9(05) COMP VALUE ZERO.
011600 77  PZ-LIST-TOTAL           PIC 9(07)V99 VALUE ZERO.

011700 77  PZ-IX1                  PIC 9(04) COMP VALUE ZERO.
011800 77  PZ-IX2                  PIC 9(04) COMP VALUE ZERO.
011900 77  PZ-FOUND-IX             PIC 9(04) COMP VALUE ZERO.

012000 77  PZ-PLAYER-MAX           PIC 9(04) COMP VALUE 500.
012100 77  PZ-FLAG-MAX             PIC 9(04) COMP VALUE 500.
012200 77  PZ-DEPT-MAX             PIC 9(04) COMP VALUE 50.

012300 77  PZ-PAGE-COUNT           PIC 9(04) COMP VALUE ZERO.
012400 77  PZ-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
012500 77  PZ-LINES-PER-PAGE       PIC 9(03) COMP VALUE 50.

012600 77  PZ-TRANS-COUNT-EDIT     PIC ZZZZ9.
012700 77  PZ-RULE-COUNT-EDIT      PIC ZZZZ9.
012800 77  PZ-AWARD-COUNT-EDIT     PIC ZZZZ9.
012900 77  PZ-HELD-COUNT-EDIT      PIC ZZZZ9.
013000 77  PZ-REFUSED-COUNT-EDIT   PIC ZZZZ9.
013100 77  PZ-STATUS-COUNT-EDIT    PIC ZZZZ9.
013200 77  PZ-ERROR-COUNT-EDIT     PIC ZZZZ9.
013300 77  PZ-DROPPED-EDIT         PIC ZZZZ9.
013400 77  PZ-PLACE-EDIT           PIC ZZ9.

013500*    One slot per player: the player's best row for a score
013600*    rule, or the player's season line for a season rule (run
013700*    date and start time zero, total attempts as tie-break).
013800 77  PZ-PLAYER-COUNT         PIC 9(04) COMP VALUE ZERO.
013900 01  PZ-PLAYER-TABLE.
014000     05  PZ-ENTRY OCCURS 500 TIMES.
014100         10  PZ-TAB-EMPLOYEE-ID  PIC X(06).
014200         10  PZ-TAB-NAME         PIC X(20).
014300         10  PZ-TAB-DEPT         PIC X(10).
014400         10  PZ-TAB-EVENT        PIC X(06).
014500         10  PZ-TAB-RUN-DATE     PIC 9(08).
014600         10  PZ-TAB-START-TIME   PIC 9(08).
014700         10  PZ-TAB-ATTEMPTS     PIC 9(07).
014800         10  PZ-TAB-RANK-KEY     PIC S9(05).

014900 01  PZ-SWAP-ENTRY.
015000     05  PZ-SWP-EMPLOYEE-ID      PIC X(06).
015100     05  PZ-SWP-NAME             PIC X(20).
015200     05  PZ-SWP-DEPT             PIC X(10).
015300     05  PZ-SWP-EVENT            PIC X(06).
015400     05  PZ-SWP-RUN-DATE         PIC 9(08).
015500     05  PZ-SWP-START-TIME       PIC 9(08).
015600     05  PZ-SWP-ATTEMPTS         PIC 9(07).
015700     05  PZ-SWP-RANK-KEY         PIC S9(05).

015800 01  PZ-FLAG-TABLE.
015900     05  PZ-FLAG-COUNT           PIC 9(04) COMP VALUE ZERO.
016000     05  PZ-FLAG-ENTRY OCCURS 500 TIMES.
016100         10  PZ-FLG-DATE         PIC 9(08).
016200         10  PZ-FLG-EMPLOYEE-ID  PIC X(06).
016300         10  PZ-FLG-TIME         PIC 9(08).
016400         10  PZ-FLG-CODE         PIC X(01).

016500 01  PZ-DEPT-TABLE.
016600     05  PZ-DEPT-COUNT           PIC 9(04) COMP VALUE ZERO.
016700     05  PZ-DEPT-ENTRY OCCURS 50 TIMES.
016800         10  PZ-DEP-NAME         PIC X(10).

016900 01  PZ-HEAD-LINE-1.
017000     05  FILLER                  PIC X(30)
017100         VALUE "PLUS OU MOINS - REGISTRE DE PA".
017200     05  FILLER                  PIC X(19)
017300         VALUE "IEMENT DES PRIX DU ".
017400     05  PZ-HD1-DATE             PIC 9(08).
017500     05  FILLER                  PIC X(10) VALUE SPACES.
017600     05  FILLER                  PIC X(05) VALUE "PAGE ".
017700     05  PZ-HD1-PAGE             PIC ZZZ9.
017800     05  FILLER                  PIC X(04) VALUE SPACES.

017900 01  PZ-SECTION-LINE.
018000     05  PZ-SEC-TITLE            PIC X(60).
018100     05  FILLER                  PIC X(20) VALUE SPACES.

018200 01  PZ-COL-LINE.
018300     05  FILLER                  PIC X(07) VALUE "PRIX".
018400     05  FILLER                  PIC X(09) VALUE "DATE".
018500     05  FILLER                  PIC X(07) VALUE "ID".
018600     05  FILLER                  PIC X(21) VALUE "NOM".
018700     05  FILLER                  PIC X(11) VALUE "SERVICE".
018800     05  FILLER                  PIC X(04) VALUE "PL.".
018900     05  FILLER                  PIC X(09) VALUE " MONTANT".
019000     05  FILLER                  PIC X(12) VALUE "MOTIF".

019100 01  PZ-DETAIL-LINE.
019200     05  PZ-DET-PRIZE-CODE       PIC X(06).
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  PZ-DET-AWARD-DATE       PIC 9(08).
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  PZ-DET-EMPLOYEE-ID      PIC X(06).
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  PZ-DET-NAME             PIC X(20).
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  PZ-DET-DEPT             PIC X(10).
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  PZ-DET-PLACE            PIC ZZ9.
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  PZ-DET-AMOUNT           PIC ZZZZ9.99.
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  PZ-DET-HOLD-CODE        PIC X(01).
020700     05  FILLER                  PIC X(10) VALUE SPACES.

020800 01  PZ-TOTAL-LINE.
020900     05  FILLER                  PIC X(11) VALUE "  NOMBRE : ".
021000     05  PZ-TOT-COUNT            PIC ZZZZ9.
021100     05  FILLER                  PIC X(13) VALUE "   MONTANT : ".
021200     05  PZ-TOT-AMOUNT           PIC Z(06)9.99.
021300     05  FILLER                  PIC X(41) VALUE SPACES.

021400 01  PZ-SIGN-LINE.
021500     05  PZ-SGN-LABEL            PIC X(16).
021600     05  FILLER                  PIC X(30)
021700         VALUE "______________________________".
021800     05  FILLER                  PIC X(09) VALUE "  DATE : ".
021900     05  FILLER                  PIC X(12) VALUE "____________".
022000     05  FILLER                  PIC X(13) VALUE SPACES.

022100     COPY RUNLREC.

022200 PROCEDURE DIVISION.

022300*================================================================*
022400*  0000-MAINLINE
022500*  Opens the files, applies every card in turn, then prints the
022600*  payout register and the control totals.  A card refused as
022700*  an award already made ends the run with RETURN-CODE 16 once
022800*  the other cards are done.
022900*================================================================*
023000 0000-MAINLINE.
023100     MOVE FUNCTION CURRENT-DATE(1:8) TO PZ-RUN-DATE
023200     MOVE FUNCTION CURRENT-DATE(9:8) TO PZ-RUN-TIME
023300     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
023400     PERFORM 1500-REGISTER-START THRU 1500-EXIT
023500     IF PZ-TRANS-STATUS NOT = "00"
023600        OR PZ-LEDGER-STATUS NOT = "00"
023700        OR PZ-PRINT-STATUS NOT = "00"
023800         GO TO 0000-MAINLINE-EXIT
023900     END-IF
024000     PERFORM 2000-READ-TRANS THRU 2000-EXIT
024100     PERFORM 3000-APPLY-ONE-TRANS THRU 3000-EXIT
024200         UNTIL PZ-EOF-TRANS
024300     CLOSE PZT-FILE
024400     PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT
024500     CLOSE PRIZE-LEDGER
024600     CLOSE PRINT-FILE
024700     PERFORM 9000-PRINT-TOTALS THRU 9000-EXIT
024800     IF PZ-REFUSED-COUNT > ZERO
024900         MOVE 16 TO RETURN-CODE
025000     END-IF.
025100 0000-MAINLINE-EXIT.
025200     PERFORM 9500-REGISTER-END THRU 9500-EXIT
025300     STOP RUN.

025400*================================================================*
025500*  1000-OPEN-FILES
025600*  The ledger is created empty on the first ever run (file
025700*  status 35).  The register is the paper HR signs, so a
025800*  missing print file cancels the run before any prize is
025900*  written.
026000*================================================================*
026100 1000-OPEN-FILES.
026200     OPEN INPUT PZT-FILE
026300     IF PZ-TRANS-STATUS NOT = "00"
026400         DISPLAY "PRZTRANS introuvable - attribution annulee"
026500         MOVE 8 TO RETURN-CODE
026600         GO TO 1000-EXIT
026700     END-IF
026800     OPEN OUTPUT PRINT-FILE
026900     IF PZ-PRINT-STATUS NOT = "00"
027000         DISPLAY "PZPRINT indisponible - attribution annulee"
027100         MOVE 8 TO RETURN-CODE
027200         CLOSE PZT-FILE
027300         GO TO 1000-EXIT
027400     END-IF
027500     OPEN I-O PRIZE-LEDGER
027600     IF PZ-LEDGER-STATUS = "35"
027700         OPEN OUTPUT PRIZE-LEDGER
027800         CLOSE PRIZE-LEDGER
027900         OPEN I-O PRIZE-LEDGER
028000     END-IF
028100     IF PZ-LEDGER-STATUS NOT = "00"
028200         DISPLAY "PRIZE-LEDGER indisponible - attribution"
028300             " annulee"
028400         MOVE 8 TO RETURN-CODE
028500         CLOSE PZT-FILE
028600         CLOSE PRINT-FILE
028700     END-IF.
028800 1000-EXIT.
028900     EXIT.

029000 1500-REGISTER-START.
029100     MOVE "S"               TO RL-FUNCTION
029200     MOVE "PRIZEAWD"        TO RL-PROGRAM-ID
029300     MOVE PZ-RUN-DATE       TO RL-BUSINESS-DATE
029400     MOVE SPACE             TO RL-RUN-MODE
029500     MOVE ZERO              TO RL-RECORD-COUNT
029600     MOVE RETURN-CODE       TO RL-RETURN-CODE
029700     MOVE "N"               TO RL-OVERRIDE-FLAG
029800     CALL "RUNLOG" USING RL-COMMAREA.
029900 1500-EXIT.
030000     EXIT.

030100 2000-READ-TRANS.
030200     READ PZT-FILE
030300         AT END
030400             SET PZ-EOF-TRANS TO TRUE
030500         NOT AT END
030600             ADD 1 TO PZ-TRANS-COUNT
030700     END-READ.
030800 2000-EXIT.
030900     EXIT.

031000*================================================================*
031100*  3000-APPLY-ONE-TRANS
031200*  Every card must name a prize code and an operator; the card
031300*  is then routed to the award run or the status change.  An
031400*  unrecognised action code is reported and skipped.
031500*================================================================*
031600 3000-APPLY-ONE-TRANS.
031700     IF PZT-PRIZE-CODE = SPACES
031800        OR PZT-OPERATOR-ID = SPACES
031900         DISPLAY "Code prix ou operateur absent : "
032000             PZT-ACTION-CODE " " PZT-PRIZE-CODE
032100         ADD 1 TO PZ-ERROR-COUNT
032200         GO TO 3000-READ-NEXT
032300     END-IF
032400     IF PZT-AWARD
032500         PERFORM 3100-AWARD-PRIZE THRU 3100-EXIT
032600     ELSE
032700         IF PZT-PAY OR PZT-FORFEIT
032800            OR PZT-HOLD OR PZT-RELEASE
032900             PERFORM 3600-CHANGE-STATUS THRU 3600-EXIT
033000         ELSE
033100             DISPLAY "Code action invalide : "
033200                 PZT-ACTION-CODE " prix " PZT-PRIZE-CODE
033300             ADD 1 TO PZ-ERROR-COUNT
033400         END-IF
033500     END-IF.
033600 3000-READ-NEXT.
033700     PERFORM 2000-READ-TRANS THRU 2000-EXIT.
033800 3000-EXIT.
033900     EXIT.

034000*================================================================*
034100*  3100-AWARD-PRIZE
034200*  One award rule: works out the rows to judge, refuses a prize
034300*  already awarded for the date, loads the candidates (best row
034400*  per player, or the season lines), ranks them and writes the
034500*  winners to the ledger.
034600*================================================================*
034700 3100-AWARD-PRIZE.
034800     ADD 1 TO PZ-RULE-COUNT
034900     PERFORM 3200-SET-SELECTION THRU 3200-EXIT
035000     IF NOT PZ-CARD-OK
035100         GO TO 3100-EXIT
035200     END-IF
035300     PERFORM 3300-CHECK-DUPLICATE THRU 3300-EXIT
035400     IF NOT PZ-CARD-OK
035500         GO TO 3100-EXIT
035600     END-IF
035700     MOVE ZERO TO PZ-PLAYER-COUNT
035800     MOVE ZERO TO PZ-FLAG-COUNT
035900     MOVE ZERO TO PZ-DEPT-COUNT
036000     MOVE ZERO TO PZ-PLACE-COUNT
036100     MOVE ZERO TO PZ-DROPPED-COUNT
036200     IF PZT-RULE-SEASON
036300         PERFORM 4300-LOAD-SEASON THRU 4300-EXIT
036400     ELSE
036500         PERFORM 4000-LOAD-SCORES THRU 4000-EXIT
036600         IF PZ-CARD-OK
036700             PERFORM 4500-LOAD-FLAGS THRU 4500-EXIT
036800         END-IF
036900     END-IF
037000     IF NOT PZ-CARD-OK
037100         GO TO 3100-EXIT
037200     END-IF
037300     IF PZ-DROPPED-COUNT > ZERO
037400         MOVE PZ-DROPPED-COUNT TO PZ-DROPPED-EDIT
037500         DISPLAY "Table pleine - " PZ-DROPPED-EDIT
037600             " lignes ignorees pour " PZT-PRIZE-CODE
037700     END-IF
037800     IF PZ-PLAYER-COUNT = ZERO
037900         DISPLAY "Aucun gagnant : " PZT-PRIZE-CODE " "
038000             PZ-AWARD-DATE
038100         GO TO 3100-EXIT
038200     END-IF
038300     PERFORM 4600-RANK-PLAYERS THRU 4600-EXIT
038400     PERFORM 4800-AWARD-ONE-PLACE THRU 4800-EXIT
038500         VARYING PZ-IX1 FROM 1 BY 1
038600         UNTIL PZ-IX1 > PZ-PLAYER-COUNT
038700            OR PZ-PLACE-COUNT >= PZ-TOP-N.
038800 3100-EXIT.
038900     EXIT.

039000*================================================================*
039100*  3200-SET-SELECTION
039200*  A card date judges that one day.  With no date the event's
039300*  open/close span is judged and the prize is dated on the
039400*  close date.  A season prize is judged on the season master
039500*  as it stands and is dated on the card date (or today); an
039600*  event code on a season card is ignored.  The department
039700*  rule always ranks on raw attempts, as DEPTSTND does, and
039800*  awards every department, so it has no top N.
039900*================================================================*
040000 3200-SET-SELECTION.
040100     MOVE "Y" TO PZ-CARD-OK-SW
040200     IF NOT PZT-RULE-TOP
040300        AND NOT PZT-RULE-DEPT
040400        AND NOT PZT-RULE-SEASON
040500         DISPLAY "Regle invalide : " PZT-RULE
040600             " prix " PZT-PRIZE-CODE
040700         MOVE "N" TO PZ-CARD-OK-SW
040800         ADD 1 TO PZ-ERROR-COUNT
040900         GO TO 3200-EXIT
041000     END-IF
041100     MOVE 3 TO PZ-TOP-N
041200     IF PZT-TOP-N IS NUMERIC
041300        AND PZT-TOP-N > ZERO
041400         MOVE PZT-TOP-N TO PZ-TOP-N
041500     END-IF
041600     MOVE "A" TO PZ-RANK-BASIS
041700     IF PZT-RANK-BASIS = "P"
041800         MOVE "P" TO PZ-RANK-BASIS
041900     END-IF
042000     IF PZT-RULE-DEPT
042100         MOVE 999 TO PZ-TOP-N
042200         MOVE "A" TO PZ-RANK-BASIS
042300     END-IF
042400     MOVE ZERO TO PZ-AMOUNT
042500     IF PZT-PRIZE-AMOUNT IS NUMERIC
042600         MOVE PZT-PRIZE-AMOUNT TO PZ-AMOUNT
042700     END-IF
042800     MOVE PZT-EVENT-CODE TO PZ-EVENT-CODE
042900     MOVE ZERO TO PZ-AWARD-DATE
043000     IF PZT-AWARD-DATE IS NUMERIC
043100        AND PZT-AWARD-DATE > ZERO
043200         MOVE PZT-AWARD-DATE TO PZ-AWARD-DATE
043300         MOVE PZT-AWARD-DATE TO PZ-DATE-FROM
043400         MOVE PZT-AWARD-DATE TO PZ-DATE-TO
043500     END-IF
043600     IF PZT-RULE-SEASON
043700         MOVE SPACES TO PZ-EVENT-CODE
043800         IF PZ-AWARD-DATE = ZERO
043900             MOVE PZ-RUN-DATE TO PZ-AWARD-DATE
044000         END-IF
044100         GO TO 3200-EXIT
044200     END-IF
044300     IF PZ-EVENT-CODE = SPACES
044400         IF PZ-AWARD-DATE = ZERO
044500             DISPLAY "Date ou evenement requis : "
044600                 PZT-PRIZE-CODE
044700             MOVE "N" TO PZ-CARD-OK-SW
044800             ADD 1 TO PZ-ERROR-COUNT
044900         END-IF
045000         GO TO 3200-EXIT
045100     END-IF.
045200 3200-EVENT-DATES.
045300     OPEN INPUT EVENT-MASTER
045400     IF PZ-EVTMAST-STATUS NOT = "00"
045500         DISPLAY "EVENT-MASTER introuvable - prix "
045600             PZT-PRIZE-CODE " non attribue"
045700         MOVE "N" TO PZ-CARD-OK-SW
045800         ADD 1 TO PZ-ERROR-COUNT
045900         GO TO 3200-EXIT
046000     END-IF
046100     MOVE PZ-EVENT-CODE TO EVT-EVENT-CODE
046200     READ EVENT-MASTER
046300         INVALID KEY
046400             DISPLAY "Evenement inconnu : " PZ-EVENT-CODE
046500                 " prix " PZT-PRIZE-CODE
046600             MOVE "N" TO PZ-CARD-OK-SW
046700             ADD 1 TO PZ-ERROR-COUNT
046800     END-READ
046900     CLOSE EVENT-MASTER
047000     IF PZ-CARD-OK
047100        AND PZ-AWARD-DATE = ZERO
047200         MOVE EVT-OPEN-DATE  TO PZ-DATE-FROM
047300         MOVE EVT-CLOSE-DATE TO PZ-DATE-TO
047400         MOVE EVT-CLOSE-DATE TO PZ-AWARD-DATE
047500     END-IF.
047600 3200-EXIT.
047700     EXIT.

047800*================================================================*
047900*  3300-CHECK-DUPLICATE
048000*  Any ledger row for the prize code and award date - whatever
048100*  its status, forfeited included - means the prize has been
048200*  awarded: the card is refused, never applied a second time.
048300*================================================================*
048400 3300-CHECK-DUPLICATE.
048500     MOVE PZT-PRIZE-CODE TO PRZ-PRIZE-CODE
048600     MOVE PZ-AWARD-DATE  TO PRZ-AWARD-DATE
048700     MOVE LOW-VALUES     TO PRZ-EMPLOYEE-ID
048800     START PRIZE-LEDGER
048900         KEY IS GREATER THAN OR EQUAL TO PRZ-KEY
049000         INVALID KEY
049100             GO TO 3300-EXIT
049200     END-START
049300     READ PRIZE-LEDGER NEXT
049400         AT END
049500             GO TO 3300-EXIT
049600     END-READ
049700     IF PRZ-PRIZE-CODE = PZT-PRIZE-CODE
049800        AND PRZ-AWARD-DATE = PZ-AWARD-DATE
049900         DISPLAY "Prix deja attribue : " PZT-PRIZE-CODE
050000             " du " PZ-AWARD-DATE " - carte refusee"
050100         MOVE "N" TO PZ-CARD-OK-SW
050200         ADD 1 TO PZ-REFUSED-COUNT
050300     END-IF.
050400 3300-EXIT.
050500     EXIT.

050600*================================================================*
050700*  3600-CHANGE-STATUS
050800*  Moves one ledger row: a pending prize can be paid or held,
050900*  a held prize released back to pending, and anything not yet
051000*  paid forfeited.  Any other move is reported and refused.
051100*================================================================*
051200 3600-CHANGE-STATUS.
051300     IF PZT-AWARD-DATE IS NOT NUMERIC
051400        OR PZT-EMPLOYEE-ID = SPACES
051500         DISPLAY "Cle invalide : " PZT-PRIZE-CODE " "
051600             PZT-AWARD-DATE " " PZT-EMPLOYEE-ID
051700         ADD 1 TO PZ-ERROR-COUNT
051800         GO TO 3600-EXIT
051900     END-IF
052000     MOVE PZT-PRIZE-CODE  TO PRZ-PRIZE-CODE
052100     MOVE PZT-AWARD-DATE  TO PRZ-AWARD-DATE
052200     MOVE PZT-EMPLOYEE-ID TO PRZ-EMPLOYEE-ID
052300     READ PRIZE-LEDGER
052400         INVALID KEY
052500             DISPLAY "Introuvable : " PRZ-KEY
052600             ADD 1 TO PZ-ERROR-COUNT
052700             GO TO 3600-EXIT
052800     END-READ
052900     MOVE "Y" TO PZ-CARD-OK-SW
053000     IF PZT-PAY
053100         IF PRZ-PENDING
053200             MOVE "V" TO PRZ-STATUS
053300         ELSE
053400             MOVE "N" TO PZ-CARD-OK-SW
053500         END-IF
053600     END-IF
053700     IF PZT-HOLD
053800         IF PRZ-PENDING
053900             MOVE "H" TO PRZ-STATUS
054000             MOVE "M" TO PRZ-HOLD-CODE
054100         ELSE
054200             MOVE "N" TO PZ-CARD-OK-SW
054300         END-IF
054400     END-IF
054500     IF PZT-RELEASE
054600         IF PRZ-HELD
054700             MOVE "P" TO PRZ-STATUS
054800         ELSE
054900             MOVE "N" TO PZ-CARD-OK-SW
055000         END-IF
055100     END-IF
055200     IF PZT-FORFEIT
055300         IF PRZ-PENDING OR PRZ-HELD
055400             MOVE "F" TO PRZ-STATUS
055500         ELSE
055600             MOVE "N" TO PZ-CARD-OK-SW
055700         END-IF
055800     END-IF
055900     IF NOT PZ-CARD-OK
056000         DISPLAY "Changement refuse - statut " PRZ-STATUS
056100             " : " PRZ-KEY
056200         ADD 1 TO PZ-ERROR-COUNT
056300         GO TO 3600-EXIT
056400     END-IF
056500     MOVE PZ-RUN-DATE     TO PRZ-STATUS-DATE
056600     MOVE PZT-OPERATOR-ID TO PRZ-OPERATOR-ID
056700     REWRITE PRIZE-LEDGER-RECORD
056800         INVALID KEY
056900             DISPLAY "Reecriture impossible : " PRZ-KEY
057000             ADD 1 TO PZ-ERROR-COUNT
057100         NOT INVALID KEY
057200             ADD 1 TO PZ-STATUS-COUNT
057300             DISPLAY "Statut " PRZ-STATUS " : " PRZ-KEY
057400     END-REWRITE.
057500 3600-EXIT.
057600     EXIT.

057700*================================================================*
057800*  4000-LOAD-SCORES / 4100-LOAD-ONE-SCORE
057900*  The judged rows of the score master, selected with START/
058000*  READ NEXT on the date range as LEADERBD does.  Voided rows,
058100*  other events' rows and rows with no player never win.  The
058200*  rank key follows LEADERBD: raw attempts, or attempts-versus-
058300*  par with a pre-par row (par zero) ranked on raw attempts.
058400*================================================================*
058500 4000-LOAD-SCORES.
058600     OPEN INPUT SCORE-MASTER
058700     IF PZ-SCORE-STATUS NOT = "00"
058800         DISPLAY "SCORE-MASTER introuvable - prix "
058900             PZT-PRIZE-CODE " non attribue"
059000         MOVE "N" TO PZ-CARD-OK-SW
059100         ADD 1 TO PZ-ERROR-COUNT
059200         GO TO 4000-EXIT
059300     END-IF
059400     MOVE "N" TO PZ-EOF-SW
059500     MOVE LOW-VALUES   TO SCORM-KEY
059600     MOVE PZ-DATE-FROM TO SCORM-RUN-DATE
059700     START SCORE-MASTER
059800         KEY IS GREATER THAN OR EQUAL TO SCORM-KEY
059900         INVALID KEY
060000             SET PZ-EOF TO TRUE
060100     END-START
060200     PERFORM 4100-LOAD-ONE-SCORE THRU 4100-EXIT
060300         UNTIL PZ-EOF
060400     CLOSE SCORE-MASTER.
060500 4000-EXIT.
060600     EXIT.

060700 4100-LOAD-ONE-SCORE.
060800     READ SCORE-MASTER NEXT
060900         AT END
061000             SET PZ-EOF TO TRUE
061100             GO TO 4100-EXIT
061200     END-READ
061300     IF SCORM-RUN-DATE > PZ-DATE-TO
061400         SET PZ-EOF TO TRUE
061500         GO TO 4100-EXIT
061600     END-IF
061700     IF PZ-EVENT-CODE NOT = SPACES
061800        AND SCORM-EVENT-CODE NOT = PZ-EVENT-CODE
061900         GO TO 4100-EXIT
062000     END-IF
062100     IF SCORM-VOIDED
062200        OR SCORM-EMPLOYEE-ID = SPACES
062300         GO TO 4100-EXIT
062400     END-IF
062500     IF SCORM-PAR-COUNT = ZERO
062600         MOVE SCORM-ATTEMPT-COUNT TO PZ-VSPAR-WORK
062700     ELSE
062800         MOVE SCORM-VS-PAR        TO PZ-VSPAR-WORK
062900     END-IF
063000     IF PZ-RANK-BASIS = "P"
063100         MOVE PZ-VSPAR-WORK       TO PZ-RANK-KEY-WORK
063200     ELSE
063300         MOVE SCORM-ATTEMPT-COUNT TO PZ-RANK-KEY-WORK
063400     END-IF
063500     PERFORM 4200-POST-ONE-SCORE THRU 4200-EXIT.
063600 4100-EXIT.
063700     EXIT.

063800*================================================================*
063900*  4200-POST-ONE-SCORE / 4250-MATCH-SLOT / 4280-FILL-SLOT
064000*  Keeps each player's best row: the lower rank key, ties to
064100*  the earlier date and start time, so a player who replayed
064200*  holds a single place.
064300*================================================================*
064400 4200-POST-ONE-SCORE.
064500     MOVE ZERO TO PZ-FOUND-IX
064600     PERFORM 4250-MATCH-SLOT THRU 4250-EXIT
064700         VARYING PZ-IX1 FROM 1 BY 1
064800         UNTIL PZ-IX1 > PZ-PLAYER-COUNT
064900            OR PZ-FOUND-IX > ZERO
065000     IF PZ-FOUND-IX = ZERO
065100         IF PZ-PLAYER-COUNT >= PZ-PLAYER-MAX
065200             ADD 1 TO PZ-DROPPED-COUNT
065300             GO TO 4200-EXIT
065400         END-IF
065500         ADD 1 TO PZ-PLAYER-COUNT
065600         MOVE PZ-PLAYER-COUNT TO PZ-FOUND-IX
065700         PERFORM 4280-FILL-SLOT THRU 4280-EXIT
065800         GO TO 4200-EXIT
065900     END-IF
066000     IF PZ-RANK-KEY-WORK < PZ-TAB-RANK-KEY (PZ-FOUND-IX)
066100         PERFORM 4280-FILL-SLOT THRU 4280-EXIT
066200     END-IF.
066300 4200-EXIT.
066400     EXIT.

066500 4250-MATCH-SLOT.
066600     IF PZ-TAB-EMPLOYEE-ID (PZ-IX1) = SCORM-EMPLOYEE-ID
066700         MOVE PZ-IX1 TO PZ-FOUND-IX
066800     END-IF.
066900 4250-EXIT.
067000     EXIT.

067100 4280-FILL-SLOT.
067200     MOVE SCORM-EMPLOYEE-ID   TO PZ-TAB-EMPLOYEE-ID (PZ-FOUND-IX)
067300     MOVE SCORM-EMPLOYEE-NAME TO PZ-TAB-NAME (PZ-FOUND-IX)
067400     MOVE SCORM-DEPARTMENT    TO PZ-TAB-DEPT (PZ-FOUND-IX)
067500     MOVE SCORM-EVENT-CODE    TO PZ-TAB-EVENT (PZ-FOUND-IX)
067600     MOVE SCORM-RUN-DATE      TO PZ-TAB-RUN-DATE (PZ-FOUND-IX)
067700     MOVE SCORM-START-TIME    TO PZ-TAB-START-TIME (PZ-FOUND-IX)
067800     MOVE SCORM-ATTEMPT-COUNT TO PZ-TAB-ATTEMPTS (PZ-FOUND-IX)
067900     MOVE PZ-RANK-KEY-WORK    TO PZ-TAB-RANK-KEY (PZ-FOUND-IX).
068000 4280-EXIT.
068100     EXIT.

068200*================================================================*
068300*  4300-LOAD-SEASON / 4350-LOAD-ONE-SEASON
068400*  One slot per season entrant with points, ranked on points
068500*  (most first, carried negated in the rank key) and then on
068600*  the fewest total attempts, as the season standings break
068700*  their ties.
068800*================================================================*
068900 4300-LOAD-SEASON.
069000     OPEN INPUT SEASON-MASTER
069100     IF PZ-SEASON-STATUS NOT = "00"
069200         DISPLAY "SEASON-MASTER introuvable - prix "
069300             PZT-PRIZE-CODE " non attribue"
069400         MOVE "N" TO PZ-CARD-OK-SW
069500         ADD 1 TO PZ-ERROR-COUNT
069600         GO TO 4300-EXIT
069700     END-IF
069800     MOVE "N" TO PZ-EOF-SW
069900     MOVE LOW-VALUES TO SEAS-EMPLOYEE-ID
070000     START SEASON-MASTER
070100         KEY IS GREATER THAN OR EQUAL TO SEAS-EMPLOYEE-ID
070200         INVALID KEY
070300             SET PZ-EOF TO TRUE
070400     END-START
070500     PERFORM 4350-LOAD-ONE-SEASON THRU 4350-EXIT
070600         UNTIL PZ-EOF
070700     CLOSE SEASON-MASTER.
070800 4300-EXIT.
070900     EXIT.

071000 4350-LOAD-ONE-SEASON.
071100     READ SEASON-MASTER NEXT
071200         AT END
071300             SET PZ-EOF TO TRUE
071400             GO TO 4350-EXIT
071500     END-READ
071600     IF SEAS-EMPLOYEE-ID = SPACES
071700        OR SEAS-POINTS = ZERO
071800         GO TO 4350-EXIT
071900     END-IF
072000     IF PZ-PLAYER-COUNT >= PZ-PLAYER-MAX
072100         ADD 1 TO PZ-DROPPED-COUNT
072200         GO TO 4350-EXIT
072300     END-IF
072400     ADD 1 TO PZ-PLAYER-COUNT
072500     MOVE SEAS-EMPLOYEE-ID
072600       TO PZ-TAB-EMPLOYEE-ID (PZ-PLAYER-COUNT)
072700     MOVE SEAS-EMPLOYEE-NAME
072800       TO PZ-TAB-NAME (PZ-PLAYER-COUNT)
072900     MOVE SEAS-DEPARTMENT
073000       TO PZ-TAB-DEPT (PZ-PLAYER-COUNT)
073100     MOVE SPACES TO PZ-TAB-EVENT (PZ-PLAYER-COUNT)
073200     MOVE ZERO   TO PZ-TAB-RUN-DATE (PZ-PLAYER-COUNT)
073300     MOVE ZERO   TO PZ-TAB-START-TIME (PZ-PLAYER-COUNT)
073400     MOVE SEAS-TOTAL-ATTEMPTS
073500       TO PZ-TAB-ATTEMPTS (PZ-PLAYER-COUNT)
073600     COMPUTE PZ-TAB-RANK-KEY (PZ-PLAYER-COUNT) =
073700         ZERO - SEAS-POINTS.
073800 4350-EXIT.
073900     EXIT.

074000*================================================================*
074100*  4500-LOAD-FLAGS / 4550-LOAD-ONE-FLAG
074200*  The sessions GLOGANAL flagged within the judged dates.  No
074300*  extract means no analysis was run: the prizes are written
074400*  pending and the condition is named in the job log so the
074500*  events team can hold them by hand.
074600*================================================================*
074700 4500-LOAD-FLAGS.
074800     OPEN INPUT GAF-FILE
074900     IF PZ-FLAG-STATUS NOT = "00"
075000         DISPLAY "GAFLAGS absent - aucun prix retenu d'office"
075100         GO TO 4500-EXIT
075200     END-IF
075300     MOVE "N" TO PZ-EOF-SW
075400     PERFORM 4550-LOAD-ONE-FLAG THRU 4550-EXIT
075500         UNTIL PZ-EOF
075600     CLOSE GAF-FILE.
075700 4500-EXIT.
075800     EXIT.

075900 4550-LOAD-ONE-FLAG.
076000     READ GAF-FILE
076100         AT END
076200             SET PZ-EOF TO TRUE
076300             GO TO 4550-EXIT
076400     END-READ
076500     IF GAF-SESSION-DATE < PZ-DATE-FROM
076600        OR GAF-SESSION-DATE > PZ-DATE-TO
076700         GO TO 4550-EXIT
076800     END-IF
076900     IF PZ-FLAG-COUNT >= PZ-FLAG-MAX
077000         DISPLAY "Table des sessions suspectes pleine - "
077100             GAF-EMPLOYEE-ID " " GAF-SESSION-DATE
077200             " non controle"
077300         GO TO 4550-EXIT
077400     END-IF
077500     ADD 1 TO PZ-FLAG-COUNT
077600     MOVE GAF-SESSION-DATE TO PZ-FLG-DATE (PZ-FLAG-COUNT)
077700     MOVE GAF-EMPLOYEE-ID  TO PZ-FLG-EMPLOYEE-ID (PZ-FLAG-COUNT)
077800     MOVE GAF-SESSION-TIME TO PZ-FLG-TIME (PZ-FLAG-COUNT)
077900     MOVE GAF-FLAG-CODE    TO PZ-FLG-CODE (PZ-FLAG-COUNT).
078000 4550-EXIT.
078100     EXIT.

078200*================================================================*
078300*  4600-RANK-PLAYERS / 4620-SORT-PASS /
078400*  4640-COMPARE-ADJACENT / 4660-SWAP-ENTRIES
078500*  Straight exchange sort: lowest rank key first, ties broken
078600*  by the earlier date and start time, then the fewer total
078700*  attempts (the season tie-break).
078800*================================================================*
078900 4600-RANK-PLAYERS.
079000     IF PZ-PLAYER-COUNT < 2
079100         GO TO 4600-EXIT
079200     END-IF
079300     PERFORM 4620-SORT-PASS THRU 4620-EXIT
079400         VARYING PZ-IX1 FROM 1 BY 1
079500         UNTIL PZ-IX1 >= PZ-PLAYER-COUNT.
079600 4600-EXIT.
079700     EXIT.

079800 4620-SORT-PASS.
079900     PERFORM 4640-COMPARE-ADJACENT THRU 4640-EXIT
080000         VARYING PZ-IX2 FROM 1 BY 1
080100         UNTIL PZ-IX2 > PZ-PLAYER-COUNT - PZ-IX1.
080200 4620-EXIT.
080300     EXIT.

080400 4640-COMPARE-ADJACENT.
080500     IF PZ-TAB-RANK-KEY (PZ-IX2) <
080600        PZ-TAB-RANK-KEY (PZ-IX2 + 1)
080700         GO TO 4640-EXIT
080800     END-IF
080900     IF PZ-TAB-RANK-KEY (PZ-IX2) >
081000        PZ-TAB-RANK-KEY (PZ-IX2 + 1)
081100         PERFORM 4660-SWAP-ENTRIES THRU 4660-EXIT
081200         GO TO 4640-EXIT
081300     END-IF
081400     IF PZ-TAB-RUN-DATE (PZ-IX2) >
081500        PZ-TAB-RUN-DATE (PZ-IX2 + 1)
081600      OR (PZ-TAB-RUN-DATE (PZ-IX2) =
081700          PZ-TAB-RUN-DATE (PZ-IX2 + 1)
081800         AND PZ-TAB-START-TIME (PZ-IX2) >
081900             PZ-TAB-START-TIME (PZ-IX2 + 1))
082000      OR (PZ-TAB-RUN-DATE (PZ-IX2) =
082100          PZ-TAB-RUN-DATE (PZ-IX2 + 1)
082200         AND PZ-TAB-START-TIME (PZ-IX2) =
082300             PZ-TAB-START-TIME (PZ-IX2 + 1)
082400         AND PZ-TAB-ATTEMPTS (PZ-IX2) >
082500             PZ-TAB-ATTEMPTS (PZ-IX2 + 1))
082600         PERFORM 4660-SWAP-ENTRIES THRU 4660-EXIT
082700     END-IF.
082800 4640-EXIT.
082900     EXIT.

083000 4660-SWAP-ENTRIES.
083100     MOVE PZ-ENTRY (PZ-IX2)     TO PZ-SWAP-ENTRY
083200     MOVE PZ-ENTRY (PZ-IX2 + 1) TO PZ-ENTRY (PZ-IX2)
083300     MOVE PZ-SWAP-ENTRY         TO PZ-ENTRY (PZ-IX2 + 1).
083400 4660-EXIT.
083500     EXIT.

083600*================================================================*
083700*  4800-AWARD-ONE-PLACE
083800*  Writes the ledger row for the slot at PZ-IX1.  On the
083900*  department rule the table is already in rank order, so the
084000*  first slot seen for a department is its best row and the
084100*  later ones are passed over; every department winner is
084200*  placed first.  A winning session GLOGANAL flagged is written
084300*  held with the screen's code.
084400*================================================================*
084500 4800-AWARD-ONE-PLACE.
084600     IF PZT-RULE-DEPT
084700         IF PZ-TAB-DEPT (PZ-IX1) = SPACES
084800             GO TO 4800-EXIT
084900         END-IF
085000         MOVE ZERO TO PZ-FOUND-IX
085100         PERFORM 4850-MATCH-DEPT THRU 4850-EXIT
085200             VARYING PZ-IX2 FROM 1 BY 1
085300             UNTIL PZ-IX2 > PZ-DEPT-COUNT
085400                OR PZ-FOUND-IX > ZERO
085500         IF PZ-FOUND-IX > ZERO
085600             GO TO 4800-EXIT
085700         END-IF
085800         IF PZ-DEPT-COUNT >= PZ-DEPT-MAX
085900             DISPLAY "Table des services pleine - "
086000                 PZ-TAB-DEPT (PZ-IX1) " sans prix"
086100             GO TO 4800-EXIT
086200         END-IF
086300         ADD 1 TO PZ-DEPT-COUNT
086400         MOVE PZ-TAB-DEPT (PZ-IX1) TO PZ-DEP-NAME (PZ-DEPT-COUNT)
086500     END-IF
086600     ADD 1 TO PZ-PLACE-COUNT
086700     MOVE PZT-PRIZE-CODE TO PRZ-PRIZE-CODE
086800     MOVE PZ-AWARD-DATE  TO PRZ-AWARD-DATE
086900     MOVE PZ-TAB-EMPLOYEE-ID (PZ-IX1) TO PRZ-EMPLOYEE-ID
087000     MOVE PZT-RULE       TO PRZ-RULE
087100     IF PZT-RULE-DEPT
087200         MOVE 1              TO PRZ-PLACE
087300     ELSE
087400         MOVE PZ-PLACE-COUNT TO PRZ-PLACE
087500     END-IF
087600     MOVE PZ-TAB-NAME (PZ-IX1)       TO PRZ-EMPLOYEE-NAME
087700     MOVE PZ-TAB-DEPT (PZ-IX1)       TO PRZ-DEPARTMENT
087800     MOVE PZ-TAB-EVENT (PZ-IX1)      TO PRZ-EVENT-CODE
087900     MOVE PZ-TAB-RUN-DATE (PZ-IX1)   TO PRZ-SESSION-DATE
088000     MOVE PZ-TAB-START-TIME (PZ-IX1) TO PRZ-SESSION-TIME
088100     MOVE PZ-TAB-ATTEMPTS (PZ-IX1)   TO PRZ-ATTEMPTS
088200     MOVE PZ-AMOUNT                  TO PRZ-AMOUNT
088300     MOVE "P"                        TO PRZ-STATUS
088400     MOVE SPACE                      TO PRZ-HOLD-CODE
088500     MOVE PZ-RUN-DATE                TO PRZ-STATUS-DATE
088600     MOVE PZT-OPERATOR-ID            TO PRZ-OPERATOR-ID
088700     IF NOT PZT-RULE-SEASON
088800         MOVE ZERO TO PZ-FOUND-IX
088900         PERFORM 4900-MATCH-FLAG THRU 4900-EXIT
089000             VARYING PZ-IX2 FROM 1 BY 1
089100             UNTIL PZ-IX2 > PZ-FLAG-COUNT
089200                OR PZ-FOUND-IX > ZERO
089300         IF PZ-FOUND-IX > ZERO
089400             MOVE "H" TO PRZ-STATUS
089500             MOVE PZ-FLG-CODE (PZ-FOUND-IX) TO PRZ-HOLD-CODE
089600         END-IF
089700     END-IF
089800     WRITE PRIZE-LEDGER-RECORD
089900         INVALID KEY
090000             DISPLAY "Deja present : " PRZ-KEY
090100             ADD 1 TO PZ-ERROR-COUNT
090200         NOT INVALID KEY
090300             ADD 1 TO PZ-AWARD-COUNT
090400             IF PRZ-HELD
090500                 ADD 1 TO PZ-HELD-COUNT
090600             END-IF
090700             MOVE PRZ-PLACE TO PZ-PLACE-EDIT
090800             DISPLAY "Prix " PRZ-PRIZE-CODE " " PRZ-AWARD-DATE
090900                 " place " PZ-PLACE-EDIT " : " PRZ-EMPLOYEE-ID
091000                 " " PRZ-EMPLOYEE-NAME " statut " PRZ-STATUS
091100     END-WRITE.
091200 4800-EXIT.
091300     EXIT.

091400 4850-MATCH-DEPT.
091500     IF PZ-DEP-NAME (PZ-IX2) = PZ-TAB-DEPT (PZ-IX1)
091600         MOVE PZ-IX2 TO PZ-FOUND-IX
091700     END-IF.
091800 4850-EXIT.
091900     EXIT.

092000 4900-MATCH-FLAG.
092100     IF PZ-FLG-DATE (PZ-IX2) = PZ-TAB-RUN-DATE (PZ-IX1)
092200        AND PZ-FLG-EMPLOYEE-ID (PZ-IX2) =
092300            PZ-TAB-EMPLOYEE-ID (PZ-IX1)
092400        AND PZ-FLG-TIME (PZ-IX2) = PZ-TAB-START-TIME (PZ-IX1)
092500         MOVE PZ-IX2 TO PZ-FOUND-IX
092600     END-IF.
092700 4900-EXIT.
092800     EXIT.

092900*================================================================*
093000*  5000-PRINT-REGISTER
093100*  The payout register: every prize on the ledger still to pay,
093200*  then every prize held with its hold code, each section with
093300*  its count and amount, and the sign-off lines HR completes
093400*  before the pending prizes are paid.
093500*================================================================*
093600 5000-PRINT-REGISTER.
093700     MOVE ZERO TO PZ-PAGE-COUNT
093800     PERFORM 5200-PRINT-HEADINGS THRU 5200-EXIT
093900     MOVE "PRIX A PAYER"      TO PZ-SEC-TITLE
094000     MOVE "P"                 TO PZ-LIST-STATUS
094100     PERFORM 5100-LIST-SECTION THRU 5100-EXIT
094200     MOVE "PRIX RETENUS (Q GAIN RAPIDE, N SANS PROCHE,"
094300                              TO PZ-SEC-TITLE
094400     MOVE "H"                 TO PZ-LIST-STATUS
094500     PERFORM 5100-LIST-SECTION THRU 5100-EXIT
094600     IF PZ-LINE-COUNT + 5 > PZ-LINES-PER-PAGE
094700         PERFORM 5200-PRINT-HEADINGS THRU 5200-EXIT
094800     END-IF
094900     MOVE SPACES TO PRINT-RECORD
095000     WRITE PRINT-RECORD
095100     MOVE "PREPARE PAR   : " TO PZ-SGN-LABEL
095200     WRITE PRINT-RECORD FROM PZ-SIGN-LINE
095300     MOVE SPACES TO PRINT-RECORD
095400     WRITE PRINT-RECORD
095500     MOVE "VISA RH       : " TO PZ-SGN-LABEL
095600     WRITE PRINT-RECORD FROM PZ-SIGN-LINE
095700     MOVE SPACES TO PRINT-RECORD
095800     WRITE PRINT-RECORD
095900     MOVE "PAIEMENT PAR  : " TO PZ-SGN-LABEL
096000     WRITE PRINT-RECORD FROM PZ-SIGN-LINE.
096100 5000-EXIT.
096200     EXIT.

096300*================================================================*
096400*  5100-LIST-SECTION / 5150-LIST-ONE-PRIZE
096500*  One pass over the whole ledger in key order, listing the
096600*  rows in status PZ-LIST-STATUS.
096700*================================================================*
096800 5100-LIST-SECTION.
096900     IF PZ-LINE-COUNT + 4 > PZ-LINES-PER-PAGE
097000         PERFORM 5200-PRINT-HEADINGS THRU 5200-EXIT
097100     END-IF
097200     MOVE SPACES TO PRINT-RECORD
097300     WRITE PRINT-RECORD
097400     WRITE PRINT-RECORD FROM PZ-SECTION-LINE
097500     IF PZ-LIST-STATUS = "H"
097600         MOVE "  S SEQUENCE IDENTIQUE, M A LA MAIN)"
097700           TO PZ-SEC-TITLE
097800         WRITE PRINT-RECORD FROM PZ-SECTION-LINE
097900         ADD 1 TO PZ-LINE-COUNT
098000     END-IF
098100     ADD 2 TO PZ-LINE-COUNT
098200     MOVE ZERO TO PZ-LIST-COUNT
098300     MOVE ZERO TO PZ-LIST-TOTAL
098400     MOVE "N" TO PZ-EOF-SW
098500     MOVE LOW-VALUES TO PRZ-KEY
098600     START PRIZE-LEDGER
098700         KEY IS GREATER THAN OR EQUAL TO PRZ-KEY
098800         INVALID KEY
098900             SET PZ-EOF TO TRUE
099000     END-START
099100     PERFORM 5150-LIST-ONE-PRIZE THRU 5150-EXIT
099200         UNTIL PZ-EOF
099300     MOVE PZ-LIST-COUNT TO PZ-TOT-COUNT
099400     MOVE PZ-LIST-TOTAL TO PZ-TOT-AMOUNT
099500     WRITE PRINT-RECORD FROM PZ-TOTAL-LINE
099600     ADD 1 TO PZ-LINE-COUNT.
099700 5100-EXIT.
099800     EXIT.

099900 5150-LIST-ONE-PRIZE.
100000     READ PRIZE-LEDGER NEXT
100100         AT END
100200             SET PZ-EOF TO TRUE
100300             GO TO 5150-EXIT
100400     END-READ
100500     IF PRZ-STATUS NOT = PZ-LIST-STATUS
100600         GO TO 5150-EXIT
100700     END-IF
100800     IF PZ-LINE-COUNT >= PZ-LINES-PER-PAGE
100900         PERFORM 5200-PRINT-HEADINGS THRU 5200-EXIT
101000     END-IF
101100     MOVE PRZ-PRIZE-CODE    TO PZ-DET-PRIZE-CODE
101200     MOVE PRZ-AWARD-DATE    TO PZ-DET-AWARD-DATE
101300     MOVE PRZ-EMPLOYEE-ID   TO PZ-DET-EMPLOYEE-ID
101400     MOVE PRZ-EMPLOYEE-NAME TO PZ-DET-NAME
101500     MOVE PRZ-DEPARTMENT    TO PZ-DET-DEPT
101600     MOVE PRZ-PLACE         TO PZ-DET-PLACE
101700     MOVE PRZ-AMOUNT        TO PZ-DET-AMOUNT
101800     MOVE PRZ-HOLD-CODE     TO PZ-DET-HOLD-CODE
101900     WRITE PRINT-RECORD FROM PZ-DETAIL-LINE
102000     ADD 1 TO PZ-LINE-COUNT
102100     ADD 1 TO PZ-LIST-COUNT
102200     ADD PRZ-AMOUNT TO PZ-LIST-TOTAL.
102300 5150-EXIT.
102400     EXIT.

102500 5200-PRINT-HEADINGS.
102600     ADD 1 TO PZ-PAGE-COUNT
102700     MOVE PZ-RUN-DATE   TO PZ-HD1-DATE
102800     MOVE PZ-PAGE-COUNT TO PZ-HD1-PAGE
102900     WRITE PRINT-RECORD FROM PZ-HEAD-LINE-1
103000     WRITE PRINT-RECORD FROM PZ-COL-LINE
103100     MOVE 2 TO PZ-LINE-COUNT.
103200 5200-EXIT.
103300     EXIT.

103400*================================================================*
103500*  9000-PRINT-TOTALS
103600*  Control totals for the run log.
103700*================================================================*
103800 9000-PRINT-TOTALS.
103900     MOVE PZ-TRANS-COUNT   TO PZ-TRANS-COUNT-EDIT
104000     MOVE PZ-RULE-COUNT    TO PZ-RULE-COUNT-EDIT
104100     MOVE PZ-AWARD-COUNT   TO PZ-AWARD-COUNT-EDIT
104200     MOVE PZ-HELD-COUNT    TO PZ-HELD-COUNT-EDIT
104300     MOVE PZ-REFUSED-COUNT TO PZ-REFUSED-COUNT-EDIT
104400     MOVE PZ-STATUS-COUNT  TO PZ-STATUS-COUNT-EDIT
104500     MOVE PZ-ERROR-COUNT   TO PZ-ERROR-COUNT-EDIT
104600     DISPLAY "Attribution des prix terminee"
104700     DISPLAY "  cartes lues       : " PZ-TRANS-COUNT-EDIT
104800     DISPLAY "  regles appliquees : " PZ-RULE-COUNT-EDIT
104900     DISPLAY "  prix attribues    : " PZ-AWARD-COUNT-EDIT
105000     DISPLAY "  dont retenus      : " PZ-HELD-COUNT-EDIT
105100     DISPLAY "  cartes refusees   : " PZ-REFUSED-COUNT-EDIT
105200     DISPLAY "  statuts modifies  : " PZ-STATUS-COUNT-EDIT
105300     DISPLAY "  erreurs           : " PZ-ERROR-COUNT-EDIT.
105400 9000-EXIT.
105500     EXIT.

105600*================================================================*
105700*  9500-REGISTER-END
105800*  Closes the run on the shared run-control journal.
105900*================================================================*
106000 9500-REGISTER-END.
106100     MOVE "E"               TO RL-FUNCTION
106200     MOVE PZ-AWARD-COUNT    TO RL-RECORD-COUNT
106300     MOVE RETURN-CODE       TO RL-RETURN-CODE
106400     CALL "RUNLOG" USING RL-COMMAREA.
106500 9500-EXIT.
106600     EXIT.

