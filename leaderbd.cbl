003275*                     record count and RETURN-CODE on the
003280*                     shared run-control journal through the
003285*                     RUNLOG subprogram.
003286*  2026-10-15  JMT   The control card may now name an event: only
003288*                     that event's rows are ranked, a card with
003290*                     no dates ranks the event's open/close span
003292*                     from EVENT-MASTER, the event code is shown
003294*                     in the page heading, and an unknown event
003296*                     cancels the run with RETURN-CODE 8.
003297*  2026-10-15  JMT   Rows voided on the score master by SCRMAINT
003298*                     are left out of the ranking.
003300*  2026-10-15  JMT   Page headings and the total line come from
003310*                     the message catalog through MSGCAT in the
003320*                     card's language (French by default).
003330*================================================================*
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.    LEADERBD.
003600 AUTHOR.        J. M. TANGUAY.
004720         RECORD KEY IS SCORM-KEY
004800         FILE STATUS IS LB-SCORE-STATUS.

004810     SELECT EVENT-MASTER ASSIGN TO "EVENTMAST"
004820         ORGANIZATION IS INDEXED
004830         ACCESS MODE IS RANDOM
004840         RECORD KEY IS EVT-EVENT-CODE
004850         FILE STATUS IS LB-EVTMAST-STATUS.

004900     SELECT PRINT-FILE ASSIGN TO "LDRPRINT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS LB-PRINT-STATUS.
005700 FD  SCORE-MASTER.
005900     COPY SCORMREC.

005920 FD  EVENT-MASTER.
005940     COPY EVTMREC.

006000 FD  PRINT-FILE
006100     RECORDING MODE IS F.
006200 01  PRINT-RECORD                PIC X(80).
006400 77  LB-PARM-STATUS          PIC X(02) VALUE "00".
006500 77  LB-SCORE-STATUS         PIC X(02) VALUE "00".
006600 77  LB-PRINT-STATUS         PIC X(02) VALUE "00".
006650 77  LB-EVTMAST-STATUS       PIC X(02) VALUE "00".

006700 77  LB-EOF-SCORE-SW         PIC X(01) VALUE "N".
006800     88  LB-EOF-SCORE              VALUE "Y".
007000 77  LB-DATE-TO              PIC 9(08) VALUE ZERO.
007100 77  LB-TOP-N                PIC 9(03) VALUE 10.
007200 77  LB-RANK-BASIS           PIC X(01) VALUE "A".
007250 77  LB-LANGUAGE             PIC X(02) VALUE "FR".
007300 77  LB-PAR-WORK             PIC 9(02) VALUE ZERO.
007400 77  LB-VSPAR-WORK           PIC S9(05) VALUE ZERO.
007500 77  LB-RANK-KEY-WORK        PIC S9(05) VALUE ZERO.
007510 77  LB-EVENT-CODE           PIC X(06) VALUE SPACES.

007520 77  LB-CARD-DATES-SW        PIC X(01) VALUE "N".
007530     88  LB-CARD-DATES             VALUE "Y".

007540 77  LB-EVENT-SW             PIC X(01) VALUE "N".
007550     88  LB-EVENT-UNKNOWN          VALUE "Y".

007600 77  LB-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
007700 77  LB-SELECT-COUNT         PIC 9(07) COMP VALUE ZERO.
010900     05  LB-SWP-RANK-KEY         PIC S9(05).

011000 01  LB-HEAD-LINE-1.
011100     05  LB-HD1-TITLE            PIC X(27)
011200         VALUE "PLUS OU MOINS - CLASSEMENT ".
011400     05  LB-HD1-FROM-TEXT        PIC X(03) VALUE "DU ".
011500     05  LB-HD1-DATE-FROM        PIC 9(08).
011600     05  LB-HD1-TO-TEXT          PIC X(04) VALUE " AU ".
011700     05  LB-HD1-DATE-TO          PIC 9(08).
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011810     05  LB-HD1-EVENT-LABEL      PIC X(04) VALUE SPACES.
011820     05  LB-HD1-EVENT            PIC X(06) VALUE SPACES.
011830     05  FILLER                  PIC X(06) VALUE SPACES.
011900     05  LB-HD1-PAGE-TEXT        PIC X(05) VALUE "PAGE ".
012000     05  LB-HD1-PAGE             PIC ZZZ9.
012100     05  FILLER                  PIC X(03) VALUE SPACES.

012200 01  LB-HEAD-LINE-2.
012300     05  LB-HD2-RANK             PIC X(05) VALUE "RANG ".
012400     05  LB-HD2-ID               PIC X(07) VALUE "ID     ".
012500     05  LB-HD2-NAME             PIC X(21) VALUE "NOM".
012600     05  LB-HD2-DEPT             PIC X(11) VALUE "SERVICE".
012700     05  LB-HD2-ATTEMPTS         PIC X(07) VALUE "ESSAIS ".
012800     05  LB-HD2-DATE             PIC X(09) VALUE "DATE".
012900     05  LB-HD2-TIME             PIC X(07) VALUE "HEURE".
013000     05  LB-HD2-PAR              PIC X(04) VALUE "PAR".
013100     05  LB-HD2-VS-PAR           PIC X(05) VALUE "ECART".
013200     05  FILLER                  PIC X(04) VALUE SPACES.

013300 01  LB-DETAIL-LINE.
015100     05  FILLER                  PIC X(05) VALUE SPACES.

015200 01  LB-TOTAL-LINE.
015300     05  LB-TOT-TEXT             PIC X(08) VALUE "TOTAL - ".
015400     05  LB-TOT-READ             PIC ZZZZZZ9.
015500     05  LB-TOT-READ-TEXT        PIC X(13)
015600         VALUE " LUS, ".
015700     05  LB-TOT-SELECT           PIC ZZZZZZ9.
015800     05  LB-TOT-SELECT-TEXT      PIC X(13)
015900         VALUE " RETENUS, ".
016000     05  LB-TOT-PLAYERS          PIC ZZZ9.
016100     05  LB-TOT-PLAYERS-TEXT     PIC X(09) VALUE " JOUEURS".
016200     05  FILLER                  PIC X(19) VALUE SPACES.

016220     COPY MSGCREC.

016250     COPY RUNLREC.

016300 PROCEDURE DIVISION.
016900 0000-MAINLINE.
017000     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT
017010     PERFORM 1500-REGISTER-START THRU 1500-EXIT
017020     IF LB-EVENT-UNKNOWN
017040         GO TO 0000-MAINLINE-EXIT
017060     END-IF
017100     PERFORM 2000-LOAD-SCORES THRU 2000-EXIT
017200     IF LB-SCORE-STATUS NOT = "00"
017300         GO TO 0000-MAINLINE-EXIT
018000*  1000-LOAD-CONTROL
018100*  LDRP-FILE is optional - when it is absent or empty the run
018200*  ranks today's rows and prints the top ten.
018220*  A card naming an event ranks only that event's rows; when
018240*  the card gives no dates the event's open/close dates from
018260*  EVENT-MASTER become the range.  An unknown event cancels
018280*  the run with RETURN-CODE 8 rather than print an empty board.
018300*================================================================*
018400 1000-LOAD-CONTROL.
018500     MOVE FUNCTION CURRENT-DATE(1:8) TO LB-DATE-FROM
019600             IF LDRP-DATE-FROM IS NUMERIC
019700                AND LDRP-DATE-FROM > ZERO
019800                 MOVE LDRP-DATE-FROM TO LB-DATE-FROM
019850                 SET LB-CARD-DATES TO TRUE
019900             END-IF
020000             IF LDRP-DATE-TO IS NUMERIC
020100                AND LDRP-DATE-TO > ZERO
020200                 MOVE LDRP-DATE-TO   TO LB-DATE-TO
020250                 SET LB-CARD-DATES TO TRUE
020300             END-IF
020400             IF LDRP-TOP-N IS NUMERIC
020500                AND LDRP-TOP-N > ZERO
020800             IF LDRP-RANK-BY-PAR
020900                 MOVE "P" TO LB-RANK-BASIS
021000             END-IF
021020             IF LDRP-EVENT-CODE NOT = SPACES
021040                AND LDRP-EVENT-CODE NOT = LOW-VALUES
021060                 MOVE LDRP-EVENT-CODE TO LB-EVENT-CODE
021080             END-IF
021082             IF LDRP-LANGUAGE NOT = SPACES
021084                AND LDRP-LANGUAGE NOT = LOW-VALUES
021086                 MOVE LDRP-LANGUAGE TO LB-LANGUAGE
021088             END-IF
021100     END-READ.
021200 1000-CLOSE.
021300     CLOSE LDRP-FILE.
021302 1000-EVENT-DATES.
021304     IF LB-EVENT-CODE = SPACES
021306         GO TO 1000-EXIT
021308     END-IF
021310     MOVE "EVT "        TO LB-HD1-EVENT-LABEL
021312     MOVE LB-EVENT-CODE TO LB-HD1-EVENT
021314     OPEN INPUT EVENT-MASTER
021316     IF LB-EVTMAST-STATUS NOT = "00"
021318         DISPLAY "EVENT-MASTER introuvable - classement annule"
021320         MOVE 8 TO RETURN-CODE
021322         SET LB-EVENT-UNKNOWN TO TRUE
021324         GO TO 1000-EXIT
021326     END-IF
021328     MOVE LB-EVENT-CODE TO EVT-EVENT-CODE
021330     READ EVENT-MASTER
021332         INVALID KEY
021334             DISPLAY "Evenement inconnu : " LB-EVENT-CODE
021336                 " - classement annule"
021338             MOVE 8 TO RETURN-CODE
021340             SET LB-EVENT-UNKNOWN TO TRUE
021342     END-READ
021344     CLOSE EVENT-MASTER
021346     IF LB-EVENT-UNKNOWN
021348         GO TO 1000-EXIT
021350     END-IF
021352     IF NOT LB-CARD-DATES
021354         MOVE EVT-OPEN-DATE  TO LB-DATE-FROM
021356         MOVE EVT-CLOSE-DATE TO LB-DATE-TO
021358     END-IF.
021400 1000-EXIT.
021500     EXIT.

024530         GO TO 2100-EXIT
024540     END-IF
024600     ADD 1 TO LB-READ-COUNT
024700     IF LB-EVENT-CODE NOT = SPACES
024800        AND SCORM-EVENT-CODE NOT = LB-EVENT-CODE
024900         GO TO 2100-EXIT
025000     END-IF
025020     IF SCORM-VOIDED
025040         GO TO 2100-EXIT
025060     END-IF
025100     IF SCORM-EMPLOYEE-ID = SPACES
025200         GO TO 2100-EXIT
025300     END-IF
037700         MOVE 8 TO RETURN-CODE
037800         GO TO 4000-EXIT
037900     END-IF
037950     PERFORM 4050-LOAD-HEADINGS THRU 4050-EXIT
038000     PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
038100     PERFORM 4200-PRINT-ONE-PLACE THRU 4200-EXIT
038200         VARYING LB-IX1 FROM 1 BY 1
039400 4000-EXIT.
039500     EXIT.

039501*================================================================*
039502*  4050-LOAD-HEADINGS / 4060-GET-MESSAGE
039503*  The page headings and the total line are taken from the
039504*  message catalog through MSGCAT in the card's language, the
039505*  French text built into the layouts standing in for any
039506*  message the catalog lacks.  A missing message is logged by
039507*  MSGCAT and ends the run with RETURN-CODE 4.
039508*================================================================*
039509 4050-LOAD-HEADINGS.
039510     MOVE 0101 TO MC-MESSAGE-NO
039511     MOVE LB-HD1-TITLE TO MC-DEFAULT-TEXT
039512     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039513     MOVE MC-TEXT TO LB-HD1-TITLE
039514     MOVE 0102 TO MC-MESSAGE-NO
039515     MOVE LB-HD1-FROM-TEXT TO MC-DEFAULT-TEXT
039516     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039517     MOVE MC-TEXT TO LB-HD1-FROM-TEXT
039518     MOVE 0103 TO MC-MESSAGE-NO
039519     MOVE LB-HD1-TO-TEXT TO MC-DEFAULT-TEXT
039520     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039521     MOVE MC-TEXT TO LB-HD1-TO-TEXT
039522     IF LB-HD1-EVENT-LABEL NOT = SPACES
039523         MOVE 0104 TO MC-MESSAGE-NO
039524         MOVE LB-HD1-EVENT-LABEL TO MC-DEFAULT-TEXT
039525         PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039526         MOVE MC-TEXT TO LB-HD1-EVENT-LABEL
039527     END-IF
039528     MOVE 0105 TO MC-MESSAGE-NO
039529     MOVE LB-HD1-PAGE-TEXT TO MC-DEFAULT-TEXT
039530     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039531     MOVE MC-TEXT TO LB-HD1-PAGE-TEXT
039532     MOVE 0106 TO MC-MESSAGE-NO
039533     MOVE LB-HD2-RANK TO MC-DEFAULT-TEXT
039534     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039535     MOVE MC-TEXT TO LB-HD2-RANK
039536     MOVE 0107 TO MC-MESSAGE-NO
039537     MOVE LB-HD2-ID TO MC-DEFAULT-TEXT
039538     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039539     MOVE MC-TEXT TO LB-HD2-ID
039540     MOVE 0108 TO MC-MESSAGE-NO
039541     MOVE LB-HD2-NAME TO MC-DEFAULT-TEXT
039542     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039543     MOVE MC-TEXT TO LB-HD2-NAME
039544     MOVE 0109 TO MC-MESSAGE-NO
039545     MOVE LB-HD2-DEPT TO MC-DEFAULT-TEXT
039546     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039547     MOVE MC-TEXT TO LB-HD2-DEPT
039548     MOVE 0110 TO MC-MESSAGE-NO
039549     MOVE LB-HD2-ATTEMPTS TO MC-DEFAULT-TEXT
039550     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039551     MOVE MC-TEXT TO LB-HD2-ATTEMPTS
039552     MOVE 0111 TO MC-MESSAGE-NO
039553     MOVE LB-HD2-DATE TO MC-DEFAULT-TEXT
039554     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039555     MOVE MC-TEXT TO LB-HD2-DATE
039556     MOVE 0112 TO MC-MESSAGE-NO
039557     MOVE LB-HD2-TIME TO MC-DEFAULT-TEXT
039558     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039559     MOVE MC-TEXT TO LB-HD2-TIME
039560     MOVE 0113 TO MC-MESSAGE-NO
039561     MOVE LB-HD2-PAR TO MC-DEFAULT-TEXT
039562     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039563     MOVE MC-TEXT TO LB-HD2-PAR
039564     MOVE 0114 TO MC-MESSAGE-NO
039565     MOVE LB-HD2-VS-PAR TO MC-DEFAULT-TEXT
039566     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039567     MOVE MC-TEXT TO LB-HD2-VS-PAR
039568     MOVE 0115 TO MC-MESSAGE-NO
039569     MOVE LB-TOT-TEXT TO MC-DEFAULT-TEXT
039570     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039571     MOVE MC-TEXT TO LB-TOT-TEXT
039572     MOVE 0116 TO MC-MESSAGE-NO
039573     MOVE LB-TOT-READ-TEXT TO MC-DEFAULT-TEXT
039574     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039575     MOVE MC-TEXT TO LB-TOT-READ-TEXT
039576     MOVE 0117 TO MC-MESSAGE-NO
039577     MOVE LB-TOT-SELECT-TEXT TO MC-DEFAULT-TEXT
039578     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039579     MOVE MC-TEXT TO LB-TOT-SELECT-TEXT
039580     MOVE 0118 TO MC-MESSAGE-NO
039581     MOVE LB-TOT-PLAYERS-TEXT TO MC-DEFAULT-TEXT
039582     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039583     MOVE MC-TEXT TO LB-TOT-PLAYERS-TEXT.
039584 4050-EXIT.
039585     EXIT.

039586 4060-GET-MESSAGE.
039587     MOVE "LEADERBD"  TO MC-PROGRAM-ID
039588     MOVE LB-LANGUAGE TO MC-LANGUAGE
039589     MOVE RETURN-CODE TO MC-RETURN-CODE
039590     CALL "MSGCAT" USING MC-COMMAREA
039591     IF MC-STATUS-FALLBACK
039592        AND RETURN-CODE = ZERO
039593         MOVE 4 TO RETURN-CODE
039594     END-IF.
039595 4060-EXIT.
039596     EXIT.

039600 4100-PRINT-HEADINGS.
039700     ADD 1 TO LB-PAGE-COUNT
039800     MOVE LB-DATE-FROM  TO LB-HD1-DATE-FROM
