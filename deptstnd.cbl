001960*                     record count and RETURN-CODE on the
001970*                     shared run-control journal through the
001980*                     RUNLOG subprogram.
001982*  2026-10-15  JMT   The control card may now name an event: only
001984*                     that event's rows are aggregated, a card
001986*                     with no dates covers the event's open/close
001988*                     span from EVENT-MASTER, the event is named
001990*                     under the page heading, and an unknown
001992*                     event cancels the run with RETURN-CODE 8.
001994*  2026-10-15  JMT   Rows voided on the score master by SCRMAINT
001996*                     are left out of the department standings.
001997*  2026-10-15  JMT   Page headings and the total line come from
001998*                     the message catalog through MSGCAT in the
001999*                     card's language (French by default).
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.    DEPTSTND.
003900         RECORD KEY IS EMP-EMPLOYEE-ID
004000         FILE STATUS IS DS-EMPMAST-STATUS.

004010     SELECT EVENT-MASTER ASSIGN TO "EVENTMAST"
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS RANDOM
004040         RECORD KEY IS EVT-EVENT-CODE
004050         FILE STATUS IS DS-EVTMAST-STATUS.

004100     SELECT PRINT-FILE ASSIGN TO "DSPRINT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS DS-PRINT-STATUS.
005200 FD  EMPLOYEE-MASTER.
005300     COPY EMPMREC.

005320 FD  EVENT-MASTER.
005340     COPY EVTMREC.

005400 FD  PRINT-FILE
005500     RECORDING MODE IS F.
005600 01  PRINT-RECORD                PIC X(80).
005900 77  DS-SCORE-STATUS         PIC X(02) VALUE "00".
006000 77  DS-EMPMAST-STATUS       PIC X(02) VALUE "00".
006100 77  DS-PRINT-STATUS         PIC X(02) VALUE "00".
006150 77  DS-EVTMAST-STATUS       PIC X(02) VALUE "00".

006200 77  DS-EOF-SW               PIC X(01) VALUE "N".
006300     88  DS-EOF                    VALUE "Y".

006400 77  DS-DATE-FROM            PIC 9(08) VALUE ZERO.
006500 77  DS-DATE-TO              PIC 9(08) VALUE ZERO.
006510 77  DS-EVENT-CODE           PIC X(06) VALUE SPACES.
006515 77  DS-LANGUAGE             PIC X(02) VALUE "FR".

006520 77  DS-CARD-DATES-SW        PIC X(01) VALUE "N".
006530     88  DS-CARD-DATES             VALUE "Y".

006540 77  DS-EVENT-SW             PIC X(01) VALUE "N".
006550     88  DS-EVENT-UNKNOWN          VALUE "Y".

006600 77  DS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
006700 77  DS-SELECT-COUNT         PIC 9(07) COMP VALUE ZERO.
011100         10  DS-PLY-EMPLOYEE-ID  PIC X(06).

011200 01  DS-HEAD-LINE-1.
011300     05  DS-HD1-TITLE            PIC X(39)
011400         VALUE "PLUS OU MOINS - CLASSEMENT PAR SERVICE ".
011500     05  DS-HD1-FROM-TEXT        PIC X(04) VALUE "DU ".
011600     05  DS-HD1-DATE-FROM        PIC 9(08).
011700     05  DS-HD1-TO-TEXT          PIC X(04) VALUE " AU ".
011800     05  DS-HD1-DATE-TO          PIC 9(08).
011900     05  FILLER                  PIC X(08) VALUE SPACES.
012000     05  DS-HD1-PAGE-TEXT        PIC X(05) VALUE "PAGE ".
012100     05  DS-HD1-PAGE             PIC ZZZ9.

012110 01  DS-HEAD-LINE-EVT.
012120     05  DS-HDE-EVENT-TEXT       PIC X(12) VALUE "EVENEMENT : ".
012130     05  DS-HDE-EVENT-CODE       PIC X(06).
012140     05  FILLER                  PIC X(01) VALUE SPACE.
012150     05  DS-HDE-EVENT-NAME       PIC X(30).
012160     05  FILLER                  PIC X(31) VALUE SPACES.

012200 01  DS-HEAD-LINE-2.
012300     05  DS-HD2-RANK             PIC X(05) VALUE "RANG ".
012400     05  DS-HD2-DEPT             PIC X(11) VALUE "SERVICE".
012500     05  DS-HD2-PLAYERS          PIC X(10) VALUE "JOUEURS".
012600     05  DS-HD2-RATE             PIC X(07) VALUE "PART%".
012700     05  DS-HD2-PLAYS            PIC X(08) VALUE "PARTIES".
012800     05  DS-HD2-AVG-ATT          PIC X(08) VALUE "MOY.ESS".
012900     05  DS-HD2-AVG-VSP          PIC X(08) VALUE "MOY.ECA".
013000     05  DS-HD2-BEST             PIC X(23) VALUE "MEILLEUR".

013100 01  DS-DETAIL-LINE.
013200     05  DS-DET-RANK             PIC ZZZ9.
015200     05  FILLER                  PIC X(11) VALUE SPACES.

015300 01  DS-TOTAL-LINE.
015400     05  DS-TOT-TEXT             PIC X(08) VALUE "TOTAL - ".
015500     05  DS-TOT-READ             PIC ZZZZZZ9.
015600     05  DS-TOT-READ-TEXT        PIC X(06) VALUE " LUS, ".
015700     05  DS-TOT-SELECT           PIC ZZZZZZ9.
015800     05  DS-TOT-SELECT-TEXT      PIC X(11) VALUE " RETENUS, ".
015900     05  DS-TOT-DEPTS            PIC ZZZ9.
016000     05  DS-TOT-DEPTS-TEXT       PIC X(09) VALUE " SERVICES".
016100     05  FILLER                  PIC X(28) VALUE SPACES.

016120     COPY MSGCREC.

016150     COPY RUNLREC.

016200 PROCEDURE DIVISION.
016800 0000-MAINLINE.
016900     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT
016910     PERFORM 1500-REGISTER-START THRU 1500-EXIT
016920     IF DS-EVENT-UNKNOWN
016940         GO TO 0000-MAINLINE-EXIT
016960     END-IF
017000     PERFORM 2000-LOAD-HEADCOUNTS THRU 2000-EXIT
017100     IF DS-EMPMAST-STATUS NOT = "00"
017200         GO TO 0000-MAINLINE-EXIT
018600*  1000-LOAD-CONTROL
018700*  DSP-FILE is optional - when it is absent or empty the run
018800*  ranks today's rows.
018820*  A card naming an event aggregates only that event's rows;
018840*  when the card gives no dates the event's open/close dates
018860*  from EVENT-MASTER become the range.  An unknown event
018880*  cancels the run with RETURN-CODE 8.
018900*================================================================*
019000 1000-LOAD-CONTROL.
019100     MOVE FUNCTION CURRENT-DATE(1:8) TO DS-DATE-FROM
020100             IF DSP-DATE-FROM IS NUMERIC
020200                AND DSP-DATE-FROM > ZERO
020300                 MOVE DSP-DATE-FROM TO DS-DATE-FROM
020350                 SET DS-CARD-DATES TO TRUE
020400             END-IF
020500             IF DSP-DATE-TO IS NUMERIC
020600                AND DSP-DATE-TO > ZERO
020700                 MOVE DSP-DATE-TO   TO DS-DATE-TO
020750                 SET DS-CARD-DATES TO TRUE
020800             END-IF
020820             IF DSP-EVENT-CODE NOT = SPACES
020840                AND DSP-EVENT-CODE NOT = LOW-VALUES
020860                 MOVE DSP-EVENT-CODE TO DS-EVENT-CODE
020880             END-IF
020882             IF DSP-LANGUAGE NOT = SPACES
020884                AND DSP-LANGUAGE NOT = LOW-VALUES
020886                 MOVE DSP-LANGUAGE TO DS-LANGUAGE
020888             END-IF
020900     END-READ.
021000 1000-CLOSE.
021100     CLOSE DSP-FILE.
021102 1000-EVENT-DATES.
021104     IF DS-EVENT-CODE = SPACES
021106         GO TO 1000-EXIT
021108     END-IF
021110     OPEN INPUT EVENT-MASTER
021112     IF DS-EVTMAST-STATUS NOT = "00"
021114         DISPLAY "EVENT-MASTER introuvable - classement"
021116             " par service annule"
021118         MOVE 8 TO RETURN-CODE
021120         SET DS-EVENT-UNKNOWN TO TRUE
021122         GO TO 1000-EXIT
021124     END-IF
021126     MOVE DS-EVENT-CODE TO EVT-EVENT-CODE
021128     READ EVENT-MASTER
021130         INVALID KEY
021132             DISPLAY "Evenement inconnu : " DS-EVENT-CODE
021134                 " - classement par service annule"
021136             MOVE 8 TO RETURN-CODE
021138             SET DS-EVENT-UNKNOWN TO TRUE
021140     END-READ
021142     CLOSE EVENT-MASTER
021144     IF DS-EVENT-UNKNOWN
021146         GO TO 1000-EXIT
021148     END-IF
021150     MOVE DS-EVENT-CODE  TO DS-HDE-EVENT-CODE
021152     MOVE EVT-EVENT-NAME TO DS-HDE-EVENT-NAME
021154     IF NOT DS-CARD-DATES
021156         MOVE EVT-OPEN-DATE  TO DS-DATE-FROM
021158         MOVE EVT-CLOSE-DATE TO DS-DATE-TO
021160     END-IF.
021200 1000-EXIT.
021300     EXIT.

032330         GO TO 3100-EXIT
032340     END-IF
032400     ADD 1 TO DS-READ-COUNT
032500     IF DS-EVENT-CODE NOT = SPACES
032600        AND SCORM-EVENT-CODE NOT = DS-EVENT-CODE
032700         GO TO 3100-EXIT
032800     END-IF
032820     IF SCORM-VOIDED
032840         GO TO 3100-EXIT
032860     END-IF
032900     IF SCORM-EMPLOYEE-ID = SPACES
033000        OR SCORM-DEPARTMENT = SPACES
033100         GO TO 3100-EXIT
044900         MOVE 8 TO RETURN-CODE
045000         GO TO 4000-EXIT
045100     END-IF
045150     PERFORM 4050-LOAD-HEADINGS THRU 4050-EXIT
045200     PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
045300     PERFORM 4200-PRINT-ONE-DEPT THRU 4200-EXIT
045400         VARYING DS-IX1 FROM 1 BY 1
047500 4000-EXIT.
047600     EXIT.

047601*================================================================*
047602*  4050-LOAD-HEADINGS / 4060-GET-MESSAGE
047603*  Headings and the total line from the message catalog in the
047604*  card's language, as LEADERBD does; a message the catalog
047605*  lacks keeps its French text and ends the run with
047606*  RETURN-CODE 4.
047607*================================================================*
047608 4050-LOAD-HEADINGS.
047609     MOVE 0201 TO MC-MESSAGE-NO
047610     MOVE DS-HD1-TITLE TO MC-DEFAULT-TEXT
047611     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047612     MOVE MC-TEXT TO DS-HD1-TITLE
047613     MOVE 0202 TO MC-MESSAGE-NO
047614     MOVE DS-HD1-FROM-TEXT TO MC-DEFAULT-TEXT
047615     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047616     MOVE MC-TEXT TO DS-HD1-FROM-TEXT
047617     MOVE 0203 TO MC-MESSAGE-NO
047618     MOVE DS-HD1-TO-TEXT TO MC-DEFAULT-TEXT
047619     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047620     MOVE MC-TEXT TO DS-HD1-TO-TEXT
047621     MOVE 0204 TO MC-MESSAGE-NO
047622     MOVE DS-HD1-PAGE-TEXT TO MC-DEFAULT-TEXT
047623     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047624     MOVE MC-TEXT TO DS-HD1-PAGE-TEXT
047625     MOVE 0205 TO MC-MESSAGE-NO
047626     MOVE DS-HDE-EVENT-TEXT TO MC-DEFAULT-TEXT
047627     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047628     MOVE MC-TEXT TO DS-HDE-EVENT-TEXT
047629     MOVE 0206 TO MC-MESSAGE-NO
047630     MOVE DS-HD2-RANK TO MC-DEFAULT-TEXT
047631     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047632     MOVE MC-TEXT TO DS-HD2-RANK
047633     MOVE 0207 TO MC-MESSAGE-NO
047634     MOVE DS-HD2-DEPT TO MC-DEFAULT-TEXT
047635     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047636     MOVE MC-TEXT TO DS-HD2-DEPT
047637     MOVE 0208 TO MC-MESSAGE-NO
047638     MOVE DS-HD2-PLAYERS TO MC-DEFAULT-TEXT
047639     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047640     MOVE MC-TEXT TO DS-HD2-PLAYERS
047641     MOVE 0209 TO MC-MESSAGE-NO
047642     MOVE DS-HD2-RATE TO MC-DEFAULT-TEXT
047643     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047644     MOVE MC-TEXT TO DS-HD2-RATE
047645     MOVE 0210 TO MC-MESSAGE-NO
047646     MOVE DS-HD2-PLAYS TO MC-DEFAULT-TEXT
047647     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047648     MOVE MC-TEXT TO DS-HD2-PLAYS
047649     MOVE 0211 TO MC-MESSAGE-NO
047650     MOVE DS-HD2-AVG-ATT TO MC-DEFAULT-TEXT
047651     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047652     MOVE MC-TEXT TO DS-HD2-AVG-ATT
047653     MOVE 0212 TO MC-MESSAGE-NO
047654     MOVE DS-HD2-AVG-VSP TO MC-DEFAULT-TEXT
047655     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047656     MOVE MC-TEXT TO DS-HD2-AVG-VSP
047657     MOVE 0213 TO MC-MESSAGE-NO
047658     MOVE DS-HD2-BEST TO MC-DEFAULT-TEXT
047659     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047660     MOVE MC-TEXT TO DS-HD2-BEST
047661     MOVE 0214 TO MC-MESSAGE-NO
047662     MOVE DS-TOT-TEXT TO MC-DEFAULT-TEXT
047663     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047664     MOVE MC-TEXT TO DS-TOT-TEXT
047665     MOVE 0215 TO MC-MESSAGE-NO
047666     MOVE DS-TOT-READ-TEXT TO MC-DEFAULT-TEXT
047667     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047668     MOVE MC-TEXT TO DS-TOT-READ-TEXT
047669     MOVE 0216 TO MC-MESSAGE-NO
047670     MOVE DS-TOT-SELECT-TEXT TO MC-DEFAULT-TEXT
047671     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047672     MOVE MC-TEXT TO DS-TOT-SELECT-TEXT
047673     MOVE 0217 TO MC-MESSAGE-NO
047674     MOVE DS-TOT-DEPTS-TEXT TO MC-DEFAULT-TEXT
047675     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
047676     MOVE MC-TEXT TO DS-TOT-DEPTS-TEXT.
047677 4050-EXIT.
047678     EXIT.

047679 4060-GET-MESSAGE.
047680     MOVE "DEPTSTND"  TO MC-PROGRAM-ID
047681     MOVE DS-LANGUAGE TO MC-LANGUAGE
047682     MOVE RETURN-CODE TO MC-RETURN-CODE
047683     CALL "MSGCAT" USING MC-COMMAREA
047684     IF MC-STATUS-FALLBACK
047685        AND RETURN-CODE = ZERO
047686         MOVE 4 TO RETURN-CODE
047687     END-IF.
047688 4060-EXIT.
047689     EXIT.

047700 4100-PRINT-HEADINGS.
047800     ADD 1 TO DS-PAGE-COUNT
047900     MOVE DS-DATE-FROM  TO DS-HD1-DATE-FROM
048000     MOVE DS-DATE-TO    TO DS-HD1-DATE-TO
048100     MOVE DS-PAGE-COUNT TO DS-HD1-PAGE
048200     WRITE PRINT-RECORD FROM DS-HEAD-LINE-1
048220     IF DS-EVENT-CODE NOT = SPACES
048240         WRITE PRINT-RECORD FROM DS-HEAD-LINE-EVT
048260     END-IF
048300     WRITE PRINT-RECORD FROM DS-HEAD-LINE-2
048400     MOVE 2 TO DS-LINE-COUNT
048420     IF DS-EVENT-CODE NOT = SPACES
048440         ADD 1 TO DS-LINE-COUNT
048460     END-IF.
048500 4100-EXIT.
048600     EXIT.

