001720*                     record count and RETURN-CODE on the
001730*                     shared run-control journal through the
001740*                     RUNLOG subprogram.
001750*  2026-10-15  JMT   Page headings come from the message catalog
001755*                     through MSGCAT in the card's language
001760*                     (French by default).
001765*  2026-10-15  JMT   Every entrant posted to the season master is
001770*                     also appended to the AFTJRNL after-image
001775*                     journal, and the attempts posted go to the
001780*                     run-control journal as a hash total, for
001785*                     the MSTRCVR forward recovery.
001790*================================================================*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.    SEASONST.
002100 AUTHOR.        J. M. TANGUAY.
003700         RECORD KEY IS SEAS-EMPLOYEE-ID
003800         FILE STATUS IS SS-SEASON-STATUS.

003820     SELECT AFT-JOURNAL ASSIGN TO "AFTJRNL"
003840         ORGANIZATION IS LINE SEQUENTIAL
003860         FILE STATUS IS SS-AIJ-STATUS.

003900     SELECT PRINT-FILE ASSIGN TO "SSPRINT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS SS-PRINT-STATUS.
005000 FD  SEASON-MASTER.
005100     COPY SEASMREC.

005120 FD  AFT-JOURNAL
005140     RECORDING MODE IS F.
005160     COPY AIJREC.

005200 FD  PRINT-FILE
005300     RECORDING MODE IS F.
005400 01  PRINT-RECORD                PIC X(80).
005600 77  SS-PARM-STATUS          PIC X(02) VALUE "00".
005700 77  SS-STAND-STATUS         PIC X(02) VALUE "00".
005800 77  SS-SEASON-STATUS        PIC X(02) VALUE "00".
005850 77  SS-AIJ-STATUS           PIC X(02) VALUE "00".
005900 77  SS-PRINT-STATUS         PIC X(02) VALUE "00".

006000 77  SS-EOF-SW               PIC X(01) VALUE "N".
006330     88  SS-RERUN-FORCED           VALUE "Y".
006340 77  SS-REFUSED-SW           PIC X(01) VALUE "N".
006350     88  SS-RUN-REFUSED            VALUE "Y".
006360 77  SS-LANGUAGE             PIC X(02) VALUE "FR".

006400 77  SS-POSTED-COUNT         PIC 9(05) COMP VALUE ZERO.
006450 77  SS-POSTED-HASH          PIC 9(11) COMP VALUE ZERO.
006500 77  SS-NEW-COUNT            PIC 9(05) COMP VALUE ZERO.
006600 77  SS-ERROR-COUNT          PIC 9(05) COMP VALUE ZERO.
006700 77  SS-DROPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
010800     05  SS-SWP-ATTEMPTS         PIC 9(07).

010900 01  SS-HEAD-LINE-1.
011000     05  SS-HD1-TITLE            PIC X(39)
011100         VALUE "PLUS OU MOINS - CLASSEMENT DE LA SAISON".
011300     05  SS-HD1-FINAL            PIC X(10).
011400     05  FILLER                  PIC X(31) VALUE SPACES.

011500 01  SS-HEAD-LINE-2.
011600     05  SS-HD2-RANK             PIC X(05) VALUE "RANG ".
011700     05  SS-HD2-ID               PIC X(07) VALUE "ID     ".
011800     05  SS-HD2-NAME             PIC X(21) VALUE "NOM".
011900     05  SS-HD2-DEPT             PIC X(11) VALUE "SERVICE".
012000     05  SS-HD2-POINTS           PIC X(07) VALUE "POINTS ".
012100     05  SS-HD2-EVENTS           PIC X(05) VALUE "EVTS ".
012200     05  SS-HD2-ATTEMPTS         PIC X(24) VALUE "ESSAIS".

012300 01  SS-DETAIL-LINE.
012400     05  SS-DET-RANK             PIC ZZZ9.
013600     05  SS-DET-ATTEMPTS         PIC ZZZZZZ9.
013700     05  FILLER                  PIC X(16) VALUE SPACES.

013720     COPY MSGCREC.

013750     COPY RUNLREC.

013800 PROCEDURE DIVISION.
014600     PERFORM 2000-POST-STANDINGS THRU 2000-EXIT
014700     IF SS-STAND-STATUS NOT = "00"
014800        OR SS-SEASON-STATUS NOT = "00"
014850        OR SS-AIJ-STATUS NOT = "00"
014900         GO TO 0000-MAINLINE-EXIT
015000     END-IF
015100     PERFORM 3000-LOAD-SEASON THRU 3000-EXIT
017710             IF SSP-RERUN-FORCED
017720                 MOVE "Y" TO SS-RERUN-OVERRIDE
017730             END-IF
017740             IF SSP-LANGUAGE NOT = SPACES
017750                AND SSP-LANGUAGE NOT = LOW-VALUES
017760                 MOVE SSP-LANGUAGE TO SS-LANGUAGE
017770             END-IF
017800     END-READ.
017900 1000-CLOSE.
018000     CLOSE SSP-FILE.
018238     MOVE SPACE             TO RL-RUN-MODE
018240     MOVE ZERO              TO RL-RECORD-COUNT
018242     MOVE RETURN-CODE       TO RL-RETURN-CODE
018243     MOVE ZERO              TO RL-HASH-TOTAL
018244     MOVE SS-RERUN-OVERRIDE TO RL-OVERRIDE-FLAG
018246     CALL "RUNLOG" USING RL-COMMAREA.
018248 1500-EXIT.
018600*  the attempts accumulated from the per-round detail, so season
018700*  ties break on what was actually played.  The master is
018800*  created empty on the first ever run (file status 35).
018820*  Every posted entrant also goes to the after-image journal,
018840*  which must open before anything is posted.
018900*================================================================*
019000 2000-POST-STANDINGS.
019100     MOVE "N" TO SS-EOF-SW
020900         CLOSE STANDINGS-FILE
021000         GO TO 2000-EXIT
021100     END-IF
021105     OPEN EXTEND AFT-JOURNAL
021110     IF SS-AIJ-STATUS = "05" OR SS-AIJ-STATUS = "35"
021115         CLOSE AFT-JOURNAL
021120         OPEN OUTPUT AFT-JOURNAL
021125     END-IF
021130     IF SS-AIJ-STATUS NOT = "00"
021135         DISPLAY "AFTJRNL indisponible - report de saison annule"
021140         MOVE 8 TO RETURN-CODE
021145         CLOSE STANDINGS-FILE
021150         CLOSE SEASON-MASTER
021155         GO TO 2000-EXIT
021160     END-IF
021200     PERFORM 2100-POST-ONE-STANDING THRU 2100-EXIT
021300         UNTIL SS-EOF
021400     CLOSE STANDINGS-FILE
021450     CLOSE AFT-JOURNAL
021500     CLOSE SEASON-MASTER.
021600 2000-EXIT.
021700     EXIT.
026600         NOT INVALID KEY
026700             ADD 1 TO SS-POSTED-COUNT
026800             ADD 1 TO SS-NEW-COUNT
026820             ADD SS-ATTEMPTS-WORK TO SS-POSTED-HASH
026840             MOVE "A" TO AIJ-ACTION
026860             PERFORM 2400-JOURNAL-ENTRANT THRU 2400-EXIT
026900     END-WRITE.
027000 2200-EXIT.
027100     EXIT.
027700             ADD 1 TO SS-ERROR-COUNT
027800         NOT INVALID KEY
027900             ADD 1 TO SS-POSTED-COUNT
027920             ADD SS-ATTEMPTS-WORK TO SS-POSTED-HASH
027940             MOVE "R" TO AIJ-ACTION
027960             PERFORM 2400-JOURNAL-ENTRANT THRU 2400-EXIT
028000     END-REWRITE.
028100 2300-EXIT.
028200     EXIT.

028202*================================================================*
028204*  2400-JOURNAL-ENTRANT
028206*  The entrant as posted goes to the after-image journal with the
028208*  attempts this run added, so MSTRCVR can roll a full copy of
028210*  the season master forward.  A record the journal missed makes
028212*  the run end in error: the posting cannot be repeated, so a new
028214*  full copy has to be taken.
028216*================================================================*
028218 2400-JOURNAL-ENTRANT.
028220     MOVE "SE"                 TO AIJ-MASTER-ID
028222     MOVE "SEASONST"           TO AIJ-PROGRAM-ID
028224     MOVE SS-RUN-DATE          TO AIJ-BUSINESS-DATE
028226     MOVE FUNCTION CURRENT-DATE(1:8) TO AIJ-POST-DATE
028228     MOVE FUNCTION CURRENT-DATE(9:8) TO AIJ-POST-TIME
028230     MOVE SS-ATTEMPTS-WORK     TO AIJ-ATTEMPTS-DELTA
028232     MOVE SEASON-MASTER-RECORD TO AIJ-IMAGE
028234     WRITE AIJ-RECORD
028236     IF SS-AIJ-STATUS NOT = "00"
028238         DISPLAY "Ecriture AFTJRNL en erreur - statut "
028240             SS-AIJ-STATUS " : " SEAS-EMPLOYEE-ID
028242         DISPLAY "Copie complete MSTUNLD a reprendre"
028244         ADD 1 TO SS-ERROR-COUNT
028246     END-IF.
028248 2400-EXIT.
028250     EXIT.

028300*================================================================*
028400*  3000-LOAD-SEASON / 3100-LOAD-ONE-ENTRANT
028500*  Walks the whole season master into the ranking table.
038300     ELSE
038400         MOVE SPACES TO SS-HD1-FINAL
038500     END-IF
038550     PERFORM 4050-LOAD-HEADINGS THRU 4050-EXIT
038600     WRITE PRINT-RECORD FROM SS-HEAD-LINE-1
038700     WRITE PRINT-RECORD FROM SS-HEAD-LINE-2
038800     PERFORM 4200-PRINT-ONE-PLACE THRU 4200-EXIT
039500 4000-EXIT.
039600     EXIT.

039601*================================================================*
039602*  4050-LOAD-HEADINGS / 4060-GET-MESSAGE
039603*  Headings from the message catalog in the card's language, as
039604*  LEADERBD does; a message the catalog lacks keeps its French
039605*  text and ends the run with RETURN-CODE 4.
039606*================================================================*
039607 4050-LOAD-HEADINGS.
039608     MOVE 0301 TO MC-MESSAGE-NO
039609     MOVE SS-HD1-TITLE TO MC-DEFAULT-TEXT
039610     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039611     MOVE MC-TEXT TO SS-HD1-TITLE
039612     IF SS-HD1-FINAL NOT = SPACES
039613         MOVE 0302 TO MC-MESSAGE-NO
039614         MOVE SS-HD1-FINAL TO MC-DEFAULT-TEXT
039615         PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039616         MOVE MC-TEXT TO SS-HD1-FINAL
039617     END-IF
039618     MOVE 0303 TO MC-MESSAGE-NO
039619     MOVE SS-HD2-RANK TO MC-DEFAULT-TEXT
039620     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039621     MOVE MC-TEXT TO SS-HD2-RANK
039622     MOVE 0304 TO MC-MESSAGE-NO
039623     MOVE SS-HD2-ID TO MC-DEFAULT-TEXT
039624     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039625     MOVE MC-TEXT TO SS-HD2-ID
039626     MOVE 0305 TO MC-MESSAGE-NO
039627     MOVE SS-HD2-NAME TO MC-DEFAULT-TEXT
039628     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039629     MOVE MC-TEXT TO SS-HD2-NAME
039630     MOVE 0306 TO MC-MESSAGE-NO
039631     MOVE SS-HD2-DEPT TO MC-DEFAULT-TEXT
039632     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039633     MOVE MC-TEXT TO SS-HD2-DEPT
039634     MOVE 0307 TO MC-MESSAGE-NO
039635     MOVE SS-HD2-POINTS TO MC-DEFAULT-TEXT
039636     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039637     MOVE MC-TEXT TO SS-HD2-POINTS
039638     MOVE 0308 TO MC-MESSAGE-NO
039639     MOVE SS-HD2-EVENTS TO MC-DEFAULT-TEXT
039640     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039641     MOVE MC-TEXT TO SS-HD2-EVENTS
039642     MOVE 0309 TO MC-MESSAGE-NO
039643     MOVE SS-HD2-ATTEMPTS TO MC-DEFAULT-TEXT
039644     PERFORM 4060-GET-MESSAGE THRU 4060-EXIT
039645     MOVE MC-TEXT TO SS-HD2-ATTEMPTS.
039646 4050-EXIT.
039647     EXIT.

039648 4060-GET-MESSAGE.
039649     MOVE "SEASONST"  TO MC-PROGRAM-ID
039650     MOVE SS-LANGUAGE TO MC-LANGUAGE
039651     MOVE RETURN-CODE TO MC-RETURN-CODE
039652     CALL "MSGCAT" USING MC-COMMAREA
039653     IF MC-STATUS-FALLBACK
039654        AND RETURN-CODE = ZERO
039655         MOVE 4 TO RETURN-CODE
039656     END-IF.
039657 4060-EXIT.
039658     EXIT.

039700 4200-PRINT-ONE-PLACE.
039800     MOVE SS-IX1                       TO SS-DET-RANK
039900     MOVE SS-TAB-EMPLOYEE-ID (SS-IX1)  TO SS-DET-EMPLOYEE-ID
042900 9500-REGISTER-END.
043000     MOVE "E"               TO RL-FUNCTION
043100     MOVE SS-POSTED-COUNT   TO RL-RECORD-COUNT
043150     MOVE SS-POSTED-HASH    TO RL-HASH-TOTAL
043200     MOVE RETURN-CODE       TO RL-RETURN-CODE
043300     CALL "RUNLOG" USING RL-COMMAREA.
043400 9500-EXIT.
