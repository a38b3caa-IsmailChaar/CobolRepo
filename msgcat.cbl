000100*================================================================*
000200*  PROGRAM:     MSGCAT
000300*  FUNCTION:    Message catalog subprogram.  Called with the
000400*               commarea of MSGCREC, it returns the text of one
000500*               message number in the language asked for, so the
000600*               kiosk prompts and the printed headings of the
000700*               suite can be given in French or English without
000800*               changing the programs.  The catalog file is read
000900*               once, on the first call, into working storage.
001000*               A message missing in the language asked for is
001100*               returned in French - the catalog's French entry,
001200*               or else the caller's own French text - with
001300*               MC-STATUS "04", and each missing entry is written
001400*               once per run to ERROR-LOG under the caller's
001500*               program id.  A catalog that cannot be opened is
001600*               logged once and every text comes back in French.
001700*-----------------------------------------------------------------
001800*  MAINTENANCE HISTORY
001900*  DATE        INIT  DESCRIPTION
002000*  2026-10-15  JMT   Initial version.
002100*================================================================*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    MSGCAT.
002400 AUTHOR.        J. M. TANGUAY.
002500 INSTALLATION.  EVENTS-KIOSK-TEAM.
002600 DATE-WRITTEN.  2026-10-15.
002700 DATE-COMPILED.

002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT MSG-CATALOG ASSIGN TO "MSGCAT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS MCT-CAT-STATUS.

003400     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS MCT-ERRLOG-STATUS.

003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  MSG-CATALOG
004000     RECORDING MODE IS F.
004100     COPY MSGREC.

004200 FD  ERROR-LOG
004300     RECORDING MODE IS F.
004400     COPY ERRLREC.

004500 WORKING-STORAGE SECTION.

004600 77  MCT-CAT-STATUS          PIC X(02) VALUE "00".
004700 77  MCT-ERRLOG-STATUS       PIC X(02) VALUE "00".

004800 77  MCT-LOADED-SW           PIC X(01) VALUE "N".
004900     88  MCT-LOADED                VALUE "Y".
005000 77  MCT-CATALOG-SW          PIC X(01) VALUE "Y".
005100     88  MCT-CATALOG-DOWN          VALUE "N".
005200 77  MCT-EOF-SW              PIC X(01) VALUE "N".
005300     88  MCT-EOF                   VALUE "Y".
005400 77  MCT-FOUND-SW            PIC X(01) VALUE "N".
005500     88  MCT-FOUND                 VALUE "Y".

005600 77  MCT-ENTRY-MAX           PIC 9(04) COMP VALUE 500.
005700 77  MCT-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
005800 77  MCT-DROPPED-COUNT       PIC 9(04) COMP VALUE ZERO.
005900 77  MCT-MISS-MAX            PIC 9(04) COMP VALUE 100.
006000 77  MCT-MISS-COUNT          PIC 9(04) COMP VALUE ZERO.
006100 77  MCT-IX1                 PIC 9(04) COMP VALUE ZERO.
006200 77  MCT-HIT-IX              PIC 9(04) COMP VALUE ZERO.

006300 77  MCT-ERR-FILE-NAME       PIC X(12) VALUE SPACES.
006400 77  MCT-ERR-OPERATION       PIC X(05) VALUE SPACES.
006500 77  MCT-ERR-STATUS          PIC X(02) VALUE SPACES.

006600 01  MCT-SEARCH-KEY.
006700     05  MCT-SRCH-NUMBER         PIC 9(04).
006800     05  MCT-SRCH-LANGUAGE       PIC X(02).

006900*----------------------------------------------------------------*
007000*  The catalog as read, in file order; the first entry for a
007100*  number and language is the one used.
007200*----------------------------------------------------------------*
007300 01  MCT-CATALOG-TABLE.
007400     05  MCT-ENTRY               OCCURS 500 TIMES.
007500         10  MCT-ENT-KEY.
007600             15  MCT-ENT-NUMBER  PIC 9(04).
007700             15  MCT-ENT-LANGUAGE
007800                                 PIC X(02).
007900         10  MCT-ENT-TEXT        PIC X(60).

008000*----------------------------------------------------------------*
008100*  Number and language of every gap already written to
008200*  ERROR-LOG in this run, so a prompt shown at every guess
008300*  is logged once and not once per guess.
008400*----------------------------------------------------------------*
008500 01  MCT-MISS-TABLE.
008600     05  MCT-MISS-KEY            OCCURS 100 TIMES
008700                                 PIC X(06).

008800 LINKAGE SECTION.
008900     COPY MSGCREC.

009000 PROCEDURE DIVISION USING MC-COMMAREA.

009100*================================================================*
009200*  0000-MAINLINE
009300*  Loads the catalog on the first call and looks the message
009400*  up; a blank language is taken as French.  The caller's
009500*  RETURN-CODE, passed in MC-RETURN-CODE, is put back into the
009600*  special register before GOBACK.
009700*================================================================*
009800 0000-MAINLINE.
009900     MOVE "00" TO MC-STATUS
010000     IF NOT MCT-LOADED
010100         PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT
010200     END-IF
010300     MOVE MC-MESSAGE-NO TO MCT-SRCH-NUMBER
010400     MOVE MC-LANGUAGE   TO MCT-SRCH-LANGUAGE
010500     IF MCT-SRCH-LANGUAGE = SPACES
010600        OR MCT-SRCH-LANGUAGE = LOW-VALUES
010700         MOVE "FR" TO MCT-SRCH-LANGUAGE
010800     END-IF
010900     PERFORM 2000-LOOK-UP THRU 2000-EXIT
011000     MOVE MC-RETURN-CODE TO RETURN-CODE
011100     GOBACK.

011200*================================================================*
011300*  1000-LOAD-CATALOG / 1100-READ-ENTRY
011400*  Reads the whole catalog into MCT-CATALOG-TABLE.  Entries with
011500*  a non-numeric message number are skipped; entries beyond the
011600*  table are counted and reported on the job log.
011700*================================================================*
011800 1000-LOAD-CATALOG.
011900     SET MCT-LOADED TO TRUE
012000     MOVE ZERO TO MCT-ENTRY-COUNT
012100     MOVE ZERO TO MCT-DROPPED-COUNT
012200     OPEN INPUT MSG-CATALOG
012300     IF MCT-CAT-STATUS NOT = "00"
012400         DISPLAY "MSGCAT introuvable - textes en francais"
012500         MOVE "N" TO MCT-CATALOG-SW
012600         MOVE "MSGCAT"       TO MCT-ERR-FILE-NAME
012700         MOVE "OPEN"         TO MCT-ERR-OPERATION
012800         MOVE MCT-CAT-STATUS TO MCT-ERR-STATUS
012900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-EXIT
013000         GO TO 1000-EXIT
013100     END-IF
013200     MOVE "N" TO MCT-EOF-SW
013300     PERFORM 1100-READ-ENTRY THRU 1100-EXIT
013400         UNTIL MCT-EOF
013500     CLOSE MSG-CATALOG
013600     IF MCT-DROPPED-COUNT > ZERO
013700         DISPLAY "MSGCAT - table pleine, entrees ignorees : "
013800             MCT-DROPPED-COUNT
013900     END-IF.
014000 1000-EXIT.
014100     EXIT.

014200 1100-READ-ENTRY.
014300     READ MSG-CATALOG
014400         AT END
014500             SET MCT-EOF TO TRUE
014600             GO TO 1100-EXIT
014700     END-READ
014800     IF MCT-CAT-STATUS NOT = "00"
014900         MOVE "MSGCAT"       TO MCT-ERR-FILE-NAME
015000         MOVE "READ"         TO MCT-ERR-OPERATION
015100         MOVE MCT-CAT-STATUS TO MCT-ERR-STATUS
015200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-EXIT
015300         SET MCT-EOF TO TRUE
015400         GO TO 1100-EXIT
015500     END-IF
015600     IF MSG-NUMBER IS NOT NUMERIC
015700         GO TO 1100-EXIT
015800     END-IF
015900     IF MCT-ENTRY-COUNT >= MCT-ENTRY-MAX
016000         ADD 1 TO MCT-DROPPED-COUNT
016100         GO TO 1100-EXIT
016200     END-IF
016300     ADD 1 TO MCT-ENTRY-COUNT
016400     MOVE MSG-NUMBER   TO MCT-ENT-NUMBER (MCT-ENTRY-COUNT)
016500     MOVE MSG-LANGUAGE TO MCT-ENT-LANGUAGE (MCT-ENTRY-COUNT)
016600     MOVE MSG-TEXT     TO MCT-ENT-TEXT (MCT-ENTRY-COUNT).
016700 1100-EXIT.
016800     EXIT.

016900*================================================================*
017000*  2000-LOOK-UP
017100*  The language asked for first; failing that the catalog's
017200*  French entry, and failing that the caller's own French
017300*  text.  Every miss along the way is noted.
017400*================================================================*
017500 2000-LOOK-UP.
017600     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
017700     IF MCT-FOUND
017800         MOVE MCT-ENT-TEXT (MCT-HIT-IX) TO MC-TEXT
017900         GO TO 2000-EXIT
018000     END-IF
018100     MOVE "04" TO MC-STATUS
018200     PERFORM 2200-NOTE-MISSING THRU 2200-EXIT
018300     IF MCT-SRCH-LANGUAGE NOT = "FR"
018400         MOVE "FR" TO MCT-SRCH-LANGUAGE
018500         PERFORM 2100-FIND-ENTRY THRU 2100-EXIT
018600         IF MCT-FOUND
018700             MOVE MCT-ENT-TEXT (MCT-HIT-IX) TO MC-TEXT
018800             GO TO 2000-EXIT
018900         END-IF
019000         PERFORM 2200-NOTE-MISSING THRU 2200-EXIT
019100     END-IF
019200     MOVE MC-DEFAULT-TEXT TO MC-TEXT.
019300 2000-EXIT.
019400     EXIT.

019500*================================================================*
019600*  2100-FIND-ENTRY / 2150-COMPARE-ENTRY
019700*  Straight scan of the table for MCT-SEARCH-KEY.
019800*================================================================*
019900 2100-FIND-ENTRY.
020000     MOVE "N"  TO MCT-FOUND-SW
020100     MOVE ZERO TO MCT-HIT-IX
020200     PERFORM 2150-COMPARE-ENTRY THRU 2150-EXIT
020300         VARYING MCT-IX1 FROM 1 BY 1
020400         UNTIL MCT-IX1 > MCT-ENTRY-COUNT
020500            OR MCT-FOUND.
020600 2100-EXIT.
020700     EXIT.

020800 2150-COMPARE-ENTRY.
020900     IF MCT-ENT-KEY (MCT-IX1) = MCT-SEARCH-KEY
021000         SET MCT-FOUND TO TRUE
021100         MOVE MCT-IX1 TO MCT-HIT-IX
021200     END-IF.
021300 2150-EXIT.
021400     EXIT.

021500*================================================================*
021600*  2200-NOTE-MISSING / 2250-CHECK-NOTED
021700*  Writes the missing number and language to the job log and
021800*  ERROR-LOG (status "23", record not found) the first time it
021900*  is asked for in the run.  When the catalog could not be
022000*  opened at all that one failure has already been logged.
022100*================================================================*
022200 2200-NOTE-MISSING.
022300     IF MCT-CATALOG-DOWN
022400         GO TO 2200-EXIT
022500     END-IF
022600     MOVE "N" TO MCT-FOUND-SW
022700     PERFORM 2250-CHECK-NOTED THRU 2250-EXIT
022800         VARYING MCT-IX1 FROM 1 BY 1
022900         UNTIL MCT-IX1 > MCT-MISS-COUNT
023000            OR MCT-FOUND
023100     IF MCT-FOUND
023200         GO TO 2200-EXIT
023300     END-IF
023400     IF MCT-MISS-COUNT < MCT-MISS-MAX
023500         ADD 1 TO MCT-MISS-COUNT
023600         MOVE MCT-SEARCH-KEY TO MCT-MISS-KEY (MCT-MISS-COUNT)
023700     END-IF
023800     DISPLAY "MSGCAT - message absent : " MCT-SRCH-NUMBER
023900         " langue " MCT-SRCH-LANGUAGE
024000     MOVE "MSGCAT" TO MCT-ERR-FILE-NAME
024100     MOVE "READ"   TO MCT-ERR-OPERATION
024200     MOVE "23"     TO MCT-ERR-STATUS
024300     PERFORM 8000-LOG-FILE-ERROR THRU 8000-EXIT.
024400 2200-EXIT.
024500     EXIT.

024600 2250-CHECK-NOTED.
024700     IF MCT-MISS-KEY (MCT-IX1) = MCT-SEARCH-KEY
024800         SET MCT-FOUND TO TRUE
024900     END-IF.
025000 2250-EXIT.
025100     EXIT.

025200*================================================================*
025300*  8000-LOG-FILE-ERROR
025400*  Appends one timestamped record to the operations error log
025500*  under the caller's program id, as PLUSOUMOINS does for its
025600*  own files.  If the error log itself cannot be opened the
025700*  record is displayed instead.
025800*================================================================*
025900 8000-LOG-FILE-ERROR.
026000     DISPLAY "Erreur fichier " MCT-ERR-FILE-NAME
026100         " operation " MCT-ERR-OPERATION
026200         " statut " MCT-ERR-STATUS
026300     MOVE FUNCTION CURRENT-DATE(1:8) TO ERRL-LOG-DATE
026400     MOVE FUNCTION CURRENT-DATE(9:8) TO ERRL-LOG-TIME
026500     IF MC-PROGRAM-ID = SPACES
026600         MOVE "MSGCAT"      TO ERRL-PROGRAM-ID
026700     ELSE
026800         MOVE MC-PROGRAM-ID TO ERRL-PROGRAM-ID
026900     END-IF
027000     MOVE MCT-ERR-FILE-NAME TO ERRL-FILE-NAME
027100     MOVE MCT-ERR-OPERATION TO ERRL-OPERATION
027200     MOVE MCT-ERR-STATUS    TO ERRL-STATUS-CODE
027300     OPEN EXTEND ERROR-LOG
027400     IF MCT-ERRLOG-STATUS = "05" OR MCT-ERRLOG-STATUS = "35"
027500         CLOSE ERROR-LOG
027600         OPEN OUTPUT ERROR-LOG
027700     END-IF
027800     IF MCT-ERRLOG-STATUS NOT = "00"
027900         DISPLAY "ERROR-LOG indisponible - statut "
028000             MCT-ERRLOG-STATUS
028100         GO TO 8000-EXIT
028200     END-IF
028300     WRITE ERRL-RECORD
028400     CLOSE ERROR-LOG.
028500 8000-EXIT.
028600     EXIT.
