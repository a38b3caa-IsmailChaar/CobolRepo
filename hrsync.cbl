000100*================================================================*
000200*  PROGRAM:     HRSYNC
000300*  FUNCTION:    Compares the nightly HR full-file extract with
000400*               the EMPLOYEE-MASTER and writes the EMPTRANS
000500*               cards EMPMAINT needs to bring the master into
000600*               line: "A" for a new active employee, "U" for a
000700*               changed name or department or a returnee, "D"
000800*               for a leaver (HR status inactive, or absent
000900*               from the extract).  Anything it must not
001000*               change on its own goes on the exception list
001100*               instead of EMPTRANS: a duplicate or blank id in
001200*               the feed, an unknown HR status, a department
001300*               nobody on the master belongs to and that is not
001400*               on the approved list.  A feed that would drop
001500*               the active headcount by more than the card's
001600*               threshold is refused whole - an empty EMPTRANS
001700*               and RETURN-CODE 16 - since a partial file would
001800*               otherwise deactivate everyone missing from it.
001900*-----------------------------------------------------------------
002000*  MAINTENANCE HISTORY
002100*  DATE        INIT  DESCRIPTION
002200*  2026-10-15  JMT   Initial version.
002220*  2026-10-15  JMT   Cards leave the new preferred-language field
002240*                     blank: HR never changes a player's language.
002300*================================================================*
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    HRSYNC.
002600 AUTHOR.        J. M. TANGUAY.
002700 INSTALLATION.  EVENTS-KIOSK-TEAM.
002800 DATE-WRITTEN.  2026-10-15.
002900 DATE-COMPILED.

003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HSP-FILE ASSIGN TO "HSPARM"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS HS-PARM-STATUS.

003600     SELECT HRF-FILE ASSIGN TO "HRFEED"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS HS-FEED-STATUS.

003900     SELECT HRD-FILE ASSIGN TO "HRDEPTS"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS HS-DEPT-STATUS.

004200     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMASTER"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS EMP-EMPLOYEE-ID
004600         FILE STATUS IS HS-MASTER-STATUS.

004700     SELECT EMPT-FILE ASSIGN TO "EMPTRANS"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS HS-TRANS-STATUS.

005000     SELECT PRINT-FILE ASSIGN TO "HSPRINT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS HS-PRINT-STATUS.

005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  HSP-FILE
005600     RECORDING MODE IS F.
005700     COPY HSPREC.

005800 FD  HRF-FILE
005900     RECORDING MODE IS F.
006000     COPY HRFREC.

006100 FD  HRD-FILE
006200     RECORDING MODE IS F.
006300     COPY HRDREC.

006400 FD  EMPLOYEE-MASTER.
006500     COPY EMPMREC.

006600 FD  EMPT-FILE
006700     RECORDING MODE IS F.
006800     COPY EMPTREC.

006900 FD  PRINT-FILE
007000     RECORDING MODE IS F.
007100 01  PRINT-RECORD                PIC X(80).

007200 WORKING-STORAGE SECTION.

007300 77  HS-PARM-STATUS          PIC X(02) VALUE "00".
007400 77  HS-FEED-STATUS          PIC X(02) VALUE "00".
007500 77  HS-DEPT-STATUS          PIC X(02) VALUE "00".
007600 77  HS-MASTER-STATUS        PIC X(02) VALUE "00".
007700 77  HS-TRANS-STATUS         PIC X(02) VALUE "00".
007800 77  HS-PRINT-STATUS         PIC X(02) VALUE "00".

007900 77  HS-EOF-SW               PIC X(01) VALUE "N".
008000     88  HS-EOF                    VALUE "Y".

008100 77  HS-REFUSED-SW           PIC X(01) VALUE "N".
008200     88  HS-REFUSED                VALUE "Y".

008300 77  HS-REPORT-OK-SW         PIC X(01) VALUE "N".
008400     88  HS-REPORT-OK              VALUE "Y".

008500 77  HS-RUN-DATE             PIC 9(08) VALUE ZERO.
008600 77  HS-RUN-TIME             PIC 9(08) VALUE ZERO.
008700 77  HS-DROP-PERCENT         PIC 9(03) VALUE 10.
008800 77  HS-DROP-OVERRIDE        PIC X(01) VALUE "N".
008900     88  HS-DROP-FORCED            VALUE "Y".

009000 77  HS-FEED-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
009100 77  HS-FEED-ACTIVE-COUNT    PIC 9(05) COMP VALUE ZERO.
009200 77  HS-MASTER-ACTIVE-COUNT  PIC 9(05) COMP VALUE ZERO.
009300 77  HS-ADD-COUNT            PIC 9(05) COMP VALUE ZERO.
009400 77  HS-UPDATE-COUNT         PIC 9(05) COMP VALUE ZERO.
009500 77  HS-DEACT-COUNT          PIC 9(05) COMP VALUE ZERO.
009600 77  HS-UNCHANGED-COUNT      PIC 9(05) COMP VALUE ZERO.
009700 77  HS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
009800 77  HS-TRANS-COUNT          PIC 9(05) COMP VALUE ZERO.
009900 77  HS-DROPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
010000 77  HS-DROP-ACTUAL          PIC 9(03) VALUE ZERO.

010100 77  HS-IX1                  PIC 9(04) COMP VALUE ZERO.
010200 77  HS-IX2                  PIC 9(04) COMP VALUE ZERO.
010300 77  HS-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
010400 77  HS-FEED-MAX             PIC 9(04) COMP VALUE 3000.
010500 77  HS-DEPT-MAX             PIC 9(04) COMP VALUE 200.

010600 77  HS-WORK-ID              PIC X(06) VALUE SPACES.
010700 77  HS-WORK-DEPT            PIC X(10) VALUE SPACES.
010800 77  HS-DEPT-FOUND-SW        PIC X(01) VALUE "N".
010900     88  HS-DEPT-FOUND             VALUE "Y".

011000 77  HS-COUNT-EDIT           PIC ZZZZ9.

011100*    The feed held in storage, so duplicate ids can be caught
011200*    before any card is written and leavers found by walking the
011300*    master against it.  HS-FEED-STATE: "N" usable, "X" excluded
011400*    (duplicate, blank or unknown status - no card is written
011500*    for the id and the master record is left as it is).
011600 01  HS-FEED-TABLE.
011700     05  HS-FEED-COUNT           PIC 9(04) COMP VALUE ZERO.
011800     05  HS-FEED-ENTRY OCCURS 3000 TIMES.
011900         10  HS-FED-EMPLOYEE-ID  PIC X(06).
012000         10  HS-FED-NAME         PIC X(20).
012100         10  HS-FED-DEPARTMENT   PIC X(10).
012200         10  HS-FED-STATUS       PIC X(01).
012300             88  HS-FED-ACTIVE         VALUE "A".
012400         10  HS-FED-STATE        PIC X(01).
012500             88  HS-FED-USABLE         VALUE "N".
012600             88  HS-FED-EXCLUDED       VALUE "X".

012700*    Departments that exist: every department on the master plus
012800*    the approved list.
012900 01  HS-DEPT-TABLE.
013000     05  HS-DEPT-COUNT           PIC 9(04) COMP VALUE ZERO.
013100     05  HS-DEPT-ENTRY OCCURS 200 TIMES.
013200         10  HS-DEP-NAME         PIC X(10).

013300 01  HS-HEAD-LINE-1.
013400     05  FILLER                  PIC X(30)
013500         VALUE "SYNCHRONISATION RH - EXCEPTION".
013600     05  FILLER                  PIC X(06) VALUE "S DU ".
013700     05  HS-HD1-DATE             PIC 9(08).
013800     05  FILLER                  PIC X(03) VALUE " A ".
013900     05  HS-HD1-TIME             PIC 9(06).
014000     05  FILLER                  PIC X(27) VALUE SPACES.

014100 01  HS-HEAD-LINE-2.
014200     05  FILLER                  PIC X(08) VALUE "ID".
014300     05  FILLER                  PIC X(21) VALUE "NOM".
014400     05  FILLER                  PIC X(11) VALUE "SERVICE".
014500     05  FILLER                  PIC X(40) VALUE "MOTIF".

014600 01  HS-EXCEPTION-LINE.
014700     05  HS-EXL-EMPLOYEE-ID      PIC X(06).
014800     05  FILLER                  PIC X(02) VALUE SPACES.
014900     05  HS-EXL-NAME             PIC X(20).
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  HS-EXL-DEPARTMENT       PIC X(10).
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  HS-EXL-REASON           PIC X(40).

015400 01  HS-DROP-LINE.
015500     05  FILLER                  PIC X(21)
015600         VALUE "BAISSE D'EFFECTIF DE ".
015700     05  HS-DRL-ACTUAL           PIC ZZ9.
015800     05  FILLER                  PIC X(17)
015900         VALUE " % (ACTIFS MAITRE".
016000     05  HS-DRL-MASTER           PIC ZZZZ9.
016100     05  FILLER                  PIC X(07) VALUE ", FLUX ".
016200     05  HS-DRL-FEED             PIC ZZZZ9.
016300     05  FILLER                  PIC X(10) VALUE ") - SEUIL ".
016400     05  HS-DRL-LIMIT            PIC ZZ9.
016500     05  FILLER                  PIC X(09) VALUE " %".

016600 01  HS-COUNT-LINE.
016700     05  HS-CNT-LABEL            PIC X(41).
016800     05  HS-CNT-VALUE            PIC ZZZZ9.
016900     05  FILLER                  PIC X(34) VALUE SPACES.

017000     COPY RUNLREC.

017100 PROCEDURE DIVISION.

017200*================================================================*
017300*  0000-MAINLINE
017400*  The feed and the master are read in full and the headcount
017500*  checked before a single card is written, so a refused run
017600*  leaves EMPTRANS empty and EMPMAINT has nothing to apply.
017700*================================================================*
017800 0000-MAINLINE.
017900     MOVE FUNCTION CURRENT-DATE(1:8) TO HS-RUN-DATE
018000     MOVE FUNCTION CURRENT-DATE(9:8) TO HS-RUN-TIME
018100     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT
018200     PERFORM 1500-REGISTER-START THRU 1500-EXIT
018300     PERFORM 3000-OPEN-OUTPUT THRU 3000-EXIT
018400     IF HS-TRANS-STATUS NOT = "00"
018500         GO TO 0000-MAINLINE-EXIT
018600     END-IF
018700     PERFORM 2000-LOAD-FEED THRU 2000-EXIT
018800     IF HS-FEED-STATUS NOT = "00"
018900         GO TO 0000-CLOSE
019000     END-IF
019100     PERFORM 2500-LOAD-DEPARTMENTS THRU 2500-EXIT
019200     IF RETURN-CODE NOT = ZERO
019300         GO TO 0000-CLOSE
019400     END-IF
019500     PERFORM 2800-CHECK-HEADCOUNT THRU 2800-EXIT
019600     IF HS-REFUSED
019700         CLOSE EMPLOYEE-MASTER
019800         GO TO 0000-CLOSE
019900     END-IF
020000     PERFORM 4000-COMPARE-FEED THRU 4000-EXIT
020100     PERFORM 5000-FIND-LEAVERS THRU 5000-EXIT
020200     CLOSE EMPLOYEE-MASTER
020300     IF HS-EXCEPTION-COUNT > ZERO
020400        AND RETURN-CODE = ZERO
020500         MOVE 4 TO RETURN-CODE
020600     END-IF.
020700 0000-CLOSE.
020800     PERFORM 9000-PRINT-TOTALS THRU 9000-EXIT
020900     CLOSE EMPT-FILE
021000     IF HS-REPORT-OK
021100         CLOSE PRINT-FILE
021200     END-IF.
021300 0000-MAINLINE-EXIT.
021400     PERFORM 9500-REGISTER-END THRU 9500-EXIT
021500     STOP RUN.

021600*================================================================*
021700*  1000-LOAD-CONTROL
021800*  HSP-FILE is optional - when it is absent or empty the run
021900*  allows a 10 percent headcount drop with no override.
022000*================================================================*
022100 1000-LOAD-CONTROL.
022200     OPEN INPUT HSP-FILE
022300     IF HS-PARM-STATUS NOT = "00"
022400         GO TO 1000-EXIT
022500     END-IF
022600     READ HSP-FILE
022700         AT END
022800             GO TO 1000-CLOSE
022900     END-READ
023000     IF HSP-DROP-PERCENT IS NUMERIC
023100        AND HSP-DROP-PERCENT > ZERO
023200         MOVE HSP-DROP-PERCENT TO HS-DROP-PERCENT
023300     END-IF
023400     IF HSP-DROP-FORCED
023500         MOVE "Y" TO HS-DROP-OVERRIDE
023600     END-IF.
023700 1000-CLOSE.
023800     CLOSE HSP-FILE.
023900 1000-EXIT.
024000     EXIT.

024100 1500-REGISTER-START.
024200     MOVE "S"               TO RL-FUNCTION
024300     MOVE "HRSYNC"          TO RL-PROGRAM-ID
024400     MOVE HS-RUN-DATE       TO RL-BUSINESS-DATE
024500     MOVE SPACE             TO RL-RUN-MODE
024600     MOVE ZERO              TO RL-RECORD-COUNT
024700     MOVE RETURN-CODE       TO RL-RETURN-CODE
024800     MOVE HS-DROP-OVERRIDE  TO RL-OVERRIDE-FLAG
024900     CALL "RUNLOG" USING RL-COMMAREA.
025000 1500-EXIT.
025100     EXIT.

025200*================================================================*
025300*  2000-LOAD-FEED / 2100-LOAD-ONE-FEED / 2150-MATCH-FEED-ID
025400*  Every feed row goes into the table.  A second row for an id
025500*  excludes the id altogether: HR has to say which row is
025600*  right, the program cannot guess.
025700*================================================================*
025800 2000-LOAD-FEED.
025900     MOVE "N" TO HS-EOF-SW
026000     OPEN INPUT HRF-FILE
026100     IF HS-FEED-STATUS NOT = "00"
026200         DISPLAY "HRFEED introuvable - synchronisation annulee"
026300         MOVE 8 TO RETURN-CODE
026400         GO TO 2000-EXIT
026500     END-IF
026600     PERFORM 2100-LOAD-ONE-FEED THRU 2100-EXIT
026700         UNTIL HS-EOF
026800     CLOSE HRF-FILE.
026900 2000-EXIT.
027000     EXIT.

027100 2100-LOAD-ONE-FEED.
027200     READ HRF-FILE
027300         AT END
027400             SET HS-EOF TO TRUE
027500             GO TO 2100-EXIT
027600     END-READ
027700     ADD 1 TO HS-FEED-READ-COUNT
027800     IF HRF-EMPLOYEE-ID = SPACES
027900         MOVE "IDENTIFIANT A BLANC DANS LE FLUX"
028000           TO HS-EXL-REASON
028100         PERFORM 8000-PRINT-FEED-EXCEPTION THRU 8000-EXIT
028200         GO TO 2100-EXIT
028300     END-IF
028400     MOVE HRF-EMPLOYEE-ID TO HS-WORK-ID
028500     MOVE ZERO TO HS-FOUND-IX
028600     PERFORM 2150-MATCH-FEED-ID THRU 2150-EXIT
028700         VARYING HS-IX1 FROM 1 BY 1
028800         UNTIL HS-IX1 > HS-FEED-COUNT
028900            OR HS-FOUND-IX > ZERO
029000     IF HS-FOUND-IX > ZERO
029100         MOVE "X" TO HS-FED-STATE (HS-FOUND-IX)
029200         MOVE "IDENTIFIANT EN DOUBLE DANS LE FLUX"
029300           TO HS-EXL-REASON
029400         PERFORM 8000-PRINT-FEED-EXCEPTION THRU 8000-EXIT
029500         GO TO 2100-EXIT
029600     END-IF
029700     IF HS-FEED-COUNT >= HS-FEED-MAX
029800         ADD 1 TO HS-DROPPED-COUNT
029900         GO TO 2100-EXIT
030000     END-IF
030100     ADD 1 TO HS-FEED-COUNT
030200     MOVE HRF-EMPLOYEE-ID   TO HS-FED-EMPLOYEE-ID (HS-FEED-COUNT)
030300     MOVE HRF-EMPLOYEE-NAME TO HS-FED-NAME (HS-FEED-COUNT)
030400     MOVE HRF-DEPARTMENT    TO HS-FED-DEPARTMENT (HS-FEED-COUNT)
030500     MOVE HRF-STATUS        TO HS-FED-STATUS (HS-FEED-COUNT)
030600     MOVE "N"               TO HS-FED-STATE (HS-FEED-COUNT)
030700     IF NOT HRF-STATUS-VALID
030800         MOVE "X" TO HS-FED-STATE (HS-FEED-COUNT)
030900         MOVE "STATUT RH INCONNU" TO HS-EXL-REASON
031000         PERFORM 8000-PRINT-FEED-EXCEPTION THRU 8000-EXIT
031100     END-IF.
031200 2100-EXIT.
031300     EXIT.

031400 2150-MATCH-FEED-ID.
031500     IF HS-FED-EMPLOYEE-ID (HS-IX1) = HS-WORK-ID
031600         MOVE HS-IX1 TO HS-FOUND-IX
031700     END-IF.
031800 2150-EXIT.
031900     EXIT.

032000*================================================================*
032100*  2500-LOAD-DEPARTMENTS / 2600-LOAD-ONE-MASTER /
032200*  2700-LOAD-ONE-APPROVED
032300*  One pass over the master counts its active employees and
032400*  collects its departments; the approved list, when present,
032500*  adds departments that have nobody in them yet.  The master
032600*  stays open for the comparison.
032700*================================================================*
032800 2500-LOAD-DEPARTMENTS.
032900     OPEN INPUT EMPLOYEE-MASTER
033000     IF HS-MASTER-STATUS NOT = "00"
033100         DISPLAY "EMPLOYEE-MASTER indisponible - "
033200             "synchronisation annulee"
033300         MOVE 8 TO RETURN-CODE
033400         GO TO 2500-EXIT
033500     END-IF
033600     MOVE "N" TO HS-EOF-SW
033700     MOVE LOW-VALUES TO EMP-EMPLOYEE-ID
033800     START EMPLOYEE-MASTER
033900         KEY IS GREATER THAN OR EQUAL TO EMP-EMPLOYEE-ID
034000         INVALID KEY
034100             SET HS-EOF TO TRUE
034200     END-START
034300     PERFORM 2600-LOAD-ONE-MASTER THRU 2600-EXIT
034400         UNTIL HS-EOF
034500     OPEN INPUT HRD-FILE
034600     IF HS-DEPT-STATUS NOT = "00"
034700         GO TO 2500-EXIT
034800     END-IF
034900     MOVE "N" TO HS-EOF-SW
035000     PERFORM 2700-LOAD-ONE-APPROVED THRU 2700-EXIT
035100         UNTIL HS-EOF
035200     CLOSE HRD-FILE.
035300 2500-EXIT.
035400     EXIT.

035500 2600-LOAD-ONE-MASTER.
035600     READ EMPLOYEE-MASTER NEXT
035700         AT END
035800             SET HS-EOF TO TRUE
035900             GO TO 2600-EXIT
036000     END-READ
036100     IF EMP-ACTIVE
036200         ADD 1 TO HS-MASTER-ACTIVE-COUNT
036300     END-IF
036400     MOVE EMP-DEPARTMENT TO HS-WORK-DEPT
036500     PERFORM 2900-ADD-DEPARTMENT THRU 2900-EXIT.
036600 2600-EXIT.
036700     EXIT.

036800 2700-LOAD-ONE-APPROVED.
036900     READ HRD-FILE
037000         AT END
037100             SET HS-EOF TO TRUE
037200             GO TO 2700-EXIT
037300     END-READ
037400     MOVE HRD-DEPARTMENT TO HS-WORK-DEPT
037500     PERFORM 2900-ADD-DEPARTMENT THRU 2900-EXIT.
037600 2700-EXIT.
037700     EXIT.

037800*================================================================*
037900*  2800-CHECK-HEADCOUNT
038000*  Active employees the feed would leave, against the master's
038100*  active employees now.  Above the threshold the run is
038200*  refused unless the card's override is set - a partial
038300*  extract looks exactly like a mass departure.
038310*  A feed too long for the table is refused outright, override
038320*  or not: every employee past the end of the table would look
038330*  like a leaver.
038400*================================================================*
038500 2800-CHECK-HEADCOUNT.
038510     IF HS-DROPPED-COUNT > ZERO
038520         ADD 1 TO HS-EXCEPTION-COUNT
038530         SET HS-REFUSED TO TRUE
038540         MOVE 16 TO RETURN-CODE
038550         MOVE "FLUX REFUSE - TROP LONG POUR LA TABLE"
038560           TO PRINT-RECORD
038570         IF HS-REPORT-OK
038580             WRITE PRINT-RECORD
038590         END-IF
038592         DISPLAY "Flux RH trop long pour la table - "
038594             "aucune transaction ecrite"
038596         GO TO 2800-EXIT
038598     END-IF
038600     MOVE ZERO TO HS-FEED-ACTIVE-COUNT
038700     PERFORM 2850-COUNT-ONE-ACTIVE THRU 2850-EXIT
038800         VARYING HS-IX1 FROM 1 BY 1
038900         UNTIL HS-IX1 > HS-FEED-COUNT
039000     MOVE ZERO TO HS-DROP-ACTUAL
039100     IF HS-MASTER-ACTIVE-COUNT = ZERO
039200        OR HS-FEED-ACTIVE-COUNT >= HS-MASTER-ACTIVE-COUNT
039300         GO TO 2800-EXIT
039400     END-IF
039500     COMPUTE HS-DROP-ACTUAL =
039600         (HS-MASTER-ACTIVE-COUNT - HS-FEED-ACTIVE-COUNT) * 100
039700         / HS-MASTER-ACTIVE-COUNT
039800     IF HS-DROP-ACTUAL <= HS-DROP-PERCENT
039900         GO TO 2800-EXIT
040000     END-IF
040100     MOVE HS-DROP-ACTUAL         TO HS-DRL-ACTUAL
040200     MOVE HS-MASTER-ACTIVE-COUNT TO HS-DRL-MASTER
040300     MOVE HS-FEED-ACTIVE-COUNT   TO HS-DRL-FEED
040400     MOVE HS-DROP-PERCENT        TO HS-DRL-LIMIT
040500     IF HS-REPORT-OK
040600         WRITE PRINT-RECORD FROM HS-DROP-LINE
040700     END-IF
040800     IF HS-DROP-FORCED
040900         DISPLAY "Baisse d'effectif au-dela du seuil - "
041000             "acceptee par HSP-DROP-OVERRIDE"
041100         GO TO 2800-EXIT
041200     END-IF
041300     ADD 1 TO HS-EXCEPTION-COUNT
041400     SET HS-REFUSED TO TRUE
041500     MOVE 16 TO RETURN-CODE
041600     MOVE "FLUX REFUSE - FICHIER RH PARTIEL ?" TO PRINT-RECORD
041700     IF HS-REPORT-OK
041800         WRITE PRINT-RECORD
041900     END-IF
042000     DISPLAY "Baisse d'effectif de " HS-DRL-ACTUAL
042100         " % au-dela du seuil - aucune transaction ecrite"
042200         " (HSP-DROP-OVERRIDE pour forcer)".
042300 2800-EXIT.
042400     EXIT.

042500 2850-COUNT-ONE-ACTIVE.
042600     IF HS-FED-ACTIVE (HS-IX1)
042700        AND HS-FED-USABLE (HS-IX1)
042800         ADD 1 TO HS-FEED-ACTIVE-COUNT
042900     END-IF.
043000 2850-EXIT.
043100     EXIT.

043200*================================================================*
043300*  2900-ADD-DEPARTMENT / 2950-MATCH-DEPARTMENT
043400*  Adds HS-WORK-DEPT to the known departments unless it is
043500*  already there; 2950 on its own answers HS-DEPT-FOUND.
043600*================================================================*
043700 2900-ADD-DEPARTMENT.
043800     IF HS-WORK-DEPT = SPACES
043900         GO TO 2900-EXIT
044000     END-IF
044100     PERFORM 2940-FIND-DEPARTMENT THRU 2940-EXIT
044200     IF HS-DEPT-FOUND
044300         GO TO 2900-EXIT
044400     END-IF
044500     IF HS-DEPT-COUNT >= HS-DEPT-MAX
044600         GO TO 2900-EXIT
044700     END-IF
044800     ADD 1 TO HS-DEPT-COUNT
044900     MOVE HS-WORK-DEPT TO HS-DEP-NAME (HS-DEPT-COUNT).
045000 2900-EXIT.
045100     EXIT.

045200 2940-FIND-DEPARTMENT.
045300     MOVE "N" TO HS-DEPT-FOUND-SW
045400     PERFORM 2950-MATCH-DEPARTMENT THRU 2950-EXIT
045500         VARYING HS-IX2 FROM 1 BY 1
045600         UNTIL HS-IX2 > HS-DEPT-COUNT
045700            OR HS-DEPT-FOUND.
045800 2940-EXIT.
045900     EXIT.

046000 2950-MATCH-DEPARTMENT.
046100     IF HS-DEP-NAME (HS-IX2) = HS-WORK-DEPT
046200         SET HS-DEPT-FOUND TO TRUE
046300     END-IF.
046400 2950-EXIT.
046500     EXIT.

046600*================================================================*
046700*  3000-OPEN-OUTPUT
046800*  EMPTRANS is emptied first thing, so whatever stops this run
046900*  EMPMAINT never applies last night's cards a second time.
047000*  The exception list is a convenience; a missing print file
047100*  only loses the paper copy.
047200*================================================================*
047300 3000-OPEN-OUTPUT.
047400     OPEN OUTPUT EMPT-FILE
047500     IF HS-TRANS-STATUS NOT = "00"
047600         DISPLAY "EMPTRANS indisponible - synchronisation "
047700             "annulee"
047800         MOVE 8 TO RETURN-CODE
047900         GO TO 3000-EXIT
048000     END-IF
048100     OPEN OUTPUT PRINT-FILE
048200     IF HS-PRINT-STATUS NOT = "00"
048300         DISPLAY "HSPRINT indisponible - rapport non imprime"
048400         GO TO 3000-EXIT
048500     END-IF
048600     MOVE "Y" TO HS-REPORT-OK-SW
048700     MOVE HS-RUN-DATE       TO HS-HD1-DATE
048800     MOVE HS-RUN-TIME (1:6) TO HS-HD1-TIME
048900     WRITE PRINT-RECORD FROM HS-HEAD-LINE-1
049000     MOVE SPACES TO PRINT-RECORD
049100     WRITE PRINT-RECORD
049200     WRITE PRINT-RECORD FROM HS-HEAD-LINE-2.
049300 3000-EXIT.
049400     EXIT.

049500*================================================================*
049600*  4000-COMPARE-FEED / 4100-COMPARE-ONE-FEED
049700*  Each usable feed row against its master record:
049800*    not on master, active      -> "A" (department must exist)
049900*    not on master, inactive    -> nothing, never joined
050000*    on master, active          -> "U" when name or department
050100*                                  differ or the master record
050200*                                  is inactive (a returnee)
050300*    on master, inactive        -> "D" when the master is active
050400*  A move to an unknown department is an exception, not a card.
050500*================================================================*
050600 4000-COMPARE-FEED.
050700     PERFORM 4100-COMPARE-ONE-FEED THRU 4100-EXIT
050800         VARYING HS-IX1 FROM 1 BY 1
050900         UNTIL HS-IX1 > HS-FEED-COUNT.
051000 4000-EXIT.
051100     EXIT.

051200 4100-COMPARE-ONE-FEED.
051300     IF HS-FED-EXCLUDED (HS-IX1)
051400         GO TO 4100-EXIT
051500     END-IF
051600     MOVE HS-FED-EMPLOYEE-ID (HS-IX1) TO EMP-EMPLOYEE-ID
051700     READ EMPLOYEE-MASTER
051800         INVALID KEY
051900             PERFORM 4200-NEW-EMPLOYEE THRU 4200-EXIT
052000             GO TO 4100-EXIT
052100     END-READ
052200     IF NOT HS-FED-ACTIVE (HS-IX1)
052300         IF EMP-ACTIVE
052400             MOVE "D" TO EMPT-ACTION-CODE
052500             PERFORM 7000-WRITE-TRANS THRU 7000-EXIT
052600         ELSE
052700             ADD 1 TO HS-UNCHANGED-COUNT
052800         END-IF
052900         GO TO 4100-EXIT
053000     END-IF
053100     IF HS-FED-NAME (HS-IX1) = EMP-EMPLOYEE-NAME
053200        AND HS-FED-DEPARTMENT (HS-IX1) = EMP-DEPARTMENT
053300        AND EMP-ACTIVE
053400         ADD 1 TO HS-UNCHANGED-COUNT
053500         GO TO 4100-EXIT
053600     END-IF
053700     IF HS-FED-DEPARTMENT (HS-IX1) NOT = EMP-DEPARTMENT
053800         MOVE HS-FED-DEPARTMENT (HS-IX1) TO HS-WORK-DEPT
053900         PERFORM 2940-FIND-DEPARTMENT THRU 2940-EXIT
054000         IF NOT HS-DEPT-FOUND
054100             MOVE "SERVICE INCONNU - MUTATION NON REPORTEE"
054200               TO HS-EXL-REASON
054300             PERFORM 8100-PRINT-TABLE-EXCEPTION THRU 8100-EXIT
054400             GO TO 4100-EXIT
054500         END-IF
054600     END-IF
054700     MOVE "U" TO EMPT-ACTION-CODE
054800     PERFORM 7000-WRITE-TRANS THRU 7000-EXIT.
054900 4100-EXIT.
055000     EXIT.

055100 4200-NEW-EMPLOYEE.
055200     IF NOT HS-FED-ACTIVE (HS-IX1)
055300         ADD 1 TO HS-UNCHANGED-COUNT
055400         GO TO 4200-EXIT
055500     END-IF
055600     MOVE HS-FED-DEPARTMENT (HS-IX1) TO HS-WORK-DEPT
055700     PERFORM 2940-FIND-DEPARTMENT THRU 2940-EXIT
055800     IF NOT HS-DEPT-FOUND
055900         MOVE "SERVICE INCONNU - AJOUT NON REPORTE"
056000           TO HS-EXL-REASON
056100         PERFORM 8100-PRINT-TABLE-EXCEPTION THRU 8100-EXIT
056200         GO TO 4200-EXIT
056300     END-IF
056400     MOVE "A" TO EMPT-ACTION-CODE
056500     PERFORM 7000-WRITE-TRANS THRU 7000-EXIT.
056600 4200-EXIT.
056700     EXIT.

056800*================================================================*
056900*  5000-FIND-LEAVERS / 5100-CHECK-ONE-MASTER
057000*  An active master employee the feed does not mention at all
057100*  has left: the extract is HR's full file.  An id the feed
057200*  excluded (duplicate, unknown status) is not a leaver - it
057300*  is on the exception list already.
057400*================================================================*
057500 5000-FIND-LEAVERS.
057600     MOVE "N" TO HS-EOF-SW
057700     MOVE LOW-VALUES TO EMP-EMPLOYEE-ID
057800     START EMPLOYEE-MASTER
057900         KEY IS GREATER THAN OR EQUAL TO EMP-EMPLOYEE-ID
058000         INVALID KEY
058100             SET HS-EOF TO TRUE
058200     END-START
058300     PERFORM 5100-CHECK-ONE-MASTER THRU 5100-EXIT
058400         UNTIL HS-EOF.
058500 5000-EXIT.
058600     EXIT.

058700 5100-CHECK-ONE-MASTER.
058800     READ EMPLOYEE-MASTER NEXT
058900         AT END
059000             SET HS-EOF TO TRUE
059100             GO TO 5100-EXIT
059200     END-READ
059300     IF NOT EMP-ACTIVE
059400         GO TO 5100-EXIT
059500     END-IF
059600     MOVE EMP-EMPLOYEE-ID TO HS-WORK-ID
059700     MOVE ZERO TO HS-FOUND-IX
059800     PERFORM 2150-MATCH-FEED-ID THRU 2150-EXIT
059900         VARYING HS-IX1 FROM 1 BY 1
060000         UNTIL HS-IX1 > HS-FEED-COUNT
060100            OR HS-FOUND-IX > ZERO
060200     IF HS-FOUND-IX > ZERO
060300         GO TO 5100-EXIT
060400     END-IF
060500     MOVE "D"               TO EMPT-ACTION-CODE
060600     MOVE EMP-EMPLOYEE-ID   TO EMPT-EMPLOYEE-ID
060700     MOVE SPACES            TO EMPT-EMPLOYEE-NAME
060800     MOVE SPACES            TO EMPT-DEPARTMENT
060850     MOVE SPACES            TO EMPT-LANGUAGE
060900     WRITE EMPT-RECORD
060910     IF HS-TRANS-STATUS NOT = "00"
060920         DISPLAY "Ecriture EMPTRANS en erreur - statut "
060930             HS-TRANS-STATUS
060940         MOVE 8 TO RETURN-CODE
060950         GO TO 5100-EXIT
060960     END-IF
061000     ADD 1 TO HS-TRANS-COUNT
061100     ADD 1 TO HS-DEACT-COUNT.
061200 5100-EXIT.
061300     EXIT.

061400*================================================================*
061500*  7000-WRITE-TRANS
061600*  One EMPTRANS card for feed entry HS-IX1, action already in
061700*  EMPT-ACTION-CODE.  A "D" card carries the id alone.
061800*================================================================*
061900 7000-WRITE-TRANS.
062000     MOVE HS-FED-EMPLOYEE-ID (HS-IX1) TO EMPT-EMPLOYEE-ID
062100     MOVE HS-FED-NAME (HS-IX1)        TO EMPT-EMPLOYEE-NAME
062200     MOVE HS-FED-DEPARTMENT (HS-IX1)  TO EMPT-DEPARTMENT
062250     MOVE SPACES                      TO EMPT-LANGUAGE
062300     IF EMPT-DEACTIVATE
062400         MOVE SPACES TO EMPT-EMPLOYEE-NAME
062500         MOVE SPACES TO EMPT-DEPARTMENT
062600         ADD 1 TO HS-DEACT-COUNT
062700     END-IF
062800     IF EMPT-ADD
062900         ADD 1 TO HS-ADD-COUNT
063000     END-IF
063100     IF EMPT-UPDATE
063200         ADD 1 TO HS-UPDATE-COUNT
063300     END-IF
063400     WRITE EMPT-RECORD
063410     IF HS-TRANS-STATUS NOT = "00"
063420         DISPLAY "Ecriture EMPTRANS en erreur - statut "
063430             HS-TRANS-STATUS
063440         MOVE 8 TO RETURN-CODE
063450         GO TO 7000-EXIT
063460     END-IF
063500     ADD 1 TO HS-TRANS-COUNT.
063600 7000-EXIT.
063700     EXIT.

063800*================================================================*
063900*  8000-PRINT-FEED-EXCEPTION / 8100-PRINT-TABLE-EXCEPTION
064000*  One exception line, reason already in HS-EXL-REASON, for the
064100*  feed record just read (8000) or feed entry HS-IX1 (8100).
064200*================================================================*
064300 8000-PRINT-FEED-EXCEPTION.
064400     ADD 1 TO HS-EXCEPTION-COUNT
064500     MOVE HRF-EMPLOYEE-ID   TO HS-EXL-EMPLOYEE-ID
064600     MOVE HRF-EMPLOYEE-NAME TO HS-EXL-NAME
064700     MOVE HRF-DEPARTMENT    TO HS-EXL-DEPARTMENT
064800     IF HS-REPORT-OK
064900         WRITE PRINT-RECORD FROM HS-EXCEPTION-LINE
065000     END-IF.
065100 8000-EXIT.
065200     EXIT.

065300 8100-PRINT-TABLE-EXCEPTION.
065400     ADD 1 TO HS-EXCEPTION-COUNT
065500     MOVE HS-FED-EMPLOYEE-ID (HS-IX1) TO HS-EXL-EMPLOYEE-ID
065600     MOVE HS-FED-NAME (HS-IX1)        TO HS-EXL-NAME
065700     MOVE HS-FED-DEPARTMENT (HS-IX1)  TO HS-EXL-DEPARTMENT
065800     IF HS-REPORT-OK
065900         WRITE PRINT-RECORD FROM HS-EXCEPTION-LINE
066000     END-IF.
066100 8100-EXIT.
066200     EXIT.

066300*================================================================*
066400*  9000-PRINT-TOTALS
066500*  Control totals on the exception list and the run log.
066600*================================================================*
066700 9000-PRINT-TOTALS.
066800     MOVE "LIGNES DU FLUX RH LUES                  :"
066900       TO HS-CNT-LABEL
067000     MOVE HS-FEED-READ-COUNT TO HS-CNT-VALUE
067100     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT
067200     MOVE "AJOUTS (A)                              :"
067300       TO HS-CNT-LABEL
067400     MOVE HS-ADD-COUNT TO HS-CNT-VALUE
067500     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT
067600     MOVE "MISES A JOUR (U)                        :"
067700       TO HS-CNT-LABEL
067800     MOVE HS-UPDATE-COUNT TO HS-CNT-VALUE
067900     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT
068000     MOVE "DESACTIVATIONS (D)                      :"
068100       TO HS-CNT-LABEL
068200     MOVE HS-DEACT-COUNT TO HS-CNT-VALUE
068300     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT
068400     MOVE "SANS CHANGEMENT                         :"
068500       TO HS-CNT-LABEL
068600     MOVE HS-UNCHANGED-COUNT TO HS-CNT-VALUE
068700     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT
068800     MOVE "EXCEPTIONS                              :"
068900       TO HS-CNT-LABEL
069000     MOVE HS-EXCEPTION-COUNT TO HS-CNT-VALUE
069100     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT
069200     IF HS-DROPPED-COUNT > ZERO
069300         MOVE "LIGNES NON CHARGEES (TABLE PLEINE)      :"
069400           TO HS-CNT-LABEL
069500         MOVE HS-DROPPED-COUNT TO HS-CNT-VALUE
069600         PERFORM 9100-PRINT-COUNT THRU 9100-EXIT
069700     END-IF
069800     MOVE HS-TRANS-COUNT TO HS-COUNT-EDIT
069900     DISPLAY "Synchronisation RH terminee - " HS-COUNT-EDIT
070000         " transactions EMPTRANS".
070100 9000-EXIT.
070200     EXIT.

070300 9100-PRINT-COUNT.
070400     IF HS-REPORT-OK
070500         WRITE PRINT-RECORD FROM HS-COUNT-LINE
070600     END-IF.
070700 9100-EXIT.
070800     EXIT.

070900*================================================================*
071000*  9500-REGISTER-END
071100*  Closes the run on the shared run-control journal.
071200*================================================================*
071300 9500-REGISTER-END.
071400     MOVE "E"               TO RL-FUNCTION
071500     MOVE HS-TRANS-COUNT    TO RL-RECORD-COUNT
071600     MOVE RETURN-CODE       TO RL-RETURN-CODE
071700     CALL "RUNLOG" USING RL-COMMAREA.
071800 9500-EXIT.
071900     EXIT.

