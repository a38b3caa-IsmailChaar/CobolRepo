001920*                     record count and RETURN-CODE on the
001930*                     shared run-control journal through the
001940*                     RUNLOG subprogram.
001950*  2026-10-15  JMT   The event code now carried on the score
001960*                     extract is posted to the master with the
001970*                     rest of the row.
001975*  2026-10-15  JMT   The void flag and reason are posted too, so a
001980*                     row voided before it was archived comes back
001985*                     voided when a restore is reloaded.
001987*  2026-10-15  JMT   Every row posted to the master is also
001989*                     appended to the AFTJRNL after-image
001991*                     journal, and the attempts posted go to the
001993*                     run-control journal as a hash total, so
001995*                     MSTRCVR can roll a full copy forward and
001997*                     prove the result.
002000*================================================================*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.    SCORELOD.
003600         RECORD KEY IS SCORM-KEY
003700         FILE STATUS IS SL-MASTER-STATUS.

003720     SELECT AFT-JOURNAL ASSIGN TO "AFTJRNL"
003740         ORGANIZATION IS LINE SEQUENTIAL
003760         FILE STATUS IS SL-AIJ-STATUS.

003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  SCORE-FILE
004300 FD  SCORE-MASTER.
004400     COPY SCORMREC.

004420 FD  AFT-JOURNAL
004440     RECORDING MODE IS F.
004460     COPY AIJREC.

004500 WORKING-STORAGE SECTION.

004600 77  SL-SCORE-STATUS         PIC X(02) VALUE "00".
004700 77  SL-MASTER-STATUS        PIC X(02) VALUE "00".
004720 77  SL-AIJ-STATUS           PIC X(02) VALUE "00".

004740 77  SL-RUN-DATE             PIC 9(08) VALUE ZERO.

004800 77  SL-EOF-SW               PIC X(01) VALUE "N".
004900     88  SL-EOF                    VALUE "Y".
005300 77  SL-LOADED-COUNT         PIC 9(07) COMP VALUE ZERO.
005400 77  SL-DUP-COUNT            PIC 9(07) COMP VALUE ZERO.
005500 77  SL-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
005520 77  SL-JOURNAL-COUNT        PIC 9(07) COMP VALUE ZERO.
005540 77  SL-LOADED-HASH          PIC 9(11) COMP VALUE ZERO.

005600 77  SL-READ-EDIT            PIC ZZZZZZ9.
005700 77  SL-LOADED-EDIT          PIC ZZZZZZ9.
005800 77  SL-DUP-EDIT             PIC ZZZZZZ9.
005900 77  SL-ERROR-EDIT           PIC ZZZZZZ9.
005920 77  SL-HASH-EDIT            PIC Z(10)9.
005940 77  SL-JOURNAL-EDIT         PIC ZZZZZZ9.

005950     COPY RUNLREC.

006500*  consolidation totals.
006600*================================================================*
006700 0000-MAINLINE.
006750     MOVE FUNCTION CURRENT-DATE(1:8) TO SL-RUN-DATE
006800     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
006810     PERFORM 1500-REGISTER-START THRU 1500-EXIT
006900     IF SL-SCORE-STATUS NOT = "00"
007000        OR SL-MASTER-STATUS NOT = "00"
007050        OR SL-AIJ-STATUS NOT = "00"
007100         GO TO 0000-MAINLINE-EXIT
007200     END-IF
007300     PERFORM 2100-LOAD-ONE-SCORE THRU 2100-EXIT
007400         UNTIL SL-EOF
007500     CLOSE SCORE-FILE
007600     CLOSE SCORE-MASTER
007650     CLOSE AFT-JOURNAL
007700     IF NOT SL-TROUBLE
007800         PERFORM 3000-RESET-SCORE-FILE THRU 3000-EXIT
007900     END-IF
009000*  An absent flat file simply means nothing to consolidate; the
009100*  master is created empty on the first ever run (file status
009200*  35) so the initial load needs no separate set-up job.
009220*  The after-image journal is created the same way; without it
009240*  nothing is posted, since a row it missed could not be rolled
009260*  forward after a restore.
009300*================================================================*
009400 1000-OPEN-FILES.
009500     OPEN INPUT SCORE-FILE
011400             " annulee"
011500         MOVE 8 TO RETURN-CODE
011600         CLOSE SCORE-FILE
011650         GO TO 1000-EXIT
011700     END-IF
011705     OPEN EXTEND AFT-JOURNAL
011710     IF SL-AIJ-STATUS = "05" OR SL-AIJ-STATUS = "35"
011715         CLOSE AFT-JOURNAL
011720         OPEN OUTPUT AFT-JOURNAL
011725     END-IF
011730     IF SL-AIJ-STATUS NOT = "00"
011735         DISPLAY "AFTJRNL indisponible - consolidation annulee"
011740         MOVE 8 TO RETURN-CODE
011745         CLOSE SCORE-FILE
011750         CLOSE SCORE-MASTER
011755     END-IF.
011800 1000-EXIT.
011900     EXIT.

011905 1500-REGISTER-START.
011910     MOVE "S"               TO RL-FUNCTION
011915     MOVE "SCORELOD"        TO RL-PROGRAM-ID
011920     MOVE SL-RUN-DATE       TO RL-BUSINESS-DATE
011930     MOVE SPACE             TO RL-RUN-MODE
011935     MOVE ZERO              TO RL-RECORD-COUNT
011940     MOVE RETURN-CODE       TO RL-RETURN-CODE
011942     MOVE ZERO              TO RL-HASH-TOTAL
011945     MOVE "N"               TO RL-OVERRIDE-FLAG
011950     CALL "RUNLOG" USING RL-COMMAREA.
011955 1500-EXIT.
015700     ELSE
015800         MOVE ZERO TO SCORM-VS-PAR
015900     END-IF
015950     MOVE SCORE-EVENT-CODE    TO SCORM-EVENT-CODE
015960     MOVE SCORE-VOID-FLAG     TO SCORM-VOID-FLAG
015980     MOVE SCORE-VOID-REASON   TO SCORM-VOID-REASON
016000     WRITE SCORE-MASTER-RECORD
016100         INVALID KEY
016200             ADD 1 TO SL-DUP-COUNT
016300         NOT INVALID KEY
016400             ADD 1 TO SL-LOADED-COUNT
016420             ADD SCORM-ATTEMPT-COUNT TO SL-LOADED-HASH
016440             PERFORM 2200-JOURNAL-SCORE THRU 2200-EXIT
016500     END-WRITE
016600     IF SL-MASTER-STATUS NOT = "00"
016700        AND SL-MASTER-STATUS NOT = "22"
017300 2100-EXIT.
017400     EXIT.

017402*================================================================*
017404*  2200-JOURNAL-SCORE
017406*  Every row that reached the master goes to the after-image
017408*  journal with the run's business date, so MSTRCVR can roll a
017410*  full copy forward.  A row the journal missed would be skipped
017412*  as already present on a rerun and never journalled, so a
017414*  write error stops the posting and asks for a new full copy.
017416*================================================================*
017418 2200-JOURNAL-SCORE.
017420     MOVE "SC"                TO AIJ-MASTER-ID
017422     MOVE "SCORELOD"          TO AIJ-PROGRAM-ID
017424     MOVE SL-RUN-DATE         TO AIJ-BUSINESS-DATE
017426     MOVE FUNCTION CURRENT-DATE(1:8) TO AIJ-POST-DATE
017428     MOVE FUNCTION CURRENT-DATE(9:8) TO AIJ-POST-TIME
017430     MOVE "A"                 TO AIJ-ACTION
017432     MOVE SCORM-ATTEMPT-COUNT TO AIJ-ATTEMPTS-DELTA
017434     MOVE SCORE-MASTER-RECORD TO AIJ-IMAGE
017436     WRITE AIJ-RECORD
017438     IF SL-AIJ-STATUS NOT = "00"
017440         DISPLAY "Ecriture AFTJRNL en erreur - statut "
017442             SL-AIJ-STATUS
017444         DISPLAY "Consolidation arretee - copie complete MSTUNLD"
017446             " a reprendre"
017448         ADD 1 TO SL-ERROR-COUNT
017450         MOVE "Y" TO SL-TROUBLE-SW
017452         SET SL-EOF TO TRUE
017454         GO TO 2200-EXIT
017456     END-IF
017458     ADD 1 TO SL-JOURNAL-COUNT.
017460 2200-EXIT.
017462     EXIT.

017500*================================================================*
017600*  3000-RESET-SCORE-FILE
017700*  Every row is on the master, so the flat capture is rewritten
019700     MOVE SL-LOADED-COUNT TO SL-LOADED-EDIT
019800     MOVE SL-DUP-COUNT    TO SL-DUP-EDIT
019900     MOVE SL-ERROR-COUNT  TO SL-ERROR-EDIT
019950     MOVE SL-LOADED-HASH  TO SL-HASH-EDIT
019970     MOVE SL-JOURNAL-COUNT TO SL-JOURNAL-EDIT
020000     DISPLAY "Consolidation SCORE-MASTER terminee"
020100     DISPLAY "  lignes lues      : " SL-READ-EDIT
020200     DISPLAY "  lignes chargees  : " SL-LOADED-EDIT
020300     DISPLAY "  deja presentes   : " SL-DUP-EDIT
020400     DISPLAY "  erreurs          : " SL-ERROR-EDIT
020440     DISPLAY "  essais charges   : " SL-HASH-EDIT
020460     DISPLAY "  images journal   : " SL-JOURNAL-EDIT.
020500 9000-EXIT.
020600     EXIT.

021100 9500-REGISTER-END.
021200     MOVE "E"               TO RL-FUNCTION
021300     MOVE SL-LOADED-COUNT   TO RL-RECORD-COUNT
021350     MOVE SL-LOADED-HASH    TO RL-HASH-TOTAL
021400     MOVE RETURN-CODE       TO RL-RETURN-CODE
021500     CALL "RUNLOG" USING RL-COMMAREA.
021600 9500-EXIT.
