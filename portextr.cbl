003070*                     record count and RETURN-CODE on the
003080*                     shared run-control journal through the
003090*                     RUNLOG subprogram.
003092*  2026-10-15  JMT   The control card may now name an event, and
003094*                     only that event's rows are then exported;
003096*                     both SCORE and RESULT details end with a new
003098*                     EVENEMENT column carrying the event code.
003100*  2026-10-15  JMT   Rows voided on the score master by SCRMAINT
003120*                     are not exported.
003130*  2026-10-15  JMT   The RESULT win of a session voided on the
003140*                     score master is now left out as well, and
003150*                     the trailer counts the rows left out as
003160*                     voided.
003190*================================================================*
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    PORTEXTR.
003400 AUTHOR.        J. M. TANGUAY.
007300     88  PX-EOF                    VALUE "Y".

007400 77  PX-EXTRACT-DATE         PIC 9(08) VALUE ZERO.
007450 77  PX-EVENT-CODE           PIC X(06) VALUE SPACES.

007500 77  PX-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
007600 77  PX-HASH-TOTAL           PIC 9(09) COMP VALUE ZERO.
007610 77  PX-VOID-MAX             PIC 9(04) COMP VALUE 500.
007620 77  PX-VOID-DROPPED         PIC 9(05) COMP VALUE ZERO.
007630 77  PX-VOID-EXCLUDED        PIC 9(07) COMP VALUE ZERO.
007640 77  PX-IX1                  PIC 9(04) COMP VALUE ZERO.
007650 77  PX-VOID-FOUND-SW        PIC X(01) VALUE "N".
007660     88  PX-VOID-FOUND             VALUE "Y".

007700 77  PX-ATTEMPTS-EDIT        PIC ZZZZ9.
007800 77  PX-TARGET-EDIT          PIC ZZ9.
008200 77  PX-VSPAR-EDIT           PIC -----9.
008300 77  PX-COUNT-EDIT           PIC ZZZZZZ9.
008400 77  PX-HASH-EDIT            PIC ZZZZZZZZ9.
008410 77  PX-VOID-EDIT            PIC ZZZZZZ9.

008500 77  PX-OUT-LINE             PIC X(200) VALUE SPACES.

008510 01  PX-VOID-TABLE.
008515     05  PX-VOID-COUNT           PIC 9(04) COMP VALUE ZERO.
008520     05  PX-VOID-ENTRY OCCURS 500 TIMES.
008525         10  PX-VD-EMPLOYEE-ID   PIC X(06).
008530         10  PX-VD-ATTEMPTS      PIC 9(05).
008535         10  PX-VD-TARGET        PIC 9(03).
008540         10  PX-VD-USED-SW       PIC X(01).
008545             88  PX-VD-USED            VALUE "Y".

008550     COPY RUNLREC.

008600 PROCEDURE DIVISION.
010500     MOVE PX-DETAIL-COUNT TO PX-COUNT-EDIT
010600     DISPLAY "Extraction portail terminee - "
010700         PX-COUNT-EDIT " lignes"
010710     MOVE PX-VOID-EXCLUDED TO PX-VOID-EDIT
010720     DISPLAY "Lignes annulees exclues - "
010730         PX-VOID-EDIT " lignes"
010800     MOVE ZERO TO RETURN-CODE
010810     IF PX-VOID-DROPPED > ZERO
010820         DISPLAY "Table des annulations pleine - gains annules"
010830             " exportes"
010840         MOVE 4 TO RETURN-CODE
010850     END-IF.
010900 0000-MAINLINE-EXIT.
010950     PERFORM 9500-REGISTER-END THRU 9500-EXIT
011000     STOP RUN.
011200*  1000-LOAD-CONTROL
011300*  PXP-FILE is optional - when it is absent or empty the run
011400*  extracts today.
011420*  A card naming an event exports only that event's rows for
011440*  the extract date.
011500*================================================================*
011600 1000-LOAD-CONTROL.
011700     MOVE FUNCTION CURRENT-DATE(1:8) TO PX-EXTRACT-DATE
012700                AND PXP-EXTRACT-DATE > ZERO
012800                 MOVE PXP-EXTRACT-DATE TO PX-EXTRACT-DATE
012900             END-IF
012920             IF PXP-EVENT-CODE NOT = SPACES
012940                AND PXP-EVENT-CODE NOT = LOW-VALUES
012960                 MOVE PXP-EVENT-CODE TO PX-EVENT-CODE
012980             END-IF
013000     END-READ.
013100 1000-CLOSE.
013200     CLOSE PXP-FILE.
014700     MOVE SPACES TO PX-OUT-LINE
014800     STRING "C;SCORE;ID;NOM;SERVICE;DATE;HEURE;ESSAIS;CIBLE;"
014900                                              DELIMITED BY SIZE
015000            "BORNEINF;BORNESUP;PAR;ECART;EVENEMENT"
015050                                              DELIMITED BY SIZE
015100       INTO PX-OUT-LINE
015200     WRITE PORTAL-RECORD FROM PX-OUT-LINE
015300     MOVE SPACES TO PX-OUT-LINE
015310     STRING "C;RESULT;ID;NOM;SERVICE;ESSAIS;RESULTAT;CIBLE;"
015320                                              DELIMITED BY SIZE
015330            "EVENEMENT"                       DELIMITED BY SIZE
015400       INTO PX-OUT-LINE
015500     WRITE PORTAL-RECORD FROM PX-OUT-LINE.
015600 2000-EXIT.
015700     EXIT.

015800*================================================================*
015900*  3000-EXTRACT-SCORES / 3100-EXTRACT-ONE-SCORE /
015950*  3200-SAVE-VOIDED-WIN
016000*  One delimited detail row per score-master row keyed on the
016100*  extract date, positioned with START/READ NEXT.  A missing
016200*  master exports as zero rows.
016210*  A voided row is left out, and its employee, attempt count
016220*  and target are kept so 4100 can leave out the RESULT win
016230*  of the same session.
016250*================================================================*
016300 3000-EXTRACT-SCORES.
016400     MOVE "N" TO PX-EOF-SW
018150         SET PX-EOF TO TRUE
018200         GO TO 3100-EXIT
018300     END-IF
018320     IF PX-EVENT-CODE NOT = SPACES
018340        AND SCORM-EVENT-CODE NOT = PX-EVENT-CODE
018360         GO TO 3100-EXIT
018380     END-IF
018385     IF SCORM-VOIDED
018387         ADD 1 TO PX-VOID-EXCLUDED
018390         PERFORM 3200-SAVE-VOIDED-WIN THRU 3200-EXIT
018392         GO TO 3100-EXIT
018395     END-IF
018400     MOVE SCORM-ATTEMPT-COUNT TO PX-ATTEMPTS-EDIT
018500     MOVE SCORM-TARGET-NUMBER TO PX-TARGET-EDIT
018600     MOVE SCORM-RANGE-LOW     TO PX-RLOW-EDIT
022100            FUNCTION TRIM(PX-PAR-EDIT)        DELIMITED BY SIZE
022200            ";"                               DELIMITED BY SIZE
022300            FUNCTION TRIM(PX-VSPAR-EDIT)      DELIMITED BY SIZE
022310            ";"                               DELIMITED BY SIZE
022320            FUNCTION TRIM(SCORM-EVENT-CODE)   DELIMITED BY SIZE
022400       INTO PX-OUT-LINE
022500     WRITE PORTAL-RECORD FROM PX-OUT-LINE
022600     ADD 1 TO PX-DETAIL-COUNT
022800 3100-EXIT.
022900     EXIT.

022905 3200-SAVE-VOIDED-WIN.
022910     IF PX-VOID-COUNT >= PX-VOID-MAX
022915         ADD 1 TO PX-VOID-DROPPED
022920         GO TO 3200-EXIT
022925     END-IF
022930     ADD 1 TO PX-VOID-COUNT
022935     MOVE SCORM-EMPLOYEE-ID   TO PX-VD-EMPLOYEE-ID (PX-VOID-COUNT)
022940     MOVE SCORM-ATTEMPT-COUNT TO PX-VD-ATTEMPTS (PX-VOID-COUNT)
022945     MOVE SCORM-TARGET-NUMBER TO PX-VD-TARGET (PX-VOID-COUNT)
022950     MOVE "N"                 TO PX-VD-USED-SW (PX-VOID-COUNT).
022955 3200-EXIT.
022960     EXIT.

023000*================================================================*
023100*  4000-EXTRACT-RESULTS / 4100-EXTRACT-ONE-RESULT /
023150*  4200-MATCH-VOIDED-WIN / 4210-TEST-ONE-VOID
023200*  RESULT-FILE persists between batch runs, so only rows
023300*  carrying the extract date are exported; rows from before the
023400*  run date was carried (spaces in the field) are excluded.
023410*  A win matching a voided score row on employee, attempt count
023420*  and target is left out too - RESULTREC has no start time, and
023430*  both sides are already held to the extract date.  Each saved
023440*  row stands for one win only.
023500*================================================================*
023600 4000-EXTRACT-RESULTS.
023700     MOVE "N" TO PX-EOF-SW
025500        OR RESULT-RUN-DATE NOT = PX-EXTRACT-DATE
025600         GO TO 4100-EXIT
025700     END-IF
025720     IF PX-EVENT-CODE NOT = SPACES
025740        AND RESULT-EVENT-CODE NOT = PX-EVENT-CODE
025760         GO TO 4100-EXIT
025780     END-IF
025782     IF RESULT-WON
025784         PERFORM 4200-MATCH-VOIDED-WIN THRU 4200-EXIT
025786         IF PX-VOID-FOUND
025788             ADD 1 TO PX-VOID-EXCLUDED
025790             GO TO 4100-EXIT
025792         END-IF
025794     END-IF
025800     MOVE RESULT-ATTEMPT-COUNT TO PX-ATTEMPTS-EDIT
025900     MOVE RESULT-TARGET-NUMBER TO PX-TARGET-EDIT
026000     MOVE SPACES TO PX-OUT-LINE
027100            RESULT-OUTCOME-FLAG               DELIMITED BY SIZE
027200            ";"                               DELIMITED BY SIZE
027300            FUNCTION TRIM(PX-TARGET-EDIT)     DELIMITED BY SIZE
027310            ";"                               DELIMITED BY SIZE
027320            FUNCTION TRIM(RESULT-EVENT-CODE)  DELIMITED BY SIZE
027400       INTO PX-OUT-LINE
027500     WRITE PORTAL-RECORD FROM PX-OUT-LINE
027600     ADD 1 TO PX-DETAIL-COUNT
027800 4100-EXIT.
027900     EXIT.

027905 4200-MATCH-VOIDED-WIN.
027910     MOVE "N" TO PX-VOID-FOUND-SW
027915     PERFORM 4210-TEST-ONE-VOID THRU 4210-EXIT
027920         VARYING PX-IX1 FROM 1 BY 1
027925         UNTIL PX-IX1 > PX-VOID-COUNT
027930            OR PX-VOID-FOUND.
027935 4200-EXIT.
027940     EXIT.

027945 4210-TEST-ONE-VOID.
027950     IF PX-VD-USED (PX-IX1)
027955        OR PX-VD-EMPLOYEE-ID (PX-IX1) NOT = RESULT-EMPLOYEE-ID
027960        OR PX-VD-ATTEMPTS (PX-IX1) NOT = RESULT-ATTEMPT-COUNT
027965        OR PX-VD-TARGET (PX-IX1) NOT = RESULT-TARGET-NUMBER
027970         GO TO 4210-EXIT
027975     END-IF
027980     MOVE "Y" TO PX-VD-USED-SW (PX-IX1)
027985     MOVE "Y" TO PX-VOID-FOUND-SW.
027990 4210-EXIT.
027995     EXIT.

028000*================================================================*
028100*  5000-WRITE-TRAILER
028200*  Record count and hash total of attempts - the receiving side
028300*  recomputes both to verify a complete transfer.
028310*  The last field counts the rows left out as voided, so the
028320*  receiving side can still balance against the kiosk totals.
028400*================================================================*
028500 5000-WRITE-TRAILER.
028600     MOVE PX-DETAIL-COUNT TO PX-COUNT-EDIT
028700     MOVE PX-HASH-TOTAL   TO PX-HASH-EDIT
028710     MOVE PX-VOID-EXCLUDED TO PX-VOID-EDIT
028800     MOVE SPACES TO PX-OUT-LINE
028900     STRING "T;"                           DELIMITED BY SIZE
029000            FUNCTION TRIM(PX-COUNT-EDIT)   DELIMITED BY SIZE
029100            ";"                            DELIMITED BY SIZE
029200            FUNCTION TRIM(PX-HASH-EDIT)    DELIMITED BY SIZE
029210            ";"                            DELIMITED BY SIZE
029220            FUNCTION TRIM(PX-VOID-EDIT)    DELIMITED BY SIZE
029300       INTO PX-OUT-LINE
029400     WRITE PORTAL-RECORD FROM PX-OUT-LINE.
029500 5000-EXIT.
