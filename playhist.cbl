001760*                     record count and RETURN-CODE on the
001770*                     shared run-control journal through the
001780*                     RUNLOG subprogram.
001782*  2026-10-15  JMT   A score row voided by SCRMAINT is still
001784*                     listed, flagged ANNULE with its reason
001786*                     code, and voided rows are counted under
001788*                     the totals.
001800*================================================================*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.    PLAYHIST.
008800 77  PH-STAND-COUNT          PIC 9(05) COMP VALUE ZERO.
008900 77  PH-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
009000 77  PH-DROPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
009050 77  PH-VOID-COUNT           PIC 9(05) COMP VALUE ZERO.

009100 77  PH-IX1                  PIC 9(04) COMP VALUE ZERO.
009200 77  PH-IX2                  PIC 9(04) COMP VALUE ZERO.
017300     05  PH-TOT-REJECT           PIC ZZZZ9.
017400     05  FILLER                  PIC X(13) VALUE SPACES.

017405 01  PH-TOTAL-LINE-3.
017410     05  FILLER                  PIC X(24)
017420         VALUE "  DONT SCORES ANNULES : ".
017430     05  PH-TOT-VOID             PIC ZZZZ9.
017440     05  FILLER                  PIC X(51) VALUE SPACES.

017450     COPY RUNLREC.

017500 PROCEDURE DIVISION.
026400     MOVE SCORM-RUN-DATE   TO PH-EVW-DATE
026500     MOVE SCORM-START-TIME TO PH-EVW-TIME
026600     MOVE SPACES TO PH-EVW-TEXT
026610     IF SCORM-VOIDED
026620         STRING "SCORE   - ANNULE "        DELIMITED BY SIZE
026630                SCORM-VOID-REASON          DELIMITED BY SIZE
026640                ", "                       DELIMITED BY SIZE
026650                FUNCTION TRIM(PH-ATT-EDIT) DELIMITED BY SIZE
026660                " ESSAIS, CIBLE "          DELIMITED BY SIZE
026670                FUNCTION TRIM(PH-TGT-EDIT) DELIMITED BY SIZE
026680                ", ECART "                 DELIMITED BY SIZE
026690                FUNCTION TRIM(PH-VSPAR-EDIT)
026692                                           DELIMITED BY SIZE
026694           INTO PH-EVW-TEXT
026696         ADD 1 TO PH-VOID-COUNT
026698     ELSE
026700         STRING "SCORE   - GAGNE EN "      DELIMITED BY SIZE
026800                FUNCTION TRIM(PH-ATT-EDIT) DELIMITED BY SIZE
026900                " ESSAIS, CIBLE "          DELIMITED BY SIZE
027000                FUNCTION TRIM(PH-TGT-EDIT) DELIMITED BY SIZE
027100                ", ECART "                 DELIMITED BY SIZE
027200                FUNCTION TRIM(PH-VSPAR-EDIT)
027250                                           DELIMITED BY SIZE
027300           INTO PH-EVW-TEXT
027350     END-IF
027400     ADD 1 TO PH-SCORE-COUNT
027500     PERFORM 2900-POST-ONE-EVENT THRU 2900-EXIT.
027600 2100-EXIT.
062100           INTO PRINT-RECORD
062200         WRITE PRINT-RECORD
062300     END-IF
062310     IF PH-VOID-COUNT > ZERO
062320         MOVE PH-VOID-COUNT TO PH-TOT-VOID
062330         WRITE PRINT-RECORD FROM PH-TOTAL-LINE-3
062340     END-IF
062400     CLOSE PRINT-FILE
062500     MOVE PH-EVENT-COUNT TO PH-EVENTS-EDIT
062600     DISPLAY "Historique imprime - " PH-EVENTS-EDIT
