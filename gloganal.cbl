001820*                     record count and RETURN-CODE on the
001830*                     shared run-control journal through the
001840*                     RUNLOG subprogram.
001850*  2026-10-15  JMT   Every flagged session is also appended to the
001860*                     GAFLAGS extract with the screen that caught
001870*                     it, so the prize run can hold its prize.
001900*================================================================*
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.    GLOGANAL.
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS GA-PRINT-STATUS.

004220     SELECT GAF-FILE ASSIGN TO "GAFLAGS"
004240         ORGANIZATION IS LINE SEQUENTIAL
004260         FILE STATUS IS GA-FLAG-STATUS.

004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  GAP-FILE
005400     RECORDING MODE IS F.
005500 01  PRINT-RECORD                PIC X(80).

005520 FD  GAF-FILE
005540     RECORDING MODE IS F.
005560     COPY GAFREC.

005600 WORKING-STORAGE SECTION.

005700 77  GA-PARM-STATUS          PIC X(02) VALUE "00".
005800 77  GA-GLOG-STATUS          PIC X(02) VALUE "00".
005900 77  GA-SCORE-STATUS         PIC X(02) VALUE "00".
006000 77  GA-PRINT-STATUS         PIC X(02) VALUE "00".
006050 77  GA-FLAG-STATUS          PIC X(02) VALUE "00".

006100 77  GA-EOF-SW               PIC X(01) VALUE "N".
006200     88  GA-EOF                    VALUE "Y".

006220 77  GA-FLAG-OK-SW           PIC X(01) VALUE "N".
006240     88  GA-FLAG-OK                VALUE "Y".

006300 77  GA-ANALYSIS-DATE        PIC 9(08) VALUE ZERO.

006400 77  GA-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
007000 77  GA-IX2                  PIC 9(04) COMP VALUE ZERO.
007100 77  GA-FOUND-IX             PIC 9(04) COMP VALUE ZERO.
007200 77  GA-SEQ-POS              PIC 9(04) COMP VALUE ZERO.
007220 77  GA-FLAG-IX              PIC 9(04) COMP VALUE ZERO.
007240 77  GA-FLAG-CODE            PIC X(01) VALUE SPACE.

007300 77  GA-SESSION-MAX          PIC 9(04) COMP VALUE 200.
007400 77  GA-SEQ-GUESS-MAX        PIC 9(04) COMP VALUE 20.
031400             MOVE GA-SES-WIN-ATT (GA-IX1)    TO GA-QCK-ATT
031500             MOVE GA-SES-PAR (GA-IX1)        TO GA-QCK-PAR
031600             WRITE PRINT-RECORD FROM GA-QUICK-LINE
031620             MOVE GA-IX1 TO GA-FLAG-IX
031640             MOVE "Q"    TO GA-FLAG-CODE
031660             PERFORM 3900-WRITE-FLAG THRU 3900-EXIT
031700         END-IF
031800     END-IF
031900     IF GA-SES-WIN-ATT (GA-IX1) > 1
032300         MOVE GA-SES-TIME (GA-IX1) (1:6)  TO GA-NOP-TIME
032400         MOVE GA-SES-WIN-ATT (GA-IX1)     TO GA-NOP-ATT
032500         WRITE PRINT-RECORD FROM GA-NOPROCHE-LINE
032520         MOVE GA-IX1 TO GA-FLAG-IX
032540         MOVE "N"    TO GA-FLAG-CODE
032560         PERFORM 3900-WRITE-FLAG THRU 3900-EXIT
032600     END-IF.
032700 3000-EXIT.
032800     EXIT.
036400     MOVE GA-SES-TIME (GA-IX1) (1:6)  TO GA-SAM-TIME-1
036500     MOVE GA-SES-EMPLOYEE-ID (GA-IX2) TO GA-SAM-ID-2
036600     MOVE GA-SES-TIME (GA-IX2) (1:6)  TO GA-SAM-TIME-2
036700     WRITE PRINT-RECORD FROM GA-SAMESEQ-LINE
036710     MOVE "S"    TO GA-FLAG-CODE
036720     MOVE GA-IX1 TO GA-FLAG-IX
036730     PERFORM 3900-WRITE-FLAG THRU 3900-EXIT
036740     MOVE GA-IX2 TO GA-FLAG-IX
036750     PERFORM 3900-WRITE-FLAG THRU 3900-EXIT.
036800 3550-EXIT.
036900     EXIT.

036910*================================================================*
036920*  3900-WRITE-FLAG
036930*  Appends the session at GA-FLAG-IX to the flagged-session
036940*  extract under the screen code in GA-FLAG-CODE.  Nothing is
036950*  written when the extract could not be opened; the printed
036960*  report is still produced, but PRIZEAWD holds prizes only for
036965*  sessions on the extract, so a lost or short extract ends the
036967*  run with RETURN-CODE 8.
036970*================================================================*
036980 3900-WRITE-FLAG.
036981     IF NOT GA-FLAG-OK
036982         GO TO 3900-EXIT
036983     END-IF
036984     MOVE GA-ANALYSIS-DATE                TO GAF-SESSION-DATE
036985     MOVE GA-SES-EMPLOYEE-ID (GA-FLAG-IX) TO GAF-EMPLOYEE-ID
036986     MOVE GA-SES-TIME (GA-FLAG-IX)        TO GAF-SESSION-TIME
036987     MOVE GA-FLAG-CODE                    TO GAF-FLAG-CODE
036988     WRITE GAF-RECORD
036989     IF GA-FLAG-STATUS NOT = "00"
036990         DISPLAY "Ecriture GAFLAGS en erreur - statut "
036991             GA-FLAG-STATUS
036992         MOVE 8 TO RETURN-CODE
036993     END-IF.
036994 3900-EXIT.
036995     EXIT.

037000*================================================================*
037100*  4000-PRINT-REPORT
037200*  Heading, the exception lines from the three screens, then the
038300     WRITE PRINT-RECORD FROM GA-HEAD-LINE
038400     MOVE SPACES TO PRINT-RECORD
038500     WRITE PRINT-RECORD
038505     OPEN EXTEND GAF-FILE
038510     IF GA-FLAG-STATUS = "05" OR GA-FLAG-STATUS = "35"
038515         CLOSE GAF-FILE
038520         OPEN OUTPUT GAF-FILE
038525     END-IF
038530     IF GA-FLAG-STATUS = "00"
038535         MOVE "Y" TO GA-FLAG-OK-SW
038540     ELSE
038545         DISPLAY "GAFLAGS indisponible - sessions suspectes"
038550             " non extraites"
038552         MOVE 8 TO RETURN-CODE
038555     END-IF
038600     PERFORM 3000-SCREEN-ONE-SESSION THRU 3000-EXIT
038700         VARYING GA-IX1 FROM 1 BY 1
038800         UNTIL GA-IX1 > GA-SESSION-COUNT
041800     END-IF
041900     WRITE PRINT-RECORD FROM GA-VERDICT-LINE
042000     CLOSE PRINT-FILE
042020     IF GA-FLAG-OK
042040         CLOSE GAF-FILE
042060     END-IF
042100     DISPLAY GA-VERDICT-LINE
042200     MOVE GA-SESSION-COUNT TO GA-SESSIONS-EDIT
042300     DISPLAY "Analyse imprimee - " GA-SESSIONS-EDIT
