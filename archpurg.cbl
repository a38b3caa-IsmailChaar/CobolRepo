003396*                     record count and RETURN-CODE on the
003397*                     shared run-control journal through
003398*                     the RUNLOG subprogram.
003400*  2026-10-15  JMT   The stats archive and work buffers widen
003402*                     to the daily-stats record's new length
003404*                     now that it carries the signed-in
003406*                     player's name and department.
003420*  2026-10-15  JMT   The score, report and stats archive and work
003440*                     buffers widen to the records' new lengths
003460*                     now that every row carries its event code,
003480*                     and archived score rows keep the code.
003482*  2026-10-15  JMT   The score archive buffer widens again for the
003484*                     void flag and reason, which archived score
003486*                     rows now keep.
003488*  2026-10-15  JMT   Each score row purged from the master is
003490*                     appended to the AFTJRNL after-image journal
003492*                     as a delete, so a forward recovery by
003494*                     MSTRCVR does not bring it back.
003496*================================================================*
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.    ARCHPURG.
003700 AUTHOR.        J. M. TANGUAY.
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS AP-SCORE-ARCH-STATUS.

005300     SELECT AFT-JOURNAL ASSIGN TO "AFTJRNL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS AP-AIJ-STATUS.

005600     SELECT REPORT-FILE ASSIGN TO "REPORTFILE"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS AP-REPORT-STATUS.

008500 FD  SCORE-ARCH-FILE
008600     RECORDING MODE IS F.
008700 01  SCORE-ARCH-RECORD           PIC X(83).

008800 FD  AFT-JOURNAL
008900     RECORDING MODE IS F.
009000     COPY AIJREC.

009100 FD  REPORT-FILE
009200     RECORDING MODE IS F.

009400 FD  REPORT-ARCH-FILE
009500     RECORDING MODE IS F.
009600 01  REPORT-ARCH-RECORD          PIC X(88).

009700 FD  REPORT-NEW-FILE
009800     RECORDING MODE IS F.
009900 01  REPORT-NEW-RECORD           PIC X(88).

010000 FD  DAILY-STATS-FILE
010100     RECORDING MODE IS F.

010300 FD  STATS-ARCH-FILE
010400     RECORDING MODE IS F.
010500 01  STATS-ARCH-RECORD           PIC X(69).

010600 FD  STATS-NEW-FILE
010700     RECORDING MODE IS F.
010800 01  STATS-NEW-RECORD            PIC X(69).

010900 FD  PRINT-FILE
011000     RECORDING MODE IS F.
011300 77  AP-PARM-STATUS          PIC X(02) VALUE "00".
011400 77  AP-SCORE-STATUS         PIC X(02) VALUE "00".
011500 77  AP-SCORE-ARCH-STATUS    PIC X(02) VALUE "00".
011600 77  AP-AIJ-STATUS           PIC X(02) VALUE "00".
011700 77  AP-REPORT-STATUS        PIC X(02) VALUE "00".
011800 77  AP-REPORT-ARCH-STATUS   PIC X(02) VALUE "00".
011900 77  AP-REPORT-NEW-STATUS    PIC X(02) VALUE "00".
012500     88  AP-EOF                    VALUE "Y".

012600 77  AP-RETAIN-DATE          PIC 9(08) VALUE ZERO.
012650 77  AP-RUN-DATE             PIC 9(08) VALUE ZERO.

012700 77  AP-SCR-READ             PIC 9(07) COMP VALUE ZERO.
012800 77  AP-SCR-ARCHIVED         PIC 9(07) COMP VALUE ZERO.
019400 1000-LOAD-CONTROL.
019500     MOVE FUNCTION CURRENT-DATE(1:6) TO AP-RETAIN-DATE(1:6)
019600     MOVE "01"                       TO AP-RETAIN-DATE(7:2)
019650     MOVE FUNCTION CURRENT-DATE(1:8) TO AP-RUN-DATE
019700     OPEN INPUT ARCP-FILE
019800     IF AP-PARM-STATUS NOT = "00"
019900         GO TO 1000-EXIT
021900*  retention date to the archive in the historic flat layout
021950*  and deletes it in place; pass two recounts what the purge
021960*  left so the control report proves nothing else went.
021970*  Every deleted row also goes to the after-image journal; no
021980*  journal, no purge, as for the archive file.
022000*================================================================*
022100 2000-ARCHIVE-SCORE.
022200     MOVE "N" TO AP-EOF-SW
024000         CLOSE SCORE-MASTER
024100         GO TO 2000-EXIT
024200     END-IF
024205     OPEN EXTEND AFT-JOURNAL
024210     IF AP-AIJ-STATUS = "05" OR AP-AIJ-STATUS = "35"
024215         CLOSE AFT-JOURNAL
024220         OPEN OUTPUT AFT-JOURNAL
024225     END-IF
024230     IF AP-AIJ-STATUS NOT = "00"
024235         DISPLAY "AFTJRNL indisponible - fichier saute"
024240         MOVE "Y" TO AP-TROUBLE-SW
024245         CLOSE SCORE-MASTER
024250         CLOSE SCORE-ARCH-FILE
024255         GO TO 2000-EXIT
024260     END-IF
024300     MOVE LOW-VALUES TO SCORM-KEY
024400     START SCORE-MASTER
024500         KEY IS GREATER THAN OR EQUAL TO SCORM-KEY
025200         UNTIL AP-EOF
025300     CLOSE SCORE-MASTER
025400     CLOSE SCORE-ARCH-FILE
025500     CLOSE AFT-JOURNAL
025600     PERFORM 2200-RECOUNT-SCORE THRU 2200-EXIT.
025700 2000-EXIT.
025800     EXIT.
026690         MOVE SCORM-RANGE-HIGH    TO SCORE-RANGE-HIGH
026700         MOVE SCORM-PAR-COUNT     TO SCORE-PAR-COUNT
026710         MOVE SCORM-VS-PAR        TO SCORE-VS-PAR
026750         MOVE SCORM-EVENT-CODE    TO SCORE-EVENT-CODE
026760         MOVE SCORM-VOID-FLAG     TO SCORE-VOID-FLAG
026780         MOVE SCORM-VOID-REASON   TO SCORE-VOID-REASON
026800         WRITE SCORE-ARCH-RECORD FROM SCORE-RECORD
026802         MOVE SCORE-MASTER-RECORD TO AIJ-IMAGE
026804         COMPUTE AIJ-ATTEMPTS-DELTA = 0 - SCORM-ATTEMPT-COUNT
026810         DELETE SCORE-MASTER
026820             INVALID KEY
026830                 DISPLAY "Suppression SCORE-MASTER en erreur"
026840                 MOVE "Y" TO AP-TROUBLE-SW
026845             NOT INVALID KEY
026848                 PERFORM 2150-JOURNAL-PURGE THRU 2150-EXIT
026850         END-DELETE
026900         ADD 1 TO AP-SCR-ARCHIVED
027000     ELSE
027400 2100-EXIT.
027500     EXIT.

027502*================================================================*
027504*  2150-JOURNAL-PURGE
027506*  A purged row goes to the after-image journal as a delete, so a
027508*  forward recovery from a copy taken before the purge does not
027510*  bring it back onto the master.
027512*================================================================*
027514 2150-JOURNAL-PURGE.
027516     MOVE "SC"                TO AIJ-MASTER-ID
027518     MOVE "ARCHPURG"          TO AIJ-PROGRAM-ID
027520     MOVE AP-RUN-DATE         TO AIJ-BUSINESS-DATE
027522     MOVE FUNCTION CURRENT-DATE(1:8) TO AIJ-POST-DATE
027524     MOVE FUNCTION CURRENT-DATE(9:8) TO AIJ-POST-TIME
027526     MOVE "D"                 TO AIJ-ACTION
027528     WRITE AIJ-RECORD
027530     IF AP-AIJ-STATUS NOT = "00"
027532         DISPLAY "Ecriture AFTJRNL en erreur - statut "
027534             AP-AIJ-STATUS
027536         MOVE "Y" TO AP-TROUBLE-SW
027538     END-IF.
027540 2150-EXIT.
027542     EXIT.

027600 2200-RECOUNT-SCORE.
027700     MOVE "N" TO AP-EOF-SW
027800     OPEN INPUT SCORE-MASTER
