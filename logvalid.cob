           way LOGREADER/LOGSORT do (LOGPARMS.DAT hand-off from
           LOGFRONT, falling back to an interactive prompt) and writes
           every record that fails either check, plus the reason, to
           REJECTS.DAT. REJECTS.DAT only ever holds the latest run,
           so per-source tallies (records checked, rejects by
           reason, level translations) are also appended to
           QUALITY-COUNTS.DAT for LOGSCORE's scorecard. In a
           historical re-run (LOGRRDT.cpy) the rejects go to
           REJECTS-<run id>.DAT and no quality counts are appended -
           the live night's rejects and the date's tallies stay as
           they were.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LOGFILE ASSIGN TO DYNAMIC WS-INPUT-FILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOGFILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

      * Records that pass both checks feed this cleaned work file,
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LEVELS-STATUS.

      * Fortgeschriebene Qualitaetszaehler je Quelle:
      * Datum|Quelle|Art|Anzahl (wird von LOGDEDUP und LOGINTAKE
      * mitbeschrieben, von LOGSCORE ausgewertet).
           SELECT QUAL-FILE ASSIGN TO "QUALITY-COUNTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-QUAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGFILE.
       FD  LEVELS-FILE.
       01  LEVELS-REC          PIC X(40).

       FD  QUAL-FILE.
       01  QUAL-REC            PIC X(60).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-LOGFILE-STATUS   PIC XX VALUE "00".
       01  WS-PARM-STATUS      PIC XX VALUE "00".
       01  WS-PARM-NAME        PIC X(40) VALUE "LOGPARMS.DAT".
       01  WS-CLEAN-NAME       PIC X(40) VALUE "CLEANED.DAT".
       01  WS-REJECT-NAME      PIC X(40) VALUE "REJECTS.DAT".
           COPY LOGRUNID.
           COPY LOGRRDT.

      * Stop-the-chain limit: a reject rate above this percentage
      * sets RC 12 so LOGDRIVER refuses to press on with bad data.
       01  WS-REJECT-REASON     PIC X(60) VALUE SPACES.
       01  WS-REASON-PTR        PIC 9(3) VALUE 1.

      * Zaehler je LOG-SOURCE fuer QUALITY-COUNTS.DAT.
       01  WS-QUAL-STATUS       PIC XX VALUE "00".
       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE        PIC X(10) VALUE SPACES.
       01  WS-QS-COUNT          PIC 9(2) VALUE 0.
       01  WS-QS-IDX            PIC 9(2) VALUE 0.
       01  WS-QS-FOUND          PIC 9(2) VALUE 0.
       01  WS-QS-TABLE.
           05  WS-QS-ROW OCCURS 50 TIMES.
               10  WS-QS-SOURCE     PIC X(8).
               10  WS-QS-CHECKED    PIC 9(8).
               10  WS-QS-REJECTED   PIC 9(8).
               10  WS-QS-REJ-DATE   PIC 9(8).
               10  WS-QS-REJ-LEVEL  PIC 9(8).
               10  WS-QS-REJ-TIME   PIC 9(8).
               10  WS-QS-MAPPED     PIC 9(8).
       01  WS-QS-KIND           PIC X(8) VALUE SPACES.
       01  WS-QS-VALUE          PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM SET-RUN-FILE-NAMES
      * eigenstaendig aus LOGMENU -, und die Anfangswerte des
      * WORKING-STORAGE gelten nur beim allerersten Aufruf.
       SET-RUN-FILE-NAMES.
           MOVE "REJECTS.DAT" TO WS-REJECT-NAME
           MOVE "VALIDATION" TO WS-AUDIT-FILTER
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              MOVE "LOGPARMS.DAT" TO WS-PARM-NAME
              MOVE "CLEANED.DAT" TO WS-CLEAN-NAME
              EXIT PARAGRAPH
           END-IF
           IF LOG-RERUN-DATE NOT = SPACES
              AND LOG-RERUN-DATE NOT = LOW-VALUES
              MOVE SPACES TO WS-REJECT-NAME
              STRING "REJECTS-" DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-REJECT-NAME
              MOVE SPACES TO WS-AUDIT-FILTER
              STRING "VALIDATION RERUN " DELIMITED BY SIZE
                     LOG-RERUN-DATE DELIMITED BY SIZE
                     INTO WS-AUDIT-FILTER
           END-IF
           MOVE SPACES TO WS-PARM-NAME
           STRING "LOGPARMS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT CLEAN-FILE
           MOVE 0 TO WS-QS-COUNT
           PERFORM UNTIL EOF = "Y"
              READ LOGFILE
                 AT END
                    PERFORM CHECK-LOG-DATE
                    PERFORM CHECK-LOG-LEVEL
                    PERFORM CHECK-LOG-TIME
                    PERFORM TALLY-QUALITY
                    IF WS-DATE-OK = "Y" AND WS-LEVEL-OK = "Y"
                       AND WS-TIME-OK = "Y"
                       ADD 1 TO WS-TOTAL-VALID
           CLOSE LOGFILE
           CLOSE REJECT-FILE
           CLOSE CLEAN-FILE
           PERFORM APPEND-QUALITY-COUNTS
           PERFORM DISPLAY-FOOTER
           MOVE WS-TOTAL-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-TOTAL-VALID TO WS-AUDIT-RECORDS-MATCHED
                  INTO REJECT-REC
           WRITE REJECT-REC.

      * Zaehlt den Satz bei seiner Quelle: geprueft, abgewiesen,
      * je fehlgeschlagener Pruefung ein Reject-Grund, uebersetzter
      * Level-Code. Mehr als 50 Quellen laufen unter der letzten
      * Zeile auf.
       TALLY-QUALITY.
           MOVE 0 TO WS-QS-FOUND
           PERFORM VARYING WS-QS-IDX FROM 1 BY 1
                   UNTIL WS-QS-IDX > WS-QS-COUNT
                      OR WS-QS-FOUND > 0
              IF WS-QS-SOURCE(WS-QS-IDX) = LOG-SOURCE IN LOG-ENTRY
                 MOVE WS-QS-IDX TO WS-QS-FOUND
              END-IF
           END-PERFORM
           IF WS-QS-FOUND = 0
              IF WS-QS-COUNT < 50
                 ADD 1 TO WS-QS-COUNT
                 MOVE WS-QS-COUNT TO WS-QS-FOUND
                 MOVE LOG-SOURCE IN LOG-ENTRY
                    TO WS-QS-SOURCE(WS-QS-FOUND)
                 MOVE 0 TO WS-QS-CHECKED(WS-QS-FOUND)
                           WS-QS-REJECTED(WS-QS-FOUND)
                           WS-QS-REJ-DATE(WS-QS-FOUND)
                           WS-QS-REJ-LEVEL(WS-QS-FOUND)
                           WS-QS-REJ-TIME(WS-QS-FOUND)
                           WS-QS-MAPPED(WS-QS-FOUND)
              ELSE
                 MOVE 50 TO WS-QS-FOUND
              END-IF
           END-IF
           ADD 1 TO WS-QS-CHECKED(WS-QS-FOUND)
           IF WS-DATE-OK = "N" OR WS-LEVEL-OK = "N"
              OR WS-TIME-OK = "N"
              ADD 1 TO WS-QS-REJECTED(WS-QS-FOUND)
           END-IF
           IF WS-DATE-OK = "N"
              ADD 1 TO WS-QS-REJ-DATE(WS-QS-FOUND)
           END-IF
           IF WS-LEVEL-OK = "N"
              ADD 1 TO WS-QS-REJ-LEVEL(WS-QS-FOUND)
           END-IF
           IF WS-TIME-OK = "N"
              ADD 1 TO WS-QS-REJ-TIME(WS-QS-FOUND)
           END-IF
           IF WS-MAP-DONE = "Y"
              ADD 1 TO WS-QS-MAPPED(WS-QS-FOUND)
           END-IF.

      * Haengt die Zaehler des Laufs an QUALITY-COUNTS.DAT an, eine
      * Zeile je Quelle und Art (Nullwerte entfallen). Schlaegt das
      * fehl, bleibt es bei einer Warnung - die Pruefung selbst ist
      * gelaufen.
      * Ein Wiederholungslauf zaehlt nicht noch einmal: die Zahlen
      * des Tages stehen schon von seiner Nacht in der Datei.
       APPEND-QUALITY-COUNTS.
           IF WS-QS-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           IF LOG-RERUN-DATE NOT = SPACES
              AND LOG-RERUN-DATE NOT = LOW-VALUES
              DISPLAY "Hinweis: Wiederholungslauf - "
                      "QUALITY-COUNTS.DAT bleibt unveraendert"
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           OPEN EXTEND QUAL-FILE
           IF WS-QUAL-STATUS NOT = "00"
              OPEN OUTPUT QUAL-FILE
           END-IF
           IF WS-QUAL-STATUS NOT = "00"
              DISPLAY "** WARNUNG: QUALITY-COUNTS.DAT konnte nicht "
                      "geschrieben werden (Status " WS-QUAL-STATUS
                      ") **"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QS-IDX FROM 1 BY 1
                   UNTIL WS-QS-IDX > WS-QS-COUNT
              MOVE "CHECKED" TO WS-QS-KIND
              MOVE WS-QS-CHECKED(WS-QS-IDX) TO WS-QS-VALUE
              PERFORM WRITE-QUALITY-LINE
              MOVE "REJECTED" TO WS-QS-KIND
              MOVE WS-QS-REJECTED(WS-QS-IDX) TO WS-QS-VALUE
              PERFORM WRITE-QUALITY-LINE
              MOVE "REJ-DATE" TO WS-QS-KIND
              MOVE WS-QS-REJ-DATE(WS-QS-IDX) TO WS-QS-VALUE
              PERFORM WRITE-QUALITY-LINE
              MOVE "REJ-LEVL" TO WS-QS-KIND
              MOVE WS-QS-REJ-LEVEL(WS-QS-IDX) TO WS-QS-VALUE
              PERFORM WRITE-QUALITY-LINE
              MOVE "REJ-TIME" TO WS-QS-KIND
              MOVE WS-QS-REJ-TIME(WS-QS-IDX) TO WS-QS-VALUE
              PERFORM WRITE-QUALITY-LINE
              MOVE "MAPPED" TO WS-QS-KIND
              MOVE WS-QS-MAPPED(WS-QS-IDX) TO WS-QS-VALUE
              PERFORM WRITE-QUALITY-LINE
           END-PERFORM
           CLOSE QUAL-FILE.

       WRITE-QUALITY-LINE.
           IF WS-QS-VALUE = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO QUAL-REC
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-QS-SOURCE(WS-QS-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-QS-KIND DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-QS-VALUE DELIMITED BY SIZE
                  INTO QUAL-REC
           WRITE QUAL-REC.

       DISPLAY-FOOTER.
           DISPLAY "Datensaetze gelesen (total): " WS-TOTAL-READ
           DISPLAY "Datensaetze gueltig: " WS-TOTAL-VALID
           DISPLAY "Datensaetze zurueckgewiesen: " WS-TOTAL-REJECTED
           DISPLAY "Reject-Liste: " FUNCTION TRIM(WS-REJECT-NAME)
           DISPLAY "Bereinigte Datei: " FUNCTION TRIM(WS-CLEAN-NAME).
