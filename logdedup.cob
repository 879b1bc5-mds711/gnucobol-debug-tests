           into DUPLICATES.RPT with its occurrence count, and the
           totals show the feeding team the size of their retry
           storm. LOG-TIME deliberately stays out of the key: the
           retry writes carry differing timestamps. Suppressed
           counts per LOG-SOURCE are appended to QUALITY-COUNTS.DAT
           for LOGSCORE's scorecard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  FILE STATUS IS WS-OUT-STATUS.
           SELECT DUP-FILE ASSIGN TO "DUPLICATES.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Qualitaetszaehler je Quelle (Satzaufbau siehe LOGVALID).
           SELECT QUAL-FILE ASSIGN TO "QUALITY-COUNTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-QUAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUP-FILE.
       01  DUP-REC             PIC X(80).

       FD  QUAL-FILE.
       01  QUAL-REC            PIC X(60).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-LOGFILE-STATUS   PIC XX VALUE "00".
       01  WS-TOTAL-WRITTEN    PIC 9(8) VALUE 0.
       01  WS-TOTAL-SUPPRESSED PIC 9(8) VALUE 0.

      * Unterdrueckte Saetze je LOG-SOURCE fuer QUALITY-COUNTS.DAT.
       01  WS-QUAL-STATUS      PIC XX VALUE "00".
       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE       PIC X(10) VALUE SPACES.
       01  WS-QS-COUNT         PIC 9(2) VALUE 0.
       01  WS-QS-IDX           PIC 9(2) VALUE 0.
       01  WS-QS-FOUND         PIC 9(2) VALUE 0.
       01  WS-QS-TABLE.
           05  WS-QS-ROW OCCURS 50 TIMES.
               10  WS-QS-SOURCE     PIC X(8).
               10  WS-QS-DUPS       PIC 9(8).

      * Exklusive Sperre auf die Live-Datei ueber die gemeinsame
      * LOGLOCK-Routine - waehrend der Dublettenlauf liest, darf
      * LOGARCHIVE die Datei nicht zur Seite stellen.
       01  WS-LOCK-HOLDER      PIC X(30) VALUE "LOGDEDUP".
       01  WS-LOCK-RESULT      PIC X VALUE "N".

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGDEDUP".
       01  WS-AUTH-MODE        PIC X VALUE "C".
       01  WS-AUTH-RESULT      PIC X VALUE "N".
       01  WS-AUTH-ROLE        PIC X(10) VALUE SPACES.

      * Run identifier of the chain; set means "called as a chain
      * step", where the rights check is not repeated.
           COPY LOGRUNID.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           PERFORM CHECK-AUTHORITY
           IF WS-AUTH-RESULT NOT = "Y"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "=== LOGDEDUP: Dublettenerkennung ==="
           DISPLAY "Enter input log file name (blank = logs.dat): "
           ACCEPT WS-INPUT-FILE
           CLOSE LOGFILE
           CLOSE OUT-FILE
           PERFORM WRITE-DUP-REPORT
           PERFORM APPEND-QUALITY-COUNTS
           DISPLAY "Datensaetze gelesen: " WS-TOTAL-READ
           DISPLAY "Durchgeschrieben: " WS-TOTAL-WRITTEN
           DISPLAY "Unterdrueckte Dubletten: " WS-TOTAL-SUPPRESSED
           IF WS-IS-DUP = "Y"
              ADD 1 TO WS-TOTAL-SUPPRESSED
              PERFORM TALLY-DUPLICATE
              PERFORM TALLY-DUP-SOURCE
           ELSE
              MOVE LOG-ENTRY TO OUT-ENTRY
              WRITE OUT-ENTRY
           END-IF
           ADD 1 TO WS-DUP-TALLY(WS-DUP-FOUND).

      * Mehr als 50 Quellen laufen unter der letzten Zeile auf.
       TALLY-DUP-SOURCE.
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
                 MOVE 0 TO WS-QS-DUPS(WS-QS-FOUND)
              ELSE
                 MOVE 50 TO WS-QS-FOUND
              END-IF
           END-IF
           ADD 1 TO WS-QS-DUPS(WS-QS-FOUND).

      * Eine Zeile Datum|Quelle|DUPLICAT|Anzahl je Quelle mit
      * unterdrueckten Saetzen.
       APPEND-QUALITY-COUNTS.
           IF WS-QS-COUNT = 0
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
              MOVE SPACES TO QUAL-REC
              STRING WS-TODAY-DATE DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     WS-QS-SOURCE(WS-QS-IDX) DELIMITED BY SIZE
                     "|DUPLICAT|" DELIMITED BY SIZE
                     WS-QS-DUPS(WS-QS-IDX) DELIMITED BY SIZE
                     INTO QUAL-REC
              WRITE QUAL-REC
           END-PERFORM
           CLOSE QUAL-FILE.

      * Nachweis: je Schluessel eine Zeile mit der Zahl der
      * unterdrueckten Wiederholungen.
       WRITE-DUP-REPORT.
              WRITE DUP-REC
           END-PERFORM
           CLOSE DUP-FILE.

      * Rechtepruefung ueber LOGAUTH bei jedem Aufruf ausserhalb
      * einer Kette - standalone wie aus LOGMENU; als Kettenschritt
      * gilt die Berechtigung, mit der die Kette gestartet wurde.
       CHECK-AUTHORITY.
           MOVE "Y" TO WS-AUTH-RESULT
           IF LOG-RUN-ID NOT = SPACES
              AND LOG-RUN-ID NOT = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           CALL "LOGAUTH" USING WS-AUTH-FUNCTION WS-AUTH-MODE
                   WS-AUTH-RESULT WS-AUTH-ROLE
           END-CALL
           MOVE 0 TO RETURN-CODE.
