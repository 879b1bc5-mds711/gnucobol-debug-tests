       IDENTIFICATION DIVISION.
      *Maskiert personenbezogene Daten und Kartennummern in
      *LOG-MESSAGE, bevor ein Satz die Log-Suite verlaesst
       PROGRAM-ID. LOGMASK.
       REMARKS. Shared CALLed routine (same pattern as AUDITLOG and
           LOGJRNL). Some feeding applications write customer email
           addresses, account numbers and card-number fragments into
           LOG-MESSAGE, and the suite used to pass them on unchanged.
           Every writer of an outbound file - LOGREADER's
           FILTERED-OUT, LOGROUTE's team files, LOGSORT's report CSV,
           alert files and service-desk ticket requests
           (TICKETREQ), LOGXTRACT's interface file - now hands
           the message of each record it writes to this routine
           first; the internal files (logs.dat, archives, master
           store, ALERTSTATE.DAT) keep the original.
           The patterns come from LOGMASK.DAT (maintained through
           LOGCTLED), one per line, "*" starts a comment:
             EMAIL            text around an "@" made of letters,
                              digits and . _ - +
             DIGITS|n         every run of more than n digits
             PREFIX|text      the word following a named account
                              prefix (e.g. PREFIX|ACCT masks
                              "ACCT-4711" to "ACCT-****" and
                              "acct: 4711" to "acct: ****")
           Without LOGMASK.DAT the built-in EMAIL and DIGITS|6 apply;
           a LOGMASK.DAT without a valid pattern switches masking
           off. Masked characters become "*" and the message keeps
           its length, so fixed layouts stay intact; a message
           masked once is left alone the second time (and not
           counted again).
           Action "M" masks and counts, per output file, source and
           pattern; "N" only masks (LOGBRIDGE and LOGTICKET compare
           the answers they get back against masked alert texts);
           "F" ends a
           program's run: it shows the counts per output file,
           appends them to MASKCOUNTS.DAT as
           "date|run id|output file|source|pattern|count" - pattern
           RECORDS is the number of records masked - and clears the
           table. LOGMRPT is the compliance report over that file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-FILE ASSIGN TO "LOGMASK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MASK-STATUS.
           SELECT COUNT-FILE ASSIGN TO "MASKCOUNTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-FILE.
       01  MASK-REC            PIC X(80).

       FD  COUNT-FILE.
       01  COUNT-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-MASK-STATUS      PIC XX VALUE "00".
       01  WS-COUNT-STATUS     PIC XX VALUE "00".

      * Musterliste; WS-LOADED = "N" heisst: beim naechsten Aufruf
      * LOGMASK.DAT neu lesen (nach jedem "F", damit der naechste
      * Programmlauf Aenderungen sieht).
       01  WS-LOADED           PIC X VALUE "N".
       01  WS-PT-COUNT         PIC 9(2) VALUE 0.
       01  WS-PT-IDX           PIC 9(2) VALUE 0.
       01  WS-PT-TABLE.
           05  WS-PT-ROW OCCURS 20 TIMES.
               10  WS-PT-TYPE      PIC X.
               10  WS-PT-DIGITS    PIC 9(2).
               10  WS-PT-TEXT      PIC X(12).
               10  WS-PT-LEN       PIC 9(2).
               10  WS-PT-LABEL     PIC X(20).
       01  WS-LINE-CMD         PIC X(20) VALUE SPACES.
       01  WS-LINE-ARG         PIC X(20) VALUE SPACES.
       01  WS-ARG-J            PIC X(2) JUSTIFIED RIGHT.
       01  WS-LEN-SCAN         PIC 9(2) VALUE 0.

      * Arbeitsfelder der Maskierung: Meldung, Grossschrift-Kopie
      * fuer den Praefix-Vergleich, Spanne und Zeichenklassen.
       01  WS-MSG              PIC X(30) VALUE SPACES.
       01  WS-UP               PIC X(30) VALUE SPACES.
       01  WS-POS              PIC 9(2) VALUE 0.
       01  WS-LEFT             PIC 9(2) VALUE 0.
       01  WS-RIGHT            PIC 9(2) VALUE 0.
       01  WS-SPAN-FROM        PIC 9(2) VALUE 0.
       01  WS-SPAN-TO          PIC 9(2) VALUE 0.
       01  WS-SPAN-IDX         PIC 9(2) VALUE 0.
       01  WS-RUN-LEN          PIC 9(2) VALUE 0.
       01  WS-LAST-START       PIC 9(2) VALUE 0.
       01  WS-CHANGED          PIC X VALUE "N".
       01  WS-ANY-CHANGED      PIC X VALUE "N".
       01  WS-CH               PIC X VALUE SPACE.
           88  WS-CH-MAILCHAR  VALUE "A" THRU "Z" "a" THRU "z"
                                     "0" THRU "9" "." "_" "-" "+".
           88  WS-CH-DIGIT     VALUE "0" THRU "9".
           88  WS-CH-WORDCHAR  VALUE "A" THRU "Z" "a" THRU "z"
                                     "0" THRU "9".
           88  WS-CH-SEPARATOR VALUE " " ":" "=" "#" "-" "/".
       01  WS-PT-HIT-TABLE.
           05  WS-PT-HIT       PIC X OCCURS 20 TIMES.

      * Zaehler je Ausgabedatei und Quelle: maskierte Saetze und
      * Treffer je Muster.
       01  WS-CT-COUNT         PIC 9(3) VALUE 0.
       01  WS-CT-IDX           PIC 9(3) VALUE 0.
       01  WS-CT-FOUND         PIC 9(3) VALUE 0.
       01  WS-CT-SCAN          PIC 9(3) VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-ROW OCCURS 200 TIMES.
               10  WS-CT-OUTPUT    PIC X(40).
               10  WS-CT-SOURCE    PIC X(8).
               10  WS-CT-RECORDS   PIC 9(8).
               10  WS-CT-HITS      PIC 9(8) OCCURS 20 TIMES.
       01  WS-CT-FULL-WARNED   PIC X VALUE "N".
       01  WS-SUM-RECORDS      PIC 9(8) VALUE 0.
       01  WS-SUM-HITS         PIC 9(8) VALUE 0.
       01  WS-SEEN-BEFORE      PIC X VALUE "N".
       01  WS-NUM-DISP         PIC Z(7)9.

       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE       PIC X(10) VALUE SPACES.
       01  WS-RUN-TEXT         PIC X(15) VALUE SPACES.
           COPY LOGRUNID.

       LINKAGE SECTION.
       01  LK-ACTION           PIC X.
       01  LK-OUTPUT           PIC X(40).
       01  LK-SOURCE           PIC X(8).
       01  LK-MESSAGE          PIC X(30).
       01  LK-MASKED           PIC X.

       PROCEDURE DIVISION USING LK-ACTION LK-OUTPUT LK-SOURCE
                                 LK-MESSAGE LK-MASKED.
       BEGIN.
           MOVE "N" TO LK-MASKED
           IF LK-ACTION = "F"
              PERFORM FLUSH-COUNTS
              GOBACK
           END-IF
           IF WS-LOADED NOT = "Y"
              PERFORM LOAD-PATTERNS
           END-IF
           IF WS-PT-COUNT = 0 OR LK-MESSAGE = SPACES
              GOBACK
           END-IF
           MOVE LK-MESSAGE TO WS-MSG
           MOVE "N" TO WS-ANY-CHANGED
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
              MOVE "N" TO WS-CHANGED
              EVALUATE WS-PT-TYPE(WS-PT-IDX)
                 WHEN "E"
                    PERFORM MASK-EMAIL
                 WHEN "D"
                    PERFORM MASK-DIGITS
                 WHEN "P"
                    PERFORM MASK-PREFIX
              END-EVALUATE
              MOVE WS-CHANGED TO WS-PT-HIT(WS-PT-IDX)
              IF WS-CHANGED = "Y"
                 MOVE "Y" TO WS-ANY-CHANGED
              END-IF
           END-PERFORM
           IF WS-ANY-CHANGED = "N"
              GOBACK
           END-IF
           MOVE WS-MSG TO LK-MESSAGE
           MOVE "Y" TO LK-MASKED
           IF LK-ACTION = "M"
              PERFORM COUNT-MASKED-RECORD
           END-IF
           GOBACK.

      * -------- Muster laden --------
       LOAD-PATTERNS.
           MOVE 0 TO WS-PT-COUNT
           MOVE "Y" TO WS-LOADED
           OPEN INPUT MASK-FILE
           IF WS-MASK-STATUS NOT = "00"
              MOVE "EMAIL" TO WS-LINE-CMD
              MOVE SPACES TO WS-LINE-ARG
              PERFORM ADD-PATTERN
              MOVE "DIGITS" TO WS-LINE-CMD
              MOVE "6" TO WS-LINE-ARG
              PERFORM ADD-PATTERN
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ MASK-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF MASK-REC NOT = SPACES
                       AND MASK-REC(1:1) NOT = "*"
                       MOVE SPACES TO WS-LINE-CMD WS-LINE-ARG
                       UNSTRING MASK-REC DELIMITED BY "|"
                          INTO WS-LINE-CMD WS-LINE-ARG
                       END-UNSTRING
                       MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-LINE-CMD)) TO WS-LINE-CMD
                       MOVE FUNCTION TRIM(WS-LINE-ARG) TO WS-LINE-ARG
                       PERFORM ADD-PATTERN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MASK-FILE.

      * Nimmt WS-LINE-CMD/WS-LINE-ARG in die Musterliste auf;
      * unbrauchbare Zeilen werden gemeldet und uebergangen.
       ADD-PATTERN.
           IF WS-PT-COUNT >= 20
              DISPLAY "** WARNUNG: LOGMASK.DAT - mehr als 20 Muster, "
                      "Rest uebergangen **"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PT-COUNT
           MOVE SPACES TO WS-PT-ROW(WS-PT-COUNT)
           MOVE 0 TO WS-PT-DIGITS(WS-PT-COUNT)
           MOVE 0 TO WS-PT-LEN(WS-PT-COUNT)
           EVALUATE WS-LINE-CMD
              WHEN "EMAIL"
                 MOVE "E" TO WS-PT-TYPE(WS-PT-COUNT)
                 MOVE "EMAIL" TO WS-PT-LABEL(WS-PT-COUNT)
              WHEN "DIGITS"
                 MOVE SPACES TO WS-ARG-J
                 MOVE FUNCTION TRIM(WS-LINE-ARG) TO WS-ARG-J
                 INSPECT WS-ARG-J REPLACING LEADING " " BY "0"
                 IF WS-ARG-J NOT NUMERIC OR WS-ARG-J = "00"
                    OR WS-LINE-ARG(3:1) NOT = SPACE
                    PERFORM REJECT-PATTERN
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "D" TO WS-PT-TYPE(WS-PT-COUNT)
                 MOVE WS-ARG-J TO WS-PT-DIGITS(WS-PT-COUNT)
                 STRING "DIGITS>" DELIMITED BY SIZE
                        FUNCTION TRIM(WS-LINE-ARG) DELIMITED BY SIZE
                        INTO WS-PT-LABEL(WS-PT-COUNT)
              WHEN "PREFIX"
                 IF WS-LINE-ARG = SPACES
                    OR WS-LINE-ARG(13:1) NOT = SPACE
                    PERFORM REJECT-PATTERN
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "P" TO WS-PT-TYPE(WS-PT-COUNT)
                 MOVE FUNCTION UPPER-CASE(WS-LINE-ARG)
                    TO WS-PT-TEXT(WS-PT-COUNT)
                 MOVE 12 TO WS-LEN-SCAN
                 PERFORM UNTIL WS-LEN-SCAN = 0
                    OR WS-PT-TEXT(WS-PT-COUNT)(WS-LEN-SCAN:1)
                       NOT = SPACE
                    SUBTRACT 1 FROM WS-LEN-SCAN
                 END-PERFORM
                 MOVE WS-LEN-SCAN TO WS-PT-LEN(WS-PT-COUNT)
                 STRING "PREFIX " DELIMITED BY SIZE
                        WS-PT-TEXT(WS-PT-COUNT) DELIMITED BY SPACE
                        INTO WS-PT-LABEL(WS-PT-COUNT)
              WHEN OTHER
                 PERFORM REJECT-PATTERN
           END-EVALUATE.

       REJECT-PATTERN.
           DISPLAY "** WARNUNG: LOGMASK.DAT - Zeile "
                   FUNCTION TRIM(WS-LINE-CMD) " "
                   FUNCTION TRIM(WS-LINE-ARG)
                   " unbrauchbar, uebergangen **"
           SUBTRACT 1 FROM WS-PT-COUNT.

      * -------- Maskierung --------
      * Um jedes "@" herum nach links und rechts, solange Zeichen
      * einer Mail-Adresse folgen; mindestens ein Zeichen auf jeder
      * Seite.
       MASK-EMAIL.
           PERFORM VARYING WS-POS FROM 2 BY 1 UNTIL WS-POS > 29
              IF WS-MSG(WS-POS:1) = "@"
                 MOVE WS-POS TO WS-LEFT
                 MOVE WS-MSG(WS-LEFT - 1:1) TO WS-CH
                 PERFORM UNTIL WS-LEFT = 1 OR NOT WS-CH-MAILCHAR
                    SUBTRACT 1 FROM WS-LEFT
                    IF WS-LEFT > 1
                       MOVE WS-MSG(WS-LEFT - 1:1) TO WS-CH
                    END-IF
                 END-PERFORM
                 MOVE WS-POS TO WS-RIGHT
                 MOVE WS-MSG(WS-RIGHT + 1:1) TO WS-CH
                 PERFORM UNTIL WS-RIGHT = 30 OR NOT WS-CH-MAILCHAR
                    ADD 1 TO WS-RIGHT
                    IF WS-RIGHT < 30
                       MOVE WS-MSG(WS-RIGHT + 1:1) TO WS-CH
                    END-IF
                 END-PERFORM
                 IF WS-LEFT < WS-POS AND WS-RIGHT > WS-POS
                    MOVE WS-LEFT TO WS-SPAN-FROM
                    MOVE WS-RIGHT TO WS-SPAN-TO
                    PERFORM MASK-SPAN
                 END-IF
              END-IF
           END-PERFORM.

      * Jede Ziffernfolge, die laenger ist als die erlaubte Zahl.
       MASK-DIGITS.
           MOVE 0 TO WS-RUN-LEN
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 30
              MOVE WS-MSG(WS-POS:1) TO WS-CH
              IF WS-CH-DIGIT
                 IF WS-RUN-LEN = 0
                    MOVE WS-POS TO WS-LAST-START
                 END-IF
                 ADD 1 TO WS-RUN-LEN
              ELSE
                 PERFORM END-DIGIT-RUN
              END-IF
           END-PERFORM
           MOVE 31 TO WS-POS
           PERFORM END-DIGIT-RUN.

       END-DIGIT-RUN.
           IF WS-RUN-LEN > WS-PT-DIGITS(WS-PT-IDX)
              MOVE WS-LAST-START TO WS-SPAN-FROM
              COMPUTE WS-SPAN-TO = WS-POS - 1
              PERFORM MASK-SPAN
           END-IF
           MOVE 0 TO WS-RUN-LEN.

      * Praefix am Wortanfang (Gross-/Kleinschreibung egal); maskiert
      * wird das Wort dahinter - direkt angehaengt oder nach
      * Leerzeichen, ":", "=" oder "#".
       MASK-PREFIX.
           MOVE FUNCTION UPPER-CASE(WS-MSG) TO WS-UP
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS + WS-PT-LEN(WS-PT-IDX) > 30
              IF WS-UP(WS-POS:WS-PT-LEN(WS-PT-IDX))
                    = WS-PT-TEXT(WS-PT-IDX)(1:WS-PT-LEN(WS-PT-IDX))
                 MOVE SPACE TO WS-CH
                 IF WS-POS > 1
                    MOVE WS-MSG(WS-POS - 1:1) TO WS-CH
                 END-IF
                 IF NOT WS-CH-WORDCHAR
                    PERFORM MASK-AFTER-PREFIX
                 END-IF
              END-IF
           END-PERFORM.

       MASK-AFTER-PREFIX.
           COMPUTE WS-SPAN-FROM = WS-POS + WS-PT-LEN(WS-PT-IDX)
           MOVE WS-MSG(WS-SPAN-FROM:1) TO WS-CH
           PERFORM UNTIL WS-SPAN-FROM = 30 OR NOT WS-CH-SEPARATOR
              ADD 1 TO WS-SPAN-FROM
              MOVE WS-MSG(WS-SPAN-FROM:1) TO WS-CH
           END-PERFORM
           IF WS-CH-SEPARATOR
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SPAN-FROM TO WS-SPAN-TO
           PERFORM UNTIL WS-SPAN-TO = 30
              OR WS-MSG(WS-SPAN-TO + 1:1) = SPACE
              ADD 1 TO WS-SPAN-TO
           END-PERFORM
           PERFORM MASK-SPAN.

      * Ersetzt WS-SPAN-FROM bis WS-SPAN-TO durch "*"; nur ein
      * tatsaechlich geaendertes Zeichen zaehlt als Treffer.
       MASK-SPAN.
           PERFORM VARYING WS-SPAN-IDX FROM WS-SPAN-FROM BY 1
                   UNTIL WS-SPAN-IDX > WS-SPAN-TO
              IF WS-MSG(WS-SPAN-IDX:1) NOT = "*"
                 MOVE "*" TO WS-MSG(WS-SPAN-IDX:1)
                 MOVE "Y" TO WS-CHANGED
              END-IF
           END-PERFORM.

      * -------- Zaehlung --------
       COUNT-MASKED-RECORD.
           MOVE 0 TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-CT-FOUND > 0
              IF WS-CT-OUTPUT(WS-CT-IDX) = LK-OUTPUT
                 AND WS-CT-SOURCE(WS-CT-IDX) = LK-SOURCE
                 MOVE WS-CT-IDX TO WS-CT-FOUND
              END-IF
           END-PERFORM
           IF WS-CT-FOUND = 0
              IF WS-CT-COUNT >= 200
                 IF WS-CT-FULL-WARNED = "N"
                    DISPLAY "** WARNUNG: mehr als 200 Datei/Quelle-"
                            "Paare - weitere Maskierungen ungezaehlt "
                            "**"
                    MOVE "Y" TO WS-CT-FULL-WARNED
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CT-COUNT
              MOVE WS-CT-COUNT TO WS-CT-FOUND
              INITIALIZE WS-CT-ROW(WS-CT-FOUND)
              MOVE LK-OUTPUT TO WS-CT-OUTPUT(WS-CT-FOUND)
              MOVE LK-SOURCE TO WS-CT-SOURCE(WS-CT-FOUND)
           END-IF
           ADD 1 TO WS-CT-RECORDS(WS-CT-FOUND)
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
              IF WS-PT-HIT(WS-PT-IDX) = "Y"
                 ADD 1 TO WS-CT-HITS(WS-CT-FOUND, WS-PT-IDX)
              END-IF
           END-PERFORM.

      * Zeigt die Zaehler je Ausgabedatei, haengt sie an
      * MASKCOUNTS.DAT an und leert die Tabelle fuer den naechsten
      * Programmlauf.
       FLUSH-COUNTS.
           IF WS-LOADED NOT = "Y"
              PERFORM LOAD-PATTERNS
           END-IF
           IF WS-CT-COUNT = 0
              DISPLAY "Maskierung: keine personenbezogenen Daten in "
                      "den Ausgaben gefunden"
              MOVE "N" TO WS-LOADED
              EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-COUNTS
           PERFORM APPEND-COUNTS
           MOVE 0 TO WS-CT-COUNT
           MOVE "N" TO WS-CT-FULL-WARNED
           MOVE "N" TO WS-LOADED.

       SHOW-COUNTS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
              MOVE "N" TO WS-SEEN-BEFORE
              PERFORM VARYING WS-CT-SCAN FROM 1 BY 1
                      UNTIL WS-CT-SCAN >= WS-CT-IDX
                 IF WS-CT-OUTPUT(WS-CT-SCAN) = WS-CT-OUTPUT(WS-CT-IDX)
                    MOVE "Y" TO WS-SEEN-BEFORE
                 END-IF
              END-PERFORM
              IF WS-SEEN-BEFORE = "N"
                 PERFORM SHOW-ONE-OUTPUT
              END-IF
           END-PERFORM.

       SHOW-ONE-OUTPUT.
           MOVE 0 TO WS-SUM-RECORDS
           PERFORM VARYING WS-CT-SCAN FROM WS-CT-IDX BY 1
                   UNTIL WS-CT-SCAN > WS-CT-COUNT
              IF WS-CT-OUTPUT(WS-CT-SCAN) = WS-CT-OUTPUT(WS-CT-IDX)
                 ADD WS-CT-RECORDS(WS-CT-SCAN) TO WS-SUM-RECORDS
              END-IF
           END-PERFORM
           MOVE WS-SUM-RECORDS TO WS-NUM-DISP
           DISPLAY "Maskiert in " FUNCTION TRIM(WS-CT-OUTPUT(WS-CT-IDX))
                   ": " FUNCTION TRIM(WS-NUM-DISP) " Saetze"
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
              MOVE 0 TO WS-SUM-HITS
              PERFORM VARYING WS-CT-SCAN FROM WS-CT-IDX BY 1
                      UNTIL WS-CT-SCAN > WS-CT-COUNT
                 IF WS-CT-OUTPUT(WS-CT-SCAN) = WS-CT-OUTPUT(WS-CT-IDX)
                    ADD WS-CT-HITS(WS-CT-SCAN, WS-PT-IDX)
                       TO WS-SUM-HITS
                 END-IF
              END-PERFORM
              IF WS-SUM-HITS > 0
                 MOVE WS-SUM-HITS TO WS-NUM-DISP
                 DISPLAY "    " WS-PT-LABEL(WS-PT-IDX) " "
                         WS-NUM-DISP
              END-IF
           END-PERFORM.

       APPEND-COUNTS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              MOVE "-" TO WS-RUN-TEXT
           ELSE
              MOVE LOG-RUN-ID TO WS-RUN-TEXT
           END-IF
           OPEN EXTEND COUNT-FILE
           IF WS-COUNT-STATUS NOT = "00"
              OPEN OUTPUT COUNT-FILE
           END-IF
           IF WS-COUNT-STATUS NOT = "00"
              DISPLAY "** WARNUNG: MASKCOUNTS.DAT konnte nicht "
                      "geschrieben werden (Status " WS-COUNT-STATUS
                      ") **"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
              MOVE "RECORDS" TO WS-LINE-CMD
              MOVE WS-CT-RECORDS(WS-CT-IDX) TO WS-SUM-HITS
              PERFORM WRITE-COUNT-LINE
              PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                      UNTIL WS-PT-IDX > WS-PT-COUNT
                 IF WS-CT-HITS(WS-CT-IDX, WS-PT-IDX) > 0
                    MOVE WS-PT-LABEL(WS-PT-IDX) TO WS-LINE-CMD
                    MOVE WS-CT-HITS(WS-CT-IDX, WS-PT-IDX)
                       TO WS-SUM-HITS
                    PERFORM WRITE-COUNT-LINE
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE COUNT-FILE.

      * Quelle leer (Satz ohne Quellkennung) wird als "(OHNE)"
      * gefuehrt - dieselbe Lesart wie in LOGSCOREs Scorecard.
       WRITE-COUNT-LINE.
           MOVE SPACES TO COUNT-REC
           MOVE WS-CT-SOURCE(WS-CT-IDX) TO WS-LINE-ARG
           IF WS-LINE-ARG = SPACES
              MOVE "(OHNE)" TO WS-LINE-ARG
           END-IF
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-TEXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CT-OUTPUT(WS-CT-IDX))
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-ARG) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-CMD) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SUM-HITS DELIMITED BY SIZE
                  INTO COUNT-REC
           WRITE COUNT-REC.
