       IDENTIFICATION DIVISION.
      *Datenschutz-Report: welche Zuliefersysteme schicken
      *personenbezogene Daten in LOG-MESSAGE
       PROGRAM-ID. LOGMRPT.
       REMARKS. Compliance side of LOGMASK. Every program that writes
           an outbound file appends its masking counts to
           MASKCOUNTS.DAT ("date|run id|output file|source|pattern|
           count", pattern RECORDS being the number of records
           masked). For a date range - both ends blank means all
           days on file - this program adds those lines up by
           LOG-SOURCE and prints one line per source (records
           masked, first and last day seen, days with masked data)
           with the hits per pattern and the outbound files that
           carried the source's data below it. Sources are listed
           with the most masked records first, so the page that
           goes to the application owners starts with the worst
           offenders. The print image follows LOGSCORE: 132
           columns, page headings, control totals at the end.
           Records are counted per output file: a record masked for
           the report CSV and again for ALERTS.DAT counts twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-FILE ASSIGN TO "MASKCOUNTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COUNT-STATUS.
           SELECT RPT-FILE ASSIGN TO "MASKCOMPL.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE.
       01  COUNT-REC           PIC X(120).

       FD  RPT-FILE.
       01  RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-COUNT-STATUS     PIC XX VALUE "00".
       01  WS-RPT-STATUS       PIC XX VALUE "00".

      * Berichtszeitraum; leer = ohne Grenze.
       01  WS-FROM-DATE        PIC X(10) VALUE SPACES.
       01  WS-TO-DATE          PIC X(10) VALUE SPACES.
       01  WS-PERIOD-TEXT      PIC X(24) VALUE SPACES.

      * Felder einer Zaehlzeile, wie LOGMASK sie schreibt.
       01  WS-I-DATE           PIC X(10) VALUE SPACES.
       01  WS-I-RUN            PIC X(15) VALUE SPACES.
       01  WS-I-OUTPUT         PIC X(40) VALUE SPACES.
       01  WS-I-SOURCE         PIC X(8) VALUE SPACES.
       01  WS-I-PATTERN        PIC X(20) VALUE SPACES.
       01  WS-I-COUNT-X        PIC X(8) VALUE SPACES.
       01  WS-I-COUNT-J        PIC X(8) JUSTIFIED RIGHT.
       01  WS-I-COUNT          PIC 9(8) VALUE 0.
       01  WS-LINES-READ       PIC 9(8) VALUE 0.
       01  WS-LINES-USED       PIC 9(8) VALUE 0.

      * Summen je Quelle; die Tage werden an den RECORDS-Zeilen
      * gezaehlt - LOGMASK haengt in Zeitfolge an, ein neues Datum
      * ist also ein neuer Tag.
       01  WS-MS-COUNT         PIC 9(3) VALUE 0.
       01  WS-MS-IDX           PIC 9(3) VALUE 0.
       01  WS-MS-FOUND         PIC 9(3) VALUE 0.
       01  WS-MS-OVERFLOW      PIC X VALUE "N".
       01  WS-MS-TABLE.
           05  WS-MS-ROW OCCURS 100 TIMES.
               10  WS-MS-SOURCE     PIC X(8).
               10  WS-MS-RECORDS    PIC 9(8).
               10  WS-MS-FIRST      PIC X(10).
               10  WS-MS-LAST       PIC X(10).
               10  WS-MS-DAYS       PIC 9(5).
               10  WS-MS-LAST-DAY   PIC X(10).

      * Treffer je Quelle und Muster, Saetze je Quelle und
      * Ausgabedatei.
       01  WS-MP-COUNT         PIC 9(3) VALUE 0.
       01  WS-MP-IDX           PIC 9(3) VALUE 0.
       01  WS-MP-FOUND         PIC 9(3) VALUE 0.
       01  WS-MP-TABLE.
           05  WS-MP-ROW OCCURS 500 TIMES.
               10  WS-MP-SRC-IDX    PIC 9(3).
               10  WS-MP-PATTERN    PIC X(20).
               10  WS-MP-HITS       PIC 9(8).
       01  WS-MF-COUNT         PIC 9(3) VALUE 0.
       01  WS-MF-IDX           PIC 9(3) VALUE 0.
       01  WS-MF-FOUND         PIC 9(3) VALUE 0.
       01  WS-MF-TABLE.
           05  WS-MF-ROW OCCURS 500 TIMES.
               10  WS-MF-SRC-IDX    PIC 9(3).
               10  WS-MF-OUTPUT     PIC X(40).
               10  WS-MF-RECORDS    PIC 9(8).
       01  WS-DETAIL-OVERFLOW  PIC X VALUE "N".

      * Ausgabereihenfolge: maskierte Saetze absteigend - sortiert
      * von SORTUTIL.
       01  WS-ORD-TABLE.
           05  WS-ORD-ROW OCCURS 100 TIMES.
               10  WS-ORD-KEY       PIC 9(8).
               10  WS-ORD-SOURCE    PIC X(8).
               10  WS-ORD-IDX       PIC 9(3).
       01  WS-ORD-ROWS         PIC 9(8) VALUE 0.
       01  WS-ORD-ROW-LEN      PIC 9(5) VALUE 19.
       01  WS-ORD-KEY-OFF      PIC 9(5) VALUE 1.
       01  WS-ORD-KEY-LEN      PIC 9(5) VALUE 8.
       01  WS-ORD-ORDER        PIC X VALUE "D".
       01  WS-ORD-POS          PIC 9(3) VALUE 0.

      * Seitensteuerung wie LOGSCORE: 56 Druckzeilen je Seite.
       01  WS-PAGE-NUM         PIC 9(4) VALUE 0.
       01  WS-LINE-CNT         PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 56.
       01  WS-PAGE-DISP        PIC ZZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-NUM-DISP         PIC Z(7)9.
       01  WS-SMALL-DISP       PIC Z(4)9.

       01  WS-TOT-RECORDS      PIC 9(9) VALUE 0.
       01  WS-TOT-HITS         PIC 9(9) VALUE 0.

       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGMRPT".
       01  WS-AUDIT-INPUT      PIC X(40) VALUE "MASKCOUNTS.DAT".
       01  WS-AUDIT-FILTER     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           DISPLAY "=== LOGMRPT: Datenschutz-Report je Quelle ==="
           PERFORM GET-PERIOD
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF
           MOVE 0 TO WS-MS-COUNT WS-MP-COUNT WS-MF-COUNT
           PERFORM READ-MASK-COUNTS
           PERFORM ORDER-SOURCES
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "** FEHLER: MASKCOMPL.RPT konnte nicht "
                      "geschrieben werden (Status " WS-RPT-STATUS
                      ") **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM PRINT-SOURCE-SECTION
           PERFORM PRINT-CONTROL-TOTALS
           CLOSE RPT-FILE
           DISPLAY "MASKCOMPL.RPT geschrieben (" WS-MS-COUNT
                   " Quellen mit maskierten Daten, "
                   FUNCTION TRIM(WS-PERIOD-TEXT) ")"
           MOVE WS-PERIOD-TEXT TO WS-AUDIT-FILTER
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-MS-COUNT TO WS-AUDIT-RECORDS-MATCHED
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-AUDIT-INPUT
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           IF WS-MS-OVERFLOW = "Y" OR WS-DETAIL-OVERFLOW = "Y"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Zeitraum abfragen; eine leere Grenze schraenkt nicht ein.
       GET-PERIOD.
           DISPLAY "Enter from date YYYY-MM-DD (blank = no lower "
                   "limit): "
           ACCEPT WS-FROM-DATE
           DISPLAY "Enter to date YYYY-MM-DD (blank = no upper "
                   "limit): "
           ACCEPT WS-TO-DATE
           IF WS-FROM-DATE NOT = SPACES AND WS-TO-DATE NOT = SPACES
              AND WS-FROM-DATE > WS-TO-DATE
              DISPLAY "** FEHLER: Von-Datum liegt nach dem "
                      "Bis-Datum **"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PERIOD-TEXT
           EVALUATE TRUE
              WHEN WS-FROM-DATE = SPACES AND WS-TO-DATE = SPACES
                 MOVE "ALLE TAGE" TO WS-PERIOD-TEXT
              WHEN WS-FROM-DATE = SPACES
                 STRING "BIS " WS-TO-DATE
                    DELIMITED BY SIZE INTO WS-PERIOD-TEXT
              WHEN WS-TO-DATE = SPACES
                 STRING "AB " WS-FROM-DATE
                    DELIMITED BY SIZE INTO WS-PERIOD-TEXT
              WHEN OTHER
                 STRING WS-FROM-DATE " - " WS-TO-DATE
                    DELIMITED BY SIZE INTO WS-PERIOD-TEXT
           END-EVALUATE.

       READ-MASK-COUNTS.
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS NOT = "00"
              DISPLAY "Hinweis: MASKCOUNTS.DAT nicht vorhanden - "
                      "bisher wurde nichts maskiert"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ COUNT-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    ADD 1 TO WS-LINES-READ
                    PERFORM TAKE-ONE-COUNT-LINE
              END-READ
           END-PERFORM
           CLOSE COUNT-FILE.

       TAKE-ONE-COUNT-LINE.
           MOVE SPACES TO WS-I-DATE WS-I-RUN WS-I-OUTPUT WS-I-SOURCE
                          WS-I-PATTERN WS-I-COUNT-X
           UNSTRING COUNT-REC DELIMITED BY "|"
              INTO WS-I-DATE WS-I-RUN WS-I-OUTPUT WS-I-SOURCE
                   WS-I-PATTERN WS-I-COUNT-X
           END-UNSTRING
           IF WS-FROM-DATE NOT = SPACES
              AND WS-I-DATE < WS-FROM-DATE
              EXIT PARAGRAPH
           END-IF
           IF WS-TO-DATE NOT = SPACES
              AND WS-I-DATE > WS-TO-DATE
              EXIT PARAGRAPH
           END-IF
           IF WS-I-COUNT-X = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-I-COUNT-X) TO WS-I-COUNT-J
           INSPECT WS-I-COUNT-J REPLACING LEADING " " BY "0"
           IF WS-I-COUNT-J NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-I-COUNT-J TO WS-I-COUNT
           PERFORM FIND-SOURCE-ROW
           IF WS-MS-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-USED
           IF WS-I-PATTERN = "RECORDS"
              PERFORM TAKE-RECORDS-LINE
           ELSE
              PERFORM TAKE-PATTERN-LINE
           END-IF.

      * Saetze je Quelle und je Datei, erster/letzter Tag, Tage.
       TAKE-RECORDS-LINE.
           ADD WS-I-COUNT TO WS-MS-RECORDS(WS-MS-FOUND)
           IF WS-MS-FIRST(WS-MS-FOUND) = SPACES
              OR WS-I-DATE < WS-MS-FIRST(WS-MS-FOUND)
              MOVE WS-I-DATE TO WS-MS-FIRST(WS-MS-FOUND)
           END-IF
           IF WS-I-DATE > WS-MS-LAST(WS-MS-FOUND)
              MOVE WS-I-DATE TO WS-MS-LAST(WS-MS-FOUND)
           END-IF
           IF WS-I-DATE NOT = WS-MS-LAST-DAY(WS-MS-FOUND)
              ADD 1 TO WS-MS-DAYS(WS-MS-FOUND)
              MOVE WS-I-DATE TO WS-MS-LAST-DAY(WS-MS-FOUND)
           END-IF
           MOVE 0 TO WS-MF-FOUND
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
                      OR WS-MF-FOUND > 0
              IF WS-MF-SRC-IDX(WS-MF-IDX) = WS-MS-FOUND
                 AND WS-MF-OUTPUT(WS-MF-IDX) = WS-I-OUTPUT
                 MOVE WS-MF-IDX TO WS-MF-FOUND
              END-IF
           END-PERFORM
           IF WS-MF-FOUND = 0
              IF WS-MF-COUNT >= 500
                 PERFORM WARN-DETAIL-OVERFLOW
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-MF-COUNT
              MOVE WS-MF-COUNT TO WS-MF-FOUND
              MOVE WS-MS-FOUND TO WS-MF-SRC-IDX(WS-MF-FOUND)
              MOVE WS-I-OUTPUT TO WS-MF-OUTPUT(WS-MF-FOUND)
              MOVE 0 TO WS-MF-RECORDS(WS-MF-FOUND)
           END-IF
           ADD WS-I-COUNT TO WS-MF-RECORDS(WS-MF-FOUND).

       TAKE-PATTERN-LINE.
           ADD WS-I-COUNT TO WS-TOT-HITS
           MOVE 0 TO WS-MP-FOUND
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-COUNT
                      OR WS-MP-FOUND > 0
              IF WS-MP-SRC-IDX(WS-MP-IDX) = WS-MS-FOUND
                 AND WS-MP-PATTERN(WS-MP-IDX) = WS-I-PATTERN
                 MOVE WS-MP-IDX TO WS-MP-FOUND
              END-IF
           END-PERFORM
           IF WS-MP-FOUND = 0
              IF WS-MP-COUNT >= 500
                 PERFORM WARN-DETAIL-OVERFLOW
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-MP-COUNT
              MOVE WS-MP-COUNT TO WS-MP-FOUND
              MOVE WS-MS-FOUND TO WS-MP-SRC-IDX(WS-MP-FOUND)
              MOVE WS-I-PATTERN TO WS-MP-PATTERN(WS-MP-FOUND)
              MOVE 0 TO WS-MP-HITS(WS-MP-FOUND)
           END-IF
           ADD WS-I-COUNT TO WS-MP-HITS(WS-MP-FOUND).

       WARN-DETAIL-OVERFLOW.
           IF WS-DETAIL-OVERFLOW = "N"
              DISPLAY "** WARNUNG: mehr als 500 Muster- bzw. "
                      "Dateizeilen - Rest fehlt in der "
                      "Aufschluesselung **"
              MOVE "Y" TO WS-DETAIL-OVERFLOW
           END-IF.

      * Sucht oder legt die Zeile fuer WS-I-SOURCE an; bei vollem
      * Tisch bleibt WS-MS-FOUND 0.
       FIND-SOURCE-ROW.
           MOVE 0 TO WS-MS-FOUND
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
                      OR WS-MS-FOUND > 0
              IF WS-MS-SOURCE(WS-MS-IDX) = WS-I-SOURCE
                 MOVE WS-MS-IDX TO WS-MS-FOUND
              END-IF
           END-PERFORM
           IF WS-MS-FOUND > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-MS-COUNT >= 100
              IF WS-MS-OVERFLOW = "N"
                 DISPLAY "** WARNUNG: mehr als 100 Quellen - Rest "
                         "fehlt im Report **"
                 MOVE "Y" TO WS-MS-OVERFLOW
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MS-COUNT
           MOVE WS-MS-COUNT TO WS-MS-FOUND
           MOVE WS-I-SOURCE TO WS-MS-SOURCE(WS-MS-FOUND)
           MOVE 0 TO WS-MS-RECORDS(WS-MS-FOUND)
                     WS-MS-DAYS(WS-MS-FOUND)
           MOVE SPACES TO WS-MS-FIRST(WS-MS-FOUND)
                          WS-MS-LAST(WS-MS-FOUND)
                          WS-MS-LAST-DAY(WS-MS-FOUND).

       ORDER-SOURCES.
           MOVE 0 TO WS-ORD-ROWS
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
              ADD 1 TO WS-ORD-ROWS
              MOVE WS-MS-RECORDS(WS-MS-IDX) TO WS-ORD-KEY(WS-ORD-ROWS)
              MOVE WS-MS-SOURCE(WS-MS-IDX) TO WS-ORD-SOURCE(WS-ORD-ROWS)
              MOVE WS-MS-IDX TO WS-ORD-IDX(WS-ORD-ROWS)
           END-PERFORM
           IF WS-ORD-ROWS > 1
              CALL "SORTUTIL" USING WS-ORD-TABLE WS-ORD-ROWS
                      WS-ORD-ROW-LEN WS-ORD-KEY-OFF WS-ORD-KEY-LEN
                      WS-ORD-ORDER
              END-CALL
           END-IF.

      * -------- Druckbild --------
       PRINT-ONE-LINE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
              ADD 1 TO WS-PAGE-NUM
              MOVE WS-PAGE-NUM TO WS-PAGE-DISP
              MOVE SPACES TO RPT-REC
              STRING "LOG-SUITE DATENSCHUTZ-REPORT JE QUELLE"
                     DELIMITED BY SIZE
                     INTO RPT-REC
              MOVE WS-PERIOD-TEXT TO RPT-REC(60:24)
              MOVE "SEITE" TO RPT-REC(120:5)
              MOVE WS-PAGE-DISP TO RPT-REC(126:4)
              WRITE RPT-REC
              MOVE ALL "=" TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              MOVE "QUELLE" TO RPT-REC(1:6)
              MOVE "SAETZE MASKIERT" TO RPT-REC(12:15)
              MOVE "ERSTER TAG" TO RPT-REC(31:10)
              MOVE "LETZTER TAG" TO RPT-REC(44:11)
              MOVE "TAGE" TO RPT-REC(60:4)
              WRITE RPT-REC
              MOVE "    MUSTER / AUSGABEDATEI" TO RPT-REC
              MOVE "TREFFER / SAETZE" TO RPT-REC(47:16)
              WRITE RPT-REC
              MOVE ALL "-" TO RPT-REC
              WRITE RPT-REC
              MOVE 6 TO WS-LINE-CNT
           END-IF
           MOVE WS-PRINT-LINE TO RPT-REC
           WRITE RPT-REC
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE TRAILING)
           ADD 1 TO WS-LINE-CNT
           MOVE SPACES TO WS-PRINT-LINE.

       PRINT-SOURCE-SECTION.
           IF WS-MS-COUNT = 0
              MOVE "  (KEINE MASKIERUNGEN IM BERICHTSZEITRAUM)"
                 TO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ORD-POS FROM 1 BY 1
                   UNTIL WS-ORD-POS > WS-ORD-ROWS
              MOVE WS-ORD-IDX(WS-ORD-POS) TO WS-MS-IDX
              PERFORM PRINT-ONE-SOURCE
           END-PERFORM.

       PRINT-ONE-SOURCE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE WS-MS-SOURCE(WS-MS-IDX) TO WS-PRINT-LINE(1:8)
           MOVE WS-MS-RECORDS(WS-MS-IDX) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(19:8)
           MOVE WS-MS-FIRST(WS-MS-IDX) TO WS-PRINT-LINE(31:10)
           MOVE WS-MS-LAST(WS-MS-IDX) TO WS-PRINT-LINE(44:10)
           MOVE WS-MS-DAYS(WS-MS-IDX) TO WS-SMALL-DISP
           MOVE WS-SMALL-DISP TO WS-PRINT-LINE(59:5)
           PERFORM PRINT-ONE-LINE
           ADD WS-MS-RECORDS(WS-MS-IDX) TO WS-TOT-RECORDS
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-COUNT
              IF WS-MP-SRC-IDX(WS-MP-IDX) = WS-MS-IDX
                 MOVE "    MUSTER" TO WS-PRINT-LINE
                 MOVE WS-MP-PATTERN(WS-MP-IDX) TO WS-PRINT-LINE(12:20)
                 MOVE WS-MP-HITS(WS-MP-IDX) TO WS-NUM-DISP
                 MOVE WS-NUM-DISP TO WS-PRINT-LINE(55:8)
                 PERFORM PRINT-ONE-LINE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
              IF WS-MF-SRC-IDX(WS-MF-IDX) = WS-MS-IDX
                 MOVE "    DATEI" TO WS-PRINT-LINE
                 MOVE WS-MF-OUTPUT(WS-MF-IDX) TO WS-PRINT-LINE(12:40)
                 MOVE WS-MF-RECORDS(WS-MF-IDX) TO WS-NUM-DISP
                 MOVE WS-NUM-DISP TO WS-PRINT-LINE(55:8)
                 PERFORM PRINT-ONE-LINE
              END-IF
           END-PERFORM.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE "ENDSUMMEN" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  QUELLEN:                " DELIMITED BY SIZE
                  WS-MS-COUNT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  SAETZE MASKIERT:        " DELIMITED BY SIZE
                  WS-TOT-RECORDS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  MUSTER-TREFFER:         " DELIMITED BY SIZE
                  WS-TOT-HITS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ZAEHLZEILEN GELESEN:    " DELIMITED BY SIZE
                  WS-LINES-READ DELIMITED BY SIZE
                  ", IM ZEITRAUM: " DELIMITED BY SIZE
                  WS-LINES-USED DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE "*** ENDE DES BERICHTS ***" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE.
