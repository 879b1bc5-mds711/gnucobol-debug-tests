       IDENTIFICATION DIVISION.
      *Qualitaets-Scorecard je Zuliefersystem: Anlieferung, Rejects
      *nach Grund, Dubletten, Level-Uebersetzungen, Quarantaenen
       PROGRAM-ID. LOGSCORE.
       REMARKS. Monthly scorecard for the application owners. The
           evidence of bad feeds is spread over REJECTS.DAT
           (LOGVALID), DUPLICATES.RPT (LOGDEDUP), LOGVALID's MAP
           translations and LOGINTAKE's QUAR-<name> files, and the
           first two are rewritten on every run. Those programs
           therefore also append their per-source counts to
           QUALITY-COUNTS.DAT ("YYYY-MM-DD|source|kind|count",
           dated with the run day), and LOGINTAKE's INTAKE-COUNTS.DAT
           gives the records delivered. For a date range this
           program adds both up by LOG-SOURCE and prints one line
           per source - delivered, checked, rejected (total and by
           reason: date, level, time), duplicates suppressed, level
           translations, quarantined deliveries and their records -
           plus a quality percentage:
             (checked - rejected - duplicates - translated)
             / (checked + quarantined records).
           Sources are listed worst first, so the page that goes to
           the owners starts with the feeds that need fixing. The
           print image follows LOGMONTH: 132 columns, page headings.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUAL-FILE ASSIGN TO "QUALITY-COUNTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-QUAL-STATUS.
           SELECT COUNT-FILE ASSIGN TO "INTAKE-COUNTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COUNT-STATUS.
           SELECT RPT-FILE ASSIGN TO "SCORECARD.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUAL-FILE.
       01  QUAL-REC            PIC X(60).

       FD  COUNT-FILE.
       01  COUNT-REC           PIC X(80).

       FD  RPT-FILE.
       01  RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-QUAL-STATUS      PIC XX VALUE "00".
       01  WS-COUNT-STATUS     PIC XX VALUE "00".
       01  WS-RPT-STATUS       PIC XX VALUE "00".

      * Berichtszeitraum; leer = der Vormonat.
       01  WS-FROM-DATE        PIC X(10) VALUE SPACES.
       01  WS-TO-DATE          PIC X(10) VALUE SPACES.
       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-DATE-NUM         PIC 9(8) VALUE 0.
       01  WS-DATE-INT         PIC S9(9) VALUE 0.
       01  WS-DATE-X           PIC X(8) VALUE SPACES.
       01  WS-PERIOD-TEXT      PIC X(24) VALUE SPACES.

      * Felder einer Zaehlzeile (beide Dateien).
       01  WS-I-DATE           PIC X(10) VALUE SPACES.
       01  WS-I-SOURCE         PIC X(8) VALUE SPACES.
       01  WS-I-KIND           PIC X(8) VALUE SPACES.
       01  WS-I-COUNT-X        PIC X(8) VALUE SPACES.
       01  WS-I-COUNT          PIC 9(8) VALUE 0.
       01  WS-LINES-READ       PIC 9(8) VALUE 0.
       01  WS-LINES-USED       PIC 9(8) VALUE 0.

      * Summen je Quelle.
       01  WS-SC-COUNT         PIC 9(3) VALUE 0.
       01  WS-SC-IDX           PIC 9(3) VALUE 0.
       01  WS-SC-FOUND         PIC 9(3) VALUE 0.
       01  WS-SC-OVERFLOW      PIC X VALUE "N".
       01  WS-SC-TABLE.
           05  WS-SC-ROW OCCURS 100 TIMES.
               10  WS-SC-SOURCE     PIC X(8).
               10  WS-SC-DELIVERED  PIC 9(8).
               10  WS-SC-CHECKED    PIC 9(8).
               10  WS-SC-REJECTED   PIC 9(8).
               10  WS-SC-REJ-DATE   PIC 9(8).
               10  WS-SC-REJ-LEVEL  PIC 9(8).
               10  WS-SC-REJ-TIME   PIC 9(8).
               10  WS-SC-DUPS       PIC 9(8).
               10  WS-SC-MAPPED     PIC 9(8).
               10  WS-SC-QUAR-DLV   PIC 9(5).
               10  WS-SC-QUAR-REC   PIC 9(8).
               10  WS-SC-PCT        PIC 9(3)V99.
               10  WS-SC-PCT-OK     PIC X.

      * Ausgabereihenfolge: Quote aufsteigend (ohne Quote zuletzt),
      * bei Gleichstand nach Quelle - sortiert von SORTUTIL.
       01  WS-ORD-TABLE.
           05  WS-ORD-ROW OCCURS 100 TIMES.
               10  WS-ORD-KEY       PIC 9(5).
               10  WS-ORD-SOURCE    PIC X(8).
               10  WS-ORD-IDX       PIC 9(3).
       01  WS-ORD-ROWS         PIC 9(8) VALUE 0.
       01  WS-ORD-ROW-LEN      PIC 9(5) VALUE 16.
       01  WS-ORD-KEY-OFF      PIC 9(5) VALUE 1.
       01  WS-ORD-KEY-LEN      PIC 9(5) VALUE 13.
       01  WS-ORD-ORDER        PIC X VALUE "A".
       01  WS-ORD-POS          PIC 9(3) VALUE 0.

       01  WS-GOOD             PIC S9(9) VALUE 0.
       01  WS-BASE             PIC 9(9) VALUE 0.

      * Seitensteuerung wie LOGMONTH: 56 Druckzeilen je Seite.
       01  WS-PAGE-NUM         PIC 9(4) VALUE 0.
       01  WS-LINE-CNT         PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 56.
       01  WS-PAGE-DISP        PIC ZZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-NUM-DISP         PIC Z(7)9.
       01  WS-SMALL-DISP       PIC Z(4)9.
       01  WS-PCT-DISP         PIC ZZ9.99.

       01  WS-TOT-DELIVERED    PIC 9(9) VALUE 0.
       01  WS-TOT-CHECKED      PIC 9(9) VALUE 0.
       01  WS-TOT-REJECTED     PIC 9(9) VALUE 0.
       01  WS-TOT-DUPS         PIC 9(9) VALUE 0.
       01  WS-TOT-MAPPED       PIC 9(9) VALUE 0.
       01  WS-TOT-QUAR-DLV     PIC 9(6) VALUE 0.

       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGSCORE".
       01  WS-AUDIT-INPUT      PIC X(40) VALUE "QUALITY-COUNTS.DAT".
       01  WS-AUDIT-FILTER     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           DISPLAY "=== LOGSCORE: Qualitaets-Scorecard ==="
           PERFORM GET-PERIOD
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF
           MOVE 0 TO WS-SC-COUNT
           PERFORM READ-QUALITY-COUNTS
           PERFORM READ-INTAKE-COUNTS
           PERFORM COMPUTE-QUALITY
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "** FEHLER: SCORECARD.RPT konnte nicht "
                      "geschrieben werden (Status " WS-RPT-STATUS
                      ") **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM PRINT-SCORE-SECTION
           PERFORM PRINT-CONTROL-TOTALS
           CLOSE RPT-FILE
           DISPLAY "SCORECARD.RPT geschrieben (" WS-SC-COUNT
                   " Quellen, " FUNCTION TRIM(WS-PERIOD-TEXT) ")"
           MOVE WS-PERIOD-TEXT TO WS-AUDIT-FILTER
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-SC-COUNT TO WS-AUDIT-RECORDS-MATCHED
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-AUDIT-INPUT
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           IF WS-SC-OVERFLOW = "Y"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Zeitraum abfragen. Leer heisst Vormonat: vom Ersten des
      * laufenden Monats einen Tag zurueck ist der Monatsletzte.
       GET-PERIOD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DATE-X
           MOVE "01" TO WS-DATE-X(7:2)
           MOVE WS-DATE-X TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                                 - 1
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           DISPLAY "Enter from date YYYY-MM-DD (blank = first day of "
                   "last month): "
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = SPACES
              MOVE WS-DATE-NUM TO WS-DATE-X
              STRING WS-DATE-X(1:4) "-" WS-DATE-X(5:2) "-01"
                 DELIMITED BY SIZE INTO WS-FROM-DATE
           END-IF
           DISPLAY "Enter to date YYYY-MM-DD (blank = last day of "
                   "last month): "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = SPACES
              MOVE WS-DATE-NUM TO WS-DATE-X
              STRING WS-DATE-X(1:4) "-" WS-DATE-X(5:2) "-"
                     WS-DATE-X(7:2)
                 DELIMITED BY SIZE INTO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY "** FEHLER: Von-Datum liegt nach dem "
                      "Bis-Datum **"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PERIOD-TEXT
           STRING WS-FROM-DATE " - " WS-TO-DATE
              DELIMITED BY SIZE INTO WS-PERIOD-TEXT.

       READ-QUALITY-COUNTS.
           OPEN INPUT QUAL-FILE
           IF WS-QUAL-STATUS NOT = "00"
              DISPLAY "** WARNUNG: QUALITY-COUNTS.DAT nicht "
                      "vorhanden - nur Anlieferungen werden "
                      "gezaehlt **"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ QUAL-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    ADD 1 TO WS-LINES-READ
                    PERFORM TAKE-ONE-QUALITY-LINE
              END-READ
           END-PERFORM
           CLOSE QUAL-FILE.

       TAKE-ONE-QUALITY-LINE.
           MOVE SPACES TO WS-I-DATE WS-I-SOURCE WS-I-KIND WS-I-COUNT-X
           UNSTRING QUAL-REC DELIMITED BY "|"
              INTO WS-I-DATE WS-I-SOURCE WS-I-KIND WS-I-COUNT-X
           END-UNSTRING
           IF WS-I-DATE < WS-FROM-DATE OR WS-I-DATE > WS-TO-DATE
              OR WS-I-COUNT-X NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-I-COUNT-X TO WS-I-COUNT
           PERFORM FIND-SCORE-ROW
           IF WS-SC-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-USED
           EVALUATE WS-I-KIND
              WHEN "CHECKED"
                 ADD WS-I-COUNT TO WS-SC-CHECKED(WS-SC-FOUND)
              WHEN "REJECTED"
                 ADD WS-I-COUNT TO WS-SC-REJECTED(WS-SC-FOUND)
              WHEN "REJ-DATE"
                 ADD WS-I-COUNT TO WS-SC-REJ-DATE(WS-SC-FOUND)
              WHEN "REJ-LEVL"
                 ADD WS-I-COUNT TO WS-SC-REJ-LEVEL(WS-SC-FOUND)
              WHEN "REJ-TIME"
                 ADD WS-I-COUNT TO WS-SC-REJ-TIME(WS-SC-FOUND)
              WHEN "MAPPED"
                 ADD WS-I-COUNT TO WS-SC-MAPPED(WS-SC-FOUND)
              WHEN "DUPLICAT"
                 ADD WS-I-COUNT TO WS-SC-DUPS(WS-SC-FOUND)
              WHEN "QUARANT"
                 ADD 1 TO WS-SC-QUAR-DLV(WS-SC-FOUND)
                 ADD WS-I-COUNT TO WS-SC-QUAR-REC(WS-SC-FOUND)
              WHEN OTHER
                 SUBTRACT 1 FROM WS-LINES-USED
           END-EVALUATE.

      * Angenommene Saetze je Quelle aus LOGINTAKEs Zaehlzeilen
      * (Datum|Quelle|Anzahl|Zeit).
       READ-INTAKE-COUNTS.
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ COUNT-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    ADD 1 TO WS-LINES-READ
                    PERFORM TAKE-ONE-INTAKE-LINE
              END-READ
           END-PERFORM
           CLOSE COUNT-FILE.

       TAKE-ONE-INTAKE-LINE.
           MOVE SPACES TO WS-I-DATE WS-I-SOURCE WS-I-COUNT-X
           UNSTRING COUNT-REC DELIMITED BY "|"
              INTO WS-I-DATE WS-I-SOURCE WS-I-COUNT-X
           END-UNSTRING
           IF WS-I-DATE < WS-FROM-DATE OR WS-I-DATE > WS-TO-DATE
              OR WS-I-COUNT-X NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-I-COUNT-X TO WS-I-COUNT
           PERFORM FIND-SCORE-ROW
           IF WS-SC-FOUND > 0
              ADD 1 TO WS-LINES-USED
              ADD WS-I-COUNT TO WS-SC-DELIVERED(WS-SC-FOUND)
           END-IF.

      * Sucht oder legt die Zeile fuer WS-I-SOURCE an; bei vollem
      * Tisch bleibt WS-SC-FOUND 0.
       FIND-SCORE-ROW.
           MOVE 0 TO WS-SC-FOUND
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                      OR WS-SC-FOUND > 0
              IF WS-SC-SOURCE(WS-SC-IDX) = WS-I-SOURCE
                 MOVE WS-SC-IDX TO WS-SC-FOUND
              END-IF
           END-PERFORM
           IF WS-SC-FOUND > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-SC-COUNT >= 100
              IF WS-SC-OVERFLOW = "N"
                 DISPLAY "** WARNUNG: mehr als 100 Quellen - Rest "
                         "fehlt in der Scorecard **"
                 MOVE "Y" TO WS-SC-OVERFLOW
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SC-COUNT
           MOVE WS-SC-COUNT TO WS-SC-FOUND
           MOVE WS-I-SOURCE TO WS-SC-SOURCE(WS-SC-FOUND)
           MOVE 0 TO WS-SC-DELIVERED(WS-SC-FOUND)
                     WS-SC-CHECKED(WS-SC-FOUND)
                     WS-SC-REJECTED(WS-SC-FOUND)
                     WS-SC-REJ-DATE(WS-SC-FOUND)
                     WS-SC-REJ-LEVEL(WS-SC-FOUND)
                     WS-SC-REJ-TIME(WS-SC-FOUND)
                     WS-SC-DUPS(WS-SC-FOUND)
                     WS-SC-MAPPED(WS-SC-FOUND)
                     WS-SC-QUAR-DLV(WS-SC-FOUND)
                     WS-SC-QUAR-REC(WS-SC-FOUND)
                     WS-SC-PCT(WS-SC-FOUND)
           MOVE "N" TO WS-SC-PCT-OK(WS-SC-FOUND).

      * Qualitaetsquote je Quelle und die Ausgabereihenfolge.
       COMPUTE-QUALITY.
           MOVE 0 TO WS-ORD-ROWS
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
              COMPUTE WS-BASE = WS-SC-CHECKED(WS-SC-IDX)
                              + WS-SC-QUAR-REC(WS-SC-IDX)
              COMPUTE WS-GOOD = WS-SC-CHECKED(WS-SC-IDX)
                              - WS-SC-REJECTED(WS-SC-IDX)
                              - WS-SC-DUPS(WS-SC-IDX)
                              - WS-SC-MAPPED(WS-SC-IDX)
              IF WS-GOOD < 0
                 MOVE 0 TO WS-GOOD
              END-IF
              ADD 1 TO WS-ORD-ROWS
              MOVE WS-SC-SOURCE(WS-SC-IDX) TO WS-ORD-SOURCE(WS-ORD-ROWS)
              MOVE WS-SC-IDX TO WS-ORD-IDX(WS-ORD-ROWS)
              IF WS-BASE > 0
                 COMPUTE WS-SC-PCT(WS-SC-IDX) ROUNDED =
                    WS-GOOD * 100 / WS-BASE
                 MOVE "Y" TO WS-SC-PCT-OK(WS-SC-IDX)
                 COMPUTE WS-ORD-KEY(WS-ORD-ROWS) =
                    WS-SC-PCT(WS-SC-IDX) * 100
              ELSE
                 MOVE 99999 TO WS-ORD-KEY(WS-ORD-ROWS)
              END-IF
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
              STRING "LOG-SUITE QUALITAETS-SCORECARD JE QUELLE"
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
              MOVE "GELIEFERT" TO RPT-REC(11:9)
              MOVE "GEPRUEFT" TO RPT-REC(22:8)
              MOVE "ABGEWIESEN" TO RPT-REC(31:10)
              MOVE "DATUM" TO RPT-REC(45:5)
              MOVE "LEVEL" TO RPT-REC(54:5)
              MOVE "ZEIT" TO RPT-REC(64:4)
              MOVE "DUBLETTEN" TO RPT-REC(70:9)
              MOVE "UEBERSETZT" TO RPT-REC(80:10)
              MOVE "QUAR.LFG" TO RPT-REC(92:8)
              MOVE "QUAR.SAETZE" TO RPT-REC(101:11)
              MOVE "QUALITAET" TO RPT-REC(114:9)
              WRITE RPT-REC
              MOVE ALL "-" TO RPT-REC
              WRITE RPT-REC
              MOVE 5 TO WS-LINE-CNT
           END-IF
           MOVE WS-PRINT-LINE TO RPT-REC
           WRITE RPT-REC
           ADD 1 TO WS-LINE-CNT
           MOVE SPACES TO WS-PRINT-LINE.

       PRINT-SCORE-SECTION.
           IF WS-SC-COUNT = 0
              MOVE "  (KEINE ZAEHLUNGEN IM BERICHTSZEITRAUM)"
                 TO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ORD-POS FROM 1 BY 1
                   UNTIL WS-ORD-POS > WS-ORD-ROWS
              MOVE WS-ORD-IDX(WS-ORD-POS) TO WS-SC-IDX
              PERFORM PRINT-ONE-SOURCE
           END-PERFORM.

       PRINT-ONE-SOURCE.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-SC-SOURCE(WS-SC-IDX) = SPACES
              MOVE "(OHNE)" TO WS-PRINT-LINE(1:8)
           ELSE
              MOVE WS-SC-SOURCE(WS-SC-IDX) TO WS-PRINT-LINE(1:8)
           END-IF
           MOVE WS-SC-DELIVERED(WS-SC-IDX) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(12:8)
           MOVE WS-SC-CHECKED(WS-SC-IDX) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(22:8)
           MOVE WS-SC-REJECTED(WS-SC-IDX) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(33:8)
           MOVE WS-SC-REJ-DATE(WS-SC-IDX) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(42:8)
           MOVE WS-SC-REJ-LEVEL(WS-SC-IDX) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(51:8)
           MOVE WS-SC-REJ-TIME(WS-SC-IDX) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(60:8)
           MOVE WS-SC-DUPS(WS-SC-IDX) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(71:8)
           MOVE WS-SC-MAPPED(WS-SC-IDX) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(82:8)
           MOVE WS-SC-QUAR-DLV(WS-SC-IDX) TO WS-SMALL-DISP
           MOVE WS-SMALL-DISP TO WS-PRINT-LINE(95:5)
           MOVE WS-SC-QUAR-REC(WS-SC-IDX) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(104:8)
           IF WS-SC-PCT-OK(WS-SC-IDX) = "Y"
              MOVE WS-SC-PCT(WS-SC-IDX) TO WS-PCT-DISP
              MOVE WS-PCT-DISP TO WS-PRINT-LINE(116:6)
              MOVE "%" TO WS-PRINT-LINE(122:1)
           ELSE
              MOVE "n/a" TO WS-PRINT-LINE(119:3)
           END-IF
           PERFORM PRINT-ONE-LINE
           ADD WS-SC-DELIVERED(WS-SC-IDX) TO WS-TOT-DELIVERED
           ADD WS-SC-CHECKED(WS-SC-IDX) TO WS-TOT-CHECKED
           ADD WS-SC-REJECTED(WS-SC-IDX) TO WS-TOT-REJECTED
           ADD WS-SC-DUPS(WS-SC-IDX) TO WS-TOT-DUPS
           ADD WS-SC-MAPPED(WS-SC-IDX) TO WS-TOT-MAPPED
           ADD WS-SC-QUAR-DLV(WS-SC-IDX) TO WS-TOT-QUAR-DLV.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE "ENDSUMMEN" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  QUELLEN:                " DELIMITED BY SIZE
                  WS-SC-COUNT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  SAETZE GELIEFERT:       " DELIMITED BY SIZE
                  WS-TOT-DELIVERED DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  SAETZE GEPRUEFT:        " DELIMITED BY SIZE
                  WS-TOT-CHECKED DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ABGEWIESEN:             " DELIMITED BY SIZE
                  WS-TOT-REJECTED DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  DUBLETTEN:              " DELIMITED BY SIZE
                  WS-TOT-DUPS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  UEBERSETZT:             " DELIMITED BY SIZE
                  WS-TOT-MAPPED DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  QUARANTAENE-LIEFERUNGEN: " DELIMITED BY SIZE
                  WS-TOT-QUAR-DLV DELIMITED BY SIZE
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
