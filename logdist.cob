       IDENTIFICATION DIVISION.
      *Verteilung der Berichte eines Laufs an die Empfaenger laut
      *Verteilerregister LOGDIST.DAT, mit Zustell-Protokoll
       PROGRAM-ID. LOGDIST.
       REMARKS. Copies the reports of one chain run into the outboxes
           of the teams that read them. The register LOGDIST.DAT has
           one line per report and recipient:
               report|recipient|frequency|outbox
           report the file name as the suite writes it, where <RUN>
           stands for the run's LOG-RUN-ID and <DATE> for its
           business date YYYYMMDD (HANDOVER-<DATE>.RPT,
           LOGSORT-REPORT-<RUN>.CSV, LOGMONTH.RPT ...); frequency D
           = every run, M = month-end only, i.e. on the last day of
           the month that LOGCAL's calendar still expects a run;
           outbox the directory the recipient collects from. Blank
           lines and lines starting with * are ignored, a faulty
           line is reported and skipped. Each copy goes to
           <outbox>/<business date>-<report> and is recorded in
           LOGDIST-LOG.DAT (date|time|run|state|records|report|
           recipient|target). A report that is missing, empty or
           older than the run's business date (the file date of
           last night's version) is not sent but logged FEHLT, LEER
           or VERALTET, and the run ends with RC 4; a copy that
           cannot be written in full is removed from the outbox
           again and logged FEHLER with RC 16. LOGDRIVER
           calls the program after a clean night, once the
           handover sheet is written, and lists the findings on the
           sheet; standalone (LOGMENU) it asks for the run to
           distribute again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO "LOGDIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.
           SELECT DLOG-FILE ASSIGN TO "LOGDIST-LOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DLOG-STATUS.
           SELECT RUNS-FILE ASSIGN TO "LOGRUNS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RUNS-STATUS.
      * Bericht und Kopie sind Laufzeit-Namen - derselbe
      * DYNAMIC-Trick wie bei LOGARCHIVEs datierter Archivdatei.
           SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SRC-STATUS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE.
       01  REG-REC             PIC X(200).

       FD  DLOG-FILE.
       01  DLOG-REC            PIC X(250).

      * Lauf-Kennung (1:15), je Lauf eine Zeile (LOGDRIVER).
       FD  RUNS-FILE.
       01  RUNS-REC            PIC X(20).

       FD  SRC-FILE.
       01  SRC-REC             PIC X(1000).

       FD  OUT-FILE.
       01  OUT-REC             PIC X(1000).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-REG-STATUS       PIC XX VALUE "00".
       01  WS-DLOG-STATUS      PIC XX VALUE "00".
       01  WS-RUNS-STATUS      PIC XX VALUE "00".
       01  WS-SRC-STATUS       PIC XX VALUE "00".
       01  WS-OUT-STATUS       PIC XX VALUE "00".
       01  WS-SRC-NAME         PIC X(60) VALUE SPACES.
       01  WS-OUT-NAME         PIC X(130) VALUE SPACES.
       01  WS-FINAL-RC         PIC 99 VALUE 0.

      * Verteilerregister.
       01  WS-DE-COUNT         PIC 9(3) VALUE 0.
       01  WS-DE-IDX           PIC 9(3) VALUE 0.
       01  WS-DE-TABLE.
           05  WS-DE-ROW OCCURS 200 TIMES.
               10  WS-DE-REPORT    PIC X(40).
               10  WS-DE-RECIP     PIC X(20).
               10  WS-DE-FREQ      PIC X.
               10  WS-DE-OUTBOX    PIC X(60).
       01  WS-REG-LINE-NO      PIC 9(4) VALUE 0.
       01  WS-P-REPORT         PIC X(40) VALUE SPACES.
       01  WS-P-RECIP          PIC X(20) VALUE SPACES.
       01  WS-P-FREQ           PIC X(10) VALUE SPACES.
       01  WS-P-OUTBOX         PIC X(60) VALUE SPACES.

      * Lauf, dessen Berichte verteilt werden, und sein
      * Geschaeftsdatum (aus der Kennung R<JJJJMMTT><hhmmss>).
       01  WS-RUN-ID           PIC X(15) VALUE SPACES.
       01  WS-RUN-INPUT        PIC X(15) VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).

      * Monatsende: kein weiterer Verarbeitungstag im Monat.
       01  WS-MONTH-END        PIC X VALUE "N".
       01  WS-CHK-INT          PIC 9(7) VALUE 0.
       01  WS-CHK-DATE         PIC 9(8) VALUE 0.
       01  WS-CHK-TEXT         PIC X(10) VALUE SPACES.
       01  WS-CAL-RUN-FLAG     PIC X VALUE "Y".
       01  WS-CAL-REASON       PIC X(30) VALUE SPACES.

      * Berichtsname mit eingesetzten Platzhaltern.
       01  WS-RES-POS          PIC 9(3) VALUE 0.
       01  WS-RES-OUT          PIC 9(3) VALUE 0.
       01  WS-BASE-POS         PIC 9(3) VALUE 0.
       01  WS-BASE-NAME        PIC X(60) VALUE SPACES.

      * Zustand des Berichts: Datei-Angaben aus CBL_CHECK_FILE_EXIST
      * (Groesse, Tag, Monat, Jahr, Uhrzeit der letzten Aenderung).
       01  WS-FILE-DETAILS.
           05  WS-FD-SIZE      PIC X(8) COMP-X.
           05  WS-FD-DAY       PIC X COMP-X.
           05  WS-FD-MONTH     PIC X COMP-X.
           05  WS-FD-YEAR      PIC XX COMP-X.
           05  WS-FD-TIME      PIC X(4).
       01  WS-FILE-DATE        PIC 9(8) VALUE 0.
       01  WS-CHECK-RC         PIC S9(4) COMP VALUE 0.
       01  WS-SRC-STATE        PIC X(8) VALUE SPACES.
       01  WS-SRC-RECS         PIC 9(8) VALUE 0.
       01  WS-OUT-RECS         PIC 9(8) VALUE 0.

      * Summen des Laufs.
       01  WS-SENT             PIC 9(4) VALUE 0.
       01  WS-FLAGGED          PIC 9(4) VALUE 0.
       01  WS-FAILED           PIC 9(4) VALUE 0.
       01  WS-NOT-DUE          PIC 9(4) VALUE 0.
       01  WS-BAD-LINES        PIC 9(4) VALUE 0.

       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE       PIC X(10) VALUE SPACES.
       01  WS-NOW              PIC 9(8) VALUE 0.
       01  WS-NOW-DISP         PIC X(8) VALUE SPACES.

      * Run history/audit trail - staging fields sized to match
      * AUDITLOG's LINKAGE SECTION exactly (PIC 9(8)).
       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGDIST".
       01  WS-AUDIT-INPUT      PIC X(40) VALUE "LOGDIST.DAT".
       01  WS-AUDIT-FILTER     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.
       01  WS-SAVED-RC         PIC S9(4) COMP VALUE 0.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGDIST".
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
           DISPLAY "=== LOGDIST: Verteilung der Berichte ==="
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           MOVE SPACES TO WS-NOW-DISP
           STRING WS-NOW(1:2) ":" WS-NOW(3:2) ":" WS-NOW(5:2)
              DELIMITED BY SIZE INTO WS-NOW-DISP
           MOVE 0 TO WS-FINAL-RC
           IF LOG-RUN-ID NOT = SPACES
              AND LOG-RUN-ID NOT = LOW-VALUES
              MOVE LOG-RUN-ID TO WS-RUN-ID
           ELSE
              PERFORM GET-RUN-ID
           END-IF
           IF WS-RUN-ID = SPACES
              DISPLAY "** FEHLER: keine Lauf-Kennung - nichts "
                      "verteilt **"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-RUN-DATE
           DISPLAY "Lauf " FUNCTION TRIM(WS-RUN-ID)
                   ", Geschaeftsdatum " WS-RUN-DATE-X
           PERFORM LOAD-REGISTER
           IF WS-REG-STATUS NOT = "00"
              DISPLAY "** WARNUNG: LOGDIST.DAT nicht vorhanden - "
                      "nichts zu verteilen **"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-MONTH-END
           IF WS-MONTH-END = "Y"
              DISPLAY "Monatsende - auch die M-Eintraege werden "
                      "verteilt"
           END-IF
           PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                   UNTIL WS-DE-IDX > WS-DE-COUNT
              PERFORM DISTRIBUTE-ONE
           END-PERFORM
           DISPLAY " "
           DISPLAY "Zugestellt: " WS-SENT "  auffaellig (fehlt/leer/"
                   "veraltet): " WS-FLAGGED "  Schreibfehler: "
                   WS-FAILED "  nicht faellig: " WS-NOT-DUE
           IF WS-FLAGGED > 0 AND WS-FINAL-RC < 4
              MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-FAILED > 0
              MOVE 16 TO WS-FINAL-RC
           END-IF
           MOVE WS-RUN-ID TO WS-AUDIT-FILTER
           MOVE WS-DE-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-SENT TO WS-AUDIT-RECORDS-MATCHED
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-AUDIT-INPUT
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      * Standalone: Lauf abfragen, leer = juengster Lauf in
      * LOGRUNS.DAT.
       GET-RUN-ID.
           DISPLAY "Enter run id to distribute (blank = latest in "
                   "LOGRUNS.DAT): "
           MOVE SPACES TO WS-RUN-INPUT
           ACCEPT WS-RUN-INPUT
           IF WS-RUN-INPUT = SPACES
              OPEN INPUT RUNS-FILE
              IF WS-RUNS-STATUS = "00"
                 MOVE "N" TO EOF
                 PERFORM UNTIL EOF = "Y"
                    READ RUNS-FILE
                       AT END
                          MOVE "Y" TO EOF
                       NOT AT END
                          IF RUNS-REC(1:15) NOT = SPACES
                             MOVE RUNS-REC(1:15) TO WS-RUN-INPUT
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE RUNS-FILE
              END-IF
           END-IF
           MOVE FUNCTION TRIM(WS-RUN-INPUT) TO WS-RUN-ID.

      * Geschaeftsdatum aus der Kennung; eine Kennung anderer Form
      * verteilt mit dem heutigen Datum.
       SET-RUN-DATE.
           MOVE WS-TODAY TO WS-RUN-DATE
           IF WS-RUN-ID(1:1) = "R" AND WS-RUN-ID(2:8) NUMERIC
              MOVE WS-RUN-ID(2:8) TO WS-RUN-DATE-X
           END-IF.

       LOAD-REGISTER.
           MOVE 0 TO WS-DE-COUNT
           MOVE 0 TO WS-REG-LINE-NO
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ REG-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    ADD 1 TO WS-REG-LINE-NO
                    PERFORM TAKE-REGISTER-LINE
              END-READ
           END-PERFORM
           CLOSE REG-FILE.

      * Bericht, Empfaenger und Ablage muessen gesetzt sein, die
      * Haeufigkeit D oder M; sonst wird die Zeile uebergangen.
       TAKE-REGISTER-LINE.
           IF REG-REC = SPACES OR REG-REC(1:1) = "*"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-P-REPORT WS-P-RECIP WS-P-FREQ
                          WS-P-OUTBOX
           UNSTRING REG-REC DELIMITED BY "|"
              INTO WS-P-REPORT WS-P-RECIP WS-P-FREQ WS-P-OUTBOX
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-P-REPORT) TO WS-P-REPORT
           MOVE FUNCTION TRIM(WS-P-RECIP) TO WS-P-RECIP
           MOVE FUNCTION TRIM(WS-P-FREQ) TO WS-P-FREQ
           MOVE FUNCTION TRIM(WS-P-OUTBOX) TO WS-P-OUTBOX
           IF WS-P-REPORT = SPACES OR WS-P-RECIP = SPACES
              OR WS-P-OUTBOX = SPACES
              OR (WS-P-FREQ NOT = "D" AND WS-P-FREQ NOT = "M")
              DISPLAY "** WARNUNG: LOGDIST.DAT Zeile "
                      WS-REG-LINE-NO " fehlerhaft - uebergangen **"
              ADD 1 TO WS-BAD-LINES
              IF WS-FINAL-RC < 4
                 MOVE 4 TO WS-FINAL-RC
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-DE-COUNT >= 200
              DISPLAY "** WARNUNG: mehr als 200 Verteiler-Eintraege "
                      "- Rest wird ignoriert **"
              IF WS-FINAL-RC < 4
                 MOVE 4 TO WS-FINAL-RC
              END-IF
              MOVE "Y" TO EOF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DE-COUNT
           MOVE WS-P-REPORT TO WS-DE-REPORT(WS-DE-COUNT)
           MOVE WS-P-RECIP TO WS-DE-RECIP(WS-DE-COUNT)
           MOVE WS-P-FREQ TO WS-DE-FREQ(WS-DE-COUNT)
           MOVE WS-P-OUTBOX TO WS-DE-OUTBOX(WS-DE-COUNT).

      * Monatsende heisst: LOGCAL erwartet an keinem der restlichen
      * Tage des Monats mehr einen Lauf - faellt der Letzte auf ein
      * Wochenende, ist der Freitag davor das Monatsende.
       CHECK-MONTH-END.
           MOVE "Y" TO WS-MONTH-END
           COMPUTE WS-CHK-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           ADD 1 TO WS-CHK-INT
           MOVE FUNCTION DATE-OF-INTEGER(WS-CHK-INT) TO WS-CHK-DATE
           PERFORM UNTIL WS-CHK-DATE(5:2) NOT = WS-RUN-DATE(5:2)
                      OR WS-MONTH-END = "N"
              MOVE SPACES TO WS-CHK-TEXT
              STRING WS-CHK-DATE(1:4) "-" WS-CHK-DATE(5:2) "-"
                     WS-CHK-DATE(7:2)
                 DELIMITED BY SIZE INTO WS-CHK-TEXT
              CALL "LOGCAL" USING WS-CHK-TEXT WS-CAL-RUN-FLAG
                      WS-CAL-REASON
              END-CALL
              IF WS-CAL-RUN-FLAG = "Y"
                 MOVE "N" TO WS-MONTH-END
              END-IF
              ADD 1 TO WS-CHK-INT
              MOVE FUNCTION DATE-OF-INTEGER(WS-CHK-INT)
                 TO WS-CHK-DATE
           END-PERFORM.

      * Ein Verteiler-Eintrag: Bericht pruefen, kopieren,
      * protokollieren.
       DISTRIBUTE-ONE.
           IF WS-DE-FREQ(WS-DE-IDX) = "M" AND WS-MONTH-END = "N"
              ADD 1 TO WS-NOT-DUE
              EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-REPORT-NAME
           PERFORM CHECK-REPORT
           MOVE SPACES TO WS-OUT-NAME
           MOVE 0 TO WS-OUT-RECS
           IF WS-SRC-STATE = "OK"
              PERFORM COPY-REPORT
           ELSE
              ADD 1 TO WS-FLAGGED
           END-IF
           PERFORM APPEND-DIST-LOG
           IF WS-SRC-STATE = "GESENDET"
              DISPLAY "  " WS-SRC-STATE " " FUNCTION TRIM(WS-SRC-NAME)
                      " an " FUNCTION TRIM(WS-DE-RECIP(WS-DE-IDX))
                      " (" WS-OUT-RECS " Zeilen)"
           ELSE
              DISPLAY "** " FUNCTION TRIM(WS-SRC-STATE) ": "
                      FUNCTION TRIM(WS-SRC-NAME) " fuer "
                      FUNCTION TRIM(WS-DE-RECIP(WS-DE-IDX)) " **"
           END-IF.

      * Setzt <RUN> und <DATE> im Berichtsnamen ein.
       RESOLVE-REPORT-NAME.
           MOVE SPACES TO WS-SRC-NAME
           MOVE 1 TO WS-RES-POS
           MOVE 1 TO WS-RES-OUT
           PERFORM RESOLVE-ONE-PART
              UNTIL WS-RES-POS > 40
                 OR WS-DE-REPORT(WS-DE-IDX)(WS-RES-POS:1) = SPACE.

       RESOLVE-ONE-PART.
           IF WS-RES-POS <= 36
              IF WS-DE-REPORT(WS-DE-IDX)(WS-RES-POS:5) = "<RUN>"
                 STRING FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                    INTO WS-SRC-NAME WITH POINTER WS-RES-OUT
                 ADD 5 TO WS-RES-POS
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-RES-POS <= 35
              IF WS-DE-REPORT(WS-DE-IDX)(WS-RES-POS:6) = "<DATE>"
                 STRING WS-RUN-DATE-X DELIMITED BY SIZE
                    INTO WS-SRC-NAME WITH POINTER WS-RES-OUT
                 ADD 6 TO WS-RES-POS
                 EXIT PARAGRAPH
              END-IF
           END-IF
           STRING WS-DE-REPORT(WS-DE-IDX)(WS-RES-POS:1)
              DELIMITED BY SIZE
              INTO WS-SRC-NAME WITH POINTER WS-RES-OUT
           ADD 1 TO WS-RES-POS.

      * FEHLT: keine Datei; VERALTET: zuletzt vor dem
      * Geschaeftsdatum geschrieben (Stand einer frueheren Nacht);
      * LEER: keine einzige Zeile.
       CHECK-REPORT.
           MOVE "OK" TO WS-SRC-STATE
           MOVE 0 TO WS-SRC-RECS
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SRC-NAME
                   WS-FILE-DETAILS
           MOVE RETURN-CODE TO WS-CHECK-RC
           MOVE 0 TO RETURN-CODE
           IF WS-CHECK-RC NOT = 0
              MOVE "FEHLT" TO WS-SRC-STATE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FILE-DATE = WS-FD-YEAR * 10000
                                + WS-FD-MONTH * 100 + WS-FD-DAY
           IF WS-FILE-DATE < WS-RUN-DATE
              MOVE "VERALTET" TO WS-SRC-STATE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT SRC-FILE
           IF WS-SRC-STATUS NOT = "00"
              MOVE "FEHLT" TO WS-SRC-STATE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ SRC-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    ADD 1 TO WS-SRC-RECS
              END-READ
           END-PERFORM
           CLOSE SRC-FILE
           IF WS-SRC-RECS = 0
              MOVE "LEER" TO WS-SRC-STATE
           END-IF.

      * Kopie nach <Ablage>/<Geschaeftsdatum>-<Bericht>, mit
      * Gelesen-gleich-Geschrieben-Nachweis. Eine unvollstaendige
      * Kopie wird wieder geloescht - der Empfaenger soll in seiner
      * Ablage nichts Halbes abholen. Scheitert schon das Anlegen,
      * gibt es nichts zu loeschen.
       COPY-REPORT.
           MOVE 0 TO WS-BASE-POS
           PERFORM VARYING WS-RES-POS FROM 1 BY 1
                   UNTIL WS-RES-POS > 60
              IF WS-SRC-NAME(WS-RES-POS:1) = "/"
                 MOVE WS-RES-POS TO WS-BASE-POS
              END-IF
           END-PERFORM
           ADD 1 TO WS-BASE-POS
           MOVE WS-SRC-NAME(WS-BASE-POS:) TO WS-BASE-NAME
           MOVE SPACES TO WS-OUT-NAME
           STRING FUNCTION TRIM(WS-DE-OUTBOX(WS-DE-IDX))
                     DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-RUN-DATE-X DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE
                  INTO WS-OUT-NAME
           MOVE "FEHLER" TO WS-SRC-STATE
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
              ADD 1 TO WS-FAILED
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT SRC-FILE
           IF WS-SRC-STATUS NOT = "00"
              CLOSE OUT-FILE
              DELETE FILE OUT-FILE
              ADD 1 TO WS-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ SRC-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    MOVE SRC-REC TO OUT-REC
                    WRITE OUT-REC
                    IF WS-OUT-STATUS = "00"
                       ADD 1 TO WS-OUT-RECS
                    ELSE
                       MOVE "Y" TO EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SRC-FILE
           CLOSE OUT-FILE
           IF WS-OUT-RECS NOT = WS-SRC-RECS
              DELETE FILE OUT-FILE
              ADD 1 TO WS-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE "GESENDET" TO WS-SRC-STATE
           ADD 1 TO WS-SENT.

      * Datum|Uhrzeit|Lauf|Zustand|Zeilen|Bericht|Empfaenger|Kopie.
       APPEND-DIST-LOG.
           OPEN EXTEND DLOG-FILE
           IF WS-DLOG-STATUS NOT = "00"
              OPEN OUTPUT DLOG-FILE
           END-IF
           IF WS-DLOG-STATUS NOT = "00"
              DISPLAY "** WARNUNG: LOGDIST-LOG.DAT konnte nicht "
                      "geschrieben werden (Status " WS-DLOG-STATUS
                      ") **"
              IF WS-FINAL-RC < 4
                 MOVE 4 TO WS-FINAL-RC
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DLOG-REC
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NOW-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SRC-STATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-OUT-RECS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DE-RECIP(WS-DE-IDX))
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-NAME) DELIMITED BY SIZE
                  INTO DLOG-REC
           WRITE DLOG-REC
           CLOSE DLOG-FILE.

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
