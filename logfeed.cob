       IDENTIFICATION DIVISION.
      *Lieferueberwachung: prueft jedes erwartete Quellsystem gegen
      *das Quellen-Register auf fehlende, verspaetete, mengen-
      *auffaellige und verstummte Lieferungen
       PROGRAM-ID. LOGFEED.
       REMARKS. LOGINTAKE checks the trailer of whatever deliveries
           it is handed, but nothing noticed a source that did not
           deliver at all, or one that delivered on time and then
           went quiet for hours. LOGSOURCES.DAT is the register of
           feeding systems, one line per LOG-SOURCE:
           "SOURCE|cut-off HH:MM:SS|days|min|max|silent minutes".
           Days is "ALL" or a comma list of the weekday names
           LOGCAL uses (MON,TUE,...); a no-run day in
           LOGCALENDAR.DAT is never a delivery day either. Min/max
           is the normal daily record band, silent minutes the
           longest tolerated gap between two LOG-TIMEs of the
           source (blank or zero switches a check off). For the
           check date the program sums INTAKE-COUNTS.DAT per source
           (with the intake time LOGINTAKE stamps on each line),
           reads the LOG-TIMEs of the live log and reports every
           registered source as missing, late, outside its band or
           silent, plus sources that delivered without being
           registered (their volume is the intake count if
           LOGINTAKE took a delivery from them, else the live
           records). A source with a cut-off that has delivered
           nothing yet is only missing once its cut-off has passed;
           checked earlier on the day itself (or for a day still to
           come) it shows VOR FRIST and is no finding. Missing
           sources set RC 8, every other finding RC 4, so the chain
           can mark the night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRC-FILE ASSIGN TO "LOGSOURCES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SRC-STATUS.
      * Je-Quelle-Zaehlzeilen der Annahme: Datum|Quelle|Anzahl|Zeit.
      * Aeltere Zeilen ohne Zeitfeld zaehlen mit, nur die
      * Fristpruefung entfaellt fuer sie.
           SELECT COUNT-FILE ASSIGN TO "INTAKE-COUNTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COUNT-STATUS.
           SELECT LOGFILE ASSIGN TO DYNAMIC WS-INPUT-FILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOGFILE-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

      * Optional hand-off file written by the LOGFRONT parameter-entry
      * screen.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRC-FILE.
       01  SRC-REC             PIC X(100).

       FD  COUNT-FILE.
       01  COUNT-REC           PIC X(80).

       FD  LOGFILE.
       01  LOG-REC             PIC X(80).
       01  LOG-REC-FIELDS REDEFINES LOG-REC.
           COPY LOGENTRY.

       FD  RPT-FILE.
       01  RPT-REC             PIC X(100).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(390).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-SRC-STATUS       PIC XX VALUE "00".
       01  WS-COUNT-STATUS     PIC XX VALUE "00".
       01  WS-LOGFILE-STATUS   PIC XX VALUE "00".
       01  WS-RPT-STATUS       PIC XX VALUE "00".
       01  WS-PARM-STATUS      PIC XX VALUE "00".
       01  WS-INPUT-FILE       PIC X(40) VALUE "logs.dat".
       01  WS-PARM-NAME        PIC X(40) VALUE "LOGPARMS.DAT".
       01  WS-RPT-NAME         PIC X(40) VALUE "FEEDCHECK.RPT".
       01  WS-HAVE-PARMS       PIC X VALUE "N".
           COPY LOGRUNID.

      * Pruefdatum (YYYY-MM-DD), sein Wochentag und die Kalender-
      * Auskunft von LOGCAL.
       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE       PIC X(10) VALUE SPACES.
       01  WS-NOW              PIC 9(8) VALUE 0.
       01  WS-CHECK-DATE       PIC X(10) VALUE SPACES.
       01  WS-CHECK-IS-TODAY   PIC X VALUE "N".
       01  WS-CAL-RUN-FLAG     PIC X VALUE "Y".
       01  WS-CAL-REASON       PIC X(30) VALUE SPACES.
       01  WS-DATE-X           PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM         PIC 9(8) VALUE 0.
       01  WS-DATE-INT         PIC S9(9) VALUE 0.
       01  WS-WD-PICK          PIC 9(1) VALUE 0.
       01  WS-WD-NAMES-INIT.
           05  FILLER          PIC X(3) VALUE "SUN".
           05  FILLER          PIC X(3) VALUE "MON".
           05  FILLER          PIC X(3) VALUE "TUE".
           05  FILLER          PIC X(3) VALUE "WED".
           05  FILLER          PIC X(3) VALUE "THU".
           05  FILLER          PIC X(3) VALUE "FRI".
           05  FILLER          PIC X(3) VALUE "SAT".
       01  WS-WD-NAMES REDEFINES WS-WD-NAMES-INIT.
           05  WS-WD-NAME      OCCURS 7 TIMES PIC X(3).
       01  WS-WD-HITS          PIC 9(2) VALUE 0.

      * Das Register mit den Tagesbefunden je Quelle.
       01  WS-REG-COUNT        PIC 9(2) VALUE 0.
       01  WS-REG-IDX          PIC 9(2) VALUE 0.
       01  WS-REG-FOUND        PIC 9(2) VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ROW OCCURS 50 TIMES.
               10  WS-REG-SOURCE    PIC X(8).
               10  WS-REG-CUTOFF    PIC X(8).
               10  WS-REG-DAYS      PIC X(30).
               10  WS-REG-MIN       PIC 9(8).
               10  WS-REG-MAX       PIC 9(8).
               10  WS-REG-SILENT    PIC 9(4).
               10  WS-REG-EXPECTED  PIC X.
               10  WS-REG-IN-SEEN   PIC X.
               10  WS-REG-IN-COUNT  PIC 9(8).
               10  WS-REG-IN-TIME   PIC X(8).
               10  WS-REG-LV-COUNT  PIC 9(8).
               10  WS-REG-LV-LAST   PIC X(8).
               10  WS-REG-GAP-SECS  PIC 9(6).
               10  WS-REG-GAP-FROM  PIC X(8).
               10  WS-REG-GAP-TO    PIC X(8).

      * Felder einer Registerzeile beim Einlesen.
       01  WS-R-SOURCE         PIC X(8) VALUE SPACES.
       01  WS-R-CUTOFF         PIC X(8) VALUE SPACES.
       01  WS-R-DAYS           PIC X(30) VALUE SPACES.
       01  WS-R-MIN-X          PIC X(8) VALUE SPACES.
       01  WS-R-MAX-X          PIC X(8) VALUE SPACES.
       01  WS-R-SILENT-X       PIC X(4) VALUE SPACES.
       01  WS-NUM-J            PIC X(8) JUSTIFIED RIGHT.
       01  WS-NUM-VALUE        PIC 9(8) VALUE 0.
       01  WS-NUM-OK           PIC X VALUE "N".

      * Felder einer INTAKE-COUNTS-Zeile.
       01  WS-I-DATE           PIC X(10) VALUE SPACES.
       01  WS-I-SOURCE         PIC X(8) VALUE SPACES.
       01  WS-I-COUNT-X        PIC X(8) VALUE SPACES.
       01  WS-I-TIME           PIC X(8) VALUE SPACES.

      * Nicht registrierte Quellen mit Lieferungen am Pruefdatum.
       01  WS-UNK-COUNT        PIC 9(2) VALUE 0.
       01  WS-UNK-IDX          PIC 9(2) VALUE 0.
       01  WS-UNK-FOUND        PIC 9(2) VALUE 0.
       01  WS-UNK-TABLE.
      * Annahme- und Live-Menge getrennt; es zaehlt wie bei den
      * registrierten Quellen die Annahme, sonst die Live-Saetze.
           05  WS-UNK-ROW OCCURS 50 TIMES.
               10  WS-UNK-SOURCE PIC X(8).
               10  WS-UNK-IN-SEEN PIC X.
               10  WS-UNK-IN-COUNT PIC 9(8).
               10  WS-UNK-LV-COUNT PIC 9(8).

      * LOG-TIMEs des Pruefdatums je Quelle, nach Quelle+Zeit
      * sortiert (SORTUTIL, Schluessel 1:16), fuer die Lueckensuche.
       01  WS-TM-COUNT         PIC 9(8) VALUE 0.
       01  WS-TM-IDX           PIC 9(8) VALUE 0.
       01  WS-TM-OVERFLOW      PIC X VALUE "N".
       01  WS-TM-TABLE.
           05  WS-TM-ROW OCCURS 20000 TIMES.
               10  WS-TM-SOURCE PIC X(8).
               10  WS-TM-TIME   PIC X(8).
       01  WS-TM-ROW-LEN       PIC 9(5) VALUE 16.
       01  WS-TM-KEY-OFF       PIC 9(5) VALUE 1.
       01  WS-TM-KEY-LEN       PIC 9(5) VALUE 16.
       01  WS-TM-ORDER         PIC X VALUE "A".
       01  WS-PREV-SOURCE      PIC X(8) VALUE SPACES.
       01  WS-PREV-TIME        PIC X(8) VALUE SPACES.
       01  WS-PREV-SECS        PIC 9(6) VALUE 0.
       01  WS-CUR-SECS         PIC 9(6) VALUE 0.
       01  WS-GAP-SECS         PIC 9(6) VALUE 0.
       01  WS-TIME-X           PIC X(8) VALUE SPACES.
       01  WS-TIME-D REDEFINES WS-TIME-X.
           05  WS-T-HH         PIC 9(2).
           05  FILLER          PIC X.
           05  WS-T-MM         PIC 9(2).
           05  FILLER          PIC X.
           05  WS-T-SS         PIC 9(2).
       01  WS-TIME-SECS        PIC 9(6) VALUE 0.
       01  WS-TIME-OK          PIC X VALUE "N".
       01  WS-NOW-DISP         PIC X(8) VALUE SPACES.

      * Befund je Quelle und Zaehler fuer Bericht und RETURN-CODE.
       01  WS-STATUS-TEXT      PIC X(14) VALUE SPACES.
       01  WS-GAP-MIN          PIC 9(4) VALUE 0.
       01  WS-VOLUME           PIC 9(8) VALUE 0.
       01  WS-COUNT-DISP       PIC Z(7)9.
       01  WS-MIN-DISP         PIC Z(7)9.
       01  WS-MAX-DISP         PIC Z(7)9.
       01  WS-GAP-DISP         PIC Z(3)9.
       01  WS-SILENT-DISP      PIC Z(3)9.
       01  WS-F-MISSING        PIC X VALUE "N".
       01  WS-F-LATE           PIC X VALUE "N".
       01  WS-F-BAND           PIC X VALUE "N".
       01  WS-F-SILENT         PIC X VALUE "N".
       01  WS-F-NOT-DUE        PIC X VALUE "N".
       01  WS-CUTOFF-PASSED    PIC X VALUE "Y".
       01  WS-NOT-DUE          PIC 9(3) VALUE 0.
       01  WS-MISSING          PIC 9(3) VALUE 0.
       01  WS-LATE             PIC 9(3) VALUE 0.
       01  WS-OUT-OF-BAND      PIC 9(3) VALUE 0.
       01  WS-SILENT           PIC 9(3) VALUE 0.
       01  WS-FINDINGS         PIC 9(4) VALUE 0.
       01  WS-TOTAL-READ       PIC 9(8) VALUE 0.

       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGFEED".
       01  WS-AUDIT-FILTER     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           DISPLAY "=== LOGFEED: Lieferueberwachung ==="
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           MOVE SPACES TO WS-NOW-DISP
           STRING WS-NOW(1:2) ":" WS-NOW(3:2) ":" WS-NOW(5:2)
              DELIMITED BY SIZE INTO WS-NOW-DISP
           PERFORM SET-RUN-FILE-NAMES
           PERFORM GET-INPUT-FILE
           IF WS-CHECK-DATE = SPACES
              MOVE WS-TODAY-DATE TO WS-CHECK-DATE
           END-IF
           IF WS-CHECK-DATE = WS-TODAY-DATE
              MOVE "Y" TO WS-CHECK-IS-TODAY
           END-IF
           PERFORM LOAD-REGISTRY
           IF WS-REG-COUNT = 0
              DISPLAY "** FEHLER: LOGSOURCES.DAT fehlt oder ist "
                      "leer - keine Quelle registriert **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM DETERMINE-EXPECTED
           PERFORM READ-INTAKE-COUNTS
           PERFORM READ-LIVE-TIMES
           IF WS-TM-COUNT > 1
              CALL "SORTUTIL" USING WS-TM-TABLE WS-TM-COUNT
                      WS-TM-ROW-LEN WS-TM-KEY-OFF WS-TM-KEY-LEN
                      WS-TM-ORDER
              END-CALL
           END-IF
           PERFORM SCAN-SILENT-GAPS
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-RPT-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-RPT-STATUS ") **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
              PERFORM JUDGE-ONE-SOURCE
           END-PERFORM
           PERFORM WRITE-UNKNOWN-SOURCES
           PERFORM WRITE-REPORT-FOOTER
           CLOSE RPT-FILE
           DISPLAY "Fehlend " WS-MISSING "  verspaetet " WS-LATE
                   "  ausserhalb Band " WS-OUT-OF-BAND
                   "  verstummt " WS-SILENT
                   "  vor Frist " WS-NOT-DUE
           DISPLAY "Bericht: " FUNCTION TRIM(WS-RPT-NAME)
           MOVE WS-CHECK-DATE TO WS-AUDIT-FILTER
           MOVE WS-TOTAL-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-FINDINGS TO WS-AUDIT-RECORDS-MATCHED
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-INPUT-FILE
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           IF WS-MISSING > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-FINDINGS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

      * Bei leerer Kennung gelten die festen Standardnamen (siehe
      * LOGREADERs SET-RUN-FILE-NAMES).
       SET-RUN-FILE-NAMES.
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              MOVE "LOGPARMS.DAT" TO WS-PARM-NAME
              MOVE "FEEDCHECK.RPT" TO WS-RPT-NAME
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARM-NAME
           STRING "LOGPARMS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PARM-NAME
           MOVE SPACES TO WS-RPT-NAME
           STRING "FEEDCHECK-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".RPT" DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

      * Live-Datei und Pruefdatum aus LOGFRONTs LOGPARMS.DAT (das
      * Laufdatum, sonst heute); ohne Parameterdatei wird gefragt.
       GET-INPUT-FILE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
              AND WS-PARM-NAME NOT = "LOGPARMS.DAT"
              MOVE "LOGPARMS.DAT" TO WS-PARM-NAME
              OPEN INPUT PARM-FILE
           END-IF
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 NOT AT END
                    MOVE PARM-REC(1:40) TO WS-INPUT-FILE
                    MOVE FUNCTION TRIM(WS-INPUT-FILE) TO WS-INPUT-FILE
                    MOVE PARM-REC(41:10) TO WS-CHECK-DATE
                    MOVE "Y" TO WS-HAVE-PARMS
              END-READ
              CLOSE PARM-FILE
           END-IF
           IF WS-HAVE-PARMS NOT = "Y"
              DISPLAY "Enter live log file name (blank = logs.dat): "
              ACCEPT WS-INPUT-FILE
              DISPLAY "Check date YYYY-MM-DD (blank = today): "
              ACCEPT WS-CHECK-DATE
           END-IF
           IF WS-INPUT-FILE = SPACES
              MOVE "logs.dat" TO WS-INPUT-FILE
           END-IF.

       LOAD-REGISTRY.
           OPEN INPUT SRC-FILE
           IF WS-SRC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ SRC-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    PERFORM PARSE-ONE-SOURCE
              END-READ
           END-PERFORM
           CLOSE SRC-FILE.

      * "SOURCE|HH:MM:SS|days|min|max|silent"; "*" am Zeilenanfang
      * ist Kommentar. Leere Zahlfelder schalten die Pruefung ab.
       PARSE-ONE-SOURCE.
           IF SRC-REC = SPACES OR SRC-REC(1:1) = "*"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-R-SOURCE WS-R-CUTOFF WS-R-DAYS
                          WS-R-MIN-X WS-R-MAX-X WS-R-SILENT-X
           UNSTRING SRC-REC DELIMITED BY "|"
              INTO WS-R-SOURCE WS-R-CUTOFF WS-R-DAYS
                   WS-R-MIN-X WS-R-MAX-X WS-R-SILENT-X
           END-UNSTRING
           IF WS-R-SOURCE = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-REG-COUNT >= 50
              DISPLAY "** WARNUNG: mehr als 50 Quellen in "
                      "LOGSOURCES.DAT - Rest wird ignoriert **"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE WS-R-SOURCE TO WS-REG-SOURCE(WS-REG-COUNT)
           MOVE WS-R-CUTOFF TO WS-REG-CUTOFF(WS-REG-COUNT)
           MOVE WS-R-DAYS TO WS-REG-DAYS(WS-REG-COUNT)
           IF WS-REG-DAYS(WS-REG-COUNT) = SPACES
              MOVE "ALL" TO WS-REG-DAYS(WS-REG-COUNT)
           END-IF
           MOVE WS-R-MIN-X TO WS-NUM-J
           PERFORM CONVERT-NUMBER
           MOVE WS-NUM-VALUE TO WS-REG-MIN(WS-REG-COUNT)
           MOVE WS-R-MAX-X TO WS-NUM-J
           PERFORM CONVERT-NUMBER
           MOVE WS-NUM-VALUE TO WS-REG-MAX(WS-REG-COUNT)
           MOVE WS-R-SILENT-X TO WS-NUM-J
           PERFORM CONVERT-NUMBER
           MOVE WS-NUM-VALUE TO WS-REG-SILENT(WS-REG-COUNT)
           IF WS-NUM-OK = "N"
              DISPLAY "** WARNUNG: unlesbare Zahl in LOGSOURCES.DAT "
                      "fuer " WS-R-SOURCE " - Pruefung abgeschaltet **"
           END-IF
           MOVE "N" TO WS-REG-EXPECTED(WS-REG-COUNT)
           MOVE "N" TO WS-REG-IN-SEEN(WS-REG-COUNT)
           MOVE 0 TO WS-REG-IN-COUNT(WS-REG-COUNT)
           MOVE SPACES TO WS-REG-IN-TIME(WS-REG-COUNT)
           MOVE 0 TO WS-REG-LV-COUNT(WS-REG-COUNT)
           MOVE SPACES TO WS-REG-LV-LAST(WS-REG-COUNT)
           MOVE 0 TO WS-REG-GAP-SECS(WS-REG-COUNT)
           MOVE SPACES TO WS-REG-GAP-FROM(WS-REG-COUNT)
           MOVE SPACES TO WS-REG-GAP-TO(WS-REG-COUNT).

      * WS-NUM-J (rechtsbuendig) nach WS-NUM-VALUE; leer oder
      * unlesbar ergibt 0, unlesbar zusaetzlich WS-NUM-OK = "N".
       CONVERT-NUMBER.
           MOVE "Y" TO WS-NUM-OK
           MOVE 0 TO WS-NUM-VALUE
           MOVE FUNCTION TRIM(WS-NUM-J) TO WS-NUM-J
           IF WS-NUM-J = SPACES
              EXIT PARAGRAPH
           END-IF
           INSPECT WS-NUM-J REPLACING LEADING " " BY "0"
           IF WS-NUM-J NUMERIC
              MOVE WS-NUM-J TO WS-NUM-VALUE
           ELSE
              MOVE "N" TO WS-NUM-OK
           END-IF.

      * Liefertag ist, was LOGCAL als Verarbeitungstag fuehrt und
      * in der Tagesliste der Quelle steht ("ALL" = jeder Tag).
       DETERMINE-EXPECTED.
           CALL "LOGCAL" USING WS-CHECK-DATE WS-CAL-RUN-FLAG
                   WS-CAL-REASON
           END-CALL
           MOVE 0 TO WS-WD-PICK
           IF WS-CHECK-DATE(1:4) NUMERIC
              AND WS-CHECK-DATE(6:2) NUMERIC
              AND WS-CHECK-DATE(9:2) NUMERIC
              MOVE SPACES TO WS-DATE-X
              STRING WS-CHECK-DATE(1:4) WS-CHECK-DATE(6:2)
                     WS-CHECK-DATE(9:2)
                 DELIMITED BY SIZE INTO WS-DATE-X
              MOVE WS-DATE-X TO WS-DATE-NUM
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-WD-PICK = FUNCTION MOD(WS-DATE-INT, 7) + 1
           END-IF
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
              IF WS-CAL-RUN-FLAG = "Y"
                 IF WS-REG-DAYS(WS-REG-IDX) = "ALL"
                    OR WS-WD-PICK = 0
                    MOVE "Y" TO WS-REG-EXPECTED(WS-REG-IDX)
                 ELSE
                    MOVE 0 TO WS-WD-HITS
                    INSPECT WS-REG-DAYS(WS-REG-IDX) TALLYING
                       WS-WD-HITS FOR ALL WS-WD-NAME(WS-WD-PICK)
                    IF WS-WD-HITS > 0
                       MOVE "Y" TO WS-REG-EXPECTED(WS-REG-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * Summiert INTAKE-COUNTS.DAT je Quelle fuer das Pruefdatum und
      * merkt die frueheste Annahmezeit.
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
                    PERFORM TAKE-ONE-INTAKE-LINE
              END-READ
           END-PERFORM
           CLOSE COUNT-FILE.

       TAKE-ONE-INTAKE-LINE.
           MOVE SPACES TO WS-I-DATE WS-I-SOURCE WS-I-COUNT-X WS-I-TIME
           UNSTRING COUNT-REC DELIMITED BY "|"
              INTO WS-I-DATE WS-I-SOURCE WS-I-COUNT-X WS-I-TIME
           END-UNSTRING
           IF WS-I-DATE NOT = WS-CHECK-DATE
              OR WS-I-COUNT-X NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-REGISTERED-SOURCE
           IF WS-REG-FOUND = 0
              PERFORM TALLY-UNKNOWN-SOURCE
              IF WS-UNK-FOUND > 0
                 MOVE "Y" TO WS-UNK-IN-SEEN(WS-UNK-FOUND)
                 MOVE WS-I-COUNT-X TO WS-NUM-VALUE
                 ADD WS-NUM-VALUE TO WS-UNK-IN-COUNT(WS-UNK-FOUND)
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-REG-IN-SEEN(WS-REG-FOUND)
           MOVE WS-I-COUNT-X TO WS-NUM-VALUE
           ADD WS-NUM-VALUE TO WS-REG-IN-COUNT(WS-REG-FOUND)
           IF WS-I-TIME NOT = SPACES
              IF WS-REG-IN-TIME(WS-REG-FOUND) = SPACES
                 OR WS-I-TIME < WS-REG-IN-TIME(WS-REG-FOUND)
                 MOVE WS-I-TIME TO WS-REG-IN-TIME(WS-REG-FOUND)
              END-IF
           END-IF.

      * Sucht WS-I-SOURCE im Register; Ergebnis in WS-REG-FOUND.
       FIND-REGISTERED-SOURCE.
           MOVE 0 TO WS-REG-FOUND
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                      OR WS-REG-FOUND > 0
              IF WS-REG-SOURCE(WS-REG-IDX) = WS-I-SOURCE
                 MOVE WS-REG-IDX TO WS-REG-FOUND
              END-IF
           END-PERFORM.

      * Sucht oder legt die Zeile der nicht registrierten Quelle
      * WS-I-SOURCE an; Ergebnis in WS-UNK-FOUND (0 = Tabelle voll).
       TALLY-UNKNOWN-SOURCE.
           MOVE 0 TO WS-UNK-FOUND
           PERFORM VARYING WS-UNK-IDX FROM 1 BY 1
                   UNTIL WS-UNK-IDX > WS-UNK-COUNT
                      OR WS-UNK-FOUND > 0
              IF WS-UNK-SOURCE(WS-UNK-IDX) = WS-I-SOURCE
                 MOVE WS-UNK-IDX TO WS-UNK-FOUND
              END-IF
           END-PERFORM
           IF WS-UNK-FOUND = 0
              IF WS-UNK-COUNT >= 50
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-UNK-COUNT
              MOVE WS-UNK-COUNT TO WS-UNK-FOUND
              MOVE WS-I-SOURCE TO WS-UNK-SOURCE(WS-UNK-FOUND)
              MOVE "N" TO WS-UNK-IN-SEEN(WS-UNK-FOUND)
              MOVE 0 TO WS-UNK-IN-COUNT(WS-UNK-FOUND)
              MOVE 0 TO WS-UNK-LV-COUNT(WS-UNK-FOUND)
           END-IF.

      * Liest die LOG-TIMEs des Pruefdatums aus der Live-Datei.
      * Eine fehlende Live-Datei ist kein Abbruch - dann bleibt nur
      * die Annahme-Sicht.
       READ-LIVE-TIMES.
           OPEN INPUT LOGFILE
           IF WS-LOGFILE-STATUS NOT = "00"
              DISPLAY "** WARNUNG: " FUNCTION TRIM(WS-INPUT-FILE)
                      " nicht lesbar (Status " WS-LOGFILE-STATUS
                      ") - nur INTAKE-COUNTS.DAT wird geprueft **"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ LOGFILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    ADD 1 TO WS-TOTAL-READ
                    IF LOG-DATE = WS-CHECK-DATE
                       PERFORM TAKE-ONE-LIVE-TIME
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOGFILE.

       TAKE-ONE-LIVE-TIME.
           MOVE LOG-SOURCE TO WS-I-SOURCE
           PERFORM FIND-REGISTERED-SOURCE
           IF WS-REG-FOUND = 0
              PERFORM TALLY-UNKNOWN-SOURCE
              IF WS-UNK-FOUND > 0
                 ADD 1 TO WS-UNK-LV-COUNT(WS-UNK-FOUND)
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REG-LV-COUNT(WS-REG-FOUND)
           IF WS-TM-COUNT >= 20000
              IF WS-TM-OVERFLOW = "N"
                 DISPLAY "** WARNUNG: mehr als 20000 Saetze am "
                         "Pruefdatum - Lueckensuche unvollstaendig **"
                 MOVE "Y" TO WS-TM-OVERFLOW
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TM-COUNT
           MOVE LOG-SOURCE TO WS-TM-SOURCE(WS-TM-COUNT)
           MOVE LOG-TIME TO WS-TM-TIME(WS-TM-COUNT).

      * Laeuft ueber die nach Quelle+Zeit sortierten LOG-TIMEs und
      * haelt je Quelle die groesste Luecke zwischen zwei Saetzen
      * fest. Am laufenden Tag zaehlt auch die Zeit seit dem letzten
      * Satz bis jetzt.
       SCAN-SILENT-GAPS.
           MOVE SPACES TO WS-PREV-SOURCE
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TM-COUNT
              MOVE WS-TM-TIME(WS-TM-IDX) TO WS-TIME-X
              PERFORM TIME-TO-SECS
              IF WS-TIME-OK = "Y"
                 IF WS-TM-SOURCE(WS-TM-IDX) = WS-PREV-SOURCE
                    COMPUTE WS-GAP-SECS = WS-TIME-SECS - WS-PREV-SECS
                    PERFORM KEEP-LARGEST-GAP
                 ELSE
                    MOVE WS-TM-SOURCE(WS-TM-IDX) TO WS-I-SOURCE
                    PERFORM FIND-REGISTERED-SOURCE
                 END-IF
                 MOVE WS-TM-SOURCE(WS-TM-IDX) TO WS-PREV-SOURCE
                 MOVE WS-TM-TIME(WS-TM-IDX) TO WS-PREV-TIME
                 MOVE WS-TIME-SECS TO WS-PREV-SECS
                 IF WS-REG-FOUND > 0
                    MOVE WS-PREV-TIME TO WS-REG-LV-LAST(WS-REG-FOUND)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CHECK-IS-TODAY NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NOW-DISP TO WS-TIME-X
           PERFORM TIME-TO-SECS
           MOVE WS-TIME-SECS TO WS-CUR-SECS
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
              IF WS-REG-LV-LAST(WS-REG-IDX) NOT = SPACES
                 MOVE WS-REG-LV-LAST(WS-REG-IDX) TO WS-TIME-X
                 PERFORM TIME-TO-SECS
                 IF WS-TIME-OK = "Y" AND WS-CUR-SECS > WS-TIME-SECS
                    COMPUTE WS-GAP-SECS = WS-CUR-SECS - WS-TIME-SECS
                    MOVE WS-REG-IDX TO WS-REG-FOUND
                    MOVE WS-REG-LV-LAST(WS-REG-IDX) TO WS-PREV-TIME
                    MOVE WS-NOW-DISP TO WS-TIME-X
                    PERFORM KEEP-LARGEST-GAP
                 END-IF
              END-IF
           END-PERFORM.

      * Merkt WS-GAP-SECS (von WS-PREV-TIME bis WS-TIME-X) als
      * groesste Luecke der Quelle WS-REG-FOUND, falls groesser.
       KEEP-LARGEST-GAP.
           IF WS-REG-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-GAP-SECS > WS-REG-GAP-SECS(WS-REG-FOUND)
              MOVE WS-GAP-SECS TO WS-REG-GAP-SECS(WS-REG-FOUND)
              MOVE WS-PREV-TIME TO WS-REG-GAP-FROM(WS-REG-FOUND)
              MOVE WS-TIME-X TO WS-REG-GAP-TO(WS-REG-FOUND)
           END-IF.

       TIME-TO-SECS.
           MOVE "N" TO WS-TIME-OK
           MOVE 0 TO WS-TIME-SECS
           IF WS-T-HH NOT NUMERIC OR WS-T-MM NOT NUMERIC
              OR WS-T-SS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TIME-SECS =
              WS-T-HH * 3600 + WS-T-MM * 60 + WS-T-SS
           MOVE "Y" TO WS-TIME-OK.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "LIEFERUEBERWACHUNG " DELIMITED BY SIZE
                  WS-CHECK-DATE DELIMITED BY SIZE
                  "  erstellt " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOW-DISP DELIMITED BY SIZE
                  INTO RPT-REC
           WRITE RPT-REC
           IF WS-CAL-RUN-FLAG NOT = "Y"
              MOVE SPACES TO RPT-REC
              STRING "Kein Verarbeitungstag laut LOGCALENDAR.DAT ("
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CAL-REASON) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO RPT-REC
              WRITE RPT-REC
           END-IF
           MOVE ALL "=" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "Quelle" TO RPT-REC(1:6)
           MOVE "Befund" TO RPT-REC(10:6)
           MOVE "Annahme" TO RPT-REC(25:7)
           MOVE "Frist" TO RPT-REC(34:5)
           MOVE "Menge" TO RPT-REC(46:5)
           MOVE "Band" TO RPT-REC(52:4)
           MOVE "Luecke" TO RPT-REC(71:6)
           WRITE RPT-REC.

      * Beurteilt eine registrierte Quelle und schreibt ihre Zeile
      * samt Detailzeile je Befund.
       JUDGE-ONE-SOURCE.
           MOVE WS-REG-IN-COUNT(WS-REG-IDX) TO WS-VOLUME
           IF WS-REG-IN-SEEN(WS-REG-IDX) NOT = "Y"
              MOVE WS-REG-LV-COUNT(WS-REG-IDX) TO WS-VOLUME
           END-IF
           COMPUTE WS-GAP-MIN = WS-REG-GAP-SECS(WS-REG-IDX) / 60
           PERFORM CLASSIFY-SOURCE
           PERFORM WRITE-SOURCE-LINE
           IF WS-F-NOT-DUE = "Y"
              ADD 1 TO WS-NOT-DUE
              MOVE SPACES TO RPT-REC
              STRING "   Hinweis: noch keine Anlieferung, Frist "
                     WS-REG-CUTOFF(WS-REG-IDX) " noch nicht erreicht"
                     DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           IF WS-F-MISSING = "Y"
              ADD 1 TO WS-MISSING
              ADD 1 TO WS-FINDINGS
              MOVE "   ** FEHLT: keine Anlieferung und kein Satz am "
                 TO RPT-REC
              MOVE "Pruefdatum" TO RPT-REC(49:10)
              WRITE RPT-REC
              EXIT PARAGRAPH
           END-IF
           IF WS-F-LATE = "Y"
              ADD 1 TO WS-LATE
              ADD 1 TO WS-FINDINGS
              MOVE SPACES TO RPT-REC
              STRING "   ** VERSPAETET: angenommen "
                     WS-REG-IN-TIME(WS-REG-IDX)
                     ", Frist " WS-REG-CUTOFF(WS-REG-IDX)
                     DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF
           IF WS-F-BAND = "Y"
              ADD 1 TO WS-OUT-OF-BAND
              ADD 1 TO WS-FINDINGS
              MOVE WS-VOLUME TO WS-COUNT-DISP
              MOVE WS-REG-MIN(WS-REG-IDX) TO WS-MIN-DISP
              MOVE WS-REG-MAX(WS-REG-IDX) TO WS-MAX-DISP
              MOVE SPACES TO RPT-REC
              STRING "   ** MENGE AUSSERHALB BAND: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                     " Saetze, erwartet " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MIN-DISP) DELIMITED BY SIZE
                     " bis " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MAX-DISP) DELIMITED BY SIZE
                     INTO RPT-REC
              WRITE RPT-REC
           END-IF
           IF WS-F-SILENT = "Y"
              ADD 1 TO WS-SILENT
              ADD 1 TO WS-FINDINGS
              MOVE WS-GAP-MIN TO WS-GAP-DISP
              MOVE WS-REG-SILENT(WS-REG-IDX) TO WS-SILENT-DISP
              MOVE SPACES TO RPT-REC
              STRING "   ** VERSTUMMT: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GAP-DISP) DELIMITED BY SIZE
                     " Min. ohne Satz (" DELIMITED BY SIZE
                     WS-REG-GAP-FROM(WS-REG-IDX) DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     WS-REG-GAP-TO(WS-REG-IDX) DELIMITED BY SIZE
                     "), erlaubt " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SILENT-DISP) DELIMITED BY SIZE
                     INTO RPT-REC
              WRITE RPT-REC
           END-IF.

      * Setzt die Befund-Schalter der Quelle WS-REG-IDX und als
      * Befundtext den schwersten davon.
       CLASSIFY-SOURCE.
           MOVE "N" TO WS-F-MISSING WS-F-LATE WS-F-BAND WS-F-SILENT
                       WS-F-NOT-DUE
           IF WS-REG-EXPECTED(WS-REG-IDX) = "Y"
              AND WS-REG-IN-SEEN(WS-REG-IDX) NOT = "Y"
              AND WS-REG-LV-COUNT(WS-REG-IDX) = 0
              PERFORM CHECK-CUTOFF-PASSED
              IF WS-CUTOFF-PASSED = "N"
                 MOVE "Y" TO WS-F-NOT-DUE
                 MOVE "VOR FRIST" TO WS-STATUS-TEXT
                 EXIT PARAGRAPH
              END-IF
              MOVE "Y" TO WS-F-MISSING
              MOVE "FEHLT" TO WS-STATUS-TEXT
              EXIT PARAGRAPH
           END-IF
           IF WS-REG-CUTOFF(WS-REG-IDX) NOT = SPACES
              AND WS-REG-IN-TIME(WS-REG-IDX) NOT = SPACES
              AND WS-REG-IN-TIME(WS-REG-IDX)
                  > WS-REG-CUTOFF(WS-REG-IDX)
              MOVE "Y" TO WS-F-LATE
           END-IF
           IF WS-VOLUME > 0 OR WS-REG-EXPECTED(WS-REG-IDX) = "Y"
              IF (WS-REG-MIN(WS-REG-IDX) > 0
                  AND WS-VOLUME < WS-REG-MIN(WS-REG-IDX))
                 OR (WS-REG-MAX(WS-REG-IDX) > 0
                  AND WS-VOLUME > WS-REG-MAX(WS-REG-IDX))
                 MOVE "Y" TO WS-F-BAND
              END-IF
           END-IF
           IF WS-REG-SILENT(WS-REG-IDX) > 0
              AND WS-GAP-MIN > WS-REG-SILENT(WS-REG-IDX)
              MOVE "Y" TO WS-F-SILENT
           END-IF
           EVALUATE TRUE
              WHEN WS-F-LATE = "Y"
                 MOVE "VERSPAETET" TO WS-STATUS-TEXT
              WHEN WS-F-BAND = "Y"
                 MOVE "MENGE" TO WS-STATUS-TEXT
              WHEN WS-F-SILENT = "Y"
                 MOVE "VERSTUMMT" TO WS-STATUS-TEXT
              WHEN WS-REG-EXPECTED(WS-REG-IDX) NOT = "Y"
                   AND WS-VOLUME = 0
                 MOVE "KEIN LIEFERTAG" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE "OK" TO WS-STATUS-TEXT
           END-EVALUATE.

      * Ist die Frist der Quelle WS-REG-IDX verstrichen? Nein fuer
      * ein kuenftiges Pruefdatum und am Pruefdatum selbst vor der
      * Frist; ohne Frist gilt sie als verstrichen.
       CHECK-CUTOFF-PASSED.
           MOVE "Y" TO WS-CUTOFF-PASSED
           IF WS-CHECK-DATE > WS-TODAY-DATE
              MOVE "N" TO WS-CUTOFF-PASSED
              EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-IS-TODAY = "Y"
              AND WS-REG-CUTOFF(WS-REG-IDX) NOT = SPACES
              AND WS-NOW-DISP < WS-REG-CUTOFF(WS-REG-IDX)
              MOVE "N" TO WS-CUTOFF-PASSED
           END-IF.

       WRITE-SOURCE-LINE.
           MOVE WS-VOLUME TO WS-COUNT-DISP
           MOVE WS-REG-MIN(WS-REG-IDX) TO WS-MIN-DISP
           MOVE WS-REG-MAX(WS-REG-IDX) TO WS-MAX-DISP
           MOVE WS-GAP-MIN TO WS-GAP-DISP
           MOVE SPACES TO RPT-REC
           MOVE WS-REG-SOURCE(WS-REG-IDX) TO RPT-REC(1:8)
           MOVE WS-STATUS-TEXT TO RPT-REC(10:14)
           MOVE WS-REG-IN-TIME(WS-REG-IDX) TO RPT-REC(25:8)
           MOVE WS-REG-CUTOFF(WS-REG-IDX) TO RPT-REC(34:8)
           MOVE WS-COUNT-DISP TO RPT-REC(43:8)
           MOVE WS-MIN-DISP TO RPT-REC(52:8)
           MOVE "-" TO RPT-REC(61:1)
           MOVE WS-MAX-DISP TO RPT-REC(62:8)
           MOVE WS-GAP-DISP TO RPT-REC(73:4)
           MOVE "Min." TO RPT-REC(78:4)
           WRITE RPT-REC.

      * Quellen mit Saetzen oder Anlieferungen, die im Register
      * fehlen - meist ein neues Zuliefersystem, das noch
      * eingetragen werden muss.
       WRITE-UNKNOWN-SOURCES.
           IF WS-UNK-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "Nicht registrierte Quellen:" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-UNK-IDX FROM 1 BY 1
                   UNTIL WS-UNK-IDX > WS-UNK-COUNT
              IF WS-UNK-IN-SEEN(WS-UNK-IDX) = "Y"
                 MOVE WS-UNK-IN-COUNT(WS-UNK-IDX) TO WS-COUNT-DISP
              ELSE
                 MOVE WS-UNK-LV-COUNT(WS-UNK-IDX) TO WS-COUNT-DISP
              END-IF
              MOVE SPACES TO RPT-REC
              STRING "   " WS-UNK-SOURCE(WS-UNK-IDX)
                     " Saetze " WS-COUNT-DISP
                     DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-PERFORM.

       WRITE-REPORT-FOOTER.
           MOVE ALL "-" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Fehlend " WS-MISSING
                  "  verspaetet " WS-LATE
                  "  ausserhalb Band " WS-OUT-OF-BAND
                  "  verstummt " WS-SILENT
                  "  vor Frist " WS-NOT-DUE
                  DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.
