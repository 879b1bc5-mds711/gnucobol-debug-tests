       IDENTIFICATION DIVISION.
      *Prueft Tages- und Monatsarchive gegen ihre Siegel und die
      *Satzzahlen je LOG-DATE gegen den Master-Bestand
       PROGRAM-ID. LOGVERIFY.
       REMARKS. Verification job for the archive seals LOGSEAL keeps
           in ARCHSEALS.DAT. Every archive with a valid seal is read
           again and its record count and hash total compared with
           the seal: INTAKT, GEKUERZT (fewer records than sealed),
           VERAENDERT (same or more records, different hash total)
           or FEHLT (sealed, but the file is gone). Dailies LOGRETAIN
           has rolled into their monthly archive are listed as IM
           MONAT and not read. Daily and monthly archives of the last
           400 days found on disk without any seal are read as well
           and reported OHNE SIEGEL. The records of all archives that
           were read are then counted per LOG-DATE and compared with
           LOGMASTER.IDX inside the range of days the store holds:
           OK, ABWEICHUNG (counts differ) or FEHLT IM ARCHIV (the
           store has the day, no archive does). Days before the
           store's oldest day (purged by LOGLOAD) or after its
           newest (not loaded yet) are listed, not compared. A day
           whose records come from an archive that fails its seal is
           SIEGEL VERLETZT, one from an unsealed archive UNVERSIEGELT
           - only a day reported OK can be certified as intact. The
           day list can be limited to a from/to range (blank = all
           days); the archives are always checked in full, since a
           seal covers a whole file. The print image follows
           LOGSCORE: ARCHVERIFY.RPT, 132 columns, page headings,
           control totals at the end. RC 4 when anything is not
           intact.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAL-FILE ASSIGN TO "ARCHSEALS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SEAL-STATUS.
      * Die gerade gepruefte Archivdatei - Name zur Laufzeit.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ARCH-STATUS.
      * Der Master-Bestand, sequentiell in Schluesselfolge gelesen
      * wie bei LOGLOADs Reorganisation.
           SELECT MASTER-FILE ASSIGN TO "LOGMASTER.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-SRC-KEY
                  ALTERNATE RECORD KEY IS MASTER-LVL-KEY
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT RPT-FILE ASSIGN TO "ARCHVERIFY.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEAL-FILE.
       01  SEAL-REC            PIC X(100).

       FD  ARCH-FILE.
       01  ARCH-REC            PIC X(80).
       01  ARCH-REC-FIELDS REDEFINES ARCH-REC.
           COPY LOGENTRY.

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MASTER-KEY.
               10  MASTER-DATE  PIC X(10).
               10  MASTER-SEQ   PIC 9(6).
           05  MASTER-ENTRY     PIC X(67).
           05  MASTER-SRC-KEY.
               10  MASTER-SRC-SOURCE PIC X(8).
               10  MASTER-SRC-DATE   PIC X(10).
               10  MASTER-SRC-SEQ    PIC 9(6).
           05  MASTER-LVL-KEY.
               10  MASTER-LVL-LEVEL  PIC X(7).
               10  MASTER-LVL-DATE   PIC X(10).
               10  MASTER-LVL-SEQ    PIC 9(6).
           05  MASTER-LINEAGE.
               10  MASTER-LIN-ID     PIC X(16).
               10  MASTER-LIN-RUN    PIC X(15).

       FD  RPT-FILE.
       01  RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-SEAL-STATUS      PIC XX VALUE "00".
       01  WS-ARCH-STATUS      PIC XX VALUE "00".
       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-RPT-STATUS       PIC XX VALUE "00".
       01  WS-ARCH-NAME        PIC X(40) VALUE SPACES.
       01  WS-MASTER-EOF       PIC X VALUE "N".

      * Berichtszeitraum der Tagesliste; leer = ohne Grenze.
       01  WS-FROM-DATE        PIC X(10) VALUE SPACES.
       01  WS-TO-DATE          PIC X(10) VALUE SPACES.
       01  WS-PERIOD-TEXT      PIC X(24) VALUE SPACES.

      * Archive: gueltiges Siegel je Name (letzte Zeile gilt) plus
      * die ohne Siegel vorgefundenen Dateien. Status A/K wie im
      * Register, U = ohne Siegel; Ergebnis der Pruefung dahinter.
       01  WS-AR-COUNT         PIC 9(4) VALUE 0.
       01  WS-AR-IDX           PIC 9(4) VALUE 0.
       01  WS-AR-FOUND         PIC 9(4) VALUE 0.
       01  WS-AR-OVERFLOW      PIC X VALUE "N".
       01  WS-AR-TABLE.
           05  WS-AR-ROW OCCURS 1000 TIMES.
               10  WS-AR-NAME       PIC X(40).
               10  WS-AR-STATE      PIC X.
               10  WS-AR-SEAL-COUNT PIC 9(8).
               10  WS-AR-SEAL-HASH  PIC 9(15).
               10  WS-AR-IST-COUNT  PIC 9(8).
               10  WS-AR-IST-HASH   PIC 9(15).
               10  WS-AR-RESULT     PIC X(16).
               10  WS-AR-FLAG       PIC X.

      * Satzzahlen je LOG-DATE: Archive, Bestand und die
      * Kennung der schlechtesten beteiligten Archivpruefung
      * (X = Siegel verletzt, U = ohne Siegel). Zeilenlaenge 27
      * fuer SORTUTIL, Schluessel das Datum.
       01  WS-DT-COUNT         PIC 9(4) VALUE 0.
       01  WS-DT-IDX           PIC 9(4) VALUE 0.
       01  WS-DT-FOUND         PIC 9(4) VALUE 0.
       01  WS-DT-LAST          PIC 9(4) VALUE 0.
       01  WS-DT-OVERFLOW      PIC X VALUE "N".
       01  WS-DT-TABLE.
           05  WS-DT-ROW OCCURS 3000 TIMES.
               10  WS-DT-DATE       PIC X(10).
               10  WS-DT-ARCH       PIC 9(8).
               10  WS-DT-STORE      PIC 9(8).
               10  WS-DT-FLAG       PIC X.
       01  WS-DT-ROWS          PIC 9(8) VALUE 0.
       01  WS-DT-ROW-LEN       PIC 9(5) VALUE 27.
       01  WS-DT-KEY-OFF       PIC 9(5) VALUE 1.
       01  WS-DT-KEY-LEN       PIC 9(5) VALUE 10.
       01  WS-DT-ORDER         PIC X VALUE "A".
       01  WS-CUR-DATE         PIC X(10) VALUE SPACES.
       01  WS-CUR-FLAG         PIC X VALUE SPACE.
       01  WS-DT-RESULT        PIC X(24) VALUE SPACES.

      * Umfang von Bestand und Archiven: aeltester/neuester Tag.
       01  WS-STORE-OK         PIC X VALUE "N".
       01  WS-STORE-MIN        PIC X(10) VALUE SPACES.
       01  WS-STORE-MAX        PIC X(10) VALUE SPACES.
       01  WS-ARCH-MAX         PIC X(10) VALUE SPACES.

      * Suche nach Archiven ohne Siegel: die letzten 400 Tage wie
      * bei LOGRETAINs Konsolidierung.
       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-CUR-INT          PIC S9(9) VALUE 0.
       01  WS-END-INT          PIC S9(9) VALUE 0.
       01  WS-CUR-NUM          PIC 9(8) VALUE 0.
       01  WS-CUR-MONTH        PIC X(6) VALUE SPACES.
       01  WS-LAST-MONTH       PIC X(6) VALUE SPACES.

      * LOGSEAL-Argumente.
       01  WS-SEAL-ACTION      PIC X VALUE "S".
       01  WS-SEAL-RECORD      PIC X(80) VALUE SPACES.
       01  WS-SEAL-COUNT       PIC 9(8) VALUE 0.
       01  WS-SEAL-HASH        PIC 9(15) VALUE 0.
       01  WS-SEAL-RESULT      PIC X VALUE "N".

      * Ergebniszaehler fuer Endsummen und RC.
       01  WS-TOT-CHECKED      PIC 9(5) VALUE 0.
       01  WS-TOT-INTACT       PIC 9(5) VALUE 0.
       01  WS-TOT-BROKEN       PIC 9(5) VALUE 0.
       01  WS-TOT-UNSEALED     PIC 9(5) VALUE 0.
       01  WS-TOT-ROLLED       PIC 9(5) VALUE 0.
       01  WS-TOT-DAYS         PIC 9(5) VALUE 0.
       01  WS-TOT-DAYS-OK      PIC 9(5) VALUE 0.
       01  WS-TOT-DAYS-BAD     PIC 9(5) VALUE 0.
       01  WS-TOT-RECORDS      PIC 9(9) VALUE 0.

      * Seitensteuerung wie LOGSCORE: 56 Druckzeilen je Seite;
      * WS-SECTION waehlt die Spaltenueberschrift.
       01  WS-PAGE-NUM         PIC 9(4) VALUE 0.
       01  WS-LINE-CNT         PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 56.
       01  WS-PAGE-DISP        PIC ZZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-SECTION          PIC X VALUE "A".
       01  WS-NUM-DISP         PIC Z(7)9.
       01  WS-HASH-DISP        PIC Z(14)9.

      * Sperren: Archivbestand (LOGRETAIN loescht Tagesarchive),
      * Live-Datei (LOGARCHIVE haengt an das Tagesarchiv an) und
      * Master-Bestand (LOGLOAD baut ihn um).
       01  WS-LOCK-NAMES.
           05  FILLER PIC X(20) VALUE "ARCHIVES".
           05  FILLER PIC X(20) VALUE "LIVE-LOG".
           05  FILLER PIC X(20) VALUE "LOGMASTER".
       01  WS-LOCK-TABLE REDEFINES WS-LOCK-NAMES.
           05  WS-LOCK-NAME    PIC X(20) OCCURS 3 TIMES.
       01  WS-LOCK-IDX         PIC 9 VALUE 0.
       01  WS-LOCKS-TAKEN      PIC 9 VALUE 0.
       01  WS-LOCK-RESOURCE    PIC X(20) VALUE SPACES.
       01  WS-LOCK-ACTION      PIC X VALUE "L".
       01  WS-LOCK-HOLDER      PIC X(30) VALUE "LOGVERIFY".
       01  WS-LOCK-RESULT      PIC X VALUE "N".
       01  WS-SAVED-RC         PIC S9(4) COMP VALUE 0.

       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGVERIFY".
       01  WS-AUDIT-INPUT      PIC X(40) VALUE "ARCHSEALS.DAT".
       01  WS-AUDIT-FILTER     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGVERIFY".
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
           DISPLAY "=== LOGVERIFY: Archiv-Siegel und Bestand "
                   "pruefen ==="
           PERFORM GET-PERIOD
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF
           MOVE 0 TO WS-AR-COUNT WS-DT-COUNT WS-DT-LAST
           MOVE SPACES TO WS-STORE-MIN WS-STORE-MAX WS-ARCH-MAX
           PERFORM TAKE-LOCKS
           IF RETURN-CODE NOT = 0
              PERFORM FREE-LOCKS
              GOBACK
           END-IF
           PERFORM LOAD-SEAL-REGISTER
           PERFORM FIND-UNSEALED-ARCHIVES
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
              PERFORM CHECK-ONE-ARCHIVE
           END-PERFORM
           PERFORM COUNT-STORE-DAYS
           PERFORM FREE-LOCKS
           MOVE WS-DT-COUNT TO WS-DT-ROWS
           IF WS-DT-ROWS > 1
              CALL "SORTUTIL" USING WS-DT-TABLE WS-DT-ROWS
                      WS-DT-ROW-LEN WS-DT-KEY-OFF WS-DT-KEY-LEN
                      WS-DT-ORDER
              END-CALL
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "** FEHLER: ARCHVERIFY.RPT konnte nicht "
                      "geschrieben werden (Status " WS-RPT-STATUS
                      ") **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM PRINT-ARCHIVE-SECTION
           PERFORM PRINT-DAY-SECTION
           PERFORM PRINT-CONTROL-TOTALS
           CLOSE RPT-FILE
           MOVE WS-PERIOD-TEXT TO WS-AUDIT-FILTER
           MOVE WS-TOT-RECORDS TO WS-AUDIT-RECORDS-READ
           MOVE WS-TOT-DAYS-OK TO WS-AUDIT-RECORDS-MATCHED
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-AUDIT-INPUT
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           IF WS-TOT-BROKEN = 0 AND WS-TOT-UNSEALED = 0
              AND WS-TOT-DAYS-BAD = 0
              IF WS-STORE-OK = "Y"
                 DISPLAY "ARCHVERIFY.RPT geschrieben - alle Archive "
                         "intakt, alle Tage im Zeitraum stimmen mit "
                         "dem Bestand ueberein"
              ELSE
                 DISPLAY "ARCHVERIFY.RPT geschrieben - alle Archive "
                         "intakt (ohne Abgleich mit dem Bestand)"
              END-IF
           ELSE
              DISPLAY "** WARNUNG: ARCHVERIFY.RPT geschrieben - "
                      WS-TOT-BROKEN " Archiv(e) verletzt, "
                      WS-TOT-UNSEALED " ohne Siegel, "
                      WS-TOT-DAYS-BAD " Tag(e) nicht intakt **"
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-AR-OVERFLOW = "Y" OR WS-DT-OVERFLOW = "Y"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Zeitraum der Tagesliste; eine leere Grenze schraenkt nicht
      * ein (wie LOGMRPT).
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

      * Nimmt die Sperren der Reihe nach; fehlt eine, endet der Lauf
      * mit RC 8 und die schon genommenen werden wieder frei.
       TAKE-LOCKS.
           MOVE 0 TO WS-LOCKS-TAKEN
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > 3
              MOVE WS-LOCK-NAME(WS-LOCK-IDX) TO WS-LOCK-RESOURCE
              MOVE "L" TO WS-LOCK-ACTION
              CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                      WS-LOCK-HOLDER WS-LOCK-RESULT
              END-CALL
              IF WS-LOCK-RESULT NOT = "Y"
                 DISPLAY "** LOGVERIFY: keine Sperre auf "
                         FUNCTION TRIM(WS-LOCK-RESOURCE)
                         " - Lauf abgebrochen **"
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-LOCK-IDX TO WS-LOCKS-TAKEN
           END-PERFORM.

      * Der CALL setzt RETURN-CODE zurueck - der RC des Laufs wird
      * darum um die Freigabe herum gerettet.
       FREE-LOCKS.
           MOVE RETURN-CODE TO WS-SAVED-RC
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > WS-LOCKS-TAKEN
              MOVE WS-LOCK-NAME(WS-LOCK-IDX) TO WS-LOCK-RESOURCE
              MOVE "U" TO WS-LOCK-ACTION
              CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                      WS-LOCK-HOLDER WS-LOCK-RESULT
              END-CALL
           END-PERFORM
           MOVE 0 TO WS-LOCKS-TAKEN
           MOVE WS-SAVED-RC TO RETURN-CODE.

      * Liest das Siegelregister; je Archivname gilt die letzte
      * Zeile (Aufbau siehe LOGSEAL).
       LOAD-SEAL-REGISTER.
           OPEN INPUT SEAL-FILE
           IF WS-SEAL-STATUS NOT = "00"
              DISPLAY "Hinweis: ARCHSEALS.DAT nicht vorhanden - "
                      "bisher wurde kein Archiv versiegelt"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ SEAL-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF SEAL-REC(1:40) NOT = SPACES
                       AND SEAL-REC(44:8) NUMERIC
                       AND SEAL-REC(53:15) NUMERIC
                       MOVE SEAL-REC(1:40) TO WS-ARCH-NAME
                       PERFORM FIND-ARCHIVE-ROW
                       IF WS-AR-FOUND > 0
                          MOVE SEAL-REC(42:1)
                             TO WS-AR-STATE(WS-AR-FOUND)
                          MOVE SEAL-REC(44:8)
                             TO WS-AR-SEAL-COUNT(WS-AR-FOUND)
                          MOVE SEAL-REC(53:15)
                             TO WS-AR-SEAL-HASH(WS-AR-FOUND)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SEAL-FILE.

      * Sucht oder legt die Zeile fuer WS-ARCH-NAME an; bei vollem
      * Tisch bleibt WS-AR-FOUND 0.
       FIND-ARCHIVE-ROW.
           MOVE 0 TO WS-AR-FOUND
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
                      OR WS-AR-FOUND > 0
              IF WS-AR-NAME(WS-AR-IDX) = WS-ARCH-NAME
                 MOVE WS-AR-IDX TO WS-AR-FOUND
              END-IF
           END-PERFORM
           IF WS-AR-FOUND > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-AR-COUNT >= 1000
              IF WS-AR-OVERFLOW = "N"
                 DISPLAY "** WARNUNG: mehr als 1000 Archive - Rest "
                         "wird nicht geprueft **"
                 MOVE "Y" TO WS-AR-OVERFLOW
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AR-COUNT
           MOVE WS-AR-COUNT TO WS-AR-FOUND
           MOVE WS-ARCH-NAME TO WS-AR-NAME(WS-AR-FOUND)
           MOVE "U" TO WS-AR-STATE(WS-AR-FOUND)
           MOVE 0 TO WS-AR-SEAL-COUNT(WS-AR-FOUND)
                     WS-AR-SEAL-HASH(WS-AR-FOUND)
                     WS-AR-IST-COUNT(WS-AR-FOUND)
                     WS-AR-IST-HASH(WS-AR-FOUND)
           MOVE SPACES TO WS-AR-RESULT(WS-AR-FOUND)
                          WS-AR-FLAG(WS-AR-FOUND).

      * Tages- und Monatsarchive der letzten 400 Tage, die im
      * Register fehlen, kommen als "ohne Siegel" dazu.
       FIND-UNSEALED-ARCHIVES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-CUR-INT = WS-END-INT - 400
           MOVE SPACES TO WS-LAST-MONTH
           PERFORM UNTIL WS-CUR-INT > WS-END-INT
              COMPUTE WS-CUR-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-CUR-INT)
              MOVE SPACES TO WS-ARCH-NAME
              STRING "logs_archive_" DELIMITED BY SIZE
                     WS-CUR-NUM DELIMITED BY SIZE
                     ".dat" DELIMITED BY SIZE
                     INTO WS-ARCH-NAME
              PERFORM PROBE-ONE-ARCHIVE
              MOVE WS-CUR-NUM(1:6) TO WS-CUR-MONTH
              IF WS-CUR-MONTH NOT = WS-LAST-MONTH
                 MOVE WS-CUR-MONTH TO WS-LAST-MONTH
                 MOVE SPACES TO WS-ARCH-NAME
                 STRING "logs_archive_" DELIMITED BY SIZE
                        WS-CUR-MONTH DELIMITED BY SIZE
                        ".dat" DELIMITED BY SIZE
                        INTO WS-ARCH-NAME
                 PERFORM PROBE-ONE-ARCHIVE
              END-IF
              ADD 1 TO WS-CUR-INT
           END-PERFORM.

       PROBE-ONE-ARCHIVE.
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           CLOSE ARCH-FILE
           PERFORM FIND-ARCHIVE-ROW.

      * Prueft ein Archiv gegen sein Siegel (Satzzahl und Hash-
      * Summe ueber LOGSEAL) und zaehlt danach seine Saetze je
      * LOG-DATE - mit dem Ergebnis der Pruefung als Kennung.
       CHECK-ONE-ARCHIVE.
           MOVE WS-AR-NAME(WS-AR-IDX) TO WS-ARCH-NAME
           IF WS-AR-STATE(WS-AR-IDX) = "K"
              MOVE "IM MONAT" TO WS-AR-RESULT(WS-AR-IDX)
              ADD 1 TO WS-TOT-ROLLED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-CHECKED
           MOVE "S" TO WS-SEAL-ACTION
           CALL "LOGSEAL" USING WS-SEAL-ACTION WS-ARCH-NAME
                   WS-SEAL-RECORD WS-SEAL-COUNT WS-SEAL-HASH
                   WS-SEAL-RESULT
           END-CALL
           IF WS-SEAL-RESULT NOT = "Y"
              MOVE "FEHLT" TO WS-AR-RESULT(WS-AR-IDX)
              MOVE "X" TO WS-AR-FLAG(WS-AR-IDX)
              ADD 1 TO WS-TOT-BROKEN
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SEAL-COUNT TO WS-AR-IST-COUNT(WS-AR-IDX)
           MOVE WS-SEAL-HASH TO WS-AR-IST-HASH(WS-AR-IDX)
           EVALUATE TRUE
              WHEN WS-AR-STATE(WS-AR-IDX) = "U"
                 MOVE "OHNE SIEGEL" TO WS-AR-RESULT(WS-AR-IDX)
                 MOVE "U" TO WS-AR-FLAG(WS-AR-IDX)
                 ADD 1 TO WS-TOT-UNSEALED
              WHEN WS-SEAL-COUNT < WS-AR-SEAL-COUNT(WS-AR-IDX)
                 MOVE "GEKUERZT" TO WS-AR-RESULT(WS-AR-IDX)
                 MOVE "X" TO WS-AR-FLAG(WS-AR-IDX)
                 ADD 1 TO WS-TOT-BROKEN
              WHEN WS-SEAL-COUNT > WS-AR-SEAL-COUNT(WS-AR-IDX)
                 OR WS-SEAL-HASH NOT = WS-AR-SEAL-HASH(WS-AR-IDX)
                 MOVE "VERAENDERT" TO WS-AR-RESULT(WS-AR-IDX)
                 MOVE "X" TO WS-AR-FLAG(WS-AR-IDX)
                 ADD 1 TO WS-TOT-BROKEN
              WHEN OTHER
                 MOVE "INTAKT" TO WS-AR-RESULT(WS-AR-IDX)
                 MOVE SPACE TO WS-AR-FLAG(WS-AR-IDX)
                 ADD 1 TO WS-TOT-INTACT
           END-EVALUATE
           MOVE WS-AR-FLAG(WS-AR-IDX) TO WS-CUR-FLAG
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ ARCH-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    ADD 1 TO WS-TOT-RECORDS
                    MOVE LOG-DATE TO WS-CUR-DATE
                    PERFORM FIND-DATE-ROW
                    IF WS-DT-FOUND > 0
                       ADD 1 TO WS-DT-ARCH(WS-DT-FOUND)
                       PERFORM MERGE-DATE-FLAG
                    END-IF
                    IF LOG-DATE > WS-ARCH-MAX
                       MOVE LOG-DATE TO WS-ARCH-MAX
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCH-FILE.

      * Die schlechteste Kennung gewinnt: X vor U vor leer.
       MERGE-DATE-FLAG.
           IF WS-CUR-FLAG = "X"
              MOVE "X" TO WS-DT-FLAG(WS-DT-FOUND)
           ELSE
              IF WS-CUR-FLAG = "U"
                 AND WS-DT-FLAG(WS-DT-FOUND) = SPACE
                 MOVE "U" TO WS-DT-FLAG(WS-DT-FOUND)
              END-IF
           END-IF.

      * Sucht oder legt die Zeile fuer WS-CUR-DATE an. Die Saetze
      * eines Archivs kommen meist tageweise hintereinander, darum
      * wird zuerst die zuletzt getroffene Zeile verglichen.
       FIND-DATE-ROW.
           MOVE 0 TO WS-DT-FOUND
           IF WS-DT-LAST > 0
              IF WS-DT-DATE(WS-DT-LAST) = WS-CUR-DATE
                 MOVE WS-DT-LAST TO WS-DT-FOUND
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
                      OR WS-DT-FOUND > 0
              IF WS-DT-DATE(WS-DT-IDX) = WS-CUR-DATE
                 MOVE WS-DT-IDX TO WS-DT-FOUND
              END-IF
           END-PERFORM
           IF WS-DT-FOUND = 0
              IF WS-DT-COUNT >= 3000
                 IF WS-DT-OVERFLOW = "N"
                    DISPLAY "** WARNUNG: mehr als 3000 Tage - Rest "
                            "fehlt im Tagesabgleich **"
                    MOVE "Y" TO WS-DT-OVERFLOW
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-DT-COUNT
              MOVE WS-DT-COUNT TO WS-DT-FOUND
              MOVE WS-CUR-DATE TO WS-DT-DATE(WS-DT-FOUND)
              MOVE 0 TO WS-DT-ARCH(WS-DT-FOUND)
                        WS-DT-STORE(WS-DT-FOUND)
              MOVE SPACE TO WS-DT-FLAG(WS-DT-FOUND)
           END-IF
           MOVE WS-DT-FOUND TO WS-DT-LAST.

      * Zaehlt den Master-Bestand je LOG-DATE in Schluesselfolge
      * und merkt sich seinen aeltesten und neuesten Tag. Ohne
      * lesbaren Bestand bleibt es bei der Siegelpruefung.
       COUNT-STORE-DAYS.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Hinweis: LOGMASTER.IDX nicht lesbar (Status "
                      WS-MASTER-STATUS ") - kein Abgleich mit dem "
                      "Bestand"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-STORE-OK
           MOVE SPACES TO MASTER-DATE
           MOVE 0 TO MASTER-SEQ
           MOVE "N" TO WS-MASTER-EOF
           START MASTER-FILE KEY >= MASTER-KEY
              INVALID KEY
                 MOVE "Y" TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = "Y"
              READ MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-MASTER-EOF
                 NOT AT END
                    IF WS-STORE-MIN = SPACES
                       MOVE MASTER-DATE TO WS-STORE-MIN
                    END-IF
                    MOVE MASTER-DATE TO WS-STORE-MAX
                    MOVE MASTER-DATE TO WS-CUR-DATE
                    PERFORM FIND-DATE-ROW
                    IF WS-DT-FOUND > 0
                       ADD 1 TO WS-DT-STORE(WS-DT-FOUND)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MASTER-FILE.

      * Bewertet einen Tag (WS-DT-IDX) fuer die Tagesliste.
       RATE-ONE-DAY.
           EVALUATE TRUE
              WHEN WS-STORE-OK = "N"
                 MOVE "OHNE BESTAND" TO WS-DT-RESULT
              WHEN WS-DT-DATE(WS-DT-IDX) < WS-STORE-MIN
                 MOVE "VOR DEM BESTAND" TO WS-DT-RESULT
              WHEN WS-DT-DATE(WS-DT-IDX) > WS-STORE-MAX
                 MOVE "NOCH NICHT GELADEN" TO WS-DT-RESULT
              WHEN WS-DT-ARCH(WS-DT-IDX) = 0
                 AND WS-DT-DATE(WS-DT-IDX) > WS-ARCH-MAX
                 MOVE "NOCH NICHT ARCHIVIERT" TO WS-DT-RESULT
              WHEN WS-DT-ARCH(WS-DT-IDX) = 0
                 MOVE "FEHLT IM ARCHIV" TO WS-DT-RESULT
              WHEN WS-DT-ARCH(WS-DT-IDX) NOT = WS-DT-STORE(WS-DT-IDX)
                 MOVE "ABWEICHUNG" TO WS-DT-RESULT
              WHEN OTHER
                 MOVE "OK" TO WS-DT-RESULT
           END-EVALUATE
           IF WS-DT-RESULT = "FEHLT IM ARCHIV"
              OR WS-DT-RESULT = "ABWEICHUNG"
              ADD 1 TO WS-TOT-DAYS-BAD
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-DT-FLAG(WS-DT-IDX)
              WHEN "X"
                 MOVE "SIEGEL VERLETZT" TO WS-DT-RESULT
                 ADD 1 TO WS-TOT-DAYS-BAD
              WHEN "U"
                 MOVE "UNVERSIEGELT" TO WS-DT-RESULT
                 ADD 1 TO WS-TOT-DAYS-BAD
              WHEN OTHER
                 IF WS-DT-RESULT = "OK"
                    ADD 1 TO WS-TOT-DAYS-OK
                 END-IF
           END-EVALUATE.

      * -------- Druckbild --------
       PRINT-ONE-LINE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
              PERFORM PRINT-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO RPT-REC
           WRITE RPT-REC
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE TRAILING)
           ADD 1 TO WS-LINE-CNT
           MOVE SPACES TO WS-PRINT-LINE.

       PRINT-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-DISP
           MOVE SPACES TO RPT-REC
           STRING "LOG-SUITE ARCHIV-SIEGEL UND BESTANDSABGLEICH"
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
           IF WS-SECTION = "A"
              MOVE "ARCHIV" TO RPT-REC(1:6)
              MOVE "ERGEBNIS" TO RPT-REC(42:8)
              MOVE "SIEGEL" TO RPT-REC(61:6)
              MOVE "IST" TO RPT-REC(74:3)
              MOVE "SIEGEL-HASH" TO RPT-REC(83:11)
              MOVE "IST-HASH" TO RPT-REC(103:8)
           ELSE
              MOVE "LOG-DATE" TO RPT-REC(1:8)
              MOVE "ARCHIV" TO RPT-REC(16:6)
              MOVE "BESTAND" TO RPT-REC(25:7)
              MOVE "ERGEBNIS" TO RPT-REC(36:8)
           END-IF
           WRITE RPT-REC
           MOVE ALL "-" TO RPT-REC
           WRITE RPT-REC
           MOVE 5 TO WS-LINE-CNT.

       PRINT-ARCHIVE-SECTION.
           MOVE "A" TO WS-SECTION
           IF WS-AR-COUNT = 0
              MOVE "  (KEINE ARCHIVE GEFUNDEN)" TO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
              MOVE WS-AR-NAME(WS-AR-IDX) TO WS-PRINT-LINE(1:40)
              MOVE WS-AR-RESULT(WS-AR-IDX) TO WS-PRINT-LINE(42:16)
              IF WS-AR-STATE(WS-AR-IDX) NOT = "U"
                 MOVE WS-AR-SEAL-COUNT(WS-AR-IDX) TO WS-NUM-DISP
                 MOVE WS-NUM-DISP TO WS-PRINT-LINE(59:8)
                 MOVE WS-AR-SEAL-HASH(WS-AR-IDX) TO WS-HASH-DISP
                 MOVE WS-HASH-DISP TO WS-PRINT-LINE(79:15)
              END-IF
              IF WS-AR-STATE(WS-AR-IDX) NOT = "K"
                 AND WS-AR-RESULT(WS-AR-IDX) NOT = "FEHLT"
                 MOVE WS-AR-IST-COUNT(WS-AR-IDX) TO WS-NUM-DISP
                 MOVE WS-NUM-DISP TO WS-PRINT-LINE(69:8)
                 MOVE WS-AR-IST-HASH(WS-AR-IDX) TO WS-HASH-DISP
                 MOVE WS-HASH-DISP TO WS-PRINT-LINE(96:15)
              END-IF
              PERFORM PRINT-ONE-LINE
           END-PERFORM.

      * Die Tagesliste beginnt auf einer neuen Seite, damit die
      * Spaltenueberschrift passt.
       PRINT-DAY-SECTION.
           MOVE "D" TO WS-SECTION
           MOVE 99 TO WS-LINE-CNT
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
              IF (WS-FROM-DATE = SPACES
                  OR WS-DT-DATE(WS-DT-IDX) NOT < WS-FROM-DATE)
                 AND (WS-TO-DATE = SPACES
                  OR WS-DT-DATE(WS-DT-IDX) NOT > WS-TO-DATE)
                 ADD 1 TO WS-TOT-DAYS
                 PERFORM RATE-ONE-DAY
                 MOVE WS-DT-DATE(WS-DT-IDX) TO WS-PRINT-LINE(1:10)
                 MOVE WS-DT-ARCH(WS-DT-IDX) TO WS-NUM-DISP
                 MOVE WS-NUM-DISP TO WS-PRINT-LINE(14:8)
                 MOVE WS-DT-STORE(WS-DT-IDX) TO WS-NUM-DISP
                 MOVE WS-NUM-DISP TO WS-PRINT-LINE(24:8)
                 MOVE WS-DT-RESULT TO WS-PRINT-LINE(36:24)
                 PERFORM PRINT-ONE-LINE
              END-IF
           END-PERFORM
           IF WS-TOT-DAYS = 0
              MOVE "  (KEINE TAGE IM BERICHTSZEITRAUM)"
                 TO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
           END-IF.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE "ENDSUMMEN" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ARCHIVE GEPRUEFT:       " DELIMITED BY SIZE
                  WS-TOT-CHECKED DELIMITED BY SIZE
                  ", INTAKT: " DELIMITED BY SIZE
                  WS-TOT-INTACT DELIMITED BY SIZE
                  ", VERLETZT: " DELIMITED BY SIZE
                  WS-TOT-BROKEN DELIMITED BY SIZE
                  ", OHNE SIEGEL: " DELIMITED BY SIZE
                  WS-TOT-UNSEALED DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  TAGESARCHIVE IM MONAT:  " DELIMITED BY SIZE
                  WS-TOT-ROLLED DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ARCHIVSAETZE GELESEN:   " DELIMITED BY SIZE
                  WS-TOT-RECORDS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  TAGE IM ZEITRAUM:       " DELIMITED BY SIZE
                  WS-TOT-DAYS DELIMITED BY SIZE
                  ", OK: " DELIMITED BY SIZE
                  WS-TOT-DAYS-OK DELIMITED BY SIZE
                  ", NICHT INTAKT: " DELIMITED BY SIZE
                  WS-TOT-DAYS-BAD DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-STORE-OK = "Y"
              STRING "  BESTAND LOGMASTER.IDX:  " DELIMITED BY SIZE
                     WS-STORE-MIN DELIMITED BY SIZE
                     " BIS " DELIMITED BY SIZE
                     WS-STORE-MAX DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
           ELSE
              MOVE "  BESTAND LOGMASTER.IDX:  NICHT LESBAR"
                 TO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-ONE-LINE
           MOVE "*** ENDE DES BERICHTS ***" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE.

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
