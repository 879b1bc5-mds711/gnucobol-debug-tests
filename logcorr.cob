       IDENTIFICATION DIVISION.
      *Stoerungs-Korrelation: fasst ERROR- und CRITICA-Saetze
      *verschiedener Quellen in engem zeitlichem Abstand zu
      *nummerierten Stoerungen zusammen
       PROGRAM-ID. LOGCORR.
       REMARKS. When a shared resource goes down, several feeding
           systems write ERROR and CRITICA lines within minutes of
           each other; LOGSORT ranks each message on its own and
           TRACK-BURST only ever looks at one message at a time, so
           on-call chased five alerts that were really one outage.
           This pass reads the cleaned stream, keeps the ERROR and
           CRITICA records, orders them by LOG-DATE/LOG-TIME and
           chains every record that follows the previous one within
           a configurable gap into one group. A group that spans at
           least two different LOG-SOURCEs becomes a numbered
           incident: one fixed-format record in INCIDENTS.DAT
           (incident id, start/end date and time, record count,
           sources involved, first level and message) and a block
           in INCIDENTS.RPT for the morning shift listing each
           source with its record count. The gap and the minimum
           number of sources come from LOGCORR.DAT ("GAP|minutes",
           "MINSRC|n"); the existence of that file also switches the
           pass on as an optional LOGDRIVER step. Inside a chain the
           output names carry the run ID like every other per-run
           working file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGFILE ASSIGN TO DYNAMIC WS-INPUT-FILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOGFILE-STATUS.
           SELECT INC-FILE ASSIGN TO DYNAMIC WS-INC-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INC-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
      * Steuerdatei: Zeitluecke und Mindestzahl der Quellen. Eine
      * fehlende Datei bedeutet die Vorgaben (5 Minuten, 2 Quellen).
           SELECT CFG-FILE ASSIGN TO "LOGCORR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CFG-STATUS.

      * Optional hand-off file written by the LOGFRONT parameter-entry
      * screen.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGFILE.
       01  LOG-REC             PIC X(80).
       01  LOG-REC-FIELDS REDEFINES LOG-REC.
           COPY LOGENTRY.

      * Ein Satz je Stoerung, feste Spalten: Kennung (1:16),
      * Beginn Datum (18:10) und Zeit (29:8), Ende Datum (38:10)
      * und Zeit (49:8), Satzzahl (58:6), Zahl der Quellen (65:2),
      * Quellenliste kommagetrennt (68:44), Level (113:7) und Text
      * (121:30) der ersten Meldung. Passt die Liste nicht, endet
      * sie mit "+nn" (nn weitere Quellen); Quellen jenseits der
      * Tabelle (20) werden nicht einzeln gefuehrt.
       FD  INC-FILE.
       01  INC-REC             PIC X(150).

       FD  RPT-FILE.
       01  RPT-REC             PIC X(100).

       FD  CFG-FILE.
       01  CFG-REC             PIC X(80).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(390).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-LOGFILE-STATUS   PIC XX VALUE "00".
       01  WS-INC-STATUS       PIC XX VALUE "00".
       01  WS-RPT-STATUS       PIC XX VALUE "00".
       01  WS-CFG-STATUS       PIC XX VALUE "00".
       01  WS-PARM-STATUS      PIC XX VALUE "00".
       01  WS-INPUT-FILE       PIC X(40) VALUE "logs.dat".
       01  WS-SAVED-INPUT      PIC X(40) VALUE SPACES.
       01  WS-CLEAN-NAME       PIC X(40) VALUE SPACES.
       01  WS-PARM-NAME        PIC X(40) VALUE "LOGPARMS.DAT".
       01  WS-INC-NAME         PIC X(40) VALUE "INCIDENTS.DAT".
       01  WS-RPT-NAME         PIC X(40) VALUE "INCIDENTS.RPT".
       01  WS-HAVE-PARMS       PIC X VALUE "N".
           COPY LOGRUNID.

      * Steuerwerte: Zeitluecke in Minuten (und Sekunden fuer den
      * Vergleich) und Mindestzahl verschiedener Quellen.
       01  WS-GAP-INPUT        PIC X(3) VALUE SPACES.
       01  WS-GAP-MINUTES      PIC 9(3) VALUE 5.
       01  WS-GAP-SECS         PIC 9(6) VALUE 300.
       01  WS-MIN-SOURCES      PIC 9(2) VALUE 2.
       01  WS-CFG-CMD          PIC X(10) VALUE SPACES.
       01  WS-CFG-ARG          PIC X(10) VALUE SPACES.
       01  WS-CFG-J            PIC X(3) JUSTIFIED RIGHT.

      * ERROR/CRITICA-Saetze des Stroms, nach Datum+Zeit sortiert
      * (SORTUTIL, Schluessel 1:18). Zeilenlaenge 63 Byte.
       01  WS-EV-COUNT         PIC 9(8) VALUE 0.
       01  WS-EV-IDX           PIC 9(8) VALUE 0.
       01  WS-EV-OVERFLOW      PIC X VALUE "N".
       01  WS-EV-TABLE.
           05  WS-EV-ROW OCCURS 5000 TIMES.
               10  WS-EV-DATE    PIC X(10).
               10  WS-EV-TIME    PIC X(8).
               10  WS-EV-SOURCE  PIC X(8).
               10  WS-EV-LEVEL   PIC X(7).
               10  WS-EV-MESSAGE PIC X(30).
       01  WS-EV-ROW-LEN       PIC 9(5) VALUE 63.
       01  WS-EV-KEY-OFF       PIC 9(5) VALUE 1.
       01  WS-EV-KEY-LEN       PIC 9(5) VALUE 18.
       01  WS-EV-ORDER         PIC X VALUE "A".

      * Zeitpunkt eines Satzes in Sekunden seit Kalenderbeginn
      * (INTEGER-OF-DATE * 86400 plus Tagessekunden).
       01  WS-DATE-X           PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM         PIC 9(8) VALUE 0.
       01  WS-TIME-X           PIC X(8) VALUE SPACES.
       01  WS-TIME-D REDEFINES WS-TIME-X.
           05  WS-T-HH         PIC 9(2).
           05  FILLER          PIC X.
           05  WS-T-MM         PIC 9(2).
           05  FILLER          PIC X.
           05  WS-T-SS         PIC 9(2).
       01  WS-EV-SECS          PIC 9(12) VALUE 0.
       01  WS-TIME-OK          PIC X VALUE "N".

      * Die offene Gruppe: Beginn, Ende, letzter Zeitpunkt, erste
      * Meldung und die beteiligten Quellen mit Satzzahl.
       01  WS-GRP-OPEN         PIC X VALUE "N".
       01  WS-GRP-LAST-SECS    PIC 9(12) VALUE 0.
       01  WS-GRP-START-DATE   PIC X(10) VALUE SPACES.
       01  WS-GRP-START-TIME   PIC X(8) VALUE SPACES.
       01  WS-GRP-END-DATE     PIC X(10) VALUE SPACES.
       01  WS-GRP-END-TIME     PIC X(8) VALUE SPACES.
       01  WS-GRP-RECORDS      PIC 9(6) VALUE 0.
       01  WS-GRP-FIRST-LEVEL  PIC X(7) VALUE SPACES.
       01  WS-GRP-FIRST-MSG    PIC X(30) VALUE SPACES.
       01  WS-SRC-COUNT        PIC 9(2) VALUE 0.
       01  WS-SRC-IDX          PIC 9(2) VALUE 0.
       01  WS-SRC-FOUND        PIC 9(2) VALUE 0.
       01  WS-SRC-TABLE.
           05  WS-SRC-ROW OCCURS 20 TIMES.
               10  WS-SRC-NAME  PIC X(8).
               10  WS-SRC-TALLY PIC 9(6).
       01  WS-SRC-LIST         PIC X(44) VALUE SPACES.
       01  WS-SRC-PTR          PIC 9(3) VALUE 1.
      * Gekuerzte Quellenliste: Namenslaenge, benoetigter und
      * freizuhaltender Platz, Zahl der nicht aufgefuehrten Quellen,
      * Saetze von Quellen jenseits der Tabelle.
       01  WS-SRC-LEN          PIC 9(2) VALUE 0.
       01  WS-SRC-NEED         PIC 9(3) VALUE 0.
       01  WS-SRC-RESERVE      PIC 9(1) VALUE 0.
       01  WS-SRC-LISTED       PIC 9(2) VALUE 0.
       01  WS-SRC-REST         PIC 9(2) VALUE 0.
       01  WS-SRC-DROP-RECS    PIC 9(6) VALUE 0.
       01  WS-SRC-OVERFLOW     PIC X VALUE "N".
       01  WS-SRC-CUT-COUNT    PIC 9(4) VALUE 0.

      * Stoerungsnummer und Zaehler fuer Bericht und Audit-Zeile.
       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE       PIC X(10) VALUE SPACES.
       01  WS-INC-SEQ          PIC 9(4) VALUE 0.
       01  WS-INC-ID           PIC X(16) VALUE SPACES.
       01  WS-TOTAL-READ       PIC 9(8) VALUE 0.
       01  WS-BAD-TIMES        PIC 9(6) VALUE 0.
       01  WS-SINGLE-GROUPS    PIC 9(6) VALUE 0.
       01  WS-COUNT-DISP       PIC Z(5)9.

       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGCORR".
       01  WS-AUDIT-FILTER     PIC X(40) VALUE "INCIDENTS".
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           DISPLAY "=== LOGCORR: Stoerungs-Korrelation ==="
           PERFORM SET-RUN-FILE-NAMES
           PERFORM GET-INPUT-FILE
           PERFORM CHECK-CLEANED-INPUT
           PERFORM LOAD-CORR-CONFIG
           IF WS-HAVE-PARMS NOT = "Y"
              DISPLAY "Correlation gap in minutes (blank = "
                      WS-GAP-MINUTES "): "
              ACCEPT WS-GAP-INPUT
              IF WS-GAP-INPUT NOT = SPACES AND WS-GAP-INPUT NOT = "0"
                 MOVE FUNCTION TRIM(WS-GAP-INPUT) TO WS-CFG-J
                 INSPECT WS-CFG-J REPLACING LEADING " " BY "0"
                 IF WS-CFG-J NUMERIC
                    MOVE WS-CFG-J TO WS-GAP-MINUTES
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-GAP-SECS = WS-GAP-MINUTES * 60
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           PERFORM LOAD-EVENTS
           IF RETURN-CODE = 16
              GOBACK
           END-IF
           IF WS-EV-COUNT > 1
              CALL "SORTUTIL" USING WS-EV-TABLE WS-EV-COUNT
                      WS-EV-ROW-LEN WS-EV-KEY-OFF WS-EV-KEY-LEN
                      WS-EV-ORDER
              END-CALL
           END-IF
           OPEN OUTPUT INC-FILE
           IF WS-INC-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-INC-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-INC-STATUS ") **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-COUNT
              PERFORM CORRELATE-ONE-EVENT
           END-PERFORM
           IF WS-GRP-OPEN = "Y"
              PERFORM CLOSE-GROUP
           END-IF
           PERFORM WRITE-REPORT-FOOTER
           CLOSE INC-FILE
           CLOSE RPT-FILE
           DISPLAY "Saetze gelesen: " WS-TOTAL-READ
                   "  ERROR/CRITICA: " WS-EV-COUNT
           DISPLAY "Stoerungen: " WS-INC-SEQ
                   "  Gruppen mit nur einer Quelle: "
                   WS-SINGLE-GROUPS
           DISPLAY "Bericht: " FUNCTION TRIM(WS-RPT-NAME)
           MOVE WS-TOTAL-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-INC-SEQ TO WS-AUDIT-RECORDS-MATCHED
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-INPUT-FILE
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           IF WS-BAD-TIMES > 0
              DISPLAY "** WARNUNG: " WS-BAD-TIMES " Saetze mit "
                      "unlesbarem LOG-DATE/LOG-TIME uebergangen **"
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-EV-OVERFLOW = "Y"
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SRC-OVERFLOW = "Y"
              DISPLAY "** WARNUNG: " WS-SRC-CUT-COUNT " Stoerungen "
                      "mit gekuerzter Quellenliste (""+nn"" in "
                      FUNCTION TRIM(WS-INC-NAME) ") **"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Leitet die Namen der Lauf-Dateien aus der Lauf-Kennung ab;
      * bei leerer Kennung gelten die festen Standardnamen (siehe
      * LOGREADERs SET-RUN-FILE-NAMES).
       SET-RUN-FILE-NAMES.
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              MOVE "LOGPARMS.DAT" TO WS-PARM-NAME
              MOVE "INCIDENTS.DAT" TO WS-INC-NAME
              MOVE "INCIDENTS.RPT" TO WS-RPT-NAME
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARM-NAME
           STRING "LOGPARMS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PARM-NAME
           MOVE SPACES TO WS-INC-NAME
           STRING "INCIDENTS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-INC-NAME
           MOVE SPACES TO WS-RPT-NAME
           STRING "INCIDENTS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".RPT" DELIMITED BY SIZE
                  INTO WS-RPT-NAME.

      * Eingabedatei aus LOGFRONTs LOGPARMS.DAT, sonst abgefragt -
      * im Kettenlauf fragt LOGCORR nichts.
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
                    MOVE "Y" TO WS-HAVE-PARMS
              END-READ
              CLOSE PARM-FILE
           END-IF
           IF WS-HAVE-PARMS NOT = "Y"
              DISPLAY "Enter input log file name (blank = logs.dat): "
              ACCEPT WS-INPUT-FILE
           END-IF
           IF WS-INPUT-FILE = SPACES
              MOVE "logs.dat" TO WS-INPUT-FILE
           END-IF.

      * Im Kettenlauf liest LOGCORR wie LOGREADER die bereinigte
      * Datei CLEANED-<Kennung>.DAT, wenn LOGVALID sie geschrieben
      * hat - ein kaputtes LOG-DATE soll keine Stoerung verlaengern.
       CHECK-CLEANED-INPUT.
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CLEAN-NAME
           STRING "CLEANED-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-CLEAN-NAME
           MOVE WS-INPUT-FILE TO WS-SAVED-INPUT
           MOVE WS-CLEAN-NAME TO WS-INPUT-FILE
           OPEN INPUT LOGFILE
           IF WS-LOGFILE-STATUS = "00"
              CLOSE LOGFILE
              DISPLAY "Bereinigte Eingabe verwendet: "
                      FUNCTION TRIM(WS-CLEAN-NAME)
           ELSE
              MOVE WS-SAVED-INPUT TO WS-INPUT-FILE
           END-IF.

      * LOGCORR.DAT: "GAP|minuten" und "MINSRC|n", eine Regel je
      * Zeile; "*" am Zeilenanfang ist Kommentar.
       LOAD-CORR-CONFIG.
           OPEN INPUT CFG-FILE
           IF WS-CFG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ CFG-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    PERFORM PARSE-ONE-CONFIG
              END-READ
           END-PERFORM
           CLOSE CFG-FILE
           MOVE "N" TO EOF.

       PARSE-ONE-CONFIG.
           IF CFG-REC = SPACES OR CFG-REC(1:1) = "*"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CFG-CMD WS-CFG-ARG
           UNSTRING CFG-REC DELIMITED BY "|"
              INTO WS-CFG-CMD WS-CFG-ARG
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-CFG-ARG) TO WS-CFG-J
           INSPECT WS-CFG-J REPLACING LEADING " " BY "0"
           IF WS-CFG-J NOT NUMERIC OR WS-CFG-J = "000"
              DISPLAY "** WARNUNG: LOGCORR.DAT-Zeile ignoriert: "
                      FUNCTION TRIM(CFG-REC) " **"
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CFG-CMD
              WHEN "GAP"
                 MOVE WS-CFG-J TO WS-GAP-MINUTES
              WHEN "MINSRC"
                 MOVE WS-CFG-J TO WS-MIN-SOURCES
                 IF WS-MIN-SOURCES < 2
                    MOVE 2 TO WS-MIN-SOURCES
                 END-IF
              WHEN OTHER
                 DISPLAY "** WARNUNG: LOGCORR.DAT-Zeile ignoriert: "
                         FUNCTION TRIM(CFG-REC) " **"
           END-EVALUATE.

      * Liest den Strom und behaelt nur ERROR- und CRITICA-Saetze.
       LOAD-EVENTS.
           OPEN INPUT LOGFILE
           IF WS-LOGFILE-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-INPUT-FILE)
                      " konnte nicht geoeffnet werden (Status "
                      WS-LOGFILE-STATUS ") **"
              MOVE 16 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ LOGFILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    ADD 1 TO WS-TOTAL-READ
                    IF LOG-LEVEL = "ERROR" OR LOG-LEVEL = "CRITICA"
                       PERFORM KEEP-ONE-EVENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOGFILE.

       KEEP-ONE-EVENT.
           IF WS-EV-COUNT >= 5000
              IF WS-EV-OVERFLOW = "N"
                 DISPLAY "** WARNUNG: mehr als 5000 ERROR/CRITICA-"
                         "Saetze - Rest wird nicht korreliert **"
                 MOVE "Y" TO WS-EV-OVERFLOW
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EV-COUNT
           MOVE LOG-DATE TO WS-EV-DATE(WS-EV-COUNT)
           MOVE LOG-TIME TO WS-EV-TIME(WS-EV-COUNT)
           MOVE LOG-SOURCE TO WS-EV-SOURCE(WS-EV-COUNT)
           MOVE LOG-LEVEL TO WS-EV-LEVEL(WS-EV-COUNT)
           MOVE LOG-MESSAGE TO WS-EV-MESSAGE(WS-EV-COUNT).

      * Rechnet den Zeitpunkt von Satz WS-EV-IDX in Sekunden um;
      * WS-TIME-OK = "N" bei unlesbarem Datum oder Zeit.
       COMPUTE-EVENT-SECS.
           MOVE "N" TO WS-TIME-OK
           MOVE SPACES TO WS-DATE-X
           STRING WS-EV-DATE(WS-EV-IDX)(1:4)
                  WS-EV-DATE(WS-EV-IDX)(6:2)
                  WS-EV-DATE(WS-EV-IDX)(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-X
           MOVE WS-EV-TIME(WS-EV-IDX) TO WS-TIME-X
           IF WS-DATE-X NOT NUMERIC
              OR WS-T-HH NOT NUMERIC OR WS-T-MM NOT NUMERIC
              OR WS-T-SS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-X TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EV-SECS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 86400
              + WS-T-HH * 3600 + WS-T-MM * 60 + WS-T-SS
           MOVE "Y" TO WS-TIME-OK.

      * Ein Satz in Zeitfolge: liegt er innerhalb der Luecke hinter
      * dem letzten Satz der offenen Gruppe, gehoert er dazu; sonst
      * wird die Gruppe abgeschlossen und mit ihm eine neue begonnen.
       CORRELATE-ONE-EVENT.
           PERFORM COMPUTE-EVENT-SECS
           IF WS-TIME-OK = "N"
              ADD 1 TO WS-BAD-TIMES
              EXIT PARAGRAPH
           END-IF
           IF WS-GRP-OPEN = "Y"
              IF WS-EV-SECS - WS-GRP-LAST-SECS <= WS-GAP-SECS
                 PERFORM ADD-EVENT-TO-GROUP
                 EXIT PARAGRAPH
              END-IF
              PERFORM CLOSE-GROUP
           END-IF
           MOVE "Y" TO WS-GRP-OPEN
           MOVE 0 TO WS-GRP-RECORDS
           MOVE 0 TO WS-SRC-COUNT
           MOVE 0 TO WS-SRC-DROP-RECS
           MOVE WS-EV-DATE(WS-EV-IDX) TO WS-GRP-START-DATE
           MOVE WS-EV-TIME(WS-EV-IDX) TO WS-GRP-START-TIME
           MOVE WS-EV-LEVEL(WS-EV-IDX) TO WS-GRP-FIRST-LEVEL
           MOVE WS-EV-MESSAGE(WS-EV-IDX) TO WS-GRP-FIRST-MSG
           PERFORM ADD-EVENT-TO-GROUP.

       ADD-EVENT-TO-GROUP.
           ADD 1 TO WS-GRP-RECORDS
           MOVE WS-EV-SECS TO WS-GRP-LAST-SECS
           MOVE WS-EV-DATE(WS-EV-IDX) TO WS-GRP-END-DATE
           MOVE WS-EV-TIME(WS-EV-IDX) TO WS-GRP-END-TIME
           MOVE 0 TO WS-SRC-FOUND
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                      OR WS-SRC-FOUND > 0
              IF WS-SRC-NAME(WS-SRC-IDX) = WS-EV-SOURCE(WS-EV-IDX)
                 MOVE WS-SRC-IDX TO WS-SRC-FOUND
              END-IF
           END-PERFORM
           IF WS-SRC-FOUND = 0
              IF WS-SRC-COUNT >= 20
                 ADD 1 TO WS-SRC-DROP-RECS
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-SRC-COUNT
              MOVE WS-SRC-COUNT TO WS-SRC-FOUND
              MOVE WS-EV-SOURCE(WS-EV-IDX) TO WS-SRC-NAME(WS-SRC-FOUND)
              MOVE 0 TO WS-SRC-TALLY(WS-SRC-FOUND)
           END-IF
           ADD 1 TO WS-SRC-TALLY(WS-SRC-FOUND).

      * Schliesst die offene Gruppe ab. Nur Gruppen ueber mindestens
      * WS-MIN-SOURCES verschiedene Quellen werden zur Stoerung; eine
      * Ein-Quellen-Haeufung bleibt Sache der Burst-Erkennung in
      * LOGSORT und wird nur mitgezaehlt.
       CLOSE-GROUP.
           MOVE "N" TO WS-GRP-OPEN
           IF WS-SRC-COUNT < WS-MIN-SOURCES
              ADD 1 TO WS-SINGLE-GROUPS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INC-SEQ
           MOVE SPACES TO WS-INC-ID
           STRING "INC" WS-TODAY "-" WS-INC-SEQ
              DELIMITED BY SIZE INTO WS-INC-ID
           PERFORM BUILD-SOURCE-LIST
           MOVE SPACES TO INC-REC
           MOVE WS-INC-ID TO INC-REC(1:16)
           MOVE WS-GRP-START-DATE TO INC-REC(18:10)
           MOVE WS-GRP-START-TIME TO INC-REC(29:8)
           MOVE WS-GRP-END-DATE TO INC-REC(38:10)
           MOVE WS-GRP-END-TIME TO INC-REC(49:8)
           MOVE WS-GRP-RECORDS TO INC-REC(58:6)
           MOVE WS-SRC-COUNT TO INC-REC(65:2)
           MOVE WS-SRC-LIST TO INC-REC(68:44)
           MOVE WS-GRP-FIRST-LEVEL TO INC-REC(113:7)
           MOVE WS-GRP-FIRST-MSG TO INC-REC(121:30)
           WRITE INC-REC
           PERFORM WRITE-INCIDENT-BLOCK.

      * Kommagetrennte Quellenliste fuer INCIDENTS (44 Stellen).
      * Solange weitere Quellen folgen, bleibt Platz fuer ",+nn";
      * passt eine Quelle nicht mehr, endet die Liste dort mit
      * "+nn" und die Stoerung zaehlt als gekuerzt.
       BUILD-SOURCE-LIST.
           MOVE SPACES TO WS-SRC-LIST
           MOVE 1 TO WS-SRC-PTR
           MOVE 0 TO WS-SRC-LISTED
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                      OR WS-SRC-LISTED < WS-SRC-IDX - 1
              MOVE 0 TO WS-SRC-LEN
              INSPECT WS-SRC-NAME(WS-SRC-IDX) TALLYING WS-SRC-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              MOVE WS-SRC-LEN TO WS-SRC-NEED
              IF WS-SRC-IDX > 1
                 ADD 1 TO WS-SRC-NEED
              END-IF
              MOVE 0 TO WS-SRC-RESERVE
              IF WS-SRC-IDX < WS-SRC-COUNT OR WS-SRC-DROP-RECS > 0
                 MOVE 4 TO WS-SRC-RESERVE
              END-IF
              IF WS-SRC-PTR - 1 + WS-SRC-NEED + WS-SRC-RESERVE <= 44
                 IF WS-SRC-IDX > 1
                    STRING "," DELIMITED BY SIZE
                       INTO WS-SRC-LIST WITH POINTER WS-SRC-PTR
                    END-STRING
                 END-IF
                 STRING WS-SRC-NAME(WS-SRC-IDX) DELIMITED BY SPACE
                    INTO WS-SRC-LIST WITH POINTER WS-SRC-PTR
                 END-STRING
                 ADD 1 TO WS-SRC-LISTED
              END-IF
           END-PERFORM
           IF WS-SRC-LISTED = WS-SRC-COUNT AND WS-SRC-DROP-RECS = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SRC-REST = WS-SRC-COUNT - WS-SRC-LISTED
           IF WS-SRC-LISTED > 0
              STRING "," DELIMITED BY SIZE
                 INTO WS-SRC-LIST WITH POINTER WS-SRC-PTR
              END-STRING
           END-IF
           STRING "+" WS-SRC-REST DELIMITED BY SIZE
              INTO WS-SRC-LIST WITH POINTER WS-SRC-PTR
           END-STRING
           MOVE "Y" TO WS-SRC-OVERFLOW
           ADD 1 TO WS-SRC-CUT-COUNT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              STRING "STOERUNGSBERICHT (KORRELATION) "
                     DELIMITED BY SIZE
                     WS-TODAY-DATE DELIMITED BY SIZE
                     INTO RPT-REC
           ELSE
              STRING "STOERUNGSBERICHT (KORRELATION) "
                     DELIMITED BY SIZE
                     WS-TODAY-DATE DELIMITED BY SIZE
                     "  Lauf " DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     INTO RPT-REC
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Eingabe " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INPUT-FILE) DELIMITED BY SIZE
                  "  Zeitluecke " DELIMITED BY SIZE
                  WS-GAP-MINUTES DELIMITED BY SIZE
                  " Min.  mind. " DELIMITED BY SIZE
                  WS-MIN-SOURCES DELIMITED BY SIZE
                  " Quellen" DELIMITED BY SIZE
                  INTO RPT-REC
           WRITE RPT-REC
           MOVE ALL "=" TO RPT-REC
           WRITE RPT-REC.

      * Ein Block je Stoerung: Kopfzeile mit Zeitraum und Satzzahl,
      * erste Meldung, dann jede Quelle mit ihrer Satzzahl.
       WRITE-INCIDENT-BLOCK.
           MOVE WS-GRP-RECORDS TO WS-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING WS-INC-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-GRP-START-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GRP-START-TIME DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-GRP-END-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GRP-END-TIME DELIMITED BY SIZE
                  "  Saetze " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "   Erste Meldung: " DELIMITED BY SIZE
                  WS-GRP-FIRST-LEVEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GRP-FIRST-MSG DELIMITED BY SIZE
                  INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
              MOVE WS-SRC-TALLY(WS-SRC-IDX) TO WS-COUNT-DISP
              MOVE SPACES TO RPT-REC
              STRING "   Quelle " DELIMITED BY SIZE
                     WS-SRC-NAME(WS-SRC-IDX) DELIMITED BY SIZE
                     "  Saetze " DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     INTO RPT-REC
              WRITE RPT-REC
           END-PERFORM
           IF WS-SRC-DROP-RECS > 0
              MOVE WS-SRC-DROP-RECS TO WS-COUNT-DISP
              MOVE SPACES TO RPT-REC
              STRING "   weitere Quellen (ueber 20)  Saetze "
                     DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     INTO RPT-REC
              WRITE RPT-REC
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

       WRITE-REPORT-FOOTER.
           MOVE ALL "-" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Saetze gelesen " WS-TOTAL-READ
                  "  ERROR/CRITICA " WS-EV-COUNT
                  DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Stoerungen " WS-INC-SEQ
                  "  Gruppen mit nur einer Quelle " WS-SINGLE-GROUPS
                  DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF WS-INC-SEQ = 0
              MOVE "Keine quelluebergreifenden Stoerungen erkannt"
                 TO RPT-REC
              WRITE RPT-REC
           END-IF.
