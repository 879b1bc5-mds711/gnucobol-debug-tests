           master store covers the requested range (LOGMASTER.HWM
           says how far LOGLOAD has loaded), the operator can browse
           LOGMASTER.IDX from the start date instead of scanning
           every file front to back. A start date older than the
           low-water mark LOGLOAD's purge keeps in LOGMASTER.HWM is
           reported plainly as "older than the store holds" before
           the search falls back to the file scan. The search can
           be narrowed to one LOG-SOURCE and/or one LOG-LEVEL (the
           search string may then be left blank - "every CRITICA
           from BILLING last month"); the keyed browse then STARTs
           on the matching alternate key of the store instead of
           reading every record in the window.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-SRC-KEY
                  ALTERNATE RECORD KEY IS MASTER-LVL-KEY
                  FILE STATUS IS WS-MASTER-STATUS.

      * Hochwassermarke des Master-Bestands (siehe LOGLOAD): bis zu
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

       FD  HWM-FILE.
       01  HWM-REC             PIC X(30).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-HIT-TALLY        PIC 9(3) VALUE 0.
       01  WS-RECORD-HIT       PIC X VALUE "N".

      * Optionale Eingrenzung auf eine Quelle und/oder ein Level -
      * im Schluessel-Browse zugleich die Wahl des Schluessels.
       01  WS-SOURCE-FILTER    PIC X(8) VALUE SPACES.
       01  WS-LEVEL-FILTER     PIC X(7) VALUE SPACES.

      * Datumsfenster. Leer = nur die Live-Datei durchsuchen.
       01  WS-RANGE-INPUT      PIC X(17) VALUE SPACES.
       01  WS-START-DATE       PIC X(10) VALUE SPACES.
       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-HWM-STATUS       PIC XX VALUE "00".
       01  WS-HWM-DATE         PIC X(10) VALUE SPACES.
       01  WS-LOW-DATE         PIC X(10) VALUE SPACES.
       01  WS-USE-MASTER       PIC X VALUE "N".
       01  WS-MASTER-OK        PIC X VALUE "N".
       01  WS-MASTER-EOF       PIC X VALUE "N".
       BEGIN.
           MOVE 0 TO RETURN-CODE
           DISPLAY "=== LOGSEARCH: Suche in Log und Archiven ==="
           DISPLAY "Enter search string(s), comma-separated "
                   "(blank = all messages): "
           ACCEPT WS-SEARCH-INPUT
           DISPLAY "Restrict to LOG-SOURCE (blank = all sources): "
           ACCEPT WS-SOURCE-FILTER
           DISPLAY "Restrict to LOG-LEVEL (blank = all levels): "
           ACCEPT WS-LEVEL-FILTER
           IF WS-SEARCH-INPUT = SPACES AND WS-SOURCE-FILTER = SPACES
              AND WS-LEVEL-FILTER = SPACES
              DISPLAY "** Kein Suchbegriff und keine Eingrenzung "
                      "angegeben **"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-SEARCH-INPUT NOT = SPACES
              PERFORM PARSE-SEARCH-TERMS
           END-IF
           DISPLAY "Enter date range YYYYMMDD-YYYYMMDD (blank = "
                   "live file only): "
           ACCEPT WS-RANGE-INPUT
      * taugt nur, wenn LOGLOADs Hochwassermarke mindestens bis zum
      * Fensterende reicht UND der aelteste Satz im Bestand nicht
      * hinter dem Fensteranfang liegt - LOGLOADs Purge-Modus
      * entfernt alte Tage und fuehrt dafuer das Niedrigwasser-
      * Datum (19:10) in der Marke; eine Suche ueber weggeraeumte
      * Tage wuerde sonst still null Treffer melden. In allen
      * Faellen faellt die Suche mit Hinweis auf den Dateiscan
      * zurueck, statt Tage zu verschweigen.
       CHECK-MASTER-COVERS.
           STRING WS-RANGE-INPUT(1:4) "-" WS-RANGE-INPUT(5:2) "-"
                  WS-RANGE-INPUT(7:2) DELIMITED BY SIZE
           READ HWM-FILE
              NOT AT END
                 MOVE HWM-REC(1:10) TO WS-HWM-DATE
                 MOVE HWM-REC(19:10) TO WS-LOW-DATE
           END-READ
           CLOSE HWM-FILE
           IF WS-HWM-DATE < WS-END-DATE
                      "Schluessel-Browse"
              EXIT PARAGRAPH
           END-IF
           IF WS-LOW-DATE NOT = SPACES AND WS-LOW-DATE NOT = LOW-VALUES
              IF WS-LOW-DATE > WS-START-DATE
                 DISPLAY "Hinweis: " WS-START-DATE " ist aelter als "
                         "der Master-Bestand - aeltester Tag "
                         WS-LOW-DATE " (Purge) - Dateiscan statt "
                         "Schluessel-Browse"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM CHECK-MASTER-FLOOR.

      * Untergrenze pruefen: der erste Satz des Bestands (START am
      * niedrigsten Schluessel) muss am oder vor dem Fensteranfang
      * liegen, sonst hat der Purge-Modus den Anfang des Fensters
      * bereits weggeraeumt. Deckt auch Marken ohne Niedrigwasser
      * und einen leeren Bestand ab.
       CHECK-MASTER-FLOOR.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
      * START/READ NEXT wie LOGREADERs PROCESS-MASTER-STORE, nur
      * dass jeder Satz durch die Suchbegriff-Pruefung laeuft.
      * Start- und Enddatum hat die Deckungspruefung schon gesetzt.
      * Mit Quellen- oder Level-Eingrenzung wird ueber den
      * passenden Alternativschluessel gelesen (Quelle geht vor).
       SEARCH-MASTER-STORE.
           MOVE 1 TO WS-FILE-COUNT
           MOVE 1 TO WS-FILE-IDX
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FILE-SEEN(1)
           IF WS-SOURCE-FILTER NOT = SPACES
              PERFORM SEARCH-MASTER-BY-SOURCE
              CLOSE MASTER-FILE
              EXIT PARAGRAPH
           END-IF
           IF WS-LEVEL-FILTER NOT = SPACES
              PERFORM SEARCH-MASTER-BY-LEVEL
              CLOSE MASTER-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-START-DATE TO MASTER-DATE
           MOVE 0 TO MASTER-SEQ
           MOVE "N" TO WS-MASTER-EOF
           END-PERFORM
           CLOSE MASTER-FILE.

      * START beim Quellen-Schluessel (Quelle + Fensteranfang), READ
      * NEXT bis eine andere Quelle oder ein Tag hinter dem
      * Fensterende kommt.
       SEARCH-MASTER-BY-SOURCE.
           MOVE WS-SOURCE-FILTER TO MASTER-SRC-SOURCE
           MOVE WS-START-DATE TO MASTER-SRC-DATE
           MOVE 0 TO MASTER-SRC-SEQ
           MOVE "N" TO WS-MASTER-EOF
           START MASTER-FILE KEY >= MASTER-SRC-KEY
              INVALID KEY
                 MOVE "Y" TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = "Y"
              READ MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-MASTER-EOF
                 NOT AT END
                    IF MASTER-SRC-SOURCE NOT = WS-SOURCE-FILTER
                       OR MASTER-DATE > WS-END-DATE
                       MOVE "Y" TO WS-MASTER-EOF
                    ELSE
                       ADD 1 TO WS-TOTAL-READ
                       MOVE MASTER-ENTRY TO LOG-ENTRY
                       PERFORM CHECK-ONE-RECORD
                    END-IF
              END-READ
           END-PERFORM.

      * Dasselbe ueber den Level-Schluessel.
       SEARCH-MASTER-BY-LEVEL.
           MOVE WS-LEVEL-FILTER TO MASTER-LVL-LEVEL
           MOVE WS-START-DATE TO MASTER-LVL-DATE
           MOVE 0 TO MASTER-LVL-SEQ
           MOVE "N" TO WS-MASTER-EOF
           START MASTER-FILE KEY >= MASTER-LVL-KEY
              INVALID KEY
                 MOVE "Y" TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = "Y"
              READ MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-MASTER-EOF
                 NOT AT END
                    IF MASTER-LVL-LEVEL NOT = WS-LEVEL-FILTER
                       OR MASTER-DATE > WS-END-DATE
                       MOVE "Y" TO WS-MASTER-EOF
                    ELSE
                       ADD 1 TO WS-TOTAL-READ
                       MOVE MASTER-ENTRY TO LOG-ENTRY
                       PERFORM CHECK-ONE-RECORD
                    END-IF
              END-READ
           END-PERFORM.

      * Zieht die Tage ohne Tagesarchiv aus ihren Monatsarchiven
      * nach - jeder betroffene Monat wird genau einmal gelesen,
      * uebernommen werden nur Saetze, deren LOG-DATE zu einem
                 OR LOG-DATE IN LOG-ENTRY > WS-END-DATE)
              EXIT PARAGRAPH
           END-IF
           IF WS-SOURCE-FILTER NOT = SPACES
              AND LOG-SOURCE IN LOG-ENTRY NOT = WS-SOURCE-FILTER
              EXIT PARAGRAPH
           END-IF
           IF WS-LEVEL-FILTER NOT = SPACES
              AND LOG-LEVEL IN LOG-ENTRY NOT = WS-LEVEL-FILTER
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RECORD-HIT
           IF WS-TERM-COUNT = 0
              MOVE "Y" TO WS-RECORD-HIT
           END-IF
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
                      OR WS-RECORD-HIT = "Y"
