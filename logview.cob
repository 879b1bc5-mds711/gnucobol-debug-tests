           pages forward and back through MASTER-KEY order, narrows
           by LOG-LEVEL on the fly, and jumps to a new date without
           leaving the screen. The store itself is never changed.
           A date older than the oldest day the store still holds
           (the low-water mark LOGLOAD's purge keeps in
           LOGMASTER.HWM, or the first record when the mark has
           none) is called out as purged, and the browse starts at
           that oldest day instead of silently showing later ones.
           With a source filter (S) or a level filter (L) set, the
           pages are read over the store's LOG-SOURCE + LOG-DATE
           resp. LOG-LEVEL + LOG-DATE alternate key, so only the
           wanted records are read; the source key wins when both
           are set and the level is then checked record by record.
           The lines of a page are numbered; H traces one of them
           back to where it came from - the delivery file, its
           header date and source, the intake run and the chain
           runs of intake and load - out of the lineage LOGLOAD
           keeps with the record and LOGINTAKE's registers
           LINEAGE.IDX and LINEAGE.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-SRC-KEY
                  ALTERNATE RECORD KEY IS MASTER-LVL-KEY
                  FILE STATUS IS WS-MASTER-STATUS.

      * Herkunftsregister der Annahme (Satzaufbau siehe LOGLIN) und
      * das Lieferungsverzeichnis, beide nur gelesen.
           SELECT LINEAGE-FILE ASSIGN TO "LINEAGE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIN-KEY
                  ALTERNATE RECORD KEY IS LIN-DLV-KEY
                  FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT LINDLV-FILE ASSIGN TO "LINEAGE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LINDLV-STATUS.

      * LOGLOADs Marke: Niedrigwasser-Datum an 19:10.
           SELECT HWM-FILE ASSIGN TO "LOGMASTER.HWM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HWM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
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

       FD  LINEAGE-FILE.
       01  LIN-REC.
           COPY LOGLIN.

      * Zeilenaufbau siehe LOGINTAKE.
       FD  LINDLV-FILE.
       01  LINDLV-REC          PIC X(140).

       FD  HWM-FILE.
       01  HWM-REC             PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-MASTER-EOF       PIC X VALUE "N".
       01  WS-HWM-STATUS       PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS   PIC XX VALUE "00".
       01  WS-LINDLV-STATUS    PIC XX VALUE "00".

      * Aeltester Tag im Bestand - frueher liegende Daten hat der
      * Purge weggeraeumt.
       01  WS-FLOOR-DATE       PIC X(10) VALUE SPACES.

      * Der angezeigte Satz, zerlegt mit dem gemeinsamen Layout.
       01  WS-VIEW-ENTRY.
       01  WS-NEXT-SEQ         PIC 9(6) VALUE 0.
       01  WS-HAVE-NEXT        PIC X VALUE "N".

      * Schluessel der Zeilen der angezeigten Seite, fuer H.
       01  WS-SHOWN-TABLE.
           05  WS-SH-ROW OCCURS 15 TIMES.
               10  WS-SH-DATE   PIC X(10).
               10  WS-SH-SEQ    PIC 9(6).
       01  WS-LINE-INPUT       PIC X(2) VALUE SPACES.
       01  WS-LINE-NUM         PIC 9(2) VALUE 0.

      * Herkunft eines Satzes: Felder der Zeile im
      * Lieferungsverzeichnis und die Stelle in der Lieferung.
       01  WS-LD-ID            PIC X(16) VALUE SPACES.
       01  WS-LD-FILE          PIC X(40) VALUE SPACES.
       01  WS-LD-BIZDATE       PIC X(8) VALUE SPACES.
       01  WS-LD-SOURCE        PIC X(8) VALUE SPACES.
       01  WS-LD-DATE          PIC X(10) VALUE SPACES.
       01  WS-LD-TIME          PIC X(8) VALUE SPACES.
       01  WS-LD-RUN           PIC X(15) VALUE SPACES.
       01  WS-LD-COUNT         PIC X(8) VALUE SPACES.
       01  WS-LD-RESULT        PIC X(7) VALUE SPACES.
       01  WS-LD-FOUND         PIC X VALUE "N".
       01  WS-LD-EOF           PIC X VALUE "N".
       01  WS-LIN-EOF          PIC X VALUE "N".
       01  WS-LIN-POS          PIC 9(8) VALUE 0.

      * Bedienung: Datum, Level- und Quellen-Filter, Kommando.
       01  WS-DATE-INPUT       PIC X(10) VALUE SPACES.
       01  WS-LEVEL-FILTER     PIC X(7) VALUE SPACES.
       01  WS-SOURCE-FILTER    PIC X(8) VALUE SPACES.
       01  WS-CMD              PIC X(2) VALUE SPACES.
       01  WS-DONE             PIC X VALUE "N".

              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM FIND-STORE-FLOOR
           DISPLAY "Enter date YYYY-MM-DD to browse from: "
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
           PERFORM UNTIL WS-DONE = "Y"
              PERFORM SHOW-PAGE
              DISPLAY "Blank/N = next, P = previous, L = level "
                      "filter, S = source filter, D = new date, "
                      "H = lineage of a line, Q = quit: "
              MOVE SPACES TO WS-CMD
              ACCEPT WS-CMD
              EVALUATE WS-CMD
                    PERFORM GO-PREVIOUS-PAGE
                 WHEN "L "
                    PERFORM SET-LEVEL-FILTER
                 WHEN "S "
                    PERFORM SET-SOURCE-FILTER
                 WHEN "H "
                    PERFORM SHOW-LINEAGE
                 WHEN "D "
                    DISPLAY "Enter date YYYY-MM-DD to browse "
                            "from: "
           DISPLAY "LOGVIEW beendet"
           GOBACK.

      * Ermittelt den aeltesten Tag im Bestand: Niedrigwasser aus
      * LOGMASTER.HWM, sonst (alte Marke, keine Marke) der erste
      * Satz ab dem niedrigsten Schluessel.
       FIND-STORE-FLOOR.
           MOVE SPACES TO WS-FLOOR-DATE
           OPEN INPUT HWM-FILE
           IF WS-HWM-STATUS = "00"
              READ HWM-FILE
                 NOT AT END
                    MOVE HWM-REC(19:10) TO WS-FLOOR-DATE
              END-READ
              CLOSE HWM-FILE
           END-IF
           IF WS-FLOOR-DATE NOT = SPACES
              AND WS-FLOOR-DATE NOT = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLOOR-DATE
           MOVE SPACES TO MASTER-DATE
           MOVE 0 TO MASTER-SEQ
           MOVE "N" TO WS-MASTER-EOF
           START MASTER-FILE KEY >= MASTER-KEY
              INVALID KEY
                 MOVE "Y" TO WS-MASTER-EOF
           END-START
           IF WS-MASTER-EOF = "N"
              READ MASTER-FILE NEXT RECORD
                 NOT AT END
                    MOVE MASTER-DATE TO WS-FLOOR-DATE
              END-READ
           END-IF.

      * Beginnt eine frische Blaetterfolge am eingegebenen Datum -
      * Schluessel Datum + Sequenz 0, Seitenmerker zurueckgesetzt.
      * Liegt das Datum vor dem aeltesten Tag im Bestand, wird das
      * deutlich gesagt und ab dem aeltesten Tag geblaettert.
       START-NEW-DATE.
           IF WS-FLOOR-DATE NOT = SPACES
              AND WS-DATE-INPUT < WS-FLOOR-DATE
              DISPLAY "Hinweis: " WS-DATE-INPUT " ist aelter als "
                      "der Master-Bestand - Tage vor " WS-FLOOR-DATE
                      " wurden per Purge entfernt (Archiv/LOGSEARCH)"
              DISPLAY "Anzeige beginnt beim aeltesten Tag "
                      WS-FLOOR-DATE
              MOVE WS-FLOOR-DATE TO WS-DATE-INPUT
           END-IF
           MOVE WS-DATE-INPUT TO WS-CUR-DATE
           MOVE 0 TO WS-CUR-SEQ
           MOVE 1 TO WS-PAGE-NUM
      * Liest und zeigt eine Seite ab dem aktuellen Startschluessel.
      * Der Level-Filter wird beim Lesen angewandt, der Schluessel
      * hinter dem letzten angezeigten Satz als Start der naechsten
      * Seite gemerkt. Mit Quellen- oder Level-Filter wird ueber den
      * passenden Alternativschluessel gelesen; Datum und Sequenz
      * des Seitenmerkers sind dort dieselben, nur mit Quelle bzw.
      * Level davor, und das Lesen endet, sobald eine andere Quelle
      * bzw. ein anderes Level kommt.
       SHOW-PAGE.
           DISPLAY " "
           IF WS-LEVEL-FILTER = SPACES AND WS-SOURCE-FILTER = SPACES
              DISPLAY "--- Seite " WS-PAGE-NUM " ab "
                      WS-CUR-DATE " ---"
           ELSE
              DISPLAY "--- Seite " WS-PAGE-NUM " ab "
                      WS-CUR-DATE " (nur " WS-SOURCE-FILTER " "
                      WS-LEVEL-FILTER ") ---"
           END-IF
           MOVE 0 TO WS-SHOWN
           MOVE "N" TO WS-HAVE-NEXT
           MOVE "N" TO WS-MASTER-EOF
           EVALUATE TRUE
              WHEN WS-SOURCE-FILTER NOT = SPACES
                 MOVE WS-SOURCE-FILTER TO MASTER-SRC-SOURCE
                 MOVE WS-CUR-DATE TO MASTER-SRC-DATE
                 MOVE WS-CUR-SEQ TO MASTER-SRC-SEQ
                 START MASTER-FILE KEY >= MASTER-SRC-KEY
                    INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF
                 END-START
              WHEN WS-LEVEL-FILTER NOT = SPACES
                 MOVE WS-LEVEL-FILTER TO MASTER-LVL-LEVEL
                 MOVE WS-CUR-DATE TO MASTER-LVL-DATE
                 MOVE WS-CUR-SEQ TO MASTER-LVL-SEQ
                 START MASTER-FILE KEY >= MASTER-LVL-KEY
                    INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF
                 END-START
              WHEN OTHER
                 MOVE WS-CUR-DATE TO MASTER-DATE
                 MOVE WS-CUR-SEQ TO MASTER-SEQ
                 START MASTER-FILE KEY >= MASTER-KEY
                    INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF
                 END-START
           END-EVALUATE
           PERFORM UNTIL WS-MASTER-EOF = "Y"
                      OR WS-SHOWN >= WS-PAGE-SIZE
              READ MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-MASTER-EOF
                 NOT AT END
                    IF (WS-SOURCE-FILTER NOT = SPACES
                        AND MASTER-SRC-SOURCE NOT = WS-SOURCE-FILTER)
                       OR (WS-SOURCE-FILTER = SPACES
                        AND WS-LEVEL-FILTER NOT = SPACES
                        AND MASTER-LVL-LEVEL NOT = WS-LEVEL-FILTER)
                       MOVE "Y" TO WS-MASTER-EOF
                    ELSE
                       PERFORM SHOW-ONE-RECORD
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SHOWN = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SHOWN
           MOVE MASTER-DATE TO WS-SH-DATE(WS-SHOWN)
           MOVE MASTER-SEQ TO WS-SH-SEQ(WS-SHOWN)
           IF LOG-SOURCE IN WS-VIEW-ENTRY = SPACES
              DISPLAY "  " WS-SHOWN " [" LOG-DATE IN WS-VIEW-ENTRY " "
                      LOG-TIME IN WS-VIEW-ENTRY "] ["
                      LOG-LEVEL IN WS-VIEW-ENTRY "] "
                      LOG-MESSAGE IN WS-VIEW-ENTRY
           ELSE
              DISPLAY "  " WS-SHOWN " [" LOG-DATE IN WS-VIEW-ENTRY " "
                      LOG-TIME IN WS-VIEW-ENTRY "] ["
                      LOG-LEVEL IN WS-VIEW-ENTRY "] "
                      LOG-MESSAGE IN WS-VIEW-ENTRY " ("
           DISPLAY "LOG-LEVEL to narrow to (blank = all levels): "
           MOVE SPACES TO WS-LEVEL-FILTER
           ACCEPT WS-LEVEL-FILTER.

      * Dasselbe fuer die Quelle (LOG-SOURCE).
       SET-SOURCE-FILTER.
           DISPLAY "LOG-SOURCE to narrow to (blank = all sources): "
           MOVE SPACES TO WS-SOURCE-FILTER
           ACCEPT WS-SOURCE-FILTER.

      * Herkunft einer Zeile der angezeigten Seite: der Satz wird
      * ueber seinen Schluessel neu gelesen, seine Herkunfts-ID im
      * Lieferungsverzeichnis nachgeschlagen und seine Stelle in
      * der Lieferung aus dem Satzregister geholt. Die naechste
      * Anzeige setzt die Seite wieder ueber START auf.
       SHOW-LINEAGE.
           DISPLAY "Line number on this page to trace: "
           MOVE SPACES TO WS-LINE-INPUT
           ACCEPT WS-LINE-INPUT
           MOVE 0 TO WS-LINE-NUM
           IF WS-LINE-INPUT(2:1) = SPACE
              MOVE WS-LINE-INPUT(1:1) TO WS-LINE-INPUT(2:1)
              MOVE "0" TO WS-LINE-INPUT(1:1)
           END-IF
           IF WS-LINE-INPUT IS NUMERIC
              MOVE WS-LINE-INPUT TO WS-LINE-NUM
           END-IF
           IF WS-LINE-NUM < 1 OR WS-LINE-NUM > WS-SHOWN
              DISPLAY "  (keine solche Zeile auf dieser Seite)"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SH-DATE(WS-LINE-NUM) TO MASTER-DATE
           MOVE WS-SH-SEQ(WS-LINE-NUM) TO MASTER-SEQ
           READ MASTER-FILE KEY IS MASTER-KEY
              INVALID KEY
                 DISPLAY "  (Satz nicht mehr im Bestand)"
                 EXIT PARAGRAPH
           END-READ
           DISPLAY " "
           DISPLAY "--- Herkunft Satz " MASTER-DATE "/" MASTER-SEQ
                   " ---"
           IF MASTER-LIN-RUN = SPACES
              DISPLAY "  Geladen:        eigenstaendiger LOGLOAD-Lauf"
           ELSE
              DISPLAY "  Geladen:        Kette " MASTER-LIN-RUN
           END-IF
           IF MASTER-LIN-ID = SPACES
              DISPLAY "  Keine Herkunft erfasst - nicht ueber "
                      "LOGINTAKE angenommen oder vor der "
                      "Herkunftserfassung geladen"
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DELIVERY-LINE
           DISPLAY "  Herkunfts-ID:   " MASTER-LIN-ID
           IF WS-LD-FOUND NOT = "Y"
              DISPLAY "  ** Lieferung nicht in LINEAGE.DAT "
                      "verzeichnet **"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "  Lieferdatei:    " FUNCTION TRIM(WS-LD-FILE)
                   " (" FUNCTION TRIM(WS-LD-RESULT) ")"
           DISPLAY "  Kopfdatum:      " WS-LD-BIZDATE
                   "   Quelle: " WS-LD-SOURCE
           DISPLAY "  Angenommen:     " WS-LD-DATE " " WS-LD-TIME
           IF WS-LD-RUN = SPACES
              DISPLAY "  Annahme-Lauf:   eigenstaendiger "
                      "LOGINTAKE-Lauf"
           ELSE
              DISPLAY "  Annahme-Lauf:   Kette " WS-LD-RUN
           END-IF
           PERFORM FIND-DELIVERY-POSITION
           IF WS-LIN-POS > 0
              DISPLAY "  Stelle:         Satz " WS-LIN-POS " von "
                      WS-LD-COUNT " der Lieferung"
           END-IF.

       FIND-DELIVERY-LINE.
           MOVE "N" TO WS-LD-FOUND
           OPEN INPUT LINDLV-FILE
           IF WS-LINDLV-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LD-EOF
           PERFORM UNTIL WS-LD-EOF = "Y"
              READ LINDLV-FILE
                 AT END
                    MOVE "Y" TO WS-LD-EOF
                 NOT AT END
                    IF LINDLV-REC(1:16) = MASTER-LIN-ID
                       MOVE SPACES TO WS-LD-ID WS-LD-FILE
                          WS-LD-BIZDATE WS-LD-SOURCE WS-LD-DATE
                          WS-LD-TIME WS-LD-RUN WS-LD-COUNT
                          WS-LD-RESULT
                       UNSTRING LINDLV-REC DELIMITED BY "|"
                          INTO WS-LD-ID WS-LD-FILE WS-LD-BIZDATE
                               WS-LD-SOURCE WS-LD-DATE WS-LD-TIME
                               WS-LD-RUN WS-LD-COUNT WS-LD-RESULT
                       END-UNSTRING
                       MOVE "Y" TO WS-LD-FOUND
                       MOVE "Y" TO WS-LD-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LINDLV-FILE.

      * Unter dem Satzbild den Registereintrag suchen, den LOGLOAD
      * mit genau diesem Master-Schluessel gestempelt hat.
       FIND-DELIVERY-POSITION.
           MOVE 0 TO WS-LIN-POS
           OPEN INPUT LINEAGE-FILE
           IF WS-LINEAGE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE MASTER-ENTRY TO LIN-IMAGE
           MOVE 0 TO LIN-OCC
           MOVE "N" TO WS-LIN-EOF
           START LINEAGE-FILE KEY >= LIN-KEY
              INVALID KEY
                 MOVE "Y" TO WS-LIN-EOF
           END-START
           PERFORM UNTIL WS-LIN-EOF = "Y"
              READ LINEAGE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-LIN-EOF
                 NOT AT END
                    IF LIN-IMAGE NOT = MASTER-ENTRY
                       MOVE "Y" TO WS-LIN-EOF
                    ELSE
                       IF LIN-MASTER-DATE = MASTER-DATE
                          AND LIN-MASTER-SEQ = MASTER-SEQ
                          MOVE LIN-DLV-SEQ TO WS-LIN-POS
                          MOVE "Y" TO WS-LIN-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LINEAGE-FILE.
