           purge removes days LOGRETAIN has rolled past retention
           so store and archives agree, and verify compares
           per-date record counts in the store against the source
           rotation files and reports drift. The purge deletes by
           LOG-DATE key range under the LOGLOCK lock, writes the
           count deleted per date to the audit trail, then
           reorganises the store (unload to LOGMASTER.REORG, re-create,
           reload) so the space is really given back, and records
           the new low-water date - the oldest day the store still
           holds - in LOGMASTER.HWM next to the high-water mark.
           Each record also carries two alternate keys, LOG-SOURCE
           plus LOG-DATE and LOG-LEVEL plus LOG-DATE (each closed
           with the sequence number so it stays unique), filled in
           by every load path, so the readers can START on a source
           or level instead of reading whole date ranges. A store
           written before the alternate keys existed has to be
           rebuilt once with the full load.
           Every stored record also carries its lineage: the id of
           the delivery it arrived in, claimed from LOGINTAKE's
           register LINEAGE.IDX by record image (the n-th identical
           image loaded takes the n-th registered occurrence), and
           the LOG-RUN-ID of the chain that loaded it; the register
           entry is stamped with the master key in return. Records
           that never passed the intake keep the lineage blank. A
           store written before the lineage existed has to be
           rebuilt once as well.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-SRC-KEY
                  ALTERNATE RECORD KEY IS MASTER-LVL-KEY
                  FILE STATUS IS WS-MASTER-STATUS.

      * Herkunftsregister der Annahme (Satzaufbau siehe LOGLIN).
           SELECT LINEAGE-FILE ASSIGN TO "LINEAGE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIN-KEY
                  ALTERNATE RECORD KEY IS LIN-DLV-KEY
                  FILE STATUS IS WS-LINEAGE-STATUS.

      * Hochwassermarke des Bestands: bis zu welchem LOG-DATE
      * geladen wurde und bei welcher Sequenznummer der naechste
      * Update-Lauf fortsetzt. Eine fehlende Datei bedeutet "Stand
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HWM-STATUS.

      * Entladedatei der Reorganisation nach dem Purge: der
      * Restbestand in Schluesselfolge, Satz fuer Satz wie
      * MASTER-REC. Bleibt nach einem Abbruch stehen, damit der
      * Bestand daraus wieder geladen werden kann.
           SELECT REORG-FILE ASSIGN TO "LOGMASTER.REORG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REORG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGFILE.

      * Key first, then the unchanged 67-byte log entry, so a reader
      * can hand MASTER-ENTRY straight to the existing LOGENTRY-based
      * processing. Behind the entry the two alternate keys: source
      * resp. level, then date and sequence - the sequence keeps
      * them unique, so a reader can resume exactly where it
      * stopped. Last the lineage: delivery id from LINEAGE.IDX
      * and the LOG-RUN-ID of the loading chain (SPACES = loaded
      * standalone or no intake lineage known).
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

       FD  LINEAGE-FILE.
       01  LIN-REC.
           COPY LOGLIN.

      * Geladen-bis-Datum (1:10), letzte Sequenznummer (12:6) und
      * Niedrigwasser-Datum (19:10): der aelteste Tag, den der
      * Bestand nach dem letzten Purge noch haelt.
       FD  HWM-FILE.
       01  HWM-REC             PIC X(30).

       FD  REORG-FILE.
       01  REORG-REC           PIC X(161).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-LOGFILE-STATUS   PIC XX VALUE "00".
       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-HWM-STATUS       PIC XX VALUE "00".
       01  WS-REORG-STATUS     PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS   PIC XX VALUE "00".
       01  WS-INPUT-FILE       PIC X(40) VALUE "logs.dat".
       01  WS-SEQUENCE         PIC 9(6) VALUE 0.
       01  WS-TOTAL-LOADED     PIC 9(8) VALUE 0.
       01  WS-HWM-DATE         PIC X(10) VALUE SPACES.
       01  WS-HWM-SEQ          PIC 9(6) VALUE 0.
       01  WS-MAX-DATE         PIC X(10) VALUE SPACES.
       01  WS-LOW-DATE         PIC X(10) VALUE SPACES.

      * Herkunft: Zeitstempel dieses Ladelaufs (kennzeichnet die
      * von ihm beanspruchten Registereintraege), Lauf-ID der
      * ladenden Kette und Zaehler der Saetze mit Herkunft.
       01  WS-LIN-OPEN         PIC X VALUE "N".
       01  WS-LIN-FOUND        PIC X VALUE "N".
       01  WS-LIN-EOF          PIC X VALUE "N".
       01  WS-LOAD-STAMP       PIC X(14) VALUE SPACES.
       01  WS-LOAD-NOW         PIC 9(8) VALUE 0.
       01  WS-LOAD-RUN         PIC X(15) VALUE SPACES.
       01  WS-TOTAL-TRACED     PIC 9(8) VALUE 0.

      * Purge: Altersgrenze wie bei LOGRETAINs Konsolidierung.
       01  WS-AGE-INPUT        PIC X(4) VALUE SPACES.
       01  WS-PURGED           PIC 9(8) VALUE 0.
       01  WS-MASTER-EOF       PIC X VALUE "N".

      * Purge je Tag: Zaehler des laufenden Tages fuer die
      * AUDITLOG-Zeile "PURGE YYYY-MM-DD".
       01  WS-PURGE-DATE       PIC X(10) VALUE SPACES.
       01  WS-PURGE-DAY-COUNT  PIC 9(8) VALUE 0.
       01  WS-PURGE-DAYS       PIC 9(4) VALUE 0.
       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGLOAD".
       01  WS-AUDIT-INPUT      PIC X(40) VALUE "LOGMASTER.IDX".
       01  WS-AUDIT-FILTER     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.

      * Reorganisation: entladene und wieder geladene Saetze, die
      * hoechste Sequenznummer im Restbestand (fuer eine fehlende
      * Hochwassermarke) und der RC, der die Sperr-Freigabe
      * ueberdauern muss.
       01  WS-REORG-OUT        PIC 9(8) VALUE 0.
       01  WS-REORG-IN         PIC 9(8) VALUE 0.
       01  WS-REORG-EOF        PIC X VALUE "N".
       01  WS-REORG-MAX-SEQ    PIC 9(6) VALUE 0.
       01  WS-REORG-MAX-DATE   PIC X(10) VALUE SPACES.
       01  WS-SAVED-RC         PIC S9(4) COMP VALUE 0.

      * Verify: Zaehler je Tag in Quelle und Bestand.
       01  WS-VER-CUR-INT      PIC S9(9) VALUE 0.
       01  WS-VER-END-INT      PIC S9(9) VALUE 0.
       01  WS-LOCK-HOLDER      PIC X(30) VALUE "LOGLOAD".
       01  WS-LOCK-RESULT      PIC X VALUE "N".

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGLOAD".
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
           DISPLAY "=== LOGLOAD: Master-Bestand pflegen ==="
           DISPLAY "Full rebuild (blank), update new days (U), "
                   "purge past retention (P), verify counts (V): "
              PERFORM FREE-LOCK
              GOBACK
           END-IF
           PERFORM OPEN-LINEAGE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
              PERFORM LOAD-ONE-FILE
           END-PERFORM
           CLOSE MASTER-FILE
           PERFORM CLOSE-LINEAGE
           PERFORM WRITE-HWM

           DISPLAY "LOGMASTER.IDX geladen: " WS-TOTAL-LOADED
              PERFORM FREE-LOCK
              GOBACK
           END-IF
           PERFORM OPEN-LINEAGE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
              PERFORM LOAD-ONE-FILE
           END-PERFORM
           CLOSE MASTER-FILE
           PERFORM CLOSE-LINEAGE
           PERFORM WRITE-HWM
           DISPLAY "LOGMASTER.IDX nachgeladen: " WS-TOTAL-LOADED
                   " neue Datensaetze, " WS-TOTAL-SKIPPED
      * Entfernt die Tage, die LOGRETAIN laengst in Monatsarchive
      * gerollt hat, damit Bestand und Archive wieder
      * uebereinstimmen. Gleiche Altersgrenze wie LOGRETAINs
      * Konsolidierung (Vorgabe 30 Tage). Geloescht wird ueber den
      * LOG-DATE-Schluesselbereich vom Anfang bis vor die Grenze,
      * je Tag eine AUDITLOG-Zeile; danach wird der Bestand
      * reorganisiert und die Niedrigwassermarke fortgeschrieben.
       PURGE-MODE.
           DISPLAY "Purge days older than this many days "
                   "(blank = 30): "
                  "-" DELIMITED BY SIZE
                  WS-CUTOFF-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-CUTOFF-DATE
           PERFORM READ-HWM
           PERFORM TAKE-LOCK
           IF RETURN-CODE NOT = 0
              GOBACK
                    MOVE "Y" TO WS-MASTER-EOF
                 NOT AT END
                    IF MASTER-DATE < WS-CUTOFF-DATE
                       IF MASTER-DATE NOT = WS-PURGE-DATE
                          PERFORM AUDIT-PURGED-DAY
                          MOVE MASTER-DATE TO WS-PURGE-DATE
                       END-IF
                       DELETE MASTER-FILE RECORD
                       ADD 1 TO WS-PURGED
                       ADD 1 TO WS-PURGE-DAY-COUNT
                    ELSE
                       MOVE "Y" TO WS-MASTER-EOF
                    END-IF
              END-READ
           END-PERFORM
           PERFORM AUDIT-PURGED-DAY
           CLOSE MASTER-FILE
           DISPLAY "LOGMASTER.IDX bereinigt: " WS-PURGED
                   " Datensaetze aus " WS-PURGE-DAYS " Tag(en) vor "
                   WS-CUTOFF-DATE " entfernt"
           IF WS-PURGED > 0
              PERFORM REORGANIZE-MASTER
           END-IF
           PERFORM FREE-LOCK.

      * Schliesst den Zaehler des zuletzt geloeschten Tages ab: eine
      * Konsolenzeile und eine AUDITLOG-Zeile "PURGE YYYY-MM-DD"
      * mit der Zahl der entfernten Saetze.
       AUDIT-PURGED-DAY.
           IF WS-PURGE-DATE = SPACES OR WS-PURGE-DAY-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY "  " WS-PURGE-DATE " " WS-PURGE-DAY-COUNT
                   " Saetze entfernt"
           MOVE SPACES TO WS-AUDIT-FILTER
           STRING "PURGE " DELIMITED BY SIZE
                  WS-PURGE-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-FILTER
           MOVE WS-PURGE-DAY-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-PURGE-DAY-COUNT TO WS-AUDIT-RECORDS-MATCHED
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-AUDIT-INPUT
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           ADD 1 TO WS-PURGE-DAYS
           MOVE 0 TO WS-PURGE-DAY-COUNT.

      * Gibt den Platz der geloeschten Saetze wirklich zurueck:
      * Restbestand in Schluesselfolge nach LOGMASTER.REORG
      * entladen, den Bestand per OPEN OUTPUT neu anlegen und
      * wieder laden. Erst wenn die Satzzahlen uebereinstimmen, wird
      * die Entladedatei geloescht und die Marke fortgeschrieben -
      * sonst bleibt sie fuer den Wiederaufbau stehen (RC 16).
       REORGANIZE-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "** FEHLER: LOGMASTER.IDX zur Reorganisation "
                      "nicht lesbar (Status " WS-MASTER-STATUS ") **"
              MOVE 16 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REORG-FILE
           IF WS-REORG-STATUS NOT = "00"
              DISPLAY "** FEHLER: LOGMASTER.REORG konnte nicht "
                      "geschrieben werden (Status " WS-REORG-STATUS
                      ") - Bestand nicht reorganisiert **"
              CLOSE MASTER-FILE
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOW-DATE
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
                    IF WS-LOW-DATE = SPACES
                       MOVE MASTER-DATE TO WS-LOW-DATE
                    END-IF
                    IF MASTER-SEQ > WS-REORG-MAX-SEQ
                       MOVE MASTER-SEQ TO WS-REORG-MAX-SEQ
                    END-IF
                    MOVE MASTER-DATE TO WS-REORG-MAX-DATE
                    MOVE MASTER-REC TO REORG-REC
                    WRITE REORG-REC
                    ADD 1 TO WS-REORG-OUT
              END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE REORG-FILE
           OPEN OUTPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "** FEHLER: LOGMASTER.IDX konnte nicht neu "
                      "angelegt werden (Status " WS-MASTER-STATUS
                      ") - Restbestand liegt in LOGMASTER.REORG **"
              MOVE 16 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT REORG-FILE
           IF WS-REORG-STATUS NOT = "00"
              CLOSE MASTER-FILE
              DISPLAY "** FEHLER: LOGMASTER.REORG nicht lesbar "
                      "(Status " WS-REORG-STATUS ") - Bestand liegt "
                      "in LOGMASTER.REORG **"
              MOVE 16 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REORG-EOF
           PERFORM UNTIL WS-REORG-EOF = "Y"
              READ REORG-FILE
                 AT END
                    MOVE "Y" TO WS-REORG-EOF
                 NOT AT END
                    MOVE REORG-REC TO MASTER-REC
                    WRITE MASTER-REC
                       INVALID KEY
                          ADD 1 TO WS-TOTAL-DROPPED
                       NOT INVALID KEY
                          ADD 1 TO WS-REORG-IN
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE REORG-FILE
           CLOSE MASTER-FILE
           IF WS-REORG-IN NOT = WS-REORG-OUT
              DISPLAY "** FEHLER: Reorganisation unvollstaendig ("
                      WS-REORG-OUT " entladen, " WS-REORG-IN
                      " geladen) - LOGMASTER.REORG bleibt stehen, "
                      "Bestand daraus per Vollaufbau wiederherstellen"
                      " **"
              MOVE 16 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DELETE FILE REORG-FILE
           DISPLAY "LOGMASTER.IDX reorganisiert: " WS-REORG-IN
                   " Datensaetze, aeltester Tag jetzt "
                   WS-LOW-DATE
      * Hochwassermarke bleibt, wie sie war; fehlte sie, wird sie
      * aus dem Restbestand abgeleitet.
           IF WS-HWM-DATE = SPACES
              MOVE WS-REORG-MAX-DATE TO WS-MAX-DATE
              MOVE WS-REORG-MAX-SEQ TO WS-SEQUENCE
           ELSE
              MOVE WS-HWM-DATE TO WS-MAX-DATE
              MOVE WS-HWM-SEQ TO WS-SEQUENCE
           END-IF
           PERFORM WRITE-HWM.

      * Zaehlabgleich: je Tag des angegebenen Rotationsbereichs die
      * Satzzahl im Bestand gegen die Quelldatei logs_YYYYMMDD.dat.
      * Abweichungen (auch Tage ganz ohne Quelldatei, deren Saetze
           IF HWM-REC(12:6) NUMERIC
              MOVE HWM-REC(12:6) TO WS-HWM-SEQ
           END-IF
           MOVE HWM-REC(19:10) TO WS-LOW-DATE
           CLOSE HWM-FILE.

      * Schreibt die Hochwassermarke fort: hoechstes geladenes
      * LOG-DATE, letzte vergebene Sequenznummer und das
      * Niedrigwasser-Datum. Wurde nichts geladen, bleibt die alte
      * Marke unveraendert stehen.
       WRITE-HWM.
           IF WS-MAX-DATE = SPACES
              EXIT PARAGRAPH
           MOVE SPACES TO HWM-REC
           MOVE WS-MAX-DATE TO HWM-REC(1:10)
           MOVE WS-SEQUENCE TO HWM-REC(12:6)
           MOVE WS-LOW-DATE TO HWM-REC(19:10)
           WRITE HWM-REC
           CLOSE HWM-FILE.

              MOVE 8 TO RETURN-CODE
           END-IF.

      * Der CALL setzt RETURN-CODE zurueck - der RC des Laufs wird
      * darum um die Freigabe herum gerettet.
       FREE-LOCK.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE "U" TO WS-LOCK-ACTION
           CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                   WS-LOCK-HOLDER WS-LOCK-RESULT
           END-CALL
           MOVE WS-SAVED-RC TO RETURN-CODE.

       GET-INPUT-FILE.
           DISPLAY "Enter input log file name (blank = logs.dat): "
              IF WS-FILE-COUNT = 1
                 MOVE 16 TO RETURN-CODE
                 CLOSE MASTER-FILE
                 PERFORM CLOSE-LINEAGE
                 PERFORM FREE-LOCK
                 GOBACK
              END-IF
           MOVE LOG-DATE IN LOG-ENTRY TO MASTER-DATE
           MOVE WS-SEQUENCE TO MASTER-SEQ
           MOVE LOG-ENTRY TO MASTER-ENTRY
           MOVE LOG-SOURCE IN LOG-ENTRY TO MASTER-SRC-SOURCE
           MOVE LOG-DATE IN LOG-ENTRY TO MASTER-SRC-DATE
           MOVE WS-SEQUENCE TO MASTER-SRC-SEQ
           MOVE LOG-LEVEL IN LOG-ENTRY TO MASTER-LVL-LEVEL
           MOVE LOG-DATE IN LOG-ENTRY TO MASTER-LVL-DATE
           MOVE WS-SEQUENCE TO MASTER-LVL-SEQ
           MOVE WS-LOAD-RUN TO MASTER-LIN-RUN
           PERFORM FIND-LINEAGE
           WRITE MASTER-REC
              INVALID KEY
                 ADD 1 TO WS-TOTAL-DROPPED
              NOT INVALID KEY
                 ADD 1 TO WS-TOTAL-LOADED
                 IF WS-LIN-FOUND = "Y"
                    PERFORM CLAIM-LINEAGE
                 END-IF
                 IF LOG-DATE IN LOG-ENTRY > WS-MAX-DATE
                    MOVE LOG-DATE IN LOG-ENTRY TO WS-MAX-DATE
                 END-IF
      * Niedrigwasser nur bei Vollaufbau (oder Nachladen ohne
      * Marke) ermitteln - beim Nachladen kommen nur neuere Tage
      * dazu, eine alte Marke ohne Niedrigwasser bleibt leer.
                 IF WS-MODE NOT = "U" OR WS-HWM-DATE = SPACES
                    IF WS-LOW-DATE = SPACES
                       OR LOG-DATE IN LOG-ENTRY < WS-LOW-DATE
                       MOVE LOG-DATE IN LOG-ENTRY TO WS-LOW-DATE
                    END-IF
                 END-IF
           END-WRITE.

      * Oeffnet das Herkunftsregister fuer einen Ladelauf. Ohne
      * Register (noch keine Annahme gelaufen) wird ohne Herkunft
      * geladen - das ist kein Fehler, nur ein Hinweis.
       OPEN-LINEAGE.
           MOVE 0 TO WS-TOTAL-TRACED
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-LOAD-NOW FROM TIME
           MOVE WS-TODAY TO WS-LOAD-STAMP(1:8)
           MOVE WS-LOAD-NOW(1:6) TO WS-LOAD-STAMP(9:6)
           MOVE SPACES TO WS-LOAD-RUN
           IF LOG-RUN-ID NOT = LOW-VALUES
              MOVE LOG-RUN-ID TO WS-LOAD-RUN
           END-IF
           MOVE "N" TO WS-LIN-OPEN
           OPEN I-O LINEAGE-FILE
           IF WS-LINEAGE-STATUS = "00"
              MOVE "Y" TO WS-LIN-OPEN
           ELSE
              DISPLAY "Hinweis: LINEAGE.IDX nicht verfuegbar (Status "
                      WS-LINEAGE-STATUS ") - Saetze werden ohne "
                      "Herkunft geladen"
           END-IF.

       CLOSE-LINEAGE.
           IF WS-LIN-OPEN = "Y"
              CLOSE LINEAGE-FILE
              MOVE "N" TO WS-LIN-OPEN
              DISPLAY "  davon mit Herkunft aus der Annahme: "
                      WS-TOTAL-TRACED
           END-IF.

      * Sucht zum Satzbild das erste noch freie Vorkommen im
      * Register: beim Vollaufbau jedes, das dieser Lauf noch nicht
      * beansprucht hat, beim Nachladen nur eines, das noch nie
      * geladen wurde. Der Registersatz bleibt im Satzbereich
      * stehen, bis CLAIM-LINEAGE ihn zurueckschreibt.
       FIND-LINEAGE.
           MOVE "N" TO WS-LIN-FOUND
           MOVE SPACES TO MASTER-LIN-ID
           IF WS-LIN-OPEN NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE LOG-ENTRY TO LIN-IMAGE
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
                    IF LIN-IMAGE NOT = LOG-ENTRY
                       MOVE "Y" TO WS-LIN-EOF
                    ELSE
                       IF (WS-MODE = "U"
                           AND LIN-LOAD-STAMP = SPACES)
                          OR (WS-MODE NOT = "U"
                           AND LIN-LOAD-STAMP NOT = WS-LOAD-STAMP)
                          MOVE "Y" TO WS-LIN-FOUND
                          MOVE "Y" TO WS-LIN-EOF
                          MOVE LIN-ID TO MASTER-LIN-ID
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      * Vermerkt Ladelauf und Master-Schluessel im Registersatz.
       CLAIM-LINEAGE.
           MOVE WS-LOAD-STAMP TO LIN-LOAD-STAMP
           MOVE MASTER-DATE TO LIN-MASTER-DATE
           MOVE MASTER-SEQ TO LIN-MASTER-SEQ
           REWRITE LIN-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-TOTAL-TRACED
           END-REWRITE.

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
