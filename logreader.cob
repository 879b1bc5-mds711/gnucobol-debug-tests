      * for it and a start date is given, the date-range query STARTs
      * at that key instead of scanning every file in WS-FILE-LIST
      * front to back. ACCESS DYNAMIC for the START ... READ NEXT
      * browse. A single level filter STARTs on the LOG-LEVEL +
      * LOG-DATE alternate key instead, so only that level is read.
           SELECT MASTER-FILE ASSIGN TO "LOGMASTER.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-SRC-KEY
                  ALTERNATE RECORD KEY IS MASTER-LVL-KEY
                  FILE STATUS IS WS-MASTER-STATUS.

      * Optional hand-off file written by the LOGFRONT parameter-entry

      * Same layout LOGLOAD writes: key first, then the unchanged
      * 67-byte log entry, which is handed to the shared
      * PROCESS-LOG-RECORD via LOG-ENTRY. The alternate keys
      * (source resp. level, date, sequence) follow the entry.
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

      * Wide enough to also carry an optional rotation date range for
      * multi-file runs, on top of the input file name and run date;
       01  WS-CLEAN-NAME       PIC X(40) VALUE SPACES.
       01  WS-SAVED-INPUT      PIC X(40) VALUE SPACES.
           COPY LOGRUNID.
           COPY LOGPARTN.
       01  WS-DATE-FROM-PARMS  PIC X VALUE "N".
       01  WS-FILTER-FROM-PARMS PIC X VALUE "N".
       01  WS-ROTATE-FROM-PARMS PIC X VALUE "N".
       01  WS-USE-MASTER       PIC X VALUE "N".
       01  WS-MASTER-EOF       PIC X VALUE "N".
       01  WS-MASTER-DONE      PIC X VALUE "N".
      * "Y" = Browse ueber den Level-Schluessel (genau ein
      * Filter-Level) statt ueber LOG-DATE + Sequenz.
       01  WS-MASTER-BY-LEVEL  PIC X VALUE "N".

      * Full reconciliation footer: every record read is tallied, and
      * every LOG-LEVEL value seen gets its own counter so a quiet
       01  WS-BD-IDX            PIC 9(2) VALUE 0.
       01  WS-BD-FOUND          PIC X VALUE "N".

      * FILTERED-OUT verlaesst die Suite: LOGMASK maskiert die
      * Meldung jedes geschriebenen Satzes (logs.dat und der
      * Master-Bestand behalten das Original).
       01  WS-MASK-ACTION       PIC X VALUE "M".
       01  WS-MASK-HIT          PIC X VALUE "N".

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM SET-RUN-FILE-NAMES
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-CLEAN-NAME
      * Im Teillauf tritt der Ausschnitt aus LOGSPLIT an die Stelle
      * der ganzen bereinigten Datei - auch wenn er fehlt, dann
      * scheitert der Lauf am Oeffnen statt still alles zu lesen.
           IF LOG-PART-NO NOT = SPACES AND LOG-PART-NO NOT = LOW-VALUES
              MOVE SPACES TO WS-CLEAN-NAME
              STRING "PART-" DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     LOG-PART-NO DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-CLEAN-NAME
              MOVE WS-CLEAN-NAME TO WS-FILE-NAME(1)
           END-IF
           MOVE WS-INPUT-FILE TO WS-SAVED-INPUT
           MOVE WS-CLEAN-NAME TO WS-INPUT-FILE
           OPEN INPUT LOGFILE
           STRING "FILTERED-OUT-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILTERED-NAME
      * Ein Teillauf (LOGPRUN) schreibt seinen eigenen Ausschnitt;
      * LOGPRUN fuegt die Teile am Ende zur Laufdatei zusammen.
           IF LOG-PART-NO NOT = SPACES AND LOG-PART-NO NOT = LOW-VALUES
              MOVE SPACES TO WS-FILTERED-NAME
              STRING "FILTERED-OUT-" DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     LOG-PART-NO DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-FILTERED-NAME
           END-IF.

      * Reads every file in WS-FILE-LIST as one logical stream - a
      * single-entry list is the original one-file behaviour.
                 PERFORM PROCESS-ONE-FILE
              END-PERFORM
           END-IF
           MOVE "F" TO WS-MASK-ACTION
           CALL "LOGMASK" USING WS-MASK-ACTION WS-FILTERED-NAME
                   LOG-SOURCE IN FILTERED-ENTRY
                   LOG-MESSAGE IN FILTERED-ENTRY WS-MASK-HIT
           END-CALL
           CLOSE FILTERED-FILE
           PERFORM DISPLAY-FOOTER
           PERFORM BUILD-AUDIT-FILTER
                         LOG-MESSAGE IN LOG-ENTRY
              END-IF
              MOVE LOG-ENTRY TO FILTERED-ENTRY
              MOVE "M" TO WS-MASK-ACTION
              CALL "LOGMASK" USING WS-MASK-ACTION WS-FILTERED-NAME
                      LOG-SOURCE IN FILTERED-ENTRY
                      LOG-MESSAGE IN FILTERED-ENTRY WS-MASK-HIT
              END-CALL
              WRITE FILTERED-ENTRY
              ADD 1 TO LINE-COUNT
           ELSE
      * Ein nicht oeffnbarer Master-Bestand faellt mit einer Warnung
      * auf den sequentiellen Scan zurueck (WS-MASTER-DONE bleibt
      * "N"), damit der Nachtlauf auch ohne Index durchlaeuft.
      * Bei genau einem Filter-Level wird ueber den Level-Schluessel
      * gelesen - die Reihenfolge bleibt Datum + Sequenz. Bei
      * mehreren Levels bleibt es beim Datumsschluessel, damit
      * FILTERED-OUT weiter in Zeitfolge entsteht.
       PROCESS-MASTER-STORE.
           MOVE "N" TO WS-MASTER-BY-LEVEL
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "** WARNUNG: LOGMASTER.IDX konnte nicht "
                      ") - falle auf sequentielles Lesen zurueck **"
              EXIT PARAGRAPH
           END-IF
           IF WS-FILTER-COUNT = 1
              PERFORM PROCESS-MASTER-BY-LEVEL
              CLOSE MASTER-FILE
              MOVE "Y" TO WS-MASTER-DONE
              MOVE "LOGMASTER.IDX" TO WS-AUDIT-INPUT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-START-DATE TO MASTER-DATE
           MOVE 0 TO MASTER-SEQ
           MOVE "N" TO WS-MASTER-EOF
           MOVE "Y" TO WS-MASTER-DONE
           MOVE "LOGMASTER.IDX" TO WS-AUDIT-INPUT.

      * START beim Level-Schluessel (Filter-Level + Startdatum +
      * Sequenz 0), READ NEXT ueber denselben Schluessel, bis ein
      * anderes Level oder ein Datum hinter dem Enddatum kommt.
      * Gelesen werden damit nur Saetze dieses Levels - die
      * Aufschluesselung im Fuss zeigt entsprechend nur dieses.
       PROCESS-MASTER-BY-LEVEL.
           MOVE "Y" TO WS-MASTER-BY-LEVEL
           MOVE WS-FILTER-LEVEL(1) TO MASTER-LVL-LEVEL
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
                    IF MASTER-LVL-LEVEL NOT = WS-FILTER-LEVEL(1)
                       MOVE "Y" TO WS-MASTER-EOF
                    ELSE
                       IF WS-END-DATE NOT = SPACES
                          AND MASTER-DATE > WS-END-DATE
                          MOVE "Y" TO WS-MASTER-EOF
                       ELSE
                          MOVE MASTER-ENTRY TO LOG-ENTRY
                          PERFORM PROCESS-LOG-RECORD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      * Tracks how many records of each distinct LOG-LEVEL were seen,
      * independent of whether they matched the filter.
       TALLY-LEVEL-BREAKDOWN.
           END-PERFORM
           IF WS-BD-OTHER-COUNT > 0
              DISPLAY "  OTHER: " WS-BD-OTHER-COUNT
           END-IF
           IF WS-MASTER-BY-LEVEL = "Y"
              DISPLAY "  (gelesen ueber Level-Schluessel - nur "
                      WS-FILTER-LEVEL(1) " aus LOGMASTER.IDX)"
           END-IF.

      * Sets WS-LEVEL-MATCH to "Y" when LOG-LEVEL is one of the
