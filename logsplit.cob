       IDENTIFICATION DIVISION.
      *Aufteilung des Nachtstroms nach Quellsystem-Gruppen in
      *Teillaeufe, die LOGPRUN parallel verarbeitet
       PROGRAM-ID. LOGSPLIT.
       REMARKS. Chain step in front of the partitioned run. When the
           control file LOGPART.DAT is present, LOGDRIVER runs this
           step instead of reading the whole night in one LOGREADER
           and one LOGSORT: the (cleaned) input stream is split by
           source system into partitions, which LOGPRUN then runs
           one by one inside the chain - or several at a time, in
           LOGPRUN worker sessions the scheduler starts alongside
           the chain (parameter WORKER) or operators start on the
           same run id. LOGSORT merges the partial tables at the
           end, so the reports come out as one.
           LOGPART.DAT has one line "group|source" per source
           system, "*" in column 1 a comment; sources of the same
           group share a partition. "WAIT|minutes" is read by
           LOGPRUN (how long the chain waits for partitions another
           session is still running). A source not listed gets a
           partition of its own. There are at most 20 partitions;
           further sources join partition 20 with a note.
           Per partition nn the step writes the records in stream
           order to PART-<id>-<nn>.DAT and each record's position
           in the whole stream to PARTORD-<id>-<nn>.DAT - LOGSORT
           needs the positions to rebuild first occurrences and
           burst windows exactly as a single run would see them.
           The register PARTS-<id>.DAT ("H|input|records|parts",
           then "P|nn|group|records") tells LOGPRUN, LOGSORT and
           LOGDRIVER that the run is partitioned; without it the
           chain runs as before. A rotation range, a file list, the
           high-volume mode or the master-store switch in the
           run's parameters keep the run in one piece (a note, no
           register). If a slice, its position file or the
           register cannot be written, the step leaves no register
           and ends with RC 16, which stops the chain. The step is
           only meaningful inside a chain (it needs the run id);
           standalone it ends with RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "LOGPART.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT LOGFILE ASSIGN TO DYNAMIC WS-INPUT-FILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOGFILE-STATUS.
      * Ausschnitt, Stromposition je Satz und Register der
      * Teillaeufe; PSTA-FILE ist der Status eines Teillaufs aus
      * LOGPRUN - hier nur, um alte Stati zu loeschen.
           SELECT PART-FILE ASSIGN TO DYNAMIC WS-PART-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PART-STATUS.
           SELECT PORD-FILE ASSIGN TO DYNAMIC WS-PORD-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PORD-STATUS.
           SELECT PREG-FILE ASSIGN TO DYNAMIC WS-PREG-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PREG-STATUS.
           SELECT PSTA-FILE ASSIGN TO DYNAMIC WS-PSTA-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PSTA-STATUS.

      * Optional hand-off file written by the LOGFRONT parameter-entry
      * screen.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

      * Sortier-Arbeitsdatei: Teillauf, dann Stromposition - jeder
      * Ausschnitt bleibt in Stromreihenfolge.
           SELECT SPLIT-SORT-FILE ASSIGN TO "LOGSPLIT-SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC             PIC X(80).

       FD  LOGFILE.
       01  LOG-REC             PIC X(80).
       01  LOG-REC-FIELDS REDEFINES LOG-REC.
           COPY LOGENTRY.

       FD  PART-FILE.
       01  PART-REC            PIC X(80).

      * Stromposition (1:9) des Satzes an derselben Stelle im
      * Ausschnitt.
       FD  PORD-FILE.
       01  PORD-REC            PIC X(9).

       FD  PREG-FILE.
       01  PREG-REC            PIC X(100).

       FD  PSTA-FILE.
       01  PSTA-REC            PIC X(80).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(390).

       SD  SPLIT-SORT-FILE.
       01  SPLIT-SORT-REC.
           05  SSR-PART        PIC 9(2).
           05  SSR-ORD         PIC 9(9).
           05  SSR-TEXT        PIC X(80).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-CTL-STATUS       PIC XX VALUE "00".
       01  WS-LOGFILE-STATUS   PIC XX VALUE "00".
       01  WS-PART-STATUS      PIC XX VALUE "00".
       01  WS-PORD-STATUS      PIC XX VALUE "00".
       01  WS-PREG-STATUS      PIC XX VALUE "00".
       01  WS-PSTA-STATUS      PIC XX VALUE "00".
       01  WS-PARM-STATUS      PIC XX VALUE "00".
       01  WS-INPUT-FILE       PIC X(40) VALUE "logs.dat".
       01  WS-PARM-NAME        PIC X(40) VALUE "LOGPARMS.DAT".
       01  WS-PART-NAME        PIC X(40) VALUE SPACES.
       01  WS-PORD-NAME        PIC X(40) VALUE SPACES.
       01  WS-PREG-NAME        PIC X(40) VALUE SPACES.
       01  WS-PSTA-NAME        PIC X(40) VALUE SPACES.
       01  WS-CLEAN-NAME       PIC X(40) VALUE SPACES.
       01  WS-SAVED-INPUT      PIC X(40) VALUE SPACES.
       01  WS-HAVE-PARMS       PIC X VALUE "N".
       01  WS-FINAL-RC         PIC 99 VALUE 0.

      * Parameter, die einen Lauf in einem Stueck halten: Rotation,
      * Dateiliste, Hochvolumen-Modus, Bestandsfuehrung.
       01  WS-KEEP-WHOLE       PIC X VALUE "N".
       01  WS-KEEP-REASON      PIC X(30) VALUE SPACES.

      * Gruppen (= Teillaeufe) in der Reihenfolge ihrer ersten
      * Nennung in LOGPART.DAT, dahinter die Quellen ohne Eintrag in
      * der Reihenfolge ihres ersten Satzes. WS-GRP-NO ist die
      * Teillauf-Nummer im Dateinamen.
       01  WS-GRP-COUNT        PIC 9(2) VALUE 0.
       01  WS-GRP-IDX          PIC 9(2) VALUE 0.
       01  WS-GRP-HIT          PIC 9(2) VALUE 0.
       01  WS-GRP-USED         PIC 9(2) VALUE 0.
       01  WS-GRP-NO           PIC 9(2) VALUE 0.
       01  WS-GRP-FULL-NOTED   PIC X VALUE "N".
       01  WS-GRP-TABLE.
           05  WS-GRP-ROW OCCURS 20 TIMES.
               10  WS-GRP-NAME    PIC X(20).
               10  WS-GRP-RECS    PIC 9(9).

      * Quelle -> Gruppe, aus LOGPART.DAT und fuer unbekannte
      * Quellen waehrend des Lesens ergaenzt.
       01  WS-SRC-COUNT        PIC 9(3) VALUE 0.
       01  WS-SRC-IDX          PIC 9(3) VALUE 0.
       01  WS-SRC-HIT          PIC 9(3) VALUE 0.
       01  WS-SRC-FULL-NOTED   PIC X VALUE "N".
       01  WS-SRC-TABLE.
           05  WS-SRC-ROW OCCURS 200 TIMES.
               10  WS-SRC-NAME    PIC X(8).
               10  WS-SRC-GROUP   PIC 9(2).
       01  WS-CTL-GROUP-IN     PIC X(20) VALUE SPACES.
       01  WS-CTL-SOURCE-IN    PIC X(20) VALUE SPACES.
       01  WS-SOURCE-KEY       PIC X(8) VALUE SPACES.
       01  WS-GROUP-KEY        PIC X(20) VALUE SPACES.

      * Strom und Ausgabe.
       01  WS-ORD              PIC 9(9) VALUE 0.
       01  WS-CUR-PART         PIC 9(2) VALUE 0.
       01  WS-SORT-EOF         PIC X VALUE "N".
       01  WS-OPEN-FAILED      PIC X VALUE "N".
      * Ein Ausschnitt, seine Positionsdatei oder das Register liess
      * sich nicht schreiben - dann gibt es kein Register.
       01  WS-WRITE-FAILED     PIC X VALUE "N".
       01  WS-COUNT-DISP       PIC Z(8)9.

      * AUDITLOG-Zeile des Laufs.
       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGSPLIT".
       01  WS-AUDIT-FILTER     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.

           COPY LOGRUNID.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-FINAL-RC
           MOVE 0 TO WS-ORD
           MOVE 0 TO WS-GRP-COUNT
           MOVE 0 TO WS-SRC-COUNT
           MOVE "N" TO WS-HAVE-PARMS
           MOVE "N" TO WS-KEEP-WHOLE
           MOVE "N" TO WS-OPEN-FAILED
           MOVE "N" TO WS-WRITE-FAILED
           MOVE "N" TO WS-GRP-FULL-NOTED
           MOVE "N" TO WS-SRC-FULL-NOTED
           DISPLAY "=== LOGSPLIT: Aufteilung in Teillaeufe ==="
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              DISPLAY "** FEHLER: LOGSPLIT laeuft nur innerhalb "
                      "einer Kette (LOGDRIVER) **"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-RUN-FILE-NAMES
           PERFORM CLEAR-OLD-PARTS
           PERFORM GET-INPUT-FILE
           IF WS-KEEP-WHOLE = "Y"
              DISPLAY "Hinweis: " FUNCTION TRIM(WS-KEEP-REASON)
                      " - der Lauf bleibt ungeteilt"
              GOBACK
           END-IF
           PERFORM CHECK-CLEANED-INPUT
           PERFORM LOAD-PART-CONTROL
           SORT SPLIT-SORT-FILE
              ON ASCENDING KEY SSR-PART SSR-ORD
              INPUT PROCEDURE IS FEED-RECORDS
              OUTPUT PROCEDURE IS WRITE-PARTITIONS
           IF WS-OPEN-FAILED = "Y"
              DISPLAY "** WARNUNG: " FUNCTION TRIM(WS-INPUT-FILE)
                      " konnte nicht geoeffnet werden (Status "
                      WS-LOGFILE-STATUS ") - der Lauf bleibt "
                      "ungeteilt **"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-ORD = 0
              DISPLAY "Hinweis: " FUNCTION TRIM(WS-INPUT-FILE)
                      " ist leer - der Lauf bleibt ungeteilt"
              GOBACK
           END-IF
           IF WS-WRITE-FAILED = "N"
              PERFORM WRITE-REGISTER
           END-IF
      * Ohne vollstaendige Ausschnitte darf kein Register stehen
      * bleiben, sonst liefen LOGPRUN und LOGSORT mit fehlenden
      * Saetzen weiter.
           IF WS-WRITE-FAILED = "Y"
              DELETE FILE PREG-FILE
              DISPLAY "** FEHLER: Aufteilung abgebrochen - kein "
                      "Register, die Kette haelt an **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SHOW-SUMMARY
           MOVE SPACES TO WS-AUDIT-FILTER
           STRING "PARTS=" DELIMITED BY SIZE
                  WS-GRP-USED DELIMITED BY SIZE
                  INTO WS-AUDIT-FILTER
           MOVE WS-ORD TO WS-AUDIT-RECORDS-READ
           MOVE WS-ORD TO WS-AUDIT-RECORDS-MATCHED
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-INPUT-FILE
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       SET-RUN-FILE-NAMES.
           MOVE SPACES TO WS-PARM-NAME
           STRING "LOGPARMS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PARM-NAME
           MOVE SPACES TO WS-PREG-NAME
           STRING "PARTS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PREG-NAME.

      * Ein frueherer Durchlauf dieses Schritts (Neustart der Kette
      * vor LOGSPLIT) darf weder ein Register noch erledigte
      * Teillauf-Stati hinterlassen - sonst uebersprange LOGPRUN
      * Teillaeufe einer neuen Aufteilung.
       CLEAR-OLD-PARTS.
           DELETE FILE PREG-FILE
           PERFORM VARYING WS-GRP-NO FROM 1 BY 1 UNTIL WS-GRP-NO > 20
              MOVE SPACES TO WS-PSTA-NAME
              STRING "PARTSTA-" DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-GRP-NO DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-PSTA-NAME
              DELETE FILE PSTA-FILE
           END-PERFORM.

      * Eingabe aus der Parameterdatei des Laufs (wie LOGREADER);
      * ohne Parameterdatei wird gefragt. Was LOGREADER und LOGSORT
      * ueber mehrere Dateien oder die externe Sortierung lesen
      * liesse, bleibt ungeteilt.
       GET-INPUT-FILE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
              MOVE "LOGPARMS.DAT" TO WS-PARM-NAME
              OPEN INPUT PARM-FILE
           END-IF
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 NOT AT END
                    MOVE PARM-REC(1:40) TO WS-INPUT-FILE
                    MOVE FUNCTION TRIM(WS-INPUT-FILE) TO WS-INPUT-FILE
                    MOVE "Y" TO WS-HAVE-PARMS
                    EVALUATE TRUE
                       WHEN PARM-REC(51:17) NOT = SPACES
                          MOVE "Y" TO WS-KEEP-WHOLE
                          MOVE "Rotationsbereich gesetzt"
                             TO WS-KEEP-REASON
                       WHEN PARM-REC(157:200) NOT = SPACES
                          MOVE "Y" TO WS-KEEP-WHOLE
                          MOVE "Dateiliste gesetzt" TO WS-KEEP-REASON
                       WHEN PARM-REC(389:1) = "H"
                          MOVE "Y" TO WS-KEEP-WHOLE
                          MOVE "Hochvolumen-Modus gesetzt"
                             TO WS-KEEP-REASON
                       WHEN PARM-REC(357:1) = "Y"
                          MOVE "Y" TO WS-KEEP-WHOLE
                          MOVE "Bestandsfuehrung gesetzt"
                             TO WS-KEEP-REASON
                    END-EVALUATE
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

      * Hat LOGVALID die bereinigte Datei des Laufs geschrieben, wird
      * sie aufgeteilt - dieselbe Ersetzung wie LOGREADERs
      * CHECK-CLEANED-INPUT.
       CHECK-CLEANED-INPUT.
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

      * Liest LOGPART.DAT. Fehlt die Datei, bekommt jede Quelle
      * ihren eigenen Teillauf.
       LOAD-PART-CONTROL.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "Hinweis: LOGPART.DAT nicht vorhanden - je "
                      "Quelle ein Teillauf"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ CTL-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    PERFORM ADD-CONTROL-LINE
              END-READ
           END-PERFORM
           CLOSE CTL-FILE
           MOVE "N" TO EOF.

       ADD-CONTROL-LINE.
           IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-GROUP-IN
           MOVE SPACES TO WS-CTL-SOURCE-IN
           UNSTRING CTL-REC DELIMITED BY "|"
              INTO WS-CTL-GROUP-IN WS-CTL-SOURCE-IN
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-CTL-GROUP-IN) TO WS-CTL-GROUP-IN
           MOVE FUNCTION TRIM(WS-CTL-SOURCE-IN) TO WS-CTL-SOURCE-IN
           IF WS-CTL-GROUP-IN = "WAIT"
              EXIT PARAGRAPH
           END-IF
           IF WS-CTL-GROUP-IN = SPACES OR WS-CTL-SOURCE-IN = SPACES
              DISPLAY "** WARNUNG: unvollstaendige Zeile in "
                      "LOGPART.DAT uebersprungen: "
                      FUNCTION TRIM(CTL-REC) " **"
              MOVE 4 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CTL-SOURCE-IN TO WS-SOURCE-KEY
           PERFORM FIND-SOURCE
           IF WS-SRC-HIT > 0
              DISPLAY "** WARNUNG: Quelle " FUNCTION TRIM(WS-SOURCE-KEY)
                      " mehrfach in LOGPART.DAT - erste Zeile gilt **"
              MOVE 4 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CTL-GROUP-IN TO WS-GROUP-KEY
           PERFORM FIND-OR-ADD-GROUP
           PERFORM ADD-SOURCE.

      * Gruppe WS-GROUP-KEY suchen oder anlegen; Ergebnis in
      * WS-GRP-HIT. Ab 20 Gruppen faellt alles Weitere in die
      * zwanzigste.
       FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GRP-HIT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT OR WS-GRP-HIT > 0
              IF WS-GRP-NAME(WS-GRP-IDX) = WS-GROUP-KEY
                 MOVE WS-GRP-IDX TO WS-GRP-HIT
              END-IF
           END-PERFORM
           IF WS-GRP-HIT > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-GRP-COUNT >= 20
              IF WS-GRP-FULL-NOTED = "N"
                 DISPLAY "Hinweis: mehr als 20 Gruppen - weitere "
                         "Quellen laufen im Teillauf 20 ("
                         FUNCTION TRIM(WS-GRP-NAME(20)) ") mit"
                 MOVE "Y" TO WS-GRP-FULL-NOTED
              END-IF
              MOVE 20 TO WS-GRP-HIT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE WS-GROUP-KEY TO WS-GRP-NAME(WS-GRP-COUNT)
           MOVE 0 TO WS-GRP-RECS(WS-GRP-COUNT)
           MOVE WS-GRP-COUNT TO WS-GRP-HIT.

       FIND-SOURCE.
           MOVE 0 TO WS-SRC-HIT
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT OR WS-SRC-HIT > 0
              IF WS-SRC-NAME(WS-SRC-IDX) = WS-SOURCE-KEY
                 MOVE WS-SRC-IDX TO WS-SRC-HIT
              END-IF
           END-PERFORM.

      * Merkt sich Quelle WS-SOURCE-KEY in Gruppe WS-GRP-HIT. Ist die
      * Tabelle voll, wird die Quelle bei jedem Satz neu
      * zugeordnet - langsamer, aber mit demselben Ergebnis.
       ADD-SOURCE.
           IF WS-SRC-COUNT >= 200
              IF WS-SRC-FULL-NOTED = "N"
                 DISPLAY "Hinweis: mehr als 200 Quellen - "
                         "Zuordnung ohne Merktabelle"
                 MOVE "Y" TO WS-SRC-FULL-NOTED
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SRC-COUNT
           MOVE WS-SOURCE-KEY TO WS-SRC-NAME(WS-SRC-COUNT)
           MOVE WS-GRP-HIT TO WS-SRC-GROUP(WS-SRC-COUNT).

      * Eingabeprozedur: jeder Satz bekommt seine Stromposition und
      * den Teillauf seiner Quelle. Eine Quelle ohne Zeile in
      * LOGPART.DAT wird eine eigene Gruppe unter ihrem Namen.
       FEED-RECORDS.
           OPEN INPUT LOGFILE
           IF WS-LOGFILE-STATUS NOT = "00"
              MOVE "Y" TO WS-OPEN-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ LOGFILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    ADD 1 TO WS-ORD
                    MOVE LOG-SOURCE IN LOG-REC-FIELDS TO WS-SOURCE-KEY
                    PERFORM FIND-SOURCE
                    IF WS-SRC-HIT > 0
                       MOVE WS-SRC-GROUP(WS-SRC-HIT) TO WS-GRP-HIT
                    ELSE
                       IF WS-SOURCE-KEY = SPACES
                          MOVE "(OHNE QUELLE)" TO WS-GROUP-KEY
                       ELSE
                          MOVE WS-SOURCE-KEY TO WS-GROUP-KEY
                       END-IF
                       PERFORM FIND-OR-ADD-GROUP
                       PERFORM ADD-SOURCE
                    END-IF
                    ADD 1 TO WS-GRP-RECS(WS-GRP-HIT)
                    MOVE WS-GRP-HIT TO SSR-PART
                    MOVE WS-ORD TO SSR-ORD
                    MOVE LOG-REC TO SSR-TEXT
                    RELEASE SPLIT-SORT-REC
              END-READ
           END-PERFORM
           CLOSE LOGFILE
           MOVE "N" TO EOF.

      * Ausgabeprozedur: je Teillauf mit Saetzen ein Ausschnitt und
      * die zugehoerigen Stromposition-Datei.
       WRITE-PARTITIONS.
           MOVE 0 TO WS-CUR-PART
           MOVE 0 TO WS-GRP-USED
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y" OR WS-WRITE-FAILED = "Y"
              RETURN SPLIT-SORT-FILE
                 AT END
                    MOVE "Y" TO WS-SORT-EOF
                 NOT AT END
                    IF SSR-PART NOT = WS-CUR-PART
                       PERFORM START-PARTITION
                    END-IF
                    IF WS-WRITE-FAILED = "N"
                       PERFORM WRITE-PART-RECORD
                    END-IF
              END-RETURN
           END-PERFORM
           IF WS-CUR-PART > 0
              CLOSE PART-FILE
              CLOSE PORD-FILE
           END-IF.

       START-PARTITION.
           IF WS-CUR-PART > 0
              CLOSE PART-FILE
              CLOSE PORD-FILE
           END-IF
           MOVE SSR-PART TO WS-CUR-PART
           ADD 1 TO WS-GRP-USED
           MOVE SPACES TO WS-PART-NAME
           STRING "PART-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CUR-PART DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PART-NAME
           MOVE SPACES TO WS-PORD-NAME
           STRING "PARTORD-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CUR-PART DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PORD-NAME
           OPEN OUTPUT PART-FILE
           IF WS-PART-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-PART-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-PART-STATUS ") **"
              MOVE "Y" TO WS-WRITE-FAILED
              MOVE 0 TO WS-CUR-PART
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PORD-FILE
           IF WS-PORD-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-PORD-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-PORD-STATUS ") **"
              CLOSE PART-FILE
              MOVE "Y" TO WS-WRITE-FAILED
              MOVE 0 TO WS-CUR-PART
           END-IF.

      * Ein Satz in den Ausschnitt, seine Stromposition in die
      * Positionsdatei.
       WRITE-PART-RECORD.
           MOVE SSR-TEXT TO PART-REC
           WRITE PART-REC
           IF WS-PART-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-PART-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-PART-STATUS ") **"
              MOVE "Y" TO WS-WRITE-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE SSR-ORD TO PORD-REC
           WRITE PORD-REC
           IF WS-PORD-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-PORD-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-PORD-STATUS ") **"
              MOVE "Y" TO WS-WRITE-FAILED
           END-IF.

      * Register: Kopf mit Eingabe, Saetzen und Zahl der Teillaeufe,
      * dann je Teillauf mit Saetzen eine Zeile.
       WRITE-REGISTER.
           OPEN OUTPUT PREG-FILE
           IF WS-PREG-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-PREG-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-PREG-STATUS ") **"
              MOVE "Y" TO WS-WRITE-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PREG-REC
           STRING "H|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INPUT-FILE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ORD DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-GRP-USED DELIMITED BY SIZE
                  INTO PREG-REC
           PERFORM WRITE-REGISTER-LINE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                      OR WS-WRITE-FAILED = "Y"
              IF WS-GRP-RECS(WS-GRP-IDX) > 0
                 MOVE SPACES TO PREG-REC
                 STRING "P|" DELIMITED BY SIZE
                        WS-GRP-IDX DELIMITED BY SIZE
                        "|" DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GRP-NAME(WS-GRP-IDX))
                           DELIMITED BY SIZE
                        "|" DELIMITED BY SIZE
                        WS-GRP-RECS(WS-GRP-IDX) DELIMITED BY SIZE
                        INTO PREG-REC
                 PERFORM WRITE-REGISTER-LINE
              END-IF
           END-PERFORM
           CLOSE PREG-FILE.

       WRITE-REGISTER-LINE.
           WRITE PREG-REC
           IF WS-PREG-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-PREG-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-PREG-STATUS ") **"
              MOVE "Y" TO WS-WRITE-FAILED
           END-IF.

       SHOW-SUMMARY.
           MOVE WS-ORD TO WS-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-INPUT-FILE) ": "
                   FUNCTION TRIM(WS-COUNT-DISP) " Saetze in "
                   WS-GRP-USED " Teillaeufe aufgeteilt ("
                   FUNCTION TRIM(WS-PREG-NAME) ")"
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
              IF WS-GRP-RECS(WS-GRP-IDX) > 0
                 MOVE WS-GRP-RECS(WS-GRP-IDX) TO WS-COUNT-DISP
                 DISPLAY "  Teillauf " WS-GRP-IDX " "
                         WS-GRP-NAME(WS-GRP-IDX) " "
                         WS-COUNT-DISP " Saetze"
              END-IF
           END-PERFORM.
