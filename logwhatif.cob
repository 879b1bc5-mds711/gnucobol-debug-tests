       IDENTIFICATION DIVISION.
      *Simulation vorgeschlagener Regelaenderungen: ein Archivtag
      *zweimal durchgespielt, aktuelle gegen vorgeschlagene Regeln
       PROGRAM-ID. LOGWHATIF.
       REMARKS. What-if run for changes to LOGRULES.DAT,
           LOGALERTS.DAT and LOGROUTES.DAT before they go live on the
           next nightly chain. The operator names proposed copies of
           the three files (a copy that does not exist means "that
           file stays as it is") and a replay source - one daily
           archive logs_archive_YYYYMMDD.dat or the RESTORE-WORK.DAT
           a LOGRETAIN restore range left behind. Every record is
           taken through both rule sets side by side: normalization
           exactly as LOGSORT does it, the alert threshold as
           LOGSORT's PICK-ALERT-THRESHOLD picks it (first matching
           LOGALERTS rule, else the global threshold the operator
           gives; a "NEW|level" rule fires, as in LOGSORT, for a
           message of that level that MSGSEEN.DAT - only read here
           - does not know or first saw on the replayed day), the
           delivery team as LOGROUTE's first-match rule
           on the raw record (no match = UNMATCHED). WHATIF.RPT then
           shows:
             1 messages that merge, split or get a new key under the
               proposed normalization, with their counts;
             2 alerts that would newly fire and alerts that would
               stop firing (the alert key is the normalized message,
               so a renamed message pages as a new alert);
             3 records that would change delivery team, totals per
               team and the moved messages.
           Burst alerts are not simulated - they do not depend on
           these files beyond the normalization shown in section 1.
           The run only reads: ALERTSTATE.DAT is not opened at all,
           MSGSEEN.DAT is not written back,
           and no ALERTS.DAT, ticket request, ROUTE-*.DAT or report
           of the nightly chain is written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLAY-FILE ASSIGN TO DYNAMIC WS-REPLAY-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPLAY-STATUS.
      * Eine FD fuer alle sechs Regeldateien (aktuell und
      * Vorschlag) - der Name wird vor jedem Laden gesetzt.
           SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
      * Register der gesehenen Meldungen - nur gelesen, fuer die
      * NEW-Regeln.
           SELECT SEEN-FILE ASSIGN TO "MSGSEEN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SEEN-STATUS.
           SELECT RPT-FILE ASSIGN TO "WHATIF.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLAY-FILE.
       01  REPLAY-REC          PIC X(80).
       01  REPLAY-FIELDS REDEFINES REPLAY-REC.
           COPY LOGENTRY.

       FD  CTL-FILE.
       01  CTL-REC             PIC X(80).

      * Meldung (1:30), Level (32:7), Quelle (40:8), zuerst
      * gesehen (49:10), zuletzt gesehen (60:10).
       FD  SEEN-FILE.
       01  SEEN-REC            PIC X(80).

       FD  RPT-FILE.
       01  RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-REPLAY-STATUS    PIC XX VALUE "00".
       01  WS-CTL-STATUS       PIC XX VALUE "00".
       01  WS-RPT-STATUS       PIC XX VALUE "00".
       01  WS-SEEN-STATUS      PIC XX VALUE "00".
       01  WS-REPLAY-NAME      PIC X(40) VALUE SPACES.
       01  WS-CTL-NAME         PIC X(40) VALUE SPACES.
       01  WS-DATE-INPUT       PIC X(8) VALUE SPACES.
       01  WS-GLOBAL-INPUT     PIC X(5) VALUE SPACES.
       01  WS-GLOBAL-J         PIC X(5) JUSTIFIED RIGHT.
       01  WS-GLOBAL-THRESHOLD PIC 9(5) VALUE 0.
       01  WS-OVERFLOW         PIC X VALUE "N".

      * Dateinamen je Regelsatz: 1 = aktuell (live), 2 = Vorschlag.
       01  WS-SET              PIC 9 VALUE 1.
       01  WS-RULES-NAME-2     PIC X(40) VALUE SPACES.
       01  WS-ALERTS-NAME-2    PIC X(40) VALUE SPACES.
       01  WS-ROUTES-NAME-2    PIC X(40) VALUE SPACES.
       01  WS-NAME-INPUT       PIC X(40) VALUE SPACES.

      * Normalisierungsregeln je Satz, Aufbau wie in LOGSORT.
       01  WS-NORM-SETS.
           05  WS-NSET OCCURS 2 TIMES.
               10  WS-NS-COUNT      PIC 9(2).
               10  WS-NS-ROW OCCURS 20 TIMES.
                   15  WS-NS-TYPE     PIC X.
                   15  WS-NS-FROM     PIC X(30).
                   15  WS-NS-FROM-LEN PIC 9(2).
                   15  WS-NS-TO       PIC X(30).
                   15  WS-NS-TO-LEN   PIC 9(2).
       01  WS-RULE-IDX         PIC 9(2) VALUE 0.
       01  WS-RULE-CMD         PIC X(10) VALUE SPACES.

      * Schwellwert-Regeln je Satz (LOGSORTs WS-POLICY-TABLE) und
      * Routing-Regeln je Satz (LOGROUTEs WS-RULE-TABLE).
       01  WS-POL-SETS.
           05  WS-PSET OCCURS 2 TIMES.
               10  WS-PS-COUNT      PIC 9(2).
               10  WS-PS-ROW OCCURS 20 TIMES.
                   15  WS-PS-TYPE     PIC X.
                   15  WS-PS-PATTERN  PIC X(30).
                   15  WS-PS-PATLEN   PIC 9(2).
                   15  WS-PS-THRESH   PIC 9(5).
       01  WS-POL-THRESH-X     PIC X(5) VALUE SPACES.
       01  WS-POL-THRESH-J     PIC X(5) JUSTIFIED RIGHT.
       01  WS-POL-IDX          PIC 9(2) VALUE 0.
       01  WS-POL-HIT          PIC 9(2) VALUE 0.
       01  WS-POL-TALLY        PIC 9(3) VALUE 0.
       01  WS-NEW-RULES        PIC 9(2) VALUE 0.

      * MSGSEEN.DAT wie LOGSORT es laedt, nur Meldung und erstes
      * Auftreten; fehlt die Datei, alarmieren NEW-Regeln nicht
      * (LOGSORT baut das Register dann erst auf).
       01  WS-SEEN-ROWS        PIC 9(5) VALUE 0.
       01  WS-SEEN-MAX         PIC 9(5) VALUE 20000.
       01  WS-SEEN-IDX         PIC 9(5) VALUE 0.
       01  WS-SEEN-HIT         PIC 9(5) VALUE 0.
       01  WS-SEEN-LOADED      PIC X VALUE "N".
       01  WS-SEEN-TABLE.
           05  WS-SN-ROW OCCURS 20000 TIMES.
               10  WS-SN-MESSAGE  PIC X(30).
               10  WS-SN-FIRST    PIC X(10).
       01  WS-ROUTE-SETS.
           05  WS-RSET OCCURS 2 TIMES.
               10  WS-RS-COUNT      PIC 9(2).
               10  WS-RS-ROW OCCURS 20 TIMES.
                   15  WS-RS-TYPE     PIC X.
                   15  WS-RS-PATTERN  PIC X(30).
                   15  WS-RS-PATLEN   PIC 9(2).
                   15  WS-RS-DEST     PIC X(12).
       01  WS-LEN-SCAN         PIC 9(2) VALUE 0.
       01  WS-LEN-FIELD        PIC X(30) VALUE SPACES.
       01  WS-LEN-RESULT       PIC 9(2) VALUE 0.

      * Normalisierung eines Satzes (LOGSORTs Arbeitsfelder).
       01  WS-NORM-MESSAGE     PIC X(30) VALUE SPACES.
       01  WS-NORM-OUT         PIC X(30) VALUE SPACES.
       01  WS-NR-IN            PIC 9(4) VALUE 0.
       01  WS-NR-OUT           PIC 9(4) VALUE 0.
       01  WS-NORM-1           PIC X(30) VALUE SPACES.
       01  WS-NORM-2           PIC X(30) VALUE SPACES.
       01  WS-DEST-1           PIC X(12) VALUE SPACES.
       01  WS-DEST-2           PIC X(12) VALUE SPACES.
       01  WS-MATCH-DEST       PIC X(12) VALUE SPACES.
       01  WS-HIT-COUNT        PIC 9(3) VALUE 0.

      * Meldungsgruppen je Satz: normalisierte Meldung, Level des
      * ersten Satzes (wie ENTRY-TEXT in LOGSORT), Anzahl,
      * wirksamer Schwellwert, feuert J/N, ob ueber eine NEW-Regel,
      * Zahl der Paare, erster und letzter Tag der Saetze.
       01  WS-GRP-SETS.
           05  WS-GSET OCCURS 2 TIMES.
               10  WS-GS-COUNT      PIC 9(4).
               10  WS-GS-ROW OCCURS 2000 TIMES.
                   15  WS-G-MSG       PIC X(30).
                   15  WS-G-LEVEL     PIC X(7).
                   15  WS-G-CNT       PIC 9(7).
                   15  WS-G-THRESH    PIC 9(5).
                   15  WS-G-FIRE      PIC X.
                   15  WS-G-BY-NEW    PIC X.
                   15  WS-G-PAIRS     PIC 9(4).
                   15  WS-G-FIRST-DT  PIC X(10).
                   15  WS-G-LAST-DT   PIC X(10).
       01  WS-G-IDX            PIC 9(4) VALUE 0.
       01  WS-G-HIT            PIC 9(4) VALUE 0.
       01  WS-G-OTHER          PIC 9(4) VALUE 0.
       01  WS-G-KEY            PIC X(30) VALUE SPACES.
       01  WS-G1-ROW           PIC 9(4) VALUE 0.
       01  WS-G2-ROW           PIC 9(4) VALUE 0.

      * Paare aktuelle Gruppe -> Vorschlags-Gruppe mit Anzahl: eine
      * Vorschlags-Gruppe mit mehreren Paaren ist eine
      * Zusammenfuehrung, eine aktuelle Gruppe mit mehreren Paaren
      * eine Aufteilung, ein 1:1-Paar mit anderem Text ein neuer
      * Schluessel.
       01  WS-PR-COUNT         PIC 9(4) VALUE 0.
       01  WS-PR-IDX           PIC 9(4) VALUE 0.
       01  WS-PR-HIT           PIC 9(4) VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PR-ROW OCCURS 3000 TIMES.
               10  WS-PR-G1       PIC 9(4).
               10  WS-PR-G2       PIC 9(4).
               10  WS-PR-CNT      PIC 9(7).

      * Zustellung: Summe je Team und Satz, und die Saetze, die
      * das Team wechseln (je Teampaar, Level und Rohmeldung).
       01  WS-TM-COUNT         PIC 9(2) VALUE 0.
       01  WS-TM-IDX           PIC 9(2) VALUE 0.
       01  WS-TM-HIT           PIC 9(2) VALUE 0.
       01  WS-TEAM-TABLE.
           05  WS-TM-ROW OCCURS 42 TIMES.
               10  WS-TM-NAME     PIC X(12).
               10  WS-TM-CNT-1    PIC 9(7).
               10  WS-TM-CNT-2    PIC 9(7).
       01  WS-MV-COUNT         PIC 9(3) VALUE 0.
       01  WS-MV-IDX           PIC 9(3) VALUE 0.
       01  WS-MV-HIT           PIC 9(3) VALUE 0.
       01  WS-MOVE-TABLE.
           05  WS-MV-ROW OCCURS 500 TIMES.
               10  WS-MV-FROM     PIC X(12).
               10  WS-MV-TO       PIC X(12).
               10  WS-MV-LEVEL    PIC X(7).
               10  WS-MV-MSG      PIC X(30).
               10  WS-MV-CNT      PIC 9(7).

      * Zaehler fuer Konsole, Kontrollsummen und Audit.
       01  WS-RECS-READ        PIC 9(8) VALUE 0.
       01  WS-RECS-MOVED       PIC 9(8) VALUE 0.
       01  WS-MERGE-COUNT      PIC 9(4) VALUE 0.
       01  WS-SPLIT-COUNT      PIC 9(4) VALUE 0.
       01  WS-RENAME-COUNT     PIC 9(4) VALUE 0.
       01  WS-NEWFIRE-COUNT    PIC 9(4) VALUE 0.
       01  WS-STOPFIRE-COUNT   PIC 9(4) VALUE 0.
       01  WS-FIRE-1           PIC 9(4) VALUE 0.
       01  WS-FIRE-2           PIC 9(4) VALUE 0.

      * Druckbild wie LOGMONTH/LOGSCORE: 132 Spalten, 56 Zeilen.
       01  WS-PAGE-NUM         PIC 9(4) VALUE 0.
       01  WS-LINE-CNT         PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 56.
       01  WS-PAGE-DISP        PIC ZZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-NUM-DISP         PIC Z(6)9.
       01  WS-THR-DISP         PIC Z(4)9.
       01  WS-SOURCE-TEXT      PIC X(40) VALUE SPACES.

       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGWHATIF".
       01  WS-AUDIT-INPUT      PIC X(40) VALUE SPACES.
       01  WS-AUDIT-FILTER     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           DISPLAY "=== LOGWHATIF: Simulation von Regelaenderungen ==="
           PERFORM GET-REPLAY-SOURCE
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF
           PERFORM GET-PROPOSED-NAMES
           DISPLAY "Global alert threshold as in LOGSORT "
                   "(blank = 0 = only LOGALERTS rules): "
           MOVE SPACES TO WS-GLOBAL-INPUT
           ACCEPT WS-GLOBAL-INPUT
           MOVE FUNCTION TRIM(WS-GLOBAL-INPUT) TO WS-GLOBAL-J
           INSPECT WS-GLOBAL-J REPLACING LEADING " " BY "0"
           IF WS-GLOBAL-J NUMERIC
              MOVE WS-GLOBAL-J TO WS-GLOBAL-THRESHOLD
           ELSE
              DISPLAY "** Ungueltiger Schwellwert - 0 verwendet **"
           END-IF
           PERFORM LOAD-ALL-RULES
           PERFORM LOAD-SEEN-REGISTER
           PERFORM REPLAY-RECORDS
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF
           PERFORM EVALUATE-ALERTS
           PERFORM COUNT-PAIRS
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "** FEHLER: WHATIF.RPT konnte nicht "
                      "geschrieben werden (Status " WS-RPT-STATUS
                      ") **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM PRINT-RULE-SECTION
           PERFORM PRINT-NORM-SECTION
           PERFORM PRINT-ALERT-SECTION
           PERFORM PRINT-ROUTE-SECTION
           PERFORM PRINT-CONTROL-TOTALS
           CLOSE RPT-FILE
           DISPLAY "Saetze durchgespielt: " WS-RECS-READ
           DISPLAY "Normalisierung: " WS-MERGE-COUNT
                   " zusammengefuehrt, " WS-SPLIT-COUNT
                   " aufgeteilt, " WS-RENAME-COUNT " neuer Schluessel"
           DISPLAY "Alarme: " WS-NEWFIRE-COUNT " neu, "
                   WS-STOPFIRE-COUNT " entfallen"
           DISPLAY "Teamwechsel: " WS-RECS-MOVED " Saetze"
           DISPLAY "WHATIF.RPT geschrieben - ALERTSTATE.DAT und "
                   "Live-Ausgaben unberuehrt"
           MOVE WS-REPLAY-NAME TO WS-AUDIT-INPUT
           MOVE "WHATIF" TO WS-AUDIT-FILTER
           MOVE WS-RECS-READ TO WS-AUDIT-RECORDS-READ
           COMPUTE WS-AUDIT-RECORDS-MATCHED = WS-MERGE-COUNT
              + WS-SPLIT-COUNT + WS-RENAME-COUNT + WS-NEWFIRE-COUNT
              + WS-STOPFIRE-COUNT + WS-RECS-MOVED
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-AUDIT-INPUT
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           IF WS-OVERFLOW = "Y"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Ein Tagesarchiv (Datum) oder die Arbeitsdatei einer
      * LOGRETAIN-Wiederherstellung.
       GET-REPLAY-SOURCE.
           DISPLAY "Replay archive day YYYYMMDD (blank = "
                   "RESTORE-WORK.DAT from a LOGRETAIN restore): "
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           MOVE SPACES TO WS-REPLAY-NAME
           IF WS-DATE-INPUT = SPACES
              MOVE "RESTORE-WORK.DAT" TO WS-REPLAY-NAME
              MOVE "LOGRETAIN-WIEDERHERSTELLUNG RESTORE-WORK.DAT"
                 TO WS-SOURCE-TEXT
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-INPUT NOT NUMERIC
              DISPLAY "** FEHLER: Datum nicht im Format YYYYMMDD **"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           STRING "logs_archive_" DELIMITED BY SIZE
                  WS-DATE-INPUT DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-REPLAY-NAME
           MOVE WS-REPLAY-NAME TO WS-SOURCE-TEXT.

      * Vorschlagskopien; leer = Standardname <datei>.NEW.
       GET-PROPOSED-NAMES.
           DISPLAY "Proposed normalization rules (blank = "
                   "LOGRULES.NEW): "
           MOVE SPACES TO WS-NAME-INPUT
           ACCEPT WS-NAME-INPUT
           MOVE WS-NAME-INPUT TO WS-RULES-NAME-2
           IF WS-NAME-INPUT = SPACES
              MOVE "LOGRULES.NEW" TO WS-RULES-NAME-2
           END-IF
           DISPLAY "Proposed alert thresholds (blank = "
                   "LOGALERTS.NEW): "
           MOVE SPACES TO WS-NAME-INPUT
           ACCEPT WS-NAME-INPUT
           MOVE WS-NAME-INPUT TO WS-ALERTS-NAME-2
           IF WS-NAME-INPUT = SPACES
              MOVE "LOGALERTS.NEW" TO WS-ALERTS-NAME-2
           END-IF
           DISPLAY "Proposed routing rules (blank = "
                   "LOGROUTES.NEW): "
           MOVE SPACES TO WS-NAME-INPUT
           ACCEPT WS-NAME-INPUT
           MOVE WS-NAME-INPUT TO WS-ROUTES-NAME-2
           IF WS-NAME-INPUT = SPACES
              MOVE "LOGROUTES.NEW" TO WS-ROUTES-NAME-2
           END-IF.

      * Laedt beide Saetze. Fehlt eine Vorschlagskopie, gilt fuer
      * diese Datei der aktuelle Stand auch als Vorschlag.
       LOAD-ALL-RULES.
           INITIALIZE WS-NORM-SETS WS-POL-SETS WS-ROUTE-SETS
                      WS-GRP-SETS
           MOVE 1 TO WS-SET
           MOVE "LOGRULES.DAT" TO WS-CTL-NAME
           PERFORM LOAD-NORM-RULES
           MOVE "LOGALERTS.DAT" TO WS-CTL-NAME
           PERFORM LOAD-ALERT-POLICY
           MOVE "LOGROUTES.DAT" TO WS-CTL-NAME
           PERFORM LOAD-ROUTE-RULES
           MOVE 2 TO WS-SET
           MOVE WS-RULES-NAME-2 TO WS-CTL-NAME
           PERFORM CHECK-PROPOSED-COPY
           IF WS-CTL-STATUS = "00"
              PERFORM LOAD-NORM-RULES
           ELSE
              MOVE WS-NSET(1) TO WS-NSET(2)
              PERFORM MARK-COPY-MISSING
              MOVE WS-NAME-INPUT TO WS-RULES-NAME-2
           END-IF
           MOVE WS-ALERTS-NAME-2 TO WS-CTL-NAME
           PERFORM CHECK-PROPOSED-COPY
           IF WS-CTL-STATUS = "00"
              PERFORM LOAD-ALERT-POLICY
           ELSE
              MOVE WS-PSET(1) TO WS-PSET(2)
              PERFORM MARK-COPY-MISSING
              MOVE WS-NAME-INPUT TO WS-ALERTS-NAME-2
           END-IF
           MOVE WS-ROUTES-NAME-2 TO WS-CTL-NAME
           PERFORM CHECK-PROPOSED-COPY
           IF WS-CTL-STATUS = "00"
              PERFORM LOAD-ROUTE-RULES
           ELSE
              MOVE WS-RSET(1) TO WS-RSET(2)
              PERFORM MARK-COPY-MISSING
              MOVE WS-NAME-INPUT TO WS-ROUTES-NAME-2
           END-IF
           DISPLAY "Regeln aktuell/Vorschlag - Normalisierung "
                   WS-NS-COUNT(1) "/" WS-NS-COUNT(2)
                   ", Schwellwerte " WS-PS-COUNT(1) "/"
                   WS-PS-COUNT(2) ", Routing " WS-RS-COUNT(1) "/"
                   WS-RS-COUNT(2).

       CHECK-PROPOSED-COPY.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
              CLOSE CTL-FILE
           ELSE
              DISPLAY "Hinweis: " FUNCTION TRIM(WS-CTL-NAME)
                      " nicht vorhanden - Datei bleibt im Vorschlag "
                      "unveraendert"
           END-IF.

      * Fuer das Druckbild: Vorschlag fehlt, es gilt der aktuelle
      * Stand.
       MARK-COPY-MISSING.
           MOVE SPACES TO WS-NAME-INPUT
           STRING FUNCTION TRIM(WS-CTL-NAME) DELIMITED BY SIZE
                  " (FEHLT - WIE AKTUELL)" DELIMITED BY SIZE
                  INTO WS-NAME-INPUT
           END-STRING.

      * LOGSORTs LOAD-NORM-RULES/PARSE-ONE-RULE fuer Satz WS-SET.
       LOAD-NORM-RULES.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ CTL-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    PERFORM PARSE-NORM-RULE
              END-READ
           END-PERFORM
           CLOSE CTL-FILE
           MOVE "N" TO EOF.

       PARSE-NORM-RULE.
           IF CTL-REC = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-NS-COUNT(WS-SET) >= 20
              MOVE "Y" TO EOF
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RULE-CMD
           IF CTL-REC(1:7) = "DIGITS "
              OR FUNCTION TRIM(CTL-REC) = "DIGITS"
              ADD 1 TO WS-NS-COUNT(WS-SET)
              MOVE WS-NS-COUNT(WS-SET) TO WS-RULE-IDX
              MOVE "D" TO WS-NS-TYPE(WS-SET, WS-RULE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF CTL-REC(1:8) NOT = "REPLACE|"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NS-COUNT(WS-SET)
           MOVE WS-NS-COUNT(WS-SET) TO WS-RULE-IDX
           MOVE "R" TO WS-NS-TYPE(WS-SET, WS-RULE-IDX)
           UNSTRING CTL-REC DELIMITED BY "|"
              INTO WS-RULE-CMD
                   WS-NS-FROM(WS-SET, WS-RULE-IDX)
                   WS-NS-TO(WS-SET, WS-RULE-IDX)
           END-UNSTRING
           MOVE WS-NS-FROM(WS-SET, WS-RULE-IDX) TO WS-LEN-FIELD
           PERFORM MEASURE-FIELD-LEN
           MOVE WS-LEN-RESULT TO WS-NS-FROM-LEN(WS-SET, WS-RULE-IDX)
           MOVE WS-NS-TO(WS-SET, WS-RULE-IDX) TO WS-LEN-FIELD
           PERFORM MEASURE-FIELD-LEN
           MOVE WS-LEN-RESULT TO WS-NS-TO-LEN(WS-SET, WS-RULE-IDX)
           IF WS-NS-FROM-LEN(WS-SET, WS-RULE-IDX) = 0
              SUBTRACT 1 FROM WS-NS-COUNT(WS-SET)
           END-IF.

      * LOGSORTs LOAD-ALERT-POLICY/PARSE-ONE-POLICY fuer WS-SET.
       LOAD-ALERT-POLICY.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ CTL-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    PERFORM PARSE-POLICY
              END-READ
           END-PERFORM
           CLOSE CTL-FILE
           MOVE "N" TO EOF.

       PARSE-POLICY.
           IF CTL-REC = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-PS-COUNT(WS-SET) >= 20
              MOVE "Y" TO EOF
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RULE-CMD
           MOVE SPACES TO WS-POL-THRESH-X
           ADD 1 TO WS-PS-COUNT(WS-SET)
           MOVE WS-PS-COUNT(WS-SET) TO WS-POL-IDX
           UNSTRING CTL-REC DELIMITED BY "|"
              INTO WS-RULE-CMD
                   WS-PS-PATTERN(WS-SET, WS-POL-IDX)
                   WS-POL-THRESH-X
           END-UNSTRING
           EVALUATE WS-RULE-CMD
              WHEN "LEVEL"
                 MOVE "L" TO WS-PS-TYPE(WS-SET, WS-POL-IDX)
              WHEN "MESSAGE"
                 MOVE "M" TO WS-PS-TYPE(WS-SET, WS-POL-IDX)
              WHEN "NEW"
                 MOVE "N" TO WS-PS-TYPE(WS-SET, WS-POL-IDX)
              WHEN OTHER
                 SUBTRACT 1 FROM WS-PS-COUNT(WS-SET)
                 EXIT PARAGRAPH
           END-EVALUATE
      * "NEW|<level>" ohne Schwellwert, wie in LOGSORT.
           IF WS-PS-TYPE(WS-SET, WS-POL-IDX) = "N"
              IF WS-PS-PATTERN(WS-SET, WS-POL-IDX) = SPACES
                 SUBTRACT 1 FROM WS-PS-COUNT(WS-SET)
                 EXIT PARAGRAPH
              END-IF
              MOVE 0 TO WS-PS-THRESH(WS-SET, WS-POL-IDX)
              MOVE 7 TO WS-PS-PATLEN(WS-SET, WS-POL-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-POL-THRESH-X) TO WS-POL-THRESH-J
           INSPECT WS-POL-THRESH-J REPLACING LEADING " " BY "0"
           IF WS-POL-THRESH-J NOT NUMERIC
              SUBTRACT 1 FROM WS-PS-COUNT(WS-SET)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-POL-THRESH-J TO WS-PS-THRESH(WS-SET, WS-POL-IDX)
           MOVE WS-PS-PATTERN(WS-SET, WS-POL-IDX) TO WS-LEN-FIELD
           PERFORM MEASURE-FIELD-LEN
           MOVE WS-LEN-RESULT TO WS-PS-PATLEN(WS-SET, WS-POL-IDX)
           IF WS-LEN-RESULT = 0
              SUBTRACT 1 FROM WS-PS-COUNT(WS-SET)
           END-IF.

      * LOGROUTEs LOAD-ROUTE-RULES/PARSE-ONE-RULE fuer WS-SET.
       LOAD-ROUTE-RULES.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ CTL-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    PERFORM PARSE-ROUTE-RULE
              END-READ
           END-PERFORM
           CLOSE CTL-FILE
           MOVE "N" TO EOF.

       PARSE-ROUTE-RULE.
           IF CTL-REC = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-RS-COUNT(WS-SET) >= 20
              MOVE "Y" TO EOF
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RULE-CMD
           ADD 1 TO WS-RS-COUNT(WS-SET)
           MOVE WS-RS-COUNT(WS-SET) TO WS-RULE-IDX
           UNSTRING CTL-REC DELIMITED BY "|"
              INTO WS-RULE-CMD
                   WS-RS-PATTERN(WS-SET, WS-RULE-IDX)
                   WS-RS-DEST(WS-SET, WS-RULE-IDX)
           END-UNSTRING
           EVALUATE WS-RULE-CMD
              WHEN "LEVEL"
                 MOVE "L" TO WS-RS-TYPE(WS-SET, WS-RULE-IDX)
              WHEN "MESSAGE"
                 MOVE "M" TO WS-RS-TYPE(WS-SET, WS-RULE-IDX)
              WHEN OTHER
                 SUBTRACT 1 FROM WS-RS-COUNT(WS-SET)
                 EXIT PARAGRAPH
           END-EVALUATE
           IF WS-RS-DEST(WS-SET, WS-RULE-IDX) = SPACES
              SUBTRACT 1 FROM WS-RS-COUNT(WS-SET)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RS-PATTERN(WS-SET, WS-RULE-IDX) TO WS-LEN-FIELD
           PERFORM MEASURE-FIELD-LEN
           MOVE WS-LEN-RESULT TO WS-RS-PATLEN(WS-SET, WS-RULE-IDX)
           IF WS-LEN-RESULT = 0
              SUBTRACT 1 FROM WS-RS-COUNT(WS-SET)
           END-IF.

       MEASURE-FIELD-LEN.
           MOVE 0 TO WS-LEN-RESULT
           PERFORM VARYING WS-LEN-SCAN FROM 30 BY -1
                   UNTIL WS-LEN-SCAN < 1 OR WS-LEN-RESULT > 0
              IF WS-LEN-FIELD(WS-LEN-SCAN:1) NOT = SPACE
                 MOVE WS-LEN-SCAN TO WS-LEN-RESULT
              END-IF
           END-PERFORM.

      * -------- Durchlauf --------
      * Jeder Satz geht durch beide Regelsaetze; nur Lesen.
      * MSGSEEN.DAT nur dann lesen, wenn ein Regelsatz NEW-Regeln
      * hat. Ohne Register alarmieren sie nicht - wie in LOGSORT.
       LOAD-SEEN-REGISTER.
           MOVE 0 TO WS-NEW-RULES
           PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 2
              PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                      UNTIL WS-POL-IDX > WS-PS-COUNT(WS-SET)
                 IF WS-PS-TYPE(WS-SET, WS-POL-IDX) = "N"
                    ADD 1 TO WS-NEW-RULES
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-NEW-RULES = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT SEEN-FILE
           IF WS-SEEN-STATUS NOT = "00"
              DISPLAY "Hinweis: MSGSEEN.DAT nicht vorhanden - "
                      "NEW-Regeln alarmieren in der Simulation nicht"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ SEEN-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF WS-SEEN-ROWS < WS-SEEN-MAX
                       ADD 1 TO WS-SEEN-ROWS
                       MOVE SEEN-REC(1:30)
                          TO WS-SN-MESSAGE(WS-SEEN-ROWS)
                       MOVE SEEN-REC(49:10)
                          TO WS-SN-FIRST(WS-SEEN-ROWS)
                    ELSE
                       PERFORM NOTE-OVERFLOW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SEEN-FILE
           MOVE "N" TO EOF
           MOVE "Y" TO WS-SEEN-LOADED.

       REPLAY-RECORDS.
           OPEN INPUT REPLAY-FILE
           IF WS-REPLAY-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-REPLAY-NAME)
                      " konnte nicht geoeffnet werden (Status "
                      WS-REPLAY-STATUS ") **"
              DISPLAY "Hinweis: aeltere Tage liegen im Monatsarchiv "
                      "- erst mit LOGRETAIN (R) wiederherstellen"
              MOVE 16 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ REPLAY-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF REPLAY-REC NOT = SPACES
                       ADD 1 TO WS-RECS-READ
                       PERFORM REPLAY-ONE-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REPLAY-FILE
           MOVE "N" TO EOF
           IF WS-RECS-READ = 0
              DISPLAY "** WARNUNG: " FUNCTION TRIM(WS-REPLAY-NAME)
                      " enthaelt keine Saetze **"
           END-IF.

       REPLAY-ONE-RECORD.
           MOVE 1 TO WS-SET
           PERFORM NORMALIZE-MESSAGE
           MOVE WS-NORM-MESSAGE TO WS-NORM-1
           PERFORM ROUTE-RECORD
           MOVE WS-MATCH-DEST TO WS-DEST-1
           MOVE 2 TO WS-SET
           PERFORM NORMALIZE-MESSAGE
           MOVE WS-NORM-MESSAGE TO WS-NORM-2
           PERFORM ROUTE-RECORD
           MOVE WS-MATCH-DEST TO WS-DEST-2
           MOVE 1 TO WS-SET
           MOVE WS-NORM-1 TO WS-G-KEY
           PERFORM COUNT-GROUP
           MOVE WS-G-HIT TO WS-G1-ROW
           MOVE 2 TO WS-SET
           MOVE WS-NORM-2 TO WS-G-KEY
           PERFORM COUNT-GROUP
           MOVE WS-G-HIT TO WS-G2-ROW
           IF WS-G1-ROW > 0 AND WS-G2-ROW > 0
              PERFORM COUNT-PAIR
           END-IF
           PERFORM COUNT-TEAMS
           IF WS-DEST-1 NOT = WS-DEST-2
              ADD 1 TO WS-RECS-MOVED
              PERFORM COUNT-MOVE
           END-IF.

      * LOGSORTs NORMALIZE-MESSAGE/APPLY-REPLACE-RULE mit den
      * Regeln des Satzes WS-SET.
       NORMALIZE-MESSAGE.
           MOVE LOG-MESSAGE IN REPLAY-FIELDS TO WS-NORM-MESSAGE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-NS-COUNT(WS-SET)
              IF WS-NS-TYPE(WS-SET, WS-RULE-IDX) = "D"
                 INSPECT WS-NORM-MESSAGE
                    CONVERTING "0123456789" TO "##########"
              ELSE
                 PERFORM APPLY-REPLACE-RULE
              END-IF
           END-PERFORM.

       APPLY-REPLACE-RULE.
           MOVE SPACES TO WS-NORM-OUT
           MOVE 1 TO WS-NR-IN
           MOVE 1 TO WS-NR-OUT
           PERFORM UNTIL WS-NR-IN > 30
              IF WS-NR-IN + WS-NS-FROM-LEN(WS-SET, WS-RULE-IDX) - 1
                    <= 30
                 AND WS-NORM-MESSAGE(WS-NR-IN :
                        WS-NS-FROM-LEN(WS-SET, WS-RULE-IDX))
                    = WS-NS-FROM(WS-SET, WS-RULE-IDX)(1:
                        WS-NS-FROM-LEN(WS-SET, WS-RULE-IDX))
                 IF WS-NS-TO-LEN(WS-SET, WS-RULE-IDX) > 0
                    AND WS-NR-OUT <= 30
                    IF WS-NR-OUT
                          + WS-NS-TO-LEN(WS-SET, WS-RULE-IDX) - 1
                          <= 30
                       MOVE WS-NS-TO(WS-SET, WS-RULE-IDX)(1:
                               WS-NS-TO-LEN(WS-SET, WS-RULE-IDX))
                          TO WS-NORM-OUT(WS-NR-OUT:
                               WS-NS-TO-LEN(WS-SET, WS-RULE-IDX))
                    ELSE
                       MOVE WS-NS-TO(WS-SET, WS-RULE-IDX)(1:
                               31 - WS-NR-OUT)
                          TO WS-NORM-OUT(WS-NR-OUT:
                               31 - WS-NR-OUT)
                    END-IF
                 END-IF
                 ADD WS-NS-TO-LEN(WS-SET, WS-RULE-IDX) TO WS-NR-OUT
                 ADD WS-NS-FROM-LEN(WS-SET, WS-RULE-IDX) TO WS-NR-IN
              ELSE
                 IF WS-NR-OUT <= 30
                    MOVE WS-NORM-MESSAGE(WS-NR-IN:1)
                       TO WS-NORM-OUT(WS-NR-OUT:1)
                 END-IF
                 ADD 1 TO WS-NR-IN
                 ADD 1 TO WS-NR-OUT
              END-IF
           END-PERFORM
           MOVE WS-NORM-OUT TO WS-NORM-MESSAGE.

      * LOGROUTEs ROUTE-ONE-RECORD/TEST-ONE-RULE auf dem Rohsatz;
      * ohne Treffer UNMATCHED (ROUTE-UNMATCHED.DAT).
       ROUTE-RECORD.
           MOVE SPACES TO WS-MATCH-DEST
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RS-COUNT(WS-SET)
                      OR WS-MATCH-DEST NOT = SPACES
              IF WS-RS-TYPE(WS-SET, WS-RULE-IDX) = "L"
                 IF LOG-LEVEL IN REPLAY-FIELDS
                       = WS-RS-PATTERN(WS-SET, WS-RULE-IDX)(1:7)
                    MOVE WS-RS-DEST(WS-SET, WS-RULE-IDX)
                       TO WS-MATCH-DEST
                 END-IF
              ELSE
                 MOVE 0 TO WS-HIT-COUNT
                 INSPECT LOG-MESSAGE IN REPLAY-FIELDS
                    TALLYING WS-HIT-COUNT FOR ALL
                    WS-RS-PATTERN(WS-SET, WS-RULE-IDX)
                       (1:WS-RS-PATLEN(WS-SET, WS-RULE-IDX))
                 IF WS-HIT-COUNT > 0
                    MOVE WS-RS-DEST(WS-SET, WS-RULE-IDX)
                       TO WS-MATCH-DEST
                 END-IF
              END-IF
           END-PERFORM
           IF WS-MATCH-DEST = SPACES
              MOVE "UNMATCHED" TO WS-MATCH-DEST
           END-IF.

      * Zaehlt den Satz in der Gruppe WS-G-KEY des Satzes WS-SET;
      * WS-G-HIT = Zeile (0 = Tabelle voll).
       COUNT-GROUP.
           MOVE 0 TO WS-G-HIT
           PERFORM VARYING WS-G-IDX FROM 1 BY 1
                   UNTIL WS-G-IDX > WS-GS-COUNT(WS-SET)
                      OR WS-G-HIT > 0
              IF WS-G-MSG(WS-SET, WS-G-IDX) = WS-G-KEY
                 MOVE WS-G-IDX TO WS-G-HIT
              END-IF
           END-PERFORM
           IF WS-G-HIT = 0
              IF WS-GS-COUNT(WS-SET) >= 2000
                 PERFORM NOTE-OVERFLOW
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-GS-COUNT(WS-SET)
              MOVE WS-GS-COUNT(WS-SET) TO WS-G-HIT
              MOVE WS-G-KEY TO WS-G-MSG(WS-SET, WS-G-HIT)
              MOVE LOG-LEVEL IN REPLAY-FIELDS
                 TO WS-G-LEVEL(WS-SET, WS-G-HIT)
              MOVE 0 TO WS-G-CNT(WS-SET, WS-G-HIT)
              MOVE 0 TO WS-G-PAIRS(WS-SET, WS-G-HIT)
              MOVE LOG-DATE IN REPLAY-FIELDS
                 TO WS-G-FIRST-DT(WS-SET, WS-G-HIT)
              MOVE LOG-DATE IN REPLAY-FIELDS
                 TO WS-G-LAST-DT(WS-SET, WS-G-HIT)
           END-IF
           IF LOG-DATE IN REPLAY-FIELDS
                 < WS-G-FIRST-DT(WS-SET, WS-G-HIT)
              MOVE LOG-DATE IN REPLAY-FIELDS
                 TO WS-G-FIRST-DT(WS-SET, WS-G-HIT)
           END-IF
           IF LOG-DATE IN REPLAY-FIELDS
                 > WS-G-LAST-DT(WS-SET, WS-G-HIT)
              MOVE LOG-DATE IN REPLAY-FIELDS
                 TO WS-G-LAST-DT(WS-SET, WS-G-HIT)
           END-IF
           ADD 1 TO WS-G-CNT(WS-SET, WS-G-HIT).

       COUNT-PAIR.
           MOVE 0 TO WS-PR-HIT
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT OR WS-PR-HIT > 0
              IF WS-PR-G1(WS-PR-IDX) = WS-G1-ROW
                 AND WS-PR-G2(WS-PR-IDX) = WS-G2-ROW
                 MOVE WS-PR-IDX TO WS-PR-HIT
              END-IF
           END-PERFORM
           IF WS-PR-HIT = 0
              IF WS-PR-COUNT >= 3000
                 PERFORM NOTE-OVERFLOW
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-PR-COUNT
              MOVE WS-PR-COUNT TO WS-PR-HIT
              MOVE WS-G1-ROW TO WS-PR-G1(WS-PR-HIT)
              MOVE WS-G2-ROW TO WS-PR-G2(WS-PR-HIT)
              MOVE 0 TO WS-PR-CNT(WS-PR-HIT)
           END-IF
           ADD 1 TO WS-PR-CNT(WS-PR-HIT).

       COUNT-TEAMS.
           MOVE WS-DEST-1 TO WS-MATCH-DEST
           PERFORM FIND-TEAM
           IF WS-TM-HIT > 0
              ADD 1 TO WS-TM-CNT-1(WS-TM-HIT)
           END-IF
           MOVE WS-DEST-2 TO WS-MATCH-DEST
           PERFORM FIND-TEAM
           IF WS-TM-HIT > 0
              ADD 1 TO WS-TM-CNT-2(WS-TM-HIT)
           END-IF.

       FIND-TEAM.
           MOVE 0 TO WS-TM-HIT
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TM-COUNT OR WS-TM-HIT > 0
              IF WS-TM-NAME(WS-TM-IDX) = WS-MATCH-DEST
                 MOVE WS-TM-IDX TO WS-TM-HIT
              END-IF
           END-PERFORM
           IF WS-TM-HIT = 0 AND WS-TM-COUNT < 42
              ADD 1 TO WS-TM-COUNT
              MOVE WS-TM-COUNT TO WS-TM-HIT
              MOVE WS-MATCH-DEST TO WS-TM-NAME(WS-TM-HIT)
              MOVE 0 TO WS-TM-CNT-1(WS-TM-HIT)
              MOVE 0 TO WS-TM-CNT-2(WS-TM-HIT)
           END-IF.

       COUNT-MOVE.
           MOVE 0 TO WS-MV-HIT
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT OR WS-MV-HIT > 0
              IF WS-MV-FROM(WS-MV-IDX) = WS-DEST-1
                 AND WS-MV-TO(WS-MV-IDX) = WS-DEST-2
                 AND WS-MV-LEVEL(WS-MV-IDX)
                    = LOG-LEVEL IN REPLAY-FIELDS
                 AND WS-MV-MSG(WS-MV-IDX)
                    = LOG-MESSAGE IN REPLAY-FIELDS
                 MOVE WS-MV-IDX TO WS-MV-HIT
              END-IF
           END-PERFORM
           IF WS-MV-HIT = 0
              IF WS-MV-COUNT >= 500
                 PERFORM NOTE-OVERFLOW
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-MV-COUNT
              MOVE WS-MV-COUNT TO WS-MV-HIT
              MOVE WS-DEST-1 TO WS-MV-FROM(WS-MV-HIT)
              MOVE WS-DEST-2 TO WS-MV-TO(WS-MV-HIT)
              MOVE LOG-LEVEL IN REPLAY-FIELDS
                 TO WS-MV-LEVEL(WS-MV-HIT)
              MOVE LOG-MESSAGE IN REPLAY-FIELDS
                 TO WS-MV-MSG(WS-MV-HIT)
              MOVE 0 TO WS-MV-CNT(WS-MV-HIT)
           END-IF
           ADD 1 TO WS-MV-CNT(WS-MV-HIT).

       NOTE-OVERFLOW.
           IF WS-OVERFLOW = "N"
              DISPLAY "** WARNUNG: Tabellengrenze erreicht - der "
                      "Bericht ist unvollstaendig **"
              MOVE "Y" TO WS-OVERFLOW
           END-IF.

      * Schwellwert je Gruppe wie LOGSORTs PICK-ALERT-THRESHOLD:
      * erste passende Regel (auch 0 = nie), sonst global. Eine
      * NEW-Regel fuer das Level einer neuen Meldung alarmiert
      * unabhaengig davon (LOGSORTs TEST-NEW-RULES).
       EVALUATE-ALERTS.
           PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 2
              PERFORM VARYING WS-G-IDX FROM 1 BY 1
                      UNTIL WS-G-IDX > WS-GS-COUNT(WS-SET)
                 PERFORM PICK-ALERT-THRESHOLD
                 MOVE "N" TO WS-G-FIRE(WS-SET, WS-G-IDX)
                 MOVE "N" TO WS-G-BY-NEW(WS-SET, WS-G-IDX)
                 IF WS-G-THRESH(WS-SET, WS-G-IDX) = 0
                    OR WS-G-CNT(WS-SET, WS-G-IDX)
                       < WS-G-THRESH(WS-SET, WS-G-IDX)
                    PERFORM TEST-NEW-RULES
                 END-IF
                 IF (WS-G-THRESH(WS-SET, WS-G-IDX) > 0
                    AND WS-G-CNT(WS-SET, WS-G-IDX)
                       >= WS-G-THRESH(WS-SET, WS-G-IDX))
                    OR WS-G-BY-NEW(WS-SET, WS-G-IDX) = "Y"
                    MOVE "Y" TO WS-G-FIRE(WS-SET, WS-G-IDX)
                    IF WS-SET = 1
                       ADD 1 TO WS-FIRE-1
                    ELSE
                       ADD 1 TO WS-FIRE-2
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

       PICK-ALERT-THRESHOLD.
           MOVE 0 TO WS-POL-HIT
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-PS-COUNT(WS-SET)
                      OR WS-POL-HIT > 0
              IF WS-PS-TYPE(WS-SET, WS-POL-IDX) = "L"
                 IF WS-G-LEVEL(WS-SET, WS-G-IDX)
                       = WS-PS-PATTERN(WS-SET, WS-POL-IDX)(1:7)
                    MOVE WS-POL-IDX TO WS-POL-HIT
                 END-IF
              END-IF
              IF WS-PS-TYPE(WS-SET, WS-POL-IDX) = "M"
                 MOVE 0 TO WS-POL-TALLY
                 INSPECT WS-G-MSG(WS-SET, WS-G-IDX)
                    TALLYING WS-POL-TALLY FOR ALL
                    WS-PS-PATTERN(WS-SET, WS-POL-IDX)
                       (1:WS-PS-PATLEN(WS-SET, WS-POL-IDX))
                 IF WS-POL-TALLY > 0
                    MOVE WS-POL-IDX TO WS-POL-HIT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-POL-HIT > 0
              MOVE WS-PS-THRESH(WS-SET, WS-POL-HIT)
                 TO WS-G-THRESH(WS-SET, WS-G-IDX)
           ELSE
              MOVE WS-GLOBAL-THRESHOLD
                 TO WS-G-THRESH(WS-SET, WS-G-IDX)
           END-IF.

      * LOGSORTs TEST-NEW-RULES gegen das gelesene Register: neu
      * ist eine Meldung, die MSGSEEN.DAT nicht kennt oder erst an
      * einem der wiedergegebenen Tage zuerst gesehen hat.
       TEST-NEW-RULES.
           IF WS-SEEN-LOADED NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-POL-HIT
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-PS-COUNT(WS-SET)
                      OR WS-POL-HIT > 0
              IF WS-PS-TYPE(WS-SET, WS-POL-IDX) = "N"
                 AND WS-G-LEVEL(WS-SET, WS-G-IDX)
                    = WS-PS-PATTERN(WS-SET, WS-POL-IDX)(1:7)
                 MOVE WS-POL-IDX TO WS-POL-HIT
              END-IF
           END-PERFORM
           IF WS-POL-HIT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SEEN-HIT
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-ROWS
                      OR WS-SEEN-HIT > 0
              IF WS-SN-MESSAGE(WS-SEEN-IDX)
                    = WS-G-MSG(WS-SET, WS-G-IDX)
                 MOVE WS-SEEN-IDX TO WS-SEEN-HIT
              END-IF
           END-PERFORM
           IF WS-SEEN-HIT = 0
              MOVE "Y" TO WS-G-BY-NEW(WS-SET, WS-G-IDX)
           ELSE
              IF WS-SN-FIRST(WS-SEEN-HIT)
                    >= WS-G-FIRST-DT(WS-SET, WS-G-IDX)
                 AND WS-SN-FIRST(WS-SEEN-HIT)
                    <= WS-G-LAST-DT(WS-SET, WS-G-IDX)
                 MOVE "Y" TO WS-G-BY-NEW(WS-SET, WS-G-IDX)
              END-IF
           END-IF.

      * Paare je Gruppe zaehlen - Grundlage fuer Zusammenfuehrung
      * und Aufteilung.
       COUNT-PAIRS.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
              ADD 1 TO WS-G-PAIRS(1, WS-PR-G1(WS-PR-IDX))
              ADD 1 TO WS-G-PAIRS(2, WS-PR-G2(WS-PR-IDX))
           END-PERFORM.

      * Sucht WS-G-KEY in den Gruppen des Satzes WS-SET; Ergebnis
      * in WS-G-OTHER (0 = kommt dort nicht vor).
       FIND-GROUP.
           MOVE 0 TO WS-G-OTHER
           PERFORM VARYING WS-G-IDX FROM 1 BY 1
                   UNTIL WS-G-IDX > WS-GS-COUNT(WS-SET)
                      OR WS-G-OTHER > 0
              IF WS-G-MSG(WS-SET, WS-G-IDX) = WS-G-KEY
                 MOVE WS-G-IDX TO WS-G-OTHER
              END-IF
           END-PERFORM.

      * -------- Druckbild --------
       PRINT-ONE-LINE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
              ADD 1 TO WS-PAGE-NUM
              MOVE WS-PAGE-NUM TO WS-PAGE-DISP
              MOVE SPACES TO RPT-REC
              MOVE "LOG-SUITE REGEL-SIMULATION AKTUELL / VORSCHLAG"
                 TO RPT-REC(1:46)
              MOVE WS-SOURCE-TEXT TO RPT-REC(60:40)
              MOVE "SEITE" TO RPT-REC(120:5)
              MOVE WS-PAGE-DISP TO RPT-REC(126:4)
              WRITE RPT-REC
              MOVE ALL "=" TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
              MOVE 3 TO WS-LINE-CNT
           END-IF
           MOVE WS-PRINT-LINE TO RPT-REC
           WRITE RPT-REC
           ADD 1 TO WS-LINE-CNT
           MOVE SPACES TO WS-PRINT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE.

      * Welche Dateien verglichen werden.
       PRINT-RULE-SECTION.
           MOVE "VERGLICHENE REGELDATEIEN        AKTUELL"
              & "              VORSCHLAG" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE "  NORMALISIERUNG" TO WS-PRINT-LINE
           MOVE "LOGRULES.DAT" TO WS-PRINT-LINE(33:12)
           MOVE WS-RULES-NAME-2 TO WS-PRINT-LINE(54:40)
           PERFORM PRINT-ONE-LINE
           MOVE "  SCHWELLWERTE" TO WS-PRINT-LINE
           MOVE "LOGALERTS.DAT" TO WS-PRINT-LINE(33:13)
           MOVE WS-ALERTS-NAME-2 TO WS-PRINT-LINE(54:40)
           PERFORM PRINT-ONE-LINE
           MOVE "  ROUTING" TO WS-PRINT-LINE
           MOVE "LOGROUTES.DAT" TO WS-PRINT-LINE(33:13)
           MOVE WS-ROUTES-NAME-2 TO WS-PRINT-LINE(54:40)
           PERFORM PRINT-ONE-LINE
           MOVE "  GLOBALER SCHWELLWERT" TO WS-PRINT-LINE
           MOVE WS-GLOBAL-THRESHOLD TO WS-THR-DISP
           MOVE WS-THR-DISP TO WS-PRINT-LINE(33:5)
           MOVE WS-THR-DISP TO WS-PRINT-LINE(54:5)
           PERFORM PRINT-ONE-LINE
           PERFORM PRINT-BLANK-LINE.

      * Abschnitt 1: links die Gruppen unter den aktuellen Regeln,
      * rechts unter den vorgeschlagenen.
       PRINT-NORM-SECTION.
           MOVE "ABSCHNITT 1 - NORMALISIERUNG (LOGRULES)"
              TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           PERFORM PRINT-BLANK-LINE
           MOVE "ART             ANZAHL  AKTUELLE MELDUNG"
              & "                ANZAHL  VORGESCHLAGENE MELDUNG"
              TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           PERFORM VARYING WS-G2-ROW FROM 1 BY 1
                   UNTIL WS-G2-ROW > WS-GS-COUNT(2)
              IF WS-G-PAIRS(2, WS-G2-ROW) > 1
                 ADD 1 TO WS-MERGE-COUNT
                 PERFORM PRINT-MERGE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-G1-ROW FROM 1 BY 1
                   UNTIL WS-G1-ROW > WS-GS-COUNT(1)
              IF WS-G-PAIRS(1, WS-G1-ROW) > 1
                 ADD 1 TO WS-SPLIT-COUNT
                 PERFORM PRINT-SPLIT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
              MOVE WS-PR-G1(WS-PR-IDX) TO WS-G1-ROW
              MOVE WS-PR-G2(WS-PR-IDX) TO WS-G2-ROW
              IF WS-G-PAIRS(1, WS-G1-ROW) = 1
                 AND WS-G-PAIRS(2, WS-G2-ROW) = 1
                 AND WS-G-MSG(1, WS-G1-ROW)
                    NOT = WS-G-MSG(2, WS-G2-ROW)
                 ADD 1 TO WS-RENAME-COUNT
                 MOVE "NEUER SCHLUESSEL" TO WS-PRINT-LINE(1:16)
                 PERFORM PUT-LEFT-GROUP
                 PERFORM PUT-RIGHT-GROUP
                 PERFORM PRINT-ONE-LINE
              END-IF
           END-PERFORM
           IF WS-MERGE-COUNT = 0 AND WS-SPLIT-COUNT = 0
              AND WS-RENAME-COUNT = 0
              MOVE "  (KEINE AENDERUNG DER MELDUNGSGRUPPEN)"
                 TO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
           END-IF
           PERFORM PRINT-BLANK-LINE.

      * Zusammenfuehrung: die Vorschlags-Gruppe rechts, darunter
      * links jede aktuelle Gruppe, die in ihr aufgeht.
       PRINT-MERGE.
           MOVE "ZUSAMMENGEFUEHRT" TO WS-PRINT-LINE(1:16)
           PERFORM PUT-RIGHT-GROUP
           PERFORM PRINT-ONE-LINE
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
              IF WS-PR-G2(WS-PR-IDX) = WS-G2-ROW
                 MOVE WS-PR-G1(WS-PR-IDX) TO WS-G1-ROW
                 PERFORM PUT-LEFT-GROUP
                 PERFORM PRINT-ONE-LINE
              END-IF
           END-PERFORM.

      * Aufteilung: die aktuelle Gruppe links, darunter rechts
      * jede Vorschlags-Gruppe, in die sie zerfaellt.
       PRINT-SPLIT.
           MOVE "AUFGETEILT" TO WS-PRINT-LINE(1:10)
           PERFORM PUT-LEFT-GROUP
           PERFORM PRINT-ONE-LINE
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
              IF WS-PR-G1(WS-PR-IDX) = WS-G1-ROW
                 MOVE WS-PR-G2(WS-PR-IDX) TO WS-G2-ROW
                 PERFORM PUT-RIGHT-GROUP
                 PERFORM PRINT-ONE-LINE
              END-IF
           END-PERFORM.

       PUT-LEFT-GROUP.
           MOVE WS-G-CNT(1, WS-G1-ROW) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(16:7)
           MOVE WS-G-MSG(1, WS-G1-ROW) TO WS-PRINT-LINE(25:30).

       PUT-RIGHT-GROUP.
           MOVE WS-G-CNT(2, WS-G2-ROW) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(57:7)
           MOVE WS-G-MSG(2, WS-G2-ROW) TO WS-PRINT-LINE(66:30).

      * Abschnitt 2: Alarme, die nur unter einem der beiden
      * Regelsaetze feuern. Der Alarmschluessel ist die
      * normalisierte Meldung - wie in ALERTSTATE.DAT.
       PRINT-ALERT-SECTION.
           MOVE "ABSCHNITT 2 - SCHWELLWERT-ALARME (LOGALERTS, "
              & "NORMALISIERTE MELDUNG)" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           PERFORM PRINT-BLANK-LINE
           MOVE "ART             MELDUNG                         "
              & "LEVEL    AKT.ANZ AKT.SCHW  VOR.ANZ VOR.SCHW"
              TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           PERFORM VARYING WS-G2-ROW FROM 1 BY 1
                   UNTIL WS-G2-ROW > WS-GS-COUNT(2)
              IF WS-G-FIRE(2, WS-G2-ROW) = "Y"
                 MOVE 1 TO WS-SET
                 MOVE WS-G-MSG(2, WS-G2-ROW) TO WS-G-KEY
                 PERFORM FIND-GROUP
                 MOVE WS-G-OTHER TO WS-G1-ROW
                 IF WS-G1-ROW = 0
                    PERFORM PRINT-NEW-ALERT
                 ELSE
                    IF WS-G-FIRE(1, WS-G1-ROW) NOT = "Y"
                       PERFORM PRINT-NEW-ALERT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-G1-ROW FROM 1 BY 1
                   UNTIL WS-G1-ROW > WS-GS-COUNT(1)
              IF WS-G-FIRE(1, WS-G1-ROW) = "Y"
                 MOVE 2 TO WS-SET
                 MOVE WS-G-MSG(1, WS-G1-ROW) TO WS-G-KEY
                 PERFORM FIND-GROUP
                 MOVE WS-G-OTHER TO WS-G2-ROW
                 IF WS-G2-ROW = 0
                    PERFORM PRINT-STOPPED-ALERT
                 ELSE
                    IF WS-G-FIRE(2, WS-G2-ROW) NOT = "Y"
                       PERFORM PRINT-STOPPED-ALERT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NEWFIRE-COUNT = 0 AND WS-STOPFIRE-COUNT = 0
              MOVE "  (KEINE AENDERUNG DER ALARME)" TO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
           END-IF
           PERFORM PRINT-BLANK-LINE.

       PRINT-NEW-ALERT.
           ADD 1 TO WS-NEWFIRE-COUNT
           MOVE "NEU FEUERND" TO WS-PRINT-LINE(1:11)
           MOVE WS-G-MSG(2, WS-G2-ROW) TO WS-PRINT-LINE(17:30)
           MOVE WS-G-LEVEL(2, WS-G2-ROW) TO WS-PRINT-LINE(49:7)
           PERFORM PUT-ALERT-FIGURES
           PERFORM PRINT-ONE-LINE.

       PRINT-STOPPED-ALERT.
           ADD 1 TO WS-STOPFIRE-COUNT
           MOVE "ENTFAELLT" TO WS-PRINT-LINE(1:9)
           MOVE WS-G-MSG(1, WS-G1-ROW) TO WS-PRINT-LINE(17:30)
           MOVE WS-G-LEVEL(1, WS-G1-ROW) TO WS-PRINT-LINE(49:7)
           PERFORM PUT-ALERT-FIGURES
           PERFORM PRINT-ONE-LINE.

      * Anzahl und Schwellwert je Seite; "-" = die Meldung kommt
      * unter diesem Regelsatz nicht vor, "NEU" = sie alarmiert
      * ueber eine NEW-Regel.
       PUT-ALERT-FIGURES.
           IF WS-G1-ROW = 0
              MOVE "-" TO WS-PRINT-LINE(64:1)
              MOVE "-" TO WS-PRINT-LINE(73:1)
           ELSE
              MOVE WS-G-CNT(1, WS-G1-ROW) TO WS-NUM-DISP
              MOVE WS-NUM-DISP TO WS-PRINT-LINE(58:7)
              MOVE WS-G-THRESH(1, WS-G1-ROW) TO WS-THR-DISP
              MOVE WS-THR-DISP TO WS-PRINT-LINE(69:5)
              IF WS-G-BY-NEW(1, WS-G1-ROW) = "Y"
                 MOVE "  NEU" TO WS-PRINT-LINE(69:5)
              END-IF
           END-IF
           IF WS-G2-ROW = 0
              MOVE "-" TO WS-PRINT-LINE(82:1)
              MOVE "-" TO WS-PRINT-LINE(91:1)
           ELSE
              MOVE WS-G-CNT(2, WS-G2-ROW) TO WS-NUM-DISP
              MOVE WS-NUM-DISP TO WS-PRINT-LINE(76:7)
              MOVE WS-G-THRESH(2, WS-G2-ROW) TO WS-THR-DISP
              MOVE WS-THR-DISP TO WS-PRINT-LINE(87:5)
              IF WS-G-BY-NEW(2, WS-G2-ROW) = "Y"
                 MOVE "  NEU" TO WS-PRINT-LINE(87:5)
              END-IF
           END-IF.

      * Abschnitt 3: Summen je Team und die Saetze, die das Team
      * wechseln.
       PRINT-ROUTE-SECTION.
           MOVE "ABSCHNITT 3 - ZUSTELLUNG (LOGROUTES, ROHSATZ)"
              TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           PERFORM PRINT-BLANK-LINE
           MOVE "TEAM            AKTUELL VORSCHLAG  DIFFERENZ"
              TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TM-COUNT
              MOVE WS-TM-NAME(WS-TM-IDX) TO WS-PRINT-LINE(1:12)
              MOVE WS-TM-CNT-1(WS-TM-IDX) TO WS-NUM-DISP
              MOVE WS-NUM-DISP TO WS-PRINT-LINE(16:7)
              MOVE WS-TM-CNT-2(WS-TM-IDX) TO WS-NUM-DISP
              MOVE WS-NUM-DISP TO WS-PRINT-LINE(26:7)
              IF WS-TM-CNT-2(WS-TM-IDX) > WS-TM-CNT-1(WS-TM-IDX)
                 COMPUTE WS-NUM-DISP = WS-TM-CNT-2(WS-TM-IDX)
                    - WS-TM-CNT-1(WS-TM-IDX)
                 MOVE WS-NUM-DISP TO WS-PRINT-LINE(37:7)
                 MOVE "+" TO WS-PRINT-LINE(36:1)
              END-IF
              IF WS-TM-CNT-2(WS-TM-IDX) < WS-TM-CNT-1(WS-TM-IDX)
                 COMPUTE WS-NUM-DISP = WS-TM-CNT-1(WS-TM-IDX)
                    - WS-TM-CNT-2(WS-TM-IDX)
                 MOVE WS-NUM-DISP TO WS-PRINT-LINE(37:7)
                 MOVE "-" TO WS-PRINT-LINE(36:1)
              END-IF
              PERFORM PRINT-ONE-LINE
           END-PERFORM
           PERFORM PRINT-BLANK-LINE
           MOVE "TEAM AKTUELL   TEAM VORSCHLAG  ANZAHL  LEVEL    "
              & "MELDUNG" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
              MOVE WS-MV-FROM(WS-MV-IDX) TO WS-PRINT-LINE(1:12)
              MOVE WS-MV-TO(WS-MV-IDX) TO WS-PRINT-LINE(16:12)
              MOVE WS-MV-CNT(WS-MV-IDX) TO WS-NUM-DISP
              MOVE WS-NUM-DISP TO WS-PRINT-LINE(30:7)
              MOVE WS-MV-LEVEL(WS-MV-IDX) TO WS-PRINT-LINE(39:7)
              MOVE WS-MV-MSG(WS-MV-IDX) TO WS-PRINT-LINE(48:30)
              PERFORM PRINT-ONE-LINE
           END-PERFORM
           IF WS-MV-COUNT = 0
              MOVE "  (KEIN SATZ WECHSELT DAS TEAM)" TO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
           END-IF
           PERFORM PRINT-BLANK-LINE.

       PRINT-CONTROL-TOTALS.
           MOVE "KONTROLLSUMMEN" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE "  SAETZE DURCHGESPIELT" TO WS-PRINT-LINE
           MOVE WS-RECS-READ TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(33:7)
           PERFORM PRINT-ONE-LINE
           MOVE "  MELDUNGSGRUPPEN AKT./VOR." TO WS-PRINT-LINE
           MOVE WS-GS-COUNT(1) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(33:7)
           MOVE WS-GS-COUNT(2) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(43:7)
           PERFORM PRINT-ONE-LINE
           MOVE "  FEUERNDE ALARME AKT./VOR." TO WS-PRINT-LINE
           MOVE WS-FIRE-1 TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(33:7)
           MOVE WS-FIRE-2 TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(43:7)
           PERFORM PRINT-ONE-LINE
           MOVE "  SAETZE MIT TEAMWECHSEL" TO WS-PRINT-LINE
           MOVE WS-RECS-MOVED TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-PRINT-LINE(33:7)
           PERFORM PRINT-ONE-LINE
           IF WS-OVERFLOW = "Y"
              MOVE "  ** TABELLENGRENZE ERREICHT - BERICHT "
                 & "UNVOLLSTAENDIG **" TO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
           END-IF.
