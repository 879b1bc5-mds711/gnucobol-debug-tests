       IDENTIFICATION DIVISION.
      *Pflegeschirm fuer die Regel- und Steuerdateien der Log-Suite:
      *Zeilen pruefen wie die Leseprogramme, sperren, journalisieren
       PROGRAM-ID. LOGCTLED.
       REMARKS. Operator side of the suite's rule and control tables,
           in the LOGCATED ACCEPT/DISPLAY style: LOGRULES.DAT
           (normalization, read by LOGSORT and LOGMONTH),
           LOGALERTS.DAT (threshold policies, LOGSORT),
           LOGROUTES.DAT (routing rules, LOGROUTE), LOGLEVELS.DAT
           (level list and MAP translations, LOGVALID and
           LOGREPAIR), LOGCALENDAR.DAT (LOGCAL) and LOGMASK.DAT
           (masking patterns, LOGMASK). The operator
           picks a file, gets its lines numbered and checked, and
           can add a line (at the end or before a given line),
           change one by number or delete one (D plus number).
           Every line is checked against exactly the parse the
           reading program applies - a line that program would
           skip or ignore is marked E and refused on entry, a line
           it would read differently than intended (truncation, an
           empty threshold meaning "never", a MAP onto an unknown
           house code) is marked W. For the first-match tables the
           screen also warns when a rule can never be reached
           because an earlier rule always catches first, and for
           the normalization rules when a rule can never change
           anything any more. Saving takes the LOGLOCK lock on the
           file and journals every change through LOGJRNL with the
           before and after line and the operator ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Eine FD fuer alle sechs Dateien - der Name wird mit der
      * Auswahl gesetzt (LOGROUTEs Laufzeitnamen-Idiom).
           SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * So breit wie der breiteste Leser (LOGSORT/LOGROUTE: 80);
      * LOGVALID liest nur 40, LOGCAL nur 60 Stellen - was dahinter
      * steht, meldet die Pruefung.
       FD  CTL-FILE.
       01  CTL-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-CTL-STATUS       PIC XX VALUE "00".
       01  WS-CTL-NAME         PIC X(40) VALUE SPACES.
       01  WS-FILE-PICK        PIC X(2) VALUE SPACES.
      * R = LOGRULES, A = LOGALERTS, O = LOGROUTES, L = LOGLEVELS,
      * C = LOGCALENDAR, K = LOGMASK.
       01  WS-FILE-KIND        PIC X VALUE SPACE.
       01  WS-FILE-TAG         PIC X(8) VALUE SPACES.
       01  WS-ALL-DONE         PIC X VALUE "N".
       01  WS-DONE             PIC X VALUE "N".
       01  WS-CHANGED          PIC X VALUE "N".
       01  WS-FINAL-RC         PIC S9(4) COMP VALUE 0.

      * Die Zeilen der gewaehlten Datei (Leerzeilen ueberliest jeder
      * Leser und werden nicht gefuehrt), dazu je Zeile das
      * Pruefergebnis: Schwere (E = Leser ueberspringt die Zeile,
      * W = Warnung, leer = in Ordnung) und Hinweistext, und die
      * fuer die Abschattungspruefung zerlegten Felder.
       01  WS-LINE-COUNT       PIC 9(3) VALUE 0.
       01  WS-LINE-IDX         PIC 9(3) VALUE 0.
       01  WS-CMP-IDX          PIC 9(3) VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LINE-ROW OCCURS 250 TIMES.
               10  WS-LN-TEXT    PIC X(80).
               10  WS-LN-SEV     PIC X.
               10  WS-LN-NOTE    PIC X(60).
               10  WS-LN-TYPE    PIC X.
               10  WS-LN-KEY     PIC X(30).
               10  WS-LN-KEYLEN  PIC 9(2).
               10  WS-LN-VAL     PIC X(30).
       01  WS-ERR-COUNT        PIC 9(3) VALUE 0.
       01  WS-WARN-COUNT       PIC 9(3) VALUE 0.
       01  WS-RULE-SEEN        PIC 9(3) VALUE 0.
       01  WS-MAP-SEEN         PIC 9(3) VALUE 0.

      * Offene Aenderungen bis zum Speichern: Journal-Aktion, Zeile
      * vorher, Zeile nachher.
       01  WS-CHG-COUNT        PIC 9(3) VALUE 0.
       01  WS-CHG-IDX          PIC 9(3) VALUE 0.
       01  WS-CHG-TABLE.
           05  WS-CHG-ROW OCCURS 100 TIMES.
               10  WS-CG-ACTION  PIC X(12).
               10  WS-CG-BEFORE  PIC X(80).
               10  WS-CG-AFTER   PIC X(80).

      * Bedienung.
       01  WS-PICK-INPUT       PIC X(4) VALUE SPACES.
       01  WS-PICK-J           PIC X(3) JUSTIFIED RIGHT.
       01  WS-PICK             PIC 9(3) VALUE 0.
       01  WS-NEW-LINE         PIC X(80) VALUE SPACES.
       01  WS-OLD-LINE         PIC X(80) VALUE SPACES.
       01  WS-ANSWER           PIC X VALUE SPACE.
       01  WS-SLOT             PIC 9(3) VALUE 0.

      * Zerlegung einer Zeile - gleiche Feldbreiten wie im jeweiligen
      * Leseprogramm, damit Abschneiden genauso passiert; die
      * COUNT-IN-Felder verraten, wie lang der Text wirklich war.
       01  WS-P-CMD            PIC X(10) VALUE SPACES.
       01  WS-P-F1             PIC X(30) VALUE SPACES.
       01  WS-P-F2             PIC X(30) VALUE SPACES.
       01  WS-P-CNT1           PIC 9(3) VALUE 0.
       01  WS-P-CNT2           PIC 9(3) VALUE 0.
       01  WS-P-PIPES          PIC 9(3) VALUE 0.
       01  WS-P-THRESH-J       PIC X(5) JUSTIFIED RIGHT.
       01  WS-P-DEST           PIC X(12) VALUE SPACES.
       01  WS-P-LARG1          PIC X(10) VALUE SPACES.
       01  WS-P-LARG2          PIC X(10) VALUE SPACES.
       01  WS-P-CALARG         PIC X(10) VALUE SPACES.
       01  WS-P-REASON         PIC X(30) VALUE SPACES.
       01  WS-P-TRIM           PIC X(30) VALUE SPACES.
       01  WS-P-TALLY          PIC 9(3) VALUE 0.
       01  WS-P-MM             PIC 99 VALUE 0.
       01  WS-P-DD             PIC 99 VALUE 0.
       01  WS-LEN-FIELD        PIC X(30) VALUE SPACES.
       01  WS-LEN-RESULT       PIC 9(2) VALUE 0.
       01  WS-LEN-SCAN         PIC 9(2) VALUE 0.
       01  WS-TEXT-LEN         PIC 9(2) VALUE 0.
       01  WS-DIGIT-TEST       PIC X(30) VALUE SPACES.
       01  WS-IDX-DISP         PIC ZZ9.

      * Eingebaute Level-Liste von LOGVALID - gilt, solange
      * LOGLEVELS.DAT keine LEVEL-Zeile hat (Ziel-Pruefung der
      * MAP-Zeilen).
       01  WS-BUILTIN-INIT.
           05  FILLER          PIC X(7) VALUE "LEVEL-0".
           05  FILLER          PIC X(7) VALUE "ERROR".
           05  FILLER          PIC X(7) VALUE "WARN".
           05  FILLER          PIC X(7) VALUE "CRITICA".
           05  FILLER          PIC X(7) VALUE "INFO".
           05  FILLER          PIC X(7) VALUE "DEBUG".
       01  WS-BUILTIN REDEFINES WS-BUILTIN-INIT.
           05  WS-BUILTIN-LEVEL OCCURS 6 TIMES PIC X(7).
       01  WS-BI-IDX           PIC 9(2) VALUE 0.
       01  WS-LEVEL-LINES      PIC 9(3) VALUE 0.
       01  WS-LEVEL-FOUND      PIC X VALUE "N".

      * Wochentagskuerzel wie in LOGCAL.
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
       01  WS-WD-IDX           PIC 9(1) VALUE 0.
       01  WS-WD-PICK          PIC 9(1) VALUE 0.

      * Sperre je Datei (LOCK-LOGRULES.DAT usw.) und Journal.
       01  WS-LOCK-RESOURCE    PIC X(20) VALUE SPACES.
       01  WS-LOCK-ACTION      PIC X VALUE "L".
       01  WS-LOCK-HOLDER      PIC X(30) VALUE "LOGCTLED".
       01  WS-LOCK-RESULT      PIC X VALUE "N".
       01  WS-JRNL-PROGRAM     PIC X(10) VALUE "LOGCTLED".
       01  WS-JRNL-ACTION      PIC X(12) VALUE SPACES.
       01  WS-BEFORE-IMAGE     PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE      PIC X(80) VALUE SPACES.

           COPY LOGOPID.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGCTLED".
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
           DISPLAY "=== LOGCTLED: Regel- und Steuerdateien pflegen ==="
           PERFORM ENSURE-OPERATOR
           PERFORM UNTIL WS-ALL-DONE = "Y"
              PERFORM SHOW-FILE-MENU
              MOVE SPACES TO WS-FILE-PICK
              ACCEPT WS-FILE-PICK
              PERFORM SELECT-FILE
              IF WS-FILE-KIND NOT = SPACE
                 PERFORM EDIT-ONE-FILE
              END-IF
           END-PERFORM
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      * Holt die Bediener-Kennung nach, wenn kein LOGMENU-Sign-on
      * sie gesetzt hat - jede Aenderung braucht einen Namen im
      * Journal.
       ENSURE-OPERATOR.
           IF LOG-OPERATOR-ID NOT = SPACES
              AND LOG-OPERATOR-ID NOT = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Operator sign-on - enter your ID: "
           ACCEPT LOG-OPERATOR-ID
           IF LOG-OPERATOR-ID = SPACES
              MOVE "UNKNOWN" TO LOG-OPERATOR-ID
           END-IF.

       SHOW-FILE-MENU.
           DISPLAY " "
           DISPLAY "1  LOGRULES.DAT     Normalisierung "
                   "(LOGSORT, LOGMONTH)"
           DISPLAY "2  LOGALERTS.DAT    Schwellwert-Regeln (LOGSORT)"
           DISPLAY "3  LOGROUTES.DAT    Routing-Regeln (LOGROUTE)"
           DISPLAY "4  LOGLEVELS.DAT    Level-Liste und MAP "
                   "(LOGVALID, LOGREPAIR)"
           DISPLAY "5  LOGCALENDAR.DAT  Betriebskalender (LOGCAL)"
           DISPLAY "6  LOGMASK.DAT      Maskierungsmuster (LOGMASK)"
           DISPLAY "File to maintain (blank = done): ".

       SELECT-FILE.
           MOVE SPACE TO WS-FILE-KIND
           EVALUATE WS-FILE-PICK
              WHEN "1 "
                 MOVE "R" TO WS-FILE-KIND
                 MOVE "LOGRULES.DAT" TO WS-CTL-NAME
                 MOVE "RULES" TO WS-FILE-TAG
              WHEN "2 "
                 MOVE "A" TO WS-FILE-KIND
                 MOVE "LOGALERTS.DAT" TO WS-CTL-NAME
                 MOVE "ALERTS" TO WS-FILE-TAG
              WHEN "3 "
                 MOVE "O" TO WS-FILE-KIND
                 MOVE "LOGROUTES.DAT" TO WS-CTL-NAME
                 MOVE "ROUTES" TO WS-FILE-TAG
              WHEN "4 "
                 MOVE "L" TO WS-FILE-KIND
                 MOVE "LOGLEVELS.DAT" TO WS-CTL-NAME
                 MOVE "LEVELS" TO WS-FILE-TAG
              WHEN "5 "
                 MOVE "C" TO WS-FILE-KIND
                 MOVE "LOGCALENDAR.DAT" TO WS-CTL-NAME
                 MOVE "CALENDAR" TO WS-FILE-TAG
              WHEN "6 "
                 MOVE "K" TO WS-FILE-KIND
                 MOVE "LOGMASK.DAT" TO WS-CTL-NAME
                 MOVE "MASK" TO WS-FILE-TAG
              WHEN SPACES
                 MOVE "Y" TO WS-ALL-DONE
              WHEN OTHER
                 DISPLAY "** Unbekannte Auswahl: " WS-FILE-PICK " **"
           END-EVALUATE.

      * Pflege einer Datei: laden, pruefen, Zeilen zeigen, Kommandos
      * bis leer (speichern und zurueck) oder X (verwerfen).
       EDIT-ONE-FILE.
           PERFORM LOAD-LINES
           MOVE "N" TO WS-DONE
           MOVE "N" TO WS-CHANGED
           MOVE 0 TO WS-CHG-COUNT
           PERFORM UNTIL WS-DONE = "Y"
              PERFORM CHECK-TABLE
              PERFORM SHOW-LINES
              DISPLAY "Number to change, A = add, D<number> = "
                      "delete, X = leave without saving, "
                      "blank = save and leave: "
              MOVE SPACES TO WS-PICK-INPUT
              ACCEPT WS-PICK-INPUT
              EVALUATE TRUE
                 WHEN WS-PICK-INPUT = SPACES
                    PERFORM SAVE-AND-LEAVE
                 WHEN WS-PICK-INPUT = "X"
                    IF WS-CHANGED = "Y"
                       DISPLAY "Aenderungen an "
                               FUNCTION TRIM(WS-CTL-NAME)
                               " verworfen"
                    END-IF
                    MOVE "Y" TO WS-DONE
                 WHEN WS-PICK-INPUT = "A"
                    PERFORM ADD-LINE
                 WHEN WS-PICK-INPUT(1:1) = "D"
                    PERFORM DELETE-LINE
                 WHEN OTHER
                    PERFORM CHANGE-LINE
              END-EVALUATE
           END-PERFORM.

       LOAD-LINES.
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY FUNCTION TRIM(WS-CTL-NAME)
                      " nicht vorhanden - Datei beginnt leer"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ CTL-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF CTL-REC NOT = SPACES
                       IF WS-LINE-COUNT < 249
                          ADD 1 TO WS-LINE-COUNT
                          MOVE CTL-REC TO WS-LN-TEXT(WS-LINE-COUNT)
                       ELSE
                          DISPLAY "** WARNUNG: mehr als 249 Zeilen "
                                  "- Rest nicht geladen, Datei "
                                  "bitte im Editor kuerzen **"
                          MOVE "Y" TO EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CTL-FILE
           MOVE "N" TO EOF.

       SHOW-LINES.
           DISPLAY " "
           DISPLAY "--- " FUNCTION TRIM(WS-CTL-NAME) " ---"
           DISPLAY "Nr  ! Zeile"
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
              DISPLAY WS-LINE-IDX " " WS-LN-SEV(WS-LINE-IDX) " "
                      FUNCTION TRIM(WS-LN-TEXT(WS-LINE-IDX) TRAILING)
              IF WS-LN-SEV(WS-LINE-IDX) NOT = SPACE
                 DISPLAY "      -> "
                         FUNCTION TRIM(WS-LN-NOTE(WS-LINE-IDX))
              END-IF
           END-PERFORM
           IF WS-LINE-COUNT = 0
              DISPLAY "  (Datei ist leer)"
           END-IF
           DISPLAY "Fehler (E, Zeile wird ignoriert): " WS-ERR-COUNT
                   "  Warnungen (W): " WS-WARN-COUNT.

      * Neue Zeile: pruefen (im freien Platz hinter der letzten
      * Zeile), eine E-Zeile wird abgewiesen; dann wahlweise vor
      * einer bestehenden Zeile einfuegen - bei erste-Regel-gewinnt
      * entscheidet die Position.
       ADD-LINE.
           IF WS-LINE-COUNT >= 249
              DISPLAY "** Datei voll (249 Zeilen) **"
              EXIT PARAGRAPH
           END-IF
           IF WS-CHG-COUNT >= 100
              DISPLAY "** 100 offene Aenderungen - bitte erst "
                      "speichern **"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "New line: "
           MOVE SPACES TO WS-NEW-LINE
           ACCEPT WS-NEW-LINE
           IF WS-NEW-LINE = SPACES
              DISPLAY "** Leere Zeile - nichts angelegt **"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CANDIDATE
           IF WS-LN-SEV(WS-SLOT) = "E"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Insert before line number (blank = at end): "
           MOVE SPACES TO WS-PICK-INPUT
           ACCEPT WS-PICK-INPUT
           MOVE WS-LINE-COUNT TO WS-PICK
           ADD 1 TO WS-PICK
           IF WS-PICK-INPUT NOT = SPACES
              MOVE FUNCTION TRIM(WS-PICK-INPUT) TO WS-PICK-J
              INSPECT WS-PICK-J REPLACING LEADING " " BY "0"
              IF WS-PICK-J NUMERIC
                 MOVE WS-PICK-J TO WS-PICK
              END-IF
              IF WS-PICK = 0 OR WS-PICK > WS-LINE-COUNT
                 DISPLAY "** Ungueltige Nummer - Zeile kommt ans "
                         "Ende **"
                 MOVE WS-LINE-COUNT TO WS-PICK
                 ADD 1 TO WS-PICK
              END-IF
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM WS-LINE-COUNT BY -1
                   UNTIL WS-LINE-IDX < WS-PICK
              MOVE WS-LINE-ROW(WS-LINE-IDX)
                 TO WS-LINE-ROW(WS-LINE-IDX + 1)
           END-PERFORM
           MOVE WS-NEW-LINE TO WS-LN-TEXT(WS-PICK)
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-OLD-LINE
           MOVE "ADD" TO WS-JRNL-ACTION
           PERFORM NOTE-CHANGE.

       CHANGE-LINE.
           MOVE FUNCTION TRIM(WS-PICK-INPUT) TO WS-PICK-J
           INSPECT WS-PICK-J REPLACING LEADING " " BY "0"
           IF WS-PICK-J NOT NUMERIC
              DISPLAY "** Ungueltige Nummer **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-J TO WS-PICK
           IF WS-PICK = 0 OR WS-PICK > WS-LINE-COUNT
              DISPLAY "** Ungueltige Nummer **"
              EXIT PARAGRAPH
           END-IF
           IF WS-CHG-COUNT >= 100
              DISPLAY "** 100 offene Aenderungen - bitte erst "
                      "speichern **"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Now: " FUNCTION TRIM(WS-LN-TEXT(WS-PICK) TRAILING)
           DISPLAY "New text (blank = keep): "
           MOVE SPACES TO WS-NEW-LINE
           ACCEPT WS-NEW-LINE
           IF WS-NEW-LINE = SPACES
              OR WS-NEW-LINE = WS-LN-TEXT(WS-PICK)
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CANDIDATE
           IF WS-LN-SEV(WS-SLOT) = "E"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-TEXT(WS-PICK) TO WS-OLD-LINE
           MOVE WS-NEW-LINE TO WS-LN-TEXT(WS-PICK)
           MOVE "CHG" TO WS-JRNL-ACTION
           PERFORM NOTE-CHANGE.

       DELETE-LINE.
           MOVE FUNCTION TRIM(WS-PICK-INPUT(2:3)) TO WS-PICK-J
           INSPECT WS-PICK-J REPLACING LEADING " " BY "0"
           IF WS-PICK-J NOT NUMERIC
              DISPLAY "** Ungueltige Nummer **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-J TO WS-PICK
           IF WS-PICK = 0 OR WS-PICK > WS-LINE-COUNT
              DISPLAY "** Ungueltige Nummer **"
              EXIT PARAGRAPH
           END-IF
           IF WS-CHG-COUNT >= 100
              DISPLAY "** 100 offene Aenderungen - bitte erst "
                      "speichern **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-TEXT(WS-PICK) TO WS-OLD-LINE
           DISPLAY "Geloescht: " FUNCTION TRIM(WS-OLD-LINE TRAILING)
           PERFORM VARYING WS-LINE-IDX FROM WS-PICK BY 1
                   UNTIL WS-LINE-IDX >= WS-LINE-COUNT
              MOVE WS-LINE-ROW(WS-LINE-IDX + 1)
                 TO WS-LINE-ROW(WS-LINE-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-LINE-COUNT
           MOVE SPACES TO WS-NEW-LINE
           MOVE "DEL" TO WS-JRNL-ACTION
           PERFORM NOTE-CHANGE.

      * Merkt eine Aenderung fuers Journal vor: Aktion
      * "<Datei>-ADD/-CHG/-DEL", Zeile vorher und nachher.
       NOTE-CHANGE.
           ADD 1 TO WS-CHG-COUNT
           MOVE SPACES TO WS-CG-ACTION(WS-CHG-COUNT)
           STRING FUNCTION TRIM(WS-FILE-TAG) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-JRNL-ACTION DELIMITED BY SPACE
                  INTO WS-CG-ACTION(WS-CHG-COUNT)
           MOVE WS-OLD-LINE TO WS-CG-BEFORE(WS-CHG-COUNT)
           MOVE WS-NEW-LINE TO WS-CG-AFTER(WS-CHG-COUNT)
           MOVE "Y" TO WS-CHANGED.

      * Prueft die eingegebene Zeile im freien Platz hinter der
      * letzten Zeile und zeigt das Ergebnis; E wird abgewiesen.
       CHECK-CANDIDATE.
           MOVE WS-LINE-COUNT TO WS-SLOT
           ADD 1 TO WS-SLOT
           MOVE WS-NEW-LINE TO WS-LN-TEXT(WS-SLOT)
           MOVE WS-SLOT TO WS-LINE-IDX
           PERFORM VALIDATE-LINE
           EVALUATE WS-LN-SEV(WS-SLOT)
              WHEN "E"
                 DISPLAY "** Zeile abgewiesen: "
                         FUNCTION TRIM(WS-LN-NOTE(WS-SLOT)) " **"
              WHEN "W"
                 DISPLAY "** WARNUNG: "
                         FUNCTION TRIM(WS-LN-NOTE(WS-SLOT)) " **"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * Speichern unter Sperre: fehlerhafte Zeilen (aus der Datei
      * uebernommen) nur nach Rueckfrage, ohne Sperre bleibt alles
      * offen. Danach wird jede Aenderung journalisiert.
       SAVE-AND-LEAVE.
           IF WS-CHANGED NOT = "Y"
              MOVE "Y" TO WS-DONE
              EXIT PARAGRAPH
           END-IF
           IF WS-ERR-COUNT > 0
              DISPLAY "** " WS-ERR-COUNT " Zeile(n) mit E werden vom "
                      "Leseprogramm ignoriert - trotzdem speichern? "
                      "(J/N): "
              MOVE SPACE TO WS-ANSWER
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "J" AND WS-ANSWER NOT = "Y"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE SPACES TO WS-LOCK-RESOURCE
           STRING "LOG" DELIMITED BY SIZE
                  WS-FILE-TAG DELIMITED BY SPACE
                  INTO WS-LOCK-RESOURCE
           MOVE "L" TO WS-LOCK-ACTION
           CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                   WS-LOCK-HOLDER WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
              DISPLAY "** LOGCTLED: keine Sperre auf "
                      FUNCTION TRIM(WS-LOCK-RESOURCE)
                      " - nicht gespeichert, Aenderungen bleiben "
                      "offen **"
              MOVE 8 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-CTL-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-CTL-STATUS ") **"
              MOVE 16 TO WS-FINAL-RC
              PERFORM FREE-LOCK
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
              MOVE WS-LN-TEXT(WS-LINE-IDX) TO CTL-REC
              WRITE CTL-REC
           END-PERFORM
           CLOSE CTL-FILE
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
              MOVE WS-CG-ACTION(WS-CHG-IDX) TO WS-JRNL-ACTION
              MOVE WS-CG-BEFORE(WS-CHG-IDX) TO WS-BEFORE-IMAGE
              MOVE WS-CG-AFTER(WS-CHG-IDX) TO WS-AFTER-IMAGE
              CALL "LOGJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
                      WS-BEFORE-IMAGE WS-AFTER-IMAGE
              END-CALL
           END-PERFORM
           PERFORM FREE-LOCK
           DISPLAY FUNCTION TRIM(WS-CTL-NAME) " gespeichert ("
                   WS-LINE-COUNT " Zeilen, " WS-CHG-COUNT
                   " Aenderung(en) journalisiert)"
           IF WS-ERR-COUNT > 0 AND WS-FINAL-RC < 4
              MOVE 4 TO WS-FINAL-RC
           END-IF
           MOVE 0 TO WS-CHG-COUNT
           MOVE "N" TO WS-CHANGED
           MOVE "Y" TO WS-DONE.

       FREE-LOCK.
           MOVE "U" TO WS-LOCK-ACTION
           CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                   WS-LOCK-HOLDER WS-LOCK-RESULT
           END-CALL.

      * -------- Pruefung --------
      * Jede Zeile einzeln wie im Leseprogramm, dann die
      * Hoechstzahlen der Leser und die Abschattung zwischen den
      * Zeilen. Gezaehlt wird erst am Ende.
       CHECK-TABLE.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
              PERFORM VALIDATE-LINE
           END-PERFORM
           PERFORM CHECK-CAPACITY
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
              IF WS-LN-SEV(WS-LINE-IDX) = SPACE
                 PERFORM CHECK-SHADOW
              END-IF
           END-PERFORM
           MOVE 0 TO WS-ERR-COUNT
           MOVE 0 TO WS-WARN-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
              IF WS-LN-SEV(WS-LINE-IDX) = "E"
                 ADD 1 TO WS-ERR-COUNT
              END-IF
              IF WS-LN-SEV(WS-LINE-IDX) = "W"
                 ADD 1 TO WS-WARN-COUNT
              END-IF
           END-PERFORM.

       VALIDATE-LINE.
           MOVE SPACE TO WS-LN-SEV(WS-LINE-IDX)
           MOVE SPACES TO WS-LN-NOTE(WS-LINE-IDX)
           MOVE SPACE TO WS-LN-TYPE(WS-LINE-IDX)
           MOVE SPACES TO WS-LN-KEY(WS-LINE-IDX)
           MOVE 0 TO WS-LN-KEYLEN(WS-LINE-IDX)
           MOVE SPACES TO WS-LN-VAL(WS-LINE-IDX)
           EVALUATE WS-FILE-KIND
              WHEN "R"
                 PERFORM VALIDATE-NORM-RULE
              WHEN "A"
                 PERFORM VALIDATE-MATCH-RULE
              WHEN "O"
                 PERFORM VALIDATE-MATCH-RULE
              WHEN "L"
                 PERFORM VALIDATE-LEVEL-LINE
              WHEN "C"
                 PERFORM VALIDATE-CALENDAR-LINE
              WHEN "K"
                 PERFORM VALIDATE-MASK-LINE
           END-EVALUATE.

      * LOGSORTs PARSE-ONE-RULE: "DIGITS" oder "REPLACE|von|nach",
      * Suchtext darf nicht leer sein.
       VALIDATE-NORM-RULE.
           IF WS-LN-TEXT(WS-LINE-IDX)(1:7) = "DIGITS "
              OR FUNCTION TRIM(WS-LN-TEXT(WS-LINE-IDX)) = "DIGITS"
              MOVE "D" TO WS-LN-TYPE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-TEXT(WS-LINE-IDX)(1:8) NOT = "REPLACE|"
              MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "unbekannte Regel - erlaubt: DIGITS oder "
                   & "REPLACE|von|nach" TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-PIPE-LINE
           MOVE WS-P-F1 TO WS-LEN-FIELD
           PERFORM MEASURE-FIELD-LEN
           IF WS-LEN-RESULT = 0
              MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "REPLACE-Regel ohne Suchtext"
                 TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-LN-TYPE(WS-LINE-IDX)
           MOVE WS-P-F1 TO WS-LN-KEY(WS-LINE-IDX)
           MOVE WS-LEN-RESULT TO WS-LN-KEYLEN(WS-LINE-IDX)
           MOVE WS-P-F2 TO WS-LN-VAL(WS-LINE-IDX)
           IF WS-P-CNT1 > 30 OR WS-P-CNT2 > 30
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Text laenger als 30 Zeichen - wird abgeschnitten"
                 TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-P-PIPES > 2
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Text hinter dem dritten Feld wird ignoriert"
                 TO WS-LN-NOTE(WS-LINE-IDX)
           END-IF.

      * LOGSORTs PARSE-ONE-POLICY (LOGALERTS) und LOGROUTEs
      * PARSE-ONE-RULE (LOGROUTES): "LEVEL|code|x" oder
      * "MESSAGE|muster|x", x = Schwellwert bzw. Ziel. LOGALERTS
      * kennt zusaetzlich "NEW|level" (neue Meldungen alarmieren).
       VALIDATE-MATCH-RULE.
           PERFORM SPLIT-PIPE-LINE
           IF WS-FILE-KIND = "A" AND WS-P-CMD = "NEW"
              PERFORM VALIDATE-NEW-RULE
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-P-CMD
              WHEN "LEVEL"
                 MOVE "L" TO WS-LN-TYPE(WS-LINE-IDX)
              WHEN "MESSAGE"
                 MOVE "M" TO WS-LN-TYPE(WS-LINE-IDX)
              WHEN OTHER
                 MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                 MOVE "unbekannte Regel - erlaubt: LEVEL|... oder "
                      & "MESSAGE|..." TO WS-LN-NOTE(WS-LINE-IDX)
                 IF WS-FILE-KIND = "A"
                    MOVE "unbekannte Regel - erlaubt: LEVEL|..., "
                         & "MESSAGE|... oder NEW|..."
                       TO WS-LN-NOTE(WS-LINE-IDX)
                 END-IF
                 EXIT PARAGRAPH
           END-EVALUATE
           IF WS-FILE-KIND = "A"
              PERFORM VALIDATE-THRESHOLD
           ELSE
              PERFORM VALIDATE-DESTINATION
           END-IF
           IF WS-LN-SEV(WS-LINE-IDX) = "E"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-P-F1 TO WS-LEN-FIELD
           PERFORM MEASURE-FIELD-LEN
           IF WS-LEN-RESULT = 0
              MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Regel ohne Muster" TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-P-F1 TO WS-LN-KEY(WS-LINE-IDX)
           MOVE WS-LEN-RESULT TO WS-LN-KEYLEN(WS-LINE-IDX)
           IF WS-LN-SEV(WS-LINE-IDX) NOT = SPACE
              EXIT PARAGRAPH
           END-IF
           IF WS-P-F1(1:1) = SPACE
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Muster beginnt mit Leerzeichen - wird so "
                   & "verglichen" TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-TYPE(WS-LINE-IDX) = "L" AND WS-LEN-RESULT > 7
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "LEVEL vergleicht nur die ersten 7 Zeichen"
                 TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-P-CNT1 > 30
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Muster laenger als 30 Zeichen - wird "
                   & "abgeschnitten" TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-P-PIPES > 2
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Text hinter dem dritten Feld wird ignoriert"
                 TO WS-LN-NOTE(WS-LINE-IDX)
           END-IF.

      * "NEW|level": LOGSORT vergleicht die ersten 7 Stellen mit
      * dem Level der Meldung, ein drittes Feld ignoriert es.
       VALIDATE-NEW-RULE.
           MOVE "N" TO WS-LN-TYPE(WS-LINE-IDX)
           IF WS-P-F1 = SPACES
              MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "NEW ohne Level" TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-P-F1(1:7) TO WS-LN-KEY(WS-LINE-IDX)
           MOVE 7 TO WS-LN-KEYLEN(WS-LINE-IDX)
           IF WS-P-F1(8:23) NOT = SPACES
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "NEW vergleicht nur die ersten 7 Zeichen"
                 TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-P-PIPES > 1
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "NEW hat keinen Schwellwert - wird ignoriert"
                 TO WS-LN-NOTE(WS-LINE-IDX)
           END-IF.

      * Schwellwert wie LOGSORT: die ersten 5 Stellen, getrimmt,
      * rechtsbuendig, fuehrende Leerstellen als Nullen - muss
      * numerisch sein. Leer ergibt 0 = nie alarmieren.
       VALIDATE-THRESHOLD.
           MOVE FUNCTION TRIM(WS-P-F2(1:5)) TO WS-P-THRESH-J
           INSPECT WS-P-THRESH-J REPLACING LEADING " " BY "0"
           IF WS-P-THRESH-J NOT NUMERIC
              MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Schwellwert nicht numerisch"
                 TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-P-F2(1:5) = SPACES
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "kein Schwellwert - gilt als 0 = nie alarmieren"
                 TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-P-CNT2 > 5
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Schwellwert hat mehr als 5 Stellen - wird "
                   & "abgeschnitten" TO WS-LN-NOTE(WS-LINE-IDX)
           END-IF.

      * Ziel wie LOGROUTE: 12 Stellen, darf nicht leer sein; es
      * wird Teil des Dateinamens ROUTE-<ziel>.DAT.
       VALIDATE-DESTINATION.
           MOVE WS-P-F2(1:12) TO WS-P-DEST
           IF WS-P-DEST = SPACES
              MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Regel ohne Ziel" TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-P-DEST) TO WS-P-TRIM
           MOVE 0 TO WS-P-TALLY
           MOVE WS-P-TRIM TO WS-LEN-FIELD
           PERFORM MEASURE-FIELD-LEN
           INSPECT WS-P-TRIM(1:WS-LEN-RESULT)
              TALLYING WS-P-TALLY FOR ALL " "
           IF WS-P-TALLY > 0
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Ziel enthaelt Leerzeichen - landet so im "
                   & "Dateinamen" TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-P-CNT2 > 12
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Ziel laenger als 12 Zeichen - wird abgeschnitten"
                 TO WS-LN-NOTE(WS-LINE-IDX)
           END-IF.

      * LOGVALIDs PARSE-ONE-LEVEL-RULE auf den ersten 40 Stellen:
      * "LEVEL|code" oder "MAP|fremd|haus", Codes 7 Stellen.
       VALIDATE-LEVEL-LINE.
           MOVE SPACES TO WS-P-CMD WS-P-LARG1 WS-P-LARG2
           MOVE 0 TO WS-P-CNT1 WS-P-CNT2
           PERFORM MEASURE-LINE-LEN
           IF WS-TEXT-LEN > 40
              MOVE 40 TO WS-TEXT-LEN
           END-IF
           UNSTRING WS-LN-TEXT(WS-LINE-IDX)(1:WS-TEXT-LEN)
              DELIMITED BY "|"
              INTO WS-P-CMD
                   WS-P-LARG1 COUNT IN WS-P-CNT1
                   WS-P-LARG2 COUNT IN WS-P-CNT2
           END-UNSTRING
           EVALUATE WS-P-CMD
              WHEN "LEVEL"
                 IF WS-P-LARG1 = SPACES
                    MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                    MOVE "LEVEL ohne Code" TO WS-LN-NOTE(WS-LINE-IDX)
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "V" TO WS-LN-TYPE(WS-LINE-IDX)
                 MOVE WS-P-LARG1(1:7) TO WS-LN-KEY(WS-LINE-IDX)
              WHEN "MAP"
                 IF WS-P-LARG1 = SPACES OR WS-P-LARG2 = SPACES
                    MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                    MOVE "MAP braucht Fremdcode und Hauscode"
                       TO WS-LN-NOTE(WS-LINE-IDX)
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "P" TO WS-LN-TYPE(WS-LINE-IDX)
                 MOVE WS-P-LARG1(1:7) TO WS-LN-KEY(WS-LINE-IDX)
                 MOVE WS-P-LARG2(1:7) TO WS-LN-VAL(WS-LINE-IDX)
              WHEN OTHER
                 MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                 MOVE "unbekannte Zeile - erlaubt: LEVEL|code oder "
                      & "MAP|fremd|haus" TO WS-LN-NOTE(WS-LINE-IDX)
                 EXIT PARAGRAPH
           END-EVALUATE
           IF WS-P-CNT1 > 7 OR WS-P-CNT2 > 7
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Code laenger als 7 Zeichen - nur die ersten 7 "
                   & "zaehlen" TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-TEXT(WS-LINE-IDX)(41:40) NOT = SPACES
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Text hinter Spalte 40 wird nicht gelesen"
                 TO WS-LN-NOTE(WS-LINE-IDX)
           END-IF.

      * LOGCALs PARSE-ONE-RULE auf den ersten 60 Stellen:
      * "NORUN|YYYY-MM-DD|grund" oder "WEEKDAY|SAT|grund".
       VALIDATE-CALENDAR-LINE.
           MOVE SPACES TO WS-P-CMD WS-P-CALARG WS-P-REASON
           MOVE 0 TO WS-P-CNT1 WS-P-CNT2
           PERFORM MEASURE-LINE-LEN
           IF WS-TEXT-LEN > 60
              MOVE 60 TO WS-TEXT-LEN
           END-IF
           UNSTRING WS-LN-TEXT(WS-LINE-IDX)(1:WS-TEXT-LEN)
              DELIMITED BY "|"
              INTO WS-P-CMD
                   WS-P-CALARG COUNT IN WS-P-CNT1
                   WS-P-REASON COUNT IN WS-P-CNT2
           END-UNSTRING
           EVALUATE WS-P-CMD
              WHEN "NORUN"
                 PERFORM VALIDATE-NORUN-DATE
                 IF WS-LN-SEV(WS-LINE-IDX) = "E"
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "N" TO WS-LN-TYPE(WS-LINE-IDX)
                 MOVE WS-P-CALARG TO WS-LN-KEY(WS-LINE-IDX)
              WHEN "WEEKDAY"
                 MOVE 0 TO WS-WD-PICK
                 PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                         UNTIL WS-WD-IDX > 7 OR WS-WD-PICK > 0
                    IF WS-P-CALARG(1:3) = WS-WD-NAME(WS-WD-IDX)
                       MOVE WS-WD-IDX TO WS-WD-PICK
                    END-IF
                 END-PERFORM
                 IF WS-WD-PICK = 0
                    MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                    MOVE "unbekannter Wochentag - erlaubt: SUN MON "
                         & "TUE WED THU FRI SAT"
                       TO WS-LN-NOTE(WS-LINE-IDX)
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "W" TO WS-LN-TYPE(WS-LINE-IDX)
                 MOVE WS-P-CALARG(1:3) TO WS-LN-KEY(WS-LINE-IDX)
              WHEN OTHER
                 MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                 MOVE "unbekannte Kalenderregel - erlaubt: NORUN|"
                      & "datum|grund, WEEKDAY|tag|grund"
                    TO WS-LN-NOTE(WS-LINE-IDX)
                 EXIT PARAGRAPH
           END-EVALUATE
           IF WS-P-REASON = SPACES
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "ohne Grund - Auswertungen zeigen dann keinen"
                 TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-P-CNT2 > 30
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Grund laenger als 30 Zeichen - wird abgeschnitten"
                 TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-TEXT(WS-LINE-IDX)(61:20) NOT = SPACES
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Text hinter Spalte 60 wird nicht gelesen"
                 TO WS-LN-NOTE(WS-LINE-IDX)
           END-IF.

      * LOGCAL vergleicht das Datum zeichengenau mit YYYY-MM-DD -
      * eine andere Schreibweise trifft nie.
       VALIDATE-NORUN-DATE.
           IF WS-P-CALARG(1:4) NOT NUMERIC
              OR WS-P-CALARG(5:1) NOT = "-"
              OR WS-P-CALARG(6:2) NOT NUMERIC
              OR WS-P-CALARG(8:1) NOT = "-"
              OR WS-P-CALARG(9:2) NOT NUMERIC
              OR WS-P-CNT1 > 10
              MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Datum nicht im Format YYYY-MM-DD - trifft nie"
                 TO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-P-CALARG(6:2) TO WS-P-MM
           MOVE WS-P-CALARG(9:2) TO WS-P-DD
           IF WS-P-MM < 1 OR WS-P-MM > 12
              OR WS-P-DD < 1 OR WS-P-DD > 31
              MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "kein gueltiges Datum - trifft nie"
                 TO WS-LN-NOTE(WS-LINE-IDX)
           END-IF.

      * LOGMASKs ADD-PATTERN: "EMAIL", "DIGITS|n" (1 bis 99) oder
      * "PREFIX|text" (hoechstens 12 Zeichen); "*" in Spalte 1 ist
      * ein Kommentar. Das Kommando darf klein geschrieben sein.
       VALIDATE-MASK-LINE.
           IF WS-LN-TEXT(WS-LINE-IDX)(1:1) = "*"
              MOVE "*" TO WS-LN-TYPE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-PIPE-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-P-CMD))
              TO WS-P-CMD
           MOVE FUNCTION TRIM(WS-P-F1) TO WS-P-TRIM
           EVALUATE WS-P-CMD
              WHEN "EMAIL"
                 MOVE "E" TO WS-LN-TYPE(WS-LINE-IDX)
                 IF WS-P-TRIM NOT = SPACES
                    MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
                    MOVE "Text hinter EMAIL wird ignoriert"
                       TO WS-LN-NOTE(WS-LINE-IDX)
                 END-IF
                 EXIT PARAGRAPH
              WHEN "DIGITS"
                 MOVE FUNCTION TRIM(WS-P-F1) TO WS-P-THRESH-J
                 INSPECT WS-P-THRESH-J REPLACING LEADING " " BY "0"
                 IF WS-P-THRESH-J NOT NUMERIC
                    OR WS-P-THRESH-J = "00000"
                    OR WS-P-THRESH-J(1:3) NOT = "000"
                    OR WS-P-TRIM(6:) NOT = SPACES
                    MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                    MOVE "DIGITS braucht eine Stellenzahl 1 bis 99"
                       TO WS-LN-NOTE(WS-LINE-IDX)
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "D" TO WS-LN-TYPE(WS-LINE-IDX)
                 MOVE WS-P-THRESH-J(4:2) TO WS-LN-KEY(WS-LINE-IDX)
              WHEN "PREFIX"
                 MOVE WS-P-TRIM TO WS-LEN-FIELD
                 PERFORM MEASURE-FIELD-LEN
                 IF WS-LEN-RESULT = 0
                    MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                    MOVE "PREFIX ohne Praefix-Text"
                       TO WS-LN-NOTE(WS-LINE-IDX)
                    EXIT PARAGRAPH
                 END-IF
                 IF WS-LEN-RESULT > 12
                    MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                    MOVE "Praefix laenger als 12 Zeichen"
                       TO WS-LN-NOTE(WS-LINE-IDX)
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "X" TO WS-LN-TYPE(WS-LINE-IDX)
                 MOVE FUNCTION UPPER-CASE(WS-P-TRIM)
                    TO WS-LN-KEY(WS-LINE-IDX)
                 MOVE WS-LEN-RESULT TO WS-LN-KEYLEN(WS-LINE-IDX)
              WHEN OTHER
                 MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                 MOVE "unbekanntes Muster - erlaubt: EMAIL, "
                      & "DIGITS|n, PREFIX|text"
                    TO WS-LN-NOTE(WS-LINE-IDX)
                 EXIT PARAGRAPH
           END-EVALUATE
           IF WS-P-PIPES > 1
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Text hinter dem zweiten Feld wird ignoriert"
                 TO WS-LN-NOTE(WS-LINE-IDX)
           END-IF.

      * Zerlegt die Zeile wie LOGSORT/LOGROUTE am "|" und zaehlt
      * die Trenner.
       SPLIT-PIPE-LINE.
           MOVE SPACES TO WS-P-CMD WS-P-F1 WS-P-F2
           MOVE 0 TO WS-P-CNT1 WS-P-CNT2 WS-P-PIPES
           PERFORM MEASURE-LINE-LEN
           UNSTRING WS-LN-TEXT(WS-LINE-IDX)(1:WS-TEXT-LEN)
              DELIMITED BY "|"
              INTO WS-P-CMD
                   WS-P-F1 COUNT IN WS-P-CNT1
                   WS-P-F2 COUNT IN WS-P-CNT2
           END-UNSTRING
           INSPECT WS-LN-TEXT(WS-LINE-IDX)
              TALLYING WS-P-PIPES FOR ALL "|".

      * Nur der belegte Teil der Zeile wird zerlegt - sonst zaehlt
      * COUNT IN beim letzten Feld die Leerstellen bis Satzende mit.
       MEASURE-LINE-LEN.
           MOVE 0 TO WS-TEXT-LEN
           PERFORM VARYING WS-LEN-SCAN FROM 80 BY -1
                   UNTIL WS-LEN-SCAN < 1 OR WS-TEXT-LEN > 0
              IF WS-LN-TEXT(WS-LINE-IDX)(WS-LEN-SCAN:1) NOT = SPACE
                 MOVE WS-LEN-SCAN TO WS-TEXT-LEN
              END-IF
           END-PERFORM.

      * Laenge von WS-LEN-FIELD ohne endende Leerzeichen (0, wenn
      * ganz leer) - wie LOGSORTs MEASURE-FIELD-LEN.
       MEASURE-FIELD-LEN.
           MOVE 0 TO WS-LEN-RESULT
           PERFORM VARYING WS-LEN-SCAN FROM 30 BY -1
                   UNTIL WS-LEN-SCAN < 1 OR WS-LEN-RESULT > 0
              IF WS-LEN-FIELD(WS-LEN-SCAN:1) NOT = SPACE
                 MOVE WS-LEN-SCAN TO WS-LEN-RESULT
              END-IF
           END-PERFORM.

      * Hoechstzahlen der Leser: LOGSORT und LOGROUTE lesen nach der
      * 20. gueltigen Regel nichts mehr, LOGVALID nimmt hoechstens
      * 26 LEVEL- und 20 MAP-Zeilen, LOGCAL 200 NORUN-Tage.
       CHECK-CAPACITY.
           MOVE 0 TO WS-RULE-SEEN
           MOVE 0 TO WS-MAP-SEEN
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
              EVALUATE WS-FILE-KIND
                 WHEN "L"
                    PERFORM CAPACITY-LEVEL-LINE
                 WHEN "K"
                    PERFORM CAPACITY-MASK-LINE
                 WHEN "C"
                    IF WS-LN-TYPE(WS-LINE-IDX) = "N"
                       AND WS-LN-SEV(WS-LINE-IDX) NOT = "E"
                       ADD 1 TO WS-RULE-SEEN
                       IF WS-RULE-SEEN > 200
                          MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                          MOVE "mehr als 200 NORUN-Tage - wird "
                               & "ignoriert" TO WS-LN-NOTE(WS-LINE-IDX)
                       END-IF
                    END-IF
                 WHEN OTHER
                    IF WS-RULE-SEEN >= 20
                       MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                       MOVE "hinter der 20. gueltigen Regel - wird "
                            & "nicht mehr gelesen"
                          TO WS-LN-NOTE(WS-LINE-IDX)
                    ELSE
                       IF WS-LN-SEV(WS-LINE-IDX) NOT = "E"
                          ADD 1 TO WS-RULE-SEEN
                       END-IF
                    END-IF
              END-EVALUATE
           END-PERFORM.

       CAPACITY-LEVEL-LINE.
           IF WS-LN-SEV(WS-LINE-IDX) = "E"
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-TYPE(WS-LINE-IDX) = "V"
              ADD 1 TO WS-RULE-SEEN
              IF WS-RULE-SEEN > 26
                 MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                 MOVE "mehr als 26 LEVEL-Zeilen - wird ignoriert"
                    TO WS-LN-NOTE(WS-LINE-IDX)
              END-IF
           END-IF
           IF WS-LN-TYPE(WS-LINE-IDX) = "P"
              ADD 1 TO WS-MAP-SEEN
              IF WS-MAP-SEEN > 20
                 MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
                 MOVE "mehr als 20 MAP-Zeilen - wird ignoriert"
                    TO WS-LN-NOTE(WS-LINE-IDX)
              END-IF
           END-IF.

      * LOGMASK nimmt hoechstens 20 gueltige Muster auf.
       CAPACITY-MASK-LINE.
           IF WS-LN-SEV(WS-LINE-IDX) = "E"
              OR WS-LN-TYPE(WS-LINE-IDX) = "*"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-SEEN
           IF WS-RULE-SEEN > 20
              MOVE "E" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "mehr als 20 Muster - wird ignoriert"
                 TO WS-LN-NOTE(WS-LINE-IDX)
           END-IF.

      * Abschattung der Zeile WS-LINE-IDX durch eine fruehere
      * gueltige Zeile WS-CMP-IDX - die erste gefundene wird
      * gemeldet.
       CHECK-SHADOW.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX >= WS-LINE-IDX
                      OR WS-LN-SEV(WS-LINE-IDX) NOT = SPACE
              IF WS-LN-SEV(WS-CMP-IDX) NOT = "E"
                 MOVE WS-CMP-IDX TO WS-IDX-DISP
                 EVALUATE WS-FILE-KIND
                    WHEN "R"
                       PERFORM SHADOW-NORM-RULE
                    WHEN "L"
                       PERFORM SHADOW-LEVEL-LINE
                    WHEN "C"
                       PERFORM SHADOW-CALENDAR-LINE
                    WHEN "K"
                       PERFORM SHADOW-MASK-LINE
                    WHEN OTHER
                       PERFORM SHADOW-MATCH-RULE
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-FILE-KIND = "L" AND WS-LN-SEV(WS-LINE-IDX) = SPACE
              AND WS-LN-TYPE(WS-LINE-IDX) = "P"
              PERFORM CHECK-MAP-TARGET
           END-IF.

      * Normalisierung wirkt Regel fuer Regel nacheinander: nach
      * DIGITS gibt es keine Ziffern mehr, und ein Text, den eine
      * fruehere REPLACE-Regel schon ersetzt hat, kommt nicht mehr
      * vor.
       SHADOW-NORM-RULE.
           IF WS-LN-TYPE(WS-LINE-IDX) = "D"
              AND WS-LN-TYPE(WS-CMP-IDX) = "D"
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              STRING "wirkungslos - DIGITS steht schon in Zeile "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-IDX-DISP) DELIMITED BY SIZE
                     INTO WS-LN-NOTE(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-TYPE(WS-LINE-IDX) NOT = "R"
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-TYPE(WS-CMP-IDX) = "D"
              MOVE WS-LN-KEY(WS-LINE-IDX) TO WS-DIGIT-TEST
              INSPECT WS-DIGIT-TEST
                 CONVERTING "0123456789" TO "##########"
              IF WS-DIGIT-TEST NOT = WS-LN-KEY(WS-LINE-IDX)
                 MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
                 STRING "nie wirksam - DIGITS in Zeile "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(WS-IDX-DISP) DELIMITED BY SIZE
                        " maskiert die Ziffern"
                        DELIMITED BY SIZE
                        INTO WS-LN-NOTE(WS-LINE-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-TYPE(WS-CMP-IDX) = "R"
              AND WS-LN-KEY(WS-CMP-IDX) = WS-LN-KEY(WS-LINE-IDX)
              MOVE 0 TO WS-P-TALLY
              INSPECT WS-LN-VAL(WS-CMP-IDX)
                 TALLYING WS-P-TALLY FOR ALL
                 WS-LN-KEY(WS-CMP-IDX)(1:WS-LN-KEYLEN(WS-CMP-IDX))
              IF WS-P-TALLY = 0
                 MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
                 STRING "nie wirksam - Zeile " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-IDX-DISP) DELIMITED BY SIZE
                        " ersetzt denselben Text schon"
                        DELIMITED BY SIZE
                        INTO WS-LN-NOTE(WS-LINE-IDX)
              END-IF
           END-IF.

      * Erste Regel gewinnt (LOGALERTS, LOGROUTES): eine LEVEL-Regel
      * hinter einer LEVEL-Regel mit gleichem Code (ebenso NEW) und
      * eine MESSAGE-Regel, deren Muster das Muster einer frueheren
      * MESSAGE-Regel enthaelt, werden nie erreicht.
       SHADOW-MATCH-RULE.
           IF WS-LN-TYPE(WS-LINE-IDX) NOT = WS-LN-TYPE(WS-CMP-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-TYPE(WS-LINE-IDX) = "L"
              OR WS-LN-TYPE(WS-LINE-IDX) = "N"
              IF WS-LN-KEY(WS-LINE-IDX)(1:7)
                    = WS-LN-KEY(WS-CMP-IDX)(1:7)
                 PERFORM NOTE-UNREACHABLE
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-KEYLEN(WS-CMP-IDX) > WS-LN-KEYLEN(WS-LINE-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-P-TALLY
           INSPECT WS-LN-KEY(WS-LINE-IDX)(1:WS-LN-KEYLEN(WS-LINE-IDX))
              TALLYING WS-P-TALLY FOR ALL
              WS-LN-KEY(WS-CMP-IDX)(1:WS-LN-KEYLEN(WS-CMP-IDX))
           IF WS-P-TALLY > 0
              PERFORM NOTE-UNREACHABLE
           END-IF.

       NOTE-UNREACHABLE.
           MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
           STRING "nie erreicht - Zeile " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDX-DISP) DELIMITED BY SIZE
                  " greift immer zuerst" DELIMITED BY SIZE
                  INTO WS-LN-NOTE(WS-LINE-IDX).

      * LOGVALID: doppelte LEVEL-Codes sind wirkungslos, bei MAP
      * gewinnt die erste Zeile mit demselben Fremdcode.
       SHADOW-LEVEL-LINE.
           IF WS-LN-TYPE(WS-LINE-IDX) NOT = WS-LN-TYPE(WS-CMP-IDX)
              OR WS-LN-KEY(WS-LINE-IDX)(1:7)
                 NOT = WS-LN-KEY(WS-CMP-IDX)(1:7)
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-TYPE(WS-LINE-IDX) = "V"
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              STRING "doppelt - Code steht schon in Zeile "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-IDX-DISP) DELIMITED BY SIZE
                     INTO WS-LN-NOTE(WS-LINE-IDX)
           ELSE
              PERFORM NOTE-UNREACHABLE
           END-IF.

      * LOGCAL: ein NORUN-Datum zaehlt beim ersten Treffer, bei
      * WEEKDAY ueberschreibt die spaetere Zeile die fruehere.
       SHADOW-CALENDAR-LINE.
           IF WS-LN-TYPE(WS-LINE-IDX) NOT = WS-LN-TYPE(WS-CMP-IDX)
              OR WS-LN-KEY(WS-LINE-IDX) NOT = WS-LN-KEY(WS-CMP-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-LN-TYPE(WS-LINE-IDX) = "N"
              PERFORM NOTE-UNREACHABLE
           ELSE
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              STRING "doppelt - ersetzt Zeile " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-IDX-DISP) DELIMITED BY SIZE
                     " (letzte WEEKDAY-Zeile gilt)" DELIMITED BY SIZE
                     INTO WS-LN-NOTE(WS-LINE-IDX)
           END-IF.

      * Maskiert wird Muster fuer Muster nacheinander: ein zweites
      * EMAIL oder ein gleicher Praefix findet nichts mehr, und
      * DIGITS|m mit m >= n hinter DIGITS|n auch nicht.
       SHADOW-MASK-LINE.
           IF WS-LN-TYPE(WS-LINE-IDX) NOT = WS-LN-TYPE(WS-CMP-IDX)
              OR WS-LN-TYPE(WS-LINE-IDX) = "*"
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LN-TYPE(WS-LINE-IDX)
              WHEN "E"
                 MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
                 STRING "wirkungslos - EMAIL steht schon in Zeile "
                        DELIMITED BY SIZE
                        FUNCTION TRIM(WS-IDX-DISP) DELIMITED BY SIZE
                        INTO WS-LN-NOTE(WS-LINE-IDX)
              WHEN "D"
                 IF WS-LN-KEY(WS-LINE-IDX)(1:2)
                       >= WS-LN-KEY(WS-CMP-IDX)(1:2)
                    MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
                    STRING "wirkungslos - Zeile " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-IDX-DISP)
                              DELIMITED BY SIZE
                           " maskiert kuerzere Ziffernfolgen schon"
                              DELIMITED BY SIZE
                           INTO WS-LN-NOTE(WS-LINE-IDX)
                 END-IF
              WHEN "X"
                 IF WS-LN-KEY(WS-LINE-IDX) = WS-LN-KEY(WS-CMP-IDX)
                    MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
                    STRING "doppelt - gleicher Praefix in Zeile "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-IDX-DISP)
                              DELIMITED BY SIZE
                           INTO WS-LN-NOTE(WS-LINE-IDX)
                 END-IF
           END-EVALUATE.

      * Der Hauscode einer MAP-Zeile muss in der wirksamen
      * Level-Liste stehen (LEVEL-Zeilen der Datei, sonst die
      * eingebaute Liste) - sonst weist LOGVALID jeden
      * uebersetzten Satz ab.
       CHECK-MAP-TARGET.
           MOVE 0 TO WS-LEVEL-LINES
           MOVE "N" TO WS-LEVEL-FOUND
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-LINE-COUNT
              IF WS-LN-TYPE(WS-CMP-IDX) = "V"
                 AND WS-LN-SEV(WS-CMP-IDX) NOT = "E"
                 ADD 1 TO WS-LEVEL-LINES
                 IF WS-LN-KEY(WS-CMP-IDX)(1:7)
                       = WS-LN-VAL(WS-LINE-IDX)(1:7)
                    MOVE "Y" TO WS-LEVEL-FOUND
                 END-IF
              END-IF
           END-PERFORM
           IF WS-LEVEL-LINES = 0
              PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                      UNTIL WS-BI-IDX > 6
                 IF WS-BUILTIN-LEVEL(WS-BI-IDX)
                       = WS-LN-VAL(WS-LINE-IDX)(1:7)
                    MOVE "Y" TO WS-LEVEL-FOUND
                 END-IF
              END-PERFORM
           END-IF
           IF WS-LEVEL-FOUND = "N"
              MOVE "W" TO WS-LN-SEV(WS-LINE-IDX)
              MOVE "Hauscode fehlt in der Level-Liste - LOGVALID "
                   & "weist ab"
                 TO WS-LN-NOTE(WS-LINE-IDX)
           END-IF.

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
