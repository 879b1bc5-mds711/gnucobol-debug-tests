       IDENTIFICATION DIVISION.
      *Pflegeschirm fuer das Wartungsfenster-Register MAINTWIN.DAT:
      *angekuendigte Wartungen je Quelle, in denen Alarme ruhen
       PROGRAM-ID. LOGMAINT.
       REMARKS. Operator side of the maintenance-window register, in
           the LOGCATED ACCEPT/DISPLAY style: lists the announced
           windows (log source, start and end date and time, change
           reference, who entered it and when) with their state
           against the current time - AKTIV, GEPLANT or ABGELAUFEN -
           and lets the operator add a window (A), change one by
           number or delete one (D plus number). A window is refused
           without source or change reference, with a date that is
           not YYYY-MM-DD or a time that is not HH:MM, or when it
           ends before it starts; a start without time means 00:00,
           an end without time 23:59. A window overlapping another
           one for the same source is accepted with a warning.
           LOGSORT reads the register: alerts and bursts whose
           records lie inside an active window for their source go
           to SUPPRESSED.DAT instead of ALERTS.DAT. Saving takes the
           LOGLOCK lock MAINTWIN and journals every change through
           LOGJRNL with the before and after line, as LOGCTLED does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "MAINTWIN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MAINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Feste Offsets: Quelle (1:8), Beginn Datum (10:10) und Uhrzeit
      * (21:5), Ende Datum (27:10) und Uhrzeit (38:5), Aenderung
      * (44:12), erfasst von (57:8), erfasst am (66:10); "|" als
      * Trenner dazwischen.
       FD  MAINT-FILE.
       01  MAINT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-MAINT-STATUS     PIC XX VALUE "00".
       01  WS-WIN-TABLE.
           05  WS-WIN-LINE OCCURS 200 TIMES PIC X(80).
       01  WS-WIN-COUNT        PIC 9(3) VALUE 0.
       01  WS-WIN-IDX          PIC 9(3) VALUE 0.
       01  WS-PICK-INPUT       PIC X(4) VALUE SPACES.
       01  WS-PICK-J           PIC X(3) JUSTIFIED RIGHT.
       01  WS-PICK             PIC 9(3) VALUE 0.
       01  WS-DONE             PIC X VALUE "N".
       01  WS-CHANGED          PIC X VALUE "N".
       01  WS-NEW-VALUE        PIC X(30) VALUE SPACES.
       01  WS-FINAL-RC         PIC 99 VALUE 0.

      * Zeile in Arbeit und ihr Bild vor der Aenderung.
       01  WS-NEW-LINE         PIC X(80) VALUE SPACES.
       01  WS-OLD-LINE         PIC X(80) VALUE SPACES.

      * Pruefung: Ergebnis, Datum/Uhrzeit im Test, Vergleichs-
      * schluessel "YYYY-MM-DDHH:MM".
       01  WS-VALID            PIC X VALUE "Y".
       01  WS-CHK-DATE         PIC X(10) VALUE SPACES.
       01  WS-CHK-TIME         PIC X(5) VALUE SPACES.
       01  WS-CHK-MM           PIC 99 VALUE 0.
       01  WS-CHK-DD           PIC 99 VALUE 0.
       01  WS-CHK-HH           PIC 99 VALUE 0.
       01  WS-CHK-MI           PIC 99 VALUE 0.
       01  WS-KEY-FROM         PIC X(15) VALUE SPACES.
       01  WS-KEY-TO           PIC X(15) VALUE SPACES.
       01  WS-KEY-NOW          PIC X(15) VALUE SPACES.
       01  WS-STATE            PIC X(10) VALUE SPACES.

       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY   PIC 9(4).
           05  WS-TODAY-MM     PIC 99.
           05  WS-TODAY-DD     PIC 99.
       01  WS-NOW-TIME         PIC 9(8) VALUE 0.
       01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05  WS-NOW-HH       PIC 99.
           05  WS-NOW-MI       PIC 99.
           05  FILLER          PIC 9(4).
       01  WS-TODAY-TEXT       PIC X(10) VALUE SPACES.

      * Offene Aenderungen bis zum Speichern: Journal-Aktion, Zeile
      * vorher, Zeile nachher.
       01  WS-CHG-COUNT        PIC 9(3) VALUE 0.
       01  WS-CHG-IDX          PIC 9(3) VALUE 0.
       01  WS-CHG-TABLE.
           05  WS-CHG-ROW OCCURS 100 TIMES.
               10  WS-CG-ACTION  PIC X(12).
               10  WS-CG-BEFORE  PIC X(80).
               10  WS-CG-AFTER   PIC X(80).

      * Sperre auf das Register und Journal.
       01  WS-LOCK-RESOURCE    PIC X(20) VALUE "MAINTWIN".
       01  WS-LOCK-ACTION      PIC X VALUE "L".
       01  WS-LOCK-HOLDER      PIC X(30) VALUE "LOGMAINT".
       01  WS-LOCK-RESULT      PIC X VALUE "N".
       01  WS-JRNL-PROGRAM     PIC X(10) VALUE "LOGMAINT".
       01  WS-JRNL-ACTION      PIC X(12) VALUE SPACES.
       01  WS-BEFORE-IMAGE     PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE      PIC X(80) VALUE SPACES.

           COPY LOGOPID.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGMAINT".
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
           DISPLAY "=== LOGMAINT: Wartungsfenster pflegen ==="
           PERFORM ENSURE-OPERATOR
           MOVE 0 TO WS-WIN-COUNT
           MOVE 0 TO WS-CHG-COUNT
           MOVE 0 TO WS-FINAL-RC
           MOVE "N" TO WS-CHANGED
           MOVE "N" TO WS-DONE
           PERFORM LOAD-WINDOWS
           PERFORM UNTIL WS-DONE = "Y"
              PERFORM SET-NOW
              PERFORM SHOW-WINDOWS
              DISPLAY "Number to edit, A = add, D<number> = "
                      "delete, blank = done: "
              MOVE SPACES TO WS-PICK-INPUT
              ACCEPT WS-PICK-INPUT
              EVALUATE TRUE
                 WHEN WS-PICK-INPUT = SPACES
                    MOVE "Y" TO WS-DONE
                 WHEN WS-PICK-INPUT = "A"
                    PERFORM ADD-WINDOW
                 WHEN WS-PICK-INPUT(1:1) = "D"
                    PERFORM DELETE-WINDOW
                 WHEN OTHER
                    PERFORM EDIT-WINDOW
              END-EVALUATE
           END-PERFORM
           IF WS-CHANGED = "Y"
              PERFORM SAVE-WINDOWS
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      * Holt die Bediener-Kennung nach, wenn kein LOGMENU-Sign-on
      * sie gesetzt hat - jedes Fenster traegt, wer es erfasst hat.
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

       LOAD-WINDOWS.
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS NOT = "00"
              DISPLAY "MAINTWIN.DAT nicht vorhanden - Register "
                      "beginnt leer"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ MAINT-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF MAINT-REC NOT = SPACES
                       IF WS-WIN-COUNT < 200
                          ADD 1 TO WS-WIN-COUNT
                          MOVE MAINT-REC TO WS-WIN-LINE(WS-WIN-COUNT)
                       ELSE
                          DISPLAY "** WARNUNG: mehr als 200 "
                                  "Wartungsfenster - Rest wird "
                                  "nicht angezeigt **"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MAINT-FILE.

      * Jetzt als Vergleichsschluessel und heutiges Datum fuer
      * "erfasst am".
       SET-NOW.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-TEXT
           MOVE SPACES TO WS-KEY-NOW
           STRING WS-TODAY-TEXT WS-NOW-HH ":" WS-NOW-MI
                  DELIMITED BY SIZE INTO WS-KEY-NOW.

       SHOW-WINDOWS.
           DISPLAY " "
           DISPLAY "Nr  Quelle   Beginn           Ende             "
                   "Aenderung    Erfasst  Status"
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WIN-COUNT
              MOVE WS-WIN-LINE(WS-WIN-IDX) TO WS-NEW-LINE
              PERFORM SET-WINDOW-STATE
              DISPLAY WS-WIN-IDX " "
                      WS-NEW-LINE(1:8) " "
                      WS-NEW-LINE(10:10) " " WS-NEW-LINE(21:5) " "
                      WS-NEW-LINE(27:10) " " WS-NEW-LINE(38:5) " "
                      WS-NEW-LINE(44:12) " "
                      WS-NEW-LINE(57:8) " " WS-STATE
           END-PERFORM
           IF WS-WIN-COUNT = 0
              DISPLAY "  (keine Wartungsfenster erfasst)"
           END-IF.

      * Zustand der Zeile in WS-NEW-LINE gegen WS-KEY-NOW.
       SET-WINDOW-STATE.
           PERFORM BUILD-WINDOW-KEYS
           EVALUATE TRUE
              WHEN WS-KEY-NOW < WS-KEY-FROM
                 MOVE "GEPLANT" TO WS-STATE
              WHEN WS-KEY-NOW > WS-KEY-TO
                 MOVE "ABGELAUFEN" TO WS-STATE
              WHEN OTHER
                 MOVE "AKTIV" TO WS-STATE
           END-EVALUATE.

      * Beginn und Ende der Zeile in WS-NEW-LINE als Schluessel;
      * fehlende Uhrzeit wie in LOGSORT: 00:00 bzw. 23:59.
       BUILD-WINDOW-KEYS.
           MOVE WS-NEW-LINE(10:10) TO WS-KEY-FROM(1:10)
           MOVE WS-NEW-LINE(21:5) TO WS-KEY-FROM(11:5)
           IF WS-NEW-LINE(21:5) = SPACES
              MOVE "00:00" TO WS-KEY-FROM(11:5)
           END-IF
           MOVE WS-NEW-LINE(27:10) TO WS-KEY-TO(1:10)
           MOVE WS-NEW-LINE(38:5) TO WS-KEY-TO(11:5)
           IF WS-NEW-LINE(38:5) = SPACES
              MOVE "23:59" TO WS-KEY-TO(11:5)
           END-IF.

       ADD-WINDOW.
           IF WS-WIN-COUNT >= 200
              DISPLAY "** Register voll (200 Wartungsfenster) **"
              EXIT PARAGRAPH
           END-IF
           IF WS-CHG-COUNT >= 100
              DISPLAY "** 100 offene Aenderungen - bitte erst "
                      "speichern **"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-LINE
           MOVE "|" TO WS-NEW-LINE(9:1)
           PERFORM PROMPT-WINDOW-FIELDS
           PERFORM VALIDATE-WINDOW
           IF WS-VALID NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-WINDOW
           ADD 1 TO WS-WIN-COUNT
           MOVE WS-NEW-LINE TO WS-WIN-LINE(WS-WIN-COUNT)
           MOVE SPACES TO WS-OLD-LINE
           MOVE "ADD" TO WS-JRNL-ACTION
           PERFORM NOTE-CHANGE.

       EDIT-WINDOW.
           MOVE FUNCTION TRIM(WS-PICK-INPUT) TO WS-PICK-J
           INSPECT WS-PICK-J REPLACING LEADING " " BY "0"
           IF WS-PICK-J NOT NUMERIC
              DISPLAY "** Ungueltige Nummer **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-J TO WS-PICK
           IF WS-PICK = 0 OR WS-PICK > WS-WIN-COUNT
              DISPLAY "** Ungueltige Nummer **"
              EXIT PARAGRAPH
           END-IF
           IF WS-CHG-COUNT >= 100
              DISPLAY "** 100 offene Aenderungen - bitte erst "
                      "speichern **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-WIN-LINE(WS-PICK) TO WS-OLD-LINE
           MOVE WS-OLD-LINE TO WS-NEW-LINE
           PERFORM PROMPT-WINDOW-FIELDS
           IF WS-NEW-LINE = WS-OLD-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-WINDOW
           IF WS-VALID NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-WINDOW
           MOVE WS-NEW-LINE TO WS-WIN-LINE(WS-PICK)
           MOVE "CHG" TO WS-JRNL-ACTION
           PERFORM NOTE-CHANGE.

       DELETE-WINDOW.
           MOVE FUNCTION TRIM(WS-PICK-INPUT(2:3)) TO WS-PICK-J
           INSPECT WS-PICK-J REPLACING LEADING " " BY "0"
           IF WS-PICK-J NOT NUMERIC
              DISPLAY "** Ungueltige Nummer **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-J TO WS-PICK
           IF WS-PICK = 0 OR WS-PICK > WS-WIN-COUNT
              DISPLAY "** Ungueltige Nummer **"
              EXIT PARAGRAPH
           END-IF
           IF WS-CHG-COUNT >= 100
              DISPLAY "** 100 offene Aenderungen - bitte erst "
                      "speichern **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-WIN-LINE(WS-PICK) TO WS-OLD-LINE
           DISPLAY "Geloescht: " FUNCTION TRIM(WS-OLD-LINE TRAILING)
           PERFORM VARYING WS-WIN-IDX FROM WS-PICK BY 1
                   UNTIL WS-WIN-IDX >= WS-WIN-COUNT
              MOVE WS-WIN-LINE(WS-WIN-IDX + 1)
                 TO WS-WIN-LINE(WS-WIN-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-WIN-COUNT
           MOVE SPACES TO WS-NEW-LINE
           MOVE "DEL" TO WS-JRNL-ACTION
           PERFORM NOTE-CHANGE.

      * Fragt die Felder der Zeile in WS-NEW-LINE ab; leer behaelt
      * den bisherigen Wert (LOGCATEDs Korrektur-Idiom).
       PROMPT-WINDOW-FIELDS.
           DISPLAY "Log source (blank = keep ["
                   WS-NEW-LINE(1:8) "]): "
           MOVE SPACES TO WS-NEW-VALUE
           ACCEPT WS-NEW-VALUE
           IF WS-NEW-VALUE NOT = SPACES
              MOVE WS-NEW-VALUE TO WS-NEW-LINE(1:8)
           END-IF
           DISPLAY "Start date YYYY-MM-DD (blank = keep ["
                   WS-NEW-LINE(10:10) "]): "
           MOVE SPACES TO WS-NEW-VALUE
           ACCEPT WS-NEW-VALUE
           IF WS-NEW-VALUE NOT = SPACES
              MOVE WS-NEW-VALUE TO WS-NEW-LINE(10:10)
           END-IF
           DISPLAY "Start time HH:MM (blank = keep ["
                   WS-NEW-LINE(21:5) "]): "
           MOVE SPACES TO WS-NEW-VALUE
           ACCEPT WS-NEW-VALUE
           IF WS-NEW-VALUE NOT = SPACES
              MOVE WS-NEW-VALUE TO WS-NEW-LINE(21:5)
           END-IF
           DISPLAY "End date YYYY-MM-DD (blank = keep ["
                   WS-NEW-LINE(27:10) "]): "
           MOVE SPACES TO WS-NEW-VALUE
           ACCEPT WS-NEW-VALUE
           IF WS-NEW-VALUE NOT = SPACES
              MOVE WS-NEW-VALUE TO WS-NEW-LINE(27:10)
           END-IF
           DISPLAY "End time HH:MM (blank = keep ["
                   WS-NEW-LINE(38:5) "]): "
           MOVE SPACES TO WS-NEW-VALUE
           ACCEPT WS-NEW-VALUE
           IF WS-NEW-VALUE NOT = SPACES
              MOVE WS-NEW-VALUE TO WS-NEW-LINE(38:5)
           END-IF
           DISPLAY "Change reference (blank = keep ["
                   WS-NEW-LINE(44:12) "]): "
           MOVE SPACES TO WS-NEW-VALUE
           ACCEPT WS-NEW-VALUE
           IF WS-NEW-VALUE NOT = SPACES
              MOVE WS-NEW-VALUE TO WS-NEW-LINE(44:12)
           END-IF.

      * Prueft die Zeile in WS-NEW-LINE; eine abgewiesene Zeile
      * laesst das Register unveraendert.
       VALIDATE-WINDOW.
           MOVE "N" TO WS-VALID
           IF WS-NEW-LINE(21:5) = SPACES
              MOVE "00:00" TO WS-NEW-LINE(21:5)
           END-IF
           IF WS-NEW-LINE(38:5) = SPACES
              MOVE "23:59" TO WS-NEW-LINE(38:5)
           END-IF
           IF WS-NEW-LINE(1:8) = SPACES
              DISPLAY "** Fenster abgewiesen: Quelle fehlt **"
              EXIT PARAGRAPH
           END-IF
           IF WS-NEW-LINE(44:12) = SPACES
              DISPLAY "** Fenster abgewiesen: Aenderungsnummer "
                      "fehlt **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-LINE(10:10) TO WS-CHK-DATE
           PERFORM CHECK-DATE
           IF WS-VALID NOT = "Y"
              DISPLAY "** Fenster abgewiesen: Beginn-Datum nicht "
                      "im Format YYYY-MM-DD **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-LINE(27:10) TO WS-CHK-DATE
           PERFORM CHECK-DATE
           IF WS-VALID NOT = "Y"
              DISPLAY "** Fenster abgewiesen: Ende-Datum nicht "
                      "im Format YYYY-MM-DD **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-LINE(21:5) TO WS-CHK-TIME
           PERFORM CHECK-TIME
           IF WS-VALID NOT = "Y"
              DISPLAY "** Fenster abgewiesen: Beginn-Uhrzeit nicht "
                      "im Format HH:MM **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-LINE(38:5) TO WS-CHK-TIME
           PERFORM CHECK-TIME
           IF WS-VALID NOT = "Y"
              DISPLAY "** Fenster abgewiesen: Ende-Uhrzeit nicht "
                      "im Format HH:MM **"
              EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-WINDOW-KEYS
           IF WS-KEY-TO < WS-KEY-FROM
              DISPLAY "** Fenster abgewiesen: Ende liegt vor dem "
                      "Beginn **"
              MOVE "N" TO WS-VALID
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OVERLAP.

       CHECK-DATE.
           MOVE "N" TO WS-VALID
           IF WS-CHK-DATE(1:4) NOT NUMERIC
              OR WS-CHK-DATE(5:1) NOT = "-"
              OR WS-CHK-DATE(6:2) NOT NUMERIC
              OR WS-CHK-DATE(8:1) NOT = "-"
              OR WS-CHK-DATE(9:2) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-DATE(6:2) TO WS-CHK-MM
           MOVE WS-CHK-DATE(9:2) TO WS-CHK-DD
           IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
              OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-VALID.

       CHECK-TIME.
           MOVE "N" TO WS-VALID
           IF WS-CHK-TIME(1:2) NOT NUMERIC
              OR WS-CHK-TIME(3:1) NOT = ":"
              OR WS-CHK-TIME(4:2) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-TIME(1:2) TO WS-CHK-HH
           MOVE WS-CHK-TIME(4:2) TO WS-CHK-MI
           IF WS-CHK-HH > 23 OR WS-CHK-MI > 59
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-VALID.

      * Ueberschneidung mit einem anderen Fenster derselben Quelle
      * ist erlaubt (verlaengerte Wartung), wird aber gemeldet.
       CHECK-OVERLAP.
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WIN-COUNT
              IF WS-WIN-LINE(WS-WIN-IDX) NOT = WS-OLD-LINE
                 AND WS-WIN-LINE(WS-WIN-IDX)(1:8) = WS-NEW-LINE(1:8)
                 AND WS-WIN-LINE(WS-WIN-IDX)(10:10) <= WS-KEY-TO(1:10)
                 AND WS-WIN-LINE(WS-WIN-IDX)(27:10)
                     >= WS-KEY-FROM(1:10)
                 DISPLAY "** WARNUNG: ueberschneidet sich mit "
                         "Fenster " WS-WIN-IDX " ("
                         FUNCTION TRIM(WS-WIN-LINE(WS-WIN-IDX)(44:12))
                         ") **"
              END-IF
           END-PERFORM.

      * Trenner, erfasst von und erfasst am - wer ein Fenster
      * zuletzt geaendert hat, steht dafuer gerade.
       STAMP-WINDOW.
           MOVE "|" TO WS-NEW-LINE(9:1)
           MOVE "|" TO WS-NEW-LINE(20:1)
           MOVE "|" TO WS-NEW-LINE(26:1)
           MOVE "|" TO WS-NEW-LINE(37:1)
           MOVE "|" TO WS-NEW-LINE(43:1)
           MOVE "|" TO WS-NEW-LINE(56:1)
           MOVE LOG-OPERATOR-ID TO WS-NEW-LINE(57:8)
           MOVE "|" TO WS-NEW-LINE(65:1)
           MOVE WS-TODAY-TEXT TO WS-NEW-LINE(66:10).

      * Merkt eine Aenderung fuers Journal vor: Aktion
      * "MAINTWIN-ADD/-CHG/-DEL", Zeile vorher und nachher.
       NOTE-CHANGE.
           ADD 1 TO WS-CHG-COUNT
           MOVE SPACES TO WS-CG-ACTION(WS-CHG-COUNT)
           STRING "MAINTWIN-" DELIMITED BY SIZE
                  WS-JRNL-ACTION DELIMITED BY SPACE
                  INTO WS-CG-ACTION(WS-CHG-COUNT)
           MOVE WS-OLD-LINE TO WS-CG-BEFORE(WS-CHG-COUNT)
           MOVE WS-NEW-LINE TO WS-CG-AFTER(WS-CHG-COUNT)
           MOVE "Y" TO WS-CHANGED.

      * Speichern unter Sperre; danach wird jede Aenderung
      * journalisiert. Ohne Sperre wird nichts geschrieben.
       SAVE-WINDOWS.
           MOVE "L" TO WS-LOCK-ACTION
           CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                   WS-LOCK-HOLDER WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
              DISPLAY "** LOGMAINT: keine Sperre auf MAINTWIN - "
                      "nicht gespeichert, " WS-CHG-COUNT
                      " Aenderung(en) verworfen **"
              MOVE 8 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MAINT-FILE
           IF WS-MAINT-STATUS NOT = "00"
              DISPLAY "** FEHLER: MAINTWIN.DAT konnte nicht "
                      "geschrieben werden (Status "
                      WS-MAINT-STATUS ") **"
              MOVE 16 TO WS-FINAL-RC
              PERFORM FREE-LOCK
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > WS-WIN-COUNT
              MOVE WS-WIN-LINE(WS-WIN-IDX) TO MAINT-REC
              WRITE MAINT-REC
           END-PERFORM
           CLOSE MAINT-FILE
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
           DISPLAY "MAINTWIN.DAT gespeichert (" WS-WIN-COUNT
                   " Fenster, " WS-CHG-COUNT
                   " Aenderung(en) journalisiert)"
           MOVE 0 TO WS-CHG-COUNT
           MOVE "N" TO WS-CHANGED.

       FREE-LOCK.
           MOVE "U" TO WS-LOCK-ACTION
           CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                   WS-LOCK-HOLDER WS-LOCK-RESULT
           END-CALL.

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
