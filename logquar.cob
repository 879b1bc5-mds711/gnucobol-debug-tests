       IDENTIFICATION DIVISION.
      *Pruefschirm fuer die Quarantaene der Lieferdateien: anzeigen,
      *freigeben (erneute Annahme) oder mit Begruendung verwerfen
       PROGRAM-ID. LOGQUAR.
       REMARKS. Operator side of LOGINTAKE's quarantine register
           QUARREG.DAT, in the LOGMAINT ACCEPT/DISPLAY style. The
           register is append-only - LOGINTAKE adds a "Q" line for
           every delivery it renames to QUAR-<name>, this screen adds
           an "R" (released) or "X" (discarded) line per decision,
           and the last line per quarantine name is its state (the
           ARCHSEALS precedent). The screen lists the open
           quarantines with source, business date, reason, expected
           and actual counts and their age in days; one older than
           the "AGE|days" line of LOGQUAR.DAT (default 2) is flagged
           UEBERFAELLIG, as on LOGDRIVER's handover sheet. A number
           shows the delivery's header and trailer and what it
           really holds. R plus number releases it: the file gets its
           old name back and goes through LOGINTAKE again with all
           the normal checks (LOG-INTAKE-LIST, LOGINFIL) - merged
           means released, a failed check quarantines it again under
           a new "Q" line. A delivery quarantined by a write abort is
           never released, part of it is already in the live file.
           X plus number discards it for good with a reason. Every
           decision runs under the LOGLOCK lock QUARREG and is
           journaled through LOGJRNL with the register line before
           and after.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QREG-FILE ASSIGN TO "QUARREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-QREG-STATUS.
           SELECT CTL-FILE ASSIGN TO "LOGQUAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
      * Die Lieferung selbst - unter QUAR- oder ihrem alten Namen.
           SELECT DLV-FILE ASSIGN TO DYNAMIC WS-DLV-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DLV-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Satzaufbau der Q-Zeile siehe LOGINTAKE; Entscheidungen:
      * R|Quarantaene-Name|Datum|Uhrzeit|Bediener|Vermerk bzw.
      * X|Quarantaene-Name|Datum|Uhrzeit|Bediener|Grund.
       FD  QREG-FILE.
       01  QREG-REC            PIC X(160).

       FD  CTL-FILE.
       01  CTL-REC             PIC X(80).

      * "H" Kopf (Geschaeftsdatum 2:8, Quellsystem 10:8), "D"
      * Detail, "T" Schluss-Satz (Satzzahl 2:8) - wie LOGINTAKE.
       FD  DLV-FILE.
       01  DLV-REC             PIC X(90).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-QREG-STATUS      PIC XX VALUE "00".
       01  WS-CTL-STATUS       PIC XX VALUE "00".
       01  WS-DLV-STATUS       PIC XX VALUE "00".
       01  WS-DLV-NAME         PIC X(45) VALUE SPACES.

      * Register je Quarantaene-Name, die letzte Zeile gilt.
       01  WS-Q-TABLE.
           05  WS-Q-ROW OCCURS 200 TIMES.
               10  WS-Q-NAME   PIC X(45).
               10  WS-Q-TYPE   PIC X.
               10  WS-Q-LINE   PIC X(160).
       01  WS-Q-COUNT          PIC 9(3) VALUE 0.
       01  WS-Q-IDX            PIC 9(3) VALUE 0.
       01  WS-Q-FOUND          PIC 9(3) VALUE 0.
       01  WS-Q-FULL-SHOWN     PIC X VALUE "N".

      * Bildschirmnummer -> Registerzeile der offenen Quarantaenen.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ROW OCCURS 200 TIMES PIC 9(3).
       01  WS-OPEN-COUNT       PIC 9(3) VALUE 0.
       01  WS-OVERDUE-COUNT    PIC 9(3) VALUE 0.

      * Felder einer Registerzeile.
       01  WS-F-TYPE           PIC X VALUE SPACES.
       01  WS-F-QNAME          PIC X(45) VALUE SPACES.
       01  WS-F-ORIG           PIC X(45) VALUE SPACES.
       01  WS-F-SOURCE         PIC X(8) VALUE SPACES.
       01  WS-F-BIZDATE        PIC X(8) VALUE SPACES.
       01  WS-F-REASON         PIC X(8) VALUE SPACES.
       01  WS-F-EXPECT         PIC X(8) VALUE SPACES.
       01  WS-F-ACTUAL         PIC X(8) VALUE SPACES.
       01  WS-F-DATE           PIC X(10) VALUE SPACES.
       01  WS-F-TIME           PIC X(8) VALUE SPACES.
       01  WS-F-RUNID          PIC X(15) VALUE SPACES.

      * Alter der Quarantaene in Tagen und die Grenze aus
      * LOGQUAR.DAT.
       01  WS-AGE-LIMIT        PIC 9(3) VALUE 2.
       01  WS-AGE-DAYS         PIC 9(5) VALUE 0.
       01  WS-AGE-FLAG         PIC X(12) VALUE SPACES.
       01  WS-Q-DATE-X         PIC X(8) VALUE SPACES.
       01  WS-Q-DATE-N         PIC 9(8) VALUE 0.
       01  WS-CTL-KEY          PIC X(20) VALUE SPACES.
       01  WS-CTL-VALUE        PIC X(20) VALUE SPACES.
       01  WS-CTL-VALUE-J      PIC X(3) JUSTIFIED RIGHT.

       01  WS-PICK-INPUT       PIC X(4) VALUE SPACES.
       01  WS-PICK-J           PIC X(3) JUSTIFIED RIGHT.
       01  WS-PICK             PIC 9(3) VALUE 0.
       01  WS-VALID            PIC X VALUE "N".
       01  WS-DONE             PIC X VALUE "N".
       01  WS-CONFIRM          PIC X VALUE SPACES.
       01  WS-NOTE             PIC X(40) VALUE SPACES.
       01  WS-FINAL-RC         PIC 99 VALUE 0.

      * Gewaehlte Quarantaene: Registerzeile und Dateinamen.
       01  WS-CUR-LINE         PIC X(160) VALUE SPACES.
       01  WS-QUAR-FILE        PIC X(45) VALUE SPACES.
       01  WS-ORIG-FILE        PIC X(45) VALUE SPACES.
       01  WS-NEW-LINE         PIC X(160) VALUE SPACES.

      * Inhalt der Lieferung fuer die Anzeige.
       01  WS-SHOW-D           PIC 9(8) VALUE 0.
       01  WS-SHOW-OTHER       PIC 9(8) VALUE 0.

      * Freigabe: Umbenennen, Annahme-Aufruf, Ergebnis.
       01  WS-RENAME-RC        PIC S9(4) COMP VALUE 0.
       01  WS-CALL-RC          PIC S9(4) COMP VALUE 0.
       01  WS-CALL-RC-DISP     PIC -(4)9.
       01  WS-ORIG-THERE       PIC X VALUE "N".
       01  WS-QUAR-THERE       PIC X VALUE "N".

       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY   PIC 9(4).
           05  WS-TODAY-MM     PIC 99.
           05  WS-TODAY-DD     PIC 99.
       01  WS-NOW-TIME         PIC 9(8) VALUE 0.
       01  WS-TODAY-TEXT       PIC X(10) VALUE SPACES.
       01  WS-NOW-TEXT         PIC X(8) VALUE SPACES.

      * Sperre auf das Register und Journal.
       01  WS-LOCK-RESOURCE    PIC X(20) VALUE "QUARREG".
       01  WS-LOCK-ACTION      PIC X VALUE "L".
       01  WS-LOCK-HOLDER      PIC X(30) VALUE "LOGQUAR".
       01  WS-LOCK-RESULT      PIC X VALUE "N".
       01  WS-JRNL-PROGRAM     PIC X(10) VALUE "LOGQUAR".
       01  WS-JRNL-ACTION      PIC X(12) VALUE SPACES.
       01  WS-BEFORE-IMAGE     PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE      PIC X(80) VALUE SPACES.

           COPY LOGOPID.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGQUAR".
       01  WS-AUTH-MODE        PIC X VALUE "C".
       01  WS-AUTH-RESULT      PIC X VALUE "N".
       01  WS-AUTH-ROLE        PIC X(10) VALUE SPACES.

      * Run identifier of the chain; set means "called as a chain
      * step", where the rights check is not repeated.
           COPY LOGRUNID.

      * Lieferliste fuer die erneute Annahme.
           COPY LOGINFIL.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           PERFORM CHECK-AUTHORITY
           IF WS-AUTH-RESULT NOT = "Y"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "=== LOGQUAR: Quarantaene der Lieferungen ==="
           PERFORM ENSURE-OPERATOR
           PERFORM LOAD-AGE-LIMIT
           MOVE 0 TO WS-FINAL-RC
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
              PERFORM SET-NOW
              PERFORM LOAD-REGISTER
              PERFORM SHOW-QUARANTINE
              DISPLAY "Number to show, R<number> = release, "
                      "X<number> = discard, blank = done: "
              MOVE SPACES TO WS-PICK-INPUT
              ACCEPT WS-PICK-INPUT
              EVALUATE TRUE
                 WHEN WS-PICK-INPUT = SPACES
                    MOVE "Y" TO WS-DONE
                 WHEN WS-PICK-INPUT(1:1) = "R"
                    MOVE WS-PICK-INPUT(2:3) TO WS-PICK-INPUT
                    PERFORM RELEASE-DELIVERY
                 WHEN WS-PICK-INPUT(1:1) = "X"
                    MOVE WS-PICK-INPUT(2:3) TO WS-PICK-INPUT
                    PERFORM DISCARD-DELIVERY
                 WHEN OTHER
                    PERFORM SHOW-DELIVERY
              END-EVALUATE
           END-PERFORM
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      * Holt die Bediener-Kennung nach, wenn kein LOGMENU-Sign-on
      * sie gesetzt hat - jede Entscheidung traegt, wer sie traf.
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

      * "AGE|tage" aus LOGQUAR.DAT; ohne Zeile zwei Tage.
       LOAD-AGE-LIMIT.
           MOVE 2 TO WS-AGE-LIMIT
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
                    PERFORM TAKE-AGE-LINE
              END-READ
           END-PERFORM
           CLOSE CTL-FILE.

       TAKE-AGE-LINE.
           IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           UNSTRING CTL-REC DELIMITED BY "|"
              INTO WS-CTL-KEY WS-CTL-VALUE
           END-UNSTRING
           IF FUNCTION TRIM(WS-CTL-KEY) NOT = "AGE"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CTL-VALUE) TO WS-CTL-VALUE-J
           INSPECT WS-CTL-VALUE-J REPLACING LEADING " " BY "0"
           IF WS-CTL-VALUE-J NOT NUMERIC
              DISPLAY "** WARNUNG: AGE-Zeile in LOGQUAR.DAT ohne "
                      "lesbare Tageszahl - es gelten "
                      WS-AGE-LIMIT " Tage **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CTL-VALUE-J TO WS-AGE-LIMIT.

       SET-NOW.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-TEXT
           MOVE SPACES TO WS-NOW-TEXT
           STRING WS-NOW-TIME(1:2) ":" WS-NOW-TIME(3:2) ":"
                  WS-NOW-TIME(5:2)
                  DELIMITED BY SIZE INTO WS-NOW-TEXT.

      * Liest das ganze Register; je Quarantaene-Name bleibt die
      * letzte Zeile stehen. Nach jeder Entscheidung neu gelesen -
      * eine Freigabe kann LOGINTAKE eine neue Q-Zeile schreiben
      * lassen.
       LOAD-REGISTER.
           MOVE 0 TO WS-Q-COUNT
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE "N" TO WS-Q-FULL-SHOWN
           OPEN INPUT QREG-FILE
           IF WS-QREG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ QREG-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF QREG-REC NOT = SPACES
                       PERFORM TAKE-REGISTER-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE QREG-FILE
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
              IF WS-Q-TYPE(WS-Q-IDX) = "Q"
                 ADD 1 TO WS-OPEN-COUNT
                 MOVE WS-Q-IDX TO WS-OPEN-ROW(WS-OPEN-COUNT)
              END-IF
           END-PERFORM.

       TAKE-REGISTER-LINE.
           MOVE QREG-REC TO WS-CUR-LINE
           PERFORM SPLIT-LINE
           MOVE 0 TO WS-Q-FOUND
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
                      OR WS-Q-FOUND > 0
              IF WS-Q-NAME(WS-Q-IDX) = WS-F-QNAME
                 MOVE WS-Q-IDX TO WS-Q-FOUND
              END-IF
           END-PERFORM
           IF WS-Q-FOUND = 0
              IF WS-Q-COUNT >= 200
                 IF WS-Q-FULL-SHOWN = "N"
                    DISPLAY "** WARNUNG: mehr als 200 Lieferungen "
                            "im Register - Rest wird nicht "
                            "angezeigt **"
                    MOVE "Y" TO WS-Q-FULL-SHOWN
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-Q-COUNT
              MOVE WS-Q-COUNT TO WS-Q-FOUND
              MOVE WS-F-QNAME TO WS-Q-NAME(WS-Q-FOUND)
           END-IF
           MOVE WS-F-TYPE TO WS-Q-TYPE(WS-Q-FOUND)
           MOVE QREG-REC TO WS-Q-LINE(WS-Q-FOUND).

      * Zerlegt die Zeile in WS-CUR-LINE; bei R/X-Zeilen stehen
      * Datum, Uhrzeit, Bediener und Vermerk auf den Q-Plaetzen
      * Lieferdatei .. Kopfdatum und werden nur als Name gebraucht.
       SPLIT-LINE.
           MOVE SPACES TO WS-F-TYPE WS-F-QNAME WS-F-ORIG WS-F-SOURCE
                          WS-F-BIZDATE WS-F-REASON WS-F-EXPECT
                          WS-F-ACTUAL WS-F-DATE WS-F-TIME WS-F-RUNID
           UNSTRING WS-CUR-LINE DELIMITED BY "|"
              INTO WS-F-TYPE WS-F-QNAME WS-F-ORIG WS-F-SOURCE
                   WS-F-BIZDATE WS-F-REASON WS-F-EXPECT WS-F-ACTUAL
                   WS-F-DATE WS-F-TIME WS-F-RUNID
           END-UNSTRING.

      * Alter der Q-Zeile in WS-F-DATE in Tagen, dazu die Markierung
      * ueber der Grenze.
       SET-AGE.
           MOVE 0 TO WS-AGE-DAYS
           MOVE SPACES TO WS-AGE-FLAG
           MOVE SPACES TO WS-Q-DATE-X
           STRING WS-F-DATE(1:4) WS-F-DATE(6:2) WS-F-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-Q-DATE-X
           IF WS-Q-DATE-X NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-Q-DATE-X TO WS-Q-DATE-N
           IF WS-Q-DATE-N > WS-TODAY
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(WS-Q-DATE-N)
           IF WS-AGE-DAYS > WS-AGE-LIMIT
              MOVE "UEBERFAELLIG" TO WS-AGE-FLAG
              ADD 1 TO WS-OVERDUE-COUNT
           END-IF.

       SHOW-QUARANTINE.
           DISPLAY " "
           DISPLAY "Nr  Lieferung            Quelle   Kopfdat. "
                   "Grund    Soll     Ist      Seit       Tage"
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-OPEN-COUNT
              MOVE WS-Q-LINE(WS-OPEN-ROW(WS-Q-IDX)) TO WS-CUR-LINE
              PERFORM SPLIT-LINE
              PERFORM SET-AGE
              DISPLAY WS-Q-IDX " " WS-F-ORIG(1:20) " "
                      WS-F-SOURCE " " WS-F-BIZDATE " "
                      WS-F-REASON " " WS-F-EXPECT " "
                      WS-F-ACTUAL " " WS-F-DATE " "
                      WS-AGE-DAYS " " WS-AGE-FLAG
           END-PERFORM
           IF WS-OPEN-COUNT = 0
              DISPLAY "  (keine Lieferung in Quarantaene)"
           ELSE
              DISPLAY WS-OPEN-COUNT " in Quarantaene, davon "
                      WS-OVERDUE-COUNT " aelter als " WS-AGE-LIMIT
                      " Tage"
           END-IF.

      * Nummer aus WS-PICK-INPUT gegen die offenen Quarantaenen;
      * gueltig steht die Registerzeile zerlegt bereit.
       TAKE-PICK.
           MOVE "N" TO WS-VALID
           MOVE FUNCTION TRIM(WS-PICK-INPUT) TO WS-PICK-J
           INSPECT WS-PICK-J REPLACING LEADING " " BY "0"
           IF WS-PICK-J NOT NUMERIC
              DISPLAY "** Ungueltige Nummer **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-J TO WS-PICK
           IF WS-PICK = 0 OR WS-PICK > WS-OPEN-COUNT
              DISPLAY "** Ungueltige Nummer **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-Q-LINE(WS-OPEN-ROW(WS-PICK)) TO WS-CUR-LINE
           PERFORM SPLIT-LINE
           MOVE WS-F-QNAME TO WS-QUAR-FILE
           MOVE WS-F-ORIG TO WS-ORIG-FILE
           MOVE "Y" TO WS-VALID.

      * Kopf, Schluss-Satz und tatsaechlicher Inhalt der Lieferung.
       SHOW-DELIVERY.
           PERFORM TAKE-PICK
           IF WS-VALID NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-QUAR-FILE TO WS-DLV-NAME
           OPEN INPUT DLV-FILE
           IF WS-DLV-STATUS NOT = "00"
              DISPLAY "** " FUNCTION TRIM(WS-QUAR-FILE)
                      " nicht vorhanden (Status " WS-DLV-STATUS
                      ") **"
              EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Lieferung " FUNCTION TRIM(WS-ORIG-FILE)
                   " als " FUNCTION TRIM(WS-QUAR-FILE)
           DISPLAY "Quarantaene seit " WS-F-DATE " " WS-F-TIME
                   ", Grund " WS-F-REASON
           MOVE 0 TO WS-SHOW-D
           MOVE 0 TO WS-SHOW-OTHER
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ DLV-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    EVALUATE DLV-REC(1:1)
                       WHEN "H"
                          DISPLAY "Kopf:    "
                                  FUNCTION TRIM(DLV-REC TRAILING)
                       WHEN "T"
                          DISPLAY "Schluss: "
                                  FUNCTION TRIM(DLV-REC TRAILING)
                       WHEN "D"
                          ADD 1 TO WS-SHOW-D
                       WHEN OTHER
                          ADD 1 TO WS-SHOW-OTHER
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE DLV-FILE
           DISPLAY "D-Saetze gelesen: " WS-SHOW-D
                   "  unbekannte Satzarten: " WS-SHOW-OTHER.

      * Freigabe: alter Name zurueck, erneute Annahme durch
      * LOGINTAKE mit allen Pruefungen. Was danach unter welchem
      * Namen steht, entscheidet ueber die Registerzeile.
       RELEASE-DELIVERY.
           PERFORM TAKE-PICK
           IF WS-VALID NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           IF WS-F-REASON = "ABBRUCH"
              DISPLAY "** Freigabe abgelehnt: Schreibabbruch - "
                      FUNCTION TRIM(WS-F-ACTUAL) " von "
                      FUNCTION TRIM(WS-F-EXPECT) " Zeilen stehen "
                      "schon in der Live-Datei; nur verwerfen (X) "
                      "und die Lieferung neu anfordern **"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Release note (blank = none): "
           MOVE SPACES TO WS-NOTE
           ACCEPT WS-NOTE
           PERFORM TAKE-LOCK
           IF WS-LOCK-RESULT NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ORIG-FILE TO WS-DLV-NAME
           PERFORM CHECK-DLV-THERE
           IF WS-DLV-STATUS = "00"
              DISPLAY "** " FUNCTION TRIM(WS-ORIG-FILE) " steht "
                      "bereits unter diesem Namen - Freigabe "
                      "abgebrochen **"
              PERFORM FREE-LOCK
              EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-QUAR-FILE WS-ORIG-FILE
           MOVE RETURN-CODE TO WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-QUAR-FILE)
                      " konnte nicht umbenannt werden (RC="
                      WS-RENAME-RC ") **"
              MOVE 16 TO WS-FINAL-RC
              PERFORM FREE-LOCK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ORIG-FILE TO LOG-INTAKE-LIST
           CALL "LOGINTAKE"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGINTAKE"
           MOVE SPACES TO LOG-INTAKE-LIST
           MOVE WS-CALL-RC TO WS-CALL-RC-DISP
           MOVE WS-ORIG-FILE TO WS-DLV-NAME
           PERFORM CHECK-DLV-THERE
           MOVE "N" TO WS-ORIG-THERE
           IF WS-DLV-STATUS = "00"
              MOVE "Y" TO WS-ORIG-THERE
           END-IF
           MOVE WS-QUAR-FILE TO WS-DLV-NAME
           PERFORM CHECK-DLV-THERE
           MOVE "N" TO WS-QUAR-THERE
           IF WS-DLV-STATUS = "00"
              MOVE "Y" TO WS-QUAR-THERE
           END-IF
           MOVE SPACES TO WS-NEW-LINE
           EVALUATE TRUE
              WHEN WS-ORIG-THERE = "Y"
                 PERFORM RELEASE-NOT-TAKEN
              WHEN WS-QUAR-THERE = "Y"
                 STRING "ERNEUT QUARANTAENE - LOGINTAKE RC "
                        FUNCTION TRIM(WS-CALL-RC-DISP)
                        DELIMITED BY SIZE INTO WS-NEW-LINE
                 DISPLAY "** Lieferung erneut in Quarantaene - "
                         "neue Registerzeile von LOGINTAKE **"
                 IF WS-FINAL-RC < 4
                    MOVE 4 TO WS-FINAL-RC
                 END-IF
              WHEN OTHER
                 STRING "R|" DELIMITED BY SIZE
                        FUNCTION TRIM(WS-QUAR-FILE) DELIMITED BY SIZE
                        "|" DELIMITED BY SIZE
                        WS-TODAY-TEXT DELIMITED BY SIZE
                        "|" DELIMITED BY SIZE
                        WS-NOW-TEXT DELIMITED BY SIZE
                        "|" DELIMITED BY SIZE
                        LOG-OPERATOR-ID DELIMITED BY SIZE
                        "|" DELIMITED BY SIZE
                        FUNCTION TRIM(WS-NOTE) DELIMITED BY SIZE
                        INTO WS-NEW-LINE
                 PERFORM APPEND-DECISION
                 DISPLAY FUNCTION TRIM(WS-ORIG-FILE)
                         " freigegeben und angenommen"
           END-EVALUATE
           MOVE "QUAR-RELEASE" TO WS-JRNL-ACTION
           PERFORM JOURNAL-DECISION
           PERFORM FREE-LOCK.

      * LOGINTAKE hat die Lieferung nicht angefasst (Rechte,
      * Zwischendatei, Live-Datei) - sie geht unter ihren
      * Quarantaene-Namen zurueck, das Register bleibt offen.
       RELEASE-NOT-TAKEN.
           STRING "NICHT ANGENOMMEN - LOGINTAKE RC "
                  FUNCTION TRIM(WS-CALL-RC-DISP)
                  DELIMITED BY SIZE INTO WS-NEW-LINE
           CALL "CBL_RENAME_FILE" USING WS-ORIG-FILE WS-QUAR-FILE
           MOVE RETURN-CODE TO WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "** FEHLER: Lieferung nicht angenommen und "
                      "nicht zurueck in Quarantaene - sie steht "
                      "als " FUNCTION TRIM(WS-ORIG-FILE)
                      " und wird von der naechsten Annahme "
                      "erfasst **"
              MOVE 16 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           DISPLAY "** Lieferung nicht angenommen - bleibt in "
                   "Quarantaene **"
           IF WS-FINAL-RC < 4
              MOVE 4 TO WS-FINAL-RC
           END-IF.

      * Verwerfen mit Pflicht-Begruendung und Rueckfrage; die Datei
      * wird geloescht, die Registerzeile schliesst den Fall.
       DISCARD-DELIVERY.
           PERFORM TAKE-PICK
           IF WS-VALID NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Discard reason (required): "
           MOVE SPACES TO WS-NOTE
           ACCEPT WS-NOTE
           IF WS-NOTE = SPACES
              DISPLAY "** Verwerfen abgelehnt: Grund fehlt **"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Delete " FUNCTION TRIM(WS-QUAR-FILE)
                   " for good (J = yes, blank = abort): "
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "J"
              DISPLAY "Abgebrochen - nichts geaendert"
              EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-LOCK
           IF WS-LOCK-RESULT NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-QUAR-FILE TO WS-DLV-NAME
           DELETE FILE DLV-FILE
           EVALUATE WS-DLV-STATUS
              WHEN "00"
                 CONTINUE
              WHEN "35"
                 DISPLAY "Hinweis: " FUNCTION TRIM(WS-QUAR-FILE)
                         " war schon nicht mehr vorhanden"
              WHEN OTHER
                 DISPLAY "** FEHLER: " FUNCTION TRIM(WS-QUAR-FILE)
                         " konnte nicht geloescht werden (Status "
                         WS-DLV-STATUS ") **"
                 MOVE 16 TO WS-FINAL-RC
                 PERFORM FREE-LOCK
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-NEW-LINE
           STRING "X|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUAR-FILE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TODAY-TEXT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NOW-TEXT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LOG-OPERATOR-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOTE) DELIMITED BY SIZE
                  INTO WS-NEW-LINE
           PERFORM APPEND-DECISION
           DISPLAY FUNCTION TRIM(WS-ORIG-FILE) " verworfen"
           MOVE "QUAR-DISCARD" TO WS-JRNL-ACTION
           PERFORM JOURNAL-DECISION
           PERFORM FREE-LOCK.

      * Sperre QUARREG; danach muss die gewaehlte Zeile noch die
      * letzte ihres Namens sein - sonst hat inzwischen jemand
      * anders entschieden.
       TAKE-LOCK.
           MOVE "L" TO WS-LOCK-ACTION
           CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                   WS-LOCK-HOLDER WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
              DISPLAY "** LOGQUAR: keine Sperre auf QUARREG - "
                      "nichts entschieden **"
              IF WS-FINAL-RC < 8
                 MOVE 8 TO WS-FINAL-RC
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-LINE TO WS-NEW-LINE
           PERFORM LOAD-REGISTER
           MOVE 0 TO WS-Q-FOUND
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
                      OR WS-Q-FOUND > 0
              IF WS-Q-NAME(WS-Q-IDX) = WS-QUAR-FILE
                 MOVE WS-Q-IDX TO WS-Q-FOUND
              END-IF
           END-PERFORM
           MOVE WS-NEW-LINE TO WS-CUR-LINE
           PERFORM SPLIT-LINE
           IF WS-Q-FOUND = 0
              OR WS-Q-LINE(WS-Q-FOUND) NOT = WS-CUR-LINE
              DISPLAY "** Registerzeile inzwischen geaendert - "
                      "bitte neu waehlen **"
              PERFORM FREE-LOCK
              MOVE "N" TO WS-LOCK-RESULT
           END-IF.

       FREE-LOCK.
           MOVE "U" TO WS-LOCK-ACTION
           CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                   WS-LOCK-HOLDER WS-LOCK-RESULT
           END-CALL.

      * Status "00" in WS-DLV-STATUS, wenn WS-DLV-NAME vorhanden
      * ist.
       CHECK-DLV-THERE.
           OPEN INPUT DLV-FILE
           IF WS-DLV-STATUS = "00"
              CLOSE DLV-FILE
           END-IF.

       APPEND-DECISION.
           OPEN EXTEND QREG-FILE
           IF WS-QREG-STATUS NOT = "00"
              OPEN OUTPUT QREG-FILE
           END-IF
           IF WS-QREG-STATUS NOT = "00"
              DISPLAY "** FEHLER: QUARREG.DAT konnte nicht "
                      "geschrieben werden (Status " WS-QREG-STATUS
                      ") **"
              MOVE 16 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-LINE TO QREG-REC
           WRITE QREG-REC
           CLOSE QREG-FILE.

      * Vorher die Q-Zeile, nachher die Entscheidungszeile bzw. das
      * Ergebnis einer Freigabe ohne neue Zeile.
       JOURNAL-DECISION.
           MOVE WS-CUR-LINE TO WS-BEFORE-IMAGE
           MOVE WS-NEW-LINE TO WS-AFTER-IMAGE
           CALL "LOGJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
                   WS-BEFORE-IMAGE WS-AFTER-IMAGE
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
