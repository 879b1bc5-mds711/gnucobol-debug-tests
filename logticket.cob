       IDENTIFICATION DIVISION.
      *Rueckmeldungen des Service-Desks: Ticketnummer und -status
      *pruefen und auf den Alarm-Status ALERTSTATE.DAT anwenden
       PROGRAM-ID. LOGTICKET.
       REMARKS. Reverse half of the service-desk ticket interface.
           LOGSORT writes one ticket request per NEW alert to
           TICKETREQ.DAT (team, runbook reference and known-error
           flag from LOGCATLG.DAT) and marks the alert REQ in
           ALERTSTATE.DAT. The service desk answers with a
           fixed-format file in the same H/R/T idiom as LOGBRIDGE's
           acknowledgement file: an "H" header (date, time, source
           system), one "R" record per message carrying the ticket
           number and the ticket status (OPEN or CLOSED), and a "T"
           trailer with the detail count and a hash total (sum of
           the numeric part of the ticket numbers). The file is
           verified whole - structure, control totals and every
           R record's fields - before anything is applied. The
           request carries the message as LOGMASK masked it, so
           the desk answers with the masked text: a message with
           no exact match in ALERTSTATE.DAT is compared once more
           against every alert text masked the same way. Each
           changed alert line is journaled through LOGJRNL with the
           full before/after ALERTSTATE image; answers for messages
           with no known alert are reported for the service desk to
           reconcile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TKT-FILE ASSIGN TO DYNAMIC WS-TKT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TKT-STATUS.
           SELECT STATE-FILE ASSIGN TO "ALERTSTATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Satzarten: "H" Kopf (Datum 2:8, Zeit 10:6, Quellsystem
      * 17:10), "R" Ticket (Meldung 2:30, Ticketnummer 32:12,
      * Ticketstatus 44:6), "T" Schluss-Satz (Satzzahl 2:6,
      * Hash-Summe 8:10).
       FD  TKT-FILE.
       01  TKT-REC             PIC X(80).

      * Gleiche festen Offsets wie LOGSORT/LOGACK: Meldung (1:30),
      * Status (32:12), letzte Anzahl (45:5), zuletzt gesehen
      * (51:10), Ticketnummer (62:12), Ticketstatus (75:6).
       FD  STATE-FILE.
       01  STATE-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-TKT-STATUS       PIC XX VALUE "00".
       01  WS-STATE-STATUS     PIC XX VALUE "00".
       01  WS-TKT-NAME         PIC X(40) VALUE "TICKETS-IN.DAT".

      * Pruefdurchlauf: Struktur und Kontrollsummen der Datei. Die
      * Hash-Summe laeuft ueber die Ziffern der Ticketnummer - die
      * Nummer selbst darf einen alphabetischen Vorspann tragen
      * ("INC0004711"), es zaehlen nur die Ziffern am Ende.
       01  WS-HEADER-SEEN      PIC X VALUE "N".
       01  WS-TRAILER-SEEN     PIC X VALUE "N".
       01  WS-BAD-STRUCTURE    PIC X VALUE "N".
       01  WS-BAD-RECORDS      PIC 9(6) VALUE 0.
       01  WS-R-COUNT          PIC 9(6) VALUE 0.
       01  WS-R-HASH           PIC 9(10) VALUE 0.
       01  WS-T-COUNT          PIC 9(6) VALUE 0.
       01  WS-T-HASH           PIC 9(10) VALUE 0.
       01  WS-NUM-PART         PIC 9(10) VALUE 0.
       01  WS-NUM-POS          PIC 9(2) VALUE 0.
       01  WS-NUM-LEN          PIC 9(2) VALUE 0.

      * Felder eines R-Satzes beim Pruefen und Anwenden.
       01  WS-TKT-MESSAGE      PIC X(30) VALUE SPACES.
       01  WS-TKT-NUMBER       PIC X(12) VALUE SPACES.
       01  WS-TKT-STAT         PIC X(6) VALUE SPACES.

      * Vergleichsfelder fuer den maskierten zweiten Durchgang.
       01  WS-MASK-ACTION      PIC X VALUE "N".
       01  WS-MASK-OUTPUT      PIC X(40) VALUE SPACES.
       01  WS-MASK-SOURCE      PIC X(8) VALUE SPACES.
       01  WS-MASK-MESSAGE     PIC X(30) VALUE SPACES.
       01  WS-MASK-HIT         PIC X VALUE "N".

      * Alarm-Status-Tabelle - gleiche Offsets und Kapazitaet wie
      * LOGACKs LOAD/SAVE-ALERT-STATE.
       01  WS-STATE-ROWS       PIC 9(4) VALUE 0.
       01  WS-STATE-IDX        PIC 9(4) VALUE 0.
       01  WS-STATE-FOUND      PIC 9(4) VALUE 0.
       01  WS-STATE-TABLE.
           05  WS-STATE-ROW OCCURS 500 TIMES.
               10  WS-ST-MESSAGE PIC X(30).
               10  WS-ST-STATUS  PIC X(12).
               10  WS-ST-COUNT   PIC 9(5).
               10  WS-ST-DATE    PIC X(10).
               10  WS-ST-TICKET  PIC X(12).
               10  WS-ST-TKT-STAT PIC X(6).

       01  WS-APPLIED          PIC 9(4) VALUE 0.
       01  WS-UNCHANGED        PIC 9(4) VALUE 0.
       01  WS-UNMATCHED        PIC 9(4) VALUE 0.

      * Aenderungsjournal: eine LOGJRNL-Zeile je geaenderter
      * Alarm-Zeile, Aktion TICKET, Vorher/Nachher-Bild im vollen
      * ALERTSTATE-Zeilenformat einschliesslich der Ticketfelder.
           COPY LOGOPID.
       01  WS-JRNL-PROGRAM     PIC X(10) VALUE "LOGTICKET".
       01  WS-JRNL-ACTION      PIC X(12) VALUE "TICKET".
       01  WS-BEFORE-IMAGE     PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE      PIC X(80) VALUE SPACES.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGTICKET".
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
           DISPLAY "=== LOGTICKET: Rueckmeldungen des Service-Desks "
                   "anwenden ==="
           PERFORM ENSURE-OPERATOR
           DISPLAY "Enter ticket answer file name (blank = "
                   "TICKETS-IN.DAT): "
           ACCEPT WS-TKT-NAME
           IF WS-TKT-NAME = SPACES
              MOVE "TICKETS-IN.DAT" TO WS-TKT-NAME
           END-IF
           PERFORM VERIFY-TICKET-FILE
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF
           PERFORM LOAD-ALERT-STATE
           IF WS-STATE-ROWS = 0
              DISPLAY "ALERTSTATE.DAT ist leer - jede Rueckmeldung "
                      "waere unzuordenbar, Datei bleibt stehen"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM APPLY-TICKET-FILE
           PERFORM SAVE-ALERT-STATE
           DELETE FILE TKT-FILE
           DISPLAY " "
           DISPLAY "Tickets uebernommen: " WS-APPLIED
           DISPLAY "Unveraendert: " WS-UNCHANGED
           DISPLAY "Ohne bekannten Alarm: " WS-UNMATCHED
           IF WS-UNMATCHED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Pruefdurchlauf ueber die ganze Datei: genau ein Kopf, genau
      * ein Schluss-Satz, jeder R-Satz mit Meldung, Ticketnummer und
      * gueltigem Status, Detail-Zaehlung und Hash-Summe wie im
      * Trailer - erst dann wird irgendetwas angewendet.
       VERIFY-TICKET-FILE.
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-TKT-NAME)
                      " konnte nicht geoeffnet werden (Status "
                      WS-TKT-STATUS ") **"
              MOVE 16 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ TKT-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    PERFORM CHECK-TICKET-REC
              END-READ
           END-PERFORM
           CLOSE TKT-FILE
           IF WS-HEADER-SEEN = "N" OR WS-TRAILER-SEEN = "N"
              OR WS-BAD-STRUCTURE = "Y"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-TKT-NAME)
                      " hat keinen gueltigen H/R/T-Aufbau - nichts "
                      "angewendet **"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-BAD-RECORDS > 0
              DISPLAY "** FEHLER: " WS-BAD-RECORDS
                      " R-Saetze ohne Meldung, Ticketnummer oder "
                      "gueltigen Status - nichts angewendet **"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-R-COUNT NOT = WS-T-COUNT
              OR WS-R-HASH NOT = WS-T-HASH
              DISPLAY "** FEHLER: Kontrollsummen stimmen nicht "
                      "(gelesen " WS-R-COUNT "/" WS-R-HASH
                      ", Trailer " WS-T-COUNT "/" WS-T-HASH
                      ") - nichts angewendet **"
              MOVE 8 TO RETURN-CODE
           END-IF.

       CHECK-TICKET-REC.
           EVALUATE TKT-REC(1:1)
              WHEN "H"
                 IF WS-HEADER-SEEN = "Y"
                    MOVE "Y" TO WS-BAD-STRUCTURE
                 ELSE
                    MOVE "Y" TO WS-HEADER-SEEN
                 END-IF
              WHEN "R"
                 ADD 1 TO WS-R-COUNT
                 MOVE TKT-REC(2:30) TO WS-TKT-MESSAGE
                 MOVE TKT-REC(32:12) TO WS-TKT-NUMBER
                 MOVE TKT-REC(44:6) TO WS-TKT-STAT
                 PERFORM TICKET-NUMBER-VALUE
                 IF WS-TKT-MESSAGE = SPACES
                    OR WS-TKT-NUMBER = SPACES
                    OR WS-NUM-LEN = 0
                    OR (WS-TKT-STAT NOT = "OPEN"
                        AND WS-TKT-STAT NOT = "CLOSED")
                    ADD 1 TO WS-BAD-RECORDS
                    DISPLAY "** UNGUELTIG: R-Satz " WS-R-COUNT " ("
                            FUNCTION TRIM(WS-TKT-MESSAGE) "/"
                            FUNCTION TRIM(WS-TKT-NUMBER) "/"
                            FUNCTION TRIM(WS-TKT-STAT) ") **"
                 ELSE
                    ADD WS-NUM-PART TO WS-R-HASH
                 END-IF
              WHEN "T"
                 IF WS-TRAILER-SEEN = "Y"
                    MOVE "Y" TO WS-BAD-STRUCTURE
                 ELSE
                    MOVE "Y" TO WS-TRAILER-SEEN
                    IF TKT-REC(2:6) NUMERIC
                       AND TKT-REC(8:10) NUMERIC
                       MOVE TKT-REC(2:6) TO WS-T-COUNT
                       MOVE TKT-REC(8:10) TO WS-T-HASH
                    ELSE
                       MOVE "Y" TO WS-BAD-STRUCTURE
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE "Y" TO WS-BAD-STRUCTURE
           END-EVALUATE.

      * Zahlwert der Ticketnummer fuer die Hash-Summe: die Ziffern
      * am Ende der (linksbuendigen) Nummer, hoechstens zehn.
      * WS-NUM-LEN = 0 heisst "keine Ziffern am Ende".
       TICKET-NUMBER-VALUE.
           MOVE 0 TO WS-NUM-PART
           MOVE 0 TO WS-NUM-LEN
           MOVE 12 TO WS-NUM-POS
           PERFORM UNTIL WS-NUM-POS = 0
                      OR WS-TKT-NUMBER(WS-NUM-POS:1) NOT = SPACE
              SUBTRACT 1 FROM WS-NUM-POS
           END-PERFORM
           PERFORM UNTIL WS-NUM-POS = 0
                      OR WS-TKT-NUMBER(WS-NUM-POS:1) NOT NUMERIC
                      OR WS-NUM-LEN = 10
              ADD 1 TO WS-NUM-LEN
              SUBTRACT 1 FROM WS-NUM-POS
           END-PERFORM
           IF WS-NUM-LEN > 0
              MOVE WS-TKT-NUMBER(WS-NUM-POS + 1:WS-NUM-LEN)
                 TO WS-NUM-PART
           END-IF.

      * Anwendedurchlauf: jeder R-Satz wird gegen die Status-Tabelle
      * geprueft. Treffer uebernehmen Ticketnummer und -status;
      * Rueckmeldungen ohne bekannten Alarm kommen einzeln in den
      * Bericht.
       APPLY-TICKET-FILE.
           OPEN INPUT TKT-FILE
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ TKT-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF TKT-REC(1:1) = "R"
                       PERFORM APPLY-ONE-TICKET
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TKT-FILE.

       APPLY-ONE-TICKET.
           MOVE TKT-REC(2:30) TO WS-TKT-MESSAGE
           MOVE TKT-REC(32:12) TO WS-TKT-NUMBER
           MOVE TKT-REC(44:6) TO WS-TKT-STAT
           MOVE 0 TO WS-STATE-FOUND
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-ROWS
                      OR WS-STATE-FOUND > 0
              IF WS-ST-MESSAGE(WS-STATE-IDX) = WS-TKT-MESSAGE
                 MOVE WS-STATE-IDX TO WS-STATE-FOUND
              END-IF
           END-PERFORM
           IF WS-STATE-FOUND = 0
              PERFORM MATCH-MASKED-MESSAGE
           END-IF
           IF WS-STATE-FOUND = 0
              ADD 1 TO WS-UNMATCHED
              DISPLAY "** OHNE ALARM: "
                      FUNCTION TRIM(WS-TKT-MESSAGE)
                      " (Ticket " FUNCTION TRIM(WS-TKT-NUMBER)
                      " " FUNCTION TRIM(WS-TKT-STAT) ") **"
              EXIT PARAGRAPH
           END-IF
           IF WS-ST-TICKET(WS-STATE-FOUND) = WS-TKT-NUMBER
              AND WS-ST-TKT-STAT(WS-STATE-FOUND) = WS-TKT-STAT
              ADD 1 TO WS-UNCHANGED
              EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-STATE-IMAGE
           MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
           MOVE WS-TKT-NUMBER TO WS-ST-TICKET(WS-STATE-FOUND)
           MOVE WS-TKT-STAT TO WS-ST-TKT-STAT(WS-STATE-FOUND)
           PERFORM BUILD-STATE-IMAGE
           CALL "LOGJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
                   WS-BEFORE-IMAGE WS-AFTER-IMAGE
           END-CALL
           ADD 1 TO WS-APPLIED
           DISPLAY "Ticket " FUNCTION TRIM(WS-TKT-NUMBER) " "
                   FUNCTION TRIM(WS-TKT-STAT) ": "
                   FUNCTION TRIM(WS-TKT-MESSAGE).

      * Der Service-Desk kennt nur den maskierten Text (LOGSORT
      * gibt die Meldung der Anforderung durch LOGMASK);
      * ALERTSTATE.DAT fuehrt das Original. Zweiter Durchgang wie
      * in LOGBRIDGE: jede Status-Meldung maskiert mit der
      * Rueckmeldung vergleichen (Aktion "N" - nichts zaehlen).
       MATCH-MASKED-MESSAGE.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-ROWS
                      OR WS-STATE-FOUND > 0
              MOVE WS-ST-MESSAGE(WS-STATE-IDX) TO WS-MASK-MESSAGE
              CALL "LOGMASK" USING WS-MASK-ACTION WS-MASK-OUTPUT
                      WS-MASK-SOURCE WS-MASK-MESSAGE WS-MASK-HIT
              END-CALL
              IF WS-MASK-HIT = "Y"
                 AND WS-MASK-MESSAGE = WS-TKT-MESSAGE
                 MOVE WS-STATE-IDX TO WS-STATE-FOUND
              END-IF
           END-PERFORM.

      * Holt die Bediener-Kennung nach, wenn kein LOGMENU-Sign-on
      * sie gesetzt hat - auch die angewandte Rueckmeldung braucht
      * einen Namen im Journal.
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

      * Baut das Journal-Bild der Zeile WS-STATE-FOUND im vollen
      * ALERTSTATE-Zeilenformat nach WS-AFTER-IMAGE.
       BUILD-STATE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE WS-ST-MESSAGE(WS-STATE-FOUND)
              TO WS-AFTER-IMAGE(1:30)
           MOVE WS-ST-STATUS(WS-STATE-FOUND)
              TO WS-AFTER-IMAGE(32:12)
           MOVE WS-ST-COUNT(WS-STATE-FOUND)
              TO WS-AFTER-IMAGE(45:5)
           MOVE WS-ST-DATE(WS-STATE-FOUND)
              TO WS-AFTER-IMAGE(51:10)
           MOVE WS-ST-TICKET(WS-STATE-FOUND)
              TO WS-AFTER-IMAGE(62:12)
           MOVE WS-ST-TKT-STAT(WS-STATE-FOUND)
              TO WS-AFTER-IMAGE(75:6).

      * Laedt ALERTSTATE.DAT in die Status-Tabelle - gleiche Offsets
      * wie LOGACKs LOAD-ALERT-STATE.
       LOAD-ALERT-STATE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ STATE-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF WS-STATE-ROWS < 500
                       ADD 1 TO WS-STATE-ROWS
                       MOVE STATE-REC(1:30)
                          TO WS-ST-MESSAGE(WS-STATE-ROWS)
                       MOVE STATE-REC(32:12)
                          TO WS-ST-STATUS(WS-STATE-ROWS)
                       MOVE STATE-REC(45:5)
                          TO WS-ST-COUNT(WS-STATE-ROWS)
                       MOVE STATE-REC(51:10)
                          TO WS-ST-DATE(WS-STATE-ROWS)
                       MOVE STATE-REC(62:12)
                          TO WS-ST-TICKET(WS-STATE-ROWS)
                       MOVE STATE-REC(75:6)
                          TO WS-ST-TKT-STAT(WS-STATE-ROWS)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STATE-FILE.

      * Schreibt die Status-Tabelle nach ALERTSTATE.DAT zurueck -
      * gleiche Offsets wie LOGACKs SAVE-ALERT-STATE.
       SAVE-ALERT-STATE.
           OPEN OUTPUT STATE-FILE
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-ROWS
              MOVE SPACES TO STATE-REC
              MOVE WS-ST-MESSAGE(WS-STATE-IDX) TO STATE-REC(1:30)
              MOVE WS-ST-STATUS(WS-STATE-IDX) TO STATE-REC(32:12)
              MOVE WS-ST-COUNT(WS-STATE-IDX) TO STATE-REC(45:5)
              MOVE WS-ST-DATE(WS-STATE-IDX) TO STATE-REC(51:10)
              MOVE WS-ST-TICKET(WS-STATE-IDX) TO STATE-REC(62:12)
              MOVE WS-ST-TKT-STAT(WS-STATE-IDX) TO STATE-REC(75:6)
              WRITE STATE-REC
           END-PERFORM
           CLOSE STATE-FILE.

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
