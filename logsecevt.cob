       IDENTIFICATION DIVISION.
      *Sicherheits-Ereignis-Schnittstelle: jeder ausgewaehlte
      *Log-Satz als Einzelereignis mit fortlaufender Folgenummer
       PROGRAM-ID. LOGSECEVT.
       REMARKS. The security team's collector wants single events,
           not the ranked summaries LOGXTRACT sends the operations
           bridge: every log record matching a line of the control
           file LOGSECSEL.DAT ("LEVEL|SOURCE", source blank or * =
           every source, * in column 1 a comment) becomes one
           detail record of SECEVENTS.DAT, carrying date, time,
           level, source and message and a sequence number that
           continues from night to night. Without LOGSECSEL.DAT
           every CRITICA record is selected. Header and trailer
           carry the control totals: first and last sequence
           number, the number of events and the sum of their
           sequence numbers, so the collector sees a lost or
           doubled event at once.
           LOGSECEVT.STA remembers the last sequence number sent,
           the first record of the live log it read and how many
           of its records were already handled; a second run on
           the same live file (a restarted chain, a second run in
           the day) picks up behind them, a new live file (after
           LOGARCHIVE) is read from the top - so nothing is sent
           twice and nothing is skipped. Every event sent is also
           appended to SECEVENTS.HST; a run whose state does not
           end where the history ends stops with RC 16 before
           sending anything, and gaps in the history are reported.
           The resend mode rebuilds SECEVENTS.DAT for a sequence
           range from SECEVENTS.HST, marked RESEND in the header,
           for the collector's reload requests; it does not move
           the state. Inside the chain the live log comes from the
           run's LOGPARMS file as for LOGFEED, and the step runs
           only when LOGSECSEL.DAT is present. A historical re-run
           sends nothing - its events went out the night they were
           logged. The message text is masked through LOGMASK like
           every outbound interface.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-FILE ASSIGN TO "LOGSECSEL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SEL-STATUS.
           SELECT LOGFILE ASSIGN TO DYNAMIC WS-INPUT-FILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOGFILE-STATUS.
           SELECT EVT-FILE ASSIGN TO DYNAMIC WS-EVT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EVT-STATUS.
      * Jedes gesendete Ereignis, fortgeschrieben - die Quelle des
      * Resend-Modus.
           SELECT HST-FILE ASSIGN TO "SECEVENTS.HST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HST-STATUS.
      * Sende-Status: letzte Folgenummer, Laufdatum, verarbeitete
      * Saetze der Live-Datei und deren erster Satz. Eine fehlende
      * Datei bedeutet "noch nie gesendet" - das erste Ereignis
      * bekommt die Nummer 1.
           SELECT STA-FILE ASSIGN TO "LOGSECEVT.STA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STA-STATUS.

      * Optional hand-off file written by the LOGFRONT parameter-entry
      * screen.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEL-FILE.
       01  SEL-REC             PIC X(80).

       FD  LOGFILE.
       01  LOG-REC             PIC X(80).
       01  LOG-REC-FIELDS REDEFINES LOG-REC.
           COPY LOGENTRY.

      * Satzarten: "H" Kopf, "D" Ereignis, "T" Schluss-Satz. Feste
      * Spalten, keine Trennzeichen (wie LOGXTRACT).
      * H: Datum (2:8), Uhrzeit (10:6), Quellsystem (17:10), erste
      *    Folgenummer (27:10), "RESEND" (38:6) im Resend-Modus.
      * D: Folgenummer (2:10), Datum (12:10), Uhrzeit (22:8), Level
      *    (30:7), Quelle (37:8), Meldung (45:30).
      * T: Anzahl Ereignisse (2:8), erste (10:10) und letzte
      *    (20:10) Folgenummer, Summe der Folgenummern (30:15).
       FD  EVT-FILE.
       01  EVT-REC             PIC X(80).

       FD  HST-FILE.
       01  HST-REC             PIC X(80).

      * Letzte Folgenummer (1:10), Laufdatum (12:8), verarbeitete
      * Saetze (21:8), erster Satz der Live-Datei (30:80).
       FD  STA-FILE.
       01  STA-REC             PIC X(120).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(390).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-SEL-STATUS       PIC XX VALUE "00".
       01  WS-LOGFILE-STATUS   PIC XX VALUE "00".
       01  WS-EVT-STATUS       PIC XX VALUE "00".
       01  WS-HST-STATUS       PIC XX VALUE "00".
       01  WS-STA-STATUS       PIC XX VALUE "00".
       01  WS-PARM-STATUS      PIC XX VALUE "00".
       01  WS-INPUT-FILE       PIC X(40) VALUE "logs.dat".
       01  WS-EVT-NAME         PIC X(40) VALUE "SECEVENTS.DAT".
       01  WS-PARM-NAME        PIC X(40) VALUE "LOGPARMS.DAT".
       01  WS-HAVE-PARMS       PIC X VALUE "N".
       01  WS-FINAL-RC         PIC 99 VALUE 0.

      * Auswahl aus LOGSECSEL.DAT: Level und Quelle (leer = alle).
       01  WS-SEL-COUNT        PIC 9(3) VALUE 0.
       01  WS-SEL-IDX          PIC 9(3) VALUE 0.
       01  WS-SEL-TABLE.
           05  WS-SEL-ROW OCCURS 100 TIMES.
               10  WS-SEL-LEVEL  PIC X(7).
               10  WS-SEL-SOURCE PIC X(8).
       01  WS-SEL-LEVEL-IN     PIC X(20) VALUE SPACES.
       01  WS-SEL-SOURCE-IN    PIC X(20) VALUE SPACES.
       01  WS-SELECTED         PIC X VALUE "N".

      * Sende-Status und Fortschreibung.
       01  WS-LAST-SEQ         PIC 9(10) VALUE 0.
       01  WS-LAST-DATE        PIC 9(8) VALUE 0.
       01  WS-DONE-RECS        PIC 9(8) VALUE 0.
       01  WS-FIRST-IMAGE      PIC X(80) VALUE SPACES.
       01  WS-THIS-FIRST       PIC X(80) VALUE SPACES.
       01  WS-SEQ              PIC 9(10) VALUE 0.
       01  WS-FIRST-SEQ        PIC 9(10) VALUE 0.
       01  WS-SKIP             PIC 9(8) VALUE 0.
       01  WS-RECS-READ        PIC 9(8) VALUE 0.
       01  WS-EVENTS           PIC 9(8) VALUE 0.
       01  WS-SEQ-SUM          PIC 9(15) VALUE 0.

      * Pruefung der Historie: letzte Nummer und Luecken.
       01  WS-HST-LAST         PIC 9(10) VALUE 0.
       01  WS-HST-SEQ          PIC 9(10) VALUE 0.
       01  WS-HST-GAPS         PIC 9(6) VALUE 0.
       01  WS-GAP-FROM         PIC 9(10) VALUE 0.
       01  WS-GAP-TO           PIC 9(10) VALUE 0.

      * Resend: Bereich "von-bis".
       01  WS-RESEND-INPUT     PIC X(23) VALUE SPACES.
       01  WS-RS-FROM-X        PIC X(10) VALUE SPACES.
       01  WS-RS-TO-X          PIC X(10) VALUE SPACES.
       01  WS-RS-J             PIC X(10) JUSTIFIED RIGHT.
       01  WS-RS-FROM          PIC 9(10) VALUE 0.
       01  WS-RS-TO            PIC 9(10) VALUE 0.
       01  WS-RS-EXPECT        PIC 9(10) VALUE 0.
       01  WS-RS-MISSING       PIC 9(10) VALUE 0.

       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-NOW              PIC 9(8) VALUE 0.

      * Die Meldung geht nach aussen: LOGMASK maskiert sie wie in
      * LOGXTRACT.
       01  WS-MASK-ACTION      PIC X VALUE "M".
       01  WS-MASK-HIT         PIC X VALUE "N".
       01  WS-MASK-SOURCE      PIC X(8) VALUE SPACES.
       01  WS-MASK-MESSAGE     PIC X(30) VALUE SPACES.

      * AUDITLOG-Zeile des Laufs.
       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGSECEVT".
       01  WS-AUDIT-FILTER     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGSECEVT".
       01  WS-AUTH-MODE        PIC X VALUE "C".
       01  WS-AUTH-RESULT      PIC X VALUE "N".
       01  WS-AUTH-ROLE        PIC X(10) VALUE SPACES.

           COPY LOGRUNID.
           COPY LOGRRDT.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-FINAL-RC
           MOVE 0 TO WS-EVENTS
           MOVE 0 TO WS-SEQ-SUM
           MOVE 0 TO WS-RECS-READ
           MOVE "N" TO WS-HAVE-PARMS
           PERFORM CHECK-AUTHORITY
           IF WS-AUTH-RESULT NOT = "Y"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "=== LOGSECEVT: Sicherheits-Ereignisse ==="
           IF LOG-RERUN-DATE NOT = SPACES
              AND LOG-RERUN-DATE NOT = LOW-VALUES
              DISPLAY "Hinweis: Wiederholungslauf - Sicherheits-"
                      "Ereignisse wurden im Originallauf gesendet"
              GOBACK
           END-IF
           PERFORM SET-RUN-FILE-NAMES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Resend: sequence range FROM-TO "
                   "(blank = new events): "
           MOVE SPACES TO WS-RESEND-INPUT
           ACCEPT WS-RESEND-INPUT
           PERFORM READ-SEND-STATE
           PERFORM CHECK-HISTORY
           IF WS-RESEND-INPUT NOT = SPACES
              PERFORM RESEND-RANGE
              MOVE WS-FINAL-RC TO RETURN-CODE
              GOBACK
           END-IF
      * Historie und Status muessen auf derselben Nummer enden,
      * sonst ist ein frueherer Lauf zwischen Senden und
      * Fortschreiben abgebrochen - ein neuer Lauf wuerde Ereignisse
      * doppelt oder gar nicht senden.
           IF WS-HST-LAST NOT = WS-LAST-SEQ
              DISPLAY "** FEHLER: SECEVENTS.HST endet bei Folgenummer "
                      WS-HST-LAST ", LOGSECEVT.STA bei " WS-LAST-SEQ
                      " - Status abgleichen, nichts gesendet **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-SELECTION
           PERFORM GET-INPUT-FILE
           OPEN INPUT LOGFILE
           IF WS-LOGFILE-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-INPUT-FILE)
                      " konnte nicht geoeffnet werden (Status "
                      WS-LOGFILE-STATUS ") **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND HST-FILE
           IF WS-HST-STATUS NOT = "00"
              OPEN OUTPUT HST-FILE
           END-IF
           COMPUTE WS-FIRST-SEQ = WS-LAST-SEQ + 1
           MOVE WS-LAST-SEQ TO WS-SEQ
           PERFORM WRITE-EVENTS
           CLOSE HST-FILE
           CLOSE LOGFILE
           PERFORM WRITE-SEND-STATE
           DISPLAY FUNCTION TRIM(WS-EVT-NAME) " geschrieben: "
                   WS-EVENTS " Ereignisse aus " WS-RECS-READ
                   " Saetzen (" WS-SKIP " bereits verarbeitet), "
                   "Folgenummer " WS-FIRST-SEQ " bis " WS-SEQ
           MOVE SPACES TO WS-AUDIT-FILTER
           STRING "SEQ " WS-FIRST-SEQ "-" WS-SEQ
                  DELIMITED BY SIZE INTO WS-AUDIT-FILTER
           MOVE WS-RECS-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-EVENTS TO WS-AUDIT-RECORDS-MATCHED
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-INPUT-FILE
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      * Bei leerer Kennung gelten die festen Standardnamen (siehe
      * LOGFEEDs SET-RUN-FILE-NAMES). Die Schnittstellendatei selbst
      * hat wie LOGXTRACT.DAT einen festen Namen.
       SET-RUN-FILE-NAMES.
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              MOVE "LOGPARMS.DAT" TO WS-PARM-NAME
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARM-NAME
           STRING "LOGPARMS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PARM-NAME.

      * Live-Datei aus LOGFRONTs LOGPARMS.DAT; ohne Parameterdatei
      * wird gefragt.
       GET-INPUT-FILE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
              AND WS-PARM-NAME NOT = "LOGPARMS.DAT"
              MOVE "LOGPARMS.DAT" TO WS-PARM-NAME
              OPEN INPUT PARM-FILE
           END-IF
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 NOT AT END
                    MOVE PARM-REC(1:40) TO WS-INPUT-FILE
                    MOVE FUNCTION TRIM(WS-INPUT-FILE) TO WS-INPUT-FILE
                    MOVE "Y" TO WS-HAVE-PARMS
              END-READ
              CLOSE PARM-FILE
           END-IF
           IF WS-HAVE-PARMS NOT = "Y"
              DISPLAY "Enter live log file name (blank = logs.dat): "
              ACCEPT WS-INPUT-FILE
           END-IF
           IF WS-INPUT-FILE = SPACES
              MOVE "logs.dat" TO WS-INPUT-FILE
           END-IF.

      * Auswahlregeln; ohne Datei gilt "jeder CRITICA-Satz".
       LOAD-SELECTION.
           MOVE 0 TO WS-SEL-COUNT
           OPEN INPUT SEL-FILE
           IF WS-SEL-STATUS NOT = "00"
              DISPLAY "Hinweis: LOGSECSEL.DAT nicht vorhanden - "
                      "gesendet wird jeder CRITICA-Satz"
              MOVE 1 TO WS-SEL-COUNT
              MOVE "CRITICA" TO WS-SEL-LEVEL(1)
              MOVE SPACES TO WS-SEL-SOURCE(1)
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ SEL-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    PERFORM ADD-SELECTION-RULE
              END-READ
           END-PERFORM
           CLOSE SEL-FILE
           MOVE "N" TO EOF
           IF WS-SEL-COUNT = 0
              DISPLAY "** WARNUNG: LOGSECSEL.DAT enthaelt keine "
                      "Regel - es wird nichts ausgewaehlt **"
              MOVE 4 TO WS-FINAL-RC
           END-IF.

       ADD-SELECTION-RULE.
           IF SEL-REC = SPACES OR SEL-REC(1:1) = "*"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SEL-LEVEL-IN
           MOVE SPACES TO WS-SEL-SOURCE-IN
           UNSTRING SEL-REC DELIMITED BY "|"
              INTO WS-SEL-LEVEL-IN WS-SEL-SOURCE-IN
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEL-LEVEL-IN))
              TO WS-SEL-LEVEL-IN
           MOVE FUNCTION TRIM(WS-SEL-SOURCE-IN) TO WS-SEL-SOURCE-IN
           IF WS-SEL-LEVEL-IN = SPACES
              DISPLAY "** WARNUNG: Zeile ohne Level in LOGSECSEL.DAT "
                      "uebersprungen: " FUNCTION TRIM(SEL-REC) " **"
              MOVE 4 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           IF WS-SEL-COUNT >= 100
              DISPLAY "** WARNUNG: mehr als 100 Regeln in "
                      "LOGSECSEL.DAT - Rest wird ignoriert **"
              MOVE 4 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEL-COUNT
           MOVE WS-SEL-LEVEL-IN TO WS-SEL-LEVEL(WS-SEL-COUNT)
           IF WS-SEL-SOURCE-IN = "*"
              MOVE SPACES TO WS-SEL-SOURCE(WS-SEL-COUNT)
           ELSE
              MOVE WS-SEL-SOURCE-IN TO WS-SEL-SOURCE(WS-SEL-COUNT)
           END-IF.

      * Liest LOGSECEVT.STA; fehlende oder leere Datei bedeutet
      * "noch nie gesendet".
       READ-SEND-STATE.
           MOVE 0 TO WS-LAST-SEQ
           MOVE 0 TO WS-LAST-DATE
           MOVE 0 TO WS-DONE-RECS
           MOVE SPACES TO WS-FIRST-IMAGE
           OPEN INPUT STA-FILE
           IF WS-STA-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ STA-FILE
              AT END
                 CLOSE STA-FILE
                 EXIT PARAGRAPH
           END-READ
           IF STA-REC(1:10) NUMERIC
              MOVE STA-REC(1:10) TO WS-LAST-SEQ
           END-IF
           IF STA-REC(12:8) NUMERIC
              MOVE STA-REC(12:8) TO WS-LAST-DATE
           END-IF
           IF STA-REC(21:8) NUMERIC
              MOVE STA-REC(21:8) TO WS-DONE-RECS
           END-IF
           MOVE STA-REC(30:80) TO WS-FIRST-IMAGE
           CLOSE STA-FILE.

       WRITE-SEND-STATE.
           OPEN OUTPUT STA-FILE
           MOVE SPACES TO STA-REC
           MOVE WS-SEQ TO STA-REC(1:10)
           MOVE WS-TODAY TO STA-REC(12:8)
           MOVE WS-RECS-READ TO STA-REC(21:8)
           MOVE WS-THIS-FIRST TO STA-REC(30:80)
           WRITE STA-REC
           CLOSE STA-FILE.

      * Liest SECEVENTS.HST einmal ganz: letzte Folgenummer und
      * Luecken in der Nummernfolge.
       CHECK-HISTORY.
           MOVE 0 TO WS-HST-LAST
           MOVE 0 TO WS-HST-GAPS
           OPEN INPUT HST-FILE
           IF WS-HST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ HST-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF HST-REC(1:1) = "D" AND HST-REC(2:10) NUMERIC
                       MOVE HST-REC(2:10) TO WS-HST-SEQ
                       IF WS-HST-SEQ > WS-HST-LAST + 1
                          COMPUTE WS-GAP-FROM = WS-HST-LAST + 1
                          COMPUTE WS-GAP-TO = WS-HST-SEQ - 1
                          DISPLAY "** WARNUNG: Luecke in "
                                  "SECEVENTS.HST - Folgenummer "
                                  WS-GAP-FROM " bis " WS-GAP-TO
                                  " fehlen **"
                          ADD 1 TO WS-HST-GAPS
                       END-IF
                       IF WS-HST-SEQ > WS-HST-LAST
                          MOVE WS-HST-SEQ TO WS-HST-LAST
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HST-FILE
           MOVE "N" TO EOF
           IF WS-HST-GAPS > 0
              MOVE 4 TO WS-FINAL-RC
           END-IF.

      * Liest die Live-Datei: ist ihr erster Satz derselbe wie im
      * Status, sind die ersten WS-DONE-RECS Saetze schon
      * verarbeitet; sonst ist es eine neue Live-Datei.
       WRITE-EVENTS.
           OPEN OUTPUT EVT-FILE
           PERFORM WRITE-HEADER
           MOVE 0 TO WS-SKIP
           MOVE SPACES TO WS-THIS-FIRST
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ LOGFILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    ADD 1 TO WS-RECS-READ
                    IF WS-RECS-READ = 1
                       MOVE LOG-REC TO WS-THIS-FIRST
                       IF LOG-REC = WS-FIRST-IMAGE
                          MOVE WS-DONE-RECS TO WS-SKIP
                       END-IF
                    END-IF
                    IF WS-RECS-READ > WS-SKIP
                       PERFORM CHECK-SELECTION
                       IF WS-SELECTED = "Y"
                          PERFORM WRITE-ONE-EVENT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE "N" TO EOF
           IF WS-RECS-READ < WS-SKIP
              DISPLAY "** WARNUNG: " FUNCTION TRIM(WS-INPUT-FILE)
                      " hat nur " WS-RECS-READ " Saetze, verarbeitet "
                      "waren bereits " WS-SKIP " **"
              MOVE WS-RECS-READ TO WS-SKIP
              MOVE 4 TO WS-FINAL-RC
           END-IF
           PERFORM WRITE-TRAILER
           CLOSE EVT-FILE
           MOVE "F" TO WS-MASK-ACTION
           CALL "LOGMASK" USING WS-MASK-ACTION WS-EVT-NAME
                   WS-MASK-SOURCE WS-MASK-MESSAGE WS-MASK-HIT
           END-CALL.

       CHECK-SELECTION.
           MOVE "N" TO WS-SELECTED
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
                      OR WS-SELECTED = "Y"
              IF LOG-LEVEL IN LOG-REC-FIELDS = WS-SEL-LEVEL(WS-SEL-IDX)
                 AND (WS-SEL-SOURCE(WS-SEL-IDX) = SPACES
                  OR LOG-SOURCE IN LOG-REC-FIELDS
                     = WS-SEL-SOURCE(WS-SEL-IDX))
                 MOVE "Y" TO WS-SELECTED
              END-IF
           END-PERFORM.

       WRITE-ONE-EVENT.
           ADD 1 TO WS-SEQ
           MOVE LOG-SOURCE IN LOG-REC-FIELDS TO WS-MASK-SOURCE
           MOVE LOG-MESSAGE IN LOG-REC-FIELDS TO WS-MASK-MESSAGE
           MOVE "M" TO WS-MASK-ACTION
           CALL "LOGMASK" USING WS-MASK-ACTION WS-EVT-NAME
                   WS-MASK-SOURCE WS-MASK-MESSAGE WS-MASK-HIT
           END-CALL
           MOVE SPACES TO EVT-REC
           MOVE "D" TO EVT-REC(1:1)
           MOVE WS-SEQ TO EVT-REC(2:10)
           MOVE LOG-DATE IN LOG-REC-FIELDS TO EVT-REC(12:10)
           MOVE LOG-TIME IN LOG-REC-FIELDS TO EVT-REC(22:8)
           MOVE LOG-LEVEL IN LOG-REC-FIELDS TO EVT-REC(30:7)
           MOVE WS-MASK-SOURCE TO EVT-REC(37:8)
           MOVE WS-MASK-MESSAGE TO EVT-REC(45:30)
           WRITE EVT-REC
           MOVE EVT-REC TO HST-REC
           WRITE HST-REC
           ADD 1 TO WS-EVENTS
           ADD WS-SEQ TO WS-SEQ-SUM.

      * Kopfsatz: Satzart, Datum, Uhrzeit, Quellsystem und die erste
      * Folgenummer dieser Lieferung.
       WRITE-HEADER.
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO EVT-REC
           MOVE "H" TO EVT-REC(1:1)
           MOVE WS-TODAY TO EVT-REC(2:8)
           MOVE WS-NOW(1:6) TO EVT-REC(10:6)
           MOVE "LOGSUITE" TO EVT-REC(17:10)
           MOVE WS-FIRST-SEQ TO EVT-REC(27:10)
           IF WS-RESEND-INPUT NOT = SPACES
              MOVE "RESEND" TO EVT-REC(38:6)
           END-IF
           WRITE EVT-REC.

      * Schluss-Satz: Anzahl, erste und letzte Folgenummer, Summe der
      * Folgenummern. Ohne Ereignis ist die letzte Nummer die vor
      * der ersten - der Empfaenger sieht die Folge lueckenlos.
       WRITE-TRAILER.
           MOVE SPACES TO EVT-REC
           MOVE "T" TO EVT-REC(1:1)
           MOVE WS-EVENTS TO EVT-REC(2:8)
           MOVE WS-FIRST-SEQ TO EVT-REC(10:10)
           MOVE WS-SEQ TO EVT-REC(20:10)
           MOVE WS-SEQ-SUM TO EVT-REC(30:15)
           WRITE EVT-REC.

      * Baut SECEVENTS.DAT fuer einen Folgenummern-Bereich aus der
      * Historie neu auf; Nummern, die dort fehlen, werden gemeldet
      * (RC 8). Der Sende-Status bleibt unberuehrt.
       RESEND-RANGE.
           MOVE SPACES TO WS-RS-FROM-X
           MOVE SPACES TO WS-RS-TO-X
           UNSTRING WS-RESEND-INPUT DELIMITED BY "-"
              INTO WS-RS-FROM-X WS-RS-TO-X
           END-UNSTRING
           IF WS-RS-TO-X = SPACES
              MOVE WS-RS-FROM-X TO WS-RS-TO-X
           END-IF
           MOVE FUNCTION TRIM(WS-RS-FROM-X) TO WS-RS-J
           INSPECT WS-RS-J REPLACING LEADING " " BY "0"
           IF WS-RS-J NOT NUMERIC
              DISPLAY "** FEHLER: ungueltiger Bereich - erwartet "
                      "von-bis **"
              MOVE 8 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RS-J TO WS-RS-FROM
           MOVE FUNCTION TRIM(WS-RS-TO-X) TO WS-RS-J
           INSPECT WS-RS-J REPLACING LEADING " " BY "0"
           IF WS-RS-J NOT NUMERIC
              DISPLAY "** FEHLER: ungueltiger Bereich - erwartet "
                      "von-bis **"
              MOVE 8 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RS-J TO WS-RS-TO
           IF WS-RS-FROM = 0 OR WS-RS-FROM > WS-RS-TO
              OR WS-RS-TO > WS-LAST-SEQ
              DISPLAY "** FEHLER: Bereich " WS-RS-FROM "-" WS-RS-TO
                      " liegt nicht in den gesendeten Folgenummern "
                      "1-" WS-LAST-SEQ " **"
              MOVE 8 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT HST-FILE
           IF WS-HST-STATUS NOT = "00"
              DISPLAY "** FEHLER: SECEVENTS.HST nicht vorhanden "
                      "(Status " WS-HST-STATUS ") **"
              MOVE 16 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RS-FROM TO WS-FIRST-SEQ
           OPEN OUTPUT EVT-FILE
           PERFORM WRITE-HEADER
           MOVE WS-RS-FROM TO WS-RS-EXPECT
           MOVE 0 TO WS-RS-MISSING
           MOVE 0 TO WS-SEQ
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ HST-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF HST-REC(1:1) = "D" AND HST-REC(2:10) NUMERIC
                       MOVE HST-REC(2:10) TO WS-HST-SEQ
                       IF WS-HST-SEQ >= WS-RS-EXPECT
                          AND WS-HST-SEQ <= WS-RS-TO
                          PERFORM RESEND-ONE-EVENT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HST-FILE
           MOVE "N" TO EOF
           IF WS-RS-EXPECT <= WS-RS-TO
              COMPUTE WS-RS-MISSING = WS-RS-MISSING
                 + WS-RS-TO - WS-RS-EXPECT + 1
              DISPLAY "** WARNUNG: Folgenummer " WS-RS-EXPECT
                      " bis " WS-RS-TO " fehlen in SECEVENTS.HST **"
           END-IF
           PERFORM WRITE-TRAILER
           CLOSE EVT-FILE
           DISPLAY "Folgenummer " WS-RS-FROM " bis " WS-RS-TO
                   " nach " FUNCTION TRIM(WS-EVT-NAME)
                   " reproduziert (" WS-EVENTS " Ereignisse)"
           IF WS-RS-MISSING > 0
              MOVE 8 TO WS-FINAL-RC
           END-IF.

      * Ein Ereignis aus der Historie; eine uebersprungene Nummer
      * zaehlt als fehlend.
       RESEND-ONE-EVENT.
           IF WS-HST-SEQ > WS-RS-EXPECT
              COMPUTE WS-RS-MISSING = WS-RS-MISSING
                 + WS-HST-SEQ - WS-RS-EXPECT
              COMPUTE WS-GAP-TO = WS-HST-SEQ - 1
              DISPLAY "** WARNUNG: Folgenummer " WS-RS-EXPECT
                      " bis " WS-GAP-TO " fehlen in SECEVENTS.HST **"
           END-IF
           MOVE HST-REC TO EVT-REC
           WRITE EVT-REC
           ADD 1 TO WS-EVENTS
           ADD WS-HST-SEQ TO WS-SEQ-SUM
           MOVE WS-HST-SEQ TO WS-SEQ
           COMPUTE WS-RS-EXPECT = WS-HST-SEQ + 1.

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
