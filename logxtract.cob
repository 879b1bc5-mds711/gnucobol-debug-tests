           sent. Each generation is also kept as
           LOGXTRACT-G<number>.DAT, and an explicit resend mode
           reproduces a named prior generation into LOGXTRACT.DAT
           for the bridge's reload requests. Inside a chain the
           report defaults to the run's LOGSORT-REPORT-<run id>.CSV.
           A historical re-run (LOGRRDT.cpy) writes
           LOGXTRACT-<run id>.DAT instead: the H record carries the
           re-run's business date, generation 000000 and "RERUN" in
           columns 34-38, and LOGXTRACT.DAT, LOGXTRACT.STA and the
           generation copies stay untouched - the live delivery is
           never replaced by a re-run behind the bridge's back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CSV-STATUS.
           SELECT XTR-FILE ASSIGN TO DYNAMIC WS-XTR-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-XTR-STATUS.
      * Sende-Status: letzte Generation, deren Geschaeftsdatum und

      * Satzarten: "H" Kopf, "R" Rang-Detail, "L" Level-Detail,
      * "T" Schluss-Satz. Alles feste Spalten, keine Trennzeichen.
      * Der Kopf traegt ab Spalte 27 die sechsstellige Generation,
      * im Wiederholungslauf ab Spalte 34 die Kennung "RERUN".
       FD  XTR-FILE.
       01  XTR-REC             PIC X(80).

       01  WS-GEN-STATUS       PIC XX VALUE "00".
       01  WS-CSV-NAME         PIC X(40) VALUE "LOGSORT-REPORT.CSV".
       01  WS-GEN-NAME         PIC X(40) VALUE SPACES.
       01  WS-XTR-NAME         PIC X(40) VALUE "LOGXTRACT.DAT".
       01  WS-CSV-DEFAULT      PIC X(40) VALUE "LOGSORT-REPORT.CSV".
       01  WS-RERUN            PIC X VALUE "N".
           COPY LOGRUNID.
           COPY LOGRRDT.

      * Generationsverwaltung: letzter Stand aus LOGXTRACT.STA und
      * die Nummer dieses Laufs.
                ==LOG-TIME== BY ==XT-TIME==.
       01  WS-ENTRY-COUNT      PIC 9(6) VALUE 0.

      * Der Extrakt geht an das zentrale Monitoring: LOGMASK
      * maskiert die Meldung jedes Detailsatzes (der Report ist in
      * der Regel schon maskiert, dann bleibt es bei null Treffern).
       01  WS-MASK-ACTION      PIC X VALUE "M".
       01  WS-MASK-HIT         PIC X VALUE "N".

       01  WS-RANK             PIC 9(4) VALUE 0.
       01  WS-DETAIL-COUNT     PIC 9(6) VALUE 0.
       01  WS-HASH-TOTAL       PIC 9(10) VALUE 0.
       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           PERFORM SET-RUN-FILE-NAMES
           DISPLAY "=== LOGXTRACT: Schnittstellen-Extrakt ==="
           IF WS-RERUN = "Y"
              PERFORM RERUN-EXTRACT
              GOBACK
           END-IF
           DISPLAY "Resend: prior generation number to reproduce "
                   "(blank = new extract): "
           ACCEPT WS-RESEND-INPUT
              GOBACK
           END-IF
           COMPUTE WS-THIS-GEN = WS-LAST-GEN + 1
           PERFORM GET-REPORT-NAME
           OPEN INPUT CSV-FILE
           IF WS-CSV-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-CSV-NAME)
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-EXTRACT
           PERFORM KEEP-GENERATION-COPY
           PERFORM WRITE-SEND-STATE
           DISPLAY "LOGXTRACT.DAT geschrieben (Generation "
                   WS-THIS-GEN "): " WS-DETAIL-COUNT
                   " Detailsaetze, Hash-Summe " WS-HASH-TOTAL
           IF WS-BAD-LINES > 0
              DISPLAY "** WARNUNG: " WS-BAD-LINES " unlesbare "
                      "Report-Zeilen uebersprungen **"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Report-Name abfragen; Vorgabe ist der Report des Laufs.
       GET-REPORT-NAME.
           DISPLAY "Enter report file name (blank = "
                   FUNCTION TRIM(WS-CSV-DEFAULT) "): "
           ACCEPT WS-CSV-NAME
           IF WS-CSV-NAME = SPACES
              MOVE WS-CSV-DEFAULT TO WS-CSV-NAME
           END-IF.

      * Report lesen und Kopf, Details und Schluss-Satz schreiben.
       WRITE-EXTRACT.
           OPEN OUTPUT XTR-FILE
           PERFORM WRITE-HEADER
           PERFORM UNTIL EOF = "Y"
           PERFORM WRITE-LEVEL-DETAILS
           PERFORM WRITE-TRAILER
           CLOSE XTR-FILE
           MOVE "F" TO WS-MASK-ACTION
           CALL "LOGMASK" USING WS-MASK-ACTION WS-XTR-NAME
                   LOG-SOURCE IN WS-ENTRY-FIELDS XT-MESSAGE
                   WS-MASK-HIT
           END-CALL.

      * Dateinamen aus Lauf-Kennung und Wiederholungslauf ableiten;
      * bei leerer Kennung die festen Standardnamen (siehe LOGSORTs
      * SET-RUN-FILE-NAMES).
       SET-RUN-FILE-NAMES.
           MOVE "N" TO WS-RERUN
           MOVE "LOGXTRACT.DAT" TO WS-XTR-NAME
           MOVE "LOGSORT-REPORT.CSV" TO WS-CSV-DEFAULT
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CSV-DEFAULT
           STRING "LOGSORT-REPORT-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".CSV" DELIMITED BY SIZE
                  INTO WS-CSV-DEFAULT
           IF LOG-RERUN-DATE = SPACES OR LOG-RERUN-DATE = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RERUN
           MOVE SPACES TO WS-XTR-NAME
           STRING "LOGXTRACT-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-XTR-NAME.

      * Wiederholungslauf: kein Resend, keine Generation, keine
      * Sperre fuer dasselbe Geschaeftsdatum - der Extrakt ist eine
      * gekennzeichnete Nachlieferung in einer eigenen Datei.
       RERUN-EXTRACT.
           MOVE LOG-RERUN-DATE TO WS-TODAY
           MOVE 0 TO WS-THIS-GEN
           MOVE WS-CSV-DEFAULT TO WS-CSV-NAME
           OPEN INPUT CSV-FILE
           IF WS-CSV-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-CSV-NAME)
                      " konnte nicht geoeffnet werden (Status "
                      WS-CSV-STATUS ") **"
              MOVE 16 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-EXTRACT
           DISPLAY FUNCTION TRIM(WS-XTR-NAME) " geschrieben "
                   "(Wiederholungslauf fuer " WS-TODAY "): "
                   WS-DETAIL-COUNT " Detailsaetze, Hash-Summe "
                   WS-HASH-TOTAL
           DISPLAY "Hinweis: LOGXTRACT.DAT und LOGXTRACT.STA "
                   "bleiben unveraendert"
           IF WS-BAD-LINES > 0
              DISPLAY "** WARNUNG: " WS-BAD-LINES " unlesbare "
                      "Report-Zeilen uebersprungen **"
              MOVE 4 TO RETURN-CODE
           END-IF.

      * Kopfsatz: Satzart, Extraktdatum, Uhrzeit, Quellsystem und
      * Generationsnummer.
           MOVE WS-NOW(1:6) TO XTR-REC(10:6)
           MOVE "LOGSUITE" TO XTR-REC(17:10)
           MOVE WS-THIS-GEN TO XTR-REC(27:6)
           IF WS-RERUN = "Y"
              MOVE "RERUN" TO XTR-REC(34:5)
           END-IF
           WRITE XTR-REC.

      * Liest LOGXTRACT.STA; fehlende oder leere Datei bedeutet
           MOVE WS-RANK TO XTR-REC(2:4)
           MOVE WS-ENTRY-COUNT TO XTR-REC(6:6)
           MOVE XT-LEVEL TO XTR-REC(12:7)
           MOVE "M" TO WS-MASK-ACTION
           CALL "LOGMASK" USING WS-MASK-ACTION WS-XTR-NAME
                   LOG-SOURCE IN WS-ENTRY-FIELDS XT-MESSAGE
                   WS-MASK-HIT
           END-CALL
           MOVE XT-MESSAGE TO XTR-REC(19:30)
           WRITE XTR-REC
           ADD 1 TO WS-DETAIL-COUNT
