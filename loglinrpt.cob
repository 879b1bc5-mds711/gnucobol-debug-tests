       IDENTIFICATION DIVISION.
      *Herkunftsbericht: alle Saetze, die mit einer bestimmten
      *Lieferdatei angenommen wurden, und wo sie heute stehen
       PROGRAM-ID. LOGLINRPT.
       REMARKS. Query side of the record lineage LOGINTAKE keeps.
           The operator names a delivery file (or one lineage id)
           and gets every delivery of that name out of LINEAGE.DAT
           - a re-sent file shows up once per intake - each with
           its header date, source, intake time and the LOG-RUN-ID
           of the intake, followed by every record that arrived in
           it, in delivery order over the register's alternate key.
           Each record is checked against LOGMASTER.IDX: stored
           (with the master key), not loaded yet, or no longer in
           the store (purged or rebuilt without it). When an
           application team disputes a record, or a bad file has to
           be backed out, this is the exact list of what it brought.
           The list goes to the print file LINEAGE-<name or id>.RPT
           in LOGSCORE's image (132 columns, page headings, a total
           per delivery and control totals of records listed,
           stored, not loaded and no longer stored at the end); the
           console shows the same list and the totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINDLV-FILE ASSIGN TO "LINEAGE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LINDLV-STATUS.
      * Satzregister der Annahme (Satzaufbau siehe LOGLIN).
           SELECT LINEAGE-FILE ASSIGN TO "LINEAGE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIN-KEY
                  ALTERNATE RECORD KEY IS LIN-DLV-KEY
                  FILE STATUS IS WS-LINEAGE-STATUS.
      * Same layout LOGLOAD writes, read by key only.
           SELECT MASTER-FILE ASSIGN TO "LOGMASTER.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MASTER-KEY
                  ALTERNATE RECORD KEY IS MASTER-SRC-KEY
                  ALTERNATE RECORD KEY IS MASTER-LVL-KEY
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Zeilenaufbau siehe LOGINTAKE.
       FD  LINDLV-FILE.
       01  LINDLV-REC          PIC X(140).

       FD  LINEAGE-FILE.
       01  LIN-REC.
           COPY LOGLIN.

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

       FD  RPT-FILE.
       01  RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-LINDLV-STATUS    PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS   PIC XX VALUE "00".
       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-MASTER-OPEN      PIC X VALUE "N".
       01  WS-LIN-EOF          PIC X VALUE "N".
       01  WS-RPT-STATUS       PIC XX VALUE "00".
       01  WS-RPT-NAME         PIC X(60) VALUE SPACES.
       01  WS-RPT-KEY          PIC X(40) VALUE SPACES.

      * Gesuchte Lieferdatei oder Herkunfts-ID.
       01  WS-FILTER           PIC X(40) VALUE SPACES.

      * Felder einer Zeile des Lieferungsverzeichnisses.
       01  WS-LD-ID            PIC X(16) VALUE SPACES.
       01  WS-LD-FILE          PIC X(40) VALUE SPACES.
       01  WS-LD-BIZDATE       PIC X(8) VALUE SPACES.
       01  WS-LD-SOURCE        PIC X(8) VALUE SPACES.
       01  WS-LD-DATE          PIC X(10) VALUE SPACES.
       01  WS-LD-TIME          PIC X(8) VALUE SPACES.
       01  WS-LD-RUN           PIC X(15) VALUE SPACES.
       01  WS-LD-COUNT         PIC X(8) VALUE SPACES.
       01  WS-LD-RESULT        PIC X(7) VALUE SPACES.

      * Der gelistete Satz, zerlegt mit dem gemeinsamen Layout.
       01  WS-RPT-ENTRY.
           COPY LOGENTRY.
       01  WS-REC-STATE        PIC X(30) VALUE SPACES.

      * Zaehler je Lieferung und fuer den ganzen Bericht.
       01  WS-DLV-LISTED       PIC 9(8) VALUE 0.
       01  WS-DELIVERIES       PIC 9(4) VALUE 0.
       01  WS-TOTAL-LISTED     PIC 9(8) VALUE 0.
       01  WS-TOTAL-STORED     PIC 9(8) VALUE 0.
       01  WS-TOTAL-UNLOADED   PIC 9(8) VALUE 0.
       01  WS-TOTAL-GONE       PIC 9(8) VALUE 0.
       01  WS-DLV-STORED       PIC 9(8) VALUE 0.
       01  WS-DLV-UNLOADED     PIC 9(8) VALUE 0.
       01  WS-DLV-GONE         PIC 9(8) VALUE 0.

      * Seitensteuerung wie LOGSCORE: 56 Druckzeilen je Seite.
       01  WS-PAGE-NUM         PIC 9(4) VALUE 0.
       01  WS-LINE-CNT         PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 56.
       01  WS-PAGE-DISP        PIC ZZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-TODAY            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           DISPLAY "=== LOGLINRPT: Saetze je Lieferdatei ==="
           DISPLAY "Delivery file name or lineage ID to list: "
           ACCEPT WS-FILTER
           IF WS-FILTER = SPACES
              DISPLAY "** Keine Lieferdatei angegeben **"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE FUNCTION TRIM(WS-FILTER) TO WS-FILTER
           OPEN INPUT LINDLV-FILE
           IF WS-LINDLV-STATUS NOT = "00"
              DISPLAY "LINEAGE.DAT nicht vorhanden (Status "
                      WS-LINDLV-STATUS ") - noch keine Lieferung "
                      "mit Herkunft angenommen"
              GOBACK
           END-IF
           OPEN INPUT LINEAGE-FILE
           IF WS-LINEAGE-STATUS NOT = "00"
              DISPLAY "** FEHLER: LINEAGE.IDX konnte nicht "
                      "geoeffnet werden (Status " WS-LINEAGE-STATUS
                      ") **"
              CLOSE LINDLV-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-REPORT
           IF WS-RPT-STATUS NOT = "00"
              CLOSE LINDLV-FILE
              CLOSE LINEAGE-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
              MOVE "Y" TO WS-MASTER-OPEN
           ELSE
              DISPLAY "Hinweis: LOGMASTER.IDX nicht verfuegbar - "
                      "Bestand wird nicht abgeglichen"
              MOVE "BESTAND NICHT ABGEGLICHEN (LOGMASTER.IDX NICHT "
                 TO WS-PRINT-LINE
              MOVE "VERFUEGBAR)" TO WS-PRINT-LINE(48:11)
              PERFORM PRINT-ONE-LINE
           END-IF
           PERFORM UNTIL EOF = "Y"
              READ LINDLV-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    PERFORM CHECK-ONE-DELIVERY
              END-READ
           END-PERFORM
           CLOSE LINDLV-FILE
           CLOSE LINEAGE-FILE
           IF WS-MASTER-OPEN = "Y"
              CLOSE MASTER-FILE
           END-IF
           PERFORM PRINT-CONTROL-TOTALS
           CLOSE RPT-FILE
           DISPLAY " "
           DISPLAY "Bericht: " FUNCTION TRIM(WS-RPT-NAME)
           IF WS-DELIVERIES = 0
              DISPLAY "Keine Lieferung " FUNCTION TRIM(WS-FILTER)
                      " im Herkunftsregister"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "Lieferungen: " WS-DELIVERIES
                   ", Saetze: " WS-TOTAL-LISTED
           IF WS-MASTER-OPEN = "Y"
              DISPLAY "  im Bestand " WS-TOTAL-STORED
                      ", noch nicht geladen " WS-TOTAL-UNLOADED
                      ", nicht mehr im Bestand " WS-TOTAL-GONE
           END-IF
           GOBACK.

      * Eine Zeile des Lieferungsverzeichnisses: passt Dateiname
      * oder Herkunfts-ID, wird die Lieferung mit all ihren Saetzen
      * gelistet.
       CHECK-ONE-DELIVERY.
           MOVE SPACES TO WS-LD-ID WS-LD-FILE WS-LD-BIZDATE
                          WS-LD-SOURCE WS-LD-DATE WS-LD-TIME
                          WS-LD-RUN WS-LD-COUNT WS-LD-RESULT
           UNSTRING LINDLV-REC DELIMITED BY "|"
              INTO WS-LD-ID WS-LD-FILE WS-LD-BIZDATE WS-LD-SOURCE
                   WS-LD-DATE WS-LD-TIME WS-LD-RUN WS-LD-COUNT
                   WS-LD-RESULT
           END-UNSTRING
           IF WS-LD-FILE NOT = WS-FILTER
              AND WS-LD-ID NOT = WS-FILTER
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DELIVERIES
           PERFORM PRINT-DELIVERY-HEADING
           DISPLAY " "
           DISPLAY "Lieferung " FUNCTION TRIM(WS-LD-FILE)
                   "  Herkunfts-ID " WS-LD-ID
           DISPLAY "  Kopfdatum " WS-LD-BIZDATE "  Quelle "
                   WS-LD-SOURCE "  angenommen " WS-LD-DATE " "
                   WS-LD-TIME
           IF WS-LD-RUN = SPACES
              DISPLAY "  Annahme eigenstaendig, " WS-LD-COUNT
                      " Saetze (" FUNCTION TRIM(WS-LD-RESULT) ")"
           ELSE
              DISPLAY "  Annahme in Kette " WS-LD-RUN ", "
                      WS-LD-COUNT " Saetze ("
                      FUNCTION TRIM(WS-LD-RESULT) ")"
           END-IF
           PERFORM LIST-DELIVERY-RECORDS
           PERFORM PRINT-DELIVERY-TOTAL
           IF WS-LD-COUNT IS NUMERIC
              AND WS-DLV-LISTED NOT = WS-LD-COUNT
              DISPLAY "** WARNUNG: " WS-DLV-LISTED " Saetze im "
                      "Register, Lieferung meldet " WS-LD-COUNT
                      " **"
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  ** WARNUNG: " WS-DLV-LISTED " SAETZE IM "
                     "REGISTER, LIEFERUNG MELDET " WS-LD-COUNT " **"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

      * Ueber den Alternativschluessel Herkunfts-ID + Satznummer
      * in Lieferreihenfolge lesen, bis eine andere ID kommt.
       LIST-DELIVERY-RECORDS.
           MOVE 0 TO WS-DLV-LISTED
           MOVE 0 TO WS-DLV-STORED
           MOVE 0 TO WS-DLV-UNLOADED
           MOVE 0 TO WS-DLV-GONE
           MOVE WS-LD-ID TO LIN-ID
           MOVE 0 TO LIN-DLV-SEQ
           MOVE "N" TO WS-LIN-EOF
           START LINEAGE-FILE KEY >= LIN-DLV-KEY
              INVALID KEY
                 MOVE "Y" TO WS-LIN-EOF
           END-START
           PERFORM UNTIL WS-LIN-EOF = "Y"
              READ LINEAGE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-LIN-EOF
                 NOT AT END
                    IF LIN-ID NOT = WS-LD-ID
                       MOVE "Y" TO WS-LIN-EOF
                    ELSE
                       PERFORM LIST-ONE-RECORD
                    END-IF
              END-READ
           END-PERFORM.

       LIST-ONE-RECORD.
           ADD 1 TO WS-DLV-LISTED
           ADD 1 TO WS-TOTAL-LISTED
           MOVE LIN-IMAGE TO WS-RPT-ENTRY
           PERFORM CHECK-STORE
           DISPLAY "  " LIN-DLV-SEQ " [" LOG-DATE IN WS-RPT-ENTRY " "
                   LOG-TIME IN WS-RPT-ENTRY "] ["
                   LOG-LEVEL IN WS-RPT-ENTRY "] "
                   LOG-MESSAGE IN WS-RPT-ENTRY "  "
                   FUNCTION TRIM(WS-REC-STATE)
           MOVE LIN-DLV-SEQ TO WS-PRINT-LINE(3:8)
           MOVE LOG-DATE IN WS-RPT-ENTRY TO WS-PRINT-LINE(13:10)
           MOVE LOG-TIME IN WS-RPT-ENTRY TO WS-PRINT-LINE(25:8)
           MOVE LOG-LEVEL IN WS-RPT-ENTRY TO WS-PRINT-LINE(35:7)
           MOVE LOG-SOURCE IN WS-RPT-ENTRY TO WS-PRINT-LINE(44:8)
           MOVE LOG-MESSAGE IN WS-RPT-ENTRY TO WS-PRINT-LINE(54:30)
           IF WS-MASTER-OPEN = "Y"
              MOVE WS-REC-STATE TO WS-PRINT-LINE(86:30)
           ELSE
              MOVE "NICHT ABGEGLICHEN" TO WS-PRINT-LINE(86:17)
           END-IF
           PERFORM PRINT-ONE-LINE.

      * Wo steht der Satz heute? Der Master-Schluessel aus dem
      * Register muss noch denselben Satz mit derselben Herkunft
      * tragen - sonst ist er per Purge oder Neuaufbau
      * verschwunden.
       CHECK-STORE.
           MOVE SPACES TO WS-REC-STATE
           IF WS-MASTER-OPEN NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           IF LIN-MASTER-KEY = SPACES
              MOVE "nicht geladen" TO WS-REC-STATE
              ADD 1 TO WS-TOTAL-UNLOADED
              ADD 1 TO WS-DLV-UNLOADED
              EXIT PARAGRAPH
           END-IF
           MOVE LIN-MASTER-DATE TO MASTER-DATE
           MOVE LIN-MASTER-SEQ TO MASTER-SEQ
           READ MASTER-FILE KEY IS MASTER-KEY
              INVALID KEY
                 MOVE SPACES TO MASTER-ENTRY
           END-READ
           IF MASTER-ENTRY = LIN-IMAGE
              AND MASTER-LIN-ID = LIN-ID
              STRING "Bestand " DELIMITED BY SIZE
                     LIN-MASTER-DATE DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     LIN-MASTER-SEQ DELIMITED BY SIZE
                     INTO WS-REC-STATE
              ADD 1 TO WS-TOTAL-STORED
              ADD 1 TO WS-DLV-STORED
           ELSE
              MOVE "nicht mehr im Bestand" TO WS-REC-STATE
              ADD 1 TO WS-TOTAL-GONE
              ADD 1 TO WS-DLV-GONE
           END-IF.

      * -------- Druckbild --------
      * Der Name folgt dem Suchbegriff; ein Pfadtrenner darin wird
      * zum Unterstrich, damit die Datei im Arbeitsverzeichnis
      * landet.
       OPEN-REPORT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-FILTER TO WS-RPT-KEY
           INSPECT WS-RPT-KEY REPLACING ALL "/" BY "_"
           MOVE SPACES TO WS-RPT-NAME
           STRING "LINEAGE-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-KEY) DELIMITED BY SIZE
                  ".RPT" DELIMITED BY SIZE
                  INTO WS-RPT-NAME
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-RPT-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-RPT-STATUS ") **"
           END-IF.

       PRINT-ONE-LINE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO RPT-REC
           WRITE RPT-REC
           ADD 1 TO WS-LINE-CNT
           MOVE SPACES TO WS-PRINT-LINE.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-DISP
           MOVE SPACES TO RPT-REC
           MOVE "LOG-SUITE HERKUNFT DER SAETZE" TO RPT-REC
           STRING "LIEFERUNG " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILTER) DELIMITED BY SIZE
                  INTO RPT-REC(40:52)
           STRING "ERSTELLT " WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
                  WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO RPT-REC(94:19)
           MOVE "SEITE" TO RPT-REC(120:5)
           MOVE WS-PAGE-DISP TO RPT-REC(126:4)
           WRITE RPT-REC
           MOVE ALL "=" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "SATZNR" TO RPT-REC(5:6)
           MOVE "DATUM" TO RPT-REC(13:5)
           MOVE "ZEIT" TO RPT-REC(25:4)
           MOVE "LEVEL" TO RPT-REC(35:5)
           MOVE "QUELLE" TO RPT-REC(44:6)
           MOVE "MELDUNG" TO RPT-REC(54:7)
           MOVE "BESTAND" TO RPT-REC(86:7)
           WRITE RPT-REC
           MOVE ALL "-" TO RPT-REC
           WRITE RPT-REC
           MOVE 5 TO WS-LINE-CNT.

      * Kopf je Lieferung: Name, ID, Kopfdatum, Quelle, Annahme.
       PRINT-DELIVERY-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           STRING "LIEFERUNG " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LD-FILE) DELIMITED BY SIZE
                  "  HERKUNFTS-ID " DELIMITED BY SIZE
                  WS-LD-ID DELIMITED BY SIZE
                  "  KOPFDATUM " DELIMITED BY SIZE
                  WS-LD-BIZDATE DELIMITED BY SIZE
                  "  QUELLE " DELIMITED BY SIZE
                  WS-LD-SOURCE DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           IF WS-LD-RUN = SPACES
              STRING "  ANGENOMMEN " WS-LD-DATE " " WS-LD-TIME
                     " EIGENSTAENDIG, " WS-LD-COUNT " SAETZE ("
                     FUNCTION TRIM(WS-LD-RESULT) ")"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "  ANGENOMMEN " WS-LD-DATE " " WS-LD-TIME
                     " IN KETTE " WS-LD-RUN ", " WS-LD-COUNT
                     " SAETZE (" FUNCTION TRIM(WS-LD-RESULT) ")"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-ONE-LINE.

       PRINT-DELIVERY-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-MASTER-OPEN = "Y"
              STRING "  SUMME LIEFERUNG: " WS-DLV-LISTED
                     " SAETZE, IM BESTAND " WS-DLV-STORED
                     ", NICHT GELADEN " WS-DLV-UNLOADED
                     ", NICHT MEHR IM BESTAND " WS-DLV-GONE
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "  SUMME LIEFERUNG: " WS-DLV-LISTED " SAETZE"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-ONE-LINE.

       PRINT-CONTROL-TOTALS.
           IF WS-DELIVERIES = 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  (KEINE LIEFERUNG " FUNCTION TRIM(WS-FILTER)
                     " IM HERKUNFTSREGISTER)"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE "ENDSUMMEN" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  LIEFERUNGEN:            " DELIMITED BY SIZE
                  WS-DELIVERIES DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  SAETZE GELISTET:        " DELIMITED BY SIZE
                  WS-TOTAL-LISTED DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           IF WS-MASTER-OPEN = "Y"
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  IM BESTAND:             " DELIMITED BY SIZE
                     WS-TOTAL-STORED DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  NOCH NICHT GELADEN:     " DELIMITED BY SIZE
                     WS-TOTAL-UNLOADED DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  NICHT MEHR IM BESTAND:  " DELIMITED BY SIZE
                     WS-TOTAL-GONE DELIMITED BY SIZE
                     INTO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
           END-IF
           MOVE "*** ENDE DES BERICHTS ***" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE.
