           quarantined whole (renamed to QUAR-<name>), never
           half-merged. Per-source merge counts are appended to
           INTAKE-COUNTS.DAT so LOGRECON can say whose lines went
           missing instead of guessing; each line also carries the
           intake time, which LOGFEED holds against the source's
           cut-off. Every quarantined delivery is also counted
           against its source in QUALITY-COUNTS.DAT for LOGSCORE.
           Each merged delivery gets a lineage id; its file name,
           header date, source, intake time and the LOG-RUN-ID of
           the intake go to LINEAGE.DAT, and every record that
           landed in the live file is registered under that id in
           LINEAGE.IDX, so LOGLOAD can carry the lineage into the
           master store and LOGLINRPT can list a delivery's records
           again - also for the part of a delivery that landed
           before a write abort. Every quarantine is written to the
           register QUARREG.DAT as it happens - quarantine name,
           delivery name, source and business date from the header,
           the reason (TRAILER, STRUKTUR or ABBRUCH) and the expected
           and actual counts - for LOGQUAR's review. When LOGQUAR
           releases a delivery it passes the file name in
           LOG-INTAKE-LIST (LOGINFIL) and the list prompt is skipped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COUNT-FILE ASSIGN TO "INTAKE-COUNTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-COUNT-STATUS.
      * Qualitaetszaehler je Quelle (Satzaufbau siehe LOGVALID).
           SELECT QUAL-FILE ASSIGN TO "QUALITY-COUNTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-QUAL-STATUS.
      * Herkunftsregister: je Lieferung eine Zeile im
      * Lieferungsverzeichnis, je gemischtem Satz ein Eintrag im
      * Satzregister (Satzaufbau siehe LOGLIN).
           SELECT LINDLV-FILE ASSIGN TO "LINEAGE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LINDLV-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "LINEAGE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIN-KEY
                  ALTERNATE RECORD KEY IS LIN-DLV-KEY
                  FILE STATUS IS WS-LINEAGE-STATUS.
      * Quarantaene-Register, fortgeschrieben wie ARCHSEALS.DAT:
      * nur angehaengt, LOGQUAR traegt die Entscheidungen nach.
           SELECT QREG-FILE ASSIGN TO "QUARREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-QREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE.
       01  COUNT-REC           PIC X(80).

       FD  QUAL-FILE.
       01  QUAL-REC            PIC X(60).

      * Herkunfts-ID|Lieferdatei|Kopfdatum|Quelle|Annahmedatum|
      * Annahmezeit|LOG-RUN-ID der Annahme|Saetze|Ergebnis
      * (MERGED oder PARTIAL bei Schreibabbruch).
       FD  LINDLV-FILE.
       01  LINDLV-REC          PIC X(140).

       FD  LINEAGE-FILE.
       01  LIN-REC.
           COPY LOGLIN.

      * Q|Quarantaene-Name|Lieferdatei|Quelle|Kopfdatum|Grund|
      * erwartet|tatsaechlich|Datum|Uhrzeit|LOG-RUN-ID der Annahme.
      * Grund TRAILER: erwartet = Trailer, tatsaechlich = D-Saetze;
      * STRUKTUR: ebenso, Kopf/Schluss-Satz fehlt oder doppelt;
      * ABBRUCH: erwartet = gestempelt, tatsaechlich = gemischt.
       FD  QREG-FILE.
       01  QREG-REC            PIC X(160).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-DLV-STATUS       PIC XX VALUE "00".
       01  WS-LOGFILE-STATUS   PIC XX VALUE "00".
       01  WS-COUNT-STATUS     PIC XX VALUE "00".
       01  WS-QUAL-STATUS      PIC XX VALUE "00".
       01  WS-LINDLV-STATUS    PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS   PIC XX VALUE "00".
       01  WS-QREG-STATUS      PIC XX VALUE "00".
       01  WS-DLV-NAME         PIC X(40) VALUE SPACES.
       01  WS-QUAR-NAME        PIC X(45) VALUE SPACES.
       01  WS-LIVE-FILE        PIC X(40) VALUE "logs.dat".

       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE       PIC X(10) VALUE SPACES.
       01  WS-NOW              PIC 9(8) VALUE 0.
       01  WS-NOW-DISP         PIC X(8) VALUE SPACES.

      * Liste der Lieferdateien - gleiche Kommaliste wie LOGREADERs
      * SPLIT-FILE-LIST, nur ohne Rotationsbereich (Lieferungen
       01  WS-WRITE-CLEAN      PIC X VALUE "Y".
       01  WS-LIVE-OPEN-OK     PIC X VALUE "Y".

      * Grund und Zaehler der Quarantaene fuers Register.
       01  WS-QUAR-REASON      PIC X(8) VALUE SPACES.
       01  WS-QUAR-EXPECT      PIC 9(8) VALUE 0.
       01  WS-QUAR-ACTUAL      PIC 9(8) VALUE 0.

      * Summen je Quellsystem fuer INTAKE-COUNTS.DAT und den
      * Abschlussbericht.
       01  WS-SRC-COUNT        PIC 9(2) VALUE 0.
       01  WS-FILES-MERGED     PIC 9(3) VALUE 0.
       01  WS-FILES-QUAR       PIC 9(3) VALUE 0.

      * Herkunft der aktuellen Lieferung: Annahme-Zeitstempel des
      * Laufs plus Position der Lieferung in der Liste ergibt die
      * Herkunfts-ID.
       01  WS-LIN-STAMP        PIC X(14) VALUE SPACES.
       01  WS-LIN-ID.
           05  WS-LIN-ID-STAMP PIC X(14).
           05  WS-LIN-ID-NO    PIC 9(2).
       01  WS-LIN-RUN-ID       PIC X(15) VALUE SPACES.
       01  WS-LIN-RESULT       PIC X(7) VALUE SPACES.
       01  WS-LIN-DONE         PIC 9(8) VALUE 0.
       01  WS-LIN-FAILED       PIC 9(8) VALUE 0.
       01  WS-LIN-OCC          PIC 9(4) VALUE 0.
       01  WS-LIN-EOF          PIC X VALUE "N".
       01  WS-LIN-IMAGE        PIC X(67) VALUE SPACES.

      * Run history/audit trail - staging fields sized to match
      * AUDITLOG's LINKAGE SECTION exactly (PIC 9(8)).
       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGINTAKE".
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGINTAKE".
       01  WS-AUTH-MODE        PIC X VALUE "C".
       01  WS-AUTH-RESULT      PIC X VALUE "N".
       01  WS-AUTH-ROLE        PIC X(10) VALUE SPACES.

      * Run identifier of the chain; set means "called as a chain
      * step", where the rights check is not repeated.
           COPY LOGRUNID.

      * Vom Aufrufer vorgegebene Lieferliste (LOGQUAR-Freigabe).
           COPY LOGINFIL.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           PERFORM CHECK-AUTHORITY
           IF WS-AUTH-RESULT NOT = "Y"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "=== LOGINTAKE: Annahme der Lieferdateien ==="
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO WS-NOW-DISP
           STRING WS-NOW(1:2) ":" WS-NOW(3:2) ":" WS-NOW(5:2)
              DELIMITED BY SIZE INTO WS-NOW-DISP
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           MOVE WS-TODAY TO WS-LIN-STAMP(1:8)
           MOVE WS-NOW(1:6) TO WS-LIN-STAMP(9:6)
           IF LOG-RUN-ID NOT = LOW-VALUES
              MOVE LOG-RUN-ID TO WS-LIN-RUN-ID
           END-IF
           IF LOG-INTAKE-LIST NOT = SPACES
              AND LOG-INTAKE-LIST NOT = LOW-VALUES
              MOVE LOG-INTAKE-LIST TO WS-FILELIST-INPUT
              DISPLAY "Lieferung: " FUNCTION TRIM(WS-FILELIST-INPUT)
           ELSE
              DISPLAY "Enter comma-separated list of delivery "
                      "files: "
              ACCEPT WS-FILELIST-INPUT
           END-IF
           IF WS-FILELIST-INPUT = SPACES
              DISPLAY "** Keine Lieferdateien angegeben **"
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-TOTAL-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-TOTAL-MERGED TO WS-AUDIT-RECORDS-MATCHED
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-AUDIT-INPUT
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           MOVE WS-SAVED-RC TO RETURN-CODE
           GOBACK.

      * Splits the operator-supplied comma list into WS-FILE-NAME -
           MOVE 0 TO WS-D-COUNT
           MOVE 0 TO WS-T-COUNT
           MOVE SPACES TO WS-DLV-SOURCE
           MOVE SPACES TO WS-DLV-BIZDATE
           OPEN INPUT DLV-FILE
           IF WS-DLV-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-DLV-NAME)
              EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-STAGE-TO-LIVE
           IF WS-LIVE-OPEN-OK = "Y" AND WS-MERGED > 0
              PERFORM RECORD-LINEAGE
           END-IF
           DELETE FILE STAGE-FILE
           IF WS-LIVE-OPEN-OK = "N"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-LIVE-FILE)
                      WS-DLV-SOURCE "): " WS-MERGED
                      " Zeilen uebernommen"
           ELSE
              MOVE "ABBRUCH" TO WS-QUAR-REASON
              MOVE WS-STAGED TO WS-QUAR-EXPECT
              MOVE WS-MERGED TO WS-QUAR-ACTUAL
              PERFORM RENAME-TO-QUARANTINE
              DISPLAY "** QUARANTAENE: Schreibabbruch beim Mischen "
                      "von " FUNCTION TRIM(WS-DLV-NAME) " - "
           CLOSE STAGE-FILE
           CLOSE LOGFILE.

      * Herkunft der gelandeten Saetze festhalten: die ersten
      * WS-MERGED Saetze der Zwischendatei sind genau die, die in
      * der Live-Datei stehen. Jeder bekommt im Satzregister die
      * naechste freie Vorkommensnummer seines Satzbildes, danach
      * folgt die Zeile im Lieferungsverzeichnis. Scheitert das
      * Register, bleibt die Mischung gueltig - nur die Herkunft
      * fehlt, und das meldet der Lauf mit RC 4.
       RECORD-LINEAGE.
           MOVE WS-LIN-STAMP TO WS-LIN-ID-STAMP
           MOVE WS-FILE-IDX TO WS-LIN-ID-NO
           MOVE 0 TO WS-LIN-DONE
           MOVE 0 TO WS-LIN-FAILED
           IF WS-MERGED = WS-STAGED
              MOVE "MERGED" TO WS-LIN-RESULT
           ELSE
              MOVE "PARTIAL" TO WS-LIN-RESULT
           END-IF
           OPEN I-O LINEAGE-FILE
           IF WS-LINEAGE-STATUS = "35"
              OPEN OUTPUT LINEAGE-FILE
              CLOSE LINEAGE-FILE
              OPEN I-O LINEAGE-FILE
           END-IF
           IF WS-LINEAGE-STATUS NOT = "00"
              DISPLAY "** WARNUNG: LINEAGE.IDX konnte nicht "
                      "geoeffnet werden (Status " WS-LINEAGE-STATUS
                      ") - Herkunft von " FUNCTION TRIM(WS-DLV-NAME)
                      " nicht erfasst **"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT STAGE-FILE
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y" OR WS-LIN-DONE >= WS-MERGED
              READ STAGE-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    PERFORM REGISTER-ONE-RECORD
              END-READ
           END-PERFORM
           CLOSE STAGE-FILE
           CLOSE LINEAGE-FILE
           PERFORM APPEND-LINEAGE-DELIVERY
           IF WS-LIN-FAILED > 0
              DISPLAY "** WARNUNG: " WS-LIN-FAILED " Saetze von "
                      FUNCTION TRIM(WS-DLV-NAME) " ohne Eintrag im "
                      "Herkunftsregister **"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      * Sucht die hoechste vergebene Vorkommensnummer des
      * Satzbildes und legt den Satz unter der naechsten ab.
       REGISTER-ONE-RECORD.
           ADD 1 TO WS-LIN-DONE
           MOVE STAGE-REC(1:67) TO WS-LIN-IMAGE
           MOVE 0 TO WS-LIN-OCC
           MOVE WS-LIN-IMAGE TO LIN-IMAGE
           MOVE 0 TO LIN-OCC
           MOVE "N" TO WS-LIN-EOF
           START LINEAGE-FILE KEY >= LIN-KEY
              INVALID KEY
                 MOVE "Y" TO WS-LIN-EOF
           END-START
           PERFORM UNTIL WS-LIN-EOF = "Y"
              READ LINEAGE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-LIN-EOF
                 NOT AT END
                    IF LIN-IMAGE = WS-LIN-IMAGE
                       MOVE LIN-OCC TO WS-LIN-OCC
                    ELSE
                       MOVE "Y" TO WS-LIN-EOF
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO LIN-REC
           MOVE WS-LIN-IMAGE TO LIN-IMAGE
           COMPUTE LIN-OCC = WS-LIN-OCC + 1
           MOVE WS-LIN-ID TO LIN-ID
           MOVE WS-LIN-DONE TO LIN-DLV-SEQ
           WRITE LIN-REC
              INVALID KEY
                 ADD 1 TO WS-LIN-FAILED
           END-WRITE.

       APPEND-LINEAGE-DELIVERY.
           OPEN EXTEND LINDLV-FILE
           IF WS-LINDLV-STATUS NOT = "00"
              OPEN OUTPUT LINDLV-FILE
           END-IF
           IF WS-LINDLV-STATUS NOT = "00"
              DISPLAY "** WARNUNG: LINEAGE.DAT konnte nicht "
                      "geschrieben werden (Status " WS-LINDLV-STATUS
                      ") **"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINDLV-REC
           STRING WS-LIN-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DLV-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DLV-BIZDATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DLV-SOURCE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NOW-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LIN-RUN-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-MERGED DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LIN-RESULT DELIMITED BY SIZE
                  INTO LINDLV-REC
           WRITE LINDLV-REC
           CLOSE LINDLV-FILE
           DISPLAY "  Herkunfts-ID " WS-LIN-ID " fuer "
                   FUNCTION TRIM(WS-DLV-NAME).

      * Die ganze Lieferung zur Seite stellen (QUAR-<Name>), damit
      * sie weder erneut angenommen noch halb gemischt wird; das
      * Zuliefer-Team bekommt die Datei unveraendert zur Analyse.
       QUARANTINE-DELIVERY.
           IF WS-HEADER-SEEN = "N" OR WS-TRAILER-SEEN = "N"
              OR WS-BAD-STRUCTURE = "Y"
              MOVE "STRUKTUR" TO WS-QUAR-REASON
           ELSE
              MOVE "TRAILER" TO WS-QUAR-REASON
           END-IF
           MOVE WS-T-COUNT TO WS-QUAR-EXPECT
           MOVE WS-D-COUNT TO WS-QUAR-ACTUAL
           PERFORM RENAME-TO-QUARANTINE
           IF WS-QUAR-REASON = "STRUKTUR"
              DISPLAY "** QUARANTAENE: " FUNCTION TRIM(WS-DLV-NAME)
                      " hat keinen gueltigen Kopf/Schluss-Satz -> "
                      FUNCTION TRIM(WS-QUAR-NAME) " **"
           END-IF.

      * Gemeinsamer Umbenennungs-Schritt der beiden
      * Quarantaene-Pfade; Grund und Zaehler setzt der Aufrufer.
      * Ins Register kommt nur, was wirklich unter QUAR- steht.
       RENAME-TO-QUARANTINE.
           MOVE SPACES TO WS-QUAR-NAME
           STRING "QUAR-" DELIMITED BY SIZE
              DISPLAY "** WARNUNG: Umbenennen fehlgeschlagen (RC="
                      WS-RENAME-RC ") - Lieferung bleibt unter "
                      "ihrem alten Namen stehen **"
           ELSE
              PERFORM APPEND-QUAR-REGISTER
           END-IF
           PERFORM APPEND-QUAR-COUNT.

       APPEND-QUAR-REGISTER.
           OPEN EXTEND QREG-FILE
           IF WS-QREG-STATUS NOT = "00"
              OPEN OUTPUT QREG-FILE
           END-IF
           IF WS-QREG-STATUS NOT = "00"
              DISPLAY "** WARNUNG: QUARREG.DAT konnte nicht "
                      "geschrieben werden (Status " WS-QREG-STATUS
                      ") **"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO QREG-REC
           STRING "Q|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUAR-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DLV-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DLV-SOURCE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DLV-BIZDATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-QUAR-REASON DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-QUAR-EXPECT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-QUAR-ACTUAL DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NOW-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LIN-RUN-ID DELIMITED BY SIZE
                  INTO QREG-REC
           WRITE QREG-REC
           CLOSE QREG-FILE.

      * Eine Zeile Datum|Quelle|QUARANT|gelesene Saetze je
      * Lieferung in QUALITY-COUNTS.DAT; ohne gueltigen Kopfsatz
      * bleibt die Quelle leer.
       APPEND-QUAR-COUNT.
           OPEN EXTEND QUAL-FILE
           IF WS-QUAL-STATUS NOT = "00"
              OPEN OUTPUT QUAL-FILE
           END-IF
           IF WS-QUAL-STATUS NOT = "00"
              DISPLAY "** WARNUNG: QUALITY-COUNTS.DAT konnte nicht "
                      "geschrieben werden (Status " WS-QUAL-STATUS
                      ") **"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO QUAL-REC
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DLV-SOURCE DELIMITED BY SIZE
                  "|QUARANT |" DELIMITED BY SIZE
                  WS-D-COUNT DELIMITED BY SIZE
                  INTO QUAL-REC
           WRITE QUAL-REC
           CLOSE QUAL-FILE.

       TALLY-SOURCE.
           MOVE 0 TO WS-SRC-FOUND
           END-IF
           ADD WS-MERGED TO WS-SRC-TALLY(WS-SRC-FOUND).

      * Haengt je Quellsystem eine Zeile Datum|Quelle|Anzahl|Zeit an
      * INTAKE-COUNTS.DAT - die Zaehlgrundlage fuer LOGRECONs
      * Je-Quelle-Aufschluesselung.
       APPEND-INTAKE-COUNTS.
                     WS-SRC-TAG(WS-SRC-IDX) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     WS-SRC-TALLY(WS-SRC-IDX) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     WS-NOW-DISP DELIMITED BY SIZE
                     INTO COUNT-REC
              WRITE COUNT-REC
           END-PERFORM
              DISPLAY "  " WS-SRC-TAG(WS-SRC-IDX) " "
                      WS-SRC-TALLY(WS-SRC-IDX)
           END-PERFORM.

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
