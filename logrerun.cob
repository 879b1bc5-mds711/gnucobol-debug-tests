       IDENTIFICATION DIVISION.
      *Wiederholungslauf: verarbeitet einen vergangenen Geschaefts-
      *tag aus den Archiven neu, ohne die laufende logs.dat
       PROGRAM-ID. LOGRERUN.
       REMARKS. Historical re-run of one business date. The day's
           records come from its daily archive
           logs_archive_YYYYMMDD.dat or, once that has been rolled
           into the monthly archive, from the RESTORE-WORK.DAT a
           LOGRETAIN restore of that date left behind (only lines
           whose LOG-DATE is the date are taken). They are copied to
           RERUN-INPUT-<run id>.DAT under the ARCHIVES lock, the
           run's parameter file is written from the DEFAULT profile
           with that work file as input, and LOGDRIVER is CALLed
           with LOG-RERUN-DATE set (LOGRRDT.cpy): validation, sort,
           statistics and extract run under their own run id
           (W + date + time, registered in LOGRUNS.DAT like every
           chain id), label their outputs as a re-run of the date
           and leave the live logs.dat, LOGARCHIVE, LOGCHAIN.STA
           and the live control files alone. A re-run that ends
           below RC 8 supersedes the date's figures - LOGSTATS marks
           its history rows, and this program writes the
           "RERUN <date> SUPERSEDED" line to AUDITLOG.DAT; a failed
           one is logged as FAILED and supersedes nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Quelle: Tagesarchiv oder RESTORE-WORK.DAT, Name zur Laufzeit.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ARCH-STATUS.
      * Eingabe des Wiederholungslaufs (RERUN-INPUT-<Kennung>.DAT).
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INPUT-STATUS.
      * DEFAULT-Profil aus LOGFRONTs Profildatei und die daraus
      * geschriebene Lauf-Parameterdatei - wie bei LOGDRIVERs
      * APPLY-DEFAULT-PROFILE.
           SELECT PROF-FILE ASSIGN TO "LOGPROFS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PROF-STATUS.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.
      * Lauf-Register fuer LOGSWEEP (gleiche Datei wie LOGDRIVER).
           SELECT REG-FILE ASSIGN TO "LOGRUNS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILE.
       01  ARCH-REC            PIC X(80).
       01  ARCH-REC-FIELDS REDEFINES ARCH-REC.
           COPY LOGENTRY.

       FD  INPUT-FILE.
       01  INPUT-REC           PIC X(80).

       FD  PROF-FILE.
       01  PROF-REC            PIC X(410).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(390).

       FD  REG-FILE.
       01  REG-REC             PIC X(20).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-ARCH-STATUS      PIC XX VALUE "00".
       01  WS-INPUT-STATUS     PIC XX VALUE "00".
       01  WS-PROF-STATUS      PIC XX VALUE "00".
       01  WS-PARM-STATUS      PIC XX VALUE "00".
       01  WS-REG-STATUS       PIC XX VALUE "00".
       01  WS-ARCH-NAME        PIC X(40) VALUE SPACES.
       01  WS-INPUT-NAME       PIC X(40) VALUE SPACES.
       01  WS-PARM-NAME        PIC X(40) VALUE SPACES.

      * Geschaeftsdatum als YYYYMMDD (Eingabe) und YYYY-MM-DD
      * (Vergleich mit LOG-DATE, Parameterdatei, Audit-Zeile).
       01  WS-DATE-INPUT       PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM         PIC 9(8) VALUE 0.
       01  WS-RERUN-DATE       PIC X(10) VALUE SPACES.
       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-NOW              PIC 9(8) VALUE 0.

      * Herkunft der Saetze: D = Tagesarchiv, W = RESTORE-WORK.DAT.
       01  WS-SOURCE-KIND      PIC X VALUE SPACE.
       01  WS-RECS-COPIED      PIC 9(8) VALUE 0.
       01  WS-RECS-SKIPPED     PIC 9(8) VALUE 0.

       01  WS-PARM-IMAGE       PIC X(390) VALUE SPACES.
       01  WS-DEFAULT-FOUND    PIC X VALUE "N".
       01  WS-CHAIN-RC         PIC S9(4) COMP VALUE 0.
       01  WS-RC-DISP          PIC -(4)9.

      * Exklusive Sperre auf den Archivbestand, solange kopiert
      * wird - LOGRETAIN loescht beim Konsolidieren Tagesarchive.
       01  WS-LOCK-RESOURCE    PIC X(20) VALUE "ARCHIVES".
       01  WS-LOCK-ACTION      PIC X VALUE "L".
       01  WS-LOCK-HOLDER      PIC X(30) VALUE "LOGRERUN".
       01  WS-LOCK-RESULT      PIC X VALUE "N".

      * AUDITLOG-Argumente, auf dessen LINKAGE zugeschnitten.
       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGRERUN".
       01  WS-AUDIT-INPUT      PIC X(40) VALUE SPACES.
       01  WS-AUDIT-FILTER     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-READ       PIC 9(8) VALUE 0.
       01  WS-AUDIT-MATCHED    PIC 9(8) VALUE 0.

      * Run identifier and re-run date shared with LOGDRIVER and its
      * steps.
           COPY LOGRUNID.
           COPY LOGRRDT.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGRERUN".
       01  WS-AUTH-MODE        PIC X VALUE "C".
       01  WS-AUTH-RESULT      PIC X VALUE "N".
       01  WS-AUTH-ROLE        PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           PERFORM CHECK-AUTHORITY
           IF WS-AUTH-RESULT NOT = "Y"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "=== LOGRERUN: Wiederholungslauf eines "
                   "Geschaeftstags ==="
           PERFORM GET-RERUN-DATE
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF
           PERFORM ALLOC-RUN-ID
           PERFORM TAKE-LOCK
           IF RETURN-CODE NOT = 0
              PERFORM CLEAR-SHARED-FIELDS
              GOBACK
           END-IF
           PERFORM BUILD-RERUN-INPUT
           PERFORM FREE-LOCK
           IF WS-RECS-COPIED = 0
              DELETE FILE INPUT-FILE
              PERFORM CLEAR-SHARED-FIELDS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-RUN-PARMS
           IF RETURN-CODE NOT = 0
              PERFORM CLEAR-SHARED-FIELDS
              GOBACK
           END-IF

           MOVE WS-DATE-INPUT TO LOG-RERUN-DATE
           CALL "LOGDRIVER"
           MOVE RETURN-CODE TO WS-CHAIN-RC
           CANCEL "LOGDRIVER"

           PERFORM WRITE-RERUN-AUDIT
           IF WS-CHAIN-RC < 8
              DELETE FILE INPUT-FILE
              DISPLAY "=== LOGRERUN: Zahlen fuer " WS-RERUN-DATE
                      " durch Lauf " FUNCTION TRIM(LOG-RUN-ID)
                      " ersetzt ==="
           ELSE
              DISPLAY "** FEHLER: Wiederholungslauf "
                      FUNCTION TRIM(LOG-RUN-ID) " fuer "
                      WS-RERUN-DATE " nicht sauber beendet - "
                      "bisherige Zahlen bleiben gueltig; Eingabe "
                      "bleibt als " FUNCTION TRIM(WS-INPUT-NAME)
                      " liegen **"
           END-IF
           PERFORM CLEAR-SHARED-FIELDS
           MOVE WS-CHAIN-RC TO RETURN-CODE
           GOBACK.

      * Nur ein gueltiges, nicht in der Zukunft liegendes Datum.
       GET-RERUN-DATE.
           DISPLAY "Business date to re-run YYYYMMDD: "
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
              DISPLAY "** Kein Datum angegeben - nichts zu tun **"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-INPUT NOT NUMERIC
              DISPLAY "** FEHLER: Datum nicht im Format YYYYMMDD **"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INPUT TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
              DISPLAY "** FEHLER: " WS-DATE-INPUT " ist kein "
                      "gueltiges Datum **"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-DATE-NUM > WS-TODAY
              DISPLAY "** FEHLER: " WS-DATE-INPUT " liegt in der "
                      "Zukunft **"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RERUN-DATE
           STRING WS-DATE-INPUT(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE-INPUT(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE-INPUT(7:2) DELIMITED BY SIZE
                  INTO WS-RERUN-DATE.

      * Eigene Kennung W + Datum + Uhrzeit: das Datum an (2:8) ist
      * der Tag des Laufs, damit LOGSWEEP das Alter wie bei R-Kennungen
      * erkennt; das W weist die Lauf-Dateien als Wiederholungslauf
      * aus.
       ALLOC-RUN-ID.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO LOG-RUN-ID
           STRING "W" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  WS-NOW(1:6) DELIMITED BY SIZE
                  INTO LOG-RUN-ID
           MOVE SPACES TO WS-INPUT-NAME
           STRING "RERUN-INPUT-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-INPUT-NAME
           MOVE SPACES TO WS-PARM-NAME
           STRING "LOGPARMS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PARM-NAME
           OPEN EXTEND REG-FILE
           IF WS-REG-STATUS NOT = "00"
              OPEN OUTPUT REG-FILE
           END-IF
           IF WS-REG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-REC
           MOVE LOG-RUN-ID TO REG-REC(1:15)
           WRITE REG-REC
           CLOSE REG-FILE.

      * Erst das Tagesarchiv (alle Saetze - es ist die Lieferung des
      * Tages), sonst RESTORE-WORK.DAT gefiltert auf das LOG-DATE.
       BUILD-RERUN-INPUT.
           MOVE 0 TO WS-RECS-COPIED
           MOVE 0 TO WS-RECS-SKIPPED
           MOVE SPACES TO WS-ARCH-NAME
           STRING "logs_archive_" DELIMITED BY SIZE
                  WS-DATE-INPUT DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ARCH-NAME
           MOVE "D" TO WS-SOURCE-KIND
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
              MOVE "RESTORE-WORK.DAT" TO WS-ARCH-NAME
              MOVE "W" TO WS-SOURCE-KIND
              OPEN INPUT ARCH-FILE
           END-IF
           IF WS-ARCH-STATUS NOT = "00"
              DISPLAY "** FEHLER: weder logs_archive_" WS-DATE-INPUT
                      ".dat noch RESTORE-WORK.DAT vorhanden **"
              PERFORM SHOW-RESTORE-HINT
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-INPUT-NAME)
                      " konnte nicht angelegt werden (Status "
                      WS-INPUT-STATUS ") **"
              CLOSE ARCH-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ ARCH-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF WS-SOURCE-KIND = "W"
                       AND LOG-DATE IN ARCH-REC-FIELDS
                          NOT = WS-RERUN-DATE
                       ADD 1 TO WS-RECS-SKIPPED
                    ELSE
                       MOVE ARCH-REC TO INPUT-REC
                       WRITE INPUT-REC
                       ADD 1 TO WS-RECS-COPIED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           CLOSE INPUT-FILE
           IF WS-RECS-COPIED = 0
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-ARCH-NAME)
                      " enthaelt keine Saetze vom " WS-RERUN-DATE
                      " **"
              IF WS-SOURCE-KIND = "W"
                 PERFORM SHOW-RESTORE-HINT
              END-IF
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Quelle " FUNCTION TRIM(WS-ARCH-NAME) ": "
                   WS-RECS-COPIED " Saetze nach "
                   FUNCTION TRIM(WS-INPUT-NAME) " uebernommen"
           IF WS-RECS-SKIPPED > 0
              DISPLAY "  (" WS-RECS-SKIPPED " Saetze anderer Tage "
                      "uebergangen)"
           END-IF.

       SHOW-RESTORE-HINT.
           DISPLAY "Hinweis: das Tagesarchiv ist ins Monatsarchiv "
                   "gerollt - zuerst mit LOGRETAIN (R) den Bereich "
                   WS-DATE-INPUT "-" WS-DATE-INPUT
                   " wiederherstellen, dann erneut starten".

      * Parameter des Laufs: das DEFAULT-Profil (Schwellen, Burst,
      * Reject-Grenze) mit der Arbeitsdatei als einziger Eingabe und
      * dem Geschaeftsdatum als Laufdatum; Dateiliste und
      * Rotationsbereich bleiben leer.
       WRITE-RUN-PARMS.
           MOVE SPACES TO WS-PARM-IMAGE
           MOVE "N" TO WS-DEFAULT-FOUND
           OPEN INPUT PROF-FILE
           IF WS-PROF-STATUS = "00"
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ PROF-FILE
                    AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF PROF-REC(1:12) = "DEFAULT"
                          MOVE PROF-REC(14:390) TO WS-PARM-IMAGE
                          MOVE "Y" TO WS-DEFAULT-FOUND
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROF-FILE
           END-IF
           MOVE WS-INPUT-NAME TO WS-PARM-IMAGE(1:40)
           MOVE WS-RERUN-DATE TO WS-PARM-IMAGE(41:10)
           MOVE SPACES TO WS-PARM-IMAGE(51:17)
           MOVE SPACES TO WS-PARM-IMAGE(157:200)
           MOVE "N" TO WS-PARM-IMAGE(357:1)
           OPEN OUTPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-PARM-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-PARM-STATUS ") **"
              MOVE 16 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PARM-IMAGE TO PARM-REC
           WRITE PARM-REC
           CLOSE PARM-FILE
           IF WS-DEFAULT-FOUND = "Y"
              DISPLAY "Parameter aus Profil DEFAULT uebernommen"
           END-IF.

      * Vermerk im Audit-Trail: SUPERSEDED nur nach einem Lauf unter
      * RC 8, sonst FAILED mit dem Ketten-RC.
       WRITE-RERUN-AUDIT.
           MOVE WS-ARCH-NAME TO WS-AUDIT-INPUT
           MOVE WS-RECS-COPIED TO WS-AUDIT-READ
           MOVE SPACES TO WS-AUDIT-FILTER
           IF WS-CHAIN-RC < 8
              MOVE WS-RECS-COPIED TO WS-AUDIT-MATCHED
              STRING "RERUN " DELIMITED BY SIZE
                     WS-RERUN-DATE DELIMITED BY SIZE
                     " SUPERSEDED" DELIMITED BY SIZE
                     INTO WS-AUDIT-FILTER
           ELSE
              MOVE 0 TO WS-AUDIT-MATCHED
              MOVE WS-CHAIN-RC TO WS-RC-DISP
              STRING "RERUN " DELIMITED BY SIZE
                     WS-RERUN-DATE DELIMITED BY SIZE
                     " FAILED RC=" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RC-DISP) DELIMITED BY SIZE
                     INTO WS-AUDIT-FILTER
           END-IF
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-AUDIT-INPUT
                   WS-AUDIT-FILTER WS-AUDIT-READ WS-AUDIT-MATCHED
           END-CALL.

      * LOG-RUN-ID und LOG-RERUN-DATE sind EXTERNAL und ueberleben
      * CANCEL - ohne Ruecksetzen liefe der naechste Aufruf im
      * selben Lauf ebenfalls als Wiederholungslauf.
       CLEAR-SHARED-FIELDS.
           MOVE SPACES TO LOG-RERUN-DATE
           MOVE SPACES TO LOG-RUN-ID.

       TAKE-LOCK.
           MOVE "L" TO WS-LOCK-ACTION
           CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                   WS-LOCK-HOLDER WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
              DISPLAY "** LOGRERUN: keine Sperre auf "
                      FUNCTION TRIM(WS-LOCK-RESOURCE)
                      " - Lauf abgebrochen **"
              MOVE 8 TO RETURN-CODE
           END-IF.

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
