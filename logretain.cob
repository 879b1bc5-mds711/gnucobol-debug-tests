           monthly archives into RESTORE-WORK.DAT, a work file the
           existing WS-INPUT-FILE mechanism can point LOGREADER and
           LOGSORT at.
           Consolidation carries the archive seals (see LOGSEAL): a
           daily is checked against its seal before it is rolled -
           a daily that no longer matches is left where it is and
           reported - and the monthly archive's seal grows by the
           daily's count and hash total, while the daily's seal is
           marked as rolled into the month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-FILES-ROLLED     PIC 9(4) VALUE 0.
       01  WS-FILES-KEPT       PIC 9(4) VALUE 0.
       01  WS-WRITE-CLEAN      PIC X VALUE "Y".
       01  WS-FILES-BROKEN     PIC 9(4) VALUE 0.

      * Siegel ueber LOGSEAL: Tagesdatei (gepruefter Ist-Stand und
      * Siegel) und Monatsarchiv (Ausgangsstand vor dem Anhaengen).
       01  WS-SEAL-ACTION      PIC X VALUE "G".
       01  WS-SEAL-RECORD      PIC X(80) VALUE SPACES.
       01  WS-SEAL-RESULT      PIC X VALUE "N".
       01  WS-DAY-COUNT        PIC 9(8) VALUE 0.
       01  WS-DAY-HASH         PIC 9(15) VALUE 0.
       01  WS-DAY-SEAL-COUNT   PIC 9(8) VALUE 0.
       01  WS-DAY-SEAL-HASH    PIC 9(15) VALUE 0.
       01  WS-DAY-SEALED       PIC X VALUE "N".
       01  WS-MONTH-COUNT      PIC 9(8) VALUE 0.
       01  WS-MONTH-HASH       PIC 9(15) VALUE 0.

      * Restore-Fenster und Zaehler. WS-NEED-MONTH merkt sich die
      * Tage, fuer die kein Tagesarchiv (mehr) existiert, damit der
       01  WS-LOCK-ACTION      PIC X VALUE "L".
       01  WS-LOCK-HOLDER      PIC X(30) VALUE "LOGRETAIN".
       01  WS-LOCK-RESULT      PIC X VALUE "N".
       01  WS-SAVED-RC         PIC S9(4) COMP VALUE 0.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGRETAIN".
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
           DISPLAY "=== LOGRETAIN: Archiv-Bestandspflege ==="
           DISPLAY "Consolidate old dailies (K) or restore a date "
                   "range (R): "
              MOVE 8 TO RETURN-CODE
           END-IF.

      * Der CALL setzt RETURN-CODE zurueck - der RC des Laufs wird
      * darum um die Freigabe herum gerettet.
       FREE-LOCK.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE "U" TO WS-LOCK-ACTION
           CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                   WS-LOCK-HOLDER WS-LOCK-RESULT
           END-CALL
           MOVE WS-SAVED-RC TO RETURN-CODE.

      * Rollt alle Tagesarchive, die aelter als die Altersgrenze
      * sind, in Monatsarchive logs_archive_YYYYMM.dat. Geprueft
              DISPLAY "** WARNUNG: " WS-FILES-KEPT " Tagesdateien "
                      "wegen Zaehlabweichung NICHT geloescht **"
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILES-BROKEN > 0
              DISPLAY "** WARNUNG: " WS-FILES-BROKEN " Tagesdateien "
                      "stimmen nicht mit ihrem Siegel ueberein und "
                      "wurden NICHT gerollt - LOGVERIFY **"
              MOVE 4 TO RETURN-CODE
           END-IF.

      * Kopiert eine Tagesdatei (falls vorhanden) in ihr Monats-
      * archiv. Geloescht wird die Tagesdatei nur, wenn jede gelesene
      * Zeile nachweislich sauber geschrieben wurde - sonst bleibt
      * sie stehen und der Lauf meldet RC 4. Vorher wird sie gegen
      * ihr Siegel geprueft; eine verletzte Tagesdatei wird nicht
      * ins Monatsarchiv uebernommen.
       ROLL-ONE-DAILY.
           MOVE SPACES TO WS-DAILY-NAME
           STRING "logs_archive_" DELIMITED BY SIZE
                  WS-CUR-NUM DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DAILY-NAME
           MOVE "S" TO WS-SEAL-ACTION
           CALL "LOGSEAL" USING WS-SEAL-ACTION WS-DAILY-NAME
                   WS-SEAL-RECORD WS-DAY-COUNT WS-DAY-HASH
                   WS-SEAL-RESULT
           END-CALL
           IF WS-SEAL-RESULT NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DAILY-SEAL
           IF WS-DAY-SEALED = "X"
              ADD 1 TO WS-FILES-BROKEN
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-NUM(1:6) TO WS-CUR-MONTH
                  WS-CUR-MONTH DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-MONTH-NAME
           PERFORM GET-MONTH-SEAL-BASE
           OPEN INPUT DAILY-FILE
           IF WS-DAILY-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND MONTH-FILE
           IF WS-MONTH-STATUS NOT = "00"
              OPEN OUTPUT MONTH-FILE
           END-PERFORM
           CLOSE DAILY-FILE
           CLOSE MONTH-FILE
           IF WS-WRITE-CLEAN = "Y"
              AND WS-FILE-READ = WS-FILE-WRITTEN
              PERFORM PUT-MONTH-SEAL
           END-IF
           IF WS-WRITE-CLEAN = "Y"
              AND WS-FILE-READ = WS-FILE-WRITTEN
              DELETE FILE DAILY-FILE
              PERFORM MARK-DAILY-ROLLED
              ADD 1 TO WS-FILES-ROLLED
              ADD WS-FILE-WRITTEN TO WS-TOTAL-ROLLED
              DISPLAY FUNCTION TRIM(WS-DAILY-NAME) " -> "
              ADD 1 TO WS-FILES-KEPT
           END-IF.

      * Vergleicht den Ist-Stand der Tagesdatei mit ihrem Siegel.
      * WS-DAY-SEALED: Y = stimmt, N = ohne Siegel (Archiv aus der
      * Zeit vor den Siegeln - der vorgefundene Inhalt wird mit ins
      * Monatssiegel genommen), X = Siegel verletzt.
       CHECK-DAILY-SEAL.
           MOVE "G" TO WS-SEAL-ACTION
           CALL "LOGSEAL" USING WS-SEAL-ACTION WS-DAILY-NAME
                   WS-SEAL-RECORD WS-DAY-SEAL-COUNT WS-DAY-SEAL-HASH
                   WS-SEAL-RESULT
           END-CALL
           IF WS-SEAL-RESULT NOT = "A"
              MOVE "N" TO WS-DAY-SEALED
              DISPLAY "Hinweis: " FUNCTION TRIM(WS-DAILY-NAME)
                      " ohne Siegel - vorgefundener Inhalt ("
                      WS-DAY-COUNT " Zeilen) wird versiegelt"
              EXIT PARAGRAPH
           END-IF
           IF WS-DAY-COUNT = WS-DAY-SEAL-COUNT
              AND WS-DAY-HASH = WS-DAY-SEAL-HASH
              MOVE "Y" TO WS-DAY-SEALED
           ELSE
              MOVE "X" TO WS-DAY-SEALED
              DISPLAY "** WARNUNG: " FUNCTION TRIM(WS-DAILY-NAME)
                      " stimmt nicht mit seinem Siegel ueberein "
                      "(Siegel " WS-DAY-SEAL-COUNT " Zeilen, "
                      "vorgefunden " WS-DAY-COUNT ") - Datei bleibt "
                      "stehen **"
           END-IF.

      * Ausgangsstand des Monatssiegels: das letzte Siegel des
      * Monatsarchivs, ohne Siegel dessen vorgefundener Inhalt
      * (ein noch nicht vorhandenes Monatsarchiv ergibt null).
       GET-MONTH-SEAL-BASE.
           MOVE "G" TO WS-SEAL-ACTION
           CALL "LOGSEAL" USING WS-SEAL-ACTION WS-MONTH-NAME
                   WS-SEAL-RECORD WS-MONTH-COUNT WS-MONTH-HASH
                   WS-SEAL-RESULT
           END-CALL
           IF WS-SEAL-RESULT NOT = "A"
              MOVE "S" TO WS-SEAL-ACTION
              CALL "LOGSEAL" USING WS-SEAL-ACTION WS-MONTH-NAME
                      WS-SEAL-RECORD WS-MONTH-COUNT WS-MONTH-HASH
                      WS-SEAL-RESULT
              END-CALL
           END-IF.

      * Das Monatssiegel waechst um Satzzahl und Hash-Summe der
      * Tagesdatei. Laesst es sich nicht schreiben, bleibt die
      * Tagesdatei stehen wie bei einer Zaehlabweichung.
       PUT-MONTH-SEAL.
           ADD WS-DAY-COUNT TO WS-MONTH-COUNT
           ADD WS-DAY-HASH TO WS-MONTH-HASH
           MOVE "P" TO WS-SEAL-ACTION
           CALL "LOGSEAL" USING WS-SEAL-ACTION WS-MONTH-NAME
                   WS-SEAL-RECORD WS-MONTH-COUNT WS-MONTH-HASH
                   WS-SEAL-RESULT
           END-CALL
           IF WS-SEAL-RESULT NOT = "Y"
              DISPLAY "** WARNUNG: Siegel fuer "
                      FUNCTION TRIM(WS-MONTH-NAME)
                      " konnte nicht geschrieben werden **"
              MOVE "N" TO WS-WRITE-CLEAN
           END-IF.

      * Die geloeschte Tagesdatei behaelt ihr Siegel mit Status K -
      * LOGVERIFY erwartet sie dann nicht mehr als eigene Datei.
       MARK-DAILY-ROLLED.
           MOVE "K" TO WS-SEAL-ACTION
           CALL "LOGSEAL" USING WS-SEAL-ACTION WS-DAILY-NAME
                   WS-SEAL-RECORD WS-DAY-COUNT WS-DAY-HASH
                   WS-SEAL-RESULT
           END-CALL.

      * Stellt einen Datumsbereich nach RESTORE-WORK.DAT wieder her:
      * erst jeden Tag aus seinem Tagesarchiv, fuer Tage ohne
      * Tagesarchiv anschliessend aus dem jeweiligen Monatsarchiv
                 MOVE "Y" TO WS-NEED-HIT
              END-IF
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
