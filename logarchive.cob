       01  WS-LOCK-ACTION      PIC X VALUE "L".
       01  WS-LOCK-HOLDER      PIC X(30) VALUE SPACES.
       01  WS-LOCK-RESULT      PIC X VALUE "N".
       01  WS-SAVED-RC         PIC S9(4) COMP VALUE 0.

      * Run history/audit trail - the archived line count also feeds
      * LOGRECON's end-of-chain reconciliation. Staging fields sized
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.

      * Archiv-Siegel ueber die gemeinsame LOGSEAL-Routine:
      * Satzzahl und Hash-Summe der ganzen Archivdatei, fortgeschrie-
      * ben ab dem letzten Siegel (ohne Siegel ab dem vorgefundenen
      * Inhalt) um jede hier kopierte Zeile.
       01  WS-SEAL-ACTION      PIC X VALUE "G".
       01  WS-SEAL-COUNT       PIC 9(8) VALUE 0.
       01  WS-SEAL-HASH        PIC 9(15) VALUE 0.
       01  WS-SEAL-RESULT      PIC X VALUE "N".
       01  WS-SEAL-FAILED      PIC X VALUE "N".

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGARCHIVE".
       01  WS-AUTH-MODE        PIC X VALUE "C".
       01  WS-AUTH-RESULT      PIC X VALUE "N".
       01  WS-AUTH-ROLE        PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM CHECK-AUTHORITY
           IF WS-AUTH-RESULT NOT = "Y"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-RUN-FILE-NAMES
           PERFORM GET-INPUT-FILE
           PERFORM TAKE-LOCK
                      WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                      WS-AUDIT-RECORDS-MATCHED
              END-CALL
              IF WS-SEAL-FAILED = "Y"
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "** FEHLER: Archivierung unvollstaendig "
                      "(gelesen " WS-FILE-READ ", geschrieben "
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

      * Picks up the input file name from LOGFRONT's LOGPARMS.DAT
      * hand-off file when one is present; otherwise falls back to
                      WS-SWAP-STATUS ") **"
              EXIT PARAGRAPH
           END-IF
           PERFORM GET-SEAL-BASE
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
              OPEN OUTPUT ARCHIVE-FILE
                    WRITE ARCHIVE-REC
                    IF WS-ARCHIVE-STATUS = "00"
                       ADD 1 TO WS-FILE-WRITTEN
                       MOVE "H" TO WS-SEAL-ACTION
                       CALL "LOGSEAL" USING WS-SEAL-ACTION
                               WS-ARCHIVE-NAME ARCHIVE-REC
                               WS-SEAL-COUNT WS-SEAL-HASH
                               WS-SEAL-RESULT
                       END-CALL
                    ELSE
                       MOVE "Y" TO EOF
                    END-IF
           IF WS-FILE-READ = WS-FILE-WRITTEN
              MOVE "Y" TO WS-ARCHIVE-CLEAN
              ADD WS-FILE-WRITTEN TO WS-LINES-ARCHIVED
              PERFORM PUT-SEAL
           END-IF.

      * Ausgangsstand des Siegels vor dem Anhaengen: das letzte
      * gueltige Siegel der Archivdatei. Ohne Siegel (erster Lauf
      * des Tages, oder ein Archiv aus der Zeit vor den Siegeln)
      * zaehlt der vorgefundene Inhalt - eine noch nicht vorhandene
      * Datei ergibt null Saetze.
       GET-SEAL-BASE.
           MOVE "G" TO WS-SEAL-ACTION
           CALL "LOGSEAL" USING WS-SEAL-ACTION WS-ARCHIVE-NAME
                   ARCHIVE-REC WS-SEAL-COUNT WS-SEAL-HASH
                   WS-SEAL-RESULT
           END-CALL
           IF WS-SEAL-RESULT NOT = "A"
              MOVE "S" TO WS-SEAL-ACTION
              CALL "LOGSEAL" USING WS-SEAL-ACTION WS-ARCHIVE-NAME
                      ARCHIVE-REC WS-SEAL-COUNT WS-SEAL-HASH
                      WS-SEAL-RESULT
              END-CALL
           END-IF.

      * Schreibt das fortgeschriebene Siegel ins Register. Fehlt es,
      * bleibt die Archivierung gueltig, LOGVERIFY meldet das Archiv
      * aber als abweichend - der Lauf endet darum mit RC 4.
       PUT-SEAL.
           MOVE "P" TO WS-SEAL-ACTION
           CALL "LOGSEAL" USING WS-SEAL-ACTION WS-ARCHIVE-NAME
                   ARCHIVE-REC WS-SEAL-COUNT WS-SEAL-HASH
                   WS-SEAL-RESULT
           END-CALL
           IF WS-SEAL-RESULT NOT = "Y"
              DISPLAY "** WARNUNG: Siegel fuer "
                      FUNCTION TRIM(WS-ARCHIVE-NAME)
                      " konnte nicht in ARCHSEALS.DAT geschrieben "
                      "werden **"
              MOVE "Y" TO WS-SEAL-FAILED
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
