       01  WS-CHANGED          PIC X VALUE "N".
       01  WS-NEW-VALUE        PIC X(30) VALUE SPACES.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGCATED".
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
           DISPLAY "=== LOGCATED: Meldungskatalog pflegen ==="
           PERFORM LOAD-CATALOG
           PERFORM UNTIL WS-DONE = "Y"
              WRITE CAT-REC
           END-PERFORM
           CLOSE CAT-FILE.

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
