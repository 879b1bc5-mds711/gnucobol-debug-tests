           before anything is applied; matching alerts flip to
           ACKNOWLEDGED exactly as LOGACK would set them, and acks
           that match no known alert are reported so the bridge team
           can reconcile their side. The bridge only ever sees the
           masked message text (LOGMASK), so an ack that matches no
           alert verbatim is compared once more against the masked
           form of each alert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ACK-DATE         PIC X(10) VALUE SPACES.
       01  WS-ACK-OPER         PIC X(8) VALUE SPACES.

      * Vergleichsfelder fuer den maskierten zweiten Durchgang.
       01  WS-MASK-ACTION      PIC X VALUE "N".
       01  WS-MASK-OUTPUT      PIC X(40) VALUE SPACES.
       01  WS-MASK-SOURCE      PIC X(8) VALUE SPACES.
       01  WS-MASK-MESSAGE     PIC X(30) VALUE SPACES.
       01  WS-MASK-HIT         PIC X VALUE "N".

      * Alarm-Status-Tabelle - gleiche Offsets und Kapazitaet wie
      * LOGACKs LOAD/SAVE-ALERT-STATE.
       01  WS-STATE-ROWS       PIC 9(4) VALUE 0.
               10  WS-ST-STATUS  PIC X(12).
               10  WS-ST-COUNT   PIC 9(5).
               10  WS-ST-DATE    PIC X(10).
               10  WS-ST-TICKET  PIC X(12).
               10  WS-ST-TKT-STAT PIC X(6).

       01  WS-APPLIED          PIC 9(4) VALUE 0.
       01  WS-ALREADY-ACKED    PIC 9(4) VALUE 0.
       01  WS-BEFORE-IMAGE     PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE      PIC X(80) VALUE SPACES.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGBRIDGE".
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
           DISPLAY "=== LOGBRIDGE: Bestaetigungen der Bruecke "
                   "anwenden ==="
           PERFORM ENSURE-OPERATOR
                 MOVE WS-STATE-IDX TO WS-STATE-FOUND
              END-IF
           END-PERFORM
           IF WS-STATE-FOUND = 0
              PERFORM MATCH-MASKED-MESSAGE
           END-IF
           IF WS-STATE-FOUND = 0
              ADD 1 TO WS-UNMATCHED
              DISPLAY "** OHNE ALARM: "
           DISPLAY "Bestaetigt: " FUNCTION TRIM(WS-ACK-MESSAGE)
                   " (Bruecke, " WS-ACK-OPER ")".

      * Die Bruecke kennt nur den maskierten Text (LOGXTRACT gibt
      * die Meldung durch LOGMASK); ALERTSTATE.DAT fuehrt das
      * Original. Zweiter Durchgang: jede Status-Meldung maskiert
      * mit der Bestaetigung vergleichen (Aktion "N" - nur
      * maskieren, nichts zaehlen).
       MATCH-MASKED-MESSAGE.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-ROWS
                      OR WS-STATE-FOUND > 0
              MOVE WS-ST-MESSAGE(WS-STATE-IDX) TO WS-MASK-MESSAGE
              CALL "LOGMASK" USING WS-MASK-ACTION WS-MASK-OUTPUT
                      WS-MASK-SOURCE WS-MASK-MESSAGE WS-MASK-HIT
              END-CALL
              IF WS-MASK-HIT = "Y"
                 AND WS-MASK-MESSAGE = WS-ACK-MESSAGE
                 MOVE WS-STATE-IDX TO WS-STATE-FOUND
              END-IF
           END-PERFORM.

      * Holt die Bediener-Kennung nach, wenn kein LOGMENU-Sign-on
      * sie gesetzt hat - auch die per Bruecke angewandte
      * Bestaetigung braucht einen Namen im Journal.
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
