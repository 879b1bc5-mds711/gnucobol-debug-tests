       PROGRAM-ID. LOGACK.
       REMARKS. Operator side of the alert lifecycle: lists the
           entries LOGSORT keeps in ALERTSTATE.DAT (message, status
           NEW / RECURRING / ACKNOWLEDGED, last count, last seen,
           service-desk ticket number and ticket status) in
           the LOGFRONT ACCEPT/DISPLAY style and lets the operator
           acknowledge an alert by number. Acknowledged entries stay
           in the state file but are routed by LOGSORT to the
       DATA DIVISION.
       FILE SECTION.
      * Same fixed offsets LOGSORT writes: message (1:30), status
      * (32:12), last count (45:5), last-seen date (51:10), ticket
      * number (62:12), ticket status (75:6).
       FD  STATE-FILE.
       01  STATE-REC      PIC X(80).

               10  WS-ST-STATUS  PIC X(12).
               10  WS-ST-COUNT   PIC 9(5).
               10  WS-ST-DATE    PIC X(10).
               10  WS-ST-TICKET  PIC X(12).
               10  WS-ST-TKT-STAT PIC X(6).
       01  WS-PICK-INPUT       PIC X(4) VALUE SPACES.
       01  WS-PICK             PIC 9(4) VALUE 0.
       01  WS-DONE             PIC X VALUE "N".
       01  WS-BEFORE-IMAGE     PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE      PIC X(80) VALUE SPACES.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGACK".
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
           DISPLAY "=== LOGACK: Alarme bestaetigen ==="
           PERFORM ENSURE-OPERATOR
           PERFORM LOAD-ALERT-STATE
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

       SHOW-ALERT-LIST.
           DISPLAY " "
           DISPLAY "Nr   Status       Anzahl Zuletzt    "
                   "Ticket       T-Stat Meldung"
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-ROWS
              DISPLAY WS-STATE-IDX " "
                      WS-ST-STATUS(WS-STATE-IDX) " "
                      WS-ST-COUNT(WS-STATE-IDX) " "
                      WS-ST-DATE(WS-STATE-IDX) " "
                      WS-ST-TICKET(WS-STATE-IDX) " "
                      WS-ST-TKT-STAT(WS-STATE-IDX) " "
                      WS-ST-MESSAGE(WS-STATE-IDX)
           END-PERFORM.

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
