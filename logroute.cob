       01  WS-TOTAL-READ       PIC 9(6) VALUE 0.
       01  WS-UNMATCHED        PIC 9(6) VALUE 0.

      * Die Teamdateien verlassen die Suite: maskiert wird erst nach
      * der Regelauswahl, damit die Regeln den Originaltext sehen.
       01  WS-MASK-ACTION      PIC X VALUE "M".
       01  WS-MASK-HIT         PIC X VALUE "N".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
                    PERFORM ROUTE-ONE-RECORD
              END-READ
           END-PERFORM
           MOVE "F" TO WS-MASK-ACTION
           CALL "LOGMASK" USING WS-MASK-ACTION WS-DEST-NAME
                   LOG-SOURCE IN FEED-ENTRY
                   LOG-MESSAGE IN FEED-ENTRY WS-MASK-HIT
           END-CALL
           CLOSE FEED-FILE.

      * Erste passende Regel bestimmt das Ziel; ohne Treffer geht
           IF WS-DEST-STATUS NOT = "00"
              OPEN OUTPUT DEST-FILE
           END-IF
           MOVE "M" TO WS-MASK-ACTION
           CALL "LOGMASK" USING WS-MASK-ACTION WS-DEST-NAME
                   LOG-SOURCE IN FEED-ENTRY
                   LOG-MESSAGE IN FEED-ENTRY WS-MASK-HIT
           END-CALL
           MOVE FEED-ENTRY TO DEST-REC
           WRITE DEST-REC
           CLOSE DEST-FILE.
