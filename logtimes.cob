
      * Aggregation je Schritt: Laeufe, Summe, Spitze.
       01  WS-STEP-TABLE.
           05  WS-STEP-ROW OCCURS 20 TIMES.
               10  WS-SP-NAME   PIC X(10).
               10  WS-SP-RUNS   PIC 9(5).
               10  WS-SP-SUM    PIC 9(9).
              END-IF
           END-PERFORM
           IF WS-STEP-FOUND = 0
              IF WS-STEP-COUNT < 20
                 ADD 1 TO WS-STEP-COUNT
                 MOVE WS-STEP-COUNT TO WS-STEP-FOUND
                 MOVE WS-T-STEP TO WS-SP-NAME(WS-STEP-FOUND)
