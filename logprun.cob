       IDENTIFICATION DIVISION.
      *Teillaeufe einer aufgeteilten Kette: LOGREADER und LOGSORT je
      *Partition, in der Kette oder in weiteren Batch-Sitzungen
       PROGRAM-ID. LOGPRUN.
       REMARKS. Runs the partitions LOGSPLIT cut the night into. For
           each partition of the run's register PARTS-<id>.DAT it
           sets LOG-PART-NO (LOGPARTN.cpy), CALLs LOGREADER and -
           if that ended with RC 4 or better - LOGSORT, which then
           read only that partition's slice and leave partial
           tables for the merge. Inside the chain the step works
           through every open partition itself. To spread the night
           over several batch sessions, the scheduler starts LOGPRUN
           with the parameter WORKER (optionally followed by a run
           id) as many times as it likes alongside the chain. Such a
           worker session, a scheduled job like LOGDRIVER, needs no
           sign-on and asks nothing: it waits - polling every 30
           seconds, at most the WAIT minutes below - until the run
           named (or the run in LOGCHAIN.STA) has a register with
           partitions neither done nor failed, runs every one of
           them it can lock, and ends; a partition another session
           failed is left to the chain restart. A worker that finds
           no such run in time ends with RC 0 and a note (a night
           that was not partitioned). Operators can also start
           LOGPRUN standalone on the same run id (blank = the run in
           LOGCHAIN.STA), for one partition or all open ones; each
           partition is guarded by a LOGLOCK lock <id>-P<nn>, so
           every partition runs exactly once, and its state is kept
           in PARTSTA-<id>-<nn>.DAT ("state|holder|date|time|reader
           rc|sort rc", state L running, D done, F failed). The
           chain's LOGPRUN waits for partitions another session is
           still running - polling every 30 seconds, at most the
           minutes of the "WAIT|minutes" line in LOGPART.DAT
           (default 120). A failed partition or a timeout ends the
           step with RC 16; the chain restart then reruns only the
           partitions not yet done. Once all are done, the chain's
           LOGPRUN writes the LOGREADER results of the night as if
           one LOGREADER had run: one AUDITLOG line with the summed
           counts (what LOGRECON reconciles LOGSORT against) and
           FILTERED-OUT-<id>.DAT from the partitions' filtered
           slices, concatenated in partition order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "LOGPART.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT CHAIN-FILE ASSIGN TO "LOGCHAIN.STA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CHAIN-STATUS.
           SELECT PREG-FILE ASSIGN TO DYNAMIC WS-PREG-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PREG-STATUS.
           SELECT PSTA-FILE ASSIGN TO DYNAMIC WS-PSTA-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PSTA-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.
      * Gefilterte Saetze je Teillauf und die Datei des ganzen
      * Laufs, die LOGROUTE liest.
           SELECT FILT-PART-FILE ASSIGN TO DYNAMIC WS-FILT-PART-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FILT-PART-STATUS.
           SELECT FILT-FILE ASSIGN TO DYNAMIC WS-FILT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FILT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC             PIC X(80).

       FD  CHAIN-FILE.
       01  CHAIN-REC           PIC X(120).

       FD  PREG-FILE.
       01  PREG-REC            PIC X(100).

       FD  PSTA-FILE.
       01  PSTA-REC            PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-REC           PIC X(150).

       FD  FILT-PART-FILE.
       01  FILT-PART-REC       PIC X(80).

       FD  FILT-FILE.
       01  FILT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-CTL-STATUS       PIC XX VALUE "00".
       01  WS-CHAIN-STATUS     PIC XX VALUE "00".
       01  WS-PREG-STATUS      PIC XX VALUE "00".
       01  WS-PSTA-STATUS      PIC XX VALUE "00".
       01  WS-AUDIT-STATUS     PIC XX VALUE "00".
       01  WS-FILT-PART-STATUS PIC XX VALUE "00".
       01  WS-FILT-STATUS      PIC XX VALUE "00".
       01  WS-PREG-NAME        PIC X(40) VALUE SPACES.
       01  WS-PSTA-NAME        PIC X(40) VALUE SPACES.
       01  WS-FILT-PART-NAME   PIC X(40) VALUE SPACES.
       01  WS-FILT-NAME        PIC X(40) VALUE SPACES.
       01  WS-FINAL-RC         PIC 99 VALUE 0.

      * "Y" = als Schritt der Kette gerufen (LOG-RUN-ID war gesetzt);
      * dann wird gewartet und am Ende zusammengefasst. "W" = vom
      * Scheduler als Arbeitssitzung gestartet (Parameter WORKER).
       01  WS-CHAIN-MODE       PIC X VALUE "N".
       01  WS-PARM-LINE        PIC X(40) VALUE SPACES.
       01  WS-PARM-MODE        PIC X(10) VALUE SPACES.
       01  WS-PARM-RUN         PIC X(15) VALUE SPACES.
       01  WS-WORK-FOUND       PIC X VALUE "N".
       01  WS-RUN-INPUT        PIC X(15) VALUE SPACES.
       01  WS-PART-INPUT       PIC X(2) VALUE SPACES.
       01  WS-PART-WANTED      PIC X(2) VALUE SPACES.

      * Teillaeufe laut Register; je Teillauf der zuletzt gelesene
      * Zustand, ob diese Sitzung ihn schon versucht hat, und die
      * LOGREADER-Zahlen aus AUDITLOG.DAT.
       01  WS-REG-INPUT        PIC X(40) VALUE SPACES.
       01  WS-PT-COUNT         PIC 9(2) VALUE 0.
       01  WS-PT-IDX           PIC 9(2) VALUE 0.
       01  WS-PT-TABLE.
           05  WS-PT-ROW OCCURS 20 TIMES.
               10  WS-PT-NO         PIC X(2).
               10  WS-PT-GROUP      PIC X(20).
               10  WS-PT-RECS       PIC X(9).
               10  WS-PT-STATE      PIC X.
               10  WS-PT-TRIED      PIC X.
               10  WS-PT-READER-RC  PIC 99.
               10  WS-PT-SORT-RC    PIC 99.
               10  WS-PT-AUD-SEEN   PIC X.
               10  WS-PT-AUD-READ   PIC 9(8).
               10  WS-PT-AUD-MATCH  PIC 9(8).
       01  WS-PR-TYPE          PIC X(2) VALUE SPACES.
       01  WS-PR-NO            PIC X(2) VALUE SPACES.
       01  WS-PR-GROUP         PIC X(20) VALUE SPACES.
       01  WS-PR-RECS          PIC X(9) VALUE SPACES.

      * Zustandszeile eines Teillaufs.
       01  WS-PS-STATE         PIC X VALUE SPACE.
       01  WS-PS-HOLDER        PIC X(30) VALUE SPACES.
       01  WS-PS-DATE          PIC X(10) VALUE SPACES.
       01  WS-PS-TIME          PIC X(8) VALUE SPACES.
       01  WS-PS-READER-X      PIC X(2) VALUE SPACES.
       01  WS-PS-SORT-X        PIC X(2) VALUE SPACES.

      * Zaehler eines Durchgangs und der Abschlusspruefung.
       01  WS-BUSY-COUNT       PIC 9(2) VALUE 0.
       01  WS-DONE-COUNT       PIC 9(2) VALUE 0.
       01  WS-FAILED-COUNT     PIC 9(2) VALUE 0.
       01  WS-OPEN-COUNT       PIC 9(2) VALUE 0.
       01  WS-RAN-COUNT        PIC 9(2) VALUE 0.
       01  WS-MAX-RC           PIC 99 VALUE 0.

      * Warten auf Teillaeufe anderer Sitzungen.
       01  WS-SLEEP-SECS       PIC 9(4) VALUE 30.
       01  WS-WAITED-SECS      PIC 9(7) VALUE 0.
       01  WS-WAIT-LIMIT       PIC 9(7) VALUE 7200.
       01  WS-WAIT-MIN         PIC 9(5) VALUE 120.
       01  WS-CTL-KEY          PIC X(20) VALUE SPACES.
       01  WS-CTL-VALUE        PIC X(20) VALUE SPACES.
       01  WS-CTL-VALUE-J      PIC X(5) JUSTIFIED RIGHT.

      * Sperre je Teillauf.
       01  WS-LOCK-RESOURCE    PIC X(20) VALUE SPACES.
       01  WS-LOCK-ACTION      PIC X VALUE "L".
       01  WS-LOCK-HOLDER      PIC X(30) VALUE SPACES.
       01  WS-LOCK-RESULT      PIC X VALUE "N".
       01  WS-SAVED-RC         PIC S9(4) VALUE 0.

       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-NOW              PIC 9(8) VALUE 0.

      * AUDITLOG-Zeile: "zeit|programm|eingabe|filter|gelesen|
      * passend" - zerlegt beim Lesen, zusammengefasst beim Schreiben.
       01  WS-AU-STAMP         PIC X(19) VALUE SPACES.
       01  WS-AU-PROG          PIC X(10) VALUE SPACES.
       01  WS-AU-INPUT         PIC X(40) VALUE SPACES.
       01  WS-AU-FILTER        PIC X(40) VALUE SPACES.
       01  WS-AU-READ-X        PIC X(8) VALUE SPACES.
       01  WS-AU-MATCH-X       PIC X(8) VALUE SPACES.
       01  WS-AU-PART-NAME     PIC X(40) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGREADER".
       01  WS-AUDIT-FILTER     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.
       01  WS-FILT-RECS        PIC 9(8) VALUE 0.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGPRUN".
       01  WS-AUTH-MODE        PIC X VALUE "C".
       01  WS-AUTH-RESULT      PIC X VALUE "N".
       01  WS-AUTH-ROLE        PIC X(10) VALUE SPACES.

           COPY LOGRUNID.
           COPY LOGPARTN.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-FINAL-RC
           MOVE 0 TO WS-WAITED-SECS
           MOVE 0 TO WS-RAN-COUNT
           MOVE 0 TO WS-MAX-RC
           MOVE SPACES TO LOG-PART-NO
           DISPLAY "=== LOGPRUN: Teillaeufe ==="
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              PERFORM GET-START-PARM
              IF WS-PARM-MODE = "WORKER"
                 PERFORM RUN-AS-WORKER
                 MOVE WS-FINAL-RC TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              MOVE "N" TO WS-CHAIN-MODE
              PERFORM CHECK-AUTHORITY
              IF WS-AUTH-RESULT NOT = "Y"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM GET-RUN-ID
              IF LOG-RUN-ID = SPACES
                 DISPLAY "** FEHLER: keine Lauf-Kennung angegeben und "
                         "keine in LOGCHAIN.STA **"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              MOVE "Y" TO WS-CHAIN-MODE
           END-IF
           PERFORM LOAD-REGISTER
           IF WS-PT-COUNT = 0
              DISPLAY "** FEHLER: kein Teillauf-Register "
                      FUNCTION TRIM(WS-PREG-NAME) " **"
              PERFORM END-STANDALONE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WS-PART-WANTED
           IF WS-CHAIN-MODE = "N"
              PERFORM GET-PARTITION
              IF WS-PART-WANTED = "XX"
                 PERFORM END-STANDALONE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           PERFORM LOAD-WAIT-LIMIT
           PERFORM RUN-PARTITION-PASS
           PERFORM UNTIL WS-BUSY-COUNT = 0
                      OR WS-CHAIN-MODE NOT = "Y"
                      OR WS-WAITED-SECS >= WS-WAIT-LIMIT
              DISPLAY "Hinweis: " WS-BUSY-COUNT " Teillauf/-laeufe "
                      "in anderen Sitzungen aktiv - warte "
                      WS-SLEEP-SECS " Sekunden"
              CALL "C$SLEEP" USING WS-SLEEP-SECS
              END-CALL
              ADD WS-SLEEP-SECS TO WS-WAITED-SECS
              PERFORM RUN-PARTITION-PASS
           END-PERFORM
           PERFORM CHECK-PARTITIONS
           IF WS-CHAIN-MODE = "N"
              PERFORM CHECK-RUN-COMPLETE
              PERFORM END-STANDALONE
              MOVE WS-FINAL-RC TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-DONE-COUNT NOT = WS-PT-COUNT
              IF WS-BUSY-COUNT > 0
                 DISPLAY "** FEHLER: Wartezeit von " WS-WAIT-MIN
                         " Minuten abgelaufen, " WS-BUSY-COUNT
                         " Teillauf/-laeufe noch aktiv **"
              END-IF
              DISPLAY "** FEHLER: " WS-DONE-COUNT " von " WS-PT-COUNT
                      " Teillaeufen erledigt - Wiederanlauf "
                      "wiederholt nur die offenen **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONSOLIDATE-READER
           IF WS-MAX-RC > WS-FINAL-RC
              MOVE WS-MAX-RC TO WS-FINAL-RC
           END-IF
           DISPLAY "Alle " WS-PT-COUNT " Teillaeufe erledigt"
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      * Eigenstaendiger Aufruf: die Lauf-Kennung gilt nur fuer die
      * gerufenen Schritte und wird danach wieder geloescht (wie in
      * LOGRERUN), sonst hielte ein spaeterer Aufruf im selben
      * Prozess sich selbst fuer einen Kettenschritt.
       END-STANDALONE.
           IF WS-CHAIN-MODE NOT = "Y"
              MOVE SPACES TO LOG-RUN-ID
           END-IF
           MOVE SPACES TO LOG-PART-NO.

      * Ausserhalb der Kette pruefen wie die anderen Programme, die
      * Bestaende veraendern; in der Kette hat LOGDRIVER das getan.
       CHECK-AUTHORITY.
           MOVE "Y" TO WS-AUTH-RESULT
           CALL "LOGAUTH" USING WS-AUTH-FUNCTION WS-AUTH-MODE
                   WS-AUTH-RESULT WS-AUTH-ROLE
           END-CALL
           MOVE 0 TO RETURN-CODE.

      * Aufrufparameter "WORKER [lauf]" - nur beim Start durch den
      * Scheduler gesetzt; aus LOGMENU gerufen bleibt er leer.
       GET-START-PARM.
           MOVE SPACES TO WS-PARM-LINE WS-PARM-MODE WS-PARM-RUN
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-PARM-LINE) TO WS-PARM-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
              INTO WS-PARM-MODE WS-PARM-RUN
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-PARM-MODE) TO WS-PARM-MODE.

      * Arbeitssitzung neben der Kette: ohne Anmeldung und ohne
      * Fragen auf einen Lauf mit offenen Teillaeufen warten, davon
      * alle nehmen, die keine andere Sitzung haelt, und enden. Das
      * Warten auf fremde Teillaeufe und das Zusammenfassen bleiben
      * dem LOGPRUN der Kette.
       RUN-AS-WORKER.
           MOVE "W" TO WS-CHAIN-MODE
           MOVE SPACES TO WS-PART-WANTED
           PERFORM LOAD-WAIT-LIMIT
           DISPLAY "Arbeitssitzung: warte bis zu " WS-WAIT-MIN
                   " Minuten auf offene Teillaeufe"
           PERFORM FIND-WORKER-RUN
           PERFORM UNTIL WS-WORK-FOUND = "Y"
                      OR WS-WAITED-SECS >= WS-WAIT-LIMIT
              CALL "C$SLEEP" USING WS-SLEEP-SECS
              END-CALL
              ADD WS-SLEEP-SECS TO WS-WAITED-SECS
              PERFORM FIND-WORKER-RUN
           END-PERFORM
           IF WS-WORK-FOUND NOT = "Y"
              DISPLAY "Hinweis: in " WS-WAIT-MIN " Minuten kein "
                      "Lauf mit offenen Teillaeufen - "
                      "Arbeitssitzung endet"
              PERFORM END-STANDALONE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Lauf " FUNCTION TRIM(LOG-RUN-ID)
           PERFORM RUN-PARTITION-PASS
           PERFORM CHECK-PARTITIONS
           PERFORM END-STANDALONE.

      * Der Lauf aus dem Parameter oder aus LOGCHAIN.STA (bei jedem
      * Blick neu gelesen - die Kette schreibt die Datei erst bei
      * ihrem Start); Arbeit gibt es, wenn sein Register einen
      * Teillauf fuehrt, der weder erledigt noch gescheitert ist.
       FIND-WORKER-RUN.
           MOVE "N" TO WS-WORK-FOUND
           MOVE WS-PARM-RUN TO WS-RUN-INPUT
           IF WS-RUN-INPUT = SPACES
              PERFORM READ-CHAIN-RUN-ID
           END-IF
           MOVE FUNCTION TRIM(WS-RUN-INPUT) TO LOG-RUN-ID
           IF LOG-RUN-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REGISTER
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
              PERFORM READ-PART-STATE
              IF WS-PT-STATE(WS-PT-IDX) NOT = "D"
                 AND WS-PT-STATE(WS-PT-IDX) NOT = "F"
                 MOVE "Y" TO WS-WORK-FOUND
              END-IF
           END-PERFORM.

      * Lauf-Kennung erfragen; leer = der Lauf, den LOGCHAIN.STA als
      * laufend oder unterbrochen fuehrt.
       GET-RUN-ID.
           DISPLAY "Enter run id of the partitioned run "
                   "(blank = run in LOGCHAIN.STA): "
           MOVE SPACES TO WS-RUN-INPUT
           ACCEPT WS-RUN-INPUT
           IF WS-RUN-INPUT = SPACES
              PERFORM READ-CHAIN-RUN-ID
           END-IF
           MOVE FUNCTION TRIM(WS-RUN-INPUT) TO LOG-RUN-ID
           IF LOG-RUN-ID NOT = SPACES
              DISPLAY "Lauf " FUNCTION TRIM(LOG-RUN-ID)
           END-IF.

       READ-CHAIN-RUN-ID.
           OPEN INPUT CHAIN-FILE
           IF WS-CHAIN-STATUS = "00"
              READ CHAIN-FILE
                 NOT AT END
                    MOVE CHAIN-REC(10:15) TO WS-RUN-INPUT
              END-READ
              CLOSE CHAIN-FILE
           END-IF.

      * Ein Teillauf oder alle offenen; eine Nummer, die das Register
      * nicht kennt, bricht ab (WS-PART-WANTED = "XX").
       GET-PARTITION.
           DISPLAY "Enter partition number "
                   "(blank = all open partitions): "
           MOVE SPACES TO WS-PART-INPUT
           ACCEPT WS-PART-INPUT
           IF WS-PART-INPUT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-PART-INPUT) TO WS-PART-INPUT
           IF WS-PART-INPUT(2:1) = SPACE
              MOVE WS-PART-INPUT(1:1) TO WS-PART-INPUT(2:1)
              MOVE "0" TO WS-PART-INPUT(1:1)
           END-IF
           MOVE "XX" TO WS-PART-WANTED
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
              IF WS-PT-NO(WS-PT-IDX) = WS-PART-INPUT
                 MOVE WS-PART-INPUT TO WS-PART-WANTED
              END-IF
           END-PERFORM
           IF WS-PART-WANTED = "XX"
              DISPLAY "** FEHLER: Teillauf " WS-PART-INPUT
                      " steht nicht in " FUNCTION TRIM(WS-PREG-NAME)
                      " **"
           END-IF.

      * Register aus LOGSPLIT: Kopf mit der Eingabe des Laufs, dann
      * die Teillaeufe.
       LOAD-REGISTER.
           MOVE 0 TO WS-PT-COUNT
           MOVE SPACES TO WS-REG-INPUT
           MOVE SPACES TO WS-PREG-NAME
           STRING "PARTS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PREG-NAME
           OPEN INPUT PREG-FILE
           IF WS-PREG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ PREG-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    MOVE SPACES TO WS-PR-TYPE
                    MOVE SPACES TO WS-PR-NO
                    MOVE SPACES TO WS-PR-GROUP
                    MOVE SPACES TO WS-PR-RECS
                    UNSTRING PREG-REC DELIMITED BY "|"
                       INTO WS-PR-TYPE WS-PR-NO WS-PR-GROUP
                            WS-PR-RECS
                    END-UNSTRING
                    IF WS-PR-TYPE = "H"
                       MOVE SPACES TO WS-REG-INPUT
                       UNSTRING PREG-REC DELIMITED BY "|"
                          INTO WS-PR-TYPE WS-REG-INPUT
                       END-UNSTRING
                    END-IF
                    IF WS-PR-TYPE = "P" AND WS-PT-COUNT < 20
                       ADD 1 TO WS-PT-COUNT
                       MOVE WS-PR-NO TO WS-PT-NO(WS-PT-COUNT)
                       MOVE WS-PR-GROUP TO WS-PT-GROUP(WS-PT-COUNT)
                       MOVE WS-PR-RECS TO WS-PT-RECS(WS-PT-COUNT)
                       MOVE SPACE TO WS-PT-STATE(WS-PT-COUNT)
                       MOVE "N" TO WS-PT-TRIED(WS-PT-COUNT)
                       MOVE 0 TO WS-PT-READER-RC(WS-PT-COUNT)
                       MOVE 0 TO WS-PT-SORT-RC(WS-PT-COUNT)
                       MOVE "N" TO WS-PT-AUD-SEEN(WS-PT-COUNT)
                       MOVE 0 TO WS-PT-AUD-READ(WS-PT-COUNT)
                       MOVE 0 TO WS-PT-AUD-MATCH(WS-PT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PREG-FILE
           MOVE "N" TO EOF.

      * "WAIT|minuten" aus LOGPART.DAT; ohne Zeile zwei Stunden.
       LOAD-WAIT-LIMIT.
           MOVE 120 TO WS-WAIT-MIN
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ CTL-FILE
                    AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       PERFORM TAKE-WAIT-LINE
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
              MOVE "N" TO EOF
           END-IF
           COMPUTE WS-WAIT-LIMIT = WS-WAIT-MIN * 60.

       TAKE-WAIT-LINE.
           IF CTL-REC = SPACES OR CTL-REC(1:1) = "*"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           UNSTRING CTL-REC DELIMITED BY "|"
              INTO WS-CTL-KEY WS-CTL-VALUE
           END-UNSTRING
           IF FUNCTION TRIM(WS-CTL-KEY) NOT = "WAIT"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CTL-VALUE) TO WS-CTL-VALUE-J
           INSPECT WS-CTL-VALUE-J REPLACING LEADING " " BY "0"
           IF WS-CTL-VALUE-J NOT NUMERIC
              DISPLAY "** WARNUNG: WAIT-Zeile in LOGPART.DAT ohne "
                      "lesbare Minutenzahl - es gelten "
                      WS-WAIT-MIN " Minuten **"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CTL-VALUE-J TO WS-WAIT-MIN.

      * Ein Durchgang ueber alle (bzw. den gewaehlten) Teillaeufe;
      * WS-BUSY-COUNT zaehlt die, die gerade eine andere Sitzung
      * haelt.
       RUN-PARTITION-PASS.
           MOVE 0 TO WS-BUSY-COUNT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
              IF WS-PART-WANTED = SPACES
                 OR WS-PART-WANTED = WS-PT-NO(WS-PT-IDX)
                 PERFORM RUN-ONE-PARTITION
              END-IF
           END-PERFORM.

      * Erledigte Teillaeufe bleiben liegen, ein in dieser Sitzung
      * gescheiterter wird nicht gleich noch einmal versucht, und
      * eine Arbeitssitzung laesst gescheiterte dem Wiederanlauf.
      * Der Zustand wird nach dem Sperren noch einmal gelesen - eine
      * andere Sitzung kann ihn eben erst abgeschlossen haben.
       RUN-ONE-PARTITION.
           PERFORM READ-PART-STATE
           IF WS-PT-STATE(WS-PT-IDX) = "D"
              OR WS-PT-TRIED(WS-PT-IDX) = "Y"
              OR (WS-CHAIN-MODE = "W"
                  AND WS-PT-STATE(WS-PT-IDX) = "F")
              EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-PART-LOCK
           IF WS-LOCK-RESULT NOT = "Y"
              ADD 1 TO WS-BUSY-COUNT
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-PART-STATE
           IF WS-PT-STATE(WS-PT-IDX) = "D"
              OR (WS-CHAIN-MODE = "W"
                  AND WS-PT-STATE(WS-PT-IDX) = "F")
              PERFORM FREE-PART-LOCK
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PT-TRIED(WS-PT-IDX)
           ADD 1 TO WS-RAN-COUNT
           MOVE "L" TO WS-PT-STATE(WS-PT-IDX)
           MOVE 0 TO WS-PT-READER-RC(WS-PT-IDX)
           MOVE 0 TO WS-PT-SORT-RC(WS-PT-IDX)
           PERFORM WRITE-PART-STATE
           DISPLAY "--- Teillauf " WS-PT-NO(WS-PT-IDX) " ("
                   FUNCTION TRIM(WS-PT-GROUP(WS-PT-IDX)) ", "
                   FUNCTION TRIM(WS-PT-RECS(WS-PT-IDX))
                   " Saetze) ---"
           MOVE WS-PT-NO(WS-PT-IDX) TO LOG-PART-NO
           MOVE 0 TO RETURN-CODE
           CALL "LOGREADER"
           END-CALL
           MOVE RETURN-CODE TO WS-PT-READER-RC(WS-PT-IDX)
           CANCEL "LOGREADER"
           IF WS-PT-READER-RC(WS-PT-IDX) <= 4
              MOVE 0 TO RETURN-CODE
              CALL "LOGSORT"
              END-CALL
              MOVE RETURN-CODE TO WS-PT-SORT-RC(WS-PT-IDX)
              CANCEL "LOGSORT"
           END-IF
           MOVE SPACES TO LOG-PART-NO
           IF WS-PT-READER-RC(WS-PT-IDX) <= 4
              AND WS-PT-SORT-RC(WS-PT-IDX) <= 4
              MOVE "D" TO WS-PT-STATE(WS-PT-IDX)
              DISPLAY "--- Teillauf " WS-PT-NO(WS-PT-IDX)
                      " erledigt (LOGREADER RC "
                      WS-PT-READER-RC(WS-PT-IDX) ", LOGSORT RC "
                      WS-PT-SORT-RC(WS-PT-IDX) ") ---"
           ELSE
              MOVE "F" TO WS-PT-STATE(WS-PT-IDX)
              DISPLAY "** FEHLER: Teillauf " WS-PT-NO(WS-PT-IDX)
                      " gescheitert (LOGREADER RC "
                      WS-PT-READER-RC(WS-PT-IDX) ", LOGSORT RC "
                      WS-PT-SORT-RC(WS-PT-IDX) ") **"
              MOVE 16 TO WS-FINAL-RC
           END-IF
           PERFORM WRITE-PART-STATE
           PERFORM FREE-PART-LOCK.

       SET-STATE-NAME.
           MOVE SPACES TO WS-PSTA-NAME
           STRING "PARTSTA-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PT-NO(WS-PT-IDX) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PSTA-NAME.

      * Zustand des Teillaufs WS-PT-IDX; keine Datei = noch offen.
       READ-PART-STATE.
           PERFORM SET-STATE-NAME
           MOVE SPACE TO WS-PT-STATE(WS-PT-IDX)
           OPEN INPUT PSTA-FILE
           IF WS-PSTA-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ PSTA-FILE
              AT END
                 CLOSE PSTA-FILE
                 EXIT PARAGRAPH
           END-READ
           CLOSE PSTA-FILE
           MOVE SPACES TO WS-PS-STATE WS-PS-HOLDER WS-PS-DATE
                          WS-PS-TIME WS-PS-READER-X WS-PS-SORT-X
           UNSTRING PSTA-REC DELIMITED BY "|"
              INTO WS-PS-STATE WS-PS-HOLDER WS-PS-DATE WS-PS-TIME
                   WS-PS-READER-X WS-PS-SORT-X
           END-UNSTRING
           MOVE WS-PS-STATE TO WS-PT-STATE(WS-PT-IDX)
           IF WS-PS-READER-X NUMERIC
              MOVE WS-PS-READER-X TO WS-PT-READER-RC(WS-PT-IDX)
           END-IF
           IF WS-PS-SORT-X NUMERIC
              MOVE WS-PS-SORT-X TO WS-PT-SORT-RC(WS-PT-IDX)
           END-IF.

       WRITE-PART-STATE.
           PERFORM SET-STATE-NAME
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           OPEN OUTPUT PSTA-FILE
           MOVE SPACES TO PSTA-REC
           STRING WS-PT-STATE(WS-PT-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOCK-HOLDER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TODAY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY(7:2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NOW(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-NOW(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-NOW(5:2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PT-READER-RC(WS-PT-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PT-SORT-RC(WS-PT-IDX) DELIMITED BY SIZE
                  INTO PSTA-REC
           WRITE PSTA-REC
           CLOSE PSTA-FILE.

      * Sperre <lauf>-P<nn>; eine unbeaufsichtigte Kette bekommt
      * eine gehaltene Sperre nicht (LOGLOCK) und wartet.
       TAKE-PART-LOCK.
           MOVE SPACES TO WS-LOCK-RESOURCE
           STRING FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  "-P" DELIMITED BY SIZE
                  WS-PT-NO(WS-PT-IDX) DELIMITED BY SIZE
                  INTO WS-LOCK-RESOURCE
           MOVE SPACES TO WS-LOCK-HOLDER
           EVALUATE WS-CHAIN-MODE
              WHEN "Y"
                 STRING "LOGPRUN " DELIMITED BY SIZE
                        FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                        " KETTE" DELIMITED BY SIZE
                        INTO WS-LOCK-HOLDER
              WHEN "W"
                 STRING "LOGPRUN " DELIMITED BY SIZE
                        FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                        " WORKER" DELIMITED BY SIZE
                        INTO WS-LOCK-HOLDER
              WHEN OTHER
                 STRING "LOGPRUN " DELIMITED BY SIZE
                        FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                        " BATCH" DELIMITED BY SIZE
                        INTO WS-LOCK-HOLDER
           END-EVALUATE
           MOVE "L" TO WS-LOCK-ACTION
           CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                   WS-LOCK-HOLDER WS-LOCK-RESULT
           END-CALL.

      * Der CALL setzt RETURN-CODE zurueck - gerettet wie in
      * LOGARCHIVE.
       FREE-PART-LOCK.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE "U" TO WS-LOCK-ACTION
           CALL "LOGLOCK" USING WS-LOCK-RESOURCE WS-LOCK-ACTION
                   WS-LOCK-HOLDER WS-LOCK-RESULT
           END-CALL
           MOVE WS-SAVED-RC TO RETURN-CODE.

      * Abschluss: Zustand aller (gewaehlten) Teillaeufe neu lesen
      * und zaehlen; der hoechste RC der erledigten geht in den RC
      * des Schritts ein - bei einer Arbeitssitzung nur der ihrer
      * eigenen.
       CHECK-PARTITIONS.
           MOVE 0 TO WS-DONE-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           MOVE 0 TO WS-OPEN-COUNT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
              IF WS-PART-WANTED = SPACES
                 OR WS-PART-WANTED = WS-PT-NO(WS-PT-IDX)
                 PERFORM READ-PART-STATE
                 EVALUATE WS-PT-STATE(WS-PT-IDX)
                    WHEN "D"
                       ADD 1 TO WS-DONE-COUNT
                       IF WS-CHAIN-MODE NOT = "W"
                          OR WS-PT-TRIED(WS-PT-IDX) = "Y"
                          PERFORM TAKE-DONE-RC
                       END-IF
                    WHEN "F"
                       ADD 1 TO WS-FAILED-COUNT
                    WHEN OTHER
                       ADD 1 TO WS-OPEN-COUNT
                 END-EVALUATE
              END-IF
           END-PERFORM
           DISPLAY "Teillaeufe: " WS-DONE-COUNT " erledigt, "
                   WS-FAILED-COUNT " gescheitert, " WS-OPEN-COUNT
                   " offen oder aktiv (" WS-RAN-COUNT
                   " in dieser Sitzung)"
           IF WS-CHAIN-MODE NOT = "Y" AND WS-FINAL-RC < 16
              IF WS-MAX-RC > WS-FINAL-RC
                 MOVE WS-MAX-RC TO WS-FINAL-RC
              END-IF
           END-IF.

       TAKE-DONE-RC.
           IF WS-PT-READER-RC(WS-PT-IDX) > WS-MAX-RC
              MOVE WS-PT-READER-RC(WS-PT-IDX) TO WS-MAX-RC
           END-IF
           IF WS-PT-SORT-RC(WS-PT-IDX) > WS-MAX-RC
              MOVE WS-PT-SORT-RC(WS-PT-IDX) TO WS-MAX-RC
           END-IF.

      * Eigenstaendig: sind damit alle Teillaeufe des Laufs erledigt,
      * kann die abgebrochene Kette weiterlaufen.
       CHECK-RUN-COMPLETE.
           MOVE 0 TO WS-OPEN-COUNT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
              PERFORM READ-PART-STATE
              IF WS-PT-STATE(WS-PT-IDX) NOT = "D"
                 ADD 1 TO WS-OPEN-COUNT
              END-IF
           END-PERFORM
           IF WS-OPEN-COUNT = 0
              DISPLAY "Hinweis: alle Teillaeufe von Lauf "
                      FUNCTION TRIM(LOG-RUN-ID) " erledigt - die "
                      "Kette kann mit dem Wiederanlauf weiterlaufen"
           ELSE
              DISPLAY "Hinweis: " WS-OPEN-COUNT " Teillauf/-laeufe "
                      "von Lauf " FUNCTION TRIM(LOG-RUN-ID)
                      " noch nicht erledigt"
           END-IF.

      * Die LOGREADER-Ergebnisse der Teillaeufe, als haette ein
      * LOGREADER den ganzen Strom gelesen: eine AUDITLOG-Zeile mit
      * den Summen der juengsten Zeile je Ausschnitt (LOGRECON
      * vergleicht LOGSORT mit ihr) und die gefilterten Saetze in
      * einer Datei, Teillauf fuer Teillauf.
       CONSOLIDATE-READER.
           MOVE SPACES TO WS-AUDIT-FILTER
           PERFORM LOAD-READER-AUDIT
           MOVE 0 TO WS-AUDIT-RECORDS-READ
           MOVE 0 TO WS-AUDIT-RECORDS-MATCHED
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
              IF WS-PT-AUD-SEEN(WS-PT-IDX) = "Y"
                 ADD WS-PT-AUD-READ(WS-PT-IDX)
                    TO WS-AUDIT-RECORDS-READ
                 ADD WS-PT-AUD-MATCH(WS-PT-IDX)
                    TO WS-AUDIT-RECORDS-MATCHED
              ELSE
                 DISPLAY "** WARNUNG: keine AUDITLOG-Zeile von "
                         "LOGREADER fuer Teillauf "
                         WS-PT-NO(WS-PT-IDX) " **"
                 MOVE 4 TO WS-FINAL-RC
              END-IF
           END-PERFORM
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-REG-INPUT
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           PERFORM JOIN-FILTERED-FILES
           DISPLAY "LOGREADER gesamt: " WS-AUDIT-RECORDS-READ
                   " gelesen, " WS-AUDIT-RECORDS-MATCHED
                   " passend - " FUNCTION TRIM(WS-FILT-NAME).

       LOAD-READER-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ AUDIT-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    PERFORM TAKE-AUDIT-LINE
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE "N" TO EOF.

       TAKE-AUDIT-LINE.
           MOVE SPACES TO WS-AU-STAMP WS-AU-PROG WS-AU-INPUT
                          WS-AU-FILTER WS-AU-READ-X WS-AU-MATCH-X
           UNSTRING AUDIT-REC DELIMITED BY "|"
              INTO WS-AU-STAMP WS-AU-PROG WS-AU-INPUT WS-AU-FILTER
                   WS-AU-READ-X WS-AU-MATCH-X
           END-UNSTRING
           IF WS-AU-PROG NOT = "LOGREADER"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
              MOVE SPACES TO WS-AU-PART-NAME
              STRING "PART-" DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-PT-NO(WS-PT-IDX) DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-AU-PART-NAME
              IF WS-AU-INPUT = WS-AU-PART-NAME
                 AND WS-AU-READ-X NUMERIC
                 AND WS-AU-MATCH-X NUMERIC
                 MOVE "Y" TO WS-PT-AUD-SEEN(WS-PT-IDX)
                 MOVE WS-AU-READ-X TO WS-PT-AUD-READ(WS-PT-IDX)
                 MOVE WS-AU-MATCH-X TO WS-PT-AUD-MATCH(WS-PT-IDX)
                 MOVE WS-AU-FILTER TO WS-AUDIT-FILTER
              END-IF
           END-PERFORM.

       JOIN-FILTERED-FILES.
           MOVE SPACES TO WS-FILT-NAME
           STRING "FILTERED-OUT-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILT-NAME
           MOVE 0 TO WS-FILT-RECS
           OPEN OUTPUT FILT-FILE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
              PERFORM COPY-ONE-FILTERED
           END-PERFORM
           CLOSE FILT-FILE.

       COPY-ONE-FILTERED.
           MOVE SPACES TO WS-FILT-PART-NAME
           STRING "FILTERED-OUT-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PT-NO(WS-PT-IDX) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILT-PART-NAME
           OPEN INPUT FILT-PART-FILE
           IF WS-FILT-PART-STATUS NOT = "00"
              DISPLAY "** WARNUNG: " FUNCTION TRIM(WS-FILT-PART-NAME)
                      " fehlt (Status " WS-FILT-PART-STATUS ") **"
              MOVE 4 TO WS-FINAL-RC
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ FILT-PART-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    MOVE FILT-PART-REC TO FILT-REC
                    WRITE FILT-REC
                    ADD 1 TO WS-FILT-RECS
              END-READ
           END-PERFORM
           CLOSE FILT-PART-FILE
           MOVE "N" TO EOF.
