      *mit Wiederanlauf auf Schrittebene ueber LOGCHAIN.STA
       PROGRAM-ID. LOGDRIVER.
       REMARKS. The chain remembers in LOGCHAIN.STA which step last
           completed together with the run ID and the return code of
           every step so far,
           so a night where LOGARCHIVE fails does not force LOGREADER
           and LOGSORT to be redone: the next invocation offers to
           restart at the failed step - and an unattended rerun (no
           LOGSORT find its own per-run checkpoint again. The state
           file is removed only after a fully clean chain.

           The steps come from the job-stream file LOGSTREAM.DAT, one
           line per step in running order:
               sequence|program|type|max RC|condition
           sequence  ascending number (10, 20, ...), program the
           suite program to CALL, type M = mandatory (an RC above
           max RC stops the chain, the restart begins at that step)
           or O = optional (the RC is noted and the chain goes on;
           with a max RC given, an RC above it becomes the chain RC),
           max RC blank = 0. The condition (blank = always) is up to
           three terms PROGRAM op n separated by commas, op one of
           = <> < <= > >=, all on steps earlier in the stream; a
           step whose condition does not hold - or names a step that
           did not run - is skipped. Example:
               10|LOGVALID|M|4|
               20|LOGREADER|M||
               30|LOGSORT|M||
               40|LOGARCHIVE|M||
               50|LOGRECON|O|0|
               60|LOGXTRACT|O||LOGRECON=0
           Blank lines and lines starting with * are ignored; a
           faulty line stops the chain before any step runs. Without
           LOGSTREAM.DAT the chain runs its standard steps LOGVALID
           (max RC 4), LOGSPLIT, LOGREADER, LOGPRUN, LOGSORT,
           LOGCORR, LOGFEED, LOGSECEVT, LOGARCHIVE and LOGRECON
           (optional, max RC 0).
           LOGCORR, LOGFEED and LOGSECEVT also run only if
           LOGCORR.DAT / LOGSOURCES.DAT / LOGSECSEL.DAT are
           present. LOGSPLIT runs only if LOGPART.DAT is present
           and never in a re-run; once it has cut the night into
           partitions (register PARTS-<id>.DAT) LOGPRUN runs
           LOGREADER and LOGSORT per partition and the LOGREADER
           step is left out ("in Teillaeufen") - LOGSORT then
           merges the partial tables. To run partitions side by
           side, the scheduler starts "LOGPRUN WORKER" sessions
           together with the chain; the chain's LOGPRUN shares the
           partitions with them and waits for theirs (see LOGPRUN).
           Without a register LOGPRUN is left out and the night
           runs as one stream. The partition files are removed
           after a clean chain. The
           handover sheet counts the deliveries still open in
           LOGINTAKE's quarantine register QUARREG.DAT and lists
           every one older than the "AGE|days" line of LOGQUAR.DAT
           (default 2) as UEBERFAELLIG. After a clean night, once
           the sheet is written, LOGDIST hands the reports out as
           its register LOGDIST.DAT says (only if present); its RC
           joins the chain RC and a closing VERTEILUNG section on
           the sheet counts the copies and lists every report not
           sent (FEHLT, LEER, VERALTET, FEHLER). Steps
           run unattended: their prompts come back blank and they
           take their defaults.

           Called by LOGRERUN with LOG-RERUN-DATE set (LOGRRDT.cpy),
           the driver runs a historical re-run instead of the night:
           no calendar check, no LOGSTREAM.DAT - the fixed re-run
           steps LOGVALID (max RC 4), LOGSORT, LOGSTATS and LOGXTRACT
           (both optional, max RC 4), never LOGARCHIVE - and
           LOGCHAIN.STA and STEPTIMES.DAT stay untouched, so a
           re-run neither disturbs nor restarts the nightly chain.
           Its sheet is RERUN-<date>-<run id>.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  FILE STATUS IS WS-AUDIT-STATUS.

      * Zum Zaehlen der Alarm-Zeilen dieses Laufs (ALERTS-<id>.DAT
      * und RECURRING-ALERTS-<id>.DAT); liest auch ALERTSTATE.DAT
      * fuer die Ticket-Zeilen des Uebergabeblatts.
           SELECT TALLY-FILE ASSIGN TO DYNAMIC WS-TALLY-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TALLY-STATUS.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DPARM-STATUS.

      * Steuerdatei der Stoerungs-Korrelation: liegt sie vor, laeuft
      * LOGCORR als zusaetzlicher Schritt nach LOGSORT mit.
           SELECT CORR-CFG-FILE ASSIGN TO "LOGCORR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CORR-CFG-STATUS.

      * Quellen-Register der Lieferueberwachung: liegt es vor,
      * prueft LOGFEED die Anlieferungen vor dem Archivieren.
           SELECT FEED-REG-FILE ASSIGN TO "LOGSOURCES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FEED-REG-STATUS.

      * Auswahl der Sicherheits-Ereignisse: liegt sie vor, liefert
      * LOGSECEVT die Ereignisse der Nacht vor dem Archivieren.
           SELECT SECSEL-FILE ASSIGN TO "LOGSECSEL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SECSEL-STATUS.

      * Aufteilung der Nacht in Teillaeufe: liegt LOGPART.DAT vor,
      * schneidet LOGSPLIT die bereinigte Datei, und LOGPRUN fuehrt
      * LOGREADER und LOGSORT je Teillauf aus. Das Register
      * PARTS-<id>.DAT zeigt, dass der Lauf aufgeteilt ist; ueber
      * PART-CLEAN-FILE werden die Teillauf-Dateien nach sauberer
      * Kette entfernt.
           SELECT PART-CTL-FILE ASSIGN TO "LOGPART.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PART-CTL-STATUS.
           SELECT PART-REG-FILE ASSIGN TO DYNAMIC WS-PART-REG-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PART-REG-STATUS.
           SELECT PART-CLEAN-FILE ASSIGN TO DYNAMIC WS-PART-CLEAN-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PART-CLEAN-STATUS.

      * Quarantaene-Register der Lieferungen (LOGINTAKE/LOGQUAR)
      * und die Altersgrenze aus LOGQUARs Steuerdatei - nur fuers
      * Uebergabeblatt gelesen.
           SELECT QREG-FILE ASSIGN TO "QUARREG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-QREG-STATUS.
           SELECT QCTL-FILE ASSIGN TO "LOGQUAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-QCTL-STATUS.

      * Verteilerregister und Zustell-Protokoll von LOGDIST - nur
      * auf Vorhandensein geprueft bzw. fuers Blatt gelesen.
           SELECT DIST-REG-FILE ASSIGN TO "LOGDIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DIST-REG-STATUS.
           SELECT DIST-LOG-FILE ASSIGN TO "LOGDIST-LOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DIST-LOG-STATUS.

      * Ablaufplan der Kette (siehe REMARKS); fehlt er, gelten die
      * Standardschritte.
           SELECT STREAM-FILE ASSIGN TO "LOGSTREAM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Zuletzt abgeschlossener Schritt (1:8) und Lauf-Kennung
      * (10:15).
      * Ab (26:10) das zuletzt abgeschlossene Programm, ab (41:)
      * je Schritt Programm (10), Zustand (1) und RC (3).
       FD  STATE-FILE.
       01  STATE-REC           PIC X(330).

       FD  CLEAN-FILE.
       01  CLEAN-REC           PIC X(80).
       FD  DPARM-FILE.
       01  DPARM-REC           PIC X(390).

       FD  CORR-CFG-FILE.
       01  CORR-CFG-REC        PIC X(80).

       FD  FEED-REG-FILE.
       01  FEED-REG-REC        PIC X(100).

       FD  SECSEL-FILE.
       01  SECSEL-REC          PIC X(80).

       FD  PART-CTL-FILE.
       01  PART-CTL-REC        PIC X(80).

       FD  PART-REG-FILE.
       01  PART-REG-REC        PIC X(100).

       FD  PART-CLEAN-FILE.
       01  PART-CLEAN-REC      PIC X(80).

       FD  QREG-FILE.
       01  QREG-REC            PIC X(160).

       FD  QCTL-FILE.
       01  QCTL-REC            PIC X(80).

       FD  DIST-REG-FILE.
       01  DIST-REG-REC        PIC X(200).

       FD  DIST-LOG-FILE.
       01  DIST-LOG-REC        PIC X(250).

       FD  STREAM-FILE.
       01  STREAM-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CORR-CFG-STATUS  PIC XX VALUE "00".
       01  WS-CORR-ENABLED     PIC X VALUE "N".
       01  WS-FEED-RC          PIC S9(4) COMP VALUE 0.
       01  WS-FEED-REG-STATUS  PIC XX VALUE "00".
       01  WS-FEED-ENABLED     PIC X VALUE "N".
       01  WS-SECSEL-STATUS    PIC XX VALUE "00".
       01  WS-SEC-ENABLED      PIC X VALUE "N".
      * Ob LOGSECEVT in dieser Kette gelaufen ist und mit welchem RC
      * - nur dann gehoert SECEVENTS.DAT zu diesem Lauf.
       01  WS-SEC-RAN          PIC X VALUE "N".
       01  WS-SEC-RC           PIC S9(4) COMP VALUE 0.
       01  WS-PART-CTL-STATUS  PIC XX VALUE "00".
       01  WS-PART-REG-STATUS  PIC XX VALUE "00".
       01  WS-PART-REG-NAME    PIC X(40) VALUE SPACES.
       01  WS-PART-CLEAN-STATUS PIC XX VALUE "00".
       01  WS-PART-CLEAN-NAME  PIC X(40) VALUE SPACES.
       01  WS-PART-SPLIT       PIC X VALUE "N".
       01  WS-PART-CLEAN-NO    PIC 99 VALUE 0.
       01  WS-PART-CLEAN-PFX   PIC X(20) VALUE SPACES.

      * Quarantaene fuers Uebergabeblatt: je Quarantaene-Name die
      * letzte Registerzeile, die Felder der Q-Zeile und das Alter.
       01  WS-QREG-STATUS      PIC XX VALUE "00".
       01  WS-QCTL-STATUS      PIC XX VALUE "00".
       01  WS-QH-TABLE.
           05  WS-QH-ROW OCCURS 200 TIMES.
               10  WS-QH-NAME  PIC X(45).
               10  WS-QH-LINE  PIC X(160).
       01  WS-QH-COUNT         PIC 9(3) VALUE 0.
       01  WS-QH-IDX           PIC 9(3) VALUE 0.
       01  WS-QH-FOUND         PIC 9(3) VALUE 0.
       01  WS-QH-OPEN          PIC 9(3) VALUE 0.
       01  WS-QH-OVERDUE       PIC 9(3) VALUE 0.
       01  WS-QH-LIMIT         PIC 9(3) VALUE 2.
       01  WS-QH-DAYS          PIC 9(5) VALUE 0.
       01  WS-QH-DAYS-DISP     PIC Z(4)9.
       01  WS-QH-DATE-X        PIC X(8) VALUE SPACES.
       01  WS-QH-DATE-N        PIC 9(8) VALUE 0.
       01  WS-QH-KEY           PIC X(20) VALUE SPACES.
       01  WS-QH-VALUE         PIC X(20) VALUE SPACES.
       01  WS-QH-VALUE-J       PIC X(3) JUSTIFIED RIGHT.
       01  WS-QF-TYPE          PIC X VALUE SPACES.
       01  WS-QF-QNAME         PIC X(45) VALUE SPACES.
       01  WS-QF-ORIG          PIC X(45) VALUE SPACES.
       01  WS-QF-SOURCE        PIC X(8) VALUE SPACES.
       01  WS-QF-BIZDATE       PIC X(8) VALUE SPACES.
       01  WS-QF-REASON        PIC X(8) VALUE SPACES.
       01  WS-QF-EXPECT        PIC X(8) VALUE SPACES.
       01  WS-QF-ACTUAL        PIC X(8) VALUE SPACES.
       01  WS-QF-DATE          PIC X(10) VALUE SPACES.

      * Verteilung nach der Kette (LOGDIST): Protokollzeilen vor dem
      * Aufruf, RC des Aufrufs und die Felder einer Protokollzeile.
       01  WS-DIST-REG-STATUS  PIC XX VALUE "00".
       01  WS-DIST-LOG-STATUS  PIC XX VALUE "00".
       01  WS-DIST-ENABLED     PIC X VALUE "N".
       01  WS-DIST-RC          PIC S9(4) COMP VALUE 0.
       01  WS-DIST-BEFORE      PIC 9(6) VALUE 0.
       01  WS-DIST-LINE-NO     PIC 9(6) VALUE 0.
       01  WS-DIST-SENT        PIC 9(3) VALUE 0.
       01  WS-DIST-FLAGGED     PIC 9(3) VALUE 0.
       01  WS-DIST-EOF         PIC X VALUE "N".
       01  WS-DIST-LIST        PIC X VALUE "N".
       01  WS-DF-DATE          PIC X(10) VALUE SPACES.
       01  WS-DF-TIME          PIC X(8) VALUE SPACES.
       01  WS-DF-RUN           PIC X(15) VALUE SPACES.
       01  WS-DF-STATE         PIC X(8) VALUE SPACES.
       01  WS-DF-RECS          PIC X(8) VALUE SPACES.
       01  WS-DF-REPORT        PIC X(60) VALUE SPACES.
       01  WS-DF-RECIP         PIC X(20) VALUE SPACES.
       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-NOW              PIC 9(8) VALUE 0.
       01  WS-STATE-STATUS     PIC XX VALUE "00".
       01  WS-LAST-STEP        PIC X(8) VALUE SPACES.
       01  WS-LAST-PROG        PIC X(10) VALUE SPACES.
       01  WS-SAVED-RUN-ID     PIC X(15) VALUE SPACES.
       01  WS-RESTART-CHOICE   PIC X VALUE SPACE.
       01  WS-CLEAN-NAME       PIC X(40) VALUE SPACES.
       01  WS-TALLY-NAME       PIC X(40) VALUE SPACES.
       01  WS-TALLY-STATUS     PIC XX VALUE "00".
       01  WS-HAND-EOF         PIC X VALUE "N".
      * Ticket-Zeilen: Alarme mit heutigem Zuletzt-gesehen-Datum aus
      * ALERTSTATE.DAT (Meldung 1:30, Status 32:12, Datum 51:10,
      * Ticketnummer 62:12, Ticketstatus 75:6) plus Gesamtzahl der
      * offenen und der noch unbeantworteten Ticket-Anforderungen.
       01  WS-TKT-OPEN         PIC 9(4) VALUE 0.
       01  WS-TKT-REQ          PIC 9(4) VALUE 0.
       01  WS-TKT-TEXT         PIC X(20) VALUE SPACES.
       01  WS-NOTE-RC          PIC S9(4) COMP VALUE 0.
       01  WS-NOTE-TEXT        PIC X(20) VALUE SPACES.
       01  WS-RC-DISP          PIC -(4)9.
       01  WS-H-HAVE-ARCH      PIC X VALUE "N".
       01  WS-ALERT-LINES      PIC 9(6) VALUE 0.
       01  WS-RECUR-LINES      PIC 9(6) VALUE 0.
       01  WS-INCIDENT-LINES   PIC 9(6) VALUE 0.
       01  WS-NEWMSG-LINES     PIC 9(6) VALUE 0.
       01  WS-SUPPR-LINES      PIC 9(6) VALUE 0.
       01  WS-LINE-COUNT       PIC 9(6) VALUE 0.
       01  WS-LEFTOVER-STEP    PIC X(10) VALUE SPACES.
       01  WS-HAVE-LEFTOVER    PIC X VALUE "N".

      * Zeiterfassung: Start/Ende des laufenden Schritts und die
       01  WS-DEFAULT-IMAGE    PIC X(390) VALUE SPACES.
       01  WS-DEFAULT-FOUND    PIC X VALUE "N".

      * Ablaufplan: je Schritt Folgenummer, Programm, Art M/O,
      * hoechster hingenommener RC (WS-JS-MAX-SET = "N": keiner
      * angegeben) und bis zu drei Bedingungen auf fruehere
      * Schritte. Zustand je Schritt: N = nicht erreicht, R =
      * gelaufen, B = Bedingung nicht erfuellt, K = nicht
      * konfiguriert. WS-JS-RESUME ist der letzte schon
      * abgeschlossene Schritt (0 = von vorne).
       01  WS-STREAM-STATUS    PIC XX VALUE "00".
       01  WS-STREAM-EOF       PIC X VALUE "N".
       01  WS-STREAM-ERRORS    PIC 9(3) VALUE 0.
       01  WS-STREAM-LINE-NO   PIC 9(3) VALUE 0.
       01  WS-JS-COUNT         PIC 9(2) VALUE 0.
       01  WS-JS-IDX           PIC 9(2) VALUE 0.
       01  WS-JS-HIT           PIC 9(2) VALUE 0.
       01  WS-JS-RESUME        PIC 9(2) VALUE 0.
       01  WS-JS-TABLE.
           05  WS-JS-ROW OCCURS 20 TIMES.
               10  WS-JS-SEQ       PIC 9(3).
               10  WS-JS-PROG      PIC X(10).
               10  WS-JS-TYPE      PIC X.
               10  WS-JS-MAXRC     PIC 9(3).
               10  WS-JS-MAX-SET   PIC X.
               10  WS-JS-COND-TEXT PIC X(40).
               10  WS-JS-COND-CNT  PIC 9.
               10  WS-JS-COND OCCURS 3 TIMES.
                   15  WS-JC-PROG  PIC X(10).
                   15  WS-JC-OP    PIC X(2).
                   15  WS-JC-VALUE PIC 9(3).
               10  WS-JS-STATE     PIC X.
               10  WS-JS-RC        PIC 9(3).
               10  WS-JS-NOTE      PIC X(20).
       01  WS-JC-IDX           PIC 9 VALUE 0.
       01  WS-COND-MET         PIC X VALUE "Y".
       01  WS-STEP-RC          PIC S9(4) COMP VALUE 0.
       01  WS-CHAIN-RC         PIC S9(4) COMP VALUE 0.
       01  WS-CHAIN-ABORT      PIC X VALUE "N".
       01  WS-CALL-MISSING     PIC X VALUE "N".
       01  WS-STEP-ENABLED     PIC X VALUE "Y".
       01  WS-STEP-OFF-NOTE    PIC X(20) VALUE SPACES.

      * Zerlegung einer LOGSTREAM-Zeile.
       01  WS-SL-SEQ-X         PIC X(10) VALUE SPACES.
       01  WS-SL-SEQ-J         PIC X(3) JUSTIFIED RIGHT.
       01  WS-SL-PROG-X        PIC X(20) VALUE SPACES.
       01  WS-SL-TYPE-X        PIC X(10) VALUE SPACES.
       01  WS-SL-MAX-X         PIC X(10) VALUE SPACES.
       01  WS-SL-MAX-J         PIC X(3) JUSTIFIED RIGHT.
       01  WS-SL-COND-X        PIC X(40) VALUE SPACES.
       01  WS-SL-TERM-1        PIC X(40) VALUE SPACES.
       01  WS-SL-TERM-2        PIC X(40) VALUE SPACES.
       01  WS-SL-TERM-3        PIC X(40) VALUE SPACES.
       01  WS-SL-TERM-4        PIC X(40) VALUE SPACES.
       01  WS-SL-TERM          PIC X(40) VALUE SPACES.
       01  WS-SL-C-PROG        PIC X(20) VALUE SPACES.
       01  WS-SL-C-OP          PIC X(2) VALUE SPACES.
       01  WS-SL-C-VAL         PIC X(10) VALUE SPACES.
       01  WS-SL-REASON        PIC X(50) VALUE SPACES.
       01  WS-SL-PREV-SEQ      PIC 9(3) VALUE 0.
       01  WS-SL-NEW           PIC 9(2) VALUE 0.

      * Gespeicherter Schrittzustand in LOGCHAIN.STA.
       01  WS-ST-POS           PIC 9(3) VALUE 0.
       01  WS-ST-IDX           PIC 9(2) VALUE 0.
       01  WS-ST-PROG          PIC X(10) VALUE SPACES.
       01  WS-STATE-IMAGE      PIC X(330) VALUE SPACES.

      * Wiederholungslauf (siehe REMARKS): Schalter und das
      * Geschaeftsdatum als YYYY-MM-DD fuer das Blatt.
       01  WS-RERUN            PIC X VALUE "N".
       01  WS-RERUN-DATE       PIC X(10) VALUE SPACES.

      * Run identifier shared with every CALLed step - the steps
      * derive their per-run working-file names from it so two
      * chains can run at once.
           COPY LOGRUNID.

      * Geschaeftsdatum eines Wiederholungslaufs (LOGRERUN).
           COPY LOGRRDT.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           MOVE "N" TO WS-SEC-RAN
           MOVE 0 TO WS-SEC-RC
           PERFORM CHECK-RERUN-MODE
           IF WS-RERUN = "Y"
              PERFORM LOAD-RERUN-STREAM
           ELSE
              PERFORM CHECK-RUN-CALENDAR
              IF RETURN-CODE NOT = 0
                 GOBACK
              END-IF
              PERFORM LOAD-JOB-STREAM
           END-IF
           IF WS-STREAM-ERRORS > 0
              DISPLAY "** FEHLER: LOGSTREAM.DAT fehlerhaft ("
                      WS-STREAM-ERRORS " Zeile(n)) - Kette nicht "
                      "gestartet **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-RERUN = "N"
              PERFORM READ-CHAIN-STATE
           END-IF
           IF WS-LAST-STEP NOT = SPACES
              DISPLAY "=== LOGDRIVER: unvollstaendige Kette gefunden "
                      "(zuletzt fertig: " FUNCTION TRIM(WS-LAST-PROG)
                      ", Lauf " FUNCTION TRIM(WS-SAVED-RUN-ID) ") ==="
              DISPLAY "Restart at failed step (blank = yes) or from "
                      "the top (T): "
              MOVE SPACE TO WS-RESTART-CHOICE
                 MOVE SPACES TO WS-LAST-STEP
              ELSE
                 MOVE WS-SAVED-RUN-ID TO LOG-RUN-ID
                 PERFORM RESTORE-STEP-STATES
                 IF RETURN-CODE NOT = 0
                    GOBACK
                 END-IF
              END-IF
           END-IF
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              PERFORM ALLOC-RUN-ID
           END-IF
           DISPLAY "=== LOGDRIVER: Lauf "
                   FUNCTION TRIM(LOG-RUN-ID) " ==="
           IF WS-RERUN = "Y"
              DISPLAY "=== LOGDRIVER: Wiederholungslauf fuer "
                      "Geschaeftsdatum " WS-RERUN-DATE " ==="
           END-IF
           IF WS-JS-RESUME = 0
              PERFORM SAVE-CHAIN-STATE-NONE
           END-IF
           PERFORM APPLY-DEFAULT-PROFILE

           MOVE 0 TO WS-CHAIN-RC
           MOVE "N" TO WS-CHAIN-ABORT
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                   UNTIL WS-JS-IDX > WS-JS-COUNT
                      OR WS-CHAIN-ABORT = "Y"
              PERFORM RUN-ONE-STEP
           END-PERFORM

      * Erst nach einer Kette ohne Abbruch eines Pflichtschritts
      * werden Zustand und bereinigte Arbeitsdatei entfernt.
           IF WS-CHAIN-ABORT = "N"
              PERFORM CLEAR-CHAIN-STATE
              PERFORM CLEAR-CLEANED-FILE
              PERFORM CLEAR-PART-FILES
           END-IF
           MOVE WS-CHAIN-RC TO RETURN-CODE
           PERFORM WRITE-HANDOVER
      * Verteilung erst nach dem Blatt, damit es selbst verteilt
      * werden kann; ihr Ergebnis wird ans Blatt angehaengt.
           IF WS-RERUN = "N" AND WS-CHAIN-ABORT = "N"
              PERFORM CHECK-DIST-ENABLED
              IF WS-DIST-ENABLED = "Y"
                 PERFORM RUN-DISTRIBUTION
              END-IF
           END-IF
           MOVE WS-CHAIN-RC TO RETURN-CODE
           IF WS-CHAIN-ABORT = "Y"
              DISPLAY "=== LOGDRIVER: Kette abgebrochen, RC="
                      RETURN-CODE " ==="
           ELSE
              DISPLAY "=== LOGDRIVER: Kette abgeschlossen, RC="
                      RETURN-CODE " ==="
           END-IF
           GOBACK.

      * Ein Schritt des Ablaufplans: Konfiguration, Wiederanlauf und
      * Bedingung pruefen, Programm rufen, RC nach Art des Schritts
      * bewerten und den Zustand fortschreiben.
       RUN-ONE-STEP.
           MOVE WS-JS-PROG(WS-JS-IDX) TO WS-STEP-NAME
           PERFORM CHECK-STEP-ENABLED
           IF WS-STEP-ENABLED NOT = "Y"
              MOVE "K" TO WS-JS-STATE(WS-JS-IDX)
              MOVE WS-STEP-OFF-NOTE TO WS-JS-NOTE(WS-JS-IDX)
              IF WS-JS-IDX > WS-JS-RESUME
                 PERFORM SAVE-CHAIN-STATE-STEP
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-JS-IDX <= WS-JS-RESUME
              DISPLAY "=== LOGDRIVER: " FUNCTION TRIM(WS-STEP-NAME)
                      " bereits fertig - uebersprungen ==="
              MOVE "uebersprungen" TO WS-JS-NOTE(WS-JS-IDX)
              PERFORM NOTE-FEED-RC
              PERFORM NOTE-SEC-RC
              EXIT PARAGRAPH
           END-IF
           PERFORM TEST-STEP-CONDITION
           IF WS-COND-MET NOT = "Y"
              DISPLAY "=== LOGDRIVER: " FUNCTION TRIM(WS-STEP-NAME)
                      " uebersprungen - Bedingung "
                      FUNCTION TRIM(WS-JS-COND-TEXT(WS-JS-IDX))
                      " nicht erfuellt ==="
              MOVE "B" TO WS-JS-STATE(WS-JS-IDX)
              MOVE "Bedingung unerfuellt" TO WS-JS-NOTE(WS-JS-IDX)
              PERFORM SAVE-CHAIN-STATE-STEP
              EXIT PARAGRAPH
           END-IF
           DISPLAY "=== LOGDRIVER: starte "
                   FUNCTION TRIM(WS-STEP-NAME) " ==="
           MOVE "N" TO WS-CALL-MISSING
           PERFORM STEP-TIMER-START
           CALL WS-STEP-NAME
              ON EXCEPTION
                 MOVE "Y" TO WS-CALL-MISSING
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-RC
           IF WS-CALL-MISSING = "Y"
              DISPLAY "** FEHLER: Programm "
                      FUNCTION TRIM(WS-STEP-NAME)
                      " nicht gefunden **"
              MOVE 16 TO WS-STEP-RC
           ELSE
              PERFORM STEP-TIMER-STOP
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE "R" TO WS-JS-STATE(WS-JS-IDX)
           MOVE WS-STEP-RC TO WS-JS-RC(WS-JS-IDX)
           MOVE WS-STEP-RC TO WS-NOTE-RC
           PERFORM BUILD-STEP-NOTE
           MOVE WS-NOTE-TEXT TO WS-JS-NOTE(WS-JS-IDX)
           IF WS-CALL-MISSING = "Y"
              MOVE "nicht gefunden" TO WS-JS-NOTE(WS-JS-IDX)
           END-IF
           PERFORM NOTE-FEED-RC
           PERFORM NOTE-SEC-RC
           IF WS-JS-TYPE(WS-JS-IDX) = "M"
              IF WS-STEP-RC > WS-JS-MAXRC(WS-JS-IDX)
                 DISPLAY FUNCTION TRIM(WS-STEP-NAME) " meldet RC="
                         WS-STEP-RC " - Pflichtschritt, Kette "
                         "abgebrochen; Wiederanlauf setzt bei "
                         FUNCTION TRIM(WS-STEP-NAME) " auf"
                 MOVE WS-STEP-RC TO WS-CHAIN-RC
                 MOVE "Y" TO WS-CHAIN-ABORT
                 EXIT PARAGRAPH
              END-IF
              IF WS-STEP-RC > 0
                 DISPLAY FUNCTION TRIM(WS-STEP-NAME) " meldet RC="
                         WS-STEP-RC " - im zulaessigen Rahmen, "
                         "Kette laeuft weiter"
              END-IF
           ELSE
              IF WS-STEP-RC > 0
                 DISPLAY FUNCTION TRIM(WS-STEP-NAME) " meldet RC="
                         WS-STEP-RC " - Kette laeuft weiter"
              END-IF
              IF WS-JS-MAX-SET(WS-JS-IDX) = "Y"
                 AND WS-STEP-RC > WS-JS-MAXRC(WS-JS-IDX)
                 AND WS-STEP-RC > WS-CHAIN-RC
                 MOVE WS-STEP-RC TO WS-CHAIN-RC
              END-IF
           END-IF
           PERFORM SAVE-CHAIN-STATE-STEP.

      * LOGCORR, LOGFEED und LOGSECEVT laufen nur, wenn ihre
      * Steuerdatei vorliegt, LOGSPLIT nur mit LOGPART.DAT und nie
      * im Wiederholungslauf. Ist der Lauf aufgeteilt (Register
      * PARTS-<id>.DAT), laeuft LOGPRUN und LOGREADER entfaellt -
      * LOGPRUN hat ihn je Teillauf gerufen. Alle anderen Schritte
      * sind immer konfiguriert.
       CHECK-STEP-ENABLED.
           MOVE "Y" TO WS-STEP-ENABLED
           MOVE "nicht konfiguriert" TO WS-STEP-OFF-NOTE
           EVALUATE WS-STEP-NAME
              WHEN "LOGSPLIT"
                 PERFORM CHECK-SPLIT-ENABLED
              WHEN "LOGPRUN"
                 PERFORM CHECK-PART-SPLIT
                 MOVE WS-PART-SPLIT TO WS-STEP-ENABLED
              WHEN "LOGREADER"
                 PERFORM CHECK-PART-SPLIT
                 IF WS-PART-SPLIT = "Y"
                    MOVE "N" TO WS-STEP-ENABLED
                    MOVE "in Teillaeufen" TO WS-STEP-OFF-NOTE
                 END-IF
              WHEN "LOGCORR"
                 PERFORM CHECK-CORR-ENABLED
                 MOVE WS-CORR-ENABLED TO WS-STEP-ENABLED
              WHEN "LOGFEED"
                 PERFORM CHECK-FEED-ENABLED
                 MOVE WS-FEED-ENABLED TO WS-STEP-ENABLED
              WHEN "LOGSECEVT"
                 PERFORM CHECK-SEC-ENABLED
                 MOVE WS-SEC-ENABLED TO WS-STEP-ENABLED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * Der LOGFEED-RC steuert die Lieferungs-Zeile des Blatts.
       NOTE-FEED-RC.
           IF WS-STEP-NAME = "LOGFEED"
              AND WS-JS-STATE(WS-JS-IDX) = "R"
              MOVE WS-JS-RC(WS-JS-IDX) TO WS-FEED-RC
           END-IF.

      * Der LOGSECEVT-RC steuert die Sicherheits-Zeile des Blatts.
       NOTE-SEC-RC.
           IF WS-STEP-NAME = "LOGSECEVT"
              AND WS-JS-STATE(WS-JS-IDX) = "R"
              MOVE "Y" TO WS-SEC-RAN
              MOVE WS-JS-RC(WS-JS-IDX) TO WS-SEC-RC
           END-IF.

      * Alle Bedingungen des Schritts muessen gelten; ein Schritt,
      * auf den sich eine Bedingung bezieht und der nicht gelaufen
      * ist, macht sie ungueltig.
       TEST-STEP-CONDITION.
           MOVE "Y" TO WS-COND-MET
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                   UNTIL WS-JC-IDX > WS-JS-COND-CNT(WS-JS-IDX)
                      OR WS-COND-MET = "N"
              MOVE WS-JC-PROG(WS-JS-IDX, WS-JC-IDX) TO WS-ST-PROG
              PERFORM FIND-STEP
              IF WS-JS-HIT = 0
                 MOVE "N" TO WS-COND-MET
              ELSE
                 IF WS-JS-STATE(WS-JS-HIT) NOT = "R"
                    MOVE "N" TO WS-COND-MET
                 ELSE
                    PERFORM TEST-ONE-CONDITION
                 END-IF
              END-IF
           END-PERFORM.

       TEST-ONE-CONDITION.
           EVALUATE WS-JC-OP(WS-JS-IDX, WS-JC-IDX)
              WHEN "="
                 IF WS-JS-RC(WS-JS-HIT)
                       NOT = WS-JC-VALUE(WS-JS-IDX, WS-JC-IDX)
                    MOVE "N" TO WS-COND-MET
                 END-IF
              WHEN "<>"
                 IF WS-JS-RC(WS-JS-HIT)
                       = WS-JC-VALUE(WS-JS-IDX, WS-JC-IDX)
                    MOVE "N" TO WS-COND-MET
                 END-IF
              WHEN "<"
                 IF WS-JS-RC(WS-JS-HIT)
                       NOT < WS-JC-VALUE(WS-JS-IDX, WS-JC-IDX)
                    MOVE "N" TO WS-COND-MET
                 END-IF
              WHEN "<="
                 IF WS-JS-RC(WS-JS-HIT)
                       > WS-JC-VALUE(WS-JS-IDX, WS-JC-IDX)
                    MOVE "N" TO WS-COND-MET
                 END-IF
              WHEN ">"
                 IF WS-JS-RC(WS-JS-HIT)
                       NOT > WS-JC-VALUE(WS-JS-IDX, WS-JC-IDX)
                    MOVE "N" TO WS-COND-MET
                 END-IF
              WHEN ">="
                 IF WS-JS-RC(WS-JS-HIT)
                       < WS-JC-VALUE(WS-JS-IDX, WS-JC-IDX)
                    MOVE "N" TO WS-COND-MET
                 END-IF
           END-EVALUATE.

      * Sucht WS-ST-PROG im Ablaufplan; WS-JS-HIT = 0: nicht drin.
       FIND-STEP.
           MOVE 0 TO WS-JS-HIT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-JS-COUNT OR WS-JS-HIT > 0
              IF WS-JS-PROG(WS-ST-IDX) = WS-ST-PROG
                 MOVE WS-ST-IDX TO WS-JS-HIT
              END-IF
           END-PERFORM.

      * -------- Ablaufplan --------
       LOAD-JOB-STREAM.
           MOVE 0 TO WS-JS-COUNT
           MOVE 0 TO WS-STREAM-ERRORS
           MOVE 0 TO WS-STREAM-LINE-NO
           MOVE 0 TO WS-SL-PREV-SEQ
           OPEN INPUT STREAM-FILE
           IF WS-STREAM-STATUS NOT = "00"
              PERFORM LOAD-DEFAULT-STREAM
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-STREAM-EOF
           PERFORM UNTIL WS-STREAM-EOF = "Y"
              READ STREAM-FILE
                 AT END
                    MOVE "Y" TO WS-STREAM-EOF
                 NOT AT END
                    ADD 1 TO WS-STREAM-LINE-NO
                    PERFORM PARSE-STREAM-LINE
              END-READ
           END-PERFORM
           CLOSE STREAM-FILE
           IF WS-JS-COUNT = 0 AND WS-STREAM-ERRORS = 0
              DISPLAY "** FEHLER: LOGSTREAM.DAT enthaelt keinen "
                      "Schritt **"
              ADD 1 TO WS-STREAM-ERRORS
           END-IF
           IF WS-STREAM-ERRORS = 0
              DISPLAY "=== LOGDRIVER: Ablaufplan LOGSTREAM.DAT, "
                      WS-JS-COUNT " Schritte ==="
           END-IF.

      * Feste Schritte des Wiederholungslaufs: Pruefung, Sortierung,
      * Statistik und Extrakt - ohne LOGREADER und vor allem ohne
      * LOGARCHIVE, das die laufende logs.dat anfassen wuerde.
       LOAD-RERUN-STREAM.
           MOVE 0 TO WS-JS-COUNT
           MOVE 0 TO WS-STREAM-ERRORS
           MOVE 0 TO WS-STREAM-LINE-NO
           MOVE 0 TO WS-SL-PREV-SEQ
           MOVE "10|LOGVALID|M|4|" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE
           MOVE "20|LOGSORT|M||" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE
           MOVE "30|LOGSTATS|O|4|" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE
           MOVE "40|LOGXTRACT|O|4|" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE.

      * Die Standardkette, wie sie vor dem Ablaufplan fest
      * eingebaut war.
       LOAD-DEFAULT-STREAM.
           MOVE "10|LOGVALID|M|4|" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE
           MOVE "15|LOGSPLIT|M||" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE
           MOVE "20|LOGREADER|M||" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE
           MOVE "25|LOGPRUN|M||" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE
           MOVE "30|LOGSORT|M||" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE
           MOVE "40|LOGCORR|O||" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE
           MOVE "50|LOGFEED|O||" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE
           MOVE "55|LOGSECEVT|O||" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE
           MOVE "60|LOGARCHIVE|M||" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE
           MOVE "70|LOGRECON|O|0|" TO STREAM-REC
           PERFORM PARSE-STREAM-LINE.

       PARSE-STREAM-LINE.
           IF STREAM-REC = SPACES OR STREAM-REC(1:1) = "*"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SL-REASON
           IF WS-JS-COUNT >= 20
              MOVE "mehr als 20 Schritte" TO WS-SL-REASON
              PERFORM REPORT-STREAM-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SL-SEQ-X WS-SL-PROG-X WS-SL-TYPE-X
                          WS-SL-MAX-X WS-SL-COND-X
           UNSTRING STREAM-REC DELIMITED BY "|"
              INTO WS-SL-SEQ-X WS-SL-PROG-X WS-SL-TYPE-X
                   WS-SL-MAX-X WS-SL-COND-X
           END-UNSTRING
           COMPUTE WS-SL-NEW = WS-JS-COUNT + 1
           INITIALIZE WS-JS-ROW(WS-SL-NEW)
           MOVE FUNCTION TRIM(WS-SL-SEQ-X) TO WS-SL-SEQ-J
           INSPECT WS-SL-SEQ-J REPLACING LEADING " " BY "0"
           IF WS-SL-SEQ-J NOT NUMERIC OR WS-SL-SEQ-J = "000"
              MOVE "Folgenummer fehlt oder nicht numerisch"
                 TO WS-SL-REASON
              PERFORM REPORT-STREAM-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SL-SEQ-J TO WS-JS-SEQ(WS-SL-NEW)
           IF WS-JS-SEQ(WS-SL-NEW) NOT > WS-SL-PREV-SEQ
              MOVE "Folgenummer nicht aufsteigend" TO WS-SL-REASON
              PERFORM REPORT-STREAM-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SL-PROG-X) TO WS-ST-PROG
           IF WS-ST-PROG = SPACES
              MOVE "Programm fehlt" TO WS-SL-REASON
              PERFORM REPORT-STREAM-ERROR
              EXIT PARAGRAPH
           END-IF
           IF WS-ST-PROG = "LOGDRIVER" OR WS-ST-PROG = "LOGMENU"
              OR WS-ST-PROG = "LOGFRONT"
              MOVE "Programm startet selbst Ketten - nicht "
                 & "zulaessig" TO WS-SL-REASON
              PERFORM REPORT-STREAM-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-STEP
           IF WS-JS-HIT > 0
              MOVE "Programm doppelt im Ablaufplan" TO WS-SL-REASON
              PERFORM REPORT-STREAM-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ST-PROG TO WS-JS-PROG(WS-SL-NEW)
           EVALUATE FUNCTION TRIM(WS-SL-TYPE-X)
              WHEN "M"
              WHEN SPACES
                 MOVE "M" TO WS-JS-TYPE(WS-SL-NEW)
              WHEN "O"
                 MOVE "O" TO WS-JS-TYPE(WS-SL-NEW)
              WHEN OTHER
                 MOVE "Art nicht M oder O" TO WS-SL-REASON
                 PERFORM REPORT-STREAM-ERROR
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE "N" TO WS-JS-MAX-SET(WS-SL-NEW)
           IF WS-SL-MAX-X NOT = SPACES
              MOVE FUNCTION TRIM(WS-SL-MAX-X) TO WS-SL-MAX-J
              INSPECT WS-SL-MAX-J REPLACING LEADING " " BY "0"
              IF WS-SL-MAX-J NOT NUMERIC
                 MOVE "hoechster RC nicht numerisch" TO WS-SL-REASON
                 PERFORM REPORT-STREAM-ERROR
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-SL-MAX-J TO WS-JS-MAXRC(WS-SL-NEW)
              MOVE "Y" TO WS-JS-MAX-SET(WS-SL-NEW)
           END-IF
           MOVE WS-SL-COND-X TO WS-JS-COND-TEXT(WS-SL-NEW)
           PERFORM PARSE-STEP-CONDITION
           IF WS-SL-REASON NOT = SPACES
              PERFORM REPORT-STREAM-ERROR
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-JS-STATE(WS-SL-NEW)
           MOVE 0 TO WS-JS-RC(WS-SL-NEW)
           MOVE "nicht erreicht" TO WS-JS-NOTE(WS-SL-NEW)
           MOVE WS-JS-SEQ(WS-SL-NEW) TO WS-SL-PREV-SEQ
           MOVE WS-SL-NEW TO WS-JS-COUNT.

      * Bis zu drei Bedingungen PROGRAMM op n, durch Kommas
      * getrennt; jede muss sich auf einen frueheren Schritt
      * beziehen.
       PARSE-STEP-CONDITION.
           MOVE 0 TO WS-JS-COND-CNT(WS-SL-NEW)
           IF WS-SL-COND-X = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SL-TERM-1 WS-SL-TERM-2 WS-SL-TERM-3
                          WS-SL-TERM-4
           UNSTRING WS-SL-COND-X DELIMITED BY ","
              INTO WS-SL-TERM-1 WS-SL-TERM-2 WS-SL-TERM-3
                   WS-SL-TERM-4
           END-UNSTRING
           IF WS-SL-TERM-4 NOT = SPACES
              MOVE "mehr als drei Bedingungen" TO WS-SL-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SL-TERM-1 TO WS-SL-TERM
           PERFORM PARSE-ONE-TERM
           IF WS-SL-REASON = SPACES AND WS-SL-TERM-2 NOT = SPACES
              MOVE WS-SL-TERM-2 TO WS-SL-TERM
              PERFORM PARSE-ONE-TERM
           END-IF
           IF WS-SL-REASON = SPACES AND WS-SL-TERM-3 NOT = SPACES
              MOVE WS-SL-TERM-3 TO WS-SL-TERM
              PERFORM PARSE-ONE-TERM
           END-IF.

       PARSE-ONE-TERM.
           MOVE SPACES TO WS-SL-C-PROG WS-SL-C-OP WS-SL-C-VAL
           UNSTRING WS-SL-TERM
              DELIMITED BY "<=" OR ">=" OR "<>" OR "=" OR "<" OR ">"
              INTO WS-SL-C-PROG DELIMITER IN WS-SL-C-OP
                   WS-SL-C-VAL
           END-UNSTRING
           IF WS-SL-C-OP = SPACES
              MOVE "Bedingung ohne Vergleich (= <> < <= > >=)"
                 TO WS-SL-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SL-C-PROG) TO WS-ST-PROG
           PERFORM FIND-STEP
           IF WS-JS-HIT = 0
              MOVE "Bedingung auf Schritt, der nicht vorher laeuft"
                 TO WS-SL-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SL-C-VAL) TO WS-SL-MAX-J
           INSPECT WS-SL-MAX-J REPLACING LEADING " " BY "0"
           IF WS-SL-C-VAL = SPACES OR WS-SL-MAX-J NOT NUMERIC
              MOVE "Vergleichswert nicht numerisch" TO WS-SL-REASON
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JS-COND-CNT(WS-SL-NEW)
           MOVE WS-JS-COND-CNT(WS-SL-NEW) TO WS-JC-IDX
           MOVE WS-ST-PROG TO WS-JC-PROG(WS-SL-NEW, WS-JC-IDX)
           MOVE WS-SL-C-OP TO WS-JC-OP(WS-SL-NEW, WS-JC-IDX)
           MOVE WS-SL-MAX-J TO WS-JC-VALUE(WS-SL-NEW, WS-JC-IDX).

       REPORT-STREAM-ERROR.
           ADD 1 TO WS-STREAM-ERRORS
           DISPLAY "** FEHLER: LOGSTREAM.DAT Zeile " WS-STREAM-LINE-NO
                   ": " FUNCTION TRIM(WS-SL-REASON) " **".

      * Ein gesetztes LOG-RERUN-DATE schaltet den Wiederholungslauf
      * ein. Der Kalender wird dann nicht gefragt, das heutige Datum
      * braucht das Blatt trotzdem.
       CHECK-RERUN-MODE.
           MOVE "N" TO WS-RERUN
           IF LOG-RERUN-DATE = SPACES OR LOG-RERUN-DATE = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RERUN
           MOVE SPACES TO WS-RERUN-DATE
           STRING LOG-RERUN-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LOG-RERUN-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LOG-RERUN-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-RERUN-DATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE.

      * Fragt den Betriebskalender nach dem heutigen Tag. An einem
      * planfreien Tag meldet sich die Kette laut und laeuft nur
           END-IF.

      * Liest LOGCHAIN.STA; eine fehlende oder leere Datei bedeutet
      * "keine unterbrochene Kette". Ein Zustand im alten Format
      * (nur VALID / READER / SORT in (1:8)) wird auf das
      * entsprechende Programm abgebildet.
       READ-CHAIN-STATE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATE-REC
           READ STATE-FILE
              AT END
                 CLOSE STATE-FILE
                 EXIT PARAGRAPH
           END-READ
           MOVE STATE-REC TO WS-STATE-IMAGE
           MOVE STATE-REC(1:8) TO WS-LAST-STEP
           MOVE STATE-REC(10:15) TO WS-SAVED-RUN-ID
           MOVE STATE-REC(26:10) TO WS-LAST-PROG
           IF WS-LAST-PROG = SPACES
              EVALUATE WS-LAST-STEP
                 WHEN "VALID"
                    MOVE "LOGVALID" TO WS-LAST-PROG
                 WHEN "READER"
                    MOVE "LOGREADER" TO WS-LAST-PROG
                 WHEN "SORT"
                    MOVE "LOGSORT" TO WS-LAST-PROG
                 WHEN OTHER
                    MOVE "NONE" TO WS-LAST-PROG
              END-EVALUATE
           END-IF
           CLOSE STATE-FILE.

      * Wiederanlauf: alle Schritte bis einschliesslich des zuletzt
      * abgeschlossenen gelten als erledigt; ihre RCs kommen aus dem
      * Zustand, damit die Bedingungen spaeterer Schritte sie
      * sehen. Steht das Programm nicht mehr im Ablaufplan, ist
      * kein sicherer Wiederaufsatz moeglich.
       RESTORE-STEP-STATES.
           MOVE 0 TO WS-JS-RESUME
           IF WS-LAST-PROG = "NONE"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-PROG TO WS-ST-PROG
           PERFORM FIND-STEP
           IF WS-JS-HIT = 0
              DISPLAY "** FEHLER: LOGCHAIN.STA nennt "
                      FUNCTION TRIM(WS-LAST-PROG) ", das nicht "
                      "mehr im Ablaufplan steht - Kette mit T von "
                      "vorne starten **"
              MOVE 16 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-JS-HIT TO WS-JS-RESUME
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                   UNTIL WS-JS-IDX > WS-JS-RESUME
              MOVE "R" TO WS-JS-STATE(WS-JS-IDX)
              MOVE 0 TO WS-JS-RC(WS-JS-IDX)
           END-PERFORM
           IF WS-STATE-IMAGE(26:10) = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ST-POS FROM 41 BY 14
                   UNTIL WS-ST-POS > 317
              IF WS-STATE-IMAGE(WS-ST-POS:10) NOT = SPACES
                 AND WS-STATE-IMAGE(WS-ST-POS + 11:3) NUMERIC
                 MOVE WS-STATE-IMAGE(WS-ST-POS:10) TO WS-ST-PROG
                 PERFORM FIND-STEP
                 IF WS-JS-HIT > 0 AND WS-JS-HIT <= WS-JS-RESUME
                    MOVE WS-STATE-IMAGE(WS-ST-POS + 10:1)
                       TO WS-JS-STATE(WS-JS-HIT)
                    MOVE WS-STATE-IMAGE(WS-ST-POS + 11:3)
                       TO WS-JS-RC(WS-JS-HIT)
                 END-IF
              END-IF
           END-PERFORM.

       SAVE-CHAIN-STATE-NONE.
           MOVE "NONE" TO WS-LAST-STEP
           MOVE "NONE" TO WS-LAST-PROG
           PERFORM WRITE-CHAIN-STATE.

      * Nach jedem abgeschlossenen Schritt (auch uebersprungen oder
      * nicht konfiguriert).
       SAVE-CHAIN-STATE-STEP.
           MOVE "STREAM" TO WS-LAST-STEP
           MOVE WS-JS-PROG(WS-JS-IDX) TO WS-LAST-PROG
           PERFORM WRITE-CHAIN-STATE.

      * Ein Wiederholungslauf laesst den Zustand der Nachtkette in
      * Ruhe - er hat keinen Wiederanlauf.
       WRITE-CHAIN-STATE.
           IF WS-RERUN = "Y"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STATE-FILE
           MOVE SPACES TO STATE-REC
           MOVE WS-LAST-STEP TO STATE-REC(1:8)
           MOVE LOG-RUN-ID TO STATE-REC(10:15)
           MOVE WS-LAST-PROG TO STATE-REC(26:10)
           MOVE 41 TO WS-ST-POS
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-JS-COUNT
              IF WS-JS-STATE(WS-ST-IDX) NOT = "N"
                 MOVE WS-JS-PROG(WS-ST-IDX)
                    TO STATE-REC(WS-ST-POS:10)
                 MOVE WS-JS-STATE(WS-ST-IDX)
                    TO STATE-REC(WS-ST-POS + 10:1)
                 MOVE WS-JS-RC(WS-ST-IDX)
                    TO STATE-REC(WS-ST-POS + 11:3)
                 ADD 14 TO WS-ST-POS
              END-IF
           END-PERFORM
           WRITE STATE-REC
           CLOSE STATE-FILE.

      * Erst nach einer komplett sauberen Kette wird der Zustand
      * entfernt - der naechste Aufruf beginnt dann wieder von vorne.
       CLEAR-CHAIN-STATE.
           IF WS-RERUN = "Y"
              EXIT PARAGRAPH
           END-IF
           DELETE FILE STATE-FILE.

      * Aufraeumschritt: die bereinigte Arbeitsdatei dieses Laufs
                  INTO WS-CLEAN-NAME
           DELETE FILE CLEAN-FILE.

      * Die Teillauf-Dateien eines aufgeteilten Laufs (Ausschnitte,
      * Ordnungsnummern, Teil-Tabellen, Zustaende, gefilterte Saetze
      * und Checkpoints je Teillauf, zuletzt das Register) werden
      * ebenfalls nur nach sauberer Kette entfernt.
       CLEAR-PART-FILES.
           PERFORM CHECK-PART-SPLIT
           IF WS-PART-SPLIT NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PART-CLEAN-NO FROM 1 BY 1
                   UNTIL WS-PART-CLEAN-NO > 20
              MOVE "PART-" TO WS-PART-CLEAN-PFX
              PERFORM DELETE-PART-FILE
              MOVE "PARTORD-" TO WS-PART-CLEAN-PFX
              PERFORM DELETE-PART-FILE
              MOVE "PARTIAL-" TO WS-PART-CLEAN-PFX
              PERFORM DELETE-PART-FILE
              MOVE "PARTSTA-" TO WS-PART-CLEAN-PFX
              PERFORM DELETE-PART-FILE
              MOVE "FILTERED-OUT-" TO WS-PART-CLEAN-PFX
              PERFORM DELETE-PART-FILE
              MOVE "LOGSORT-" TO WS-PART-CLEAN-PFX
              PERFORM DELETE-PART-FILE
           END-PERFORM
           DELETE FILE PART-REG-FILE.

      * Baut aus dem Praefix in WS-PART-CLEAN-PFX den Namen
      * <praefix><id>-<nn>.DAT (bzw. .CKP fuer LOGSORT) und loescht
      * die Datei; eine fehlende Datei ist kein Fehler.
       DELETE-PART-FILE.
           MOVE SPACES TO WS-PART-CLEAN-NAME
           IF WS-PART-CLEAN-PFX = "LOGSORT-"
              STRING FUNCTION TRIM(WS-PART-CLEAN-PFX)
                        DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-PART-CLEAN-NO DELIMITED BY SIZE
                     ".CKP" DELIMITED BY SIZE
                     INTO WS-PART-CLEAN-NAME
           ELSE
              STRING FUNCTION TRIM(WS-PART-CLEAN-PFX)
                        DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-PART-CLEAN-NO DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-PART-CLEAN-NAME
           END-IF
           DELETE FILE PART-CLEAN-FILE.

      * Baut den Schritt-Vermerk "RC=n" aus WS-NOTE-RC.
       BUILD-STEP-NOTE.
           MOVE WS-NOTE-RC TO WS-RC-DISP
           PERFORM COUNT-ALERT-LINES
           PERFORM CHECK-LEFTOVER-STATE
           MOVE SPACES TO WS-HAND-NAME
           IF WS-RERUN = "Y"
              STRING "RERUN-" DELIMITED BY SIZE
                     LOG-RERUN-DATE DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     ".RPT" DELIMITED BY SIZE
                     INTO WS-HAND-NAME
           ELSE
              STRING "HANDOVER-" DELIMITED BY SIZE
                     WS-TODAY DELIMITED BY SIZE
                     ".RPT" DELIMITED BY SIZE
                     INTO WS-HAND-NAME
           END-IF
           OPEN OUTPUT HAND-FILE
           IF WS-HAND-STATUS NOT = "00"
              DISPLAY "** WARNUNG: Uebergabeblatt "
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HAND-REC
           IF WS-RERUN = "Y"
              STRING "WIEDERHOLUNGSLAUF FUER " DELIMITED BY SIZE
                     WS-RERUN-DATE DELIMITED BY SIZE
                     "  Lauf " DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     "  vom " DELIMITED BY SIZE
                     WS-TODAY-DATE DELIMITED BY SIZE
                     INTO HAND-REC
           ELSE
              STRING "UEBERGABEBLATT NACHTKETTE " DELIMITED BY SIZE
                     WS-TODAY-DATE DELIMITED BY SIZE
                     "  Lauf " DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     INTO HAND-REC
           END-IF
           WRITE HAND-REC
           MOVE ALL "=" TO HAND-REC
           WRITE HAND-REC
           MOVE "SCHRITTE:" TO HAND-REC
           WRITE HAND-REC
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                   UNTIL WS-JS-IDX > WS-JS-COUNT
              MOVE SPACES TO HAND-REC
              STRING "  " WS-JS-PROG(WS-JS-IDX) "  "
                     WS-JS-NOTE(WS-JS-IDX)
                 DELIMITED BY SIZE INTO HAND-REC
              IF WS-JS-TYPE(WS-JS-IDX) = "O"
                 MOVE "(optional)" TO HAND-REC(37:10)
              END-IF
              WRITE HAND-REC
           END-PERFORM
           MOVE "ZAEHLER (juengste AUDITLOG-Zeile je Schritt):"
              TO HAND-REC
           WRITE HAND-REC
                  "  wiederkehrend/bestaetigt " WS-RECUR-LINES
                  DELIMITED BY SIZE INTO HAND-REC
           WRITE HAND-REC
      * Der Wiederholungslauf schreibt ALERTSTATE.DAT nicht fort -
      * Ticket- und Wiederanlauf-Zeilen gehoeren zur Nachtkette.
           IF WS-RERUN = "N"
              PERFORM WRITE-ALERT-TICKETS
           END-IF
           IF WS-NEWMSG-LINES > 0
              MOVE SPACES TO HAND-REC
              STRING "NEUE MELDUNGEN (erstmals gesehen): "
                     WS-NEWMSG-LINES " - siehe NEWMSGS-"
                     FUNCTION TRIM(LOG-RUN-ID) ".DAT"
                     DELIMITED BY SIZE INTO HAND-REC
              WRITE HAND-REC
           END-IF
           MOVE 0 TO WS-LINE-COUNT
           PERFORM WRITE-MAINT-WINDOWS
           IF WS-SEC-ENABLED = "Y"
              PERFORM WRITE-SEC-EVENTS
           END-IF
           IF WS-SUPPR-LINES > 0
              MOVE SPACES TO HAND-REC
              STRING "UNTERDRUECKTE ALARME (Wartung): "
                     WS-SUPPR-LINES " - siehe SUPPRESSED-"
                     FUNCTION TRIM(LOG-RUN-ID) ".DAT"
                     DELIMITED BY SIZE INTO HAND-REC
              WRITE HAND-REC
           END-IF
           IF WS-CORR-ENABLED = "Y"
              MOVE SPACES TO HAND-REC
              STRING "STOERUNGEN (quelluebergreifend): "
                     WS-INCIDENT-LINES
                     DELIMITED BY SIZE INTO HAND-REC
              WRITE HAND-REC
           END-IF
           IF WS-FEED-ENABLED = "Y" AND WS-FEED-RC NOT = 0
              MOVE SPACES TO HAND-REC
              IF WS-FEED-RC >= 8
                 STRING "LIEFERUNGEN: Quelle(n) FEHLEN - siehe "
                        "FEEDCHECK-" FUNCTION TRIM(LOG-RUN-ID) ".RPT"
                        DELIMITED BY SIZE INTO HAND-REC
              ELSE
                 STRING "LIEFERUNGEN: Auffaelligkeiten - siehe "
                        "FEEDCHECK-" FUNCTION TRIM(LOG-RUN-ID) ".RPT"
                        DELIMITED BY SIZE INTO HAND-REC
              END-IF
              WRITE HAND-REC
           END-IF
           IF WS-RERUN = "N"
              PERFORM WRITE-QUARANTINE
           END-IF
           IF WS-RERUN = "N" AND WS-CHAIN-ABORT = "Y"
              PERFORM CHECK-DIST-ENABLED
              IF WS-DIST-ENABLED = "Y"
                 MOVE "VERTEILUNG: entfaellt - Kette abgebrochen"
                    TO HAND-REC
                 WRITE HAND-REC
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-RERUN = "Y"
                 CONTINUE
              WHEN WS-HAVE-LEFTOVER = "Y"
                 MOVE SPACES TO HAND-REC
                 STRING "WIEDERANLAUF: LOGCHAIN.STA steht auf "
                        WS-LEFTOVER-STEP
                        DELIMITED BY SIZE INTO HAND-REC
                 WRITE HAND-REC
              WHEN OTHER
                 MOVE "WIEDERANLAUF: kein offener Zustand"
                    TO HAND-REC
                 WRITE HAND-REC
           END-EVALUATE
           MOVE SPACES TO HAND-REC
           STRING "LAUFZEIT KETTE: " WS-CHAIN-ELAPSED " Sekunden"
              DELIMITED BY SIZE INTO HAND-REC
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-TALLY-NAME
           PERFORM COUNT-ONE-TALLY
           MOVE WS-LINE-COUNT TO WS-RECUR-LINES
           MOVE SPACES TO WS-TALLY-NAME
           STRING "INCIDENTS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-TALLY-NAME
           PERFORM COUNT-ONE-TALLY
           MOVE WS-LINE-COUNT TO WS-INCIDENT-LINES
      * Neu-heute-Liste von LOGSORT: Kopfzeile plus eine Zeile je
      * erstmals gesehener Meldung.
           MOVE SPACES TO WS-TALLY-NAME
           STRING "NEWMSGS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-TALLY-NAME
           PERFORM COUNT-ONE-TALLY
           MOVE 0 TO WS-NEWMSG-LINES
           IF WS-LINE-COUNT > 1
              COMPUTE WS-NEWMSG-LINES = WS-LINE-COUNT - 1
           END-IF
      * In Wartungsfenstern unterdrueckte Alarme und Bursts.
           MOVE SPACES TO WS-TALLY-NAME
           STRING "SUPPRESSED-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-TALLY-NAME
           PERFORM COUNT-ONE-TALLY
           MOVE WS-LINE-COUNT TO WS-SUPPR-LINES.

      * Schluss-Satz der Sicherheits-Schnittstelle: Anzahl und
      * Folgenummern der in der Nacht gesendeten Ereignisse. Die
      * Datei zaehlt nur, wenn LOGSECEVT in dieser Kette gelaufen
      * ist - sonst liegt dort der Stand einer frueheren Nacht.
       WRITE-SEC-EVENTS.
           IF WS-SEC-RAN NOT = "Y"
              MOVE SPACES TO HAND-REC
              MOVE "SICHERHEITS-EREIGNISSE: nicht gelaufen"
                 TO HAND-REC
              WRITE HAND-REC
              EXIT PARAGRAPH
           END-IF
           IF WS-SEC-RC >= 16
              MOVE WS-SEC-RC TO WS-RC-DISP
              MOVE SPACES TO HAND-REC
              STRING "SICHERHEITS-EREIGNISSE: nicht gesendet (RC "
                     FUNCTION TRIM(WS-RC-DISP) ")"
                     DELIMITED BY SIZE INTO HAND-REC
              WRITE HAND-REC
              EXIT PARAGRAPH
           END-IF
           MOVE "SECEVENTS.DAT" TO WS-TALLY-NAME
           OPEN INPUT TALLY-FILE
           IF WS-TALLY-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HAND-EOF
           PERFORM UNTIL WS-HAND-EOF = "Y"
              READ TALLY-FILE
                 AT END
                    MOVE "Y" TO WS-HAND-EOF
                 NOT AT END
                    IF TALLY-REC(1:1) = "T"
                       MOVE SPACES TO HAND-REC
                       STRING "SICHERHEITS-EREIGNISSE: "
                              TALLY-REC(2:8) " gesendet, Folgenummer "
                              TALLY-REC(10:10) " bis "
                              TALLY-REC(20:10)
                              DELIMITED BY SIZE INTO HAND-REC
                       WRITE HAND-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TALLY-FILE.

      * Offene Quarantaenen aus QUARREG.DAT (letzte Zeile je Name,
      * wie in LOGQUAR); ueber der Altersgrenze je Lieferung eine
      * Zeile. Ohne Register entfaellt der Abschnitt.
       WRITE-QUARANTINE.
           MOVE 0 TO WS-QH-COUNT
           MOVE 0 TO WS-QH-OPEN
           MOVE 0 TO WS-QH-OVERDUE
           OPEN INPUT QREG-FILE
           IF WS-QREG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HAND-EOF
           PERFORM UNTIL WS-HAND-EOF = "Y"
              READ QREG-FILE
                 AT END
                    MOVE "Y" TO WS-HAND-EOF
                 NOT AT END
                    IF QREG-REC NOT = SPACES
                       PERFORM TAKE-QUAR-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE QREG-FILE
           PERFORM LOAD-QUAR-LIMIT
           PERFORM VARYING WS-QH-IDX FROM 1 BY 1
                   UNTIL WS-QH-IDX > WS-QH-COUNT
              IF WS-QH-LINE(WS-QH-IDX)(1:1) = "Q"
                 ADD 1 TO WS-QH-OPEN
                 PERFORM SPLIT-QUAR-LINE
                 PERFORM SET-QUAR-AGE
                 IF WS-QH-DAYS > WS-QH-LIMIT
                    ADD 1 TO WS-QH-OVERDUE
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO HAND-REC
           STRING "QUARANTAENE: " WS-QH-OPEN " Lieferung(en) offen, "
                  WS-QH-OVERDUE " aelter als " WS-QH-LIMIT
                  " Tage - siehe LOGQUAR"
                  DELIMITED BY SIZE INTO HAND-REC
           WRITE HAND-REC
           IF WS-QH-OVERDUE = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QH-IDX FROM 1 BY 1
                   UNTIL WS-QH-IDX > WS-QH-COUNT
              IF WS-QH-LINE(WS-QH-IDX)(1:1) = "Q"
                 PERFORM SPLIT-QUAR-LINE
                 PERFORM SET-QUAR-AGE
                 IF WS-QH-DAYS > WS-QH-LIMIT
                    MOVE SPACES TO HAND-REC
                    MOVE WS-QH-DAYS TO WS-QH-DAYS-DISP
                    STRING "  " WS-QF-ORIG(1:20) " " WS-QF-SOURCE
                           " " WS-QF-REASON " seit " WS-QF-DATE
                           " " WS-QH-DAYS-DISP " Tage UEBERFAELLIG"
                           DELIMITED BY SIZE INTO HAND-REC
                    WRITE HAND-REC
                 END-IF
              END-IF
           END-PERFORM.

       TAKE-QUAR-LINE.
           MOVE SPACES TO WS-QF-TYPE
           MOVE SPACES TO WS-QF-QNAME
           UNSTRING QREG-REC DELIMITED BY "|"
              INTO WS-QF-TYPE WS-QF-QNAME
           END-UNSTRING
           MOVE 0 TO WS-QH-FOUND
           PERFORM VARYING WS-QH-IDX FROM 1 BY 1
                   UNTIL WS-QH-IDX > WS-QH-COUNT
                      OR WS-QH-FOUND > 0
              IF WS-QH-NAME(WS-QH-IDX) = WS-QF-QNAME
                 MOVE WS-QH-IDX TO WS-QH-FOUND
              END-IF
           END-PERFORM
           IF WS-QH-FOUND = 0
              IF WS-QH-COUNT >= 200
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-QH-COUNT
              MOVE WS-QH-COUNT TO WS-QH-FOUND
              MOVE WS-QF-QNAME TO WS-QH-NAME(WS-QH-FOUND)
           END-IF
           MOVE QREG-REC TO WS-QH-LINE(WS-QH-FOUND).

       SPLIT-QUAR-LINE.
           MOVE SPACES TO WS-QF-TYPE WS-QF-QNAME WS-QF-ORIG
                          WS-QF-SOURCE WS-QF-BIZDATE WS-QF-REASON
                          WS-QF-EXPECT WS-QF-ACTUAL WS-QF-DATE
           UNSTRING WS-QH-LINE(WS-QH-IDX) DELIMITED BY "|"
              INTO WS-QF-TYPE WS-QF-QNAME WS-QF-ORIG WS-QF-SOURCE
                   WS-QF-BIZDATE WS-QF-REASON WS-QF-EXPECT
                   WS-QF-ACTUAL WS-QF-DATE
           END-UNSTRING.

      * Alter der Q-Zeile in Tagen gegen heute.
       SET-QUAR-AGE.
           MOVE 0 TO WS-QH-DAYS
           MOVE SPACES TO WS-QH-DATE-X
           STRING WS-QF-DATE(1:4) WS-QF-DATE(6:2) WS-QF-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-QH-DATE-X
           IF WS-QH-DATE-X NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-QH-DATE-X TO WS-QH-DATE-N
           IF WS-QH-DATE-N > WS-TODAY
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QH-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(WS-QH-DATE-N).

      * "AGE|tage" aus LOGQUAR.DAT; ohne Zeile zwei Tage.
       LOAD-QUAR-LIMIT.
           MOVE 2 TO WS-QH-LIMIT
           OPEN INPUT QCTL-FILE
           IF WS-QCTL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HAND-EOF
           PERFORM UNTIL WS-HAND-EOF = "Y"
              READ QCTL-FILE
                 AT END
                    MOVE "Y" TO WS-HAND-EOF
                 NOT AT END
                    MOVE SPACES TO WS-QH-KEY
                    MOVE SPACES TO WS-QH-VALUE
                    UNSTRING QCTL-REC DELIMITED BY "|"
                       INTO WS-QH-KEY WS-QH-VALUE
                    END-UNSTRING
                    IF FUNCTION TRIM(WS-QH-KEY) = "AGE"
                       MOVE FUNCTION TRIM(WS-QH-VALUE)
                          TO WS-QH-VALUE-J
                       INSPECT WS-QH-VALUE-J
                          REPLACING LEADING " " BY "0"
                       IF WS-QH-VALUE-J NUMERIC
                          MOVE WS-QH-VALUE-J TO WS-QH-LIMIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE QCTL-FILE.

      * Die im Lauf aktiven Wartungsfenster aus LOGSORTs
      * MAINTACT-<Lauf>.DAT: Aenderung, Quelle, Beginn-Ende und die
      * darunter unterdrueckten Saetze/Alarme.
       WRITE-MAINT-WINDOWS.
           MOVE SPACES TO WS-TALLY-NAME
           STRING "MAINTACT-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-TALLY-NAME
           OPEN INPUT TALLY-FILE
           IF WS-TALLY-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HAND-EOF
           PERFORM UNTIL WS-HAND-EOF = "Y"
              READ TALLY-FILE
                 AT END
                    MOVE "Y" TO WS-HAND-EOF
                 NOT AT END
                    IF WS-LINE-COUNT = 0
                       MOVE "WARTUNGSFENSTER (aktiv im Lauf, Saetze/"
                          & "Alarme unterdrueckt):" TO HAND-REC
                       WRITE HAND-REC
                    END-IF
                    ADD 1 TO WS-LINE-COUNT
                    MOVE SPACES TO HAND-REC
                    STRING "  " TALLY-REC(1:12) " " TALLY-REC(14:8)
                           " " TALLY-REC(23:16) "-" TALLY-REC(42:16)
                           " " TALLY-REC(59:7) "/" TALLY-REC(67:5)
                           DELIMITED BY SIZE INTO HAND-REC
                    WRITE HAND-REC
              END-READ
           END-PERFORM
           CLOSE TALLY-FILE.

      * Je Alarm dieser Nacht eine Zeile mit Status, Meldung und
      * Service-Desk-Ticket, dazu die Zahl der offenen und der noch
      * angeforderten Tickets ueber den ganzen Alarm-Status.
       WRITE-ALERT-TICKETS.
           MOVE 0 TO WS-TKT-OPEN
           MOVE 0 TO WS-TKT-REQ
           MOVE "ALERTSTATE.DAT" TO WS-TALLY-NAME
           OPEN INPUT TALLY-FILE
           IF WS-TALLY-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HAND-EOF
           PERFORM UNTIL WS-HAND-EOF = "Y"
              READ TALLY-FILE
                 AT END
                    MOVE "Y" TO WS-HAND-EOF
                 NOT AT END
                    PERFORM WRITE-ONE-ALERT-TICKET
              END-READ
           END-PERFORM
           CLOSE TALLY-FILE
           MOVE SPACES TO HAND-REC
           STRING "TICKETS: offen " WS-TKT-OPEN
                  "  angefordert (ohne Nummer) " WS-TKT-REQ
                  DELIMITED BY SIZE INTO HAND-REC
           WRITE HAND-REC.

       WRITE-ONE-ALERT-TICKET.
           EVALUATE TALLY-REC(75:6)
              WHEN "OPEN"
                 ADD 1 TO WS-TKT-OPEN
              WHEN "REQ"
                 ADD 1 TO WS-TKT-REQ
           END-EVALUATE
           IF TALLY-REC(51:10) NOT = WS-TODAY-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TKT-TEXT
           EVALUATE TRUE
              WHEN TALLY-REC(62:12) NOT = SPACES
                 STRING TALLY-REC(62:12) DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        TALLY-REC(75:6) DELIMITED BY SPACE
                        INTO WS-TKT-TEXT
              WHEN TALLY-REC(75:6) = "REQ"
                 MOVE "angefordert" TO WS-TKT-TEXT
              WHEN OTHER
                 MOVE "kein Ticket" TO WS-TKT-TEXT
           END-EVALUATE
           MOVE SPACES TO HAND-REC
           STRING "  " TALLY-REC(32:12) " " TALLY-REC(1:30)
                  " " WS-TKT-TEXT
                  DELIMITED BY SIZE INTO HAND-REC
           WRITE HAND-REC.

       COUNT-ONE-TALLY.
           MOVE 0 TO WS-LINE-COUNT
           END-PERFORM
           CLOSE TALLY-FILE.

      * LOGDIST laeuft nach der Kette, nachdem das Blatt steht:
      * Protokollzeilen vorher zaehlen, rufen, den RC in den
      * Ketten-RC uebernehmen und die Zeilen dieses Aufrufs
      * auswerten.
       RUN-DISTRIBUTION.
           MOVE "LOGDIST-LOG.DAT" TO WS-TALLY-NAME
           PERFORM COUNT-ONE-TALLY
           MOVE WS-LINE-COUNT TO WS-DIST-BEFORE
           MOVE "N" TO WS-CALL-MISSING
           CALL "LOGDIST"
              ON EXCEPTION
                 MOVE "Y" TO WS-CALL-MISSING
           END-CALL
           IF WS-CALL-MISSING = "Y"
              DISPLAY "** FEHLER: Programm LOGDIST nicht gefunden **"
              MOVE 16 TO WS-DIST-RC
           ELSE
              MOVE RETURN-CODE TO WS-DIST-RC
              CANCEL "LOGDIST"
           END-IF
           IF WS-DIST-RC > WS-CHAIN-RC
              MOVE WS-DIST-RC TO WS-CHAIN-RC
           END-IF
           PERFORM WRITE-DISTRIBUTION.

      * Abschnitt VERTEILUNG am Ende des Uebergabeblatts: Summen
      * und je nicht zugestelltem Bericht eine Zeile.
       WRITE-DISTRIBUTION.
           OPEN EXTEND HAND-FILE
           IF WS-HAND-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DIST-SENT
           MOVE 0 TO WS-DIST-FLAGGED
           PERFORM SCAN-DIST-LOG
           MOVE WS-DIST-RC TO WS-RC-DISP
           MOVE SPACES TO HAND-REC
           STRING "VERTEILUNG: " WS-DIST-SENT " zugestellt, "
                  WS-DIST-FLAGGED " auffaellig (RC "
                  FUNCTION TRIM(WS-RC-DISP)
                  ") - siehe LOGDIST-LOG.DAT"
                  DELIMITED BY SIZE INTO HAND-REC
           WRITE HAND-REC
           IF WS-DIST-FLAGGED > 0
              MOVE "Y" TO WS-DIST-LIST
              PERFORM SCAN-DIST-LOG
           END-IF
           CLOSE HAND-FILE.

      * Liest die Protokollzeilen dieses Aufrufs (nach
      * WS-DIST-BEFORE); mit WS-DIST-LIST = "Y" wird je
      * auffaelligem Eintrag eine Blattzeile geschrieben, sonst
      * nur gezaehlt.
       SCAN-DIST-LOG.
           MOVE 0 TO WS-DIST-LINE-NO
           OPEN INPUT DIST-LOG-FILE
           IF WS-DIST-LOG-STATUS NOT = "00"
              MOVE "N" TO WS-DIST-LIST
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DIST-EOF
           PERFORM UNTIL WS-DIST-EOF = "Y"
              READ DIST-LOG-FILE
                 AT END
                    MOVE "Y" TO WS-DIST-EOF
                 NOT AT END
                    ADD 1 TO WS-DIST-LINE-NO
                    IF WS-DIST-LINE-NO > WS-DIST-BEFORE
                       PERFORM TAKE-DIST-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DIST-LOG-FILE
           MOVE "N" TO WS-DIST-LIST.

       TAKE-DIST-LINE.
           MOVE SPACES TO WS-DF-DATE WS-DF-TIME WS-DF-RUN WS-DF-STATE
                          WS-DF-RECS WS-DF-REPORT WS-DF-RECIP
           UNSTRING DIST-LOG-REC DELIMITED BY "|"
              INTO WS-DF-DATE WS-DF-TIME WS-DF-RUN WS-DF-STATE
                   WS-DF-RECS WS-DF-REPORT WS-DF-RECIP
           END-UNSTRING
           IF WS-DIST-LIST = "Y"
              IF WS-DF-STATE NOT = "GESENDET"
                 MOVE SPACES TO HAND-REC
                 STRING "  " WS-DF-STATE " "
                        FUNCTION TRIM(WS-DF-REPORT) " an "
                        FUNCTION TRIM(WS-DF-RECIP)
                        DELIMITED BY SIZE INTO HAND-REC
                 WRITE HAND-REC
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-DF-STATE = "GESENDET"
              ADD 1 TO WS-DIST-SENT
           ELSE
              ADD 1 TO WS-DIST-FLAGGED
           END-IF.

      * LOGDIST laeuft nur mit, wenn LOGDIST.DAT vorliegt.
       CHECK-DIST-ENABLED.
           MOVE "N" TO WS-DIST-ENABLED
           OPEN INPUT DIST-REG-FILE
           IF WS-DIST-REG-STATUS = "00"
              CLOSE DIST-REG-FILE
              MOVE "Y" TO WS-DIST-ENABLED
           END-IF.

      * LOGCORR laeuft nur mit, wenn LOGCORR.DAT vorliegt.
       CHECK-CORR-ENABLED.
           MOVE "N" TO WS-CORR-ENABLED
           OPEN INPUT CORR-CFG-FILE
           IF WS-CORR-CFG-STATUS = "00"
              CLOSE CORR-CFG-FILE
              MOVE "Y" TO WS-CORR-ENABLED
           END-IF.

      * LOGFEED laeuft nur mit, wenn LOGSOURCES.DAT vorliegt.
       CHECK-FEED-ENABLED.
           MOVE "N" TO WS-FEED-ENABLED
           OPEN INPUT FEED-REG-FILE
           IF WS-FEED-REG-STATUS = "00"
              CLOSE FEED-REG-FILE
              MOVE "Y" TO WS-FEED-ENABLED
           END-IF.

      * LOGSECEVT laeuft nur mit, wenn LOGSECSEL.DAT vorliegt.
       CHECK-SEC-ENABLED.
           MOVE "N" TO WS-SEC-ENABLED
           OPEN INPUT SECSEL-FILE
           IF WS-SECSEL-STATUS = "00"
              CLOSE SECSEL-FILE
              MOVE "Y" TO WS-SEC-ENABLED
           END-IF.

      * LOGSPLIT laeuft nur mit, wenn LOGPART.DAT vorliegt - und
      * nie in einem Wiederholungslauf.
       CHECK-SPLIT-ENABLED.
           MOVE "N" TO WS-STEP-ENABLED
           IF WS-RERUN = "Y"
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PART-CTL-FILE
           IF WS-PART-CTL-STATUS = "00"
              CLOSE PART-CTL-FILE
              MOVE "Y" TO WS-STEP-ENABLED
           END-IF.

      * Ist der Lauf aufgeteilt? Das Register PARTS-<id>.DAT legt
      * LOGSPLIT nur an, wenn es Teillauf-Ausschnitte geschrieben
      * hat.
       CHECK-PART-SPLIT.
           MOVE "N" TO WS-PART-SPLIT
           MOVE SPACES TO WS-PART-REG-NAME
           STRING "PARTS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PART-REG-NAME
           OPEN INPUT PART-REG-FILE
           IF WS-PART-REG-STATUS = "00"
              CLOSE PART-REG-FILE
              MOVE "Y" TO WS-PART-SPLIT
           END-IF.

      * -------- Zeiterfassung --------
       STEP-TIMER-START.
           ACCEPT WS-STEP-START FROM TIME.
           MOVE 0 TO WS-STEP-END
           PERFORM APPEND-TIME-LINE.

      * Ein Wiederholungslauf gehoert nicht ins Nachtfenster und
      * wuerde LOGTIMES' Verlauf verfaelschen.
       APPEND-TIME-LINE.
           IF WS-RERUN = "Y"
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND TIME-FILE
           IF WS-TIME-STATUS NOT = "00"
              OPEN OUTPUT TIME-FILE
           IF WS-STATE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATE-REC
           READ STATE-FILE
              NOT AT END
                 MOVE STATE-REC(26:10) TO WS-LEFTOVER-STEP
                 IF WS-LEFTOVER-STEP = SPACES
                    MOVE STATE-REC(1:8) TO WS-LEFTOVER-STEP
                 END-IF
                 MOVE "Y" TO WS-HAVE-LEFTOVER
           END-READ
           CLOSE STATE-FILE.
