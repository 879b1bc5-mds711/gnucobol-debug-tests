           the chain run ID is cleared before every invocation -
           CANCEL does not reset EXTERNAL data, so without this a
           finished chain's ID would leak into later standalone
           calls and point them at per-run file names. After the
           sign-on LOGAUTH decides, from the operator's role, which
           functions the menu shows; a number typed for a hidden
           function is refused (and journaled by LOGAUTH) before
           anything is called.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RPT-STATUS       PIC XX VALUE "00".
       01  WS-RPT-LINES        PIC 9(3) VALUE 0.

      * Menuetabelle: je Auswahl der Funktionsschluessel fuer LOGAUTH
      * (meist der Programmname) und die Menuezeile. WS-MENU-OK haelt
      * nach der Anmeldung fest, was die Rolle des Bedieners sehen
      * darf.
       01  WS-MENU-INIT.
           05  FILLER PIC X(10) VALUE "LOGDRIVER".
           05  FILLER PIC X(50)
               VALUE " 1  Nachtkette komplett (LOGDRIVER)".
           05  FILLER PIC X(10) VALUE "LOGFRONT".
           05  FILLER PIC X(50)
               VALUE " 2  Auswertung interaktiv (LOGFRONT)".
           05  FILLER PIC X(10) VALUE "LOGVALID".
           05  FILLER PIC X(50)
               VALUE " 3  Datei validieren (LOGVALID)".
           05  FILLER PIC X(10) VALUE "LOGARCHIVE".
           05  FILLER PIC X(50)
               VALUE " 4  Jetzt archivieren (LOGARCHIVE)".
           05  FILLER PIC X(10) VALUE "AUDITRPT".
           05  FILLER PIC X(50)
               VALUE " 5  Audit-Trail auswerten (AUDITRPT)".
           05  FILLER PIC X(10) VALUE "LASTREPORT".
           05  FILLER PIC X(50)
               VALUE " 6  Letzten Report ansehen".
           05  FILLER PIC X(10) VALUE "LOGREPAIR".
           05  FILLER PIC X(50)
               VALUE " 7  Rejects reparieren (LOGREPAIR)".
           05  FILLER PIC X(10) VALUE "LOGACK".
           05  FILLER PIC X(50)
               VALUE " 8  Alarme bestaetigen (LOGACK)".
           05  FILLER PIC X(10) VALUE "LOGTREND".
           05  FILLER PIC X(50)
               VALUE " 9  Tagesvergleich (LOGTREND)".
           05  FILLER PIC X(10) VALUE "LOGSEARCH".
           05  FILLER PIC X(50)
               VALUE "10  Suche in Log und Archiven (LOGSEARCH)".
           05  FILLER PIC X(10) VALUE "LOGSTATS".
           05  FILLER PIC X(50)
               VALUE "11  Datum/Level-Statistik (LOGSTATS)".
           05  FILLER PIC X(10) VALUE "LOGDEDUP".
           05  FILLER PIC X(50)
               VALUE "12  Dubletten entfernen (LOGDEDUP)".
           05  FILLER PIC X(10) VALUE "LOGRETAIN".
           05  FILLER PIC X(50)
               VALUE "13  Archiv-Bestandspflege (LOGRETAIN)".
           05  FILLER PIC X(10) VALUE "LOGMONTH".
           05  FILLER PIC X(50)
               VALUE "14  Monatsbericht (LOGMONTH)".
           05  FILLER PIC X(10) VALUE "LOGROUTE".
           05  FILLER PIC X(50)
               VALUE "15  Feed verteilen (LOGROUTE)".
           05  FILLER PIC X(10) VALUE "LOGLOAD".
           05  FILLER PIC X(50)
               VALUE "16  Master-Bestand laden/pflegen (LOGLOAD)".
           05  FILLER PIC X(10) VALUE "LOGXTRACT".
           05  FILLER PIC X(50)
               VALUE "17  Schnittstellen-Extrakt (LOGXTRACT)".
           05  FILLER PIC X(10) VALUE "LOGRECON".
           05  FILLER PIC X(50)
               VALUE "18  Abstimmung pruefen (LOGRECON)".
           05  FILLER PIC X(10) VALUE "SORT-DEMO".
           05  FILLER PIC X(50)
               VALUE "19  Sortier-Demo (BUBBLE-SORT)".
           05  FILLER PIC X(10) VALUE "LOGINTAKE".
           05  FILLER PIC X(50)
               VALUE "20  Lieferdateien annehmen (LOGINTAKE)".
           05  FILLER PIC X(10) VALUE "LOGBRIDGE".
           05  FILLER PIC X(50)
               VALUE "21  Bruecken-Bestaetigungen anwenden (LOGBRIDGE)".
           05  FILLER PIC X(10) VALUE "LOGBASE".
           05  FILLER PIC X(50)
               VALUE "22  Basislinien-Abweichungen (LOGBASE)".
           05  FILLER PIC X(10) VALUE "LOGTIMES".
           05  FILLER PIC X(50)
               VALUE "23  Laufzeit-Trend der Kette (LOGTIMES)".
           05  FILLER PIC X(10) VALUE "LOGSWEEP".
           05  FILLER PIC X(50)
               VALUE "24  Aufraeumlauf (LOGSWEEP)".
           05  FILLER PIC X(10) VALUE "LOGJRPT".
           05  FILLER PIC X(50)
               VALUE "25  Aenderungsjournal abfragen (LOGJRPT)".
           05  FILLER PIC X(10) VALUE "LOGCATED".
           05  FILLER PIC X(50)
               VALUE "26  Meldungskatalog pflegen (LOGCATED)".
           05  FILLER PIC X(10) VALUE "LOGVIEW".
           05  FILLER PIC X(50)
               VALUE "27  Auskunft Master-Bestand (LOGVIEW)".
           05  FILLER PIC X(10) VALUE "LOGCORR".
           05  FILLER PIC X(50)
               VALUE "28  Stoerungs-Korrelation (LOGCORR)".
           05  FILLER PIC X(10) VALUE "LOGFEED".
           05  FILLER PIC X(50)
               VALUE "29  Lieferueberwachung (LOGFEED)".
           05  FILLER PIC X(10) VALUE "LOGSCORE".
           05  FILLER PIC X(50)
               VALUE "30  Qualitaets-Scorecard je Quelle (LOGSCORE)".
           05  FILLER PIC X(10) VALUE "LOGTICKET".
           05  FILLER PIC X(50)
               VALUE "31  Service-Desk-Tickets anwenden (LOGTICKET)".
           05  FILLER PIC X(10) VALUE "LOGCTLED".
           05  FILLER PIC X(50)
               VALUE "32  Regel- und Steuerdateien pflegen (LOGCTLED)".
           05  FILLER PIC X(10) VALUE "LOGWHATIF".
           05  FILLER PIC X(50)
               VALUE "33  Regelaenderung simulieren (LOGWHATIF)".
           05  FILLER PIC X(10) VALUE "LOGRERUN".
           05  FILLER PIC X(50)
               VALUE "34  Vergangenen Tag neu verarbeiten (LOGRERUN)".
           05  FILLER PIC X(10) VALUE "LOGMRPT".
           05  FILLER PIC X(50)
               VALUE "35  Datenschutz-Report je Quelle (LOGMRPT)".
           05  FILLER PIC X(10) VALUE "LOGVERIFY".
           05  FILLER PIC X(50)
               VALUE "36  Archiv-Siegel pruefen (LOGVERIFY)".
           05  FILLER PIC X(10) VALUE "LOGDORM".
           05  FILLER PIC X(50)
               VALUE "37  Ruhende Meldungen (LOGDORM)".
           05  FILLER PIC X(10) VALUE "LOGMAINT".
           05  FILLER PIC X(50)
               VALUE "38  Wartungsfenster pflegen (LOGMAINT)".
           05  FILLER PIC X(10) VALUE "LOGSECEVT".
           05  FILLER PIC X(50)
               VALUE "39  Sicherheits-Ereignisse senden (LOGSECEVT)".
           05  FILLER PIC X(10) VALUE "LOGLINRPT".
           05  FILLER PIC X(50)
               VALUE "40  Saetze je Lieferdatei (LOGLINRPT)".
           05  FILLER PIC X(10) VALUE "LOGQUAR".
           05  FILLER PIC X(50)
               VALUE "41  Quarantaene der Lieferungen (LOGQUAR)".
           05  FILLER PIC X(10) VALUE "LOGPRUN".
           05  FILLER PIC X(50)
               VALUE "42  Teillauf nachziehen (LOGPRUN)".
           05  FILLER PIC X(10) VALUE "LOGDIST".
           05  FILLER PIC X(50)
               VALUE "43  Berichte verteilen (LOGDIST)".
       01  WS-MENU REDEFINES WS-MENU-INIT.
           05  WS-MENU-ENTRY OCCURS 43 TIMES.
               10  WS-MENU-FUNCTION PIC X(10).
               10  WS-MENU-TEXT     PIC X(50).
       01  WS-MENU-OK-TABLE.
           05  WS-MENU-OK       PIC X OCCURS 43 TIMES.
       01  WS-MENU-IDX          PIC 9(2) VALUE 0.
       01  WS-MENU-HIT          PIC 9(2) VALUE 0.
       01  WS-MENU-HIDDEN       PIC 9(2) VALUE 0.
       01  WS-CHOICE-KEY        PIC X(2) VALUE SPACES.

      * LOGAUTH-Argumente.
       01  WS-AUTH-FUNCTION     PIC X(10) VALUE SPACES.
       01  WS-AUTH-MODE         PIC X VALUE "Q".
       01  WS-AUTH-RESULT       PIC X VALUE "N".
       01  WS-AUTH-ROLE         PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ROLE     PIC X(10) VALUE SPACES.

      * Run identifier shared with the chain programs; cleared
      * before each new chain so it gets a fresh set of per-run
      * working files.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           PERFORM OPERATOR-SIGNON
           PERFORM LOAD-MENU-RIGHTS
           PERFORM UNTIL WS-DONE = "Y"
              PERFORM SHOW-MENU
              MOVE SPACES TO WS-CHOICE
           END-IF
           DISPLAY "Angemeldet: " FUNCTION TRIM(LOG-OPERATOR-ID).

      * Fragt LOGAUTH einmal je Menuezeile (ohne Journal), welche
      * Funktionen die Rolle des Bedieners sehen darf; nicht
      * freigegebene werden im Menue ausgeblendet.
       LOAD-MENU-RIGHTS.
           MOVE 0 TO WS-MENU-HIDDEN
           MOVE "Q" TO WS-AUTH-MODE
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
                   UNTIL WS-MENU-IDX > 43
              MOVE WS-MENU-FUNCTION(WS-MENU-IDX) TO WS-AUTH-FUNCTION
              CALL "LOGAUTH" USING WS-AUTH-FUNCTION WS-AUTH-MODE
                      WS-AUTH-RESULT WS-AUTH-ROLE
              END-CALL
              MOVE WS-AUTH-RESULT TO WS-MENU-OK(WS-MENU-IDX)
              IF WS-AUTH-RESULT NOT = "Y"
                 ADD 1 TO WS-MENU-HIDDEN
              END-IF
           END-PERFORM
           MOVE WS-AUTH-ROLE TO WS-OPERATOR-ROLE
           MOVE 0 TO RETURN-CODE
           IF WS-OPERATOR-ROLE = "NONE"
              DISPLAY "** WARNUNG: " FUNCTION TRIM(LOG-OPERATOR-ID)
                      " ist in LOGOPERS.DAT nicht eingetragen - "
                      "keine Funktion freigegeben **"
           ELSE
              DISPLAY "Rolle: " FUNCTION TRIM(WS-OPERATOR-ROLE)
           END-IF.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "=== LOGMENU: Log-Suite Bedienerkonsole ==="
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
                   UNTIL WS-MENU-IDX > 43
              IF WS-MENU-OK(WS-MENU-IDX) = "Y"
                 DISPLAY FUNCTION TRIM(WS-MENU-TEXT(WS-MENU-IDX)
                         TRAILING)
              END-IF
           END-PERFORM
           IF WS-MENU-HIDDEN > 0
              DISPLAY "    (" WS-MENU-HIDDEN " Funktionen fuer Rolle "
                      FUNCTION TRIM(WS-OPERATOR-ROLE)
                      " nicht freigegeben)"
           END-IF
           DISPLAY " 0  Ende (auch leer)"
           DISPLAY "Auswahl: ".

      * z.B. LOGVALID auf CLEANED-<alte Kennung>.DAT lenken.
       RUN-CHOICE.
           MOVE SPACES TO LOG-RUN-ID
           PERFORM CHECK-CHOICE-RIGHTS
           IF WS-AUTH-RESULT NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CHOICE
              WHEN "1 "
                 PERFORM CALL-LOGDRIVER
                 PERFORM CALL-LOGCATED
              WHEN "27"
                 PERFORM CALL-LOGVIEW
              WHEN "28"
                 PERFORM CALL-LOGCORR
              WHEN "29"
                 PERFORM CALL-LOGFEED
              WHEN "30"
                 PERFORM CALL-LOGSCORE
              WHEN "31"
                 PERFORM CALL-LOGTICKET
              WHEN "32"
                 PERFORM CALL-LOGCTLED
              WHEN "33"
                 PERFORM CALL-LOGWHATIF
              WHEN "34"
                 PERFORM CALL-LOGRERUN
              WHEN "35"
                 PERFORM CALL-LOGMRPT
              WHEN "36"
                 PERFORM CALL-LOGVERIFY
              WHEN "37"
                 PERFORM CALL-LOGDORM
              WHEN "38"
                 PERFORM CALL-LOGMAINT
              WHEN "39"
                 PERFORM CALL-LOGSECEVT
              WHEN "40"
                 PERFORM CALL-LOGLINRPT
              WHEN "41"
                 PERFORM CALL-LOGQUAR
              WHEN "42"
                 PERFORM CALL-LOGPRUN
              WHEN "43"
                 PERFORM CALL-LOGDIST
              WHEN "0 "
                 MOVE "Y" TO WS-DONE
              WHEN SPACES
                 DISPLAY "** Unbekannte Auswahl: " WS-CHOICE " **"
           END-EVALUATE.

      * Auch eine ausgeblendete Nummer kann eingetippt werden: vor
      * dem Aufruf prueft LOGAUTH noch einmal, und eine Verweigerung
      * landet im Aenderungsjournal. 0, leer und unbekannte Eingaben
      * gehen unveraendert an RUN-CHOICE.
       CHECK-CHOICE-RIGHTS.
           MOVE "Y" TO WS-AUTH-RESULT
           MOVE WS-CHOICE TO WS-CHOICE-KEY
           IF WS-CHOICE(2:1) = SPACE
              MOVE SPACE TO WS-CHOICE-KEY(1:1)
              MOVE WS-CHOICE(1:1) TO WS-CHOICE-KEY(2:1)
           END-IF
           MOVE 0 TO WS-MENU-HIT
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
                   UNTIL WS-MENU-IDX > 43 OR WS-MENU-HIT > 0
              IF WS-MENU-TEXT(WS-MENU-IDX)(1:2) = WS-CHOICE-KEY
                 MOVE WS-MENU-IDX TO WS-MENU-HIT
              END-IF
           END-PERFORM
           IF WS-MENU-HIT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MENU-FUNCTION(WS-MENU-HIT) TO WS-AUTH-FUNCTION
           MOVE "C" TO WS-AUTH-MODE
           CALL "LOGAUTH" USING WS-AUTH-FUNCTION WS-AUTH-MODE
                   WS-AUTH-RESULT WS-AUTH-ROLE
           END-CALL
           MOVE 0 TO RETURN-CODE.

      * Ein CALL je Funktion, mit LOGDRIVERs RETURN-CODE-Idiom und
      * CANCEL danach, damit der naechste Aufruf mit frischem
      * WORKING-STORAGE beginnt.
           CANCEL "LOGVIEW"
           PERFORM SHOW-OUTCOME.

       CALL-LOGCORR.
           CALL "LOGCORR"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGCORR"
           PERFORM SHOW-OUTCOME.

       CALL-LOGFEED.
           CALL "LOGFEED"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGFEED"
           PERFORM SHOW-OUTCOME.

       CALL-LOGSCORE.
           CALL "LOGSCORE"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGSCORE"
           PERFORM SHOW-OUTCOME.

       CALL-LOGTICKET.
           CALL "LOGTICKET"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGTICKET"
           PERFORM SHOW-OUTCOME.

       CALL-LOGCTLED.
           CALL "LOGCTLED"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGCTLED"
           PERFORM SHOW-OUTCOME.

       CALL-LOGWHATIF.
           CALL "LOGWHATIF"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGWHATIF"
           PERFORM SHOW-OUTCOME.

       CALL-LOGRERUN.
           CALL "LOGRERUN"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGRERUN"
           PERFORM SHOW-OUTCOME.

       CALL-LOGMRPT.
           CALL "LOGMRPT"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGMRPT"
           PERFORM SHOW-OUTCOME.

       CALL-LOGVERIFY.
           CALL "LOGVERIFY"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGVERIFY"
           PERFORM SHOW-OUTCOME.

       CALL-LOGDORM.
           CALL "LOGDORM"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGDORM"
           PERFORM SHOW-OUTCOME.

       CALL-LOGMAINT.
           CALL "LOGMAINT"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGMAINT"
           PERFORM SHOW-OUTCOME.

       CALL-LOGSECEVT.
           CALL "LOGSECEVT"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGSECEVT"
           PERFORM SHOW-OUTCOME.

       CALL-LOGLINRPT.
           CALL "LOGLINRPT"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGLINRPT"
           PERFORM SHOW-OUTCOME.

       CALL-LOGQUAR.
           CALL "LOGQUAR"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGQUAR"
           PERFORM SHOW-OUTCOME.

       CALL-LOGPRUN.
           CALL "LOGPRUN"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGPRUN"
           PERFORM SHOW-OUTCOME.

       CALL-LOGDIST.
           CALL "LOGDIST"
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL "LOGDIST"
           PERFORM SHOW-OUTCOME.

      * Zeigt den juengsten Auswertungs-Report (Name abfragbar, bis
      * zu 50 Zeilen) direkt an, ohne ein Programm zu starten.
       SHOW-LATEST-REPORT.
