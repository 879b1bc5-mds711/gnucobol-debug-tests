                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECUR-FILE ASSIGN TO DYNAMIC WS-RECUR-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Ticket-Anforderungen an den Service-Desk: je NEW-Alarm ein
      * Satz mit Team, Runbook und Bekannter-Fehler-Kennzeichen aus
      * dem Meldungskatalog, Kopf- und Schluss-Satz wie LOGXTRACT;
      * die Meldung geht wie in jeder Ausgabedatei maskiert hinaus.
      * Die Antworten (Ticketnummer und -status) spielt LOGTICKET
      * nach ALERTSTATE.DAT zurueck.
           SELECT TKTREQ-FILE ASSIGN TO DYNAMIC WS-TKTREQ-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TKTREQ-STATUS.

      * Persistent alert state carried across runs, keyed on the
      * alerted LOG-MESSAGE text: status NEW / RECURRING /
      * ACKNOWLEDGED plus last count and last-seen date. LOGACK is
      * the operator side that flips entries to ACKNOWLEDGED.
      * Service-desk ticket number and ticket status (REQ while the
      * request is outstanding, then OPEN / CLOSED as returned by
      * the service desk) ride along at the end of the line.
      * A historical re-run (LOGRRDT.cpy) reads it to tell NEW from
      * RECURRING but never writes it back, and raises no tickets.
           SELECT STATE-FILE ASSIGN TO "ALERTSTATE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATE-STATUS.
      * damit ist "CRITICA ab 5, ERROR ab 50, INFO nie" endlich
      * ausdrueckbar. Eine fehlende Datei bedeutet "nur der
      * globale Schwellwert", das bisherige Verhalten.
      * "NEW|<level>" (etwa NEW|ERROR, NEW|CRITICA) schickt
      * Meldungen dieses Levels, die laut MSGSEEN.DAT zum ersten Mal
      * auftreten, unabhaengig von der Anzahl in den Alarm-Feed.
           SELECT POLICY-FILE ASSIGN TO "LOGALERTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-POLICY-STATUS.
      * Register aller je gesehenen Meldungen, mit demselben
      * Schluessel wie ADD-OR-COUNT nach NORMALIZE-MESSAGE: erstes
      * Auftreten (Datum, Level, Quelle) und zuletzt gesehen. Der
      * Katalog kennt nur, was jemand eingetragen hat - das Register
      * kennt alles, was je im Strom war. Eine fehlende Datei
      * bedeutet "noch nichts gesehen"; der erste Lauf meldet also
      * jede Meldung als neu. LOGDORM listet daraus die ruhenden
      * Meldungen. Ein Wiederholungslauf liest es, schreibt es aber
      * nicht zurueck (wie ALERTSTATE.DAT).
           SELECT SEEN-FILE ASSIGN TO "MSGSEEN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SEEN-STATUS.
      * Neu-heute-Liste: je Meldung, deren erstes Auftreten in den
      * Zeitraum dieses Laufs faellt, eine Zeile mit Level, Quelle,
      * Datum und Anzahl - auch wenn sie unter jedem Schwellwert
      * bleibt.
           SELECT NEWMSG-FILE ASSIGN TO DYNAMIC WS-NEWMSG-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Angekuendigte Wartungsfenster (MAINTWIN.DAT, gepflegt ueber
      * LOGMAINT): je Zeile Quelle, Beginn und Ende. Saetze einer
      * Quelle innerhalb ihres Fensters zaehlen im Report normal mit,
      * treiben aber keinen Alarm - ein Alarm oder Burst, der nur mit
      * ihnen zustande kommt, geht nach SUPPRESSED.DAT statt in den
      * Bereitschafts-Feed und schreibt ALERTSTATE.DAT nicht fort.
      * Eine fehlende Datei bedeutet "keine Wartung".
           SELECT MAINT-FILE ASSIGN TO "MAINTWIN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MAINT-STATUS.
           SELECT SUPPR-FILE ASSIGN TO DYNAMIC WS-SUPPR-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Je im Lauf aktivem Fenster eine Zeile mit den unterdrueckten
      * Saetzen und Alarmen - LOGDRIVER uebernimmt sie ins
      * Uebergabeblatt.
           SELECT MWACT-FILE ASSIGN TO DYNAMIC WS-MWACT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MWACT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKP-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CKP-STATUS.
      * scheitern.
           SELECT SORT-FILE ASSIGN TO "LOGSORT-SORTWK".

      * Teillaeufe (LOGSPLIT/LOGPRUN): die Stromposition jedes
      * Satzes des Ausschnitts, die Teiltabellen, die ein Teillauf
      * statt der Reports abgibt, und das Teillauf-Register des
      * Laufs. MERGE-SORT-FILE bringt die Zeilen aller Teiltabellen
      * in die Reihenfolge, in der ein Lauf ueber den ganzen Strom
      * sie gesehen haette.
           SELECT PORD-FILE ASSIGN TO DYNAMIC WS-PORD-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PORD-STATUS.
           SELECT PARTIAL-FILE ASSIGN TO DYNAMIC WS-PARTIAL-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARTIAL-STATUS.
           SELECT PREG-FILE ASSIGN TO DYNAMIC WS-PREG-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PREG-STATUS.
           SELECT MERGE-SORT-FILE ASSIGN TO "LOGSORT-MERGEWK".

       DATA DIVISION.
       FILE SECTION.
       FD  LOGFILE.
       FD  RECUR-FILE.
       01  RECUR-REC      PIC X(100).

      * Satzarten: "H" Kopf (Datum 2:8, Uhrzeit 10:6, Quellsystem
      * 17:10), "R" Anforderung (Meldung 2:30, Level 32:7, Anzahl
      * 39:6, Team 45:12, Runbook 57:12, bekannt 69:1, Art 70:1
      * A=Schwellwert/B=Burst, Datum 71:8), "T" Schluss-Satz
      * (Anzahl R-Saetze 2:6, Hash-Summe der Anzahlen 8:10).
       FD  TKTREQ-FILE.
       01  TKTREQ-REC     PIC X(80).

      * One line per known alert: message (30), status (12), last
      * count (5), last-seen date (10), ticket number (62:12) and
      * ticket status (75:6) at fixed offsets.
       FD  STATE-FILE.
       01  STATE-REC      PIC X(80).

       FD  POLICY-FILE.
       01  POLICY-REC         PIC X(80).

      * Registerzeile: Meldung (1:30), Level beim ersten Auftreten
      * (32:7), erste Quelle (40:8), zuerst gesehen (49:10), zuletzt
      * gesehen (60:10), je durch "|" getrennt, nach Meldung
      * aufsteigend geschrieben.
       FD  SEEN-FILE.
       01  SEEN-REC           PIC X(80).

      * "zuerst gesehen,level,quelle,anzahl,meldung" - Kopfzeile wie
      * die CSV, die Meldung maskiert wie in ALERTS.DAT.
       FD  NEWMSG-FILE.
       01  NEWMSG-REC         PIC X(100).

      * Fensterzeile wie LOGMAINT sie schreibt: Quelle (1:8), Beginn
      * Datum (10:10) und Uhrzeit HH:MM (21:5), Ende Datum (27:10)
      * und Uhrzeit (38:5), Change-Referenz (44:12), erfasst von
      * (57:8), erfasst am (66:10).
       FD  MAINT-FILE.
       01  MAINT-REC          PIC X(80).

      * Aufbau wie ALERTS.DAT, statt "NEW" steht "MAINT" und die
      * Change-Referenz des Fensters dahinter.
       FD  SUPPR-FILE.
       01  SUPPR-REC          PIC X(100).

      * Change-Referenz (1:12), Quelle (14:8), Beginn (23:16), Ende
      * (42:16), unterdrueckte Saetze (59:7) und Alarme (67:5),
      * erfasst von (73:8).
       FD  MWACT-FILE.
       01  MWACT-REC          PIC X(80).

      * Checkpoint/restart: periodically saves how many LOGFILE
      * records have been processed plus the in-progress
      * ENTRY-TABLE, so an abend partway through doesn't force a full
      * re-scan of logs.dat. First byte is a record-type marker:
      * "H" = header (records processed / distinct entries so far),
      * "E" = one ENTRY-TABLE row, "R" = one raw-variant row.
      * In a partition run the "E" row also carries the entry's
      * first stream position at 96:10.
       FD  CHECKPOINT-FILE.
       01  CKP-REC            PIC X(105).

      * Wide enough to also carry the top-N cutoff, alert threshold,
      * an explicit comma-separated file list and the burst
           05  SRT-TIME       PIC X(8).
           05  SRT-TEXT       PIC X(80).

      * Stromposition (1:9) je Satz des Ausschnitts, in derselben
      * Reihenfolge wie PART-<id>-<nn>.DAT.
       FD  PORD-FILE.
       01  PORD-REC           PIC X(9).

      * Teiltabellen eines Teillaufs, Satzart in Stelle 1:
      * "H" Kopf: Saetze 2:8, Volumen 10:7, ohne Zeit 17:8,
      *     Datumsbereich 25:10 bis 35:10, Kennzeichen "Tabelle
      *     voll" fuer Eintraege 45:1, Rohvarianten 46:1 und
      *     Register 47:1
      * "T" Stunde 2:2, Anzahl 4:6
      * "W" Wartungsfenster-Nr. 2:3, Saetze 5:7
      * "E" Eintrag: erste Stromposition 2:9, Anzahl 11:5, davon
      *     im Wartungsfenster 16:5, Text 21:80
      * "R" Rohvariante 2:30, Meldung ihres Eintrags 32:30
      * "S" Sichtung: Meldung 2:30, Level 32:7, Quelle 39:8, zuerst
      *     47:10, zuletzt 57:10, Stromposition des ersten 67:9
      * "B" Satz fuer die Burst-Erkennung: Stromposition 2:9,
      *     Meldung 11:30, Satz 41:80
      * "Z" Schluss-Satz - fehlt er, ist der Teillauf unvollstaendig.
       FD  PARTIAL-FILE.
       01  PARTIAL-REC        PIC X(120).

      * Teillauf-Register aus LOGSPLIT: "H|eingabe|saetze|teile",
      * dann je Teillauf "P|nn|gruppe|saetze".
       FD  PREG-FILE.
       01  PREG-REC           PIC X(100).

      * Sortiersatz der Zusammenfuehrung: Art, Schluessel, Datum und
      * Stromposition, dahinter die Zeile der Teiltabelle. Eintraege
      * (Art 1) kommen nach erster Stromposition, Rohvarianten (2)
      * nach Rohtext, Sichtungen (3) nach Meldung, erstem Datum und
      * Stromposition, Burst-Saetze (4) nach Stromposition.
       SD  MERGE-SORT-FILE.
       01  MERGE-SORT-REC.
           05  MSR-KIND       PIC X.
           05  MSR-KEY        PIC X(30).
           05  MSR-DATE       PIC X(10).
           05  MSR-ORD        PIC 9(9).
           05  MSR-DATA       PIC X(120).

       WORKING-STORAGE SECTION.
       77  EOF-FLAG         PIC 9 VALUE 0.
       77  ZEILEN           PIC 9(4) VALUE 0.
               10  WS-POL-PATTERN PIC X(30).
               10  WS-POL-PATLEN  PIC 9(2).
               10  WS-POL-THRESH  PIC 9(5).
      * "NEW|<level>"-Regeln (Typ N) stehen in derselben Tabelle,
      * nehmen aber nicht an der Schwellwert-Auswahl teil: neue
      * Meldungen dieses Levels alarmieren unabhaengig von der
      * Anzahl.
       77  WS-POL-NEW-RULES   PIC 9(2) VALUE 0.
       77  WS-NEW-ALERT       PIC X VALUE "N".
       77  WS-ALERT-TAG       PIC X(11) VALUE SPACES.
       77  WS-PICK-LEVEL      PIC X(7) VALUE SPACES.
       77  WS-PICK-MESSAGE    PIC X(30) VALUE SPACES.
       77  WS-EFF-THRESHOLD   PIC 9(5) VALUE 0.
               10  WS-CT-REF     PIC X(12).
               10  WS-CT-KNOWN   PIC X.

      * Register der je gesehenen Meldungen (MSGSEEN.DAT), nach
      * Meldung sortiert gehalten und binaer durchsucht wie
      * ENTRY-TABLE. WS-SN-NEW markiert Meldungen, deren erstes
      * Auftreten in einen Tag dieses Laufs faellt. Die IN-Felder
      * beschreiben die Sichtung, die NOTE-MESSAGE-SEEN einarbeitet.
       77  WS-SEEN-STATUS     PIC XX VALUE "00".
       77  WS-SEEN-ROWS       PIC 9(5) VALUE 0.
       77  WS-SEEN-MAX        PIC 9(5) VALUE 20000.
       77  WS-SEEN-IDX        PIC 9(5) VALUE 0.
       77  WS-SEEN-LO         PIC 9(5) VALUE 0.
       77  WS-SEEN-HI         PIC 9(5) VALUE 0.
       77  WS-SEEN-MID        PIC 9(5) VALUE 0.
       77  WS-SEEN-FOUND      PIC 9(5) VALUE 0.
       77  WS-SEEN-INSERT     PIC 9(5) VALUE 0.
       77  WS-SEEN-WARNED     PIC X VALUE "N".
       77  WS-SEEN-NEW-COUNT  PIC 9(5) VALUE 0.
       77  WS-SEEN-KEY        PIC X(30) VALUE SPACES.
       77  WS-SEEN-LEVEL-IN   PIC X(7) VALUE SPACES.
       77  WS-SEEN-SOURCE-IN  PIC X(8) VALUE SPACES.
       77  WS-SEEN-FIRST-IN   PIC X(10) VALUE SPACES.
       77  WS-SEEN-LAST-IN    PIC X(10) VALUE SPACES.
       77  WS-NEWMSG-COUNT    PIC 9(5) VALUE 0.
       77  WS-NEWMSG-DISP     PIC Z(6)9.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ROW OCCURS 20000 TIMES.
               10  WS-SN-MESSAGE PIC X(30).
               10  WS-SN-LEVEL   PIC X(7).
               10  WS-SN-SOURCE  PIC X(8).
               10  WS-SN-FIRST   PIC X(10).
               10  WS-SN-LAST    PIC X(10).
               10  WS-SN-NEW     PIC X.
               10  WS-SN-ORD     PIC 9(9).

      * Wartungsfenster aus MAINTWIN.DAT. Beginn und Ende stehen als
      * vergleichbarer Schluessel "JJJJ-MM-TTHH:MM"; je Fenster
      * werden die Saetze darin und die unterdrueckten Alarme
      * gezaehlt. Die IN-Felder beschreiben den zu pruefenden Satz,
      * das Ergebnis steht in WS-MW-HIT (0 = in keinem Fenster).
       77  WS-MAINT-STATUS    PIC XX VALUE "00".
       77  WS-MWACT-STATUS    PIC XX VALUE "00".
       77  WS-MW-ROWS         PIC 9(3) VALUE 0.
       77  WS-MW-IDX          PIC 9(3) VALUE 0.
       77  WS-MW-HIT          PIC 9(3) VALUE 0.
       77  WS-MW-HIT-END      PIC 9(3) VALUE 0.
       77  WS-MW-SOURCE-IN    PIC X(8) VALUE SPACES.
       77  WS-MW-DATE-IN      PIC X(10) VALUE SPACES.
       77  WS-MW-TIME-IN      PIC X(8) VALUE SPACES.
       77  WS-MW-KEY-LO       PIC X(15) VALUE SPACES.
       77  WS-MW-KEY-HI       PIC X(15) VALUE SPACES.
       77  WS-MW-RUN-FROM     PIC X(10) VALUE SPACES.
       77  WS-MW-RUN-TO       PIC X(10) VALUE SPACES.
       77  WS-MW-LIVE         PIC 9(7) VALUE 0.
       77  WS-MW-LISTED       PIC 9(3) VALUE 0.
       77  WS-SUPPR-COUNT     PIC 9(5) VALUE 0.
       77  WS-SUPPR-DISP      PIC Z(6)9.
       77  WS-SUPPR-REF       PIC X(12) VALUE SPACES.
       77  WS-MW-ACTIVE       PIC X VALUE "N".
       01  WS-MW-TABLE.
           05  WS-MW-ROW OCCURS 200 TIMES.
               10  WS-MW-SOURCE  PIC X(8).
               10  WS-MW-FROM    PIC X(15).
               10  WS-MW-TO      PIC X(15).
               10  WS-MW-REF     PIC X(12).
               10  WS-MW-BY      PIC X(8).
               10  WS-MW-RECS    PIC 9(7).
               10  WS-MW-ALERTS  PIC 9(5).

      * Hochvolumen-Modus: statt der speicherbegrenzten Tabellen
      * (ENTRY-TABLE/WS-RAW-TABLE enden bei 5000 Zeilen, SORTUTILs
      * Puffer bei 600000 Bytes) laeuft der Lauf ueber eine externe
       77  WS-HV-WIN-START    PIC X(8) VALUE SPACES.
       77  WS-HV-WIN-COUNT    PIC 9(7) VALUE 0.
       77  WS-HV-WIN-BURST    PIC 9(3) VALUE 0.
      * Juengstes Datum der Gruppe (die Saetze kommen nach Datum
      * sortiert) fuer "zuletzt gesehen" im Register.
       77  WS-HV-LAST-DATE    PIC X(10) VALUE SPACES.
      * Saetze der Gruppe in einem Wartungsfenster (Pendant zu
      * ENTRY-MAINT).
       77  WS-HV-MAINT        PIC 9(7) VALUE 0.

      * Erster Originalsatz der Gruppe, mit der normalisierten
      * Meldung an der Meldungsposition - dasselbe Textbild, das der

      * Erkannte Bursts: Meldung, Tag, Fensteranfang/-ende und
      * Anzahl, gemeldet am Lauf-Ende und in den Alarm-Lebenszyklus
      * (ALERTSTATE.DAT) eingespeist. Die Quelle ist die des Satzes,
      * der den Burst ausgeloest hat - gegen sie werden die
      * Wartungsfenster geprueft.
       77  WS-BURST-ROWS      PIC 9(3) VALUE 0.
       77  WS-BURST-IDX       PIC 9(3) VALUE 0.
       77  WS-BURST-WARNED    PIC X VALUE "N".
               10  WS-BU-START   PIC X(8).
               10  WS-BU-END     PIC X(8).
               10  WS-BU-COUNT   PIC 9(5).
               10  WS-BU-LEVEL   PIC X(7).
               10  WS-BU-SOURCE  PIC X(8).
       77  WS-STATE-STATUS    PIC XX VALUE "00".
       77  WS-TODAY           PIC 9(8) VALUE 0.
       77  WS-TODAY-DATE      PIC X(10) VALUE SPACES.
       77  WS-CSV-NAME        PIC X(40) VALUE "LOGSORT-REPORT.CSV".
       77  WS-ALERT-NAME      PIC X(40) VALUE "ALERTS.DAT".
       77  WS-RECUR-NAME      PIC X(40) VALUE "RECURRING-ALERTS.DAT".
       77  WS-TKTREQ-NAME     PIC X(40) VALUE "TICKETREQ.DAT".
       77  WS-NEWMSG-NAME     PIC X(40) VALUE "NEWMSGS.DAT".
       77  WS-SUPPR-NAME      PIC X(40) VALUE "SUPPRESSED.DAT".
       77  WS-MWACT-NAME      PIC X(40) VALUE "MAINTACT.DAT".
       77  WS-CLEAN-NAME      PIC X(40) VALUE SPACES.
       77  WS-SAVED-INPUT     PIC X(40) VALUE SPACES.
           COPY LOGRUNID.
           COPY LOGRRDT.
           COPY LOGPARTN.

      * Teillauf-Betrieb aus CHECK-PART-MODE: "P" ein Teillauf
      * (LOG-PART-NO gesetzt) - Ausschnitt lesen, Teiltabellen
      * abgeben; "M" die Zusammenfuehrung (LOGSPLIT hat fuer diesen
      * Lauf ein Teillauf-Register geschrieben) - Teiltabellen statt
      * der Eingabe lesen, dann die Reports wie gewohnt; "N" der
      * gewohnte Lauf ueber den ganzen Strom.
       77  WS-PART-MODE       PIC X VALUE "N".
       77  WS-PORD-STATUS     PIC XX VALUE "00".
       77  WS-PARTIAL-STATUS  PIC XX VALUE "00".
       77  WS-PREG-STATUS     PIC XX VALUE "00".
       77  WS-PORD-NAME       PIC X(40) VALUE SPACES.
       77  WS-PARTIAL-NAME    PIC X(40) VALUE SPACES.
       77  WS-PREG-NAME       PIC X(40) VALUE SPACES.
      * Stromposition des laufenden Satzes im Teillauf; bei
      * Sichtungen steht sie in WS-SEEN-ORD-IN, damit auch die
      * Zusammenfuehrung sie setzen kann.
       77  WS-PART-ORD        PIC 9(9) VALUE 0.
       77  WS-SEEN-ORD-IN     PIC 9(9) VALUE 0.
       77  WS-PART-COUNT      PIC 9(2) VALUE 0.
       77  WS-PART-IDX        PIC 9(2) VALUE 0.
       77  WS-PART-BAD        PIC 9(2) VALUE 0.
       77  WS-PART-TRAILER    PIC X VALUE "N".
       77  WS-PART-EOF        PIC X VALUE "N".
       77  WS-PR-TYPE         PIC X(2) VALUE SPACES.
       77  WS-PR-NO           PIC X(2) VALUE SPACES.
       77  WS-PART-RECS       PIC 9(8) VALUE 0.
       77  WS-PART-VOLUME     PIC 9(7) VALUE 0.
       77  WS-PART-NOTIME     PIC 9(8) VALUE 0.
       77  WS-PART-HOUR-IN    PIC 9(6) VALUE 0.
       77  WS-PART-MWRECS-IN  PIC 9(7) VALUE 0.
       77  WS-PART-COUNT-IN   PIC 9(5) VALUE 0.
       77  WS-PART-MAINT-IN   PIC 9(5) VALUE 0.
       01  WS-PART-TABLE.
           05  WS-PART-NO     OCCURS 20 TIMES PIC X(2).

      * Ausgabebild eines Satzes fuer CSV- und Alarmdateien: diese
      * verlassen die Suite, also maskiert LOGMASK die Meldung in
      * dieser Kopie - ENTRY-TABLE und ALERTSTATE.DAT behalten das
      * Original (LOGACK/LOGTICKET finden Alarme ueber den Text).
       77  WS-MASK-OUTPUT     PIC X(40) VALUE SPACES.
       77  WS-MASK-ACTION     PIC X VALUE "M".
       77  WS-MASK-HIT        PIC X VALUE "N".
       77  WS-MASK-RC         PIC S9(4) VALUE 0.
       01  WS-OUT-TEXT        PIC X(80) VALUE SPACES.
       01  WS-OUT-FIELDS REDEFINES WS-OUT-TEXT.
           COPY LOGENTRY.

      * Multiple rotated log files read as one logical stream - same
      * list-or-rotation-range idiom as LOGREADER. A single entry,
           05  WS-FILE-NAME    OCCURS 40 TIMES PIC X(40).

      * Arguments for the shared SORTUTIL routine. Each
      * ENTRY-ROW is 120 bytes (80-byte text + 5-digit count +
      * 4-digit variant tally + 26 bytes burst-window state +
      * 5-digit maintenance-window tally) - 5000 rows fill
      * SORTUTIL's 600000-byte buffer exactly, so the row cannot
      * grow any further; the count sits at offset 81 and sorts
      * correctly as plain bytes since it is a zero-padded DISPLAY
      * numeric field.
       77  WS-SORT-ROWS      PIC 9(8) VALUE 0.
       77  WS-SORT-ROW-LEN   PIC 9(5) VALUE 120.
       77  WS-SORT-KEY-OFF   PIC 9(5) VALUE 81.
       77  WS-SORT-KEY-LEN   PIC 9(5) VALUE 5.
       77  WS-SORT-ORDER     PIC X VALUE "D".

      * Sortierargumente fuer das Nachsortieren nach einem
      * Checkpoint-Restore: ENTRY-TABLE nach der Meldung (Offset 20
      * im 120-Byte-Satz), Rohvarianten nach dem Text (Offset 1 im
      * 34-Byte-Satz). Ein Checkpoint aus der Zeit der linearen
      * Suche ist nicht nach Meldung geordnet; das Nachsortieren
      * macht ihn fuer die binaere Suche brauchbar.
       77  WS-MSORT-ROWS      PIC 9(8) VALUE 0.
       77  WS-MSORT-ROW-LEN   PIC 9(5) VALUE 120.
       77  WS-MSORT-KEY-OFF   PIC 9(5) VALUE 20.
       77  WS-MSORT-KEY-LEN   PIC 9(5) VALUE 30.
       77  WS-MSORT-ORDER     PIC X VALUE "A".
               10  WS-ST-STATUS  PIC X(12).
               10  WS-ST-COUNT   PIC 9(5).
               10  WS-ST-DATE    PIC X(10).
               10  WS-ST-TICKET  PIC X(12).
               10  WS-ST-TKT-STAT PIC X(6).

      * Ticket-Anforderungen: WS-TKT-ROW zeigt auf die Statuszeile
      * des Alarms (0 = nicht vorgemerkt), die uebrigen Felder
      * beschreiben den Alarm fuer den R-Satz. Eine Anforderung
      * unterbleibt, solange die Statuszeile ein Ticket als REQ
      * oder OPEN fuehrt (gezaehlt in WS-TKT-SKIPPED); nach CLOSED
      * loest ein erneut feuernder, nicht bestaetigter Alarm ein
      * neues Ticket aus.
       77  WS-TKTREQ-STATUS   PIC XX VALUE "00".
       77  WS-TKT-ROW         PIC 9(4) VALUE 0.
       77  WS-TKT-MESSAGE     PIC X(30) VALUE SPACES.
       77  WS-TKT-SOURCE      PIC X(8) VALUE SPACES.
       77  WS-TKT-LEVEL       PIC X(7) VALUE SPACES.
       77  WS-TKT-COUNT       PIC 9(6) VALUE 0.
       77  WS-TKT-KIND        PIC X VALUE SPACE.
       77  WS-TKT-WRITTEN     PIC 9(6) VALUE 0.
       77  WS-TKT-SKIPPED     PIC 9(6) VALUE 0.
       77  WS-TKT-HASH        PIC 9(10) VALUE 0.
       77  WS-TKT-NOW         PIC 9(8) VALUE 0.

      * Die WIN-Felder am Satzende tragen das laufende Burst-Fenster
      * je Eintrag: Tag und Anfangszeit des offenen Fensters, die
      * Vorkommen darin und (ab Schwellwert-Ueberschreitung) der
      * Verweis auf die Burst-Tabellenzeile. Sie werden bewusst
      * nicht im Checkpoint gesichert - nach einem Wiederanlauf
      * beginnt die Fensterzaehlung schlicht neu. ENTRY-MAINT zaehlt
      * die Saetze des Eintrags, die in ein Wartungsfenster ihrer
      * Quelle fielen; er reist im Checkpoint mit. Im Teillauf
      * laeuft keine Burst-Erkennung (das erledigt die
      * Zusammenfuehrung); dort traegt ENTRY-WIN-DATE stattdessen
      * die erste Stromposition des Eintrags (ENTRY-FIRST-ORD).
       01  ENTRY-TABLE.
           05  ENTRY-ROW OCCURS 5000 TIMES INDEXED BY IDX-ENTRY.
               10  ENTRY-TEXT  PIC X(80).
               10  ENTRY-COUNT PIC 9(5) VALUE 0.
               10  ENTRY-VARIANTS PIC 9(4) VALUE 0.
               10  ENTRY-WIN-DATE  PIC X(10) VALUE SPACES.
               10  ENTRY-FIRST-ORD REDEFINES ENTRY-WIN-DATE
                                   PIC 9(10).
               10  ENTRY-WIN-START PIC X(8) VALUE SPACES.
               10  ENTRY-WIN-COUNT PIC 9(5) VALUE 0.
               10  ENTRY-WIN-BURST PIC 9(3) VALUE 0.
               10  ENTRY-MAINT     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           PERFORM SET-RUN-FILE-NAMES
           PERFORM CHECK-PART-MODE
           PERFORM GET-INPUT-FILE
           IF WS-TOP-N-FROM-PARMS NOT = "Y"
              PERFORM GET-TOP-N
           IF WS-HV-FROM-PARMS NOT = "Y"
              PERFORM GET-HV-MODE
           END-IF
           IF WS-HV-MODE = "Y" AND WS-PART-MODE NOT = "N"
              DISPLAY "Hinweis: Hochvolumen-Modus gilt nicht fuer "
                      "Teillaeufe - Speicherpfad wird verwendet"
              MOVE "N" TO WS-HV-MODE
           END-IF
           COMPUTE WS-BT-WIN-SECS = WS-BURST-WINDOW-MIN * 60
           PERFORM LOAD-ALERT-POLICY
           IF WS-ALERT-THRESHOLD > 0 OR WS-BURST-THRESHOLD > 0
           PERFORM GET-FILE-LIST
           PERFORM LOAD-NORM-RULES
           PERFORM LOAD-MSG-CATALOG
           PERFORM SET-TODAY-DATE
      * Ein Teillauf sammelt nur die Sichtungen seines Ausschnitts -
      * das Register arbeitet erst die Zusammenfuehrung ein.
           IF WS-PART-MODE NOT = "P"
              PERFORM LOAD-SEEN-REGISTER
           END-IF
           PERFORM LOAD-MAINT-WINDOWS
           IF WS-HV-MODE = "Y"
              PERFORM HIGH-VOLUME-RUN
              PERFORM FLUSH-MASK-COUNTS
              GOBACK
           END-IF
           IF WS-PART-MODE = "P"
              PERFORM PARTITION-RUN
              GOBACK
           END-IF
           IF WS-PART-MODE = "M"
              PERFORM MERGE-PARTIALS
              IF WS-PART-BAD > 0
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              PERFORM LOAD-CHECKPOINT
              PERFORM VARYING WS-FILE-IDX FROM WS-CKP-FILE-IDX BY 1
                      UNTIL WS-FILE-IDX > WS-FILE-COUNT
                 PERFORM PROCESS-ONE-SORT-FILE
              END-PERFORM
              PERFORM CLEAR-CHECKPOINT
           END-IF

           PERFORM SORT-TABLE

              PERFORM LOAD-ALERT-STATE
              PERFORM SET-TODAY-DATE
           END-IF
           PERFORM OPEN-TICKET-REQUESTS
           PERFORM OPEN-NEW-MESSAGES
           OPEN OUTPUT SUPPR-FILE

      * CSV export and the alert feed scan every ranked entry
      * regardless of the console Top-N cutoff below - an entry can be
              MOVE LOG-MESSAGE IN ENTRY-TEXT-FIELDS(I)
                 TO WS-CAT-KEY
              PERFORM LOOKUP-CATALOG
              MOVE ENTRY-TEXT(I) TO WS-OUT-TEXT
              MOVE WS-CSV-NAME TO WS-MASK-OUTPUT
              PERFORM MASK-OUT-TEXT
              MOVE SPACES TO CSV-REC
              STRING FUNCTION TRIM(WS-CSV-COUNT) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(WS-OUT-TEXT) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CSV-VARIANTS) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
              MOVE LOG-MESSAGE IN ENTRY-TEXT-FIELDS(I)
                 TO WS-PICK-MESSAGE
              PERFORM PICK-ALERT-THRESHOLD
              MOVE LOG-MESSAGE IN ENTRY-TEXT-FIELDS(I)
                 TO WS-SEEN-KEY
              MOVE ENTRY-TEXT(I) TO WS-OUT-TEXT
              MOVE ENTRY-COUNT(I) TO WS-NEWMSG-DISP
              PERFORM CHECK-NEW-MESSAGE
              IF (WS-EFF-THRESHOLD > 0
                  AND ENTRY-COUNT(I) >= WS-EFF-THRESHOLD)
                 OR WS-NEW-ALERT = "Y"
                 COMPUTE WS-MW-LIVE = ENTRY-COUNT(I) - ENTRY-MAINT(I)
                 IF (WS-EFF-THRESHOLD > 0
                     AND WS-MW-LIVE >= WS-EFF-THRESHOLD)
                    OR (WS-NEW-ALERT = "Y" AND WS-MW-LIVE > 0)
                    PERFORM PROCESS-ALERT
                 ELSE
                    MOVE ENTRY-TEXT(I) TO WS-OUT-TEXT
                    MOVE ENTRY-COUNT(I) TO WS-SUPPR-DISP
                    PERFORM SUPPRESS-ALERT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BURST-ROWS > 0
           CLOSE CSV-FILE
           CLOSE ALERT-FILE
           CLOSE RECUR-FILE
           PERFORM CLOSE-TICKET-REQUESTS
           CLOSE NEWMSG-FILE
           CLOSE SUPPR-FILE
           IF WS-ALERT-PASS = "Y"
              PERFORM SAVE-ALERT-STATE
           END-IF
           PERFORM SAVE-SEEN-REGISTER
           PERFORM WRITE-MAINT-ACTIVITY
           PERFORM FLUSH-MASK-COUNTS

           DISPLAY "Top Log-Einträge nach Haeufigkeit:"
           PERFORM VARYING I FROM 1 BY 1
                      " wiederkehrende/bestaetigte Alarme - siehe "
                      FUNCTION TRIM(WS-RECUR-NAME)
           END-IF
           PERFORM REPORT-TICKET-REQUESTS
           PERFORM REPORT-BURSTS
           PERFORM REPORT-NEW-MESSAGES
           PERFORM REPORT-MAINT-WINDOWS

           DISPLAY "Anzahl verschiedener Eintraege: " ZEILEN
           PERFORM REPORT-BUSY-HOURS
                   WS-AUDIT-FILTER WS-TOTAL-RECS-PROCESSED
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           IF WS-CEILING-WARNED = "Y" OR WS-SEEN-WARNED = "Y"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
              MOVE "LOGSORT-REPORT.CSV" TO WS-CSV-NAME
              MOVE "ALERTS.DAT" TO WS-ALERT-NAME
              MOVE "RECURRING-ALERTS.DAT" TO WS-RECUR-NAME
              MOVE "TICKETREQ.DAT" TO WS-TKTREQ-NAME
              MOVE "NEWMSGS.DAT" TO WS-NEWMSG-NAME
              MOVE "SUPPRESSED.DAT" TO WS-SUPPR-NAME
              MOVE "MAINTACT.DAT" TO WS-MWACT-NAME
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARM-NAME
           STRING "RECURRING-ALERTS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-RECUR-NAME
           MOVE SPACES TO WS-TKTREQ-NAME
           STRING "TICKETREQ-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-TKTREQ-NAME
           MOVE SPACES TO WS-NEWMSG-NAME
           STRING "NEWMSGS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-NEWMSG-NAME
           MOVE SPACES TO WS-SUPPR-NAME
           STRING "SUPPRESSED-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-SUPPR-NAME
           MOVE SPACES TO WS-MWACT-NAME
           STRING "MAINTACT-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-MWACT-NAME.

      * Stellt fest, ob dieser Aufruf ein Teillauf ist (LOGPRUN hat
      * LOG-PART-NO gesetzt) oder ob er die Teillaeufe der Kette
      * zusammenfuehrt (LOGSPLIT hat PARTS-<id>.DAT geschrieben),
      * und leitet im Teillauf die Namen seiner Dateien ab. Der
      * Checkpoint eines Teillaufs traegt die Teillauf-Nummer, damit
      * mehrere Teillaeufe gleichzeitig laufen koennen.
       CHECK-PART-MODE.
           MOVE "N" TO WS-PART-MODE
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           IF LOG-PART-NO NOT = SPACES
              AND LOG-PART-NO NOT = LOW-VALUES
              MOVE "P" TO WS-PART-MODE
              MOVE SPACES TO WS-PORD-NAME
              STRING "PARTORD-" DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     LOG-PART-NO DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-PORD-NAME
              MOVE SPACES TO WS-PARTIAL-NAME
              STRING "PARTIAL-" DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     LOG-PART-NO DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-PARTIAL-NAME
              MOVE SPACES TO WS-CKP-NAME
              STRING "LOGSORT-" DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     LOG-PART-NO DELIMITED BY SIZE
                     ".CKP" DELIMITED BY SIZE
                     INTO WS-CKP-NAME
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PREG-NAME
           STRING "PARTS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PREG-NAME
           OPEN INPUT PREG-FILE
           IF WS-PREG-STATUS = "00"
              CLOSE PREG-FILE
              MOVE "M" TO WS-PART-MODE
              DISPLAY "Teillaeufe laut " FUNCTION TRIM(WS-PREG-NAME)
                      " - Teiltabellen werden zusammengefuehrt"
           END-IF.

      * Records the top-N cutoff used for this run, for AUDITLOG.
       BUILD-AUDIT-FILTER.
           MOVE SPACES TO WS-AUDIT-FILTER
           STRING "TOP-N=" DELIMITED BY SIZE
                  WS-TOP-N DELIMITED BY SIZE
                  INTO WS-AUDIT-FILTER
           IF LOG-RERUN-DATE NOT = SPACES
              AND LOG-RERUN-DATE NOT = LOW-VALUES
              STRING "TOP-N=" DELIMITED BY SIZE
                     WS-TOP-N DELIMITED BY SIZE
                     " RERUN " DELIMITED BY SIZE
                     LOG-RERUN-DATE DELIMITED BY SIZE
                     INTO WS-AUDIT-FILTER
           END-IF.

      * Picks up the input file name from LOGFRONT's LOGPARMS.DAT
      * hand-off file when one is present; otherwise prompts the
           IF WS-FILE-COUNT NOT = 1
              EXIT PARAGRAPH
           END-IF
      * Ein Teillauf liest nur seinen Ausschnitt aus LOGSPLIT. Fehlt
      * er, scheitert das Oeffnen - still den ganzen Strom zu lesen
      * wuerde die Saetze der anderen Teillaeufe doppelt zaehlen.
           IF WS-PART-MODE = "P"
              MOVE SPACES TO WS-CLEAN-NAME
              STRING "PART-" DELIMITED BY SIZE
                     FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     LOG-PART-NO DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-CLEAN-NAME
              MOVE WS-CLEAN-NAME TO WS-FILE-NAME(1)
              DISPLAY "Teillauf " LOG-PART-NO ": "
                      FUNCTION TRIM(WS-CLEAN-NAME)
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CLEAN-NAME
           STRING "CLEANED-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE

      * Baut das heutige Datum als YYYY-MM-DD fuer die
      * Zuletzt-gesehen-Fortschreibung im Alarm-Status.
      * Im Wiederholungslauf gilt das Geschaeftsdatum des Laufs.
       SET-TODAY-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF LOG-RERUN-DATE NOT = SPACES
              AND LOG-RERUN-DATE NOT = LOW-VALUES
              MOVE LOG-RERUN-DATE TO WS-TODAY
           END-IF
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
              ELSE
                 MOVE 0 TO ENTRY-VARIANTS(I)
              END-IF
              IF CKP-REC(91:5) NUMERIC
                 MOVE CKP-REC(91:5) TO ENTRY-MAINT(I)
              ELSE
                 MOVE 0 TO ENTRY-MAINT(I)
              END-IF
      * Der Checkpoint traegt keinen Fensterzustand - die Burst-
      * Zaehlung beginnt nach einem Wiederanlauf neu.
              MOVE SPACES TO ENTRY-WIN-DATE(I)
              MOVE SPACES TO ENTRY-WIN-START(I)
              MOVE 0 TO ENTRY-WIN-COUNT(I)
              MOVE 0 TO ENTRY-WIN-BURST(I)
              IF WS-PART-MODE = "P" AND CKP-REC(96:10) NUMERIC
                 MOVE CKP-REC(96:10) TO ENTRY-FIRST-ORD(I)
              END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RAW-ROWS
              READ CHECKPOINT-FILE
              MOVE ENTRY-TEXT(I) TO CKP-REC(2:80)
              MOVE ENTRY-COUNT(I) TO CKP-REC(82:5)
              MOVE ENTRY-VARIANTS(I) TO CKP-REC(87:4)
              MOVE ENTRY-MAINT(I) TO CKP-REC(91:5)
              IF WS-PART-MODE = "P"
                 MOVE ENTRY-FIRST-ORD(I) TO CKP-REC(96:10)
              END-IF
              WRITE CKP-REC
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RAW-ROWS
              MOVE 0 TO WS-FILE-RECS-PROCESSED
           END-IF
           MOVE 0 TO EOF-FLAG
      * Die uebersprungenen Saetze stecken schon im Checkpoint, das
      * Register und die Fensterzaehler aber nicht (sie werden erst
      * am Laufende geschrieben) - sie werden dort nachgetragen.
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
              READ LOGFILE
                 AT END
                    MOVE 1 TO EOF-FLAG
                 NOT AT END
                    PERFORM READ-PART-ORDINAL
                    PERFORM NORMALIZE-MESSAGE
                    PERFORM NOTE-RECORD-SEEN
                    PERFORM NOTE-RECORD-MAINT
                    PERFORM WRITE-BURST-ROW
              END-READ
           END-PERFORM
           PERFORM UNTIL EOF-FLAG = 1
                 AT END
                    MOVE 1 TO EOF-FLAG
                 NOT AT END
                    PERFORM READ-PART-ORDINAL
                    PERFORM ADD-OR-COUNT
                    PERFORM WRITE-BURST-ROW
                    ADD 1 TO WS-FILE-RECS-PROCESSED
                    ADD 1 TO WS-TOTAL-RECS-PROCESSED
                    IF FUNCTION MOD(WS-FILE-RECS-PROCESSED
              END-IF
           END-PERFORM
           IF WS-STATE-FOUND = 0
              MOVE ENTRY-TEXT(I) TO WS-OUT-TEXT
              MOVE WS-ALERT-NAME TO WS-MASK-OUTPUT
              PERFORM MASK-OUT-TEXT
              MOVE SPACES TO ALERT-REC
              STRING FUNCTION TRIM(WS-OUT-TEXT)
                        DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CSV-COUNT)
                        DELIMITED BY SIZE
                     ",NEW" DELIMITED BY SIZE
                     WS-ALERT-TAG DELIMITED BY SPACE
                     INTO ALERT-REC
              WRITE ALERT-REC
              ADD 1 TO WS-ALERT-COUNT
                 MOVE "NEW" TO WS-ST-STATUS(WS-STATE-ROWS)
                 MOVE ENTRY-COUNT(I) TO WS-ST-COUNT(WS-STATE-ROWS)
                 MOVE WS-TODAY-DATE TO WS-ST-DATE(WS-STATE-ROWS)
                 MOVE SPACES TO WS-ST-TICKET(WS-STATE-ROWS)
                 MOVE SPACES TO WS-ST-TKT-STAT(WS-STATE-ROWS)
                 MOVE WS-STATE-ROWS TO WS-TKT-ROW
              ELSE
                 DISPLAY "** WARNUNG: ALERTSTATE.DAT voll (500 "
                         "Eintraege) - Alarm nicht vorgemerkt **"
                 MOVE 0 TO WS-TKT-ROW
              END-IF
              MOVE LOG-MESSAGE IN ENTRY-TEXT-FIELDS(I)
                 TO WS-TKT-MESSAGE
              MOVE LOG-SOURCE IN ENTRY-TEXT-FIELDS(I)
                 TO WS-TKT-SOURCE
              MOVE LOG-LEVEL IN ENTRY-TEXT-FIELDS(I) TO WS-TKT-LEVEL
              MOVE ENTRY-COUNT(I) TO WS-TKT-COUNT
              MOVE "A" TO WS-TKT-KIND
              PERFORM WRITE-TICKET-REQUEST
           ELSE
              IF WS-ST-STATUS(WS-STATE-FOUND) NOT = "ACKNOWLEDGED"
                 MOVE "RECURRING" TO WS-ST-STATUS(WS-STATE-FOUND)
              END-IF
              MOVE ENTRY-COUNT(I) TO WS-ST-COUNT(WS-STATE-FOUND)
              MOVE WS-TODAY-DATE TO WS-ST-DATE(WS-STATE-FOUND)
              IF WS-ST-STATUS(WS-STATE-FOUND) NOT = "ACKNOWLEDGED"
                 AND WS-ST-TKT-STAT(WS-STATE-FOUND) NOT = SPACES
                 MOVE WS-STATE-FOUND TO WS-TKT-ROW
                 MOVE LOG-MESSAGE IN ENTRY-TEXT-FIELDS(I)
                    TO WS-TKT-MESSAGE
                 MOVE LOG-SOURCE IN ENTRY-TEXT-FIELDS(I)
                    TO WS-TKT-SOURCE
                 MOVE LOG-LEVEL IN ENTRY-TEXT-FIELDS(I)
                    TO WS-TKT-LEVEL
                 MOVE ENTRY-COUNT(I) TO WS-TKT-COUNT
                 MOVE "A" TO WS-TKT-KIND
                 PERFORM WRITE-TICKET-REQUEST
              END-IF
              MOVE ENTRY-TEXT(I) TO WS-OUT-TEXT
              MOVE WS-RECUR-NAME TO WS-MASK-OUTPUT
              PERFORM MASK-OUT-TEXT
              MOVE SPACES TO RECUR-REC
              STRING FUNCTION TRIM(WS-OUT-TEXT)
                        DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CSV-COUNT)
              ADD 1 TO WS-RECUR-COUNT
           END-IF.

      * Oeffnet die Ticket-Anforderungsdatei und schreibt den
      * Kopfsatz - auch an Tagen ohne neuen Alarm, damit der
      * Service-Desk eine leere, aber vollstaendige Lieferung sieht.
       OPEN-TICKET-REQUESTS.
           MOVE 0 TO WS-TKT-WRITTEN
           MOVE 0 TO WS-TKT-SKIPPED
           MOVE 0 TO WS-TKT-HASH
      * Wiederholungslauf: keine Anforderungen fuer Vergangenes. Ein
      * Status ungleich 00 schaltet Schreiben und Schliessen ab wie
      * bei einer nicht schreibbaren Datei.
           IF LOG-RERUN-DATE NOT = SPACES
              AND LOG-RERUN-DATE NOT = LOW-VALUES
              MOVE "NO" TO WS-TKTREQ-STATUS
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TKTREQ-FILE
           IF WS-TKTREQ-STATUS NOT = "00"
              DISPLAY "** WARNUNG: " FUNCTION TRIM(WS-TKTREQ-NAME)
                      " nicht schreibbar (Status " WS-TKTREQ-STATUS
                      ") - keine Ticket-Anforderungen **"
              EXIT PARAGRAPH
           END-IF
           IF WS-TODAY = 0
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-TKT-NOW FROM TIME
           MOVE SPACES TO TKTREQ-REC
           MOVE "H" TO TKTREQ-REC(1:1)
           MOVE WS-TODAY TO TKTREQ-REC(2:8)
           MOVE WS-TKT-NOW(1:6) TO TKTREQ-REC(10:6)
           MOVE "LOGSUITE" TO TKTREQ-REC(17:10)
           WRITE TKTREQ-REC.

      * Schluss-Satz mit Anzahl und Hash-Summe der Anforderungen.
       CLOSE-TICKET-REQUESTS.
           IF WS-TKTREQ-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TKTREQ-REC
           MOVE "T" TO TKTREQ-REC(1:1)
           MOVE WS-TKT-WRITTEN TO TKTREQ-REC(2:6)
           MOVE WS-TKT-HASH TO TKTREQ-REC(8:10)
           WRITE TKTREQ-REC
           CLOSE TKTREQ-FILE.

      * Schreibt eine Ticket-Anforderung fuer WS-TKT-MESSAGE, sofern
      * die Statuszeile WS-TKT-ROW nicht schon ein angefordertes
      * oder offenes Ticket fuehrt, und merkt REQ in der Zeile vor.
       WRITE-TICKET-REQUEST.
           IF WS-TKTREQ-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           IF WS-TKT-ROW > 0
              IF WS-ST-TKT-STAT(WS-TKT-ROW) = "REQ"
                 OR WS-ST-TKT-STAT(WS-TKT-ROW) = "OPEN"
                 ADD 1 TO WS-TKT-SKIPPED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-TKT-MESSAGE TO WS-CAT-KEY
           PERFORM LOOKUP-CATALOG
      * Die Anforderung geht an den externen Service-Desk - die
      * Meldung wird wie in jeder anderen Ausgabedatei maskiert;
      * LOGTICKET findet den Alarm ueber den maskierten Text.
           MOVE SPACES TO WS-OUT-TEXT
           MOVE WS-TKT-SOURCE TO LOG-SOURCE IN WS-OUT-FIELDS
           MOVE WS-TKT-MESSAGE TO LOG-MESSAGE IN WS-OUT-FIELDS
           MOVE WS-TKTREQ-NAME TO WS-MASK-OUTPUT
           PERFORM MASK-OUT-TEXT
           MOVE SPACES TO TKTREQ-REC
           MOVE "R" TO TKTREQ-REC(1:1)
           MOVE LOG-MESSAGE IN WS-OUT-FIELDS TO TKTREQ-REC(2:30)
           MOVE WS-TKT-LEVEL TO TKTREQ-REC(32:7)
           MOVE WS-TKT-COUNT TO TKTREQ-REC(39:6)
           MOVE WS-CAT-OWNER-OUT TO TKTREQ-REC(45:12)
           MOVE WS-CAT-REF-OUT TO TKTREQ-REC(57:12)
           IF WS-CAT-KNOWN-OUT = "Y"
              MOVE "Y" TO TKTREQ-REC(69:1)
           ELSE
              MOVE "N" TO TKTREQ-REC(69:1)
           END-IF
           MOVE WS-TKT-KIND TO TKTREQ-REC(70:1)
           MOVE WS-TODAY TO TKTREQ-REC(71:8)
           WRITE TKTREQ-REC
           ADD 1 TO WS-TKT-WRITTEN
           ADD WS-TKT-COUNT TO WS-TKT-HASH
           IF WS-TKT-ROW > 0
              MOVE SPACES TO WS-ST-TICKET(WS-TKT-ROW)
              MOVE "REQ" TO WS-ST-TKT-STAT(WS-TKT-ROW)
           END-IF.

       BURST-TICKET-REQUEST.
           MOVE WS-BU-MESSAGE(WS-BURST-IDX) TO WS-TKT-MESSAGE
           MOVE WS-BU-SOURCE(WS-BURST-IDX) TO WS-TKT-SOURCE
           MOVE WS-BU-LEVEL(WS-BURST-IDX) TO WS-TKT-LEVEL
           MOVE WS-BU-COUNT(WS-BURST-IDX) TO WS-TKT-COUNT
           MOVE "B" TO WS-TKT-KIND
           PERFORM WRITE-TICKET-REQUEST.

       HV-TICKET-REQUEST.
           MOVE WS-HV-CUR-MSG TO WS-TKT-MESSAGE
           MOVE LOG-SOURCE IN WS-HV-FIRST-FIELDS TO WS-TKT-SOURCE
           MOVE LOG-LEVEL IN WS-HV-FIRST-FIELDS TO WS-TKT-LEVEL
           MOVE WS-HV-ST-COUNT TO WS-TKT-COUNT
           MOVE "A" TO WS-TKT-KIND
           PERFORM WRITE-TICKET-REQUEST.

       REPORT-TICKET-REQUESTS.
           IF WS-TKT-WRITTEN > 0
              DISPLAY WS-TKT-WRITTEN
                      " Ticket-Anforderungen - siehe "
                      FUNCTION TRIM(WS-TKTREQ-NAME)
           END-IF
           IF WS-TKT-SKIPPED > 0
              DISPLAY WS-TKT-SKIPPED
                      " Alarme mit offenem Ticket - keine neue "
                      "Anforderung"
           END-IF.

      * Laedt ALERTSTATE.DAT in die Status-Tabelle; eine fehlende
      * Datei bedeutet "noch keine bekannten Alarme".
       LOAD-ALERT-STATE.
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
      * Schreibt die fortgeschriebene Status-Tabelle nach
      * ALERTSTATE.DAT zurueck.
       SAVE-ALERT-STATE.
           IF LOG-RERUN-DATE NOT = SPACES
              AND LOG-RERUN-DATE NOT = LOW-VALUES
              DISPLAY "Hinweis: Wiederholungslauf - ALERTSTATE.DAT "
                      "bleibt unveraendert"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STATE-FILE
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-ROWS
              MOVE WS-ST-STATUS(WS-STATE-IDX) TO STATE-REC(32:12)
              MOVE WS-ST-COUNT(WS-STATE-IDX) TO STATE-REC(45:5)
              MOVE WS-ST-DATE(WS-STATE-IDX) TO STATE-REC(51:10)
              MOVE WS-ST-TICKET(WS-STATE-IDX) TO STATE-REC(62:12)
              MOVE WS-ST-TKT-STAT(WS-STATE-IDX) TO STATE-REC(75:6)
              WRITE STATE-REC
           END-PERFORM
           CLOSE STATE-FILE.

      * -------- Register der gesehenen Meldungen --------
      * Laedt MSGSEEN.DAT. Jede Zeile laeuft ueber die binaere
      * Suche: eine sortiert geschriebene Datei haengt so nur hinten
      * an, eine von Hand bearbeitete wird trotzdem richtig
      * einsortiert und doppelte Zeilen werden zusammengefasst.
      * Fehlt die Datei, baut dieser Lauf das Register erst auf -
      * dann ist alles "neu", und NEW-Regeln alarmieren in diesem
      * Lauf nicht, sonst kaeme jede bekannte Meldung als Alarm.
       LOAD-SEEN-REGISTER.
           MOVE 0 TO WS-SEEN-ROWS
           OPEN INPUT SEEN-FILE
           IF WS-SEEN-STATUS NOT = "00"
              DISPLAY "Hinweis: MSGSEEN.DAT nicht vorhanden - das "
                      "Register wird mit diesem Lauf aufgebaut"
              MOVE 0 TO WS-POL-NEW-RULES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 1
              READ SEEN-FILE
                 AT END
                    MOVE 1 TO EOF-FLAG
                 NOT AT END
                    IF SEEN-REC NOT = SPACES
                       MOVE SEEN-REC(1:30) TO WS-SEEN-KEY
                       MOVE SEEN-REC(32:7) TO WS-SEEN-LEVEL-IN
                       MOVE SEEN-REC(40:8) TO WS-SEEN-SOURCE-IN
                       MOVE SEEN-REC(49:10) TO WS-SEEN-FIRST-IN
                       MOVE SEEN-REC(60:10) TO WS-SEEN-LAST-IN
                       PERFORM MERGE-SEEN-ROW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SEEN-FILE
           MOVE 0 TO EOF-FLAG
           DISPLAY WS-SEEN-ROWS " Meldungen aus MSGSEEN.DAT geladen".

      * Eine Registerzeile aus der Datei einarbeiten: neu anlegen
      * oder mit der vorhandenen Zeile zusammenfassen - ohne sie als
      * neu zu markieren.
       MERGE-SEEN-ROW.
           PERFORM SEARCH-SEEN-TABLE
           IF WS-SEEN-FOUND = 0
              PERFORM INSERT-SEEN-ROW
              EXIT PARAGRAPH
           END-IF
           PERFORM WIDEN-SEEN-ROW.

      * Eine Sichtung des Laufs (ein Satz, im Hochvolumen-Modus eine
      * ganze Gruppe) einarbeiten. Ohne Datum gilt der Lauftag. Neu
      * ist eine Meldung, die das Register nicht kennt oder deren
      * erstes Auftreten in die Tage der Sichtung faellt - so meldet
      * auch ein zweiter Lauf ueber denselben Tag sie noch als neu.
       NOTE-MESSAGE-SEEN.
           IF WS-SEEN-FIRST-IN = SPACES
              MOVE WS-TODAY-DATE TO WS-SEEN-FIRST-IN
           END-IF
           IF WS-SEEN-LAST-IN = SPACES
              MOVE WS-TODAY-DATE TO WS-SEEN-LAST-IN
           END-IF
           PERFORM SEARCH-SEEN-TABLE
           IF WS-SEEN-FOUND = 0
              IF WS-SEEN-ROWS >= WS-SEEN-MAX
                 IF WS-SEEN-WARNED = "N"
                    DISPLAY "** WARNUNG: MSGSEEN.DAT voll ("
                            WS-SEEN-MAX " Meldungen) - weitere "
                            "neue Meldungen werden nicht "
                            "registriert **"
                    MOVE "Y" TO WS-SEEN-WARNED
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              PERFORM INSERT-SEEN-ROW
              MOVE "Y" TO WS-SN-NEW(WS-SEEN-INSERT)
              EXIT PARAGRAPH
           END-IF
           PERFORM WIDEN-SEEN-ROW
           IF WS-SN-FIRST(WS-SEEN-FOUND) >= WS-SEEN-FIRST-IN
              AND WS-SN-FIRST(WS-SEEN-FOUND) <= WS-SEEN-LAST-IN
              MOVE "Y" TO WS-SN-NEW(WS-SEEN-FOUND)
           END-IF.

      * Ein Satz des Speicherpfads als Sichtung (nach
      * NORMALIZE-MESSAGE).
       NOTE-RECORD-SEEN.
           MOVE WS-NORM-MESSAGE TO WS-SEEN-KEY
           MOVE LOG-LEVEL IN LOG-REC-FIELDS TO WS-SEEN-LEVEL-IN
           MOVE LOG-SOURCE IN LOG-REC-FIELDS TO WS-SEEN-SOURCE-IN
           MOVE LOG-DATE IN LOG-REC-FIELDS TO WS-SEEN-FIRST-IN
           MOVE LOG-DATE IN LOG-REC-FIELDS TO WS-SEEN-LAST-IN
           PERFORM NOTE-MESSAGE-SEEN.

      * Frueheres erstes Auftreten uebernimmt Datum, Level und
      * Quelle; spaeteres letztes Auftreten schiebt "zuletzt
      * gesehen" vor.
       WIDEN-SEEN-ROW.
           IF WS-SEEN-FIRST-IN < WS-SN-FIRST(WS-SEEN-FOUND)
              MOVE WS-SEEN-FIRST-IN TO WS-SN-FIRST(WS-SEEN-FOUND)
              MOVE WS-SEEN-LEVEL-IN TO WS-SN-LEVEL(WS-SEEN-FOUND)
              MOVE WS-SEEN-SOURCE-IN TO WS-SN-SOURCE(WS-SEEN-FOUND)
              MOVE WS-SEEN-ORD-IN TO WS-SN-ORD(WS-SEEN-FOUND)
           END-IF
           IF WS-SEEN-LAST-IN > WS-SN-LAST(WS-SEEN-FOUND)
              MOVE WS-SEEN-LAST-IN TO WS-SN-LAST(WS-SEEN-FOUND)
           END-IF.

      * Binaere Suche nach WS-SEEN-KEY wie SEARCH-ENTRY-TABLE;
      * Ergebnis in WS-SEEN-FOUND bzw. WS-SEEN-INSERT.
       SEARCH-SEEN-TABLE.
           MOVE 1 TO WS-SEEN-LO
           MOVE WS-SEEN-ROWS TO WS-SEEN-HI
           MOVE 0 TO WS-SEEN-FOUND
           PERFORM UNTIL WS-SEEN-LO > WS-SEEN-HI OR WS-SEEN-FOUND > 0
              COMPUTE WS-SEEN-MID = (WS-SEEN-LO + WS-SEEN-HI) / 2
              IF WS-SN-MESSAGE(WS-SEEN-MID) = WS-SEEN-KEY
                 MOVE WS-SEEN-MID TO WS-SEEN-FOUND
              ELSE
                 IF WS-SN-MESSAGE(WS-SEEN-MID) < WS-SEEN-KEY
                    COMPUTE WS-SEEN-LO = WS-SEEN-MID + 1
                 ELSE
                    COMPUTE WS-SEEN-HI = WS-SEEN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-SEEN-LO TO WS-SEEN-INSERT.

       INSERT-SEEN-ROW.
           IF WS-SEEN-ROWS >= WS-SEEN-MAX
              IF WS-SEEN-WARNED = "N"
                 DISPLAY "** WARNUNG: MSGSEEN.DAT voll ("
                         WS-SEEN-MAX " Meldungen) - Rest wird "
                         "ignoriert **"
                 MOVE "Y" TO WS-SEEN-WARNED
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEEN-IDX FROM WS-SEEN-ROWS BY -1
                   UNTIL WS-SEEN-IDX < WS-SEEN-INSERT
              MOVE WS-SEEN-ROW(WS-SEEN-IDX)
                 TO WS-SEEN-ROW(WS-SEEN-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-SEEN-ROWS
           MOVE WS-SEEN-KEY TO WS-SN-MESSAGE(WS-SEEN-INSERT)
           MOVE WS-SEEN-LEVEL-IN TO WS-SN-LEVEL(WS-SEEN-INSERT)
           MOVE WS-SEEN-SOURCE-IN TO WS-SN-SOURCE(WS-SEEN-INSERT)
           MOVE WS-SEEN-FIRST-IN TO WS-SN-FIRST(WS-SEEN-INSERT)
           MOVE WS-SEEN-LAST-IN TO WS-SN-LAST(WS-SEEN-INSERT)
           MOVE "N" TO WS-SN-NEW(WS-SEEN-INSERT)
           MOVE WS-SEEN-ORD-IN TO WS-SN-ORD(WS-SEEN-INSERT).

      * Schreibt das Register nach Meldung sortiert zurueck. Der
      * Wiederholungslauf laesst es unveraendert, wie ALERTSTATE.
       SAVE-SEEN-REGISTER.
           IF LOG-RERUN-DATE NOT = SPACES
              AND LOG-RERUN-DATE NOT = LOW-VALUES
              DISPLAY "Hinweis: Wiederholungslauf - MSGSEEN.DAT "
                      "bleibt unveraendert"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SEEN-FILE
           IF WS-SEEN-STATUS NOT = "00"
              DISPLAY "** WARNUNG: MSGSEEN.DAT nicht schreibbar "
                      "(Status " WS-SEEN-STATUS ") - Register nicht "
                      "fortgeschrieben **"
              MOVE "Y" TO WS-SEEN-WARNED
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-ROWS
              MOVE SPACES TO SEEN-REC
              MOVE WS-SN-MESSAGE(WS-SEEN-IDX) TO SEEN-REC(1:30)
              MOVE "|" TO SEEN-REC(31:1)
              MOVE WS-SN-LEVEL(WS-SEEN-IDX) TO SEEN-REC(32:7)
              MOVE "|" TO SEEN-REC(39:1)
              MOVE WS-SN-SOURCE(WS-SEEN-IDX) TO SEEN-REC(40:8)
              MOVE "|" TO SEEN-REC(48:1)
              MOVE WS-SN-FIRST(WS-SEEN-IDX) TO SEEN-REC(49:10)
              MOVE "|" TO SEEN-REC(59:1)
              MOVE WS-SN-LAST(WS-SEEN-IDX) TO SEEN-REC(60:10)
              WRITE SEEN-REC
           END-PERFORM
           CLOSE SEEN-FILE.

      * Oeffnet die Neu-heute-Liste mit Kopfzeile.
       OPEN-NEW-MESSAGES.
           MOVE 0 TO WS-NEWMSG-COUNT
           OPEN OUTPUT NEWMSG-FILE
           MOVE "first-seen,level,source,count,message" TO NEWMSG-REC
           WRITE NEWMSG-REC.

      * Steht WS-SEEN-KEY im Register als neu, geht eine Zeile in
      * die Neu-heute-Liste; gibt es fuer sein Level (WS-PICK-LEVEL)
      * eine NEW-Regel, wird WS-NEW-ALERT gesetzt - der Aufrufer
      * alarmiert dann ohne Ruecksicht auf die Anzahl. WS-OUT-TEXT
      * traegt den Satz, WS-NEWMSG-DISP die Anzahl.
       CHECK-NEW-MESSAGE.
           MOVE "N" TO WS-NEW-ALERT
           MOVE SPACES TO WS-ALERT-TAG
           PERFORM SEARCH-SEEN-TABLE
           IF WS-SEEN-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-SN-NEW(WS-SEEN-FOUND) NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NEWMSG-NAME TO WS-MASK-OUTPUT
           PERFORM MASK-OUT-TEXT
           MOVE SPACES TO NEWMSG-REC
           STRING WS-SN-FIRST(WS-SEEN-FOUND) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SN-LEVEL(WS-SEEN-FOUND))
                     DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SN-SOURCE(WS-SEEN-FOUND))
                     DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEWMSG-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-MESSAGE IN WS-OUT-FIELDS)
                     DELIMITED BY SIZE
                  INTO NEWMSG-REC
           WRITE NEWMSG-REC
           ADD 1 TO WS-NEWMSG-COUNT
           PERFORM TEST-NEW-RULES
           IF WS-POL-HIT > 0
              MOVE "Y" TO WS-NEW-ALERT
              MOVE ",FIRST-SEEN" TO WS-ALERT-TAG
           END-IF.

       REPORT-NEW-MESSAGES.
           IF WS-NEWMSG-COUNT > 0
              DISPLAY WS-NEWMSG-COUNT
                      " erstmals gesehene Meldungen - siehe "
                      FUNCTION TRIM(WS-NEWMSG-NAME)
           END-IF.

      * -------- Wartungsfenster --------
      * Laedt MAINTWIN.DAT. Beginn ohne Uhrzeit gilt ab 00:00, Ende
      * ohne Uhrzeit bis 23:59; Zeilen ohne Quelle oder Datum und
      * Fenster, deren Ende vor dem Beginn liegt, werden mit
      * Warnung uebergangen.
       LOAD-MAINT-WINDOWS.
           MOVE 0 TO WS-MW-ROWS
           MOVE 0 TO WS-SUPPR-COUNT
           MOVE 0 TO WS-MW-LISTED
           MOVE SPACES TO WS-MW-RUN-FROM
           MOVE SPACES TO WS-MW-RUN-TO
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 1
              READ MAINT-FILE
                 AT END
                    MOVE 1 TO EOF-FLAG
                 NOT AT END
                    IF MAINT-REC NOT = SPACES
                       PERFORM PARSE-ONE-WINDOW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MAINT-FILE
           MOVE 0 TO EOF-FLAG
           IF WS-MW-ROWS > 0
              DISPLAY WS-MW-ROWS
                      " Wartungsfenster aus MAINTWIN.DAT geladen"
           END-IF.

       PARSE-ONE-WINDOW.
           IF MAINT-REC(1:8) = SPACES OR MAINT-REC(10:10) = SPACES
              OR MAINT-REC(27:10) = SPACES
              DISPLAY "** WARNUNG: unvollstaendiges Wartungsfenster "
                      "in MAINTWIN.DAT uebersprungen: "
                      FUNCTION TRIM(MAINT-REC) " **"
              EXIT PARAGRAPH
           END-IF
           IF WS-MW-ROWS >= 200
              DISPLAY "** WARNUNG: mehr als 200 Wartungsfenster in "
                      "MAINTWIN.DAT - Rest wird ignoriert **"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MW-ROWS
           MOVE MAINT-REC(1:8) TO WS-MW-SOURCE(WS-MW-ROWS)
           MOVE MAINT-REC(10:10) TO WS-MW-FROM(WS-MW-ROWS)(1:10)
           MOVE MAINT-REC(21:5) TO WS-MW-FROM(WS-MW-ROWS)(11:5)
           IF MAINT-REC(21:5) = SPACES
              MOVE "00:00" TO WS-MW-FROM(WS-MW-ROWS)(11:5)
           END-IF
           MOVE MAINT-REC(27:10) TO WS-MW-TO(WS-MW-ROWS)(1:10)
           MOVE MAINT-REC(38:5) TO WS-MW-TO(WS-MW-ROWS)(11:5)
           IF MAINT-REC(38:5) = SPACES
              MOVE "23:59" TO WS-MW-TO(WS-MW-ROWS)(11:5)
           END-IF
           MOVE MAINT-REC(44:12) TO WS-MW-REF(WS-MW-ROWS)
           MOVE MAINT-REC(57:8) TO WS-MW-BY(WS-MW-ROWS)
           MOVE 0 TO WS-MW-RECS(WS-MW-ROWS)
           MOVE 0 TO WS-MW-ALERTS(WS-MW-ROWS)
           IF WS-MW-TO(WS-MW-ROWS) < WS-MW-FROM(WS-MW-ROWS)
              DISPLAY "** WARNUNG: Wartungsfenster endet vor "
                      "seinem Beginn - uebersprungen: "
                      FUNCTION TRIM(MAINT-REC) " **"
              SUBTRACT 1 FROM WS-MW-ROWS
           END-IF.

      * Ein Satz des Speicherpfads gegen die Wartungsfenster.
       NOTE-RECORD-MAINT.
           MOVE LOG-SOURCE IN LOG-REC-FIELDS TO WS-MW-SOURCE-IN
           MOVE LOG-DATE IN LOG-REC-FIELDS TO WS-MW-DATE-IN
           MOVE LOG-TIME IN LOG-REC-FIELDS TO WS-MW-TIME-IN
           PERFORM NOTE-MAINT-SIGHTING.

      * Fuehrt den Datumsbereich des Laufs mit und zaehlt den Satz
      * in seinem Fenster; WS-MW-HIT bleibt fuer den Aufrufer stehen.
       NOTE-MAINT-SIGHTING.
           IF WS-MW-DATE-IN NOT = SPACES
              IF WS-MW-RUN-FROM = SPACES
                 OR WS-MW-DATE-IN < WS-MW-RUN-FROM
                 MOVE WS-MW-DATE-IN TO WS-MW-RUN-FROM
              END-IF
              IF WS-MW-DATE-IN > WS-MW-RUN-TO
                 MOVE WS-MW-DATE-IN TO WS-MW-RUN-TO
              END-IF
           END-IF
           PERFORM CHECK-MAINT-WINDOW
           IF WS-MW-HIT > 0
              ADD 1 TO WS-MW-RECS(WS-MW-HIT)
           END-IF.

      * Liegt Quelle/Datum/Uhrzeit der IN-Felder in einem Fenster?
      * Verglichen wird auf die Minute, das Ende einschliesslich.
      * Ein Satz ohne lesbare Uhrzeit liegt nur dann im Fenster,
      * wenn es seinen ganzen Tag abdeckt.
       CHECK-MAINT-WINDOW.
           MOVE 0 TO WS-MW-HIT
           IF WS-MW-ROWS = 0 OR WS-MW-DATE-IN = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MW-DATE-IN TO WS-MW-KEY-LO(1:10)
           MOVE WS-MW-DATE-IN TO WS-MW-KEY-HI(1:10)
           IF WS-MW-TIME-IN(1:2) NUMERIC
              AND WS-MW-TIME-IN(4:2) NUMERIC
              MOVE WS-MW-TIME-IN(1:5) TO WS-MW-KEY-LO(11:5)
              MOVE WS-MW-TIME-IN(1:5) TO WS-MW-KEY-HI(11:5)
           ELSE
              MOVE "00:00" TO WS-MW-KEY-LO(11:5)
              MOVE "23:59" TO WS-MW-KEY-HI(11:5)
           END-IF
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
                   UNTIL WS-MW-IDX > WS-MW-ROWS OR WS-MW-HIT > 0
              IF WS-MW-SOURCE(WS-MW-IDX) = WS-MW-SOURCE-IN
                 AND WS-MW-FROM(WS-MW-IDX) <= WS-MW-KEY-LO
                 AND WS-MW-TO(WS-MW-IDX) >= WS-MW-KEY-HI
                 MOVE WS-MW-IDX TO WS-MW-HIT
              END-IF
           END-PERFORM.

      * Fenster, unter dem ein unterdrueckter Alarm gefuehrt wird:
      * das des Satzes im Alarmtext, sonst ein Fenster seiner Quelle
      * im Datumsbereich des Laufs, sonst das erste Fenster mit
      * unterdrueckten Saetzen.
       FIND-ALERT-WINDOW.
           MOVE LOG-SOURCE IN WS-OUT-FIELDS TO WS-MW-SOURCE-IN
           MOVE LOG-DATE IN WS-OUT-FIELDS TO WS-MW-DATE-IN
           MOVE LOG-TIME IN WS-OUT-FIELDS TO WS-MW-TIME-IN
           PERFORM CHECK-MAINT-WINDOW
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
                   UNTIL WS-MW-IDX > WS-MW-ROWS OR WS-MW-HIT > 0
              IF WS-MW-SOURCE(WS-MW-IDX) = WS-MW-SOURCE-IN
                 AND WS-MW-FROM(WS-MW-IDX)(1:10) <= WS-MW-RUN-TO
                 AND WS-MW-TO(WS-MW-IDX)(1:10) >= WS-MW-RUN-FROM
                 MOVE WS-MW-IDX TO WS-MW-HIT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
                   UNTIL WS-MW-IDX > WS-MW-ROWS OR WS-MW-HIT > 0
              IF WS-MW-RECS(WS-MW-IDX) > 0
                 MOVE WS-MW-IDX TO WS-MW-HIT
              END-IF
           END-PERFORM.

      * Ein Alarm, der nur mit Saetzen aus Wartungsfenstern seinen
      * Schwellwert erreicht (oder eine neue Meldung, die nur dort
      * auftrat): statt PROCESS-ALERT eine Zeile in SUPPRESSED.DAT -
      * kein Feed, kein Ticket, ALERTSTATE.DAT bleibt unberuehrt.
      * WS-OUT-TEXT traegt den Eintragstext, WS-SUPPR-DISP die
      * Anzahl.
       SUPPRESS-ALERT.
           PERFORM FIND-ALERT-WINDOW
           MOVE "-" TO WS-SUPPR-REF
           IF WS-MW-HIT > 0
              MOVE WS-MW-REF(WS-MW-HIT) TO WS-SUPPR-REF
              ADD 1 TO WS-MW-ALERTS(WS-MW-HIT)
           END-IF
           MOVE WS-SUPPR-NAME TO WS-MASK-OUTPUT
           PERFORM MASK-OUT-TEXT
           MOVE SPACES TO SUPPR-REC
           STRING FUNCTION TRIM(WS-OUT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUPPR-DISP) DELIMITED BY SIZE
                  ",MAINT," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUPPR-REF) DELIMITED BY SIZE
                  WS-ALERT-TAG DELIMITED BY SPACE
                  INTO SUPPR-REC
           WRITE SUPPR-REC
           ADD 1 TO WS-SUPPR-COUNT.

      * Ein Burst ist unterdrueckt, wenn Anfang und Ende seines
      * Fensters in einem Wartungsfenster seiner Quelle liegen.
       CHECK-BURST-MAINT.
           MOVE WS-BU-SOURCE(WS-BURST-IDX) TO WS-MW-SOURCE-IN
           MOVE WS-BU-DATE(WS-BURST-IDX) TO WS-MW-DATE-IN
           MOVE WS-BU-END(WS-BURST-IDX) TO WS-MW-TIME-IN
           PERFORM CHECK-MAINT-WINDOW
           MOVE WS-MW-HIT TO WS-MW-HIT-END
           MOVE WS-BU-START(WS-BURST-IDX) TO WS-MW-TIME-IN
           PERFORM CHECK-MAINT-WINDOW
           IF WS-MW-HIT-END = 0
              MOVE 0 TO WS-MW-HIT
           END-IF.

       SUPPRESS-BURST.
           MOVE WS-MW-REF(WS-MW-HIT) TO WS-SUPPR-REF
           ADD 1 TO WS-MW-ALERTS(WS-MW-HIT)
           MOVE SPACES TO WS-OUT-TEXT
           MOVE WS-BU-MESSAGE(WS-BURST-IDX)
              TO LOG-MESSAGE IN WS-OUT-FIELDS
           MOVE WS-BU-SOURCE(WS-BURST-IDX)
              TO LOG-SOURCE IN WS-OUT-FIELDS
           MOVE WS-SUPPR-NAME TO WS-MASK-OUTPUT
           PERFORM MASK-OUT-TEXT
           MOVE SPACES TO SUPPR-REC
           STRING FUNCTION TRIM(LOG-MESSAGE IN WS-OUT-FIELDS)
                     DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-COUNT) DELIMITED BY SIZE
                  ",MAINT," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUPPR-REF) DELIMITED BY SIZE
                  ",BURST " DELIMITED BY SIZE
                  WS-BU-START(WS-BURST-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BU-END(WS-BURST-IDX) DELIMITED BY SIZE
                  INTO SUPPR-REC
           WRITE SUPPR-REC
           ADD 1 TO WS-SUPPR-COUNT.

      * Aktiv im Lauf ist ein Fenster, das unterdrueckte Saetze oder
      * Alarme hat oder sich mit den Tagen der gelesenen Saetze
      * ueberschneidet. Ergebnis in WS-MW-ACTIVE.
       TEST-WINDOW-ACTIVE.
           MOVE "N" TO WS-MW-ACTIVE
           IF WS-MW-RECS(WS-MW-IDX) > 0 OR WS-MW-ALERTS(WS-MW-IDX) > 0
              MOVE "Y" TO WS-MW-ACTIVE
              EXIT PARAGRAPH
           END-IF
           IF WS-MW-RUN-FROM NOT = SPACES
              AND WS-MW-FROM(WS-MW-IDX)(1:10) <= WS-MW-RUN-TO
              AND WS-MW-TO(WS-MW-IDX)(1:10) >= WS-MW-RUN-FROM
              MOVE "Y" TO WS-MW-ACTIVE
           END-IF.

      * Schreibt die im Lauf aktiven Fenster fuer das
      * Uebergabeblatt - auch leer, damit keine alte Datei stehen
      * bleibt.
       WRITE-MAINT-ACTIVITY.
           MOVE 0 TO WS-MW-LISTED
           OPEN OUTPUT MWACT-FILE
           IF WS-MWACT-STATUS NOT = "00"
              DISPLAY "** WARNUNG: " FUNCTION TRIM(WS-MWACT-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-MWACT-STATUS ") **"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
                   UNTIL WS-MW-IDX > WS-MW-ROWS
              PERFORM TEST-WINDOW-ACTIVE
              IF WS-MW-ACTIVE = "Y"
                 MOVE SPACES TO MWACT-REC
                 MOVE WS-MW-REF(WS-MW-IDX) TO MWACT-REC(1:12)
                 MOVE WS-MW-SOURCE(WS-MW-IDX) TO MWACT-REC(14:8)
                 MOVE WS-MW-FROM(WS-MW-IDX)(1:10) TO MWACT-REC(23:10)
                 MOVE WS-MW-FROM(WS-MW-IDX)(11:5) TO MWACT-REC(34:5)
                 MOVE "-" TO MWACT-REC(40:1)
                 MOVE WS-MW-TO(WS-MW-IDX)(1:10) TO MWACT-REC(42:10)
                 MOVE WS-MW-TO(WS-MW-IDX)(11:5) TO MWACT-REC(53:5)
                 MOVE WS-MW-RECS(WS-MW-IDX) TO MWACT-REC(59:7)
                 MOVE WS-MW-ALERTS(WS-MW-IDX) TO MWACT-REC(67:5)
                 MOVE WS-MW-BY(WS-MW-IDX) TO MWACT-REC(73:8)
                 WRITE MWACT-REC
                 ADD 1 TO WS-MW-LISTED
              END-IF
           END-PERFORM
           CLOSE MWACT-FILE.

       REPORT-MAINT-WINDOWS.
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
                   UNTIL WS-MW-IDX > WS-MW-ROWS
              PERFORM TEST-WINDOW-ACTIVE
              IF WS-MW-ACTIVE = "Y"
                 DISPLAY "WARTUNG " WS-MW-REF(WS-MW-IDX) " "
                         WS-MW-SOURCE(WS-MW-IDX) ": "
                         WS-MW-RECS(WS-MW-IDX) " Saetze, "
                         WS-MW-ALERTS(WS-MW-IDX)
                         " Alarme unterdrueckt"
              END-IF
           END-PERFORM
           IF WS-SUPPR-COUNT > 0
              DISPLAY WS-SUPPR-COUNT
                      " Alarme in Wartungsfenstern unterdrueckt - "
                      "siehe " FUNCTION TRIM(WS-SUPPR-NAME)
           END-IF.

      * Sucht die (normalisierte) Meldung binaer in der nach Meldung
      * sortierten Tabelle, erhoeht Count, fuegt ggf. einen neuen
      * Eintrag an der Sortierposition ein - der Eintrag speichert
           ADD 1 TO WS-TOTAL-VOLUME
           PERFORM TALLY-HOUR
           PERFORM NORMALIZE-MESSAGE
           PERFORM NOTE-RECORD-SEEN
           PERFORM NOTE-RECORD-MAINT
           PERFORM SEARCH-ENTRY-TABLE
           IF WS-BS-FOUND > 0
              ADD 1 TO ENTRY-COUNT(WS-BS-FOUND)
              MOVE WS-BS-FOUND TO IDX
              PERFORM COUNT-RAW-VARIANT
              PERFORM TRACK-BURST
              IF WS-MW-HIT > 0
                 ADD 1 TO ENTRY-MAINT(IDX)
              END-IF
           ELSE
              IF ZEILEN < MAX-ROWS
                 PERFORM INSERT-ENTRY-ROW
                 MOVE WS-BS-INSERT TO IDX
                 PERFORM COUNT-RAW-VARIANT
                 PERFORM TRACK-BURST
                 IF WS-MW-HIT > 0
                    ADD 1 TO ENTRY-MAINT(IDX)
                 END-IF
              ELSE
                 IF WS-CEILING-WARNED = "N"
                    DISPLAY "** WARNUNG: ENTRY-TABLE voll ("
           MOVE 1 TO ENTRY-COUNT(WS-BS-INSERT)
           MOVE 0 TO ENTRY-VARIANTS(WS-BS-INSERT)
           MOVE SPACES TO ENTRY-WIN-DATE(WS-BS-INSERT)
           IF WS-PART-MODE = "P"
              MOVE WS-PART-ORD TO ENTRY-FIRST-ORD(WS-BS-INSERT)
           END-IF
           MOVE SPACES TO ENTRY-WIN-START(WS-BS-INSERT)
           MOVE 0 TO ENTRY-WIN-COUNT(WS-BS-INSERT)
           MOVE 0 TO ENTRY-WIN-BURST(WS-BS-INSERT)
           MOVE 0 TO ENTRY-MAINT(WS-BS-INSERT)
           PERFORM VARYING WS-RAW-IDX FROM 1 BY 1
                   UNTIL WS-RAW-IDX > WS-RAW-ROWS
              IF WS-RAW-ENTRY(WS-RAW-IDX) >= WS-BS-INSERT
      * Faellt er heraus (auch bei Tageswechsel oder rueckwaerts
      * laufender Zeit), beginnt ein frisches Fenster. Saetze ohne
      * brauchbares Zeitfeld koennen keinem Fenster zugeordnet
      * werden und bleiben aussen vor. Ein Teillauf sieht nur einen
      * Ausschnitt des Stroms und zaehlt keine Fenster; die
      * Zusammenfuehrung spielt seine "B"-Saetze in
      * Stromreihenfolge hier durch.
       TRACK-BURST.
           IF WS-BURST-THRESHOLD = 0 OR WS-PART-MODE = "P"
              EXIT PARAGRAPH
           END-IF
           IF LOG-TIME IN LOG-REC-FIELDS = SPACES
           MOVE LOG-TIME IN LOG-REC-FIELDS
              TO WS-BU-END(WS-BURST-ROWS)
           MOVE ENTRY-WIN-COUNT(IDX) TO WS-BU-COUNT(WS-BURST-ROWS)
           MOVE LOG-LEVEL IN ENTRY-TEXT-FIELDS(IDX)
              TO WS-BU-LEVEL(WS-BURST-ROWS)
           MOVE LOG-SOURCE IN LOG-REC-FIELDS
              TO WS-BU-SOURCE(WS-BURST-ROWS)
           MOVE WS-BURST-ROWS TO ENTRY-WIN-BURST(IDX).

      * Speist die erkannten Bursts in denselben Alarm-Lebenszyklus

       PROCESS-ONE-BURST.
           MOVE WS-BU-COUNT(WS-BURST-IDX) TO WS-CSV-COUNT
           PERFORM CHECK-BURST-MAINT
           IF WS-MW-HIT > 0
              PERFORM SUPPRESS-BURST
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-STATE-FOUND
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-ROWS
              END-IF
           END-PERFORM
           IF WS-STATE-FOUND = 0
              MOVE SPACES TO WS-OUT-TEXT
              MOVE WS-BU-MESSAGE(WS-BURST-IDX)
                 TO LOG-MESSAGE IN WS-OUT-FIELDS
              MOVE WS-ALERT-NAME TO WS-MASK-OUTPUT
              PERFORM MASK-OUT-TEXT
              MOVE SPACES TO ALERT-REC
              STRING FUNCTION TRIM(LOG-MESSAGE IN WS-OUT-FIELDS)
                        DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CSV-COUNT)
                 MOVE WS-BU-COUNT(WS-BURST-IDX)
                    TO WS-ST-COUNT(WS-STATE-ROWS)
                 MOVE WS-TODAY-DATE TO WS-ST-DATE(WS-STATE-ROWS)
                 MOVE SPACES TO WS-ST-TICKET(WS-STATE-ROWS)
                 MOVE SPACES TO WS-ST-TKT-STAT(WS-STATE-ROWS)
                 MOVE WS-STATE-ROWS TO WS-TKT-ROW
              ELSE
                 DISPLAY "** WARNUNG: ALERTSTATE.DAT voll (500 "
                         "Eintraege) - Burst nicht vorgemerkt **"
                 MOVE 0 TO WS-TKT-ROW
              END-IF
              PERFORM BURST-TICKET-REQUEST
           ELSE
              IF WS-ST-STATUS(WS-STATE-FOUND) NOT = "ACKNOWLEDGED"
                 MOVE "RECURRING" TO WS-ST-STATUS(WS-STATE-FOUND)
              MOVE WS-BU-COUNT(WS-BURST-IDX)
                 TO WS-ST-COUNT(WS-STATE-FOUND)
              MOVE WS-TODAY-DATE TO WS-ST-DATE(WS-STATE-FOUND)
              IF WS-ST-STATUS(WS-STATE-FOUND) NOT = "ACKNOWLEDGED"
                 AND WS-ST-TKT-STAT(WS-STATE-FOUND) NOT = SPACES
                 MOVE WS-STATE-FOUND TO WS-TKT-ROW
                 PERFORM BURST-TICKET-REQUEST
              END-IF
              MOVE SPACES TO WS-OUT-TEXT
              MOVE WS-BU-MESSAGE(WS-BURST-IDX)
                 TO LOG-MESSAGE IN WS-OUT-FIELDS
              MOVE WS-RECUR-NAME TO WS-MASK-OUTPUT
              PERFORM MASK-OUT-TEXT
              MOVE SPACES TO RECUR-REC
              STRING FUNCTION TRIM(LOG-MESSAGE IN WS-OUT-FIELDS)
                        DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CSV-COUNT)
              ADD 1 TO WS-RECUR-COUNT
           END-IF.

      * Maskiert die Meldung in WS-OUT-TEXT fuer die Ausgabedatei
      * WS-MASK-OUTPUT; LOGMASK zaehlt je Datei, Quelle und Muster.
       MASK-OUT-TEXT.
           MOVE "M" TO WS-MASK-ACTION
           CALL "LOGMASK" USING WS-MASK-ACTION WS-MASK-OUTPUT
                   LOG-SOURCE IN WS-OUT-FIELDS
                   LOG-MESSAGE IN WS-OUT-FIELDS WS-MASK-HIT
           END-CALL.

      * Laufende Maskierungszaehler ausgeben und fortschreiben;
      * der RETURN-CODE des Laufs bleibt unberuehrt.
       FLUSH-MASK-COUNTS.
           MOVE RETURN-CODE TO WS-MASK-RC
           MOVE "F" TO WS-MASK-ACTION
           CALL "LOGMASK" USING WS-MASK-ACTION WS-MASK-OUTPUT
                   LOG-SOURCE IN WS-OUT-FIELDS
                   LOG-MESSAGE IN WS-OUT-FIELDS WS-MASK-HIT
           END-CALL
           MOVE WS-MASK-RC TO RETURN-CODE.

      * Konsolenbild der Bursts: Meldung, Anzahl und Fensterlage -
      * die Zeile, die die Bereitschaft morgens sehen will.
       REPORT-BURSTS.
                 MOVE "L" TO WS-POL-TYPE(WS-POL-COUNT)
              WHEN "MESSAGE"
                 MOVE "M" TO WS-POL-TYPE(WS-POL-COUNT)
              WHEN "NEW"
                 MOVE "N" TO WS-POL-TYPE(WS-POL-COUNT)
              WHEN OTHER
                 DISPLAY "** WARNUNG: unbekannte Regel "
                         "uebersprungen: "
                 SUBTRACT 1 FROM WS-POL-COUNT
                 EXIT PARAGRAPH
           END-EVALUATE
      * "NEW|<level>" traegt keinen Schwellwert - ein drittes Feld
      * wird ignoriert.
           IF WS-POL-TYPE(WS-POL-COUNT) = "N"
              IF WS-POL-PATTERN(WS-POL-COUNT) = SPACES
                 DISPLAY "** WARNUNG: NEW-Regel ohne Level "
                         "uebersprungen **"
                 SUBTRACT 1 FROM WS-POL-COUNT
                 EXIT PARAGRAPH
              END-IF
              MOVE 0 TO WS-POL-THRESH(WS-POL-COUNT)
              MOVE 7 TO WS-POL-PATLEN(WS-POL-COUNT)
              ADD 1 TO WS-POL-NEW-RULES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-POL-THRESH-X) TO WS-POL-THRESH-J
           INSPECT WS-POL-THRESH-J REPLACING LEADING " " BY "0"
           IF WS-POL-THRESH-J NOT NUMERIC
           END-IF.

       TEST-ONE-POLICY.
           EVALUATE WS-POL-TYPE(WS-POL-IDX)
              WHEN "L"
                 IF WS-PICK-LEVEL = WS-POL-PATTERN(WS-POL-IDX)(1:7)
                    MOVE WS-POL-IDX TO WS-POL-HIT
                 END-IF
              WHEN "M"
                 MOVE 0 TO WS-POL-TALLY
                 INSPECT WS-PICK-MESSAGE
                    TALLYING WS-POL-TALLY FOR ALL
                    WS-POL-PATTERN(WS-POL-IDX)
                       (1:WS-POL-PATLEN(WS-POL-IDX))
                 IF WS-POL-TALLY > 0
                    MOVE WS-POL-IDX TO WS-POL-HIT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * Gibt es eine "NEW"-Regel fuer WS-PICK-LEVEL? Ergebnis in
      * WS-POL-HIT (0 = nein). Sie gilt auch dort, wo eine
      * Schwellwert-Regel "nie alarmieren" sagt - eine Meldung ist
      * nur einmal neu.
       TEST-NEW-RULES.
           MOVE 0 TO WS-POL-HIT
           IF WS-POL-NEW-RULES = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-COUNT
                      OR WS-POL-HIT > 0
              IF WS-POL-TYPE(WS-POL-IDX) = "N"
                 AND WS-PICK-LEVEL = WS-POL-PATTERN(WS-POL-IDX)(1:7)
                 MOVE WS-POL-IDX TO WS-POL-HIT
              END-IF
           END-PERFORM.

      * Laedt LOGCATLG.DAT in die Katalog-Tabelle; eine fehlende
      * Datei bedeutet "kein Katalog" - Report und Konsole zeigen
                   WS-SORT-ORDER
           END-CALL.

      * -------- Teillaeufe und Zusammenfuehrung --------
      * Ein Teillauf (LOGPRUN) verarbeitet den Ausschnitt seiner
      * Partition mit dem gewohnten Speicherpfad samt Checkpoint,
      * liest zu jedem Satz dessen Stromposition mit und gibt am
      * Ende statt der Reports seine Tabellen als Teiltabellen ab.
      * Alarme, Register und Reports entstehen erst in der
      * Zusammenfuehrung, ueber alle Teillaeufe zusammen - ein
      * AUDITLOG-Satz je Teillauf wuerde LOGRECON nur verwirren.
       PARTITION-RUN.
           OPEN INPUT PORD-FILE
           IF WS-PORD-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-PORD-NAME)
                      " konnte nicht geoeffnet werden (Status "
                      WS-PORD-STATUS ") **"
              MOVE 16 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PARTIAL-FILE
           IF WS-PARTIAL-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-PARTIAL-NAME)
                      " konnte nicht geschrieben werden (Status "
                      WS-PARTIAL-STATUS ") **"
              CLOSE PORD-FILE
              MOVE 16 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CHECKPOINT
           PERFORM VARYING WS-FILE-IDX FROM WS-CKP-FILE-IDX BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
              PERFORM PROCESS-ONE-SORT-FILE
           END-PERFORM
           CLOSE PORD-FILE
           PERFORM WRITE-PARTIAL-TABLES
           CLOSE PARTIAL-FILE
           PERFORM CLEAR-CHECKPOINT
           DISPLAY "Teillauf " LOG-PART-NO ": "
                   WS-TOTAL-RECS-PROCESSED " Saetze, " ZEILEN
                   " Eintraege - Teiltabellen in "
                   FUNCTION TRIM(WS-PARTIAL-NAME)
           IF WS-CEILING-WARNED = "Y" OR WS-SEEN-WARNED = "Y"
              MOVE 4 TO RETURN-CODE
           END-IF.

      * Stromposition des eben gelesenen Satzes aus PARTORD - beide
      * Dateien schreibt LOGSPLIT Satz fuer Satz parallel.
       READ-PART-ORDINAL.
           IF WS-PART-MODE NOT = "P"
              EXIT PARAGRAPH
           END-IF
           READ PORD-FILE
              AT END
                 MOVE 0 TO WS-PART-ORD
              NOT AT END
                 MOVE PORD-REC(1:9) TO WS-PART-ORD
           END-READ
           MOVE WS-PART-ORD TO WS-SEEN-ORD-IN.

      * Im Teillauf geht jeder Satz mit Stromposition und
      * normalisierter Meldung als "B"-Satz an die Zusammenfuehrung,
      * die die Burst-Fenster ueber alle Teillaeufe in
      * Stromreihenfolge zaehlt. Ohne Burst-Schwellwert entfaellt
      * das.
       WRITE-BURST-ROW.
           IF WS-PART-MODE NOT = "P" OR WS-BURST-THRESHOLD = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PARTIAL-REC
           MOVE "B" TO PARTIAL-REC(1:1)
           MOVE WS-PART-ORD TO PARTIAL-REC(2:9)
           MOVE WS-NORM-MESSAGE TO PARTIAL-REC(11:30)
           MOVE LOG-REC TO PARTIAL-REC(41:80)
           WRITE PARTIAL-REC.

      * Teiltabellen am Ende des Teillaufs, Aufbau siehe FD
      * PARTIAL-FILE. Der "Z"-Satz kommt zuletzt: erst mit ihm gilt
      * der Teillauf als vollstaendig.
       WRITE-PARTIAL-TABLES.
           MOVE SPACES TO PARTIAL-REC
           MOVE "H" TO PARTIAL-REC(1:1)
           MOVE WS-TOTAL-RECS-PROCESSED TO PARTIAL-REC(2:8)
           MOVE WS-TOTAL-VOLUME TO PARTIAL-REC(10:7)
           MOVE WS-NO-TIME-COUNT TO PARTIAL-REC(17:8)
           MOVE WS-MW-RUN-FROM TO PARTIAL-REC(25:10)
           MOVE WS-MW-RUN-TO TO PARTIAL-REC(35:10)
           MOVE WS-CEILING-WARNED TO PARTIAL-REC(45:1)
           MOVE WS-RAW-WARNED TO PARTIAL-REC(46:1)
           MOVE WS-SEEN-WARNED TO PARTIAL-REC(47:1)
           WRITE PARTIAL-REC
           PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                   UNTIL WS-HOUR-IDX > 24
              IF WS-HOUR-COUNT(WS-HOUR-IDX) > 0
                 MOVE SPACES TO PARTIAL-REC
                 MOVE "T" TO PARTIAL-REC(1:1)
                 COMPUTE WS-HOUR-VAL = WS-HOUR-IDX - 1
                 MOVE WS-HOUR-VAL TO PARTIAL-REC(2:2)
                 MOVE WS-HOUR-COUNT(WS-HOUR-IDX) TO PARTIAL-REC(4:6)
                 WRITE PARTIAL-REC
              END-IF
           END-PERFORM
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
                   UNTIL WS-MW-IDX > WS-MW-ROWS
              IF WS-MW-RECS(WS-MW-IDX) > 0
                 MOVE SPACES TO PARTIAL-REC
                 MOVE "W" TO PARTIAL-REC(1:1)
                 MOVE WS-MW-IDX TO PARTIAL-REC(2:3)
                 MOVE WS-MW-RECS(WS-MW-IDX) TO PARTIAL-REC(5:7)
                 WRITE PARTIAL-REC
              END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ZEILEN
              MOVE SPACES TO PARTIAL-REC
              MOVE "E" TO PARTIAL-REC(1:1)
              MOVE ENTRY-FIRST-ORD(I) TO WS-PART-ORD
              MOVE WS-PART-ORD TO PARTIAL-REC(2:9)
              MOVE ENTRY-COUNT(I) TO PARTIAL-REC(11:5)
              MOVE ENTRY-MAINT(I) TO PARTIAL-REC(16:5)
              MOVE ENTRY-TEXT(I) TO PARTIAL-REC(21:80)
              WRITE PARTIAL-REC
           END-PERFORM
           PERFORM VARYING WS-RAW-IDX FROM 1 BY 1
                   UNTIL WS-RAW-IDX > WS-RAW-ROWS
              MOVE SPACES TO PARTIAL-REC
              MOVE "R" TO PARTIAL-REC(1:1)
              MOVE WS-RAW-TEXT(WS-RAW-IDX) TO PARTIAL-REC(2:30)
              MOVE WS-RAW-ENTRY(WS-RAW-IDX) TO I
              MOVE LOG-MESSAGE IN ENTRY-TEXT-FIELDS(I)
                 TO PARTIAL-REC(32:30)
              WRITE PARTIAL-REC
           END-PERFORM
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-ROWS
              MOVE SPACES TO PARTIAL-REC
              MOVE "S" TO PARTIAL-REC(1:1)
              MOVE WS-SN-MESSAGE(WS-SEEN-IDX) TO PARTIAL-REC(2:30)
              MOVE WS-SN-LEVEL(WS-SEEN-IDX) TO PARTIAL-REC(32:7)
              MOVE WS-SN-SOURCE(WS-SEEN-IDX) TO PARTIAL-REC(39:8)
              MOVE WS-SN-FIRST(WS-SEEN-IDX) TO PARTIAL-REC(47:10)
              MOVE WS-SN-LAST(WS-SEEN-IDX) TO PARTIAL-REC(57:10)
              MOVE WS-SN-ORD(WS-SEEN-IDX) TO PARTIAL-REC(67:9)
              WRITE PARTIAL-REC
           END-PERFORM
           MOVE SPACES TO PARTIAL-REC
           MOVE "Z" TO PARTIAL-REC(1:1)
           WRITE PARTIAL-REC.

      * Zusammenfuehrung: liest das Teillauf-Register und die
      * Teiltabellen aller Teillaeufe, bringt Eintraege,
      * Rohvarianten, Sichtungen und Burst-Saetze per Sortierung in
      * Stromreihenfolge und arbeitet sie mit denselben Paragraphen
      * ein, die ein Lauf ueber den ganzen Strom verwendet - die
      * Reports danach entstehen unveraendert. Fehlt eine
      * Teiltabelle oder ist sie unvollstaendig, zaehlt sie in
      * WS-PART-BAD und der Lauf gibt keine Reports ab: Reports
      * ueber einen Teil des Stroms waeren schlimmer als keine.
       MERGE-PARTIALS.
           PERFORM LOAD-PART-REGISTER
           IF WS-PART-COUNT = 0
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-PREG-NAME)
                      " nennt keine Teillaeufe **"
              MOVE 1 TO WS-PART-BAD
              EXIT PARAGRAPH
           END-IF
           SORT MERGE-SORT-FILE
              ON ASCENDING KEY MSR-KIND MSR-KEY MSR-DATE MSR-ORD
              INPUT PROCEDURE IS MERGE-READ-PARTIALS
              OUTPUT PROCEDURE IS MERGE-APPLY-ROWS
           IF WS-PART-BAD > 0
              DISPLAY "** FEHLER: " WS-PART-BAD " Teiltabelle(n) "
                      "fehlen oder sind unvollstaendig - keine "
                      "Reports **"
              EXIT PARAGRAPH
           END-IF
           DISPLAY WS-PART-COUNT " Teillaeufe zusammengefuehrt: "
                   WS-TOTAL-RECS-PROCESSED " Saetze, " ZEILEN
                   " Eintraege".

      * Teillauf-Nummern aus den "P"-Zeilen des Registers.
       LOAD-PART-REGISTER.
           MOVE 0 TO WS-PART-COUNT
           OPEN INPUT PREG-FILE
           IF WS-PREG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PART-EOF
           PERFORM UNTIL WS-PART-EOF = "Y"
              READ PREG-FILE
                 AT END
                    MOVE "Y" TO WS-PART-EOF
                 NOT AT END
                    MOVE SPACES TO WS-PR-TYPE
                    MOVE SPACES TO WS-PR-NO
                    UNSTRING PREG-REC DELIMITED BY "|"
                       INTO WS-PR-TYPE WS-PR-NO
                    END-UNSTRING
                    IF WS-PR-TYPE = "P" AND WS-PART-COUNT < 20
                       ADD 1 TO WS-PART-COUNT
                       MOVE WS-PR-NO TO WS-PART-NO(WS-PART-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PREG-FILE.

      * Eingabeprozedur: Kopf-, Stunden- und Fensterzeilen werden
      * direkt aufsummiert, die uebrigen Zeilen gehen in die
      * Sortierung.
       MERGE-READ-PARTIALS.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
              PERFORM READ-ONE-PARTIAL
           END-PERFORM.

       READ-ONE-PARTIAL.
           MOVE SPACES TO WS-PARTIAL-NAME
           STRING "PARTIAL-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PART-NO(WS-PART-IDX) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PARTIAL-NAME
           OPEN INPUT PARTIAL-FILE
           IF WS-PARTIAL-STATUS NOT = "00"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-PARTIAL-NAME)
                      " konnte nicht geoeffnet werden (Status "
                      WS-PARTIAL-STATUS ") **"
              ADD 1 TO WS-PART-BAD
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PART-TRAILER
           MOVE "N" TO WS-PART-EOF
           PERFORM UNTIL WS-PART-EOF = "Y"
              READ PARTIAL-FILE
                 AT END
                    MOVE "Y" TO WS-PART-EOF
                 NOT AT END
                    PERFORM TAKE-PARTIAL-ROW
              END-READ
           END-PERFORM
           CLOSE PARTIAL-FILE
           IF WS-PART-TRAILER NOT = "Y"
              DISPLAY "** FEHLER: " FUNCTION TRIM(WS-PARTIAL-NAME)
                      " ist unvollstaendig (kein Schluss-Satz) **"
              ADD 1 TO WS-PART-BAD
           END-IF.

       TAKE-PARTIAL-ROW.
           MOVE SPACES TO MERGE-SORT-REC
           MOVE 0 TO MSR-ORD
           MOVE PARTIAL-REC TO MSR-DATA
           EVALUATE PARTIAL-REC(1:1)
              WHEN "H"
                 PERFORM TAKE-PARTIAL-HEADER
              WHEN "T"
                 MOVE PARTIAL-REC(2:2) TO WS-HOUR-VAL
                 IF WS-HOUR-VAL < 24
                    MOVE PARTIAL-REC(4:6) TO WS-PART-HOUR-IN
                    ADD WS-PART-HOUR-IN
                       TO WS-HOUR-COUNT(WS-HOUR-VAL + 1)
                 END-IF
              WHEN "W"
                 MOVE PARTIAL-REC(2:3) TO WS-MW-IDX
                 IF WS-MW-IDX > 0 AND WS-MW-IDX <= WS-MW-ROWS
                    MOVE PARTIAL-REC(5:7) TO WS-PART-MWRECS-IN
                    ADD WS-PART-MWRECS-IN TO WS-MW-RECS(WS-MW-IDX)
                 END-IF
              WHEN "E"
                 MOVE "1" TO MSR-KIND
                 MOVE PARTIAL-REC(2:9) TO MSR-ORD
                 RELEASE MERGE-SORT-REC
              WHEN "R"
                 MOVE "2" TO MSR-KIND
                 MOVE PARTIAL-REC(2:30) TO MSR-KEY
                 RELEASE MERGE-SORT-REC
              WHEN "S"
                 MOVE "3" TO MSR-KIND
                 MOVE PARTIAL-REC(2:30) TO MSR-KEY
                 MOVE PARTIAL-REC(47:10) TO MSR-DATE
                 MOVE PARTIAL-REC(67:9) TO MSR-ORD
                 RELEASE MERGE-SORT-REC
              WHEN "B"
                 MOVE "4" TO MSR-KIND
                 MOVE PARTIAL-REC(2:9) TO MSR-ORD
                 RELEASE MERGE-SORT-REC
              WHEN "Z"
                 MOVE "Y" TO WS-PART-TRAILER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * Kopfzeile eines Teillaufs: Zaehler aufsummieren, den
      * Datumsbereich erweitern und eine volle Tabelle des
      * Teillaufs als Warnung dieses Laufs uebernehmen.
       TAKE-PARTIAL-HEADER.
           MOVE PARTIAL-REC(2:8) TO WS-PART-RECS
           ADD WS-PART-RECS TO WS-TOTAL-RECS-PROCESSED
           MOVE PARTIAL-REC(10:7) TO WS-PART-VOLUME
           ADD WS-PART-VOLUME TO WS-TOTAL-VOLUME
           MOVE PARTIAL-REC(17:8) TO WS-PART-NOTIME
           ADD WS-PART-NOTIME TO WS-NO-TIME-COUNT
           IF PARTIAL-REC(25:10) NOT = SPACES
              IF WS-MW-RUN-FROM = SPACES
                 OR PARTIAL-REC(25:10) < WS-MW-RUN-FROM
                 MOVE PARTIAL-REC(25:10) TO WS-MW-RUN-FROM
              END-IF
              IF PARTIAL-REC(35:10) > WS-MW-RUN-TO
                 MOVE PARTIAL-REC(35:10) TO WS-MW-RUN-TO
              END-IF
           END-IF
           IF PARTIAL-REC(45:1) = "Y"
              DISPLAY "** WARNUNG: ENTRY-TABLE im Teillauf "
                      WS-PART-NO(WS-PART-IDX) " voll - Zaehlung "
                      "unvollstaendig **"
              MOVE "Y" TO WS-CEILING-WARNED
           END-IF
           IF PARTIAL-REC(46:1) = "Y"
              MOVE "Y" TO WS-RAW-WARNED
           END-IF
           IF PARTIAL-REC(47:1) = "Y"
              MOVE "Y" TO WS-SEEN-WARNED
           END-IF.

      * Ausgabeprozedur: die Zeilen kommen nach Art geordnet -
      * erst alle Eintraege, damit die Tabelle steht, bevor
      * Rohvarianten und Burst-Saetze auf ihre Zeilen verweisen.
       MERGE-APPLY-ROWS.
           MOVE "N" TO WS-PART-EOF
           PERFORM UNTIL WS-PART-EOF = "Y"
              RETURN MERGE-SORT-FILE
                 AT END
                    MOVE "Y" TO WS-PART-EOF
                 NOT AT END
                    EVALUATE MSR-KIND
                       WHEN "1"
                          PERFORM MERGE-ENTRY-ROW
                       WHEN "2"
                          PERFORM MERGE-RAW-ROW
                       WHEN "3"
                          PERFORM MERGE-SIGHTING-ROW
                       WHEN "4"
                          PERFORM MERGE-BURST-ROW
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-RETURN
           END-PERFORM.

      * Eintraege kommen nach erster Stromposition: der erste eines
      * Musters legt die Zeile mit dem Text seines ersten Satzes
      * an, weitere Teillaeufe zaehlen hinzu - und die 5000er-Grenze
      * trifft dieselben Muster wie im Lauf ueber den ganzen Strom.
       MERGE-ENTRY-ROW.
           MOVE MSR-DATA(21:80) TO LOG-REC
           MOVE LOG-MESSAGE IN LOG-REC-FIELDS TO WS-NORM-MESSAGE
           MOVE MSR-DATA(11:5) TO WS-PART-COUNT-IN
           MOVE MSR-DATA(16:5) TO WS-PART-MAINT-IN
           PERFORM SEARCH-ENTRY-TABLE
           IF WS-BS-FOUND > 0
              ADD WS-PART-COUNT-IN TO ENTRY-COUNT(WS-BS-FOUND)
              ADD WS-PART-MAINT-IN TO ENTRY-MAINT(WS-BS-FOUND)
              EXIT PARAGRAPH
           END-IF
           IF ZEILEN >= MAX-ROWS
              IF WS-CEILING-WARNED = "N"
                 DISPLAY "** WARNUNG: ENTRY-TABLE voll ("
                         MAX-ROWS " Eintraege) - weitere "
                         "unbekannte Eintraege werden "
                         "verworfen **"
                 MOVE "Y" TO WS-CEILING-WARNED
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM INSERT-ENTRY-ROW
           MOVE WS-PART-COUNT-IN TO ENTRY-COUNT(WS-BS-INSERT)
           MOVE WS-PART-MAINT-IN TO ENTRY-MAINT(WS-BS-INSERT).

      * Eine Rohvariante zaehlt einmal fuer ihren Eintrag, auch wenn
      * mehrere Teillaeufe sie gesehen haben.
       MERGE-RAW-ROW.
           MOVE MSR-DATA(32:30) TO WS-NORM-MESSAGE
           PERFORM SEARCH-ENTRY-TABLE
           IF WS-BS-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BS-FOUND TO IDX
           MOVE MSR-DATA(2:30) TO LOG-MESSAGE IN LOG-REC-FIELDS
           PERFORM COUNT-RAW-VARIANT.

      * Sichtungen kommen je Meldung nach erstem Datum und
      * Stromposition - Level und Quelle des ersten Auftretens sind
      * so dieselben wie im Lauf ueber den ganzen Strom.
       MERGE-SIGHTING-ROW.
           MOVE MSR-DATA(2:30) TO WS-SEEN-KEY
           MOVE MSR-DATA(32:7) TO WS-SEEN-LEVEL-IN
           MOVE MSR-DATA(39:8) TO WS-SEEN-SOURCE-IN
           MOVE MSR-DATA(47:10) TO WS-SEEN-FIRST-IN
           MOVE MSR-DATA(57:10) TO WS-SEEN-LAST-IN
           MOVE MSR-DATA(67:9) TO WS-SEEN-ORD-IN
           PERFORM NOTE-MESSAGE-SEEN.

      * Burst-Saetze kommen in Stromreihenfolge und laufen durch
      * TRACK-BURST wie im Speicherpfad.
       MERGE-BURST-ROW.
           IF WS-BURST-THRESHOLD = 0
              EXIT PARAGRAPH
           END-IF
           MOVE MSR-DATA(41:80) TO LOG-REC
           MOVE MSR-DATA(11:30) TO WS-NORM-MESSAGE
           PERFORM SEARCH-ENTRY-TABLE
           IF WS-BS-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BS-FOUND TO IDX
           PERFORM TRACK-BURST.

      * -------- Hochvolumen-Modus --------
      * Externe Sortierung nach normalisierter Meldung, Zaehlung auf
      * Gruppenwechseln. CSV, Alarm-Feed, Burst-Erkennung und
                      " wiederkehrende/bestaetigte Alarme - siehe "
                      FUNCTION TRIM(WS-RECUR-NAME)
           END-IF
           PERFORM REPORT-TICKET-REQUESTS
           PERFORM REPORT-BURSTS
           PERFORM REPORT-NEW-MESSAGES
           PERFORM REPORT-MAINT-WINDOWS
           DISPLAY "Anzahl verschiedener Eintraege: " WS-HV-GROUPS
           PERFORM REPORT-BUSY-HOURS
           PERFORM BUILD-AUDIT-FILTER
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-AUDIT-INPUT
                   WS-AUDIT-FILTER WS-TOTAL-RECS-PROCESSED
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           IF WS-SEEN-WARNED = "Y"
              MOVE 4 TO RETURN-CODE
           END-IF.

      * Eingabeprozedur der Sortierung: liest alle Dateien des
      * Stroms, normalisiert jede Meldung und gibt je Satz einen
              PERFORM LOAD-ALERT-STATE
              PERFORM SET-TODAY-DATE
           END-IF
           PERFORM OPEN-TICKET-REQUESTS
           PERFORM OPEN-NEW-MESSAGES
           OPEN OUTPUT SUPPR-FILE
           MOVE "N" TO WS-HV-DONE
           PERFORM UNTIL WS-HV-DONE = "Y"
              RETURN SORT-FILE
           CLOSE CSV-FILE
           CLOSE ALERT-FILE
           CLOSE RECUR-FILE
           PERFORM CLOSE-TICKET-REQUESTS
           CLOSE NEWMSG-FILE
           CLOSE SUPPR-FILE
           IF WS-ALERT-PASS = "Y"
              PERFORM SAVE-ALERT-STATE
           END-IF
           PERFORM SAVE-SEEN-REGISTER
           PERFORM WRITE-MAINT-ACTIVITY.

       HV-TAKE-RECORD.
           IF WS-HV-HAVE-GROUP = "N"
              PERFORM HV-START-GROUP
           END-IF
           ADD 1 TO WS-HV-COUNT
           MOVE SRT-DATE TO WS-HV-LAST-DATE
           MOVE SRT-TEXT(60:8) TO WS-MW-SOURCE-IN
           MOVE SRT-DATE TO WS-MW-DATE-IN
           MOVE SRT-TIME TO WS-MW-TIME-IN
           PERFORM NOTE-MAINT-SIGHTING
           IF WS-MW-HIT > 0
              ADD 1 TO WS-HV-MAINT
           END-IF
           PERFORM HV-COUNT-VARIANT
           IF WS-BURST-THRESHOLD > 0
              PERFORM HV-TRACK-BURST
       HV-START-GROUP.
           MOVE SRT-MSG TO WS-HV-CUR-MSG
           MOVE 0 TO WS-HV-COUNT
           MOVE 0 TO WS-HV-MAINT
           MOVE 0 TO WS-HV-VAR-COUNT
           MOVE SPACES TO WS-HV-WIN-DATE
           MOVE SPACES TO WS-HV-WIN-START
           MOVE "Y" TO WS-HV-HAVE-GROUP
           ADD 1 TO WS-HV-GROUPS.

      * Schliesst die Gruppe ab: Register, CSV-Zeile, Schwellwert-
      * bzw. Neu-Alarm und Einordnung in die Top-Tabelle. Die Gruppe
      * liegt nach Datum sortiert vor - ihr erster Satz ist das
      * frueheste Auftreten, WS-HV-LAST-DATE das juengste.
       HV-FINALIZE-GROUP.
           MOVE WS-HV-CUR-MSG TO WS-SEEN-KEY
           MOVE LOG-LEVEL IN WS-HV-FIRST-FIELDS TO WS-SEEN-LEVEL-IN
           MOVE LOG-SOURCE IN WS-HV-FIRST-FIELDS TO WS-SEEN-SOURCE-IN
           MOVE LOG-DATE IN WS-HV-FIRST-FIELDS TO WS-SEEN-FIRST-IN
           MOVE WS-HV-LAST-DATE TO WS-SEEN-LAST-IN
           PERFORM NOTE-MESSAGE-SEEN
           MOVE WS-HV-COUNT TO WS-HV-COUNT-DISP
           MOVE WS-HV-VAR-COUNT TO WS-CSV-VARIANTS
           MOVE WS-HV-CUR-MSG TO WS-CAT-KEY
           PERFORM LOOKUP-CATALOG
           MOVE WS-HV-FIRST-TEXT TO WS-OUT-TEXT
           MOVE WS-CSV-NAME TO WS-MASK-OUTPUT
           PERFORM MASK-OUT-TEXT
           MOVE SPACES TO CSV-REC
           STRING FUNCTION TRIM(WS-HV-COUNT-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-VARIANTS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
           MOVE LOG-LEVEL IN WS-HV-FIRST-FIELDS TO WS-PICK-LEVEL
           MOVE WS-HV-CUR-MSG TO WS-PICK-MESSAGE
           PERFORM PICK-ALERT-THRESHOLD
           MOVE WS-HV-FIRST-TEXT TO WS-OUT-TEXT
           MOVE WS-HV-COUNT TO WS-NEWMSG-DISP
           PERFORM CHECK-NEW-MESSAGE
           IF (WS-EFF-THRESHOLD > 0
               AND WS-HV-COUNT >= WS-EFF-THRESHOLD)
              OR WS-NEW-ALERT = "Y"
              COMPUTE WS-MW-LIVE = WS-HV-COUNT - WS-HV-MAINT
              IF (WS-EFF-THRESHOLD > 0
                  AND WS-MW-LIVE >= WS-EFF-THRESHOLD)
                 OR (WS-NEW-ALERT = "Y" AND WS-MW-LIVE > 0)
                 PERFORM PROCESS-ALERT-HV
              ELSE
                 MOVE WS-HV-FIRST-TEXT TO WS-OUT-TEXT
                 MOVE WS-HV-COUNT TO WS-SUPPR-DISP
                 PERFORM SUPPRESS-ALERT
              END-IF
           END-IF
           PERFORM HV-INSERT-TOP.

           MOVE WS-HV-WIN-START TO WS-BU-START(WS-BURST-ROWS)
           MOVE SRT-TIME TO WS-BU-END(WS-BURST-ROWS)
           MOVE WS-HV-ST-COUNT TO WS-BU-COUNT(WS-BURST-ROWS)
           MOVE SRT-TEXT(12:7) TO WS-BU-LEVEL(WS-BURST-ROWS)
           MOVE SRT-TEXT(60:8) TO WS-BU-SOURCE(WS-BURST-ROWS)
           MOVE WS-BURST-ROWS TO WS-HV-WIN-BURST.

      * Schwellwert-Alarm fuer eine Gruppe - dieselbe Lebenszyklus-
              END-IF
           END-PERFORM
           IF WS-STATE-FOUND = 0
              MOVE WS-HV-FIRST-TEXT TO WS-OUT-TEXT
              MOVE WS-ALERT-NAME TO WS-MASK-OUTPUT
              PERFORM MASK-OUT-TEXT
              MOVE SPACES TO ALERT-REC
              STRING FUNCTION TRIM(WS-OUT-TEXT)
                        DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HV-COUNT-DISP)
                        DELIMITED BY SIZE
                     ",NEW" DELIMITED BY SIZE
                     WS-ALERT-TAG DELIMITED BY SPACE
                     INTO ALERT-REC
              WRITE ALERT-REC
              ADD 1 TO WS-ALERT-COUNT
                 MOVE "NEW" TO WS-ST-STATUS(WS-STATE-ROWS)
                 MOVE WS-HV-ST-COUNT TO WS-ST-COUNT(WS-STATE-ROWS)
                 MOVE WS-TODAY-DATE TO WS-ST-DATE(WS-STATE-ROWS)
                 MOVE SPACES TO WS-ST-TICKET(WS-STATE-ROWS)
                 MOVE SPACES TO WS-ST-TKT-STAT(WS-STATE-ROWS)
                 MOVE WS-STATE-ROWS TO WS-TKT-ROW
              ELSE
                 DISPLAY "** WARNUNG: ALERTSTATE.DAT voll (500 "
                         "Eintraege) - Alarm nicht vorgemerkt **"
                 MOVE 0 TO WS-TKT-ROW
              END-IF
              PERFORM HV-TICKET-REQUEST
           ELSE
              IF WS-ST-STATUS(WS-STATE-FOUND) NOT = "ACKNOWLEDGED"
                 MOVE "RECURRING" TO WS-ST-STATUS(WS-STATE-FOUND)
              END-IF
              MOVE WS-HV-ST-COUNT TO WS-ST-COUNT(WS-STATE-FOUND)
              MOVE WS-TODAY-DATE TO WS-ST-DATE(WS-STATE-FOUND)
              IF WS-ST-STATUS(WS-STATE-FOUND) NOT = "ACKNOWLEDGED"
                 AND WS-ST-TKT-STAT(WS-STATE-FOUND) NOT = SPACES
                 MOVE WS-STATE-FOUND TO WS-TKT-ROW
                 PERFORM HV-TICKET-REQUEST
              END-IF
              MOVE WS-HV-FIRST-TEXT TO WS-OUT-TEXT
              MOVE WS-RECUR-NAME TO WS-MASK-OUTPUT
              PERFORM MASK-OUT-TEXT
              MOVE SPACES TO RECUR-REC
              STRING FUNCTION TRIM(WS-OUT-TEXT)
                        DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HV-COUNT-DISP)
