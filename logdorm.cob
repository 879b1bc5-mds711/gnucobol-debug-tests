       IDENTIFICATION DIVISION.
      *Ruhende Meldungen: was im Register der gesehenen Meldungen
      *seit langem nicht mehr aufgetaucht ist - Grundlage fuer das
      *Aufraeumen des Meldungskatalogs
       PROGRAM-ID. LOGDORM.
       REMARKS. Reads MSGSEEN.DAT, the register of every normalized
           message LOGSORT has ever counted (first seen date, level
           and source, last seen date), and lists the messages not
           seen for longer than an operator-set number of days -
           blank means 90. The oldest come first. Each line shows
           whether the message still has an entry in the message
           catalog LOGCATLG.DAT (team and runbook), since those
           entries are the ones to review with their owners. A
           second section lists catalog entries the register has
           never seen at all since it was started (its earliest
           first-seen date is printed with it) - typed in for a
           message that never came, or for a text the normalization
           rules now map elsewhere. The print image follows
           LOGSCORE: 132 columns, page headings, control totals at
           the end. Read-only; nothing is changed in either file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEEN-FILE ASSIGN TO "MSGSEEN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SEEN-STATUS.
           SELECT CAT-FILE ASSIGN TO "LOGCATLG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.
           SELECT RPT-FILE ASSIGN TO "DORMANT.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Registerzeile wie LOGSORT sie schreibt: Meldung (1:30),
      * Level (32:7), erste Quelle (40:8), zuerst gesehen (49:10),
      * zuletzt gesehen (60:10).
       FD  SEEN-FILE.
       01  SEEN-REC            PIC X(80).

      * Katalogzeile wie LOGCATED sie schreibt: Meldung (1:30), Team
      * (32:12), Runbook/Ticket (45:12).
       FD  CAT-FILE.
       01  CAT-REC             PIC X(80).

       FD  RPT-FILE.
       01  RPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-SEEN-STATUS      PIC XX VALUE "00".
       01  WS-CAT-STATUS       PIC XX VALUE "00".
       01  WS-RPT-STATUS       PIC XX VALUE "00".

      * Ruhegrenze in Tagen und das daraus folgende Stichtagsdatum:
      * zuletzt gesehen vor dem Stichtag = ruhend.
       01  WS-DAYS-INPUT       PIC X(4) VALUE SPACES.
       01  WS-DAYS-J           PIC X(4) JUSTIFIED RIGHT.
       01  WS-DORM-DAYS        PIC 9(4) VALUE 90.
       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-TODAY-INT        PIC S9(9) VALUE 0.
       01  WS-CUT-NUM          PIC 9(8) VALUE 0.
       01  WS-CUT-INT          PIC S9(9) VALUE 0.
       01  WS-CUT-DATE         PIC X(10) VALUE SPACES.
       01  WS-LAST-NUM         PIC 9(8) VALUE 0.
       01  WS-QUIET-DAYS       PIC 9(5) VALUE 0.
       01  WS-PERIOD-TEXT      PIC X(40) VALUE SPACES.

      * Register im Speicher (LOGSORT haelt es bei 20000 Zeilen).
       01  WS-SN-COUNT         PIC 9(5) VALUE 0.
       01  WS-SN-IDX           PIC 9(5) VALUE 0.
       01  WS-SN-OVERFLOW      PIC X VALUE "N".
       01  WS-SN-EARLIEST      PIC X(10) VALUE SPACES.
       01  WS-SN-TABLE.
           05  WS-SN-ROW OCCURS 20000 TIMES.
               10  WS-SN-MESSAGE    PIC X(30).
               10  WS-SN-LEVEL      PIC X(7).
               10  WS-SN-SOURCE     PIC X(8).
               10  WS-SN-FIRST      PIC X(10).
               10  WS-SN-LAST       PIC X(10).

      * Katalog; WS-CT-SEEN markiert Eintraege, die das Register
      * kennt.
       01  WS-CT-COUNT         PIC 9(3) VALUE 0.
       01  WS-CT-IDX           PIC 9(3) VALUE 0.
       01  WS-CT-HIT           PIC 9(3) VALUE 0.
       01  WS-CT-OVERFLOW      PIC X VALUE "N".
       01  WS-CT-TABLE.
           05  WS-CT-ROW OCCURS 500 TIMES.
               10  WS-CT-MESSAGE    PIC X(30).
               10  WS-CT-TEAM       PIC X(12).
               10  WS-CT-REF        PIC X(12).
               10  WS-CT-SEEN       PIC X.

      * Ausgabereihenfolge der ruhenden Meldungen: zuletzt gesehen
      * aufsteigend - sortiert von SORTUTIL, das stabil sortiert,
      * so bleibt innerhalb eines Tages die Meldungsfolge des
      * Registers.
       01  WS-ORD-TABLE.
           05  WS-ORD-ROW OCCURS 20000 TIMES.
               10  WS-ORD-KEY       PIC X(10).
               10  WS-ORD-IDX       PIC 9(5).
       01  WS-ORD-ROWS         PIC 9(8) VALUE 0.
       01  WS-ORD-ROW-LEN      PIC 9(5) VALUE 15.
       01  WS-ORD-KEY-OFF      PIC 9(5) VALUE 1.
       01  WS-ORD-KEY-LEN      PIC 9(5) VALUE 10.
       01  WS-ORD-ORDER        PIC X VALUE "A".
       01  WS-ORD-POS          PIC 9(5) VALUE 0.

      * Seitensteuerung wie LOGSCORE: 56 Druckzeilen je Seite.
       01  WS-PAGE-NUM         PIC 9(4) VALUE 0.
       01  WS-LINE-CNT         PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 56.
       01  WS-PAGE-DISP        PIC ZZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-DAYS-DISP        PIC ZZZZ9.
       01  WS-SECTION          PIC X VALUE "R".

       01  WS-TOT-DORMANT      PIC 9(5) VALUE 0.
       01  WS-TOT-DORM-CAT     PIC 9(5) VALUE 0.
       01  WS-TOT-CAT-UNSEEN   PIC 9(5) VALUE 0.

       01  WS-PROGRAM-NAME     PIC X(10) VALUE "LOGDORM".
       01  WS-AUDIT-INPUT      PIC X(40) VALUE "MSGSEEN.DAT".
       01  WS-AUDIT-FILTER     PIC X(40) VALUE SPACES.
       01  WS-AUDIT-RECORDS-READ    PIC 9(8) VALUE 0.
       01  WS-AUDIT-RECORDS-MATCHED PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           DISPLAY "=== LOGDORM: Ruhende Meldungen ==="
           PERFORM GET-DORMANT-DAYS
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF
           MOVE 0 TO WS-SN-COUNT WS-CT-COUNT WS-TOT-DORMANT
                     WS-TOT-DORM-CAT WS-TOT-CAT-UNSEEN
           PERFORM LOAD-REGISTER
           IF WS-SEEN-STATUS NOT = "00"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-CATALOG
           PERFORM MARK-CATALOG-SEEN
           PERFORM ORDER-DORMANT
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "** FEHLER: DORMANT.RPT konnte nicht "
                      "geschrieben werden (Status " WS-RPT-STATUS
                      ") **"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "R" TO WS-SECTION
           PERFORM PRINT-DORMANT-SECTION
           MOVE "K" TO WS-SECTION
           MOVE 99 TO WS-LINE-CNT
           PERFORM PRINT-CATALOG-SECTION
           PERFORM PRINT-CONTROL-TOTALS
           CLOSE RPT-FILE
           DISPLAY "DORMANT.RPT geschrieben (" WS-TOT-DORMANT
                   " ruhende Meldungen, " WS-TOT-CAT-UNSEEN
                   " Katalogeintraege nie gesehen)"
           MOVE WS-PERIOD-TEXT TO WS-AUDIT-FILTER
           MOVE WS-SN-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-TOT-DORMANT TO WS-AUDIT-RECORDS-MATCHED
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-AUDIT-INPUT
                   WS-AUDIT-FILTER WS-AUDIT-RECORDS-READ
                   WS-AUDIT-RECORDS-MATCHED
           END-CALL
           IF WS-SN-OVERFLOW = "Y" OR WS-CT-OVERFLOW = "Y"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Ruhegrenze abfragen und den Stichtag bilden.
       GET-DORMANT-DAYS.
           DISPLAY "Dormant after how many days without a sighting "
                   "(blank = 90): "
           MOVE SPACES TO WS-DAYS-INPUT
           ACCEPT WS-DAYS-INPUT
           IF WS-DAYS-INPUT = SPACES
              MOVE 90 TO WS-DORM-DAYS
           ELSE
              MOVE FUNCTION TRIM(WS-DAYS-INPUT) TO WS-DAYS-J
              INSPECT WS-DAYS-J REPLACING LEADING " " BY "0"
              IF WS-DAYS-J NOT NUMERIC OR WS-DAYS-J = "0000"
                 DISPLAY "** FEHLER: Anzahl Tage muss eine Zahl "
                         "groesser 0 sein **"
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-DAYS-J TO WS-DORM-DAYS
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-CUT-INT = WS-TODAY-INT - WS-DORM-DAYS
           COMPUTE WS-CUT-NUM = FUNCTION DATE-OF-INTEGER(WS-CUT-INT)
           MOVE SPACES TO WS-CUT-DATE
           STRING WS-CUT-NUM(1:4) "-" WS-CUT-NUM(5:2) "-"
                  WS-CUT-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-CUT-DATE
           MOVE WS-DORM-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO WS-PERIOD-TEXT
           STRING "RUHIG > " FUNCTION TRIM(WS-DAYS-DISP)
                  " TAGE (VOR " WS-CUT-DATE ")"
                  DELIMITED BY SIZE INTO WS-PERIOD-TEXT.

       LOAD-REGISTER.
           OPEN INPUT SEEN-FILE
           IF WS-SEEN-STATUS NOT = "00"
              DISPLAY "** WARNUNG: MSGSEEN.DAT nicht vorhanden - "
                      "LOGSORT hat das Register noch nicht "
                      "angelegt **"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ SEEN-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    PERFORM TAKE-ONE-SEEN-LINE
              END-READ
           END-PERFORM
           CLOSE SEEN-FILE.

       TAKE-ONE-SEEN-LINE.
           IF SEEN-REC = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-SN-COUNT >= 20000
              IF WS-SN-OVERFLOW = "N"
                 DISPLAY "** WARNUNG: mehr als 20000 Meldungen im "
                         "Register - Rest fehlt im Report **"
                 MOVE "Y" TO WS-SN-OVERFLOW
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SN-COUNT
           MOVE SEEN-REC(1:30) TO WS-SN-MESSAGE(WS-SN-COUNT)
           MOVE SEEN-REC(32:7) TO WS-SN-LEVEL(WS-SN-COUNT)
           MOVE SEEN-REC(40:8) TO WS-SN-SOURCE(WS-SN-COUNT)
           MOVE SEEN-REC(49:10) TO WS-SN-FIRST(WS-SN-COUNT)
           MOVE SEEN-REC(60:10) TO WS-SN-LAST(WS-SN-COUNT)
           IF WS-SN-EARLIEST = SPACES
              OR WS-SN-FIRST(WS-SN-COUNT) < WS-SN-EARLIEST
              MOVE WS-SN-FIRST(WS-SN-COUNT) TO WS-SN-EARLIEST
           END-IF.

      * Eine fehlende Datei bedeutet "kein Katalog" - dann bleibt
      * die Katalogspalte leer und der zweite Abschnitt entfaellt.
       LOAD-CATALOG.
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ CAT-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF CAT-REC NOT = SPACES
                       PERFORM TAKE-ONE-CATALOG-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CAT-FILE.

       TAKE-ONE-CATALOG-LINE.
           IF WS-CT-COUNT >= 500
              IF WS-CT-OVERFLOW = "N"
                 DISPLAY "** WARNUNG: mehr als 500 Katalog"
                         "eintraege - Rest fehlt im Report **"
                 MOVE "Y" TO WS-CT-OVERFLOW
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CT-COUNT
           MOVE CAT-REC(1:30) TO WS-CT-MESSAGE(WS-CT-COUNT)
           MOVE CAT-REC(32:12) TO WS-CT-TEAM(WS-CT-COUNT)
           MOVE CAT-REC(45:12) TO WS-CT-REF(WS-CT-COUNT)
           MOVE "N" TO WS-CT-SEEN(WS-CT-COUNT).

       MARK-CATALOG-SEEN.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT
              PERFORM FIND-CATALOG-ROW
              IF WS-CT-HIT > 0
                 MOVE "Y" TO WS-CT-SEEN(WS-CT-HIT)
              END-IF
           END-PERFORM.

      * Katalogzeile zur Registerzeile WS-SN-IDX, 0 = keine.
       FIND-CATALOG-ROW.
           MOVE 0 TO WS-CT-HIT
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-CT-HIT > 0
              IF WS-CT-MESSAGE(WS-CT-IDX) = WS-SN-MESSAGE(WS-SN-IDX)
                 MOVE WS-CT-IDX TO WS-CT-HIT
              END-IF
           END-PERFORM.

      * Ruhend ist, was vor dem Stichtag zuletzt gesehen wurde.
       ORDER-DORMANT.
           MOVE 0 TO WS-ORD-ROWS
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT
              IF WS-SN-LAST(WS-SN-IDX) < WS-CUT-DATE
                 ADD 1 TO WS-ORD-ROWS
                 MOVE WS-SN-LAST(WS-SN-IDX) TO WS-ORD-KEY(WS-ORD-ROWS)
                 MOVE WS-SN-IDX TO WS-ORD-IDX(WS-ORD-ROWS)
              END-IF
           END-PERFORM
           IF WS-ORD-ROWS > 1
              CALL "SORTUTIL" USING WS-ORD-TABLE WS-ORD-ROWS
                      WS-ORD-ROW-LEN WS-ORD-KEY-OFF WS-ORD-KEY-LEN
                      WS-ORD-ORDER
              END-CALL
           END-IF.

      * -------- Druckbild --------
       PRINT-ONE-LINE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
              PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO RPT-REC
           WRITE RPT-REC
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE TRAILING)
           ADD 1 TO WS-LINE-CNT
           MOVE SPACES TO WS-PRINT-LINE.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-DISP
           MOVE SPACES TO RPT-REC
           MOVE "LOG-SUITE RUHENDE MELDUNGEN" TO RPT-REC
           MOVE WS-PERIOD-TEXT TO RPT-REC(60:40)
           MOVE "SEITE" TO RPT-REC(120:5)
           MOVE WS-PAGE-DISP TO RPT-REC(126:4)
           WRITE RPT-REC
           MOVE ALL "=" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF WS-SECTION = "R"
              MOVE "ZULETZT" TO RPT-REC(1:7)
              MOVE "TAGE" TO RPT-REC(14:4)
              MOVE "LEVEL" TO RPT-REC(20:5)
              MOVE "QUELLE" TO RPT-REC(29:6)
              MOVE "ZUERST" TO RPT-REC(39:6)
              MOVE "KATALOG-TEAM" TO RPT-REC(51:12)
              MOVE "RUNBOOK" TO RPT-REC(64:7)
              MOVE "MELDUNG" TO RPT-REC(78:7)
           ELSE
              MOVE "KATALOG-TEAM" TO RPT-REC(1:12)
              MOVE "RUNBOOK" TO RPT-REC(14:7)
              MOVE "MELDUNG" TO RPT-REC(28:7)
           END-IF
           WRITE RPT-REC
           MOVE ALL "-" TO RPT-REC
           WRITE RPT-REC
           MOVE 5 TO WS-LINE-CNT.

       PRINT-DORMANT-SECTION.
           MOVE "ABSCHNITT 1 - RUHENDE MELDUNGEN (AELTESTE ZUERST)"
              TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           IF WS-ORD-ROWS = 0
              MOVE "  (KEINE RUHENDEN MELDUNGEN)" TO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ORD-POS FROM 1 BY 1
                   UNTIL WS-ORD-POS > WS-ORD-ROWS
              MOVE WS-ORD-IDX(WS-ORD-POS) TO WS-SN-IDX
              PERFORM PRINT-ONE-DORMANT
           END-PERFORM.

       PRINT-ONE-DORMANT.
           ADD 1 TO WS-TOT-DORMANT
           MOVE 0 TO WS-QUIET-DAYS
           IF WS-SN-LAST(WS-SN-IDX)(1:4) NUMERIC
              AND WS-SN-LAST(WS-SN-IDX)(6:2) NUMERIC
              AND WS-SN-LAST(WS-SN-IDX)(9:2) NUMERIC
              STRING WS-SN-LAST(WS-SN-IDX)(1:4)
                     WS-SN-LAST(WS-SN-IDX)(6:2)
                     WS-SN-LAST(WS-SN-IDX)(9:2)
                     DELIMITED BY SIZE INTO WS-LAST-NUM
              COMPUTE WS-QUIET-DAYS = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(WS-LAST-NUM)
           END-IF
           MOVE WS-SN-LAST(WS-SN-IDX) TO WS-PRINT-LINE(1:10)
           MOVE WS-QUIET-DAYS TO WS-DAYS-DISP
           MOVE WS-DAYS-DISP TO WS-PRINT-LINE(13:5)
           MOVE WS-SN-LEVEL(WS-SN-IDX) TO WS-PRINT-LINE(20:7)
           MOVE WS-SN-SOURCE(WS-SN-IDX) TO WS-PRINT-LINE(29:8)
           MOVE WS-SN-FIRST(WS-SN-IDX) TO WS-PRINT-LINE(39:10)
           PERFORM FIND-CATALOG-ROW
           IF WS-CT-HIT > 0
              ADD 1 TO WS-TOT-DORM-CAT
              MOVE WS-CT-TEAM(WS-CT-HIT) TO WS-PRINT-LINE(51:12)
              MOVE WS-CT-REF(WS-CT-HIT) TO WS-PRINT-LINE(64:12)
           ELSE
              MOVE "-" TO WS-PRINT-LINE(51:1)
           END-IF
           MOVE WS-SN-MESSAGE(WS-SN-IDX) TO WS-PRINT-LINE(78:30)
           PERFORM PRINT-ONE-LINE.

       PRINT-CATALOG-SECTION.
           IF WS-CT-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ABSCHNITT 2 - KATALOGEINTRAEGE OHNE SICHTUNG "
                  "(REGISTER SEIT " WS-SN-EARLIEST ")"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
              IF WS-CT-SEEN(WS-CT-IDX) = "N"
                 ADD 1 TO WS-TOT-CAT-UNSEEN
                 MOVE WS-CT-TEAM(WS-CT-IDX) TO WS-PRINT-LINE(1:12)
                 MOVE WS-CT-REF(WS-CT-IDX) TO WS-PRINT-LINE(14:12)
                 MOVE WS-CT-MESSAGE(WS-CT-IDX) TO WS-PRINT-LINE(28:30)
                 PERFORM PRINT-ONE-LINE
              END-IF
           END-PERFORM
           IF WS-TOT-CAT-UNSEEN = 0
              MOVE "  (ALLE KATALOGEINTRAEGE WURDEN GESEHEN)"
                 TO WS-PRINT-LINE
              PERFORM PRINT-ONE-LINE
           END-IF.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE "ENDSUMMEN" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  MELDUNGEN IM REGISTER:  " DELIMITED BY SIZE
                  WS-SN-COUNT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  RUHENDE MELDUNGEN:      " DELIMITED BY SIZE
                  WS-TOT-DORMANT DELIMITED BY SIZE
                  ", DAVON IM KATALOG: " DELIMITED BY SIZE
                  WS-TOT-DORM-CAT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  KATALOGEINTRAEGE:       " DELIMITED BY SIZE
                  WS-CT-COUNT DELIMITED BY SIZE
                  ", NIE GESEHEN: " DELIMITED BY SIZE
                  WS-TOT-CAT-UNSEEN DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE
           MOVE "*** ENDE DES BERICHTS ***" TO WS-PRINT-LINE
           PERFORM PRINT-ONE-LINE.
