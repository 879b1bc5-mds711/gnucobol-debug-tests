       IDENTIFICATION DIVISION.
      *Rechtepruefung: darf der angemeldete Bediener diese Funktion
      *der Log-Suite benutzen?
       PROGRAM-ID. LOGAUTH.
       REMARKS. Shared CALLed routine (same pattern as LOGLOCK and
           LOGJRNL). Until now any ID that signed on at LOGMENU could
           run anything. LOGOPERS.DAT maps each operator ID to one
           of four roles - VIEWER, OPERATOR (shift operator),
           SUPERVISOR, ADMIN - and LOGRIGHTS.DAT names, per function,
           the lowest role that may use it; every role may use the
           functions of the roles below it. Lines in both files are
           "key|role", "*" starts a comment. Without LOGRIGHTS.DAT a
           built-in table applies (read-only queries for VIEWER,
           the daily work including alert acknowledgement for
           OPERATOR, archive, restore, repair resubmits, dedup and
           re-runs for SUPERVISOR, master store, sweep and control
           files for ADMIN); a function in neither is ADMIN only.
           An operator not in LOGOPERS.DAT has no role and may use
           nothing. The caller passes the function key (normally its
           program name), a mode - "C" checks and, on a refusal,
           tells the operator and appends a REFUSED line to
           LOGJOURNL.DAT via LOGJRNL; "Q" only asks, silently, as
           LOGMENU does to hide what the operator may not use - and
           gets "Y"/"N" and the operator's role back. Without a
           sign-on (standalone run) the operator ID is asked for
           first, as LOGACK and LOGREPAIR always did.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "LOGOPERS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OPER-STATUS.
           SELECT RIGHTS-FILE ASSIGN TO "LOGRIGHTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RIGHTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE.
       01  OPER-REC            PIC X(80).

       FD  RIGHTS-FILE.
       01  RIGHTS-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-OPER-STATUS      PIC XX VALUE "00".
       01  WS-RIGHTS-STATUS    PIC XX VALUE "00".

      * Eine Zeile "Schluessel|Rolle" aus einer der beiden Dateien.
       01  WS-LINE-KEY         PIC X(20) VALUE SPACES.
       01  WS-LINE-ROLE        PIC X(20) VALUE SPACES.
       01  WS-KEY              PIC X(10) VALUE SPACES.
       01  WS-ROLE             PIC X(10) VALUE SPACES.

      * Rolle des Bedieners und Mindestrolle der Funktion mit ihrem
      * Rang (0 = keine/unbekannt, 1 VIEWER ... 4 ADMIN).
       01  WS-OP-ROLE          PIC X(10) VALUE SPACES.
       01  WS-OP-RANK          PIC 9 VALUE 0.
       01  WS-FN-ROLE          PIC X(10) VALUE SPACES.
       01  WS-FN-RANK          PIC 9 VALUE 0.
       01  WS-FN-FOUND         PIC X VALUE "N".
       01  WS-RANK-ROLE        PIC X(10) VALUE SPACES.
       01  WS-RANK             PIC 9 VALUE 0.

      * Eingebaute Rechte - gelten, solange es keine LOGRIGHTS.DAT
      * gibt. Je Eintrag Funktion (1:10) und Mindestrolle (11:10).
       01  WS-BUILTIN-INIT.
           05  FILLER PIC X(20) VALUE "AUDITRPT  VIEWER".
           05  FILLER PIC X(20) VALUE "LASTREPORTVIEWER".
           05  FILLER PIC X(20) VALUE "LOGTREND  VIEWER".
           05  FILLER PIC X(20) VALUE "LOGSEARCH VIEWER".
           05  FILLER PIC X(20) VALUE "LOGTIMES  VIEWER".
           05  FILLER PIC X(20) VALUE "LOGJRPT   VIEWER".
           05  FILLER PIC X(20) VALUE "LOGVIEW   VIEWER".
           05  FILLER PIC X(20) VALUE "LOGSCORE  VIEWER".
           05  FILLER PIC X(20) VALUE "LOGWHATIF VIEWER".
           05  FILLER PIC X(20) VALUE "LOGMRPT   VIEWER".
           05  FILLER PIC X(20) VALUE "LOGDORM   VIEWER".
           05  FILLER PIC X(20) VALUE "LOGLINRPT VIEWER".
           05  FILLER PIC X(20) VALUE "SORT-DEMO VIEWER".
           05  FILLER PIC X(20) VALUE "LOGDRIVER OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGFRONT  OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGVALID  OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGSTATS  OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGMONTH  OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGROUTE  OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGXTRACT OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGRECON  OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGINTAKE OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGBASE   OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGCORR   OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGFEED   OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGACK    OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGBRIDGE OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGTICKET OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGVERIFY OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGMAINT  OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGSECEVT OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGQUAR   OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGPRUN   OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGDIST   OPERATOR".
           05  FILLER PIC X(20) VALUE "LOGARCHIVESUPERVISOR".
           05  FILLER PIC X(20) VALUE "LOGREPAIR SUPERVISOR".
           05  FILLER PIC X(20) VALUE "LOGDEDUP  SUPERVISOR".
           05  FILLER PIC X(20) VALUE "LOGRETAIN SUPERVISOR".
           05  FILLER PIC X(20) VALUE "LOGRERUN  SUPERVISOR".
           05  FILLER PIC X(20) VALUE "LOGLOAD   ADMIN".
           05  FILLER PIC X(20) VALUE "LOGSWEEP  ADMIN".
           05  FILLER PIC X(20) VALUE "LOGCATED  ADMIN".
           05  FILLER PIC X(20) VALUE "LOGCTLED  ADMIN".
       01  WS-BUILTIN REDEFINES WS-BUILTIN-INIT.
           05  WS-BI-ENTRY OCCURS 43 TIMES.
               10  WS-BI-FUNCTION  PIC X(10).
               10  WS-BI-ROLE      PIC X(10).
       01  WS-BI-IDX           PIC 9(2) VALUE 0.

      * LOGJRNL-Argumente fuer die Verweigerung.
       01  WS-JRNL-PROGRAM     PIC X(10) VALUE SPACES.
       01  WS-JRNL-ACTION      PIC X(12) VALUE "REFUSED".
       01  WS-BEFORE-IMAGE     PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE      PIC X(80) VALUE SPACES.
           COPY LOGOPID.

       LINKAGE SECTION.
       01  LK-FUNCTION         PIC X(10).
       01  LK-MODE             PIC X.
       01  LK-RESULT           PIC X.
       01  LK-ROLE             PIC X(10).

       PROCEDURE DIVISION USING LK-FUNCTION LK-MODE LK-RESULT
                                 LK-ROLE.
       BEGIN.
           MOVE "N" TO LK-RESULT
           PERFORM ENSURE-OPERATOR
           PERFORM FIND-OPERATOR-ROLE
           PERFORM FIND-FUNCTION-ROLE
           MOVE WS-OP-ROLE TO LK-ROLE
           IF WS-OP-RANK > 0 AND WS-OP-RANK >= WS-FN-RANK
              MOVE "Y" TO LK-RESULT
              GOBACK
           END-IF
           IF LK-MODE = "C"
              PERFORM REFUSE-FUNCTION
           END-IF
           GOBACK.

      * Holt die Bediener-Kennung nach, wenn kein LOGMENU-Sign-on
      * sie gesetzt hat - wie ENSURE-OPERATOR in LOGACK.
       ENSURE-OPERATOR.
           IF LOG-OPERATOR-ID NOT = SPACES
              AND LOG-OPERATOR-ID NOT = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOG-OPERATOR-ID
           DISPLAY "Operator sign-on - enter your ID: "
           ACCEPT LOG-OPERATOR-ID
           IF LOG-OPERATOR-ID = SPACES
              MOVE "UNKNOWN" TO LOG-OPERATOR-ID
           END-IF.

      * Rolle aus LOGOPERS.DAT; die letzte passende Zeile gilt.
       FIND-OPERATOR-ROLE.
           MOVE "NONE" TO WS-OP-ROLE
           MOVE 0 TO WS-OP-RANK
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
              IF LK-MODE = "C"
                 DISPLAY "** WARNUNG: LOGOPERS.DAT nicht vorhanden "
                         "(Status " WS-OPER-STATUS ") - kein "
                         "Bediener hat eine Rolle **"
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ OPER-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF OPER-REC NOT = SPACES
                       AND OPER-REC(1:1) NOT = "*"
                       MOVE OPER-REC TO RIGHTS-REC
                       PERFORM SPLIT-LINE
                       IF WS-KEY = LOG-OPERATOR-ID
                          MOVE WS-ROLE TO WS-RANK-ROLE
                          PERFORM ROLE-RANK
                          MOVE WS-ROLE TO WS-OP-ROLE
                          MOVE WS-RANK TO WS-OP-RANK
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OPER-FILE
           IF WS-OP-RANK = 0
              MOVE "NONE" TO WS-OP-ROLE
           END-IF.

      * Mindestrolle aus LOGRIGHTS.DAT, sonst aus der eingebauten
      * Tabelle; eine Funktion, die nirgends steht, oder eine
      * unbekannte Rolle heisst ADMIN.
       FIND-FUNCTION-ROLE.
           MOVE "N" TO WS-FN-FOUND
           MOVE SPACES TO WS-FN-ROLE
           OPEN INPUT RIGHTS-FILE
           IF WS-RIGHTS-STATUS = "00"
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ RIGHTS-FILE
                    AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF RIGHTS-REC NOT = SPACES
                          AND RIGHTS-REC(1:1) NOT = "*"
                          PERFORM SPLIT-LINE
                          IF WS-KEY = LK-FUNCTION
                             MOVE WS-ROLE TO WS-FN-ROLE
                             MOVE "Y" TO WS-FN-FOUND
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RIGHTS-FILE
           ELSE
              PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                      UNTIL WS-BI-IDX > 43 OR WS-FN-FOUND = "Y"
                 IF WS-BI-FUNCTION(WS-BI-IDX) = LK-FUNCTION
                    MOVE WS-BI-ROLE(WS-BI-IDX) TO WS-FN-ROLE
                    MOVE "Y" TO WS-FN-FOUND
                 END-IF
              END-PERFORM
           END-IF
           MOVE WS-FN-ROLE TO WS-RANK-ROLE
           PERFORM ROLE-RANK
           MOVE WS-RANK TO WS-FN-RANK
           IF WS-FN-RANK = 0
              IF WS-FN-FOUND = "Y" AND LK-MODE = "C"
                 DISPLAY "** WARNUNG: LOGRIGHTS.DAT nennt fuer "
                         FUNCTION TRIM(LK-FUNCTION) " die unbekannte "
                         "Rolle " FUNCTION TRIM(WS-FN-ROLE)
                         " - gilt als ADMIN **"
              END-IF
              MOVE "ADMIN" TO WS-FN-ROLE
              MOVE 4 TO WS-FN-RANK
           END-IF.

      * "Schluessel|Rolle" aus RIGHTS-REC nach WS-KEY / WS-ROLE,
      * beide ohne Leerzeichen, die Rolle in Grossbuchstaben.
       SPLIT-LINE.
           MOVE SPACES TO WS-LINE-KEY WS-LINE-ROLE
           UNSTRING RIGHTS-REC DELIMITED BY "|"
              INTO WS-LINE-KEY WS-LINE-ROLE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-LINE-KEY) TO WS-KEY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE-ROLE))
                TO WS-ROLE.

       ROLE-RANK.
           EVALUATE WS-RANK-ROLE
              WHEN "VIEWER"
                 MOVE 1 TO WS-RANK
              WHEN "OPERATOR"
                 MOVE 2 TO WS-RANK
              WHEN "SUPERVISOR"
                 MOVE 3 TO WS-RANK
              WHEN "ADMIN"
                 MOVE 4 TO WS-RANK
              WHEN OTHER
                 MOVE 0 TO WS-RANK
           END-EVALUATE.

      * Meldung an den Bediener und Journalzeile: Funktion, Rolle
      * des Bedieners vorher, verlangte Rolle nachher.
       REFUSE-FUNCTION.
           DISPLAY "** ZUGRIFF VERWEIGERT: " FUNCTION TRIM(LK-FUNCTION)
                   " verlangt Rolle " FUNCTION TRIM(WS-FN-ROLE)
                   ", " FUNCTION TRIM(LOG-OPERATOR-ID) " hat Rolle "
                   FUNCTION TRIM(WS-OP-ROLE) " **"
           MOVE LK-FUNCTION TO WS-JRNL-PROGRAM
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE
           STRING "ROLE " DELIMITED BY SIZE
                  WS-OP-ROLE DELIMITED BY SPACE
                  INTO WS-BEFORE-IMAGE
           STRING "REQUIRES " DELIMITED BY SIZE
                  WS-FN-ROLE DELIMITED BY SPACE
                  INTO WS-AFTER-IMAGE
           CALL "LOGJRNL" USING WS-JRNL-PROGRAM WS-JRNL-ACTION
                   WS-BEFORE-IMAGE WS-AFTER-IMAGE
           END-CALL.
