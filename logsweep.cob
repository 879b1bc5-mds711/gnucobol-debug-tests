           LOGRUNS.DAT; this sweeper walks that register, leaves
           the run LOGCHAIN.STA still points at strictly alone,
           and removes the per-run files (LOGPARMS-, FILTERED-OUT-,
           CLEANED-, ALERTS-, RECURRING-ALERTS-, NEWMSGS-,
           SUPPRESSED-, MAINTACT-, TICKETREQ-, LOGSORT-REPORT-,
           LOGSORT-...CKP, LOGCORR's INCIDENTS- .DAT and .RPT,
           LOGFEED's FEEDCHECK-...RPT, a re-run's
           RERUN-INPUT-, REJECTS- and
           LOGXTRACT-, and a partitioned run's register PARTS-
           with its per-partition PART-, PARTORD-, PARTIAL-,
           PARTSTA-, FILTERED-OUT-...-nn and LOGSORT-...-nn.CKP)
           of runs older than an operator-set age -
           the run date sits in the id itself. The append-forever
           control files (AUDITLOG.DAT, LOGSTATS-HISTORY.CSV,
           STEPTIMES.DAT) are rolled at an age boundary: lines
       01  WS-ROLL-OLD-STATUS  PIC XX VALUE "00".
       01  WS-WORK-NAME        PIC X(40) VALUE SPACES.
       01  WS-NAME-PREFIX      PIC X(20) VALUE SPACES.
       01  WS-PART-NO          PIC 99 VALUE 0.
       01  WS-ROLL-IN-NAME     PIC X(40) VALUE SPACES.
       01  WS-ROLL-OLD-NAME    PIC X(40) VALUE SPACES.

       01  WS-LINES-KEPT       PIC 9(6) VALUE 0.
       01  WS-LINES-MOVED      PIC 9(6) VALUE 0.

      * LOGAUTH-Argumente - die Funktion ist der Programmname.
       01  WS-AUTH-FUNCTION    PIC X(10) VALUE "LOGSWEEP".
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
           DISPLAY "=== LOGSWEEP: Aufraeumlauf ==="
           DISPLAY "Remove per-run files of runs older than this "
                   "many days (blank = 7): "
           DISPLAY "Aufgeraeumt: Lauf "
                   FUNCTION TRIM(WS-RUN-ID(WS-RUN-IDX)).

      * Loescht die achtzehn Lauf-Dateien des Laufs und die
      * Teillauf-Dateien eines aufgeteilten Laufs; eine nie
      * angelegte Datei ist kein Fehler.
       DELETE-RUN-FILES.
           MOVE "LOGPARMS-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-DAT
           MOVE "RECURRING-ALERTS-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-DAT
           MOVE "NEWMSGS-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-DAT
           MOVE "SUPPRESSED-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-DAT
           MOVE "MAINTACT-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-DAT
           MOVE "RERUN-INPUT-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-DAT
           MOVE "REJECTS-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-DAT
           MOVE "LOGXTRACT-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-DAT
           MOVE "PARTS-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-DAT
           MOVE "INCIDENTS-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-DAT
           MOVE "TICKETREQ-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-DAT
           MOVE "INCIDENTS-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-RPT
           MOVE "FEEDCHECK-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-RPT
           PERFORM VARYING WS-PART-NO FROM 1 BY 1
                   UNTIL WS-PART-NO > 20
              PERFORM DELETE-PART-FILES
           END-PERFORM
           MOVE SPACES TO WS-WORK-NAME
           STRING "LOGSORT-REPORT-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID(WS-RUN-IDX))
                  INTO WS-WORK-NAME
           DELETE FILE WORK-FILE.

      * Die Dateien des Teillaufs WS-PART-NO (LOGSPLIT, LOGPRUN und
      * LOGREADER/LOGSORT im Teillauf).
       DELETE-PART-FILES.
           MOVE "PART-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-PART-DAT
           MOVE "PARTORD-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-PART-DAT
           MOVE "PARTIAL-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-PART-DAT
           MOVE "PARTSTA-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-PART-DAT
           MOVE "FILTERED-OUT-" TO WS-NAME-PREFIX
           PERFORM DELETE-ONE-PART-DAT
           MOVE SPACES TO WS-WORK-NAME
           STRING "LOGSORT-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID(WS-RUN-IDX))
                     DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PART-NO DELIMITED BY SIZE
                  ".CKP" DELIMITED BY SIZE
                  INTO WS-WORK-NAME
           DELETE FILE WORK-FILE.

       DELETE-ONE-PART-DAT.
           MOVE SPACES TO WS-WORK-NAME
           STRING FUNCTION TRIM(WS-NAME-PREFIX) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID(WS-RUN-IDX))
                     DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PART-NO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-WORK-NAME
           DELETE FILE WORK-FILE.

      * Haengt Kennung und ".DAT" an das Praefix und loescht die
      * Datei.
       DELETE-ONE-DAT.
                  INTO WS-WORK-NAME
           DELETE FILE WORK-FILE.

      * Dasselbe fuer die Berichte eines Laufs (".RPT").
       DELETE-ONE-RPT.
           MOVE SPACES TO WS-WORK-NAME
           STRING FUNCTION TRIM(WS-NAME-PREFIX) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID(WS-RUN-IDX))
                     DELIMITED BY SIZE
                  ".RPT" DELIMITED BY SIZE
                  INTO WS-WORK-NAME
           DELETE FILE WORK-FILE.

       REWRITE-REGISTER.
           OPEN OUTPUT REG-FILE
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
           END-PERFORM
           CLOSE ROLL-KEEP
           CLOSE ROLL-IN.

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
