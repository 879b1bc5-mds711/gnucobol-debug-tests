           also appends the per-day figures to
           LOGSTATS-HISTORY.CSV, so level volume can be compared
           across weeks without re-reading old archives.
           Inside a chain (LOGRUNID set) the input comes from the
           run's parameter file and the validated CLEANED-<run>.DAT
           slice instead of the console. The rows a historical
           re-run (LOGRRDT.cpy) appends carry a tenth column
           "RERUN <run id>": they supersede the earlier rows of the
           same date, and LOGBASE already takes the latest row per
           date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HIST-FILE ASSIGN TO "LOGSTATS-HISTORY.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.
      * Lauf-Parameterdatei der Kette (LOGPARMS-<Kennung>.DAT, mit
      * Rueckfall auf LOGPARMS.DAT) - gleiche Uebergabe wie bei
      * LOGSORT.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC            PIC X(120).

       FD  PARM-FILE.
       01  PARM-REC            PIC X(390).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-LOGFILE-STATUS   PIC XX VALUE "00".
       01  WS-HIST-STATUS      PIC XX VALUE "00".
       01  WS-INPUT-FILE       PIC X(40) VALUE "logs.dat".
       01  WS-PARM-STATUS      PIC XX VALUE "00".
       01  WS-PARM-NAME        PIC X(40) VALUE SPACES.
       01  WS-FROM-PARMS       PIC X VALUE "N".
       01  WS-CLEAN-NAME       PIC X(40) VALUE SPACES.
       01  WS-SAVED-INPUT      PIC X(40) VALUE SPACES.
           COPY LOGRUNID.
           COPY LOGRRDT.

      * Spaltenbelegung: die bekannten LOG-LEVEL-Codes aus LOGVALID
      * (7 Byte breit, "CRITICA" ist CRITICAL auf Feldbreite
           GOBACK.

       GET-INPUT-FILE.
           MOVE "N" TO WS-FROM-PARMS
           IF LOG-RUN-ID NOT = SPACES AND LOG-RUN-ID NOT = LOW-VALUES
              PERFORM READ-RUN-PARMS
              IF WS-FROM-PARMS = "Y"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "Enter input log file name (blank = logs.dat): "
           ACCEPT WS-INPUT-FILE
           IF WS-INPUT-FILE = SPACES
              MOVE "logs.dat" TO WS-INPUT-FILE
           END-IF.

      * Inside a chain the run's parameter file answers the input
      * questions - unattended, the prompts would only come back
      * blank and send the step to the live logs.dat.
       READ-RUN-PARMS.
           MOVE SPACES TO WS-PARM-NAME
           STRING "LOGPARMS-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-PARM-NAME
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
              MOVE "LOGPARMS.DAT" TO WS-PARM-NAME
              OPEN INPUT PARM-FILE
           END-IF
           IF WS-PARM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ PARM-FILE
              NOT AT END
                 MOVE PARM-REC(1:40) TO WS-INPUT-FILE
                 MOVE FUNCTION TRIM(WS-INPUT-FILE) TO WS-INPUT-FILE
                 IF WS-INPUT-FILE = SPACES
                    MOVE "logs.dat" TO WS-INPUT-FILE
                 END-IF
                 MOVE PARM-REC(51:17) TO WS-ROTATE-RANGE
                 MOVE PARM-REC(157:200) TO WS-FILELIST-INPUT
                 MOVE "Y" TO WS-FROM-PARMS
           END-READ
           CLOSE PARM-FILE.

      * Builds the list of files to read - same list-or-rotation-range
      * idiom as LOGREADER's GET-FILE-LIST.
       GET-FILE-LIST.
           IF WS-FROM-PARMS NOT = "Y"
              DISPLAY "Enter comma-separated list of log files to "
                      "read as one stream (blank = single file "
                      "above): "
              ACCEPT WS-FILELIST-INPUT
              IF WS-FILELIST-INPUT = SPACES
                 DISPLAY "Enter rotation date range "
                         "YYYYMMDD-YYYYMMDD to read "
                         "logs_YYYYMMDD.dat files (blank = single "
                         "file above): "
                 ACCEPT WS-ROTATE-RANGE
              END-IF
           END-IF
           IF WS-FILELIST-INPUT NOT = SPACES
              PERFORM SPLIT-FILE-LIST
                 MOVE 1 TO WS-FILE-COUNT
                 MOVE WS-INPUT-FILE TO WS-FILE-NAME(1)
              END-IF
           END-IF
           PERFORM CHECK-CLEANED-INPUT.

      * Inside a chain the validated slice CLEANED-<run id>.DAT
      * replaces a single raw input file when it exists - the same
      * swap as LOGSORT's CHECK-CLEANED-INPUT.
       CHECK-CLEANED-INPUT.
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              EXIT PARAGRAPH
           END-IF
           IF WS-FILE-COUNT NOT = 1
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CLEAN-NAME
           STRING "CLEANED-" DELIMITED BY SIZE
                  FUNCTION TRIM(LOG-RUN-ID) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-CLEAN-NAME
           MOVE WS-INPUT-FILE TO WS-SAVED-INPUT
           MOVE WS-CLEAN-NAME TO WS-INPUT-FILE
           OPEN INPUT LOGFILE
           IF WS-LOGFILE-STATUS = "00"
              CLOSE LOGFILE
              MOVE WS-CLEAN-NAME TO WS-FILE-NAME(1)
              DISPLAY "Bereinigte Eingabe verwendet: "
                      FUNCTION TRIM(WS-CLEAN-NAME)
           END-IF
           MOVE WS-SAVED-INPUT TO WS-INPUT-FILE.

      * Splits an operator-supplied comma list into WS-FILE-NAME -
      * same full-capacity INTO list as LOGREADER.
           END-PERFORM
           CLOSE HIST-FILE
           DISPLAY WS-DAY-COUNT " Tageszeilen an "
                   "LOGSTATS-HISTORY.CSV angehaengt"
           IF LOG-RERUN-DATE NOT = SPACES
              AND LOG-RERUN-DATE NOT = LOW-VALUES
              DISPLAY "Als Wiederholungslauf "
                      FUNCTION TRIM(LOG-RUN-ID) " markiert - "
                      "fruehere Zeilen dieser Tage sind ersetzt"
           END-IF.

       WRITE-ONE-HISTORY-ROW.
           MOVE SPACES TO HIST-REC
           MOVE WS-DAY-TOTAL(WS-DAY-IDX) TO WS-CELL-DISP
           STRING "," FUNCTION TRIM(WS-CELL-DISP) DELIMITED BY SIZE
              INTO HIST-REC WITH POINTER WS-HIST-PTR
           IF LOG-RERUN-DATE NOT = SPACES
              AND LOG-RERUN-DATE NOT = LOW-VALUES
              STRING ",RERUN " FUNCTION TRIM(LOG-RUN-ID)
                     DELIMITED BY SIZE
                 INTO HIST-REC WITH POINTER WS-HIST-PTR
           END-IF
           WRITE HIST-REC.
