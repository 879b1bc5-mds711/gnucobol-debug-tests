       IDENTIFICATION DIVISION.
      *Archiv-Siegel: Satzzahl und Hash-Summe je Archivdatei,
      *gefuehrt im Siegelregister ARCHSEALS.DAT
       PROGRAM-ID. LOGSEAL.
       REMARKS. Shared CALLed routine (same pattern as AUDITLOG and
           LOGMASK) behind the archive seals. A seal is the record
           count and a hash total of one archive file, the same
           count-plus-hash proof LOGXTRACT puts in its trailer. The
           hash total is the sum over all records of a per-record
           value - every character's ordinal weighted by its
           position in the 80-byte record - so a changed, swapped
           or blanked character moves it, while the order of the
           records does not: the seal of a monthly archive is
           simply the sum of the seals of the dailies rolled into
           it. Seals live in ARCHSEALS.DAT, appended, one line per
           sealing: archive name (1:40), status (42:1), count
           (44:8), hash total (53:15), date sealed (69:8) and run
           id (78:15). The last line for a name is the valid seal.
           Status A means the archive exists and must match its
           seal, K means a daily that LOGRETAIN has rolled into its
           monthly archive and deleted.
           Actions:
             H  add one record (LK-RECORD) to count and hash
             S  scan the archive file named in LK-ARCHIVE: count and
                hash from zero; result Y, or N if it cannot be read
             G  get the valid seal of LK-ARCHIVE; result A or K with
                count and hash, N if the archive was never sealed
             P  append seal A with the given count and hash
             K  append seal K (rolled into the monthly archive)
           P and K answer Y, or N when the register cannot be
           written. LOGARCHIVE seals, LOGRETAIN carries the seals
           through consolidation, LOGVERIFY checks them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAL-FILE ASSIGN TO "ARCHSEALS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SEAL-STATUS.
      * Die zu pruefende Archivdatei - Name zur Laufzeit (DYNAMIC
      * wie bei LOGARCHIVE).
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEAL-FILE.
       01  SEAL-REC            PIC X(100).

       FD  ARCH-FILE.
       01  ARCH-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  EOF                 PIC X VALUE "N".
       01  WS-SEAL-STATUS      PIC XX VALUE "00".
       01  WS-ARCH-STATUS      PIC XX VALUE "00".
       01  WS-ARCH-NAME        PIC X(40) VALUE SPACES.

      * Satzwert: Summe aus Zeichen-Ordinalwert mal Position.
       01  WS-REC              PIC X(80) VALUE SPACES.
       01  WS-POS              PIC 9(2) VALUE 0.
       01  WS-REC-VALUE        PIC 9(9) VALUE 0.

       01  WS-TODAY            PIC 9(8) VALUE 0.
       01  WS-RUN-TEXT         PIC X(15) VALUE SPACES.
       01  WS-NEW-STATUS       PIC X VALUE "A".
           COPY LOGRUNID.

       LINKAGE SECTION.
       01  LK-ACTION           PIC X.
       01  LK-ARCHIVE          PIC X(40).
       01  LK-RECORD           PIC X(80).
       01  LK-COUNT            PIC 9(8).
       01  LK-HASH             PIC 9(15).
       01  LK-RESULT           PIC X.

       PROCEDURE DIVISION USING LK-ACTION LK-ARCHIVE LK-RECORD
                                 LK-COUNT LK-HASH LK-RESULT.
       BEGIN.
           EVALUATE LK-ACTION
              WHEN "H"
                 MOVE LK-RECORD TO WS-REC
                 PERFORM ADD-ONE-RECORD
                 MOVE "Y" TO LK-RESULT
              WHEN "S"
                 PERFORM SCAN-ARCHIVE
              WHEN "G"
                 PERFORM GET-SEAL
              WHEN "P"
                 MOVE "A" TO WS-NEW-STATUS
                 PERFORM PUT-SEAL
              WHEN "K"
                 MOVE "K" TO WS-NEW-STATUS
                 PERFORM PUT-SEAL
              WHEN OTHER
                 MOVE "N" TO LK-RESULT
           END-EVALUATE
           GOBACK.

       ADD-ONE-RECORD.
           MOVE 0 TO WS-REC-VALUE
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 80
              COMPUTE WS-REC-VALUE = WS-REC-VALUE
                 + WS-POS * FUNCTION ORD(WS-REC(WS-POS:1))
           END-PERFORM
           ADD 1 TO LK-COUNT
           ADD WS-REC-VALUE TO LK-HASH.

       SCAN-ARCHIVE.
           MOVE 0 TO LK-COUNT
           MOVE 0 TO LK-HASH
           MOVE LK-ARCHIVE TO WS-ARCH-NAME
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
              MOVE "N" TO LK-RESULT
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ ARCH-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    MOVE ARCH-REC TO WS-REC
                    PERFORM ADD-ONE-RECORD
              END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           MOVE "Y" TO LK-RESULT.

      * Die letzte Zeile zum Namen gilt - spaetere Siegel ersetzen
      * fruehere (Tagesarchiv um einen zweiten Lauf erweitert,
      * Monatsarchiv um einen weiteren Tag).
       GET-SEAL.
           MOVE "N" TO LK-RESULT
           MOVE 0 TO LK-COUNT
           MOVE 0 TO LK-HASH
           OPEN INPUT SEAL-FILE
           IF WS-SEAL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ SEAL-FILE
                 AT END
                    MOVE "Y" TO EOF
                 NOT AT END
                    IF SEAL-REC(1:40) = LK-ARCHIVE
                       AND SEAL-REC(44:8) NUMERIC
                       AND SEAL-REC(53:15) NUMERIC
                       MOVE SEAL-REC(42:1) TO LK-RESULT
                       MOVE SEAL-REC(44:8) TO LK-COUNT
                       MOVE SEAL-REC(53:15) TO LK-HASH
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SEAL-FILE.

       PUT-SEAL.
           MOVE "N" TO LK-RESULT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF LOG-RUN-ID = SPACES OR LOG-RUN-ID = LOW-VALUES
              MOVE "-" TO WS-RUN-TEXT
           ELSE
              MOVE LOG-RUN-ID TO WS-RUN-TEXT
           END-IF
           OPEN EXTEND SEAL-FILE
           IF WS-SEAL-STATUS NOT = "00"
              OPEN OUTPUT SEAL-FILE
           END-IF
           IF WS-SEAL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SEAL-REC
           MOVE LK-ARCHIVE TO SEAL-REC(1:40)
           MOVE "|" TO SEAL-REC(41:1)
           MOVE WS-NEW-STATUS TO SEAL-REC(42:1)
           MOVE "|" TO SEAL-REC(43:1)
           MOVE LK-COUNT TO SEAL-REC(44:8)
           MOVE "|" TO SEAL-REC(52:1)
           MOVE LK-HASH TO SEAL-REC(53:15)
           MOVE "|" TO SEAL-REC(68:1)
           MOVE WS-TODAY TO SEAL-REC(69:8)
           MOVE "|" TO SEAL-REC(77:1)
           MOVE WS-RUN-TEXT TO SEAL-REC(78:15)
           WRITE SEAL-REC
           IF WS-SEAL-STATUS = "00"
              MOVE "Y" TO LK-RESULT
           END-IF
           CLOSE SEAL-FILE.
