      ******************************************************************
      *    Record layout of the lineage register LINEAGE.IDX, written
      *    by LOGINTAKE for every delivered record it merges into the
      *    live file and claimed by LOGLOAD when the record goes into
      *    LOGMASTER.IDX. The lineage cannot travel inside the live
      *    record itself - the 67-byte LOGENTRY layout is read by
      *    every program of the suite - so it is kept here, keyed on
      *    the record image plus an occurrence number (the same
      *    image delivered twice, e.g. by a re-sent file, gets
      *    occurrence 2). LIN-ID is the delivery's lineage id
      *    (intake date and time YYYYMMDDHHMMSS plus the delivery's
      *    position in the intake run); the delivery itself - file
      *    name, header date, source, intake time and LOG-RUN-ID of
      *    the intake - is one pipe-delimited line in LINEAGE.DAT
      *    under the same id. The alternate key LIN-ID plus the
      *    record's number inside the delivery lists one delivery
      *    in delivery order. LIN-LOAD-STAMP and LIN-MASTER-KEY are
      *    SPACES until LOGLOAD has stored the record.
      ******************************************************************
           05  LIN-KEY.
               10  LIN-IMAGE       PIC X(67).
               10  LIN-OCC         PIC 9(4).
           05  LIN-DLV-KEY.
               10  LIN-ID          PIC X(16).
               10  LIN-DLV-SEQ     PIC 9(8).
           05  LIN-LOAD-STAMP      PIC X(14).
           05  LIN-MASTER-KEY.
               10  LIN-MASTER-DATE PIC X(10).
               10  LIN-MASTER-SEQ  PIC X(6).
