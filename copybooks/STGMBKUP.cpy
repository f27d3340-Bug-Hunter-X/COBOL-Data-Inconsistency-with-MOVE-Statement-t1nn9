      *>****************************************************************
      *> STGMBKUP - staging master backup record layout.
      *>
      *> Declares BACKUP-RECORD for the sequential STGMASTR backup
      *> STGREORG unloads and reloads from.  The file is one header,
      *> one record per MASTER-RECORD in key order, and one trailer:
      *>   'H' - header: the file unloaded and the unload timestamp
      *>   'M' - one master record, the whole STGMASTR.cpy image
      *>   'T' - trailer: the same unload timestamp, the record counts
      *>         by MST-RECORD-TYPE and the hash total of the numeric
      *>         MST-APPLY-COUNT values, so a reload can prove it
      *>         got back exactly what was unloaded
      *> COPY this member into the FILE SECTION under FD BACKUP-FILE,
      *> the same reasoning STGMASTR.cpy applies to MASTER-RECORD.
      *>****************************************************************
       01  BACKUP-RECORD.
           05  BKP-RECORD-CODE                 PIC X(01).
               88  BKP-IS-HEADER               VALUE 'H'.
               88  BKP-IS-MASTER               VALUE 'M'.
               88  BKP-IS-TRAILER              VALUE 'T'.
           05  BKP-BODY                        PIC X(177).
           05  BKP-HEADER REDEFINES BKP-BODY.
               10  BKP-HDR-FILE-NAME           PIC X(08).
               10  BKP-HDR-UNLOAD-TIMESTAMP    PIC X(26).
               10  FILLER                      PIC X(143).
           05  BKP-MASTER-IMAGE REDEFINES BKP-BODY
                                               PIC X(177).
           05  BKP-TRAILER REDEFINES BKP-BODY.
               10  BKP-TRL-FILE-NAME           PIC X(08).
               10  BKP-TRL-UNLOAD-TIMESTAMP    PIC X(26).
               10  BKP-TRL-DETAIL-COUNT        PIC 9(09).
               10  BKP-TRL-BATCH-STATUS-COUNT  PIC 9(09).
               10  BKP-TRL-OTHER-TYPE-COUNT    PIC 9(09).
               10  BKP-TRL-TOTAL-COUNT         PIC 9(09).
               10  BKP-TRL-APPLY-COUNT-HASH    PIC 9(18).
               10  FILLER                      PIC X(89).
