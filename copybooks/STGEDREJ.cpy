      *> FD REJECT-FILE instead of hand-retyping the PIC clauses, the
      *> same reasoning STGRECON.cpy and STGOUTFEED.cpy apply to their
      *> records.
      *>
      *> Behind the original record each line carries who it is
      *> charged to on the sender scorecard (STGDQSTA.cpy): the batch
      *> it arrived in, the sending system - the origin system id of
      *> an extended detail, otherwise the batch id - and the date
      *> STGEDIT refused it, from which STGREPR measures how long the
      *> repair took.
      *>****************************************************************
       01  REJECT-RECORD.
           05  REJ-REASON-CODE                 PIC X(04).
               88  REJ-DETAIL-NO-HEADER        VALUE 'SEQ '.
               88  REJ-BAD-AMOUNT              VALUE 'AMT '.
               88  REJ-BAD-RUN-DATE            VALUE 'DATE'.
               88  REJ-NOT-BUSINESS-DAY        VALUE 'BDAY'.
               88  REJ-TRAILER-CONTROL         VALUE 'TRL '.
               88  REJ-BAD-DTL-FORMAT          VALUE 'FMT '.
               88  REJ-BAD-CURRENCY            VALUE 'CUR '.
               88  REJ-BAD-COST-CENTER         VALUE 'CCTR'.
               88  REJ-BAD-ORIGIN-SYSTEM       VALUE 'ORIG'.
               88  REJ-NO-EXCHANGE-RATE        VALUE 'RATE'.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  REJ-SOURCE-RECORD               PIC X(100).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  REJ-BATCH-ID                    PIC X(10).
           05  REJ-SENDER-ID                   PIC X(10).
           05  REJ-SENDER-KIND                 PIC X(01).
               88  REJ-SENDER-IS-ORIGIN        VALUE 'O'.
               88  REJ-SENDER-IS-BATCH         VALUE 'B'.
           05  REJ-EDIT-DATE                   PIC X(08).
