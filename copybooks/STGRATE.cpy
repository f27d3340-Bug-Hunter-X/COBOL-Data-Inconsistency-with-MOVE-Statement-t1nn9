      *>****************************************************************
      *> STGRATE - daily exchange-rate record layout.
      *>
      *> Declares EXCHANGE-RATE-RECORD for RATEFILE, the rate file
      *> treasury loads ahead of the nightly run: one record per
      *> currency code and effective date, carrying how many units
      *> of the shop's base currency (WS-BASE-CURRENCY in
      *> STGRATET.cpy) one unit of that currency is worth on that
      *> date.  A format '2' detail is valued with the rate whose
      *> effective date is its batch's HDR-RUN-DATE; base-format
      *> details and details already in the base currency need no
      *> rate.  The rate is carried as display text so a garbled
      *> record can be caught with a NUMERIC test before it is
      *> trusted, the way the control cards are.  COPY this member
      *> into the FILE SECTION under FD RATE-FILE instead of
      *> hand-retyping the PIC clauses, the same reasoning the other
      *> record copybooks follow.
      *>****************************************************************
       01  EXCHANGE-RATE-RECORD.
           05  RATE-CURRENCY                   PIC X(03).
           05  FILLER                          PIC X(01).
           05  RATE-EFFECTIVE-DATE             PIC X(08).
           05  FILLER                          PIC X(01).
           05  RATE-VALUE-TEXT                 PIC X(11).
           05  RATE-VALUE REDEFINES RATE-VALUE-TEXT
                                               PIC 9(05)V9(06).
           05  FILLER                          PIC X(56).
