      *>****************************************************************
      *> STGRATET - in-storage exchange-rate table.
      *>
      *> Declares the shop's base currency and the working-storage
      *> table RATEFILE (STGRATE.cpy) is loaded into, plus the search
      *> fields the rate lookup uses, for every program that values
      *> detail amounts in the base currency.  COPY this member into
      *> WORKING-STORAGE SECTION the way STGAREA.cpy is taken.
      *>
      *> Callers load the table once at start and find a rate by
      *> setting WS-RATE-SEARCH-CURRENCY and WS-RATE-SEARCH-DATE
      *> (the batch's HDR-RUN-DATE); the rate must carry exactly
      *> that effective date - treasury loads a rate per business
      *> day, so a rate from another day is a missing rate, not an
      *> approximation.  The base currency always finds a rate of
      *> one without a table entry.
      *>****************************************************************
       78  WS-BASE-CURRENCY                VALUE 'USD'.
       78  WS-MAX-RATES                    VALUE 500.

       01  WS-RATE-USED-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RTE-ENTRY OCCURS WS-MAX-RATES TIMES.
               10  WS-RTE-CURRENCY          PIC X(03).
               10  WS-RTE-EFFECTIVE-DATE    PIC X(08).
               10  WS-RTE-VALUE             PIC 9(05)V9(06).
       01  WS-RTE-IDX                      PIC 9(04).

       01  WS-RATE-SEARCH-CURRENCY         PIC X(03).
       01  WS-RATE-SEARCH-DATE             PIC X(08).
       01  WS-RATE-FOUND-SWITCH            PIC X(01).
           88  WS-RATE-FOUND               VALUE 'Y'.
       01  WS-RATE-FOUND-VALUE             PIC 9(05)V9(06).
