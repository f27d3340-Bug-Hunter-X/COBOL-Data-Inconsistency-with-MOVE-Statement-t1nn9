      *>****************************************************************
      *> STGCAL - processing-calendar record layout.
      *>
      *> Declares :TAG:-CALENDAR-RECORD, one record per calendar day
      *> in date order with no gaps, on the CALENDAR file the whole
      *> chain reads through STGCALND.  STGCALMT builds it a year at
      *> a time from the operator's holiday cards and works out every
      *> derived field, so no reader ever has to:
      *>   day type       - B business day, W weekend, H holiday
      *>   month-end      - Y on the last business day of its month
      *>   business day # - business days from the start of the
      *>                    calendar through this date; a weekend or
      *>                    holiday carries the number of the
      *>                    business day before it, so two dates'
      *>                    numbers differ by the business days
      *>                    between them
      *>   processing date- this date on a business day, otherwise
      *>                    the last business day before it (spaces
      *>                    ahead of the first business day on file)
      *>   day of week    - 1 Monday through 7 Sunday
      *> COPY this member with REPLACING to prefix the names, the way
      *> STGMANF.cpy is taken into its old- and new-master homes.
      *>****************************************************************
       01  :TAG:-CALENDAR-RECORD.
           05  :TAG:-DATE                      PIC X(08).
           05  FILLER                          PIC X(01).
           05  :TAG:-DAY-TYPE                  PIC X(01).
               88  :TAG:-BUSINESS-DAY          VALUE 'B'.
               88  :TAG:-WEEKEND               VALUE 'W'.
               88  :TAG:-HOLIDAY               VALUE 'H'.
           05  FILLER                          PIC X(01).
           05  :TAG:-MONTH-END-SWITCH          PIC X(01).
               88  :TAG:-MONTH-END             VALUE 'Y'.
           05  FILLER                          PIC X(01).
           05  :TAG:-BUSINESS-DAY-NUMBER       PIC 9(07).
           05  FILLER                          PIC X(01).
           05  :TAG:-PROCESSING-DATE           PIC X(08).
           05  FILLER                          PIC X(01).
           05  :TAG:-DAY-OF-WEEK               PIC 9(01).
           05  FILLER                          PIC X(01).
           05  :TAG:-HOLIDAY-NAME              PIC X(30).
           05  FILLER                          PIC X(18).
