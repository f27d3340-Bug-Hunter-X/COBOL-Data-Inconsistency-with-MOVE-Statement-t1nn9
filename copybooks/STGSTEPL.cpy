      *>****************************************************************
      *> STGSTEPL - nightly step-timing log record layout.
      *>
      *> Declares STEP-TIMING-RECORD for STEPLOG, the sequential log
      *> STGCHAIN appends to for every chain step: a start record
      *> when the step is let run and an end record when it ends,
      *> both stamped with the night's RUNDATE and the clock.  A step
      *> that abends leaves a start with no end.  Partition transfers
      *> and the steps that keep no CHAINCTL slot log here the same
      *> way, so STGSLA sees the whole batch window.
      *>   RECORDS-PROCESSED - the step's own count of the main
      *>                       input it worked through (end only)
      *>   RETURN-CODE       - the RC the step ended with (end only)
      *> STGSLA carries the log old-master/new-master to trim it.
      *> COPY this member into the FILE SECTION with REPLACING to
      *> prefix the names, the way STGDQSTA.cpy is taken into its
      *> homes.
      *>****************************************************************
       01  :TAG:-STEP-TIMING-RECORD.
           05  :TAG:-RUN-DATE                  PIC X(08).
           05  :TAG:-STEP-NAME                 PIC X(08).
           05  :TAG:-EVENT                     PIC X(01).
               88  :TAG:-IS-START              VALUE 'S'.
               88  :TAG:-IS-END                VALUE 'E'.
           05  :TAG:-TIMESTAMP                 PIC X(26).
           05  :TAG:-RECORDS-PROCESSED         PIC 9(09).
           05  :TAG:-RETURN-CODE               PIC 9(04).
           05  FILLER                          PIC X(24).
