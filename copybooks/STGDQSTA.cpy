      *>****************************************************************
      *> STGDQSTA - sender data-quality statistic record layout.
      *>
      *> Declares :TAG:-STAT-RECORD, one count charged to one sending
      *> system for one batch on one night.  STGEDIT writes EDITSTAT
      *> from every edit run, STGREPR writes REPRSTAT from every
      *> repair run, and STGDQHST carries both into the scorecard
      *> history (DQHOLD in, DQHNEW out) that STGDQRPT reads for the
      *> monthly sender scorecard - all four files share this layout.
      *>
      *> The sender is the origin system id of an extended detail
      *> (kind 'O'); every base detail, header and trailer is charged
      *> to its batch id (kind 'B'), the only name a base sender
      *> travels under.
      *>   source 'E' (STGEDIT), reason code:
      *>     spaces - records that passed the edits
      *>     NTRL   - the batch closed with no trailer while TRLCARD
      *>              required one (one per batch per sender in it)
      *>     other  - records rejected for that REJ-REASON-CODE
      *>   source 'R' (STGREPR), reason code: the reason the records
      *>     were first rejected; the count is how many of them were
      *>     corrected and resubmitted clean, and the turnaround
      *>     total is the sum of their calendar days from rejection
      *>     to resubmission
      *> The run timestamp identifies the run that wrote the record,
      *> so STGDQHST can tell a file it has already taken in.  COPY
      *> this member with REPLACING to prefix the names, the way
      *> STGMANF.cpy is taken.
      *>****************************************************************
       01  :TAG:-STAT-RECORD.
           05  :TAG:-SOURCE                    PIC X(01).
               88  :TAG:-FROM-EDIT             VALUE 'E'.
               88  :TAG:-FROM-REPAIR           VALUE 'R'.
           05  :TAG:-RUN-DATE                  PIC X(08).
           05  :TAG:-RUN-TIMESTAMP             PIC X(26).
           05  :TAG:-BATCH-ID                  PIC X(10).
           05  :TAG:-SENDER-ID                 PIC X(10).
           05  :TAG:-SENDER-KIND               PIC X(01).
               88  :TAG:-SENDER-IS-ORIGIN      VALUE 'O'.
               88  :TAG:-SENDER-IS-BATCH       VALUE 'B'.
           05  :TAG:-REASON-CODE               PIC X(04).
               88  :TAG:-CLEAN-RECORDS         VALUE SPACES.
               88  :TAG:-MISSING-TRAILER       VALUE 'NTRL'.
           05  :TAG:-COUNT                     PIC 9(09).
           05  :TAG:-TURNAROUND-TOTAL          PIC 9(09).
           05  FILLER                          PIC X(22).
