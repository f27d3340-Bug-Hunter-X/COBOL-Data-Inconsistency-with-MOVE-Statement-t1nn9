      *>****************************************************************
      *> STGPEND - pending master correction record layout.
      *>
      *> Declares PENDING-CORRECTION for the pending-corrections file:
      *> one record per correction an operator has asked for on
      *> STGINQ and nobody has yet decided on STGCAPR.  A correction
      *> is requested by one operator and applied only when a second
      *> operator approves it, so the record carries who asked and
      *> when, the value the master held when they asked (before) and
      *> the value they want (after).  STGINQ appends to the file and
      *> allows one pending item per key; STGCAPR carries it
      *> old-master/new-master, dropping an item once it is approved,
      *> declined or expired.
      *>   LISTED-SWITCH - 'Y' once an approval run has listed the
      *>                   item, so the daily report can count new
      *>                   requests apart from items still waiting
      *> COPY this member into the FILE SECTION with REPLACING to
      *> prefix the names, the way STGSUSP.cpy is taken into its
      *> homes.
      *>****************************************************************
       01  :TAG:-PENDING-CORRECTION.
           05  :TAG:-KEY                       PIC X(15).
           05  :TAG:-RECORD-TYPE               PIC X(01).
           05  :TAG:-REQUESTED-BY              PIC X(08).
           05  :TAG:-REQUESTED-AT              PIC X(26).
           05  :TAG:-LISTED-SWITCH             PIC X(01).
               88  :TAG:-ALREADY-LISTED        VALUE 'Y'.
           05  :TAG:-BEFORE-VALUE              PIC X(100).
           05  :TAG:-AFTER-VALUE               PIC X(100).
