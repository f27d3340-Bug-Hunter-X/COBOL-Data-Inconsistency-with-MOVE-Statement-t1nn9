      *>****************************************************************
      *> STGSUSP - amount-variance suspense record layout.
      *>
      *> Declares SUSPENSE-RECORD for the suspense file STGSCRN builds
      *> from DELTAFD: one record per detail key whose amount moved
      *> further overnight than the screening card allows, carrying
      *> the value the master holds (before) and the held value
      *> (after), so STGAPPLY can leave the key alone until an
      *> operator decides it on STGSREL.  The file is kept in key
      *> order and carried old-master/new-master by the screen and
      *> the release run, so an item stays on it until decided.
      *>   'H' - held: STGAPPLY skips the key; STGSAGE ages it
      *>   'X' - rejected by the operator: kept so STGAPPLY goes on
      *>         skipping the discarded value while the sender keeps
      *>         resending it; it drops off once the sender sends
      *>         anything else for the key
      *> A released item is posted and leaves the file.
      *> COPY this member into the FILE SECTION with REPLACING to
      *> prefix the names, the way STGMANF.cpy is taken into its two
      *> homes.
      *>****************************************************************
       01  :TAG:-SUSPENSE-RECORD.
           05  :TAG:-KEY                       PIC X(15).
           05  :TAG:-STATUS                    PIC X(01).
               88  :TAG:-IS-HELD               VALUE 'H'.
               88  :TAG:-IS-REJECTED           VALUE 'X'.
           05  :TAG:-HELD-DATE                 PIC X(08).
           05  :TAG:-BREACH-CODE               PIC X(04).
               88  :TAG:-BREACH-PERCENT        VALUE 'PCT '.
               88  :TAG:-BREACH-ABSOLUTE       VALUE 'ABS '.
               88  :TAG:-BREACH-BOTH           VALUE 'BOTH'.
               88  :TAG:-BREACH-NOT-NUMERIC    VALUE 'NNUM'.
           05  :TAG:-BEFORE-AMOUNT             PIC 9(12).
           05  :TAG:-AFTER-AMOUNT              PIC 9(12).
           05  :TAG:-DECIDED-DATE              PIC X(08).
           05  :TAG:-DECIDED-BY                PIC X(08).
           05  :TAG:-BEFORE-VALUE              PIC X(100).
           05  :TAG:-AFTER-VALUE               PIC X(100).
