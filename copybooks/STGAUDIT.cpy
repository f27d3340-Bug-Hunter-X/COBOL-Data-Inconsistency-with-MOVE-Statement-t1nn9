      *> hand-retyping the PIC clauses, the same reasoning req 002
      *> applied to the staging areas and STGOUTFEED.cpy/STGRECON.cpy
      *> applied to OUTBOUND-RECORD/RECON-RPT-RECORD.
      *>
      *> Besides the transfer's COPY/REF records, STGSREL logs each
      *> operator decision on a held variance item: 'RELS' (posted)
      *> or 'REJT' (discarded).  On both, AUD-SOURCE-VALUE is the
      *> value the master holds after the decision and
      *> AUD-TARGET-VALUE the other side (the prior value on a
      *> release, the discarded value on a reject), so a reader that
      *> takes the source value as "what the key now holds" stays
      *> right.  A decision record belongs to no batch section.
      *>
      *> 'HOLD' records a transferred value the master did NOT take:
      *> STGAPPLY writes one for every detail it skips because the
      *> key is held or the value was rejected on the suspense file,
      *> and STGSCRN one for every held item it closes because the
      *> key dropped from the feed.  AUD-SOURCE-VALUE is the value
      *> the master kept and AUD-TARGET-VALUE the value that was not
      *> posted, so the transfer record ahead of it is put right for
      *> any reader replaying source values.  Outside any batch
      *> section, like the decisions.
      *>
      *> 'CORR' records were written by STGINQ while it still applied
      *> master corrections itself: AUD-SOURCE-VALUE the value before
      *> the correction, AUD-TARGET-VALUE the corrected value.  None
      *> are written now, but they stay on the live and archived
      *> trail and are read that way round.
      *>
      *> STGCAPR logs each master correction a second operator has
      *> approved as a pair of records, also outside any batch
      *> section:
      *>   'APRV' - AUD-SOURCE-VALUE the corrected value the master
      *>            now holds, AUD-TARGET-VALUE the value it replaced
      *>            (the same way round as 'RELS')
      *>   'SIGN' - the sign-off for the record just before it:
      *>            AUD-SOURCE-VALUE read through AUD-SIGN-OFF names
      *>            the key, the operator who requested the change
      *>            and when, and the operator who approved it.  Its
      *>            record code 'S' is no staging type code, so a
      *>            reader replaying source values passes it over.
      *> STGSREL follows each 'RELS'/'REJT' with a 'SIGN' the same
      *> way, naming the deciding operator in AUD-SGN-APPROVED-BY; a
      *> held item has no requester, so the requested fields are
      *> left blank.
      *>****************************************************************
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP                   PIC X(26).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  AUD-XFER-MODE                   PIC X(04).
               88  AUD-IS-SUSPENSE-DECISION    VALUES 'RELS' 'REJT'.
               88  AUD-IS-REJECT               VALUE 'REJT'.
               88  AUD-IS-CORRECTION           VALUE 'CORR'.
               88  AUD-IS-APPROVED-CORRECTION  VALUE 'APRV'.
               88  AUD-IS-HOLD                 VALUE 'HOLD'.
               88  AUD-IS-SIGN-OFF             VALUE 'SIGN'.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  AUD-SOURCE-VALUE                PIC X(100).
           05  AUD-SIGN-OFF REDEFINES AUD-SOURCE-VALUE.
               10  AUD-SGN-RECORD-CODE         PIC X(01).
               10  AUD-SGN-KEY                 PIC X(15).
               10  AUD-SGN-REQUESTED-BY        PIC X(08).
               10  AUD-SGN-REQUESTED-AT        PIC X(26).
               10  AUD-SGN-APPROVED-BY         PIC X(08).
               10  FILLER                      PIC X(42).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  AUD-TARGET-VALUE                PIC X(100).
