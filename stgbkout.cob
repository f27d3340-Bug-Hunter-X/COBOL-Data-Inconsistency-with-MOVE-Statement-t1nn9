      *> the batch is reported SUPERSEDED and left alone - backing it
      *> out would destroy a later, legitimate value.
      *>
      *> STGSREL's release/reject decisions (AUD-IS-SUSPENSE-
      *> DECISION) are logged after the night's transfer and belong
      *> to no batch: one closes any open section, and its source
      *> value - what the key held after the decision - counts as an
      *> outside value like any other, so a released key is seen as
      *> superseded and a rejected one keeps its before image.
      *> STGCAPR's approved corrections (AUD-IS-APPROVED-CORRECTION,
      *> source value the corrected value) are taken the same way,
      *> and so are the corrections STGINQ once applied itself
      *> (AUD-IS-CORRECTION), except that their corrected value is
      *> the target value.  Sign-off records (AUD-IS-SIGN-OFF) just
      *> close any open section.
      *>
      *> A 'HOLD' record (AUD-IS-HOLD) says the master did not take
      *> a transferred value for the key and kept the source value
      *> (spaces: the key was not on the master).  Ahead of the
      *> batch's section it is the before image like any outside
      *> value.  Behind the section, with nothing else written for
      *> the key in between, it means the batch's own value for the
      *> key was held on the suspense file and never posted: the
      *> key is reported NOT POSTED and left alone - the master
      *> still holds what it held before the batch.
      *>
      *> This is a controlled reversal, not a blind delete: a batch
      *> the run-control ledger does not record as completed is
      *> refused outright, and so is a batch with no audit section on
               10  WS-BKT-BEFORE-TIMESTAMP  PIC X(26).
               10  WS-BKT-SUPERSEDED-SWITCH PIC X(01).
                   88  WS-BKT-SUPERSEDED   VALUE 'Y'.
               10  WS-BKT-HELD-SWITCH       PIC X(01).
                   88  WS-BKT-HELD         VALUE 'Y'.

       01  WS-KEY-IDX                      PIC 9(04).
       01  WS-KEY-FOUND-IDX                PIC 9(04).
       01  WS-KEY-SEARCH                   PIC X(15).
       01  WS-OUTSIDE-VALUE                PIC X(100).

       01  WS-BATCH-STATUS-KEY.
           05  FILLER                      PIC X(05) VALUE 'BATCH'.
       01  WS-SUPERSEDED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-UNRESOLVED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ABSENT-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-HELD-COUNT                   PIC 9(04) VALUE ZERO.

       01  WS-FINAL-RETURN-CODE            PIC 9(04) VALUE ZERO.

       1100-COLLECT-ONE-RECORD.
           MOVE AUD-SOURCE-VALUE TO WS-AREA-1
           EVALUATE TRUE
               WHEN AUD-IS-SUSPENSE-DECISION
                       OR AUD-IS-CORRECTION
                       OR AUD-IS-APPROVED-CORRECTION
                       OR AUD-IS-HOLD
                       OR AUD-IS-SIGN-OFF
                   MOVE 'N' TO WS-IN-SECTION-SWITCH
               WHEN WS-AREA-1-IS-HEADER
                   IF WS-AREA-1-HDR-BATCH-ID = WS-BATCH-ID
                           AND WS-AREA-1-HDR-RUN-DATE = WS-RUN-DATE
               MOVE SPACES
                   TO WS-BKT-BEFORE-TIMESTAMP(WS-KEY-FOUND-IDX)
               MOVE 'N' TO WS-BKT-SUPERSEDED-SWITCH(WS-KEY-FOUND-IDX)
               MOVE 'N' TO WS-BKT-HELD-SWITCH(WS-KEY-FOUND-IDX)
           END-IF.

       2000-FIND-BEFORE-IMAGES.
       2100-CLASSIFY-ONE-RECORD.
           MOVE AUD-SOURCE-VALUE TO WS-AREA-1
           EVALUATE TRUE
               WHEN AUD-IS-SIGN-OFF
                   MOVE 'N' TO WS-IN-SECTION-SWITCH
               WHEN AUD-IS-SUSPENSE-DECISION
                       OR AUD-IS-APPROVED-CORRECTION
                   MOVE 'N' TO WS-IN-SECTION-SWITCH
                   MOVE WS-AREA-1-DTL-KEY TO WS-KEY-SEARCH
                   MOVE AUD-SOURCE-VALUE TO WS-OUTSIDE-VALUE
                   PERFORM 2200-NOTE-OUTSIDE-VALUE
               WHEN AUD-IS-CORRECTION
                   MOVE 'N' TO WS-IN-SECTION-SWITCH
                   MOVE AUD-TARGET-VALUE TO WS-AREA-1
                   MOVE WS-AREA-1-DTL-KEY TO WS-KEY-SEARCH
                   MOVE AUD-TARGET-VALUE TO WS-OUTSIDE-VALUE
                   PERFORM 2200-NOTE-OUTSIDE-VALUE
               WHEN AUD-IS-HOLD
      *>            Keyed on the value not posted - the kept value
      *>            is spaces when the key was not on the master.
                   MOVE 'N' TO WS-IN-SECTION-SWITCH
                   MOVE AUD-TARGET-VALUE TO WS-AREA-1
                   MOVE WS-AREA-1-DTL-KEY TO WS-KEY-SEARCH
                   MOVE AUD-SOURCE-VALUE TO WS-OUTSIDE-VALUE
                   PERFORM 2300-NOTE-HELD-VALUE
               WHEN WS-AREA-1-IS-HEADER
                   IF WS-AREA-1-HDR-BATCH-ID = WS-BATCH-ID
                           AND WS-AREA-1-HDR-RUN-DATE = WS-RUN-DATE
               WHEN WS-AREA-1-IS-DETAIL
                   IF NOT WS-IN-SECTION
                       MOVE WS-AREA-1-DTL-KEY TO WS-KEY-SEARCH
                       MOVE AUD-SOURCE-VALUE TO WS-OUTSIDE-VALUE
                       PERFORM 2200-NOTE-OUTSIDE-VALUE
                   END-IF
           END-EVALUATE.

       2200-NOTE-OUTSIDE-VALUE.
           PERFORM 2400-FIND-TABLED-KEY
           IF WS-KEY-FOUND-IDX > ZERO
               IF WS-SECTION-SEEN
                   SET WS-BKT-SUPERSEDED(WS-KEY-FOUND-IDX) TO TRUE
               ELSE
                   SET WS-BKT-HAS-BEFORE(WS-KEY-FOUND-IDX) TO TRUE
                   MOVE WS-OUTSIDE-VALUE
                       TO WS-BKT-BEFORE-VALUE(WS-KEY-FOUND-IDX)
                   MOVE AUD-TIMESTAMP
                       TO WS-BKT-BEFORE-TIMESTAMP(WS-KEY-FOUND-IDX)
               END-IF
           END-IF.

       2300-NOTE-HELD-VALUE.
      *>    Ahead of the section a HOLD is a before image like any
      *>    outside value, or - kept value spaces - says the key was
      *>    not on the master at all.  Behind it, first for the key,
      *>    it is the batch's own value held back.
           PERFORM 2400-FIND-TABLED-KEY
           IF WS-KEY-FOUND-IDX > ZERO
               EVALUATE TRUE
                   WHEN WS-SECTION-SEEN
                       IF NOT WS-BKT-SUPERSEDED(WS-KEY-FOUND-IDX)
                           SET WS-BKT-HELD(WS-KEY-FOUND-IDX) TO TRUE
                       END-IF
                   WHEN WS-OUTSIDE-VALUE = SPACES
                       MOVE 'N'
                           TO WS-BKT-BEFORE-SWITCH(WS-KEY-FOUND-IDX)
                       MOVE SPACES
                           TO WS-BKT-BEFORE-VALUE(WS-KEY-FOUND-IDX)
                       MOVE SPACES
                           TO WS-BKT-BEFORE-TIMESTAMP(WS-KEY-FOUND-IDX)
                   WHEN OTHER
                       PERFORM 2200-NOTE-OUTSIDE-VALUE
               END-EVALUATE
           END-IF.

       2400-FIND-TABLED-KEY.
           MOVE ZERO TO WS-KEY-FOUND-IDX
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-USED-COUNT
                       OR WS-KEY-FOUND-IDX > ZERO
               IF WS-BKT-KEY(WS-KEY-IDX) = WS-KEY-SEARCH
                   MOVE WS-KEY-IDX TO WS-KEY-FOUND-IDX
               END-IF
           END-PERFORM.

       3000-OPEN-MASTER-FILE.
      *>    I-O, never seeded: a master that does not open is a hard
      *>    stop - backing out a batch from a master that is not
      *>    The dispositions, in the order tested:
      *>      SUPERSEDED  - a later run moved the key again; left as
      *>                    is, reversal would destroy the newer value
      *>      NOT POSTED  - the batch's value was held on the suspense
      *>                    file; the master never took it
      *>      NOT ON MASTER - already gone; nothing to back out
      *>      RESTORED    - before image moved back over MST-VALUE,
      *>                    apply count stepped back down
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   MOVE 'SUPERSEDED BY A LATER RUN - LEFT AS IS'
                       TO WS-RPT-DISPOSITION
               WHEN WS-BKT-HELD(WS-KEY-IDX)
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'NOT POSTED - HELD ON THE SUSPENSE FILE, LEFT '
                       & 'AS IS' TO WS-RPT-DISPOSITION
               WHEN OTHER
                   PERFORM 4100-READ-AND-REVERSE
           END-EVALUATE
           MOVE WS-SUPERSEDED-COUNT TO WS-RPT-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'KEYS HELD - NEVER POSTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HELD-COUNT TO WS-RPT-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'KEYS NOT ON MASTER' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ABSENT-COUNT TO WS-RPT-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
