       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGASOF.
      *>****************************************************************
      *> STGASOF - point-in-time reconstruction of the staging master.
      *> Answers "what did STGMASTR hold for these keys at the close
      *> of a given date" after STGARCH has cut the trail over, which
      *> STGAUDRQ (live trail only) and STGBKOUT (refuses archived
      *> history) cannot.  Given a target date and an optional key
      *> range on ASOFCARD, it uses the archive manifest (STGMANF.cpy)
      *> to work out which ARCHAUD generations the date needs, replays
      *> those generations and then the live AUDITLOG up to the close
      *> of the target date, and builds ASOFMSTR - a keyed snapshot in
      *> the STGMASTR layout, maintained exactly as STGAPPLY maintains
      *> the live master - with ASOFRPT listing what it used.
      *>
      *> Request card layout (fixed columns):
      *>   cols  1-8   target date, YYYYMMDD - required; the snapshot
      *>               is the position at the close of this date
      *>   cols 10-24  key range from (blank = from the lowest key)
      *>   cols 26-40  key range to   (blank = to the highest key)
      *> The range is compared against MST-KEY, so a batch-status
      *> record ('BATCH' + batch id) only lands in a ranged snapshot
      *> when the range covers it.
      *>
      *> Generations.  The master accumulates from the first apply,
      *> so every AUDITLOG generation that starts on or before the
      *> target date is needed, not just the one holding the date.
      *> The job concatenates every ACTIVE AUDITLOG generation the
      *> manifest lists onto ARCHAUD, oldest first - the same list
      *> the manifest gives the operator - and this program checks
      *> the records it reads there against the manifest's counts,
      *> skipping anything stamped after the target date.  A needed
      *> generation the manifest shows as purged is listed on the
      *> report: keys it moved, and keys whose later history rests
      *> on it, cannot be reconstructed reliably, and the snapshot is
      *> marked incomplete rather than passed off as the answer.
      *>
      *> Replay follows STGBKOUT's reading of the trail: each audit
      *> record's AUD-SOURCE-VALUE is the full staging value sent, a
      *> detail keys on its WS-AREA-1-DTL-KEY and a header keys the
      *> 'BATCH' + HDR-BATCH-ID status record; trailers carry no key
      *> position and are passed over.  MST-FIRST-APPLIED and
      *> MST-LAST-APPLIED take the AUD-TIMESTAMP of the transfer,
      *> which precedes the apply in the same night's chain.  A batch
      *> later reversed by STGBKOUT is still on the trail and still
      *> replays - check BKOUTRPT for the period in question.
      *> STGSREL's release records replay the same way - their
      *> source value is what the key held after the decision.
      *> Records that change a value without an apply restate
      *> MST-VALUE only, leaving the apply count and stamps alone as
      *> the master does:
      *>   'REJT', 'APRV' - the source value
      *>   'CORR'         - the target value (STGINQ's own
      *>                    corrections carry the corrected value
      *>                    there)
      *>   'HOLD'         - the source value, the value the master
      *>                    kept over the transfer's held one; a
      *>                    blank source means the key was not on the
      *>                    master, and it leaves the snapshot.  As
      *>                    STGAPPLY never applied the held value,
      *>                    a HOLD also takes back the apply count
      *>                    and MST-LAST-APPLIED the transfer's
      *>                    record was replayed with (ASOFRPT counts
      *>                    any key whose earlier stamp was no longer
      *>                    to hand)
      *> A held key therefore shows its held value in the snapshot
      *> only between the transfer and the apply of the same night.
      *> Sign-off records carry no staging value and are passed
      *> over.
      *>
      *> Ends RC=0 when the snapshot is complete, RC=4 when a needed
      *> generation was purged, RC=8 when ARCHAUD does not match the
      *> manifest or is out of timestamp order (the snapshot cannot
      *> be trusted), RC=16 on a bad request card or a file failure.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOF-CARD-FILE ASSIGN TO ASOFCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO MANIFEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT ARCHIVE-AUDIT-FILE ASSIGN TO ARCHAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-AUDIT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO ASOFMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT REPORT-FILE ASSIGN TO ASOFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASOF-CARD-FILE
           RECORDING MODE IS F.
       01  ASOF-CARD.
           05  ASC-TARGET-DATE             PIC X(08).
           05  FILLER                      PIC X(01).
           05  ASC-KEY-FROM                PIC X(15).
           05  FILLER                      PIC X(01).
           05  ASC-KEY-TO                  PIC X(15).
           05  FILLER                      PIC X(40).

       FD  MANIFEST-FILE
           RECORDING MODE IS F.
           COPY STGMANF REPLACING ==:TAG:== BY ==MNF==.

       FD  ARCHIVE-AUDIT-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-AUDIT-RECORD            PIC X(233).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  LIVE-AUDIT-RECORD               PIC X(233).

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY STGMASTR.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
           COPY STGAREA.

      *>    Both trails are read INTO this one copy of the audit
      *>    layout, so the replay never works from the record area of
      *>    a file that is closed.
           COPY STGAUDIT.

       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-OK                  VALUE '00'.

       01  WS-MANIFEST-STATUS              PIC X(02).
           88  WS-MANIFEST-OK              VALUE '00'.

       01  WS-ARCH-AUDIT-STATUS            PIC X(02).
           88  WS-ARCH-AUDIT-OK            VALUE '00'.

       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                  VALUE '00'.

       01  WS-SNAPSHOT-STATUS              PIC X(02).
           88  WS-SNAPSHOT-OK              VALUE '00'.
           88  WS-SNAPSHOT-NOT-FOUND       VALUE '23'.

       01  WS-REPORT-STATUS                PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-TARGET-DATE                  PIC X(08) VALUE SPACES.
       01  WS-KEY-FROM                     PIC X(15) VALUE SPACES.
           88  WS-NO-KEY-FROM              VALUE SPACES.
       01  WS-KEY-TO                       PIC X(15) VALUE SPACES.
           88  WS-NO-KEY-TO                VALUE SPACES.

       01  WS-DATE-VALID-SWITCH            PIC X(01).
           88  WS-DATE-VALID               VALUE 'Y'.
       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-YYYY           PIC 9(04).
           05  WS-EDIT-DATE-MM             PIC 9(02).
           05  WS-EDIT-DATE-DD             PIC 9(02).
       01  WS-DAYS-IN-MONTH                PIC 9(02).
       01  WS-LEAP-QUOTIENT                PIC 9(04).
       01  WS-LEAP-REMAINDER               PIC 9(04).

      *>    Replay state: the timestamp of the last record replayed,
      *>    so a concatenation handed over in the wrong order is
      *>    caught instead of replayed backwards, and the key and
      *>    record type of the record in hand.
       01  WS-LAST-TIMESTAMP               PIC X(26) VALUE LOW-VALUES.
       01  WS-APPLY-KEY                    PIC X(15).
       01  WS-APPLY-RECORD-TYPE            PIC X(01).
       01  WS-RESTATE-SWITCH               PIC X(01).
           88  WS-RESTATE-ONLY             VALUE 'Y'.
       01  WS-RESTATE-VALUE                PIC X(100).

      *>    Held-key restatement.  For each key the replay has lately
      *>    updated, the MST-LAST-APPLIED values it carried before its
      *>    most recent updates, newest last: a HOLD takes the newest
      *>    off, so a key transferred and held more than once in a
      *>    night unwinds to the stamp it had before that night.  An
      *>    entry untouched for more than a day is reused when the
      *>    table is full - its HOLDs, which follow the transfer in
      *>    the same night's chain, are long past.  A HOLD that finds
      *>    no stamp for its key is counted and reported.
       78  WS-MAX-PRIOR-KEYS               VALUE 1000.
       78  WS-MAX-PRIOR-STAMPS             VALUE 4.
       01  WS-PRIOR-USED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-PRIOR-TABLE.
           05  WS-PRI-ENTRY OCCURS WS-MAX-PRIOR-KEYS TIMES.
               10  WS-PRI-KEY               PIC X(15).
               10  WS-PRI-DAY-NUMBER        PIC 9(07).
               10  WS-PRI-DEPTH             PIC 9(01).
               10  WS-PRI-STAMP             PIC X(26)
                                   OCCURS WS-MAX-PRIOR-STAMPS TIMES.
       01  WS-PRI-IDX                      PIC 9(04).
       01  WS-PRI-FOUND-IDX                PIC 9(04).
       01  WS-PRI-STAMP-IDX                PIC 9(01).
       01  WS-AUDIT-DATE                   PIC 9(08).
       01  WS-AUDIT-DAY-NUMBER             PIC 9(07).
       01  WS-HELD-UNRESTATED-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-BATCH-STATUS-KEY.
           05  FILLER                      PIC X(05) VALUE 'BATCH'.
           05  WS-BATCH-STATUS-BATCH-ID    PIC X(10).

       01  WS-GENERATION-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-NEEDED-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-PURGED-NEEDED-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-ARCHIVE-EXPECTED-COUNT       PIC 9(09) VALUE ZERO.
       01  WS-ARCHIVE-READ-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-LIVE-READ-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-REPLAY-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-AFTER-TARGET-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-OUT-OF-RANGE-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-ADD-COUNT                    PIC 9(09) VALUE ZERO.
       01  WS-UPDATE-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-SEQUENCE-ERROR-COUNT         PIC 9(09) VALUE ZERO.

       01  WS-ARCHIVE-MISMATCH-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-ARCHIVE-MISMATCH         VALUE 'Y'.

       01  WS-FINAL-RETURN-CODE            PIC 9(04) VALUE ZERO.

       01  WS-PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       78  WS-PAGE-LINE-LIMIT              VALUE 56.

       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(45)
               VALUE 'STGASOF - POINT-IN-TIME MASTER RECONSTRUCTION'.
           05  FILLER                      PIC X(77) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  WS-RPT-HEADING-PAGE         PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-RPT-CRITERIA-LINE.
           05  WS-RPT-CRITERIA-LABEL       PIC X(20).
           05  WS-RPT-CRITERIA-VALUE       PIC X(112).

       01  WS-RPT-GENERATION-LINE.
           05  FILLER                      PIC X(11)
               VALUE 'GENERATION '.
           05  WS-RPT-GEN-DATE             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RPT-GEN-TIME             PIC X(06).
           05  FILLER                      PIC X(08) VALUE '  COVERS'.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RPT-GEN-DATE-FROM        PIC X(08).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  WS-RPT-GEN-DATE-TO          PIC X(08).
           05  FILLER                      PIC X(06) VALUE '  RECS'.
           05  WS-RPT-GEN-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-GEN-DISPOSITION      PIC X(61).

       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOTAL-LABEL          PIC X(32).
           05  WS-RPT-TOTAL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(89) VALUE SPACES.

       01  WS-RPT-END-LINE.
           05  FILLER                      PIC X(21)
               VALUE '*** END OF REPORT ***'.
           05  FILLER                      PIC X(111) VALUE SPACES.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-ASOF-CARD
           PERFORM 0200-OPEN-REPORT
           PERFORM 0300-OPEN-SNAPSHOT-FILE
           PERFORM 1000-SELECT-GENERATIONS
           PERFORM 2000-REPLAY-ARCHIVE
           PERFORM 3000-REPLAY-LIVE-TRAIL
           CLOSE SNAPSHOT-FILE
           PERFORM 8000-REPORT-TOTALS
           CLOSE REPORT-FILE
           IF WS-PURGED-NEEDED-COUNT > 0
                   AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF
           IF (WS-ARCHIVE-MISMATCH OR WS-SEQUENCE-ERROR-COUNT > 0)
                   AND WS-FINAL-RETURN-CODE < 8
               MOVE 8 TO WS-FINAL-RETURN-CODE
           END-IF
           PERFORM 9900-DISPLAY-TOTALS
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0100-READ-ASOF-CARD.
      *>    The target date has no safe default - a snapshot of "some
      *>    date" is no answer to an auditor - so a missing card, a
      *>    blank date or a date that is not a real calendar date
      *>    abends, and so does a range whose ends are reversed.
           OPEN INPUT ASOF-CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY 'ABEND: UNABLE TO OPEN ASOFCARD - FILE STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           READ ASOF-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ASC-TARGET-DATE TO WS-TARGET-DATE
                   MOVE ASC-KEY-FROM TO WS-KEY-FROM
                   MOVE ASC-KEY-TO TO WS-KEY-TO
           END-READ
           CLOSE ASOF-CARD-FILE
           PERFORM 0110-VALIDATE-TARGET-DATE
           IF NOT WS-DATE-VALID
               DISPLAY 'ABEND: ASOFCARD TARGET DATE "' WS-TARGET-DATE
                   '" IS NOT A VALID YYYYMMDD DATE'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-NO-KEY-FROM AND NOT WS-NO-KEY-TO
                   AND WS-KEY-FROM > WS-KEY-TO
               DISPLAY 'ABEND: ASOFCARD KEY RANGE FROM ' WS-KEY-FROM
                   ' IS AFTER TO ' WS-KEY-TO
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-VALIDATE-TARGET-DATE.
      *>    The same calendar test STGEDIT's 1110-VALIDATE-RUN-DATE
      *>    applies to a header run date.
           MOVE 'N' TO WS-DATE-VALID-SWITCH
           IF WS-TARGET-DATE IS NUMERIC
               MOVE WS-TARGET-DATE TO WS-EDIT-DATE
               IF WS-EDIT-DATE-MM >= 1 AND WS-EDIT-DATE-MM <= 12
                   PERFORM 0120-SET-DAYS-IN-MONTH
                   IF WS-EDIT-DATE-DD >= 1
                           AND WS-EDIT-DATE-DD <= WS-DAYS-IN-MONTH
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       0120-SET-DAYS-IN-MONTH.
           EVALUATE WS-EDIT-DATE-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 0130-SET-FEBRUARY-DAYS
           END-EVALUATE.

       0130-SET-FEBRUARY-DAYS.
      *>    Leap year: divisible by 4, except century years, which
      *>    must be divisible by 400.
           MOVE 28 TO WS-DAYS-IN-MONTH
           DIVIDE WS-EDIT-DATE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-DAYS-IN-MONTH
               DIVIDE WS-EDIT-DATE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-EDIT-DATE-YYYY BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

       0200-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN ASOFRPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING
           MOVE 'TARGET DATE' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-TARGET-DATE TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'KEY FROM' TO WS-RPT-CRITERIA-LABEL
           IF WS-NO-KEY-FROM
               MOVE '(NOT FILTERED)' TO WS-RPT-CRITERIA-VALUE
           ELSE
               MOVE WS-KEY-FROM TO WS-RPT-CRITERIA-VALUE
           END-IF
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'KEY TO' TO WS-RPT-CRITERIA-LABEL
           IF WS-NO-KEY-TO
               MOVE '(NOT FILTERED)' TO WS-RPT-CRITERIA-VALUE
           ELSE
               MOVE WS-KEY-TO TO WS-RPT-CRITERIA-VALUE
           END-IF
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       0300-OPEN-SNAPSHOT-FILE.
      *>    The snapshot is built fresh every run: OPEN OUTPUT empties
      *>    it, then it is reopened I-O for the random maintenance the
      *>    replay does, the same seeding STGAPPLY's
      *>    0200-OPEN-MASTER-FILE gives a first-ever master.
           OPEN OUTPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-OK
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE
           END-IF
           IF NOT WS-SNAPSHOT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN ASOFMSTR - FILE STATUS '
                   WS-SNAPSHOT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-SELECT-GENERATIONS.
      *>    One pass of the manifest: every AUDITLOG generation is
      *>    listed with what it means for this snapshot, and the
      *>    record counts of the active ones are summed - that sum is
      *>    what ARCHAUD must deliver.  RECONRPT generations carry no
      *>    master history and are passed over.  A missing manifest
      *>    abends: without it there is no telling what the
      *>    concatenation should hold.
           OPEN INPUT MANIFEST-FILE
           IF NOT WS-MANIFEST-OK
               DISPLAY 'ABEND: UNABLE TO OPEN MANIFEST - FILE STATUS '
                   WS-MANIFEST-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ MANIFEST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF MNF-FILE-ID = 'AUDITLOG'
                           PERFORM 1100-CLASSIFY-GENERATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       1100-CLASSIFY-GENERATION.
           ADD 1 TO WS-GENERATION-COUNT
           MOVE MNF-GENERATION-DATE TO WS-RPT-GEN-DATE
           MOVE MNF-GENERATION-TIME TO WS-RPT-GEN-TIME
           MOVE MNF-DATE-FROM TO WS-RPT-GEN-DATE-FROM
           MOVE MNF-DATE-TO TO WS-RPT-GEN-DATE-TO
           MOVE MNF-RECORD-COUNT TO WS-RPT-GEN-COUNT
           IF MNF-IS-ACTIVE
               ADD MNF-RECORD-COUNT TO WS-ARCHIVE-EXPECTED-COUNT
           END-IF
           EVALUATE TRUE
               WHEN MNF-DATE-FROM > WS-TARGET-DATE
                   MOVE 'NOT NEEDED - STARTS AFTER TARGET DATE'
                       TO WS-RPT-GEN-DISPOSITION
               WHEN MNF-IS-PURGED
                   ADD 1 TO WS-NEEDED-COUNT
                   ADD 1 TO WS-PURGED-NEEDED-COUNT
                   MOVE SPACES TO WS-RPT-GEN-DISPOSITION
                   STRING 'NEEDED - PURGED ' DELIMITED BY SIZE
                       MNF-PURGED-DATE DELIMITED BY SIZE
                       ' - KEYS NOT RECONSTRUCTABLE'
                           DELIMITED BY SIZE
                       INTO WS-RPT-GEN-DISPOSITION
                   END-STRING
                   DISPLAY 'STGASOF: NEEDED GENERATION '
                       MNF-GENERATION-DATE ' ' MNF-GENERATION-TIME
                       ' WAS PURGED ' MNF-PURGED-DATE
                       ' - SNAPSHOT IS INCOMPLETE'
               WHEN OTHER
                   ADD 1 TO WS-NEEDED-COUNT
                   MOVE 'NEEDED - REPLAYED FROM ARCHAUD'
                       TO WS-RPT-GEN-DISPOSITION
           END-EVALUATE
           MOVE WS-RPT-GENERATION-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       2000-REPLAY-ARCHIVE.
      *>    Every archived record is read and counted, so the
      *>    concatenation can be tied to the manifest; only those up
      *>    to the close of the target date replay.  With no active
      *>    generation on the manifest the job has nothing to hand
      *>    over, and a missing ARCHAUD is then simply empty.
           OPEN INPUT ARCHIVE-AUDIT-FILE
           IF NOT WS-ARCH-AUDIT-OK
               IF WS-ARCHIVE-EXPECTED-COUNT = ZERO
                   DISPLAY 'STGASOF: NO ARCHAUD AND NO ACTIVE '
                       'GENERATION ON THE MANIFEST - LIVE TRAIL ONLY'
               ELSE
                   DISPLAY 'ABEND: UNABLE TO OPEN ARCHAUD - FILE '
                       'STATUS ' WS-ARCH-AUDIT-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ ARCHIVE-AUDIT-FILE INTO AUDIT-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-READ-COUNT
                           PERFORM 4000-REPLAY-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-AUDIT-FILE
           END-IF
           IF WS-ARCHIVE-READ-COUNT NOT = WS-ARCHIVE-EXPECTED-COUNT
               SET WS-ARCHIVE-MISMATCH TO TRUE
               DISPLAY 'STGASOF: ARCHAUD HELD ' WS-ARCHIVE-READ-COUNT
                   ' RECORDS, THE MANIFEST LISTS '
                   WS-ARCHIVE-EXPECTED-COUNT ' ACTIVE - CONCATENATE '
                   'EVERY ACTIVE AUDITLOG GENERATION AND RERUN'
           END-IF.

       3000-REPLAY-LIVE-TRAIL.
      *>    The live trail is everything since the last cutover and
      *>    follows the newest generation in time.
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN AUDITLOG - FILE STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE INTO AUDIT-RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIVE-READ-COUNT
                       PERFORM 4000-REPLAY-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       4000-REPLAY-AUDIT-RECORD.
      *>    The trail is written in timestamp order and the
      *>    generations follow each other, so a record older than
      *>    the one before it means the concatenation is out of order
      *>    - it is counted and not replayed (replaying it would put
      *>    an older value over a newer one).
           IF AUD-TIMESTAMP < WS-LAST-TIMESTAMP
               ADD 1 TO WS-SEQUENCE-ERROR-COUNT
               IF WS-SEQUENCE-ERROR-COUNT = 1
                   DISPLAY 'STGASOF: AUDIT RECORD ' AUD-TIMESTAMP
                       ' IS OLDER THAN ' WS-LAST-TIMESTAMP
                       ' - TRAIL OUT OF ORDER'
               END-IF
           ELSE
               MOVE AUD-TIMESTAMP TO WS-LAST-TIMESTAMP
               IF AUD-TIMESTAMP(1:8) > WS-TARGET-DATE
                   ADD 1 TO WS-AFTER-TARGET-COUNT
               ELSE
                   PERFORM 4100-REPLAY-IN-DATE-RECORD
               END-IF
           END-IF.

       4100-REPLAY-IN-DATE-RECORD.
      *>    The key comes from the value the record is about: the
      *>    target value for a CORR or a HOLD (a HOLD's source may
      *>    be spaces), the source value for everything else.
           MOVE 'N' TO WS-RESTATE-SWITCH
           MOVE AUD-SOURCE-VALUE TO WS-RESTATE-VALUE
           EVALUATE TRUE
               WHEN AUD-IS-CORRECTION
                   SET WS-RESTATE-ONLY TO TRUE
                   MOVE AUD-TARGET-VALUE TO WS-RESTATE-VALUE
                   MOVE AUD-TARGET-VALUE TO WS-AREA-1
               WHEN AUD-IS-HOLD
                   SET WS-RESTATE-ONLY TO TRUE
                   MOVE AUD-TARGET-VALUE TO WS-AREA-1
               WHEN AUD-IS-REJECT
                       OR AUD-IS-APPROVED-CORRECTION
                   SET WS-RESTATE-ONLY TO TRUE
                   MOVE AUD-SOURCE-VALUE TO WS-AREA-1
               WHEN OTHER
                   MOVE AUD-SOURCE-VALUE TO WS-AREA-1
           END-EVALUATE
           MOVE SPACES TO WS-APPLY-KEY
           EVALUATE TRUE
               WHEN WS-AREA-1-IS-DETAIL
                   MOVE WS-AREA-1-DTL-KEY TO WS-APPLY-KEY
                   MOVE 'D' TO WS-APPLY-RECORD-TYPE
               WHEN WS-AREA-1-IS-HEADER
                   MOVE WS-AREA-1-HDR-BATCH-ID
                       TO WS-BATCH-STATUS-BATCH-ID
                   MOVE WS-BATCH-STATUS-KEY TO WS-APPLY-KEY
                   MOVE 'B' TO WS-APPLY-RECORD-TYPE
           END-EVALUATE
           IF WS-APPLY-KEY NOT = SPACES
               IF (NOT WS-NO-KEY-FROM AND WS-APPLY-KEY < WS-KEY-FROM)
                       OR (NOT WS-NO-KEY-TO
                           AND WS-APPLY-KEY > WS-KEY-TO)
                   ADD 1 TO WS-OUT-OF-RANGE-COUNT
               ELSE
                   ADD 1 TO WS-REPLAY-COUNT
                   IF WS-RESTATE-ONLY
                       PERFORM 4300-RESTATE-SNAPSHOT-VALUE
                   ELSE
                       PERFORM 4200-APPLY-SNAPSHOT-RECORD
                   END-IF
               END-IF
           END-IF.

       4200-APPLY-SNAPSHOT-RECORD.
      *>    STGAPPLY's 2000-APPLY-MASTER-RECORD, against the snapshot
      *>    and stamped with the audit timestamp.
           MOVE WS-APPLY-KEY TO MST-KEY
           READ SNAPSHOT-FILE
           EVALUATE TRUE
               WHEN WS-SNAPSHOT-OK
                   ADD 1 TO WS-UPDATE-COUNT
                   PERFORM 4400-KEEP-PRIOR-STAMP
                   MOVE WS-AREA-1 TO MST-VALUE
                   MOVE AUD-TIMESTAMP TO MST-LAST-APPLIED
                   ADD 1 TO MST-APPLY-COUNT
                   MOVE WS-APPLY-RECORD-TYPE TO MST-RECORD-TYPE
                   REWRITE MASTER-RECORD
                   IF NOT WS-SNAPSHOT-OK
                       PERFORM 8800-ABEND-SNAPSHOT-IO
                   END-IF
               WHEN WS-SNAPSHOT-NOT-FOUND
                   ADD 1 TO WS-ADD-COUNT
                   MOVE WS-APPLY-KEY TO MST-KEY
                   MOVE WS-APPLY-RECORD-TYPE TO MST-RECORD-TYPE
                   MOVE WS-AREA-1 TO MST-VALUE
                   MOVE AUD-TIMESTAMP TO MST-FIRST-APPLIED
                   MOVE AUD-TIMESTAMP TO MST-LAST-APPLIED
                   MOVE 1 TO MST-APPLY-COUNT
                   WRITE MASTER-RECORD
                   IF NOT WS-SNAPSHOT-OK
                       PERFORM 8800-ABEND-SNAPSHOT-IO
                   END-IF
               WHEN OTHER
                   PERFORM 8800-ABEND-SNAPSHOT-IO
           END-EVALUATE.

       4300-RESTATE-SNAPSHOT-VALUE.
      *>    A correction, a reject or a held value: MST-VALUE is
      *>    restated.  A key the snapshot does not hold has nothing
      *>    to restate; a HOLD that kept no value removes the key the
      *>    transfer's record put there.  A HOLD that kept a value
      *>    also takes back the apply the transfer's record was
      *>    replayed as - STGAPPLY never touched the key.
           MOVE WS-APPLY-KEY TO MST-KEY
           READ SNAPSHOT-FILE
           EVALUATE TRUE
               WHEN WS-SNAPSHOT-NOT-FOUND
                   CONTINUE
               WHEN NOT WS-SNAPSHOT-OK
                   PERFORM 8800-ABEND-SNAPSHOT-IO
               WHEN WS-RESTATE-VALUE = SPACES
                   DELETE SNAPSHOT-FILE
                   IF NOT WS-SNAPSHOT-OK
                       PERFORM 8800-ABEND-SNAPSHOT-IO
                   END-IF
                   SUBTRACT 1 FROM WS-ADD-COUNT
               WHEN OTHER
                   MOVE WS-RESTATE-VALUE TO MST-VALUE
                   IF AUD-IS-HOLD
                       PERFORM 4700-UNDO-HELD-APPLY
                   END-IF
                   REWRITE MASTER-RECORD
                   IF NOT WS-SNAPSHOT-OK
                       PERFORM 8800-ABEND-SNAPSHOT-IO
                   END-IF
           END-EVALUATE.

       4400-KEEP-PRIOR-STAMP.
      *>    Called with the key's snapshot record in hand, before the
      *>    update overwrites its MST-LAST-APPLIED.  A full stack
      *>    drops its oldest stamp.
           MOVE ZERO TO WS-AUDIT-DAY-NUMBER
           IF AUD-TIMESTAMP(1:8) IS NUMERIC
               MOVE AUD-TIMESTAMP(1:8) TO WS-AUDIT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-AUDIT-DATE) = ZERO
                   COMPUTE WS-AUDIT-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-AUDIT-DATE)
               END-IF
           END-IF
           PERFORM 4500-FIND-PRIOR-ENTRY
           IF WS-PRI-FOUND-IDX = ZERO
               PERFORM 4600-CLAIM-PRIOR-ENTRY
           END-IF
           IF WS-PRI-FOUND-IDX > ZERO
               IF WS-PRI-DEPTH(WS-PRI-FOUND-IDX) = WS-MAX-PRIOR-STAMPS
                   PERFORM VARYING WS-PRI-STAMP-IDX FROM 1 BY 1
                           UNTIL WS-PRI-STAMP-IDX >= WS-MAX-PRIOR-STAMPS
                       MOVE WS-PRI-STAMP(WS-PRI-FOUND-IDX,
                               WS-PRI-STAMP-IDX + 1)
                           TO WS-PRI-STAMP(WS-PRI-FOUND-IDX,
                               WS-PRI-STAMP-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PRI-DEPTH(WS-PRI-FOUND-IDX)
               END-IF
               ADD 1 TO WS-PRI-DEPTH(WS-PRI-FOUND-IDX)
               MOVE MST-LAST-APPLIED
                   TO WS-PRI-STAMP(WS-PRI-FOUND-IDX,
                       WS-PRI-DEPTH(WS-PRI-FOUND-IDX))
               MOVE WS-AUDIT-DAY-NUMBER
                   TO WS-PRI-DAY-NUMBER(WS-PRI-FOUND-IDX)
           END-IF.

       4500-FIND-PRIOR-ENTRY.
           MOVE ZERO TO WS-PRI-FOUND-IDX
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > WS-PRIOR-USED-COUNT
                       OR WS-PRI-FOUND-IDX > ZERO
               IF WS-PRI-KEY(WS-PRI-IDX) = WS-APPLY-KEY
                   MOVE WS-PRI-IDX TO WS-PRI-FOUND-IDX
               END-IF
           END-PERFORM.

       4600-CLAIM-PRIOR-ENTRY.
      *>    A free entry, or one untouched for more than a day; with
      *>    neither the key goes untracked and a later HOLD of it is
      *>    counted as not restated.
           IF WS-PRIOR-USED-COUNT < WS-MAX-PRIOR-KEYS
               ADD 1 TO WS-PRIOR-USED-COUNT
               MOVE WS-PRIOR-USED-COUNT TO WS-PRI-FOUND-IDX
           ELSE
               PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                       UNTIL WS-PRI-IDX > WS-PRIOR-USED-COUNT
                           OR WS-PRI-FOUND-IDX > ZERO
                   IF WS-PRI-DAY-NUMBER(WS-PRI-IDX) + 1
                           < WS-AUDIT-DAY-NUMBER
                       MOVE WS-PRI-IDX TO WS-PRI-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PRI-FOUND-IDX > ZERO
               MOVE WS-APPLY-KEY TO WS-PRI-KEY(WS-PRI-FOUND-IDX)
               MOVE ZERO TO WS-PRI-DEPTH(WS-PRI-FOUND-IDX)
           END-IF.

       4700-UNDO-HELD-APPLY.
      *>    The transfer's record was replayed through
      *>    4200-APPLY-SNAPSHOT-RECORD as one more apply: take it back
      *>    and put back the stamp the key carried before it.
           IF MST-APPLY-COUNT > ZERO
               SUBTRACT 1 FROM MST-APPLY-COUNT
           END-IF
           PERFORM 4500-FIND-PRIOR-ENTRY
           IF WS-PRI-FOUND-IDX > ZERO
               IF WS-PRI-DEPTH(WS-PRI-FOUND-IDX) > ZERO
                   MOVE WS-PRI-STAMP(WS-PRI-FOUND-IDX,
                           WS-PRI-DEPTH(WS-PRI-FOUND-IDX))
                       TO MST-LAST-APPLIED
                   SUBTRACT 1 FROM WS-PRI-DEPTH(WS-PRI-FOUND-IDX)
               ELSE
                   MOVE ZERO TO WS-PRI-FOUND-IDX
               END-IF
           END-IF
           IF WS-PRI-FOUND-IDX = ZERO
               ADD 1 TO WS-HELD-UNRESTATED-COUNT
           END-IF.

       8000-REPORT-TOTALS.
           MOVE 'AUDITLOG GENERATIONS ON MANIFEST' TO WS-RPT-TOTAL-LABEL
           MOVE WS-GENERATION-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'GENERATIONS NEEDED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NEEDED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'NEEDED GENERATIONS PURGED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-PURGED-NEEDED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ARCHIVE RECORDS PER MANIFEST' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ARCHIVE-EXPECTED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ARCHIVE RECORDS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ARCHIVE-READ-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'LIVE TRAIL RECORDS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-LIVE-READ-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'RECORDS AFTER TARGET DATE' TO WS-RPT-TOTAL-LABEL
           MOVE WS-AFTER-TARGET-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'RECORDS OUTSIDE KEY RANGE' TO WS-RPT-TOTAL-LABEL
           MOVE WS-OUT-OF-RANGE-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'RECORDS OUT OF ORDER' TO WS-RPT-TOTAL-LABEL
           MOVE WS-SEQUENCE-ERROR-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'RECORDS REPLAYED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-REPLAY-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'KEYS IN SNAPSHOT' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ADD-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'HELD KEYS LAST-APPLIED UNKNOWN' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HELD-UNRESTATED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           IF WS-HELD-UNRESTATED-COUNT > ZERO
               MOVE 'NOTE' TO WS-RPT-CRITERIA-LABEL
               MOVE 'MST-LAST-APPLIED NOT RESTATED FOR THOSE HELD KEYS'
                   & ' - IT SHOWS THE HELD TRANSFER''S TIMESTAMP'
                   TO WS-RPT-CRITERIA-VALUE
               PERFORM 9200-WRITE-CRITERIA-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'SNAPSHOT' TO WS-RPT-CRITERIA-LABEL
           EVALUATE TRUE
               WHEN WS-ARCHIVE-MISMATCH
                   MOVE 'NOT RELIABLE - ARCHAUD DOES NOT MATCH THE '
                       & 'MANIFEST' TO WS-RPT-CRITERIA-VALUE
               WHEN WS-SEQUENCE-ERROR-COUNT > 0
                   MOVE 'NOT RELIABLE - AUDIT TRAIL OUT OF ORDER'
                       TO WS-RPT-CRITERIA-VALUE
               WHEN WS-PURGED-NEEDED-COUNT > 0
                   MOVE 'INCOMPLETE - NEEDED GENERATIONS PURGED'
                       TO WS-RPT-CRITERIA-VALUE
               WHEN OTHER
                   MOVE 'COMPLETE' TO WS-RPT-CRITERIA-VALUE
           END-EVALUATE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE WS-RPT-END-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8800-ABEND-SNAPSHOT-IO.
           DISPLAY 'ABEND: ASOFMSTR I-O FAILED FOR KEY ' MST-KEY
               ' - FILE STATUS ' WS-SNAPSHOT-STATUS
           MOVE 16 TO WS-ABEND-CODE
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.

       9000-WRITE-REPORT-RECORD.
           IF WS-LINE-COUNT >= WS-PAGE-LINE-LIMIT
               PERFORM 9100-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE ASOFRPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       9100-WRITE-PAGE-HEADING.
      *>    Writes the heading directly (not through
      *>    9000-WRITE-REPORT-RECORD) so the page-break test there
      *>    cannot recurse into itself.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RPT-HEADING-PAGE
           MOVE WS-RPT-HEADING-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE ASOFRPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       9200-WRITE-CRITERIA-LINE.
           MOVE WS-RPT-CRITERIA-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE SPACES TO WS-RPT-CRITERIA-LINE.

       9900-DISPLAY-TOTALS.
           DISPLAY 'STGASOF TARGET DATE            ' WS-TARGET-DATE
           DISPLAY 'STGASOF GENERATIONS NEEDED     ' WS-NEEDED-COUNT
           DISPLAY 'STGASOF NEEDED GENS PURGED     '
               WS-PURGED-NEEDED-COUNT
           DISPLAY 'STGASOF ARCHIVE RECORDS READ   '
               WS-ARCHIVE-READ-COUNT
           DISPLAY 'STGASOF LIVE RECORDS READ      ' WS-LIVE-READ-COUNT
           DISPLAY 'STGASOF RECORDS REPLAYED       ' WS-REPLAY-COUNT
           DISPLAY 'STGASOF KEYS IN SNAPSHOT       ' WS-ADD-COUNT
           DISPLAY 'STGASOF RETURN CODE            '
               WS-FINAL-RETURN-CODE.
