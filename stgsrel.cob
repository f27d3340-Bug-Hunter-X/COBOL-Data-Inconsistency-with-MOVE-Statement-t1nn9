       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGSREL.
      *>****************************************************************
      *> STGSREL - operator release/reject run for the amount-variance
      *> suspense STGSCRN builds.  Each card on RELCARD decides one
      *> held key: RELEASE posts the held value to STGMASTR the way
      *> STGAPPLY would have, REJECT discards it and leaves the
      *> master as it stands.  Every decision is written to AUDITLOG
      *> ('RELS' / 'REJT', each followed by a 'SIGN' sign-off naming
      *> the deciding operator - see STGAUDIT.cpy) so the trail shows
      *> who let a held change through or turned it away, and listed
      *> on RELRPT.
      *>
      *> Decision card layout (fixed columns, one card per key):
      *>   cols  1-7   RELEASE or REJECT
      *>   cols  9-23  detail key of the held item
      *>   cols 25-32  operator id making the decision
      *> A card that is not one of the two actions, names no key or
      *> no operator, or decides a key a second time in the same
      *> deck abends before anything is posted - a decision deck is
      *> taken whole or not at all.  A missing or empty RELCARD is a
      *> night with nothing decided: the suspense carries forward.
      *>
      *> The suspense is carried old-master/new-master (SUSPOLD in,
      *> SUSPNEW out, key order kept): a released item leaves it, a
      *> rejected item stays marked 'X' with the decision date and
      *> operator so STGAPPLY goes on skipping the discarded value,
      *> undecided items carry forward.  A card for a key that is
      *> not held - not in suspense, or already rejected - is
      *> reported and ignored.
      *>
      *> The run sits in the nightly chain after STGAPPLY and ahead
      *> of STGARCH: the transfer starts AUDITLOG afresh every night,
      *> so decisions logged anywhere else would be lost before
      *> STGARCH could archive them.
      *>
      *> Ends RC=0 when every card was applied, RC=4 when cards were
      *> ignored, RC=16 on a bad deck or a file failure.
      *>
      *> The step runs under nightly chain control (STGCHAIN):
      *> it ends RC=8 without touching a file when CHAINCTL
      *> already shows it complete for tonight's RUNDATE, unless
      *> FORCECRD carries a FORCE card for it (see STGCHAIN), and
      *> has its slot stamped with its return code at clean end.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-CARD-FILE ASSIGN TO RELCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT SUSPENSE-OLD-FILE ASSIGN TO SUSPOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-OLD-STATUS.

           SELECT SUSPENSE-NEW-FILE ASSIGN TO SUSPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-NEW-STATUS.

           SELECT MASTER-FILE ASSIGN TO STGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO RELRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-CARD-FILE
           RECORDING MODE IS F.
       01  DECISION-CARD.
           05  DCC-ACTION                  PIC X(07).
               88  DCC-IS-RELEASE          VALUE 'RELEASE'.
               88  DCC-IS-REJECT           VALUE 'REJECT '.
           05  FILLER                      PIC X(01).
           05  DCC-KEY                     PIC X(15).
           05  FILLER                      PIC X(01).
           05  DCC-OPERATOR-ID             PIC X(08).
           05  FILLER                      PIC X(48).

       FD  SUSPENSE-OLD-FILE
           RECORDING MODE IS F.
           COPY STGSUSP REPLACING ==:TAG:== BY ==OLD==.

       FD  SUSPENSE-NEW-FILE
           RECORDING MODE IS F.
           COPY STGSUSP REPLACING ==:TAG:== BY ==NEW==.

       FD  MASTER-FILE
           RECORDING MODE IS F.
           COPY STGMASTR.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY STGAUDIT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       78  WS-MAX-DECISIONS                VALUE 500.

       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-OK                  VALUE '00'.

       01  WS-SUSP-OLD-STATUS              PIC X(02).
           88  WS-SUSP-OLD-OK              VALUE '00'.
           88  WS-SUSP-OLD-MISSING         VALUE '35'.

       01  WS-SUSP-NEW-STATUS              PIC X(02).
           88  WS-SUSP-NEW-OK              VALUE '00'.

       01  WS-MASTER-STATUS                PIC X(02).
           88  WS-MASTER-OK                VALUE '00'.
           88  WS-MASTER-NOT-FOUND         VALUE '23'.

       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                 VALUE '00'.
           88  WS-AUDIT-MISSING            VALUE '35'.

       01  WS-REPORT-STATUS                PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-SUSP-OLD-OPEN-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-SUSP-OLD-OPEN            VALUE 'Y'.

       01  WS-RUN-TIMESTAMP                PIC X(26).
       01  WS-RUN-DATE                     PIC X(08).

       01  WS-DECISION-USED-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS WS-MAX-DECISIONS TIMES.
               10  WS-DEC-ACTION            PIC X(07).
                   88  WS-DEC-IS-RELEASE   VALUE 'RELEASE'.
                   88  WS-DEC-IS-REJECT    VALUE 'REJECT '.
               10  WS-DEC-KEY               PIC X(15).
               10  WS-DEC-OPERATOR-ID       PIC X(08).
               10  WS-DEC-USED-SWITCH       PIC X(01).
                   88  WS-DEC-USED         VALUE 'Y'.
       01  WS-DEC-IDX                      PIC 9(04).
       01  WS-DEC-FOUND-IDX                PIC 9(04).
      *>    The key 1100-FIND-DECISION looks for, kept apart from the
      *>    RELCARD record area, which is closed once the deck is in.
       01  WS-SEARCH-KEY                   PIC X(15).

       01  WS-CARD-READ-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-ITEM-READ-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-RELEASED-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-REJECTED-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-CARRIED-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-IGNORED-COUNT                PIC 9(09) VALUE ZERO.

       01  WS-PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       78  WS-PAGE-LINE-LIMIT              VALUE 56.

       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(40)
               VALUE 'STGSREL - SUSPENSE RELEASE/REJECT RUN'.
           05  FILLER                      PIC X(82) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  WS-RPT-HEADING-PAGE         PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-RPT-CRITERIA-LINE.
           05  WS-RPT-CRITERIA-LABEL       PIC X(20).
           05  WS-RPT-CRITERIA-VALUE       PIC X(112).

       01  WS-RPT-DECISION-LINE.
           05  FILLER                      PIC X(04) VALUE 'KEY '.
           05  WS-RPT-DEC-KEY              PIC X(15).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DEC-ACTION           PIC X(07).
           05  FILLER                      PIC X(05) VALUE '  BY '.
           05  WS-RPT-DEC-OPERATOR-ID      PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-DEC-DISPOSITION      PIC X(89).

       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOTAL-LABEL          PIC X(32).
           05  WS-RPT-TOTAL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(89) VALUE SPACES.

       01  WS-RPT-END-LINE.
           05  FILLER                      PIC X(21)
               VALUE '*** END OF REPORT ***'.
           05  FILLER                      PIC X(111) VALUE SPACES.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       COPY STGCHREQ.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-BEGIN-CHAIN-STEP
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM 0100-LOAD-DECISION-CARDS
           PERFORM 0200-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ SUSPENSE-OLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEM-READ-COUNT
                       PERFORM 1000-DECIDE-ONE-ITEM
               END-READ
           END-PERFORM
           PERFORM 2000-REPORT-UNUSED-CARDS
           IF WS-SUSP-OLD-OPEN
               CLOSE SUSPENSE-OLD-FILE
           END-IF
           CLOSE SUSPENSE-NEW-FILE
           CLOSE MASTER-FILE
           CLOSE AUDIT-FILE
           PERFORM 8000-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM 9900-DISPLAY-TOTALS
           IF WS-IGNORED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9950-END-CHAIN-STEP
           GOBACK.

       0050-BEGIN-CHAIN-STEP.
      *>    Asks STGCHAIN whether this step may run tonight (see
      *>    STGCHREQ.cpy) before anything is opened; a FORCE card
      *>    on FORCECRD is the deliberate way past a step already
      *>    stamped complete, the way OVERRIDE is for STGXFER's
      *>    ledger.
           SET CRQ-BEGIN TO TRUE
           MOVE 'STGSREL' TO CRQ-STEP-NAME
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           IF CRQ-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-LOAD-DECISION-CARDS.
      *>    The whole deck is read and checked before the suspense is
      *>    touched, so a bad card stops the run with nothing posted.
           OPEN INPUT DECISION-CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY 'STGSREL: NO RELCARD (FILE STATUS '
                   WS-CARD-STATUS ') - NOTHING DECIDED TONIGHT'
           ELSE
               PERFORM UNTIL WS-EOF
                   READ DECISION-CARD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-READ-COUNT
                           PERFORM 0150-LOAD-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE DECISION-CARD-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       0150-LOAD-ONE-CARD.
           IF NOT DCC-IS-RELEASE AND NOT DCC-IS-REJECT
                   OR DCC-KEY = SPACES
                   OR DCC-OPERATOR-ID = SPACES
               DISPLAY 'ABEND: RELCARD CARD ' WS-CARD-READ-COUNT
                   ' IS NOT VALID: ' DECISION-CARD
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DCC-KEY TO WS-SEARCH-KEY
           PERFORM 1100-FIND-DECISION
           IF WS-DEC-FOUND-IDX > ZERO
               DISPLAY 'ABEND: RELCARD DECIDES KEY ' DCC-KEY
                   ' MORE THAN ONCE'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DECISION-USED-COUNT >= WS-MAX-DECISIONS
               DISPLAY 'ABEND: MORE THAN ' WS-MAX-DECISIONS
                   ' DECISION CARDS - RAISE WS-MAX-DECISIONS'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DECISION-USED-COUNT
           MOVE DCC-ACTION TO WS-DEC-ACTION(WS-DECISION-USED-COUNT)
           MOVE DCC-KEY TO WS-DEC-KEY(WS-DECISION-USED-COUNT)
           MOVE DCC-OPERATOR-ID
               TO WS-DEC-OPERATOR-ID(WS-DECISION-USED-COUNT)
           MOVE 'N' TO WS-DEC-USED-SWITCH(WS-DECISION-USED-COUNT).

       0200-OPEN-FILES.
      *>    A missing SUSPOLD means nothing was ever held; the run
      *>    still writes an empty SUSPNEW so the next screen has its
      *>    old master.  AUDITLOG is extended, or started if this is
      *>    the first record it will ever hold.
           OPEN INPUT SUSPENSE-OLD-FILE
           EVALUATE TRUE
               WHEN WS-SUSP-OLD-OK
                   SET WS-SUSP-OLD-OPEN TO TRUE
               WHEN WS-SUSP-OLD-MISSING
                   DISPLAY 'STGSREL: NO SUSPENSE FILE - NOTHING HELD'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ABEND: UNABLE TO OPEN SUSPOLD - FILE '
                       'STATUS ' WS-SUSP-OLD-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT SUSPENSE-NEW-FILE
           IF NOT WS-SUSP-NEW-OK
               DISPLAY 'ABEND: UNABLE TO OPEN SUSPNEW - FILE STATUS '
                   WS-SUSP-NEW-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY 'ABEND: UNABLE TO OPEN STGMASTR - FILE STATUS '
                   WS-MASTER-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN AUDITLOG - FILE STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN RELRPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING
           MOVE 'RUN DATE' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-RUN-DATE TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       1000-DECIDE-ONE-ITEM.
           MOVE OLD-KEY TO WS-SEARCH-KEY
           PERFORM 1100-FIND-DECISION
           EVALUATE TRUE
               WHEN WS-DEC-FOUND-IDX = ZERO
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE OLD-SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD
                   PERFORM 3900-WRITE-NEW-SUSPENSE
               WHEN OLD-IS-REJECTED
                   SET WS-DEC-USED(WS-DEC-FOUND-IDX) TO TRUE
                   ADD 1 TO WS-IGNORED-COUNT
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE OLD-SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD
                   PERFORM 3900-WRITE-NEW-SUSPENSE
                   MOVE 'IGNORED - ALREADY REJECTED ON '
                       TO WS-RPT-DEC-DISPOSITION
                   MOVE OLD-DECIDED-DATE
                       TO WS-RPT-DEC-DISPOSITION(31:8)
                   PERFORM 7000-REPORT-DECISION
               WHEN WS-DEC-IS-RELEASE(WS-DEC-FOUND-IDX)
                   SET WS-DEC-USED(WS-DEC-FOUND-IDX) TO TRUE
                   PERFORM 3000-RELEASE-ITEM
               WHEN OTHER
                   SET WS-DEC-USED(WS-DEC-FOUND-IDX) TO TRUE
                   PERFORM 3500-REJECT-ITEM
           END-EVALUATE.

       1100-FIND-DECISION.
      *>    Looks WS-SEARCH-KEY up in the deck - used both while
      *>    loading (duplicate test) and while walking the suspense.
           MOVE ZERO TO WS-DEC-FOUND-IDX
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DECISION-USED-COUNT
                       OR WS-DEC-FOUND-IDX > ZERO
               IF WS-DEC-KEY(WS-DEC-IDX) = WS-SEARCH-KEY
                   MOVE WS-DEC-IDX TO WS-DEC-FOUND-IDX
               END-IF
           END-PERFORM.

       2000-REPORT-UNUSED-CARDS.
      *>    A card whose key never turned up in the suspense decided
      *>    nothing - most likely a mistyped key or an item already
      *>    closed by STGSCRN - and is reported so the operator can
      *>    tell.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DECISION-USED-COUNT
               IF NOT WS-DEC-USED(WS-DEC-IDX)
                   ADD 1 TO WS-IGNORED-COUNT
                   MOVE WS-DEC-IDX TO WS-DEC-FOUND-IDX
                   MOVE 'IGNORED - KEY NOT IN SUSPENSE'
                       TO WS-RPT-DEC-DISPOSITION
                   PERFORM 7000-REPORT-DECISION
               END-IF
           END-PERFORM.

       3000-RELEASE-ITEM.
      *>    The held value posts exactly as STGAPPLY's
      *>    2000-APPLY-MASTER-RECORD would have posted it, stamped
      *>    with this run's timestamp.
           ADD 1 TO WS-RELEASED-COUNT
           MOVE OLD-KEY TO MST-KEY
           READ MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MASTER-OK
                   MOVE OLD-AFTER-VALUE TO MST-VALUE
                   MOVE WS-RUN-TIMESTAMP TO MST-LAST-APPLIED
                   ADD 1 TO MST-APPLY-COUNT
                   MOVE 'D' TO MST-RECORD-TYPE
                   REWRITE MASTER-RECORD
                   IF NOT WS-MASTER-OK
                       PERFORM 8800-ABEND-MASTER-IO
                   END-IF
               WHEN WS-MASTER-NOT-FOUND
                   MOVE OLD-KEY TO MST-KEY
                   MOVE 'D' TO MST-RECORD-TYPE
                   MOVE OLD-AFTER-VALUE TO MST-VALUE
                   MOVE WS-RUN-TIMESTAMP TO MST-FIRST-APPLIED
                   MOVE WS-RUN-TIMESTAMP TO MST-LAST-APPLIED
                   MOVE 1 TO MST-APPLY-COUNT
                   WRITE MASTER-RECORD
                   IF NOT WS-MASTER-OK
                       PERFORM 8800-ABEND-MASTER-IO
                   END-IF
               WHEN OTHER
                   PERFORM 8800-ABEND-MASTER-IO
           END-EVALUATE
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 'RELS' TO AUD-XFER-MODE
           MOVE OLD-AFTER-VALUE TO AUD-SOURCE-VALUE
           MOVE OLD-BEFORE-VALUE TO AUD-TARGET-VALUE
           PERFORM 3950-WRITE-AUDIT-RECORD
           PERFORM 3800-WRITE-SIGN-OFF
           MOVE 'RELEASED - HELD VALUE POSTED TO STGMASTR'
               TO WS-RPT-DEC-DISPOSITION
           PERFORM 7000-REPORT-DECISION.

       3500-REJECT-ITEM.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE OLD-SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD
           SET NEW-IS-REJECTED TO TRUE
           MOVE WS-RUN-DATE TO NEW-DECIDED-DATE
           MOVE WS-DEC-OPERATOR-ID(WS-DEC-FOUND-IDX) TO NEW-DECIDED-BY
           PERFORM 3900-WRITE-NEW-SUSPENSE
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 'REJT' TO AUD-XFER-MODE
           MOVE OLD-BEFORE-VALUE TO AUD-SOURCE-VALUE
           MOVE OLD-AFTER-VALUE TO AUD-TARGET-VALUE
           PERFORM 3950-WRITE-AUDIT-RECORD
           PERFORM 3800-WRITE-SIGN-OFF
           MOVE 'REJECTED - HELD VALUE DISCARDED, MASTER UNCHANGED'
               TO WS-RPT-DEC-DISPOSITION
           PERFORM 7000-REPORT-DECISION.

       3800-WRITE-SIGN-OFF.
      *>    The decision record carries no operator of its own; the
      *>    sign-off behind it names the key and who decided it, as
      *>    STGCAPR signs off an approved correction.  A held item
      *>    was requested by nobody, so the requested fields stay
      *>    blank.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 'SIGN' TO AUD-XFER-MODE
           MOVE 'S' TO AUD-SGN-RECORD-CODE
           MOVE OLD-KEY TO AUD-SGN-KEY
           MOVE WS-DEC-OPERATOR-ID(WS-DEC-FOUND-IDX)
               TO AUD-SGN-APPROVED-BY
           PERFORM 3950-WRITE-AUDIT-RECORD.

       3900-WRITE-NEW-SUSPENSE.
           WRITE NEW-SUSPENSE-RECORD
           IF NOT WS-SUSP-NEW-OK
               DISPLAY 'ABEND: UNABLE TO WRITE SUSPNEW - FILE STATUS '
                   WS-SUSP-NEW-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       3950-WRITE-AUDIT-RECORD.
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE AUDITLOG - FILE STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       7000-REPORT-DECISION.
           MOVE WS-DEC-KEY(WS-DEC-FOUND-IDX) TO WS-RPT-DEC-KEY
           MOVE WS-DEC-ACTION(WS-DEC-FOUND-IDX) TO WS-RPT-DEC-ACTION
           MOVE WS-DEC-OPERATOR-ID(WS-DEC-FOUND-IDX)
               TO WS-RPT-DEC-OPERATOR-ID
           MOVE WS-RPT-DECISION-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE SPACES TO WS-RPT-DEC-DISPOSITION.

       8000-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'DECISION CARDS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CARD-READ-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'SUSPENSE ITEMS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ITEM-READ-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ITEMS RELEASED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RELEASED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ITEMS REJECTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-REJECTED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ITEMS CARRIED FORWARD' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CARRIED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CARDS IGNORED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-IGNORED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE WS-RPT-END-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8800-ABEND-MASTER-IO.
           DISPLAY 'ABEND: STGMASTR I-O FAILED FOR KEY ' MST-KEY
               ' - FILE STATUS ' WS-MASTER-STATUS
           MOVE 16 TO WS-ABEND-CODE
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.

       9000-WRITE-REPORT-RECORD.
           IF WS-LINE-COUNT >= WS-PAGE-LINE-LIMIT
               PERFORM 9100-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE RELRPT - FILE STATUS '
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
               DISPLAY 'ABEND: UNABLE TO WRITE RELRPT - FILE STATUS '
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
           DISPLAY 'STGSREL DECISION CARDS READ   ' WS-CARD-READ-COUNT
           DISPLAY 'STGSREL SUSPENSE ITEMS READ   ' WS-ITEM-READ-COUNT
           DISPLAY 'STGSREL ITEMS RELEASED        ' WS-RELEASED-COUNT
           DISPLAY 'STGSREL ITEMS REJECTED        ' WS-REJECTED-COUNT
           DISPLAY 'STGSREL ITEMS CARRIED FORWARD ' WS-CARRIED-COUNT
           DISPLAY 'STGSREL CARDS IGNORED         ' WS-IGNORED-COUNT.

       9950-END-CHAIN-STEP.
      *>    Stamps tonight's slot with the RC this step is ending
      *>    with; the CALL sets RETURN-CODE, so it is put back.
           MOVE RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-ITEM-READ-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           MOVE CRQ-STEP-RETURN-CODE TO RETURN-CODE.
