       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGCAPR.
      *>****************************************************************
      *> STGCAPR - second-operator approval run for the master
      *> corrections STGINQ queues on the pending-corrections file
      *> (STGPEND.cpy).  A correction requested by one operator is
      *> applied to STGMASTR only when a different operator approves
      *> it here; each card on CAPRCARD decides one pending key:
      *> APPROVE applies the requested value, DECLINE discards it.
      *> Every approved correction is written to AUDITLOG as an 'APRV'
      *> record followed by its 'SIGN' sign-off (see STGAUDIT.cpy)
      *> naming both the requesting and the approving operator.
      *> Declined and expired items change nothing and are not
      *> written to AUDITLOG.
      *>
      *> Decision card layout (fixed columns, one card per key):
      *>   cols  1-7   APPROVE or DECLINE
      *>   cols  9-23  key of the pending correction (MST-KEY)
      *>   cols 25-32  operator id making the decision
      *> A card that is not one of the two actions, names no key or
      *> no operator, or decides a key a second time in the same
      *> deck abends before anything is applied - a decision deck is
      *> taken whole or not at all.  A missing or empty CAPRCARD is a
      *> night with nothing decided: items still age, and are still
      *> listed.
      *>
      *> Expiry card layout (fixed columns):
      *>   cols  1-3   days a correction may wait for a decision
      *> A missing card or a blank field takes the default of
      *> WS-DEFAULT-EXPIRY-DAYS; a non-numeric field abends.  Age is
      *> counted in calendar days from the request to today, the way
      *> STGSAGE ages suspense items; an item older than the limit
      *> expires - it leaves the file, and a card for it is ignored,
      *> so a stale request has to be asked for again on STGINQ.
      *>
      *> Refused, not applied:
      *>   - an APPROVE card from the operator who requested the
      *>     correction - the item stays pending for someone else
      *>   - an approval whose key is no longer on STGMASTR, or
      *>     whose master value is no longer the before image the
      *>     request was made against (the night's apply, or a
      *>     backout, has moved it since) - the item leaves the file,
      *>     and the correction must be asked for again against the
      *>     value the master holds now
      *> A card for a key with nothing pending is reported and
      *> ignored.
      *>
      *> CAPRRPT is the daily correction report: every pending item
      *> with its requester, age and disposition tonight, and the
      *> typed fields of its before and after values so the checker
      *> can review what is waiting before punching the next deck;
      *> totals of new requests, approvals, declines, expiries and
      *> items still waiting follow.
      *>
      *> The pending file is carried old-master/new-master (PENDOLD
      *> in, PENDNEW out, request order kept): decided and expired
      *> items leave it, everything else carries forward marked as
      *> listed.  Like STGSREL, the run sits in the nightly chain
      *> after STGAPPLY and ahead of STGARCH, so its AUDITLOG
      *> records are archived with the night's transfer.
      *>
      *> Ends RC=0 when every card was applied and nothing expired,
      *> RC=4 when cards were ignored or refused, items expired or
      *> an item's request date could not be read,
      *> RC=16 on a bad deck or card or a file failure.
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
           SELECT DECISION-CARD-FILE ASSIGN TO CAPRCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT EXPIRY-CARD-FILE ASSIGN TO EXPCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-CARD-STATUS.

           SELECT PENDING-OLD-FILE ASSIGN TO PENDOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-OLD-STATUS.

           SELECT PENDING-NEW-FILE ASSIGN TO PENDNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-NEW-STATUS.

           SELECT MASTER-FILE ASSIGN TO STGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO CAPRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-CARD-FILE
           RECORDING MODE IS F.
       01  DECISION-CARD.
           05  DCC-ACTION                  PIC X(07).
               88  DCC-IS-APPROVE          VALUE 'APPROVE'.
               88  DCC-IS-DECLINE          VALUE 'DECLINE'.
           05  FILLER                      PIC X(01).
           05  DCC-KEY                     PIC X(15).
           05  FILLER                      PIC X(01).
           05  DCC-OPERATOR-ID             PIC X(08).
           05  FILLER                      PIC X(48).

       FD  EXPIRY-CARD-FILE
           RECORDING MODE IS F.
       01  EXPIRY-CARD.
           05  EXC-DAYS-TEXT               PIC X(03).
           05  EXC-DAYS REDEFINES EXC-DAYS-TEXT
                                           PIC 9(03).
           05  FILLER                      PIC X(77).

       FD  PENDING-OLD-FILE
           RECORDING MODE IS F.
           COPY STGPEND REPLACING ==:TAG:== BY ==OLD==.

       FD  PENDING-NEW-FILE
           RECORDING MODE IS F.
           COPY STGPEND REPLACING ==:TAG:== BY ==NEW==.

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
           COPY STGAREA.

       78  WS-MAX-DECISIONS                VALUE 500.
       78  WS-DEFAULT-EXPIRY-DAYS          VALUE 5.

       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-OK                  VALUE '00'.

       01  WS-EXPIRY-CARD-STATUS           PIC X(02).
           88  WS-EXPIRY-CARD-OK           VALUE '00'.

       01  WS-PEND-OLD-STATUS              PIC X(02).
           88  WS-PEND-OLD-OK              VALUE '00'.
           88  WS-PEND-OLD-MISSING         VALUE '35'.

       01  WS-PEND-NEW-STATUS              PIC X(02).
           88  WS-PEND-NEW-OK              VALUE '00'.

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

       01  WS-PEND-OLD-OPEN-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-PEND-OLD-OPEN            VALUE 'Y'.

       01  WS-RUN-TIMESTAMP                PIC X(26).
       01  WS-RUN-DATE                     PIC X(08).
       01  WS-TODAY                        PIC 9(08).
       01  WS-TODAY-DAY-NUMBER             PIC 9(09).
       01  WS-REQUESTED-DATE               PIC 9(08).
       01  WS-REQUESTED-DAY-NUMBER         PIC 9(09).
       01  WS-EXPIRY-DAYS                  PIC 9(03).
       01  WS-AGE-DAYS                     PIC 9(05).
       01  WS-REQUEST-DATE-VALID-SWITCH    PIC X(01).
           88  WS-REQUEST-DATE-VALID       VALUE 'Y'.

       01  WS-DECISION-USED-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS WS-MAX-DECISIONS TIMES.
               10  WS-DEC-ACTION            PIC X(07).
                   88  WS-DEC-IS-APPROVE   VALUE 'APPROVE'.
                   88  WS-DEC-IS-DECLINE   VALUE 'DECLINE'.
               10  WS-DEC-KEY               PIC X(15).
               10  WS-DEC-OPERATOR-ID       PIC X(08).
               10  WS-DEC-USED-SWITCH       PIC X(01).
                   88  WS-DEC-USED         VALUE 'Y'.
       01  WS-DEC-IDX                      PIC 9(04).
       01  WS-DEC-FOUND-IDX                PIC 9(04).
      *>    The key 1100-FIND-DECISION looks for, kept apart from the
      *>    CAPRCARD record area, which is closed once the deck is in.
       01  WS-SEARCH-KEY                   PIC X(15).

       01  WS-CARD-READ-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-ITEM-READ-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-NEW-REQUEST-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-APPROVED-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-DECLINED-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-EXPIRED-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-STALE-COUNT                  PIC 9(09) VALUE ZERO.
       01  WS-SELF-APPROVAL-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-WAITING-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-IGNORED-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-UNREADABLE-COUNT             PIC 9(09) VALUE ZERO.

       01  WS-PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       78  WS-PAGE-LINE-LIMIT              VALUE 56.

       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(40)
               VALUE 'STGCAPR - MASTER CORRECTION APPROVALS'.
           05  FILLER                      PIC X(82) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  WS-RPT-HEADING-PAGE         PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-RPT-CRITERIA-LINE.
           05  WS-RPT-CRITERIA-LABEL       PIC X(20).
           05  WS-RPT-CRITERIA-VALUE       PIC X(112).

       01  WS-RPT-ITEM-LINE.
           05  FILLER                      PIC X(04) VALUE 'KEY '.
           05  WS-RPT-ITEM-KEY             PIC X(15).
           05  FILLER                      PIC X(05) VALUE '  BY '.
           05  WS-RPT-ITEM-REQUESTED-BY    PIC X(08).
           05  FILLER                      PIC X(05) VALUE '  ON '.
           05  WS-RPT-ITEM-REQUESTED-DATE  PIC X(08).
           05  FILLER                      PIC X(06) VALUE '  AGE '.
           05  WS-RPT-ITEM-AGE             PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-ITEM-NEW-TAG         PIC X(04).
           05  WS-RPT-ITEM-DISPOSITION     PIC X(72).

       01  WS-RPT-VALUE-LINE.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  WS-RPT-VALUE-LABEL          PIC X(08).
           05  WS-RPT-VALUE-TEXT           PIC X(118).

       01  WS-RPT-CARD-LINE.
           05  FILLER                      PIC X(05) VALUE 'CARD '.
           05  WS-RPT-CARD-ACTION          PIC X(07).
           05  FILLER                      PIC X(05) VALUE ' KEY '.
           05  WS-RPT-CARD-KEY             PIC X(15).
           05  FILLER                      PIC X(05) VALUE '  BY '.
           05  WS-RPT-CARD-OPERATOR-ID     PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-CARD-DISPOSITION     PIC X(85).

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
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM 0100-LOAD-DECISION-CARDS
           PERFORM 0160-READ-EXPIRY-CARD
           PERFORM 0200-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ PENDING-OLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEM-READ-COUNT
                       PERFORM 1000-REVIEW-ONE-ITEM
               END-READ
           END-PERFORM
           PERFORM 2000-REPORT-UNUSED-CARDS
           IF WS-PEND-OLD-OPEN
               CLOSE PENDING-OLD-FILE
           END-IF
           CLOSE PENDING-NEW-FILE
           CLOSE MASTER-FILE
           CLOSE AUDIT-FILE
           PERFORM 8000-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM 9900-DISPLAY-TOTALS
           IF WS-IGNORED-COUNT > 0
                   OR WS-EXPIRED-COUNT > 0
                   OR WS-STALE-COUNT > 0
                   OR WS-UNREADABLE-COUNT > 0
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
           MOVE 'STGCAPR' TO CRQ-STEP-NAME
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           IF CRQ-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-LOAD-DECISION-CARDS.
      *>    The whole deck is read and checked before anything is
      *>    applied, so a bad card stops the run with nothing done.
           OPEN INPUT DECISION-CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY 'STGCAPR: NO CAPRCARD (FILE STATUS '
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
           IF NOT DCC-IS-APPROVE AND NOT DCC-IS-DECLINE
                   OR DCC-KEY = SPACES
                   OR DCC-OPERATOR-ID = SPACES
               DISPLAY 'ABEND: CAPRCARD CARD ' WS-CARD-READ-COUNT
                   ' IS NOT VALID: ' DECISION-CARD
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DCC-KEY TO WS-SEARCH-KEY
           PERFORM 1100-FIND-DECISION
           IF WS-DEC-FOUND-IDX > ZERO
               DISPLAY 'ABEND: CAPRCARD DECIDES KEY ' DCC-KEY
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

       0160-READ-EXPIRY-CARD.
           MOVE WS-DEFAULT-EXPIRY-DAYS TO WS-EXPIRY-DAYS
           OPEN INPUT EXPIRY-CARD-FILE
           IF NOT WS-EXPIRY-CARD-OK
               DISPLAY 'STGCAPR: NO EXPCARD - EXPIRING AFTER '
                   WS-EXPIRY-DAYS ' DAYS'
           ELSE
               READ EXPIRY-CARD-FILE
                   AT END
                       DISPLAY 'STGCAPR: EXPCARD EMPTY - EXPIRING '
                           'AFTER ' WS-EXPIRY-DAYS ' DAYS'
                   NOT AT END
                       PERFORM 0170-EDIT-EXPIRY-CARD
               END-READ
               CLOSE EXPIRY-CARD-FILE
           END-IF.

       0170-EDIT-EXPIRY-CARD.
           EVALUATE TRUE
               WHEN EXC-DAYS-TEXT = SPACES
                   CONTINUE
               WHEN EXC-DAYS IS NUMERIC
                   MOVE EXC-DAYS TO WS-EXPIRY-DAYS
               WHEN OTHER
                   DISPLAY 'ABEND: EXPCARD DAYS NOT NUMERIC: '
                       EXC-DAYS-TEXT
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0200-OPEN-FILES.
      *>    A missing PENDOLD means nothing was ever requested; the
      *>    run still writes an empty PENDNEW so STGINQ and the next
      *>    run have their file.  AUDITLOG is extended, or started if
      *>    this is the first record it will ever hold.
           OPEN INPUT PENDING-OLD-FILE
           EVALUATE TRUE
               WHEN WS-PEND-OLD-OK
                   SET WS-PEND-OLD-OPEN TO TRUE
               WHEN WS-PEND-OLD-MISSING
                   DISPLAY 'STGCAPR: NO PENDING FILE - NOTHING '
                       'REQUESTED'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ABEND: UNABLE TO OPEN PENDOLD - FILE '
                       'STATUS ' WS-PEND-OLD-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT PENDING-NEW-FILE
           IF NOT WS-PEND-NEW-OK
               DISPLAY 'ABEND: UNABLE TO OPEN PENDNEW - FILE STATUS '
                   WS-PEND-NEW-STATUS
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
               DISPLAY 'ABEND: UNABLE TO OPEN CAPRRPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING
           MOVE 'RUN DATE' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-RUN-DATE TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'EXPIRY DAYS' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-EXPIRY-DAYS TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       1000-REVIEW-ONE-ITEM.
      *>    Expiry is tested before any decision: a request left
      *>    past the limit is no longer approvable, whatever card
      *>    came in for it tonight.  A request date that is not a
      *>    real date cannot be aged at all, so the item is held
      *>    back from both expiry and approval (1200).
           MOVE OLD-KEY TO WS-SEARCH-KEY
           PERFORM 1100-FIND-DECISION
           MOVE 'N' TO WS-REQUEST-DATE-VALID-SWITCH
           MOVE ZERO TO WS-AGE-DAYS
           IF OLD-REQUESTED-AT(1:8) IS NUMERIC
               MOVE OLD-REQUESTED-AT(1:8) TO WS-REQUESTED-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-REQUESTED-DATE)
                       = ZERO
                   SET WS-REQUEST-DATE-VALID TO TRUE
                   COMPUTE WS-REQUESTED-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-REQUESTED-DATE)
                   IF WS-REQUESTED-DAY-NUMBER < WS-TODAY-DAY-NUMBER
                       COMPUTE WS-AGE-DAYS =
                           WS-TODAY-DAY-NUMBER
                               - WS-REQUESTED-DAY-NUMBER
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-ITEM-NEW-TAG
           MOVE SPACES TO WS-RPT-ITEM-DISPOSITION
           IF NOT OLD-ALREADY-LISTED
               ADD 1 TO WS-NEW-REQUEST-COUNT
               MOVE 'NEW ' TO WS-RPT-ITEM-NEW-TAG
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-REQUEST-DATE-VALID
                   PERFORM 1200-REVIEW-UNREADABLE-ITEM
               WHEN WS-AGE-DAYS > WS-EXPIRY-DAYS
                   IF WS-DEC-FOUND-IDX > ZERO
                       SET WS-DEC-USED(WS-DEC-FOUND-IDX) TO TRUE
                       ADD 1 TO WS-IGNORED-COUNT
                   END-IF
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'EXPIRED - NOT DECIDED IN TIME, REQUEST AGAIN'
                       TO WS-RPT-ITEM-DISPOSITION
               WHEN WS-DEC-FOUND-IDX = ZERO
                   PERFORM 3800-CARRY-ITEM-FORWARD
                   MOVE 'AWAITING DECISION'
                       TO WS-RPT-ITEM-DISPOSITION
               WHEN WS-DEC-IS-DECLINE(WS-DEC-FOUND-IDX)
                   SET WS-DEC-USED(WS-DEC-FOUND-IDX) TO TRUE
                   ADD 1 TO WS-DECLINED-COUNT
                   STRING 'DECLINED BY '
                           WS-DEC-OPERATOR-ID(WS-DEC-FOUND-IDX)
                           ' - CORRECTION DISCARDED'
                           DELIMITED BY SIZE
                       INTO WS-RPT-ITEM-DISPOSITION
                   END-STRING
               WHEN WS-DEC-OPERATOR-ID(WS-DEC-FOUND-IDX)
                       = OLD-REQUESTED-BY
                   SET WS-DEC-USED(WS-DEC-FOUND-IDX) TO TRUE
                   ADD 1 TO WS-SELF-APPROVAL-COUNT
                   ADD 1 TO WS-IGNORED-COUNT
                   PERFORM 3800-CARRY-ITEM-FORWARD
                   MOVE 'SELF-APPROVAL REFUSED - NEEDS ANOTHER OPERATOR'
                       TO WS-RPT-ITEM-DISPOSITION
               WHEN OTHER
                   SET WS-DEC-USED(WS-DEC-FOUND-IDX) TO TRUE
                   PERFORM 3000-APPROVE-ITEM
           END-EVALUATE
           PERFORM 7000-REPORT-ITEM.

       1100-FIND-DECISION.
      *>    Looks WS-SEARCH-KEY up in the deck - used both while
      *>    loading (duplicate test) and while walking the pending
      *>    file.
           MOVE ZERO TO WS-DEC-FOUND-IDX
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DECISION-USED-COUNT
                       OR WS-DEC-FOUND-IDX > ZERO
               IF WS-DEC-KEY(WS-DEC-IDX) = WS-SEARCH-KEY
                   MOVE WS-DEC-IDX TO WS-DEC-FOUND-IDX
               END-IF
           END-PERFORM.

       1200-REVIEW-UNREADABLE-ITEM.
      *>    The request date is damaged, so the item can neither
      *>    expire nor be trusted for an approval.  It is carried
      *>    forward and reported, age zero, until a DECLINE card
      *>    clears it; an APPROVE card for it is refused.
           ADD 1 TO WS-UNREADABLE-COUNT
           EVALUATE TRUE
               WHEN WS-DEC-FOUND-IDX = ZERO
                   PERFORM 3800-CARRY-ITEM-FORWARD
                   MOVE 'REQUEST DATE UNREADABLE - DECLINE TO CLEAR'
                       TO WS-RPT-ITEM-DISPOSITION
               WHEN WS-DEC-IS-DECLINE(WS-DEC-FOUND-IDX)
                   SET WS-DEC-USED(WS-DEC-FOUND-IDX) TO TRUE
                   ADD 1 TO WS-DECLINED-COUNT
                   STRING 'DECLINED BY '
                           WS-DEC-OPERATOR-ID(WS-DEC-FOUND-IDX)
                           ' - CORRECTION DISCARDED'
                           DELIMITED BY SIZE
                       INTO WS-RPT-ITEM-DISPOSITION
                   END-STRING
               WHEN OTHER
                   SET WS-DEC-USED(WS-DEC-FOUND-IDX) TO TRUE
                   ADD 1 TO WS-IGNORED-COUNT
                   PERFORM 3800-CARRY-ITEM-FORWARD
                   MOVE 'DATE UNREADABLE - APPROVAL REFUSED, DECLINE IT'
                       TO WS-RPT-ITEM-DISPOSITION
           END-EVALUATE.

       2000-REPORT-UNUSED-CARDS.
      *>    A card whose key has nothing pending decided nothing -
      *>    most likely a mistyped key or an item already decided -
      *>    and is reported so the operator can tell.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DECISION-USED-COUNT
               IF NOT WS-DEC-USED(WS-DEC-IDX)
                   ADD 1 TO WS-IGNORED-COUNT
                   MOVE WS-DEC-ACTION(WS-DEC-IDX)
                       TO WS-RPT-CARD-ACTION
                   MOVE WS-DEC-KEY(WS-DEC-IDX) TO WS-RPT-CARD-KEY
                   MOVE WS-DEC-OPERATOR-ID(WS-DEC-IDX)
                       TO WS-RPT-CARD-OPERATOR-ID
                   MOVE 'IGNORED - NO CORRECTION PENDING FOR KEY'
                       TO WS-RPT-CARD-DISPOSITION
                   MOVE WS-RPT-CARD-LINE TO REPORT-RECORD
                   PERFORM 9000-WRITE-REPORT-RECORD
               END-IF
           END-PERFORM.

       3000-APPROVE-ITEM.
      *>    The correction is applied only over the value it was
      *>    requested against.  As on STGINQ before it, the audit
      *>    records go first and the master second, and
      *>    MST-LAST-APPLIED and MST-APPLY-COUNT are left alone: a
      *>    correction is not an apply.
           MOVE OLD-KEY TO MST-KEY
           READ MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   ADD 1 TO WS-STALE-COUNT
                   MOVE 'NOT APPLIED - KEY NO LONGER ON STGMASTR'
                       TO WS-RPT-ITEM-DISPOSITION
               WHEN NOT WS-MASTER-OK
                   PERFORM 8800-ABEND-MASTER-IO
               WHEN MST-VALUE NOT = OLD-BEFORE-VALUE
                   ADD 1 TO WS-STALE-COUNT
                   MOVE 'NOT APPLIED - STGMASTR VALUE HAS SINCE CHANGED'
                       TO WS-RPT-ITEM-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE SPACES TO AUDIT-RECORD
                   MOVE WS-RUN-TIMESTAMP TO AUD-TIMESTAMP
                   MOVE 'APRV' TO AUD-XFER-MODE
                   MOVE OLD-AFTER-VALUE TO AUD-SOURCE-VALUE
                   MOVE OLD-BEFORE-VALUE TO AUD-TARGET-VALUE
                   PERFORM 3950-WRITE-AUDIT-RECORD
                   MOVE SPACES TO AUDIT-RECORD
                   MOVE WS-RUN-TIMESTAMP TO AUD-TIMESTAMP
                   MOVE 'SIGN' TO AUD-XFER-MODE
                   MOVE 'S' TO AUD-SGN-RECORD-CODE
                   MOVE OLD-KEY TO AUD-SGN-KEY
                   MOVE OLD-REQUESTED-BY TO AUD-SGN-REQUESTED-BY
                   MOVE OLD-REQUESTED-AT TO AUD-SGN-REQUESTED-AT
                   MOVE WS-DEC-OPERATOR-ID(WS-DEC-FOUND-IDX)
                       TO AUD-SGN-APPROVED-BY
                   PERFORM 3950-WRITE-AUDIT-RECORD
                   MOVE OLD-AFTER-VALUE TO MST-VALUE
                   REWRITE MASTER-RECORD
                   IF NOT WS-MASTER-OK
                       PERFORM 8800-ABEND-MASTER-IO
                   END-IF
                   STRING 'APPROVED BY '
                           WS-DEC-OPERATOR-ID(WS-DEC-FOUND-IDX)
                           ' - APPLIED TO STGMASTR AND AUDITED'
                           DELIMITED BY SIZE
                       INTO WS-RPT-ITEM-DISPOSITION
                   END-STRING
           END-EVALUATE.

       3800-CARRY-ITEM-FORWARD.
           ADD 1 TO WS-WAITING-COUNT
           MOVE OLD-PENDING-CORRECTION TO NEW-PENDING-CORRECTION
           MOVE 'Y' TO NEW-LISTED-SWITCH
           WRITE NEW-PENDING-CORRECTION
           IF NOT WS-PEND-NEW-OK
               DISPLAY 'ABEND: UNABLE TO WRITE PENDNEW - FILE STATUS '
                   WS-PEND-NEW-STATUS
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

       7000-REPORT-ITEM.
      *>    The item line, then the before and after values through
      *>    the typed view of WS-AREA-1 (STGAREA.cpy/STGTYPE.cpy), the
      *>    fields STGINQ echoed to the requester.
           MOVE OLD-KEY TO WS-RPT-ITEM-KEY
           MOVE OLD-REQUESTED-BY TO WS-RPT-ITEM-REQUESTED-BY
           MOVE OLD-REQUESTED-AT(1:8) TO WS-RPT-ITEM-REQUESTED-DATE
           MOVE WS-AGE-DAYS TO WS-RPT-ITEM-AGE
           MOVE WS-RPT-ITEM-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'BEFORE' TO WS-RPT-VALUE-LABEL
           MOVE OLD-BEFORE-VALUE TO WS-AREA-1
           PERFORM 7100-REPORT-TYPED-VALUE
           MOVE 'AFTER' TO WS-RPT-VALUE-LABEL
           MOVE OLD-AFTER-VALUE TO WS-AREA-1
           PERFORM 7100-REPORT-TYPED-VALUE.

       7100-REPORT-TYPED-VALUE.
      *>    An unknown type code falls back to the raw bytes, as on
      *>    STGINQ - better shown odd than hidden.
           MOVE SPACES TO WS-RPT-VALUE-TEXT
           EVALUATE TRUE
               WHEN WS-AREA-1-IS-HEADER
                   STRING 'HEADER   BATCH ID ' WS-AREA-1-HDR-BATCH-ID
                           '  RUN DATE ' WS-AREA-1-HDR-RUN-DATE
                           DELIMITED BY SIZE
                       INTO WS-RPT-VALUE-TEXT
                   END-STRING
               WHEN WS-AREA-1-IS-DETAIL AND WS-AREA-1-DTL-IS-EXTENDED
                   STRING 'DETAIL   KEY ' WS-AREA-1-DTL-KEY
                           '  AMOUNT ' WS-AREA-1-DTL-AMOUNT
                           '  CURRENCY ' WS-AREA-1-DTL-CURRENCY
                           '  COST CENTER ' WS-AREA-1-DTL-COST-CENTER
                           '  ORIGIN ' WS-AREA-1-DTL-ORIGIN-SYSTEM
                           DELIMITED BY SIZE
                       INTO WS-RPT-VALUE-TEXT
                   END-STRING
               WHEN WS-AREA-1-IS-DETAIL
                   STRING 'DETAIL   KEY ' WS-AREA-1-DTL-KEY
                           '  AMOUNT ' WS-AREA-1-DTL-AMOUNT
                           DELIMITED BY SIZE
                       INTO WS-RPT-VALUE-TEXT
                   END-STRING
               WHEN WS-AREA-1-IS-TRAILER
                   STRING 'TRAILER  BATCH ID ' WS-AREA-1-TRL-BATCH-ID
                           '  DETAIL COUNT ' WS-AREA-1-TRL-DTL-COUNT
                           '  AMOUNT TOTAL ' WS-AREA-1-TRL-DTL-AMOUNT
                           DELIMITED BY SIZE
                       INTO WS-RPT-VALUE-TEXT
                   END-STRING
               WHEN OTHER
                   STRING 'UNKNOWN  ' WS-AREA-1
                           DELIMITED BY SIZE
                       INTO WS-RPT-VALUE-TEXT
                   END-STRING
           END-EVALUATE
           MOVE WS-RPT-VALUE-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8000-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'DECISION CARDS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CARD-READ-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'PENDING CORRECTIONS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ITEM-READ-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'NEW CORRECTIONS REQUESTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NEW-REQUEST-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CORRECTIONS APPROVED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-APPROVED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CORRECTIONS DECLINED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-DECLINED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CORRECTIONS EXPIRED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'APPROVALS NOT APPLIED (STALE)' TO WS-RPT-TOTAL-LABEL
           MOVE WS-STALE-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'SELF-APPROVALS REFUSED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-SELF-APPROVAL-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'STILL AWAITING DECISION' TO WS-RPT-TOTAL-LABEL
           MOVE WS-WAITING-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CARDS IGNORED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-IGNORED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'REQUESTS WITH UNREADABLE DATE' TO WS-RPT-TOTAL-LABEL
           MOVE WS-UNREADABLE-COUNT TO WS-RPT-TOTAL-COUNT
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
               DISPLAY 'ABEND: UNABLE TO WRITE CAPRRPT - FILE STATUS '
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
               DISPLAY 'ABEND: UNABLE TO WRITE CAPRRPT - FILE STATUS '
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
           DISPLAY 'STGCAPR DECISION CARDS READ      '
               WS-CARD-READ-COUNT
           DISPLAY 'STGCAPR PENDING CORRECTIONS READ '
               WS-ITEM-READ-COUNT
           DISPLAY 'STGCAPR NEW REQUESTS             '
               WS-NEW-REQUEST-COUNT
           DISPLAY 'STGCAPR APPROVED                 '
               WS-APPROVED-COUNT
           DISPLAY 'STGCAPR DECLINED                 '
               WS-DECLINED-COUNT
           DISPLAY 'STGCAPR EXPIRED                  '
               WS-EXPIRED-COUNT
           DISPLAY 'STGCAPR APPROVALS NOT APPLIED    '
               WS-STALE-COUNT
           DISPLAY 'STGCAPR SELF-APPROVALS REFUSED   '
               WS-SELF-APPROVAL-COUNT
           DISPLAY 'STGCAPR STILL AWAITING DECISION  '
               WS-WAITING-COUNT
           DISPLAY 'STGCAPR CARDS IGNORED            '
               WS-IGNORED-COUNT
           DISPLAY 'STGCAPR REQUEST DATE UNREADABLE  '
               WS-UNREADABLE-COUNT.

       9950-END-CHAIN-STEP.
      *>    Stamps tonight's slot with the RC this step is ending
      *>    with; the CALL sets RETURN-CODE, so it is put back.
           MOVE RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-ITEM-READ-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           MOVE CRQ-STEP-RETURN-CODE TO RETURN-CODE.
