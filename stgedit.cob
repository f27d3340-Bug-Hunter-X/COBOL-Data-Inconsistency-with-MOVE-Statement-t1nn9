      *>   AMT  - a detail's WS-AREA-1-DTL-AMOUNT is not numeric
      *>   DATE - a header's WS-AREA-1-HDR-RUN-DATE is not a valid
      *>          YYYYMMDD calendar date
      *>   BDAY - a header's run date is a real date but not a
      *>          business day on the processing calendar (a weekend,
      *>          a holiday, or a date the calendar does not reach),
      *>          or lies outside the window of business days around
      *>          tonight's RUNDATE that BDAYCARD sets
      *>   FMT  - a detail's format indicator is not a known format
      *>          (space or '1' base, '2' extended - see STGTYPE.cpy)
      *>   CUR  - an extended detail's currency code is not three
      *>          non-blank characters
      *>   CCTR - an extended detail's cost center is blank
      *>   ORIG - an extended detail's origin system id is blank
      *>   RATE - an extended detail's currency has no exchange rate
      *>          on RATEFILE for its batch's HDR-RUN-DATE (a detail
      *>          in the base currency needs none) - it would
      *>          otherwise be valued at zero by STGBAL and STGSUMM
      *>          (the extended-field edits apply only to format '2'
      *>          details; base details flow exactly as they always
      *>          have while the upstream shops cut over)
      *> card reads REQUIRED in columns 1-8 - upstream shops cut over
      *> to trailered extracts one at a time.
      *>
      *> Business-day window card (BDAYCARD, fixed columns):
      *>   cols  1-2   business days before tonight's RUNDATE a
      *>               header's run date may fall
      *>   cols  4-5   business days after it a header's run date
      *>               may fall
      *> A missing card or a blank field takes the default of
      *> WS-DEFAULT-DAYS-BACK / WS-DEFAULT-DAYS-AHEAD; a non-numeric
      *> field abends.  The window is counted on the processing
      *> calendar (STGCAL.cpy, looked up through STGCALND) from the
      *> RUNDATE the chain runs under rather than the machine clock,
      *> so a rerun of a missed night edits the way that night would
      *> have; a RUNDATE the calendar does not carry abends - the
      *> calendar has not been loaded far enough (see STGCALMT).
      *>
      *> RATEFILE (layout in STGRATE.cpy) is the daily exchange-rate
      *> file treasury loads before the nightly run; it must be
      *> present (it may be empty on a night every detail is in the
      *> base currency) - a missing rate file abends rather than
      *> rejecting every foreign-currency detail in the extract.
      *>
      *> Ends RC=0 when every record passed, RC=4 when any record was
      *> rejected or any batch was missing its required trailer (the
      *> clean feed is still usable - the scheduler can decide whether
      *> a partial feed may continue), RC=16 on a file failure.
      *>
      *> Every record is also charged to the system that sent it -
      *> the origin system id on an extended detail, the batch id on
      *> anything else - and the night's clean and rejected counts by
      *> batch, sender and reason code, with any batch that closed
      *> without its required trailer, are written to EDITSTAT
      *> (STGDQSTA.cpy) for STGDQHST to add to the sender scorecard
      *> history.  Each EDITREJ line carries the same batch, sender
      *> and edit date, so STGREPR can charge its repairs back.
      *>
      *> The step runs under nightly chain control (STGCHAIN):
      *> it ends RC=8 without touching a file when CHAINCTL
      *> already shows it complete for tonight's RUNDATE, unless
      *> FORCECRD carries a FORCE card for it (see STGCHAIN), and
      *> has its slot stamped with its return code at clean end.
      *>****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAILER-CARD-STATUS.

      *>    Treasury's daily exchange rates - see 0200-LOAD-RATE-TABLE.
           SELECT RATE-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

      *>    Operator card widening or narrowing the business-day
      *>    window - see 0160-GET-BUSINESS-DAY-WINDOW.
           SELECT BDAY-CARD-FILE ASSIGN TO BDAYCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAY-CARD-STATUS.

      *>    Per-sender counts for the scorecard - see
      *>    3000-WRITE-SENDER-STATS.
           SELECT STAT-FILE ASSIGN TO EDITSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAGE-IN-FILE
           05  TRL-CARD-OPTION             PIC X(08).
           05  FILLER                      PIC X(72).

       FD  BDAY-CARD-FILE
           RECORDING MODE IS F.
       01  BDAY-CARD.
           05  BDC-DAYS-BACK-TEXT          PIC X(02).
           05  BDC-DAYS-BACK REDEFINES BDC-DAYS-BACK-TEXT
                                           PIC 9(02).
           05  FILLER                      PIC X(01).
           05  BDC-DAYS-AHEAD-TEXT         PIC X(02).
           05  BDC-DAYS-AHEAD REDEFINES BDC-DAYS-AHEAD-TEXT
                                           PIC 9(02).
           05  FILLER                      PIC X(75).

       FD  RATE-FILE
           RECORDING MODE IS F.
           COPY STGRATE.

       FD  STAT-FILE
           RECORDING MODE IS F.
           COPY STGDQSTA REPLACING ==:TAG:== BY ==DQS==.

       WORKING-STORAGE SECTION.
           COPY STGAREA.
           COPY STGRATET.

       01  WS-STAGE-IN-STATUS              PIC X(02).
           88  WS-STAGE-IN-OK              VALUE '00'.
       01  WS-TRAILER-CARD-STATUS          PIC X(02).
           88  WS-TRAILER-CARD-OK          VALUE '00'.

       01  WS-BDAY-CARD-STATUS             PIC X(02).
           88  WS-BDAY-CARD-OK             VALUE '00'.

       01  WS-RATE-STATUS                  PIC X(02).
           88  WS-RATE-OK                  VALUE '00'.

       01  WS-STAT-STATUS                  PIC X(02).
           88  WS-STAT-OK                  VALUE '00'.

       01  WS-TRAILER-REQUIRED-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-TRAILERS-REQUIRED        VALUE 'Y'.

       01  WS-BATCH-TRAILERED-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-BATCH-TRAILERED          VALUE 'Y'.
       01  WS-CUR-BATCH-ID                 PIC X(10).
       01  WS-CUR-BATCH-RUN-DATE           PIC X(08).
       01  WS-CUR-BATCH-HEADER             PIC X(100).
       01  WS-CUR-BATCH-DTL-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-CUR-BATCH-DTL-AMOUNT         PIC 9(15) VALUE ZERO.
       01  WS-AMOUNT-WORK                  PIC 9(12).

      *>    The sender scorecard tally: one entry per batch, sender
      *>    and reason code seen tonight (reason spaces counts the
      *>    clean records), written to EDITSTAT at end of job.  The
      *>    record being edited is charged to WS-DQ-BATCH-ID /
      *>    WS-DQ-SENDER-ID; WS-DQ-LAST-BATCH-ID is the last header
      *>    read, good or bad, which is the batch its details and
      *>    trailer arrived in.
       78  WS-MAX-SENDER-STATS             VALUE 2000.
       01  WS-DQT-USED-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-DQ-TALLY-TABLE.
           05  WS-DQT-ENTRY OCCURS WS-MAX-SENDER-STATS TIMES.
               10  WS-DQT-BATCH-ID          PIC X(10).
               10  WS-DQT-SENDER-ID         PIC X(10).
               10  WS-DQT-SENDER-KIND       PIC X(01).
               10  WS-DQT-REASON            PIC X(04).
               10  WS-DQT-COUNT             PIC 9(09).
       01  WS-DQT-IDX                      PIC 9(04).
       01  WS-DQT-FOUND-IDX                PIC 9(04).
       01  WS-DQT-SCAN-LIMIT               PIC 9(04).
       01  WS-DQ-LAST-BATCH-ID             PIC X(10) VALUE SPACES.
       01  WS-DQ-BATCH-ID                  PIC X(10).
       01  WS-DQ-SENDER-ID                 PIC X(10).
       01  WS-DQ-SENDER-KIND               PIC X(01).
       01  WS-DQ-REASON                    PIC X(04).
       01  WS-RUN-TIMESTAMP                PIC X(26).

      *>    The business-day window: header run dates must carry a
      *>    business day number from WS-WINDOW-LOW-NUMBER through
      *>    WS-WINDOW-HIGH-NUMBER on the processing calendar.
       78  WS-DEFAULT-DAYS-BACK            VALUE 5.
       78  WS-DEFAULT-DAYS-AHEAD           VALUE 1.
       01  WS-WINDOW-DAYS-BACK             PIC 9(02).
       01  WS-WINDOW-DAYS-AHEAD            PIC 9(02).
       01  WS-WINDOW-LOW-NUMBER            PIC 9(07).
       01  WS-WINDOW-HIGH-NUMBER           PIC 9(07).
       01  WS-WINDOW-FROM-DATE             PIC X(08).
       01  WS-WINDOW-TO-DATE               PIC X(08).

       01  WS-RECORD-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-ACCEPT-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-REJECT-COUNT                 PIC 9(09) VALUE ZERO.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       COPY STGCHREQ.

       COPY STGCALRQ.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-BEGIN-CHAIN-STEP
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM 0100-OPEN-FILES
           PERFORM 0150-GET-TRAILER-CARD
           PERFORM 0160-GET-BUSINESS-DAY-WINDOW
           PERFORM 0200-LOAD-RATE-TABLE
           PERFORM UNTIL WS-EOF
               READ STAGE-IN-FILE
                   AT END
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE STAGE-IN-RECORD TO WS-AREA-1
                       PERFORM 1000-EDIT-RECORD
                       PERFORM 2400-IDENTIFY-SENDER
                       IF WS-RECORD-VALID
                           PERFORM 2000-WRITE-CLEAN-RECORD
                       ELSE
                           PERFORM 2100-WRITE-REJECT-RECORD
                       END-IF
                       PERFORM 2500-TALLY-SENDER
               END-READ
           END-PERFORM
           PERFORM 1150-CLOSE-CURRENT-BATCH
           CLOSE STAGE-IN-FILE
           CLOSE EDIT-OUT-FILE
           CLOSE REJECT-FILE
           PERFORM 3000-WRITE-SENDER-STATS
           PERFORM 9000-DISPLAY-TOTALS
           IF WS-REJECT-COUNT > 0
                   OR WS-NO-TRAILER-COUNT > 0
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
           MOVE 'STGEDIT' TO CRQ-STEP-NAME
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           IF CRQ-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT STAGE-IN-FILE
           IF NOT WS-STAGE-IN-OK
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STAT-FILE
           IF NOT WS-STAT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN EDITSTAT - FILE STATUS '
                   WS-STAT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       0150-GET-TRAILER-CARD.
               CLOSE TRAILER-CARD-FILE
           END-IF.

       0160-GET-BUSINESS-DAY-WINDOW.
      *>    Tonight's RUNDATE (handed back by STGCHAIN) fixes the
      *>    middle of the window.  On a weekend or holiday RUNDATE
      *>    the calendar carries the business day before it, so the
      *>    window still centres on the last business day.
           MOVE WS-DEFAULT-DAYS-BACK TO WS-WINDOW-DAYS-BACK
           MOVE WS-DEFAULT-DAYS-AHEAD TO WS-WINDOW-DAYS-AHEAD
           OPEN INPUT BDAY-CARD-FILE
           IF WS-BDAY-CARD-OK
               READ BDAY-CARD-FILE
                   NOT AT END
                       PERFORM 0170-EDIT-BDAY-CARD
               END-READ
               CLOSE BDAY-CARD-FILE
           END-IF
           SET CLQ-LOOKUP-DATE TO TRUE
           MOVE CRQ-RUN-DATE TO CLQ-DATE
           CALL 'STGCALND' USING CALENDAR-REQUEST
           IF CLQ-NOT-ON-CALENDAR
               DISPLAY 'ABEND: RUNDATE ' CRQ-RUN-DATE
                   ' IS NOT ON THE PROCESSING CALENDAR - RUN STGCALMT'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF CLQ-BUSINESS-DAY-NUMBER > WS-WINDOW-DAYS-BACK
               COMPUTE WS-WINDOW-LOW-NUMBER =
                   CLQ-BUSINESS-DAY-NUMBER - WS-WINDOW-DAYS-BACK
           ELSE
               MOVE 1 TO WS-WINDOW-LOW-NUMBER
           END-IF
           COMPUTE WS-WINDOW-HIGH-NUMBER =
               CLQ-BUSINESS-DAY-NUMBER + WS-WINDOW-DAYS-AHEAD
           SET CLQ-LOOKUP-BUSINESS-DAY TO TRUE
           MOVE WS-WINDOW-LOW-NUMBER TO CLQ-BUSINESS-DAY-NUMBER
           CALL 'STGCALND' USING CALENDAR-REQUEST
           MOVE CLQ-DATE TO WS-WINDOW-FROM-DATE
           SET CLQ-LOOKUP-BUSINESS-DAY TO TRUE
           MOVE WS-WINDOW-HIGH-NUMBER TO CLQ-BUSINESS-DAY-NUMBER
           CALL 'STGCALND' USING CALENDAR-REQUEST
           IF CLQ-FOUND
               MOVE CLQ-DATE TO WS-WINDOW-TO-DATE
           ELSE
               MOVE 'CAL END' TO WS-WINDOW-TO-DATE
           END-IF
           DISPLAY 'STGEDIT: RUN DATES ACCEPTED FROM '
               WS-WINDOW-FROM-DATE ' THROUGH ' WS-WINDOW-TO-DATE
               ' (' WS-WINDOW-DAYS-BACK ' BACK, '
               WS-WINDOW-DAYS-AHEAD ' AHEAD)'.

       0170-EDIT-BDAY-CARD.
           EVALUATE TRUE
               WHEN BDC-DAYS-BACK-TEXT = SPACES
                   CONTINUE
               WHEN BDC-DAYS-BACK IS NUMERIC
                   MOVE BDC-DAYS-BACK TO WS-WINDOW-DAYS-BACK
               WHEN OTHER
                   DISPLAY 'ABEND: BDAYCARD DAYS BACK NOT NUMERIC: '
                       BDC-DAYS-BACK-TEXT
                   CLOSE BDAY-CARD-FILE
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           EVALUATE TRUE
               WHEN BDC-DAYS-AHEAD-TEXT = SPACES
                   CONTINUE
               WHEN BDC-DAYS-AHEAD IS NUMERIC
                   MOVE BDC-DAYS-AHEAD TO WS-WINDOW-DAYS-AHEAD
               WHEN OTHER
                   DISPLAY 'ABEND: BDAYCARD DAYS AHEAD NOT NUMERIC: '
                       BDC-DAYS-AHEAD-TEXT
                   CLOSE BDAY-CARD-FILE
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0200-LOAD-RATE-TABLE.
      *>    Every rate record must be whole - a currency, a numeric
      *>    YYYYMMDD effective date, and a numeric rate above zero; a
      *>    garbled rate abends rather than valuing tonight's money
      *>    with it, the reasoning STGBAL applies to a garbled
      *>    control card.
           OPEN INPUT RATE-FILE
           IF NOT WS-RATE-OK
               DISPLAY 'ABEND: UNABLE TO OPEN RATEFILE - FILE STATUS '
                   WS-RATE-STATUS ' - TREASURY RATE LOAD NOT DONE'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ RATE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 0250-LOAD-ONE-RATE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       0250-LOAD-ONE-RATE.
           IF RATE-CURRENCY = SPACES
                   OR RATE-EFFECTIVE-DATE IS NOT NUMERIC
                   OR RATE-VALUE-TEXT IS NOT NUMERIC
               DISPLAY 'ABEND: RATEFILE RECORD IS NOT VALID: '
                   EXCHANGE-RATE-RECORD
               CLOSE RATE-FILE
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF RATE-VALUE = ZERO
               DISPLAY 'ABEND: RATEFILE RATE IS ZERO FOR '
                   RATE-CURRENCY ' ' RATE-EFFECTIVE-DATE
               CLOSE RATE-FILE
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RATE-USED-COUNT >= WS-MAX-RATES
               DISPLAY 'ABEND: MORE THAN ' WS-MAX-RATES
                   ' RATES ON RATEFILE - RAISE WS-MAX-RATES'
               CLOSE RATE-FILE
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RATE-USED-COUNT
           MOVE RATE-CURRENCY TO WS-RTE-CURRENCY(WS-RATE-USED-COUNT)
           MOVE RATE-EFFECTIVE-DATE
               TO WS-RTE-EFFECTIVE-DATE(WS-RATE-USED-COUNT)
           MOVE RATE-VALUE TO WS-RTE-VALUE(WS-RATE-USED-COUNT).

       1000-EDIT-RECORD.
      *>    Applies the edits in documented order against the typed
      *>    view of WS-AREA-1 (see STGAREA.cpy/STGTYPE.cpy); the first
      *>    header with a bad run date is rejected and does NOT open a
      *>    batch, so details under it reject with SEQ rather than
      *>    ride in under a header the downstream shop never saw.
      *>    A real date that is no business day of tonight's window
      *>    is refused the same way, with BDAY.
           PERFORM 1150-CLOSE-CURRENT-BATCH
           PERFORM 1110-VALIDATE-RUN-DATE
           IF WS-DATE-VALID
               PERFORM 1140-CHECK-BUSINESS-DAY
           END-IF
           IF WS-DATE-VALID
               SET WS-HEADER-SEEN TO TRUE
               SET WS-BATCH-OPEN TO TRUE
               MOVE 'N' TO WS-BATCH-TRAILERED-SWITCH
               MOVE WS-AREA-1-HDR-BATCH-ID TO WS-CUR-BATCH-ID
               MOVE WS-AREA-1-HDR-RUN-DATE TO WS-CUR-BATCH-RUN-DATE
               MOVE WS-AREA-1 TO WS-CUR-BATCH-HEADER
               MOVE ZERO TO WS-CUR-BATCH-DTL-COUNT
               MOVE ZERO TO WS-CUR-BATCH-DTL-AMOUNT
           ELSE
               MOVE 'N' TO WS-RECORD-VALID-SWITCH
               IF WS-EDIT-REASON = SPACES
                   MOVE 'DATE' TO WS-EDIT-REASON
               END-IF
               MOVE 'N' TO WS-HEADER-SEEN-SWITCH
           END-IF.

       1140-CHECK-BUSINESS-DAY.
      *>    The header run date must be on the processing calendar,
      *>    be a business day, and fall inside the window
      *>    0160-GET-BUSINESS-DAY-WINDOW set up.
           SET CLQ-LOOKUP-DATE TO TRUE
           MOVE WS-AREA-1-HDR-RUN-DATE TO CLQ-DATE
           CALL 'STGCALND' USING CALENDAR-REQUEST
           IF CLQ-NOT-ON-CALENDAR
                   OR NOT CLQ-BUSINESS-DAY
                   OR CLQ-BUSINESS-DAY-NUMBER < WS-WINDOW-LOW-NUMBER
                   OR CLQ-BUSINESS-DAY-NUMBER > WS-WINDOW-HIGH-NUMBER
               MOVE 'N' TO WS-DATE-VALID-SWITCH
               MOVE 'BDAY' TO WS-EDIT-REASON
           END-IF.

       1150-CLOSE-CURRENT-BATCH.
      *>    Called when a new header arrives and again at end of file.
      *>    A batch that closed without a trailer is only a finding
               MOVE SPACES TO REJECT-RECORD
               MOVE 'TRL ' TO REJ-REASON-CODE
               MOVE WS-CUR-BATCH-HEADER TO REJ-SOURCE-RECORD
               MOVE WS-CUR-BATCH-ID TO REJ-BATCH-ID
               MOVE WS-CUR-BATCH-ID TO REJ-SENDER-ID
               SET REJ-SENDER-IS-BATCH TO TRUE
               MOVE WS-RUN-TIMESTAMP(1:8) TO REJ-EDIT-DATE
               PERFORM 2900-WRITE-REJECT-LINE
               PERFORM 2600-CHARGE-MISSING-TRAILER
           END-IF
           MOVE 'N' TO WS-BATCH-OPEN-SWITCH.

      *>    A detail that passes counts and sums under the open batch,
      *>    so the batch's trailer compares against the details that
      *>    actually passed the edits - a rejected detail is out of
      *>    the clean feed, so it must be out of the figures too.  The
      *>    rate is looked up ahead of the edits (it cannot be done
      *>    inside a WHEN) and only consulted by the RATE arm, after
      *>    the currency itself has proved well formed.
           SET WS-RATE-FOUND TO TRUE
           IF WS-HEADER-SEEN
                   AND WS-AREA-1-DTL-IS-EXTENDED
               MOVE WS-AREA-1-DTL-CURRENCY TO WS-RATE-SEARCH-CURRENCY
               MOVE WS-CUR-BATCH-RUN-DATE TO WS-RATE-SEARCH-DATE
               PERFORM 1210-FIND-RATE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-HEADER-SEEN
                   MOVE 'N' TO WS-RECORD-VALID-SWITCH
                       AND WS-AREA-1-DTL-ORIGIN-SYSTEM = SPACES
                   MOVE 'N' TO WS-RECORD-VALID-SWITCH
                   MOVE 'ORIG' TO WS-EDIT-REASON
               WHEN WS-AREA-1-DTL-IS-EXTENDED
                       AND NOT WS-RATE-FOUND
                   MOVE 'N' TO WS-RECORD-VALID-SWITCH
                   MOVE 'RATE' TO WS-EDIT-REASON
               WHEN OTHER
                   ADD 1 TO WS-CUR-BATCH-DTL-COUNT
                   MOVE WS-AREA-1-DTL-AMOUNT TO WS-AMOUNT-WORK
                   ADD WS-AMOUNT-WORK TO WS-CUR-BATCH-DTL-AMOUNT
           END-EVALUATE.

       1210-FIND-RATE.
      *>    The base currency is worth one of itself and needs no
      *>    table entry; any other currency must carry a rate with
      *>    exactly the batch's run date as its effective date.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           MOVE ZERO TO WS-RATE-FOUND-VALUE
           IF WS-RATE-SEARCH-CURRENCY = WS-BASE-CURRENCY
               SET WS-RATE-FOUND TO TRUE
               MOVE 1 TO WS-RATE-FOUND-VALUE
           ELSE
               PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                       UNTIL WS-RTE-IDX > WS-RATE-USED-COUNT
                           OR WS-RATE-FOUND
                   IF WS-RTE-CURRENCY(WS-RTE-IDX) =
                           WS-RATE-SEARCH-CURRENCY
                       AND WS-RTE-EFFECTIVE-DATE(WS-RTE-IDX) =
                           WS-RATE-SEARCH-DATE
                       SET WS-RATE-FOUND TO TRUE
                       MOVE WS-RTE-VALUE(WS-RTE-IDX)
                           TO WS-RATE-FOUND-VALUE
                   END-IF
               END-PERFORM
           END-IF.

       1300-EDIT-TRAILER.
      *>    A trailer seals the batch it closes: its control figures
      *>    must name the open batch and agree with the detail count
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-EDIT-REASON TO REJ-REASON-CODE
           MOVE WS-AREA-1 TO REJ-SOURCE-RECORD
           MOVE WS-DQ-BATCH-ID TO REJ-BATCH-ID
           MOVE WS-DQ-SENDER-ID TO REJ-SENDER-ID
           MOVE WS-DQ-SENDER-KIND TO REJ-SENDER-KIND
           MOVE WS-RUN-TIMESTAMP(1:8) TO REJ-EDIT-DATE
           PERFORM 2900-WRITE-REJECT-LINE.

       2400-IDENTIFY-SENDER.
      *>    A header names its own batch whether or not it passed;
      *>    every other record belongs to the last header read.  An
      *>    extended detail with an origin system is that system's;
      *>    anything else is the batch's.  Records ahead of any
      *>    header have no batch and are charged to (NO BATCH).
           IF WS-AREA-1-IS-HEADER
               MOVE WS-AREA-1-HDR-BATCH-ID TO WS-DQ-LAST-BATCH-ID
           END-IF
           MOVE WS-DQ-LAST-BATCH-ID TO WS-DQ-BATCH-ID
           IF WS-AREA-1-IS-DETAIL
                   AND WS-AREA-1-DTL-IS-EXTENDED
                   AND WS-AREA-1-DTL-ORIGIN-SYSTEM NOT = SPACES
               MOVE WS-AREA-1-DTL-ORIGIN-SYSTEM TO WS-DQ-SENDER-ID
               MOVE 'O' TO WS-DQ-SENDER-KIND
           ELSE
               MOVE WS-DQ-BATCH-ID TO WS-DQ-SENDER-ID
               MOVE 'B' TO WS-DQ-SENDER-KIND
           END-IF
           IF WS-DQ-SENDER-ID = SPACES
               MOVE '(NO BATCH)' TO WS-DQ-SENDER-ID
           END-IF.

       2500-TALLY-SENDER.
           IF WS-RECORD-VALID
               MOVE SPACES TO WS-DQ-REASON
           ELSE
               MOVE WS-EDIT-REASON TO WS-DQ-REASON
           END-IF
           PERFORM 2700-FIND-SENDER-ENTRY
           ADD 1 TO WS-DQT-COUNT(WS-DQT-FOUND-IDX).

       2600-CHARGE-MISSING-TRAILER.
      *>    A missing trailer is the whole batch's finding, so every
      *>    sender with records in the batch is charged one NTRL for
      *>    the night.  The scan stops at the entries that existed
      *>    before it started - the NTRL entries it adds are not
      *>    senders of their own.
           MOVE WS-DQT-USED-COUNT TO WS-DQT-SCAN-LIMIT
           PERFORM VARYING WS-DQT-IDX FROM 1 BY 1
                   UNTIL WS-DQT-IDX > WS-DQT-SCAN-LIMIT
               IF WS-DQT-BATCH-ID(WS-DQT-IDX) = WS-CUR-BATCH-ID
                       AND WS-DQT-REASON(WS-DQT-IDX) NOT = 'NTRL'
                   MOVE WS-DQT-BATCH-ID(WS-DQT-IDX) TO WS-DQ-BATCH-ID
                   MOVE WS-DQT-SENDER-ID(WS-DQT-IDX)
                       TO WS-DQ-SENDER-ID
                   MOVE WS-DQT-SENDER-KIND(WS-DQT-IDX)
                       TO WS-DQ-SENDER-KIND
                   MOVE 'NTRL' TO WS-DQ-REASON
                   PERFORM 2700-FIND-SENDER-ENTRY
                   MOVE 1 TO WS-DQT-COUNT(WS-DQT-FOUND-IDX)
               END-IF
           END-PERFORM.

       2700-FIND-SENDER-ENTRY.
           MOVE ZERO TO WS-DQT-FOUND-IDX
           PERFORM VARYING WS-DQT-IDX FROM 1 BY 1
                   UNTIL WS-DQT-IDX > WS-DQT-USED-COUNT
                       OR WS-DQT-FOUND-IDX > ZERO
               IF WS-DQT-BATCH-ID(WS-DQT-IDX) = WS-DQ-BATCH-ID
                       AND WS-DQT-SENDER-ID(WS-DQT-IDX) =
                           WS-DQ-SENDER-ID
                       AND WS-DQT-SENDER-KIND(WS-DQT-IDX) =
                           WS-DQ-SENDER-KIND
                       AND WS-DQT-REASON(WS-DQT-IDX) = WS-DQ-REASON
                   MOVE WS-DQT-IDX TO WS-DQT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-DQT-FOUND-IDX = ZERO
               IF WS-DQT-USED-COUNT >= WS-MAX-SENDER-STATS
                   DISPLAY 'ABEND: MORE THAN ' WS-MAX-SENDER-STATS
                       ' SENDER STATISTICS - RAISE WS-MAX-SENDER-STATS'
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DQT-USED-COUNT
               MOVE WS-DQT-USED-COUNT TO WS-DQT-FOUND-IDX
               MOVE WS-DQ-BATCH-ID TO WS-DQT-BATCH-ID(WS-DQT-FOUND-IDX)
               MOVE WS-DQ-SENDER-ID
                   TO WS-DQT-SENDER-ID(WS-DQT-FOUND-IDX)
               MOVE WS-DQ-SENDER-KIND
                   TO WS-DQT-SENDER-KIND(WS-DQT-FOUND-IDX)
               MOVE WS-DQ-REASON TO WS-DQT-REASON(WS-DQT-FOUND-IDX)
               MOVE ZERO TO WS-DQT-COUNT(WS-DQT-FOUND-IDX)
           END-IF.

       2900-WRITE-REJECT-LINE.
      *>    The one WRITE funnel for EDITREJ: record rejects arrive
      *>    through 2100 with their counted reason, missing-trailer
               STOP RUN
           END-IF.

       3000-WRITE-SENDER-STATS.
      *>    One EDITSTAT record per tally entry, dated with the
      *>    night's chain run date so the scorecard files it under the
      *>    night the extract belonged to.
           PERFORM VARYING WS-DQT-IDX FROM 1 BY 1
                   UNTIL WS-DQT-IDX > WS-DQT-USED-COUNT
               MOVE SPACES TO DQS-STAT-RECORD
               SET DQS-FROM-EDIT TO TRUE
               MOVE CRQ-RUN-DATE TO DQS-RUN-DATE
               MOVE WS-RUN-TIMESTAMP TO DQS-RUN-TIMESTAMP
               MOVE WS-DQT-BATCH-ID(WS-DQT-IDX) TO DQS-BATCH-ID
               MOVE WS-DQT-SENDER-ID(WS-DQT-IDX) TO DQS-SENDER-ID
               MOVE WS-DQT-SENDER-KIND(WS-DQT-IDX) TO DQS-SENDER-KIND
               MOVE WS-DQT-REASON(WS-DQT-IDX) TO DQS-REASON-CODE
               MOVE WS-DQT-COUNT(WS-DQT-IDX) TO DQS-COUNT
               MOVE ZERO TO DQS-TURNAROUND-TOTAL
               WRITE DQS-STAT-RECORD
               IF NOT WS-STAT-OK
                   DISPLAY 'ABEND: UNABLE TO WRITE EDITSTAT - FILE '
                       'STATUS ' WS-STAT-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE STAT-FILE.

       9000-DISPLAY-TOTALS.
           DISPLAY 'STGEDIT RECORDS READ       ' WS-RECORD-COUNT
           DISPLAY 'STGEDIT RECORDS ACCEPTED   ' WS-ACCEPT-COUNT
           DISPLAY 'STGEDIT RECORDS REJECTED   ' WS-REJECT-COUNT
           DISPLAY 'STGEDIT TRAILERS VERIFIED  ' WS-TRAILER-COUNT
           DISPLAY 'STGEDIT BATCHES NO TRAILER ' WS-NO-TRAILER-COUNT.

       9950-END-CHAIN-STEP.
      *>    Stamps tonight's slot with the RC this step is ending
      *>    with; the CALL sets RETURN-CODE, so it is put back.
           MOVE RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-RECORD-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           MOVE CRQ-STEP-RETURN-CODE TO RETURN-CODE.
