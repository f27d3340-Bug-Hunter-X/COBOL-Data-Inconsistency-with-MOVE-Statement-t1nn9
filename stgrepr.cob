      *>     cols  1-3   HDR
      *>     cols  5-14  resubmission batch id (goes on the header)
      *>     cols 16-23  run date, YYYYMMDD (validated here with the
      *>                 same calendar and business-day edits
      *>                 STGEDIT applies)
      *>   Every later card is one correction, aimed at one reject
      *>   by its position in EDITREJ or by its detail key:
      *>     cols  1-9   reject position (1 = first EDITREJ record),
      *>     cols 34-48  corrected value (left-aligned; AMOUNT takes
      *>                 its first 12 bytes, DATE its first 8)
      *>
      *> The re-edit is STGEDIT's, the business-day and exchange-rate
      *> edits included, so it reads what STGEDIT reads: BDAYCARD for
      *> the window of business days a header run date may fall in,
      *> counted on the processing calendar (STGCALND) around the
      *> night on the RUNDATE card - the night the resubmission is to
      *> ride - and RATEFILE (STGRATE.cpy) for the rate an extended
      *> detail needs on the run date of the batch it will ride
      *> under.
      *>
      *> Every reject is accounted for on REPRRPT: corrected and
      *> resubmitted, corrected but still failing (with the reason),
      *> or left outstanding with no card against it - nothing
      *> resubmission extract gets its own header and trailer, so
      *> those report NOT RESUBMITTABLE rather than ride along.
      *>
      *> Every reject resubmitted is also charged back to the sender
      *> STGEDIT named on its EDITREJ line: REPRSTAT (STGDQSTA.cpy)
      *> gets one record per batch, sender and original reason code
      *> with the count resubmitted and the total days between the
      *> edit that rejected them and today's repair, for STGDQHST to
      *> add to the sender scorecard history.
      *>
      *> Ends RC=0 when every reject was corrected and resubmitted
      *> clean, RC=4 when any reject is still outstanding or any card
      *> matched nothing, RC=16 on a file failure or a bad HDR card.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STAT-FILE ASSIGN TO REPRSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT BDAY-CARD-FILE ASSIGN TO BDAYCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAY-CARD-STATUS.

           SELECT RATE-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       FD  STAT-FILE
           RECORDING MODE IS F.
           COPY STGDQSTA REPLACING ==:TAG:== BY ==DQS==.

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

       WORKING-STORAGE SECTION.
           COPY STGAREA.
           COPY STGRATET.

      *>    The whole reject file is tabled so cards can aim at any
      *>    reject in any order; a night's rejects number dozens, not
       01  WS-REPORT-STATUS                PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.

       01  WS-STAT-STATUS                  PIC X(02).
           88  WS-STAT-OK                  VALUE '00'.

       01  WS-BDAY-CARD-STATUS             PIC X(02).
           88  WS-BDAY-CARD-OK             VALUE '00'.

       01  WS-RATE-STATUS                  PIC X(02).
           88  WS-RATE-OK                  VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(01).
           88  WS-EOF                      VALUE 'Y'.

                   88  WS-REJ-TOUCHED      VALUE 'Y'.
               10  WS-REJ-VERDICT           PIC X(04).
                   88  WS-REJ-CLEAN        VALUE 'OK  '.
               10  WS-REJ-BATCH-ID          PIC X(10).
               10  WS-REJ-SENDER-ID         PIC X(10).
               10  WS-REJ-SENDER-KIND       PIC X(01).
               10  WS-REJ-EDIT-DATE         PIC X(08).

       01  WS-REJ-IDX                      PIC 9(04).
       01  WS-REJ-FOUND-IDX                PIC 9(04).

      *>    Resubmissions grouped by batch, sender and original reason
      *>    for REPRSTAT - never more groups than rejects.
       01  WS-RST-USED-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-REPAIR-STAT-TABLE.
           05  WS-RST-ENTRY OCCURS WS-MAX-REJECTS TIMES.
               10  WS-RST-BATCH-ID          PIC X(10).
               10  WS-RST-SENDER-ID         PIC X(10).
               10  WS-RST-SENDER-KIND       PIC X(01).
               10  WS-RST-REASON            PIC X(04).
               10  WS-RST-COUNT             PIC 9(09).
               10  WS-RST-TURNAROUND-TOTAL  PIC 9(09).
       01  WS-RST-IDX                      PIC 9(04).
       01  WS-RST-FOUND-IDX                PIC 9(04).
       01  WS-RUN-TIMESTAMP                PIC X(26).
       01  WS-TODAY                        PIC 9(08).
       01  WS-REJECTED-DATE                PIC 9(08).
       01  WS-TURNAROUND-DAYS              PIC S9(09).

       01  WS-CARD-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-UNMATCHED-CARD-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-BAD-FIELD-CARD-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-LEAP-QUOTIENT                PIC 9(04).
       01  WS-LEAP-REMAINDER               PIC 9(04).

      *>    The business-day window, set up from BDAYCARD exactly as
      *>    STGEDIT sets up its own: header run dates must carry a
      *>    business day number from WS-WINDOW-LOW-NUMBER through
      *>    WS-WINDOW-HIGH-NUMBER on the processing calendar.
       78  WS-DEFAULT-DAYS-BACK            VALUE 5.
       78  WS-DEFAULT-DAYS-AHEAD           VALUE 1.
       01  WS-WINDOW-DAYS-BACK             PIC 9(02).
       01  WS-WINDOW-DAYS-AHEAD            PIC 9(02).
       01  WS-WINDOW-LOW-NUMBER            PIC 9(07).
       01  WS-WINDOW-HIGH-NUMBER           PIC 9(07).
       01  WS-NIGHT-RUN-DATE               PIC X(08).

      *>    The run date of the batch the record being re-edited
      *>    will ride under on RESUBOUT: the HDR card's, until a
      *>    corrected header that will be resubmitted reopens its
      *>    own batch - see 4100-WRITE-ONE-RESUB-RECORD.
       01  WS-RIDE-RUN-DATE                PIC X(08).

       01  WS-PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       78  WS-PAGE-LINE-LIMIT              VALUE 56.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       COPY STGCALRQ.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 0100-OPEN-REPORT
           PERFORM 1000-LOAD-REJECTS
           PERFORM 0200-GET-BUSINESS-DAY-WINDOW
           PERFORM 0300-LOAD-RATE-TABLE
           PERFORM 2000-APPLY-FIX-CARDS
           PERFORM 3000-RE-EDIT-REJECTS
           PERFORM 4000-WRITE-RESUBMISSION
           PERFORM 6000-WRITE-REPAIR-STATS
           PERFORM 5000-REPORT-DISPOSITIONS
           PERFORM 8000-REPORT-TOTALS
           CLOSE REPORT-FILE
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING.

       0200-GET-BUSINESS-DAY-WINDOW.
      *>    The window STGEDIT's 0160-GET-BUSINESS-DAY-WINDOW sets up,
      *>    centred on the night on the RUNDATE card.  On a weekend
      *>    or holiday RUNDATE the calendar carries the business day
      *>    before it, so the window still centres on the last
      *>    business day.
           MOVE WS-DEFAULT-DAYS-BACK TO WS-WINDOW-DAYS-BACK
           MOVE WS-DEFAULT-DAYS-AHEAD TO WS-WINDOW-DAYS-AHEAD
           OPEN INPUT BDAY-CARD-FILE
           IF WS-BDAY-CARD-OK
               READ BDAY-CARD-FILE
                   NOT AT END
                       PERFORM 0250-EDIT-BDAY-CARD
               END-READ
               CLOSE BDAY-CARD-FILE
           END-IF
           SET CLQ-PROCESSING-NIGHT TO TRUE
           CALL 'STGCALND' USING CALENDAR-REQUEST
           MOVE CLQ-DATE TO WS-NIGHT-RUN-DATE
           IF CLQ-NOT-ON-CALENDAR
               DISPLAY 'ABEND: RUNDATE ' WS-NIGHT-RUN-DATE
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
               CLQ-BUSINESS-DAY-NUMBER + WS-WINDOW-DAYS-AHEAD.

       0250-EDIT-BDAY-CARD.
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

       0300-LOAD-RATE-TABLE.
      *>    STGEDIT's rate load: the file must be present and every
      *>    rate on it whole, or the job abends rather than judge a
      *>    repaired detail against a garbled rate.
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
                       PERFORM 0350-LOAD-ONE-RATE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

       0350-LOAD-ONE-RATE.
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

       1000-LOAD-REJECTS.
           OPEN INPUT REJECT-FILE
           IF NOT WS-REJECT-OK
           MOVE REJ-REASON-CODE TO WS-REJ-REASON(WS-REJ-IDX)
           MOVE REJ-SOURCE-RECORD TO WS-REJ-RECORD(WS-REJ-IDX)
           MOVE 'N' TO WS-REJ-TOUCHED-SWITCH(WS-REJ-IDX)
           MOVE SPACES TO WS-REJ-VERDICT(WS-REJ-IDX)
           MOVE REJ-BATCH-ID TO WS-REJ-BATCH-ID(WS-REJ-IDX)
           MOVE REJ-SENDER-ID TO WS-REJ-SENDER-ID(WS-REJ-IDX)
           MOVE REJ-SENDER-KIND TO WS-REJ-SENDER-KIND(WS-REJ-IDX)
           MOVE REJ-EDIT-DATE TO WS-REJ-EDIT-DATE(WS-REJ-IDX).

       2000-APPLY-FIX-CARDS.
      *>    The HDR card must lead - without a resubmission batch
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
      *>    The resubmission header rides STGEDIT like any other, so
      *>    its run date must also be a business day of the window -
      *>    a header STGEDIT refuses would send every detail under it
      *>    back to the reject file as SEQ.
           MOVE FXH-RUN-DATE TO WS-DATE-UNDER-EDIT
           PERFORM 7100-VALIDATE-DATE
           IF WS-DATE-VALID
               PERFORM 7400-CHECK-BUSINESS-DAY
           END-IF
           IF FXH-BATCH-ID = SPACES OR NOT WS-DATE-VALID
               DISPLAY 'ABEND: HDR CARD NEEDS A BATCH ID AND A RUN '
                   'DATE THAT IS A BUSINESS DAY IN THE BDAYCARD WINDOW'
               CLOSE FIX-CARD-FILE
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
      *>    with a header in its 100 bytes, have nothing to resubmit
      *>    - the new extract carries its own controls - so they
      *>    verdict NRSB (not resubmittable) whether corrected or
      *>    not.  The rejects are re-edited in the order 4000 writes
      *>    them, so a detail's rate is looked for on the run date
      *>    of the batch it will actually ride under.
           MOVE WS-RESUB-RUN-DATE TO WS-RIDE-RUN-DATE
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJECT-USED-COUNT
               PERFORM 3100-RE-EDIT-ONE-REJECT
               WHEN WS-AREA-1-IS-TRAILER
                   MOVE 'NRSB' TO WS-REJ-VERDICT(WS-REJ-IDX)
               WHEN WS-AREA-1-IS-HEADER
                   PERFORM 3300-RE-EDIT-HEADER
               WHEN WS-AREA-1-IS-DETAIL
                   PERFORM 3200-RE-EDIT-DETAIL
               WHEN OTHER

       3200-RE-EDIT-DETAIL.
      *>    The same detail edits STGEDIT applies, arm for arm,
      *>    including the extended-format field edits and the rate
      *>    check - a detail repaired here must not bounce off the
      *>    edit it is about to ride back through.  As in STGEDIT the
      *>    rate is looked up ahead of the edits and only consulted
      *>    by the RATE arm.
           SET WS-RATE-FOUND TO TRUE
           IF WS-AREA-1-DTL-IS-EXTENDED
               MOVE WS-AREA-1-DTL-CURRENCY TO WS-RATE-SEARCH-CURRENCY
               MOVE WS-RIDE-RUN-DATE TO WS-RATE-SEARCH-DATE
               PERFORM 7500-FIND-RATE
           END-IF
           EVALUATE TRUE
               WHEN WS-AREA-1-DTL-AMOUNT NOT NUMERIC
                   MOVE 'AMT ' TO WS-REJ-VERDICT(WS-REJ-IDX)
               WHEN WS-AREA-1-DTL-IS-EXTENDED
                       AND WS-AREA-1-DTL-ORIGIN-SYSTEM = SPACES
                   MOVE 'ORIG' TO WS-REJ-VERDICT(WS-REJ-IDX)
               WHEN WS-AREA-1-DTL-IS-EXTENDED
                       AND NOT WS-RATE-FOUND
                   MOVE 'RATE' TO WS-REJ-VERDICT(WS-REJ-IDX)
               WHEN OTHER
                   MOVE 'OK  ' TO WS-REJ-VERDICT(WS-REJ-IDX)
           END-EVALUATE.

       3300-RE-EDIT-HEADER.
      *>    STGEDIT's header edits: a real calendar date first, then
      *>    a business day inside the window.  A corrected header
      *>    that passes reopens its batch on RESUBOUT, so the details
      *>    after it ride under its run date.
           MOVE WS-AREA-1-HDR-RUN-DATE TO WS-DATE-UNDER-EDIT
           PERFORM 7100-VALIDATE-DATE
           IF WS-DATE-VALID
               PERFORM 7400-CHECK-BUSINESS-DAY
               IF WS-DATE-VALID
                   MOVE 'OK  ' TO WS-REJ-VERDICT(WS-REJ-IDX)
               ELSE
                   MOVE 'BDAY' TO WS-REJ-VERDICT(WS-REJ-IDX)
               END-IF
           ELSE
               MOVE 'DATE' TO WS-REJ-VERDICT(WS-REJ-IDX)
           END-IF
           IF WS-REJ-TOUCHED(WS-REJ-IDX)
                   AND WS-REJ-CLEAN(WS-REJ-IDX)
               MOVE WS-AREA-1-HDR-RUN-DATE TO WS-RIDE-RUN-DATE
           END-IF.

       4000-WRITE-RESUBMISSION.
      *>    Only rejects a card touched AND that now pass the edits
      *>    ride the resubmission - an untouched reject resubmitted
           MOVE WS-RPT-REJECT-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       6000-WRITE-REPAIR-STATS.
      *>    The same test 4000-WRITE-RESUBMISSION applies picks the
      *>    rejects that went back; each is charged to its original
      *>    batch, sender and reason.  Turnaround is whole days from
      *>    the STGEDIT run that rejected it to today; a reject line
      *>    with no edit date (written before STGEDIT stamped one)
      *>    counts as repaired with no turnaround days.
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJECT-USED-COUNT
               IF WS-REJ-TOUCHED(WS-REJ-IDX)
                       AND WS-REJ-CLEAN(WS-REJ-IDX)
                   PERFORM 6100-TALLY-ONE-REPAIR
               END-IF
           END-PERFORM
           OPEN OUTPUT STAT-FILE
           IF NOT WS-STAT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN REPRSTAT - FILE STATUS '
                   WS-STAT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-USED-COUNT
               PERFORM 6300-WRITE-ONE-REPAIR-STAT
           END-PERFORM
           CLOSE STAT-FILE.

       6100-TALLY-ONE-REPAIR.
           MOVE ZERO TO WS-RST-FOUND-IDX
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-USED-COUNT
                       OR WS-RST-FOUND-IDX > ZERO
               IF WS-RST-BATCH-ID(WS-RST-IDX) =
                       WS-REJ-BATCH-ID(WS-REJ-IDX)
                       AND WS-RST-SENDER-ID(WS-RST-IDX) =
                           WS-REJ-SENDER-ID(WS-REJ-IDX)
                       AND WS-RST-SENDER-KIND(WS-RST-IDX) =
                           WS-REJ-SENDER-KIND(WS-REJ-IDX)
                       AND WS-RST-REASON(WS-RST-IDX) =
                           WS-REJ-REASON(WS-REJ-IDX)
                   MOVE WS-RST-IDX TO WS-RST-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-RST-FOUND-IDX = ZERO
               ADD 1 TO WS-RST-USED-COUNT
               MOVE WS-RST-USED-COUNT TO WS-RST-FOUND-IDX
               MOVE WS-REJ-BATCH-ID(WS-REJ-IDX)
                   TO WS-RST-BATCH-ID(WS-RST-FOUND-IDX)
               MOVE WS-REJ-SENDER-ID(WS-REJ-IDX)
                   TO WS-RST-SENDER-ID(WS-RST-FOUND-IDX)
               MOVE WS-REJ-SENDER-KIND(WS-REJ-IDX)
                   TO WS-RST-SENDER-KIND(WS-RST-FOUND-IDX)
               MOVE WS-REJ-REASON(WS-REJ-IDX)
                   TO WS-RST-REASON(WS-RST-FOUND-IDX)
               MOVE ZERO TO WS-RST-COUNT(WS-RST-FOUND-IDX)
               MOVE ZERO TO WS-RST-TURNAROUND-TOTAL(WS-RST-FOUND-IDX)
           END-IF
           ADD 1 TO WS-RST-COUNT(WS-RST-FOUND-IDX)
           PERFORM 6200-COMPUTE-TURNAROUND
           ADD WS-TURNAROUND-DAYS
               TO WS-RST-TURNAROUND-TOTAL(WS-RST-FOUND-IDX).

       6200-COMPUTE-TURNAROUND.
           MOVE ZERO TO WS-TURNAROUND-DAYS
           MOVE WS-REJ-EDIT-DATE(WS-REJ-IDX) TO WS-DATE-UNDER-EDIT
           PERFORM 7100-VALIDATE-DATE
           IF WS-DATE-VALID
               MOVE WS-DATE-UNDER-EDIT TO WS-REJECTED-DATE
               COMPUTE WS-TURNAROUND-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-REJECTED-DATE)
               IF WS-TURNAROUND-DAYS < ZERO
                   MOVE ZERO TO WS-TURNAROUND-DAYS
               END-IF
           END-IF.

       6300-WRITE-ONE-REPAIR-STAT.
           MOVE SPACES TO DQS-STAT-RECORD
           SET DQS-FROM-REPAIR TO TRUE
           MOVE WS-RUN-TIMESTAMP(1:8) TO DQS-RUN-DATE
           MOVE WS-RUN-TIMESTAMP TO DQS-RUN-TIMESTAMP
           MOVE WS-RST-BATCH-ID(WS-RST-IDX) TO DQS-BATCH-ID
           MOVE WS-RST-SENDER-ID(WS-RST-IDX) TO DQS-SENDER-ID
           MOVE WS-RST-SENDER-KIND(WS-RST-IDX) TO DQS-SENDER-KIND
           MOVE WS-RST-REASON(WS-RST-IDX) TO DQS-REASON-CODE
           MOVE WS-RST-COUNT(WS-RST-IDX) TO DQS-COUNT
           MOVE WS-RST-TURNAROUND-TOTAL(WS-RST-IDX)
               TO DQS-TURNAROUND-TOTAL
           WRITE DQS-STAT-RECORD
           IF NOT WS-STAT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE REPRSTAT - FILE '
                   'STATUS ' WS-STAT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       7100-VALIDATE-DATE.
      *>    WS-DATE-UNDER-EDIT must be a real YYYYMMDD calendar date
      *>    - the same edit, arm for arm, that STGEDIT runs, so a
      *>    record repaired here cannot bounce off the edit it is
      *>    about to ride back through; a header date that passes
      *>    still has 7400-CHECK-BUSINESS-DAY to clear.
           MOVE 'N' TO WS-DATE-VALID-SWITCH
           IF WS-DATE-UNDER-EDIT IS NUMERIC
               MOVE WS-DATE-UNDER-EDIT TO WS-EDIT-DATE
               END-IF
           END-IF.

       7400-CHECK-BUSINESS-DAY.
      *>    STGEDIT's 1140-CHECK-BUSINESS-DAY: WS-DATE-UNDER-EDIT must
      *>    be on the processing calendar, be a business day, and
      *>    fall inside the window 0200-GET-BUSINESS-DAY-WINDOW set
      *>    up; WS-DATE-VALID is cleared when it is not.
           SET CLQ-LOOKUP-DATE TO TRUE
           MOVE WS-DATE-UNDER-EDIT TO CLQ-DATE
           CALL 'STGCALND' USING CALENDAR-REQUEST
           IF CLQ-NOT-ON-CALENDAR
                   OR NOT CLQ-BUSINESS-DAY
                   OR CLQ-BUSINESS-DAY-NUMBER < WS-WINDOW-LOW-NUMBER
                   OR CLQ-BUSINESS-DAY-NUMBER > WS-WINDOW-HIGH-NUMBER
               MOVE 'N' TO WS-DATE-VALID-SWITCH
           END-IF.

       7500-FIND-RATE.
      *>    STGEDIT's 1210-FIND-RATE: the base currency is worth one
      *>    of itself and needs no table entry; any other currency
      *>    must carry a rate with exactly the batch's run date as
      *>    its effective date.
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

       8000-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
