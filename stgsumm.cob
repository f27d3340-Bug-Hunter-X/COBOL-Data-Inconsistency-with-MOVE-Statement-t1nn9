       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGSUMM.
      *>****************************************************************
      *> STGSUMM - batch-level management summary with business-day
      *> trend.  STGBAL proves the batch balanced; nothing yet tells
      *> the business what the balanced batch contained, so someone
      *> adds up STGBAL's report lines by hand every morning.  This
      *> carries its archive manifest: the prior history is read from
      *> TRNDOLD, copied forward to TRNDNEW with tonight's totals
      *> appended, and the job renames TRNDNEW to TRNDOLD for the
      *> next run.  A missing TRNDOLD is the first run - the trend
      *> just starts tonight.
      *>
      *> The trend is laid out by business day on the processing
      *> calendar (STGCAL.cpy, looked up through STGCALND): one line
      *> for each of the WS-TREND-SHOW-RUNS business days before
      *> tonight's, then tonight.  Each line shows the last run
      *> credited to that business day - a run dated on a weekend or
      *> holiday counts for the business day before it - or NO RUN
      *> where the chain did not run, so a missed night shows as a
      *> gap instead of the trend closing up over it, and weekends
      *> and holidays never show as gaps at all.  The last business
      *> day of each month is tagged MONTH-END, since its figures
      *> are not comparable with an ordinary day's.  Each run is
      *> recorded under the RUNDATE the chain runs under, not the
      *> machine clock, so a run that crosses midnight is still
      *> credited to its own night; a RUNDATE the calendar does not
      *> carry abends (see STGCALMT).
      *>
      *> Each batch also prints its totals per currency (base-format
      *> details count as the base currency, WS-BASE-CURRENCY in
      *> STGRATET.cpy), each valued in the base currency at
      *> treasury's rate on RATEFILE (STGRATE.cpy) for the batch's
      *> HDR-RUN-DATE, and the batch and the night valued in the
      *> base currency - the plain amount total adds every currency
      *> together and means nothing to a reader once a batch mixes
      *> them.  A currency with no rate for the date prints NO RATE
      *> and the base value is marked short; a missing RATEFILE
      *> does the same for every foreign currency.
      *>
      *> A missing DELTAFD is reported as such on the page (STGDELTA
      *> did not run or its feed was not kept); the batch roll-up
      *> still prints.  Ends RC=0; RC=16 on a file failure or a
      *> RUNDATE missing from the processing calendar.
      *>
      *> The step runs under nightly chain control (STGCHAIN):
      *> it ends RC=8 without touching a file when CHAINCTL
      *> already shows it complete for tonight's RUNDATE, unless
      *> FORCECRD carries a FORCE card for it (see STGCHAIN), and
      *> has its slot stamped with its return code at clean end.
      *>****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RATE-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       FD  RATE-FILE
           RECORDING MODE IS F.
           COPY STGRATE.

       WORKING-STORAGE SECTION.
           COPY STGAREA.
           COPY STGRATET.

       78  WS-MAX-BATCHES                  VALUE 100.
       78  WS-MAX-BATCH-CURRENCIES         VALUE 300.
      *>    How many prior runs print on the trend next to tonight -
      *>    a week's worth keeps the report on one page.
       78  WS-TREND-SHOW-RUNS              VALUE 7.
       01  WS-REPORT-STATUS                PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.

       01  WS-RATE-STATUS                  PIC X(02).
           88  WS-RATE-OK                  VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(01).
           88  WS-EOF                      VALUE 'Y'.

       01  WS-BATCH-TABLE.
           05  WS-SUM-ENTRY OCCURS WS-MAX-BATCHES TIMES.
               10  WS-SUM-BATCH-ID          PIC X(10).
               10  WS-SUM-RUN-DATE          PIC X(08).
               10  WS-SUM-DTL-COUNT         PIC 9(09).
               10  WS-SUM-DTL-AMOUNT        PIC 9(15).
       01  WS-SUM-IDX                      PIC 9(03).
       01  WS-SUM-SEARCH-ID                PIC X(10).
       01  WS-SUM-CURRENT-IDX              PIC 9(03) VALUE ZERO.

      *>    Per-batch, per-currency roll-up, found (or added) by
      *>    1300-FIND-CURRENCY-ENTRY under the current batch.
       01  WS-CURRENCY-USED-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-CURRENCY-TABLE.
           05  WS-SCY-ENTRY OCCURS WS-MAX-BATCH-CURRENCIES TIMES.
               10  WS-SCY-BATCH-IDX         PIC 9(03).
               10  WS-SCY-CURRENCY          PIC X(03).
               10  WS-SCY-DTL-COUNT         PIC 9(09).
               10  WS-SCY-DTL-AMOUNT        PIC 9(15).
       01  WS-SCY-IDX                      PIC 9(03).
       01  WS-SCY-FOUND-IDX                PIC 9(03).
       01  WS-SCY-SEARCH-CURRENCY          PIC X(03).

       01  WS-BASE-AMOUNT                  PIC 9(15).
       01  WS-BATCH-BASE-AMOUNT            PIC 9(15).
       01  WS-TOTAL-BASE-AMOUNT            PIC 9(15) VALUE ZERO.
       01  WS-BATCH-SHORT-SWITCH           PIC X(01).
           88  WS-BATCH-BASE-SHORT         VALUE 'Y'.
       01  WS-TOTAL-SHORT-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-TOTAL-BASE-SHORT         VALUE 'Y'.

       01  WS-AMOUNT-WORK                  PIC 9(12).
       01  WS-TOTAL-DTL-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-DTL-AMOUNT             PIC 9(15) VALUE ZERO.
       01  WS-CHANGE-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-DROP-COUNT                   PIC 9(09) VALUE ZERO.

      *>    One entry per business day shown before tonight's, filled
      *>    as the history is carried forward - entry 1 is the oldest
      *>    business day, entry WS-TREND-SHOW-RUNS the one just
      *>    before tonight's.  A later run credited to the same
      *>    business day overwrites an earlier one.
       01  WS-TREND-TABLE.
           05  WS-TRD-ENTRY OCCURS WS-TREND-SHOW-RUNS TIMES.
               10  WS-TRD-RUN-SWITCH        PIC X(01).
                   88  WS-TRD-HAS-RUN       VALUE 'Y'.
               10  WS-TRD-RUN-DATE          PIC X(08).
               10  WS-TRD-DETAIL-COUNT      PIC 9(09).
               10  WS-TRD-DETAIL-AMOUNT     PIC 9(15).
               10  WS-TRD-DROP-COUNT        PIC 9(09).
       01  WS-TRD-IDX                      PIC 9(03).

      *>    Tonight's place on the processing calendar, and the
      *>    business day a trend line is being worked out for.
       01  WS-TONIGHT-BDAY-NUMBER          PIC 9(07) VALUE ZERO.
       01  WS-TREND-OFFSET                 PIC 9(07).
       01  WS-TREND-NUMBER                 PIC 9(07).
       01  WS-TREND-BUSINESS-DATE          PIC X(08).
       01  WS-TREND-MONTH-END-SWITCH       PIC X(01).
           88  WS-TREND-MONTH-END          VALUE 'Y'.

       01  WS-HISTORY-IN-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-HISTORY-OUT-COUNT            PIC 9(09) VALUE ZERO.

           05  WS-RPT-BATCH-AMOUNT         PIC Z(14)9.
           05  FILLER                      PIC X(78) VALUE SPACES.

       01  WS-RPT-CCY-LINE.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  FILLER                      PIC X(04) VALUE 'CCY '.
           05  WS-RPT-CCY-CODE             PIC X(03).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE '  CNT '.
           05  WS-RPT-CCY-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(06) VALUE '  AMT '.
           05  WS-RPT-CCY-AMOUNT           PIC Z(14)9.
           05  FILLER                      PIC X(08) VALUE '  BASE '.
           05  WS-RPT-CCY-BASE-AMOUNT      PIC Z(14)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-CCY-NOTE             PIC X(16).
           05  FILLER                      PIC X(37) VALUE SPACES.

       01  WS-RPT-VALUE-LINE.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  WS-RPT-VALUE-LABEL          PIC X(10).
           05  FILLER                      PIC X(38) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE '  BASE '.
           05  WS-RPT-VALUE-AMOUNT         PIC Z(14)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-VALUE-NOTE           PIC X(16).
           05  FILLER                      PIC X(37) VALUE SPACES.

       01  WS-RPT-MOVE-LINE.
           05  WS-RPT-MOVE-LABEL           PIC X(32).
           05  WS-RPT-MOVE-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(89) VALUE SPACES.

       01  WS-RPT-TREND-LINE.
           05  FILLER                      PIC X(04) VALUE 'DAY '.
           05  WS-RPT-TREND-DATE           PIC X(08).
           05  FILLER                      PIC X(06) VALUE '  CNT '.
           05  WS-RPT-TREND-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-TREND-CHANGES        PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(07) VALUE '  DRPS '.
           05  WS-RPT-TREND-DROPS          PIC ZZZ,ZZ9.
           05  WS-RPT-TREND-TAG            PIC X(20).
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS-RPT-NO-RUN-LINE.
           05  FILLER                      PIC X(04) VALUE 'DAY '.
           05  WS-RPT-NO-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(08) VALUE '  NO RUN'.
           05  FILLER                      PIC X(72) VALUE SPACES.
           05  WS-RPT-NO-RUN-TAG           PIC X(20).
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS-RPT-END-LINE.
           05  FILLER                      PIC X(21)

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       COPY STGCHREQ.

       COPY STGCALRQ.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-BEGIN-CHAIN-STEP
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE CRQ-RUN-DATE TO WS-RUN-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO WS-RUN-TIME
           PERFORM 0300-FIND-TONIGHT-ON-CALENDAR
           PERFORM 0100-OPEN-REPORT
           PERFORM 0200-LOAD-RATE-TABLE
           PERFORM 1000-ROLL-UP-OUTFEED
           PERFORM 2000-COUNT-DELTA-MOVEMENT
           PERFORM 3000-CARRY-HISTORY-FORWARD
           PERFORM 9000-WRITE-REPORT-RECORD
           CLOSE REPORT-FILE
           PERFORM 9900-DISPLAY-TOTALS
           PERFORM 9950-END-CHAIN-STEP
           GOBACK.

       0050-BEGIN-CHAIN-STEP.
      *>    Asks STGCHAIN whether this step may run tonight (see
      *>    STGCHREQ.cpy) before anything is opened; a FORCE card
      *>    on FORCECRD is the deliberate way past a step already
      *>    stamped complete, the way OVERRIDE is for STGXFER's
      *>    ledger.
           SET CRQ-BEGIN TO TRUE
           MOVE 'STGSUMM' TO CRQ-STEP-NAME
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           IF CRQ-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING.

       0200-LOAD-RATE-TABLE.
      *>    Same handling as STGBAL's 0300-LOAD-RATE-TABLE: a missing
      *>    RATEFILE leaves every foreign currency at NO RATE, a
      *>    garbled rate record abends.
           OPEN INPUT RATE-FILE
           IF WS-RATE-OK
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
           ELSE
               DISPLAY 'STGSUMM: NO RATEFILE (FILE STATUS '
                   WS-RATE-STATUS ') - FOREIGN CURRENCIES WILL NOT '
                   'BE VALUED'
           END-IF.

       0250-LOAD-ONE-RATE.
           IF RATE-CURRENCY = SPACES
                   OR RATE-EFFECTIVE-DATE IS NOT NUMERIC
                   OR RATE-VALUE-TEXT IS NOT NUMERIC
               DISPLAY 'ABEND: RATEFILE RECORD IS NOT VALID: '
                   EXCHANGE-RATE-RECORD
               CLOSE RATE-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RATE-USED-COUNT >= WS-MAX-RATES
               DISPLAY 'ABEND: MORE THAN ' WS-MAX-RATES
                   ' RATES ON RATEFILE - RAISE WS-MAX-RATES'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RATE-USED-COUNT
           MOVE RATE-CURRENCY TO WS-RTE-CURRENCY(WS-RATE-USED-COUNT)
           MOVE RATE-EFFECTIVE-DATE
               TO WS-RTE-EFFECTIVE-DATE(WS-RATE-USED-COUNT)
           MOVE RATE-VALUE TO WS-RTE-VALUE(WS-RATE-USED-COUNT).

       0300-FIND-TONIGHT-ON-CALENDAR.
      *>    Tonight's business day number anchors the trend; every
      *>    trend slot starts out empty until a prior run fills it.
           SET CLQ-LOOKUP-DATE TO TRUE
           MOVE WS-RUN-DATE TO CLQ-DATE
           CALL 'STGCALND' USING CALENDAR-REQUEST
           IF CLQ-NOT-ON-CALENDAR
               DISPLAY 'ABEND: RUNDATE ' WS-RUN-DATE
                   ' IS NOT ON THE PROCESSING CALENDAR - RUN STGCALMT'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CLQ-BUSINESS-DAY-NUMBER TO WS-TONIGHT-BDAY-NUMBER
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                   UNTIL WS-TRD-IDX > WS-TREND-SHOW-RUNS
               MOVE 'N' TO WS-TRD-RUN-SWITCH(WS-TRD-IDX)
           END-PERFORM.

       1000-ROLL-UP-OUTFEED.
      *>    Header records make their batch current; each detail
      *>    counts and sums under it - the same walk STGBAL's
                   MOVE WS-AREA-2-HDR-BATCH-ID TO WS-SUM-SEARCH-ID
                   PERFORM 1200-FIND-BATCH-ENTRY
                   MOVE WS-SUM-FOUND-IDX TO WS-SUM-CURRENT-IDX
                   MOVE WS-AREA-2-HDR-RUN-DATE
                       TO WS-SUM-RUN-DATE(WS-SUM-CURRENT-IDX)
               WHEN WS-AREA-2-IS-DETAIL
                   IF WS-SUM-CURRENT-IDX > ZERO
                       ADD 1 TO WS-SUM-DTL-COUNT(WS-SUM-CURRENT-IDX)
                           ADD WS-AMOUNT-WORK TO
                               WS-SUM-DTL-AMOUNT(WS-SUM-CURRENT-IDX)
                           ADD WS-AMOUNT-WORK TO WS-TOTAL-DTL-AMOUNT
                           IF WS-AREA-2-DTL-IS-EXTENDED
                               MOVE WS-AREA-2-DTL-CURRENCY
                                   TO WS-SCY-SEARCH-CURRENCY
                           ELSE
                               MOVE WS-BASE-CURRENCY
                                   TO WS-SCY-SEARCH-CURRENCY
                           END-IF
                           PERFORM 1300-FIND-CURRENCY-ENTRY
                           ADD 1 TO WS-SCY-DTL-COUNT(WS-SCY-FOUND-IDX)
                           ADD WS-AMOUNT-WORK
                               TO WS-SCY-DTL-AMOUNT(WS-SCY-FOUND-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.
               MOVE WS-BATCH-USED-COUNT TO WS-SUM-FOUND-IDX
               MOVE WS-SUM-SEARCH-ID
                   TO WS-SUM-BATCH-ID(WS-SUM-FOUND-IDX)
               MOVE SPACES TO WS-SUM-RUN-DATE(WS-SUM-FOUND-IDX)
               MOVE ZERO TO WS-SUM-DTL-COUNT(WS-SUM-FOUND-IDX)
               MOVE ZERO TO WS-SUM-DTL-AMOUNT(WS-SUM-FOUND-IDX)
           END-IF.

       1300-FIND-CURRENCY-ENTRY.
      *>    Find-or-add on the current batch + WS-SCY-SEARCH-CURRENCY,
      *>    with the same hard stop as the batch table.
           MOVE ZERO TO WS-SCY-FOUND-IDX
           PERFORM VARYING WS-SCY-IDX FROM 1 BY 1
                   UNTIL WS-SCY-IDX > WS-CURRENCY-USED-COUNT
                       OR WS-SCY-FOUND-IDX > ZERO
               IF WS-SCY-BATCH-IDX(WS-SCY-IDX) = WS-SUM-CURRENT-IDX
                       AND WS-SCY-CURRENCY(WS-SCY-IDX) =
                           WS-SCY-SEARCH-CURRENCY
                   MOVE WS-SCY-IDX TO WS-SCY-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SCY-FOUND-IDX = ZERO
               IF WS-CURRENCY-USED-COUNT >= WS-MAX-BATCH-CURRENCIES
                   DISPLAY 'ABEND: MORE THAN ' WS-MAX-BATCH-CURRENCIES
                       ' BATCH CURRENCIES - RAISE '
                       'WS-MAX-BATCH-CURRENCIES'
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CURRENCY-USED-COUNT
               MOVE WS-CURRENCY-USED-COUNT TO WS-SCY-FOUND-IDX
               MOVE WS-SUM-CURRENT-IDX
                   TO WS-SCY-BATCH-IDX(WS-SCY-FOUND-IDX)
               MOVE WS-SCY-SEARCH-CURRENCY
                   TO WS-SCY-CURRENCY(WS-SCY-FOUND-IDX)
               MOVE ZERO TO WS-SCY-DTL-COUNT(WS-SCY-FOUND-IDX)
               MOVE ZERO TO WS-SCY-DTL-AMOUNT(WS-SCY-FOUND-IDX)
           END-IF.

       1400-FIND-RATE.
      *>    The same lookup STGEDIT's 1210-FIND-RATE makes: the base
      *>    currency is worth one of itself; any other currency needs
      *>    a rate effective exactly on the batch's run date.
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

       2000-COUNT-DELTA-MOVEMENT.
      *>    A missing DELTAFD is not an abend: the roll-up section is
      *>    still worth the page, and the movement section says NO
       3000-CARRY-HISTORY-FORWARD.
      *>    Old-master/new-master pass, the same shape STGARCH's
      *>    3000-REBUILD-MANIFEST uses: every prior run's totals are
      *>    copied forward (those falling in the last
      *>    WS-TREND-SHOW-RUNS business days slotted for the trend
      *>    section), then tonight's
      *>    totals are appended.  A missing TRNDOLD is the first run
      *>    and just means the trend starts tonight.
           OPEN OUTPUT TREND-NEW-FILE
           PERFORM 3200-BUFFER-FOR-TREND.

       3200-BUFFER-FOR-TREND.
      *>    Slots the run by how many business days before tonight's
      *>    its run date falls.  A run off the calendar (older than
      *>    it), on tonight's own business day, or further back than
      *>    the trend shows is carried forward but not shown.
           SET CLQ-LOOKUP-DATE TO TRUE
           MOVE OLD-RUN-DATE TO CLQ-DATE
           CALL 'STGCALND' USING CALENDAR-REQUEST
           IF CLQ-FOUND
                   AND CLQ-BUSINESS-DAY-NUMBER < WS-TONIGHT-BDAY-NUMBER
               COMPUTE WS-TREND-OFFSET =
                   WS-TONIGHT-BDAY-NUMBER - CLQ-BUSINESS-DAY-NUMBER
               IF WS-TREND-OFFSET <= WS-TREND-SHOW-RUNS
                   COMPUTE WS-TRD-IDX =
                       WS-TREND-SHOW-RUNS + 1 - WS-TREND-OFFSET
                   MOVE 'Y' TO WS-TRD-RUN-SWITCH(WS-TRD-IDX)
                   MOVE OLD-RUN-DATE TO WS-TRD-RUN-DATE(WS-TRD-IDX)
                   MOVE OLD-DETAIL-COUNT
                       TO WS-TRD-DETAIL-COUNT(WS-TRD-IDX)
                   MOVE OLD-DETAIL-AMOUNT
                       TO WS-TRD-DETAIL-AMOUNT(WS-TRD-IDX)
                   MOVE OLD-ADD-COUNT
                       TO WS-TRD-ADD-COUNT(WS-TRD-IDX)
                   MOVE OLD-CHANGE-COUNT
                       TO WS-TRD-CHANGE-COUNT(WS-TRD-IDX)
                   MOVE OLD-DROP-COUNT
                       TO WS-TRD-DROP-COUNT(WS-TRD-IDX)
               END-IF
           END-IF.

       3300-APPEND-TONIGHT.
           MOVE WS-RUN-DATE TO NEW-RUN-DATE
                   TO WS-RPT-BATCH-AMOUNT
               MOVE WS-RPT-BATCH-LINE TO REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
               PERFORM 4100-PRINT-BATCH-CURRENCIES
           END-PERFORM
           MOVE 'TOTAL     ' TO WS-RPT-BATCH-ID
           MOVE WS-TOTAL-DTL-COUNT TO WS-RPT-BATCH-COUNT
           MOVE WS-TOTAL-DTL-AMOUNT TO WS-RPT-BATCH-AMOUNT
           MOVE WS-RPT-BATCH-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'BASE VALUE' TO WS-RPT-VALUE-LABEL
           MOVE WS-TOTAL-BASE-AMOUNT TO WS-RPT-VALUE-AMOUNT
           IF WS-TOTAL-BASE-SHORT
               MOVE 'SHORT - NO RATE' TO WS-RPT-VALUE-NOTE
           ELSE
               MOVE WS-BASE-CURRENCY TO WS-RPT-VALUE-NOTE
           END-IF
           MOVE WS-RPT-VALUE-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       4100-PRINT-BATCH-CURRENCIES.
      *>    The batch's currencies in the order first met, each
      *>    valued at the rate for the batch's run date, then the
      *>    batch's base-currency value.
           MOVE ZERO TO WS-BATCH-BASE-AMOUNT
           MOVE 'N' TO WS-BATCH-SHORT-SWITCH
           PERFORM VARYING WS-SCY-IDX FROM 1 BY 1
                   UNTIL WS-SCY-IDX > WS-CURRENCY-USED-COUNT
               IF WS-SCY-BATCH-IDX(WS-SCY-IDX) = WS-SUM-IDX
                   PERFORM 4200-PRINT-ONE-CURRENCY
               END-IF
           END-PERFORM
           ADD WS-BATCH-BASE-AMOUNT TO WS-TOTAL-BASE-AMOUNT
           MOVE 'BASE VALUE' TO WS-RPT-VALUE-LABEL
           MOVE WS-BATCH-BASE-AMOUNT TO WS-RPT-VALUE-AMOUNT
           IF WS-BATCH-BASE-SHORT
               MOVE 'SHORT - NO RATE' TO WS-RPT-VALUE-NOTE
               SET WS-TOTAL-BASE-SHORT TO TRUE
           ELSE
               MOVE WS-BASE-CURRENCY TO WS-RPT-VALUE-NOTE
           END-IF
           MOVE WS-RPT-VALUE-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       4200-PRINT-ONE-CURRENCY.
           MOVE WS-SCY-CURRENCY(WS-SCY-IDX) TO WS-RATE-SEARCH-CURRENCY
           MOVE WS-SUM-RUN-DATE(WS-SUM-IDX) TO WS-RATE-SEARCH-DATE
           PERFORM 1400-FIND-RATE
           MOVE WS-SCY-CURRENCY(WS-SCY-IDX) TO WS-RPT-CCY-CODE
           MOVE WS-SCY-DTL-COUNT(WS-SCY-IDX) TO WS-RPT-CCY-COUNT
           MOVE WS-SCY-DTL-AMOUNT(WS-SCY-IDX) TO WS-RPT-CCY-AMOUNT
           IF WS-RATE-FOUND
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                   WS-SCY-DTL-AMOUNT(WS-SCY-IDX) * WS-RATE-FOUND-VALUE
               ADD WS-BASE-AMOUNT TO WS-BATCH-BASE-AMOUNT
               MOVE WS-BASE-AMOUNT TO WS-RPT-CCY-BASE-AMOUNT
               MOVE SPACES TO WS-RPT-CCY-NOTE
           ELSE
               SET WS-BATCH-BASE-SHORT TO TRUE
               MOVE ZERO TO WS-RPT-CCY-BASE-AMOUNT
               MOVE 'NO RATE' TO WS-RPT-CCY-NOTE
           END-IF
           MOVE WS-RPT-CCY-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       5000-PRINT-MOVEMENT-SECTION.
           MOVE 'MOVEMENT VERSUS PRIOR RUN' TO WS-RPT-SECTION-LINE
           MOVE WS-RPT-SECTION-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       6000-PRINT-TREND-SECTION.
      *>    Business days before the start of the calendar have no
      *>    line; tonight is shown under its business day (the one
      *>    before it, for a weekend or holiday RUNDATE).
           MOVE 'BUSINESS-DAY TREND' TO WS-RPT-SECTION-LINE
           MOVE WS-RPT-SECTION-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                   UNTIL WS-TRD-IDX > WS-TREND-SHOW-RUNS
               COMPUTE WS-TREND-OFFSET =
                   WS-TREND-SHOW-RUNS + 1 - WS-TRD-IDX
               IF WS-TONIGHT-BDAY-NUMBER > WS-TREND-OFFSET
                   PERFORM 6100-PRINT-ONE-BUSINESS-DAY
               END-IF
           END-PERFORM
           IF WS-TONIGHT-BDAY-NUMBER > ZERO
               MOVE WS-TONIGHT-BDAY-NUMBER TO WS-TREND-NUMBER
               PERFORM 6200-LOOK-UP-BUSINESS-DAY
           ELSE
               MOVE WS-RUN-DATE TO WS-TREND-BUSINESS-DATE
               MOVE 'N' TO WS-TREND-MONTH-END-SWITCH
           END-IF
           MOVE WS-TREND-BUSINESS-DATE TO WS-RPT-TREND-DATE
           MOVE WS-TOTAL-DTL-COUNT TO WS-RPT-TREND-COUNT
           MOVE WS-TOTAL-DTL-AMOUNT TO WS-RPT-TREND-AMOUNT
           MOVE WS-ADD-COUNT TO WS-RPT-TREND-ADDS
           MOVE WS-CHANGE-COUNT TO WS-RPT-TREND-CHANGES
           MOVE WS-DROP-COUNT TO WS-RPT-TREND-DROPS
           IF WS-TREND-MONTH-END
               MOVE '  TONIGHT MONTH-END' TO WS-RPT-TREND-TAG
           ELSE
               MOVE '  TONIGHT' TO WS-RPT-TREND-TAG
           END-IF
           MOVE WS-RPT-TREND-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       6100-PRINT-ONE-BUSINESS-DAY.
           COMPUTE WS-TREND-NUMBER =
               WS-TONIGHT-BDAY-NUMBER - WS-TREND-OFFSET
           PERFORM 6200-LOOK-UP-BUSINESS-DAY
           IF WS-TRD-HAS-RUN(WS-TRD-IDX)
               MOVE WS-TREND-BUSINESS-DATE TO WS-RPT-TREND-DATE
               MOVE WS-TRD-DETAIL-COUNT(WS-TRD-IDX)
                   TO WS-RPT-TREND-COUNT
               MOVE WS-TRD-DETAIL-AMOUNT(WS-TRD-IDX)
                   TO WS-RPT-TREND-CHANGES
               MOVE WS-TRD-DROP-COUNT(WS-TRD-IDX)
                   TO WS-RPT-TREND-DROPS
               IF WS-TREND-MONTH-END
                   MOVE '  MONTH-END' TO WS-RPT-TREND-TAG
               ELSE
                   MOVE SPACES TO WS-RPT-TREND-TAG
               END-IF
               MOVE WS-RPT-TREND-LINE TO REPORT-RECORD
           ELSE
               MOVE WS-TREND-BUSINESS-DATE TO WS-RPT-NO-RUN-DATE
               IF WS-TREND-MONTH-END
                   MOVE '  MONTH-END' TO WS-RPT-NO-RUN-TAG
               ELSE
                   MOVE SPACES TO WS-RPT-NO-RUN-TAG
               END-IF
               MOVE WS-RPT-NO-RUN-LINE TO REPORT-RECORD
           END-IF
           PERFORM 9000-WRITE-REPORT-RECORD.

       6200-LOOK-UP-BUSINESS-DAY.
      *>    The date and month-end flag of business day number
      *>    WS-TREND-NUMBER.
           SET CLQ-LOOKUP-BUSINESS-DAY TO TRUE
           MOVE WS-TREND-NUMBER TO CLQ-BUSINESS-DAY-NUMBER
           CALL 'STGCALND' USING CALENDAR-REQUEST
           IF CLQ-FOUND
               MOVE CLQ-DATE TO WS-TREND-BUSINESS-DATE
               MOVE CLQ-MONTH-END-SWITCH TO WS-TREND-MONTH-END-SWITCH
           ELSE
               MOVE SPACES TO WS-TREND-BUSINESS-DATE
               MOVE 'N' TO WS-TREND-MONTH-END-SWITCH
           END-IF.

       9000-WRITE-REPORT-RECORD.
           IF WS-LINE-COUNT >= WS-PAGE-LINE-LIMIT
               PERFORM 9100-WRITE-PAGE-HEADING
           DISPLAY 'STGSUMM DETAIL RECORDS      ' WS-TOTAL-DTL-COUNT
           DISPLAY 'STGSUMM HISTORY RECORDS IN  ' WS-HISTORY-IN-COUNT
           DISPLAY 'STGSUMM HISTORY RECORDS OUT ' WS-HISTORY-OUT-COUNT.

       9950-END-CHAIN-STEP.
      *>    Stamps tonight's slot with the RC this step is ending
      *>    with; the CALL sets RETURN-CODE, so it is put back.
           MOVE RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-TOTAL-DTL-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           MOVE CRQ-STEP-RETURN-CODE TO RETURN-CODE.
