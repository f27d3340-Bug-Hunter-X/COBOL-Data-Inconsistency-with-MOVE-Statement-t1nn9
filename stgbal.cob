      *> never showed up, is out of balance by definition - the
      *> figures are the control, so a missing one holds the feed
      *> the same way a wrong one does.
      *>
      *> The batch amount is a hash of every detail amount whatever
      *> its currency - that is what the control card and the
      *> trailer carry, so balancing still compares it.  But a batch
      *> mixing currencies is not one number to a reader, so every
      *> batch also prints its OUTFEED total per currency (base-
      *> format details count as the base currency, WS-BASE-CURRENCY
      *> in STGRATET.cpy) with each converted at treasury's rate for
      *> the batch's HDR-RUN-DATE from RATEFILE (STGRATE.cpy), and
      *> the batch's total valued in the base currency.  Each
      *> currency's STAGEIN and OUTFEED totals must agree as well,
      *> so money moved between currencies shows up even where the
      *> hash still adds up.  A currency with no rate for the date
      *> prints NO RATE and leaves the base value marked short -
      *> STGEDIT rejects such details, so one here means an
      *> unedited feed or a rate file replaced after the edit; it
      *> is reported, not balanced on.  A missing RATEFILE is
      *> reported the same way for every foreign currency.
      *>
      *> The step runs under nightly chain control (STGCHAIN):
      *> it ends RC=8 without touching a file when CHAINCTL
      *> already shows it complete for tonight's RUNDATE, unless
      *> FORCECRD carries a FORCE card for it (see STGCHAIN), and
      *> has its slot stamped with its return code at clean end.
      *>****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-RPT-STATUS.

           SELECT RATE-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAGE-IN-FILE
           RECORDING MODE IS F.
       01  BALANCE-RPT-RECORD              PIC X(80).

       FD  RATE-FILE
           RECORDING MODE IS F.
           COPY STGRATE.

       WORKING-STORAGE SECTION.
           COPY STGAREA.
           COPY STGRATET.

       78  WS-MAX-BATCHES                  VALUE 100.
       78  WS-MAX-BATCH-CURRENCIES         VALUE 300.

       01  WS-STAGE-IN-STATUS              PIC X(02).
           88  WS-STAGE-IN-OK              VALUE '00'.
       01  WS-BALANCE-RPT-STATUS           PIC X(02).
           88  WS-BALANCE-RPT-OK           VALUE '00'.

       01  WS-RATE-STATUS                  PIC X(02).
           88  WS-RATE-OK                  VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(01).
           88  WS-EOF                      VALUE 'Y'.

       01  WS-STAGE-IN-READ-COUNT          PIC 9(09) VALUE ZERO.

      *>    One entry per HDR-BATCH-ID met on either side or named on
      *>    a control card, found (or added) by
      *>    5000-FIND-BATCH-ENTRY.
       01  WS-BATCH-TABLE.
           05  WS-BAL-ENTRY OCCURS WS-MAX-BATCHES TIMES.
               10  WS-BAL-BATCH-ID          PIC X(10).
               10  WS-BAL-RUN-DATE          PIC X(08).
               10  WS-BAL-IN-COUNT          PIC 9(09).
               10  WS-BAL-IN-AMOUNT         PIC 9(15).
               10  WS-BAL-OUT-COUNT         PIC 9(09).
       01  WS-BAL-SEARCH-ID                PIC X(10).
       01  WS-BAL-CURRENT-IDX              PIC 9(03).

      *>    One entry per batch and currency met on either side,
      *>    found (or added) by 5100-FIND-CURRENCY-ENTRY under the
      *>    current batch.
       01  WS-CURRENCY-USED-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-CURRENCY-TABLE.
           05  WS-BCY-ENTRY OCCURS WS-MAX-BATCH-CURRENCIES TIMES.
               10  WS-BCY-BATCH-IDX         PIC 9(03).
               10  WS-BCY-CURRENCY          PIC X(03).
               10  WS-BCY-IN-AMOUNT         PIC 9(15).
               10  WS-BCY-OUT-COUNT         PIC 9(09).
               10  WS-BCY-OUT-AMOUNT        PIC 9(15).
       01  WS-BCY-IDX                      PIC 9(03).
       01  WS-BCY-FOUND-IDX                PIC 9(03).
       01  WS-BCY-SEARCH-CURRENCY          PIC X(03).

       01  WS-BASE-AMOUNT                  PIC 9(15).
       01  WS-BATCH-BASE-AMOUNT            PIC 9(15).
       01  WS-BASE-SHORT-SWITCH            PIC X(01).
           88  WS-BASE-SHORT               VALUE 'Y'.
       01  WS-CCY-DISAGREE-SWITCH          PIC X(01).
           88  WS-CCY-DISAGREE             VALUE 'Y'.

       01  WS-AMOUNT-WORK                  PIC 9(12).

       01  WS-OOB-SWITCH                   PIC X(01) VALUE 'N'.
           05  WS-BSL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(05) VALUE ' AMT '.
           05  WS-BSL-AMOUNT               PIC Z(14)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-BSL-NOTE                 PIC X(16).

       01  WS-BAL-CCY-LINE.
           05  FILLER                      PIC X(06) VALUE 'BATCH '.
           05  WS-BCL-BATCH-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(04) VALUE 'CCY '.
           05  WS-BCL-CURRENCY             PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(05) VALUE ' AMT '.
           05  WS-BCL-AMOUNT               PIC Z(14)9.
           05  FILLER                      PIC X(06) VALUE ' BASE '.
           05  WS-BCL-BASE-AMOUNT          PIC Z(14)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-BCL-NOTE                 PIC X(11).

       01  WS-BAL-STATUS-LINE.
           05  FILLER                      PIC X(06) VALUE 'BATCH '.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       COPY STGCHREQ.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-BEGIN-CHAIN-STEP
           PERFORM 0100-OPEN-REPORT
           PERFORM 0200-LOAD-CONTROL-CARDS
           PERFORM 0300-LOAD-RATE-TABLE
           PERFORM 1000-TALLY-STAGE-IN
           PERFORM 2000-TALLY-OUTFEED
           PERFORM 3000-REPORT-BALANCE
           IF WS-ANY-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
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
           MOVE 'STGBAL' TO CRQ-STEP-NAME
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           IF CRQ-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-OPEN-REPORT.
           OPEN OUTPUT BALANCE-RPT-FILE
           IF NOT WS-BALANCE-RPT-OK
               TO WS-BAL-CTL-COUNT(WS-BAL-FOUND-IDX)
           MOVE CTL-AMOUNT TO WS-BAL-CTL-AMOUNT(WS-BAL-FOUND-IDX).

       0300-LOAD-RATE-TABLE.
      *>    A missing RATEFILE is reported and the report goes on
      *>    with every foreign currency at NO RATE - the valuation is
      *>    for the reader, not the balance.  A rate record that is
      *>    present but garbled abends, as a garbled control card
      *>    does.
           OPEN INPUT RATE-FILE
           IF WS-RATE-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ RATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0350-LOAD-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'STGBAL: NO RATEFILE (FILE STATUS '
                   WS-RATE-STATUS ') - FOREIGN CURRENCIES WILL NOT '
                   'BE VALUED'
           END-IF.

       0350-LOAD-ONE-RATE.
           IF RATE-CURRENCY = SPACES
                   OR RATE-EFFECTIVE-DATE IS NOT NUMERIC
                   OR RATE-VALUE-TEXT IS NOT NUMERIC
               DISPLAY 'ABEND: RATEFILE RECORD IS NOT VALID: '
                   EXCHANGE-RATE-RECORD
               CLOSE RATE-FILE
               CLOSE BALANCE-RPT-FILE
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

       1000-TALLY-STAGE-IN.
           OPEN INPUT STAGE-IN-FILE
           IF NOT WS-STAGE-IN-OK
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STAGE-IN-READ-COUNT
                       MOVE STAGE-IN-RECORD TO WS-AREA-1
                       PERFORM 1100-TALLY-STAGE-IN-RECORD
               END-READ
                   MOVE WS-AREA-1-HDR-BATCH-ID TO WS-BAL-SEARCH-ID
                   PERFORM 5000-FIND-BATCH-ENTRY
                   MOVE WS-BAL-FOUND-IDX TO WS-BAL-CURRENT-IDX
                   MOVE WS-AREA-1-HDR-RUN-DATE
                       TO WS-BAL-RUN-DATE(WS-BAL-CURRENT-IDX)
               WHEN WS-AREA-1-IS-DETAIL
                   IF WS-BAL-CURRENT-IDX = ZERO
                       DISPLAY 'STGBAL: STAGEIN DETAIL AHEAD OF ANY '
                           MOVE WS-AREA-1-DTL-AMOUNT TO WS-AMOUNT-WORK
                           ADD WS-AMOUNT-WORK
                               TO WS-BAL-IN-AMOUNT(WS-BAL-CURRENT-IDX)
                           IF WS-AREA-1-DTL-IS-EXTENDED
                               MOVE WS-AREA-1-DTL-CURRENCY
                                   TO WS-BCY-SEARCH-CURRENCY
                           ELSE
                               MOVE WS-BASE-CURRENCY
                                   TO WS-BCY-SEARCH-CURRENCY
                           END-IF
                           PERFORM 5100-FIND-CURRENCY-ENTRY
                           ADD WS-AMOUNT-WORK
                               TO WS-BCY-IN-AMOUNT(WS-BCY-FOUND-IDX)
                       ELSE
                           DISPLAY 'STGBAL: NON-NUMERIC AMOUNT ON '
                               'STAGEIN DETAIL ' WS-AREA-1-DTL-KEY
                   MOVE WS-AREA-2-HDR-BATCH-ID TO WS-BAL-SEARCH-ID
                   PERFORM 5000-FIND-BATCH-ENTRY
                   MOVE WS-BAL-FOUND-IDX TO WS-BAL-CURRENT-IDX
                   IF WS-BAL-RUN-DATE(WS-BAL-CURRENT-IDX) = SPACES
                       MOVE WS-AREA-2-HDR-RUN-DATE
                           TO WS-BAL-RUN-DATE(WS-BAL-CURRENT-IDX)
                   END-IF
               WHEN WS-AREA-2-IS-DETAIL
                   IF WS-BAL-CURRENT-IDX = ZERO
                       DISPLAY 'STGBAL: OUTFEED DETAIL AHEAD OF ANY '
                           MOVE WS-AREA-2-DTL-AMOUNT TO WS-AMOUNT-WORK
                           ADD WS-AMOUNT-WORK
                               TO WS-BAL-OUT-AMOUNT(WS-BAL-CURRENT-IDX)
                           IF WS-AREA-2-DTL-IS-EXTENDED
                               MOVE WS-AREA-2-DTL-CURRENCY
                                   TO WS-BCY-SEARCH-CURRENCY
                           ELSE
                               MOVE WS-BASE-CURRENCY
                                   TO WS-BCY-SEARCH-CURRENCY
                           END-IF
                           PERFORM 5100-FIND-CURRENCY-ENTRY
                           ADD 1 TO WS-BCY-OUT-COUNT(WS-BCY-FOUND-IDX)
                           ADD WS-AMOUNT-WORK
                               TO WS-BCY-OUT-AMOUNT(WS-BCY-FOUND-IDX)
                       ELSE
                           DISPLAY 'STGBAL: NON-NUMERIC AMOUNT ON '
                               'OUTFEED DETAIL ' WS-AREA-2-DTL-KEY
      *>    verdict names what disagreed, so night-shift reads the
      *>    reason, not just the hold.
           MOVE WS-BAL-BATCH-ID(WS-BAL-IDX) TO WS-BSL-BATCH-ID
           MOVE SPACES TO WS-BSL-NOTE
           MOVE 'STAGEIN ' TO WS-BSL-SIDE
           MOVE WS-BAL-IN-COUNT(WS-BAL-IDX) TO WS-BSL-COUNT
           MOVE WS-BAL-IN-AMOUNT(WS-BAL-IDX) TO WS-BSL-AMOUNT
               MOVE WS-BAL-SIDE-LINE TO BALANCE-RPT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF
           PERFORM 3150-REPORT-BATCH-CURRENCIES
           PERFORM 3200-JUDGE-ONE-BATCH
           MOVE WS-BAL-BATCH-ID(WS-BAL-IDX) TO WS-BST-BATCH-ID
           MOVE WS-BAL-STATUS-LINE TO BALANCE-RPT-RECORD
           MOVE SPACES TO BALANCE-RPT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       3150-REPORT-BATCH-CURRENCIES.
      *>    One line per currency the batch carried, OUTFEED amount
      *>    and its base-currency value, then the batch valued in
      *>    the base currency.  The same pass notes whether any
      *>    currency's STAGEIN and OUTFEED totals disagree, for the
      *>    verdict that follows.
           MOVE ZERO TO WS-BATCH-BASE-AMOUNT
           MOVE 'N' TO WS-BASE-SHORT-SWITCH
           MOVE 'N' TO WS-CCY-DISAGREE-SWITCH
           PERFORM VARYING WS-BCY-IDX FROM 1 BY 1
                   UNTIL WS-BCY-IDX > WS-CURRENCY-USED-COUNT
               IF WS-BCY-BATCH-IDX(WS-BCY-IDX) = WS-BAL-IDX
                   PERFORM 3160-REPORT-ONE-CURRENCY
               END-IF
           END-PERFORM
           MOVE 'BASE VAL' TO WS-BSL-SIDE
           MOVE WS-BAL-OUT-COUNT(WS-BAL-IDX) TO WS-BSL-COUNT
           MOVE WS-BATCH-BASE-AMOUNT TO WS-BSL-AMOUNT
           IF WS-BASE-SHORT
               MOVE 'SHORT - NO RATE' TO WS-BSL-NOTE
           ELSE
               MOVE WS-BASE-CURRENCY TO WS-BSL-NOTE
           END-IF
           MOVE WS-BAL-SIDE-LINE TO BALANCE-RPT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE SPACES TO WS-BSL-NOTE.

       3160-REPORT-ONE-CURRENCY.
           IF WS-BCY-IN-AMOUNT(WS-BCY-IDX) NOT =
                   WS-BCY-OUT-AMOUNT(WS-BCY-IDX)
               SET WS-CCY-DISAGREE TO TRUE
           END-IF
           MOVE WS-BCY-CURRENCY(WS-BCY-IDX) TO WS-RATE-SEARCH-CURRENCY
           MOVE WS-BAL-RUN-DATE(WS-BAL-IDX) TO WS-RATE-SEARCH-DATE
           PERFORM 5200-FIND-RATE
           MOVE WS-BAL-BATCH-ID(WS-BAL-IDX) TO WS-BCL-BATCH-ID
           MOVE WS-BCY-CURRENCY(WS-BCY-IDX) TO WS-BCL-CURRENCY
           MOVE WS-BCY-OUT-AMOUNT(WS-BCY-IDX) TO WS-BCL-AMOUNT
           IF WS-RATE-FOUND
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                   WS-BCY-OUT-AMOUNT(WS-BCY-IDX) * WS-RATE-FOUND-VALUE
               ADD WS-BASE-AMOUNT TO WS-BATCH-BASE-AMOUNT
               MOVE WS-BASE-AMOUNT TO WS-BCL-BASE-AMOUNT
               MOVE SPACES TO WS-BCL-NOTE
           ELSE
               SET WS-BASE-SHORT TO TRUE
               MOVE ZERO TO WS-BCL-BASE-AMOUNT
               MOVE 'NO RATE' TO WS-BCL-NOTE
           END-IF
           MOVE WS-BAL-CCY-LINE TO BALANCE-RPT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       3200-JUDGE-ONE-BATCH.
           MOVE 'N' TO WS-ENTRY-OOB-SWITCH
           EVALUATE TRUE
                   MOVE 'OUT OF BALANCE - STAGEIN AND OUTFEED DISAGREE'
                       TO WS-BST-STATUS
                   SET WS-ENTRY-OUT-OF-BALANCE TO TRUE
               WHEN WS-CCY-DISAGREE
                   MOVE 'OUT OF BALANCE - CURRENCY TOTALS DISAGREE'
                       TO WS-BST-STATUS
                   SET WS-ENTRY-OUT-OF-BALANCE TO TRUE
               WHEN WS-BAL-IN-COUNT(WS-BAL-IDX) NOT =
                       WS-BAL-CTL-COUNT(WS-BAL-IDX)
                   OR WS-BAL-IN-AMOUNT(WS-BAL-IDX) NOT =
               MOVE WS-BATCH-USED-COUNT TO WS-BAL-FOUND-IDX
               MOVE WS-BAL-SEARCH-ID
                   TO WS-BAL-BATCH-ID(WS-BAL-FOUND-IDX)
               MOVE SPACES TO WS-BAL-RUN-DATE(WS-BAL-FOUND-IDX)
               MOVE ZERO TO WS-BAL-IN-COUNT(WS-BAL-FOUND-IDX)
               MOVE ZERO TO WS-BAL-IN-AMOUNT(WS-BAL-FOUND-IDX)
               MOVE ZERO TO WS-BAL-OUT-COUNT(WS-BAL-FOUND-IDX)
               MOVE ZERO TO WS-BAL-CTL-AMOUNT(WS-BAL-FOUND-IDX)
           END-IF.

       5100-FIND-CURRENCY-ENTRY.
      *>    Find-or-add on the current batch + WS-BCY-SEARCH-CURRENCY,
      *>    with the same hard stop as the batch table.
           MOVE ZERO TO WS-BCY-FOUND-IDX
           PERFORM VARYING WS-BCY-IDX FROM 1 BY 1
                   UNTIL WS-BCY-IDX > WS-CURRENCY-USED-COUNT
                       OR WS-BCY-FOUND-IDX > ZERO
               IF WS-BCY-BATCH-IDX(WS-BCY-IDX) = WS-BAL-CURRENT-IDX
                       AND WS-BCY-CURRENCY(WS-BCY-IDX) =
                           WS-BCY-SEARCH-CURRENCY
                   MOVE WS-BCY-IDX TO WS-BCY-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-BCY-FOUND-IDX = ZERO
               IF WS-CURRENCY-USED-COUNT >= WS-MAX-BATCH-CURRENCIES
                   DISPLAY 'ABEND: MORE THAN ' WS-MAX-BATCH-CURRENCIES
                       ' BATCH CURRENCIES - RAISE '
                       'WS-MAX-BATCH-CURRENCIES'
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CURRENCY-USED-COUNT
               MOVE WS-CURRENCY-USED-COUNT TO WS-BCY-FOUND-IDX
               MOVE WS-BAL-CURRENT-IDX
                   TO WS-BCY-BATCH-IDX(WS-BCY-FOUND-IDX)
               MOVE WS-BCY-SEARCH-CURRENCY
                   TO WS-BCY-CURRENCY(WS-BCY-FOUND-IDX)
               MOVE ZERO TO WS-BCY-IN-AMOUNT(WS-BCY-FOUND-IDX)
               MOVE ZERO TO WS-BCY-OUT-COUNT(WS-BCY-FOUND-IDX)
               MOVE ZERO TO WS-BCY-OUT-AMOUNT(WS-BCY-FOUND-IDX)
           END-IF.

       5200-FIND-RATE.
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

       9000-WRITE-REPORT-RECORD.
           IF WS-LINE-COUNT >= WS-PAGE-LINE-LIMIT
               PERFORM 9100-WRITE-PAGE-HEADING
           MOVE SPACES TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       9950-END-CHAIN-STEP.
      *>    Stamps tonight's slot with the RC this step is ending
      *>    with; the CALL sets RETURN-CODE, so it is put back.
           MOVE RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-STAGE-IN-READ-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           MOVE CRQ-STEP-RETURN-CODE TO RETURN-CODE.
