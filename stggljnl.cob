       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGGLJNL.
      *>****************************************************************
      *> STGGLJNL - general-ledger journal interface built from the
      *> nightly OUTFEED.  Finance used to re-key the night's
      *> transferred amounts into the ledger by hand from STGSUMM's
      *> MGMTRPT; this step posts them instead.  It reads OUTFEED,
      *> rolls the detail amounts up per HDR-BATCH-ID, cost center
      *> (WS-AREA-2-DTL-COST-CENTER) and currency
      *> (WS-AREA-2-DTL-CURRENCY), and writes a balanced journal on
      *> GLJRNL (layout in STGGLJNL.cpy): one debit line per batch,
      *> cost center and currency, then one clearing-account credit
      *> per batch offsetting them.  A batch that mixes currencies
      *> gets one clearing credit per currency - a journal only
      *> balances within a currency, so the batch's credit is split
      *> the same way its debits are.
      *>
      *> Base-format details carry no cost center (and no currency);
      *> they post to the suspense cost center the operator names on
      *> GLCARD, flagged on the journal line so finance can reclass
      *> them, in the base currency (WS-BASE-CURRENCY in
      *> STGRATET.cpy) that STGBAL and STGSUMM value them in.  An
      *> extended detail with a blank cost center - one STGEDIT
      *> should have rejected - goes to suspense the same way
      *> rather than posting to a blank account.
      *>
      *> GLCARD layout (fixed columns), both fields required:
      *>   cols  1-10  suspense cost center for base-format details
      *>   cols 12-21  clearing account the batch credits post to
      *> A missing card or a blank field abends RC=16: there is no
      *> safe default account to post money to.
      *>
      *> The control report GLRPT ties the journal back to the same
      *> per-batch figures STGBAL balances: for every batch it
      *> prints the OUTFEED detail count and amount (tallied exactly
      *> as STGBAL's OUTFEED side tallies them), the journal debit
      *> and credit totals, and the CTLCARD control figures STGBAL
      *> compares against (the same card deck, read here the same
      *> way).  A batch ties when debits equal credits, debits equal
      *> the feed amount, and the feed agrees with its control card.
      *> Any batch that does not tie ends the step RC=8 so the
      *> journal is held from the ledger import; RC=0 when every
      *> batch ties; RC=16 on a file or card failure.
      *>
      *> The step keeps no CHAINCTL slot but is timed like every
      *> chain step: it logs its start and end on the step-timing
      *> log through STGCHAIN (CRQ-TIMING-ONLY), so it is given the
      *> night's RUNDATE card like the rest of the chain.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOUND-FILE ASSIGN TO OUTFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT GL-CARD-FILE ASSIGN TO GLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-CARD-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO GLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-FILE
           RECORDING MODE IS F.
           COPY STGOUTFEED.

       FD  GL-CARD-FILE
           RECORDING MODE IS F.
       01  GL-CARD.
           05  GLC-SUSPENSE-COST-CENTER    PIC X(10).
           05  FILLER                      PIC X(01).
           05  GLC-CLEARING-ACCOUNT        PIC X(10).
           05  FILLER                      PIC X(59).

      *>    The same control card deck STGBAL balances against.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CTL-BATCH-ID                PIC X(10).
           05  FILLER                      PIC X(01).
           05  CTL-RECORD-COUNT            PIC X(09).
           05  FILLER                      PIC X(01).
           05  CTL-AMOUNT                  PIC X(15).
           05  FILLER                      PIC X(44).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY STGGLJNL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
           COPY STGAREA.
           COPY STGRATET.

       78  WS-MAX-BATCHES                  VALUE 100.
       78  WS-MAX-POSTINGS                 VALUE 500.
       78  WS-MAX-CLEARINGS                VALUE 200.

       01  WS-OUTBOUND-STATUS              PIC X(02).
           88  WS-OUTBOUND-OK               VALUE '00'.

       01  WS-GL-CARD-STATUS               PIC X(02).
           88  WS-GL-CARD-OK               VALUE '00'.

       01  WS-CONTROL-STATUS               PIC X(02).
           88  WS-CONTROL-OK               VALUE '00'.

       01  WS-JOURNAL-STATUS               PIC X(02).
           88  WS-JOURNAL-OK               VALUE '00'.

       01  WS-REPORT-STATUS                PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(01).
           88  WS-EOF                      VALUE 'Y'.

       01  WS-SUSPENSE-COST-CENTER         PIC X(10).
       01  WS-CLEARING-ACCOUNT             PIC X(10).

      *>    One entry per HDR-BATCH-ID met on OUTFEED or named on a
      *>    control card, found (or added) by 5000-FIND-BATCH-ENTRY
      *>    - the same find-or-add STGBAL keeps its batches in.
       01  WS-BATCH-USED-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-BATCH-TABLE.
           05  WS-GLB-ENTRY OCCURS WS-MAX-BATCHES TIMES.
               10  WS-GLB-BATCH-ID          PIC X(10).
               10  WS-GLB-RUN-DATE          PIC X(08).
               10  WS-GLB-FEED-COUNT        PIC 9(09).
               10  WS-GLB-FEED-AMOUNT       PIC 9(15).
               10  WS-GLB-DEBIT-COUNT       PIC 9(09).
               10  WS-GLB-DEBIT-AMOUNT      PIC 9(15).
               10  WS-GLB-CREDIT-AMOUNT     PIC 9(15).
               10  WS-GLB-CONTROL-SWITCH    PIC X(01).
                   88  WS-GLB-HAS-CONTROL  VALUE 'Y'.
               10  WS-GLB-CTL-COUNT         PIC 9(09).
               10  WS-GLB-CTL-AMOUNT        PIC 9(15).

       01  WS-GLB-IDX                      PIC 9(03).
       01  WS-GLB-FOUND-IDX                PIC 9(03).
       01  WS-GLB-SEARCH-ID                PIC X(10).
       01  WS-GLB-CURRENT-IDX              PIC 9(03).

      *>    The debit roll-up: one entry per batch, cost center and
      *>    currency, in the order first met on the feed.
       01  WS-POSTING-USED-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-POSTING-TABLE.
           05  WS-PST-ENTRY OCCURS WS-MAX-POSTINGS TIMES.
               10  WS-PST-BATCH-IDX         PIC 9(03).
               10  WS-PST-COST-CENTER       PIC X(10).
               10  WS-PST-CURRENCY          PIC X(03).
               10  WS-PST-SUSPENSE-SWITCH   PIC X(01).
                   88  WS-PST-IS-SUSPENSE  VALUE 'Y'.
               10  WS-PST-COUNT             PIC 9(09).
               10  WS-PST-AMOUNT            PIC 9(15).

       01  WS-PST-IDX                      PIC 9(03).
       01  WS-PST-FOUND-IDX                PIC 9(03).
       01  WS-PST-SEARCH-COST-CENTER       PIC X(10).
       01  WS-PST-SEARCH-CURRENCY          PIC X(03).
       01  WS-PST-SEARCH-SUSPENSE          PIC X(01).

      *>    The clearing credits: one entry per batch and currency,
      *>    summed from the debit roll-up when the journal is built.
       01  WS-CLEARING-USED-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-CLEARING-TABLE.
           05  WS-CLR-ENTRY OCCURS WS-MAX-CLEARINGS TIMES.
               10  WS-CLR-BATCH-IDX         PIC 9(03).
               10  WS-CLR-CURRENCY          PIC X(03).
               10  WS-CLR-COUNT             PIC 9(09).
               10  WS-CLR-AMOUNT            PIC 9(15).

       01  WS-CLR-IDX                      PIC 9(03).
       01  WS-CLR-FOUND-IDX                PIC 9(03).

       01  WS-AMOUNT-WORK                  PIC 9(12).
       01  WS-JOURNAL-LINE-NUMBER          PIC 9(05) VALUE ZERO.

       01  WS-FEED-READ-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-DEBIT-LINE-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-CREDIT-LINE-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-SUSPENSE-LINE-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-TIED-COUNT                   PIC 9(03) VALUE ZERO.
       01  WS-NOT-TIED-COUNT               PIC 9(03) VALUE ZERO.

       01  WS-ENTRY-TIED-SWITCH            PIC X(01).
           88  WS-ENTRY-TIED               VALUE 'Y'.

       01  WS-PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       78  WS-PAGE-LINE-LIMIT              VALUE 56.

       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(45)
               VALUE 'STGGLJNL - GENERAL LEDGER JOURNAL CONTROL'.
           05  FILLER                      PIC X(77) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  WS-RPT-HEADING-PAGE         PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-RPT-CRITERIA-LINE.
           05  WS-RPT-CRITERIA-LABEL       PIC X(20).
           05  WS-RPT-CRITERIA-VALUE       PIC X(112).

       01  WS-RPT-JOURNAL-LINE.
           05  FILLER                      PIC X(06) VALUE 'BATCH '.
           05  WS-RJL-BATCH-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RJL-LINE-NUMBER          PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RJL-DEBIT-CREDIT         PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RJL-ACCOUNT              PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RJL-CURRENCY             PIC X(03).
           05  FILLER                      PIC X(05) VALUE ' CNT '.
           05  WS-RJL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(05) VALUE ' AMT '.
           05  WS-RJL-AMOUNT               PIC Z(14)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RJL-NOTE                 PIC X(20).
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-RPT-TIE-LINE.
           05  FILLER                      PIC X(06) VALUE 'BATCH '.
           05  WS-RTL-BATCH-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RTL-SIDE                 PIC X(08).
           05  FILLER                      PIC X(05) VALUE ' CNT '.
           05  WS-RTL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(05) VALUE ' AMT '.
           05  WS-RTL-AMOUNT               PIC Z(14)9.
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-RPT-STATUS-LINE.
           05  FILLER                      PIC X(06) VALUE 'BATCH '.
           05  WS-RSL-BATCH-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RSL-STATUS               PIC X(114).

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
           PERFORM 0100-OPEN-REPORT
           PERFORM 0150-GET-GL-CARD
           PERFORM 0200-LOAD-CONTROL-CARDS
           PERFORM 1000-ROLL-UP-OUTFEED
           PERFORM 2000-WRITE-JOURNAL
           PERFORM 3000-REPORT-TIE-OUT
           CLOSE REPORT-FILE
           PERFORM 9900-DISPLAY-TOTALS
           IF WS-NOT-TIED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9950-END-CHAIN-STEP
           GOBACK.

       0050-BEGIN-CHAIN-STEP.
      *>    Logs this step's start on the step-timing log (see
      *>    STGCHREQ.cpy) before anything is opened.  The step keeps
      *>    no CHAINCTL slot, so it is never refused.
           SET CRQ-BEGIN TO TRUE
           MOVE 'STGGLJNL' TO CRQ-STEP-NAME
           SET CRQ-TIMING-ONLY TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST.

       0100-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN GLRPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING.

       0150-GET-GL-CARD.
      *>    Both accounts are required - unlike a tolerance, there is
      *>    no safe default for where money posts.
           MOVE SPACES TO WS-SUSPENSE-COST-CENTER
           MOVE SPACES TO WS-CLEARING-ACCOUNT
           OPEN INPUT GL-CARD-FILE
           IF WS-GL-CARD-OK
               READ GL-CARD-FILE
                   NOT AT END
                       MOVE GLC-SUSPENSE-COST-CENTER
                           TO WS-SUSPENSE-COST-CENTER
                       MOVE GLC-CLEARING-ACCOUNT
                           TO WS-CLEARING-ACCOUNT
               END-READ
               CLOSE GL-CARD-FILE
           END-IF
           IF WS-SUSPENSE-COST-CENTER = SPACES
                   OR WS-CLEARING-ACCOUNT = SPACES
               DISPLAY 'ABEND: GLCARD MUST NAME A SUSPENSE COST '
                   'CENTER (COLS 1-10) AND A CLEARING ACCOUNT '
                   '(COLS 12-21) - FILE STATUS ' WS-GL-CARD-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'SUSPENSE COST CTR' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-SUSPENSE-COST-CENTER TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'CLEARING ACCOUNT' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-CLEARING-ACCOUNT TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       0200-LOAD-CONTROL-CARDS.
      *>    Same handling as STGBAL: a missing CTLCARD leaves every
      *>    batch without control figures (and so not tied); a card
      *>    present but not numeric abends.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CONTROL-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ CONTROL-CARD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0250-LOAD-ONE-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           ELSE
               DISPLAY 'STGGLJNL: NO CTLCARD CONTROL FIGURES (FILE '
                   'STATUS ' WS-CONTROL-STATUS ') - NO BATCH WILL TIE'
           END-IF.

       0250-LOAD-ONE-CONTROL-CARD.
           IF CTL-RECORD-COUNT IS NOT NUMERIC
                   OR CTL-AMOUNT IS NOT NUMERIC
               DISPLAY 'ABEND: CTLCARD FIGURES FOR BATCH '
                   CTL-BATCH-ID ' ARE NOT NUMERIC'
               CLOSE CONTROL-CARD-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CTL-BATCH-ID TO WS-GLB-SEARCH-ID
           PERFORM 5000-FIND-BATCH-ENTRY
           SET WS-GLB-HAS-CONTROL(WS-GLB-FOUND-IDX) TO TRUE
           MOVE CTL-RECORD-COUNT
               TO WS-GLB-CTL-COUNT(WS-GLB-FOUND-IDX)
           MOVE CTL-AMOUNT TO WS-GLB-CTL-AMOUNT(WS-GLB-FOUND-IDX).

       1000-ROLL-UP-OUTFEED.
           OPEN INPUT OUTBOUND-FILE
           IF NOT WS-OUTBOUND-OK
               DISPLAY 'ABEND: UNABLE TO OPEN OUTFEED - FILE STATUS '
                   WS-OUTBOUND-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-GLB-CURRENT-IDX
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ OUTBOUND-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FEED-READ-COUNT
                       MOVE OUT-AREA-2-VALUE TO WS-AREA-2
                       PERFORM 1100-ROLL-UP-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-FILE.

       1100-ROLL-UP-FEED-RECORD.
      *>    A header makes its batch current; each detail counts and
      *>    sums under the current batch the way STGBAL's OUTFEED
      *>    side does, so the feed figures printed here are the ones
      *>    on BALRPT.  A detail ahead of any header is reported and
      *>    left unposted; a non-numeric amount is counted, not
      *>    summed or posted - STGBAL's rule again.
           EVALUATE TRUE
               WHEN WS-AREA-2-IS-HEADER
                   MOVE WS-AREA-2-HDR-BATCH-ID TO WS-GLB-SEARCH-ID
                   PERFORM 5000-FIND-BATCH-ENTRY
                   MOVE WS-GLB-FOUND-IDX TO WS-GLB-CURRENT-IDX
                   MOVE WS-AREA-2-HDR-RUN-DATE
                       TO WS-GLB-RUN-DATE(WS-GLB-CURRENT-IDX)
               WHEN WS-AREA-2-IS-DETAIL
                   IF WS-GLB-CURRENT-IDX = ZERO
                       DISPLAY 'STGGLJNL: OUTFEED DETAIL AHEAD OF ANY '
                           'HEADER - NOT POSTED: ' WS-AREA-2-DTL-KEY
                   ELSE
                       ADD 1 TO WS-GLB-FEED-COUNT(WS-GLB-CURRENT-IDX)
                       IF WS-AREA-2-DTL-AMOUNT IS NUMERIC
                           MOVE WS-AREA-2-DTL-AMOUNT TO WS-AMOUNT-WORK
                           ADD WS-AMOUNT-WORK TO
                               WS-GLB-FEED-AMOUNT(WS-GLB-CURRENT-IDX)
                           PERFORM 1200-POST-ONE-DETAIL
                       ELSE
                           DISPLAY 'STGGLJNL: NON-NUMERIC AMOUNT ON '
                               'OUTFEED DETAIL ' WS-AREA-2-DTL-KEY
                               ' - COUNTED, NOT POSTED'
                       END-IF
                   END-IF
           END-EVALUATE.

       1200-POST-ONE-DETAIL.
           IF WS-AREA-2-DTL-IS-EXTENDED
                   AND WS-AREA-2-DTL-COST-CENTER NOT = SPACES
               MOVE WS-AREA-2-DTL-COST-CENTER
                   TO WS-PST-SEARCH-COST-CENTER
               MOVE WS-AREA-2-DTL-CURRENCY TO WS-PST-SEARCH-CURRENCY
               MOVE 'N' TO WS-PST-SEARCH-SUSPENSE
           ELSE
               MOVE WS-SUSPENSE-COST-CENTER
                   TO WS-PST-SEARCH-COST-CENTER
               IF WS-AREA-2-DTL-IS-EXTENDED
                   MOVE WS-AREA-2-DTL-CURRENCY
                       TO WS-PST-SEARCH-CURRENCY
               ELSE
                   MOVE WS-BASE-CURRENCY TO WS-PST-SEARCH-CURRENCY
               END-IF
               MOVE 'Y' TO WS-PST-SEARCH-SUSPENSE
           END-IF
           PERFORM 5100-FIND-POSTING-ENTRY
           ADD 1 TO WS-PST-COUNT(WS-PST-FOUND-IDX)
           ADD WS-AMOUNT-WORK TO WS-PST-AMOUNT(WS-PST-FOUND-IDX).

       2000-WRITE-JOURNAL.
      *>    Batch by batch in the order the feed carried them: the
      *>    batch's debit lines, then its clearing credits.  The
      *>    line number runs the length of the journal so the
      *>    ledger import can prove it received every line.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               DISPLAY 'ABEND: UNABLE TO OPEN GLJRNL - FILE STATUS '
                   WS-JOURNAL-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-GLB-IDX FROM 1 BY 1
                   UNTIL WS-GLB-IDX > WS-BATCH-USED-COUNT
               PERFORM 2100-WRITE-BATCH-DEBITS
               PERFORM 2200-WRITE-BATCH-CREDITS
           END-PERFORM
           CLOSE GL-JOURNAL-FILE.

       2100-WRITE-BATCH-DEBITS.
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-POSTING-USED-COUNT
               IF WS-PST-BATCH-IDX(WS-PST-IDX) = WS-GLB-IDX
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   SET GLJ-IS-DEBIT TO TRUE
                   MOVE WS-PST-COST-CENTER(WS-PST-IDX) TO GLJ-ACCOUNT
                   MOVE WS-PST-CURRENCY(WS-PST-IDX) TO GLJ-CURRENCY
                   MOVE WS-PST-AMOUNT(WS-PST-IDX) TO GLJ-AMOUNT
                   MOVE WS-PST-COUNT(WS-PST-IDX) TO GLJ-DETAIL-COUNT
                   IF WS-PST-IS-SUSPENSE(WS-PST-IDX)
                       SET GLJ-IS-SUSPENSE TO TRUE
                       ADD 1 TO WS-SUSPENSE-LINE-COUNT
                   END-IF
                   ADD WS-PST-COUNT(WS-PST-IDX)
                       TO WS-GLB-DEBIT-COUNT(WS-GLB-IDX)
                   ADD WS-PST-AMOUNT(WS-PST-IDX)
                       TO WS-GLB-DEBIT-AMOUNT(WS-GLB-IDX)
                   ADD 1 TO WS-DEBIT-LINE-COUNT
                   PERFORM 2900-WRITE-JOURNAL-LINE
                   PERFORM 5200-FIND-CLEARING-ENTRY
                   ADD WS-PST-COUNT(WS-PST-IDX)
                       TO WS-CLR-COUNT(WS-CLR-FOUND-IDX)
                   ADD WS-PST-AMOUNT(WS-PST-IDX)
                       TO WS-CLR-AMOUNT(WS-CLR-FOUND-IDX)
               END-IF
           END-PERFORM.

       2200-WRITE-BATCH-CREDITS.
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                   UNTIL WS-CLR-IDX > WS-CLEARING-USED-COUNT
               IF WS-CLR-BATCH-IDX(WS-CLR-IDX) = WS-GLB-IDX
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   SET GLJ-IS-CREDIT TO TRUE
                   MOVE WS-CLEARING-ACCOUNT TO GLJ-ACCOUNT
                   MOVE WS-CLR-CURRENCY(WS-CLR-IDX) TO GLJ-CURRENCY
                   MOVE WS-CLR-AMOUNT(WS-CLR-IDX) TO GLJ-AMOUNT
                   MOVE WS-CLR-COUNT(WS-CLR-IDX) TO GLJ-DETAIL-COUNT
                   ADD WS-CLR-AMOUNT(WS-CLR-IDX)
                       TO WS-GLB-CREDIT-AMOUNT(WS-GLB-IDX)
                   ADD 1 TO WS-CREDIT-LINE-COUNT
                   PERFORM 2900-WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM.

       2900-WRITE-JOURNAL-LINE.
      *>    Fills the batch identity, writes the journal line, and
      *>    echoes it onto the control report.
           ADD 1 TO WS-JOURNAL-LINE-NUMBER
           MOVE WS-GLB-BATCH-ID(WS-GLB-IDX) TO GLJ-BATCH-ID
           MOVE WS-GLB-RUN-DATE(WS-GLB-IDX) TO GLJ-RUN-DATE
           MOVE WS-JOURNAL-LINE-NUMBER TO GLJ-LINE-NUMBER
           WRITE GL-JOURNAL-RECORD
           IF NOT WS-JOURNAL-OK
               DISPLAY 'ABEND: UNABLE TO WRITE GLJRNL - FILE STATUS '
                   WS-JOURNAL-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE GLJ-BATCH-ID TO WS-RJL-BATCH-ID
           MOVE GLJ-LINE-NUMBER TO WS-RJL-LINE-NUMBER
           IF GLJ-IS-DEBIT
               MOVE 'DR' TO WS-RJL-DEBIT-CREDIT
           ELSE
               MOVE 'CR' TO WS-RJL-DEBIT-CREDIT
           END-IF
           MOVE GLJ-ACCOUNT TO WS-RJL-ACCOUNT
           MOVE GLJ-CURRENCY TO WS-RJL-CURRENCY
           MOVE GLJ-DETAIL-COUNT TO WS-RJL-COUNT
           MOVE GLJ-AMOUNT TO WS-RJL-AMOUNT
           IF GLJ-IS-SUSPENSE
               MOVE 'SUSPENSE - RECLASS' TO WS-RJL-NOTE
           ELSE
               MOVE SPACES TO WS-RJL-NOTE
           END-IF
           MOVE WS-RPT-JOURNAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       3000-REPORT-TIE-OUT.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           PERFORM VARYING WS-GLB-IDX FROM 1 BY 1
                   UNTIL WS-GLB-IDX > WS-BATCH-USED-COUNT
               PERFORM 3100-TIE-ONE-BATCH
           END-PERFORM
           MOVE 'JOURNAL DEBIT LINES' TO WS-RPT-TOTAL-LABEL
           MOVE WS-DEBIT-LINE-COUNT TO WS-RPT-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'JOURNAL CREDIT LINES' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CREDIT-LINE-COUNT TO WS-RPT-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'DEBIT LINES TO SUSPENSE' TO WS-RPT-TOTAL-LABEL
           MOVE WS-SUSPENSE-LINE-COUNT TO WS-RPT-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'BATCHES TIED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-TIED-COUNT TO WS-RPT-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'BATCHES NOT TIED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NOT-TIED-COUNT TO WS-RPT-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE WS-RPT-END-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       3100-TIE-ONE-BATCH.
           MOVE WS-GLB-BATCH-ID(WS-GLB-IDX) TO WS-RTL-BATCH-ID
           MOVE 'OUTFEED ' TO WS-RTL-SIDE
           MOVE WS-GLB-FEED-COUNT(WS-GLB-IDX) TO WS-RTL-COUNT
           MOVE WS-GLB-FEED-AMOUNT(WS-GLB-IDX) TO WS-RTL-AMOUNT
           MOVE WS-RPT-TIE-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'DEBITS  ' TO WS-RTL-SIDE
           MOVE WS-GLB-DEBIT-COUNT(WS-GLB-IDX) TO WS-RTL-COUNT
           MOVE WS-GLB-DEBIT-AMOUNT(WS-GLB-IDX) TO WS-RTL-AMOUNT
           MOVE WS-RPT-TIE-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'CREDITS ' TO WS-RTL-SIDE
           MOVE WS-GLB-CREDIT-AMOUNT(WS-GLB-IDX) TO WS-RTL-AMOUNT
           MOVE WS-RPT-TIE-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           IF WS-GLB-HAS-CONTROL(WS-GLB-IDX)
               MOVE 'CONTROL ' TO WS-RTL-SIDE
               MOVE WS-GLB-CTL-COUNT(WS-GLB-IDX) TO WS-RTL-COUNT
               MOVE WS-GLB-CTL-AMOUNT(WS-GLB-IDX) TO WS-RTL-AMOUNT
               MOVE WS-RPT-TIE-LINE TO REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF
           PERFORM 3200-JUDGE-ONE-BATCH
           MOVE WS-GLB-BATCH-ID(WS-GLB-IDX) TO WS-RSL-BATCH-ID
           MOVE WS-RPT-STATUS-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       3200-JUDGE-ONE-BATCH.
      *>    Debits against credits proves the journal balances;
      *>    debits against the feed proves nothing was dropped on
      *>    the way into the journal; the feed against the control
      *>    card is the STGBAL comparison, repeated so this report
      *>    stands on its own in front of finance.
           MOVE 'N' TO WS-ENTRY-TIED-SWITCH
           EVALUATE TRUE
               WHEN WS-GLB-DEBIT-AMOUNT(WS-GLB-IDX) NOT =
                       WS-GLB-CREDIT-AMOUNT(WS-GLB-IDX)
                   MOVE 'NOT TIED - JOURNAL DEBITS AND CREDITS DO '
                       & 'NOT BALANCE'
                       TO WS-RSL-STATUS
               WHEN WS-GLB-DEBIT-AMOUNT(WS-GLB-IDX) NOT =
                       WS-GLB-FEED-AMOUNT(WS-GLB-IDX)
                   MOVE 'NOT TIED - JOURNAL DEBITS DISAGREE WITH '
                       & 'OUTFEED'
                       TO WS-RSL-STATUS
               WHEN NOT WS-GLB-HAS-CONTROL(WS-GLB-IDX)
                   MOVE 'NOT TIED - NO CONTROL FIGURES'
                       TO WS-RSL-STATUS
               WHEN WS-GLB-FEED-COUNT(WS-GLB-IDX) = ZERO
                   MOVE 'NOT TIED - CONTROL BATCH NOT ON OUTFEED'
                       TO WS-RSL-STATUS
               WHEN WS-GLB-FEED-COUNT(WS-GLB-IDX) NOT =
                       WS-GLB-CTL-COUNT(WS-GLB-IDX)
                   OR WS-GLB-FEED-AMOUNT(WS-GLB-IDX) NOT =
                       WS-GLB-CTL-AMOUNT(WS-GLB-IDX)
                   MOVE 'NOT TIED - CONTROL FIGURES DISAGREE'
                       TO WS-RSL-STATUS
               WHEN OTHER
                   MOVE 'TIED - JOURNAL BALANCED TO FEED AND CONTROL'
                       TO WS-RSL-STATUS
                   SET WS-ENTRY-TIED TO TRUE
           END-EVALUATE
           IF WS-ENTRY-TIED
               ADD 1 TO WS-TIED-COUNT
           ELSE
               ADD 1 TO WS-NOT-TIED-COUNT
           END-IF.

       5000-FIND-BATCH-ENTRY.
      *>    Linear find-or-add on the batch id, as in STGBAL.
           MOVE ZERO TO WS-GLB-FOUND-IDX
           PERFORM VARYING WS-GLB-IDX FROM 1 BY 1
                   UNTIL WS-GLB-IDX > WS-BATCH-USED-COUNT
                       OR WS-GLB-FOUND-IDX > ZERO
               IF WS-GLB-BATCH-ID(WS-GLB-IDX) = WS-GLB-SEARCH-ID
                   MOVE WS-GLB-IDX TO WS-GLB-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-GLB-FOUND-IDX = ZERO
               IF WS-BATCH-USED-COUNT >= WS-MAX-BATCHES
                   DISPLAY 'ABEND: MORE THAN ' WS-MAX-BATCHES
                       ' BATCHES - RAISE WS-MAX-BATCHES'
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BATCH-USED-COUNT
               MOVE WS-BATCH-USED-COUNT TO WS-GLB-FOUND-IDX
               MOVE WS-GLB-SEARCH-ID
                   TO WS-GLB-BATCH-ID(WS-GLB-FOUND-IDX)
               MOVE SPACES TO WS-GLB-RUN-DATE(WS-GLB-FOUND-IDX)
               MOVE ZERO TO WS-GLB-FEED-COUNT(WS-GLB-FOUND-IDX)
               MOVE ZERO TO WS-GLB-FEED-AMOUNT(WS-GLB-FOUND-IDX)
               MOVE ZERO TO WS-GLB-DEBIT-COUNT(WS-GLB-FOUND-IDX)
               MOVE ZERO TO WS-GLB-DEBIT-AMOUNT(WS-GLB-FOUND-IDX)
               MOVE ZERO TO WS-GLB-CREDIT-AMOUNT(WS-GLB-FOUND-IDX)
               MOVE 'N' TO WS-GLB-CONTROL-SWITCH(WS-GLB-FOUND-IDX)
               MOVE ZERO TO WS-GLB-CTL-COUNT(WS-GLB-FOUND-IDX)
               MOVE ZERO TO WS-GLB-CTL-AMOUNT(WS-GLB-FOUND-IDX)
           END-IF.

       5100-FIND-POSTING-ENTRY.
      *>    Find-or-add on batch + cost center + currency under the
      *>    current batch.  The suspense switch is part of the match
      *>    so an extended cost center that happens to share the
      *>    suspense account's name still posts as its own line.
           MOVE ZERO TO WS-PST-FOUND-IDX
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-POSTING-USED-COUNT
                       OR WS-PST-FOUND-IDX > ZERO
               IF WS-PST-BATCH-IDX(WS-PST-IDX) = WS-GLB-CURRENT-IDX
                       AND WS-PST-COST-CENTER(WS-PST-IDX) =
                           WS-PST-SEARCH-COST-CENTER
                       AND WS-PST-CURRENCY(WS-PST-IDX) =
                           WS-PST-SEARCH-CURRENCY
                       AND WS-PST-SUSPENSE-SWITCH(WS-PST-IDX) =
                           WS-PST-SEARCH-SUSPENSE
                   MOVE WS-PST-IDX TO WS-PST-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-PST-FOUND-IDX = ZERO
               IF WS-POSTING-USED-COUNT >= WS-MAX-POSTINGS
                   DISPLAY 'ABEND: MORE THAN ' WS-MAX-POSTINGS
                       ' JOURNAL DEBIT LINES - RAISE WS-MAX-POSTINGS'
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POSTING-USED-COUNT
               MOVE WS-POSTING-USED-COUNT TO WS-PST-FOUND-IDX
               MOVE WS-GLB-CURRENT-IDX
                   TO WS-PST-BATCH-IDX(WS-PST-FOUND-IDX)
               MOVE WS-PST-SEARCH-COST-CENTER
                   TO WS-PST-COST-CENTER(WS-PST-FOUND-IDX)
               MOVE WS-PST-SEARCH-CURRENCY
                   TO WS-PST-CURRENCY(WS-PST-FOUND-IDX)
               MOVE WS-PST-SEARCH-SUSPENSE
                   TO WS-PST-SUSPENSE-SWITCH(WS-PST-FOUND-IDX)
               MOVE ZERO TO WS-PST-COUNT(WS-PST-FOUND-IDX)
               MOVE ZERO TO WS-PST-AMOUNT(WS-PST-FOUND-IDX)
           END-IF.

       5200-FIND-CLEARING-ENTRY.
      *>    Find-or-add on batch + currency for the debit line at
      *>    WS-PST-IDX.
           MOVE ZERO TO WS-CLR-FOUND-IDX
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                   UNTIL WS-CLR-IDX > WS-CLEARING-USED-COUNT
                       OR WS-CLR-FOUND-IDX > ZERO
               IF WS-CLR-BATCH-IDX(WS-CLR-IDX) = WS-GLB-IDX
                       AND WS-CLR-CURRENCY(WS-CLR-IDX) =
                           WS-PST-CURRENCY(WS-PST-IDX)
                   MOVE WS-CLR-IDX TO WS-CLR-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CLR-FOUND-IDX = ZERO
               IF WS-CLEARING-USED-COUNT >= WS-MAX-CLEARINGS
                   DISPLAY 'ABEND: MORE THAN ' WS-MAX-CLEARINGS
                       ' CLEARING CREDITS - RAISE WS-MAX-CLEARINGS'
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CLEARING-USED-COUNT
               MOVE WS-CLEARING-USED-COUNT TO WS-CLR-FOUND-IDX
               MOVE WS-GLB-IDX TO WS-CLR-BATCH-IDX(WS-CLR-FOUND-IDX)
               MOVE WS-PST-CURRENCY(WS-PST-IDX)
                   TO WS-CLR-CURRENCY(WS-CLR-FOUND-IDX)
               MOVE ZERO TO WS-CLR-COUNT(WS-CLR-FOUND-IDX)
               MOVE ZERO TO WS-CLR-AMOUNT(WS-CLR-FOUND-IDX)
           END-IF.

       9000-WRITE-REPORT-RECORD.
           IF WS-LINE-COUNT >= WS-PAGE-LINE-LIMIT
               PERFORM 9100-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE GLRPT - FILE STATUS '
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
               DISPLAY 'ABEND: UNABLE TO WRITE GLRPT - FILE STATUS '
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
           DISPLAY 'STGGLJNL BATCHES JOURNALED   ' WS-BATCH-USED-COUNT
           DISPLAY 'STGGLJNL DEBIT LINES         ' WS-DEBIT-LINE-COUNT
           DISPLAY 'STGGLJNL CREDIT LINES        ' WS-CREDIT-LINE-COUNT
           DISPLAY 'STGGLJNL BATCHES NOT TIED    ' WS-NOT-TIED-COUNT.

       9950-END-CHAIN-STEP.
      *>    Logs this step's end with the RC it is ending with; the
      *>    CALL sets RETURN-CODE, so it is put back.
           MOVE RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-FEED-READ-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           MOVE CRQ-STEP-RETURN-CODE TO RETURN-CODE.
