       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGDQRPT.
      *>****************************************************************
      *> STGDQRPT - monthly sender data-quality scorecard.  Reads the
      *> scorecard history STGDQHST keeps (DQHIST, STGDQSTA.cpy) and
      *> prints one block per sending system that sent anything in
      *> the report month, senders in id order, on DQRPT:
      *>   - records edited, records rejected and the reject rate
      *>   - the nights its batches closed with no trailer while
      *>     trailers were required
      *>   - rejects corrected and resubmitted through STGREPR in the
      *>     month and their average turnaround in days
      *>   - the reject rate split by STGEDIT reason code (OTHR
      *>     catches any code this report does not name)
      *>   - the reject rate in each of the prior trend months and
      *>     whether this month is worse or better than their average
      *> A month is the calendar month of the run date on the
      *> history record: the chain run date for STGEDIT counts, the
      *> repair date for STGREPR's.  No-trailer nights are counted
      *> once per night whatever the number of batches short that
      *> night; the history is written a night at a time, so a
      *> night's records arrive together.
      *>
      *> DQCARD layout (fixed columns, card optional; a blank field
      *> takes its default):
      *>   cols  1-6   report month YYYYMM (default: last month)
      *>   cols  8-9   prior months on the trend line, 0-6
      *>               (default 3)
      *> A field that is not a month or a count abends.
      *>
      *> Ends RC=0 when the scorecard was printed, RC=4 when the
      *> history holds nothing for the report month, RC=16 on a bad
      *> card or a file failure.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQ-CARD-FILE ASSIGN TO DQCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DQHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO DQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DQ-CARD-FILE
           RECORDING MODE IS F.
       01  DQ-CARD.
           05  DQC-MONTH-TEXT              PIC X(06).
           05  DQC-MONTH REDEFINES DQC-MONTH-TEXT.
               10  DQC-MONTH-YYYY          PIC 9(04).
               10  DQC-MONTH-MM            PIC 9(02).
           05  FILLER                      PIC X(01).
           05  DQC-TREND-TEXT              PIC X(02).
           05  DQC-TREND REDEFINES DQC-TREND-TEXT
                                           PIC 9(02).
           05  FILLER                      PIC X(71).

       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY STGDQSTA REPLACING ==:TAG:== BY ==DQH==.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       78  WS-DEFAULT-TREND-MONTHS         VALUE 3.
       78  WS-MAX-TREND-MONTHS             VALUE 6.
       78  WS-MONTH-SLOTS                  VALUE 7.
       78  WS-MAX-SENDERS                  VALUE 500.
       78  WS-NAMED-REASON-COUNT           VALUE 11.
       78  WS-REASON-SLOTS                 VALUE 12.

       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-OK                  VALUE '00'.

       01  WS-HISTORY-STATUS               PIC X(02).
           88  WS-HISTORY-OK               VALUE '00'.
           88  WS-HISTORY-MISSING          VALUE '35'.

       01  WS-REPORT-STATUS                PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-HISTORY-OPEN-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-HISTORY-OPEN             VALUE 'Y'.

      *>    STGEDIT's reason codes in the order the reason line
      *>    prints them; slot WS-REASON-SLOTS is OTHR.
       01  WS-REASON-LIST.
           05  FILLER                      PIC X(04) VALUE 'TYPE'.
           05  FILLER                      PIC X(04) VALUE 'SEQ '.
           05  FILLER                      PIC X(04) VALUE 'AMT '.
           05  FILLER                      PIC X(04) VALUE 'DATE'.
           05  FILLER                      PIC X(04) VALUE 'BDAY'.
           05  FILLER                      PIC X(04) VALUE 'TRL '.
           05  FILLER                      PIC X(04) VALUE 'FMT '.
           05  FILLER                      PIC X(04) VALUE 'CUR '.
           05  FILLER                      PIC X(04) VALUE 'CCTR'.
           05  FILLER                      PIC X(04) VALUE 'ORIG'.
           05  FILLER                      PIC X(04) VALUE 'RATE'.
           05  FILLER                      PIC X(04) VALUE 'OTHR'.
       01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05  WS-REASON-NAME              PIC X(04)
                                           OCCURS WS-REASON-SLOTS.
       01  WS-REASON-IDX                   PIC 9(02).

      *>    The report month and the months before it, as month
      *>    numbers (YYYY * 12 + MM - 1) so a year boundary is just
      *>    subtraction.  Month slot 1 is the report month; slot n
      *>    is n - 1 months before it.
       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-REPORT-MONTH.
           05  WS-REPORT-YYYY              PIC 9(04).
           05  WS-REPORT-MM                PIC 9(02).
       01  WS-TREND-MONTHS                 PIC 9(02).
       01  WS-REPORT-MONTH-NUMBER          PIC 9(06).
       01  WS-RECORD-MONTH.
           05  WS-RECORD-YYYY              PIC 9(04).
           05  WS-RECORD-MM                PIC 9(02).
       01  WS-RECORD-MONTH-NUMBER          PIC 9(06).
       01  WS-MONTH-DIFFERENCE             PIC S9(06).
       01  WS-SLOT-MONTH-NUMBER            PIC 9(06).
       01  WS-SLOT-MONTH.
           05  WS-SLOT-YYYY                PIC 9(04).
           05  WS-SLOT-MM                  PIC 9(02).
       01  WS-SLOT-REMAINDER               PIC 9(02).
       01  WS-MONTH-IDX                    PIC 9(02).

      *>    One entry per sender, kept in sender-id order, with its
      *>    figures for each month slot.
       01  WS-SENDER-USED-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-SENDER-TABLE.
           05  WS-SND-ENTRY OCCURS WS-MAX-SENDERS TIMES.
               10  WS-SND-ID                PIC X(10).
               10  WS-SND-KIND              PIC X(01).
                   88  WS-SND-IS-ORIGIN    VALUE 'O'.
               10  WS-SND-MONTH OCCURS WS-MONTH-SLOTS TIMES.
                   15  WS-SND-RECORDS       PIC 9(09).
                   15  WS-SND-REJECTS       PIC 9(09).
                   15  WS-SND-REASON-COUNT  PIC 9(09)
                                           OCCURS WS-REASON-SLOTS.
                   15  WS-SND-NTRL-NIGHTS   PIC 9(05).
                   15  WS-SND-LAST-NTRL-DATE
                                           PIC X(08).
                   15  WS-SND-REPAIRED      PIC 9(09).
                   15  WS-SND-TURNAROUND    PIC 9(09).
       01  WS-SND-IDX                      PIC 9(04).
       01  WS-SND-FOUND-IDX                PIC 9(04).
       01  WS-SND-SHIFT-IDX                PIC 9(04).

       01  WS-HISTORY-READ-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-IN-WINDOW-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-SCORED-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-WORSE-COUNT                  PIC 9(09) VALUE ZERO.

       01  WS-RATE                         PIC 9(03)V99.
       01  WS-PRIOR-RECORDS                PIC 9(11).
       01  WS-PRIOR-REJECTS                PIC 9(11).
       01  WS-PRIOR-RATE                   PIC 9(03)V99.
       01  WS-AVERAGE-DAYS                 PIC 9(03)V9.
       01  WS-TREND-RATE-EDIT              PIC ZZ9.99.

       01  WS-PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       78  WS-PAGE-LINE-LIMIT              VALUE 56.

       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(40)
               VALUE 'STGDQRPT - SENDER DATA-QUALITY SCORECARD'.
           05  FILLER                      PIC X(82) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  WS-RPT-HEADING-PAGE         PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-RPT-CRITERIA-LINE.
           05  WS-RPT-CRITERIA-LABEL       PIC X(20).
           05  WS-RPT-CRITERIA-VALUE       PIC X(112).

       01  WS-RPT-SENDER-LINE.
           05  FILLER                      PIC X(07) VALUE 'SENDER '.
           05  WS-RPT-SENDER-ID            PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-SENDER-KIND          PIC X(06).
           05  FILLER                      PIC X(10)
               VALUE '  RECORDS '.
           05  WS-RPT-SENDER-RECORDS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(10)
               VALUE '  REJECTS '.
           05  WS-RPT-SENDER-REJECTS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(07) VALUE '  RATE '.
           05  WS-RPT-SENDER-RATE          PIC ZZ9.99.
           05  FILLER                      PIC X(01) VALUE '%'.
           05  FILLER                      PIC X(14)
               VALUE '  NO-TRL DAYS '.
           05  WS-RPT-SENDER-NTRL          PIC ZZ9.
           05  FILLER                      PIC X(11)
               VALUE '  REPAIRED '.
           05  WS-RPT-SENDER-REPAIRED      PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11)
               VALUE '  AVG DAYS '.
           05  WS-RPT-SENDER-AVG-DAYS      PIC ZZ9.9.

       01  WS-RPT-REASON-LINE.
           05  FILLER                      PIC X(11)
               VALUE '  REASONS: '.
      *>    The rate's own leading blanks space it from the code.
           05  WS-RPT-REASON-ENTRY OCCURS WS-REASON-SLOTS TIMES.
               10  WS-RPT-REASON-NAME       PIC X(04).
               10  WS-RPT-REASON-RATE       PIC ZZ9.9.
               10  FILLER                   PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.

       01  WS-RPT-TREND-LINE.
           05  FILLER                      PIC X(11)
               VALUE '  TREND:   '.
           05  WS-RPT-TREND-ENTRY OCCURS WS-MAX-TREND-MONTHS TIMES.
               10  WS-RPT-TREND-MONTH       PIC X(06).
               10  FILLER                   PIC X(01).
               10  WS-RPT-TREND-RATE        PIC X(07).
               10  FILLER                   PIC X(02).
           05  FILLER                      PIC X(02).
           05  WS-RPT-TREND-VERDICT        PIC X(23).

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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 0100-READ-DQ-CARD
           PERFORM 0200-OPEN-FILES
           PERFORM 0300-REPORT-CRITERIA
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ-COUNT
                       PERFORM 1000-TAKE-HISTORY-RECORD
               END-READ
           END-PERFORM
           IF WS-HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF
           PERFORM VARYING WS-SND-IDX FROM 1 BY 1
                   UNTIL WS-SND-IDX > WS-SENDER-USED-COUNT
               PERFORM 2000-REPORT-ONE-SENDER
           END-PERFORM
           PERFORM 8000-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM 9900-DISPLAY-TOTALS
           IF WS-SCORED-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-READ-DQ-CARD.
      *>    Defaults first: last calendar month, three trend months.
           MOVE WS-DEFAULT-TREND-MONTHS TO WS-TREND-MONTHS
           IF WS-TODAY-MM = 1
               COMPUTE WS-REPORT-YYYY = WS-TODAY-YYYY - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE WS-TODAY-YYYY TO WS-REPORT-YYYY
               COMPUTE WS-REPORT-MM = WS-TODAY-MM - 1
           END-IF
           OPEN INPUT DQ-CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY 'STGDQRPT: NO DQCARD - SCORING '
                   WS-REPORT-MONTH
           ELSE
               READ DQ-CARD-FILE
                   AT END
                       DISPLAY 'STGDQRPT: DQCARD EMPTY - SCORING '
                           WS-REPORT-MONTH
                   NOT AT END
                       PERFORM 0150-EDIT-DQ-CARD
               END-READ
               CLOSE DQ-CARD-FILE
           END-IF
           COMPUTE WS-REPORT-MONTH-NUMBER =
               WS-REPORT-YYYY * 12 + WS-REPORT-MM - 1.

       0150-EDIT-DQ-CARD.
           EVALUATE TRUE
               WHEN DQC-MONTH-TEXT = SPACES
                   CONTINUE
               WHEN DQC-MONTH-TEXT IS NUMERIC
                       AND DQC-MONTH-MM >= 1
                       AND DQC-MONTH-MM <= 12
                   MOVE DQC-MONTH TO WS-REPORT-MONTH
               WHEN OTHER
                   DISPLAY 'ABEND: DQCARD REPORT MONTH NOT YYYYMM: '
                       DQC-MONTH-TEXT
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           EVALUATE TRUE
               WHEN DQC-TREND-TEXT = SPACES
                   CONTINUE
               WHEN DQC-TREND IS NUMERIC
                       AND DQC-TREND <= WS-MAX-TREND-MONTHS
                   MOVE DQC-TREND TO WS-TREND-MONTHS
               WHEN OTHER
                   DISPLAY 'ABEND: DQCARD TREND MONTHS NOT 0-'
                       WS-MAX-TREND-MONTHS ': ' DQC-TREND-TEXT
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0200-OPEN-FILES.
      *>    No history means no night has been scored yet - an empty
      *>    scorecard, not a failure.
           OPEN INPUT HISTORY-FILE
           EVALUATE TRUE
               WHEN WS-HISTORY-OK
                   SET WS-HISTORY-OPEN TO TRUE
               WHEN WS-HISTORY-MISSING
                   DISPLAY 'STGDQRPT: NO SCORECARD HISTORY'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ABEND: UNABLE TO OPEN DQHIST - FILE '
                       'STATUS ' WS-HISTORY-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN DQRPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING.

       0300-REPORT-CRITERIA.
           MOVE 'REPORT MONTH' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-REPORT-MONTH TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'TREND MONTHS' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-TREND-MONTHS TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       1000-TAKE-HISTORY-RECORD.
      *>    Only records dated in the report month or its trend
      *>    months count; the rest of the history is passed over.
           IF DQH-RUN-DATE(1:6) IS NUMERIC
               MOVE DQH-RUN-DATE(1:6) TO WS-RECORD-MONTH
               COMPUTE WS-RECORD-MONTH-NUMBER =
                   WS-RECORD-YYYY * 12 + WS-RECORD-MM - 1
               COMPUTE WS-MONTH-DIFFERENCE =
                   WS-REPORT-MONTH-NUMBER - WS-RECORD-MONTH-NUMBER
               IF WS-MONTH-DIFFERENCE >= ZERO
                       AND WS-MONTH-DIFFERENCE <= WS-TREND-MONTHS
                   ADD 1 TO WS-IN-WINDOW-COUNT
                   COMPUTE WS-MONTH-IDX = WS-MONTH-DIFFERENCE + 1
                   PERFORM 1100-FIND-SENDER
                   PERFORM 1200-COUNT-HISTORY-RECORD
               END-IF
           END-IF.

       1100-FIND-SENDER.
      *>    The table is kept in sender-id order: a new sender is
      *>    slotted in ahead of the first id above it, the entries
      *>    from there on moving down one.
           MOVE ZERO TO WS-SND-FOUND-IDX
           PERFORM VARYING WS-SND-IDX FROM 1 BY 1
                   UNTIL WS-SND-IDX > WS-SENDER-USED-COUNT
                       OR WS-SND-FOUND-IDX > ZERO
               IF WS-SND-ID(WS-SND-IDX) = DQH-SENDER-ID
                       AND WS-SND-KIND(WS-SND-IDX) = DQH-SENDER-KIND
                   MOVE WS-SND-IDX TO WS-SND-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SND-FOUND-IDX = ZERO
               IF WS-SENDER-USED-COUNT >= WS-MAX-SENDERS
                   DISPLAY 'ABEND: MORE THAN ' WS-MAX-SENDERS
                       ' SENDERS IN DQHIST - RAISE WS-MAX-SENDERS'
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-SND-FOUND-IDX = WS-SENDER-USED-COUNT + 1
               PERFORM VARYING WS-SND-IDX FROM 1 BY 1
                       UNTIL WS-SND-IDX > WS-SENDER-USED-COUNT
                   IF WS-SND-FOUND-IDX > WS-SENDER-USED-COUNT
                       AND (WS-SND-ID(WS-SND-IDX) > DQH-SENDER-ID
                           OR (WS-SND-ID(WS-SND-IDX) = DQH-SENDER-ID
                               AND WS-SND-KIND(WS-SND-IDX) >
                                   DQH-SENDER-KIND))
                       MOVE WS-SND-IDX TO WS-SND-FOUND-IDX
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SND-SHIFT-IDX
                       FROM WS-SENDER-USED-COUNT BY -1
                       UNTIL WS-SND-SHIFT-IDX < WS-SND-FOUND-IDX
                   MOVE WS-SND-ENTRY(WS-SND-SHIFT-IDX)
                       TO WS-SND-ENTRY(WS-SND-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-SENDER-USED-COUNT
               MOVE DQH-SENDER-ID TO WS-SND-ID(WS-SND-FOUND-IDX)
               MOVE DQH-SENDER-KIND TO WS-SND-KIND(WS-SND-FOUND-IDX)
               PERFORM 1150-CLEAR-SENDER-MONTH
                   VARYING WS-SND-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SND-SHIFT-IDX > WS-MONTH-SLOTS
           END-IF.

       1150-CLEAR-SENDER-MONTH.
           MOVE ZERO TO WS-SND-RECORDS(WS-SND-FOUND-IDX,
               WS-SND-SHIFT-IDX)
           MOVE ZERO TO WS-SND-REJECTS(WS-SND-FOUND-IDX,
               WS-SND-SHIFT-IDX)
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-SLOTS
               MOVE ZERO TO WS-SND-REASON-COUNT(WS-SND-FOUND-IDX,
                   WS-SND-SHIFT-IDX, WS-REASON-IDX)
           END-PERFORM
           MOVE ZERO TO WS-SND-NTRL-NIGHTS(WS-SND-FOUND-IDX,
               WS-SND-SHIFT-IDX)
           MOVE SPACES TO WS-SND-LAST-NTRL-DATE(WS-SND-FOUND-IDX,
               WS-SND-SHIFT-IDX)
           MOVE ZERO TO WS-SND-REPAIRED(WS-SND-FOUND-IDX,
               WS-SND-SHIFT-IDX)
           MOVE ZERO TO WS-SND-TURNAROUND(WS-SND-FOUND-IDX,
               WS-SND-SHIFT-IDX).

       1200-COUNT-HISTORY-RECORD.
           MOVE WS-SND-FOUND-IDX TO WS-SND-IDX
           EVALUATE TRUE
               WHEN DQH-FROM-REPAIR
                   ADD DQH-COUNT
                       TO WS-SND-REPAIRED(WS-SND-IDX, WS-MONTH-IDX)
                   ADD DQH-TURNAROUND-TOTAL
                       TO WS-SND-TURNAROUND(WS-SND-IDX, WS-MONTH-IDX)
               WHEN DQH-MISSING-TRAILER
                   IF DQH-RUN-DATE NOT =
                           WS-SND-LAST-NTRL-DATE(WS-SND-IDX,
                               WS-MONTH-IDX)
                       ADD 1 TO WS-SND-NTRL-NIGHTS(WS-SND-IDX,
                           WS-MONTH-IDX)
                       MOVE DQH-RUN-DATE
                           TO WS-SND-LAST-NTRL-DATE(WS-SND-IDX,
                               WS-MONTH-IDX)
                   END-IF
               WHEN DQH-CLEAN-RECORDS
                   ADD DQH-COUNT
                       TO WS-SND-RECORDS(WS-SND-IDX, WS-MONTH-IDX)
               WHEN OTHER
                   ADD DQH-COUNT
                       TO WS-SND-RECORDS(WS-SND-IDX, WS-MONTH-IDX)
                   ADD DQH-COUNT
                       TO WS-SND-REJECTS(WS-SND-IDX, WS-MONTH-IDX)
                   PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                           UNTIL WS-REASON-IDX >= WS-REASON-SLOTS
                               OR WS-REASON-NAME(WS-REASON-IDX) =
                                   DQH-REASON-CODE
                       CONTINUE
                   END-PERFORM
                   ADD DQH-COUNT
                       TO WS-SND-REASON-COUNT(WS-SND-IDX,
                           WS-MONTH-IDX, WS-REASON-IDX)
           END-EVALUATE.

       2000-REPORT-ONE-SENDER.
      *>    A sender silent in the report month is not scored - its
      *>    earlier months only feed the trend of a sender that sent.
           IF WS-SND-RECORDS(WS-SND-IDX, 1) > ZERO
                   OR WS-SND-NTRL-NIGHTS(WS-SND-IDX, 1) > ZERO
                   OR WS-SND-REPAIRED(WS-SND-IDX, 1) > ZERO
               ADD 1 TO WS-SCORED-COUNT
               PERFORM 2100-WRITE-SENDER-LINE
               PERFORM 2200-WRITE-REASON-LINE
               IF WS-TREND-MONTHS > ZERO
                   PERFORM 2300-WRITE-TREND-LINE
               END-IF
               MOVE SPACES TO REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF.

       2100-WRITE-SENDER-LINE.
           MOVE WS-SND-ID(WS-SND-IDX) TO WS-RPT-SENDER-ID
           IF WS-SND-IS-ORIGIN(WS-SND-IDX)
               MOVE 'ORIGIN' TO WS-RPT-SENDER-KIND
           ELSE
               MOVE 'BATCH ' TO WS-RPT-SENDER-KIND
           END-IF
           MOVE WS-SND-RECORDS(WS-SND-IDX, 1) TO WS-RPT-SENDER-RECORDS
           MOVE WS-SND-REJECTS(WS-SND-IDX, 1) TO WS-RPT-SENDER-REJECTS
           MOVE 1 TO WS-MONTH-IDX
           PERFORM 7000-COMPUTE-REJECT-RATE
           MOVE WS-RATE TO WS-RPT-SENDER-RATE
           MOVE WS-SND-NTRL-NIGHTS(WS-SND-IDX, 1)
               TO WS-RPT-SENDER-NTRL
           MOVE WS-SND-REPAIRED(WS-SND-IDX, 1)
               TO WS-RPT-SENDER-REPAIRED
           IF WS-SND-REPAIRED(WS-SND-IDX, 1) > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-SND-TURNAROUND(WS-SND-IDX, 1)
                   / WS-SND-REPAIRED(WS-SND-IDX, 1)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-AVERAGE-DAYS
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-AVERAGE-DAYS
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-RPT-SENDER-AVG-DAYS
           MOVE WS-RPT-SENDER-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       2200-WRITE-REASON-LINE.
      *>    Each reason's rejects as a percentage of all the sender's
      *>    records this month, so the reasons add up to the rate.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-SLOTS
               MOVE WS-REASON-NAME(WS-REASON-IDX)
                   TO WS-RPT-REASON-NAME(WS-REASON-IDX)
               IF WS-SND-RECORDS(WS-SND-IDX, 1) > ZERO
                   COMPUTE WS-RATE ROUNDED =
                       WS-SND-REASON-COUNT(WS-SND-IDX, 1,
                           WS-REASON-IDX) * 100
                       / WS-SND-RECORDS(WS-SND-IDX, 1)
               ELSE
                   MOVE ZERO TO WS-RATE
               END-IF
               MOVE WS-RATE TO WS-RPT-REASON-RATE(WS-REASON-IDX)
           END-PERFORM
           MOVE WS-RPT-REASON-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       2300-WRITE-TREND-LINE.
      *>    Each prior month's rate, most recent first, then this
      *>    month against the prior months taken together (their
      *>    rejects over their records).  A month the sender sent
      *>    nothing in shows NONE and adds nothing to the average.
           MOVE SPACES TO WS-RPT-TREND-LINE
           MOVE '  TREND:' TO WS-RPT-TREND-LINE(1:11)
           MOVE ZERO TO WS-PRIOR-RECORDS
           MOVE ZERO TO WS-PRIOR-REJECTS
           PERFORM VARYING WS-MONTH-IDX FROM 2 BY 1
                   UNTIL WS-MONTH-IDX > WS-TREND-MONTHS + 1
               COMPUTE WS-SLOT-MONTH-NUMBER =
                   WS-REPORT-MONTH-NUMBER - WS-MONTH-IDX + 1
               DIVIDE WS-SLOT-MONTH-NUMBER BY 12 GIVING WS-SLOT-YYYY
                   REMAINDER WS-SLOT-REMAINDER
               COMPUTE WS-SLOT-MM = WS-SLOT-REMAINDER + 1
               MOVE WS-SLOT-MONTH
                   TO WS-RPT-TREND-MONTH(WS-MONTH-IDX - 1)
               IF WS-SND-RECORDS(WS-SND-IDX, WS-MONTH-IDX) > ZERO
                   PERFORM 7000-COMPUTE-REJECT-RATE
                   MOVE WS-RATE TO WS-TREND-RATE-EDIT
                   MOVE SPACES TO WS-RPT-TREND-RATE(WS-MONTH-IDX - 1)
                   STRING WS-TREND-RATE-EDIT '%'
                       DELIMITED BY SIZE
                       INTO WS-RPT-TREND-RATE(WS-MONTH-IDX - 1)
                   ADD WS-SND-RECORDS(WS-SND-IDX, WS-MONTH-IDX)
                       TO WS-PRIOR-RECORDS
                   ADD WS-SND-REJECTS(WS-SND-IDX, WS-MONTH-IDX)
                       TO WS-PRIOR-REJECTS
               ELSE
                   MOVE '   NONE' TO WS-RPT-TREND-RATE(WS-MONTH-IDX - 1)
               END-IF
           END-PERFORM
           MOVE 1 TO WS-MONTH-IDX
           PERFORM 7000-COMPUTE-REJECT-RATE
           EVALUATE TRUE
               WHEN WS-PRIOR-RECORDS = ZERO
                   MOVE 'NO PRIOR MONTHS' TO WS-RPT-TREND-VERDICT
               WHEN OTHER
                   COMPUTE WS-PRIOR-RATE ROUNDED =
                       WS-PRIOR-REJECTS * 100 / WS-PRIOR-RECORDS
                   EVALUATE TRUE
                       WHEN WS-RATE > WS-PRIOR-RATE
                           ADD 1 TO WS-WORSE-COUNT
                           MOVE 'WORSE THAN PRIOR AVG'
                               TO WS-RPT-TREND-VERDICT
                       WHEN WS-RATE < WS-PRIOR-RATE
                           MOVE 'BETTER THAN PRIOR AVG'
                               TO WS-RPT-TREND-VERDICT
                       WHEN OTHER
                           MOVE 'SAME AS PRIOR AVG'
                               TO WS-RPT-TREND-VERDICT
                   END-EVALUATE
           END-EVALUATE
           MOVE WS-RPT-TREND-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       7000-COMPUTE-REJECT-RATE.
      *>    Rejects as a percentage of records for the sender at
      *>    WS-SND-IDX in month slot WS-MONTH-IDX.
           IF WS-SND-RECORDS(WS-SND-IDX, WS-MONTH-IDX) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-SND-REJECTS(WS-SND-IDX, WS-MONTH-IDX) * 100
                   / WS-SND-RECORDS(WS-SND-IDX, WS-MONTH-IDX)
           ELSE
               MOVE ZERO TO WS-RATE
           END-IF.

       8000-REPORT-TOTALS.
           MOVE 'HISTORY RECORDS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HISTORY-READ-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'HISTORY RECORDS IN WINDOW' TO WS-RPT-TOTAL-LABEL
           MOVE WS-IN-WINDOW-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'SENDERS SCORED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-SCORED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'SENDERS WORSE THAN PRIOR AVG' TO WS-RPT-TOTAL-LABEL
           MOVE WS-WORSE-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE WS-RPT-END-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       9000-WRITE-REPORT-RECORD.
           IF WS-LINE-COUNT >= WS-PAGE-LINE-LIMIT
               PERFORM 9100-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE DQRPT - FILE STATUS '
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
               DISPLAY 'ABEND: UNABLE TO WRITE DQRPT - FILE STATUS '
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
           DISPLAY 'STGDQRPT REPORT MONTH         ' WS-REPORT-MONTH
           DISPLAY 'STGDQRPT HISTORY RECORDS READ '
               WS-HISTORY-READ-COUNT
           DISPLAY 'STGDQRPT RECORDS IN WINDOW    ' WS-IN-WINDOW-COUNT
           DISPLAY 'STGDQRPT SENDERS SCORED       ' WS-SCORED-COUNT
           DISPLAY 'STGDQRPT SENDERS WORSE        ' WS-WORSE-COUNT.
