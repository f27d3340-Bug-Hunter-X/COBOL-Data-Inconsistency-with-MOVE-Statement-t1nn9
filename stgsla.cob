       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGSLA.
      *>****************************************************************
      *> STGSLA - nightly batch-window timing and SLA report.  The
      *> downstream system needs OUTFEED by 05:00, and a missed
      *> window used to be heard of first from the phone.  Every
      *> chain step logs its start and end on STEPLOG through
      *> STGCHAIN (STGSTEPL.cpy); run each morning after the chain,
      *> this job reads that log for the night on the RUNDATE card
      *> and prints on SLARPT, one line per step in the order the
      *> steps started:
      *>   - start, end and elapsed time, runs, records processed
      *>     and the RC of the step's last run
      *>   - the step's deadline from SLACARD, and how late it ended
      *>     when it ended after it
      *>   - the step's average elapsed time over the 30 most recent
      *>     earlier nights on the log, and how far above it tonight
      *>     ran when that is more than the OVERAVG limit - the early
      *>     warning that STAGEIN volume is growing towards the
      *>     window and the transfer wants partitioning (STGSPLIT /
      *>     STGMERGE) before a deadline is actually missed
      *> then the chain's own start, end and window against the
      *> end-of-chain deadline.
      *>
      *> A step's night runs from its first start to its last end on
      *> the log: partition transfers running side by side, and a
      *> step rerun after a failure, count as the one step from the
      *> first of them to start to the last of them to end.  Records
      *> processed are summed over those runs.  A step with no end,
      *> or whose last start is later than its last end, abended or
      *> is still running, and misses its deadline.
      *>
      *> SLACARD cards, one per line (fixed columns):
      *>   cols  1-8   step name, CHAIN for the end of the whole
      *>               chain, or OVERAVG
      *>   cols 10-13  step or CHAIN card: the deadline, HHMM
      *>               OVERAVG card: percentage above the average
      *>               that counts as running long (default 50)
      *>   col  15     step or CHAIN card: days after RUNDATE the
      *>               deadline falls on, 0-9 (blank = 0) - the
      *>               05:00 OUTFEED deadline is CHAIN 0500 1 when
      *>               RUNDATE is the evening the chain starts
      *> A step with no card has no deadline and is still timed; a
      *> card for a step that did not run tonight is reported.  A
      *> missing deck, a garbled card or a step named twice abends:
      *> a deadline quietly dropped is a breach nobody hears of.
      *>
      *> The log is carried old-master/new-master - STEPOLD in,
      *> STEPNEW out, the same layout - keeping WS-LOG-KEEP-DAYS
      *> calendar days back from RUNDATE, enough for the 30-night
      *> average and no more.  The job points STEPLOG at STEPNEW
      *> before the next night's chain.  A missing STEPOLD is read
      *> as an empty log.
      *>
      *> Ends RC=0 when every step met its deadline, RC=4 when steps
      *> ran well above average or unreadable log records were
      *> dropped, RC=8 when a deadline was missed, a step has no end
      *> or nothing was logged for the night, RC=16 on a bad card or
      *> a file failure.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-DATE-CARD-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-DATE-STATUS.

           SELECT SLA-CARD-FILE ASSIGN TO SLACARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT STEP-LOG-OLD-FILE ASSIGN TO STEPOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-OLD-STATUS.

           SELECT STEP-LOG-NEW-FILE ASSIGN TO STEPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-NEW-STATUS.

           SELECT REPORT-FILE ASSIGN TO SLARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-DATE-CARD-FILE
           RECORDING MODE IS F.
       01  RUN-DATE-CARD.
           05  RDC-RUN-DATE                PIC X(08).
           05  FILLER                      PIC X(72).

       FD  SLA-CARD-FILE
           RECORDING MODE IS F.
       01  SLA-CARD.
           05  SLC-NAME                    PIC X(08).
               88  SLC-IS-CHAIN            VALUE 'CHAIN'.
               88  SLC-IS-OVER-AVERAGE     VALUE 'OVERAVG'.
           05  FILLER                      PIC X(01).
           05  SLC-FIGURE                  PIC X(04).
           05  SLC-DEADLINE REDEFINES SLC-FIGURE.
               10  SLC-DEADLINE-HH         PIC X(02).
               10  SLC-DEADLINE-MM         PIC X(02).
           05  FILLER                      PIC X(01).
           05  SLC-DAY-OFFSET              PIC X(01).
           05  FILLER                      PIC X(65).

       FD  STEP-LOG-OLD-FILE
           RECORDING MODE IS F.
           COPY STGSTEPL REPLACING ==:TAG:== BY ==STO==.

       FD  STEP-LOG-NEW-FILE
           RECORDING MODE IS F.
           COPY STGSTEPL REPLACING ==:TAG:== BY ==STN==.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       78  WS-LOG-KEEP-DAYS                VALUE 60.
       78  WS-AVERAGE-NIGHTS               VALUE 30.
       78  WS-MIN-AVERAGE-NIGHTS           VALUE 5.
       78  WS-SECONDS-PER-DAY              VALUE 86400.

       01  WS-RUN-DATE-STATUS              PIC X(02).
           88  WS-RUN-DATE-OK              VALUE '00'.

       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-OK                  VALUE '00'.

       01  WS-LOG-OLD-STATUS               PIC X(02).
           88  WS-LOG-OLD-OK               VALUE '00'.
           88  WS-LOG-OLD-MISSING          VALUE '35'.
       01  WS-LOG-OLD-OPEN-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-LOG-OLD-OPEN             VALUE 'Y'.

       01  WS-LOG-NEW-STATUS               PIC X(02).
           88  WS-LOG-NEW-OK               VALUE '00'.

       01  WS-REPORT-STATUS                PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-RUN-DATE                     PIC X(08).
       01  WS-DATE-NUMBER                  PIC 9(08).
       01  WS-RUN-DAY-NUMBER               PIC 9(07).
       01  WS-KEEP-FROM-DAY-NUMBER         PIC 9(07).
       01  WS-LOG-DAY-NUMBER               PIC 9(07).
       01  WS-STAMP-DAY-NUMBER             PIC 9(07).

      *>    The SLACARD deck, loaded whole and checked before the log
      *>    is read; WS-DL-SECONDS is the deadline in seconds from
      *>    midnight starting RUNDATE.
       78  WS-MAX-DEADLINES                VALUE 30.
       01  WS-CARD-READ-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-DEADLINE-USED-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-DEADLINE-TABLE.
           05  WS-DL-ENTRY OCCURS WS-MAX-DEADLINES TIMES.
               10  WS-DL-STEP-NAME          PIC X(08).
               10  WS-DL-SECONDS            PIC S9(09).
               10  WS-DL-USED-SWITCH        PIC X(01).
                   88  WS-DL-USED           VALUE 'Y'.
       01  WS-DL-IDX                       PIC 9(03).
       01  WS-DL-FOUND-IDX                 PIC 9(03).
      *>    The step 5100-FIND-DEADLINE looks for, kept apart from the
      *>    SLACARD record area, which is closed once the deck is in.
       01  WS-SEARCH-STEP-NAME             PIC X(08).

       01  WS-CHAIN-DEADLINE-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-CHAIN-HAS-DEADLINE       VALUE 'Y'.
       01  WS-CHAIN-DEADLINE-SECONDS       PIC S9(09) VALUE ZERO.
       01  WS-OVER-AVERAGE-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-OVER-AVERAGE-GIVEN       VALUE 'Y'.
       01  WS-OVER-AVERAGE-PCT             PIC 9(04) VALUE 50.
       01  WS-CARD-HH                      PIC 9(02).
       01  WS-CARD-MM                      PIC 9(02).
       01  WS-CARD-DAYS                    PIC 9(01).
       01  WS-CARD-SECONDS                 PIC S9(09).

      *>    One entry per run date and step on the kept log, in the
      *>    order each first appears - the order the steps started,
      *>    night by night.  Seconds are counted from midnight
      *>    starting the entry's own run date.
       78  WS-MAX-ENTRIES                  VALUE 1500.
       01  WS-ENTRY-USED-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ENTRY-TABLE.
           05  WS-ENT-ENTRY OCCURS WS-MAX-ENTRIES TIMES.
               10  WS-ENT-RUN-DATE          PIC X(08).
               10  WS-ENT-STEP-NAME         PIC X(08).
               10  WS-ENT-START-COUNT       PIC 9(03).
               10  WS-ENT-END-COUNT         PIC 9(03).
               10  WS-ENT-FIRST-START       PIC S9(09).
               10  WS-ENT-LAST-START        PIC S9(09).
               10  WS-ENT-LAST-END          PIC S9(09).
               10  WS-ENT-RECORDS           PIC 9(11).
               10  WS-ENT-LAST-RC           PIC 9(04).
       01  WS-ENT-IDX                      PIC 9(04).
       01  WS-ENT-FOUND-IDX                PIC 9(04).
       01  WS-HST-IDX                      PIC 9(04).

       01  WS-STAMP-SECONDS                PIC S9(09).
       01  WS-STAMP-WORK.
           05  WS-STAMP-DATE               PIC 9(08).
           05  WS-STAMP-HH                 PIC 9(02).
           05  WS-STAMP-MM                 PIC 9(02).
           05  WS-STAMP-SS                 PIC 9(02).

      *>    Tonight's figures for the step being reported.
       01  WS-STEP-ELAPSED                 PIC S9(09).
       01  WS-STEP-LATE                    PIC S9(09).
       01  WS-HISTORY-NIGHTS               PIC 9(03).
       01  WS-HISTORY-TOTAL                PIC S9(11).
       01  WS-HISTORY-AVERAGE              PIC S9(09).
       01  WS-OVER-PCT                     PIC S9(07).
       01  WS-FINDING-POINTER              PIC 9(03).

       01  WS-CHAIN-START                  PIC S9(09) VALUE ZERO.
       01  WS-CHAIN-END                    PIC S9(09) VALUE ZERO.
       01  WS-CHAIN-ELAPSED                PIC S9(09).

      *>    Clock and duration formatting: WS-FMT-SECONDS in,
      *>    WS-FMT-CLOCK ('+1 HH:MM:SS', the day part only when the
      *>    time falls off RUNDATE) or WS-FMT-DURATION out.
       01  WS-FMT-SECONDS                  PIC S9(09).
       01  WS-FMT-WORK                     PIC S9(09).
       01  WS-FMT-DAYS                     PIC S9(02).
       01  WS-FMT-REMAINDER                PIC 9(09).
       01  WS-FMT-HOURS                    PIC 9(03).
       01  WS-FMT-DAY-EDIT                 PIC +9.
       01  WS-FMT-CLOCK.
           05  WS-FMT-CLOCK-DAY            PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-FMT-CLOCK-HH             PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ':'.
           05  WS-FMT-CLOCK-MM             PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ':'.
           05  WS-FMT-CLOCK-SS             PIC 9(02).
       01  WS-FMT-DURATION.
           05  WS-FMT-DURATION-HH          PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ':'.
           05  WS-FMT-DURATION-MM          PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ':'.
           05  WS-FMT-DURATION-SS          PIC 9(02).

       01  WS-LOG-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-LOG-KEPT-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-LOG-DROPPED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-LOG-UNREADABLE-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-STEPS-LOGGED-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-BREACH-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-NO-END-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-OVER-AVERAGE-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-NOT-RUN-COUNT                PIC 9(03) VALUE ZERO.

       01  WS-PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       78  WS-PAGE-LINE-LIMIT              VALUE 56.

       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(40)
               VALUE 'STGSLA - BATCH WINDOW SLA REPORT'.
           05  FILLER                      PIC X(82) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  WS-RPT-HEADING-PAGE         PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-RPT-CRITERIA-LINE.
           05  WS-RPT-CRITERIA-LABEL       PIC X(20).
           05  WS-RPT-CRITERIA-VALUE       PIC X(112).

       01  WS-RPT-COLUMN-HEADING.
           05  FILLER                      PIC X(10) VALUE 'STEP'.
           05  FILLER                      PIC X(13) VALUE 'STARTED'.
           05  FILLER                      PIC X(13) VALUE 'ENDED'.
           05  FILLER                      PIC X(10) VALUE 'ELAPSED'.
           05  FILLER                      PIC X(05) VALUE 'RUNS'.
           05  FILLER                      PIC X(13)
               VALUE '    RECORDS'.
           05  FILLER                      PIC X(06) VALUE '  RC'.
           05  FILLER                      PIC X(13) VALUE 'DEADLINE'.
           05  FILLER                      PIC X(10) VALUE 'AVERAGE'.
           05  FILLER                      PIC X(05) VALUE 'NTS'.
           05  FILLER                      PIC X(34) VALUE 'FINDING'.

       01  WS-RPT-STEP-LINE.
           05  WS-RPT-STEP-NAME            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-STEP-START           PIC X(11).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-STEP-END             PIC X(11).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-STEP-ELAPSED         PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-STEP-RUNS            PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-STEP-RECORDS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-STEP-RC              PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-STEP-DEADLINE        PIC X(11).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-STEP-AVERAGE         PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-STEP-NIGHTS          PIC Z9 BLANK WHEN ZERO.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-RPT-STEP-FINDING         PIC X(34).

       01  WS-RPT-LATE-TEXT.
           05  FILLER                      PIC X(05) VALUE 'LATE '.
           05  WS-RPT-LATE-BY              PIC X(08).
       01  WS-RPT-PCT-EDIT                 PIC Z(06)9.
       01  WS-RPT-PCT-LEAD                 PIC 9(02).

       01  WS-RPT-TIME-LINE.
           05  WS-RPT-TIME-LABEL           PIC X(32).
           05  WS-RPT-TIME-VALUE           PIC X(11).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-TIME-FINDING         PIC X(87).

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
           PERFORM 0100-READ-RUN-DATE-CARD
           PERFORM 0200-LOAD-SLA-CARDS
           PERFORM 0300-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ STEP-LOG-OLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-READ-COUNT
                       PERFORM 1000-TAKE-LOG-RECORD
               END-READ
           END-PERFORM
           IF WS-LOG-OLD-OPEN
               CLOSE STEP-LOG-OLD-FILE
           END-IF
           CLOSE STEP-LOG-NEW-FILE
           PERFORM 2000-REPORT-TONIGHT
           PERFORM 3000-REPORT-NOT-RUN
           PERFORM 4000-REPORT-CHAIN
           PERFORM 8000-REPORT-TOTALS
           MOVE WS-RPT-END-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           CLOSE REPORT-FILE
           PERFORM 9900-DISPLAY-TOTALS
           EVALUATE TRUE
               WHEN WS-BREACH-COUNT > 0
                       OR WS-NO-END-COUNT > 0
                       OR WS-STEPS-LOGGED-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVER-AVERAGE-COUNT > 0
                       OR WS-LOG-UNREADABLE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       0100-READ-RUN-DATE-CARD.
      *>    The night reported is the RUNDATE the chain ran under,
      *>    never the clock: this job runs the morning after.
           MOVE SPACES TO WS-RUN-DATE
           OPEN INPUT RUN-DATE-CARD-FILE
           IF WS-RUN-DATE-OK
               READ RUN-DATE-CARD-FILE
                   NOT AT END
                       MOVE RDC-RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-DATE-CARD-FILE
           END-IF
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY 'ABEND: RUNDATE "' WS-RUN-DATE
                   '" IS NOT A VALID YYYYMMDD DATE'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUMBER
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMBER) NOT = ZERO
               DISPLAY 'ABEND: RUNDATE "' WS-RUN-DATE
                   '" IS NOT A VALID YYYYMMDD DATE'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER)
           COMPUTE WS-KEEP-FROM-DAY-NUMBER =
               WS-RUN-DAY-NUMBER - WS-LOG-KEEP-DAYS.

       0200-LOAD-SLA-CARDS.
      *>    The whole deck is read and checked before the log is
      *>    touched, so a bad card stops the run with nothing written.
           OPEN INPUT SLA-CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY 'ABEND: UNABLE TO OPEN SLACARD - FILE STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ SLA-CARD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-READ-COUNT
                       IF SLA-CARD NOT = SPACES
                           PERFORM 0250-LOAD-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLA-CARD-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       0250-LOAD-ONE-CARD.
           IF SLC-IS-OVER-AVERAGE
               IF WS-OVER-AVERAGE-GIVEN
                       OR SLC-FIGURE IS NOT NUMERIC
                   PERFORM 0290-ABEND-BAD-CARD
               END-IF
               MOVE SLC-FIGURE TO WS-OVER-AVERAGE-PCT
               SET WS-OVER-AVERAGE-GIVEN TO TRUE
           ELSE
               PERFORM 0260-EDIT-DEADLINE
               IF SLC-IS-CHAIN
                   IF WS-CHAIN-HAS-DEADLINE
                       PERFORM 0290-ABEND-BAD-CARD
                   END-IF
                   MOVE WS-CARD-SECONDS TO WS-CHAIN-DEADLINE-SECONDS
                   SET WS-CHAIN-HAS-DEADLINE TO TRUE
               ELSE
                   PERFORM 0270-ADD-STEP-DEADLINE
               END-IF
           END-IF.

       0260-EDIT-DEADLINE.
           IF SLC-NAME = SPACES
                   OR SLC-DEADLINE-HH IS NOT NUMERIC
                   OR SLC-DEADLINE-MM IS NOT NUMERIC
               PERFORM 0290-ABEND-BAD-CARD
           END-IF
           MOVE SLC-DEADLINE-HH TO WS-CARD-HH
           MOVE SLC-DEADLINE-MM TO WS-CARD-MM
           IF WS-CARD-HH > 23 OR WS-CARD-MM > 59
               PERFORM 0290-ABEND-BAD-CARD
           END-IF
           EVALUATE TRUE
               WHEN SLC-DAY-OFFSET = SPACE
                   MOVE ZERO TO WS-CARD-DAYS
               WHEN SLC-DAY-OFFSET IS NUMERIC
                   MOVE SLC-DAY-OFFSET TO WS-CARD-DAYS
               WHEN OTHER
                   PERFORM 0290-ABEND-BAD-CARD
           END-EVALUATE
           COMPUTE WS-CARD-SECONDS =
               WS-CARD-DAYS * WS-SECONDS-PER-DAY
               + WS-CARD-HH * 3600 + WS-CARD-MM * 60.

       0270-ADD-STEP-DEADLINE.
           MOVE SLC-NAME TO WS-SEARCH-STEP-NAME
           PERFORM 5100-FIND-DEADLINE
           IF WS-DL-FOUND-IDX > ZERO
               DISPLAY 'ABEND: SLACARD GIVES STEP ' SLC-NAME
                   ' MORE THAN ONE DEADLINE'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DEADLINE-USED-COUNT >= WS-MAX-DEADLINES
               DISPLAY 'ABEND: MORE THAN ' WS-MAX-DEADLINES
                   ' DEADLINE CARDS - RAISE WS-MAX-DEADLINES'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DEADLINE-USED-COUNT
           MOVE SLC-NAME TO WS-DL-STEP-NAME(WS-DEADLINE-USED-COUNT)
           MOVE WS-CARD-SECONDS TO WS-DL-SECONDS(WS-DEADLINE-USED-COUNT)
           MOVE 'N' TO WS-DL-USED-SWITCH(WS-DEADLINE-USED-COUNT).

       0290-ABEND-BAD-CARD.
           DISPLAY 'ABEND: SLACARD CARD ' WS-CARD-READ-COUNT
               ' IS NOT VALID: ' SLA-CARD
           MOVE 16 TO WS-ABEND-CODE
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.

       0300-OPEN-FILES.
      *>    A missing STEPOLD is read as an empty log: the first
      *>    morning after the log was introduced.
           OPEN INPUT STEP-LOG-OLD-FILE
           EVALUATE TRUE
               WHEN WS-LOG-OLD-OK
                   SET WS-LOG-OLD-OPEN TO TRUE
               WHEN WS-LOG-OLD-MISSING
                   DISPLAY 'STGSLA: NO STEPOLD - STARTING AN EMPTY LOG'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ABEND: UNABLE TO OPEN STEPOLD - FILE '
                       'STATUS ' WS-LOG-OLD-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT STEP-LOG-NEW-FILE
           IF NOT WS-LOG-NEW-OK
               DISPLAY 'ABEND: UNABLE TO OPEN STEPNEW - FILE STATUS '
                   WS-LOG-NEW-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN SLARPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING
           MOVE 'RUN DATE' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-RUN-DATE TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'CHAIN DEADLINE' TO WS-RPT-CRITERIA-LABEL
           IF WS-CHAIN-HAS-DEADLINE
               MOVE WS-CHAIN-DEADLINE-SECONDS TO WS-FMT-SECONDS
               PERFORM 7100-FORMAT-CLOCK
               MOVE WS-FMT-CLOCK TO WS-RPT-CRITERIA-VALUE
           ELSE
               MOVE 'NONE GIVEN' TO WS-RPT-CRITERIA-VALUE
           END-IF
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'OVER-AVERAGE LIMIT' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-OVER-AVERAGE-PCT TO WS-RPT-PCT-EDIT
           PERFORM 7300-TRIM-PERCENT
           STRING WS-RPT-PCT-EDIT(WS-RPT-PCT-LEAD + 1:)
                   '% ABOVE THE AVERAGE OF UP TO 30 EARLIER NIGHTS'
                   DELIMITED BY SIZE
               INTO WS-RPT-CRITERIA-VALUE
           END-STRING
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE WS-RPT-COLUMN-HEADING TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       1000-TAKE-LOG-RECORD.
      *>    A record older than the keep window is dropped; one whose
      *>    run date or timestamp is not a date cannot be timed or
      *>    aged, and is dropped and counted.  Every other record is
      *>    carried to STEPNEW and tallied under its night and step.
           IF STO-RUN-DATE IS NOT NUMERIC
                   OR STO-TIMESTAMP(1:14) IS NOT NUMERIC
                   OR NOT (STO-IS-START OR STO-IS-END)
               ADD 1 TO WS-LOG-UNREADABLE-COUNT
           ELSE
               MOVE STO-TIMESTAMP(1:14) TO WS-STAMP-WORK
               MOVE STO-RUN-DATE TO WS-DATE-NUMBER
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMBER) NOT = ZERO
                       OR FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE)
                           NOT = ZERO
                   ADD 1 TO WS-LOG-UNREADABLE-COUNT
               ELSE
                   COMPUTE WS-LOG-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUMBER)
                   IF WS-LOG-DAY-NUMBER < WS-KEEP-FROM-DAY-NUMBER
                       ADD 1 TO WS-LOG-DROPPED-COUNT
                   ELSE
                       PERFORM 1100-KEEP-LOG-RECORD
                   END-IF
               END-IF
           END-IF.

       1100-KEEP-LOG-RECORD.
           MOVE STO-STEP-TIMING-RECORD TO STN-STEP-TIMING-RECORD
           WRITE STN-STEP-TIMING-RECORD
           IF NOT WS-LOG-NEW-OK
               DISPLAY 'ABEND: UNABLE TO WRITE STEPNEW - FILE STATUS '
                   WS-LOG-NEW-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOG-KEPT-COUNT
           PERFORM 5200-FIND-ENTRY
           COMPUTE WS-STAMP-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
           COMPUTE WS-STAMP-SECONDS =
               (WS-STAMP-DAY-NUMBER - WS-LOG-DAY-NUMBER)
                   * WS-SECONDS-PER-DAY
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS
           IF STO-IS-START
               IF WS-ENT-START-COUNT(WS-ENT-FOUND-IDX) = ZERO
                       OR WS-STAMP-SECONDS
                           < WS-ENT-FIRST-START(WS-ENT-FOUND-IDX)
                   MOVE WS-STAMP-SECONDS
                       TO WS-ENT-FIRST-START(WS-ENT-FOUND-IDX)
               END-IF
               IF WS-ENT-START-COUNT(WS-ENT-FOUND-IDX) = ZERO
                       OR WS-STAMP-SECONDS
                           > WS-ENT-LAST-START(WS-ENT-FOUND-IDX)
                   MOVE WS-STAMP-SECONDS
                       TO WS-ENT-LAST-START(WS-ENT-FOUND-IDX)
               END-IF
               ADD 1 TO WS-ENT-START-COUNT(WS-ENT-FOUND-IDX)
           ELSE
               IF WS-ENT-END-COUNT(WS-ENT-FOUND-IDX) = ZERO
                       OR WS-STAMP-SECONDS
                           >= WS-ENT-LAST-END(WS-ENT-FOUND-IDX)
                   MOVE WS-STAMP-SECONDS
                       TO WS-ENT-LAST-END(WS-ENT-FOUND-IDX)
                   MOVE STO-RETURN-CODE
                       TO WS-ENT-LAST-RC(WS-ENT-FOUND-IDX)
               END-IF
               ADD 1 TO WS-ENT-END-COUNT(WS-ENT-FOUND-IDX)
               IF STO-RECORDS-PROCESSED IS NUMERIC
                   ADD STO-RECORDS-PROCESSED
                       TO WS-ENT-RECORDS(WS-ENT-FOUND-IDX)
               END-IF
           END-IF.

       2000-REPORT-TONIGHT.
      *>    Tonight's steps in the order they first started.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENTRY-USED-COUNT
               IF WS-ENT-RUN-DATE(WS-ENT-IDX) = WS-RUN-DATE
                   ADD 1 TO WS-STEPS-LOGGED-COUNT
                   PERFORM 2100-REPORT-ONE-STEP
               END-IF
           END-PERFORM.

       2100-REPORT-ONE-STEP.
           MOVE SPACES TO WS-RPT-STEP-START WS-RPT-STEP-END
               WS-RPT-STEP-ELAPSED WS-RPT-STEP-DEADLINE
               WS-RPT-STEP-AVERAGE WS-RPT-STEP-FINDING
           MOVE 1 TO WS-FINDING-POINTER
           MOVE WS-ENT-STEP-NAME(WS-ENT-IDX) TO WS-RPT-STEP-NAME
           MOVE WS-ENT-START-COUNT(WS-ENT-IDX) TO WS-RPT-STEP-RUNS
           MOVE WS-ENT-RECORDS(WS-ENT-IDX) TO WS-RPT-STEP-RECORDS
           MOVE WS-ENT-LAST-RC(WS-ENT-IDX) TO WS-RPT-STEP-RC
           MOVE ZERO TO WS-RPT-STEP-NIGHTS
           PERFORM 2200-TRACK-CHAIN-WINDOW
           IF WS-ENT-START-COUNT(WS-ENT-IDX) > ZERO
               MOVE WS-ENT-FIRST-START(WS-ENT-IDX) TO WS-FMT-SECONDS
               PERFORM 7100-FORMAT-CLOCK
               MOVE WS-FMT-CLOCK TO WS-RPT-STEP-START
           END-IF
           IF WS-ENT-END-COUNT(WS-ENT-IDX) > ZERO
               MOVE WS-ENT-LAST-END(WS-ENT-IDX) TO WS-FMT-SECONDS
               PERFORM 7100-FORMAT-CLOCK
               MOVE WS-FMT-CLOCK TO WS-RPT-STEP-END
           END-IF
           MOVE WS-ENT-STEP-NAME(WS-ENT-IDX) TO WS-SEARCH-STEP-NAME
           PERFORM 5100-FIND-DEADLINE
           IF WS-DL-FOUND-IDX > ZERO
               SET WS-DL-USED(WS-DL-FOUND-IDX) TO TRUE
               MOVE WS-DL-SECONDS(WS-DL-FOUND-IDX) TO WS-FMT-SECONDS
               PERFORM 7100-FORMAT-CLOCK
               MOVE WS-FMT-CLOCK TO WS-RPT-STEP-DEADLINE
           END-IF
      *>    A step with no end, or whose last start came after its
      *>    last end, has a run that never ended: it abended, or is
      *>    still running as this prints.  Counting starts against
      *>    ends will not do - a run that abended before its end
      *>    was logged and was rerun to completion leaves two starts
      *>    and one end and has ended.
           IF WS-ENT-START-COUNT(WS-ENT-IDX) = ZERO
                   OR WS-ENT-END-COUNT(WS-ENT-IDX) = ZERO
                   OR WS-ENT-LAST-START(WS-ENT-IDX)
                       > WS-ENT-LAST-END(WS-ENT-IDX)
               ADD 1 TO WS-NO-END-COUNT
               IF WS-ENT-START-COUNT(WS-ENT-IDX) = ZERO
                   MOVE 'NO START RECORDED' TO WS-RPT-STEP-FINDING
               ELSE
                   MOVE 'NO END - ABENDED OR STILL RUNNING'
                       TO WS-RPT-STEP-FINDING
               END-IF
           ELSE
               COMPUTE WS-STEP-ELAPSED =
                   WS-ENT-LAST-END(WS-ENT-IDX)
                   - WS-ENT-FIRST-START(WS-ENT-IDX)
               MOVE WS-STEP-ELAPSED TO WS-FMT-SECONDS
               PERFORM 7200-FORMAT-DURATION
               MOVE WS-FMT-DURATION TO WS-RPT-STEP-ELAPSED
               PERFORM 2300-CHECK-DEADLINE
               PERFORM 2400-CHECK-AVERAGE
           END-IF
           MOVE WS-RPT-STEP-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       2200-TRACK-CHAIN-WINDOW.
           IF WS-ENT-START-COUNT(WS-ENT-IDX) > ZERO
               IF WS-STEPS-LOGGED-COUNT = 1
                       OR WS-ENT-FIRST-START(WS-ENT-IDX)
                           < WS-CHAIN-START
                   MOVE WS-ENT-FIRST-START(WS-ENT-IDX)
                       TO WS-CHAIN-START
               END-IF
           END-IF
           IF WS-ENT-END-COUNT(WS-ENT-IDX) > ZERO
               IF WS-ENT-LAST-END(WS-ENT-IDX) > WS-CHAIN-END
                       OR WS-CHAIN-END = ZERO
                   MOVE WS-ENT-LAST-END(WS-ENT-IDX) TO WS-CHAIN-END
               END-IF
           END-IF.

       2300-CHECK-DEADLINE.
           IF WS-DL-FOUND-IDX > ZERO
               IF WS-ENT-LAST-END(WS-ENT-IDX)
                       > WS-DL-SECONDS(WS-DL-FOUND-IDX)
                   ADD 1 TO WS-BREACH-COUNT
                   COMPUTE WS-STEP-LATE =
                       WS-ENT-LAST-END(WS-ENT-IDX)
                       - WS-DL-SECONDS(WS-DL-FOUND-IDX)
                   MOVE WS-STEP-LATE TO WS-FMT-SECONDS
                   PERFORM 7200-FORMAT-DURATION
                   MOVE WS-FMT-DURATION TO WS-RPT-LATE-BY
                   STRING WS-RPT-LATE-TEXT '  ' DELIMITED BY SIZE
                       INTO WS-RPT-STEP-FINDING
                       WITH POINTER WS-FINDING-POINTER
                   END-STRING
               END-IF
           END-IF.

       2400-CHECK-AVERAGE.
      *>    The average is over the most recent earlier nights on the
      *>    log on which the step started and its last run ended, newest
      *>    first, up to WS-AVERAGE-NIGHTS of them.  Fewer than
      *>    WS-MIN-AVERAGE-NIGHTS is too little to judge by: the
      *>    average is shown but nothing is flagged.
           MOVE ZERO TO WS-HISTORY-NIGHTS
           MOVE ZERO TO WS-HISTORY-TOTAL
           PERFORM VARYING WS-HST-IDX FROM WS-ENTRY-USED-COUNT BY -1
                   UNTIL WS-HST-IDX < 1
                       OR WS-HISTORY-NIGHTS >= WS-AVERAGE-NIGHTS
               IF WS-ENT-STEP-NAME(WS-HST-IDX)
                       = WS-ENT-STEP-NAME(WS-ENT-IDX)
                       AND WS-ENT-RUN-DATE(WS-HST-IDX) < WS-RUN-DATE
                       AND WS-ENT-START-COUNT(WS-HST-IDX) > ZERO
                       AND WS-ENT-END-COUNT(WS-HST-IDX) > ZERO
                       AND WS-ENT-LAST-START(WS-HST-IDX)
                           <= WS-ENT-LAST-END(WS-HST-IDX)
                   ADD 1 TO WS-HISTORY-NIGHTS
                   COMPUTE WS-HISTORY-TOTAL = WS-HISTORY-TOTAL
                       + WS-ENT-LAST-END(WS-HST-IDX)
                       - WS-ENT-FIRST-START(WS-HST-IDX)
               END-IF
           END-PERFORM
           MOVE WS-HISTORY-NIGHTS TO WS-RPT-STEP-NIGHTS
           IF WS-HISTORY-NIGHTS > ZERO
               COMPUTE WS-HISTORY-AVERAGE ROUNDED =
                   WS-HISTORY-TOTAL / WS-HISTORY-NIGHTS
               MOVE WS-HISTORY-AVERAGE TO WS-FMT-SECONDS
               PERFORM 7200-FORMAT-DURATION
               MOVE WS-FMT-DURATION TO WS-RPT-STEP-AVERAGE
               IF WS-HISTORY-NIGHTS >= WS-MIN-AVERAGE-NIGHTS
                       AND WS-HISTORY-AVERAGE > ZERO
                   COMPUTE WS-OVER-PCT =
                       (WS-STEP-ELAPSED - WS-HISTORY-AVERAGE) * 100
                       / WS-HISTORY-AVERAGE
                   IF WS-OVER-PCT > WS-OVER-AVERAGE-PCT
                       ADD 1 TO WS-OVER-AVERAGE-COUNT
                       MOVE WS-OVER-PCT TO WS-RPT-PCT-EDIT
                       PERFORM 7300-TRIM-PERCENT
                       STRING 'ABOVE AVG +'
                               WS-RPT-PCT-EDIT(WS-RPT-PCT-LEAD + 1:)
                               '%' DELIMITED BY SIZE
                           INTO WS-RPT-STEP-FINDING
                           WITH POINTER WS-FINDING-POINTER
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       3000-REPORT-NOT-RUN.
      *>    A deadline card for a step that logged nothing tonight -
      *>    STGXFER on a partitioned night is timed under its
      *>    partition runs, so this is usually a step left out.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DEADLINE-USED-COUNT
               IF NOT WS-DL-USED(WS-DL-IDX)
                   ADD 1 TO WS-NOT-RUN-COUNT
                   MOVE SPACES TO WS-RPT-STEP-LINE
                   MOVE WS-DL-STEP-NAME(WS-DL-IDX) TO WS-RPT-STEP-NAME
                   MOVE WS-DL-SECONDS(WS-DL-IDX) TO WS-FMT-SECONDS
                   PERFORM 7100-FORMAT-CLOCK
                   MOVE WS-FMT-CLOCK TO WS-RPT-STEP-DEADLINE
                   MOVE 'NOT LOGGED TONIGHT' TO WS-RPT-STEP-FINDING
                   MOVE WS-RPT-STEP-LINE TO REPORT-RECORD
                   PERFORM 9000-WRITE-REPORT-RECORD
               END-IF
           END-PERFORM.

       4000-REPORT-CHAIN.
      *>    The window runs from the first step to start to the last
      *>    to end.  With a step still open the chain has not ended,
      *>    and an end-of-chain deadline counts as missed.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           IF WS-STEPS-LOGGED-COUNT = ZERO
               MOVE 'CHAIN' TO WS-RPT-TIME-LABEL
               MOVE SPACES TO WS-RPT-TIME-VALUE
               MOVE 'NO STEP LOGGED FOR THIS RUN DATE'
                   TO WS-RPT-TIME-FINDING
               PERFORM 4100-WRITE-TIME-LINE
           ELSE
               MOVE 'CHAIN STARTED' TO WS-RPT-TIME-LABEL
               MOVE WS-CHAIN-START TO WS-FMT-SECONDS
               PERFORM 7100-FORMAT-CLOCK
               MOVE WS-FMT-CLOCK TO WS-RPT-TIME-VALUE
               PERFORM 4100-WRITE-TIME-LINE
               MOVE 'CHAIN ENDED' TO WS-RPT-TIME-LABEL
               IF WS-NO-END-COUNT > ZERO
                   MOVE SPACES TO WS-RPT-TIME-VALUE
                   MOVE 'NOT ENDED - A STEP HAS NO END RECORD'
                       TO WS-RPT-TIME-FINDING
               ELSE
                   MOVE WS-CHAIN-END TO WS-FMT-SECONDS
                   PERFORM 7100-FORMAT-CLOCK
                   MOVE WS-FMT-CLOCK TO WS-RPT-TIME-VALUE
               END-IF
               PERFORM 4200-CHECK-CHAIN-DEADLINE
               PERFORM 4100-WRITE-TIME-LINE
               IF WS-NO-END-COUNT = ZERO
                   MOVE 'BATCH WINDOW ELAPSED' TO WS-RPT-TIME-LABEL
                   COMPUTE WS-CHAIN-ELAPSED =
                       WS-CHAIN-END - WS-CHAIN-START
                   MOVE WS-CHAIN-ELAPSED TO WS-FMT-SECONDS
                   PERFORM 7200-FORMAT-DURATION
                   MOVE WS-FMT-DURATION TO WS-RPT-TIME-VALUE
                   PERFORM 4100-WRITE-TIME-LINE
               END-IF
           END-IF.

       4100-WRITE-TIME-LINE.
           MOVE WS-RPT-TIME-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE SPACES TO WS-RPT-TIME-FINDING.

       4200-CHECK-CHAIN-DEADLINE.
           IF WS-CHAIN-HAS-DEADLINE
               EVALUATE TRUE
                   WHEN WS-NO-END-COUNT > ZERO
                       ADD 1 TO WS-BREACH-COUNT
                   WHEN WS-CHAIN-END > WS-CHAIN-DEADLINE-SECONDS
                       ADD 1 TO WS-BREACH-COUNT
                       COMPUTE WS-STEP-LATE =
                           WS-CHAIN-END - WS-CHAIN-DEADLINE-SECONDS
                       MOVE WS-STEP-LATE TO WS-FMT-SECONDS
                       PERFORM 7200-FORMAT-DURATION
                       MOVE WS-FMT-DURATION TO WS-RPT-LATE-BY
                       MOVE SPACES TO WS-RPT-TIME-FINDING
                       STRING 'CHAIN DEADLINE MISSED - '
                               WS-RPT-LATE-TEXT DELIMITED BY SIZE
                           INTO WS-RPT-TIME-FINDING
                       END-STRING
                   WHEN OTHER
                       MOVE 'WITHIN CHAIN DEADLINE'
                           TO WS-RPT-TIME-FINDING
               END-EVALUATE
           END-IF.

       5100-FIND-DEADLINE.
           MOVE ZERO TO WS-DL-FOUND-IDX
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DEADLINE-USED-COUNT
                       OR WS-DL-FOUND-IDX > ZERO
               IF WS-DL-STEP-NAME(WS-DL-IDX) = WS-SEARCH-STEP-NAME
                   MOVE WS-DL-IDX TO WS-DL-FOUND-IDX
               END-IF
           END-PERFORM.

       5200-FIND-ENTRY.
      *>    Finds the night-and-step entry for the log record, adding
      *>    it the first time the pair is met.  The search runs from
      *>    the newest entry back, where a night's records are found.
           MOVE ZERO TO WS-ENT-FOUND-IDX
           PERFORM VARYING WS-ENT-IDX FROM WS-ENTRY-USED-COUNT BY -1
                   UNTIL WS-ENT-IDX < 1
                       OR WS-ENT-FOUND-IDX > ZERO
               IF WS-ENT-RUN-DATE(WS-ENT-IDX) = STO-RUN-DATE
                       AND WS-ENT-STEP-NAME(WS-ENT-IDX)
                           = STO-STEP-NAME
                   MOVE WS-ENT-IDX TO WS-ENT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ENT-FOUND-IDX = ZERO
               IF WS-ENTRY-USED-COUNT >= WS-MAX-ENTRIES
                   DISPLAY 'ABEND: MORE THAN ' WS-MAX-ENTRIES
                       ' NIGHT/STEP ENTRIES ON STEPOLD - RAISE '
                       'WS-MAX-ENTRIES'
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ENTRY-USED-COUNT
               MOVE WS-ENTRY-USED-COUNT TO WS-ENT-FOUND-IDX
               MOVE STO-RUN-DATE TO WS-ENT-RUN-DATE(WS-ENT-FOUND-IDX)
               MOVE STO-STEP-NAME
                   TO WS-ENT-STEP-NAME(WS-ENT-FOUND-IDX)
               MOVE ZERO TO WS-ENT-START-COUNT(WS-ENT-FOUND-IDX)
               MOVE ZERO TO WS-ENT-END-COUNT(WS-ENT-FOUND-IDX)
               MOVE ZERO TO WS-ENT-FIRST-START(WS-ENT-FOUND-IDX)
               MOVE ZERO TO WS-ENT-LAST-START(WS-ENT-FOUND-IDX)
               MOVE ZERO TO WS-ENT-LAST-END(WS-ENT-FOUND-IDX)
               MOVE ZERO TO WS-ENT-RECORDS(WS-ENT-FOUND-IDX)
               MOVE ZERO TO WS-ENT-LAST-RC(WS-ENT-FOUND-IDX)
           END-IF.

       7100-FORMAT-CLOCK.
      *>    Seconds from midnight starting RUNDATE as a clock time,
      *>    marked +n (or -n) when it falls on another day.
           MOVE WS-FMT-SECONDS TO WS-FMT-WORK
           MOVE ZERO TO WS-FMT-DAYS
           PERFORM UNTIL WS-FMT-WORK >= ZERO
               ADD WS-SECONDS-PER-DAY TO WS-FMT-WORK
               SUBTRACT 1 FROM WS-FMT-DAYS
           END-PERFORM
           PERFORM UNTIL WS-FMT-WORK < WS-SECONDS-PER-DAY
               SUBTRACT WS-SECONDS-PER-DAY FROM WS-FMT-WORK
               ADD 1 TO WS-FMT-DAYS
           END-PERFORM
           IF WS-FMT-DAYS = ZERO
               MOVE SPACES TO WS-FMT-CLOCK-DAY
           ELSE
               MOVE WS-FMT-DAYS TO WS-FMT-DAY-EDIT
               MOVE WS-FMT-DAY-EDIT TO WS-FMT-CLOCK-DAY
           END-IF
           MOVE WS-FMT-WORK TO WS-FMT-REMAINDER
           DIVIDE WS-FMT-REMAINDER BY 3600 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-REMAINDER
           MOVE WS-FMT-HOURS TO WS-FMT-CLOCK-HH
           DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-CLOCK-MM
               REMAINDER WS-FMT-CLOCK-SS.

       7200-FORMAT-DURATION.
      *>    A span of seconds as HH:MM:SS; a negative span (a clock
      *>    set back during the night) shows as zero.
           IF WS-FMT-SECONDS < ZERO
               MOVE ZERO TO WS-FMT-REMAINDER
           ELSE
               MOVE WS-FMT-SECONDS TO WS-FMT-REMAINDER
           END-IF
           DIVIDE WS-FMT-REMAINDER BY 3600 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-REMAINDER
           MOVE WS-FMT-HOURS TO WS-FMT-DURATION-HH
           DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-DURATION-MM
               REMAINDER WS-FMT-DURATION-SS.

       7300-TRIM-PERCENT.
      *>    Counts the edited percentage's leading spaces so it can be
      *>    strung into a line without them.
           MOVE ZERO TO WS-RPT-PCT-LEAD
           INSPECT WS-RPT-PCT-EDIT TALLYING WS-RPT-PCT-LEAD
               FOR LEADING SPACES.

       8000-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'STEPS LOGGED TONIGHT' TO WS-RPT-TOTAL-LABEL
           MOVE WS-STEPS-LOGGED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'DEADLINES MISSED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-BREACH-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'STEPS WITH NO END' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NO-END-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'STEPS WELL ABOVE AVERAGE' TO WS-RPT-TOTAL-LABEL
           MOVE WS-OVER-AVERAGE-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'DEADLINE STEPS NOT LOGGED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NOT-RUN-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'LOG RECORDS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-LOG-READ-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'LOG RECORDS KEPT' TO WS-RPT-TOTAL-LABEL
           MOVE WS-LOG-KEPT-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'LOG RECORDS AGED OFF' TO WS-RPT-TOTAL-LABEL
           MOVE WS-LOG-DROPPED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'LOG RECORDS UNREADABLE' TO WS-RPT-TOTAL-LABEL
           MOVE WS-LOG-UNREADABLE-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       9000-WRITE-REPORT-RECORD.
           IF WS-LINE-COUNT >= WS-PAGE-LINE-LIMIT
               PERFORM 9100-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE SLARPT - FILE STATUS '
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
               DISPLAY 'ABEND: UNABLE TO WRITE SLARPT - FILE STATUS '
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
           DISPLAY 'STGSLA RUN DATE               ' WS-RUN-DATE
           DISPLAY 'STGSLA STEPS LOGGED TONIGHT   '
               WS-STEPS-LOGGED-COUNT
           DISPLAY 'STGSLA DEADLINES MISSED       ' WS-BREACH-COUNT
           DISPLAY 'STGSLA STEPS WITH NO END      ' WS-NO-END-COUNT
           DISPLAY 'STGSLA STEPS WELL ABOVE AVG   '
               WS-OVER-AVERAGE-COUNT
           DISPLAY 'STGSLA LOG RECORDS READ       ' WS-LOG-READ-COUNT
           DISPLAY 'STGSLA LOG RECORDS KEPT       ' WS-LOG-KEPT-COUNT
           DISPLAY 'STGSLA LOG RECORDS AGED OFF   ' WS-LOG-DROPPED-COUNT
           DISPLAY 'STGSLA LOG RECORDS UNREADABLE '
               WS-LOG-UNREADABLE-COUNT.
