       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGSAGE.
      *>****************************************************************
      *> STGSAGE - aging report for the amount-variance suspense.
      *> Lists every item still held (status 'H', STGSUSP.cpy) that
      *> has been open longer than the number of days on AGECARD, so
      *> held changes nobody has decided on STGSREL do not sit in
      *> suspense unnoticed while the master goes stale.  Rejected
      *> items are decisions already taken and are not aged.
      *>
      *> Aging card layout (fixed columns):
      *>   cols  1-3   days an item may stay held before it is listed
      *> A missing card or a blank field takes the default of
      *> WS-DEFAULT-AGE-DAYS; a non-numeric field abends.  Age is
      *> counted in calendar days from the held date to today.
      *>
      *> SUSPENSE is read-only here - point it at the current
      *> suspense generation (STGSREL's SUSPNEW).
      *>
      *> Ends RC=0 when nothing is over age, RC=4 when aged items
      *> were listed, RC=16 on a bad card or a file failure.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-CARD-FILE ASSIGN TO AGECARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT REPORT-FILE ASSIGN TO AGERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGE-CARD-FILE
           RECORDING MODE IS F.
       01  AGE-CARD.
           05  AGC-DAYS-TEXT               PIC X(03).
           05  AGC-DAYS REDEFINES AGC-DAYS-TEXT
                                           PIC 9(03).
           05  FILLER                      PIC X(77).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY STGSUSP REPLACING ==:TAG:== BY ==SUS==.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       78  WS-DEFAULT-AGE-DAYS             VALUE 5.

       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-OK                  VALUE '00'.

       01  WS-SUSPENSE-STATUS              PIC X(02).
           88  WS-SUSPENSE-OK              VALUE '00'.
           88  WS-SUSPENSE-MISSING         VALUE '35'.

       01  WS-REPORT-STATUS                PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-SUSPENSE-OPEN-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-SUSPENSE-OPEN            VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-TODAY                        PIC 9(08).
       01  WS-TODAY-DAY-NUMBER             PIC 9(09).
       01  WS-HELD-DATE                    PIC 9(08).
       01  WS-HELD-DATE-VALID-SWITCH       PIC X(01).
           88  WS-HELD-DATE-VALID          VALUE 'Y'.
       01  WS-HELD-DAY-NUMBER              PIC 9(09).
       01  WS-AGE-LIMIT-DAYS               PIC 9(03).
       01  WS-AGE-DAYS                     PIC 9(05).

       01  WS-ITEM-READ-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-HELD-COUNT                   PIC 9(09) VALUE ZERO.
       01  WS-REJECTED-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-AGED-COUNT                   PIC 9(09) VALUE ZERO.

       01  WS-PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       78  WS-PAGE-LINE-LIMIT              VALUE 56.

       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(40)
               VALUE 'STGSAGE - SUSPENSE AGING REPORT'.
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
           05  FILLER                      PIC X(08) VALUE '  HELD '.
           05  WS-RPT-ITEM-HELD-DATE       PIC X(08).
           05  FILLER                      PIC X(07) VALUE '  AGE '.
           05  WS-RPT-ITEM-AGE             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE '  BEFORE '.
           05  WS-RPT-ITEM-BEFORE          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(09) VALUE '  AFTER '.
           05  WS-RPT-ITEM-AFTER           PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE '  BREACH '.
           05  WS-RPT-ITEM-BREACH          PIC X(04).
           05  FILLER                      PIC X(21) VALUE SPACES.

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
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM 0100-READ-AGE-CARD
           PERFORM 0200-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ SUSPENSE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEM-READ-COUNT
                       PERFORM 1000-AGE-ONE-ITEM
               END-READ
           END-PERFORM
           IF WS-SUSPENSE-OPEN
               CLOSE SUSPENSE-FILE
           END-IF
           PERFORM 8000-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM 9900-DISPLAY-TOTALS
           IF WS-AGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-READ-AGE-CARD.
           MOVE WS-DEFAULT-AGE-DAYS TO WS-AGE-LIMIT-DAYS
           OPEN INPUT AGE-CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY 'STGSAGE: NO AGECARD - AGING AT '
                   WS-AGE-LIMIT-DAYS ' DAYS'
           ELSE
               READ AGE-CARD-FILE
                   AT END
                       DISPLAY 'STGSAGE: AGECARD EMPTY - AGING AT '
                           WS-AGE-LIMIT-DAYS ' DAYS'
                   NOT AT END
                       PERFORM 0150-EDIT-AGE-CARD
               END-READ
               CLOSE AGE-CARD-FILE
           END-IF.

       0150-EDIT-AGE-CARD.
           EVALUATE TRUE
               WHEN AGC-DAYS-TEXT = SPACES
                   CONTINUE
               WHEN AGC-DAYS IS NUMERIC
                   MOVE AGC-DAYS TO WS-AGE-LIMIT-DAYS
               WHEN OTHER
                   DISPLAY 'ABEND: AGECARD DAYS NOT NUMERIC: '
                       AGC-DAYS-TEXT
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0200-OPEN-FILES.
      *>    No suspense file means nothing has ever been held - an
      *>    empty report, not a failure.
           OPEN INPUT SUSPENSE-FILE
           EVALUATE TRUE
               WHEN WS-SUSPENSE-OK
                   SET WS-SUSPENSE-OPEN TO TRUE
               WHEN WS-SUSPENSE-MISSING
                   DISPLAY 'STGSAGE: NO SUSPENSE FILE - NOTHING HELD'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ABEND: UNABLE TO OPEN SUSPENSE - FILE '
                       'STATUS ' WS-SUSPENSE-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN AGERPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING
           MOVE 'RUN DATE' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-TODAY TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'HELD LONGER THAN' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-AGE-LIMIT-DAYS TO WS-RPT-CRITERIA-VALUE
           MOVE 'DAYS' TO WS-RPT-CRITERIA-VALUE(5:4)
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       1000-AGE-ONE-ITEM.
      *>    A held date that is not a date - not numeric, or
      *>    numeric but no real YYYYMMDD day (20251341) - cannot be
      *>    aged; it is listed with age zero so it is looked at
      *>    rather than lost.  A held date later than today ages
      *>    zero and is not listed.
           IF SUS-IS-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE 'N' TO WS-HELD-DATE-VALID-SWITCH
               IF SUS-HELD-DATE IS NUMERIC
                   MOVE SUS-HELD-DATE TO WS-HELD-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-HELD-DATE) = ZERO
                       SET WS-HELD-DATE-VALID TO TRUE
                   END-IF
               END-IF
               IF WS-HELD-DATE-VALID
                   COMPUTE WS-HELD-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-HELD-DATE)
                   IF WS-HELD-DAY-NUMBER <= WS-TODAY-DAY-NUMBER
                       COMPUTE WS-AGE-DAYS =
                           WS-TODAY-DAY-NUMBER - WS-HELD-DAY-NUMBER
                   ELSE
                       MOVE ZERO TO WS-AGE-DAYS
                   END-IF
                   IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
                       PERFORM 7000-REPORT-AGED-ITEM
                   END-IF
               ELSE
                   MOVE ZERO TO WS-AGE-DAYS
                   PERFORM 7000-REPORT-AGED-ITEM
               END-IF
           END-IF.

       7000-REPORT-AGED-ITEM.
           ADD 1 TO WS-AGED-COUNT
           MOVE SUS-KEY TO WS-RPT-ITEM-KEY
           MOVE SUS-HELD-DATE TO WS-RPT-ITEM-HELD-DATE
           MOVE WS-AGE-DAYS TO WS-RPT-ITEM-AGE
           MOVE SUS-BEFORE-AMOUNT TO WS-RPT-ITEM-BEFORE
           MOVE SUS-AFTER-AMOUNT TO WS-RPT-ITEM-AFTER
           MOVE SUS-BREACH-CODE TO WS-RPT-ITEM-BREACH
           MOVE WS-RPT-ITEM-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8000-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'SUSPENSE ITEMS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ITEM-READ-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ITEMS HELD' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HELD-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ITEMS REJECTED (NOT AGED)' TO WS-RPT-TOTAL-LABEL
           MOVE WS-REJECTED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'HELD ITEMS OVER AGE' TO WS-RPT-TOTAL-LABEL
           MOVE WS-AGED-COUNT TO WS-RPT-TOTAL-COUNT
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
               DISPLAY 'ABEND: UNABLE TO WRITE AGERPT - FILE STATUS '
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
               DISPLAY 'ABEND: UNABLE TO WRITE AGERPT - FILE STATUS '
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
           DISPLAY 'STGSAGE SUSPENSE ITEMS READ   ' WS-ITEM-READ-COUNT
           DISPLAY 'STGSAGE ITEMS HELD            ' WS-HELD-COUNT
           DISPLAY 'STGSAGE ITEMS REJECTED        ' WS-REJECTED-COUNT
           DISPLAY 'STGSAGE HELD ITEMS OVER AGE   ' WS-AGED-COUNT.
