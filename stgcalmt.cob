       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGCALMT.
      *>****************************************************************
      *> STGCALMT - processing-calendar maintenance.  Loads one year
      *> of the CALENDAR file (STGCAL.cpy) that STGCALND serves to the
      *> chain, old-master / new-master: CALOLD in, CALNEW out, the
      *> same layout.  The job points the chain's CALENDAR, and next
      *> year's CALOLD, at CALNEW.  Run it for next year once the
      *> bank-holiday list is published, and again whenever that
      *> list changes - a year already on file is regenerated in
      *> full from the cards.
      *>
      *> Calendar card layout (CALCARD, fixed columns), one YEAR card
      *> first, then one HOL card per holiday in that year:
      *>   YEAR card   cols  1-4   'YEAR'
      *>               cols  6-9   year to load (YYYY)
      *>   HOL card    cols  1-3   'HOL'
      *>               cols  6-13  holiday date (YYYYMMDD)
      *>               cols 15-44  holiday name
      *> Saturdays and Sundays are weekends without a card.  A
      *> holiday falling on a weekend is still marked a holiday and
      *> is flagged on the report, since it usually means the
      *> substitute weekday also needs a card.
      *>
      *> Every day of the year is generated; the last business day
      *> of each month is its month-end.  CALOLD days before the year
      *> are carried (back to WS-CALENDAR-KEEP-YEARS before it), days
      *> inside it are replaced, days after it are carried.  Business
      *> day numbers and processing dates are then worked out afresh
      *> over the whole file, so they always run unbroken from its
      *> first day.  The calendar may have no gaps: loading a year
      *> that does not join on to the years on CALOLD abends.
      *>
      *> Ends RC=0 when a new year was added, RC=4 when a year already
      *> on the calendar was replaced, RC=16 on a bad card, a gap in
      *> the calendar or a file failure.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-CARD-FILE ASSIGN TO CALCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CALENDAR-OLD-FILE ASSIGN TO CALOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-OLD-STATUS.

           SELECT CALENDAR-NEW-FILE ASSIGN TO CALNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-NEW-STATUS.

           SELECT REPORT-FILE ASSIGN TO CALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-CARD-FILE
           RECORDING MODE IS F.
       01  CALENDAR-CARD.
           05  CCD-CARD-TYPE               PIC X(04).
               88  CCD-YEAR-CARD           VALUE 'YEAR'.
               88  CCD-HOLIDAY-CARD        VALUE 'HOL '.
           05  FILLER                      PIC X(01).
           05  CCD-CARD-DATA               PIC X(75).
           05  CCD-YEAR-DATA REDEFINES CCD-CARD-DATA.
               10  CCD-YEAR-TEXT           PIC X(04).
               10  CCD-YEAR REDEFINES CCD-YEAR-TEXT
                                           PIC 9(04).
               10  FILLER                  PIC X(71).
           05  CCD-HOLIDAY-DATA REDEFINES CCD-CARD-DATA.
               10  CCD-HOLIDAY-DATE        PIC X(08).
               10  FILLER                  PIC X(01).
               10  CCD-HOLIDAY-NAME        PIC X(30).
               10  FILLER                  PIC X(36).

       FD  CALENDAR-OLD-FILE
           RECORDING MODE IS F.
           COPY STGCAL REPLACING ==:TAG:== BY ==CLO==.

       FD  CALENDAR-NEW-FILE
           RECORDING MODE IS F.
           COPY STGCAL REPLACING ==:TAG:== BY ==CLN==.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
      *>    Years of history carried ahead of the year loaded; with
      *>    the year itself and one loaded ahead this stays inside
      *>    STGCALND's WS-MAX-CALENDAR-DAYS.
       78  WS-CALENDAR-KEEP-YEARS          VALUE 9.
       78  WS-MAX-HOLIDAYS                 VALUE 60.

       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-OK                  VALUE '00'.

       01  WS-CAL-OLD-STATUS               PIC X(02).
           88  WS-CAL-OLD-OK               VALUE '00'.
           88  WS-CAL-OLD-MISSING          VALUE '35'.

       01  WS-CAL-NEW-STATUS               PIC X(02).
           88  WS-CAL-NEW-OK               VALUE '00'.

       01  WS-REPORT-STATUS                PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.

       01  WS-CARD-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF                 VALUE 'Y'.

       01  WS-OLD-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-OLD-EOF                  VALUE 'Y'.
       01  WS-CAL-OLD-OPEN-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-CAL-OLD-OPEN             VALUE 'Y'.

       01  WS-YEAR-WRITTEN-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-YEAR-WRITTEN             VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).

       01  WS-LOAD-YEAR                    PIC 9(04) VALUE ZERO.
       01  WS-LOAD-YEAR-TEXT REDEFINES WS-LOAD-YEAR
                                           PIC X(04).
       01  WS-KEEP-FROM-YEAR               PIC 9(04).
       01  WS-KEEP-FROM-YEAR-TEXT REDEFINES WS-KEEP-FROM-YEAR
                                           PIC X(04).

      *>    Holiday cards as read; a holiday is looked up here while
      *>    the year is generated.
       01  WS-HOLIDAY-USED-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-ENTRY OCCURS WS-MAX-HOLIDAYS TIMES.
               10  WS-HOL-DATE             PIC X(08).
               10  WS-HOL-NAME             PIC X(30).
       01  WS-HOL-IDX                      PIC 9(03).
       01  WS-HOL-FIND-DATE                PIC X(08).
       01  WS-HOL-FOUND-IDX                PIC 9(03).

      *>    The year being loaded, one entry per day.
       01  WS-YEAR-DAY-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-YEAR-TABLE.
           05  WS-YR-ENTRY OCCURS 366 TIMES.
               10  WS-YR-DATE              PIC X(08).
               10  WS-YR-DAY-TYPE          PIC X(01).
               10  WS-YR-MONTH-END-SWITCH  PIC X(01).
               10  WS-YR-DAY-OF-WEEK       PIC 9(01).
               10  WS-YR-HOLIDAY-NAME      PIC X(30).
       01  WS-YR-IDX                       PIC 9(03).
       01  WS-MONTH-FIRST-IDX              PIC 9(03).

       01  WS-MONTH-TABLE.
           05  WS-MON-ENTRY OCCURS 12 TIMES.
               10  WS-MON-BUSINESS-DAYS    PIC 9(02).
               10  WS-MON-HOLIDAYS         PIC 9(02).
               10  WS-MON-MONTH-END-DATE   PIC X(08).
       01  WS-MONTH                        PIC 9(02).
       01  WS-DAY                          PIC 9(02).
       01  WS-DAY-OF-WEEK                  PIC 9(01).

       01  WS-DAY-NAME-LIST.
           05  FILLER                      PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-LIST.
           05  WS-DAY-NAME OCCURS 7 TIMES  PIC X(03).

       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-YYYY           PIC 9(04).
           05  WS-EDIT-DATE-MM             PIC 9(02).
           05  WS-EDIT-DATE-DD             PIC 9(02).
       01  WS-EDIT-DATE-NUMBER REDEFINES WS-EDIT-DATE
                                           PIC 9(08).
       01  WS-DAYS-IN-MONTH                PIC 9(02).
       01  WS-LEAP-QUOTIENT                PIC 9(04).
       01  WS-LEAP-REMAINDER               PIC 9(04).
       01  WS-DATE-VALID-SWITCH            PIC X(01).
           88  WS-DATE-VALID               VALUE 'Y'.

      *>    Day numbers for the continuity check and the day of the
      *>    week; day 1 (1601-01-01) was a Monday.
       01  WS-DAY-NUMBER                   PIC 9(09).
       01  WS-LAST-DAY-NUMBER              PIC 9(09) VALUE ZERO.
       01  WS-LAST-DATE                    PIC X(08) VALUE SPACES.
       01  WS-WEEK-QUOTIENT                PIC 9(09).
       01  WS-WEEK-REMAINDER               PIC 9(01).

      *>    Running business day number and processing date, carried
      *>    from the first day written.
       01  WS-BUSINESS-DAY-NUMBER          PIC 9(07) VALUE ZERO.
       01  WS-LAST-BUSINESS-DATE           PIC X(08) VALUE SPACES.

       01  WS-CARD-READ-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-OLD-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-OLD-KEPT-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-OLD-DROPPED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-OLD-REPLACED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-YEAR-BUSINESS-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-YEAR-WEEKEND-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-YEAR-HOLIDAY-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-WEEKEND-HOLIDAY-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-NEW-WRITTEN-COUNT            PIC 9(09) VALUE ZERO.

       01  WS-PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       78  WS-PAGE-LINE-LIMIT              VALUE 56.

       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(40)
               VALUE 'STGCALMT - PROCESSING CALENDAR LOAD'.
           05  FILLER                      PIC X(82) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  WS-RPT-HEADING-PAGE         PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-RPT-CRITERIA-LINE.
           05  WS-RPT-CRITERIA-LABEL       PIC X(20).
           05  WS-RPT-CRITERIA-VALUE       PIC X(112).

       01  WS-RPT-MONTH-LINE.
           05  FILLER                      PIC X(06) VALUE 'MONTH '.
           05  WS-RPT-MONTH-YYYY           PIC 9(04).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  WS-RPT-MONTH-MM             PIC 9(02).
           05  FILLER                      PIC X(17)
               VALUE '  BUSINESS DAYS '.
           05  WS-RPT-MONTH-BUSINESS-DAYS  PIC Z9.
           05  FILLER                      PIC X(12)
               VALUE '  HOLIDAYS '.
           05  WS-RPT-MONTH-HOLIDAYS       PIC Z9.
           05  FILLER                      PIC X(13)
               VALUE '  MONTH-END '.
           05  WS-RPT-MONTH-END-DATE       PIC X(08).
           05  FILLER                      PIC X(65) VALUE SPACES.

       01  WS-RPT-HOLIDAY-LINE.
           05  FILLER                      PIC X(08) VALUE 'HOLIDAY '.
           05  WS-RPT-HOLIDAY-DATE         PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-HOLIDAY-DAY-NAME     PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-HOLIDAY-NAME         PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-HOLIDAY-NOTE         PIC X(20).
           05  FILLER                      PIC X(57) VALUE SPACES.

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
           PERFORM 0100-READ-CALENDAR-CARDS
           PERFORM 1000-BUILD-YEAR
           PERFORM 0200-OPEN-FILES
           PERFORM 2000-MERGE-CALENDAR
           IF WS-CAL-OLD-OPEN
               CLOSE CALENDAR-OLD-FILE
           END-IF
           CLOSE CALENDAR-NEW-FILE
           PERFORM 3000-REPORT-YEAR
           PERFORM 8000-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM 9900-DISPLAY-TOTALS
           IF WS-OLD-REPLACED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-READ-CALENDAR-CARDS.
      *>    Unlike the optional control cards elsewhere there is no
      *>    default here: without a YEAR card there is nothing to load.
           OPEN INPUT CALENDAR-CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY 'ABEND: UNABLE TO OPEN CALCARD - FILE STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           READ CALENDAR-CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ
           IF WS-CARD-EOF OR NOT CCD-YEAR-CARD
               DISPLAY 'ABEND: FIRST CALCARD MUST BE THE YEAR CARD'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CARD-READ-COUNT
           PERFORM 0150-EDIT-YEAR-CARD
           PERFORM UNTIL WS-CARD-EOF
               READ CALENDAR-CARD-FILE
                   AT END
                       SET WS-CARD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-READ-COUNT
                       PERFORM 0160-EDIT-HOLIDAY-CARD
               END-READ
           END-PERFORM
           CLOSE CALENDAR-CARD-FILE.

       0150-EDIT-YEAR-CARD.
      *>    The day of the week is worked from day 1 of the date
      *>    arithmetic, 1601-01-01, so no earlier year can be loaded.
           IF CCD-YEAR IS NOT NUMERIC OR CCD-YEAR < 1601
               DISPLAY 'ABEND: CALCARD YEAR NOT A VALID YEAR: '
                   CCD-YEAR-TEXT
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CCD-YEAR TO WS-LOAD-YEAR
           COMPUTE WS-KEEP-FROM-YEAR =
               WS-LOAD-YEAR - WS-CALENDAR-KEEP-YEARS.

       0160-EDIT-HOLIDAY-CARD.
           IF NOT CCD-HOLIDAY-CARD
               DISPLAY 'ABEND: CALCARD ' WS-CARD-READ-COUNT
                   ' IS NOT A HOL CARD: ' CCD-CARD-TYPE
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-DATE-VALID-SWITCH
           IF CCD-HOLIDAY-DATE IS NUMERIC
               MOVE CCD-HOLIDAY-DATE TO WS-EDIT-DATE
               PERFORM 0170-VALIDATE-DATE
           END-IF
           IF NOT WS-DATE-VALID
               DISPLAY 'ABEND: HOLIDAY DATE "' CCD-HOLIDAY-DATE
                   '" IS NOT A VALID YYYYMMDD DATE'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EDIT-DATE-YYYY NOT = WS-LOAD-YEAR
               DISPLAY 'ABEND: HOLIDAY ' CCD-HOLIDAY-DATE
                   ' IS NOT IN THE YEAR BEING LOADED, ' WS-LOAD-YEAR
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CCD-HOLIDAY-DATE TO WS-HOL-FIND-DATE
           PERFORM 1210-FIND-HOLIDAY
           IF WS-HOL-FOUND-IDX > ZERO
               DISPLAY 'ABEND: HOLIDAY ' CCD-HOLIDAY-DATE
                   ' IS ON MORE THAN ONE HOL CARD'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HOLIDAY-USED-COUNT >= WS-MAX-HOLIDAYS
               DISPLAY 'ABEND: MORE THAN ' WS-MAX-HOLIDAYS
                   ' HOLIDAY CARDS - RAISE WS-MAX-HOLIDAYS'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOLIDAY-USED-COUNT
           MOVE CCD-HOLIDAY-DATE TO WS-HOL-DATE(WS-HOLIDAY-USED-COUNT)
           MOVE CCD-HOLIDAY-NAME TO WS-HOL-NAME(WS-HOLIDAY-USED-COUNT).

       0170-VALIDATE-DATE.
      *>    The same calendar test STGEDIT's 1110-VALIDATE-RUN-DATE
      *>    applies to a header run date.
           MOVE 'N' TO WS-DATE-VALID-SWITCH
           IF WS-EDIT-DATE-MM >= 1 AND WS-EDIT-DATE-MM <= 12
               PERFORM 0180-SET-DAYS-IN-MONTH
               IF WS-EDIT-DATE-DD >= 1
                       AND WS-EDIT-DATE-DD <= WS-DAYS-IN-MONTH
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

       0180-SET-DAYS-IN-MONTH.
           EVALUATE WS-EDIT-DATE-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 0190-SET-FEBRUARY-DAYS
           END-EVALUATE.

       0190-SET-FEBRUARY-DAYS.
      *>    Leap year: divisible by 4, except century years, which
      *>    must be divisible by 400.
           MOVE 28 TO WS-DAYS-IN-MONTH
           DIVIDE WS-EDIT-DATE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-DAYS-IN-MONTH
               DIVIDE WS-EDIT-DATE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-EDIT-DATE-YYYY BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

       0200-OPEN-FILES.
      *>    No CALOLD means this is the first year on the calendar.
           OPEN INPUT CALENDAR-OLD-FILE
           EVALUATE TRUE
               WHEN WS-CAL-OLD-OK
                   SET WS-CAL-OLD-OPEN TO TRUE
               WHEN WS-CAL-OLD-MISSING
                   DISPLAY 'STGCALMT: NO PRIOR CALENDAR - STARTING ONE'
                   SET WS-OLD-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ABEND: UNABLE TO OPEN CALOLD - FILE STATUS '
                       WS-CAL-OLD-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT CALENDAR-NEW-FILE
           IF NOT WS-CAL-NEW-OK
               DISPLAY 'ABEND: UNABLE TO OPEN CALNEW - FILE STATUS '
                   WS-CAL-NEW-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN CALRPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING
           MOVE 'RUN DATE' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'YEAR LOADED' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-LOAD-YEAR-TEXT TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'HISTORY KEPT FROM' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-KEEP-FROM-YEAR-TEXT TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       1000-BUILD-YEAR.
      *>    The day of the week of 1 January fixes every other day of
      *>    the year; it is stepped on one day at a time from there.
           MOVE WS-LOAD-YEAR TO WS-EDIT-DATE-YYYY
           MOVE 01 TO WS-EDIT-DATE-MM
           MOVE 01 TO WS-EDIT-DATE-DD
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-NUMBER)
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEK-REMAINDER
           IF WS-WEEK-REMAINDER = ZERO
               MOVE 7 TO WS-DAY-OF-WEEK
           ELSE
               MOVE WS-WEEK-REMAINDER TO WS-DAY-OF-WEEK
           END-IF
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               PERFORM 1100-BUILD-MONTH
           END-PERFORM.

       1100-BUILD-MONTH.
           MOVE ZERO TO WS-MON-BUSINESS-DAYS(WS-MONTH)
           MOVE ZERO TO WS-MON-HOLIDAYS(WS-MONTH)
           MOVE SPACES TO WS-MON-MONTH-END-DATE(WS-MONTH)
           MOVE WS-MONTH TO WS-EDIT-DATE-MM
           PERFORM 0180-SET-DAYS-IN-MONTH
           COMPUTE WS-MONTH-FIRST-IDX = WS-YEAR-DAY-COUNT + 1
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-DAYS-IN-MONTH
               PERFORM 1200-BUILD-DAY
           END-PERFORM
           PERFORM 1300-MARK-MONTH-END.

       1200-BUILD-DAY.
           MOVE WS-DAY TO WS-EDIT-DATE-DD
           ADD 1 TO WS-YEAR-DAY-COUNT
           MOVE WS-YEAR-DAY-COUNT TO WS-YR-IDX
           MOVE WS-EDIT-DATE TO WS-YR-DATE(WS-YR-IDX)
           MOVE WS-DAY-OF-WEEK TO WS-YR-DAY-OF-WEEK(WS-YR-IDX)
           MOVE 'N' TO WS-YR-MONTH-END-SWITCH(WS-YR-IDX)
           MOVE SPACES TO WS-YR-HOLIDAY-NAME(WS-YR-IDX)
           MOVE WS-EDIT-DATE TO WS-HOL-FIND-DATE
           PERFORM 1210-FIND-HOLIDAY
           EVALUATE TRUE
               WHEN WS-HOL-FOUND-IDX > ZERO
                   MOVE 'H' TO WS-YR-DAY-TYPE(WS-YR-IDX)
                   MOVE WS-HOL-NAME(WS-HOL-FOUND-IDX)
                       TO WS-YR-HOLIDAY-NAME(WS-YR-IDX)
                   ADD 1 TO WS-YEAR-HOLIDAY-COUNT
                   ADD 1 TO WS-MON-HOLIDAYS(WS-MONTH)
                   IF WS-DAY-OF-WEEK > 5
                       ADD 1 TO WS-WEEKEND-HOLIDAY-COUNT
                   END-IF
               WHEN WS-DAY-OF-WEEK > 5
                   MOVE 'W' TO WS-YR-DAY-TYPE(WS-YR-IDX)
                   ADD 1 TO WS-YEAR-WEEKEND-COUNT
               WHEN OTHER
                   MOVE 'B' TO WS-YR-DAY-TYPE(WS-YR-IDX)
                   ADD 1 TO WS-YEAR-BUSINESS-COUNT
                   ADD 1 TO WS-MON-BUSINESS-DAYS(WS-MONTH)
           END-EVALUATE
           ADD 1 TO WS-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK > 7
               MOVE 1 TO WS-DAY-OF-WEEK
           END-IF.

       1210-FIND-HOLIDAY.
      *>    Looks up the date in WS-HOL-FIND-DATE.
           MOVE ZERO TO WS-HOL-FOUND-IDX
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOLIDAY-USED-COUNT
                       OR WS-HOL-FOUND-IDX > ZERO
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-HOL-FIND-DATE
                   MOVE WS-HOL-IDX TO WS-HOL-FOUND-IDX
               END-IF
           END-PERFORM.

       1300-MARK-MONTH-END.
      *>    Walks back from the month's last day to its last business
      *>    day; a month with none has no month-end.
           MOVE WS-YEAR-DAY-COUNT TO WS-YR-IDX
           PERFORM UNTIL WS-YR-IDX < WS-MONTH-FIRST-IDX
                   OR WS-MON-MONTH-END-DATE(WS-MONTH) NOT = SPACES
               IF WS-YR-DAY-TYPE(WS-YR-IDX) = 'B'
                   MOVE 'Y' TO WS-YR-MONTH-END-SWITCH(WS-YR-IDX)
                   MOVE WS-YR-DATE(WS-YR-IDX)
                       TO WS-MON-MONTH-END-DATE(WS-MONTH)
               END-IF
               SUBTRACT 1 FROM WS-YR-IDX
           END-PERFORM.

       2000-MERGE-CALENDAR.
      *>    CALOLD is in date order, so its days fall before, inside
      *>    or after the year; the year goes out when the first day
      *>    after it turns up, or at the end if none does.
           PERFORM UNTIL WS-OLD-EOF
               READ CALENDAR-OLD-FILE
                   AT END
                       SET WS-OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OLD-READ-COUNT
                       PERFORM 2100-CARRY-OLD-DAY
               END-READ
           END-PERFORM
           IF NOT WS-YEAR-WRITTEN
               PERFORM 2200-WRITE-NEW-YEAR
           END-IF.

       2100-CARRY-OLD-DAY.
           EVALUATE TRUE
               WHEN CLO-DATE(1:4) < WS-KEEP-FROM-YEAR-TEXT
                   ADD 1 TO WS-OLD-DROPPED-COUNT
               WHEN CLO-DATE(1:4) = WS-LOAD-YEAR-TEXT
                   ADD 1 TO WS-OLD-REPLACED-COUNT
               WHEN OTHER
                   IF CLO-DATE(1:4) > WS-LOAD-YEAR-TEXT
                           AND NOT WS-YEAR-WRITTEN
                       PERFORM 2200-WRITE-NEW-YEAR
                   END-IF
                   ADD 1 TO WS-OLD-KEPT-COUNT
                   MOVE CLO-CALENDAR-RECORD TO CLN-CALENDAR-RECORD
                   PERFORM 8500-WRITE-CALENDAR-DAY
           END-EVALUATE.

       2200-WRITE-NEW-YEAR.
           IF WS-OLD-REPLACED-COUNT > 0
               DISPLAY 'STGCALMT: WARNING - ' WS-LOAD-YEAR
                   ' WAS ALREADY ON THE CALENDAR - REPLACED'
           END-IF
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YEAR-DAY-COUNT
               MOVE SPACES TO CLN-CALENDAR-RECORD
               MOVE WS-YR-DATE(WS-YR-IDX) TO CLN-DATE
               MOVE WS-YR-DAY-TYPE(WS-YR-IDX) TO CLN-DAY-TYPE
               MOVE WS-YR-MONTH-END-SWITCH(WS-YR-IDX)
                   TO CLN-MONTH-END-SWITCH
               MOVE WS-YR-DAY-OF-WEEK(WS-YR-IDX) TO CLN-DAY-OF-WEEK
               MOVE WS-YR-HOLIDAY-NAME(WS-YR-IDX) TO CLN-HOLIDAY-NAME
               PERFORM 8500-WRITE-CALENDAR-DAY
           END-PERFORM
           SET WS-YEAR-WRITTEN TO TRUE.

       3000-REPORT-YEAR.
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               MOVE WS-LOAD-YEAR TO WS-RPT-MONTH-YYYY
               MOVE WS-MONTH TO WS-RPT-MONTH-MM
               MOVE WS-MON-BUSINESS-DAYS(WS-MONTH)
                   TO WS-RPT-MONTH-BUSINESS-DAYS
               MOVE WS-MON-HOLIDAYS(WS-MONTH) TO WS-RPT-MONTH-HOLIDAYS
               MOVE WS-MON-MONTH-END-DATE(WS-MONTH)
                   TO WS-RPT-MONTH-END-DATE
               MOVE WS-RPT-MONTH-LINE TO REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YEAR-DAY-COUNT
               IF WS-YR-DAY-TYPE(WS-YR-IDX) = 'H'
                   PERFORM 3100-REPORT-HOLIDAY
               END-IF
           END-PERFORM.

       3100-REPORT-HOLIDAY.
           MOVE WS-YR-DATE(WS-YR-IDX) TO WS-RPT-HOLIDAY-DATE
           MOVE WS-DAY-NAME(WS-YR-DAY-OF-WEEK(WS-YR-IDX))
               TO WS-RPT-HOLIDAY-DAY-NAME
           MOVE WS-YR-HOLIDAY-NAME(WS-YR-IDX) TO WS-RPT-HOLIDAY-NAME
           IF WS-YR-DAY-OF-WEEK(WS-YR-IDX) > 5
               MOVE 'FALLS ON A WEEKEND' TO WS-RPT-HOLIDAY-NOTE
           ELSE
               MOVE SPACES TO WS-RPT-HOLIDAY-NOTE
           END-IF
           MOVE WS-RPT-HOLIDAY-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8000-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'CALENDAR CARDS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CARD-READ-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'BUSINESS DAYS IN YEAR' TO WS-RPT-TOTAL-LABEL
           MOVE WS-YEAR-BUSINESS-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'WEEKEND DAYS IN YEAR' TO WS-RPT-TOTAL-LABEL
           MOVE WS-YEAR-WEEKEND-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'HOLIDAYS IN YEAR' TO WS-RPT-TOTAL-LABEL
           MOVE WS-YEAR-HOLIDAY-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'HOLIDAYS FALLING ON A WEEKEND' TO WS-RPT-TOTAL-LABEL
           MOVE WS-WEEKEND-HOLIDAY-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'PRIOR CALENDAR DAYS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-OLD-READ-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'PRIOR DAYS KEPT' TO WS-RPT-TOTAL-LABEL
           MOVE WS-OLD-KEPT-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'PRIOR DAYS REPLACED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-OLD-REPLACED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'PRIOR DAYS DROPPED (TOO OLD)' TO WS-RPT-TOTAL-LABEL
           MOVE WS-OLD-DROPPED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CALENDAR DAYS WRITTEN' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NEW-WRITTEN-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE WS-RPT-END-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8500-WRITE-CALENDAR-DAY.
      *>    Every day written must be the day after the one before;
      *>    the business day number and processing date are carried
      *>    on from the first day of the file.
           IF CLN-DATE IS NOT NUMERIC
               DISPLAY 'ABEND: CALOLD DATE "' CLN-DATE
                   '" IS NOT A DATE'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CLN-DATE TO WS-EDIT-DATE
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-NUMBER)
           IF WS-LAST-DAY-NUMBER > ZERO
                   AND WS-DAY-NUMBER NOT = WS-LAST-DAY-NUMBER + 1
               DISPLAY 'ABEND: CALENDAR WOULD NOT RUN ON FROM '
                   WS-LAST-DATE ' TO ' CLN-DATE
                   ' - LOAD THE YEARS BETWEEN FIRST'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DAY-NUMBER TO WS-LAST-DAY-NUMBER
           MOVE CLN-DATE TO WS-LAST-DATE
           IF CLN-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAY-NUMBER
               MOVE CLN-DATE TO WS-LAST-BUSINESS-DATE
           END-IF
           MOVE WS-BUSINESS-DAY-NUMBER TO CLN-BUSINESS-DAY-NUMBER
           MOVE WS-LAST-BUSINESS-DATE TO CLN-PROCESSING-DATE
           WRITE CLN-CALENDAR-RECORD
           IF NOT WS-CAL-NEW-OK
               DISPLAY 'ABEND: UNABLE TO WRITE CALNEW - FILE STATUS '
                   WS-CAL-NEW-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-WRITTEN-COUNT.

       9000-WRITE-REPORT-RECORD.
           IF WS-LINE-COUNT >= WS-PAGE-LINE-LIMIT
               PERFORM 9100-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE CALRPT - FILE STATUS '
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
               DISPLAY 'ABEND: UNABLE TO WRITE CALRPT - FILE STATUS '
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
           DISPLAY 'STGCALMT YEAR LOADED          ' WS-LOAD-YEAR
           DISPLAY 'STGCALMT BUSINESS DAYS IN YEAR '
               WS-YEAR-BUSINESS-COUNT
           DISPLAY 'STGCALMT HOLIDAYS IN YEAR     '
               WS-YEAR-HOLIDAY-COUNT
           DISPLAY 'STGCALMT PRIOR DAYS READ      ' WS-OLD-READ-COUNT
           DISPLAY 'STGCALMT PRIOR DAYS REPLACED  '
               WS-OLD-REPLACED-COUNT
           DISPLAY 'STGCALMT PRIOR DAYS DROPPED   '
               WS-OLD-DROPPED-COUNT
           DISPLAY 'STGCALMT CALENDAR DAYS WRITTEN '
               WS-NEW-WRITTEN-COUNT.
