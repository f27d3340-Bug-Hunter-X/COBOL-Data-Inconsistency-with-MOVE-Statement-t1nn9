       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGCALND.
      *>****************************************************************
      *> STGCALND - processing-calendar lookup, CALLed by any program
      *> that needs to know whether a date is a business day, how
      *> many business days lie between two dates, or which business
      *> day tonight's extracts should carry.  The calendar itself is
      *> the CALENDAR file (STGCAL.cpy) STGCALMT maintains a year at
      *> a time; it is read into storage on the first call of the
      *> run and every later call is answered from the table.  The
      *> call interface is STGCALRQ.cpy:
      *>   LOOK - a date's entry
      *>   BDAY - the business day carrying a business day number
      *>   PROC - the entry for the night's run date on the RUNDATE
      *>          card every chain step is given (see STGCHAIN)
      *> A date or number not on the calendar comes back
      *> CLQ-NOT-ON-CALENDAR for the caller to judge; what to do about
      *> a calendar that has not been loaded far enough is the
      *> caller's question, not this module's.
      *>
      *> RC=16 (STOP RUN, ending the calling program with it) when
      *> CALENDAR cannot be opened or is out of date order, when the
      *> RUNDATE card is missing or invalid, or on an unknown
      *> function.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT RUN-DATE-CARD-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY STGCAL REPLACING ==:TAG:== BY ==CAL==.

       FD  RUN-DATE-CARD-FILE
           RECORDING MODE IS F.
       01  RUN-DATE-CARD.
           05  RDC-RUN-DATE                PIC X(08).
           05  FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.
      *>    Eleven years of days - the calendar STGCALMT keeps.
       78  WS-MAX-CALENDAR-DAYS            VALUE 4020.

       01  WS-CALENDAR-STATUS              PIC X(02).
           88  WS-CALENDAR-OK              VALUE '00'.

       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-OK                  VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-CALENDAR-LOADED-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-CALENDAR-LOADED          VALUE 'Y'.

       01  WS-RUN-DATE-READ-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-RUN-DATE-READ            VALUE 'Y'.
       01  WS-RUN-DATE                     PIC X(08) VALUE SPACES.

       01  WS-DAY-USED-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-CALENDAR-TABLE.
           05  WS-DAY-ENTRY OCCURS WS-MAX-CALENDAR-DAYS TIMES.
               10  WS-DAY-DATE              PIC X(08).
               10  WS-DAY-TYPE              PIC X(01).
               10  WS-DAY-MONTH-END-SWITCH  PIC X(01).
               10  WS-DAY-BUSINESS-NUMBER   PIC 9(07).
               10  WS-DAY-PROCESSING-DATE   PIC X(08).
       01  WS-DAY-IDX                      PIC 9(04).
       01  WS-DAY-FOUND-IDX                PIC 9(04).

       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-YYYY           PIC 9(04).
           05  WS-EDIT-DATE-MM             PIC 9(02).
           05  WS-EDIT-DATE-DD             PIC 9(02).
       01  WS-DAYS-IN-MONTH                PIC 9(02).
       01  WS-LEAP-QUOTIENT                PIC 9(04).
       01  WS-LEAP-REMAINDER               PIC 9(04).
       01  WS-DATE-VALID-SWITCH            PIC X(01).
           88  WS-DATE-VALID               VALUE 'Y'.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       LINKAGE SECTION.
       COPY STGCALRQ.

       PROCEDURE DIVISION USING CALENDAR-REQUEST.
       0000-MAIN.
           IF NOT WS-CALENDAR-LOADED
               PERFORM 0100-LOAD-CALENDAR
           END-IF
           MOVE ZERO TO WS-DAY-FOUND-IDX
           EVALUATE TRUE
               WHEN CLQ-LOOKUP-DATE
                   PERFORM 1000-FIND-DATE
               WHEN CLQ-LOOKUP-BUSINESS-DAY
                   PERFORM 2000-FIND-BUSINESS-DAY
               WHEN CLQ-PROCESSING-NIGHT
                   IF NOT WS-RUN-DATE-READ
                       PERFORM 0200-READ-RUN-DATE-CARD
                   END-IF
                   MOVE WS-RUN-DATE TO CLQ-DATE
                   PERFORM 1000-FIND-DATE
               WHEN OTHER
                   DISPLAY 'ABEND: STGCALND CALLED WITH UNKNOWN '
                       'FUNCTION "' CLQ-FUNCTION '"'
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-DAY-FOUND-IDX = ZERO
               SET CLQ-NOT-ON-CALENDAR TO TRUE
               MOVE SPACES TO CLQ-DAY-TYPE
               MOVE SPACES TO CLQ-MONTH-END-SWITCH
               MOVE ZERO TO CLQ-BUSINESS-DAY-NUMBER
               MOVE SPACES TO CLQ-PROCESSING-DATE
           ELSE
               SET CLQ-FOUND TO TRUE
               MOVE WS-DAY-DATE(WS-DAY-FOUND-IDX) TO CLQ-DATE
               MOVE WS-DAY-TYPE(WS-DAY-FOUND-IDX) TO CLQ-DAY-TYPE
               MOVE WS-DAY-MONTH-END-SWITCH(WS-DAY-FOUND-IDX)
                   TO CLQ-MONTH-END-SWITCH
               MOVE WS-DAY-BUSINESS-NUMBER(WS-DAY-FOUND-IDX)
                   TO CLQ-BUSINESS-DAY-NUMBER
               MOVE WS-DAY-PROCESSING-DATE(WS-DAY-FOUND-IDX)
                   TO CLQ-PROCESSING-DATE
           END-IF
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       0100-LOAD-CALENDAR.
      *>    The file must be in strict date order - STGCALMT writes
      *>    it that way, and the lookups stop at the first date past
      *>    the one asked for.
           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               DISPLAY 'ABEND: UNABLE TO OPEN CALENDAR - FILE STATUS '
                   WS-CALENDAR-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ CALENDAR-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 0150-TABLE-ONE-DAY
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           SET WS-CALENDAR-LOADED TO TRUE.

       0150-TABLE-ONE-DAY.
           IF WS-DAY-USED-COUNT >= WS-MAX-CALENDAR-DAYS
               DISPLAY 'ABEND: MORE THAN ' WS-MAX-CALENDAR-DAYS
                   ' DAYS ON CALENDAR - RAISE WS-MAX-CALENDAR-DAYS'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DAY-USED-COUNT > ZERO
               IF CAL-DATE NOT > WS-DAY-DATE(WS-DAY-USED-COUNT)
                   DISPLAY 'ABEND: CALENDAR OUT OF DATE ORDER AT '
                       CAL-DATE
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-DAY-USED-COUNT
           MOVE WS-DAY-USED-COUNT TO WS-DAY-IDX
           MOVE CAL-DATE TO WS-DAY-DATE(WS-DAY-IDX)
           MOVE CAL-DAY-TYPE TO WS-DAY-TYPE(WS-DAY-IDX)
           MOVE CAL-MONTH-END-SWITCH
               TO WS-DAY-MONTH-END-SWITCH(WS-DAY-IDX)
           MOVE CAL-BUSINESS-DAY-NUMBER
               TO WS-DAY-BUSINESS-NUMBER(WS-DAY-IDX)
           MOVE CAL-PROCESSING-DATE
               TO WS-DAY-PROCESSING-DATE(WS-DAY-IDX).

       0200-READ-RUN-DATE-CARD.
      *>    Read once per run, the way STGCHAIN reads it, and held.
           OPEN INPUT RUN-DATE-CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY 'ABEND: UNABLE TO OPEN RUNDATE - FILE STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-DATE-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RDC-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE RUN-DATE-CARD-FILE
           PERFORM 0210-VALIDATE-RUN-DATE
           IF NOT WS-DATE-VALID
               DISPLAY 'ABEND: RUNDATE "' WS-RUN-DATE
                   '" IS NOT A VALID YYYYMMDD DATE'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-RUN-DATE-READ TO TRUE.

       0210-VALIDATE-RUN-DATE.
      *>    The same calendar test STGEDIT's 1110-VALIDATE-RUN-DATE
      *>    applies to a header run date.
           MOVE 'N' TO WS-DATE-VALID-SWITCH
           IF WS-RUN-DATE IS NUMERIC
               MOVE WS-RUN-DATE TO WS-EDIT-DATE
               IF WS-EDIT-DATE-MM >= 1 AND WS-EDIT-DATE-MM <= 12
                   PERFORM 0220-SET-DAYS-IN-MONTH
                   IF WS-EDIT-DATE-DD >= 1
                           AND WS-EDIT-DATE-DD <= WS-DAYS-IN-MONTH
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       0220-SET-DAYS-IN-MONTH.
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
                   PERFORM 0230-SET-FEBRUARY-DAYS
           END-EVALUATE.

       0230-SET-FEBRUARY-DAYS.
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

       1000-FIND-DATE.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-USED-COUNT
                       OR WS-DAY-FOUND-IDX > ZERO
                       OR WS-DAY-DATE(WS-DAY-IDX) > CLQ-DATE
               IF WS-DAY-DATE(WS-DAY-IDX) = CLQ-DATE
                   MOVE WS-DAY-IDX TO WS-DAY-FOUND-IDX
               END-IF
           END-PERFORM.

       2000-FIND-BUSINESS-DAY.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-USED-COUNT
                       OR WS-DAY-FOUND-IDX > ZERO
                       OR WS-DAY-BUSINESS-NUMBER(WS-DAY-IDX) >
                           CLQ-BUSINESS-DAY-NUMBER
               IF WS-DAY-BUSINESS-NUMBER(WS-DAY-IDX) =
                       CLQ-BUSINESS-DAY-NUMBER
                       AND WS-DAY-TYPE(WS-DAY-IDX) = 'B'
                   MOVE WS-DAY-IDX TO WS-DAY-FOUND-IDX
               END-IF
           END-PERFORM.
