       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGCHSTS.
      *>****************************************************************
      *> STGCHSTS - nightly chain status and restart point.  Reads
      *> tonight's record on the chain control file CHAINCTL
      *> (STGCHAIN.cpy, keyed by the RUNDATE date card every chain
      *> step is given) and prints on CHSTRPT one line per chain
      *> step in running order (STGCHSTP.cpy) - not run, started
      *> and never ended, complete, or ended RC=8 or worse - with
      *> its run count, timestamps and return code, then the step
      *> the night resumes from.  After an abend the operator reruns
      *> from the step named here, and everything before it refuses
      *> to run again anyway.
      *>
      *> The resume point is the first step in running order that is
      *> not complete.  STGXFER and STGMERGE share the transfer: the
      *> transfer is done when either is complete; otherwise the one
      *> that was started is named, or both when neither ran.  Steps
      *> already complete beyond the resume point (run out of order)
      *> are counted on the report - they will refuse to run again
      *> unless given FORCE.
      *>
      *> A night with no record yet (no step has started) resumes
      *> from the first step.  Ends RC=0 when the chain is complete
      *> for the night, RC=4 when there is a step to resume from,
      *> RC=16 on a bad date card or a file failure.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-DATE-CARD-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CHAIN-CONTROL-FILE ASSIGN TO CHAINCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHN-RUN-DATE
               FILE STATUS IS WS-CHAIN-STATUS.

           SELECT REPORT-FILE ASSIGN TO CHSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-DATE-CARD-FILE
           RECORDING MODE IS F.
       01  RUN-DATE-CARD.
           05  RDC-RUN-DATE                PIC X(08).
           05  FILLER                      PIC X(72).

       FD  CHAIN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY STGCHAIN.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STGCHSTP.

       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-OK                  VALUE '00'.

       01  WS-CHAIN-STATUS                 PIC X(02).
           88  WS-CHAIN-OK                 VALUE '00'.
           88  WS-CHAIN-NOT-FOUND          VALUE '23'.
           88  WS-CHAIN-MISSING            VALUE '35'.

       01  WS-REPORT-STATUS                PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.

       01  WS-RUN-DATE                     PIC X(08).

       01  WS-RECORD-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-RECORD-FOUND             VALUE 'Y'.

       01  WS-RESUME-STEP                  PIC X(40) VALUE SPACES.
       01  WS-RESUME-SLOT                  PIC 9(02) VALUE ZERO.
       01  WS-AHEAD-COUNT                  PIC 9(02) VALUE ZERO.

       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-YYYY           PIC 9(04).
           05  WS-EDIT-DATE-MM             PIC 9(02).
           05  WS-EDIT-DATE-DD             PIC 9(02).
       01  WS-DAYS-IN-MONTH                PIC 9(02).
       01  WS-LEAP-QUOTIENT                PIC 9(04).
       01  WS-LEAP-REMAINDER               PIC 9(04).
       01  WS-DATE-VALID-SWITCH            PIC X(01).
           88  WS-DATE-VALID               VALUE 'Y'.

       01  WS-PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       78  WS-PAGE-LINE-LIMIT              VALUE 56.

       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(40)
               VALUE 'STGCHSTS - NIGHTLY CHAIN STATUS'.
           05  FILLER                      PIC X(82) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  WS-RPT-HEADING-PAGE         PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-RPT-CRITERIA-LINE.
           05  WS-RPT-CRITERIA-LABEL       PIC X(20).
           05  WS-RPT-CRITERIA-VALUE       PIC X(112).

       01  WS-RPT-STEP-LINE.
           05  FILLER                      PIC X(05) VALUE 'STEP '.
           05  WS-RPT-STEP-NAME            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-STEP-STATUS          PIC X(20).
           05  FILLER                      PIC X(07) VALUE '  RUNS '.
           05  WS-RPT-STEP-RUNS            PIC ZZ9.
           05  FILLER                      PIC X(10)
               VALUE '  STARTED '.
           05  WS-RPT-STEP-STARTED         PIC X(26).
           05  FILLER                      PIC X(08) VALUE '  ENDED '.
           05  WS-RPT-STEP-ENDED           PIC X(26).
           05  FILLER                      PIC X(05) VALUE '  RC '.
           05  WS-RPT-STEP-RC              PIC X(04).
           05  FILLER                      PIC X(08) VALUE SPACES.

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
           PERFORM 0200-READ-CHAIN-RECORD
           PERFORM 0300-OPEN-REPORT
           PERFORM VARYING WS-CHAIN-STEP-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-STEP-IDX > WS-CHAIN-STEP-COUNT
               PERFORM 1000-REPORT-ONE-STEP
           END-PERFORM
           PERFORM 2000-FIND-RESUME-POINT
           PERFORM 3000-REPORT-RESUME-POINT
           CLOSE REPORT-FILE
           IF WS-RESUME-SLOT = ZERO
               DISPLAY 'STGCHSTS: CHAIN COMPLETE FOR RUN DATE '
                   WS-RUN-DATE
           ELSE
               DISPLAY 'STGCHSTS: RUN DATE ' WS-RUN-DATE
                   ' RESUME FROM ' WS-RESUME-STEP
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-READ-RUN-DATE-CARD.
           MOVE SPACES TO WS-RUN-DATE
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
           PERFORM 0110-VALIDATE-RUN-DATE
           IF NOT WS-DATE-VALID
               DISPLAY 'ABEND: RUNDATE "' WS-RUN-DATE
                   '" IS NOT A VALID YYYYMMDD DATE'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-VALIDATE-RUN-DATE.
      *>    The same calendar test STGEDIT's 1110-VALIDATE-RUN-DATE
      *>    applies to a header run date.
           MOVE 'N' TO WS-DATE-VALID-SWITCH
           IF WS-RUN-DATE IS NUMERIC
               MOVE WS-RUN-DATE TO WS-EDIT-DATE
               IF WS-EDIT-DATE-MM >= 1 AND WS-EDIT-DATE-MM <= 12
                   PERFORM 0120-SET-DAYS-IN-MONTH
                   IF WS-EDIT-DATE-DD >= 1
                           AND WS-EDIT-DATE-DD <= WS-DAYS-IN-MONTH
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       0120-SET-DAYS-IN-MONTH.
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
                   PERFORM 0130-SET-FEBRUARY-DAYS
           END-EVALUATE.

       0130-SET-FEBRUARY-DAYS.
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

       0200-READ-CHAIN-RECORD.
      *>    No control file, or no record for the date, is a night no
      *>    step has started: every slot is shown not run.
           OPEN INPUT CHAIN-CONTROL-FILE
           EVALUATE TRUE
               WHEN WS-CHAIN-OK
                   MOVE WS-RUN-DATE TO CHN-RUN-DATE
                   READ CHAIN-CONTROL-FILE
                   EVALUATE TRUE
                       WHEN WS-CHAIN-OK
                           SET WS-RECORD-FOUND TO TRUE
                       WHEN WS-CHAIN-NOT-FOUND
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'ABEND: UNABLE TO READ CHAINCTL - '
                               'FILE STATUS ' WS-CHAIN-STATUS
                           MOVE 16 TO WS-ABEND-CODE
                           MOVE WS-ABEND-CODE TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
                   CLOSE CHAIN-CONTROL-FILE
               WHEN WS-CHAIN-MISSING
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ABEND: UNABLE TO OPEN CHAINCTL - FILE '
                       'STATUS ' WS-CHAIN-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF NOT WS-RECORD-FOUND
               MOVE SPACES TO CHAIN-CONTROL-RECORD
               MOVE WS-RUN-DATE TO CHN-RUN-DATE
               PERFORM VARYING WS-CHAIN-STEP-IDX FROM 1 BY 1
                       UNTIL WS-CHAIN-STEP-IDX > WS-CHAIN-STEP-COUNT
                   MOVE WS-CHAIN-STEP-NAME(WS-CHAIN-STEP-IDX)
                       TO CHN-STEP-NAME(WS-CHAIN-STEP-IDX)
                   MOVE ZERO TO CHN-STEP-RETURN-CODE(WS-CHAIN-STEP-IDX)
                   MOVE ZERO TO CHN-STEP-RUN-COUNT(WS-CHAIN-STEP-IDX)
                   MOVE 'N'
                       TO CHN-STEP-FORCED-SWITCH(WS-CHAIN-STEP-IDX)
               END-PERFORM
           END-IF.

       0300-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN CHSTRPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING
           MOVE 'RUN DATE' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-RUN-DATE TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           IF NOT WS-RECORD-FOUND
               MOVE 'CHAIN CONTROL' TO WS-RPT-CRITERIA-LABEL
               MOVE 'NO RECORD FOR THIS RUN DATE - NO STEP HAS STARTED'
                   TO WS-RPT-CRITERIA-VALUE
               PERFORM 9200-WRITE-CRITERIA-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       1000-REPORT-ONE-STEP.
           MOVE CHN-STEP-NAME(WS-CHAIN-STEP-IDX) TO WS-RPT-STEP-NAME
           EVALUATE TRUE
               WHEN CHN-STEP-COMPLETE(WS-CHAIN-STEP-IDX)
                       AND CHN-STEP-FORCED(WS-CHAIN-STEP-IDX)
                   MOVE 'COMPLETE (FORCED)' TO WS-RPT-STEP-STATUS
               WHEN CHN-STEP-COMPLETE(WS-CHAIN-STEP-IDX)
                   MOVE 'COMPLETE' TO WS-RPT-STEP-STATUS
               WHEN CHN-STEP-STARTED(WS-CHAIN-STEP-IDX)
                   MOVE 'STARTED, NOT ENDED' TO WS-RPT-STEP-STATUS
               WHEN CHN-STEP-FAILED(WS-CHAIN-STEP-IDX)
                   MOVE 'ENDED IN ERROR' TO WS-RPT-STEP-STATUS
               WHEN OTHER
                   MOVE 'NOT RUN' TO WS-RPT-STEP-STATUS
           END-EVALUATE
           MOVE CHN-STEP-RUN-COUNT(WS-CHAIN-STEP-IDX)
               TO WS-RPT-STEP-RUNS
           MOVE CHN-STEP-START-TIMESTAMP(WS-CHAIN-STEP-IDX)
               TO WS-RPT-STEP-STARTED
           MOVE CHN-STEP-END-TIMESTAMP(WS-CHAIN-STEP-IDX)
               TO WS-RPT-STEP-ENDED
           IF CHN-STEP-COMPLETE(WS-CHAIN-STEP-IDX)
                   OR CHN-STEP-FAILED(WS-CHAIN-STEP-IDX)
               MOVE CHN-STEP-RETURN-CODE(WS-CHAIN-STEP-IDX)
                   TO WS-RPT-STEP-RC
           ELSE
               MOVE SPACES TO WS-RPT-STEP-RC
           END-IF
           MOVE WS-RPT-STEP-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       2000-FIND-RESUME-POINT.
      *>    First step in running order not complete; the STGMERGE
      *>    slot is judged together with STGXFER's, as one transfer.
           MOVE ZERO TO WS-RESUME-SLOT
           PERFORM VARYING WS-CHAIN-STEP-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-STEP-IDX > WS-CHAIN-STEP-COUNT
               EVALUATE TRUE
                   WHEN WS-CHAIN-STEP-IDX = WS-CHAIN-MERGE-SLOT
                       CONTINUE
                   WHEN WS-CHAIN-STEP-IDX = WS-CHAIN-XFER-SLOT
                       PERFORM 2100-CHECK-TRANSFER
                   WHEN CHN-STEP-COMPLETE(WS-CHAIN-STEP-IDX)
                       CONTINUE
                   WHEN WS-RESUME-SLOT = ZERO
                       MOVE WS-CHAIN-STEP-IDX TO WS-RESUME-SLOT
                       MOVE CHN-STEP-NAME(WS-CHAIN-STEP-IDX)
                           TO WS-RESUME-STEP
               END-EVALUATE
               IF WS-RESUME-SLOT > ZERO
                       AND WS-CHAIN-STEP-IDX > WS-RESUME-SLOT
                       AND CHN-STEP-COMPLETE(WS-CHAIN-STEP-IDX)
                   ADD 1 TO WS-AHEAD-COUNT
               END-IF
           END-PERFORM.

       2100-CHECK-TRANSFER.
           IF CHN-STEP-COMPLETE(WS-CHAIN-XFER-SLOT)
                   OR CHN-STEP-COMPLETE(WS-CHAIN-MERGE-SLOT)
               CONTINUE
           ELSE
               IF WS-RESUME-SLOT = ZERO
                   MOVE WS-CHAIN-XFER-SLOT TO WS-RESUME-SLOT
                   EVALUATE TRUE
                       WHEN NOT CHN-STEP-NOT-RUN(WS-CHAIN-MERGE-SLOT)
                           MOVE CHN-STEP-NAME(WS-CHAIN-MERGE-SLOT)
                               TO WS-RESUME-STEP
                       WHEN NOT CHN-STEP-NOT-RUN(WS-CHAIN-XFER-SLOT)
                           MOVE CHN-STEP-NAME(WS-CHAIN-XFER-SLOT)
                               TO WS-RESUME-STEP
                       WHEN OTHER
                           MOVE 'STGXFER, OR STGMERGE IF PARTITIONED'
                               TO WS-RESUME-STEP
                   END-EVALUATE
               END-IF
           END-IF.

       3000-REPORT-RESUME-POINT.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'RESUME FROM' TO WS-RPT-CRITERIA-LABEL
           IF WS-RESUME-SLOT = ZERO
               MOVE 'NOTHING - CHAIN COMPLETE FOR THE NIGHT'
                   TO WS-RPT-CRITERIA-VALUE
           ELSE
               MOVE WS-RESUME-STEP TO WS-RPT-CRITERIA-VALUE
           END-IF
           PERFORM 9200-WRITE-CRITERIA-LINE
           IF WS-AHEAD-COUNT > ZERO
               MOVE 'STEPS COMPLETE AHEAD OF RESUME POINT'
                   TO WS-RPT-TOTAL-LABEL
               MOVE WS-AHEAD-COUNT TO WS-RPT-TOTAL-COUNT
               MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
               PERFORM 9000-WRITE-REPORT-RECORD
           END-IF
           MOVE WS-RPT-END-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       9000-WRITE-REPORT-RECORD.
           IF WS-LINE-COUNT >= WS-PAGE-LINE-LIMIT
               PERFORM 9100-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE CHSTRPT - FILE STATUS '
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
               DISPLAY 'ABEND: UNABLE TO WRITE CHSTRPT - FILE STATUS '
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
