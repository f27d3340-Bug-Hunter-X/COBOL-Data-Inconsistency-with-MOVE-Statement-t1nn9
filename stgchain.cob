       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGCHAIN.
      *>****************************************************************
      *> STGCHAIN - nightly chain control, CALLed by every chain
      *> step (STGEDIT, STGXFER, STGMERGE, STGBAL, STGDELTA,
      *> STGSCRN, STGAPPLY, STGSREL, STGCAPR, STGSUMM, STGARCH) at
      *> start and at clean end.  A
      *> step rerun by mistake after it already finished does real
      *> damage - STGAPPLY counts every key's MST-APPLY-COUNT twice,
      *> STGARCH archives an empty live trail - and STGNIGHT only
      *> notices the morning after.  So each step asks here first:
      *>   BEGIN - reads tonight's record on CHAINCTL (STGCHAIN.cpy,
      *>           created on the first step of the night) and
      *>           refuses a step already stamped complete unless
      *>           FORCE is given for it; otherwise marks the step
      *>           started and lets it run
      *>   END   - stamps the step complete (RC=4 or better) or
      *>           failed (RC=8 or worse) with its end timestamp and
      *>           return code
      *> A step that abends never reaches END and stays 'started',
      *> which is what STGCHSTS reports as the step to resume from.
      *> The call interface is STGCHREQ.cpy.
      *>
      *> The night's run date is the one-card date dataset RUNDATE
      *> (cols 1-8, YYYYMMDD) every step of the night is given, not
      *> the clock - a chain that runs past midnight, or is
      *> restarted the next morning, must still find its own
      *> record.  A missing or invalid date card abends: a step
      *> that cannot tell which night it belongs to must not run.
      *>
      *> FORCE comes from the optional one-card dataset FORCECRD,
      *> read on BEGIN, so a step needs no PARM of its own:
      *>   cols  1-5   FORCE
      *>   cols  7-14  the step name it is for
      *> A card naming another step is ignored (and said so), so a
      *> FORCE card left on the rerun of one step cannot wave a
      *> later step past its slot; a missing or blank card is no
      *> FORCE.  STGXFER can still pass FORCE from its PARM, which
      *> counts the same.
      *>
      *> CHAINCTL is opened and closed on every call so nothing is
      *> held across the step; a first-ever run seeds it the way
      *> STGAPPLY seeds STGMASTR.  RC=16 (STOP RUN, ending the
      *> calling step with it) on a bad date card, an unknown step
      *> name or a file failure.
      *>
      *> Every BEGIN that lets a step run and every END also append
      *> a start or end record to the step-timing log STEPLOG
      *> (STGSTEPL.cpy) - step name, RUNDATE, clock timestamp, and
      *> at the end the records processed and RC - which STGSLA
      *> measures against the batch-window deadlines.  A refused
      *> step does not run and is not logged.  A chain program with
      *> no slot (CRQ-TIMING-ONLY) is never looked up on CHAINCTL:
      *> its BEGIN and END only write the log.  STEPLOG is extended
      *> and closed again on every call, like CHAINCTL, so the
      *> partition transfers running side by side each hold it only
      *> for the one WRITE.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-DATE-CARD-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT FORCE-CARD-FILE ASSIGN TO FORCECRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FORCE-CARD-STATUS.

           SELECT CHAIN-CONTROL-FILE ASSIGN TO CHAINCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHN-RUN-DATE
               FILE STATUS IS WS-CHAIN-STATUS.

           SELECT STEP-TIMING-FILE ASSIGN TO STEPLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-DATE-CARD-FILE
           RECORDING MODE IS F.
       01  RUN-DATE-CARD.
           05  RDC-RUN-DATE                PIC X(08).
           05  FILLER                      PIC X(72).

       FD  FORCE-CARD-FILE
           RECORDING MODE IS F.
       01  FORCE-CARD.
           05  FRC-KEYWORD                 PIC X(05).
           05  FILLER                      PIC X(01).
           05  FRC-STEP-NAME               PIC X(08).
           05  FILLER                      PIC X(66).

       FD  CHAIN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY STGCHAIN.

       FD  STEP-TIMING-FILE
           RECORDING MODE IS F.
           COPY STGSTEPL REPLACING ==:TAG:== BY ==STL==.

       WORKING-STORAGE SECTION.
       COPY STGCHSTP.

       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-OK                  VALUE '00'.

       01  WS-FORCE-CARD-STATUS            PIC X(02).
           88  WS-FORCE-CARD-OK            VALUE '00'.

       01  WS-FORCE-SWITCH                 PIC X(01).
           88  WS-FORCE-GIVEN              VALUE 'Y'.

       01  WS-CHAIN-STATUS                 PIC X(02).
           88  WS-CHAIN-OK                 VALUE '00'.
           88  WS-CHAIN-NOT-FOUND          VALUE '23'.
           88  WS-CHAIN-MISSING            VALUE '35'.

       01  WS-TIMING-STATUS                PIC X(02).
           88  WS-TIMING-OK                VALUE '00'.
           88  WS-TIMING-MISSING           VALUE '35'.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-RUN-DATE                     PIC X(08).
       01  WS-SLOT                         PIC 9(02).

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
       COPY STGCHREQ.

       PROCEDURE DIVISION USING CHAIN-REQUEST.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           IF CRQ-TIMING-ONLY
               PERFORM 0500-LOG-TIMING-ONLY-STEP
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-FIND-STEP-SLOT
           EVALUATE TRUE
               WHEN CRQ-BEGIN
                   PERFORM 0200-READ-RUN-DATE-CARD
                   MOVE WS-RUN-DATE TO CRQ-RUN-DATE
                   PERFORM 0250-READ-FORCE-CARD
                   PERFORM 0300-OPEN-CHAIN-CONTROL
                   PERFORM 1000-BEGIN-STEP
               WHEN CRQ-END
                   MOVE CRQ-RUN-DATE TO WS-RUN-DATE
                   PERFORM 0300-OPEN-CHAIN-CONTROL
                   PERFORM 2000-END-STEP
               WHEN OTHER
                   DISPLAY 'ABEND: STGCHAIN CALLED WITH UNKNOWN '
                       'FUNCTION "' CRQ-FUNCTION '" BY '
                       CRQ-STEP-NAME
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           CLOSE CHAIN-CONTROL-FILE
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       0100-FIND-STEP-SLOT.
           MOVE ZERO TO WS-SLOT
           PERFORM VARYING WS-CHAIN-STEP-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-STEP-IDX > WS-CHAIN-STEP-COUNT
                       OR WS-SLOT > ZERO
               IF WS-CHAIN-STEP-NAME(WS-CHAIN-STEP-IDX)
                       = CRQ-STEP-NAME
                   MOVE WS-CHAIN-STEP-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = ZERO
               DISPLAY 'ABEND: STGCHAIN - ' CRQ-STEP-NAME
                   ' IS NOT A CHAIN STEP (SEE STGCHSTP)'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-READ-RUN-DATE-CARD.
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
           PERFORM 0210-VALIDATE-RUN-DATE
           IF NOT WS-DATE-VALID
               DISPLAY 'ABEND: RUNDATE "' WS-RUN-DATE
                   '" IS NOT A VALID YYYYMMDD DATE'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

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

       0250-READ-FORCE-CARD.
      *>    The caller's own FORCE (STGXFER's PARM) stands; a card
      *>    for this step adds it.
           MOVE 'N' TO WS-FORCE-SWITCH
           IF CRQ-FORCE
               SET WS-FORCE-GIVEN TO TRUE
           END-IF
           OPEN INPUT FORCE-CARD-FILE
           IF WS-FORCE-CARD-OK
               READ FORCE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0260-CHECK-FORCE-CARD
               END-READ
               CLOSE FORCE-CARD-FILE
           END-IF.

       0260-CHECK-FORCE-CARD.
           EVALUATE TRUE
               WHEN FORCE-CARD = SPACES
                   CONTINUE
               WHEN FRC-KEYWORD NOT = 'FORCE'
                   DISPLAY 'STGCHAIN: FORCECRD "' FRC-KEYWORD
                       '" IS NOT A FORCE CARD - IGNORED'
               WHEN FRC-STEP-NAME NOT = CRQ-STEP-NAME
                   DISPLAY 'STGCHAIN: FORCECRD IS FOR ' FRC-STEP-NAME
                       ', NOT ' CRQ-STEP-NAME ' - IGNORED'
               WHEN OTHER
                   SET WS-FORCE-GIVEN TO TRUE
           END-EVALUATE.

       0300-OPEN-CHAIN-CONTROL.
      *>    First-ever chain has no control file to open I-O, so a
      *>    file-not-found is seeded with an OPEN OUTPUT/CLOSE and
      *>    retried, the same pattern STGAPPLY's
      *>    0200-OPEN-MASTER-FILE uses.  Any other failure abends.
           OPEN I-O CHAIN-CONTROL-FILE
           IF WS-CHAIN-MISSING
               OPEN OUTPUT CHAIN-CONTROL-FILE
               IF WS-CHAIN-OK
                   CLOSE CHAIN-CONTROL-FILE
                   OPEN I-O CHAIN-CONTROL-FILE
               END-IF
           END-IF
           IF NOT WS-CHAIN-OK
               DISPLAY 'ABEND: UNABLE TO OPEN CHAINCTL - FILE STATUS '
                   WS-CHAIN-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO CHN-RUN-DATE
           READ CHAIN-CONTROL-FILE
           EVALUATE TRUE
               WHEN WS-CHAIN-OK
                   CONTINUE
               WHEN WS-CHAIN-NOT-FOUND
                   PERFORM 0350-ADD-CHAIN-RECORD
               WHEN OTHER
                   PERFORM 8800-ABEND-CHAIN-IO
           END-EVALUATE.

       0350-ADD-CHAIN-RECORD.
      *>    The first step of a night creates the night's record with
      *>    every slot named and not run.
           MOVE SPACES TO CHAIN-CONTROL-RECORD
           MOVE WS-RUN-DATE TO CHN-RUN-DATE
           PERFORM VARYING WS-CHAIN-STEP-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-STEP-IDX > WS-CHAIN-STEP-COUNT
               MOVE WS-CHAIN-STEP-NAME(WS-CHAIN-STEP-IDX)
                   TO CHN-STEP-NAME(WS-CHAIN-STEP-IDX)
               MOVE ZERO TO CHN-STEP-RETURN-CODE(WS-CHAIN-STEP-IDX)
               MOVE ZERO TO CHN-STEP-RUN-COUNT(WS-CHAIN-STEP-IDX)
               MOVE 'N' TO CHN-STEP-FORCED-SWITCH(WS-CHAIN-STEP-IDX)
           END-PERFORM
           WRITE CHAIN-CONTROL-RECORD
           IF NOT WS-CHAIN-OK
               PERFORM 8800-ABEND-CHAIN-IO
           END-IF.

       0400-WRITE-TIMING-RECORD.
      *>    Appends one start or end record to STEPLOG; the first
      *>    step ever to log finds no file and creates it.
           OPEN EXTEND STEP-TIMING-FILE
           IF WS-TIMING-MISSING
               OPEN OUTPUT STEP-TIMING-FILE
           END-IF
           IF NOT WS-TIMING-OK
               DISPLAY 'ABEND: UNABLE TO OPEN STEPLOG - FILE STATUS '
                   WS-TIMING-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO STL-STEP-TIMING-RECORD
           MOVE WS-RUN-DATE TO STL-RUN-DATE
           MOVE CRQ-STEP-NAME TO STL-STEP-NAME
           MOVE WS-CURRENT-TIMESTAMP TO STL-TIMESTAMP
           IF CRQ-BEGIN
               SET STL-IS-START TO TRUE
               MOVE ZERO TO STL-RECORDS-PROCESSED
               MOVE ZERO TO STL-RETURN-CODE
           ELSE
               SET STL-IS-END TO TRUE
               MOVE CRQ-RECORDS-PROCESSED TO STL-RECORDS-PROCESSED
               MOVE CRQ-STEP-RETURN-CODE TO STL-RETURN-CODE
           END-IF
           WRITE STL-STEP-TIMING-RECORD
           IF NOT WS-TIMING-OK
               DISPLAY 'ABEND: UNABLE TO WRITE STEPLOG - FILE STATUS '
                   WS-TIMING-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE STEP-TIMING-FILE.

       0500-LOG-TIMING-ONLY-STEP.
      *>    A step with no slot: BEGIN reads the night's date card the
      *>    same way and always lets the step run.
           EVALUATE TRUE
               WHEN CRQ-BEGIN
                   PERFORM 0200-READ-RUN-DATE-CARD
                   MOVE WS-RUN-DATE TO CRQ-RUN-DATE
               WHEN CRQ-END
                   MOVE CRQ-RUN-DATE TO WS-RUN-DATE
               WHEN OTHER
                   DISPLAY 'ABEND: STGCHAIN CALLED WITH UNKNOWN '
                       'FUNCTION "' CRQ-FUNCTION '" BY '
                       CRQ-STEP-NAME
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 0400-WRITE-TIMING-RECORD
           SET CRQ-GO TO TRUE.

       1000-BEGIN-STEP.
           IF CHN-STEP-COMPLETE(WS-SLOT) AND NOT WS-FORCE-GIVEN
               DISPLAY 'STGCHAIN: ' CRQ-STEP-NAME ' ALREADY '
                   'COMPLETED FOR RUN DATE ' WS-RUN-DATE ' AT '
                   CHN-STEP-END-TIMESTAMP(WS-SLOT)
                   ' - REFUSING TO RUN IT AGAIN'
               DISPLAY 'STGCHAIN: RERUN WITH A FORCE CARD FOR '
                   CRQ-STEP-NAME ' ON FORCECRD IF THIS RERUN IS '
                   'INTENDED'
               SET CRQ-REFUSED TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN CHN-STEP-COMPLETE(WS-SLOT)
                       DISPLAY 'STGCHAIN: ' CRQ-STEP-NAME
                           ' ALREADY COMPLETED FOR RUN DATE '
                           WS-RUN-DATE ' - FORCE REQUESTED, RUNNING'
                       SET CHN-STEP-FORCED(WS-SLOT) TO TRUE
                   WHEN CHN-STEP-STARTED(WS-SLOT)
                       DISPLAY 'STGCHAIN: ' CRQ-STEP-NAME
                           ' DID NOT COMPLETE ITS RUN STARTED AT '
                           CHN-STEP-START-TIMESTAMP(WS-SLOT)
                           ' - RERUNNING'
                       MOVE 'N' TO CHN-STEP-FORCED-SWITCH(WS-SLOT)
                   WHEN OTHER
                       MOVE 'N' TO CHN-STEP-FORCED-SWITCH(WS-SLOT)
               END-EVALUATE
               SET CHN-STEP-STARTED(WS-SLOT) TO TRUE
               MOVE WS-CURRENT-TIMESTAMP
                   TO CHN-STEP-START-TIMESTAMP(WS-SLOT)
               MOVE SPACES TO CHN-STEP-END-TIMESTAMP(WS-SLOT)
               MOVE ZERO TO CHN-STEP-RETURN-CODE(WS-SLOT)
               ADD 1 TO CHN-STEP-RUN-COUNT(WS-SLOT)
               REWRITE CHAIN-CONTROL-RECORD
               IF NOT WS-CHAIN-OK
                   PERFORM 8800-ABEND-CHAIN-IO
               END-IF
               PERFORM 0400-WRITE-TIMING-RECORD
               SET CRQ-GO TO TRUE
           END-IF.

       2000-END-STEP.
           IF CRQ-STEP-RETURN-CODE > 4
               SET CHN-STEP-FAILED(WS-SLOT) TO TRUE
           ELSE
               SET CHN-STEP-COMPLETE(WS-SLOT) TO TRUE
           END-IF
           MOVE WS-CURRENT-TIMESTAMP TO CHN-STEP-END-TIMESTAMP(WS-SLOT)
           MOVE CRQ-STEP-RETURN-CODE
               TO CHN-STEP-RETURN-CODE(WS-SLOT)
           REWRITE CHAIN-CONTROL-RECORD
           IF NOT WS-CHAIN-OK
               PERFORM 8800-ABEND-CHAIN-IO
           END-IF
           PERFORM 0400-WRITE-TIMING-RECORD
           SET CRQ-GO TO TRUE.

       8800-ABEND-CHAIN-IO.
           DISPLAY 'ABEND: CHAINCTL I-O FAILED FOR RUN DATE '
               CHN-RUN-DATE ' - FILE STATUS ' WS-CHAIN-STATUS
           MOVE 16 TO WS-ABEND-CODE
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
