       01  WS-OVERRIDE-FLAG                PIC X(08) VALUE SPACES.
           88  WS-OVERRIDE-REQUESTED       VALUE 'OVERRIDE'.

       01  WS-FORCE-FLAG                   PIC X(08) VALUE SPACES.
           88  WS-FORCE-REQUESTED          VALUE 'FORCE'.

       01  WS-PARTITION-FLAG               PIC X(08) VALUE SPACES.
           88  WS-PARTITION-RUN            VALUE 'PART'.

       01  WS-PARM-TOKEN-A                 PIC X(08).
       01  WS-PARM-TOKEN-B                 PIC X(08).
       01  WS-PARM-TOKEN-C                 PIC X(08).
       01  WS-PARM-TOKEN-D                 PIC X(08).
       01  WS-PARM-TOKEN                   PIC X(08).

       COPY STGCHREQ.

      *>    The processing date tonight's batches are expected to
      *>    carry - the last business day on or before the RUNDATE,
      *>    from the processing calendar - see
      *>    0340-CHECK-PROCESSING-DATE.  A batch dated otherwise still
      *>    transfers, but the run ends no better than RC=4 so the
      *>    scheduler sees it.
       COPY STGCALRQ.
       01  WS-EXPECTED-PROC-DATE           PIC X(08) VALUE SPACES.
       01  WS-PROC-DATE-OFF-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-PROC-DATE-WARN-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-PROC-DATE-WARNING        VALUE 'Y'.

       01  WS-TOLERANCE-STATUS             PIC X(02).
           88  WS-TOLERANCE-OK              VALUE '00'.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP
           PERFORM 0100-GET-XFER-MODE
           PERFORM 0120-BEGIN-CHAIN-STEP
           PERFORM 0150-GET-TOLERANCE
           PERFORM 0200-VALIDATE-AREA-WIDTHS
           PERFORM 0300-INIT-RESTART
           PERFORM 0320-IDENTIFY-BATCH
           PERFORM 0340-CHECK-PROCESSING-DATE
           PERFORM 0350-CHECK-RUN-LEDGER
           OPEN INPUT STAGE-IN-FILE
           IF NOT WS-STAGE-IN-OK
           PERFORM 8500-RECORD-RUN-COMPLETION
           PERFORM 8800-GRADE-RETURN-CODE
           PERFORM 9000-WRITE-RUN-SUMMARY
           PERFORM 9950-END-CHAIN-STEP
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           GOBACK.

       0100-GET-XFER-MODE.
      *>    Reads the XFER-MODE PARM card ('COPY' or 'REF') and up to
      *>    four further tokens, in any order: RESTART, which
      *>    explicitly asks this run to resume from the checkpoint
      *>    left in RESTARTF instead of starting a fresh run;
      *>    OVERRIDE, which deliberately runs a batch past the
      *>    run-control ledger check for a legitimate reprocess (see
      *>    0350-CHECK-RUN-LEDGER); FORCE, which deliberately reruns
      *>    a transfer the chain control file already shows complete
      *>    tonight (see 0120-BEGIN-CHAIN-STEP); and PART, which
      *>    marks this run as one STGSPLIT partition of a
      *>    partitioned night.  Defaults to COPY and no option when
      *>    the job supplies no PARM, or only the first token, at
      *>    all - an ordinary rerun must ask for RESTART, OVERRIDE or
      *>    FORCE by name, so it is never silently treated as a
      *>    resume, nor silently let past the ledger or the chain.
           MOVE SPACES TO WS-RESTART-FLAG
           MOVE SPACES TO WS-OVERRIDE-FLAG
           MOVE SPACES TO WS-FORCE-FLAG
           MOVE SPACES TO WS-PARTITION-FLAG
           MOVE SPACES TO WS-PARM-TOKEN-A
           MOVE SPACES TO WS-PARM-TOKEN-B
           MOVE SPACES TO WS-PARM-TOKEN-C
           MOVE SPACES TO WS-PARM-TOKEN-D
           IF LK-PARM-LEN > 0
               UNSTRING LK-PARM-TEXT(1:LK-PARM-LEN) DELIMITED BY SPACE
                   INTO WS-XFER-MODE WS-PARM-TOKEN-A WS-PARM-TOKEN-B
                        WS-PARM-TOKEN-C WS-PARM-TOKEN-D
           END-IF
           IF WS-XFER-MODE = SPACES
               MOVE 'COPY' TO WS-XFER-MODE
           END-IF
           MOVE WS-PARM-TOKEN-A TO WS-PARM-TOKEN
           PERFORM 0110-NOTE-PARM-OPTION
           MOVE WS-PARM-TOKEN-B TO WS-PARM-TOKEN
           PERFORM 0110-NOTE-PARM-OPTION
           MOVE WS-PARM-TOKEN-C TO WS-PARM-TOKEN
           PERFORM 0110-NOTE-PARM-OPTION
           MOVE WS-PARM-TOKEN-D TO WS-PARM-TOKEN
           PERFORM 0110-NOTE-PARM-OPTION.

       0110-NOTE-PARM-OPTION.
           EVALUATE WS-PARM-TOKEN
               WHEN 'RESTART'
                   MOVE 'RESTART' TO WS-RESTART-FLAG
               WHEN 'OVERRIDE'
                   MOVE 'OVERRIDE' TO WS-OVERRIDE-FLAG
               WHEN 'FORCE'
                   MOVE 'FORCE' TO WS-FORCE-FLAG
               WHEN 'PART'
                   MOVE 'PART' TO WS-PARTITION-FLAG
           END-EVALUATE.

       0120-BEGIN-CHAIN-STEP.
      *>    Asks STGCHAIN whether the transfer may run tonight (see
      *>    STGCHREQ.cpy) before anything is opened.  A partition
      *>    run keeps no slot of its own: several run side by side
      *>    and STGMERGE's slot stands for the partitioned transfer,
      *>    while the run ledger still guards each batch.  It is
      *>    still timed on the step-timing log under STGXFER.  A
      *>    restart after an abend finds the slot only started and
      *>    runs.
           SET CRQ-BEGIN TO TRUE
           MOVE 'STGXFER' TO CRQ-STEP-NAME
           IF WS-PARTITION-RUN
               SET CRQ-TIMING-ONLY TO TRUE
           END-IF
           IF WS-FORCE-REQUESTED
               SET CRQ-FORCE TO TRUE
           END-IF
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           IF CRQ-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0150-GET-TOLERANCE.
           MOVE SPACE TO WS-RBT-TRAILER-STATE(WS-RUN-BATCH-IDX)
           MOVE 'N' TO WS-RBT-LEDGERED-SWITCH(WS-RUN-BATCH-IDX).

       0340-CHECK-PROCESSING-DATE.
      *>    Compares every batch's HDR-RUN-DATE with the processing
      *>    date the calendar gives for tonight's RUNDATE.  STGEDIT
      *>    has already refused a header that is no business day of
      *>    its window; this catches the narrower case of a good
      *>    business day that is not tonight's - yesterday's extract
      *>    sent again, or tomorrow's sent early.  A RUNDATE the
      *>    calendar does not carry cannot be checked at all, which
      *>    is itself worth the warning.
           SET CLQ-PROCESSING-NIGHT TO TRUE
           CALL 'STGCALND' USING CALENDAR-REQUEST
           IF CLQ-NOT-ON-CALENDAR
                   OR CLQ-PROCESSING-DATE = SPACES
               DISPLAY 'STGXFER: WARNING - RUNDATE ' CLQ-DATE
                   ' IS NOT ON THE PROCESSING CALENDAR - BATCH RUN '
                   'DATES NOT CHECKED'
               SET WS-PROC-DATE-WARNING TO TRUE
           ELSE
               MOVE CLQ-PROCESSING-DATE TO WS-EXPECTED-PROC-DATE
               PERFORM VARYING WS-RUN-BATCH-IDX FROM 1 BY 1
                       UNTIL WS-RUN-BATCH-IDX > WS-RUN-BATCH-COUNT
                   IF WS-RBT-RUN-DATE(WS-RUN-BATCH-IDX)
                           NOT = WS-EXPECTED-PROC-DATE
                       ADD 1 TO WS-PROC-DATE-OFF-COUNT
                       SET WS-PROC-DATE-WARNING TO TRUE
                       DISPLAY 'STGXFER: WARNING - BATCH '
                           WS-RBT-BATCH-ID(WS-RUN-BATCH-IDX)
                           ' RUN DATE '
                           WS-RBT-RUN-DATE(WS-RUN-BATCH-IDX)
                           ' IS NOT THE EXPECTED PROCESSING DATE '
                           WS-EXPECTED-PROC-DATE
                   END-IF
               END-PERFORM
           END-IF.

       0350-CHECK-RUN-LEDGER.
      *>    Refuses to transfer when the ledger already records ANY of
      *>    the extract's batches as completed, so an accidental plain
               DISPLAY 'STGXFER: RERUN WITH OVERRIDE ON THE PARM IF '
                   'THIS REPROCESS IS INTENDED'
               CLOSE RUN-LEDGER-FILE
      *>        0120 has already begun the step, so the refusal is
      *>        ended on the chain like any other RC=8.
               MOVE 8 TO WS-FINAL-RETURN-CODE
               PERFORM 9950-END-CHAIN-STEP
               MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

               MOVE 8 TO WS-FINAL-RETURN-CODE
               DISPLAY 'STGXFER: TRAILER OUT OF BALANCE - HOLDING '
                   'DOWNSTREAM JOBS RC=8'
           END-IF
      *>    A batch off tonight's processing date (see 0340) is a
      *>    warning only - the figures balanced - so it lifts a
      *>    clean run to RC=4 and leaves a worse grade alone.
           IF WS-PROC-DATE-WARNING
                   AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
               DISPLAY 'STGXFER: BATCH RUN DATE NOT THE EXPECTED '
                   'PROCESSING DATE - CONTINUING WITH WARNING RC=4'
           END-IF.

       9000-WRITE-RUN-SUMMARY.
           MOVE WS-RUN-BATCH-COUNT TO WS-SUMM-COUNT-EDITED
           PERFORM 9210-WRITE-COUNT-LINE
           PERFORM 9050-WRITE-BATCH-BREAKOUT
           MOVE 'EXPECTED PROCESSING DATE' TO WS-SUMM-LABEL
           IF WS-EXPECTED-PROC-DATE = SPACES
               MOVE 'NOT ON PROCESSING CALENDAR' TO WS-SUMM-VALUE
           ELSE
               MOVE WS-EXPECTED-PROC-DATE TO WS-SUMM-VALUE
           END-IF
           PERFORM 9200-WRITE-SUMMARY-LINE
           MOVE 'BATCHES OFF PROCESSING DATE' TO WS-SUMM-LABEL
           MOVE WS-PROC-DATE-OFF-COUNT TO WS-SUMM-COUNT-EDITED
           PERFORM 9210-WRITE-COUNT-LINE
           MOVE 'RECONCILE MISMATCH BYTES' TO WS-SUMM-LABEL
           MOVE WS-RECON-MISMATCH-COUNT TO WS-SUMM-COUNT-EDITED
           PERFORM 9210-WRITE-COUNT-LINE
           MOVE WS-CURRENT-RECORD-NUMBER TO OUT-RECORD-NUMBER
           MOVE WS-AREA-2-EFFECTIVE TO OUT-AREA-2-VALUE
           WRITE OUTBOUND-RECORD.

       9950-END-CHAIN-STEP.
      *>    Stamps tonight's STGXFER slot with the graded return code
      *>    (a partition run keeps no slot and is only timed - see
      *>    0120).
           MOVE WS-FINAL-RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-TRANSFER-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST.
