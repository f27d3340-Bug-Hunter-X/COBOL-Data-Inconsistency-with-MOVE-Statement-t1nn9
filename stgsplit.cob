      *>
      *> The partition count (1-4) comes from the SPLITCRD card,
      *> column 1.
      *>
      *> The step keeps no CHAINCTL slot but is timed like every
      *> chain step: it logs its start and end on the step-timing
      *> log through STGCHAIN (CRQ-TIMING-ONLY), so it is given the
      *> night's RUNDATE card like the rest of the chain.
      *>****************************************************************

       ENVIRONMENT DIVISION.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       COPY STGCHREQ.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-BEGIN-CHAIN-STEP
           PERFORM 0100-GET-PARTITION-COUNT
           PERFORM 0200-COUNT-EXTRACT-RECORDS
           PERFORM 0300-OPEN-PARTITION-FILES
           PERFORM 1000-SPLIT-EXTRACT
           PERFORM 0900-CLOSE-PARTITION-FILES
           PERFORM 9000-DISPLAY-TOTALS
           PERFORM 9950-END-CHAIN-STEP
           GOBACK.

       0050-BEGIN-CHAIN-STEP.
      *>    Logs this step's start on the step-timing log (see
      *>    STGCHREQ.cpy) before anything is opened.  The step keeps
      *>    no CHAINCTL slot, so it is never refused.
           SET CRQ-BEGIN TO TRUE
           MOVE 'STGSPLIT' TO CRQ-STEP-NAME
           SET CRQ-TIMING-ONLY TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST.

       0100-GET-PARTITION-COUNT.
      *>    A missing or blank card means no fan-out was asked for:
      *>    one partition, which makes this step a straight copy and
                   ' RECORDS '
                   WS-PARTITION-RECORD-COUNT(WS-PARTITION-NUMBER)
           END-PERFORM.

       9950-END-CHAIN-STEP.
      *>    Logs this step's end with the RC it is ending with; the
      *>    CALL sets RETURN-CODE, so it is put back.
           MOVE RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-TOTAL-RECORD-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           MOVE CRQ-STEP-RETURN-CODE TO RETURN-CODE.
