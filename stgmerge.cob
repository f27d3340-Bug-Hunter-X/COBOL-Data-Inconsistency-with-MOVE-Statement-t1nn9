      *>
      *> The partition count (1-4) comes from the MERGECRD card,
      *> column 1, and must match the count the splitter ran with.
      *>
      *> The step runs under nightly chain control (STGCHAIN):
      *> it ends RC=8 without touching a file when CHAINCTL
      *> already shows it complete for tonight's RUNDATE, unless
      *> FORCECRD carries a FORCE card for it (see STGCHAIN), and
      *> has its slot stamped with its return code at clean end.
      *>****************************************************************

       ENVIRONMENT DIVISION.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       COPY STGCHREQ.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-BEGIN-CHAIN-STEP
           PERFORM 0100-GET-PARTITION-COUNT
           PERFORM 0200-OPEN-MERGED-OUTPUTS
           PERFORM VARYING WS-PARTITION-NUMBER FROM 1 BY 1
           CLOSE AUDIT-FILE
           CLOSE RECON-RPT-FILE
           PERFORM 9000-DISPLAY-TOTALS
           PERFORM 9950-END-CHAIN-STEP
           GOBACK.

       0050-BEGIN-CHAIN-STEP.
      *>    Asks STGCHAIN whether this step may run tonight (see
      *>    STGCHREQ.cpy) before anything is opened; a FORCE card
      *>    on FORCECRD is the deliberate way past a step already
      *>    stamped complete, the way OVERRIDE is for STGXFER's
      *>    ledger.
           SET CRQ-BEGIN TO TRUE
           MOVE 'STGMERGE' TO CRQ-STEP-NAME
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           IF CRQ-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-GET-PARTITION-COUNT.
      *>    Same card handling as STGSPLIT: a missing or blank card
      *>    means one partition, and the card is closed before the
           DISPLAY 'STGMERGE FEED RECORDS       ' WS-MERGED-FEED-COUNT
           DISPLAY 'STGMERGE AUDIT RECORDS      ' WS-MERGED-AUDIT-COUNT
           DISPLAY 'STGMERGE RECON RECORDS      ' WS-MERGED-RECON-COUNT.

       9950-END-CHAIN-STEP.
      *>    Stamps tonight's slot with the RC this step is ending
      *>    with; the CALL sets RETURN-CODE, so it is put back.
           MOVE RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-MERGED-FEED-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           MOVE CRQ-STEP-RETURN-CODE TO RETURN-CODE.
