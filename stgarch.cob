      *> The live files are only truncated after their archive copies
      *> and the new manifest are safely written and closed, so an
      *> abend anywhere in this program leaves the live trail intact.
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-CUTOVER-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO WS-CUTOVER-TIME
           PERFORM 3000-REBUILD-MANIFEST
           PERFORM 4000-TRUNCATE-LIVE-FILES
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
           MOVE 'STGARCH' TO CRQ-STEP-NAME
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           IF CRQ-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-COMPUTE-RETENTION-CUTOFF.
      *>    Walks the cutover date back WS-RETENTION-MONTHS months on
      *>    a whole-month calendar (the day of month rides along
           DISPLAY 'STGARCH MANIFEST RECORDS OUT   '
               WS-MANIFEST-OUT-COUNT
           DISPLAY 'STGARCH GENERATIONS PURGED     ' WS-PURGED-COUNT.

       9950-END-CHAIN-STEP.
      *>    Stamps tonight's slot with the RC this step is ending
      *>    with; the CALL sets RETURN-CODE, so it is put back.
           MOVE RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-AUDIT-RECORD-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           MOVE CRQ-STEP-RETURN-CODE TO RETURN-CODE.
