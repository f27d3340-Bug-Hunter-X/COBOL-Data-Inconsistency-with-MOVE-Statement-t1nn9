      *> Operations saves each night's OUTFEED as the next night's
      *> PRIORFD; the first-ever run matches against an empty PRIORFD
      *> and reports every key as an add, which is correct.
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
           PERFORM 1000-SORT-CURRENT-FEED
           PERFORM 1500-SORT-PRIOR-FEED
           PERFORM 2000-OPEN-MATCH-FILES
           CLOSE SORTED-PRIOR-FILE
           CLOSE DELTA-FILE
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
           MOVE 'STGDELTA' TO CRQ-STEP-NAME
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           IF CRQ-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-SORT-CURRENT-FEED.
      *>    Details only, keyed for the match; the record number rides
      *>    along so the delta can be traced back to the feed if a
           DISPLAY 'STGDELTA KEYS CHANGED         ' WS-CHANGE-COUNT
           DISPLAY 'STGDELTA KEYS DROPPED         ' WS-DROP-COUNT
           DISPLAY 'STGDELTA KEYS UNCHANGED       ' WS-UNCHANGED-COUNT.

       9950-END-CHAIN-STEP.
      *>    Stamps tonight's slot with the RC this step is ending
      *>    with; the CALL sets RETURN-CODE, so it is put back.
           MOVE RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-CURR-READ-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           MOVE CRQ-STEP-RETURN-CODE TO RETURN-CODE.
