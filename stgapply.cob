      *> record per key per run - a duplicate usually means a doubled
      *> upstream extract).
      *>
      *> A detail key on the variance suspense file (SUSPENSE, the
      *> SUSPNEW STGSCRN just wrote - see STGSUSP.cpy) is not posted:
      *> a held key is skipped whatever the feed carries for it, and
      *> a rejected key is skipped while the feed goes on carrying
      *> the value the operator discarded.  The decision is STGSREL's
      *> to make, not this program's.  SUSPENSE is required - an
      *> apply that cannot see the holds would post exactly the
      *> changes the screen stopped.  The transfer has already
      *> audited the skipped value as if it went through, so every
      *> skip appends a 'HOLD' record to AUDITLOG (see STGAUDIT.cpy)
      *> carrying the value the master kept, and a reader replaying
      *> the trail sees the key as it really stands.
      *>
      *> Ends RC=0 when the feed applied clean, RC=4 when duplicate
      *> keys were flagged, RC=16 on a file failure.
      *>
      *> The step runs under nightly chain control (STGCHAIN):
      *> it ends RC=8 without touching a file when CHAINCTL
      *> already shows it complete for tonight's RUNDATE, unless
      *> FORCECRD carries a FORCE card for it (see STGCHAIN), and
      *> has its slot stamped with its return code at clean end.
      *>****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-FILE
           RECORDING MODE IS F.
           COPY STGMASTR.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY STGSUSP REPLACING ==:TAG:== BY ==SUS==.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY STGAUDIT.

       WORKING-STORAGE SECTION.
           COPY STGAREA.

      *>    Open suspense items run to tens, not thousands - an
      *>    in-storage table with a hard stop, as STGBKOUT keeps its
      *>    batch keys.
       78  WS-MAX-SUSPENSE                 VALUE 1000.

       01  WS-OUTBOUND-STATUS              PIC X(02).
           88  WS-OUTBOUND-OK               VALUE '00'.

           88  WS-MASTER-NOT-FOUND          VALUE '23'.
           88  WS-MASTER-MISSING            VALUE '35'.

       01  WS-SUSPENSE-STATUS              PIC X(02).
           88  WS-SUSPENSE-OK              VALUE '00'.

       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                 VALUE '00'.
           88  WS-AUDIT-MISSING            VALUE '35'.

       01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

      *>    month-end feed.
       01  WS-RUN-TIMESTAMP                PIC X(26).

       01  WS-SUSPENSE-USED-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-SUSPENSE-TABLE.
           05  WS-SUS-ENTRY OCCURS WS-MAX-SUSPENSE TIMES.
               10  WS-SUS-KEY               PIC X(15).
               10  WS-SUS-STATUS            PIC X(01).
                   88  WS-SUS-HELD         VALUE 'H'.
                   88  WS-SUS-REJECTED     VALUE 'X'.
               10  WS-SUS-AFTER-VALUE       PIC X(100).
       01  WS-SUS-IDX                      PIC 9(04).
       01  WS-SUSPENDED-SWITCH             PIC X(01).
           88  WS-KEY-SUSPENDED            VALUE 'Y'.

       01  WS-APPLY-KEY                    PIC X(15).
       01  WS-APPLY-RECORD-TYPE            PIC X(01).
       01  WS-BATCH-STATUS-KEY.
       01  WS-BATCH-STATUS-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-TRAILER-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-SKIPPED-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-HELD-SKIP-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-REJECTED-SKIP-COUNT          PIC 9(09) VALUE ZERO.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       COPY STGCHREQ.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-BEGIN-CHAIN-STEP
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM 0100-OPEN-FILES
           PERFORM UNTIL WS-EOF
           END-PERFORM
           CLOSE OUTBOUND-FILE
           CLOSE MASTER-FILE
           CLOSE AUDIT-FILE
           PERFORM 9000-DISPLAY-TOTALS
           IF WS-DUPLICATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9950-END-CHAIN-STEP
           GOBACK.

       0050-BEGIN-CHAIN-STEP.
      *>    Asks STGCHAIN whether this step may run tonight (see
      *>    STGCHREQ.cpy) before anything is opened; a FORCE card
      *>    on FORCECRD is the deliberate way past a step already
      *>    stamped complete, the way OVERRIDE is for STGXFER's
      *>    ledger.
           SET CRQ-BEGIN TO TRUE
           MOVE 'STGAPPLY' TO CRQ-STEP-NAME
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           IF CRQ-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT OUTBOUND-FILE
           IF NOT WS-OUTBOUND-OK
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-OPEN-MASTER-FILE
           PERFORM 0300-LOAD-SUSPENSE-TABLE
      *>    The transfer starts AUDITLOG afresh every night and
      *>    STGARCH archives it after this step, so tonight's HOLD
      *>    records are appended to tonight's trail.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN AUDITLOG - FILE STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-OPEN-MASTER-FILE.
      *>    First-ever apply has no master to open I-O, so a
               STOP RUN
           END-IF.

       0300-LOAD-SUSPENSE-TABLE.
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-SUSPENSE-OK
               DISPLAY 'ABEND: UNABLE TO OPEN SUSPENSE - FILE STATUS '
                   WS-SUSPENSE-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ SUSPENSE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 0350-LOAD-ONE-SUSPENSE
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       0350-LOAD-ONE-SUSPENSE.
           IF WS-SUSPENSE-USED-COUNT >= WS-MAX-SUSPENSE
               DISPLAY 'ABEND: MORE THAN ' WS-MAX-SUSPENSE
                   ' SUSPENSE ITEMS - RAISE WS-MAX-SUSPENSE'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SUSPENSE-USED-COUNT
           MOVE SUS-KEY TO WS-SUS-KEY(WS-SUSPENSE-USED-COUNT)
           MOVE SUS-STATUS TO WS-SUS-STATUS(WS-SUSPENSE-USED-COUNT)
           MOVE SUS-AFTER-VALUE
               TO WS-SUS-AFTER-VALUE(WS-SUSPENSE-USED-COUNT).

       1000-APPLY-FEED-RECORD.
      *>    The feed value's own type code says what this record
      *>    maintains: a detail keyed on its WS-AREA-2-DTL-KEY, or a
               WHEN WS-AREA-2-IS-DETAIL
                   MOVE WS-AREA-2-DTL-KEY TO WS-APPLY-KEY
                   MOVE 'D' TO WS-APPLY-RECORD-TYPE
                   PERFORM 1100-CHECK-SUSPENSE
                   IF WS-KEY-SUSPENDED
                       PERFORM 1200-AUDIT-HELD-VALUE
                   ELSE
                       PERFORM 2000-APPLY-MASTER-RECORD
                   END-IF
               WHEN WS-AREA-2-IS-HEADER
                   MOVE WS-AREA-2-HDR-BATCH-ID
                       TO WS-BATCH-STATUS-BATCH-ID
                       OUT-RECORD-NUMBER ' - SKIPPED'
           END-EVALUATE.

       1100-CHECK-SUSPENSE.
           MOVE 'N' TO WS-SUSPENDED-SWITCH
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUSPENSE-USED-COUNT
                       OR WS-KEY-SUSPENDED
               IF WS-SUS-KEY(WS-SUS-IDX) = WS-APPLY-KEY
                   EVALUATE TRUE
                       WHEN WS-SUS-HELD(WS-SUS-IDX)
                           SET WS-KEY-SUSPENDED TO TRUE
                           ADD 1 TO WS-HELD-SKIP-COUNT
                       WHEN WS-SUS-REJECTED(WS-SUS-IDX)
                               AND WS-SUS-AFTER-VALUE(WS-SUS-IDX) =
                                   WS-AREA-2
                           SET WS-KEY-SUSPENDED TO TRUE
                           ADD 1 TO WS-REJECTED-SKIP-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM.

       1200-AUDIT-HELD-VALUE.
      *>    The master is left as it stands; the HOLD record puts the
      *>    value it kept (spaces if the key is not on it) on the
      *>    trail behind the transfer's record of the skipped value.
           MOVE WS-APPLY-KEY TO MST-KEY
           READ MASTER-FILE
           MOVE SPACES TO AUDIT-RECORD
           EVALUATE TRUE
               WHEN WS-MASTER-OK
                   MOVE MST-VALUE TO AUD-SOURCE-VALUE
               WHEN WS-MASTER-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   PERFORM 8000-ABEND-MASTER-IO
           END-EVALUATE
           MOVE WS-RUN-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 'HOLD' TO AUD-XFER-MODE
           MOVE WS-AREA-2 TO AUD-TARGET-VALUE
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE AUDITLOG - FILE STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APPLY-MASTER-RECORD.
      *>    A READ hit overlays the whole MASTER-RECORD, so the
      *>    caller's record type travels in WS-APPLY-RECORD-TYPE and
           DISPLAY 'STGAPPLY BATCH STATUS APPLIED '
               WS-BATCH-STATUS-COUNT
           DISPLAY 'STGAPPLY TRAILERS BYPASSED    ' WS-TRAILER-COUNT
           DISPLAY 'STGAPPLY RECORDS SKIPPED      ' WS-SKIPPED-COUNT
           DISPLAY 'STGAPPLY HELD KEYS SKIPPED    ' WS-HELD-SKIP-COUNT
           DISPLAY 'STGAPPLY REJECTED KEYS SKIPPED'
               WS-REJECTED-SKIP-COUNT.

       9950-END-CHAIN-STEP.
      *>    Stamps tonight's slot with the RC this step is ending
      *>    with; the CALL sets RETURN-CODE, so it is put back.
           MOVE RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-FEED-READ-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           MOVE CRQ-STEP-RETURN-CODE TO RETURN-CODE.
