       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGSCRN.
      *>****************************************************************
      *> STGSCRN - amount-variance screen between STGDELTA and
      *> STGAPPLY.  A detail whose amount jumps from 100.00 to a
      *> million overnight must not go live on the master on the
      *> feed's word alone, so every 'C' record on DELTAFD has the
      *> WS-AREA-n-DTL-AMOUNT in its DLT-BEFORE-VALUE compared with
      *> the one in its DLT-AFTER-VALUE, against a percentage and an
      *> absolute threshold from SCRNCARD.  A key that breaches
      *> either is written to the suspense file (STGSUSP.cpy) and
      *> STGAPPLY leaves it alone until an operator releases or
      *> rejects it on STGSREL.
      *>
      *> Screening card layout (fixed columns; a blank field takes
      *> that test out of play, but at least one must be given):
      *>   cols  1-5   percentage threshold, 999V99 (05000 = 50.00%)
      *>   cols  7-18  absolute threshold, in DTL-AMOUNT units
      *> A change breaches when the amount moves by MORE than the
      *> threshold; a move away from a zero amount breaches the
      *> percentage test whatever its size.  A missing or garbled
      *> card abends - running the screen with no thresholds would
      *> wave through exactly what it is here to stop.
      *>
      *> The suspense file is carried old-master/new-master
      *> (SUSPOLD in, SUSPNEW out, both in key order) by a match
      *> against DELTAFD, which STGDELTA writes in key order:
      *>   - a change on a key not in suspense is screened against
      *>     its before value and held if it breaches
      *>   - a change on a key already in suspense (held, or
      *>     rejected and now resent differently) is screened against
      *>     the item's before value - what the master still holds -
      *>     and either stays held with the new value or, back within
      *>     tolerance, closes so STGAPPLY posts it tonight
      *>   - a key dropped from the feed closes its item; the
      *>     transfer audited the held value when it was sent, so a
      *>     'HOLD' record (see STGAUDIT.cpy) with the value the
      *>     master kept is appended to AUDITLOG behind it
      *>   - every other item carries forward untouched
      *> The job points STGAPPLY's SUSPENSE at SUSPNEW.
      *>
      *> Ends RC=0 when nothing new was held, RC=4 when keys were
      *> held or re-held tonight (operations to review SCRNRPT),
      *> RC=16 on a bad card, an out-of-order input or a file
      *> failure.
      *>
      *> The step runs under nightly chain control (STGCHAIN):
      *> it ends RC=8 without touching a file when CHAINCTL
      *> already shows it complete for tonight's RUNDATE, unless
      *> FORCECRD carries a FORCE card for it (see STGCHAIN), and
      *> has its slot stamped with its return code at clean end.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-CARD-FILE ASSIGN TO SCRNCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT DELTA-FILE ASSIGN TO DELTAFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

           SELECT SUSPENSE-OLD-FILE ASSIGN TO SUSPOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-OLD-STATUS.

           SELECT SUSPENSE-NEW-FILE ASSIGN TO SUSPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-NEW-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO SCRNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-CARD-FILE
           RECORDING MODE IS F.
       01  SCREEN-CARD.
           05  SCC-PERCENT-TEXT            PIC X(05).
           05  SCC-PERCENT REDEFINES SCC-PERCENT-TEXT
                                           PIC 9(03)V99.
           05  FILLER                      PIC X(01).
           05  SCC-ABSOLUTE-TEXT           PIC X(12).
           05  SCC-ABSOLUTE REDEFINES SCC-ABSOLUTE-TEXT
                                           PIC 9(12).
           05  FILLER                      PIC X(62).

       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY STGDLTFD.

       FD  SUSPENSE-OLD-FILE
           RECORDING MODE IS F.
           COPY STGSUSP REPLACING ==:TAG:== BY ==OLD==.

       FD  SUSPENSE-NEW-FILE
           RECORDING MODE IS F.
           COPY STGSUSP REPLACING ==:TAG:== BY ==NEW==.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY STGAUDIT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
           COPY STGAREA.

       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-OK                  VALUE '00'.

       01  WS-DELTA-STATUS                 PIC X(02).
           88  WS-DELTA-OK                  VALUE '00'.

       01  WS-SUSP-OLD-STATUS              PIC X(02).
           88  WS-SUSP-OLD-OK              VALUE '00'.
           88  WS-SUSP-OLD-MISSING         VALUE '35'.

       01  WS-SUSP-NEW-STATUS              PIC X(02).
           88  WS-SUSP-NEW-OK              VALUE '00'.

       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-OK                 VALUE '00'.
           88  WS-AUDIT-MISSING            VALUE '35'.

       01  WS-REPORT-STATUS                PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.

       01  WS-DELTA-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-DELTA-EOF                VALUE 'Y'.

       01  WS-OLD-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-OLD-EOF                  VALUE 'Y'.

       01  WS-SUSP-OLD-OPEN-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-SUSP-OLD-OPEN            VALUE 'Y'.

       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-RUN-DATE                     PIC X(08).

      *>    The thresholds as taken from the card; each 88-level
      *>    answers "is this test in play at all".
       01  WS-PERCENT-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-PERCENT-IN-PLAY          VALUE 'Y'.
       01  WS-PERCENT-THRESHOLD            PIC 9(03)V99 VALUE ZERO.
       01  WS-ABSOLUTE-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-ABSOLUTE-IN-PLAY         VALUE 'Y'.
       01  WS-ABSOLUTE-THRESHOLD           PIC 9(12) VALUE ZERO.

      *>    Key-order guards: both inputs drive a match, so a key
      *>    lower than the one before it means a file out of order
      *>    and a match that would silently pair the wrong records.
       01  WS-LAST-DELTA-KEY               PIC X(15) VALUE LOW-VALUES.
       01  WS-LAST-OLD-KEY                 PIC X(15) VALUE LOW-VALUES.

      *>    Variance test work fields, set by 4000-TEST-VARIANCE from
      *>    WS-AREA-1 (baseline) and WS-AREA-2 (tonight's value).
       01  WS-BEFORE-AMOUNT                PIC 9(12).
       01  WS-AFTER-AMOUNT                 PIC 9(12).
       01  WS-DIFFERENCE                   PIC 9(12).
       01  WS-VARIANCE-PERCENT             PIC 9(09)V99.
       01  WS-BREACH-CODE                  PIC X(04).
           88  WS-NO-BREACH                VALUE SPACES.
       01  WS-PERCENT-BREACH-SWITCH        PIC X(01).
           88  WS-PERCENT-BREACH           VALUE 'Y'.
       01  WS-ABSOLUTE-BREACH-SWITCH       PIC X(01).
           88  WS-ABSOLUTE-BREACH          VALUE 'Y'.

       01  WS-DELTA-READ-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-SCREENED-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-HELD-COUNT                   PIC 9(09) VALUE ZERO.
       01  WS-REHELD-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-CLOSED-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-CARRIED-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-OLD-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-NEW-WRITE-COUNT              PIC 9(09) VALUE ZERO.

       01  WS-PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       78  WS-PAGE-LINE-LIMIT              VALUE 56.

       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(40)
               VALUE 'STGSCRN - AMOUNT VARIANCE SCREEN'.
           05  FILLER                      PIC X(82) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  WS-RPT-HEADING-PAGE         PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-RPT-CRITERIA-LINE.
           05  WS-RPT-CRITERIA-LABEL       PIC X(20).
           05  WS-RPT-CRITERIA-VALUE       PIC X(112).

       01  WS-RPT-PERCENT-EDIT             PIC ZZ9.99.
       01  WS-RPT-ABSOLUTE-EDIT            PIC Z(11)9.

       01  WS-RPT-ITEM-LINE.
           05  FILLER                      PIC X(04) VALUE 'KEY '.
           05  WS-RPT-ITEM-KEY             PIC X(15).
           05  FILLER                      PIC X(09)
               VALUE '  BEFORE '.
           05  WS-RPT-ITEM-BEFORE          PIC Z(11)9.
           05  FILLER                      PIC X(08) VALUE '  AFTER '.
           05  WS-RPT-ITEM-AFTER           PIC Z(11)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-ITEM-BREACH          PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-ITEM-DISPOSITION     PIC X(64).

       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOTAL-LABEL          PIC X(32).
           05  WS-RPT-TOTAL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(89) VALUE SPACES.

       01  WS-RPT-END-LINE.
           05  FILLER                      PIC X(21)
               VALUE '*** END OF REPORT ***'.
           05  FILLER                      PIC X(111) VALUE SPACES.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       COPY STGCHREQ.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-BEGIN-CHAIN-STEP
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM 0100-READ-SCREEN-CARD
           PERFORM 0200-OPEN-FILES
           PERFORM 0300-REPORT-CRITERIA
           PERFORM 2100-READ-DELTA
           PERFORM 2200-READ-OLD-SUSPENSE
           PERFORM UNTIL WS-DELTA-EOF AND WS-OLD-EOF
               PERFORM 3000-MATCH-ONE-KEY
           END-PERFORM
           CLOSE DELTA-FILE
           IF WS-SUSP-OLD-OPEN
               CLOSE SUSPENSE-OLD-FILE
           END-IF
           CLOSE SUSPENSE-NEW-FILE
           CLOSE AUDIT-FILE
           PERFORM 8000-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM 9900-DISPLAY-TOTALS
           IF WS-HELD-COUNT > 0 OR WS-REHELD-COUNT > 0
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
           MOVE 'STGSCRN' TO CRQ-STEP-NAME
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           IF CRQ-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-READ-SCREEN-CARD.
           OPEN INPUT SCREEN-CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY 'ABEND: UNABLE TO OPEN SCRNCARD - FILE STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           READ SCREEN-CARD-FILE
               AT END
                   MOVE SPACES TO SCREEN-CARD
           END-READ
           CLOSE SCREEN-CARD-FILE
           IF SCC-PERCENT-TEXT NOT = SPACES
               IF SCC-PERCENT-TEXT IS NOT NUMERIC
                   DISPLAY 'ABEND: SCRNCARD PERCENTAGE "'
                       SCC-PERCENT-TEXT '" IS NOT NUMERIC'
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-PERCENT-IN-PLAY TO TRUE
               MOVE SCC-PERCENT TO WS-PERCENT-THRESHOLD
           END-IF
           IF SCC-ABSOLUTE-TEXT NOT = SPACES
               IF SCC-ABSOLUTE-TEXT IS NOT NUMERIC
                   DISPLAY 'ABEND: SCRNCARD ABSOLUTE THRESHOLD "'
                       SCC-ABSOLUTE-TEXT '" IS NOT NUMERIC'
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-ABSOLUTE-IN-PLAY TO TRUE
               MOVE SCC-ABSOLUTE TO WS-ABSOLUTE-THRESHOLD
           END-IF
           IF NOT WS-PERCENT-IN-PLAY AND NOT WS-ABSOLUTE-IN-PLAY
               DISPLAY 'ABEND: SCRNCARD MUST GIVE A PERCENTAGE OR AN '
                   'ABSOLUTE THRESHOLD'
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-OPEN-FILES.
      *>    A missing SUSPOLD is the first screening run: nothing is
      *>    in suspense yet, and every key matches as not suspended.
           OPEN INPUT DELTA-FILE
           IF NOT WS-DELTA-OK
               DISPLAY 'ABEND: UNABLE TO OPEN DELTAFD - FILE STATUS '
                   WS-DELTA-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUSPENSE-OLD-FILE
           EVALUATE TRUE
               WHEN WS-SUSP-OLD-OK
                   SET WS-SUSP-OLD-OPEN TO TRUE
               WHEN WS-SUSP-OLD-MISSING
                   DISPLAY 'STGSCRN: NO PRIOR SUSPENSE FILE - '
                       'STARTING ONE'
                   SET WS-OLD-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ABEND: UNABLE TO OPEN SUSPOLD - FILE '
                       'STATUS ' WS-SUSP-OLD-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT SUSPENSE-NEW-FILE
           IF NOT WS-SUSP-NEW-OK
               DISPLAY 'ABEND: UNABLE TO OPEN SUSPNEW - FILE STATUS '
                   WS-SUSP-NEW-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
      *>    The screen runs after the night's transfer has started
      *>    AUDITLOG afresh, so its HOLD records join tonight's trail.
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
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN SCRNRPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING.

       0300-REPORT-CRITERIA.
           MOVE 'RUN DATE' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-RUN-DATE TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'PERCENT THRESHOLD' TO WS-RPT-CRITERIA-LABEL
           IF WS-PERCENT-IN-PLAY
               MOVE WS-PERCENT-THRESHOLD TO WS-RPT-PERCENT-EDIT
               MOVE WS-RPT-PERCENT-EDIT TO WS-RPT-CRITERIA-VALUE
           ELSE
               MOVE '(NOT TESTED)' TO WS-RPT-CRITERIA-VALUE
           END-IF
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'ABSOLUTE THRESHOLD' TO WS-RPT-CRITERIA-LABEL
           IF WS-ABSOLUTE-IN-PLAY
               MOVE WS-ABSOLUTE-THRESHOLD TO WS-RPT-ABSOLUTE-EDIT
               MOVE WS-RPT-ABSOLUTE-EDIT TO WS-RPT-CRITERIA-VALUE
           ELSE
               MOVE '(NOT TESTED)' TO WS-RPT-CRITERIA-VALUE
           END-IF
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       2100-READ-DELTA.
           READ DELTA-FILE
               AT END
                   SET WS-DELTA-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DELTA-READ-COUNT
                   IF DLT-KEY < WS-LAST-DELTA-KEY
                       DISPLAY 'ABEND: DELTAFD OUT OF KEY ORDER AT '
                           DLT-KEY
                       MOVE 16 TO WS-ABEND-CODE
                       MOVE WS-ABEND-CODE TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE DLT-KEY TO WS-LAST-DELTA-KEY
           END-READ.

       2200-READ-OLD-SUSPENSE.
           IF NOT WS-OLD-EOF
               READ SUSPENSE-OLD-FILE
                   AT END
                       SET WS-OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OLD-READ-COUNT
                       IF OLD-KEY < WS-LAST-OLD-KEY
                           DISPLAY 'ABEND: SUSPOLD OUT OF KEY ORDER AT '
                               OLD-KEY
                           MOVE 16 TO WS-ABEND-CODE
                           MOVE WS-ABEND-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE OLD-KEY TO WS-LAST-OLD-KEY
               END-READ
           END-IF.

       3000-MATCH-ONE-KEY.
      *>    Balance-line step over DELTAFD and the prior suspense, in
      *>    the shape of STGDELTA's 3000-MATCH-ONE-KEY: the leading
      *>    EOF arms drain whichever side outlives the other.
           EVALUATE TRUE
               WHEN WS-OLD-EOF
                   PERFORM 3100-SCREEN-NEW-DELTA
                   PERFORM 2100-READ-DELTA
               WHEN WS-DELTA-EOF
                   PERFORM 3300-CARRY-FORWARD
                   PERFORM 2200-READ-OLD-SUSPENSE
               WHEN DLT-KEY < OLD-KEY
                   PERFORM 3100-SCREEN-NEW-DELTA
                   PERFORM 2100-READ-DELTA
               WHEN DLT-KEY > OLD-KEY
                   PERFORM 3300-CARRY-FORWARD
                   PERFORM 2200-READ-OLD-SUSPENSE
               WHEN OTHER
                   PERFORM 3200-RESCREEN-SUSPENDED
                   PERFORM 2100-READ-DELTA
                   PERFORM 2200-READ-OLD-SUSPENSE
           END-EVALUATE.

       3100-SCREEN-NEW-DELTA.
      *>    Only a change has a before and an after to compare; adds
      *>    and drops on keys not in suspense pass straight through.
           IF DLT-IS-CHANGE
               ADD 1 TO WS-SCREENED-COUNT
               MOVE DLT-BEFORE-VALUE TO WS-AREA-1
               MOVE DLT-AFTER-VALUE TO WS-AREA-2
               PERFORM 4000-TEST-VARIANCE
               IF NOT WS-NO-BREACH
                   ADD 1 TO WS-HELD-COUNT
                   MOVE SPACES TO NEW-SUSPENSE-RECORD
                   MOVE DLT-KEY TO NEW-KEY
                   SET NEW-IS-HELD TO TRUE
                   MOVE WS-RUN-DATE TO NEW-HELD-DATE
                   MOVE WS-BREACH-CODE TO NEW-BREACH-CODE
                   MOVE WS-BEFORE-AMOUNT TO NEW-BEFORE-AMOUNT
                   MOVE WS-AFTER-AMOUNT TO NEW-AFTER-AMOUNT
                   MOVE DLT-BEFORE-VALUE TO NEW-BEFORE-VALUE
                   MOVE DLT-AFTER-VALUE TO NEW-AFTER-VALUE
                   PERFORM 3900-WRITE-NEW-SUSPENSE
                   MOVE 'HELD - AMOUNT VARIANCE OVER THRESHOLD'
                       TO WS-RPT-ITEM-DISPOSITION
                   PERFORM 7000-REPORT-ITEM
               END-IF
           END-IF.

       3200-RESCREEN-SUSPENDED.
      *>    The key already has an item.  The baseline stays the
      *>    item's before value - the master never took anything
      *>    since - and a held item keeps its original held date so
      *>    the aging report is not reset by a resend; a rejected
      *>    item resent with a different value is a fresh hold.
           IF DLT-IS-DROP
               ADD 1 TO WS-CLOSED-COUNT
               MOVE OLD-BEFORE-AMOUNT TO WS-BEFORE-AMOUNT
               MOVE ZERO TO WS-AFTER-AMOUNT
               MOVE OLD-BREACH-CODE TO WS-BREACH-CODE
               PERFORM 3250-AUDIT-DROPPED-ITEM
               MOVE 'CLOSED - KEY DROPPED FROM THE FEED'
                   TO WS-RPT-ITEM-DISPOSITION
               PERFORM 7000-REPORT-ITEM
           ELSE
               ADD 1 TO WS-SCREENED-COUNT
               MOVE OLD-BEFORE-VALUE TO WS-AREA-1
               MOVE DLT-AFTER-VALUE TO WS-AREA-2
               PERFORM 4000-TEST-VARIANCE
               IF WS-NO-BREACH
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE 'CLOSED - RESENT WITHIN TOLERANCE, POSTS '
                       & 'TONIGHT' TO WS-RPT-ITEM-DISPOSITION
               ELSE
                   ADD 1 TO WS-REHELD-COUNT
                   MOVE OLD-SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD
                   IF OLD-IS-REJECTED
                       MOVE WS-RUN-DATE TO NEW-HELD-DATE
                   END-IF
                   SET NEW-IS-HELD TO TRUE
                   MOVE WS-BREACH-CODE TO NEW-BREACH-CODE
                   MOVE WS-AFTER-AMOUNT TO NEW-AFTER-AMOUNT
                   MOVE DLT-AFTER-VALUE TO NEW-AFTER-VALUE
                   MOVE SPACES TO NEW-DECIDED-DATE
                   MOVE SPACES TO NEW-DECIDED-BY
                   PERFORM 3900-WRITE-NEW-SUSPENSE
                   MOVE 'HELD - RESENT, STILL OVER THRESHOLD'
                       TO WS-RPT-ITEM-DISPOSITION
               END-IF
               PERFORM 7000-REPORT-ITEM
           END-IF.

       3250-AUDIT-DROPPED-ITEM.
      *>    The master never took the item's after value, and now
      *>    never will; the HOLD record leaves the value it kept as
      *>    the key's last word on the trail.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 'HOLD' TO AUD-XFER-MODE
           MOVE OLD-BEFORE-VALUE TO AUD-SOURCE-VALUE
           MOVE OLD-AFTER-VALUE TO AUD-TARGET-VALUE
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE AUDITLOG - FILE STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       3300-CARRY-FORWARD.
           ADD 1 TO WS-CARRIED-COUNT
           MOVE OLD-SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD
           PERFORM 3900-WRITE-NEW-SUSPENSE.

       3900-WRITE-NEW-SUSPENSE.
           WRITE NEW-SUSPENSE-RECORD
           IF NOT WS-SUSP-NEW-OK
               DISPLAY 'ABEND: UNABLE TO WRITE SUSPNEW - FILE STATUS '
                   WS-SUSP-NEW-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-WRITE-COUNT.

       4000-TEST-VARIANCE.
      *>    WS-AREA-1 holds the baseline value, WS-AREA-2 tonight's.
      *>    An amount that is not numeric cannot be screened and is
      *>    held outright (STGEDIT should never let one through).  A
      *>    percentage too large for WS-VARIANCE-PERCENT is a breach
      *>    by definition.
           MOVE SPACES TO WS-BREACH-CODE
           MOVE 'N' TO WS-PERCENT-BREACH-SWITCH
           MOVE 'N' TO WS-ABSOLUTE-BREACH-SWITCH
           MOVE ZERO TO WS-BEFORE-AMOUNT
           MOVE ZERO TO WS-AFTER-AMOUNT
           IF WS-AREA-1-DTL-AMOUNT IS NOT NUMERIC
                   OR WS-AREA-2-DTL-AMOUNT IS NOT NUMERIC
               MOVE 'NNUM' TO WS-BREACH-CODE
           ELSE
               MOVE WS-AREA-1-DTL-AMOUNT TO WS-BEFORE-AMOUNT
               MOVE WS-AREA-2-DTL-AMOUNT TO WS-AFTER-AMOUNT
               IF WS-AFTER-AMOUNT >= WS-BEFORE-AMOUNT
                   COMPUTE WS-DIFFERENCE =
                       WS-AFTER-AMOUNT - WS-BEFORE-AMOUNT
               ELSE
                   COMPUTE WS-DIFFERENCE =
                       WS-BEFORE-AMOUNT - WS-AFTER-AMOUNT
               END-IF
               IF WS-ABSOLUTE-IN-PLAY
                       AND WS-DIFFERENCE > WS-ABSOLUTE-THRESHOLD
                   SET WS-ABSOLUTE-BREACH TO TRUE
               END-IF
               IF WS-PERCENT-IN-PLAY AND WS-DIFFERENCE > ZERO
                   IF WS-BEFORE-AMOUNT = ZERO
                       SET WS-PERCENT-BREACH TO TRUE
                   ELSE
                       COMPUTE WS-VARIANCE-PERCENT =
                           (WS-DIFFERENCE * 100) / WS-BEFORE-AMOUNT
                           ON SIZE ERROR
                               SET WS-PERCENT-BREACH TO TRUE
                           NOT ON SIZE ERROR
                               IF WS-VARIANCE-PERCENT >
                                       WS-PERCENT-THRESHOLD
                                   SET WS-PERCENT-BREACH TO TRUE
                               END-IF
                       END-COMPUTE
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-PERCENT-BREACH AND WS-ABSOLUTE-BREACH
                       MOVE 'BOTH' TO WS-BREACH-CODE
                   WHEN WS-PERCENT-BREACH
                       MOVE 'PCT ' TO WS-BREACH-CODE
                   WHEN WS-ABSOLUTE-BREACH
                       MOVE 'ABS ' TO WS-BREACH-CODE
               END-EVALUATE
           END-IF.

       7000-REPORT-ITEM.
           MOVE DLT-KEY TO WS-RPT-ITEM-KEY
           MOVE WS-BEFORE-AMOUNT TO WS-RPT-ITEM-BEFORE
           MOVE WS-AFTER-AMOUNT TO WS-RPT-ITEM-AFTER
           MOVE WS-BREACH-CODE TO WS-RPT-ITEM-BREACH
           MOVE WS-RPT-ITEM-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8000-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'DELTA RECORDS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-DELTA-READ-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CHANGES SCREENED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-SCREENED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'KEYS HELD TONIGHT' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HELD-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'KEYS RESENT AND STILL HELD' TO WS-RPT-TOTAL-LABEL
           MOVE WS-REHELD-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ITEMS CLOSED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CLOSED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ITEMS CARRIED FORWARD' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CARRIED-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ITEMS IN SUSPENSE' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NEW-WRITE-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE WS-RPT-END-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       9000-WRITE-REPORT-RECORD.
           IF WS-LINE-COUNT >= WS-PAGE-LINE-LIMIT
               PERFORM 9100-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE SCRNRPT - FILE STATUS '
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
               DISPLAY 'ABEND: UNABLE TO WRITE SCRNRPT - FILE STATUS '
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
           DISPLAY 'STGSCRN DELTA RECORDS READ    ' WS-DELTA-READ-COUNT
           DISPLAY 'STGSCRN CHANGES SCREENED      ' WS-SCREENED-COUNT
           DISPLAY 'STGSCRN KEYS HELD TONIGHT     ' WS-HELD-COUNT
           DISPLAY 'STGSCRN KEYS RESENT, HELD     ' WS-REHELD-COUNT
           DISPLAY 'STGSCRN ITEMS CLOSED          ' WS-CLOSED-COUNT
           DISPLAY 'STGSCRN ITEMS CARRIED FORWARD ' WS-CARRIED-COUNT
           DISPLAY 'STGSCRN ITEMS IN SUSPENSE     ' WS-NEW-WRITE-COUNT.

       9950-END-CHAIN-STEP.
      *>    Stamps tonight's slot with the RC this step is ending
      *>    with; the CALL sets RETURN-CODE, so it is put back.
           MOVE RETURN-CODE TO CRQ-STEP-RETURN-CODE
           MOVE WS-DELTA-READ-COUNT TO CRQ-RECORDS-PROCESSED
           SET CRQ-END TO TRUE
           CALL 'STGCHAIN' USING CHAIN-REQUEST
           MOVE CRQ-STEP-RETURN-CODE TO RETURN-CODE.
