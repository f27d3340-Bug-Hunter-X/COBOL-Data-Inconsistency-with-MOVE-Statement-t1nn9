      *> this program looks a key up directly and shows the typed
      *> fields from the STGTYPE.cpy layout instead of raw bytes.
      *>
      *> Console conversation, opened by the operator's id and then
      *> one inquiry per round:
      *>   OPERATOR? - the operator's id, stamped on every correction
      *>               they request; left blank, the session is
      *>               inquiry only
      *>   KEY?      - a detail key, or 'BATCH' followed by the batch
      *>               id for a batch-status record (that is its
      *>               MST-KEY spelling - see STGMASTR.cpy), or END
      *>               to finish
      *>   CORRECT?  - Y offers a correction of MST-VALUE for the
      *>               record just shown; anything else moves on
      *>   VALUE?    - the replacement 100-byte staging value, typed
      *>               in full; its typed fields are echoed back
      *>   CONFIRM?  - only the word YES requests the correction
      *>
      *> A correction is not applied here.  It is queued on PENDCORR
      *> (STGPEND.cpy) with the requesting operator's id, the value
      *> the master holds now and the replacement, and waits for a
      *> different operator to approve it on STGCAPR, which applies
      *> it to STGMASTR and writes the AUDITLOG records - one
      *> operator can no longer change the master on their own word.
      *> A key may have only one correction pending at a time; a
      *> second is refused until the first is decided.  The master
      *> is opened for input only.
      *>
      *> Ends RC=0; RC=16 on a file failure.
      *>****************************************************************
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PENDING-FILE ASSIGN TO PENDCORR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY STGMASTR.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY STGPEND REPLACING ==:TAG:== BY ==PND==.

       WORKING-STORAGE SECTION.
           COPY STGAREA.
           88  WS-MASTER-OK                 VALUE '00'.
           88  WS-MASTER-NOT-FOUND          VALUE '23'.

       01  WS-PENDING-STATUS               PIC X(02).
           88  WS-PENDING-OK                VALUE '00'.
           88  WS-PENDING-MISSING           VALUE '35'.

       01  WS-DONE-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-DONE                     VALUE 'Y'.

       01  WS-PENDING-EOF-SWITCH           PIC X(01).
           88  WS-PENDING-EOF              VALUE 'Y'.

       01  WS-ALREADY-PENDING-SWITCH       PIC X(01).
           88  WS-ALREADY-PENDING          VALUE 'Y'.

       01  WS-OPERATOR-ID                  PIC X(08).
           88  WS-NO-OPERATOR-ID           VALUE SPACES.

       01  WS-INQ-KEY                      PIC X(15).
       01  WS-INQ-ANSWER                   PIC X(03).
       01  WS-NEW-VALUE                    PIC X(100).
       01  WS-INQUIRY-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-NOT-FOUND-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-CORRECTION-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REFUSED-COUNT                PIC 9(05) VALUE ZERO.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-OPERATOR-ID
           PERFORM 0100-OPEN-FILES
           PERFORM UNTIL WS-DONE
               PERFORM 1000-ONE-INQUIRY
           END-PERFORM
           CLOSE MASTER-FILE
           DISPLAY 'STGINQ KEYS LOOKED UP      ' WS-INQUIRY-COUNT
           DISPLAY 'STGINQ KEYS NOT FOUND      ' WS-NOT-FOUND-COUNT
           DISPLAY 'STGINQ CORRECTIONS QUEUED  ' WS-CORRECTION-COUNT
           DISPLAY 'STGINQ CORRECTIONS REFUSED ' WS-REFUSED-COUNT
           GOBACK.

       0050-GET-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID
           DISPLAY 'STGINQ: OPERATOR ID? (BLANK FOR INQUIRY ONLY)'
           ACCEPT WS-OPERATOR-ID
           IF WS-NO-OPERATOR-ID
               DISPLAY 'STGINQ: NO OPERATOR ID - INQUIRY ONLY, NO '
                   'CORRECTIONS THIS SESSION'
           END-IF.

       0100-OPEN-FILES.
      *>    The master opens INPUT - corrections are queued, never
      *>    written here.  PENDCORR is opened only while a
      *>    correction is being checked or queued.
           OPEN INPUT MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY 'ABEND: UNABLE TO OPEN STGMASTR - FILE STATUS '
                   WS-MASTER-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-ONE-INQUIRY.
                   PERFORM 8000-ABEND-MASTER-IO
               WHEN OTHER
                   PERFORM 2100-DISPLAY-MASTER-RECORD
                   IF NOT WS-NO-OPERATOR-ID
                       PERFORM 3000-OFFER-CORRECTION
                   END-IF
           END-EVALUATE.

       2100-DISPLAY-MASTER-RECORD.
           DISPLAY 'STGINQ: CORRECT THIS VALUE? (Y/N)'
           ACCEPT WS-INQ-ANSWER
           IF WS-INQ-ANSWER = 'Y' OR WS-INQ-ANSWER = 'y'
               PERFORM 3050-CHECK-NOT-PENDING
               IF WS-ALREADY-PENDING
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY 'STGINQ: KEY ' MST-KEY ' ALREADY HAS A '
                       'CORRECTION AWAITING APPROVAL - REFUSED'
               ELSE
                   PERFORM 3100-TAKE-CORRECTION
               END-IF
           END-IF.

       3050-CHECK-NOT-PENDING.
      *>    One pending correction per key: a second would be
      *>    approved against a before image the first may already
      *>    have replaced.  No PENDCORR yet means nothing pending.
           MOVE 'N' TO WS-ALREADY-PENDING-SWITCH
           OPEN INPUT PENDING-FILE
           EVALUATE TRUE
               WHEN WS-PENDING-MISSING
                   CONTINUE
               WHEN NOT WS-PENDING-OK
                   PERFORM 8100-ABEND-PENDING-IO
               WHEN OTHER
                   MOVE 'N' TO WS-PENDING-EOF-SWITCH
                   PERFORM UNTIL WS-PENDING-EOF
                           OR WS-ALREADY-PENDING
                       READ PENDING-FILE
                           AT END
                               SET WS-PENDING-EOF TO TRUE
                           NOT AT END
                               IF PND-KEY = MST-KEY
                                   SET WS-ALREADY-PENDING TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
           END-EVALUATE.

       3100-TAKE-CORRECTION.
      *>    The replacement value is echoed back through the typed
      *>    view and must be confirmed with the whole word YES before
           DISPLAY 'STGINQ: REPLACEMENT VALUE READS AS:'
           PERFORM 2200-DISPLAY-TYPED-VALUE
           MOVE SPACES TO WS-INQ-ANSWER
           DISPLAY 'STGINQ: REQUEST THIS CORRECTION? (YES/NO)'
           ACCEPT WS-INQ-ANSWER
           EVALUATE TRUE
               WHEN WS-NEW-VALUE = WS-BEFORE-VALUE
                   DISPLAY 'STGINQ: REPLACEMENT IS THE CURRENT VALUE '
                       '- NOTHING TO CORRECT'
               WHEN WS-INQ-ANSWER = 'YES' OR WS-INQ-ANSWER = 'yes'
                   PERFORM 3200-QUEUE-CORRECTION
               WHEN OTHER
                   DISPLAY 'STGINQ: CORRECTION NOT REQUESTED'
           END-EVALUATE.

       3200-QUEUE-CORRECTION.
      *>    PENDCORR is extended, or started if this is the first
      *>    correction ever requested, and closed again straight
      *>    away so the item is on file before the next question.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-MISSING
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF NOT WS-PENDING-OK
               PERFORM 8100-ABEND-PENDING-IO
           END-IF
           MOVE SPACES TO PND-PENDING-CORRECTION
           MOVE MST-KEY TO PND-KEY
           MOVE MST-RECORD-TYPE TO PND-RECORD-TYPE
           MOVE WS-OPERATOR-ID TO PND-REQUESTED-BY
           MOVE WS-CURRENT-TIMESTAMP TO PND-REQUESTED-AT
           MOVE 'N' TO PND-LISTED-SWITCH
           MOVE WS-BEFORE-VALUE TO PND-BEFORE-VALUE
           MOVE WS-NEW-VALUE TO PND-AFTER-VALUE
           WRITE PND-PENDING-CORRECTION
           IF NOT WS-PENDING-OK
               PERFORM 8100-ABEND-PENDING-IO
           END-IF
           CLOSE PENDING-FILE
           ADD 1 TO WS-CORRECTION-COUNT
           DISPLAY 'STGINQ: CORRECTION FOR KEY ' MST-KEY
               ' QUEUED FOR APPROVAL BY ANOTHER OPERATOR'.

       8000-ABEND-MASTER-IO.
           DISPLAY 'ABEND: STGMASTR I-O FAILED FOR KEY ' MST-KEY
           MOVE 16 TO WS-ABEND-CODE
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.

       8100-ABEND-PENDING-IO.
           DISPLAY 'ABEND: PENDCORR I-O FAILED - FILE STATUS '
               WS-PENDING-STATUS
           MOVE 16 TO WS-ABEND-CODE
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.
