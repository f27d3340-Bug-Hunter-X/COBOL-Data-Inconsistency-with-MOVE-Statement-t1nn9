       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGREORG.
      *>****************************************************************
      *> STGREORG - unload, reload and reorganization of the keyed
      *> staging master.  STGAPPLY, STGCAPR (approved STGINQ
      *> corrections), STGBKOUT and STGMAINT all update STGMASTR in
      *> place, and STGMAINT's purges leave it more fragmented every
      *> month; a raw copy of the cluster proves nothing about what
      *> it holds.
      *> This job has two modes, named on REORGCRD:
      *>   UNLOAD - reads STGMASTR in key order and writes every
      *>            MASTER-RECORD to the sequential backup MSTBKUP
      *>            (STGMBKUP.cpy) between a header and a trailer;
      *>            the trailer carries the record counts by
      *>            MST-RECORD-TYPE and the hash total of
      *>            MST-APPLY-COUNT
      *>   RELOAD - rebuilds STGMASTR from MSTBKUP.  The job points
      *>            STGMASTR at a newly defined, empty cluster and
      *>            keeps the old one until this step ends RC=0: the
      *>            reload is only declared good once the counts and
      *>            hash it rebuilt agree with the trailer
      *> An unload followed by a reload is the monthly reorg; an
      *> unload taken before STGAPPLY or STGBKOUT is a verified
      *> recovery point to reload from if that run goes wrong.
      *>
      *> Mode card layout (fixed columns):
      *>   cols  1-6   UNLOAD or RELOAD
      *> The mode is never defaulted: a missing card or any other
      *> word abends before anything is opened.
      *>
      *> RELOAD refuses - stops loading and ends RC=8 - when the
      *> backup does not start with a header or end with a trailer
      *> for the same unload, when a key is the same as the key
      *> before it (duplicate) or lower (out of sequence), or when
      *> the counts or hash rebuilt differ from the trailer's.  A
      *> refused reload leaves a partial cluster that must not be
      *> put into service.  A non-numeric MST-APPLY-COUNT is unloaded
      *> and reloaded as it stands but left out of the hash, the same
      *> way on both sides, and reported.
      *>
      *> Ends RC=0 on a clean unload or a verified reload, RC=4 when
      *> unusual records (unknown type, non-numeric apply count) were
      *> carried, RC=8 when a reload was refused, RC=16 on a bad mode
      *> card or a file failure.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODE-CARD-FILE ASSIGN TO REORGCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT MASTER-FILE ASSIGN TO STGMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BACKUP-FILE ASSIGN TO MSTBKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT REPORT-FILE ASSIGN TO REORGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODE-CARD-FILE
           RECORDING MODE IS F.
       01  MODE-CARD.
           05  RGC-MODE                    PIC X(06).
               88  RGC-UNLOAD              VALUE 'UNLOAD'.
               88  RGC-RELOAD              VALUE 'RELOAD'.
           05  FILLER                      PIC X(74).

       FD  MASTER-FILE
           RECORDING MODE IS F.
           COPY STGMASTR.

       FD  BACKUP-FILE
           RECORDING MODE IS F.
           COPY STGMBKUP.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-OK                  VALUE '00'.

       01  WS-MASTER-STATUS                PIC X(02).
           88  WS-MASTER-OK                VALUE '00'.

       01  WS-BACKUP-STATUS                PIC X(02).
           88  WS-BACKUP-OK                VALUE '00'.

       01  WS-REPORT-STATUS                PIC X(02).
           88  WS-REPORT-OK                VALUE '00'.

       01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-MODE                         PIC X(06).
           88  WS-MODE-UNLOAD              VALUE 'UNLOAD'.
           88  WS-MODE-RELOAD              VALUE 'RELOAD'.

       01  WS-REFUSED-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-RELOAD-REFUSED           VALUE 'Y'.
       01  WS-REFUSAL-REASON               PIC X(100) VALUE SPACES.

       01  WS-TRAILER-SEEN-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN             VALUE 'Y'.

       01  WS-RUN-TIMESTAMP                PIC X(26).
       01  WS-UNLOAD-TIMESTAMP             PIC X(26) VALUE SPACES.
       01  WS-PREVIOUS-KEY                 PIC X(15) VALUE SPACES.

      *>    The figures the trailer carries, as counted on this run -
      *>    written to the trailer by an unload, checked against it
      *>    by a reload.
       01  WS-DETAIL-COUNT                 PIC 9(09) VALUE ZERO.
       01  WS-BATCH-STATUS-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-OTHER-TYPE-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-COUNT                  PIC 9(09) VALUE ZERO.
       01  WS-APPLY-COUNT-HASH             PIC 9(18) VALUE ZERO.
       01  WS-BAD-APPLY-COUNT-COUNT        PIC 9(09) VALUE ZERO.

      *>    The trailer as read: the record area is not to be relied
      *>    on once the AT END read has been taken or the file
      *>    closed, so the check and the report work from this copy.
       01  WS-SAVED-TRAILER.
           05  WS-SVT-FILE-NAME            PIC X(08).
           05  WS-SVT-UNLOAD-TIMESTAMP     PIC X(26).
           05  WS-SVT-DETAIL-COUNT         PIC 9(09).
           05  WS-SVT-BATCH-STATUS-COUNT   PIC 9(09).
           05  WS-SVT-OTHER-TYPE-COUNT     PIC 9(09).
           05  WS-SVT-TOTAL-COUNT          PIC 9(09).
           05  WS-SVT-APPLY-COUNT-HASH     PIC 9(18).
           05  FILLER                      PIC X(89).

       01  WS-PAGE-NUMBER                  PIC 9(03) VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(03) VALUE ZERO.
       78  WS-PAGE-LINE-LIMIT              VALUE 56.

       01  WS-RPT-HEADING-1.
           05  FILLER                      PIC X(40)
               VALUE 'STGREORG - MASTER UNLOAD / RELOAD'.
           05  FILLER                      PIC X(82) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  WS-RPT-HEADING-PAGE         PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.

       01  WS-RPT-CRITERIA-LINE.
           05  WS-RPT-CRITERIA-LABEL       PIC X(20).
           05  WS-RPT-CRITERIA-VALUE       PIC X(112).

       01  WS-RPT-KEY-LINE.
           05  FILLER                      PIC X(04) VALUE 'KEY '.
           05  WS-RPT-KEY                  PIC X(15).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-FINDING              PIC X(111).

       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOTAL-LABEL          PIC X(32).
           05  WS-RPT-TOTAL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(89) VALUE SPACES.

       01  WS-RPT-HASH-LINE.
           05  WS-RPT-HASH-LABEL           PIC X(32).
           05  WS-RPT-HASH-VALUE           PIC Z(17)9.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RPT-CHECK-LINE.
           05  WS-RPT-CHECK-LABEL          PIC X(32).
           05  FILLER                      PIC X(08) VALUE 'TRAILER '.
           05  WS-RPT-CHECK-TRAILER        PIC Z(17)9.
           05  FILLER                      PIC X(11)
               VALUE '  RELOADED '.
           05  WS-RPT-CHECK-RELOADED       PIC Z(17)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RPT-CHECK-RESULT         PIC X(08).
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-RPT-VERDICT-LINE.
           05  FILLER                      PIC X(08) VALUE 'RESULT: '.
           05  WS-RPT-VERDICT              PIC X(124).

       01  WS-RPT-END-LINE.
           05  FILLER                      PIC X(21)
               VALUE '*** END OF REPORT ***'.
           05  FILLER                      PIC X(111) VALUE SPACES.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM 0100-READ-MODE-CARD
           PERFORM 0200-OPEN-REPORT
           IF WS-MODE-UNLOAD
               PERFORM 1000-UNLOAD-MASTER
               PERFORM 8000-REPORT-UNLOAD
           ELSE
               PERFORM 2000-RELOAD-MASTER
               PERFORM 8200-REPORT-RELOAD
           END-IF
           MOVE WS-RPT-END-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           CLOSE REPORT-FILE
           PERFORM 9900-DISPLAY-TOTALS
           EVALUATE TRUE
               WHEN WS-RELOAD-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OTHER-TYPE-COUNT > 0
                       OR WS-BAD-APPLY-COUNT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       0100-READ-MODE-CARD.
           MOVE SPACES TO WS-MODE
           OPEN INPUT MODE-CARD-FILE
           IF WS-CARD-OK
               READ MODE-CARD-FILE
                   NOT AT END
                       MOVE RGC-MODE TO WS-MODE
               END-READ
               CLOSE MODE-CARD-FILE
           END-IF
           IF NOT WS-MODE-UNLOAD AND NOT WS-MODE-RELOAD
               DISPLAY 'ABEND: REORGCRD MUST NAME UNLOAD OR RELOAD - '
                   'FOUND ''' WS-MODE ''''
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO OPEN REORGRPT - FILE STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9100-WRITE-PAGE-HEADING
           MOVE 'MODE' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-MODE TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'RUN AT' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-RUN-TIMESTAMP TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       1000-UNLOAD-MASTER.
      *>    One sequential pass in key order, the way STGMAINT walks
      *>    the master, between a header and a trailer stamped with
      *>    this run's timestamp.
           OPEN INPUT MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY 'ABEND: UNABLE TO OPEN STGMASTR - FILE STATUS '
                   WS-MASTER-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BACKUP-FILE
           IF NOT WS-BACKUP-OK
               DISPLAY 'ABEND: UNABLE TO OPEN MSTBKUP - FILE STATUS '
                   WS-BACKUP-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-TIMESTAMP TO WS-UNLOAD-TIMESTAMP
           MOVE SPACES TO BACKUP-RECORD
           SET BKP-IS-HEADER TO TRUE
           MOVE 'STGMASTR' TO BKP-HDR-FILE-NAME
           MOVE WS-UNLOAD-TIMESTAMP TO BKP-HDR-UNLOAD-TIMESTAMP
           PERFORM 1900-WRITE-BACKUP-RECORD
           PERFORM UNTIL WS-EOF
               READ MASTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-UNLOAD-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-MASTER-STATUS NOT = '10'
               PERFORM 8800-ABEND-MASTER-IO
           END-IF
           MOVE SPACES TO BACKUP-RECORD
           SET BKP-IS-TRAILER TO TRUE
           MOVE 'STGMASTR' TO BKP-TRL-FILE-NAME
           MOVE WS-UNLOAD-TIMESTAMP TO BKP-TRL-UNLOAD-TIMESTAMP
           MOVE WS-DETAIL-COUNT TO BKP-TRL-DETAIL-COUNT
           MOVE WS-BATCH-STATUS-COUNT TO BKP-TRL-BATCH-STATUS-COUNT
           MOVE WS-OTHER-TYPE-COUNT TO BKP-TRL-OTHER-TYPE-COUNT
           MOVE WS-TOTAL-COUNT TO BKP-TRL-TOTAL-COUNT
           MOVE WS-APPLY-COUNT-HASH TO BKP-TRL-APPLY-COUNT-HASH
           PERFORM 1900-WRITE-BACKUP-RECORD
           CLOSE MASTER-FILE
           CLOSE BACKUP-FILE.

       1100-UNLOAD-ONE-RECORD.
           IF NOT WS-MASTER-OK
               PERFORM 8800-ABEND-MASTER-IO
           END-IF
           PERFORM 3000-COUNT-MASTER-RECORD
           MOVE SPACES TO BACKUP-RECORD
           SET BKP-IS-MASTER TO TRUE
           MOVE MASTER-RECORD TO BKP-MASTER-IMAGE
           PERFORM 1900-WRITE-BACKUP-RECORD.

       1900-WRITE-BACKUP-RECORD.
           WRITE BACKUP-RECORD
           IF NOT WS-BACKUP-OK
               DISPLAY 'ABEND: UNABLE TO WRITE MSTBKUP - FILE STATUS '
                   WS-BACKUP-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-RELOAD-MASTER.
      *>    The backup must open with a header; after it, master
      *>    records in strictly rising key order and then the
      *>    trailer, with nothing behind it.  Any break in that
      *>    shape refuses the reload at the record where it shows.
           OPEN INPUT BACKUP-FILE
           IF NOT WS-BACKUP-OK
               DISPLAY 'ABEND: UNABLE TO OPEN MSTBKUP - FILE STATUS '
                   WS-BACKUP-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY 'ABEND: UNABLE TO OPEN STGMASTR FOR RELOAD - '
                   'FILE STATUS ' WS-MASTER-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           READ BACKUP-FILE
               AT END
                   MOVE 'BACKUP IS EMPTY - NO HEADER'
                       TO WS-REFUSAL-REASON
                   SET WS-RELOAD-REFUSED TO TRUE
               NOT AT END
                   IF BKP-IS-HEADER
                       MOVE BKP-HDR-UNLOAD-TIMESTAMP
                           TO WS-UNLOAD-TIMESTAMP
                   ELSE
                       MOVE 'FIRST RECORD IS NOT A BACKUP HEADER'
                           TO WS-REFUSAL-REASON
                       SET WS-RELOAD-REFUSED TO TRUE
                   END-IF
           END-READ
           PERFORM UNTIL WS-EOF OR WS-RELOAD-REFUSED
               READ BACKUP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-RELOAD-ONE-RECORD
               END-READ
           END-PERFORM
           IF NOT WS-RELOAD-REFUSED
               PERFORM 2500-CHECK-TRAILER
           END-IF
           CLOSE BACKUP-FILE
           CLOSE MASTER-FILE.

       2100-RELOAD-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   MOVE 'RECORDS FOLLOW THE TRAILER'
                       TO WS-REFUSAL-REASON
                   SET WS-RELOAD-REFUSED TO TRUE
               WHEN BKP-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE BKP-TRAILER TO WS-SAVED-TRAILER
               WHEN NOT BKP-IS-MASTER
                   MOVE 'RECORD CODE IS NOT HEADER, MASTER OR TRAILER'
                       TO WS-REFUSAL-REASON
                   SET WS-RELOAD-REFUSED TO TRUE
               WHEN OTHER
                   MOVE BKP-MASTER-IMAGE TO MASTER-RECORD
                   PERFORM 2200-LOAD-MASTER-RECORD
           END-EVALUATE.

       2200-LOAD-MASTER-RECORD.
      *>    The key test is made before the WRITE, so a duplicate or
      *>    out-of-sequence key is refused by name rather than left
      *>    to the file status the cluster would give it.
           EVALUATE TRUE
               WHEN WS-TOTAL-COUNT > ZERO
                       AND MST-KEY = WS-PREVIOUS-KEY
                   MOVE MST-KEY TO WS-RPT-KEY
                   MOVE 'DUPLICATE KEY - RELOAD REFUSED'
                       TO WS-RPT-FINDING
                   PERFORM 9300-WRITE-KEY-LINE
                   MOVE 'DUPLICATE KEY IN BACKUP'
                       TO WS-REFUSAL-REASON
                   SET WS-RELOAD-REFUSED TO TRUE
               WHEN WS-TOTAL-COUNT > ZERO
                       AND MST-KEY < WS-PREVIOUS-KEY
                   MOVE MST-KEY TO WS-RPT-KEY
                   MOVE 'KEY OUT OF SEQUENCE - FOLLOWS '
                       TO WS-RPT-FINDING
                   MOVE WS-PREVIOUS-KEY TO WS-RPT-FINDING(31:15)
                   PERFORM 9300-WRITE-KEY-LINE
                   MOVE 'KEY OUT OF SEQUENCE IN BACKUP'
                       TO WS-REFUSAL-REASON
                   SET WS-RELOAD-REFUSED TO TRUE
               WHEN OTHER
                   WRITE MASTER-RECORD
                   IF NOT WS-MASTER-OK
                       PERFORM 8800-ABEND-MASTER-IO
                   END-IF
                   MOVE MST-KEY TO WS-PREVIOUS-KEY
                   PERFORM 3000-COUNT-MASTER-RECORD
           END-EVALUATE.

       2500-CHECK-TRAILER.
      *>    Every figure is compared and reported, even after the
      *>    first difference, so the report shows the whole picture.
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE 'NO TRAILER - BACKUP IS INCOMPLETE'
                       TO WS-REFUSAL-REASON
                   SET WS-RELOAD-REFUSED TO TRUE
               WHEN WS-SVT-UNLOAD-TIMESTAMP NOT = WS-UNLOAD-TIMESTAMP
                   MOVE 'TRAILER AND HEADER ARE FROM DIFFERENT UNLOADS'
                       TO WS-REFUSAL-REASON
                   SET WS-RELOAD-REFUSED TO TRUE
               WHEN WS-SVT-DETAIL-COUNT NOT NUMERIC
                       OR WS-SVT-BATCH-STATUS-COUNT NOT NUMERIC
                       OR WS-SVT-OTHER-TYPE-COUNT NOT NUMERIC
                       OR WS-SVT-TOTAL-COUNT NOT NUMERIC
                       OR WS-SVT-APPLY-COUNT-HASH NOT NUMERIC
                   MOVE 'TRAILER FIGURES ARE NOT NUMERIC'
                       TO WS-REFUSAL-REASON
                   SET WS-RELOAD-REFUSED TO TRUE
               WHEN WS-SVT-DETAIL-COUNT NOT = WS-DETAIL-COUNT
                       OR WS-SVT-BATCH-STATUS-COUNT
                           NOT = WS-BATCH-STATUS-COUNT
                       OR WS-SVT-OTHER-TYPE-COUNT
                           NOT = WS-OTHER-TYPE-COUNT
                       OR WS-SVT-TOTAL-COUNT NOT = WS-TOTAL-COUNT
                       OR WS-SVT-APPLY-COUNT-HASH
                           NOT = WS-APPLY-COUNT-HASH
                   MOVE 'RELOADED COUNTS OR HASH DIFFER FROM TRAILER'
                       TO WS-REFUSAL-REASON
                   SET WS-RELOAD-REFUSED TO TRUE
           END-EVALUATE.

       3000-COUNT-MASTER-RECORD.
      *>    The same tally on both sides: by record type, and the
      *>    hash over the apply counts that are numeric.
           ADD 1 TO WS-TOTAL-COUNT
           EVALUATE TRUE
               WHEN MST-IS-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
               WHEN MST-IS-BATCH-STATUS
                   ADD 1 TO WS-BATCH-STATUS-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-TYPE-COUNT
                   MOVE MST-KEY TO WS-RPT-KEY
                   MOVE 'UNKNOWN RECORD TYPE ' TO WS-RPT-FINDING
                   MOVE MST-RECORD-TYPE TO WS-RPT-FINDING(21:1)
                   PERFORM 9300-WRITE-KEY-LINE
           END-EVALUATE
           IF MST-APPLY-COUNT IS NUMERIC
               ADD MST-APPLY-COUNT TO WS-APPLY-COUNT-HASH
           ELSE
               ADD 1 TO WS-BAD-APPLY-COUNT-COUNT
               MOVE MST-KEY TO WS-RPT-KEY
               MOVE 'NON-NUMERIC APPLY COUNT - LEFT OUT OF THE HASH'
                   TO WS-RPT-FINDING
               PERFORM 9300-WRITE-KEY-LINE
           END-IF.

       8000-REPORT-UNLOAD.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'UNLOAD TIMESTAMP' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-UNLOAD-TIMESTAMP TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           MOVE 'DETAIL RECORDS' TO WS-RPT-TOTAL-LABEL
           MOVE WS-DETAIL-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'BATCH STATUS RECORDS' TO WS-RPT-TOTAL-LABEL
           MOVE WS-BATCH-STATUS-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'RECORDS OF UNKNOWN TYPE' TO WS-RPT-TOTAL-LABEL
           MOVE WS-OTHER-TYPE-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'RECORDS UNLOADED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-TOTAL-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'NON-NUMERIC APPLY COUNTS' TO WS-RPT-TOTAL-LABEL
           MOVE WS-BAD-APPLY-COUNT-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'APPLY COUNT HASH' TO WS-RPT-HASH-LABEL
           MOVE WS-APPLY-COUNT-HASH TO WS-RPT-HASH-VALUE
           MOVE WS-RPT-HASH-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8200-REPORT-RELOAD.
      *>    The trailer comparison is printed only when a trailer was
      *>    reached; a reload refused before it has nothing to
      *>    compare.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE 'UNLOAD TIMESTAMP' TO WS-RPT-CRITERIA-LABEL
           MOVE WS-UNLOAD-TIMESTAMP TO WS-RPT-CRITERIA-VALUE
           PERFORM 9200-WRITE-CRITERIA-LINE
           IF WS-TRAILER-SEEN
               MOVE 'DETAIL RECORDS' TO WS-RPT-CHECK-LABEL
               MOVE WS-SVT-DETAIL-COUNT TO WS-RPT-CHECK-TRAILER
               MOVE WS-DETAIL-COUNT TO WS-RPT-CHECK-RELOADED
               PERFORM 8300-WRITE-CHECK-LINE
               MOVE 'BATCH STATUS RECORDS' TO WS-RPT-CHECK-LABEL
               MOVE WS-SVT-BATCH-STATUS-COUNT TO WS-RPT-CHECK-TRAILER
               MOVE WS-BATCH-STATUS-COUNT TO WS-RPT-CHECK-RELOADED
               PERFORM 8300-WRITE-CHECK-LINE
               MOVE 'RECORDS OF UNKNOWN TYPE' TO WS-RPT-CHECK-LABEL
               MOVE WS-SVT-OTHER-TYPE-COUNT TO WS-RPT-CHECK-TRAILER
               MOVE WS-OTHER-TYPE-COUNT TO WS-RPT-CHECK-RELOADED
               PERFORM 8300-WRITE-CHECK-LINE
               MOVE 'TOTAL RECORDS' TO WS-RPT-CHECK-LABEL
               MOVE WS-SVT-TOTAL-COUNT TO WS-RPT-CHECK-TRAILER
               MOVE WS-TOTAL-COUNT TO WS-RPT-CHECK-RELOADED
               PERFORM 8300-WRITE-CHECK-LINE
               MOVE 'APPLY COUNT HASH' TO WS-RPT-CHECK-LABEL
               MOVE WS-SVT-APPLY-COUNT-HASH TO WS-RPT-CHECK-TRAILER
               MOVE WS-APPLY-COUNT-HASH TO WS-RPT-CHECK-RELOADED
               PERFORM 8300-WRITE-CHECK-LINE
           END-IF
           MOVE 'NON-NUMERIC APPLY COUNTS' TO WS-RPT-TOTAL-LABEL
           MOVE WS-BAD-APPLY-COUNT-COUNT TO WS-RPT-TOTAL-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           IF WS-RELOAD-REFUSED
               STRING 'RELOAD REFUSED - ' WS-REFUSAL-REASON
                       DELIMITED BY SIZE
                   INTO WS-RPT-VERDICT
               END-STRING
           ELSE
               MOVE 'RELOAD VERIFIED AGAINST THE TRAILER'
                   TO WS-RPT-VERDICT
           END-IF
           MOVE WS-RPT-VERDICT-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8300-WRITE-CHECK-LINE.
           IF WS-RPT-CHECK-TRAILER = WS-RPT-CHECK-RELOADED
               MOVE 'AGREES' TO WS-RPT-CHECK-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-RPT-CHECK-RESULT
           END-IF
           MOVE WS-RPT-CHECK-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD.

       8800-ABEND-MASTER-IO.
           DISPLAY 'ABEND: STGMASTR I-O FAILED FOR KEY ' MST-KEY
               ' - FILE STATUS ' WS-MASTER-STATUS
           MOVE 16 TO WS-ABEND-CODE
           MOVE WS-ABEND-CODE TO RETURN-CODE
           STOP RUN.

       9000-WRITE-REPORT-RECORD.
           IF WS-LINE-COUNT >= WS-PAGE-LINE-LIMIT
               PERFORM 9100-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           IF NOT WS-REPORT-OK
               DISPLAY 'ABEND: UNABLE TO WRITE REORGRPT - FILE STATUS '
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
               DISPLAY 'ABEND: UNABLE TO WRITE REORGRPT - FILE STATUS '
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

       9300-WRITE-KEY-LINE.
           MOVE WS-RPT-KEY-LINE TO REPORT-RECORD
           PERFORM 9000-WRITE-REPORT-RECORD
           MOVE SPACES TO WS-RPT-FINDING.

       9900-DISPLAY-TOTALS.
           DISPLAY 'STGREORG MODE                ' WS-MODE
           DISPLAY 'STGREORG DETAIL RECORDS      ' WS-DETAIL-COUNT
           DISPLAY 'STGREORG BATCH STATUS RECORDS'
               ' ' WS-BATCH-STATUS-COUNT
           DISPLAY 'STGREORG UNKNOWN TYPE RECORDS'
               ' ' WS-OTHER-TYPE-COUNT
           DISPLAY 'STGREORG TOTAL RECORDS       ' WS-TOTAL-COUNT
           DISPLAY 'STGREORG APPLY COUNT HASH    ' WS-APPLY-COUNT-HASH
           IF WS-RELOAD-REFUSED
               DISPLAY 'STGREORG: RELOAD REFUSED - ' WS-REFUSAL-REASON
           END-IF.
