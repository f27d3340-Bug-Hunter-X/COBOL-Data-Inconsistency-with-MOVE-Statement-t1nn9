       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGDQHST.
      *>****************************************************************
      *> STGDQHST - sender scorecard history.  STGEDIT's EDITSTAT and
      *> STGREPR's REPRSTAT (STGDQSTA.cpy) each hold one run's counts
      *> charged to the sending systems; on their own they are gone
      *> the next night.  This job carries the history old-master /
      *> new-master - DQHOLD in, DQHNEW out, the same layout - adding
      *> tonight's EDITSTAT and REPRSTAT records, so STGDQRPT can
      *> build the monthly scorecard from months of nights.  The job
      *> points the next night's DQHOLD at DQHNEW.
      *>
      *>   - a missing DQHOLD is the first run: the history starts
      *>     with tonight's records
      *>   - a missing EDITSTAT or REPRSTAT means that job did not run
      *>     tonight (STGREPR only runs when there is repair work);
      *>     an empty one means it ran and charged nobody
      *>   - a statistics file whose run timestamp is already in the
      *>     history was taken in on an earlier night - a rerun of
      *>     this job, or a statistics file not replaced since - and
      *>     is skipped with a warning rather than counted twice
      *>   - history older than WS-HISTORY-KEEP-MONTHS whole calendar
      *>     months back from today is dropped, so the file stays the
      *>     size of the scorecard's look-back and no bigger
      *>
      *> Ends RC=0 when tonight's statistics were added, RC=4 when a
      *> statistics file was skipped as already taken in, RC=16 on a
      *> file failure.
      *>****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIT-STAT-FILE ASSIGN TO EDITSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDIT-STAT-STATUS.

           SELECT REPAIR-STAT-FILE ASSIGN TO REPRSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPAIR-STAT-STATUS.

           SELECT HISTORY-OLD-FILE ASSIGN TO DQHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-OLD-STATUS.

           SELECT HISTORY-NEW-FILE ASSIGN TO DQHNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-STAT-FILE
           RECORDING MODE IS F.
           COPY STGDQSTA REPLACING ==:TAG:== BY ==EDS==.

       FD  REPAIR-STAT-FILE
           RECORDING MODE IS F.
           COPY STGDQSTA REPLACING ==:TAG:== BY ==RPS==.

       FD  HISTORY-OLD-FILE
           RECORDING MODE IS F.
           COPY STGDQSTA REPLACING ==:TAG:== BY ==DQO==.

       FD  HISTORY-NEW-FILE
           RECORDING MODE IS F.
           COPY STGDQSTA REPLACING ==:TAG:== BY ==DQN==.

       WORKING-STORAGE SECTION.
       78  WS-HISTORY-KEEP-MONTHS          VALUE 24.

       01  WS-EDIT-STAT-STATUS             PIC X(02).
           88  WS-EDIT-STAT-OK             VALUE '00'.
           88  WS-EDIT-STAT-MISSING        VALUE '35'.

       01  WS-REPAIR-STAT-STATUS           PIC X(02).
           88  WS-REPAIR-STAT-OK           VALUE '00'.
           88  WS-REPAIR-STAT-MISSING      VALUE '35'.

       01  WS-HIST-OLD-STATUS              PIC X(02).
           88  WS-HIST-OLD-OK              VALUE '00'.
           88  WS-HIST-OLD-MISSING         VALUE '35'.

       01  WS-HIST-NEW-STATUS              PIC X(02).
           88  WS-HIST-NEW-OK              VALUE '00'.

      *>    Each statistics file is read one record ahead, so its run
      *>    timestamp is known before the history is copied past it.
       01  WS-EDIT-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-EDIT-EOF                 VALUE 'Y'.
       01  WS-EDIT-OPEN-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-EDIT-OPEN                VALUE 'Y'.
       01  WS-EDIT-TAKEN-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-EDIT-ALREADY-TAKEN       VALUE 'Y'.
       01  WS-EDIT-TIMESTAMP               PIC X(26) VALUE SPACES.

       01  WS-REPAIR-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-REPAIR-EOF               VALUE 'Y'.
       01  WS-REPAIR-OPEN-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-REPAIR-OPEN              VALUE 'Y'.
       01  WS-REPAIR-TAKEN-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-REPAIR-ALREADY-TAKEN     VALUE 'Y'.
       01  WS-REPAIR-TIMESTAMP             PIC X(26) VALUE SPACES.

       01  WS-OLD-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-OLD-EOF                  VALUE 'Y'.
       01  WS-HIST-OLD-OPEN-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-HIST-OLD-OPEN            VALUE 'Y'.

      *>    The oldest month kept, as YYYYMM: this month less
      *>    WS-HISTORY-KEEP-MONTHS, worked in months since year 0.
       01  WS-CURRENT-TIMESTAMP            PIC X(26).
       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-MONTH-NUMBER                 PIC 9(06).
       01  WS-KEEP-FROM-MONTH.
           05  WS-KEEP-FROM-YYYY           PIC 9(04).
           05  WS-KEEP-FROM-MM             PIC 9(02).
       01  WS-KEEP-FROM-REMAINDER          PIC 9(02).

       01  WS-OLD-READ-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-OLD-KEPT-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-OLD-DROPPED-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-EDIT-ADDED-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-REPAIR-ADDED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-NEW-WRITTEN-COUNT            PIC 9(09) VALUE ZERO.

       01  WS-ABEND-CODE                   PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-SET-KEEP-FROM-MONTH
           PERFORM 0200-OPEN-FILES
           PERFORM 1000-COPY-HISTORY
           PERFORM 2000-ADD-EDIT-STATS
           PERFORM 3000-ADD-REPAIR-STATS
           IF WS-HIST-OLD-OPEN
               CLOSE HISTORY-OLD-FILE
           END-IF
           IF WS-EDIT-OPEN
               CLOSE EDIT-STAT-FILE
           END-IF
           IF WS-REPAIR-OPEN
               CLOSE REPAIR-STAT-FILE
           END-IF
           CLOSE HISTORY-NEW-FILE
           PERFORM 9000-DISPLAY-TOTALS
           IF WS-EDIT-ALREADY-TAKEN OR WS-REPAIR-ALREADY-TAKEN
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-SET-KEEP-FROM-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           COMPUTE WS-MONTH-NUMBER = WS-TODAY-YYYY * 12
               + WS-TODAY-MM - 1 - WS-HISTORY-KEEP-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-KEEP-FROM-YYYY
               REMAINDER WS-KEEP-FROM-REMAINDER
           COMPUTE WS-KEEP-FROM-MM = WS-KEEP-FROM-REMAINDER + 1.

       0200-OPEN-FILES.
           OPEN INPUT HISTORY-OLD-FILE
           EVALUATE TRUE
               WHEN WS-HIST-OLD-OK
                   SET WS-HIST-OLD-OPEN TO TRUE
               WHEN WS-HIST-OLD-MISSING
                   DISPLAY 'STGDQHST: NO PRIOR SCORECARD HISTORY - '
                       'STARTING ONE'
                   SET WS-OLD-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ABEND: UNABLE TO OPEN DQHOLD - FILE '
                       'STATUS ' WS-HIST-OLD-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT EDIT-STAT-FILE
           EVALUATE TRUE
               WHEN WS-EDIT-STAT-OK
                   SET WS-EDIT-OPEN TO TRUE
                   PERFORM 2100-READ-EDIT-STAT
                   IF NOT WS-EDIT-EOF
                       MOVE EDS-RUN-TIMESTAMP TO WS-EDIT-TIMESTAMP
                   END-IF
               WHEN WS-EDIT-STAT-MISSING
                   DISPLAY 'STGDQHST: NO EDITSTAT TONIGHT'
                   SET WS-EDIT-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ABEND: UNABLE TO OPEN EDITSTAT - FILE '
                       'STATUS ' WS-EDIT-STAT-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT REPAIR-STAT-FILE
           EVALUATE TRUE
               WHEN WS-REPAIR-STAT-OK
                   SET WS-REPAIR-OPEN TO TRUE
                   PERFORM 3100-READ-REPAIR-STAT
                   IF NOT WS-REPAIR-EOF
                       MOVE RPS-RUN-TIMESTAMP TO WS-REPAIR-TIMESTAMP
                   END-IF
               WHEN WS-REPAIR-STAT-MISSING
                   DISPLAY 'STGDQHST: NO REPRSTAT TONIGHT'
                   SET WS-REPAIR-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'ABEND: UNABLE TO OPEN REPRSTAT - FILE '
                       'STATUS ' WS-REPAIR-STAT-STATUS
                   MOVE 16 TO WS-ABEND-CODE
                   MOVE WS-ABEND-CODE TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT HISTORY-NEW-FILE
           IF NOT WS-HIST-NEW-OK
               DISPLAY 'ABEND: UNABLE TO OPEN DQHNEW - FILE STATUS '
                   WS-HIST-NEW-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-COPY-HISTORY.
      *>    Every history record inside the keep window is carried;
      *>    while copying, a record from the same run as tonight's
      *>    EDITSTAT or REPRSTAT marks that file as already taken in.
           PERFORM UNTIL WS-OLD-EOF
               READ HISTORY-OLD-FILE
                   AT END
                       SET WS-OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OLD-READ-COUNT
                       PERFORM 1100-CARRY-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM.

       1100-CARRY-ONE-HISTORY-RECORD.
           IF DQO-FROM-EDIT
                   AND WS-EDIT-TIMESTAMP NOT = SPACES
                   AND DQO-RUN-TIMESTAMP = WS-EDIT-TIMESTAMP
               SET WS-EDIT-ALREADY-TAKEN TO TRUE
           END-IF
           IF DQO-FROM-REPAIR
                   AND WS-REPAIR-TIMESTAMP NOT = SPACES
                   AND DQO-RUN-TIMESTAMP = WS-REPAIR-TIMESTAMP
               SET WS-REPAIR-ALREADY-TAKEN TO TRUE
           END-IF
           IF DQO-RUN-DATE(1:6) < WS-KEEP-FROM-MONTH
               ADD 1 TO WS-OLD-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-OLD-KEPT-COUNT
               MOVE DQO-STAT-RECORD TO DQN-STAT-RECORD
               PERFORM 8000-WRITE-HISTORY-RECORD
           END-IF.

       2000-ADD-EDIT-STATS.
           IF WS-EDIT-ALREADY-TAKEN
               DISPLAY 'STGDQHST: EDITSTAT FROM RUN '
                   WS-EDIT-TIMESTAMP ' IS ALREADY IN THE HISTORY - '
                   'SKIPPED'
           ELSE
               PERFORM UNTIL WS-EDIT-EOF
                   MOVE EDS-STAT-RECORD TO DQN-STAT-RECORD
                   PERFORM 8000-WRITE-HISTORY-RECORD
                   ADD 1 TO WS-EDIT-ADDED-COUNT
                   PERFORM 2100-READ-EDIT-STAT
               END-PERFORM
           END-IF.

       2100-READ-EDIT-STAT.
           READ EDIT-STAT-FILE
               AT END
                   SET WS-EDIT-EOF TO TRUE
           END-READ.

       3000-ADD-REPAIR-STATS.
           IF WS-REPAIR-ALREADY-TAKEN
               DISPLAY 'STGDQHST: REPRSTAT FROM RUN '
                   WS-REPAIR-TIMESTAMP ' IS ALREADY IN THE HISTORY - '
                   'SKIPPED'
           ELSE
               PERFORM UNTIL WS-REPAIR-EOF
                   MOVE RPS-STAT-RECORD TO DQN-STAT-RECORD
                   PERFORM 8000-WRITE-HISTORY-RECORD
                   ADD 1 TO WS-REPAIR-ADDED-COUNT
                   PERFORM 3100-READ-REPAIR-STAT
               END-PERFORM
           END-IF.

       3100-READ-REPAIR-STAT.
           READ REPAIR-STAT-FILE
               AT END
                   SET WS-REPAIR-EOF TO TRUE
           END-READ.

       8000-WRITE-HISTORY-RECORD.
           WRITE DQN-STAT-RECORD
           IF NOT WS-HIST-NEW-OK
               DISPLAY 'ABEND: UNABLE TO WRITE DQHNEW - FILE STATUS '
                   WS-HIST-NEW-STATUS
               MOVE 16 TO WS-ABEND-CODE
               MOVE WS-ABEND-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-WRITTEN-COUNT.

       9000-DISPLAY-TOTALS.
           DISPLAY 'STGDQHST KEEPING FROM MONTH    ' WS-KEEP-FROM-MONTH
           DISPLAY 'STGDQHST HISTORY RECORDS READ  ' WS-OLD-READ-COUNT
           DISPLAY 'STGDQHST HISTORY KEPT          ' WS-OLD-KEPT-COUNT
           DISPLAY 'STGDQHST HISTORY DROPPED       '
               WS-OLD-DROPPED-COUNT
           DISPLAY 'STGDQHST EDITSTAT ADDED        '
               WS-EDIT-ADDED-COUNT
           DISPLAY 'STGDQHST REPRSTAT ADDED        '
               WS-REPAIR-ADDED-COUNT
           DISPLAY 'STGDQHST HISTORY WRITTEN       '
               WS-NEW-WRITTEN-COUNT.
