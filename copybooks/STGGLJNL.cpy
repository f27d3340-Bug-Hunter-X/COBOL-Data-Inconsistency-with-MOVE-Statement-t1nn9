      *>****************************************************************
      *> STGGLJNL - general-ledger journal line record layout.
      *>
      *> Declares GL-JOURNAL-RECORD for GLJRNL, the journal STGGLJNL
      *> builds from the night's OUTFEED for the ledger's batch
      *> import: one debit line per batch, cost center and currency
      *> carrying the rolled-up detail amounts, then the clearing-
      *> account credit lines that offset them, so every batch
      *> posts balanced.  GLJ-ACCOUNT holds the cost center on a
      *> debit line and the clearing account on a credit line.
      *> GLJ-SUSPENSE-FLAG marks a debit that went to the operator's
      *> suspense cost center because its details carried none (the
      *> base format), so finance can find the lines to reclass.
      *> COPY this member into the FILE SECTION under FD
      *> GL-JOURNAL-FILE instead of hand-retyping the PIC clauses,
      *> the same reasoning the other record copybooks follow.
      *>****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-BATCH-ID                    PIC X(10).
           05  GLJ-RUN-DATE                    PIC X(08).
           05  GLJ-LINE-NUMBER                 PIC 9(05).
           05  GLJ-DEBIT-CREDIT                PIC X(01).
               88  GLJ-IS-DEBIT                VALUE 'D'.
               88  GLJ-IS-CREDIT               VALUE 'C'.
           05  GLJ-ACCOUNT                     PIC X(10).
           05  GLJ-CURRENCY                    PIC X(03).
           05  GLJ-AMOUNT                      PIC 9(15).
           05  GLJ-DETAIL-COUNT                PIC 9(09).
           05  GLJ-SUSPENSE-FLAG               PIC X(01).
               88  GLJ-IS-SUSPENSE             VALUE 'S'.
           05  FILLER                          PIC X(18).
