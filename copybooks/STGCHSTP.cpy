      *>****************************************************************
      *> STGCHSTP - nightly chain step order.
      *>
      *> The chain steps that keep a slot on CHAINCTL (STGCHAIN.cpy),
      *> in the order the night runs them; slot n of the control
      *> record belongs to WS-CHAIN-STEP-NAME(n).  STGXFER and
      *> STGMERGE are alternatives for the transfer: a single-stream
      *> night completes the STGXFER slot, a partitioned night (the
      *> STGXFER partition runs take PART on the PARM and keep
      *> no slot) completes the STGMERGE slot, and either one
      *> completes the transfer.  STGDELTA runs ahead of STGAPPLY so
      *> the variance screen STGSCRN can sit between them, and the
      *> suspense release (STGSREL) and correction approval
      *> (STGCAPR) runs follow the apply, ahead of STGARCH, so their
      *> audit records are archived with the night's.  COPY this
      *> member into WORKING-STORAGE SECTION.
      *>****************************************************************
       78  WS-CHAIN-STEP-COUNT             VALUE 11.
       78  WS-CHAIN-XFER-SLOT              VALUE 2.
       78  WS-CHAIN-MERGE-SLOT             VALUE 3.

       01  WS-CHAIN-STEP-LIST.
           05  FILLER                      PIC X(08) VALUE 'STGEDIT'.
           05  FILLER                      PIC X(08) VALUE 'STGXFER'.
           05  FILLER                      PIC X(08) VALUE 'STGMERGE'.
           05  FILLER                      PIC X(08) VALUE 'STGBAL'.
           05  FILLER                      PIC X(08) VALUE 'STGDELTA'.
           05  FILLER                      PIC X(08) VALUE 'STGSCRN'.
           05  FILLER                      PIC X(08) VALUE 'STGAPPLY'.
           05  FILLER                      PIC X(08) VALUE 'STGSREL'.
           05  FILLER                      PIC X(08) VALUE 'STGCAPR'.
           05  FILLER                      PIC X(08) VALUE 'STGSUMM'.
           05  FILLER                      PIC X(08) VALUE 'STGARCH'.
       01  WS-CHAIN-STEP-TABLE REDEFINES WS-CHAIN-STEP-LIST.
           05  WS-CHAIN-STEP-NAME          PIC X(08)
                                           OCCURS 11 TIMES.
       01  WS-CHAIN-STEP-IDX               PIC 9(02).
