      *> Build and run from the repository root:
      *>     cobc -x -std=ibm -free -I copybooks \
      *>         -o stgxferJob stgxferDriver.cob bug.cob
      *>     cobc -m -std=ibm -I copybooks stgchain.cob
      *>     cobc -m -std=ibm -I copybooks stgcalnd.cob
      *>     STAGEIN=... RECONRPT=... RESTARTF=... AUDITLOG=... \
      *>         OUTFEED=... RUNDATE=... CHAINCTL=... CALENDAR=... \
      *>         STEPLOG=... ./stgxferJob 'COPY'
      *>         (or 'REF', or 'COPY RESTART' / 'REF RESTART' to resume
      *>         from the last checkpoint in RESTARTF; add FORCE to
      *>         rerun a transfer the chain shows complete, PART on
      *>         a partition run)
      *>****************************************************************

       DATA DIVISION.
