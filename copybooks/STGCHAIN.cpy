      *>****************************************************************
      *> STGCHAIN - nightly chain control record layout.
      *>
      *> Declares CHAIN-CONTROL-RECORD for CHAINCTL, the indexed
      *> chain control file (RECORD KEY CHN-RUN-DATE): one record per
      *> night, holding one slot per chain step in the order of
      *> STGCHSTP.cpy.  Every chain program asks STGCHAIN at start
      *> whether its step may run tonight and has it stamped at
      *> clean completion, so a restart after an abend is a lookup
      *> on STGCHSTS rather than a judgement call.  COPY this member
      *> into the FILE SECTION under FD CHAIN-CONTROL-FILE, the same
      *> reasoning STGMASTR.cpy applies to MASTER-RECORD.
      *>
      *> Step status:
      *>   ' ' - not run tonight
      *>   'S' - started and not yet ended - running now, or abended
      *>   'C' - complete: ended RC=4 or better
      *>   'F' - ended RC=8 or worse - the step's own verdict that
      *>         its output is not fit to use; a rerun is expected
      *>         and needs no FORCE
      *> CHN-STEP-FORCED records that the latest run was let past a
      *> completed slot by FORCE (a FORCECRD card, or STGXFER's
      *> PARM).
      *>****************************************************************
       01  CHAIN-CONTROL-RECORD.
           05  CHN-RUN-DATE                    PIC X(08).
           05  CHN-STEP-ENTRY OCCURS 11 TIMES.
               10  CHN-STEP-NAME               PIC X(08).
               10  CHN-STEP-STATUS             PIC X(01).
                   88  CHN-STEP-NOT-RUN        VALUE ' '.
                   88  CHN-STEP-STARTED        VALUE 'S'.
                   88  CHN-STEP-COMPLETE       VALUE 'C'.
                   88  CHN-STEP-FAILED         VALUE 'F'.
               10  CHN-STEP-START-TIMESTAMP    PIC X(26).
               10  CHN-STEP-END-TIMESTAMP      PIC X(26).
               10  CHN-STEP-RETURN-CODE        PIC 9(04).
               10  CHN-STEP-RUN-COUNT          PIC 9(04).
               10  CHN-STEP-FORCED-SWITCH      PIC X(01).
                   88  CHN-STEP-FORCED         VALUE 'Y'.
