      *>****************************************************************
      *> STGCHREQ - chain control request passed to STGCHAIN.
      *>
      *> Every chain program COPYs this member into WORKING-STORAGE
      *> SECTION and CALLs 'STGCHAIN' USING CHAIN-REQUEST twice:
      *>   BEGIN - before it opens anything: CRQ-STEP-NAME and
      *>           CRQ-FORCE-SWITCH in (most steps leave FORCE to the
      *>           FORCECRD card STGCHAIN reads); CRQ-RUN-DATE and
      *>           CRQ-RESULT back.  A REFUSED step has already been
      *>           stamped complete tonight and must end RC=8
      *>           untouched.
      *>   END   - at clean end of job, with CRQ-RUN-DATE as BEGIN
      *>           returned it and CRQ-STEP-RETURN-CODE set to the RC
      *>           the step is about to end with.
      *> The CALL sets RETURN-CODE, so a caller saves its own
      *> RETURN-CODE in CRQ-STEP-RETURN-CODE before the END call and
      *> restores it afterwards.  Before END the caller also sets
      *> CRQ-RECORDS-PROCESSED to its count of the main input it
      *> worked through, for the step-timing log (STGSTEPL.cpy).
      *> A chain program that keeps no CHAINCTL slot (a partition
      *> transfer, the splitter, the journal) sets CRQ-TIMING-ONLY
      *> before BEGIN: it is never refused, and BEGIN/END only log
      *> its start and end.
      *> STGCHAIN takes this same member into its LINKAGE SECTION,
      *> so the caller and the called layout cannot drift apart.
      *>****************************************************************
       01  CHAIN-REQUEST.
           05  CRQ-FUNCTION                PIC X(05).
               88  CRQ-BEGIN               VALUE 'BEGIN'.
               88  CRQ-END                 VALUE 'END  '.
           05  CRQ-STEP-NAME               PIC X(08).
           05  CRQ-FORCE-SWITCH            PIC X(01) VALUE 'N'.
               88  CRQ-FORCE               VALUE 'Y'.
           05  CRQ-STEP-RETURN-CODE        PIC 9(04) VALUE ZERO.
           05  CRQ-RUN-DATE                PIC X(08) VALUE SPACES.
           05  CRQ-RESULT                  PIC X(01).
               88  CRQ-GO                  VALUE 'G'.
               88  CRQ-REFUSED             VALUE 'R'.
           05  CRQ-TIMING-ONLY-SWITCH      PIC X(01) VALUE 'N'.
               88  CRQ-TIMING-ONLY         VALUE 'Y'.
           05  CRQ-RECORDS-PROCESSED       PIC 9(09) VALUE ZERO.
