      *>****************************************************************
      *> STGCALRQ - processing-calendar request passed to STGCALND.
      *>
      *> A program that needs the business calendar COPYs this
      *> member into WORKING-STORAGE SECTION, sets CLQ-FUNCTION and
      *> CALLs 'STGCALND' USING CALENDAR-REQUEST:
      *>   LOOK - CLQ-DATE in; the day's entry back
      *>   BDAY - CLQ-BUSINESS-DAY-NUMBER in; CLQ-DATE and the entry
      *>          of that business day back
      *>   PROC - nothing in; CLQ-DATE comes back as the night's run
      *>          date from the RUNDATE card (see STGCHAIN) and the
      *>          entry is that date's, so CLQ-PROCESSING-DATE is
      *>          the business day tonight's extracts should carry
      *> CLQ-RESULT says whether the date or number is on the
      *> calendar at all; the other fields are only meaningful when
      *> it is CLQ-FOUND.  Field meanings are those of STGCAL.cpy.
      *> STGCALND takes this same member into its LINKAGE SECTION,
      *> so the caller and the called layout cannot drift apart.
      *>****************************************************************
       01  CALENDAR-REQUEST.
           05  CLQ-FUNCTION                PIC X(04).
               88  CLQ-LOOKUP-DATE         VALUE 'LOOK'.
               88  CLQ-LOOKUP-BUSINESS-DAY VALUE 'BDAY'.
               88  CLQ-PROCESSING-NIGHT    VALUE 'PROC'.
           05  CLQ-DATE                    PIC X(08).
           05  CLQ-RESULT                  PIC X(01).
               88  CLQ-FOUND               VALUE 'F'.
               88  CLQ-NOT-ON-CALENDAR     VALUE 'N'.
           05  CLQ-DAY-TYPE                PIC X(01).
               88  CLQ-BUSINESS-DAY        VALUE 'B'.
               88  CLQ-WEEKEND             VALUE 'W'.
               88  CLQ-HOLIDAY             VALUE 'H'.
           05  CLQ-MONTH-END-SWITCH        PIC X(01).
               88  CLQ-MONTH-END           VALUE 'Y'.
           05  CLQ-BUSINESS-DAY-NUMBER     PIC 9(07).
           05  CLQ-PROCESSING-DATE         PIC X(08).
