      * DATBDGP - Parameter block for DATBDGT, the business-date
      *           lookup every batch program CALLs instead of taking
      *           "today" from the clock. DATBDGT reads the BUSDATE
      *           control record (DATBDTE) on the first call of a run
      *           and hands back the same answer on every call after.
      *
      *           BG-BUSINESS-DATE is the date to stamp and select by
      *           - the override date while one is in force. With no
      *           BUSDATE record it is the clock date and BG-NO-CONTROL
      *           is set, so the caller can say so.
       01  DATBDGT-PARMS.
           05  BG-BUSINESS-DATE     PIC 9(08).
           05  BG-CONTROL-DATE      PIC 9(08).
           05  BG-STATUS            PIC X(01).
               88  BG-Control-Found      VALUE 'F'.
               88  BG-Override-Active    VALUE 'O'.
               88  BG-No-Control         VALUE 'N'.
           05  BG-OVERRIDE-REASON   PIC X(40).
           05  BG-OVERRIDE-BY       PIC X(08).
