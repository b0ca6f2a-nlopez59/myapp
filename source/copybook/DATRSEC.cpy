      * DATRSEC - Section markers of the bound end-of-day document -
      *           the banner text each bound program already prints,
      *           matched at the head of the line (allowing for the
      *           carriage-control byte). The document opens in the
      *           DATBATCH section. Shared by DATDIST, which routes
      *           each section to its recipients, and DATRSTR, which
      *           stores each section in the report repository, so
      *           the two always agree where a section starts.
       01  WS-MARKER-VALUES.
           05  FILLER PIC X(28) VALUE 'DATRPT  DATRPT - Daily Rule '.
           05  FILLER PIC X(28) VALUE 'DATPRPT DATPRPT - Batch Wind'.
           05  FILLER PIC X(28) VALUE 'COBV4BTHCOBV4BTCH - v4 depar'.
           05  FILLER PIC X(28) VALUE 'DATFEXT DATFEXT: '.
       01  WS-MARKER-TABLE REDEFINES WS-MARKER-VALUES.
           05  WS-MK-ENTRY OCCURS 4 TIMES INDEXED BY MK-IDX.
               10  WS-MK-SECTION        PIC X(08).
               10  WS-MK-TEXT           PIC X(20).
