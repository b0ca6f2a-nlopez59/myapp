           05  DL-RESULT            PIC 9(03).
           05  DL-TSTAMP            PIC X(14).
           05  DL-DEPT              PIC X(03).
      *    Spaces on records written before it was added - DATDLRP
      *    inserts those with BUSINESS_DATE null.
           05  DL-BUSDATE           PIC X(08).
