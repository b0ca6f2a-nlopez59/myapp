           05  PF-START-TIME        PIC 9(08).
           05  PF-END-TIME          PIC 9(08).
           05  PF-ELAPSED-HNDS      PIC 9(09).
      *    Business date of the run (BUSDATE, DATBDTE) - PF-DATE is
      *    the wall-clock date the call started on. Not numeric on
      *    records written before it was added: PF-DATE stands.
           05  PF-BUSINESS-DATE     PIC 9(08).
