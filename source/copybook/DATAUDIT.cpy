      *    number into the prior record's check value.
           05  AUD-SEQ-NBR          PIC 9(09).
           05  AUD-CHAIN-CHECK      PIC 9(09).
      *    Business date the call ran under (BUSDATE, DATBDTE) -
      *    the date to select by; AUD-TIMESTAMP stays the wall
      *    clock. Not numeric on records written before it was
      *    added: AUD-TIMESTAMP(1:8) is their business date. Where
      *    numeric it is added into the chain check after the
      *    first 51 bytes.
           05  AUD-BUSINESS-DATE    PIC 9(08).
