
      * The same chain arithmetic the writers use: prior check
      * times 31 plus the byte sum of the record's original 51
      * bytes (plus its business date, where it carries one) plus
      * the sequence number, mod 999999989.
       01  WS-PRIOR-SEQ             PIC 9(09) VALUE ZERO.
       01  WS-PRIOR-CHECK           PIC 9(09) VALUE ZERO.
       01  WS-EXPECT-CHECK          PIC 9(09) VALUE ZERO.
           perform 1200-Sum-One-Byte thru 1200-Sum-One-Byte-Exit
               varying WS-CHAIN-SUB from 1 by 1
               until WS-CHAIN-SUB > 51.
           if AUD-BUSINESS-DATE is numeric
               add AUD-BUSINESS-DATE to WS-CHAIN-SUM
           end-if.
           compute WS-EXPECT-CHECK = function mod(
               WS-PRIOR-CHECK * 31 + WS-CHAIN-SUM + AUD-SEQ-NBR,
               999999989).
