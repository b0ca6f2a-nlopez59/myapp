               10  WS-OT-LINES          PIC 9(07).
       01  WS-OUT-SUB               PIC 9(01).

      * Section markers - see DATRSEC.
           COPY DATRSEC.
       01  WS-MK-SUB                PIC 9(02) COMP VALUE ZERO.
       01  WS-MK-LEN                PIC 9(02) COMP VALUE ZERO.

