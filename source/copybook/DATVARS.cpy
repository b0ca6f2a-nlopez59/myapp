               10  WS-DIAG-EXCEPTIONS  PIC 9(07).
               10  WS-DIAG-MSG-COUNT   PIC 9(02).
               10  WS-DIAG-MSG         PIC X(60) OCCURS 5 TIMES.
      *    Business date the caller is running the rule for - the
      *    engine holds it against the rule's RULETAB effective-from
      *    and retire-on window. DATBATCH sends its business date;
      *    spaces (every ad hoc caller) mean the BUSDATE control
      *    record's business date.
           05  WS-RULE-DATE     PIC X(08).
