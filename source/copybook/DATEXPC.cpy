      * DATEXPC - Restart point for the DATSECX security-log export:
      *           a single-record VSAM RRDS (SECXCTL, defined like
      *           CHECKPT) rewritten only once an export generation
      *           has been written and closed clean. DATAUDIT events
      *           resume after EX-LAST-SEQ, the last AUD-SEQ-NBR
      *           exported; RULECHG carries no sequence number, so
      *           its events resume after the EX-CHG-COUNT records
      *           already exported at timestamp EX-CHG-TS (RULECHG is
      *           appended in time order). A night the export did not
      *           run is picked up whole by the next, with no gap and
      *           nothing sent twice.
       01  SECXCTL-RECORD.
           05  EX-LAST-SEQ          PIC 9(09).
           05  EX-LAST-CHAIN        PIC 9(09).
           05  EX-CHG-TS            PIC X(14).
           05  EX-CHG-COUNT         PIC 9(05).
           05  EX-EXPORT-TS         PIC X(14).
           05  EX-EVENT-COUNT       PIC 9(07).
