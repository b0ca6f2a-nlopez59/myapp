      * DATAPND - Online account-maintenance queue record. DAT8
      *           (DATACCM) appends one record per add, change,
      *           balance correction, or closure an authorized analyst
      *           keys against ACCTMAST, to the ACCTPEND entry-
      *           sequenced dataset. AP-TRAN-IMAGE is an ordinary
      *           ACCTTRAN transaction (see DATATRN) - DATAAPL applies
      *           the queue after the day's ACCTTRAN feed, through the
      *           same add/change/close logic, and empties it. The
      *           timestamp, terminal, and operator say who asked for
      *           the change, for the apply listing and any reject.
      *
      *           A correction a detection rule proposed and an
      *           analyst accepted on DAT3 (see CORRPROP) is queued
      *           here the same way, carrying the REVIEWQ item it
      *           resolves - its queued timestamp and rule. The tag is
      *           blank for maintenance keyed on DAT8.
       01  ACCTPEND-RECORD.
           05  AP-TRAN-IMAGE        PIC X(44).
           05  AP-TIMESTAMP         PIC X(14).
           05  AP-TERMINAL          PIC X(04).
           05  AP-OPERATOR          PIC X(08).
           05  AP-REVIEWQ-TAG.
               10  AP-RQ-TIMESTAMP      PIC X(14).
               10  AP-RQ-RULE           PIC X(04).
