      * DATBDLG - Business-date change log (BDLOG), one record per
      *           change DATBDRL makes to the BUSDATE control record
      *           (DATBDTE) - a roll, an override, a restore, the
      *           first INIT - and one per request it refused. The
      *           answer to "who reran which business date, when,
      *           and why".
       01  BDLOG-RECORD.
           05  BL-TIMESTAMP         PIC X(14).
           05  BL-ACTION            PIC X(08).
      *    'Y' made, 'N' refused.
           05  BL-APPLIED           PIC X(01).
               88  BL-Change-Made        VALUE 'Y'.
           05  BL-FROM-DATE         PIC 9(08).
           05  BL-TO-DATE           PIC 9(08).
           05  BL-REQUESTOR         PIC X(08).
           05  BL-REASON            PIC X(40).
