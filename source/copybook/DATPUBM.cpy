      * DATPUBM - Rule outcome publication. The parameter block a
      *           caller hands DATPUB, and inside it the message
      *           DATPUB puts to the DAT outcome topic for every rule
      *           execution - DATBATCH, DATW and DATQ alike - so the
      *           downstream subscribers (finance's warehouse, the
      *           risk dashboard) hear about a result as it happens
      *           instead of waiting for DATFEXT's morning file.
      *
      *           The topic string is DAT/OUTCOME/<band>/<rule>,
      *           band ERROR, WARNING or INFO, so a subscriber picks
      *           by severity (DAT/OUTCOME/ERROR/#), by rule
      *           (DAT/OUTCOME/+/0022) or both, with no selector.
      *           DATPUB sets PM-SEVERITY from PM-RESULT on the
      *           bands DATBATCH's 3300-Classify-Severity uses.
      *
      *           PB-PUBLISH puts one message; PB-DISCONNECT ends the
      *           caller's connection at the end of its run or task.
      *           PB-QMGR is the queue manager name for a batch
      *           caller (blank for the installation default); under
      *           CICS the region's own connection is used and the
      *           name is ignored. PB-COMP-CODE and PB-REASON come
      *           back with the MQ completion and reason codes - a
      *           failed put is the caller's to capture to PUBDLTR
      *           (DATPDLT) for the DATPBRP replay, never a reason to
      *           stop.
      *
      *           PM-DIAG-* are the DIAGLOG counts the rule returned
      *           in WS-DIAGNOSTICS. PM-SOURCE names the program that
      *           ran the rule, PM-CALLER who asked for it.
      *           PM-REPLAYED is Y on a message DATPBRP re-published
      *           from PUBDLTR - PM-TIMESTAMP is still the time the
      *           rule ran.
       01  DATPUB-PARMS.
           05  PB-FUNCTION          PIC X(01).
               88  PB-PUBLISH            VALUE 'P'.
               88  PB-DISCONNECT         VALUE 'D'.
           05  PB-QMGR              PIC X(48).
           05  PB-COMP-CODE         PIC S9(09) BINARY.
               88  PB-PUT-OK             VALUE 0 1.
               88  PB-PUT-FAILED         VALUE 2.
           05  PB-REASON            PIC S9(09) BINARY.
           05  PB-MESSAGE.
               10  PM-RULE              PIC X(04).
               10  PM-RESULT            PIC 9(03).
               10  PM-SEVERITY          PIC X(01).
                   88  PM-SEV-INFO           VALUE 'I'.
                   88  PM-SEV-WARNING        VALUE 'W'.
                   88  PM-SEV-ERROR          VALUE 'E'.
               10  PM-RUN-ID            PIC X(14).
               10  PM-DEPT              PIC X(03).
               10  PM-DIAG-RECORDS      PIC 9(07).
               10  PM-DIAG-EXCEPTIONS   PIC 9(07).
               10  PM-DIAG-MSG-COUNT    PIC 9(02).
               10  PM-SOURCE            PIC X(08).
               10  PM-CALLER            PIC X(08).
               10  PM-TIMESTAMP         PIC X(14).
               10  PM-REPLAYED          PIC X(01).
                   88  PM-REPLAY             VALUE 'Y' FALSE 'N'.
