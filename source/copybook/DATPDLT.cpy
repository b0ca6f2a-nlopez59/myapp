      * DATPDLT - Dead-letter record for a rule outcome message that
      *           could not be published: the whole DATPUBM message
      *           as DATPUB was asked to put it, with the MQ
      *           completion and reason codes that refused it, so
      *           DATPBRP can publish it once the queue manager is
      *           back - the same capture-and-replay DEADLTR gives a
      *           failed Q.RULE_AUDIT insert.
      *
      *           PUBDLTR is a VSAM ESDS like DATAUDIT, because both
      *           sides write it: DATBATCH appends with a batch OPEN
      *           EXTEND, DATW and DATQ with EXEC CICS WRITE ... RBA.
      *
      *           PL-MESSAGE is PB-MESSAGE of DATPUBM, moved as a
      *           group both ways.
       01  PUBDLTR-RECORD.
           05  PL-TIMESTAMP         PIC X(14).
           05  PL-COMP-CODE         PIC 9(01).
           05  PL-REASON            PIC 9(04).
           05  PL-MESSAGE           PIC X(72).
