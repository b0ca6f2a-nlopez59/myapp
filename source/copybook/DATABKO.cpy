      * DATABKO - DATAAPL backout record. Before DATAAPL changes an
      *           ACCTMAST or ACCTSUSP record while applying the
      *           ACCTTRAN feed, it writes the record as it stood to
      *           APLBKOUT, a VSAM RRDS numbered from 1 again after
      *           every commit (see DATACKP). A restart puts back
      *           every image written since the last commit, highest
      *           record number first, so the master and suspense
      *           file are exactly as they were at that commit before
      *           the feed is picked up again.
      *
      *           BK-FEED-SEQ and BK-COMMIT-NO tie an image to the run
      *           and commit interval it belongs to - the first record
      *           that does not carry the feed sequence and the commit
      *           number after the checkpoint's is left over from an
      *           earlier interval and ends the backout.
      *
      *           BK-WAS-ADDED is a record the apply wrote new (backed
      *           out by deleting it); BK-WAS-UPDATED one it rewrote
      *           (backed out by rewriting the image).
       01  APLBKOUT-RECORD.
           05  BK-FEED-SEQ          PIC 9(06).
           05  BK-COMMIT-NO         PIC 9(07).
           05  BK-FILE              PIC X(01).
               88  BK-MASTER             VALUE 'M'.
               88  BK-SUSPENSE           VALUE 'S'.
           05  BK-ACTION            PIC X(01).
               88  BK-WAS-ADDED          VALUE 'A'.
               88  BK-WAS-UPDATED        VALUE 'U'.
           05  BK-IMAGE             PIC X(137).
