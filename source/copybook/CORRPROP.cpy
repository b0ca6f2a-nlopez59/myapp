      * CORRPROP - Proposed correction record. A VSAM KSDS keyed the
      *            way EXCPCASE is - rule, key of the failing record,
      *            finding type - so a finding has at most one
      *            proposal, the one its case is shown with.
      *
      *            DATCASE maintains the file from the night's PROPDTL
      *            rows (see DATPRDT): a new proposal is written
      *            pending; a pending one is refreshed with the latest
      *            transaction; one already decided is only reopened
      *            pending when the rule now proposes something
      *            different. When the case closes - the finding
      *            stopped appearing - a proposal still pending is
      *            withdrawn.
      *
      *            The analyst accepts or rejects it on DAT3 (PF6 on
      *            the REVIEWQ item being dispositioned). An accepted
      *            proposal's transaction is queued to ACCTPEND (see
      *            DATAPND) tagged with that REVIEWQ item, for the
      *            next DATAAPL run; the tag and who decided are kept
      *            here either way.
       01  CORRPROP-RECORD.
           05  CP-KEY.
               10  CP-RULE              PIC X(04).
               10  CP-RECORD-KEY        PIC X(20).
               10  CP-FIND-TYPE         PIC X(08).
           05  CP-STATUS            PIC X(01).
               88  CP-PENDING            VALUE 'P'.
               88  CP-ACCEPTED            VALUE 'A'.
               88  CP-REJECTED            VALUE 'R'.
               88  CP-WITHDRAWN           VALUE 'W'.
      *    Night the rule last proposed it.
           05  CP-PROPOSED-DATE     PIC 9(08).
           05  CP-REASON            PIC X(20).
           05  CP-TRAN-IMAGE        PIC X(44).
      *    The REVIEWQ item (queued timestamp and rule) it was
      *    decided under, and who decided it when - all blank while
      *    pending.
           05  CP-REVIEWQ-TAG.
               10  CP-RQ-TIMESTAMP      PIC X(14).
               10  CP-RQ-RULE           PIC X(04).
           05  CP-DISP-USER         PIC X(08).
           05  CP-DISP-TIMESTAMP    PIC X(14).
