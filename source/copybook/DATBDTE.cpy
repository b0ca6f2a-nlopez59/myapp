      * DATBDTE - Business-date control record for the BUSDATE
      *           dataset, a single-record VSAM RRDS (record 1)
      *           maintained the same way CHECKPT and RUNPROG are.
      *           It is "today" for every batch and online program
      *           that stamps or selects by date: a nightly that
      *           slips past midnight still belongs to the business
      *           date it started under, so its audit trail, daily
      *           summaries, performance records and Q.RULE_AUDIT
      *           rows all land on that date.
      *
      *           Only DATBDRL changes it, and every change is logged
      *           to BDLOG (DATBDLG):
      *             ROLL      at end of day, to the next business day
      *                       on the CALENDAR - never past the clock
      *             OVERRIDE  a prior business date, for a rerun, with
      *                       a reason and a requestor
      *             RESTORE   the override taken off again
      *             INIT      the first record, once
      *
      *           The date a program works to is BD-OVERRIDE-DATE
      *           while an override is in force, else
      *           BD-BUSINESS-DATE. Batch programs get it from DATBDGT
      *           (DATBDGP); CICS programs READ the record.
       01  BUSDATE-RECORD.
           05  BD-BUSINESS-DATE     PIC 9(08).
           05  BD-PRIOR-DATE        PIC 9(08).
      *    Zero when no override is in force.
           05  BD-OVERRIDE-DATE     PIC 9(08).
           05  BD-OVERRIDE-REASON   PIC X(40).
           05  BD-OVERRIDE-BY       PIC X(08).
      *    Wall-clock time and requestor of the last change.
           05  BD-UPDATED-TS        PIC X(14).
           05  BD-UPDATED-BY        PIC X(08).
