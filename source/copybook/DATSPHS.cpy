      * DATSPHS - Dataset capacity history, one record per dataset
      *           per run of the weekly DATSPACE capacity report: the
      *           record count it found, the allocation it measured
      *           against (SPACEPARM) and the daily growth it worked
      *           out. Appended to SPACEHST each run.
      *
      *           DATSPACE takes ACCTMAST's growth from here - the
      *           master carries no date a record arrived on, so its
      *           growth is the count now against the oldest count on
      *           file from the last 30 days. The other datasets are
      *           measured from their own record timestamps, and
      *           their rows are kept for the trend.
      *
      *           SP-PER-DAY is zero where no growth could be worked
      *           out (first run for ACCTMAST, or nothing dated).
       01  SPACEHST-RECORD.
           05  SP-RUN-DATE          PIC 9(08).
           05  SP-DATASET           PIC X(08).
           05  SP-RECORDS           PIC 9(09).
           05  SP-ALLOCATION        PIC 9(09).
           05  SP-PER-DAY           PIC 9(07)V99.
