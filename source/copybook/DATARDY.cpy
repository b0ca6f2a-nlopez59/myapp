      * DATARDY - Data-ready stamp, appended to the DATARDY dataset by
      *           each job that produces a dataset the rules read,
      *           once it has finished producing it for a business
      *           date: DATAAPL for ACCTRANGE, DATCTLD for CTLFIG.
      *           DATBATCH takes the latest stamp per dataset and
      *           holds back any rule whose RULEINP inputs (see
      *           DATRINP) are not stamped for the run's business
      *           date - a rule never sweeps yesterday's data and
      *           reports it clean.
       01  DATARDY-RECORD.
           05  DR-DATASET           PIC X(10).
           05  FILLER               PIC X(01).
           05  DR-BUSINESS-DATE     PIC 9(08).
           05  FILLER               PIC X(01).
           05  DR-PRODUCER          PIC X(08).
           05  FILLER               PIC X(01).
           05  DR-STAMPED-TS        PIC X(14).
