      * DATRKEP - Retention record for the report repository, one
      *           per report section in the RPTKEEP member DATRSTR
      *           reads. Fixed columns the same way DATDCTL lays out
      *           the distribution subscriptions: the section name,
      *           a separator, and the number of days the section is
      *           kept after its business date, e.g.:
      *             DATRPT  |0400
      *             COBV4BTH|0035
      *           A section with no record is kept 90 days.
       01  RPTKEEP-RECORD.
           05  RK-SECTION           PIC X(08).
           05  FILLER               PIC X(01).
           05  RK-KEEP-DAYS         PIC 9(04).
