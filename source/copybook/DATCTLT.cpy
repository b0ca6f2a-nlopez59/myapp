           05  CT-SKIPPED-PREREQ    PIC 9(07).
           05  CT-CALLS-COMPLETED   PIC 9(07).
           05  CT-ERRORS            PIC 9(07).
      *    Rules held back because an input dataset was not stamped
      *    ready for the business date - blank on a record written
      *    before the bucket existed.
           05  CT-SKIPPED-INPUT     PIC 9(07).
