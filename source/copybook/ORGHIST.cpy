      * ORGHIST - Host variables for the effective-dating columns of
      *           the Q.ORG_HIST and Q.EMP_HIST history tables (the
      *           data columns are the ORG and EMP layouts). A row
      *           was in force at timestamp T when
      *           VALID_FROM <= T < VALID_TO; the current row carries
      *           HIST-OPEN-END as its VALID_TO.
       01  ORG-HIST.
           05  HIST-VALID-FROM      PIC X(14).
           05  HIST-VALID-TO        PIC X(14).
           05  HIST-CHANGED-BY      PIC X(08).
           05  HIST-AS-AT           PIC X(14).
           05  HIST-OPEN-END        PIC X(14) VALUE '99991231235959'.
