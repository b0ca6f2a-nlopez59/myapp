           05  RUN-CTL-SKIP-PREREQ  PIC S9(07) COMP-3.
           05  RUN-CTL-COMPLETED    PIC S9(07) COMP-3.
           05  RUN-CTL-ERRORS       PIC S9(07) COMP-3.
           05  RUN-CTL-SKIP-INPUT   PIC S9(07) COMP-3.
           05  RUN-CTL-BUSDATE      PIC X(08).
