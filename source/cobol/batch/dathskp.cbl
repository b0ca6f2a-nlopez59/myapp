           COPY REVIEWQ.

       FD  RVQKEEP-FILE.
       01  RVQKEEP-RECORD           PIC X(131).

       FD  RVQARCH-FILE.
       01  RVQARCH-RECORD           PIC X(131).

       FD  SQLERRLG-FILE.
           COPY SQLERRLG.
           COPY DATPERF.

       FD  PRFKEEP-FILE.
       01  PRFKEEP-RECORD           PIC X(45).

       FD  PRFARCH-FILE.
       01  PRFARCH-RECORD           PIC X(45).

       WORKING-STORAGE SECTION.
       01  WS-HSKPPARM-STATUS       PIC X(02).
