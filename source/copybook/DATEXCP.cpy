      *           The five WS-DIAG-MSG lines in DATVARS still carry
      *           the first findings back through the engine for
      *           SYSOUT and DIAGLOG; this file has no five-row
      *           ceiling. DATCASE folds it nightly into the EXCPCASE
      *           case file (rule, record key, finding type), which
      *           is what DAT3 shows (PF5 on the REVIEWQ item being
      *           dispositioned).
       01  EXCPDTL-RECORD.
           05  XD-TIMESTAMP         PIC X(14).
           05  XD-RULE              PIC X(04).
