      *           full before and after images of the RULETAB-RECORD,
      *           so "who changed it, when, and what it used to be"
      *           has an answer. Listed by the DATCHGR daily report.
      *
      *           Production (DAT0) changes are applied only once a
      *           second user approves them on DATV, and are logged
      *           then: CG-OPERATOR is the user who asked for the
      *           change (CG-TERMINAL theirs), CG-APPROVER the user
      *           who approved it, CG-TIMESTAMP when it was applied.
      *           CG-APPROVER is blank on DAT1 (RULETABT) records and
      *           on records written before approval was required.
       01  RULECHG-RECORD.
           05  CG-TIMESTAMP         PIC X(14).
           05  CG-TERMINAL          PIC X(04).
               88  CG-ADD                VALUE 'A'.
               88  CG-CHANGE              VALUE 'C'.
               88  CG-DELETE              VALUE 'D'.
           05  CG-BEFORE-IMAGE      PIC X(107).
           05  CG-AFTER-IMAGE       PIC X(107).
           05  CG-APPROVER          PIC X(08).
