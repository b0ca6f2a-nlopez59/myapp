      * DATPCHG - Pending production rule change, a VSAM KSDS keyed
      *           on the rule code (PENDCHG, IDCAMS DEFINE CLUSTER
      *           ... INDEXED KEYS(4 0) RECORDSIZE(298 298)). An
      *           add, change, or delete keyed on DAT0 no longer
      *           touches RULETAB: DATDEMO files it here with the
      *           before and after RULETAB images, and it takes
      *           effect only when a second, different authorized
      *           user approves it on DATV (DATAPRV) - which applies
      *           the after image to RULETAB and writes the RULECHG
      *           record carrying both user ids.
      *
      *           One record per rule: a rule with a change still
      *           waiting takes no second one until the first is
      *           approved, rejected, or expired. A resolved record
      *           stays on file as the last word on the rule until
      *           the next change for it replaces it.
      *
      *           PC-STATUS:
      *             P  pending - waiting for the second user
      *             A  approved and applied to RULETAB
      *             R  rejected - PC-REASON says why
      *             E  expired - not reviewed within the CHGPARM
      *                EXPIRE=nnn days (default 7); set by the
      *                DATCHGR daily report, which lists it
      *
      *           PC-RVW-USER/-TIMESTAMP are the approver or
      *           rejecter and when (DATCHGR on an expiry).
       01  PENDCHG-RECORD.
           05  PC-KEY.
               10  PC-RULE-NUM      PIC X(04).
           05  PC-STATUS            PIC X(01).
               88  PC-PENDING            VALUE 'P'.
               88  PC-APPROVED           VALUE 'A'.
               88  PC-REJECTED           VALUE 'R'.
               88  PC-EXPIRED            VALUE 'E'.
           05  PC-ACTION            PIC X(01).
               88  PC-ADD                VALUE 'A'.
               88  PC-CHANGE             VALUE 'C'.
               88  PC-DELETE             VALUE 'D'.
           05  PC-REQ-USER          PIC X(08).
           05  PC-REQ-TERMINAL      PIC X(04).
           05  PC-REQ-TIMESTAMP     PIC X(14).
           05  PC-RVW-USER          PIC X(08).
           05  PC-RVW-TIMESTAMP     PIC X(14).
           05  PC-BEFORE-IMAGE      PIC X(107).
           05  PC-AFTER-IMAGE       PIC X(107).
           05  PC-REASON            PIC X(30).
