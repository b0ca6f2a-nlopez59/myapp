      *             BAL      override this account's opening
      *                      balance with SC-AMOUNT (a department
      *                      total break for RULE25 to find)
      *             CHKDIG   write this account with a check
      *                      digit one off the right one (a
      *                      failing account number for RULE24)
      *           The generator echoes every fault it actually
      *           plants to the MANIFEST dataset in this same
      *           layout, so the regression harness compares the
               88  SC-FAULT-DUP           VALUE 'DUP'.
               88  SC-FAULT-EXTRA         VALUE 'EXTRA'.
               88  SC-FAULT-BAL           VALUE 'BAL'.
               88  SC-FAULT-CHKDIG        VALUE 'CHKDIG'.
           05  FILLER               PIC X(01).
           05  SC-ACCT              PIC 9(06).
           05  FILLER               PIC X(01).
