      *             C  change - account must exist; a blank name or
      *                         department and a zero balance mean
      *                         "leave that field as it stands"
      *             X  close  - account must exist; marked inactive
      *                         and dated, never deleted, so history
      *                         still joins - until DATPURG purges it
      *                         once the retention period has run
      *             P  post   - a debit or credit against the current
      *                         balance of an existing, active account
      *                         (TR-POSTING-DATA: D/C, effective date
      *                         no later than the run, the sender's
      *                         reference, and the amount - which sits
      *                         where TR-ACCT-OPEN-BAL does, so the
      *                         trailer balance hash covers it)
      *           Rejected transactions are written to ACCTREJ with
      *           the reason, for the maintenance group to correct
      *           and resubmit.
      *
      *           The feed opens with one header record (H - the feed
      *           date and the sender's feed sequence number) and
      *           closes with one trailer record (T - the count of
      *           transaction records between them and hash totals of
      *           TR-ACCT-NUMBER and TR-ACCT-OPEN-BAL over those
      *           records). DATAAPL refuses the whole feed when the
      *           trailer does not balance or the sequence number has
      *           already been applied (see DATFREG).
      *
      *           TR-CHECK-DIGIT is the account number's check digit
      *           (see DATACCT) as the sender keyed it, for every
      *           action. A change, closure, or posting whose digit
      *           is missing or does not check is rejected - a
      *           transposed account number no longer quietly hits
      *           the wrong account. On an add it may be left blank
      *           and DATAAPL assigns it; one supplied must check.
      *
      *           TR-CURRENCY is the account's currency (see
      *           DATACCT). On an add it is the currency the account
      *           is opened in, blank for the reporting currency. On
      *           a change blank leaves it as it stands; a different
      *           code is only taken while the account's current
      *           balance is zero - money is never re-denominated by
      *           a maintenance card. On a posting it is the currency
      *           of the amount and must be the account's own, so a
      *           euro amount is never posted to a dollar account.
      *           Unused on the header and trailer.
       01  ACCTTRAN-RECORD.
           05  TR-ACTION            PIC X(01).
               88  TR-ADD                VALUE 'A'.
               88  TR-CHANGE              VALUE 'C'.
               88  TR-CLOSE               VALUE 'X'.
               88  TR-POST                VALUE 'P'.
               88  TR-HEADER              VALUE 'H'.
               88  TR-TRAILER             VALUE 'T'.
           05  TR-DETAIL.
               10  TR-ACCT-NUMBER       PIC 9(06).
               10  TR-ACCT-NAME         PIC X(20).
               10  TR-ACCT-DEPT         PIC X(03).
               10  TR-ACCT-OPEN-BAL     PIC 9(07)V99.
               10  TR-ACCT-STATUS       PIC X(01).
           05  TR-POSTING-DATA REDEFINES TR-DETAIL.
               10  TRP-ACCT-NUMBER      PIC 9(06).
               10  TRP-DR-CR            PIC X(01).
                   88  TRP-DEBIT             VALUE 'D'.
                   88  TRP-CREDIT             VALUE 'C'.
               10  TRP-EFF-DATE         PIC 9(08).
               10  TRP-REFERENCE        PIC X(14).
               10  TRP-AMOUNT           PIC 9(07)V99.
               10  FILLER               PIC X(01).
           05  TR-HEADER-DATA REDEFINES TR-DETAIL.
               10  TRH-FEED-DATE        PIC 9(08).
               10  TRH-FEED-SEQ         PIC 9(06).
               10  FILLER               PIC X(25).
           05  TR-TRAILER-DATA REDEFINES TR-DETAIL.
               10  TRT-RECORD-COUNT     PIC 9(07).
               10  TRT-ACCT-HASH        PIC 9(15).
               10  TRT-BAL-HASH         PIC 9(15)V99.
           05  TR-CHECK-DIGIT       PIC X(01).
           05  TR-CURRENCY          PIC X(03).
