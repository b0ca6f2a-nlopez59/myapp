      * DATSUSP - ACCTSUSP account-transaction suspense record. A
      *           VSAM KSDS keyed on the account number (as keyed on
      *           the transaction, numeric or not) and action code,
      *           so the same transaction rejected night after night
      *           is one item with a climbing attempt count, not a
      *           fresh line on every ACCTREJ generation.
      *
      *           DATAAPL writes or updates an item for every reject;
      *           the analyst corrects it on DAT9 (DATSUSM), which
      *           sets status C, and the next DATAAPL re-applies every
      *           C item through the ordinary edits - applied items
      *           go to R, rejected ones back to O with the new
      *           reason. D is an item the analyst dropped. DATTURN
      *           lists O and C items past the suspense age.
      *
      *           A rejected posting is keyed on its reference too, so
      *           two postings to one account that both reject stay
      *           two items; the reference is blank for A, C, and X.
       01  ACCTSUSP-RECORD.
           05  SU-KEY.
               10  SU-ACCT-KEY          PIC X(06).
               10  SU-ACTION            PIC X(01).
               10  SU-REF-KEY           PIC X(14).
           05  SU-FIRST-DATE        PIC 9(08).
           05  SU-LAST-DATE         PIC 9(08).
           05  SU-ATTEMPTS          PIC 9(03).
           05  SU-STATUS            PIC X(01).
               88  SU-OPEN               VALUE 'O'.
               88  SU-CORRECTED           VALUE 'C'.
               88  SU-RESOLVED            VALUE 'R'.
               88  SU-DROPPED             VALUE 'D'.
               88  SU-OUTSTANDING         VALUE 'O' 'C'.
           05  SU-REASON            PIC X(30).
           05  SU-TRAN-IMAGE        PIC X(44).
           05  SU-CORR-USER         PIC X(08).
           05  SU-CORR-TIMESTAMP    PIC X(14).
