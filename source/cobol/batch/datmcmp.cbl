       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATMCMP.
      * Period-over-period comparison of two ACCTSNAP snapshot
      * generations (DATMSNP layout) - what changed in the account
      * population between one period end and another. The two
      * generations are matched on account number, both being in
      * key order, and every account that changed is listed under
      * what happened to it:
      *   OPENED   on the later snapshot only, or inactive on the
      *            earlier and active on the later (reopened)
      *   CLOSED   active on the earlier snapshot and inactive on
      *            the later, or gone from it
      *   REMOVED  already inactive on the earlier snapshot and gone
      *            from the later - closed before the period and
      *            purged during it, so not a closure of this period
      *   MOVED    on both, in a different department
      *   BALANCE  on both, with a different current balance or
      *            currency
      * An account both moved and changed in balance is listed under
      * each. A blank current balance stands at the opening balance,
      * as everywhere else.
      *
      * After the listing come per-department counts and balance
      * totals for each category, by department and currency -
      * balances in different currencies are never added together.
      * Each department and currency also shows its account count and
      * balance total on either snapshot. Amounts are:
      *   OPENED           the balance on the later snapshot
      *   CLOSED/REMOVED   the balance on the earlier snapshot
      *   MOVED OUT/IN     the balance leaving the earlier department
      *                    and arriving in the later one
      *   BALANCE          later less earlier; where the currency
      *                    changed, the earlier balance comes off the
      *                    old currency and the later goes on the new
      *
      * MCMPPARM is optional, a KEYWORD=VALUE member the same shape
      * as DATBATCH's PARMLIB:
      *   LIST=N           per-department totals only, no account
      *                    listing
      *
      * RC 0 = compared; RC 4 = compared, but the snapshots are the
      * same date, the wrong way round, or one of them is empty;
      * RC 999 = a snapshot will not open, is out of key order, or
      * has more than 300 department and currency pairs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MCMPPARM-FILE ASSIGN TO 'MCMPPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCMPPARM-STATUS.
           SELECT OLDSNAP-FILE  ASSIGN TO 'OLDSNAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDSNAP-STATUS.
           SELECT NEWSNAP-FILE  ASSIGN TO 'NEWSNAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWSNAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MCMPPARM-FILE.
       01  MCMPPARM-RECORD          PIC X(80).

       FD  OLDSNAP-FILE.
       01  OLDSNAP-RECORD           PIC X(71).

       FD  NEWSNAP-FILE.
       01  NEWSNAP-RECORD           PIC X(71).

       WORKING-STORAGE SECTION.
       01  WS-MCMPPARM-STATUS       PIC X(02).
           88  WS-MCMPPARM-OK            VALUE '00'.
           88  WS-MCMPPARM-EOF            VALUE '10'.
       01  WS-OLDSNAP-STATUS        PIC X(02).
           88  WS-OLDSNAP-OK             VALUE '00'.
           88  WS-OLDSNAP-EOF             VALUE '10'.
       01  WS-NEWSNAP-STATUS        PIC X(02).
           88  WS-NEWSNAP-OK             VALUE '00'.
           88  WS-NEWSNAP-EOF             VALUE '10'.

       01  WS-PARM-KEYWORD          PIC X(10).
       01  WS-PARM-VALUE-TEXT       PIC X(40).
       01  WS-LIST-SW               PIC X(01) VALUE 'Y'.
           88  WS-List-Accounts           VALUE 'Y' FALSE 'N'.

      * Both snapshots are read through the one layout; the fields
      * the comparison needs are kept for each side.
           COPY DATMSNP.

       01  WS-OLD-ACCOUNT.
           05  WS-OLD-ACCT-NUMBER   PIC 9(06).
           05  WS-OLD-DEPT          PIC X(03).
           05  WS-OLD-STATUS        PIC X(01).
           05  WS-OLD-CURRENCY      PIC X(03).
           05  WS-OLD-BALANCE       PIC S9(09)V99 COMP-3.
       01  WS-NEW-ACCOUNT.
           05  WS-NEW-ACCT-NUMBER   PIC 9(06).
           05  WS-NEW-DEPT          PIC X(03).
           05  WS-NEW-STATUS        PIC X(01).
           05  WS-NEW-CURRENCY      PIC X(03).
           05  WS-NEW-BALANCE       PIC S9(09)V99 COMP-3.
       01  WS-OLD-PREV-ACCT         PIC 9(06) VALUE ZERO.
       01  WS-NEW-PREV-ACCT         PIC 9(06) VALUE ZERO.
       01  WS-OLD-DATE              PIC 9(08) VALUE ZERO.
       01  WS-NEW-DATE              PIC 9(08) VALUE ZERO.
       01  WS-OLD-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-Old-Done                VALUE 'Y' FALSE 'N'.
       01  WS-NEW-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-New-Done                VALUE 'Y' FALSE 'N'.
       01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
           88  WS-Compare-Failed          VALUE 'Y' FALSE 'N'.
       01  WS-ODD-SW                PIC X(01) VALUE 'N'.
           88  WS-Compare-Odd             VALUE 'Y' FALSE 'N'.

      * One entry per department and currency, kept in department
      * then currency order for the summary.
       01  WS-DEPT-CCY-TABLE.
           05  WS-DC-ENTRY OCCURS 300 TIMES
                                 INDEXED BY DC-IDX.
               10  WS-DC-KEY.
                   15  WS-DC-DEPT       PIC X(03).
                   15  WS-DC-CURRENCY   PIC X(03).
               10  WS-DC-OLD-COUNT      PIC 9(07) COMP-3.
               10  WS-DC-OLD-TOTAL      PIC S9(13)V99 COMP-3.
               10  WS-DC-NEW-COUNT      PIC 9(07) COMP-3.
               10  WS-DC-NEW-TOTAL      PIC S9(13)V99 COMP-3.
               10  WS-DC-CATEGORY OCCURS 6 TIMES.
                   15  WS-DC-CAT-COUNT  PIC 9(07) COMP-3.
                   15  WS-DC-CAT-AMOUNT PIC S9(13)V99 COMP-3.
       01  WS-DC-COUNT-USED         PIC 9(04) COMP VALUE ZERO.
       01  WS-FIND-KEY.
           05  WS-FIND-DEPT         PIC X(03).
           05  WS-FIND-CCY          PIC X(03).
       01  WS-WORK-IDX              PIC 9(04) COMP VALUE ZERO.
       01  WS-SHIFT-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-CAT-IDX               PIC 9(04) COMP VALUE ZERO.
       01  WS-ENTRY-SW              PIC X(01) VALUE 'N'.
           88  WS-Entry-Ok                VALUE 'Y' FALSE 'N'.

      * Category numbers - the subscript into WS-DC-CATEGORY and
      * WS-CAT-NAMES.
       01  WS-CAT-OPENED            PIC 9(04) COMP VALUE 1.
       01  WS-CAT-CLOSED            PIC 9(04) COMP VALUE 2.
       01  WS-CAT-REMOVED           PIC 9(04) COMP VALUE 3.
       01  WS-CAT-MOVED-OUT         PIC 9(04) COMP VALUE 4.
       01  WS-CAT-MOVED-IN          PIC 9(04) COMP VALUE 5.
       01  WS-CAT-BALANCE           PIC 9(04) COMP VALUE 6.
       01  WS-CAT-NAME-VALUES.
           05  FILLER               PIC X(09) VALUE 'OPENED   '.
           05  FILLER               PIC X(09) VALUE 'CLOSED   '.
           05  FILLER               PIC X(09) VALUE 'REMOVED  '.
           05  FILLER               PIC X(09) VALUE 'MOVED OUT'.
           05  FILLER               PIC X(09) VALUE 'MOVED IN '.
           05  FILLER               PIC X(09) VALUE 'BALANCE  '.
       01  WS-CAT-NAMES REDEFINES WS-CAT-NAME-VALUES.
           05  WS-CAT-NAME OCCURS 6 TIMES PIC X(09).
       01  WS-CT-CATEGORY OCCURS 6 TIMES PIC 9(07) VALUE ZERO.

       01  WS-TALLY-AMOUNT          PIC S9(13)V99 COMP-3.
       01  WS-CHANGE-AMOUNT         PIC S9(13)V99 COMP-3.
       01  WS-CT-OLD-READ           PIC 9(07) VALUE ZERO.
       01  WS-CT-NEW-READ           PIC 9(07) VALUE ZERO.
       01  WS-CT-UNCHANGED          PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNT-CHANGED-SW    PIC X(01) VALUE 'N'.
           88  WS-Account-Changed         VALUE 'Y' FALSE 'N'.

       01  WS-AMT-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDIT2             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CNT-EDIT              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
          0000-Mainline.
           Display '================================================'.
           Display 'DATMCMP - Account-Master Snapshot Comparison'.
           Display '================================================'.
           perform 0100-Read-Mcmpparm thru 0100-Read-Mcmpparm-Exit.
           perform 1000-Open-Snapshots thru 1000-Open-Snapshots-Exit.
           if not WS-Compare-Failed
               if WS-List-Accounts
                   Display 'ACCOUNT    CHANGE     DEPT  CCY'
                       '              EARLIER                LATER'
               end-if
               perform 2000-Compare-One-Account
                   thru 2000-Compare-One-Account-Exit
                   until (WS-Old-Done and WS-New-Done)
                      or WS-Compare-Failed
               CLOSE OLDSNAP-FILE
               CLOSE NEWSNAP-FILE
           end-if.
           if not WS-Compare-Failed
               perform 5000-Print-Summary thru 5000-Print-Summary-Exit
           end-if.
           perform 6000-Print-Totals thru 6000-Print-Totals-Exit.
           evaluate true
               when WS-Compare-Failed
                   Move 999 to RETURN-CODE
               when WS-Compare-Odd
                   Move 4 to RETURN-CODE
               when other
                   continue
           end-evaluate.
           STOP RUN.
      *
          0100-Read-Mcmpparm.
           OPEN INPUT MCMPPARM-FILE.
           if not WS-MCMPPARM-OK
               GO TO 0100-Read-Mcmpparm-Exit
           end-if.
           perform 0110-Read-Mcmpparm-Record
               thru 0110-Read-Mcmpparm-Record-Exit
               until WS-MCMPPARM-EOF.
           CLOSE MCMPPARM-FILE.
           Exit Paragraph.
          0100-Read-Mcmpparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Mcmpparm-Record.
           READ MCMPPARM-FILE
               AT END set WS-MCMPPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING MCMPPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   evaluate WS-PARM-KEYWORD
                       when 'LIST'
                           if WS-PARM-VALUE-TEXT(1:1) = 'N'
                               set WS-List-Accounts to false
                           end-if
                       when SPACES
                           continue
                       when other
                           Display 'DATMCMP: Ignoring unknown'
                               ' MCMPPARM keyword ' WS-PARM-KEYWORD
                   end-evaluate
           end-read.
           Exit Paragraph.
          0110-Read-Mcmpparm-Record-Exit.
           Exit Paragraph.
      *
          1000-Open-Snapshots.
           OPEN INPUT OLDSNAP-FILE.
           if not WS-OLDSNAP-OK
               Display 'ERROR-999: Unable to open OLDSNAP status='
                   WS-OLDSNAP-STATUS
               set WS-Compare-Failed to true
               GO TO 1000-Open-Snapshots-Exit
           end-if.
           OPEN INPUT NEWSNAP-FILE.
           if not WS-NEWSNAP-OK
               Display 'ERROR-999: Unable to open NEWSNAP status='
                   WS-NEWSNAP-STATUS
               set WS-Compare-Failed to true
               CLOSE OLDSNAP-FILE
               GO TO 1000-Open-Snapshots-Exit
           end-if.
           perform 1100-Read-Old thru 1100-Read-Old-Exit.
           perform 1200-Read-New thru 1200-Read-New-Exit.
           Display 'DATMCMP: Earlier snapshot as at ' WS-OLD-DATE
               ', later as at ' WS-NEW-DATE.
           evaluate true
               when WS-Old-Done or WS-New-Done
                   Display 'WARNING-999: A snapshot is empty - every'
                       ' account shows as opened or closed'
                   set WS-Compare-Odd to true
               when WS-OLD-DATE = WS-NEW-DATE
                   Display 'WARNING-999: Both snapshots are as at the'
                       ' same date'
                   set WS-Compare-Odd to true
               when WS-OLD-DATE > WS-NEW-DATE
                   Display 'WARNING-999: OLDSNAP is the later'
                       ' snapshot - the changes read backwards'
                   set WS-Compare-Odd to true
               when other
                   continue
           end-evaluate.
           Exit Paragraph.
          1000-Open-Snapshots-Exit.
           Exit Paragraph.
      *
          1100-Read-Old.
           READ OLDSNAP-FILE INTO ACCTSNAP-RECORD
               AT END
                   set WS-Old-Done to true
                   GO TO 1100-Read-Old-Exit
           end-read.
           if MS-ACCT-NUMBER not > WS-OLD-PREV-ACCT
               and WS-CT-OLD-READ > ZERO
               Display 'ERROR-999: OLDSNAP out of key order at'
                   ' account ' MS-ACCT-NUMBER
               set WS-Compare-Failed to true
               GO TO 1100-Read-Old-Exit
           end-if.
           add 1 to WS-CT-OLD-READ.
           Move MS-ACCT-NUMBER   to WS-OLD-PREV-ACCT
                                    WS-OLD-ACCT-NUMBER.
           Move MS-ACCT-DEPT     to WS-OLD-DEPT.
           Move MS-ACCT-STATUS   to WS-OLD-STATUS.
           Move MS-ACCT-CURRENCY to WS-OLD-CURRENCY.
           if MS-ACCT-CURR-BAL numeric
               Move MS-ACCT-CURR-BAL to WS-OLD-BALANCE
           else
               Move MS-ACCT-OPEN-BAL to WS-OLD-BALANCE
           end-if.
           if WS-OLD-DATE = ZERO
               Move MS-SNAP-DATE to WS-OLD-DATE
           end-if.
           Move WS-OLD-DEPT     to WS-FIND-DEPT.
           Move WS-OLD-CURRENCY to WS-FIND-CCY.
           perform 1800-Find-Entry thru 1800-Find-Entry-Exit.
           if WS-Entry-Ok
               add 1 to WS-DC-OLD-COUNT(DC-IDX)
               add WS-OLD-BALANCE to WS-DC-OLD-TOTAL(DC-IDX)
           end-if.
           Exit Paragraph.
          1100-Read-Old-Exit.
           Exit Paragraph.
      *
          1200-Read-New.
           READ NEWSNAP-FILE INTO ACCTSNAP-RECORD
               AT END
                   set WS-New-Done to true
                   GO TO 1200-Read-New-Exit
           end-read.
           if MS-ACCT-NUMBER not > WS-NEW-PREV-ACCT
               and WS-CT-NEW-READ > ZERO
               Display 'ERROR-999: NEWSNAP out of key order at'
                   ' account ' MS-ACCT-NUMBER
               set WS-Compare-Failed to true
               GO TO 1200-Read-New-Exit
           end-if.
           add 1 to WS-CT-NEW-READ.
           Move MS-ACCT-NUMBER   to WS-NEW-PREV-ACCT
                                    WS-NEW-ACCT-NUMBER.
           Move MS-ACCT-DEPT     to WS-NEW-DEPT.
           Move MS-ACCT-STATUS   to WS-NEW-STATUS.
           Move MS-ACCT-CURRENCY to WS-NEW-CURRENCY.
           if MS-ACCT-CURR-BAL numeric
               Move MS-ACCT-CURR-BAL to WS-NEW-BALANCE
           else
               Move MS-ACCT-OPEN-BAL to WS-NEW-BALANCE
           end-if.
           if WS-NEW-DATE = ZERO
               Move MS-SNAP-DATE to WS-NEW-DATE
           end-if.
           Move WS-NEW-DEPT     to WS-FIND-DEPT.
           Move WS-NEW-CURRENCY to WS-FIND-CCY.
           perform 1800-Find-Entry thru 1800-Find-Entry-Exit.
           if WS-Entry-Ok
               add 1 to WS-DC-NEW-COUNT(DC-IDX)
               add WS-NEW-BALANCE to WS-DC-NEW-TOTAL(DC-IDX)
           end-if.
           Exit Paragraph.
          1200-Read-New-Exit.
           Exit Paragraph.
      *
          1800-Find-Entry.
      * Found, or inserted in key order where it belongs.
           set WS-Entry-Ok to true.
           perform 1810-Step-Entry thru 1810-Step-Entry-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX > WS-DC-COUNT-USED
                  or WS-DC-KEY(WS-WORK-IDX) not < WS-FIND-KEY.
           if WS-WORK-IDX not > WS-DC-COUNT-USED
               if WS-DC-KEY(WS-WORK-IDX) = WS-FIND-KEY
                   set DC-IDX to WS-WORK-IDX
                   GO TO 1800-Find-Entry-Exit
               end-if
           end-if.
           if WS-DC-COUNT-USED >= 300
               Display 'ERROR-999: More than 300 department and'
                   ' currency pairs'
               set WS-Entry-Ok to false
               set WS-Compare-Failed to true
               GO TO 1800-Find-Entry-Exit
           end-if.
           perform 1820-Shift-Entry thru 1820-Shift-Entry-Exit
               varying WS-SHIFT-IDX from WS-DC-COUNT-USED by -1
               until WS-SHIFT-IDX < WS-WORK-IDX.
           add 1 to WS-DC-COUNT-USED.
           set DC-IDX to WS-WORK-IDX.
           Move WS-FIND-KEY to WS-DC-KEY(DC-IDX).
           Move ZERO to WS-DC-OLD-COUNT(DC-IDX) WS-DC-OLD-TOTAL(DC-IDX)
                        WS-DC-NEW-COUNT(DC-IDX)
                        WS-DC-NEW-TOTAL(DC-IDX).
           perform 1830-Clear-Category thru 1830-Clear-Category-Exit
               varying WS-CAT-IDX from 1 by 1
               until WS-CAT-IDX > 6.
           Exit Paragraph.
          1800-Find-Entry-Exit.
           Exit Paragraph.
      *
          1810-Step-Entry.
           continue.
           Exit Paragraph.
          1810-Step-Entry-Exit.
           Exit Paragraph.
      *
          1820-Shift-Entry.
           Move WS-DC-ENTRY(WS-SHIFT-IDX)
             to WS-DC-ENTRY(WS-SHIFT-IDX + 1).
           Exit Paragraph.
          1820-Shift-Entry-Exit.
           Exit Paragraph.
      *
          1830-Clear-Category.
           Move ZERO to WS-DC-CAT-COUNT(DC-IDX WS-CAT-IDX)
                        WS-DC-CAT-AMOUNT(DC-IDX WS-CAT-IDX).
           Exit Paragraph.
          1830-Clear-Category-Exit.
           Exit Paragraph.
      *
          2000-Compare-One-Account.
      * The lower account number is on one snapshot only; equal
      * numbers are the same account on both.
           evaluate true
               when WS-New-Done
                   perform 2100-Old-Only thru 2100-Old-Only-Exit
                   perform 1100-Read-Old thru 1100-Read-Old-Exit
               when WS-Old-Done
                   perform 2200-New-Only thru 2200-New-Only-Exit
                   perform 1200-Read-New thru 1200-Read-New-Exit
               when WS-OLD-ACCT-NUMBER < WS-NEW-ACCT-NUMBER
                   perform 2100-Old-Only thru 2100-Old-Only-Exit
                   perform 1100-Read-Old thru 1100-Read-Old-Exit
               when WS-OLD-ACCT-NUMBER > WS-NEW-ACCT-NUMBER
                   perform 2200-New-Only thru 2200-New-Only-Exit
                   perform 1200-Read-New thru 1200-Read-New-Exit
               when other
                   perform 2300-On-Both thru 2300-On-Both-Exit
                   perform 1100-Read-Old thru 1100-Read-Old-Exit
                   perform 1200-Read-New thru 1200-Read-New-Exit
           end-evaluate.
           Exit Paragraph.
          2000-Compare-One-Account-Exit.
           Exit Paragraph.
      *
          2100-Old-Only.
           Move WS-OLD-DEPT     to WS-FIND-DEPT.
           Move WS-OLD-CURRENCY to WS-FIND-CCY.
           Move WS-OLD-BALANCE  to WS-TALLY-AMOUNT.
           if WS-OLD-STATUS = 'I'
               Move WS-CAT-REMOVED to WS-CAT-IDX
           else
               Move WS-CAT-CLOSED  to WS-CAT-IDX
           end-if.
           perform 2900-Tally thru 2900-Tally-Exit.
           if WS-List-Accounts
               Move WS-OLD-BALANCE to WS-AMT-EDIT
               Display WS-OLD-ACCT-NUMBER '     '
                   WS-CAT-NAME(WS-CAT-IDX) '  ' WS-OLD-DEPT '   '
                   WS-OLD-CURRENCY '  ' WS-AMT-EDIT '                '
                   '  GONE'
           end-if.
           Exit Paragraph.
          2100-Old-Only-Exit.
           Exit Paragraph.
      *
          2200-New-Only.
           Move WS-NEW-DEPT     to WS-FIND-DEPT.
           Move WS-NEW-CURRENCY to WS-FIND-CCY.
           Move WS-NEW-BALANCE  to WS-TALLY-AMOUNT.
           Move WS-CAT-OPENED   to WS-CAT-IDX.
           perform 2900-Tally thru 2900-Tally-Exit.
           if WS-List-Accounts
               Move WS-NEW-BALANCE to WS-AMT-EDIT
               Display WS-NEW-ACCT-NUMBER '     '
                   WS-CAT-NAME(WS-CAT-IDX) '  ' WS-NEW-DEPT '   '
                   WS-NEW-CURRENCY '                   NEW  '
                   WS-AMT-EDIT
           end-if.
           Exit Paragraph.
          2200-New-Only-Exit.
           Exit Paragraph.
      *
          2300-On-Both.
           set WS-Account-Changed to false.
           if WS-OLD-STATUS not = 'I' and WS-NEW-STATUS = 'I'
               set WS-Account-Changed to true
               Move WS-OLD-DEPT     to WS-FIND-DEPT
               Move WS-OLD-CURRENCY to WS-FIND-CCY
               Move WS-OLD-BALANCE  to WS-TALLY-AMOUNT
               Move WS-CAT-CLOSED   to WS-CAT-IDX
               perform 2900-Tally thru 2900-Tally-Exit
               perform 2800-List-Both thru 2800-List-Both-Exit
           end-if.
           if WS-OLD-STATUS = 'I' and WS-NEW-STATUS not = 'I'
               set WS-Account-Changed to true
               Move WS-NEW-DEPT     to WS-FIND-DEPT
               Move WS-NEW-CURRENCY to WS-FIND-CCY
               Move WS-NEW-BALANCE  to WS-TALLY-AMOUNT
               Move WS-CAT-OPENED   to WS-CAT-IDX
               perform 2900-Tally thru 2900-Tally-Exit
               perform 2800-List-Both thru 2800-List-Both-Exit
           end-if.
           if WS-OLD-DEPT not = WS-NEW-DEPT
               set WS-Account-Changed to true
               Move WS-OLD-DEPT      to WS-FIND-DEPT
               Move WS-OLD-CURRENCY  to WS-FIND-CCY
               Move WS-OLD-BALANCE   to WS-TALLY-AMOUNT
               Move WS-CAT-MOVED-OUT to WS-CAT-IDX
               perform 2900-Tally thru 2900-Tally-Exit
               perform 2800-List-Both thru 2800-List-Both-Exit
               Move WS-NEW-DEPT      to WS-FIND-DEPT
               Move WS-NEW-CURRENCY  to WS-FIND-CCY
               Move WS-NEW-BALANCE   to WS-TALLY-AMOUNT
               Move WS-CAT-MOVED-IN  to WS-CAT-IDX
               perform 2900-Tally thru 2900-Tally-Exit
           end-if.
           if WS-OLD-BALANCE not = WS-NEW-BALANCE
               or WS-OLD-CURRENCY not = WS-NEW-CURRENCY
               set WS-Account-Changed to true
               Move WS-CAT-BALANCE to WS-CAT-IDX
               perform 2400-Tally-Balance thru 2400-Tally-Balance-Exit
               perform 2800-List-Both thru 2800-List-Both-Exit
           end-if.
           if not WS-Account-Changed
               add 1 to WS-CT-UNCHANGED
           end-if.
           Exit Paragraph.
          2300-On-Both-Exit.
           Exit Paragraph.
      *
          2400-Tally-Balance.
      * One account counted, under the later department and
      * currency; where the currency changed the earlier balance
      * comes off the old currency with no count of its own.
           Move WS-NEW-DEPT     to WS-FIND-DEPT.
           Move WS-NEW-CURRENCY to WS-FIND-CCY.
           if WS-OLD-CURRENCY = WS-NEW-CURRENCY
               compute WS-TALLY-AMOUNT =
                   WS-NEW-BALANCE - WS-OLD-BALANCE
               perform 2900-Tally thru 2900-Tally-Exit
               GO TO 2400-Tally-Balance-Exit
           end-if.
           Move WS-NEW-BALANCE to WS-TALLY-AMOUNT.
           perform 2900-Tally thru 2900-Tally-Exit.
           Move WS-OLD-DEPT     to WS-FIND-DEPT.
           Move WS-OLD-CURRENCY to WS-FIND-CCY.
           perform 1800-Find-Entry thru 1800-Find-Entry-Exit.
           if WS-Entry-Ok
               subtract WS-OLD-BALANCE
                   from WS-DC-CAT-AMOUNT(DC-IDX WS-CAT-IDX)
           end-if.
           Exit Paragraph.
          2400-Tally-Balance-Exit.
           Exit Paragraph.
      *
          2800-List-Both.
           if not WS-List-Accounts
               GO TO 2800-List-Both-Exit
           end-if.
           Move WS-OLD-BALANCE to WS-AMT-EDIT.
           Move WS-NEW-BALANCE to WS-AMT-EDIT2.
           Display WS-NEW-ACCT-NUMBER '     '
               WS-CAT-NAME(WS-CAT-IDX) '  ' WS-OLD-DEPT '>'
               WS-NEW-DEPT ' ' WS-OLD-CURRENCY '>' WS-NEW-CURRENCY
               WS-AMT-EDIT WS-AMT-EDIT2.
           Exit Paragraph.
          2800-List-Both-Exit.
           Exit Paragraph.
      *
          2900-Tally.
           perform 1800-Find-Entry thru 1800-Find-Entry-Exit.
           if not WS-Entry-Ok
               GO TO 2900-Tally-Exit
           end-if.
           add 1 to WS-DC-CAT-COUNT(DC-IDX WS-CAT-IDX).
           add WS-TALLY-AMOUNT to WS-DC-CAT-AMOUNT(DC-IDX WS-CAT-IDX).
           add 1 to WS-CT-CATEGORY(WS-CAT-IDX).
           Exit Paragraph.
          2900-Tally-Exit.
           Exit Paragraph.
      *
          5000-Print-Summary.
           Display '------------------------------------------------'.
           Display 'BY DEPARTMENT AND CURRENCY        ACCOUNTS'
               '                BALANCE'.
           perform 5100-Print-One-Entry thru 5100-Print-One-Entry-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX > WS-DC-COUNT-USED.
           Exit Paragraph.
          5000-Print-Summary-Exit.
           Exit Paragraph.
      *
          5100-Print-One-Entry.
           set DC-IDX to WS-WORK-IDX.
           Move WS-DC-OLD-COUNT(DC-IDX) to WS-CNT-EDIT.
           Move WS-DC-OLD-TOTAL(DC-IDX) to WS-AMT-EDIT.
           Display '  ' WS-DC-DEPT(DC-IDX) ' ' WS-DC-CURRENCY(DC-IDX)
               '  AT ' WS-OLD-DATE '       ' WS-CNT-EDIT ' '
               WS-AMT-EDIT.
           perform 5200-Print-One-Category
               thru 5200-Print-One-Category-Exit
               varying WS-CAT-IDX from 1 by 1
               until WS-CAT-IDX > 6.
           Move WS-DC-NEW-COUNT(DC-IDX) to WS-CNT-EDIT.
           Move WS-DC-NEW-TOTAL(DC-IDX) to WS-AMT-EDIT.
           Display '          AT ' WS-NEW-DATE '       ' WS-CNT-EDIT
               ' ' WS-AMT-EDIT.
           Exit Paragraph.
          5100-Print-One-Entry-Exit.
           Exit Paragraph.
      *
          5200-Print-One-Category.
           if WS-DC-CAT-COUNT(DC-IDX WS-CAT-IDX) = ZERO
               and WS-DC-CAT-AMOUNT(DC-IDX WS-CAT-IDX) = ZERO
               GO TO 5200-Print-One-Category-Exit
           end-if.
           Move WS-DC-CAT-COUNT(DC-IDX WS-CAT-IDX)  to WS-CNT-EDIT.
           Move WS-DC-CAT-AMOUNT(DC-IDX WS-CAT-IDX) to WS-AMT-EDIT.
           Display '          ' WS-CAT-NAME(WS-CAT-IDX) '            '
               WS-CNT-EDIT ' ' WS-AMT-EDIT.
           Exit Paragraph.
          5200-Print-One-Category-Exit.
           Exit Paragraph.
      *
          6000-Print-Totals.
           Display '------------------------------------------------'.
           Display 'DATMCMP TOTALS'.
           Display '  Earlier snapshot as at. . . : ' WS-OLD-DATE.
           Display '  Later snapshot as at. . . . : ' WS-NEW-DATE.
           Display '  Accounts on earlier . . . . : ' WS-CT-OLD-READ.
           Display '  Accounts on later . . . . . : ' WS-CT-NEW-READ.
           Display '  Opened. . . . . . . . . . . : '
               WS-CT-CATEGORY(WS-CAT-OPENED).
           Display '  Closed. . . . . . . . . . . : '
               WS-CT-CATEGORY(WS-CAT-CLOSED).
           Display '  Removed . . . . . . . . . . : '
               WS-CT-CATEGORY(WS-CAT-REMOVED).
           Display '  Moved department. . . . . . : '
               WS-CT-CATEGORY(WS-CAT-MOVED-OUT).
           Display '  Balance changed . . . . . . : '
               WS-CT-CATEGORY(WS-CAT-BALANCE).
           Display '  Unchanged . . . . . . . . . : ' WS-CT-UNCHANGED.
           if WS-Compare-Failed
               Display '  COMPARISON FAILED - TOTALS INCOMPLETE'
           end-if.
           Display '================================================'.
           Exit Paragraph.
          6000-Print-Totals-Exit.
           Exit Paragraph.
