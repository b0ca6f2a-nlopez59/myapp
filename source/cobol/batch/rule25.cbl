      * control figures finance supplies on CTLFIG (see DATCTLF),
      * returning a distinct result per outcome -
      *   025  every department in agreement
      *   125  differences within tolerance,
      *        or explained by the day's
      *        department transfers              (review band)
      *   925  hard break beyond tolerance,
      *        or a count mismatch               (error band)
      *   935  CTLFIG is for another business date,
      *        or empty - nothing reconciled     (error band)
      *   945  no exchange rate for the business
      *        date for a currency in use -
      *        nothing reconciled                (error band)
      *   999  ACCTRANGE or CTLFIG could not be opened
      * with the counts reported in WS-MSG1. A department on CTLFIG
      * with no accounts, or accounts in a department finance gave
      * no figure for, lands in the review band - somebody's list
      * is stale either way.
      *
      * Where finance also gives a current-balance figure (see
      * DATCTLF), the department's total ACCT-CURR-BAL after the
      * day's postings is reconciled against it under the same
      * tolerance, and the worse of the two comparisons stands for
      * the department.
      *
      * CTLFIG is built by DATCTLD from finance's feed and carries
      * that feed's business date. The business date expected is the
      * latest feed date on the ACCTFREG register of applied ACCTTRAN
      * feeds (see DATFREG): a CTLFIG record for any other date means
      * finance's figures for the day never arrived, and reconciling
      * today's balances against yesterday's figures would only
      * produce breaks nobody can clear - 935 is returned instead. No
      * register yet (a new environment) reconciles without the
      * check, noted in the diagnostics.
      *
      * Accounts are held in their own currency (ACCT-CURRENCY, blank
      * meaning the reporting currency) and CTLFIG's figures are in
      * the reporting currency, so balances are totalled by
      * department and currency first and each currency's totals
      * converted at FXRATE's rate for the business date (see
      * DATFXRT) before they go into the department's figure -
      * adding one currency to another as it stands only produces
      * breaks. Both the original-currency and the converted totals
      * are listed on SYSOUT. A currency in use with no rate for the
      * day is 945 and nothing is reconciled: a rate of 1, or
      * yesterday's rate, would hide the break or make one. With no
      * register the rate is taken for today's date.
      *
      * An account DATAAPL moved to another ACCT-DEPT takes its
      * balance out of one department's total and into another's,
      * and finance's figures for both are then out by the move. The
      * day's ACCTXFER transfer journal (see DATXFER) - the records
      * for the business date, all of them with no register - is
      * totalled by department and currency like the sweep, converted
      * at the same rates, and for a department whose figures do not
      * agree as given, the accounts and balances journalled in and
      * out are taken off finance's figures before the compare. A
      * department that then agrees is counted as explained (E= in
      * WS-MSG1) in the review band rather than as a break - the
      * figures still want finance's attention - and a difference
      * left over is judged as ever, its diagnostic marked NET XFERS.
      * Figures that agree as given are left alone: finance already
      * knew of the move. No ACCTXFER DD reconciles as before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFIG-FILE    ASSIGN TO 'CTLFIG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFIG-STATUS.
           SELECT ACCTFREG-FILE  ASSIGN TO 'ACCTFREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTFREG-STATUS.
           SELECT FXRATE-FILE    ASSIGN TO 'FXRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FXRATE-STATUS.
           SELECT ACCTXFER-FILE  ASSIGN TO 'ACCTXFER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTXFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLFIG-FILE.
           COPY DATCTLF.

       FD  ACCTFREG-FILE.
           COPY DATFREG.

       FD  FXRATE-FILE.
           COPY DATFXRT.

       FD  ACCTXFER-FILE.
           COPY DATXFER.

       WORKING-STORAGE SECTION.
       01  WS-ACCTRANGE-STATUS      PIC X(02).
           88  WS-ACCTRANGE-OK           VALUE '00'.
       01  WS-CTLFIG-STATUS         PIC X(02).
           88  WS-CTLFIG-OK              VALUE '00'.
           88  WS-CTLFIG-EOF              VALUE '10'.
       01  WS-ACCTFREG-STATUS       PIC X(02).
           88  WS-ACCTFREG-OK            VALUE '00'.
           88  WS-ACCTFREG-EOF            VALUE '10'.
       01  WS-FXRATE-STATUS         PIC X(02).
           88  WS-FXRATE-OK              VALUE '00'.
       01  WS-ACCTXFER-STATUS       PIC X(02).
           88  WS-ACCTXFER-OK            VALUE '00'.
           88  WS-ACCTXFER-EOF            VALUE '10'.

      * Business date CTLFIG must carry - zero when there is no
      * register to take it from.
       01  WS-EXPECTED-DATE         PIC 9(08) VALUE ZERO.
       01  WS-STALE-DATE            PIC X(08) VALUE SPACES.
       01  WS-CT-CTLFIG-RECS        PIC 9(05) VALUE ZERO.
       01  WS-CT-STALE-RECS         PIC 9(05) VALUE ZERO.
       01  WS-CTLFIG-STALE-SW       PIC X(01) VALUE 'N'.
           88  WS-Ctlfig-Stale           VALUE 'Y' FALSE 'N'.

      * One entry per department seen on either file: the actuals
      * swept from ACCTRANGE and the expectations from CTLFIG, so
               10  WS-DT-EXP-COUNT      PIC 9(07).
               10  WS-DT-EXP-TOTAL      PIC 9(11)V99.
               10  WS-DT-TOLERANCE      PIC 9(07)V99.
               10  WS-DT-ACT-CURR       PIC S9(13)V99 COMP-3.
               10  WS-DT-EXP-CURR       PIC S9(13)V99 COMP-3.
               10  WS-DT-CURR-GIVEN-SW  PIC X(01).
                   88  WS-DT-CURR-GIVEN      VALUE 'Y'.
               10  WS-DT-ON-CTLFIG-SW   PIC X(01).
                   88  WS-DT-ON-CTLFIG       VALUE 'Y'.
               10  WS-DT-HAS-ACCTS-SW   PIC X(01).
                   88  WS-DT-HAS-ACCTS       VALUE 'Y'.
      * The day's transfers, net into the department, converted.
               10  WS-DT-XFER-COUNT     PIC S9(07) COMP-3.
               10  WS-DT-XFER-OPEN      PIC S9(13)V99 COMP-3.
               10  WS-DT-XFER-CURR      PIC S9(13)V99 COMP-3.
               10  WS-DT-HAS-XFERS-SW   PIC X(01).
                   88  WS-DT-HAS-XFERS       VALUE 'Y'.
       01  WS-DEPT-COUNT            PIC 9(04) COMP VALUE ZERO.

      * The sweep in each account's own currency, one entry per
      * department and currency, converted into WS-DEPT-TABLE once
      * the rates are known.
       01  WS-DEPT-CCY-TABLE.
           05  WS-DC-ENTRY OCCURS 300 TIMES
                                 INDEXED BY DC-IDX.
               10  WS-DC-DEPT           PIC X(03).
               10  WS-DC-CURRENCY       PIC X(03).
               10  WS-DC-COUNT          PIC 9(07).
               10  WS-DC-OPEN-TOTAL     PIC S9(13)V99 COMP-3.
               10  WS-DC-CURR-TOTAL     PIC S9(13)V99 COMP-3.
               10  WS-DC-RATE           PIC 9(05)V9(06).
               10  WS-DC-CONV-OPEN      PIC S9(13)V99 COMP-3.
               10  WS-DC-CONV-CURR      PIC S9(13)V99 COMP-3.
               10  WS-DC-XFER-COUNT     PIC S9(07) COMP-3.
               10  WS-DC-XFER-OPEN      PIC S9(13)V99 COMP-3.
               10  WS-DC-XFER-CURR      PIC S9(13)V99 COMP-3.
       01  WS-DC-COUNT-USED         PIC 9(04) COMP VALUE ZERO.
       01  WS-FIND-CCY              PIC X(03).
       01  WS-EARLIER-IDX           PIC 9(04) COMP VALUE ZERO.

      * Rates are for WS-RATE-DATE - the business date, or today's
      * date with no register.
       01  WS-RATE-DATE             PIC 9(08) VALUE ZERO.
       01  WS-REPORT-CCY            PIC X(03) VALUE SPACES.
       01  WS-FXRATE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-Fxrate-Open            VALUE 'Y' FALSE 'N'.
       01  WS-FXRATE-TRIED-SW       PIC X(01) VALUE 'N'.
           88  WS-Fxrate-Tried           VALUE 'Y' FALSE 'N'.
       01  WS-RATE-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-Rate-Found             VALUE 'Y' FALSE 'N'.
       01  WS-CT-NO-RATE            PIC 9(02) VALUE ZERO.
       01  WS-RATE-EDIT             PIC ZZZZ9.999999.
       01  WS-AMOUNT-EDIT           PIC -(13)9.99.
       01  WS-CONV-EDIT             PIC -(13)9.99.
       01  WS-ENTRY-OK-SW           PIC X(01) VALUE 'Y'.
           88  WS-ENTRY-OK               VALUE 'Y' FALSE 'N'.
       01  WS-FIND-DEPT             PIC X(03).

       01  WS-DIFF-AMOUNT           PIC 9(11)V99 VALUE ZERO.
       01  WS-DIFF-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-CURR-DIFF             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CURR-BREAK-SW         PIC X(01) VALUE 'N'.
           88  WS-CURR-BREAK            VALUE 'Y' FALSE 'N'.
       01  WS-DIAG-TEXT             PIC X(60).

      * Finance's figures for the department being compared, with
      * the day's transfers taken off when WS-Xfer-Adjusted.
       01  WS-CMP-EXP-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CMP-EXP-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-CMP-EXP-CURR          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-XFER-ADJUSTED-SW      PIC X(01) VALUE 'N'.
           88  WS-Xfer-Adjusted          VALUE 'Y' FALSE 'N'.
       01  WS-XFER-NOTE             PIC X(10) VALUE SPACES.
       01  WS-XFER-DIFF             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-XFER-CONV             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-XFER-COUNT-EDIT       PIC -(6)9.
       01  WS-CT-XFERS-TAKEN        PIC 9(05) VALUE ZERO.
       01  WS-CT-XFERS-SKIPPED      PIC 9(05) VALUE ZERO.

       01  WS-CT-RECORDS-READ       PIC 9(07) VALUE ZERO.
       01  WS-CT-IN-BALANCE         PIC 9(05) VALUE ZERO.
       01  WS-CT-TOLERANCE          PIC 9(05) VALUE ZERO.
       01  WS-CT-HARD-BREAK         PIC 9(05) VALUE ZERO.
       01  WS-CT-EXPLAINED          PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.

               CLOSE ACCTRANGE-FILE
               GO TO Mainline-Exit
           end-if.
           perform 0500-Load-Business-Date
               thru 0500-Load-Business-Date-Exit.
           Move ZERO to WS-DC-COUNT-USED WS-CT-NO-RATE.
           perform 1000-Sweep-Accounts
               thru 1000-Sweep-Accounts-Exit
               until WS-ACCTRANGE-EOF.
           CLOSE ACCTRANGE-FILE.
           perform 0600-Load-Transfers thru 0600-Load-Transfers-Exit.
           perform 1500-Load-Control-Figures
               thru 1500-Load-Control-Figures-Exit
               until WS-CTLFIG-EOF.
           CLOSE CTLFIG-FILE.
           perform 1700-Check-Ctlfig-Date
               thru 1700-Check-Ctlfig-Date-Exit.
           if WS-Ctlfig-Stale
               GO TO Mainline-Exit
           end-if.
           perform 1600-Convert-Balances
               thru 1600-Convert-Balances-Exit.
           if WS-CT-NO-RATE > ZERO
               GO TO Mainline-Exit
           end-if.
           perform 2000-Compare-One-Dept
               thru 2000-Compare-One-Dept-Exit
               varying WS-WORK-IDX from 1 by 1
           perform 3000-Set-Result thru 3000-Set-Result-Exit.
          Mainline-Exit.
           EXIT PROGRAM.
      *
          0500-Load-Business-Date.
      * The last record on the register is the latest feed applied;
      * the highest date is taken regardless, in case a feed was
      * resent for an earlier day.
           Move ZERO to WS-EXPECTED-DATE WS-CT-CTLFIG-RECS
                        WS-CT-STALE-RECS.
           Move SPACES to WS-STALE-DATE.
           set WS-Ctlfig-Stale to false.
           OPEN INPUT ACCTFREG-FILE.
           if not WS-ACCTFREG-OK
               Move SPACES to WS-DIAG-TEXT
               STRING 'NO ACCTFREG STATUS=' WS-ACCTFREG-STATUS
                   ' - CTLFIG DATE NOT CHECKED'
                   DELIMITED BY SIZE INTO WS-DIAG-TEXT
               perform 2500-Add-Diag-Message
                   thru 2500-Add-Diag-Message-Exit
               GO TO 0500-Load-Business-Date-Exit
           end-if.
           perform 0510-Read-Register
               thru 0510-Read-Register-Exit
               until WS-ACCTFREG-EOF.
           CLOSE ACCTFREG-FILE.
           Exit Paragraph.
          0500-Load-Business-Date-Exit.
           Exit Paragraph.
      *
          0510-Read-Register.
           READ ACCTFREG-FILE
               AT END set WS-ACCTFREG-EOF to true
               NOT AT END
                   if FR-FEED-DATE numeric
                       and FR-FEED-DATE > WS-EXPECTED-DATE
                       Move FR-FEED-DATE to WS-EXPECTED-DATE
                   end-if
           end-read.
           Exit Paragraph.
          0510-Read-Register-Exit.
           Exit Paragraph.
      *
          0600-Load-Transfers.
      * Each transfer comes off the department and currency it left
      * and goes on the one it joined - into the same entries the
      * sweep fills, so it is converted at the same rate.
           Move ZERO to WS-CT-XFERS-TAKEN WS-CT-XFERS-SKIPPED.
           OPEN INPUT ACCTXFER-FILE.
           if not WS-ACCTXFER-OK
               Display 'Rule-25 no ACCTXFER status=' WS-ACCTXFER-STATUS
                   ' - department transfers not taken into account'
               GO TO 0600-Load-Transfers-Exit
           end-if.
           perform 0610-Take-One-Transfer
               thru 0610-Take-One-Transfer-Exit
               until WS-ACCTXFER-EOF.
           CLOSE ACCTXFER-FILE.
           Display 'Rule-25 department transfers taken '
               WS-CT-XFERS-TAKEN ', skipped (other date or unreadable) '
               WS-CT-XFERS-SKIPPED.
           Exit Paragraph.
          0600-Load-Transfers-Exit.
           Exit Paragraph.
      *
          0610-Take-One-Transfer.
           READ ACCTXFER-FILE
               AT END
                   set WS-ACCTXFER-EOF to true
                   GO TO 0610-Take-One-Transfer-Exit
           end-read.
           if WS-EXPECTED-DATE not = ZERO
               and XF-EFF-DATE not = WS-EXPECTED-DATE
               add 1 to WS-CT-XFERS-SKIPPED
               GO TO 0610-Take-One-Transfer-Exit
           end-if.
           if XF-OPEN-BAL not numeric or XF-CURR-BAL not numeric
               add 1 to WS-CT-XFERS-SKIPPED
               GO TO 0610-Take-One-Transfer-Exit
           end-if.
           add 1 to WS-CT-XFERS-TAKEN.
           Move XF-OLD-DEPT  to WS-FIND-DEPT.
           Move XF-CURRENCY  to WS-FIND-CCY.
           perform 1850-Find-Dept-Ccy-Entry
               thru 1850-Find-Dept-Ccy-Entry-Exit.
           if WS-Entry-Ok
               subtract 1 from WS-DC-XFER-COUNT(DC-IDX)
               subtract XF-OPEN-BAL from WS-DC-XFER-OPEN(DC-IDX)
               subtract XF-CURR-BAL from WS-DC-XFER-CURR(DC-IDX)
           end-if.
           Move XF-NEW-DEPT  to WS-FIND-DEPT.
           perform 1850-Find-Dept-Ccy-Entry
               thru 1850-Find-Dept-Ccy-Entry-Exit.
           if WS-Entry-Ok
               add 1           to WS-DC-XFER-COUNT(DC-IDX)
               add XF-OPEN-BAL to WS-DC-XFER-OPEN(DC-IDX)
               add XF-CURR-BAL to WS-DC-XFER-CURR(DC-IDX)
           end-if.
           Exit Paragraph.
          0610-Take-One-Transfer-Exit.
           Exit Paragraph.
      *
          1000-Sweep-Accounts.
           READ ACCTRANGE-FILE
               NOT AT END
                   add 1 to WS-CT-RECORDS-READ
                   Move ACCT-DEPT to WS-FIND-DEPT
                   Move ACCT-CURRENCY to WS-FIND-CCY
                   perform 1850-Find-Dept-Ccy-Entry
                       thru 1850-Find-Dept-Ccy-Entry-Exit
                   if WS-Entry-Ok
                       add 1 to WS-DC-COUNT(DC-IDX)
                       add ACCT-OPEN-BAL to WS-DC-OPEN-TOTAL(DC-IDX)
      * A record not yet carried forward by DATAAPL stands at its
      * opening balance.
                       if ACCT-CURR-BAL numeric
                           add ACCT-CURR-BAL to WS-DC-CURR-TOTAL(DC-IDX)
                       else
                           add ACCT-OPEN-BAL to WS-DC-CURR-TOTAL(DC-IDX)
                       end-if
                   end-if
           end-read.
           Exit Paragraph.
           READ CTLFIG-FILE
               AT END set WS-CTLFIG-EOF to true
               NOT AT END
                   add 1 to WS-CT-CTLFIG-RECS
                   if WS-EXPECTED-DATE not = ZERO
                       and (CF-BUSINESS-DATE not numeric
                         or CF-BUSINESS-DATE not = WS-EXPECTED-DATE)
                       add 1 to WS-CT-STALE-RECS
                       Move CF-BUSINESS-DATE to WS-STALE-DATE
                   end-if
                   Move CF-DEPT to WS-FIND-DEPT
                   perform 1800-Find-Dept-Entry
                       thru 1800-Find-Dept-Entry-Exit
                         to WS-DT-EXP-TOTAL(DT-IDX)
                       Move CF-TOLERANCE
                         to WS-DT-TOLERANCE(DT-IDX)
                       if CF-EXPECTED-CURR-TOTAL numeric
                           Move 'Y' to WS-DT-CURR-GIVEN-SW(DT-IDX)
                           Move CF-EXPECTED-CURR-TOTAL
                             to WS-DT-EXP-CURR(DT-IDX)
                       end-if
                   end-if
           end-read.
           Exit Paragraph.
          1500-Load-Control-Figures-Exit.
           Exit Paragraph.
      *
          1600-Convert-Balances.
      * Each department-and-currency total is converted at the day's
      * rate and added into its department. Blank is the reporting
      * currency and is taken as it stands; every other code needs
      * its FXRATE record for WS-RATE-DATE.
           Move WS-EXPECTED-DATE to WS-RATE-DATE.
           if WS-RATE-DATE = ZERO
               ACCEPT WS-RATE-DATE FROM DATE YYYYMMDD
           end-if.
           set WS-Fxrate-Open to false.
           set WS-Fxrate-Tried to false.
           perform 1610-Convert-One-Entry
               thru 1610-Convert-One-Entry-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX > WS-DC-COUNT-USED.
           if WS-Fxrate-Open
               CLOSE FXRATE-FILE
           end-if.
           perform 1650-List-Conversions
               thru 1650-List-Conversions-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX > WS-DC-COUNT-USED.
           if WS-CT-NO-RATE > ZERO
               Move 945 to WS-RESULT
               Move SPACES to WS-MSG1
               STRING 'NO FX RATE ' WS-CT-NO-RATE ' CCY '
                   WS-RATE-DATE
                   DELIMITED BY SIZE INTO WS-MSG1
               Move WS-CT-RECORDS-READ to WS-DIAG-RECORDS
               Move WS-CT-NO-RATE to WS-DIAG-EXCEPTIONS
           end-if.
           Exit Paragraph.
          1600-Convert-Balances-Exit.
           Exit Paragraph.
      *
          1610-Convert-One-Entry.
           set DC-IDX to WS-WORK-IDX.
           Move ZERO to WS-DC-RATE(DC-IDX) WS-DC-CONV-OPEN(DC-IDX)
                        WS-DC-CONV-CURR(DC-IDX).
           if WS-DC-CURRENCY(DC-IDX) = SPACES
               Move 1 to WS-DC-RATE(DC-IDX)
           else
               perform 1620-Read-Rate thru 1620-Read-Rate-Exit
      * An entry made only by transfers holds nothing to value - the
      * accounts that moved hold the currency in their new department,
      * where a missing rate is reported. It is left out, not a 945.
               if not WS-Rate-Found and WS-DC-COUNT(DC-IDX) = ZERO
                   Display 'Rule-25 dept ' WS-DC-DEPT(DC-IDX)
                       ' ccy ' WS-DC-CURRENCY(DC-IDX)
                       ' transfers only, no rate - not valued'
                   GO TO 1610-Convert-One-Entry-Exit
               end-if
               if not WS-Rate-Found
                   perform 1630-Note-No-Rate
                       thru 1630-Note-No-Rate-Exit
                   GO TO 1610-Convert-One-Entry-Exit
               end-if
               Move FX-RATE to WS-DC-RATE(DC-IDX)
           end-if.
           compute WS-DC-CONV-OPEN(DC-IDX) rounded =
               WS-DC-OPEN-TOTAL(DC-IDX) * WS-DC-RATE(DC-IDX).
           compute WS-DC-CONV-CURR(DC-IDX) rounded =
               WS-DC-CURR-TOTAL(DC-IDX) * WS-DC-RATE(DC-IDX).
           Move WS-DC-DEPT(DC-IDX) to WS-FIND-DEPT.
           perform 1800-Find-Dept-Entry
               thru 1800-Find-Dept-Entry-Exit.
           if not WS-Entry-Ok
               GO TO 1610-Convert-One-Entry-Exit
           end-if.
      * An entry made only by a transfer holds no accounts.
           if WS-DC-COUNT(DC-IDX) > ZERO
               Move 'Y' to WS-DT-HAS-ACCTS-SW(DT-IDX)
           end-if.
           add WS-DC-COUNT(DC-IDX) to WS-DT-ACT-COUNT(DT-IDX).
           add WS-DC-CONV-OPEN(DC-IDX) to WS-DT-ACT-TOTAL(DT-IDX).
           add WS-DC-CONV-CURR(DC-IDX) to WS-DT-ACT-CURR(DT-IDX).
           if WS-DC-XFER-COUNT(DC-IDX) not = ZERO
               or WS-DC-XFER-OPEN(DC-IDX) not = ZERO
               or WS-DC-XFER-CURR(DC-IDX) not = ZERO
               Move 'Y' to WS-DT-HAS-XFERS-SW(DT-IDX)
               add WS-DC-XFER-COUNT(DC-IDX) to WS-DT-XFER-COUNT(DT-IDX)
               compute WS-XFER-CONV rounded =
                   WS-DC-XFER-OPEN(DC-IDX) * WS-DC-RATE(DC-IDX)
               add WS-XFER-CONV to WS-DT-XFER-OPEN(DT-IDX)
               compute WS-XFER-CONV rounded =
                   WS-DC-XFER-CURR(DC-IDX) * WS-DC-RATE(DC-IDX)
               add WS-XFER-CONV to WS-DT-XFER-CURR(DT-IDX)
           end-if.
           Exit Paragraph.
          1610-Convert-One-Entry-Exit.
           Exit Paragraph.
      *
          1620-Read-Rate.
      * FXRATE is opened on the first foreign currency only, so a shop
      * with every account in the reporting currency needs no rates.
      * Not opening counts as no rate for every currency.
           set WS-Rate-Found to false.
           if not WS-Fxrate-Tried
               set WS-Fxrate-Tried to true
               OPEN INPUT FXRATE-FILE
               if WS-FXRATE-OK
                   set WS-Fxrate-Open to true
               else
                   Display 'ERROR-999: Rule-25 unable to open FXRATE'
                       ' status=' WS-FXRATE-STATUS
               end-if
           end-if.
           if not WS-Fxrate-Open
               GO TO 1620-Read-Rate-Exit
           end-if.
           Move WS-RATE-DATE           to FX-RATE-DATE.
           Move WS-DC-CURRENCY(DC-IDX) to FX-CURRENCY.
           READ FXRATE-FILE
               INVALID KEY continue
               NOT INVALID KEY
                   if FX-RATE numeric and FX-RATE > ZERO
                       set WS-Rate-Found to true
                       Move FX-REPORT-CCY to WS-REPORT-CCY
                   end-if
           end-read.
           Exit Paragraph.
          1620-Read-Rate-Exit.
           Exit Paragraph.
      *
          1630-Note-No-Rate.
      * Each currency is counted and reported once, however many
      * departments hold it - an earlier entry for it has already
      * been.
           set WS-Rate-Found to false.
           perform 1640-Check-Earlier-Entry
               thru 1640-Check-Earlier-Entry-Exit
               varying WS-EARLIER-IDX from 1 by 1
               until WS-EARLIER-IDX >= WS-WORK-IDX
                  or WS-Rate-Found.
           if WS-Rate-Found
               GO TO 1630-Note-No-Rate-Exit
           end-if.
           add 1 to WS-CT-NO-RATE.
           Move SPACES to WS-DIAG-TEXT.
           STRING 'NO FX RATE FOR CCY ' WS-DC-CURRENCY(DC-IDX)
               ' ON ' WS-RATE-DATE ' - LOAD RATES (DATFXLD)'
               DELIMITED BY SIZE INTO WS-DIAG-TEXT.
           perform 2500-Add-Diag-Message
               thru 2500-Add-Diag-Message-Exit.
           Exit Paragraph.
          1630-Note-No-Rate-Exit.
           Exit Paragraph.
      *
          1640-Check-Earlier-Entry.
      * WS-Rate-Found is borrowed here to stop the scan.
           if WS-DC-CURRENCY(WS-EARLIER-IDX) = WS-DC-CURRENCY(DC-IDX)
               set WS-Rate-Found to true
           end-if.
           Exit Paragraph.
          1640-Check-Earlier-Entry-Exit.
           Exit Paragraph.
      *
          1650-List-Conversions.
      * Original-currency and converted totals on SYSOUT, one pair of
      * lines per department and currency.
           set DC-IDX to WS-WORK-IDX.
           Move WS-DC-OPEN-TOTAL(DC-IDX) to WS-AMOUNT-EDIT.
           Move WS-DC-CONV-OPEN(DC-IDX)  to WS-CONV-EDIT.
           if WS-DC-RATE(DC-IDX) = ZERO
               Display 'Rule-25 dept ' WS-DC-DEPT(DC-IDX)
                   ' ccy ' WS-DC-CURRENCY(DC-IDX)
                   ' accts ' WS-DC-COUNT(DC-IDX)
                   ' open ' WS-AMOUNT-EDIT ' NO RATE'
           else
               Move WS-DC-RATE(DC-IDX) to WS-RATE-EDIT
               Display 'Rule-25 dept ' WS-DC-DEPT(DC-IDX)
                   ' ccy ' WS-DC-CURRENCY(DC-IDX)
                   ' accts ' WS-DC-COUNT(DC-IDX)
                   ' open ' WS-AMOUNT-EDIT ' rate ' WS-RATE-EDIT
                   ' = ' WS-CONV-EDIT ' ' WS-REPORT-CCY
           end-if.
           Move WS-DC-CURR-TOTAL(DC-IDX) to WS-AMOUNT-EDIT.
           Move WS-DC-CONV-CURR(DC-IDX)  to WS-CONV-EDIT.
           if WS-DC-RATE(DC-IDX) = ZERO
               Display '                        current '
                   WS-AMOUNT-EDIT ' NO RATE'
           else
               Display '                        current '
                   WS-AMOUNT-EDIT ' = ' WS-CONV-EDIT
           end-if.
           Exit Paragraph.
          1650-List-Conversions-Exit.
           Exit Paragraph.
      *
          1700-Check-Ctlfig-Date.
      * All or nothing - a CTLFIG partly for another day is not one
      * finance sent as a whole.
           if WS-EXPECTED-DATE = ZERO
               GO TO 1700-Check-Ctlfig-Date-Exit
           end-if.
           if WS-CT-CTLFIG-RECS = ZERO
               set WS-Ctlfig-Stale to true
               Move 935 to WS-RESULT
               Move 'CTLFIG EMPTY - NOT RECONCILED' to WS-MSG1
               Move SPACES to WS-DIAG-TEXT
               STRING 'NO CONTROL FIGURES LOADED FOR BUSINESS DATE '
                   WS-EXPECTED-DATE
                   DELIMITED BY SIZE INTO WS-DIAG-TEXT
               perform 2500-Add-Diag-Message
                   thru 2500-Add-Diag-Message-Exit
               GO TO 1700-Check-Ctlfig-Date-Exit
           end-if.
           if WS-CT-STALE-RECS > ZERO
               set WS-Ctlfig-Stale to true
               Move 935 to WS-RESULT
               Move SPACES to WS-MSG1
               STRING 'CTLFIG ' WS-STALE-DATE ' WANT '
                   WS-EXPECTED-DATE
                   DELIMITED BY SIZE INTO WS-MSG1
               Move SPACES to WS-DIAG-TEXT
               STRING 'CTLFIG IS NOT FOR BUSINESS DATE '
                   WS-EXPECTED-DATE ' - LOAD TODAY''S FEED (DATCTLD)'
                   DELIMITED BY SIZE INTO WS-DIAG-TEXT
               perform 2500-Add-Diag-Message
                   thru 2500-Add-Diag-Message-Exit
               Move WS-CT-RECORDS-READ to WS-DIAG-RECORDS
               Move WS-CT-STALE-RECS to WS-DIAG-EXCEPTIONS
           end-if.
           Exit Paragraph.
          1700-Check-Ctlfig-Date-Exit.
           Exit Paragraph.
      *
          1800-Find-Dept-Entry.
           set WS-Entry-Ok to true.
           Exit Paragraph.
          1800-Find-Dept-Entry-Exit.
           Exit Paragraph.
      *
          1850-Find-Dept-Ccy-Entry.
           set WS-Entry-Ok to true.
           if WS-DC-COUNT-USED > 0
               set DC-IDX to 1
               search WS-DC-ENTRY
                   at end
                       perform 1950-Add-Dept-Ccy-Entry
                           thru 1950-Add-Dept-Ccy-Entry-Exit
                   when WS-DC-DEPT(DC-IDX) = WS-FIND-DEPT
                    and WS-DC-CURRENCY(DC-IDX) = WS-FIND-CCY
                       continue
               end-search
           else
               perform 1950-Add-Dept-Ccy-Entry
                   thru 1950-Add-Dept-Ccy-Entry-Exit
           end-if.
           Exit Paragraph.
          1850-Find-Dept-Ccy-Entry-Exit.
           Exit Paragraph.
      *
          1900-Add-Dept-Entry.
           if WS-DEPT-COUNT < 100
                            WS-DT-EXP-COUNT(DT-IDX)
                            WS-DT-EXP-TOTAL(DT-IDX)
                            WS-DT-TOLERANCE(DT-IDX)
                            WS-DT-ACT-CURR(DT-IDX)
                            WS-DT-EXP-CURR(DT-IDX)
                            WS-DT-XFER-COUNT(DT-IDX)
                            WS-DT-XFER-OPEN(DT-IDX)
                            WS-DT-XFER-CURR(DT-IDX)
               Move 'N' to WS-DT-CURR-GIVEN-SW(DT-IDX)
               Move 'N' to WS-DT-ON-CTLFIG-SW(DT-IDX)
               Move 'N' to WS-DT-HAS-ACCTS-SW(DT-IDX)
               Move 'N' to WS-DT-HAS-XFERS-SW(DT-IDX)
           else
               Display 'ERROR-999: Rule-25 department '
                   WS-FIND-DEPT ' ignored - table is full at 100'
           Exit Paragraph.
          1900-Add-Dept-Entry-Exit.
           Exit Paragraph.
      *
          1950-Add-Dept-Ccy-Entry.
           if WS-DC-COUNT-USED < 300
               add 1 to WS-DC-COUNT-USED
               set DC-IDX to WS-DC-COUNT-USED
               Move WS-FIND-DEPT to WS-DC-DEPT(DC-IDX)
               Move WS-FIND-CCY  to WS-DC-CURRENCY(DC-IDX)
               Move zero to WS-DC-COUNT(DC-IDX)
                            WS-DC-OPEN-TOTAL(DC-IDX)
                            WS-DC-CURR-TOTAL(DC-IDX)
                            WS-DC-RATE(DC-IDX)
                            WS-DC-CONV-OPEN(DC-IDX)
                            WS-DC-CONV-CURR(DC-IDX)
                            WS-DC-XFER-COUNT(DC-IDX)
                            WS-DC-XFER-OPEN(DC-IDX)
                            WS-DC-XFER-CURR(DC-IDX)
           else
               Display 'ERROR-999: Rule-25 department '
                   WS-FIND-DEPT ' currency ' WS-FIND-CCY
                   ' ignored - table is full at 300 entries'
               set WS-Entry-Ok to false
           end-if.
           Exit Paragraph.
          1950-Add-Dept-Ccy-Entry-Exit.
           Exit Paragraph.
      *
          2000-Compare-One-Dept.
           set DT-IDX to WS-WORK-IDX.
           evaluate true
               when not WS-DT-On-Ctlfig(DT-IDX)
                and WS-DT-Has-Accts(DT-IDX)
      * Accounts under a department finance never listed - the
      * control file is behind the account population.
                   add 1 to WS-CT-TOLERANCE
                       DELIMITED BY SIZE INTO WS-DIAG-TEXT
                   perform 2500-Add-Diag-Message
                       thru 2500-Add-Diag-Message-Exit
               when not WS-DT-On-Ctlfig(DT-IDX)
      * Known only from a transfer that emptied it, and finance has
      * already dropped it - nothing held, nothing to compare.
                   continue
               when not WS-DT-Has-Accts(DT-IDX)
                and not WS-DT-Has-Xfers(DT-IDX)
      * Finance expects a department the sweep found empty - and no
      * transfer today emptied it.
                   add 1 to WS-CT-TOLERANCE
                   Move SPACES to WS-DIAG-TEXT
                   STRING 'DEPT ' WS-DT-DEPT(DT-IDX)
           Exit Paragraph.
      *
          2100-Compare-Figures.
           perform 2050-Take-Off-Transfers
               thru 2050-Take-Off-Transfers-Exit.
           if WS-DT-ACT-TOTAL(DT-IDX) >= WS-CMP-EXP-TOTAL
               compute WS-DIFF-AMOUNT =
                   WS-DT-ACT-TOTAL(DT-IDX) - WS-CMP-EXP-TOTAL
           else
               compute WS-DIFF-AMOUNT =
                   WS-CMP-EXP-TOTAL - WS-DT-ACT-TOTAL(DT-IDX)
           end-if.
      * The current-balance comparison is settled first, so that a
      * department counts once, at its worse result, below.
           perform 2200-Compare-Current thru 2200-Compare-Current-Exit.
           evaluate true
               when WS-Curr-Break
                   continue
      * Out as finance gave it, in once the day's transfers are
      * taken off - the move is the whole difference.
               when WS-Xfer-Adjusted
                   and WS-DIFF-AMOUNT = ZERO
                   and WS-DT-ACT-COUNT(DT-IDX) = WS-CMP-EXP-COUNT
                   and WS-CURR-DIFF = ZERO
                   add 1 to WS-CT-EXPLAINED
                   Move WS-XFER-DIFF to WS-DIFF-EDIT
                   Move SPACES to WS-DIAG-TEXT
                   STRING 'DEPT ' WS-DT-DEPT(DT-IDX)
                       ' DIFF ' WS-DIFF-EDIT
                       ' EXPLAINED BY TRANSFERS'
                       DELIMITED BY SIZE INTO WS-DIAG-TEXT
                   perform 2500-Add-Diag-Message
                       thru 2500-Add-Diag-Message-Exit
               when WS-DIFF-AMOUNT = ZERO
                   and WS-DT-ACT-COUNT(DT-IDX) = WS-CMP-EXP-COUNT
                   and WS-CURR-DIFF = ZERO
                   add 1 to WS-CT-IN-BALANCE
               when WS-DIFF-AMOUNT = ZERO
                   and WS-DT-ACT-COUNT(DT-IDX) = WS-CMP-EXP-COUNT
                   add 1 to WS-CT-TOLERANCE
               when WS-DT-ACT-COUNT(DT-IDX) not = WS-CMP-EXP-COUNT
               when WS-DIFF-AMOUNT > WS-DT-TOLERANCE(DT-IDX)
                   add 1 to WS-CT-HARD-BREAK
                   Move WS-DIFF-AMOUNT to WS-DIFF-EDIT
                   Move SPACES to WS-DIAG-TEXT
                   STRING 'DEPT ' WS-DT-DEPT(DT-IDX)
                       ' HARD BREAK DIFF ' WS-DIFF-EDIT WS-XFER-NOTE
                       DELIMITED BY SIZE INTO WS-DIAG-TEXT
                   perform 2500-Add-Diag-Message
                       thru 2500-Add-Diag-Message-Exit
                   Move WS-DIFF-AMOUNT to WS-DIFF-EDIT
                   Move SPACES to WS-DIAG-TEXT
                   STRING 'DEPT ' WS-DT-DEPT(DT-IDX)
                       ' IN TOLERANCE DIFF ' WS-DIFF-EDIT WS-XFER-NOTE
                       DELIMITED BY SIZE INTO WS-DIAG-TEXT
                   perform 2500-Add-Diag-Message
                       thru 2500-Add-Diag-Message-Exit
           Exit Paragraph.
          2100-Compare-Figures-Exit.
           Exit Paragraph.
      *
          2050-Take-Off-Transfers.
      * Leaves WS-CMP-EXP-* at finance's figures for the department,
      * or - where those do not agree as given and transfers moved
      * accounts in or out today - at those figures plus the net
      * moved in, with WS-XFER-DIFF the open difference as given.
           Move WS-DT-EXP-TOTAL(DT-IDX) to WS-CMP-EXP-TOTAL.
           Move WS-DT-EXP-COUNT(DT-IDX) to WS-CMP-EXP-COUNT.
           Move WS-DT-EXP-CURR(DT-IDX)  to WS-CMP-EXP-CURR.
           Move SPACES to WS-XFER-NOTE.
           Move ZERO   to WS-XFER-DIFF.
           set WS-Xfer-Adjusted to false.
           if not WS-DT-Has-Xfers(DT-IDX)
               GO TO 2050-Take-Off-Transfers-Exit
           end-if.
           if WS-DT-ACT-TOTAL(DT-IDX) = WS-DT-EXP-TOTAL(DT-IDX)
               and WS-DT-ACT-COUNT(DT-IDX) = WS-DT-EXP-COUNT(DT-IDX)
               and (not WS-DT-Curr-Given(DT-IDX)
                 or WS-DT-ACT-CURR(DT-IDX) = WS-DT-EXP-CURR(DT-IDX))
               GO TO 2050-Take-Off-Transfers-Exit
           end-if.
           compute WS-XFER-DIFF =
               WS-DT-ACT-TOTAL(DT-IDX) - WS-DT-EXP-TOTAL(DT-IDX).
           if WS-XFER-DIFF < ZERO
               compute WS-XFER-DIFF = 0 - WS-XFER-DIFF
           end-if.
           add WS-DT-XFER-OPEN(DT-IDX)  to WS-CMP-EXP-TOTAL.
           add WS-DT-XFER-COUNT(DT-IDX) to WS-CMP-EXP-COUNT.
           add WS-DT-XFER-CURR(DT-IDX)  to WS-CMP-EXP-CURR.
           set WS-Xfer-Adjusted to true.
           Move ' NET XFERS' to WS-XFER-NOTE.
           Move WS-DT-XFER-COUNT(DT-IDX) to WS-XFER-COUNT-EDIT.
           Move WS-DT-XFER-OPEN(DT-IDX)  to WS-AMOUNT-EDIT.
           Move WS-DT-XFER-CURR(DT-IDX)  to WS-CONV-EDIT.
           Display 'Rule-25 dept ' WS-DT-DEPT(DT-IDX)
               ' transfers in accts ' WS-XFER-COUNT-EDIT
               ' open ' WS-AMOUNT-EDIT ' current ' WS-CONV-EDIT
               ' added to control figures'.
           Exit Paragraph.
          2050-Take-Off-Transfers-Exit.
           Exit Paragraph.
      *
          2200-Compare-Current.
      * Leaves WS-CURR-DIFF at the absolute current-balance difference
      * (zero when finance gave no figure), and sets WS-Curr-Break
      * when that difference is itself a hard break - the department
      * is then counted here, as a hard break, and not again on its
      * opening figures.
           set WS-Curr-Break to false.
           Move ZERO to WS-CURR-DIFF.
           if not WS-DT-Curr-Given(DT-IDX)
               GO TO 2200-Compare-Current-Exit
           end-if.
           compute WS-CURR-DIFF =
               WS-DT-ACT-CURR(DT-IDX) - WS-CMP-EXP-CURR.
           if WS-CURR-DIFF < ZERO
               compute WS-CURR-DIFF = 0 - WS-CURR-DIFF
           end-if.
           if WS-CURR-DIFF = ZERO
               GO TO 2200-Compare-Current-Exit
           end-if.
           Move WS-CURR-DIFF to WS-DIFF-EDIT.
           Move SPACES to WS-DIAG-TEXT.
           if WS-CURR-DIFF > WS-DT-TOLERANCE(DT-IDX)
               set WS-Curr-Break to true
               add 1 to WS-CT-HARD-BREAK
               STRING 'DEPT ' WS-DT-DEPT(DT-IDX)
                   ' CURRENT BAL HARD BREAK ' WS-DIFF-EDIT
                   WS-XFER-NOTE
                   DELIMITED BY SIZE INTO WS-DIAG-TEXT
           else
               STRING 'DEPT ' WS-DT-DEPT(DT-IDX)
                   ' CURRENT BAL IN TOLERANCE ' WS-DIFF-EDIT
                   WS-XFER-NOTE
                   DELIMITED BY SIZE INTO WS-DIAG-TEXT
           end-if.
           perform 2500-Add-Diag-Message
               thru 2500-Add-Diag-Message-Exit.
           Exit Paragraph.
          2200-Compare-Current-Exit.
           Exit Paragraph.
      *
          2500-Add-Diag-Message.
      * First five findings travel back in the diagnostic block in
               when WS-CT-HARD-BREAK > 0
                   Move 925 to WS-RESULT
               when WS-CT-TOLERANCE > 0
                   or WS-CT-EXPLAINED > 0
                   Move 125 to WS-RESULT
               when other
                   Move 025 to WS-RESULT
           STRING 'B=' WS-CT-IN-BALANCE
                  ' T=' WS-CT-TOLERANCE
                  ' H=' WS-CT-HARD-BREAK
                  ' E=' WS-CT-EXPLAINED
                  DELIMITED BY SIZE INTO WS-MSG1.
           Move WS-CT-RECORDS-READ to WS-DIAG-RECORDS.
           compute WS-DIAG-EXCEPTIONS =
               WS-CT-TOLERANCE + WS-CT-HARD-BREAK + WS-CT-EXPLAINED.
           Exit Paragraph.
          3000-Set-Result-Exit.
           Exit Paragraph.
