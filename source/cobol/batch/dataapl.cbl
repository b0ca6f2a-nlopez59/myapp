      * the data-sweeping rules (RULE24 and friends) sweep the real
      * maintained population, not synthetic data that resets
      * nightly.
      *
      * Maintenance an analyst keys on DAT8 (DATACCM) waits on the
      * ACCTPEND queue (see DATAPND) - ordinary ACCTTRAN images with
      * the operator who keyed them. The queue is applied after the
      * day's feed, through exactly the same edits, and then emptied
      * so nothing is applied twice. No ACCTPEND DD just means no
      * online maintenance is taken this run.
      *
      * The queue also carries the corrections RULE24 and RULE26
      * proposed and an analyst accepted on DAT3 (see CORRPROP) -
      * applied like anything else queued, and listed with the
      * REVIEWQ item each one resolves.
      *
      * The feed is proved before anything is applied. ACCTTRAN must
      * open with a header (feed date, sequence number) and close
      * with a trailer whose record count and hash totals of
      * TR-ACCT-NUMBER and TR-ACCT-OPEN-BAL match the records
      * between them, and the sequence number must not already be
      * on the ACCTFREG feed register (see DATFREG). A feed that
      * fails any of these is refused whole: ACCTMAST is not opened,
      * the online queue waits, ACCTRANGE is not rebuilt, and the
      * step ends RC 12 so the job stops there. An applied feed is
      * added to the register.
      *
      * Every reject is also held on the ACCTSUSP suspense file (see
      * DATSUSP) - one item per account and action, with the date
      * first rejected and a count of attempts. Items an analyst has
      * corrected on DAT9 are re-applied here after the feed; an item
      * that goes through is marked resolved, one that rejects again
      * goes back to the analyst with the new reason.
      *
      * Every account number is proved by its check digit (see
      * DATACCT) before it touches the master. A change, closure, or
      * posting - from the feed, the DAT8 queue, or a DAT9
      * correction - whose digit is missing or does not check is
      * rejected, so a transposed account number is caught here
      * instead of updating somebody else's account. An add assigns
      * the digit when the sender left it blank, and the listing
      * shows the digit assigned so it can be passed on.
      *
      * A closure - an X transaction, or a change that makes the
      * account inactive - stamps ACCT-CLOSE-DATE with the feed date,
      * the day the retention period DATPURG works to runs from. A
      * change that makes a closed account active again clears it.
      *
      * P transactions post debits and credits to ACCT-CURR-BAL.
      * The apply is proved by a trial balance by ACCT-DEPT: the
      * department's current balances swept before the apply, plus
      * credits, less debits, plus other movements (new accounts,
      * balance corrections, and accounts changing department), must
      * equal the current balances swept by the unload. A department
      * that does not prove to zero is an apply that lost or double-
      * counted money - RC 8, so the day is not reported on figures
      * the system cannot prove.
      *
      * Every account carries its currency (ACCT-CURRENCY, blank for
      * the reporting currency - see DATACCT). An add opens the
      * account in TR-CURRENCY; a change takes a new currency only
      * while the current balance is zero; a posting must be in the
      * account's own currency or it is rejected. The trial balance
      * is therefore kept, and proved, by department and currency -
      * amounts in different currencies are never added together -
      * with a total per currency. Where any account is held in a
      * currency other than the reporting one, the lines are listed
      * again converted at FXRATE's rates for the feed's business
      * date (see DATFXRT) with a converted grand total. A currency
      * with no rate for that date is shown as such and left out of
      * the converted total, and the step ends at least RC 4.
      *
      * Once ACCTRANGE has been rebuilt, an ACCTRANGE data-ready stamp
      * for the feed date goes on DATARDY (see DATARDY) - without it
      * DATBATCH holds back every rule that sweeps ACCTRANGE rather
      * than let it report yesterday's population clean.
      *
      * The feed is applied under checkpoint. Every COMMIT= feed
      * transactions (APLPARM, default 500) the position reached in
      * ACCTTRAN, the counts so far, and the trial balance are
      * rewritten to APLCHKPT (see DATACKP), and until the next
      * commit every master or suspense record the apply changes is
      * first copied to APLBKOUT (see DATABKO). A run that stops part
      * way leaves APLCHKPT in flight; the rerun must say RESTART=Y,
      * or it is refused RC 12 rather than apply the feed again over
      * a half-applied master. RESTART=Y puts back what APLBKOUT
      * holds, so the master is as it was at the last commit, takes
      * the counts and trial balance from APLCHKPT, and carries on
      * from the next transaction - but only against the same feed:
      * an ACCTTRAN whose header and trailer do not match the
      * checkpoint is refused RC 12. The rejects written before the
      * commit are copied from the failed run's ACCTREJ (REJPRIOR
      * DD) into this run's, so the generation is complete too.
      * A run that registered the feed but stopped before marking
      * APLCHKPT complete is restarted the same way: the feed on
      * ACCTFREG is accepted when it is the one in flight - date,
      * sequence, count and both hashes - and is not registered
      * again.
      *
      * A change that moves an account to another ACCT-DEPT is also
      * written to the day's ACCTXFER transfer journal (see DATXFER):
      * the account, the old and new department, the balances it
      * took with it, and the feed date it moved under. DATXFRP nets
      * the journal by department pair, and RULE25 takes it off
      * finance's control figures, so a department whose total moved
      * with its accounts is explained rather than broken. On a
      * restart the failed run's journal records up to the last
      * commit are copied from XFRPRIOR the way its rejects are.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTTRAN-FILE  ASSIGN TO 'ACCTTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTTRAN-STATUS.
      * ACCTPEND is a VSAM entry-sequenced dataset, read here in the
      * order DAT8 appended it.
           SELECT ACCTPEND-FILE  ASSIGN TO 'ACCTPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTPEND-STATUS.
           SELECT ACCTREJ-FILE   ASSIGN TO 'ACCTREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTREJ-STATUS.
           SELECT ACCTSUSP-FILE  ASSIGN TO 'ACCTSUSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-ACCTSUSP-STATUS.
           SELECT ACCTFREG-FILE  ASSIGN TO 'ACCTFREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTFREG-STATUS.
           SELECT ACCTOUT-FILE   ASSIGN TO 'ACCTRANGE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTOUT-STATUS.
           SELECT DATARDY-FILE   ASSIGN TO 'DATARDY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATARDY-STATUS.
           SELECT APLPARM-FILE   ASSIGN TO 'APLPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLPARM-STATUS.
      * Same one-record RRDS-in-place pattern as DATBATCH's CHECKPT.
           SELECT APLCHKPT-FILE  ASSIGN TO 'APLCHKPT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-APLCHKPT-RRN
               FILE STATUS IS WS-APLCHKPT-STATUS.
           SELECT APLBKOUT-FILE  ASSIGN TO 'APLBKOUT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BK-RRN
               FILE STATUS IS WS-APLBKOUT-STATUS.
      * The failed run's ACCTREJ generation, read on a restart only.
           SELECT REJPRIOR-FILE  ASSIGN TO 'REJPRIOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJPRIOR-STATUS.
           SELECT FXRATE-FILE    ASSIGN TO 'FXRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FXRATE-STATUS.
           SELECT ACCTXFER-FILE  ASSIGN TO 'ACCTXFER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTXFER-STATUS.
      * The failed run's ACCTXFER generation, read on a restart only.
           SELECT XFRPRIOR-FILE  ASSIGN TO 'XFRPRIOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFRPRIOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTTRAN-FILE.
           COPY DATATRN.

       FD  ACCTPEND-FILE.
           COPY DATAPND.

      * Rejected transaction: the reason up front, then the full
      * transaction image so the resubmit is an edit, not a re-key.
       FD  ACCTREJ-FILE.
       01  ACCTREJ-RECORD.
           05  RJ-REASON            PIC X(30).
           05  RJ-TRAN-IMAGE        PIC X(44).

       FD  ACCTSUSP-FILE.
           COPY DATSUSP.

       FD  ACCTFREG-FILE.
           COPY DATFREG.

       FD  ACCTOUT-FILE.
       01  ACCTOUT-RECORD           PIC X(71).

       FD  DATARDY-FILE.
           COPY DATARDY.

       FD  APLPARM-FILE.
       01  APLPARM-RECORD           PIC X(80).

       FD  APLCHKPT-FILE.
           COPY DATACKP.

       FD  APLBKOUT-FILE.
           COPY DATABKO.

       FD  REJPRIOR-FILE.
       01  REJPRIOR-RECORD          PIC X(74).

       FD  FXRATE-FILE.
           COPY DATFXRT.

       FD  ACCTXFER-FILE.
           COPY DATXFER.

       FD  XFRPRIOR-FILE.
       01  XFRPRIOR-RECORD          PIC X(75).

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS       PIC X(02).
       01  WS-ACCTTRAN-STATUS       PIC X(02).
           88  WS-ACCTTRAN-OK            VALUE '00'.
           88  WS-ACCTTRAN-EOF            VALUE '10'.
       01  WS-ACCTPEND-STATUS       PIC X(02).
           88  WS-ACCTPEND-OK            VALUE '00'.
           88  WS-ACCTPEND-EOF            VALUE '10'.
       01  WS-ACCTREJ-STATUS        PIC X(02).
       01  WS-ACCTOUT-STATUS        PIC X(02).
       01  WS-DATARDY-STATUS        PIC X(02).
       01  WS-ACCTSUSP-STATUS       PIC X(02).
           88  WS-ACCTSUSP-OK            VALUE '00'.
           88  WS-ACCTSUSP-EOF            VALUE '10'.
       01  WS-SUSP-OFF-SW           PIC X(01) VALUE 'N'.
           88  WS-SUSP-OFF              VALUE 'Y' FALSE 'N'.
       01  WS-ACCTFREG-STATUS       PIC X(02).
           88  WS-ACCTFREG-OK            VALUE '00'.
           88  WS-ACCTFREG-EOF            VALUE '10'.
       01  WS-ACCTXFER-STATUS       PIC X(02).
           88  WS-ACCTXFER-OK            VALUE '00'.
       01  WS-XFER-OFF-SW           PIC X(01) VALUE 'N'.
           88  WS-XFER-OFF              VALUE 'Y' FALSE 'N'.
      * Where the transaction being applied came from, for the
      * transfer journal - F feed, Q DAT8 queue (a corrected suspense
      * item is told by WS-Reapply-Active).
       01  WS-APPLY-SOURCE          PIC X(01) VALUE 'F'.
       01  WS-CT-TRANSFERS          PIC 9(07) COMP-3 VALUE ZERO.

      * Feed control - what the header and trailer claim, and what
      * the verify pass actually counted between them.
       01  WS-FEED-DATE             PIC 9(08) VALUE ZERO.
       01  WS-FEED-SEQ              PIC 9(06) VALUE ZERO.
       01  WS-LAST-FEED-SEQ         PIC 9(06) VALUE ZERO.
       01  WS-TRAILER-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-TRAILER-ACCT-HASH     PIC 9(15) VALUE ZERO.
       01  WS-TRAILER-BAL-HASH      PIC 9(15)V99 VALUE ZERO.
       01  WS-FV-RECORDS            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-FV-DETAIL-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-FV-ACCT-HASH          PIC 9(15) COMP-3 VALUE ZERO.
       01  WS-FV-BAL-HASH           PIC 9(15)V99 COMP-3 VALUE ZERO.
       01  WS-REFUSE-REASON         PIC X(40).
       01  WS-FEED-REFUSED-SW       PIC X(01) VALUE 'N'.
           88  WS-FEED-REFUSED          VALUE 'Y' FALSE 'N'.
       01  WS-HEADER-SEEN-SW        PIC X(01) VALUE 'N'.
           88  WS-HEADER-SEEN           VALUE 'Y' FALSE 'N'.
       01  WS-TRAILER-SEEN-SW       PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN          VALUE 'Y' FALSE 'N'.
      * On when the feed being restarted is already on ACCTFREG - the
      * failed run registered it and stopped before APLCHKPT was
      * marked complete.
       01  WS-FEED-REGISTERED-SW    PIC X(01) VALUE 'N'.
           88  WS-FEED-REGISTERED       VALUE 'Y' FALSE 'N'.

      * Corrected suspense items are collected by key first and
      * re-applied after the browse - a reject during the re-apply
      * rewrites the suspense file, which would lose a browse's
      * position. Items past the table wait for the next run.
       01  WS-CORR-TABLE.
           05  WS-CORR-KEY          PIC X(21) OCCURS 500 TIMES.
       01  WS-CORR-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-CORR-IDX              PIC 9(04) COMP VALUE ZERO.
       01  WS-CORR-OVERFLOW         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-REAPPLY-KEY           PIC X(21).
       01  WS-REAPPLY-SW            PIC X(01) VALUE 'N'.
           88  WS-REAPPLY-ACTIVE        VALUE 'Y' FALSE 'N'.
       01  WS-REJECTS-BEFORE        PIC 9(07) COMP-3 VALUE ZERO.

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).

       01  WS-REJECT-REASON         PIC X(30).
       01  WS-TRAN-HELD.
           05  WS-TH-ACCT-DEPT      PIC X(03).
           05  WS-TH-ACCT-OPEN-BAL  PIC 9(07)V99.
           05  WS-TH-ACCT-STATUS    PIC X(01).
           05  WS-TH-CHECK-DIGIT    PIC X(01).
           05  WS-TH-CURRENCY       PIC X(03).
       01  WS-TRAN-HELD-POST REDEFINES WS-TRAN-HELD.
           05  FILLER               PIC X(01).
           05  WS-TP-ACCT-NUMBER    PIC 9(06).
           05  WS-TP-DR-CR          PIC X(01).
           05  WS-TP-EFF-DATE       PIC 9(08).
           05  WS-TP-REFERENCE      PIC X(14).
           05  WS-TP-AMOUNT         PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  FILLER               PIC X(01).
           05  FILLER               PIC X(03).

      * Account check digit (see DATACCT): the six digits of the
      * account number, and what a digit comes to doubled with 9
      * taken off past 9 - WS-CD-DOUBLED(digit + 1).
       01  WS-CD-ACCT               PIC 9(06).
       01  WS-CD-DIGITS REDEFINES WS-CD-ACCT.
           05  WS-CD-D1             PIC 9(01).
           05  WS-CD-D2             PIC 9(01).
           05  WS-CD-D3             PIC 9(01).
           05  WS-CD-D4             PIC 9(01).
           05  WS-CD-D5             PIC 9(01).
           05  WS-CD-D6             PIC 9(01).
       01  WS-CD-DOUBLED-VALUES     PIC X(10) VALUE '0246813579'.
       01  WS-CD-DOUBLED-TABLE REDEFINES WS-CD-DOUBLED-VALUES.
           05  WS-CD-DOUBLED        PIC 9(01) OCCURS 10 TIMES.
       01  WS-CD-SUM                PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CD-QUOT               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CD-REM                PIC 9(01) VALUE ZERO.
       01  WS-CD-DIGIT              PIC 9(01) VALUE ZERO.
       01  WS-CD-ASSIGNED-SW        PIC X(01) VALUE 'N'.
           88  WS-CD-ASSIGNED           VALUE 'Y' FALSE 'N'.

      * Currency code on a transaction - blank, or three letters.
       01  WS-CCY-CHECK             PIC X(03).
       01  WS-CCY-OK-SW             PIC X(01) VALUE 'N'.
           88  WS-CCY-OK                VALUE 'Y' FALSE 'N'.

      * Department trial balance, one line per department and
      * currency. Opening is swept from the master before the apply,
      * closing by the unload after it; debits, credits, and other
      * movements are added as each transaction goes through.
       01  WS-TB-TABLE.
           05  WS-TB-ENTRY OCCURS 100 TIMES
                                 INDEXED BY TB-IDX.
               10  WS-TB-DEPT           PIC X(03).
               10  WS-TB-CURRENCY       PIC X(03).
               10  WS-TB-OPENING        PIC S9(13)V99 COMP-3.
               10  WS-TB-DEBITS         PIC S9(13)V99 COMP-3.
               10  WS-TB-CREDITS        PIC S9(13)V99 COMP-3.
               10  WS-TB-OTHER          PIC S9(13)V99 COMP-3.
               10  WS-TB-CLOSING        PIC S9(13)V99 COMP-3.
       01  WS-TB-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-TB-IDX-SAVE           PIC 9(04) COMP VALUE ZERO.
       01  WS-TB-FIND-DEPT          PIC X(03).
       01  WS-TB-FIND-CCY           PIC X(03).
       01  WS-TB-ENTRY-OK-SW        PIC X(01) VALUE 'Y'.
           88  WS-TB-ENTRY-OK           VALUE 'Y' FALSE 'N'.
       01  WS-TB-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TB-PROOF              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TB-TOTALS.
           05  WS-TB-TOT-OPENING    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TB-TOT-DEBITS     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TB-TOT-CREDITS    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TB-TOT-OTHER      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TB-TOT-CLOSING    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TB-TOT-PROOF      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TB-OUT-OF-PROOF       PIC 9(04) COMP VALUE ZERO.
       01  WS-TB-EDIT-1             PIC -(13)9.99.
       01  WS-TB-EDIT-2             PIC -(13)9.99.
       01  WS-TB-EDIT-3             PIC -(13)9.99.
       01  WS-TB-EDIT-4             PIC -(13)9.99.
       01  WS-TB-EDIT-5             PIC -(13)9.99.
       01  WS-TB-EDIT-6             PIC -(13)9.99.

      * Trial balance totals per currency, and the rate each is
      * converted at for the converted listing (WS-TC-RATE-SW N when
      * FXRATE has none for the business date).
       01  WS-TC-TABLE.
           05  WS-TC-ENTRY OCCURS 100 TIMES
                                 INDEXED BY TC-IDX.
               10  WS-TC-CURRENCY       PIC X(03).
               10  WS-TC-OPENING        PIC S9(13)V99 COMP-3.
               10  WS-TC-DEBITS         PIC S9(13)V99 COMP-3.
               10  WS-TC-CREDITS        PIC S9(13)V99 COMP-3.
               10  WS-TC-OTHER          PIC S9(13)V99 COMP-3.
               10  WS-TC-CLOSING        PIC S9(13)V99 COMP-3.
               10  WS-TC-RATE           PIC 9(05)V9(06).
               10  WS-TC-RATE-SW        PIC X(01).
                   88  WS-TC-RATE-FOUND      VALUE 'Y'.
       01  WS-TC-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-TC-IDX-SAVE           PIC 9(04) COMP VALUE ZERO.
       01  WS-FXRATE-STATUS         PIC X(02).
           88  WS-FXRATE-OK              VALUE '00'.
       01  WS-RATE-DATE             PIC 9(08) VALUE ZERO.
       01  WS-REPORT-CCY            PIC X(03) VALUE SPACES.
       01  WS-FOREIGN-CCY-SW        PIC X(01) VALUE 'N'.
           88  WS-FOREIGN-CCY            VALUE 'Y' FALSE 'N'.
       01  WS-FXRATE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-FXRATE-OPEN            VALUE 'Y' FALSE 'N'.
       01  WS-CT-NO-RATE            PIC 9(04) COMP VALUE ZERO.
       01  WS-RATE-EDIT             PIC ZZZZ9.999999.
       01  WS-CONV-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CONV-TOTALS.
           05  WS-CONV-TOT-OPENING  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CONV-TOT-DEBITS   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CONV-TOT-CREDITS  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CONV-TOT-OTHER    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CONV-TOT-CLOSING  PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-UNLOAD-DONE-SW        PIC X(01) VALUE 'N'.
           88  WS-UNLOAD-DONE           VALUE 'Y' FALSE 'N'.
      * An account's department and current balance as they stood
      * before a change, so the trial balance can move the balance
      * out of the old department and into the new one.
       01  WS-OLD-DEPT              PIC X(03).
       01  WS-OLD-CURRENCY          PIC X(03).
       01  WS-OLD-CURR-BAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-OLD-OPEN-BAL          PIC 9(07)V99 VALUE ZERO.
       01  WS-CARRIED-SW            PIC X(01) VALUE 'N'.
           88  WS-CARRIED               VALUE 'Y' FALSE 'N'.

       01  WS-CT-TRANS-READ         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-ADDS               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-CHANGES            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-CLOSURES           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-POSTINGS           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-CARRIED            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-REJECTS            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-UNLOADED           PIC 9(07) COMP-3 VALUE ZERO.
      * Of the transactions read, how many came off the DAT8 queue
      * and how many were corrected suspense items.
       01  WS-CT-ONLINE-READ        PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-PROPOSAL-READ      PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-SUSP-READ          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-SUSP-RESOLVED      PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-SUSP-HELD          PIC 9(07) COMP-3 VALUE ZERO.

      * Checkpoint and restart. APLPARM is a KEYWORD=VALUE member the
      * same shape as DATBATCH's PARMLIB:
      *   COMMIT=00500    feed transactions between commits (5 digits)
      *   RESTART=Y       resume the apply in flight on APLCHKPT
       01  WS-APLPARM-STATUS        PIC X(02).
           88  WS-APLPARM-OK             VALUE '00'.
           88  WS-APLPARM-EOF             VALUE '10'.
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).
       01  WS-COMMIT-EVERY          PIC 9(05) VALUE 500.
       01  WS-RESTART-SW            PIC X(01) VALUE 'N'.
           88  WS-RESTART                VALUE 'Y' FALSE 'N'.
       01  WS-RESTARTING-SW         PIC X(01) VALUE 'N'.
           88  WS-RESTARTING             VALUE 'Y' FALSE 'N'.
       01  WS-RESTART-FAILED-SW     PIC X(01) VALUE 'N'.
           88  WS-RESTART-FAILED         VALUE 'Y' FALSE 'N'.
       01  WS-APLCHKPT-STATUS       PIC X(02).
           88  WS-APLCHKPT-OK            VALUE '00'.
       01  WS-APLCHKPT-RRN          PIC 9(04) COMP VALUE 1.
       01  WS-APLBKOUT-STATUS       PIC X(02).
           88  WS-APLBKOUT-OK            VALUE '00'.
       01  WS-REJPRIOR-STATUS       PIC X(02).
           88  WS-REJPRIOR-OK            VALUE '00'.
           88  WS-REJPRIOR-EOF            VALUE '10'.
       01  WS-XFRPRIOR-STATUS       PIC X(02).
           88  WS-XFRPRIOR-OK            VALUE '00'.
           88  WS-XFRPRIOR-EOF            VALUE '10'.
      * Off when APLCHKPT or APLBKOUT cannot be used on a fresh run -
      * the apply goes ahead as it always did, with no restart.
       01  WS-CHKPT-OFF-SW          PIC X(01) VALUE 'N'.
           88  WS-CHKPT-OFF              VALUE 'Y' FALSE 'N'.
      * On only while the feed itself is applied - the suspense
      * re-apply and the DAT8 queue come after the last commit.
       01  WS-JOURNAL-SW            PIC X(01) VALUE 'N'.
           88  WS-JOURNAL-ON             VALUE 'Y' FALSE 'N'.
       01  WS-BK-RRN                PIC 9(07) COMP VALUE ZERO.
       01  WS-BK-WRITTEN            PIC 9(07) COMP VALUE ZERO.
       01  WS-BK-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-BK-SCAN-SW            PIC X(01) VALUE 'N'.
           88  WS-BK-SCAN-DONE           VALUE 'Y' FALSE 'N'.
       01  WS-BK-FILE               PIC X(01).
       01  WS-BK-ACTION             PIC X(01).
       01  WS-COMMIT-NO             PIC 9(07) VALUE ZERO.
       01  WS-COMMIT-DATE           PIC 9(08).
       01  WS-COMMIT-TIME           PIC 9(08).
       01  WS-SINCE-COMMIT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-FEED-POSITION         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-RESTART-POSITION      PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-RESTART-COMMIT        PIC 9(07) VALUE ZERO.
       01  WS-CT-SKIPPED            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-BACKED-OUT         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-REJ-COPIED         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-XFR-COPIED         PIC 9(07) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           perform 0100-Read-Aplparm thru 0100-Read-Aplparm-Exit.
           perform 0500-Verify-Feed thru 0500-Verify-Feed-Exit.
           if not WS-Feed-Refused
               perform 0800-Check-Checkpoint
                   thru 0800-Check-Checkpoint-Exit
           end-if.
      * The register is checked after the checkpoint - a restart of
      * the feed in flight may find it already registered.
           if not WS-Feed-Refused
               perform 0600-Check-Register
                   thru 0600-Check-Register-Exit
           end-if.
           if WS-Feed-Refused
               Display 'DATAAPL: Nothing applied - ACCTMAST not'
                   ' touched, ACCTRANGE not rebuilt, ACCTPEND held'
               STOP RUN
           end-if.
           OPEN I-O ACCTMAST-FILE.
           if not WS-ACCTMAST-OK
               Display 'ERROR-999: Unable to open ACCTMAST status='
               CLOSE ACCTMAST-FILE
               STOP RUN
           end-if.
      * Without the transfer journal the apply still runs - but a
      * department change is then unexplained to RULE25.
           OPEN OUTPUT ACCTXFER-FILE.
           if not WS-ACCTXFER-OK
               Display 'WARNING-999: Unable to open ACCTXFER status='
                   WS-ACCTXFER-STATUS ' - department transfers not'
                   ' journalled this run'
               set WS-Xfer-Off to true
           end-if.
      * Without the suspense file the apply still runs - rejects
      * still reach ACCTREJ - but nothing is held or re-applied.
           OPEN I-O ACCTSUSP-FILE.
           if not WS-ACCTSUSP-OK
               Display 'WARNING-999: Unable to open ACCTSUSP status='
                   WS-ACCTSUSP-STATUS ' - rejects not held in'
                   ' suspense, corrections not re-applied this run'
               set WS-Susp-Off to true
           end-if.
      * A restart takes the opening balances from the checkpoint -
      * swept now, they would include what is already applied.
           if WS-Restarting
               perform 0850-Back-Out thru 0850-Back-Out-Exit
               if WS-Restart-Failed
                   CLOSE ACCTREJ-FILE
                   if not WS-Xfer-Off
                       CLOSE ACCTXFER-FILE
                   end-if
                   if not WS-Susp-Off
                       CLOSE ACCTSUSP-FILE
                   end-if
                   CLOSE ACCTMAST-FILE
                   STOP RUN
               end-if
           else
               perform 0700-Sweep-Opening
                   thru 0700-Sweep-Opening-Exit
               perform 0890-Start-Checkpoint
                   thru 0890-Start-Checkpoint-Exit
           end-if.
           perform 1000-Apply-Transactions
               thru 1000-Apply-Transactions-Exit.
           perform 1090-End-Feed-Commit thru 1090-End-Feed-Commit-Exit.
      * Only a feed read to its end is registered - one that stopped
      * short stays in flight on APLCHKPT for a restart.
           if WS-ACCTTRAN-EOF
               perform 1800-Register-Feed thru 1800-Register-Feed-Exit
           end-if.
           perform 1950-Mark-Complete thru 1950-Mark-Complete-Exit.
           perform 1700-Apply-Corrected thru 1700-Apply-Corrected-Exit.
           perform 1500-Apply-Online-Queue
               thru 1500-Apply-Online-Queue-Exit.
           CLOSE ACCTREJ-FILE.
           if not WS-Xfer-Off
               CLOSE ACCTXFER-FILE
           end-if.
           if not WS-Susp-Off
               CLOSE ACCTSUSP-FILE
           end-if.
           perform 3000-Unload-Master thru 3000-Unload-Master-Exit.
           CLOSE ACCTMAST-FILE.
           perform 4000-Print-Apply-Report
               thru 4000-Print-Apply-Report-Exit.
           perform 4100-Print-Trial-Balance
               thru 4100-Print-Trial-Balance-Exit.
           if WS-Unload-Done and RETURN-CODE not = 999
               perform 4500-Stamp-Ready thru 4500-Stamp-Ready-Exit
           end-if.
      * Rejects are a data problem for the maintenance group, not a
      * failed apply - RC 4 so the scheduler flags without stopping
      * the cycle. A hard failure already on the return code (a
      * file that would not open, a master not unloaded, a trial
      * balance out of proof) outranks it - the job must never end
      * clean after doing nothing.
           if RETURN-CODE = ZERO and WS-CT-REJECTS > 0
               Move 4 to RETURN-CODE
           end-if.
           STOP RUN.
      *
          0100-Read-Aplparm.
      * No APLPARM is an ordinary run at the default commit interval.
           OPEN INPUT APLPARM-FILE.
           if not WS-APLPARM-OK
               Display 'DATAAPL: No APLPARM - committing every '
                   WS-COMMIT-EVERY ' feed transactions, no restart'
               GO TO 0100-Read-Aplparm-Exit
           end-if.
           perform 0110-Read-Aplparm-Record
               thru 0110-Read-Aplparm-Record-Exit
               until WS-APLPARM-EOF.
           CLOSE APLPARM-FILE.
           Display 'DATAAPL: APLPARM COMMIT=' WS-COMMIT-EVERY
               ' RESTART=' WS-RESTART-SW.
           Exit Paragraph.
          0100-Read-Aplparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Aplparm-Record.
           READ APLPARM-FILE
               AT END set WS-APLPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING APLPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   perform 0120-Apply-Aplparm-Keyword
                       thru 0120-Apply-Aplparm-Keyword-Exit
           end-read.
           Exit Paragraph.
          0110-Read-Aplparm-Record-Exit.
           Exit Paragraph.
      *
          0120-Apply-Aplparm-Keyword.
           evaluate WS-PARM-KEYWORD
               when 'COMMIT'
                   if WS-PARM-VALUE-TEXT(1:5) is numeric
                       and WS-PARM-VALUE-TEXT(1:5) not = '00000'
                       Move WS-PARM-VALUE-TEXT(1:5) to WS-COMMIT-EVERY
                   else
                       Display 'WARNING-999: APLPARM COMMIT= value is'
                           ' not 00001-99999 - using ' WS-COMMIT-EVERY
                   end-if
               when 'RESTART'
                   evaluate WS-PARM-VALUE-TEXT(1:1)
                       when 'Y'
                           set WS-Restart to true
                       when 'N'
                           set WS-Restart to false
                       when other
                           Display 'WARNING-999: APLPARM RESTART='
                               ' value is not Y or N - not restarting'
                   end-evaluate
               when SPACES
                   continue
               when other
                   Display 'DATAAPL: Ignoring unknown APLPARM'
                       ' keyword ' WS-PARM-KEYWORD
           end-evaluate.
           Exit Paragraph.
          0120-Apply-Aplparm-Keyword-Exit.
           Exit Paragraph.
      *
          0500-Verify-Feed.
      * A full read of the feed before ACCTMAST is even opened - a
      * truncated or resubmitted file has to be caught while there
      * is still nothing to undo.
           OPEN INPUT ACCTTRAN-FILE.
           if not WS-ACCTTRAN-OK
               Display 'ERROR-999: Unable to open ACCTTRAN status='
                   WS-ACCTTRAN-STATUS
               Move 999 to RETURN-CODE
               set WS-Feed-Refused to true
               GO TO 0500-Verify-Feed-Exit
           end-if.
           perform 0510-Verify-One-Record
               thru 0510-Verify-One-Record-Exit
               until WS-ACCTTRAN-EOF or WS-Feed-Refused.
           CLOSE ACCTTRAN-FILE.
           Move '00' to WS-ACCTTRAN-STATUS.
           if WS-Feed-Refused
               GO TO 0500-Verify-Feed-Exit
           end-if.
           evaluate true
               when not WS-Header-Seen
                   Move 'FEED IS EMPTY - NO HEADER RECORD'
                     to WS-REFUSE-REASON
               when not WS-Trailer-Seen
                   Move 'NO TRAILER RECORD - FEED TRUNCATED'
                     to WS-REFUSE-REASON
               when WS-FV-DETAIL-COUNT not = WS-TRAILER-COUNT
                   Move 'TRAILER RECORD COUNT DOES NOT BALANCE'
                     to WS-REFUSE-REASON
               when WS-FV-ACCT-HASH not = WS-TRAILER-ACCT-HASH
                   Move 'TRAILER ACCOUNT HASH DOES NOT BALANCE'
                     to WS-REFUSE-REASON
               when WS-FV-BAL-HASH not = WS-TRAILER-BAL-HASH
                   Move 'TRAILER BALANCE HASH DOES NOT BALANCE'
                     to WS-REFUSE-REASON
               when other
                   Move SPACES to WS-REFUSE-REASON
           end-evaluate.
           if WS-REFUSE-REASON not = SPACES
               Display '  Trailer count/acct hash/bal hash : '
                   WS-TRAILER-COUNT ' ' WS-TRAILER-ACCT-HASH ' '
                   WS-TRAILER-BAL-HASH
               Display '  Counted in feed                  : '
                   WS-FV-DETAIL-COUNT ' ' WS-FV-ACCT-HASH ' '
                   WS-FV-BAL-HASH
               perform 0590-Refuse-Feed thru 0590-Refuse-Feed-Exit
               GO TO 0500-Verify-Feed-Exit
           end-if.
           Display 'DATAAPL: ACCTTRAN feed ' WS-FEED-DATE
               ' seq ' WS-FEED-SEQ ' balanced - '
               WS-FV-DETAIL-COUNT ' transactions'.
           Exit Paragraph.
          0500-Verify-Feed-Exit.
           Exit Paragraph.
      *
          0510-Verify-One-Record.
           READ ACCTTRAN-FILE
               AT END set WS-ACCTTRAN-EOF to true
                   GO TO 0510-Verify-One-Record-Exit
           end-read.
           add 1 to WS-FV-RECORDS.
           evaluate true
               when WS-FV-RECORDS = 1
                   if not TR-Header
                       Move 'FIRST RECORD IS NOT A HEADER'
                         to WS-REFUSE-REASON
                       perform 0590-Refuse-Feed
                           thru 0590-Refuse-Feed-Exit
                   else
                       perform 0520-Take-Header
                           thru 0520-Take-Header-Exit
                   end-if
               when TR-Header
                   Move 'SECOND HEADER RECORD IN FEED'
                     to WS-REFUSE-REASON
                   perform 0590-Refuse-Feed thru 0590-Refuse-Feed-Exit
               when WS-Trailer-Seen
                   Move 'RECORDS FOLLOW THE TRAILER'
                     to WS-REFUSE-REASON
                   perform 0590-Refuse-Feed thru 0590-Refuse-Feed-Exit
               when TR-Trailer
                   perform 0530-Take-Trailer
                       thru 0530-Take-Trailer-Exit
               when other
      * Hashed exactly as the sender hashes - a field that is not
      * numeric adds nothing here and is rejected by the apply.
                   add 1 to WS-FV-DETAIL-COUNT
                   if TR-ACCT-NUMBER is numeric
                       add TR-ACCT-NUMBER to WS-FV-ACCT-HASH
                   end-if
                   if TR-ACCT-OPEN-BAL is numeric
                       add TR-ACCT-OPEN-BAL to WS-FV-BAL-HASH
                   end-if
           end-evaluate.
           Exit Paragraph.
          0510-Verify-One-Record-Exit.
           Exit Paragraph.
      *
          0520-Take-Header.
           if TRH-FEED-DATE not numeric or TRH-FEED-SEQ not numeric
               Move 'HEADER DATE OR SEQUENCE NOT NUMERIC'
                 to WS-REFUSE-REASON
               perform 0590-Refuse-Feed thru 0590-Refuse-Feed-Exit
               GO TO 0520-Take-Header-Exit
           end-if.
           set WS-Header-Seen to true.
           Move TRH-FEED-DATE to WS-FEED-DATE.
           Move TRH-FEED-SEQ  to WS-FEED-SEQ.
           Exit Paragraph.
          0520-Take-Header-Exit.
           Exit Paragraph.
      *
          0530-Take-Trailer.
           if TRT-RECORD-COUNT not numeric
               or TRT-ACCT-HASH not numeric
               or TRT-BAL-HASH not numeric
               Move 'TRAILER CONTROL TOTALS NOT NUMERIC'
                 to WS-REFUSE-REASON
               perform 0590-Refuse-Feed thru 0590-Refuse-Feed-Exit
               GO TO 0530-Take-Trailer-Exit
           end-if.
           set WS-Trailer-Seen to true.
           Move TRT-RECORD-COUNT to WS-TRAILER-COUNT.
           Move TRT-ACCT-HASH    to WS-TRAILER-ACCT-HASH.
           Move TRT-BAL-HASH     to WS-TRAILER-BAL-HASH.
           Exit Paragraph.
          0530-Take-Trailer-Exit.
           Exit Paragraph.
      *
          0590-Refuse-Feed.
      * RC 12 is the refused-to-start code, as in DATBATCH - the
      * scheduler can tell "feed refused, nothing applied" from an
      * apply that failed part way (999).
           set WS-Feed-Refused to true.
           Move 12 to RETURN-CODE.
           Display 'ERROR-999: ACCTTRAN feed refused - '
               WS-REFUSE-REASON.
           Exit Paragraph.
          0590-Refuse-Feed-Exit.
           Exit Paragraph.
      *
          0600-Check-Register.
      * No register yet is the first feed ever applied - anything
      * else that will not open is a register we cannot trust, and
      * applying blind is exactly what this check is here to stop.
           OPEN INPUT ACCTFREG-FILE.
           if WS-ACCTFREG-STATUS = '35'
               Display 'DATAAPL: No ACCTFREG feed register yet -'
                   ' treated as the first feed'
               GO TO 0600-Check-Register-Exit
           end-if.
           if not WS-ACCTFREG-OK
               Display 'ERROR-999: Unable to open ACCTFREG status='
                   WS-ACCTFREG-STATUS
               Move 999 to RETURN-CODE
               set WS-Feed-Refused to true
               GO TO 0600-Check-Register-Exit
           end-if.
           perform 0610-Check-One-Entry
               thru 0610-Check-One-Entry-Exit
               until WS-ACCTFREG-EOF or WS-Feed-Refused.
           CLOSE ACCTFREG-FILE.
           if not WS-Feed-Refused and WS-LAST-FEED-SEQ > 0
               and WS-FEED-SEQ not = WS-LAST-FEED-SEQ + 1
               Display 'WARNING-999: ACCTTRAN feed seq ' WS-FEED-SEQ
                   ' does not follow last applied seq '
                   WS-LAST-FEED-SEQ ' - check for a missed feed'
           end-if.
           Exit Paragraph.
          0600-Check-Register-Exit.
           Exit Paragraph.
      *
          0610-Check-One-Entry.
           READ ACCTFREG-FILE
               AT END set WS-ACCTFREG-EOF to true
               NOT AT END
      * A restart of the feed in flight (0810 has matched it to
      * APLCHKPT) that finds the same feed registered is finishing
      * a run that stopped between registering and marking APLCHKPT
      * complete - not a resubmission.
                   if FR-FEED-SEQ = WS-FEED-SEQ and WS-Restarting
                       and FR-FEED-DATE    = WS-FEED-DATE
                       and FR-RECORD-COUNT = WS-TRAILER-COUNT
                       and FR-ACCT-HASH    = WS-TRAILER-ACCT-HASH
                       and FR-BAL-HASH     = WS-TRAILER-BAL-HASH
                       Display 'DATAAPL: Feed seq ' WS-FEED-SEQ
                           ' in flight was registered at '
                           FR-APPLIED-TS ' - restart completes it'
                       set WS-Feed-Registered to true
                       GO TO 0610-Check-One-Entry-Exit
                   end-if
                   if FR-FEED-SEQ = WS-FEED-SEQ
                       Display 'DATAAPL: Feed seq ' WS-FEED-SEQ
                           ' dated ' FR-FEED-DATE
                           ' was applied at ' FR-APPLIED-TS
                       Move 'FEED SEQUENCE ALREADY APPLIED'
                         to WS-REFUSE-REASON
                       perform 0590-Refuse-Feed
                           thru 0590-Refuse-Feed-Exit
                   end-if
                   if FR-FEED-SEQ > WS-LAST-FEED-SEQ
                       Move FR-FEED-SEQ to WS-LAST-FEED-SEQ
                   end-if
           end-read.
           Exit Paragraph.
          0610-Check-One-Entry-Exit.
           Exit Paragraph.
      *
          0700-Sweep-Opening.
      * The start-of-day side of the trial balance - every account's
      * current balance by department, before anything is applied.
           Move ZERO to ACCT-NUMBER.
           START ACCTMAST-FILE KEY >= ACCT-NUMBER
               INVALID KEY set WS-ACCTMAST-EOF to true
           end-start.
           perform 0710-Sweep-One-Opening
               thru 0710-Sweep-One-Opening-Exit
               until WS-ACCTMAST-EOF.
           Move '00' to WS-ACCTMAST-STATUS.
           Exit Paragraph.
          0700-Sweep-Opening-Exit.
           Exit Paragraph.
      *
          0710-Sweep-One-Opening.
           READ ACCTMAST-FILE NEXT RECORD
               AT END set WS-ACCTMAST-EOF to true
               NOT AT END
                   perform 2050-Carry-Current-Balance
                       thru 2050-Carry-Current-Balance-Exit
                   Move ACCT-DEPT     to WS-TB-FIND-DEPT
                   Move ACCT-CURRENCY to WS-TB-FIND-CCY
                   perform 2700-Find-Tb-Entry
                       thru 2700-Find-Tb-Entry-Exit
                   if WS-TB-Entry-Ok
                       add ACCT-CURR-BAL to WS-TB-OPENING(TB-IDX)
                   end-if
           end-read.
           Exit Paragraph.
          0710-Sweep-One-Opening-Exit.
           Exit Paragraph.
      *
          0800-Check-Checkpoint.
      * What APLCHKPT says about the last apply decides whether this
      * one starts from the top, restarts, or is refused. No
      * checkpoint at all is a first run; a completed one is any
      * ordinary day, and RESTART=Y left on in APLPARM is ignored.
           Move 1 to WS-APLCHKPT-RRN.
           OPEN INPUT APLCHKPT-FILE.
           if WS-APLCHKPT-OK
               READ APLCHKPT-FILE
                   INVALID KEY continue
                   NOT INVALID KEY
                       if CK-In-Flight
                           perform 0810-Judge-Checkpoint
                               thru 0810-Judge-Checkpoint-Exit
                       end-if
               end-read
               CLOSE APLCHKPT-FILE
           else
      * A restart with no checkpoint to read cannot know where the
      * last run stopped - applying from the top is the double apply
      * the checkpoint is there to prevent.
               if WS-Restart and WS-APLCHKPT-STATUS not = '35'
                   Display 'DATAAPL: APLCHKPT status='
                       WS-APLCHKPT-STATUS
                   Move 'APLCHKPT UNREADABLE - CANNOT RESTART'
                     to WS-REFUSE-REASON
                   perform 0590-Refuse-Feed thru 0590-Refuse-Feed-Exit
                   GO TO 0800-Check-Checkpoint-Exit
               end-if
           end-if.
           if WS-Restart and not WS-Restarting and not WS-Feed-Refused
               Display 'DATAAPL: RESTART=Y but no apply in flight on'
                   ' APLCHKPT - applying the feed from the top'
           end-if.
           Exit Paragraph.
          0800-Check-Checkpoint-Exit.
           Exit Paragraph.
      *
          0810-Judge-Checkpoint.
      * An apply in flight. Without RESTART=Y this run would apply
      * the feed again over it; with it, the ACCTTRAN in hand must be
      * the one checkpointed, header and trailer alike.
           Display 'DATAAPL: APLCHKPT shows feed ' CK-FEED-DATE
               ' seq ' CK-FEED-SEQ ' in flight, committed to ACCTTRAN'
               ' record ' CK-POSITION ' at ' CK-COMMIT-TS.
           if not WS-Restart
               Move 'APPLY IN FLIGHT - RERUN WITH RESTART=Y'
                 to WS-REFUSE-REASON
               perform 0590-Refuse-Feed thru 0590-Refuse-Feed-Exit
               GO TO 0810-Judge-Checkpoint-Exit
           end-if.
           if CK-FEED-DATE not = WS-FEED-DATE
               or CK-FEED-SEQ not = WS-FEED-SEQ
               or CK-TRAILER-COUNT not = WS-TRAILER-COUNT
               or CK-ACCT-HASH not = WS-TRAILER-ACCT-HASH
               or CK-BAL-HASH not = WS-TRAILER-BAL-HASH
               Display '  Checkpointed feed date/seq/count/hashes : '
                   CK-FEED-DATE ' ' CK-FEED-SEQ ' ' CK-TRAILER-COUNT
                   ' ' CK-ACCT-HASH ' ' CK-BAL-HASH
               Display '  ACCTTRAN feed date/seq/count/hashes     : '
                   WS-FEED-DATE ' ' WS-FEED-SEQ ' ' WS-TRAILER-COUNT
                   ' ' WS-TRAILER-ACCT-HASH ' ' WS-TRAILER-BAL-HASH
               Move 'RESTART FEED IS NOT THE ONE IN FLIGHT'
                 to WS-REFUSE-REASON
               perform 0590-Refuse-Feed thru 0590-Refuse-Feed-Exit
               GO TO 0810-Judge-Checkpoint-Exit
           end-if.
           set WS-Restarting to true.
           Move CK-COMMIT-NO       to WS-COMMIT-NO WS-RESTART-COMMIT.
           Move CK-POSITION        to WS-RESTART-POSITION.
           Move CK-TRANS-READ      to WS-CT-TRANS-READ.
           Move CK-ADDS            to WS-CT-ADDS.
           Move CK-CHANGES         to WS-CT-CHANGES.
           Move CK-CLOSURES        to WS-CT-CLOSURES.
           Move CK-POSTINGS        to WS-CT-POSTINGS.
           Move CK-REJECTS         to WS-CT-REJECTS.
           Move CK-SUSP-HELD       to WS-CT-SUSP-HELD.
           Move CK-TB-OUT-OF-PROOF to WS-TB-OUT-OF-PROOF.
           Move CK-TB-COUNT        to WS-TB-COUNT.
           Move CK-TB-TABLE        to WS-TB-TABLE.
           Exit Paragraph.
          0810-Judge-Checkpoint-Exit.
           Exit Paragraph.
      *
          0850-Back-Out.
      * Everything APLBKOUT holds for the interval after the last
      * commit is put back, newest first, so a record changed twice
      * in the interval ends as it stood at the commit. Without
      * APLBKOUT the master cannot be trusted to match the
      * checkpoint, so nothing is applied.
           OPEN I-O APLBKOUT-FILE.
           if not WS-APLBKOUT-OK
               Display 'ERROR-999: Unable to open APLBKOUT status='
                   WS-APLBKOUT-STATUS ' - ACCTMAST cannot be put back'
                   ' to the last commit, nothing applied'
               Move 999 to RETURN-CODE
               set WS-Restart-Failed to true
               GO TO 0850-Back-Out-Exit
           end-if.
           Move ZERO to WS-BK-RRN WS-BK-COUNT.
           set WS-BK-Scan-Done to false.
           perform 0860-Scan-One-Backout
               thru 0860-Scan-One-Backout-Exit
               until WS-BK-Scan-Done.
           perform 0870-Restore-One-Backout
               thru 0870-Restore-One-Backout-Exit
               varying WS-BK-RRN from WS-BK-COUNT by -1
               until WS-BK-RRN < 1.
           Display 'DATAAPL: Restarting feed seq ' WS-FEED-SEQ
               ' at commit ' WS-RESTART-COMMIT ' - '
               WS-CT-BACKED-OUT ' record(s) put back, resuming after'
               ' ACCTTRAN record ' WS-RESTART-POSITION.
           perform 0880-Copy-Prior-Rejects
               thru 0880-Copy-Prior-Rejects-Exit.
           perform 0886-Copy-Prior-Transfers
               thru 0886-Copy-Prior-Transfers-Exit.
      * Committed again at once: the files are exactly as they were
      * at the checkpoint, and the images just put back belong to an
      * interval no later restart may replay.
           set WS-Journal-On to true.
           perform 1900-Take-Commit thru 1900-Take-Commit-Exit.
           Exit Paragraph.
          0850-Back-Out-Exit.
           Exit Paragraph.
      *
          0860-Scan-One-Backout.
           add 1 to WS-BK-RRN.
           READ APLBKOUT-FILE
               INVALID KEY
                   set WS-BK-Scan-Done to true
                   GO TO 0860-Scan-One-Backout-Exit
           end-read.
           if BK-FEED-SEQ = WS-FEED-SEQ
               and BK-COMMIT-NO = WS-COMMIT-NO + 1
               Move WS-BK-RRN to WS-BK-COUNT
           else
               set WS-BK-Scan-Done to true
           end-if.
           Exit Paragraph.
          0860-Scan-One-Backout-Exit.
           Exit Paragraph.
      *
          0870-Restore-One-Backout.
           READ APLBKOUT-FILE
               INVALID KEY GO TO 0870-Restore-One-Backout-Exit
           end-read.
           if BK-Suspense and WS-Susp-Off
               Display 'WARNING-999: ACCTSUSP not open - suspense'
                   ' item ' BK-IMAGE(1:21) ' not put back'
               GO TO 0870-Restore-One-Backout-Exit
           end-if.
           add 1 to WS-CT-BACKED-OUT.
           if BK-Master
               Move BK-IMAGE(1:71) to ACCTRANGE-RECORD
               if BK-Was-Added
                   DELETE ACCTMAST-FILE RECORD
                       INVALID KEY continue
                   end-delete
               else
                   REWRITE ACCTRANGE-RECORD
                       INVALID KEY
                           WRITE ACCTRANGE-RECORD
                               INVALID KEY continue
                           end-write
                   end-rewrite
               end-if
           else
               Move BK-IMAGE to ACCTSUSP-RECORD
               if BK-Was-Added
                   DELETE ACCTSUSP-FILE RECORD
                       INVALID KEY continue
                   end-delete
               else
                   REWRITE ACCTSUSP-RECORD
                       INVALID KEY
                           WRITE ACCTSUSP-RECORD
                               INVALID KEY continue
                           end-write
                   end-rewrite
               end-if
           end-if.
           Exit Paragraph.
          0870-Restore-One-Backout-Exit.
           Exit Paragraph.
      *
          0880-Copy-Prior-Rejects.
      * The rejects counted at the checkpoint are the first ones on
      * the failed run's ACCTREJ - copied so this run's generation
      * holds the whole feed's rejects, as an unbroken run's would.
      * Anything the failed run rejected after the commit is
      * rejected again as the apply goes over it.
           if WS-CT-REJECTS = ZERO
               GO TO 0880-Copy-Prior-Rejects-Exit
           end-if.
           OPEN INPUT REJPRIOR-FILE.
           if WS-REJPRIOR-OK
               perform 0885-Copy-One-Reject
                   thru 0885-Copy-One-Reject-Exit
                   until WS-REJPRIOR-EOF
                       or WS-CT-REJ-COPIED not < WS-CT-REJECTS
               CLOSE REJPRIOR-FILE
           end-if.
           if WS-CT-REJ-COPIED < WS-CT-REJECTS
               Display 'WARNING-999: ' WS-CT-REJ-COPIED ' of '
                   WS-CT-REJECTS ' rejects before the restart copied'
                   ' from REJPRIOR status=' WS-REJPRIOR-STATUS
                   ' - the rest are on the failed run''s ACCTREJ only'
           end-if.
           Exit Paragraph.
          0880-Copy-Prior-Rejects-Exit.
           Exit Paragraph.
      *
          0885-Copy-One-Reject.
           READ REJPRIOR-FILE
               AT END set WS-REJPRIOR-EOF to true
               NOT AT END
                   Move REJPRIOR-RECORD to ACCTREJ-RECORD
                   WRITE ACCTREJ-RECORD
                   add 1 to WS-CT-REJ-COPIED
           end-read.
           Exit Paragraph.
          0885-Copy-One-Reject-Exit.
           Exit Paragraph.
      *
          0886-Copy-Prior-Transfers.
      * The checkpoint holds no count of transfers - the failed run's
      * journal records say which feed record each came from, and
      * those up to the last commit are copied. Those after it are
      * written again as the apply goes over them.
           if WS-Xfer-Off
               GO TO 0886-Copy-Prior-Transfers-Exit
           end-if.
           OPEN INPUT XFRPRIOR-FILE.
           if not WS-XFRPRIOR-OK
               Display 'WARNING-999: Unable to open XFRPRIOR status='
                   WS-XFRPRIOR-STATUS ' - transfers before the'
                   ' restart are on the failed run''s ACCTXFER only'
               GO TO 0886-Copy-Prior-Transfers-Exit
           end-if.
           perform 0887-Copy-One-Transfer
               thru 0887-Copy-One-Transfer-Exit
               until WS-XFRPRIOR-EOF.
           CLOSE XFRPRIOR-FILE.
           Exit Paragraph.
          0886-Copy-Prior-Transfers-Exit.
           Exit Paragraph.
      *
          0887-Copy-One-Transfer.
           READ XFRPRIOR-FILE
               AT END
                   set WS-XFRPRIOR-EOF to true
                   GO TO 0887-Copy-One-Transfer-Exit
           end-read.
           Move XFRPRIOR-RECORD to ACCTXFER-RECORD.
           if XF-From-Feed
               and XF-FEED-POSITION not > WS-RESTART-POSITION
               WRITE ACCTXFER-RECORD
               add 1 to WS-CT-XFR-COPIED
               add 1 to WS-CT-TRANSFERS
           end-if.
           Exit Paragraph.
          0887-Copy-One-Transfer-Exit.
           Exit Paragraph.
      *
          0890-Start-Checkpoint.
      * A fresh run commits once before the first transaction, so
      * even a failure inside the first interval restarts cleanly.
      * With no APLBKOUT the feed is applied as it always was, with
      * no checkpoint left in flight to restart from.
           OPEN I-O APLBKOUT-FILE.
           if not WS-APLBKOUT-OK
               OPEN OUTPUT APLBKOUT-FILE
               if WS-APLBKOUT-OK
                   CLOSE APLBKOUT-FILE
                   OPEN I-O APLBKOUT-FILE
               end-if
           end-if.
           if not WS-APLBKOUT-OK
               Display 'WARNING-999: Unable to open APLBKOUT status='
                   WS-APLBKOUT-STATUS ' - feed applied without'
                   ' checkpoints, a failure cannot be restarted'
               set WS-Chkpt-Off to true
               GO TO 0890-Start-Checkpoint-Exit
           end-if.
           Move ZERO to WS-COMMIT-NO.
           set WS-Journal-On to true.
           perform 1900-Take-Commit thru 1900-Take-Commit-Exit.
           Exit Paragraph.
          0890-Start-Checkpoint-Exit.
           Exit Paragraph.
      *
          1000-Apply-Transactions.
           OPEN INPUT ACCTTRAN-FILE.
           Exit Paragraph.
          1000-Apply-Transactions-Exit.
           Exit Paragraph.
      *
          1090-End-Feed-Commit.
      * The last commit covers the whole feed. A feed that was not
      * read to its end stays in flight on APLCHKPT for a restart.
           if not WS-Journal-On
               GO TO 1090-End-Feed-Commit-Exit
           end-if.
           if WS-ACCTTRAN-EOF
               perform 1900-Take-Commit thru 1900-Take-Commit-Exit
           end-if.
           set WS-Journal-On to false.
           CLOSE APLBKOUT-FILE.
           Exit Paragraph.
          1090-End-Feed-Commit-Exit.
           Exit Paragraph.
      *
          1100-Apply-One-Tran.
           READ ACCTTRAN-FILE
               AT END set WS-ACCTTRAN-EOF to true
               NOT AT END
                   add 1 to WS-FEED-POSITION
      * On a restart, everything up to the last commit is already on
      * the master and in the checkpointed counts.
                   if WS-FEED-POSITION not > WS-RESTART-POSITION
                       if not TR-Header and not TR-Trailer
                           add 1 to WS-CT-SKIPPED
                       end-if
                       GO TO 1100-Apply-One-Tran-Exit
                   end-if
      * Header and trailer were proved by the verify pass - they are
      * control records, not transactions.
                   if TR-Header or TR-Trailer
                       GO TO 1100-Apply-One-Tran-Exit
                   end-if
                   add 1 to WS-CT-TRANS-READ
      * Held in working storage - the master READ below overlays
      * nothing of the transaction that way.
                   Move ACCTTRAN-RECORD to WS-TRAN-HELD
                   perform 1200-Dispatch-Tran
                       thru 1200-Dispatch-Tran-Exit
                   if WS-Journal-On
                       add 1 to WS-SINCE-COMMIT
                       if WS-SINCE-COMMIT not < WS-COMMIT-EVERY
                           perform 1900-Take-Commit
                               thru 1900-Take-Commit-Exit
                       end-if
                   end-if
           end-read.
           Exit Paragraph.
          1100-Apply-One-Tran-Exit.
           Exit Paragraph.
      *
          1200-Dispatch-Tran.
      * One transaction, already held in WS-TRAN-HELD, whichever
      * input it came from.
      * Evaluated on the held copy, not the ACCTTRAN record area -
      * the feed is already closed by the time the queue applies.
      * Anything that acts on an existing account must carry the
      * account's check digit; an add is checked by 2100.
           if WS-TH-ACTION = 'C' or WS-TH-ACTION = 'X'
               or WS-TH-ACTION = 'P'
               perform 2810-Verify-Check-Digit
                   thru 2810-Verify-Check-Digit-Exit
               if WS-REJECT-REASON not = SPACES
                   perform 2900-Write-Reject thru 2900-Write-Reject-Exit
                   GO TO 1200-Dispatch-Tran-Exit
               end-if
           end-if.
           evaluate WS-TH-ACTION
               when 'A'
                   perform 2100-Apply-Add thru 2100-Apply-Add-Exit
               when 'C'
                   perform 2200-Apply-Change
                       thru 2200-Apply-Change-Exit
               when 'X'
                   perform 2300-Apply-Close thru 2300-Apply-Close-Exit
               when 'P'
                   perform 2400-Apply-Post thru 2400-Apply-Post-Exit
               when other
                   Move 'INVALID ACTION CODE' to WS-REJECT-REASON
                   perform 2900-Write-Reject thru 2900-Write-Reject-Exit
           end-evaluate.
           Exit Paragraph.
          1200-Dispatch-Tran-Exit.
           Exit Paragraph.
      *
          1700-Apply-Corrected.
           if WS-Susp-Off
               GO TO 1700-Apply-Corrected-Exit
           end-if.
           Move zero to WS-CORR-COUNT.
           Move LOW-VALUES to SU-KEY.
           START ACCTSUSP-FILE KEY >= SU-KEY
               INVALID KEY set WS-ACCTSUSP-EOF to true
           end-start.
           perform 1710-Collect-One-Corrected
               thru 1710-Collect-One-Corrected-Exit
               until WS-ACCTSUSP-EOF.
           if WS-CORR-OVERFLOW > 0
               Display 'WARNING-999: ' WS-CORR-OVERFLOW
                   ' corrected suspense items past the 500-item'
                   ' table wait for the next run'
           end-if.
           perform 1720-Reapply-One-Corrected
               thru 1720-Reapply-One-Corrected-Exit
               varying WS-CORR-IDX from 1 by 1
               until WS-CORR-IDX > WS-CORR-COUNT.
           Exit Paragraph.
          1700-Apply-Corrected-Exit.
           Exit Paragraph.
      *
          1710-Collect-One-Corrected.
           READ ACCTSUSP-FILE NEXT RECORD
               AT END set WS-ACCTSUSP-EOF to true
               NOT AT END
                   if SU-Corrected
                       if WS-CORR-COUNT < 500
                           add 1 to WS-CORR-COUNT
                           Move SU-KEY to WS-CORR-KEY(WS-CORR-COUNT)
                       else
                           add 1 to WS-CORR-OVERFLOW
                       end-if
                   end-if
           end-read.
           Exit Paragraph.
          1710-Collect-One-Corrected-Exit.
           Exit Paragraph.
      *
          1720-Reapply-One-Corrected.
           Move WS-CORR-KEY(WS-CORR-IDX) to SU-KEY.
           READ ACCTSUSP-FILE
               INVALID KEY GO TO 1720-Reapply-One-Corrected-Exit
           end-read.
           if not SU-Corrected
               GO TO 1720-Reapply-One-Corrected-Exit
           end-if.
           add 1 to WS-CT-TRANS-READ.
           add 1 to WS-CT-SUSP-READ.
           Move SU-TRAN-IMAGE to WS-TRAN-HELD.
           Move SU-KEY        to WS-REAPPLY-KEY.
           Move WS-CT-REJECTS to WS-REJECTS-BEFORE.
           set WS-Reapply-Active to true.
           perform 1200-Dispatch-Tran thru 1200-Dispatch-Tran-Exit.
           set WS-Reapply-Active to false.
      * No new reject means it went through - the item is resolved.
      * A reject has already put it back to O with the new reason.
           if WS-CT-REJECTS = WS-REJECTS-BEFORE
               Move WS-REAPPLY-KEY to SU-KEY
               READ ACCTSUSP-FILE
                   INVALID KEY GO TO 1720-Reapply-One-Corrected-Exit
               end-read
               set SU-Resolved to true
               Move WS-CURRENT-DATE to SU-LAST-DATE
               Move SPACES to SU-REASON
               REWRITE ACCTSUSP-RECORD
                   INVALID KEY continue
               end-rewrite
               add 1 to WS-CT-SUSP-RESOLVED
           end-if.
           Exit Paragraph.
          1720-Reapply-One-Corrected-Exit.
           Exit Paragraph.
      *
          1800-Register-Feed.
      * The feed goes on the register once its transactions are
      * through, so a resubmission tomorrow is refused. A register
      * that cannot be written does not undo the apply, but it does
      * leave the door open to a double apply - hence the warning.
      * A restart finishing a feed the failed run already registered
      * does not register it twice.
           if WS-Feed-Registered
               GO TO 1800-Register-Feed-Exit
           end-if.
           OPEN EXTEND ACCTFREG-FILE.
           if WS-ACCTFREG-STATUS not = '00'
               and WS-ACCTFREG-STATUS not = '05'
               OPEN OUTPUT ACCTFREG-FILE
           end-if.
           if WS-ACCTFREG-STATUS not = '00'
               Display 'WARNING-999: ACCTFREG not written status='
                   WS-ACCTFREG-STATUS ' - feed seq ' WS-FEED-SEQ
                   ' is not registered as applied'
               GO TO 1800-Register-Feed-Exit
           end-if.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           Move SPACES               to ACCTFREG-RECORD.
           Move WS-FEED-DATE         to FR-FEED-DATE.
           Move WS-FEED-SEQ          to FR-FEED-SEQ.
           Move WS-TRAILER-COUNT     to FR-RECORD-COUNT.
           Move WS-TRAILER-ACCT-HASH to FR-ACCT-HASH.
           Move WS-TRAILER-BAL-HASH  to FR-BAL-HASH.
           Move WS-CURRENT-TIMESTAMP to FR-APPLIED-TS.
           compute FR-APPLIED-COUNT =
               WS-CT-ADDS + WS-CT-CHANGES + WS-CT-CLOSURES
               + WS-CT-POSTINGS.
           Move WS-CT-REJECTS        to FR-REJECTED-COUNT.
           WRITE ACCTFREG-RECORD.
           CLOSE ACCTFREG-FILE.
           Exit Paragraph.
          1800-Register-Feed-Exit.
           Exit Paragraph.
      *
          1900-Take-Commit.
      * APLCHKPT is rewritten before the backout count starts again
      * from 1 - a failure between the two leaves images tagged with
      * a commit number the checkpoint has already passed, and the
      * restart ignores them.
           if WS-Chkpt-Off
               GO TO 1900-Take-Commit-Exit
           end-if.
           OPEN I-O APLCHKPT-FILE.
           if not WS-APLCHKPT-OK
               OPEN OUTPUT APLCHKPT-FILE
               if WS-APLCHKPT-OK
                   CLOSE APLCHKPT-FILE
                   OPEN I-O APLCHKPT-FILE
               end-if
           end-if.
           if not WS-APLCHKPT-OK
               Display 'ERROR-999: APLCHKPT not written status='
                   WS-APLCHKPT-STATUS ' - no further checkpoints, do'
                   ' not restart from it: a failure now means'
                   ' restoring ACCTMAST from backup'
               set WS-Chkpt-Off to true
               GO TO 1900-Take-Commit-Exit
           end-if.
           ACCEPT WS-COMMIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMMIT-TIME FROM TIME.
           add 1 to WS-COMMIT-NO.
           Move SPACES               to APLCHKPT-RECORD.
           set CK-In-Flight          to true.
           Move WS-FEED-DATE         to CK-FEED-DATE.
           Move WS-FEED-SEQ          to CK-FEED-SEQ.
           Move WS-TRAILER-COUNT     to CK-TRAILER-COUNT.
           Move WS-TRAILER-ACCT-HASH to CK-ACCT-HASH.
           Move WS-TRAILER-BAL-HASH  to CK-BAL-HASH.
           Move WS-COMMIT-NO         to CK-COMMIT-NO.
           if WS-FEED-POSITION > WS-RESTART-POSITION
               Move WS-FEED-POSITION    to CK-POSITION
           else
               Move WS-RESTART-POSITION to CK-POSITION
           end-if.
           Move WS-COMMIT-DATE       to CK-COMMIT-TS(1:8).
           Move WS-COMMIT-TIME       to CK-COMMIT-TS(9:6).
           Move WS-CT-TRANS-READ     to CK-TRANS-READ.
           Move WS-CT-ADDS           to CK-ADDS.
           Move WS-CT-CHANGES        to CK-CHANGES.
           Move WS-CT-CLOSURES       to CK-CLOSURES.
           Move WS-CT-POSTINGS       to CK-POSTINGS.
           Move WS-CT-REJECTS        to CK-REJECTS.
           Move WS-CT-SUSP-HELD      to CK-SUSP-HELD.
           Move WS-TB-OUT-OF-PROOF   to CK-TB-OUT-OF-PROOF.
           Move WS-TB-COUNT          to CK-TB-COUNT.
           Move WS-TB-TABLE          to CK-TB-TABLE.
           Move 1 to WS-APLCHKPT-RRN.
           REWRITE APLCHKPT-RECORD
               INVALID KEY
                   WRITE APLCHKPT-RECORD
                       INVALID KEY continue
                   end-write
           end-rewrite.
           CLOSE APLCHKPT-FILE.
           Move ZERO to WS-BK-WRITTEN WS-SINCE-COMMIT.
           Exit Paragraph.
          1900-Take-Commit-Exit.
           Exit Paragraph.
      *
          1950-Mark-Complete.
      * The feed is through and on the register - nothing left to
      * restart, and the next run may start from the top.
           if WS-Chkpt-Off or not WS-ACCTTRAN-EOF
               GO TO 1950-Mark-Complete-Exit
           end-if.
           Move 1 to WS-APLCHKPT-RRN.
           OPEN I-O APLCHKPT-FILE.
           if not WS-APLCHKPT-OK
               GO TO 1950-Mark-Complete-Warn
           end-if.
           READ APLCHKPT-FILE
               INVALID KEY
                   CLOSE APLCHKPT-FILE
                   GO TO 1950-Mark-Complete-Exit
           end-read.
           set CK-Complete to true.
           REWRITE APLCHKPT-RECORD.
           if WS-APLCHKPT-OK
               CLOSE APLCHKPT-FILE
               GO TO 1950-Mark-Complete-Exit
           end-if.
           CLOSE APLCHKPT-FILE.
          1950-Mark-Complete-Warn.
           Display 'WARNING-999: APLCHKPT not marked complete'
               ' status=' WS-APLCHKPT-STATUS ' - the next apply is'
               ' refused until it is: rerun with RESTART=Y'.
           Exit Paragraph.
          1950-Mark-Complete-Exit.
           Exit Paragraph.
      *
          1500-Apply-Online-Queue.
      * The DAT8 queue, applied after the feed. It is emptied only
      * once every queued item has been through the apply (or onto
      * ACCTREJ) - a queue that would not open is left exactly as
      * it is for the next run.
           OPEN INPUT ACCTPEND-FILE.
           if not WS-ACCTPEND-OK
               Display 'DATAAPL: No ACCTPEND online queue this run,'
                   ' status=' WS-ACCTPEND-STATUS
               GO TO 1500-Apply-Online-Queue-Exit
           end-if.
           Move 'Q' to WS-APPLY-SOURCE.
           perform 1600-Apply-One-Queued
               thru 1600-Apply-One-Queued-Exit
               until WS-ACCTPEND-EOF.
           CLOSE ACCTPEND-FILE.
      * OPEN OUTPUT on the REUSE cluster resets it to empty.
           OPEN OUTPUT ACCTPEND-FILE.
           if WS-ACCTPEND-OK
               CLOSE ACCTPEND-FILE
           else
               Display 'ERROR-999: ACCTPEND not emptied status='
                   WS-ACCTPEND-STATUS ' - reset it before the next'
                   ' run or the queue applies twice'
               Move 999 to RETURN-CODE
           end-if.
           Exit Paragraph.
          1500-Apply-Online-Queue-Exit.
           Exit Paragraph.
      *
          1600-Apply-One-Queued.
           READ ACCTPEND-FILE
               AT END set WS-ACCTPEND-EOF to true
               NOT AT END
                   add 1 to WS-CT-TRANS-READ
                   add 1 to WS-CT-ONLINE-READ
                   Move AP-TRAN-IMAGE to WS-TRAN-HELD
                   Display 'DATAAPL: Online ' AP-TRAN-IMAGE(1:7)
                       ' keyed by ' AP-OPERATOR ' term ' AP-TERMINAL
                       ' at ' AP-TIMESTAMP
                   if AP-RQ-RULE not = SPACES
                       add 1 to WS-CT-PROPOSAL-READ
                       Display 'DATAAPL: Proposed correction for'
                           ' REVIEWQ item ' AP-RQ-RULE ' '
                           AP-RQ-TIMESTAMP
                   end-if
                   perform 1200-Dispatch-Tran
                       thru 1200-Dispatch-Tran-Exit
           end-read.
           Exit Paragraph.
          1600-Apply-One-Queued-Exit.
           Exit Paragraph.
      *
          2100-Apply-Add.
           if WS-TH-ACCT-NUMBER is not numeric
               perform 2900-Write-Reject thru 2900-Write-Reject-Exit
               GO TO 2100-Apply-Add-Exit
           end-if.
      * A blank digit is assigned here; one the sender supplied must
      * check, or the number was keyed wrong.
           Move WS-TH-ACCT-NUMBER to WS-CD-ACCT.
           perform 2800-Compute-Check-Digit
               thru 2800-Compute-Check-Digit-Exit.
           set WS-CD-Assigned to false.
           if WS-TH-CHECK-DIGIT = SPACE
               Move WS-CD-DIGIT to WS-TH-CHECK-DIGIT
               set WS-CD-Assigned to true
           end-if.
           if WS-TH-CHECK-DIGIT not = WS-CD-DIGIT
               Move 'ACCOUNT FAILS CHECK DIGIT' to WS-REJECT-REASON
               perform 2900-Write-Reject thru 2900-Write-Reject-Exit
               GO TO 2100-Apply-Add-Exit
           end-if.
           Move WS-TH-CURRENCY to WS-CCY-CHECK.
           perform 2820-Check-Currency thru 2820-Check-Currency-Exit.
           if not WS-Ccy-Ok
               Move 'CURRENCY CODE INVALID' to WS-REJECT-REASON
               perform 2900-Write-Reject thru 2900-Write-Reject-Exit
               GO TO 2100-Apply-Add-Exit
           end-if.
      * Looked for first, so APLBKOUT never records as added an
      * account that was already there - backing that out would
      * delete it.
           Move WS-TH-ACCT-NUMBER to ACCT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY continue
               NOT INVALID KEY
                   Move 'ACCOUNT ALREADY ON MASTER'
                     to WS-REJECT-REASON
                   perform 2900-Write-Reject
                       thru 2900-Write-Reject-Exit
                   GO TO 2100-Apply-Add-Exit
           end-read.
           Move WS-TH-ACCT-NUMBER   to ACCT-NUMBER.
           Move WS-TH-ACCT-NAME     to ACCT-NAME.
           Move WS-TH-ACCT-DEPT     to ACCT-DEPT.
           Move WS-TH-ACCT-OPEN-BAL to ACCT-OPEN-BAL.
           Move WS-TH-ACCT-OPEN-BAL to ACCT-CURR-BAL.
           Move ZERO                to ACCT-LAST-POST-DATE.
           Move WS-CD-DIGIT         to ACCT-CHECK-DIGIT.
           Move WS-TH-CURRENCY      to ACCT-CURRENCY.
           if WS-TH-ACCT-STATUS = SPACE
               set ACCT-Active to true
           else
               Move WS-TH-ACCT-STATUS to ACCT-STATUS
           end-if.
           if ACCT-Inactive
               Move WS-FEED-DATE to ACCT-CLOSE-DATE
           else
               Move ZERO to ACCT-CLOSE-DATE
           end-if.
           Move 'A' to WS-BK-ACTION.
           perform 2600-Journal-Master thru 2600-Journal-Master-Exit.
           WRITE ACCTRANGE-RECORD
               INVALID KEY
                   Move 'ACCOUNT ALREADY ON MASTER'
                       thru 2900-Write-Reject-Exit
               NOT INVALID KEY
                   add 1 to WS-CT-ADDS
                   if WS-CD-Assigned
                       Display 'DATAAPL: Added account ' ACCT-NUMBER
                           '-' ACCT-CHECK-DIGIT
                           ' - check digit assigned'
                   end-if
                   Move ACCT-DEPT     to WS-TB-FIND-DEPT
                   Move ACCT-CURRENCY to WS-TB-FIND-CCY
                   Move ACCT-CURR-BAL to WS-TB-AMOUNT
                   perform 2750-Add-Tb-Other
                       thru 2750-Add-Tb-Other-Exit
           end-write.
           Exit Paragraph.
          2100-Apply-Add-Exit.
           Exit Paragraph.
      *
          2200-Apply-Change.
      * A blank name, department or currency and a zero balance on
      * the transaction mean "leave that field alone", so a change
      * card only has to carry what actually changed.
           Move WS-TH-CURRENCY to WS-CCY-CHECK.
           perform 2820-Check-Currency thru 2820-Check-Currency-Exit.
           if not WS-Ccy-Ok
               Move 'CURRENCY CODE INVALID' to WS-REJECT-REASON
               perform 2900-Write-Reject thru 2900-Write-Reject-Exit
               GO TO 2200-Apply-Change-Exit
           end-if.
           Move WS-TH-ACCT-NUMBER to ACCT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                       thru 2900-Write-Reject-Exit
                   GO TO 2200-Apply-Change-Exit
           end-read.
           Move 'U' to WS-BK-ACTION.
           perform 2600-Journal-Master thru 2600-Journal-Master-Exit.
           perform 2050-Carry-Current-Balance
               thru 2050-Carry-Current-Balance-Exit.
           Move ACCT-DEPT     to WS-OLD-DEPT.
           Move ACCT-CURRENCY to WS-OLD-CURRENCY.
           Move ACCT-CURR-BAL to WS-OLD-CURR-BAL.
           Move ACCT-OPEN-BAL to WS-OLD-OPEN-BAL.
      * Money is never re-denominated: a new currency is taken only
      * on an account with nothing in it, and the opening balance is
      * from then on read in the new currency.
           if WS-TH-CURRENCY not = SPACES
               and WS-TH-CURRENCY not = ACCT-CURRENCY
               if ACCT-CURR-BAL not = ZERO
                   Move 'CCY CHANGE - BALANCE NOT ZERO'
                     to WS-REJECT-REASON
                   perform 2900-Write-Reject
                       thru 2900-Write-Reject-Exit
                   GO TO 2200-Apply-Change-Exit
               end-if
               Move WS-TH-CURRENCY to ACCT-CURRENCY
           end-if.
           if WS-TH-ACCT-NAME not = SPACES
               Move WS-TH-ACCT-NAME to ACCT-NAME
           end-if.
           if WS-TH-ACCT-DEPT not = SPACES
               Move WS-TH-ACCT-DEPT to ACCT-DEPT
           end-if.
      * A corrected opening balance moves the current balance by the
      * same amount - the postings since opening still stand.
           if WS-TH-ACCT-OPEN-BAL not = ZERO
               Move WS-TH-ACCT-OPEN-BAL to ACCT-OPEN-BAL
               compute ACCT-CURR-BAL = ACCT-CURR-BAL
                   + ACCT-OPEN-BAL - WS-OLD-OPEN-BAL
           end-if.
      * Made inactive here is closed here; made active again, it is
      * no longer closed at all.
           if WS-TH-ACCT-STATUS not = SPACE
               if WS-TH-ACCT-STATUS = 'I' and not ACCT-Inactive
                   Move WS-FEED-DATE to ACCT-CLOSE-DATE
               end-if
               Move WS-TH-ACCT-STATUS to ACCT-STATUS
               if not ACCT-Inactive
                   Move ZERO to ACCT-CLOSE-DATE
               end-if
           end-if.
           REWRITE ACCTRANGE-RECORD
               INVALID KEY
                       thru 2900-Write-Reject-Exit
               NOT INVALID KEY
                   add 1 to WS-CT-CHANGES
      * Out of the department and currency it was in, at the
      * balance it had; into the ones it is in now, at the balance
      * it has.
                   Move WS-OLD-DEPT     to WS-TB-FIND-DEPT
                   Move WS-OLD-CURRENCY to WS-TB-FIND-CCY
                   compute WS-TB-AMOUNT = 0 - WS-OLD-CURR-BAL
                   perform 2750-Add-Tb-Other
                       thru 2750-Add-Tb-Other-Exit
                   Move ACCT-DEPT     to WS-TB-FIND-DEPT
                   Move ACCT-CURRENCY to WS-TB-FIND-CCY
                   Move ACCT-CURR-BAL to WS-TB-AMOUNT
                   perform 2750-Add-Tb-Other
                       thru 2750-Add-Tb-Other-Exit
                   if ACCT-DEPT not = WS-OLD-DEPT
                       perform 2250-Write-Transfer
                           thru 2250-Write-Transfer-Exit
                   end-if
           end-rewrite.
           Exit Paragraph.
          2200-Apply-Change-Exit.
           Exit Paragraph.
      *
          2250-Write-Transfer.
      * The balances the account took out of its old department, in
      * the currency it was held in there.
           add 1 to WS-CT-TRANSFERS.
           if WS-Xfer-Off
               GO TO 2250-Write-Transfer-Exit
           end-if.
           Move SPACES            to ACCTXFER-RECORD.
           Move WS-FEED-DATE      to XF-EFF-DATE.
           Move ACCT-NUMBER       to XF-ACCT-NUMBER.
           Move WS-OLD-DEPT       to XF-OLD-DEPT.
           Move ACCT-DEPT         to XF-NEW-DEPT.
           Move WS-OLD-CURRENCY   to XF-CURRENCY.
           Move WS-OLD-OPEN-BAL   to XF-OPEN-BAL.
           Move WS-OLD-CURR-BAL   to XF-CURR-BAL.
           Move ZERO              to XF-FEED-POSITION.
           if WS-Reapply-Active
               set XF-From-Suspense to true
           else
               Move WS-APPLY-SOURCE to XF-SOURCE
               if XF-From-Feed
                   Move WS-FEED-POSITION to XF-FEED-POSITION
               end-if
           end-if.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           Move WS-CURRENT-TIMESTAMP to XF-APPLIED-TS.
           WRITE ACCTXFER-RECORD.
           if not WS-ACCTXFER-OK
               Display 'ERROR-999: ACCTXFER write failed status='
                   WS-ACCTXFER-STATUS ' account ' ACCT-NUMBER
                   ' dept ' WS-OLD-DEPT ' to ' ACCT-DEPT
               Move 999 to RETURN-CODE
           end-if.
           Exit Paragraph.
          2250-Write-Transfer-Exit.
           Exit Paragraph.
      *
          2300-Apply-Close.
      * Closure marks the account inactive - never a delete, so the
      * account still joins against its history downstream - and
      * dates it, for DATPURG to purge once the retention period
      * from that date has run.
           Move WS-TH-ACCT-NUMBER to ACCT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                       thru 2900-Write-Reject-Exit
                   GO TO 2300-Apply-Close-Exit
           end-read.
           Move 'U' to WS-BK-ACTION.
           perform 2600-Journal-Master thru 2600-Journal-Master-Exit.
           perform 2050-Carry-Current-Balance
               thru 2050-Carry-Current-Balance-Exit.
           if ACCT-Inactive
               Move 'ACCOUNT ALREADY CLOSED'
                 to WS-REJECT-REASON
               GO TO 2300-Apply-Close-Exit
           end-if.
           set ACCT-Inactive to true.
           Move WS-FEED-DATE to ACCT-CLOSE-DATE.
           REWRITE ACCTRANGE-RECORD
               INVALID KEY
                   Move 'MASTER REWRITE FAILED'
           Exit Paragraph.
          2300-Apply-Close-Exit.
           Exit Paragraph.
      *
          2050-Carry-Current-Balance.
      * A master record from before the current balance existed
      * starts from its opening balance; it is written back as soon
      * as anything rewrites it, and by the unload otherwise.
           set WS-Carried to false.
           if ACCT-CURR-BAL not numeric
               Move ACCT-OPEN-BAL to ACCT-CURR-BAL
               set WS-Carried to true
           end-if.
           if ACCT-LAST-POST-DATE not numeric
               Move ZERO to ACCT-LAST-POST-DATE
               set WS-Carried to true
           end-if.
      * A record from before the close date existed has a blank one.
      * If already closed it is dated now - the earliest date that
      * cannot be before its real closure.
           if ACCT-CLOSE-DATE not numeric
               if ACCT-Inactive
                   Move WS-FEED-DATE to ACCT-CLOSE-DATE
               else
                   Move ZERO to ACCT-CLOSE-DATE
               end-if
               set WS-Carried to true
           end-if.
           Exit Paragraph.
          2050-Carry-Current-Balance-Exit.
           Exit Paragraph.
      *
          2400-Apply-Post.
      * A debit or credit against the current balance. The amount is
      * never zero and never dated after the feed's business date
      * (not the clock, which may already be past midnight), and only
      * an active account takes money - a posting to a closed account
      * goes to suspense for someone to decide where it belongs.
           if WS-TP-DR-CR not = 'D' and WS-TP-DR-CR not = 'C'
               Move 'POSTING NOT DEBIT OR CREDIT' to WS-REJECT-REASON
               perform 2900-Write-Reject thru 2900-Write-Reject-Exit
               GO TO 2400-Apply-Post-Exit
           end-if.
           if WS-TP-AMOUNT not numeric or WS-TP-AMOUNT = ZERO
               Move 'POSTING AMOUNT NOT NUMERIC' to WS-REJECT-REASON
               perform 2900-Write-Reject thru 2900-Write-Reject-Exit
               GO TO 2400-Apply-Post-Exit
           end-if.
           if WS-TP-EFF-DATE not numeric
               or WS-TP-EFF-DATE > WS-FEED-DATE
               Move 'EFFECTIVE DATE INVALID/FUTURE' to WS-REJECT-REASON
               perform 2900-Write-Reject thru 2900-Write-Reject-Exit
               GO TO 2400-Apply-Post-Exit
           end-if.
           Move WS-TP-ACCT-NUMBER to ACCT-NUMBER.
           READ ACCTMAST-FILE
               INVALID KEY
                   Move 'ACCOUNT NOT ON MASTER'
                     to WS-REJECT-REASON
                   perform 2900-Write-Reject
                       thru 2900-Write-Reject-Exit
                   GO TO 2400-Apply-Post-Exit
           end-read.
           Move 'U' to WS-BK-ACTION.
           perform 2600-Journal-Master thru 2600-Journal-Master-Exit.
           perform 2050-Carry-Current-Balance
               thru 2050-Carry-Current-Balance-Exit.
           if not ACCT-Active
               Move 'ACCOUNT CLOSED - NOT POSTED' to WS-REJECT-REASON
               perform 2900-Write-Reject thru 2900-Write-Reject-Exit
               GO TO 2400-Apply-Post-Exit
           end-if.
      * The amount is in the posting's currency, which must be the
      * account's - blank only to a reporting-currency account.
           if WS-TH-CURRENCY not = ACCT-CURRENCY
               Move 'POSTING NOT IN ACCOUNT CCY'
                 to WS-REJECT-REASON
               perform 2900-Write-Reject thru 2900-Write-Reject-Exit
               GO TO 2400-Apply-Post-Exit
           end-if.
           Move SPACES to WS-REJECT-REASON.
           if WS-TP-DR-CR = 'D'
               subtract WS-TP-AMOUNT from ACCT-CURR-BAL
                   ON SIZE ERROR
                       Move 'POSTING OVERFLOWS BALANCE'
                         to WS-REJECT-REASON
               end-subtract
           else
               add WS-TP-AMOUNT to ACCT-CURR-BAL
                   ON SIZE ERROR
                       Move 'POSTING OVERFLOWS BALANCE'
                         to WS-REJECT-REASON
               end-add
           end-if.
           if WS-REJECT-REASON = 'POSTING OVERFLOWS BALANCE'
               perform 2900-Write-Reject thru 2900-Write-Reject-Exit
               GO TO 2400-Apply-Post-Exit
           end-if.
           Move WS-FEED-DATE to ACCT-LAST-POST-DATE.
           REWRITE ACCTRANGE-RECORD
               INVALID KEY
                   Move 'MASTER REWRITE FAILED'
                     to WS-REJECT-REASON
                   perform 2900-Write-Reject
                       thru 2900-Write-Reject-Exit
               NOT INVALID KEY
                   add 1 to WS-CT-POSTINGS
                   Move ACCT-DEPT     to WS-TB-FIND-DEPT
                   Move ACCT-CURRENCY to WS-TB-FIND-CCY
                   perform 2700-Find-Tb-Entry
                       thru 2700-Find-Tb-Entry-Exit
                   if WS-TB-Entry-Ok
                       if WS-TP-DR-CR = 'D'
                           add WS-TP-AMOUNT to WS-TB-DEBITS(TB-IDX)
                       else
                           add WS-TP-AMOUNT to WS-TB-CREDITS(TB-IDX)
                       end-if
                   end-if
           end-rewrite.
           Exit Paragraph.
          2400-Apply-Post-Exit.
           Exit Paragraph.
      *
          2600-Journal-Master.
      * The master record as it stands, before the apply changes it
      * (WS-BK-ACTION U), or the one about to be written new (A).
           if not WS-Journal-On
               GO TO 2600-Journal-Master-Exit
           end-if.
           Move SPACES           to APLBKOUT-RECORD.
           Move ACCTRANGE-RECORD to BK-IMAGE.
           set BK-Master         to true.
           perform 2620-Write-Backout thru 2620-Write-Backout-Exit.
           Exit Paragraph.
          2600-Journal-Master-Exit.
           Exit Paragraph.
      *
          2610-Journal-Suspense.
           if not WS-Journal-On
               GO TO 2610-Journal-Suspense-Exit
           end-if.
           Move SPACES          to APLBKOUT-RECORD.
           Move ACCTSUSP-RECORD to BK-IMAGE.
           set BK-Suspense      to true.
           perform 2620-Write-Backout thru 2620-Write-Backout-Exit.
           Exit Paragraph.
          2610-Journal-Suspense-Exit.
           Exit Paragraph.
      *
          2620-Write-Backout.
           Move WS-FEED-SEQ  to BK-FEED-SEQ.
           compute BK-COMMIT-NO = WS-COMMIT-NO + 1.
           Move WS-BK-ACTION to BK-ACTION.
           add 1 to WS-BK-WRITTEN.
           Move WS-BK-WRITTEN to WS-BK-RRN.
           REWRITE APLBKOUT-RECORD
               INVALID KEY
                   WRITE APLBKOUT-RECORD
                       INVALID KEY continue
                   end-write
           end-rewrite.
           Exit Paragraph.
          2620-Write-Backout-Exit.
           Exit Paragraph.
      *
          2700-Find-Tb-Entry.
      * Same find-or-add table handling RULE25 uses for departments.
           set WS-TB-Entry-Ok to true.
           if WS-TB-COUNT > 0
               set TB-IDX to 1
               search WS-TB-ENTRY
                   at end
                       perform 2710-Add-Tb-Entry
                           thru 2710-Add-Tb-Entry-Exit
                   when WS-TB-DEPT(TB-IDX) = WS-TB-FIND-DEPT
                    and WS-TB-CURRENCY(TB-IDX) = WS-TB-FIND-CCY
                       continue
               end-search
           else
               perform 2710-Add-Tb-Entry
                   thru 2710-Add-Tb-Entry-Exit
           end-if.
           Exit Paragraph.
          2700-Find-Tb-Entry-Exit.
           Exit Paragraph.
      *
          2710-Add-Tb-Entry.
           if WS-TB-COUNT < 100
               add 1 to WS-TB-COUNT
               set TB-IDX to WS-TB-COUNT
               Move WS-TB-FIND-DEPT to WS-TB-DEPT(TB-IDX)
               Move WS-TB-FIND-CCY  to WS-TB-CURRENCY(TB-IDX)
               Move zero to WS-TB-OPENING(TB-IDX)
                            WS-TB-DEBITS(TB-IDX)
                            WS-TB-CREDITS(TB-IDX)
                            WS-TB-OTHER(TB-IDX)
                            WS-TB-CLOSING(TB-IDX)
           else
      * A department the table cannot hold cannot be proved - the
      * trial balance counts it out of proof rather than drop it.
               Display 'ERROR-999: Trial balance department '
                   WS-TB-FIND-DEPT ' currency ' WS-TB-FIND-CCY
                   ' ignored - table is full at 100 lines'
               add 1 to WS-TB-OUT-OF-PROOF
               set WS-TB-Entry-Ok to false
           end-if.
           Exit Paragraph.
          2710-Add-Tb-Entry-Exit.
           Exit Paragraph.
      *
          2750-Add-Tb-Other.
           perform 2700-Find-Tb-Entry thru 2700-Find-Tb-Entry-Exit.
           if WS-TB-Entry-Ok
               add WS-TB-AMOUNT to WS-TB-OTHER(TB-IDX)
           end-if.
           Exit Paragraph.
          2750-Add-Tb-Other-Exit.
           Exit Paragraph.
      *
          2800-Compute-Check-Digit.
      * Luhn mod 10 over WS-CD-ACCT, left in WS-CD-DIGIT - the 6th,
      * 4th and 2nd digits doubled, the digit the one that brings
      * the sum up to a multiple of 10.
           compute WS-CD-SUM = WS-CD-D1 + WS-CD-D3 + WS-CD-D5
               + WS-CD-DOUBLED(WS-CD-D2 + 1)
               + WS-CD-DOUBLED(WS-CD-D4 + 1)
               + WS-CD-DOUBLED(WS-CD-D6 + 1).
           divide WS-CD-SUM by 10 giving WS-CD-QUOT
               remainder WS-CD-REM.
           if WS-CD-REM = 0
               Move 0 to WS-CD-DIGIT
           else
               compute WS-CD-DIGIT = 10 - WS-CD-REM
           end-if.
           Exit Paragraph.
          2800-Compute-Check-Digit-Exit.
           Exit Paragraph.
      *
          2810-Verify-Check-Digit.
      * Leaves WS-REJECT-REASON blank when the held transaction's
      * account number and check digit agree. The account number
      * sits in the same place on a posting.
           Move SPACES to WS-REJECT-REASON.
           if WS-TRAN-HELD(2:6) not numeric
               Move 'ACCOUNT NUMBER NOT NUMERIC' to WS-REJECT-REASON
               GO TO 2810-Verify-Check-Digit-Exit
           end-if.
           if WS-TH-CHECK-DIGIT = SPACE
               Move 'ACCOUNT CHECK DIGIT MISSING' to WS-REJECT-REASON
               GO TO 2810-Verify-Check-Digit-Exit
           end-if.
           Move WS-TRAN-HELD(2:6) to WS-CD-ACCT.
           perform 2800-Compute-Check-Digit
               thru 2800-Compute-Check-Digit-Exit.
           if WS-TH-CHECK-DIGIT not = WS-CD-DIGIT
               Move 'ACCOUNT FAILS CHECK DIGIT' to WS-REJECT-REASON
           end-if.
           Exit Paragraph.
          2810-Verify-Check-Digit-Exit.
           Exit Paragraph.
      *
          2820-Check-Currency.
      * WS-CCY-CHECK is blank (the reporting currency, or on a change
      * no change) or three letters A to Z. Whether FXRATE knows the
      * code is the reports' question, not the apply's.
           set WS-Ccy-Ok to true.
           if WS-CCY-CHECK = SPACES
               GO TO 2820-Check-Currency-Exit
           end-if.
           if WS-CCY-CHECK is not alphabetic-upper
               or WS-CCY-CHECK(1:1) = SPACE
               or WS-CCY-CHECK(2:1) = SPACE
               or WS-CCY-CHECK(3:1) = SPACE
               set WS-Ccy-Ok to false
           end-if.
           Exit Paragraph.
          2820-Check-Currency-Exit.
           Exit Paragraph.
      *
          2900-Write-Reject.
           add 1 to WS-CT-REJECTS.
           Move WS-TRAN-HELD     to RJ-TRAN-IMAGE.
           WRITE ACCTREJ-RECORD.
           Display 'DATAAPL: Rejected ' WS-TH-ACTION ' for account '
               WS-TRAN-HELD(2:6) ' - ' WS-REJECT-REASON.
           perform 2950-Hold-In-Suspense
               thru 2950-Hold-In-Suspense-Exit.
           Exit Paragraph.
          2900-Write-Reject-Exit.
           Exit Paragraph.
      *
          2950-Hold-In-Suspense.
      * A re-applied item keeps its own key even when the analyst
      * corrected the account number - it is the same item failing
      * again, not a new one.
           if WS-Susp-Off
               GO TO 2950-Hold-In-Suspense-Exit
           end-if.
           if WS-Reapply-Active
               Move WS-REAPPLY-KEY to SU-KEY
           else
               Move WS-TRAN-HELD(2:6) to SU-ACCT-KEY
               Move WS-TH-ACTION      to SU-ACTION
               if WS-TH-ACTION = 'P'
                   Move WS-TP-REFERENCE to SU-REF-KEY
               else
                   Move SPACES to SU-REF-KEY
               end-if
           end-if.
           READ ACCTSUSP-FILE
               INVALID KEY
                   Move WS-CURRENT-DATE to SU-FIRST-DATE
                   Move 1 to SU-ATTEMPTS
                   Move SPACES to SU-CORR-USER SU-CORR-TIMESTAMP
                   perform 2960-Fill-Suspense-Item
                       thru 2960-Fill-Suspense-Item-Exit
                   Move 'A' to WS-BK-ACTION
                   perform 2610-Journal-Suspense
                       thru 2610-Journal-Suspense-Exit
                   WRITE ACCTSUSP-RECORD
                       INVALID KEY continue
                   end-write
                   GO TO 2950-Hold-In-Suspense-Exit
           end-read.
           Move 'U' to WS-BK-ACTION.
           perform 2610-Journal-Suspense
               thru 2610-Journal-Suspense-Exit.
      * An item already outstanding counts another attempt; one that
      * was resolved or dropped starts a fresh history.
           if SU-Outstanding
               if SU-ATTEMPTS < 999
                   add 1 to SU-ATTEMPTS
               end-if
           else
               Move WS-CURRENT-DATE to SU-FIRST-DATE
               Move 1 to SU-ATTEMPTS
           end-if.
           perform 2960-Fill-Suspense-Item
               thru 2960-Fill-Suspense-Item-Exit.
           REWRITE ACCTSUSP-RECORD
               INVALID KEY continue
           end-rewrite.
           Exit Paragraph.
          2950-Hold-In-Suspense-Exit.
           Exit Paragraph.
      *
          2960-Fill-Suspense-Item.
           add 1 to WS-CT-SUSP-HELD.
           Move WS-CURRENT-DATE  to SU-LAST-DATE.
           set SU-Open to true.
           Move WS-REJECT-REASON to SU-REASON.
           Move WS-TRAN-HELD     to SU-TRAN-IMAGE.
           Exit Paragraph.
          2960-Fill-Suspense-Item-Exit.
           Exit Paragraph.
      *
          3000-Unload-Master.
      * Key-order unload over the ACCTRANGE DD, so every downstream
               thru 3100-Unload-One-Record-Exit
               until WS-ACCTMAST-EOF.
           CLOSE ACCTOUT-FILE.
           set WS-Unload-Done to true.
           Exit Paragraph.
          3000-Unload-Master-Exit.
           Exit Paragraph.
           READ ACCTMAST-FILE NEXT RECORD
               AT END set WS-ACCTMAST-EOF to true
               NOT AT END
                   perform 2050-Carry-Current-Balance
                       thru 2050-Carry-Current-Balance-Exit
                   if WS-Carried
                       REWRITE ACCTRANGE-RECORD
                           INVALID KEY continue
                       end-rewrite
                       add 1 to WS-CT-CARRIED
                   end-if
                   WRITE ACCTOUT-RECORD from ACCTRANGE-RECORD
                   add 1 to WS-CT-UNLOADED
                   Move ACCT-DEPT     to WS-TB-FIND-DEPT
                   Move ACCT-CURRENCY to WS-TB-FIND-CCY
                   perform 2700-Find-Tb-Entry
                       thru 2700-Find-Tb-Entry-Exit
                   if WS-TB-Entry-Ok
                       add ACCT-CURR-BAL to WS-TB-CLOSING(TB-IDX)
                   end-if
           end-read.
           Exit Paragraph.
          3100-Unload-One-Record-Exit.
          4000-Print-Apply-Report.
           Display '-------------------------------------------'.
           Display 'DATAAPL ACCOUNT MASTER APPLY TOTALS'.
           Display '  Feed date / sequence . . . . : ' WS-FEED-DATE
               ' / ' WS-FEED-SEQ.
           Display '  Transactions read. . . . . . : '
               WS-CT-TRANS-READ.
           Display '    of which DAT8 online queue : '
               WS-CT-ONLINE-READ.
           Display '      accepted DAT3 proposals  : '
               WS-CT-PROPOSAL-READ.
           Display '    of which corrected suspense: '
               WS-CT-SUSP-READ.
           Display '  Accounts added . . . . . . . : ' WS-CT-ADDS.
           Display '  Accounts changed . . . . . . : '
               WS-CT-CHANGES.
           Display '  Accounts closed. . . . . . . : '
               WS-CT-CLOSURES.
           Display '  Postings applied . . . . . . : '
               WS-CT-POSTINGS.
           Display '  Department transfers . . . . : '
               WS-CT-TRANSFERS.
           if WS-Xfer-Off and WS-CT-TRANSFERS > 0
               Display '    not journalled - no ACCTXFER this run'
           end-if.
           Display '  Transactions rejected. . . . : '
               WS-CT-REJECTS.
           Display '  Master records unloaded. . . : '
               WS-CT-UNLOADED.
           if WS-CT-CARRIED > 0
               Display '    current balance carried at opening : '
                   WS-CT-CARRIED
           end-if.
           Display '  Suspense items resolved. . . : '
               WS-CT-SUSP-RESOLVED.
           Display '  Rejects held in suspense . . : '
               WS-CT-SUSP-HELD.
           if WS-Restarting
               Display '  Restarted after commit . . . : '
                   WS-RESTART-COMMIT
               Display '    feed transactions skipped  : '
                   WS-CT-SKIPPED
               Display '    records put back (APLBKOUT): '
                   WS-CT-BACKED-OUT
               Display '    rejects copied (REJPRIOR)  : '
                   WS-CT-REJ-COPIED
               Display '    transfers copied (XFRPRIOR): '
                   WS-CT-XFR-COPIED
           end-if.
           if WS-CT-TRANS-READ not =
               WS-CT-ADDS + WS-CT-CHANGES + WS-CT-CLOSURES
               + WS-CT-POSTINGS + WS-CT-REJECTS
               Display 'WARNING-999: Transactions read does not'
                   ' match applied plus rejected - check for a'
                   ' record silently dropped this run'
           Exit Paragraph.
          4000-Print-Apply-Report-Exit.
           Exit Paragraph.
      *
          4100-Print-Trial-Balance.
      * Per department and currency: opening + credits - debits +
      * other movements - closing must be zero, and so must each
      * currency's total. Nothing to prove when the master was never
      * unloaded - that run has already failed 999.
           Display '-------------------------------------------'.
           Display 'DATAAPL DEPARTMENT TRIAL BALANCE ' WS-CURRENT-DATE.
           if not WS-Unload-Done
               Display 'ERROR-999: Master not unloaded - closing'
                   ' balances not swept, trial balance not proved'
               Move 999 to RETURN-CODE
               GO TO 4100-Print-Trial-Balance-Exit
           end-if.
           Display 'DEPT CCY          OPENING           DEBITS'
               '          CREDITS            OTHER'
               '          CLOSING       DIFFERENCE'.
           Move ZERO to WS-TC-COUNT.
           set WS-Foreign-Ccy to false.
           perform 4110-Print-One-Dept
               thru 4110-Print-One-Dept-Exit
               varying WS-TB-IDX-SAVE from 1 by 1
               until WS-TB-IDX-SAVE > WS-TB-COUNT.
           perform 4120-Print-Ccy-Total
               thru 4120-Print-Ccy-Total-Exit
               varying WS-TC-IDX-SAVE from 1 by 1
               until WS-TC-IDX-SAVE > WS-TC-COUNT.
           if WS-TB-OUT-OF-PROOF > 0
               Display 'ERROR-999: Trial balance does not prove to'
                   ' zero - ' WS-TB-OUT-OF-PROOF ' line(s) out of'
                   ' proof, apply must be investigated'
               if RETURN-CODE < 8
                   Move 8 to RETURN-CODE
               end-if
           else
               Display 'DATAAPL: Trial balance proved to zero'
           end-if.
           if WS-Foreign-Ccy
               perform 4200-Print-Converted
                   thru 4200-Print-Converted-Exit
           end-if.
           Display '-------------------------------------------'.
           Exit Paragraph.
          4100-Print-Trial-Balance-Exit.
           Exit Paragraph.
      *
          4110-Print-One-Dept.
           set TB-IDX to WS-TB-IDX-SAVE.
           compute WS-TB-PROOF = WS-TB-OPENING(TB-IDX)
               + WS-TB-CREDITS(TB-IDX) - WS-TB-DEBITS(TB-IDX)
               + WS-TB-OTHER(TB-IDX) - WS-TB-CLOSING(TB-IDX).
           perform 4115-Find-Ccy-Total thru 4115-Find-Ccy-Total-Exit.
           add WS-TB-OPENING(TB-IDX) to WS-TC-OPENING(TC-IDX).
           add WS-TB-DEBITS(TB-IDX)  to WS-TC-DEBITS(TC-IDX).
           add WS-TB-CREDITS(TB-IDX) to WS-TC-CREDITS(TC-IDX).
           add WS-TB-OTHER(TB-IDX)   to WS-TC-OTHER(TC-IDX).
           add WS-TB-CLOSING(TB-IDX) to WS-TC-CLOSING(TC-IDX).
           if WS-TB-CURRENCY(TB-IDX) not = SPACES
               set WS-Foreign-Ccy to true
           end-if.
           Move WS-TB-OPENING(TB-IDX) to WS-TB-EDIT-1.
           Move WS-TB-DEBITS(TB-IDX)  to WS-TB-EDIT-2.
           Move WS-TB-CREDITS(TB-IDX) to WS-TB-EDIT-3.
           Move WS-TB-OTHER(TB-IDX)   to WS-TB-EDIT-4.
           Move WS-TB-CLOSING(TB-IDX) to WS-TB-EDIT-5.
           Move WS-TB-PROOF           to WS-TB-EDIT-6.
           Display WS-TB-DEPT(TB-IDX) ' ' WS-TB-CURRENCY(TB-IDX) ' '
               WS-TB-EDIT-1 WS-TB-EDIT-2 WS-TB-EDIT-3
               WS-TB-EDIT-4 WS-TB-EDIT-5 WS-TB-EDIT-6.
           if WS-TB-PROOF not = ZERO
               add 1 to WS-TB-OUT-OF-PROOF
           end-if.
           Exit Paragraph.
          4110-Print-One-Dept-Exit.
           Exit Paragraph.
      *
          4115-Find-Ccy-Total.
      * Leaves TC-IDX on the currency's total line, added at the
      * first unused line if new. The totals table has as many lines
      * as the trial balance, so there is always one free.
           set TC-IDX to 1.
           search WS-TC-ENTRY
               when TC-IDX > WS-TC-COUNT
                   add 1 to WS-TC-COUNT
                   Move WS-TB-CURRENCY(TB-IDX) to WS-TC-CURRENCY(TC-IDX)
                   Move ZERO to WS-TC-OPENING(TC-IDX)
                                WS-TC-DEBITS(TC-IDX)
                                WS-TC-CREDITS(TC-IDX)
                                WS-TC-OTHER(TC-IDX)
                                WS-TC-CLOSING(TC-IDX)
                                WS-TC-RATE(TC-IDX)
                   Move 'N' to WS-TC-RATE-SW(TC-IDX)
               when WS-TC-CURRENCY(TC-IDX) = WS-TB-CURRENCY(TB-IDX)
                   continue
           end-search.
           Exit Paragraph.
          4115-Find-Ccy-Total-Exit.
           Exit Paragraph.
      *
          4120-Print-Ccy-Total.
      * One total per currency - a total across currencies would add
      * euros to dollars. The converted listing gives the one figure.
           set TC-IDX to WS-TC-IDX-SAVE.
           Move WS-TC-OPENING(TC-IDX) to WS-TB-TOT-OPENING.
           Move WS-TC-DEBITS(TC-IDX)  to WS-TB-TOT-DEBITS.
           Move WS-TC-CREDITS(TC-IDX) to WS-TB-TOT-CREDITS.
           Move WS-TC-OTHER(TC-IDX)   to WS-TB-TOT-OTHER.
           Move WS-TC-CLOSING(TC-IDX) to WS-TB-TOT-CLOSING.
           compute WS-TB-TOT-PROOF = WS-TB-TOT-OPENING
               + WS-TB-TOT-CREDITS - WS-TB-TOT-DEBITS
               + WS-TB-TOT-OTHER - WS-TB-TOT-CLOSING.
           Move WS-TB-TOT-OPENING to WS-TB-EDIT-1.
           Move WS-TB-TOT-DEBITS  to WS-TB-EDIT-2.
           Move WS-TB-TOT-CREDITS to WS-TB-EDIT-3.
           Move WS-TB-TOT-OTHER   to WS-TB-EDIT-4.
           Move WS-TB-TOT-CLOSING to WS-TB-EDIT-5.
           Move WS-TB-TOT-PROOF   to WS-TB-EDIT-6.
           Display 'TOT ' WS-TC-CURRENCY(TC-IDX) ' '
               WS-TB-EDIT-1 WS-TB-EDIT-2 WS-TB-EDIT-3
               WS-TB-EDIT-4 WS-TB-EDIT-5 WS-TB-EDIT-6.
           if WS-TB-TOT-PROOF not = ZERO
               add 1 to WS-TB-OUT-OF-PROOF
           end-if.
           Exit Paragraph.
          4120-Print-Ccy-Total-Exit.
           Exit Paragraph.
      *
          4200-Print-Converted.
      * The same lines at the feed business date's rates, for the one
      * figure in the reporting currency. Each line is converted on
      * its own and rounded to the cent, so the converted lines are
      * listed without a difference - the proof is the one above.
           Move WS-FEED-DATE to WS-RATE-DATE.
           if WS-RATE-DATE = ZERO
               Move WS-CURRENT-DATE to WS-RATE-DATE
           end-if.
           Move ZERO to WS-CT-NO-RATE.
           Move SPACES to WS-REPORT-CCY.
           Move ZERO to WS-CONV-TOT-OPENING WS-CONV-TOT-DEBITS
                        WS-CONV-TOT-CREDITS WS-CONV-TOT-OTHER
                        WS-CONV-TOT-CLOSING.
           set WS-Fxrate-Open to false.
           OPEN INPUT FXRATE-FILE.
           if WS-FXRATE-OK
               set WS-Fxrate-Open to true
           else
               Display 'WARNING-999: Unable to open FXRATE status='
                   WS-FXRATE-STATUS ' - no currency converted'
           end-if.
           perform 4210-Find-Rate thru 4210-Find-Rate-Exit
               varying WS-TC-IDX-SAVE from 1 by 1
               until WS-TC-IDX-SAVE > WS-TC-COUNT.
           if WS-Fxrate-Open
               CLOSE FXRATE-FILE
           end-if.
           Display ' '.
           Display 'CONVERTED TO ' WS-REPORT-CCY ' AT RATES FOR '
               WS-RATE-DATE.
           Display 'DEPT CCY          OPENING           DEBITS'
               '          CREDITS            OTHER'
               '          CLOSING             RATE'.
           perform 4220-Print-One-Converted
               thru 4220-Print-One-Converted-Exit
               varying WS-TB-IDX-SAVE from 1 by 1
               until WS-TB-IDX-SAVE > WS-TB-COUNT.
           Move WS-CONV-TOT-OPENING to WS-TB-EDIT-1.
           Move WS-CONV-TOT-DEBITS  to WS-TB-EDIT-2.
           Move WS-CONV-TOT-CREDITS to WS-TB-EDIT-3.
           Move WS-CONV-TOT-OTHER   to WS-TB-EDIT-4.
           Move WS-CONV-TOT-CLOSING to WS-TB-EDIT-5.
           Display 'TOT ' WS-REPORT-CCY ' '
               WS-TB-EDIT-1 WS-TB-EDIT-2 WS-TB-EDIT-3
               WS-TB-EDIT-4 WS-TB-EDIT-5.
      * Never a rate of 1 for a currency with no rate - the line is
      * left out of the converted total and the run flagged.
           if WS-CT-NO-RATE > 0
               Display 'WARNING-999: ' WS-CT-NO-RATE ' currency(ies)'
                   ' with no FXRATE rate for ' WS-RATE-DATE
                   ' - left out of the converted total, load the'
                   ' rates (DATFXLD)'
               if RETURN-CODE < 4
                   Move 4 to RETURN-CODE
               end-if
           end-if.
           Exit Paragraph.
          4200-Print-Converted-Exit.
           Exit Paragraph.
      *
          4210-Find-Rate.
      * Blank is the reporting currency and converts at 1 as it
      * stands; every other code needs its FXRATE record.
           set TC-IDX to WS-TC-IDX-SAVE.
           if WS-TC-CURRENCY(TC-IDX) = SPACES
               Move 1   to WS-TC-RATE(TC-IDX)
               Move 'Y' to WS-TC-RATE-SW(TC-IDX)
               GO TO 4210-Find-Rate-Exit
           end-if.
           if WS-Fxrate-Open
               Move WS-RATE-DATE           to FX-RATE-DATE
               Move WS-TC-CURRENCY(TC-IDX) to FX-CURRENCY
               READ FXRATE-FILE
                   INVALID KEY continue
                   NOT INVALID KEY
                       if FX-RATE numeric and FX-RATE > ZERO
                           Move FX-RATE to WS-TC-RATE(TC-IDX)
                           Move 'Y' to WS-TC-RATE-SW(TC-IDX)
                           Move FX-REPORT-CCY to WS-REPORT-CCY
                       end-if
               end-read
           end-if.
           if not WS-TC-Rate-Found(TC-IDX)
               add 1 to WS-CT-NO-RATE
           end-if.
           Exit Paragraph.
          4210-Find-Rate-Exit.
           Exit Paragraph.
      *
          4220-Print-One-Converted.
           set TB-IDX to WS-TB-IDX-SAVE.
           perform 4115-Find-Ccy-Total thru 4115-Find-Ccy-Total-Exit.
           if not WS-TC-Rate-Found(TC-IDX)
               Display WS-TB-DEPT(TB-IDX) ' ' WS-TB-CURRENCY(TB-IDX)
                   '  NO RATE FOR ' WS-RATE-DATE
               GO TO 4220-Print-One-Converted-Exit
           end-if.
           compute WS-CONV-AMOUNT rounded =
               WS-TB-OPENING(TB-IDX) * WS-TC-RATE(TC-IDX).
           add WS-CONV-AMOUNT to WS-CONV-TOT-OPENING.
           Move WS-CONV-AMOUNT to WS-TB-EDIT-1.
           compute WS-CONV-AMOUNT rounded =
               WS-TB-DEBITS(TB-IDX) * WS-TC-RATE(TC-IDX).
           add WS-CONV-AMOUNT to WS-CONV-TOT-DEBITS.
           Move WS-CONV-AMOUNT to WS-TB-EDIT-2.
           compute WS-CONV-AMOUNT rounded =
               WS-TB-CREDITS(TB-IDX) * WS-TC-RATE(TC-IDX).
           add WS-CONV-AMOUNT to WS-CONV-TOT-CREDITS.
           Move WS-CONV-AMOUNT to WS-TB-EDIT-3.
           compute WS-CONV-AMOUNT rounded =
               WS-TB-OTHER(TB-IDX) * WS-TC-RATE(TC-IDX).
           add WS-CONV-AMOUNT to WS-CONV-TOT-OTHER.
           Move WS-CONV-AMOUNT to WS-TB-EDIT-4.
           compute WS-CONV-AMOUNT rounded =
               WS-TB-CLOSING(TB-IDX) * WS-TC-RATE(TC-IDX).
           add WS-CONV-AMOUNT to WS-CONV-TOT-CLOSING.
           Move WS-CONV-AMOUNT to WS-TB-EDIT-5.
           Move WS-TC-RATE(TC-IDX) to WS-RATE-EDIT.
           Display WS-TB-DEPT(TB-IDX) ' ' WS-TB-CURRENCY(TB-IDX) ' '
               WS-TB-EDIT-1 WS-TB-EDIT-2 WS-TB-EDIT-3
               WS-TB-EDIT-4 WS-TB-EDIT-5 '     ' WS-RATE-EDIT.
           Exit Paragraph.
          4220-Print-One-Converted-Exit.
           Exit Paragraph.
      *
          4500-Stamp-Ready.
      * ACCTRANGE is current for the feed's business date. An out of
      * proof trial balance (RC 8) is still a current ACCTRANGE - the
      * money question is RULE25's and the analysts', not staleness.
           OPEN EXTEND DATARDY-FILE.
           if WS-DATARDY-STATUS not = '00'
               and WS-DATARDY-STATUS not = '05'
               OPEN OUTPUT DATARDY-FILE
           end-if.
           if WS-DATARDY-STATUS not = '00'
               Display 'WARNING-999: DATARDY not written status='
                   WS-DATARDY-STATUS ' - rules reading ACCTRANGE'
                   ' will be held back tonight'
               GO TO 4500-Stamp-Ready-Exit
           end-if.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           Move SPACES               to DATARDY-RECORD.
           Move 'ACCTRANGE'          to DR-DATASET.
           Move WS-FEED-DATE         to DR-BUSINESS-DATE.
           Move 'DATAAPL'            to DR-PRODUCER.
           Move WS-CURRENT-TIMESTAMP to DR-STAMPED-TS.
           WRITE DATARDY-RECORD.
           CLOSE DATARDY-FILE.
           Display 'DATAAPL: ACCTRANGE stamped ready for '
               WS-FEED-DATE.
           Exit Paragraph.
          4500-Stamp-Ready-Exit.
           Exit Paragraph.
