       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATCASE.
      * Exception case maintenance - run after the night's DATBATCH
      * cycle. RULE24 and RULE26 write a fresh EXCPDTL row every
      * night for the same duplicate account or unknown department
      * until somebody fixes the data; this step folds each night's
      * rows into the EXCPCASE keyed case file (rule, record key,
      * finding type) so a finding has one case with a first-seen
      * date, a last-seen date and a count of nights:
      *   not on file        new case, open, first seen tonight
      *   open               seen again - last seen and nights bumped
      *   closed             back again - reopened, reopen counted
      * Then every open case whose rule swept clean tonight (a
      * DATAUDIT result under the 900 error band within the night)
      * without reporting it is closed - the finding stopped
      * appearing. A rule that did not run, or failed, closes
      * nothing: no report is not the same as a clean report.
      *
      * A case already seen tonight is not counted twice, so the step
      * can run after each cycle of the night.
      *
      * The corrections RULE24 and RULE26 proposed tonight (PROPDTL -
      * see DATPRDT) are folded the same way into the CORRPROP
      * proposal file (see CORRPROP), one proposal per case:
      *   not on file        written pending
      *   pending            refreshed with tonight's transaction
      *   accepted/rejected  left as decided, unless the rule now
      *                      proposes something different - then
      *                      pending again for a fresh decision
      *   withdrawn          pending again - the finding is back
      * and a proposal still pending when its case closes is
      * withdrawn - the finding went away without it. No PROPDTL
      * just means nothing was proposed; a CORRPROP that will not
      * open is a warning, and the cases are maintained regardless.
      *
      * Driven by CASEPARM, a KEYWORD=VALUE member the same shape as
      * DATSLAC's SLAPARM - both optional:
      *   NIGHT=yyyymmdd      the night to fold in (default: tonight
      *                       once the window has opened, otherwise
      *                       last night)
      *   WINDOW-START=HHMM   when the processing night opens
      *                       (default 1800)
      *
      * RC 0 = cases maintained; RC 999 = EXCPCASE or EXCPDTL failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASEPARM-FILE  ASSIGN TO 'CASEPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASEPARM-STATUS.
           SELECT EXCPDTL-FILE   ASSIGN TO 'EXCPDTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPDTL-STATUS.
           SELECT DATAUDIT-FILE  ASSIGN TO 'DATAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATAUDIT-STATUS.
      * Same batch-SELECT keyed access DATAAPL uses for ACCTSUSP.
           SELECT EXCPCASE-FILE  ASSIGN TO 'EXCPCASE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-KEY
               FILE STATUS IS WS-EXCPCASE-STATUS.
           SELECT PROPDTL-FILE   ASSIGN TO 'PROPDTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPDTL-STATUS.
           SELECT CORRPROP-FILE  ASSIGN TO 'CORRPROP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CORRPROP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASEPARM-FILE.
       01  CASEPARM-RECORD          PIC X(80).

       FD  EXCPDTL-FILE.
           COPY DATEXCP.

       FD  DATAUDIT-FILE.
           COPY DATAUDIT.

       FD  EXCPCASE-FILE.
           COPY EXCPCASE.

       FD  PROPDTL-FILE.
           COPY DATPRDT.

       FD  CORRPROP-FILE.
           COPY CORRPROP.

       WORKING-STORAGE SECTION.
       01  WS-CASEPARM-STATUS       PIC X(02).
           88  WS-CASEPARM-OK            VALUE '00'.
           88  WS-CASEPARM-EOF            VALUE '10'.
       01  WS-EXCPDTL-STATUS        PIC X(02).
           88  WS-EXCPDTL-OK             VALUE '00'.
           88  WS-EXCPDTL-EOF             VALUE '10'.
       01  WS-DATAUDIT-STATUS       PIC X(02).
           88  WS-DATAUDIT-OK            VALUE '00'.
           88  WS-DATAUDIT-EOF            VALUE '10'.
       01  WS-EXCPCASE-STATUS       PIC X(02).
           88  WS-EXCPCASE-OK            VALUE '00'.
           88  WS-EXCPCASE-EOF            VALUE '10'.
       01  WS-PROPDTL-STATUS        PIC X(02).
           88  WS-PROPDTL-OK             VALUE '00'.
           88  WS-PROPDTL-EOF             VALUE '10'.
       01  WS-CORRPROP-STATUS       PIC X(02).
           88  WS-CORRPROP-OK            VALUE '00'.
       01  WS-CORRPROP-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-Corrprop-Open          VALUE 'Y' FALSE 'N'.

       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).

      * The processing night: opens at WINDOW-START on the night date
      * and closes at the same time the next day.
       01  WS-NIGHT-DATE            PIC 9(08) VALUE ZERO.
       01  WS-NEXT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-DAY-INT               PIC 9(07) VALUE ZERO.
       01  WS-WINDOW-START          PIC X(04) VALUE '1800'.
       01  WS-WINDOW-LO             PIC X(14).
       01  WS-WINDOW-HI             PIC X(14).

      * Rules that swept clean tonight - only their open cases are
      * eligible to close.
       01  WS-SWEPT-TABLE.
           05  WS-SWEPT-ENTRY OCCURS 500 TIMES
                                 INDEXED BY SW-IDX.
               10  WS-SW-RULE           PIC X(04).
       01  WS-SWEPT-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-SWEPT-OVERFLOW        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-FIND-RULE             PIC X(04).
       01  WS-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-Rule-Found             VALUE 'Y' FALSE 'N'.

       01  WS-CASE-FAILED-SW        PIC X(01) VALUE 'N'.
           88  WS-Case-Failed            VALUE 'Y' FALSE 'N'.

       01  WS-CT-ROWS-READ          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-ROWS-TONIGHT       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-NEW                PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-REOPENED           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-CONTINUING         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-ALREADY            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-CLOSED             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-STILL-OPEN         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-PROP-TONIGHT       PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-PROP-NEW           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-PROP-REFRESHED     PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-PROP-REPROPOSED    PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-PROP-DECIDED       PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-PROP-WITHDRAWN     PIC 9(05) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           perform 0100-Read-Caseparm thru 0100-Read-Caseparm-Exit.
           perform 0200-Set-Window thru 0200-Set-Window-Exit.
           Display 'DATCASE: Exception cases for the night of '
               WS-NIGHT-DATE ' (' WS-WINDOW-LO ' to ' WS-WINDOW-HI
               ')'.
           OPEN I-O EXCPCASE-FILE.
           if not WS-EXCPCASE-OK
               Display 'ERROR-999: Unable to open EXCPCASE status='
                   WS-EXCPCASE-STATUS
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           perform 1000-Fold-Findings thru 1000-Fold-Findings-Exit.
           if WS-Case-Failed
               CLOSE EXCPCASE-FILE
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           perform 1500-Fold-Proposals
               thru 1500-Fold-Proposals-Exit.
           perform 2000-Load-Swept-Rules
               thru 2000-Load-Swept-Rules-Exit.
           perform 3000-Close-Gone-Cases
               thru 3000-Close-Gone-Cases-Exit.
           CLOSE EXCPCASE-FILE.
           if WS-Corrprop-Open
               CLOSE CORRPROP-FILE
           end-if.
           perform 4000-Print-Totals thru 4000-Print-Totals-Exit.
           if WS-Case-Failed
               Move 999 to RETURN-CODE
           else
               Move ZERO to RETURN-CODE
           end-if.
           STOP RUN.
      *
          0100-Read-Caseparm.
           OPEN INPUT CASEPARM-FILE.
           if WS-CASEPARM-OK
               perform 0110-Read-Caseparm-Record
                   thru 0110-Read-Caseparm-Record-Exit
                   until WS-CASEPARM-EOF
               CLOSE CASEPARM-FILE
           end-if.
           Exit Paragraph.
          0100-Read-Caseparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Caseparm-Record.
           READ CASEPARM-FILE
               AT END set WS-CASEPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING CASEPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   evaluate WS-PARM-KEYWORD
                       when 'NIGHT'
                           if WS-PARM-VALUE-TEXT(1:8) is numeric
                               Move WS-PARM-VALUE-TEXT(1:8)
                                 to WS-NIGHT-DATE
                           else
                               Display 'WARNING-999: CASEPARM'
                                   ' NIGHT= value is not yyyymmdd -'
                                   ' using the current night'
                           end-if
                       when 'WINDOW-START'
                           if WS-PARM-VALUE-TEXT(1:4) is numeric
                               and WS-PARM-VALUE-TEXT(1:2) < '24'
                               and WS-PARM-VALUE-TEXT(3:2) < '60'
                               Move WS-PARM-VALUE-TEXT(1:4)
                                 to WS-WINDOW-START
                           else
                               Display 'WARNING-999: CASEPARM'
                                   ' WINDOW-START= value is not HHMM'
                                   ' - using ' WS-WINDOW-START
                           end-if
                       when SPACES
                           continue
                       when other
                           Display 'DATCASE: Ignoring unknown'
                               ' CASEPARM keyword ' WS-PARM-KEYWORD
                   end-evaluate
           end-read.
           Exit Paragraph.
          0110-Read-Caseparm-Record-Exit.
           Exit Paragraph.
      *
          0200-Set-Window.
      * Before the window opens it is still last night, the same
      * rule DATSLAC judges deadlines by.
           if WS-NIGHT-DATE = ZERO
               Move WS-CURRENT-DATE to WS-NIGHT-DATE
               if WS-CURRENT-TIME(1:4) < WS-WINDOW-START
                   compute WS-DAY-INT =
                       function integer-of-date(WS-CURRENT-DATE) - 1
                   compute WS-NIGHT-DATE =
                       function date-of-integer(WS-DAY-INT)
               end-if
           end-if.
           compute WS-DAY-INT =
               function integer-of-date(WS-NIGHT-DATE) + 1.
           compute WS-NEXT-DATE = function date-of-integer(WS-DAY-INT).
           Move SPACES to WS-WINDOW-LO WS-WINDOW-HI.
           STRING WS-NIGHT-DATE WS-WINDOW-START '00'
               DELIMITED BY SIZE INTO WS-WINDOW-LO.
           STRING WS-NEXT-DATE WS-WINDOW-START '00'
               DELIMITED BY SIZE INTO WS-WINDOW-HI.
           Exit Paragraph.
          0200-Set-Window-Exit.
           Exit Paragraph.
      *
          1000-Fold-Findings.
           OPEN INPUT EXCPDTL-FILE.
           if not WS-EXCPDTL-OK
               Display 'ERROR-999: Unable to open EXCPDTL status='
                   WS-EXCPDTL-STATUS
               set WS-Case-Failed to true
               GO TO 1000-Fold-Findings-Exit
           end-if.
           perform 1100-Read-One-Finding
               thru 1100-Read-One-Finding-Exit
               until WS-EXCPDTL-EOF or WS-Case-Failed.
           CLOSE EXCPDTL-FILE.
           Exit Paragraph.
          1000-Fold-Findings-Exit.
           Exit Paragraph.
      *
          1100-Read-One-Finding.
           READ EXCPDTL-FILE
               AT END set WS-EXCPDTL-EOF to true
               NOT AT END
                   add 1 to WS-CT-ROWS-READ
                   if XD-TIMESTAMP >= WS-WINDOW-LO
                       and XD-TIMESTAMP < WS-WINDOW-HI
                       add 1 to WS-CT-ROWS-TONIGHT
                       perform 1200-Apply-Finding
                           thru 1200-Apply-Finding-Exit
                   end-if
           end-read.
           Exit Paragraph.
          1100-Read-One-Finding-Exit.
           Exit Paragraph.
      *
          1200-Apply-Finding.
           Move XD-RULE       to XC-RULE.
           Move XD-RECORD-KEY to XC-RECORD-KEY.
           Move XD-FIND-TYPE  to XC-FIND-TYPE.
           READ EXCPCASE-FILE
               INVALID KEY
                   perform 1300-Open-New-Case
                       thru 1300-Open-New-Case-Exit
                   GO TO 1200-Apply-Finding-Exit
           end-read.
      * A second row for the same finding on the same night - a
      * rule run twice, or this step rerun - is the same sighting.
           if XC-LAST-SEEN = WS-NIGHT-DATE
               add 1 to WS-CT-ALREADY
               Move XD-DETAIL to XC-LAST-DETAIL
               perform 1400-Rewrite-Case thru 1400-Rewrite-Case-Exit
               GO TO 1200-Apply-Finding-Exit
           end-if.
           if XC-Closed
               set XC-Open to true
               Move WS-NIGHT-DATE to XC-OPENED-DATE
               Move ZERO          to XC-CLOSED-DATE
               if XC-REOPENS < 999
                   add 1 to XC-REOPENS
               end-if
               add 1 to WS-CT-REOPENED
               Display 'REOPENED ' XC-RULE ' ' XC-RECORD-KEY ' '
                   XC-FIND-TYPE ' first seen ' XC-FIRST-SEEN
                   ' ' XD-DETAIL
           else
               add 1 to WS-CT-CONTINUING
           end-if.
           Move WS-NIGHT-DATE to XC-LAST-SEEN.
           if XC-NIGHTS < 99999
               add 1 to XC-NIGHTS
           end-if.
           Move XD-DETAIL to XC-LAST-DETAIL.
           perform 1400-Rewrite-Case thru 1400-Rewrite-Case-Exit.
           Exit Paragraph.
          1200-Apply-Finding-Exit.
           Exit Paragraph.
      *
          1300-Open-New-Case.
           set XC-Open to true.
           Move WS-NIGHT-DATE to XC-FIRST-SEEN XC-LAST-SEEN
                                 XC-OPENED-DATE.
           Move 1             to XC-NIGHTS.
           Move ZERO          to XC-CLOSED-DATE XC-REOPENS.
           Move XD-DETAIL     to XC-LAST-DETAIL.
           WRITE EXCPCASE-RECORD
               INVALID KEY
                   Display 'ERROR-999: EXCPCASE write failed status='
                       WS-EXCPCASE-STATUS ' key ' XC-KEY
                   set WS-Case-Failed to true
                   GO TO 1300-Open-New-Case-Exit
           end-write.
           add 1 to WS-CT-NEW.
           Display 'NEW      ' XC-RULE ' ' XC-RECORD-KEY ' '
               XC-FIND-TYPE ' ' XD-DETAIL.
           Exit Paragraph.
          1300-Open-New-Case-Exit.
           Exit Paragraph.
      *
          1400-Rewrite-Case.
           REWRITE EXCPCASE-RECORD
               INVALID KEY
                   Display 'ERROR-999: EXCPCASE rewrite failed'
                       ' status=' WS-EXCPCASE-STATUS ' key ' XC-KEY
                   set WS-Case-Failed to true
           end-rewrite.
           Exit Paragraph.
          1400-Rewrite-Case-Exit.
           Exit Paragraph.
      *
          1500-Fold-Proposals.
      * CORRPROP stays open to the end of the step - closing cases
      * withdraws what is still pending against them.
           OPEN I-O CORRPROP-FILE.
           if not WS-CORRPROP-OK
               Display 'WARNING-999: Unable to open CORRPROP status='
                   WS-CORRPROP-STATUS ' - proposed corrections not'
                   ' kept tonight'
               GO TO 1500-Fold-Proposals-Exit
           end-if.
           set WS-Corrprop-Open to true.
           OPEN INPUT PROPDTL-FILE.
           if not WS-PROPDTL-OK
               Display 'DATCASE: No PROPDTL this run, status='
                   WS-PROPDTL-STATUS ' - no corrections proposed'
               GO TO 1500-Fold-Proposals-Exit
           end-if.
           perform 1600-Read-One-Proposal
               thru 1600-Read-One-Proposal-Exit
               until WS-PROPDTL-EOF.
           CLOSE PROPDTL-FILE.
           Exit Paragraph.
          1500-Fold-Proposals-Exit.
           Exit Paragraph.
      *
          1600-Read-One-Proposal.
           READ PROPDTL-FILE
               AT END set WS-PROPDTL-EOF to true
               NOT AT END
                   if PD-TIMESTAMP >= WS-WINDOW-LO
                       and PD-TIMESTAMP < WS-WINDOW-HI
                       add 1 to WS-CT-PROP-TONIGHT
                       perform 1700-Apply-Proposal
                           thru 1700-Apply-Proposal-Exit
                   end-if
           end-read.
           Exit Paragraph.
          1600-Read-One-Proposal-Exit.
           Exit Paragraph.
      *
          1700-Apply-Proposal.
           Move PD-RULE       to CP-RULE.
           Move PD-RECORD-KEY to CP-RECORD-KEY.
           Move PD-FIND-TYPE  to CP-FIND-TYPE.
           READ CORRPROP-FILE
               INVALID KEY
                   perform 1750-Set-Pending
                       thru 1750-Set-Pending-Exit
                   WRITE CORRPROP-RECORD
                       INVALID KEY
                           Display 'WARNING-999: CORRPROP write'
                               ' failed status=' WS-CORRPROP-STATUS
                               ' key ' CP-KEY
                       NOT INVALID KEY
                           add 1 to WS-CT-PROP-NEW
                           Display 'PROPOSED ' CP-RULE ' '
                               CP-RECORD-KEY ' ' CP-FIND-TYPE ' '
                               CP-REASON
                   end-write
                   GO TO 1700-Apply-Proposal-Exit
           end-read.
      * A decision stands while the rule keeps proposing the same
      * transaction - an accepted one is waiting on the next apply.
           evaluate true
               when CP-Pending
                   add 1 to WS-CT-PROP-REFRESHED
               when CP-Withdrawn
                   add 1 to WS-CT-PROP-REPROPOSED
               when CP-TRAN-IMAGE = PD-TRAN-IMAGE
                   add 1 to WS-CT-PROP-DECIDED
                   GO TO 1700-Apply-Proposal-Exit
               when other
                   add 1 to WS-CT-PROP-REPROPOSED
                   Display 'REPROPOSED ' CP-RULE ' ' CP-RECORD-KEY
                       ' ' CP-FIND-TYPE ' was ' CP-STATUS ' '
                       CP-REASON
           end-evaluate.
           perform 1750-Set-Pending thru 1750-Set-Pending-Exit.
           REWRITE CORRPROP-RECORD
               INVALID KEY
                   Display 'WARNING-999: CORRPROP rewrite failed'
                       ' status=' WS-CORRPROP-STATUS ' key ' CP-KEY
           end-rewrite.
           Exit Paragraph.
          1700-Apply-Proposal-Exit.
           Exit Paragraph.
      *
          1750-Set-Pending.
           set CP-Pending to true.
           Move WS-NIGHT-DATE to CP-PROPOSED-DATE.
           Move PD-REASON     to CP-REASON.
           Move PD-TRAN-IMAGE to CP-TRAN-IMAGE.
           Move SPACES        to CP-REVIEWQ-TAG CP-DISP-USER
                                 CP-DISP-TIMESTAMP.
           Exit Paragraph.
          1750-Set-Pending-Exit.
           Exit Paragraph.
      *
          2000-Load-Swept-Rules.
      * Without DATAUDIT nothing is known to have swept clean, so
      * nothing closes - the cases simply stay open another night.
           OPEN INPUT DATAUDIT-FILE.
           if not WS-DATAUDIT-OK
               Display 'WARNING-999: Unable to open DATAUDIT status='
                   WS-DATAUDIT-STATUS ' - no cases closed tonight'
               GO TO 2000-Load-Swept-Rules-Exit
           end-if.
           perform 2100-Read-One-Audit
               thru 2100-Read-One-Audit-Exit
               until WS-DATAUDIT-EOF.
           CLOSE DATAUDIT-FILE.
           if WS-SWEPT-OVERFLOW > 0
               Display 'WARNING-999: ' WS-SWEPT-OVERFLOW
                   ' rules past the 500-rule table - their cases'
                   ' stay open tonight'
           end-if.
           Exit Paragraph.
          2000-Load-Swept-Rules-Exit.
           Exit Paragraph.
      *
          2100-Read-One-Audit.
           READ DATAUDIT-FILE
               AT END set WS-DATAUDIT-EOF to true
               NOT AT END
                   if AUD-TIMESTAMP >= WS-WINDOW-LO
                       and AUD-TIMESTAMP < WS-WINDOW-HI
                       and AUD-RESULT < 900
                       perform 2200-Add-Swept-Rule
                           thru 2200-Add-Swept-Rule-Exit
                   end-if
           end-read.
           Exit Paragraph.
          2100-Read-One-Audit-Exit.
           Exit Paragraph.
      *
          2200-Add-Swept-Rule.
           Move AUD-RULE to WS-FIND-RULE.
           perform 2300-Find-Swept-Rule thru 2300-Find-Swept-Rule-Exit.
           if WS-Rule-Found
               GO TO 2200-Add-Swept-Rule-Exit
           end-if.
           if WS-SWEPT-COUNT < 500
               add 1 to WS-SWEPT-COUNT
               Move AUD-RULE to WS-SW-RULE(WS-SWEPT-COUNT)
           else
               add 1 to WS-SWEPT-OVERFLOW
           end-if.
           Exit Paragraph.
          2200-Add-Swept-Rule-Exit.
           Exit Paragraph.
      *
          2300-Find-Swept-Rule.
           set WS-Rule-Found to false.
           if WS-SWEPT-COUNT = 0
               GO TO 2300-Find-Swept-Rule-Exit
           end-if.
           set SW-IDX to 1.
           search WS-SWEPT-ENTRY
               at end continue
               when SW-IDX > WS-SWEPT-COUNT
                   continue
               when WS-SW-RULE(SW-IDX) = WS-FIND-RULE
                   set WS-Rule-Found to true
           end-search.
           Exit Paragraph.
          2300-Find-Swept-Rule-Exit.
           Exit Paragraph.
      *
          3000-Close-Gone-Cases.
           Move LOW-VALUES to XC-KEY.
           START EXCPCASE-FILE KEY >= XC-KEY
               INVALID KEY set WS-EXCPCASE-EOF to true
           end-start.
           perform 3100-Check-One-Case thru 3100-Check-One-Case-Exit
               until WS-EXCPCASE-EOF or WS-Case-Failed.
           Exit Paragraph.
          3000-Close-Gone-Cases-Exit.
           Exit Paragraph.
      *
          3100-Check-One-Case.
           READ EXCPCASE-FILE NEXT RECORD
               AT END
                   set WS-EXCPCASE-EOF to true
                   GO TO 3100-Check-One-Case-Exit
           end-read.
           if not XC-Open
               GO TO 3100-Check-One-Case-Exit
           end-if.
           if XC-LAST-SEEN >= WS-NIGHT-DATE
               add 1 to WS-CT-STILL-OPEN
               GO TO 3100-Check-One-Case-Exit
           end-if.
           Move XC-RULE to WS-FIND-RULE.
           perform 2300-Find-Swept-Rule thru 2300-Find-Swept-Rule-Exit.
           if not WS-Rule-Found
               add 1 to WS-CT-STILL-OPEN
               GO TO 3100-Check-One-Case-Exit
           end-if.
      * The rule ran clean tonight and did not report it - fixed.
           set XC-Closed to true.
           Move WS-NIGHT-DATE to XC-CLOSED-DATE.
           perform 1400-Rewrite-Case thru 1400-Rewrite-Case-Exit.
           add 1 to WS-CT-CLOSED.
           Display 'CLOSED   ' XC-RULE ' ' XC-RECORD-KEY ' '
               XC-FIND-TYPE ' first seen ' XC-FIRST-SEEN
               ' nights ' XC-NIGHTS.
           if WS-Corrprop-Open
               perform 3200-Withdraw-Proposal
                   thru 3200-Withdraw-Proposal-Exit
           end-if.
           Exit Paragraph.
          3100-Check-One-Case-Exit.
           Exit Paragraph.
      *
          3200-Withdraw-Proposal.
      * Nobody should accept a correction for a finding that has
      * already gone. A decided proposal is history and stays.
           Move XC-KEY to CP-KEY.
           READ CORRPROP-FILE
               INVALID KEY
                   GO TO 3200-Withdraw-Proposal-Exit
           end-read.
           if not CP-Pending
               GO TO 3200-Withdraw-Proposal-Exit
           end-if.
           set CP-Withdrawn to true.
           REWRITE CORRPROP-RECORD
               INVALID KEY
                   Display 'WARNING-999: CORRPROP rewrite failed'
                       ' status=' WS-CORRPROP-STATUS ' key ' CP-KEY
                   GO TO 3200-Withdraw-Proposal-Exit
           end-rewrite.
           add 1 to WS-CT-PROP-WITHDRAWN.
           Exit Paragraph.
          3200-Withdraw-Proposal-Exit.
           Exit Paragraph.
      *
          4000-Print-Totals.
           Display '================================================'.
           Display 'DATCASE TOTALS - night of ' WS-NIGHT-DATE.
           Display '  EXCPDTL rows read . . . . . : ' WS-CT-ROWS-READ.
           Display '  of which tonight. . . . . . : '
               WS-CT-ROWS-TONIGHT.
           Display '  New cases . . . . . . . . . : ' WS-CT-NEW.
           Display '  Reopened cases. . . . . . . : ' WS-CT-REOPENED.
           Display '  Seen again (still open) . . : '
               WS-CT-CONTINUING.
           Display '  Repeat rows, same night . . : ' WS-CT-ALREADY.
           Display '  Closed - finding gone . . . : ' WS-CT-CLOSED.
           Display '  Open cases after tonight . . : '
               WS-CT-STILL-OPEN.
           Display '  Rules swept clean tonight . : ' WS-SWEPT-COUNT.
           Display '  Corrections proposed tonight: '
               WS-CT-PROP-TONIGHT.
           Display '  New proposals . . . . . . . : ' WS-CT-PROP-NEW.
           Display '  Pending, refreshed. . . . . : '
               WS-CT-PROP-REFRESHED.
           Display '  Pending again . . . . . . . : '
               WS-CT-PROP-REPROPOSED.
           Display '  Already decided . . . . . . : '
               WS-CT-PROP-DECIDED.
           Display '  Withdrawn - case closed . . : '
               WS-CT-PROP-WITHDRAWN.
           Display '================================================'.
           Exit Paragraph.
          4000-Print-Totals-Exit.
           Exit Paragraph.
