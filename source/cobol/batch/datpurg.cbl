       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATPURG.
      * Retention purge of closed accounts. A closure only marks the
      * account inactive (see DATAAPL), so without this step every
      * account ever closed stays on ACCTMAST - and in every night's
      * RULE24, RULE25 and RULE26 sweep - forever, where the records
      * retention policy says closed account data is deleted once
      * its retention period has run and kept no longer.
      *
      * An inactive account whose ACCT-CLOSE-DATE is more than the
      * retention period before the business date is purged: written
      * to the run's dated PURGARCH generation (see DATPGAR) and the
      * PURGNUM purged-number register (see DATPGNO), and only then
      * deleted from ACCTMAST. RULE24 reads PURGNUM so the gaps the
      * purge leaves in the account sequence are not reported.
      * Closed exactly the period ago is not yet more than it, and
      * waits for the next run. Every
      * account purged is listed on the PURGCERT certificate with its
      * close date and the retention rule applied, with the totals
      * by department and currency finance takes out of its control
      * figures - the RULE25 reconciliation counts closed accounts.
      *
      * An account still being worked is held back, not purged:
      *   - an open exception case keyed on the account (EXCPCASE,
      *     any rule - RULE24 and RULE26 key theirs by account); or
      *   - a case keyed on the account, open or closed, that was
      *     still being reported on or after the date of an open or
      *     escalated REVIEWQ item for the same rule - that item is
      *     the one the analyst is dispositioning it under on DAT3.
      * Held accounts are listed on the certificate with the reason
      * and come up again every run until the case and the item are
      * closed. Without REVIEWQ or EXCPCASE nothing can be proved
      * unreferenced, and the run is refused.
      *
      * An inactive account with no close date is one closed before
      * the date was kept that DATAAPL has not yet dated; it is
      * counted, never purged. The purge is refused while APLCHKPT
      * shows an apply in flight: the restart's backout would put
      * purged accounts back.
      *
      * PURGPARM is optional, KEYWORD=VALUE:
      *   RETAIN-YEARS=nn    retention period in years from the
      *                      close date (default 07)
      *   RULE=xxxxxxxxxxxx  the records retention rule the period
      *                      comes from, printed on the certificate
      *                      and archive (default ACCT-CLOSED)
      *   TRIAL=Y            list what would be purged and held,
      *                      archive and delete nothing
      *
      * RC 0 = purge complete (or nothing due); RC 4 = complete, but
      * some accounts past the period were held back; RC 12 = refused
      * before ACCTMAST was touched - bad PURGPARM, REVIEWQ or
      * EXCPCASE not readable or too big to hold, or an apply in
      * flight; RC 999 = ACCTMAST, PURGARCH, PURGNUM or PURGCERT
      * failure - every account deleted is on the archive and the
      * register, the certificate says how far the run got.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGPARM-FILE  ASSIGN TO 'PURGPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGPARM-STATUS.
           SELECT APLCHKPT-FILE  ASSIGN TO 'APLCHKPT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-APLCHKPT-RRN
               FILE STATUS IS WS-APLCHKPT-STATUS.
           SELECT REVIEWQ-FILE   ASSIGN TO 'REVIEWQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEWQ-STATUS.
           SELECT EXCPCASE-FILE  ASSIGN TO 'EXCPCASE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XC-KEY
               FILE STATUS IS WS-EXCPCASE-STATUS.
      * Same batch-SELECT keyed access DATAAPL uses for ACCTMAST.
           SELECT ACCTMAST-FILE  ASSIGN TO 'ACCTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT PURGARCH-FILE  ASSIGN TO 'PURGARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGARCH-STATUS.
           SELECT PURGNUM-FILE   ASSIGN TO 'PURGNUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-ACCT-NUMBER
               FILE STATUS IS WS-PURGNUM-STATUS.
           SELECT PURGCERT-FILE  ASSIGN TO 'PURGCERT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGCERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURGPARM-FILE.
       01  PURGPARM-RECORD          PIC X(80).

       FD  APLCHKPT-FILE.
           COPY DATACKP.

       FD  REVIEWQ-FILE.
           COPY REVIEWQ.

       FD  EXCPCASE-FILE.
           COPY EXCPCASE.

       FD  ACCTMAST-FILE.
           COPY DATACCT.

       FD  PURGARCH-FILE.
           COPY DATPGAR.

       FD  PURGNUM-FILE.
           COPY DATPGNO.

       FD  PURGCERT-FILE.
       01  PURGCERT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PURGPARM-STATUS       PIC X(02).
           88  WS-PURGPARM-OK            VALUE '00'.
           88  WS-PURGPARM-EOF            VALUE '10'.
       01  WS-APLCHKPT-STATUS       PIC X(02).
           88  WS-APLCHKPT-OK            VALUE '00'.
       01  WS-APLCHKPT-RRN          PIC 9(04) COMP VALUE 1.
       01  WS-REVIEWQ-STATUS        PIC X(02).
           88  WS-REVIEWQ-OK             VALUE '00'.
           88  WS-REVIEWQ-EOF             VALUE '10'.
       01  WS-EXCPCASE-STATUS       PIC X(02).
           88  WS-EXCPCASE-OK            VALUE '00'.
           88  WS-EXCPCASE-EOF            VALUE '10'.
       01  WS-ACCTMAST-STATUS       PIC X(02).
           88  WS-ACCTMAST-OK            VALUE '00'.
           88  WS-ACCTMAST-EOF            VALUE '10'.
       01  WS-PURGARCH-STATUS       PIC X(02).
       01  WS-PURGNUM-STATUS        PIC X(02).
           88  WS-PURGNUM-OK             VALUE '00'.
       01  WS-PURGCERT-STATUS       PIC X(02).

           COPY DATBDGP.

       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(40).
       01  WS-RETAIN-YEARS          PIC 9(02) VALUE 7.
       01  WS-RETAIN-RULE           PIC X(12) VALUE 'ACCT-CLOSED'.
       01  WS-TRIAL-SW              PIC X(01) VALUE 'N'.
           88  WS-Trial-Run               VALUE 'Y' FALSE 'N'.

      * The business date, and the close date an account must be
      * before to have been closed more than the retention period.
       01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YYYY       PIC 9(04).
           05  WS-CUTOFF-MMDD       PIC 9(04).

       01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
           88  WS-Refused                 VALUE 'Y' FALSE 'N'.
       01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
           88  WS-Purge-Failed            VALUE 'Y' FALSE 'N'.
       01  WS-CERT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-Cert-Open               VALUE 'Y' FALSE 'N'.
       01  WS-ARCH-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-Arch-Open               VALUE 'Y' FALSE 'N'.
       01  WS-PNUM-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-Pnum-Open               VALUE 'Y' FALSE 'N'.

      * Rules with a REVIEWQ item still open or escalated, and the
      * date of the oldest such item.
       01  WS-RQ-RULE-TABLE.
           05  WS-RR-ENTRY OCCURS 200 TIMES
                                 INDEXED BY RR-IDX.
               10  WS-RR-RULE           PIC X(04).
               10  WS-RR-OLDEST         PIC 9(08).
       01  WS-RR-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-RR-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-Rr-Found                VALUE 'Y' FALSE 'N'.
       01  WS-RQ-DATE               PIC 9(08).

      * Accounts referenced by an exception case still being worked,
      * in the order EXCPCASE gave them. C = open case, Q = case
      * under an open REVIEWQ item.
       01  WS-HOLD-TABLE.
           05  WS-HD-ENTRY OCCURS 3000 TIMES
                                 INDEXED BY HD-IDX.
               10  WS-HD-ACCT           PIC 9(06).
               10  WS-HD-REASON         PIC X(01).
       01  WS-HD-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-HOLD-ACCT             PIC 9(06).
       01  WS-HOLD-REASON           PIC X(01).
       01  WS-HD-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-Hd-Found                VALUE 'Y' FALSE 'N'.

      * Accounts past the period but held, for the certificate.
       01  WS-HELD-TABLE.
           05  WS-HL-ENTRY OCCURS 500 TIMES
                                 INDEXED BY HL-IDX.
               10  WS-HL-ACCT           PIC 9(06).
               10  WS-HL-DIGIT          PIC 9(01).
               10  WS-HL-DEPT           PIC X(03).
               10  WS-HL-CCY            PIC X(03).
               10  WS-HL-CLOSE-DATE     PIC 9(08).
               10  WS-HL-REASON         PIC X(01).
       01  WS-HL-COUNT              PIC 9(04) COMP VALUE ZERO.

      * What was purged, by department and currency in that order.
       01  WS-PURGED-TABLE.
           05  WS-PT-ENTRY OCCURS 300 TIMES
                                 INDEXED BY PT-IDX.
               10  WS-PT-KEY.
                   15  WS-PT-DEPT           PIC X(03).
                   15  WS-PT-CCY            PIC X(03).
               10  WS-PT-COUNT          PIC 9(07) COMP-3.
               10  WS-PT-OPEN-BAL       PIC S9(11)V99 COMP-3.
               10  WS-PT-CURR-BAL       PIC S9(11)V99 COMP-3.
       01  WS-PT-COUNT-USED         PIC 9(04) COMP VALUE ZERO.
       01  WS-PT-FIND-KEY.
           05  WS-PT-FIND-DEPT      PIC X(03).
           05  WS-PT-FIND-CCY       PIC X(03).
       01  WS-PT-POS                PIC 9(04) COMP VALUE ZERO.
       01  WS-PT-SHIFT              PIC 9(04) COMP VALUE ZERO.
       01  WS-PT-SCANNING-SW        PIC X(01) VALUE 'N'.
           88  WS-Pt-Scanning             VALUE 'Y' FALSE 'N'.
       01  WS-PT-FULL-SW            PIC X(01) VALUE 'N'.
           88  WS-Pt-Full                 VALUE 'Y' FALSE 'N'.

       01  WS-CT-READ               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-ACTIVE             PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-IN-PERIOD          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-UNDATED            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-PURGED             PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-HELD-CASE          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-HELD-REVIEWQ       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-RQ-OPEN            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-CASES              PIC 9(07) COMP-3 VALUE ZERO.

      * Certificate lines.
       01  WS-CERT-TITLE.
           05  FILLER               PIC X(09) VALUE 'DATPURG  '.
           05  WS-CT-TITLE-TEXT     PIC X(71).
       01  WS-CERT-DETAIL.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CD-ACCT           PIC 9(06).
           05  FILLER               PIC X(01) VALUE '-'.
           05  WS-CD-DIGIT          PIC 9(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CD-DEPT           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CD-CCY            PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CD-CLOSE-DATE     PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CD-RULE           PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CD-YEARS          PIC Z9.
           05  FILLER               PIC X(04) VALUE ' YRS'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CD-ACTION         PIC X(27).
       01  WS-CERT-TOTAL.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CX-DEPT           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CX-CCY            PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CX-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CX-OPEN-BAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CX-CURR-BAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(17) VALUE SPACES.
       01  WS-CERT-COUNT.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CC-LABEL          PIC X(40).
           05  WS-CC-VALUE          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(29) VALUE SPACES.
       01  WS-YEARS-EDIT            PIC Z9.

       PROCEDURE DIVISION.
          0000-Mainline.
           CALL 'DATBDGT' USING DATBDGT-PARMS.
           Move BG-BUSINESS-DATE to WS-BUSINESS-DATE.
           if BG-No-Control
               Display 'WARNING-999: no BUSDATE control record -'
                   ' purging to the clock date ' WS-BUSINESS-DATE
           end-if.
           perform 0100-Read-Purgparm thru 0100-Read-Purgparm-Exit.
           if not WS-Refused
               perform 0200-Check-Checkpoint
                   thru 0200-Check-Checkpoint-Exit
           end-if.
           if not WS-Refused
               perform 1000-Load-Reviewq thru 1000-Load-Reviewq-Exit
           end-if.
           if not WS-Refused
               perform 2000-Load-Cases thru 2000-Load-Cases-Exit
           end-if.
           if WS-Refused
               Display 'DATPURG: purge refused - ACCTMAST untouched'
               Move 12 to RETURN-CODE
               STOP RUN
           end-if.
           Move WS-BUSINESS-DATE to WS-CUTOFF-DATE.
           subtract WS-RETAIN-YEARS from WS-CUTOFF-YYYY.
           perform 3000-Purge-Accounts thru 3000-Purge-Accounts-Exit.
           perform 4000-Finish-Certificate
               thru 4000-Finish-Certificate-Exit.
           perform 5000-Print-Totals thru 5000-Print-Totals-Exit.
           evaluate true
               when WS-Purge-Failed
                   Move 999 to RETURN-CODE
               when WS-CT-HELD-CASE > ZERO
                   or WS-CT-HELD-REVIEWQ > ZERO
                   Move 4 to RETURN-CODE
               when other
                   Move ZERO to RETURN-CODE
           end-evaluate.
           STOP RUN.
      *
          0100-Read-Purgparm.
      * No PURGPARM is the policy's own period under its own name.
           OPEN INPUT PURGPARM-FILE.
           if not WS-PURGPARM-OK
               GO TO 0100-Read-Purgparm-Exit
           end-if.
           perform 0110-Read-Purgparm-Record
               thru 0110-Read-Purgparm-Record-Exit
               until WS-PURGPARM-EOF.
           CLOSE PURGPARM-FILE.
           Exit Paragraph.
          0100-Read-Purgparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Purgparm-Record.
           READ PURGPARM-FILE
               AT END set WS-PURGPARM-EOF to true
               NOT AT END
                   perform 0120-Apply-Purgparm-Keyword
                       thru 0120-Apply-Purgparm-Keyword-Exit
           end-read.
           Exit Paragraph.
          0110-Read-Purgparm-Record-Exit.
           Exit Paragraph.
      *
          0120-Apply-Purgparm-Keyword.
           Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT.
           UNSTRING PURGPARM-RECORD DELIMITED BY '='
               INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT.
           evaluate WS-PARM-KEYWORD
      * A period that cannot be read is never guessed at - purging
      * to the wrong one destroys records nobody can get back.
               when 'RETAIN-YEARS'
                   if WS-PARM-VALUE-TEXT(1:2) numeric
                       and WS-PARM-VALUE-TEXT(1:2) not = '00'
                       Move WS-PARM-VALUE-TEXT(1:2) to WS-RETAIN-YEARS
                   else
                       Display 'ERROR-999: PURGPARM RETAIN-YEARS not'
                           ' 01-99: ' WS-PARM-VALUE-TEXT
                       set WS-Refused to true
                   end-if
               when 'RULE'
                   if WS-PARM-VALUE-TEXT not = SPACES
                       Move WS-PARM-VALUE-TEXT to WS-RETAIN-RULE
                   end-if
               when 'TRIAL'
                   if WS-PARM-VALUE-TEXT(1:1) = 'Y'
                       set WS-Trial-Run to true
                   end-if
               when SPACES
                   continue
               when other
                   Display 'DATPURG: Ignoring unknown PURGPARM'
                       ' keyword ' WS-PARM-KEYWORD
           end-evaluate.
           Exit Paragraph.
          0120-Apply-Purgparm-Keyword-Exit.
           Exit Paragraph.
      *
          0200-Check-Checkpoint.
      * No checkpoint at all is an apply never run under one - none
      * in flight.
           Move 1 to WS-APLCHKPT-RRN.
           OPEN INPUT APLCHKPT-FILE.
           if not WS-APLCHKPT-OK
               GO TO 0200-Check-Checkpoint-Exit
           end-if.
           READ APLCHKPT-FILE
               INVALID KEY continue
               NOT INVALID KEY
                   if CK-In-Flight
                       Display 'ERROR-999: APLCHKPT shows feed '
                           CK-FEED-DATE ' ' CK-FEED-SEQ ' in flight'
                           ' - restart DATAAPL first'
                       set WS-Refused to true
                   end-if
           end-read.
           CLOSE APLCHKPT-FILE.
           Exit Paragraph.
          0200-Check-Checkpoint-Exit.
           Exit Paragraph.
      *
          1000-Load-Reviewq.
           OPEN INPUT REVIEWQ-FILE.
           if not WS-REVIEWQ-OK
               Display 'ERROR-999: Unable to open REVIEWQ status='
                   WS-REVIEWQ-STATUS
               set WS-Refused to true
               GO TO 1000-Load-Reviewq-Exit
           end-if.
           perform 1100-Read-One-Item thru 1100-Read-One-Item-Exit
               until WS-REVIEWQ-EOF or WS-Refused.
           CLOSE REVIEWQ-FILE.
           Exit Paragraph.
          1000-Load-Reviewq-Exit.
           Exit Paragraph.
      *
          1100-Read-One-Item.
           READ REVIEWQ-FILE
               AT END
                   set WS-REVIEWQ-EOF to true
                   GO TO 1100-Read-One-Item-Exit
           end-read.
      * Open or escalated is still being worked; accepted and
      * resolved items are done with.
           if not RQ-Open and not RQ-Escalated
               GO TO 1100-Read-One-Item-Exit
           end-if.
           add 1 to WS-CT-RQ-OPEN.
           if RQ-TIMESTAMP(1:8) numeric
               Move RQ-TIMESTAMP(1:8) to WS-RQ-DATE
           else
               Move ZERO to WS-RQ-DATE
           end-if.
           set WS-Rr-Found to false.
           if WS-RR-COUNT > ZERO
               set RR-IDX to 1
               search WS-RR-ENTRY
                   at end
                       continue
                   when RR-IDX > WS-RR-COUNT
                       continue
                   when WS-RR-RULE(RR-IDX) = RQ-RULE
                       set WS-Rr-Found to true
               end-search
           end-if.
           if WS-Rr-Found
               if WS-RQ-DATE < WS-RR-OLDEST(RR-IDX)
                   Move WS-RQ-DATE to WS-RR-OLDEST(RR-IDX)
               end-if
               GO TO 1100-Read-One-Item-Exit
           end-if.
           if WS-RR-COUNT >= 200
               Display 'ERROR-999: More than 200 rules with open'
                   ' REVIEWQ items - holds cannot be proved'
               set WS-Refused to true
               GO TO 1100-Read-One-Item-Exit
           end-if.
           add 1 to WS-RR-COUNT.
           set RR-IDX to WS-RR-COUNT.
           Move RQ-RULE    to WS-RR-RULE(RR-IDX).
           Move WS-RQ-DATE to WS-RR-OLDEST(RR-IDX).
           Exit Paragraph.
          1100-Read-One-Item-Exit.
           Exit Paragraph.
      *
          2000-Load-Cases.
           OPEN INPUT EXCPCASE-FILE.
           if not WS-EXCPCASE-OK
               Display 'ERROR-999: Unable to open EXCPCASE status='
                   WS-EXCPCASE-STATUS
               set WS-Refused to true
               GO TO 2000-Load-Cases-Exit
           end-if.
           perform 2100-Read-One-Case thru 2100-Read-One-Case-Exit
               until WS-EXCPCASE-EOF or WS-Refused.
           CLOSE EXCPCASE-FILE.
           Exit Paragraph.
          2000-Load-Cases-Exit.
           Exit Paragraph.
      *
          2100-Read-One-Case.
           READ EXCPCASE-FILE NEXT RECORD
               AT END
                   set WS-EXCPCASE-EOF to true
                   GO TO 2100-Read-One-Case-Exit
           end-read.
           if not WS-EXCPCASE-OK
               Display 'ERROR-999: EXCPCASE read failed status='
                   WS-EXCPCASE-STATUS
               set WS-Refused to true
               GO TO 2100-Read-One-Case-Exit
           end-if.
           add 1 to WS-CT-CASES.
      * Only a case keyed by an account number can hold an account.
           if XC-RECORD-KEY(1:6) not numeric
               or XC-RECORD-KEY(7:14) not = SPACES
               GO TO 2100-Read-One-Case-Exit
           end-if.
           Move XC-RECORD-KEY(1:6) to WS-HOLD-ACCT.
           if XC-Open
               Move 'C' to WS-HOLD-REASON
               perform 2200-Add-Hold thru 2200-Add-Hold-Exit
               GO TO 2100-Read-One-Case-Exit
           end-if.
           if WS-RR-COUNT = ZERO
               GO TO 2100-Read-One-Case-Exit
           end-if.
           set WS-Rr-Found to false.
           set RR-IDX to 1.
           search WS-RR-ENTRY
               at end
                   continue
               when RR-IDX > WS-RR-COUNT
                   continue
               when WS-RR-RULE(RR-IDX) = XC-RULE
                   set WS-Rr-Found to true
           end-search.
           if WS-Rr-Found
               and XC-LAST-SEEN >= WS-RR-OLDEST(RR-IDX)
               Move 'Q' to WS-HOLD-REASON
               perform 2200-Add-Hold thru 2200-Add-Hold-Exit
           end-if.
           Exit Paragraph.
          2100-Read-One-Case-Exit.
           Exit Paragraph.
      *
          2200-Add-Hold.
      * Already held for an open case stays held for it; a hold for
      * an open REVIEWQ item is upgraded when an open case turns up.
           perform 2300-Find-Hold thru 2300-Find-Hold-Exit.
           if WS-Hd-Found
               if WS-HOLD-REASON = 'C'
                   Move 'C' to WS-HD-REASON(HD-IDX)
               end-if
               GO TO 2200-Add-Hold-Exit
           end-if.
           if WS-HD-COUNT >= 3000
               Display 'ERROR-999: More than 3000 accounts with'
                   ' exception cases being worked - holds cannot'
                   ' be proved'
               set WS-Refused to true
               GO TO 2200-Add-Hold-Exit
           end-if.
           add 1 to WS-HD-COUNT.
           set HD-IDX to WS-HD-COUNT.
           Move WS-HOLD-ACCT   to WS-HD-ACCT(HD-IDX).
           Move WS-HOLD-REASON to WS-HD-REASON(HD-IDX).
           Exit Paragraph.
          2200-Add-Hold-Exit.
           Exit Paragraph.
      *
          2300-Find-Hold.
           set WS-Hd-Found to false.
           if WS-HD-COUNT = ZERO
               GO TO 2300-Find-Hold-Exit
           end-if.
           set HD-IDX to 1.
           search WS-HD-ENTRY
               at end
                   continue
               when HD-IDX > WS-HD-COUNT
                   continue
               when WS-HD-ACCT(HD-IDX) = WS-HOLD-ACCT
                   set WS-Hd-Found to true
           end-search.
           Exit Paragraph.
          2300-Find-Hold-Exit.
           Exit Paragraph.
      *
          3000-Purge-Accounts.
           OPEN OUTPUT PURGCERT-FILE.
           if WS-PURGCERT-STATUS not = '00'
               Display 'ERROR-999: Unable to open PURGCERT status='
                   WS-PURGCERT-STATUS
               set WS-Purge-Failed to true
               GO TO 3000-Purge-Accounts-Exit
           end-if.
           set WS-Cert-Open to true.
           perform 3050-Print-Heading thru 3050-Print-Heading-Exit.
           if WS-Trial-Run
               OPEN INPUT ACCTMAST-FILE
           else
               OPEN I-O ACCTMAST-FILE
           end-if.
           if not WS-ACCTMAST-OK
               Display 'ERROR-999: Unable to open ACCTMAST status='
                   WS-ACCTMAST-STATUS
               set WS-Purge-Failed to true
               GO TO 3000-Purge-Accounts-Exit
           end-if.
           if not WS-Trial-Run
               OPEN OUTPUT PURGARCH-FILE
               if WS-PURGARCH-STATUS not = '00'
                   Display 'ERROR-999: Unable to open PURGARCH'
                       ' status=' WS-PURGARCH-STATUS
                   set WS-Purge-Failed to true
                   CLOSE ACCTMAST-FILE
                   GO TO 3000-Purge-Accounts-Exit
               end-if
               set WS-Arch-Open to true
      * A new register is created empty on the first purge.
               OPEN I-O PURGNUM-FILE
               if not WS-PURGNUM-OK
                   OPEN OUTPUT PURGNUM-FILE
                   if WS-PURGNUM-OK
                       CLOSE PURGNUM-FILE
                       OPEN I-O PURGNUM-FILE
                   end-if
               end-if
               if not WS-PURGNUM-OK
                   Display 'ERROR-999: Unable to open PURGNUM'
                       ' status=' WS-PURGNUM-STATUS
                   set WS-Purge-Failed to true
                   CLOSE ACCTMAST-FILE
                   CLOSE PURGARCH-FILE
                   GO TO 3000-Purge-Accounts-Exit
               end-if
               set WS-Pnum-Open to true
           end-if.
           perform 3100-Check-One-Account
               thru 3100-Check-One-Account-Exit
               until WS-ACCTMAST-EOF or WS-Purge-Failed.
           CLOSE ACCTMAST-FILE.
           if WS-Arch-Open
               CLOSE PURGARCH-FILE
           end-if.
           if WS-Pnum-Open
               CLOSE PURGNUM-FILE
           end-if.
           Exit Paragraph.
          3000-Purge-Accounts-Exit.
           Exit Paragraph.
      *
          3050-Print-Heading.
           if WS-Trial-Run
               Move 'CLOSED-ACCOUNT PURGE - TRIAL, NOTHING PURGED'
                 to WS-CT-TITLE-TEXT
           else
               Move 'CERTIFICATE OF PURGE - CLOSED ACCOUNTS'
                 to WS-CT-TITLE-TEXT
           end-if.
           WRITE PURGCERT-RECORD FROM WS-CERT-TITLE.
           Move SPACES to PURGCERT-RECORD.
           STRING '  Business date ' WS-BUSINESS-DATE
                  '   purged from ACCTMAST'
                  DELIMITED BY SIZE INTO PURGCERT-RECORD.
           WRITE PURGCERT-RECORD.
           Move WS-RETAIN-YEARS to WS-YEARS-EDIT.
           Move SPACES to PURGCERT-RECORD.
           STRING '  Retention rule ' WS-RETAIN-RULE
                  ' - ' WS-YEARS-EDIT ' years from close date'
                  DELIMITED BY SIZE INTO PURGCERT-RECORD.
           WRITE PURGCERT-RECORD.
           Move SPACES to PURGCERT-RECORD.
           STRING '  Inactive accounts closed before '
                  WS-CUTOFF-DATE
                  DELIMITED BY SIZE INTO PURGCERT-RECORD.
           WRITE PURGCERT-RECORD.
           Move SPACES to PURGCERT-RECORD.
           WRITE PURGCERT-RECORD.
           Move '  ACCOUNT   DEPT CCY  CLOSED    RETENTION RULE'
             to PURGCERT-RECORD.
           WRITE PURGCERT-RECORD.
           Exit Paragraph.
          3050-Print-Heading-Exit.
           Exit Paragraph.
      *
          3100-Check-One-Account.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   set WS-ACCTMAST-EOF to true
                   GO TO 3100-Check-One-Account-Exit
           end-read.
           if not WS-ACCTMAST-OK
               Display 'ERROR-999: ACCTMAST read failed status='
                   WS-ACCTMAST-STATUS
               set WS-Purge-Failed to true
               GO TO 3100-Check-One-Account-Exit
           end-if.
           add 1 to WS-CT-READ.
           if not ACCT-Inactive
               add 1 to WS-CT-ACTIVE
               GO TO 3100-Check-One-Account-Exit
           end-if.
           if ACCT-CLOSE-DATE not numeric
               or ACCT-CLOSE-DATE = ZERO
               add 1 to WS-CT-UNDATED
               GO TO 3100-Check-One-Account-Exit
           end-if.
           if ACCT-CLOSE-DATE >= WS-CUTOFF-DATE
               add 1 to WS-CT-IN-PERIOD
               GO TO 3100-Check-One-Account-Exit
           end-if.
           Move ACCT-NUMBER to WS-HOLD-ACCT.
           perform 2300-Find-Hold thru 2300-Find-Hold-Exit.
           if WS-Hd-Found
               perform 3300-Note-Held thru 3300-Note-Held-Exit
               GO TO 3100-Check-One-Account-Exit
           end-if.
           perform 3200-Purge-One thru 3200-Purge-One-Exit.
           Exit Paragraph.
          3100-Check-One-Account-Exit.
           Exit Paragraph.
      *
          3200-Purge-One.
      * Archive and register first, then delete - an account is
      * never off the master without being on the archive, nor
      * leaves a gap RULE24 cannot account for.
           if not WS-Trial-Run
               Move WS-BUSINESS-DATE to PA-PURGE-DATE
               Move WS-RETAIN-RULE   to PA-RETAIN-RULE
               Move WS-RETAIN-YEARS  to PA-RETAIN-YEARS
               Move ACCTRANGE-RECORD to PA-ACCOUNT-IMAGE
               WRITE PURGARCH-RECORD
               if WS-PURGARCH-STATUS not = '00'
                   Display 'ERROR-999: PURGARCH write failed status='
                       WS-PURGARCH-STATUS ' account ' ACCT-NUMBER
                       ' - not purged'
                   set WS-Purge-Failed to true
                   GO TO 3200-Purge-One-Exit
               end-if
               Move ACCT-NUMBER      to PN-ACCT-NUMBER
               Move WS-BUSINESS-DATE to PN-PURGE-DATE
               Move ACCT-CLOSE-DATE  to PN-CLOSE-DATE
               WRITE PURGNUM-RECORD
                   INVALID KEY
                       REWRITE PURGNUM-RECORD
                           INVALID KEY continue
                       end-rewrite
               end-write
               if not WS-PURGNUM-OK
                   Display 'ERROR-999: PURGNUM write failed status='
                       WS-PURGNUM-STATUS ' account ' ACCT-NUMBER
                       ' - archived, not purged'
                   set WS-Purge-Failed to true
                   GO TO 3200-Purge-One-Exit
               end-if
               DELETE ACCTMAST-FILE RECORD
                   INVALID KEY continue
               end-delete
               if not WS-ACCTMAST-OK
                   Display 'ERROR-999: ACCTMAST delete failed status='
                       WS-ACCTMAST-STATUS ' account ' ACCT-NUMBER
                       ' - archived, still on master'
                   set WS-Purge-Failed to true
                   GO TO 3200-Purge-One-Exit
               end-if
           end-if.
           add 1 to WS-CT-PURGED.
           Move ACCT-NUMBER       to WS-CD-ACCT.
           Move ACCT-CHECK-DIGIT  to WS-CD-DIGIT.
           Move ACCT-DEPT         to WS-CD-DEPT.
           Move ACCT-CURRENCY     to WS-CD-CCY.
           Move ACCT-CLOSE-DATE   to WS-CD-CLOSE-DATE.
           Move WS-RETAIN-RULE    to WS-CD-RULE.
           Move WS-RETAIN-YEARS   to WS-CD-YEARS.
           if WS-Trial-Run
               Move 'WOULD BE PURGED' to WS-CD-ACTION
           else
               Move 'PURGED'          to WS-CD-ACTION
           end-if.
           WRITE PURGCERT-RECORD FROM WS-CERT-DETAIL.
           if WS-PURGCERT-STATUS not = '00'
               Display 'ERROR-999: PURGCERT write failed status='
                   WS-PURGCERT-STATUS ' account ' ACCT-NUMBER
                   ' - purge stopped'
               set WS-Purge-Failed to true
           end-if.
           perform 3400-Add-Purged-Total
               thru 3400-Add-Purged-Total-Exit.
           Exit Paragraph.
          3200-Purge-One-Exit.
           Exit Paragraph.
      *
          3300-Note-Held.
           if WS-HD-REASON(HD-IDX) = 'C'
               add 1 to WS-CT-HELD-CASE
           else
               add 1 to WS-CT-HELD-REVIEWQ
           end-if.
           if WS-HL-COUNT >= 500
               Display 'DATPURG: Held back ' ACCT-NUMBER
                   ' closed ' ACCT-CLOSE-DATE ' reason '
                   WS-HD-REASON(HD-IDX) ' - not on certificate'
               GO TO 3300-Note-Held-Exit
           end-if.
           add 1 to WS-HL-COUNT.
           set HL-IDX to WS-HL-COUNT.
           Move ACCT-NUMBER          to WS-HL-ACCT(HL-IDX).
           Move ACCT-CHECK-DIGIT     to WS-HL-DIGIT(HL-IDX).
           Move ACCT-DEPT            to WS-HL-DEPT(HL-IDX).
           Move ACCT-CURRENCY        to WS-HL-CCY(HL-IDX).
           Move ACCT-CLOSE-DATE      to WS-HL-CLOSE-DATE(HL-IDX).
           Move WS-HD-REASON(HD-IDX) to WS-HL-REASON(HL-IDX).
           Exit Paragraph.
          3300-Note-Held-Exit.
           Exit Paragraph.
      *
          3400-Add-Purged-Total.
      * Kept in department and currency order, the way finance lays
      * out its control figures: find the first entry not below the
      * key, and either it is this key or the new entry goes in
      * ahead of it.
           Move ACCT-DEPT     to WS-PT-FIND-DEPT.
           Move ACCT-CURRENCY to WS-PT-FIND-CCY.
           Move 1 to WS-PT-POS.
           set WS-Pt-Scanning to true.
           perform 3410-Scan-Purged thru 3410-Scan-Purged-Exit
               until not WS-Pt-Scanning.
           if WS-PT-POS <= WS-PT-COUNT-USED
               if WS-PT-KEY(WS-PT-POS) = WS-PT-FIND-KEY
                   set PT-IDX to WS-PT-POS
                   GO TO 3400-Add-Purged-Add
               end-if
           end-if.
           if WS-PT-COUNT-USED >= 300
               if not WS-Pt-Full
                   Display 'WARNING-999: DATPURG department total'
                       ' table full at 300 - department totals'
                       ' incomplete'
                   set WS-Pt-Full to true
               end-if
               GO TO 3400-Add-Purged-Total-Exit
           end-if.
           perform 3420-Shift-Purged thru 3420-Shift-Purged-Exit
               varying WS-PT-SHIFT from WS-PT-COUNT-USED by -1
               until WS-PT-SHIFT < WS-PT-POS.
           add 1 to WS-PT-COUNT-USED.
           set PT-IDX to WS-PT-POS.
           Move WS-PT-FIND-KEY to WS-PT-KEY(PT-IDX).
           Move ZERO to WS-PT-COUNT(PT-IDX) WS-PT-OPEN-BAL(PT-IDX)
                        WS-PT-CURR-BAL(PT-IDX).
          3400-Add-Purged-Add.
           add 1             to WS-PT-COUNT(PT-IDX).
           add ACCT-OPEN-BAL to WS-PT-OPEN-BAL(PT-IDX).
           if ACCT-CURR-BAL numeric
               add ACCT-CURR-BAL to WS-PT-CURR-BAL(PT-IDX)
           else
               add ACCT-OPEN-BAL to WS-PT-CURR-BAL(PT-IDX)
           end-if.
           Exit Paragraph.
          3400-Add-Purged-Total-Exit.
           Exit Paragraph.
      *
          3410-Scan-Purged.
           if WS-PT-POS > WS-PT-COUNT-USED
               set WS-Pt-Scanning to false
           else
               if WS-PT-KEY(WS-PT-POS) >= WS-PT-FIND-KEY
                   set WS-Pt-Scanning to false
               else
                   add 1 to WS-PT-POS
               end-if
           end-if.
           Exit Paragraph.
          3410-Scan-Purged-Exit.
           Exit Paragraph.
      *
          3420-Shift-Purged.
           Move WS-PT-ENTRY(WS-PT-SHIFT)
             to WS-PT-ENTRY(WS-PT-SHIFT + 1).
           Exit Paragraph.
          3420-Shift-Purged-Exit.
           Exit Paragraph.
      *
          4000-Finish-Certificate.
           if not WS-Cert-Open
               GO TO 4000-Finish-Certificate-Exit
           end-if.
           if WS-HL-COUNT > ZERO
               Move SPACES to PURGCERT-RECORD
               WRITE PURGCERT-RECORD
               Move '  HELD BACK - PAST THE PERIOD, STILL BEING WORKED'
                 to PURGCERT-RECORD
               WRITE PURGCERT-RECORD
               perform 4100-Print-One-Held
                   thru 4100-Print-One-Held-Exit
                   varying HL-IDX from 1 by 1
                   until HL-IDX > WS-HL-COUNT
           end-if.
           if WS-PT-COUNT-USED > ZERO
               Move SPACES to PURGCERT-RECORD
               WRITE PURGCERT-RECORD
               Move '  PURGED BY DEPARTMENT AND CURRENCY'
                 to PURGCERT-RECORD
               WRITE PURGCERT-RECORD
               Move '  DEPT CCY      COUNT      OPENING BALANCE'
                 to PURGCERT-RECORD
               Move 'CURRENT BALANCE' to PURGCERT-RECORD(50:15)
               WRITE PURGCERT-RECORD
               perform 4200-Print-One-Total
                   thru 4200-Print-One-Total-Exit
                   varying PT-IDX from 1 by 1
                   until PT-IDX > WS-PT-COUNT-USED
           end-if.
           Move SPACES to PURGCERT-RECORD.
           WRITE PURGCERT-RECORD.
           Move 'Accounts on ACCTMAST read' to WS-CC-LABEL.
           Move WS-CT-READ to WS-CC-VALUE.
           WRITE PURGCERT-RECORD FROM WS-CERT-COUNT.
           Move 'Active' to WS-CC-LABEL.
           Move WS-CT-ACTIVE to WS-CC-VALUE.
           WRITE PURGCERT-RECORD FROM WS-CERT-COUNT.
           Move 'Inactive, inside the period' to WS-CC-LABEL.
           Move WS-CT-IN-PERIOD to WS-CC-VALUE.
           WRITE PURGCERT-RECORD FROM WS-CERT-COUNT.
           Move 'Inactive, no close date yet' to WS-CC-LABEL.
           Move WS-CT-UNDATED to WS-CC-VALUE.
           WRITE PURGCERT-RECORD FROM WS-CERT-COUNT.
           Move 'Held - open exception case' to WS-CC-LABEL.
           Move WS-CT-HELD-CASE to WS-CC-VALUE.
           WRITE PURGCERT-RECORD FROM WS-CERT-COUNT.
           Move 'Held - open REVIEWQ item' to WS-CC-LABEL.
           Move WS-CT-HELD-REVIEWQ to WS-CC-VALUE.
           WRITE PURGCERT-RECORD FROM WS-CERT-COUNT.
           if WS-Trial-Run
               Move 'Would be purged' to WS-CC-LABEL
           else
               Move 'Purged and archived to PURGARCH'
                 to WS-CC-LABEL
           end-if.
           Move WS-CT-PURGED to WS-CC-VALUE.
           WRITE PURGCERT-RECORD FROM WS-CERT-COUNT.
           Move SPACES to PURGCERT-RECORD.
           WRITE PURGCERT-RECORD.
           if WS-Purge-Failed
               Move '  RUN FAILED - ONLY THE ACCOUNTS LISTED ABOVE'
                 to PURGCERT-RECORD
               Move 'WERE PURGED' to PURGCERT-RECORD(47:11)
               WRITE PURGCERT-RECORD
           end-if.
           Move '  *** END OF CERTIFICATE ***' to PURGCERT-RECORD.
           WRITE PURGCERT-RECORD.
           CLOSE PURGCERT-FILE.
           set WS-Cert-Open to false.
           Exit Paragraph.
          4000-Finish-Certificate-Exit.
           Exit Paragraph.
      *
          4100-Print-One-Held.
           Move WS-HL-ACCT(HL-IDX)       to WS-CD-ACCT.
           Move WS-HL-DIGIT(HL-IDX)      to WS-CD-DIGIT.
           Move WS-HL-DEPT(HL-IDX)       to WS-CD-DEPT.
           Move WS-HL-CCY(HL-IDX)        to WS-CD-CCY.
           Move WS-HL-CLOSE-DATE(HL-IDX) to WS-CD-CLOSE-DATE.
           Move WS-RETAIN-RULE           to WS-CD-RULE.
           Move WS-RETAIN-YEARS          to WS-CD-YEARS.
           if WS-HL-REASON(HL-IDX) = 'C'
               Move 'HELD - OPEN EXCEPTION CASE' to WS-CD-ACTION
           else
               Move 'HELD - OPEN REVIEWQ ITEM'   to WS-CD-ACTION
           end-if.
           WRITE PURGCERT-RECORD FROM WS-CERT-DETAIL.
           Exit Paragraph.
          4100-Print-One-Held-Exit.
           Exit Paragraph.
      *
          4200-Print-One-Total.
           Move WS-PT-DEPT(PT-IDX)     to WS-CX-DEPT.
           Move WS-PT-CCY(PT-IDX)      to WS-CX-CCY.
           Move WS-PT-COUNT(PT-IDX)    to WS-CX-COUNT.
           Move WS-PT-OPEN-BAL(PT-IDX) to WS-CX-OPEN-BAL.
           Move WS-PT-CURR-BAL(PT-IDX) to WS-CX-CURR-BAL.
           WRITE PURGCERT-RECORD FROM WS-CERT-TOTAL.
           Exit Paragraph.
          4200-Print-One-Total-Exit.
           Exit Paragraph.
      *
          5000-Print-Totals.
           Display '-------------------------------------------'.
           if WS-Trial-Run
               Display 'DATPURG CLOSED-ACCOUNT PURGE TOTALS - TRIAL'
           else
               Display 'DATPURG CLOSED-ACCOUNT PURGE TOTALS'
           end-if.
           Display '  Business date. . . . . . . . : '
               WS-BUSINESS-DATE.
           Display '  Retention rule . . . . . . . : '
               WS-RETAIN-RULE ' ' WS-RETAIN-YEARS ' years'.
           Display '  Closed before. . . . . . . . : '
               WS-CUTOFF-DATE.
           Display '  Open REVIEWQ items. . . . . . : '
               WS-CT-RQ-OPEN.
           Display '  Exception cases read . . . . : '
               WS-CT-CASES.
           Display '  Accounts read. . . . . . . . : '
               WS-CT-READ.
           Display '    Active . . . . . . . . . . : '
               WS-CT-ACTIVE.
           Display '    Inactive, inside period. . : '
               WS-CT-IN-PERIOD.
           Display '    Inactive, no close date. . : '
               WS-CT-UNDATED.
           Display '    Held - open case . . . . . : '
               WS-CT-HELD-CASE.
           Display '    Held - open REVIEWQ item . : '
               WS-CT-HELD-REVIEWQ.
           if WS-Trial-Run
               Display '    Would be purged. . . . . . : '
                   WS-CT-PURGED
           else
               Display '    Purged . . . . . . . . . . : '
                   WS-CT-PURGED
           end-if.
           if WS-Purge-Failed
               Display '  PURGE FAILED - SEE ERROR MESSAGES ABOVE'
           end-if.
           Display '-------------------------------------------'.
           Exit Paragraph.
          5000-Print-Totals-Exit.
           Exit Paragraph.
