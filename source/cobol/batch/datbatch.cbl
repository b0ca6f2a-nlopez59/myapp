           SELECT DEADLTR-FILE   ASSIGN TO 'DEADLTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLTR-STATUS.
      * Rule outcome messages the MQ topic refused are captured here
      * in full for replay by DATPBRP - a VSAM ESDS the DATW and DATQ
      * services append to as well, the way DATAUDIT is shared.
           SELECT PUBDLTR-FILE   ASSIGN TO 'PUBDLTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUBDLTR-STATUS.
      * Per-call detail log preserving the WS-DIAGNOSTICS block the
      * dispatched rule returned - the full story behind WS-MSG1.
           SELECT DIAGLOG-FILE   ASSIGN TO 'DIAGLOG'
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RUNPROG-RRN
               FILE STATUS IS WS-RUNPROG-STATUS.
      * Input readiness: RULEINP says which shared datasets each
      * rule reads (see DATRINP), DATARDY holds the data-ready
      * stamps their producing jobs write (see DATARDY), so a rule
      * whose input was not produced for tonight's business date is
      * held back instead of sweeping yesterday's data clean.
           SELECT RULEINP-FILE   ASSIGN TO 'RULEINP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEINP-STATUS.
           SELECT DATARDY-FILE   ASSIGN TO 'DATARDY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATARDY-STATUS.
      * Quarterly ownership attestations (see DATATTS) - a rule
      * dispatched with no attestation for the quarter once the
      * ATTPARM grace period has run out is flagged in the listing.
           SELECT ATTEST-FILE    ASSIGN TO 'ATTEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTEST-STATUS.
           SELECT ATTPARM-FILE   ASSIGN TO 'ATTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIAGLOG-FILE.
           COPY DATDIAG.

       FD  PUBDLTR-FILE.
           COPY DATPDLT.

       FD  RERUNLST-FILE.
       01  RERUNLST-RECORD          PIC X(45).

       FD  RUNPROG-FILE.
           COPY DATPROG.

       FD  RULEINP-FILE.
           COPY DATRINP.

       FD  DATARDY-FILE.
           COPY DATARDY.

       FD  ATTEST-FILE.
           COPY DATATTS.

       FD  ATTPARM-FILE.
       01  ATTPARM-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      * PARMLIB is a member of KEYWORD=VALUE lines, one per record:
      *   MODE=SINGLE or MODE=MULTI  (defaults to SINGLE if omitted)
      *                               timestamp - for the rare
      *                               deliberate overlap only; the
      *                               default refuses with RC 16)
      *   BUSDATE=yyyymmdd           (business date the rules' input
      *                               datasets must be stamped ready
      *                               for; only where there is no
      *                               BUSDATE control record - with
      *                               one, the record decides and a
      *                               past day is rerun through a
      *                               DATBDRL override)
      *   PUBLISH=N                  (publish no rule outcome
      *                               messages to the DAT/OUTCOME
      *                               topic; defaults to Y)
      *   PUBQMGR=xxxx               (queue manager to publish
      *                               through; defaults to the
      *                               installation's default one)
       01  WS-PARMLIB-STATUS        PIC X(02).
           88  WS-PARMLIB-OK             VALUE '00'.
           88  WS-PARMLIB-EOF             VALUE '10'.
               10  WS-RT-FREQ-VALUE     PIC X(08).
               10  WS-RT-PREREQ-RULE    PIC X(04).
               10  WS-RT-RETRY-MAX      PIC 9(01).
               10  WS-RT-EFFECTIVE-FROM PIC 9(08).
               10  WS-RT-RETIRE-ON      PIC 9(08).
       01  WS-RULETAB-COUNT         PIC 9(04) COMP VALUE ZERO.
      * A catalog or run-state table hitting its limit fails the
      * run loudly - a rule that exists but quietly doesn't run is
       01  WS-PREREQ-RULE           PIC X(04) VALUE SPACES.
       01  WS-PREREQ-REASON         PIC X(37) VALUE SPACES.

      * Input readiness (see DATRINP/DATARDY): every rule/dataset
      * dependency, and the latest business date each dataset has
      * been stamped ready for. No RULEINP means no rule is held;
      * a dataset with no stamp at all is never ready.
       01  WS-RULEINP-STATUS        PIC X(02).
           88  WS-RULEINP-OK             VALUE '00'.
           88  WS-RULEINP-EOF             VALUE '10'.
       01  WS-DATARDY-STATUS        PIC X(02).
           88  WS-DATARDY-OK             VALUE '00'.
           88  WS-DATARDY-EOF             VALUE '10'.
       01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
      * The BUSDATE control record's answer (DATBDGT): the business
      * date every stamp of this run carries and every schedule is
      * judged by, however late past midnight the run finishes.
           COPY DATBDGP.
      * Owner of each review item queued (DATASGN): the rule's
      * runbook team and the analyst of that team whose turn it is.
           COPY DATASGP.
       01  WS-INPUT-TABLE.
           05  WS-INPUT-ENTRY OCCURS 500 TIMES
                                 INDEXED BY IN-IDX.
               10  WS-IN-RULE           PIC X(04).
               10  WS-IN-DATASET        PIC X(10).
       01  WS-INPUT-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-INPUT-SUB             PIC 9(04) COMP VALUE ZERO.
       01  WS-READY-TABLE.
           05  WS-READY-ENTRY OCCURS 50 TIMES
                                 INDEXED BY RY-IDX.
               10  WS-RY-DATASET        PIC X(10).
               10  WS-RY-DATE           PIC 9(08).
       01  WS-READY-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-INPUTS-OK-SW          PIC X(01) VALUE 'Y'.
           88  WS-INPUTS-OK              VALUE 'Y' FALSE 'N'.
       01  WS-INPUT-DATASET         PIC X(10) VALUE SPACES.
       01  WS-INPUT-REASON          PIC X(37) VALUE SPACES.

      * Ownership attestation: the run date's quarter (YYYYQn), how
      * far into it the run falls, and the ATTPARM GRACE=nnn days
      * (default 30) the owners have to attest before a rule counts
      * as overdue. Checks are off while still inside the grace
      * period or when ATTEST cannot be opened.
       01  WS-ATTEST-STATUS         PIC X(02).
           88  WS-ATTEST-OK              VALUE '00'.
       01  WS-ATTPARM-STATUS        PIC X(02).
           88  WS-ATTPARM-OK             VALUE '00'.
           88  WS-ATTPARM-EOF             VALUE '10'.
       01  WS-ATTEST-CHECK-SW       PIC X(01) VALUE 'N'.
           88  WS-ATTEST-CHECK           VALUE 'Y' FALSE 'N'.
       01  WS-ATT-GRACE             PIC 9(03) VALUE 30.
       01  WS-ATT-QTR-NBR           PIC 9(01) VALUE ZERO.
       01  WS-ATT-QUARTER           PIC X(06) VALUE SPACES.
       01  WS-ATT-QTR-START         PIC 9(08) VALUE ZERO.
       01  WS-ATT-QTR-START-R REDEFINES WS-ATT-QTR-START.
           05  WS-ATT-QS-YYYY       PIC 9(04).
           05  WS-ATT-QS-MM         PIC 9(02).
           05  WS-ATT-QS-DD         PIC 9(02).
       01  WS-ATT-DAYS-IN           PIC 9(05) VALUE ZERO.
       01  WS-CT-UNATTESTED         PIC 9(07) COMP-3 VALUE ZERO.

      * Site processing calendar - the run date's record says whether
      * today is a month-end business day and which day of the week
      * it is, which is what the RT-FREQ-CODE schedules key off. A
           88  WS-OPERCMD-OK             VALUE '00'.
       01  WS-DEADLTR-STATUS        PIC X(02).
       01  WS-DIAGLOG-STATUS        PIC X(02).

      * Outcome publishing: every dispatched rule's result goes to
      * the DAT/OUTCOME topic through DATPUB for the downstream
      * subscribers. A put that fails is captured to PUBDLTR and
      * counted - the run carries on either way.
       01  WS-PUBDLTR-STATUS        PIC X(02).
       01  WS-PUBLISH-SW            PIC X(01) VALUE 'Y'.
           88  WS-PUBLISH-ON             VALUE 'Y' FALSE 'N'.
       01  WS-PUB-QMGR              PIC X(48) VALUE SPACES.
       01  WS-CT-PUBLISHED          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-PUB-CAPTURED       PIC 9(07) COMP-3 VALUE ZERO.
       COPY DATPUBM.
       01  WS-DIAG-SUB              PIC 9(02) COMP VALUE ZERO.
       01  WS-OPER-COMMAND          PIC X(08) VALUE SPACES.
       01  WS-OPER-STOP-SW          PIC X(01) VALUE 'N'.
       01  WS-CT-RECORDS-READ       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-RECORDS-SKIPPED    PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-SKIPPED-SCHED      PIC 9(07) COMP-3 VALUE ZERO.
      * Rules outside their effective-from/retire-on window are not
      * scheduled either - counted in WS-CT-SKIPPED-SCHED, so the
      * reconciliation and CTLTOTAL are unchanged, and broken out
      * here for the printed totals.
       01  WS-CT-SKIPPED-WINDOW     PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-WINDOW-DATE           PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-SW             PIC X(01) VALUE 'I'.
           88  WS-Rule-In-Window         VALUE 'I'.
           88  WS-Rule-Not-Yet-Effective VALUE 'F'.
           88  WS-Rule-Retired           VALUE 'R'.
       01  WS-CT-SKIPPED-PREREQ     PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-SKIPPED-INPUT      PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-CALLS-COMPLETED    PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-ERRORS             PIC 9(07) COMP-3 VALUE ZERO.

           end-if.

           perform 0100-Read-Parmlib thru 0100-Read-Parmlib-Exit.
           perform 0150-Set-Business-Date
               thru 0150-Set-Business-Date-Exit.

           If WS-Simulate-Mode
               Move 'Y' to WS-SIMULATE-FLAG
               end-if
           end-if.

           perform 3690-End-Publishing
               thru 3690-End-Publishing-Exit.
           CLOSE SQLERRLG-FILE.
           STOP RUN.
      *
          0150-Set-Business-Date.
      * The run works to the BUSDATE control record's date, read
      * once here - the run date the CALENDAR schedules, carry
      * ledger and input readiness are judged by, and the business
      * date stamped on every DATAUDIT, PERFSTAT, RUNPROG and DB2
      * row the run writes. PARMLIB BUSDATE= only stands where
      * there is no control record: a past day is rerun through a
      * logged DATBDRL override, never a PARMLIB edit.
           CALL 'DATBDGT' USING DATBDGT-PARMS.
           Move BG-BUSINESS-DATE to WS-RUN-DATE.
           if BG-No-Control
               Display 'WARNING-999: No BUSDATE control record -'
                   ' working to the clock date ' WS-RUN-DATE
               if WS-BUSINESS-DATE = ZERO
                   Move WS-RUN-DATE to WS-BUSINESS-DATE
               end-if
               GO TO 0150-Set-Business-Date-Exit
           end-if.
           if WS-BUSINESS-DATE not = ZERO
               and WS-BUSINESS-DATE not = BG-BUSINESS-DATE
               Display 'WARNING-999: PARMLIB BUSDATE='
                   WS-BUSINESS-DATE ' ignored - the BUSDATE control'
                   ' record says ' BG-BUSINESS-DATE
               Display 'WARNING-999: Rerun a past business date'
                   ' through a DATBDRL override'
           end-if.
           Move BG-BUSINESS-DATE to WS-BUSINESS-DATE.
           if BG-Override-Active
               Display 'WARNING-999: BUSINESS DATE OVERRIDE IN FORCE'
                   ' - rerunning ' BG-BUSINESS-DATE
                   ' (control date ' BG-CONTROL-DATE ')'
               Display 'WARNING-999: Override by ' BG-OVERRIDE-BY
                   ': ' BG-OVERRIDE-REASON
           else
               Display 'DATBATCH: Business date ' WS-BUSINESS-DATE
                   ' from the BUSDATE control record'
           end-if.
           Exit Paragraph.
          0150-Set-Business-Date-Exit.
           Exit Paragraph.
      *
          0200-Register-Run.
      * The run id is the start timestamp - unique per cycle and
           Move WS-RUN-ID            to RUN-CTL-ID.
           Move WS-MODE-SW           to RUN-CTL-MODE.
           Move WS-CURRENT-TIMESTAMP to RUN-CTL-START.
           Move WS-BUSINESS-DATE     to RUN-CTL-BUSDATE.

           EXEC SQL
               INSERT INTO Q.RUN_CONTROL
                   (RUN_ID, RUN_MODE, START_TIMESTAMP, BUSINESS_DATE)
               VALUES
                   (:RUN-CTL-ID, :RUN-CTL-MODE, :RUN-CTL-START,
                    :RUN-CTL-BUSDATE)
           END-EXEC.
           Move 'INSERT INTO Q.RUN_CONTROL' to WS-SQL-STATEMENT.
           if SQLCODE = 0
           Move WS-CT-RECORDS-SKIPPED to RUN-CTL-SKIPPED.
           Move WS-CT-SKIPPED-SCHED   to RUN-CTL-SKIP-SCHED.
           Move WS-CT-SKIPPED-PREREQ  to RUN-CTL-SKIP-PREREQ.
           Move WS-CT-SKIPPED-INPUT   to RUN-CTL-SKIP-INPUT.
           Move WS-CT-CALLS-COMPLETED to RUN-CTL-COMPLETED.
           Move WS-CT-ERRORS          to RUN-CTL-ERRORS.

                      RECORDS_SKIPPED = :RUN-CTL-SKIPPED,
                      SKIPPED_SCHED   = :RUN-CTL-SKIP-SCHED,
                      SKIPPED_PREREQ  = :RUN-CTL-SKIP-PREREQ,
                      SKIPPED_INPUT   = :RUN-CTL-SKIP-INPUT,
                      CALLS_COMPLETED = :RUN-CTL-COMPLETED,
                      ERROR_COUNT     = :RUN-CTL-ERRORS
                WHERE RUN_ID = :RUN-CTL-ID
                   if WS-PARM-VALUE-TEXT(1:1) = 'Y'
                       set WS-Override-Run to true
                   end-if
               when 'BUSDATE'
                   if WS-PARM-VALUE-TEXT(1:8) is numeric
                       Move WS-PARM-VALUE-TEXT(1:8) to WS-BUSINESS-DATE
                   else
                       Display 'WARNING-999: PARMLIB BUSDATE='
                           ' value is not 8 digits - using the'
                           ' run date'
                   end-if
               when 'PUBLISH'
                   if WS-PARM-VALUE-TEXT(1:1) = 'N'
                       set WS-Publish-On to false
                   end-if
               when 'PUBQMGR'
                   Move WS-PARM-VALUE-TEXT to WS-PUB-QMGR
               when 'ALERTMAX'
                   if WS-PARM-VALUE-TEXT(1:3) is numeric
                       Move WS-PARM-VALUE-TEXT(1:3) to WS-ALERTMAX
               thru 2080-Load-Perf-History-Exit.
           perform 2020-Read-Calendar
               thru 2020-Read-Calendar-Exit.
           perform 2025-Load-Input-Readiness
               thru 2025-Load-Input-Readiness-Exit.
           perform 2015-Load-Attest-Control
               thru 2015-Load-Attest-Control-Exit.
           perform 2060-Load-Carry-Ledger
               thru 2060-Load-Carry-Ledger-Exit.
           if WS-Catalog-Mode
                       thru 2075-Sweep-Unprocessed-Exit
               end-if
               perform 2065-Close-List thru 2065-Close-List-Exit
               if WS-Attest-Check
                   CLOSE ATTEST-FILE
               end-if
               if WS-Rerunlst-Open
                   CLOSE RERUNLST-FILE
               end-if
           Exit Paragraph.
          2011-Read-Ruletab-Record-Exit.
           Exit Paragraph.
      *
          2015-Load-Attest-Control.
      * Runs after 2020-Read-Calendar has set the run date. The
      * quarter starts on the first of its first month; inside the
      * grace period no rule is overdue yet, so ATTEST is not even
      * opened.
           OPEN INPUT ATTPARM-FILE.
           if WS-ATTPARM-OK
               perform 2016-Read-Attparm-Record
                   thru 2016-Read-Attparm-Record-Exit
                   until WS-ATTPARM-EOF
               CLOSE ATTPARM-FILE
           end-if.
           Move WS-RUN-DATE to WS-ATT-QTR-START.
           compute WS-ATT-QTR-NBR = (WS-ATT-QS-MM - 1) / 3 + 1.
           Move SPACES to WS-ATT-QUARTER.
           STRING WS-ATT-QS-YYYY 'Q' WS-ATT-QTR-NBR
               DELIMITED BY SIZE INTO WS-ATT-QUARTER.
           compute WS-ATT-QS-MM = (WS-ATT-QTR-NBR - 1) * 3 + 1.
           Move 1 to WS-ATT-QS-DD.
           compute WS-ATT-DAYS-IN = WS-TODAY-INT
               - function integer-of-date(WS-ATT-QTR-START).
           if WS-ATT-DAYS-IN not > WS-ATT-GRACE
               GO TO 2015-Load-Attest-Control-Exit
           end-if.
           OPEN INPUT ATTEST-FILE.
           if WS-ATTEST-OK
               set WS-Attest-Check to true
           else
               Display 'WARNING-999: Unable to open ATTEST status='
                   WS-ATTEST-STATUS ' - ownership attestations'
                   ' not checked'
           end-if.
           Exit Paragraph.
          2015-Load-Attest-Control-Exit.
           Exit Paragraph.
      *
          2016-Read-Attparm-Record.
           READ ATTPARM-FILE
               AT END set WS-ATTPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING ATTPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   if WS-PARM-KEYWORD = 'GRACE'
                       if WS-PARM-VALUE-TEXT(1:3) is numeric
                           Move WS-PARM-VALUE-TEXT(1:3)
                             to WS-ATT-GRACE
                       else
                           Display 'WARNING-999: ATTPARM GRACE='
                               WS-PARM-VALUE-TEXT(1:10)
                               ' is not nnn - using ' WS-ATT-GRACE
                       end-if
                   end-if
           end-read.
           Exit Paragraph.
          2016-Read-Attparm-Record-Exit.
           Exit Paragraph.
      *
          2020-Read-Calendar.
      * WS-RUN-DATE is the business date 0150 settled on.
           Move WS-RUN-DATE(5:4) to WS-RUN-MMDD.
           compute WS-TODAY-INT =
               function integer-of-date(WS-RUN-DATE).
           Exit Paragraph.
          2022-Table-Prior-Day-Exit.
           Exit Paragraph.
      *
          2025-Load-Input-Readiness.
      * The registry and the stamps are read once up front, the way
      * RULETAB and CALENDAR are - a producer stamping mid-run does
      * not change what this run considers ready.
           if WS-BUSINESS-DATE = ZERO
               Move WS-RUN-DATE to WS-BUSINESS-DATE
           end-if.
           OPEN INPUT RULEINP-FILE.
           if not WS-RULEINP-OK
               Display 'WARNING-999: No RULEINP registry status='
                   WS-RULEINP-STATUS ' - rule inputs not checked'
               GO TO 2025-Load-Input-Readiness-Exit
           end-if.
           perform 2026-Read-Ruleinp-Record
               thru 2026-Read-Ruleinp-Record-Exit
               until WS-RULEINP-EOF.
           CLOSE RULEINP-FILE.
           OPEN INPUT DATARDY-FILE.
           if WS-DATARDY-OK
               perform 2027-Read-Datardy-Record
                   thru 2027-Read-Datardy-Record-Exit
                   until WS-DATARDY-EOF
               CLOSE DATARDY-FILE
           else
               Display 'WARNING-999: No DATARDY stamps status='
                   WS-DATARDY-STATUS ' - every registered input'
                   ' is treated as not ready'
           end-if.
           Display 'DATBATCH: Business date ' WS-BUSINESS-DATE
               ' - ' WS-INPUT-COUNT ' rule input(s) registered, '
               WS-READY-COUNT ' dataset(s) stamped'.
           Exit Paragraph.
          2025-Load-Input-Readiness-Exit.
           Exit Paragraph.
      *
          2026-Read-Ruleinp-Record.
           READ RULEINP-FILE
               AT END set WS-RULEINP-EOF to true
               NOT AT END
                   if RI-RULE = SPACES or RI-RULE(1:1) = '*'
                       continue
                   else
      * Like RULETAB, an overflowing registry fails the run loudly
      * rather than leaving a dependency unchecked.
                       if WS-INPUT-COUNT < 500
                           add 1 to WS-INPUT-COUNT
                           set IN-IDX to WS-INPUT-COUNT
                           Move RI-RULE    to WS-IN-RULE(IN-IDX)
                           Move RI-DATASET to WS-IN-DATASET(IN-IDX)
                       else
                           set WS-Table-Full to true
                           Display 'ERROR-999: RULEINP exceeds 500'
                               ' entries - rule ' RI-RULE ' input '
                               RI-DATASET ' not checked, the run'
                               ' will end RC 999'
                       end-if
                   end-if
           end-read.
           Exit Paragraph.
          2026-Read-Ruleinp-Record-Exit.
           Exit Paragraph.
      *
          2027-Read-Datardy-Record.
      * Latest stamp per dataset wins - a rerun that stamps an
      * earlier date again cannot make tonight's data look stale.
           READ DATARDY-FILE
               AT END set WS-DATARDY-EOF to true
               NOT AT END
                   if DR-BUSINESS-DATE is not numeric
                       GO TO 2027-Read-Datardy-Record-Exit
                   end-if
                   if WS-READY-COUNT > 0
                       set RY-IDX to 1
                       search WS-READY-ENTRY
                           at end
                               perform 2028-Add-Ready-Entry
                                   thru 2028-Add-Ready-Entry-Exit
                           when WS-RY-DATASET(RY-IDX) = DR-DATASET
                               if DR-BUSINESS-DATE
                                   > WS-RY-DATE(RY-IDX)
                                   Move DR-BUSINESS-DATE
                                     to WS-RY-DATE(RY-IDX)
                               end-if
                       end-search
                   else
                       perform 2028-Add-Ready-Entry
                           thru 2028-Add-Ready-Entry-Exit
                   end-if
           end-read.
           Exit Paragraph.
          2027-Read-Datardy-Record-Exit.
           Exit Paragraph.
      *
          2028-Add-Ready-Entry.
           if WS-READY-COUNT < 50
               add 1 to WS-READY-COUNT
               set RY-IDX to WS-READY-COUNT
               Move DR-DATASET       to WS-RY-DATASET(RY-IDX)
               Move DR-BUSINESS-DATE to WS-RY-DATE(RY-IDX)
           else
               Display 'WARNING-999: DATARDY carries more than 50'
                   ' datasets - ' DR-DATASET ' not taken, rules'
                   ' reading it will be held'
           end-if.
           Exit Paragraph.
          2028-Add-Ready-Entry-Exit.
           Exit Paragraph.
      *
          2030-Validate-Rulelist.
      * One full read of RULELIST before anything runs: every code
               when other
                   continue
           end-evaluate.
      * A day outside the rule's effective window owed nothing.
           if WS-RT-EFFECTIVE-FROM(WS-DERIVE-RULE) is numeric
               and WS-RT-EFFECTIVE-FROM(WS-DERIVE-RULE) > ZERO
               and WS-CB-DATE(WS-DERIVE-DAY)
                   < WS-RT-EFFECTIVE-FROM(WS-DERIVE-RULE)
               set WS-Chk-Due to false
           end-if.
           if WS-RT-RETIRE-ON(WS-DERIVE-RULE) is numeric
               and WS-RT-RETIRE-ON(WS-DERIVE-RULE) > ZERO
               and WS-CB-DATE(WS-DERIVE-DAY)
                   not < WS-RT-RETIRE-ON(WS-DERIVE-RULE)
               set WS-Chk-Due to false
           end-if.
           if WS-Chk-Due
               Move WS-RT-RULE-NUM(WS-DERIVE-RULE)
                 to WS-ADD-CARRY-RULE
      * folds into a per-rule average, which is what the progress
      * record quotes as "typical" against the running clock. Today's
      * records are left out - the in-flight run must not grade
      * itself against itself - "today" being the run's business
      * date, or the clock date on records from before PERFSTAT
      * carried one.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           Move WS-CURRENT-TIME to WS-PERF-TIME.
           perform 3510-Time-To-Hundredths
           READ PERFSTAT-FILE
               AT END set WS-Ph-Eof to true
               NOT AT END
                   if PF-BUSINESS-DATE is not numeric
                       or PF-BUSINESS-DATE = ZERO
                       Move PF-DATE to PF-BUSINESS-DATE
                   end-if
                   if PF-BUSINESS-DATE not = WS-BUSINESS-DATE
                       perform 2082-Tally-Perf-Rule
                           thru 2082-Tally-Perf-Rule-Exit
                   end-if
           Move WS-CT-CALLS-COMPLETED to PG-COMPLETED.
           compute PG-SKIPPED =
               WS-CT-RECORDS-SKIPPED + WS-CT-SKIPPED-SCHED
               + WS-CT-SKIPPED-PREREQ + WS-CT-SKIPPED-INPUT.
           Move WS-CT-ERRORS          to PG-ERRORS.
           Move WS-CURRENT-TIMESTAMP  to PG-UPDATED.
           Move WS-CUR-RULE-AVG       to PG-CUR-RULE-AVG.
           Move WS-RUN-ELAPSED-HNDS   to PG-RUN-ELAPSED.
           Move WS-BUSINESS-DATE      to PG-BUSINESS-DATE.
           REWRITE RUNPROG-RECORD
               INVALID KEY WRITE RUNPROG-RECORD
           end-rewrite.
               thru 2055-Read-List-Record-Exit.
           if not WS-List-Eof
               Move WS-LIST-RULE to WS-Rule
               perform 2125-Check-Window
                   thru 2125-Check-Window-Exit
               perform 2130-Check-Schedule
                   thru 2130-Check-Schedule-Exit
               if WS-Rule-Due and WS-Rule-In-Window
                   Move WS-LIST-RULE to WS-ADD-CARRY-RULE
                   Move WS-RUN-DATE  to WS-ADD-CARRY-DATE
                   Move 'N'          to WS-ADD-CARRY-REASON
                   else
                       Move WS-LIST-RULE to WS-Rule
                       Move WS-LIST-ARGS to WS-RULE-ARGS
                       perform 2125-Check-Window
                           thru 2125-Check-Window-Exit
                       perform 2130-Check-Schedule
                           thru 2130-Check-Schedule-Exit
                       if not WS-Rule-In-Window
                           set WS-Rule-Due to false
                       end-if
                       set WS-Catchup-Run to false
                       if not WS-Rule-Due and WS-Rule-In-Window
                           perform 2135-Check-Carry
                               thru 2135-Check-Carry-Exit
                       end-if
                           perform 2140-Check-Prereq
                               thru 2140-Check-Prereq-Exit
                       end-if
                       set WS-Inputs-Ok to true
                       if WS-Rule-Due and WS-Prereq-Ok
                           perform 2145-Check-Inputs
                               thru 2145-Check-Inputs-Exit
                       end-if
                       evaluate true
                           when not WS-Rule-In-Window
                               perform 2126-Skip-For-Window
                                   thru 2126-Skip-For-Window-Exit
                           when not WS-Rule-Due
                               add 1 to WS-CT-SKIPPED-SCHED
                               Display 'DATBATCH: Rule ' WS-Rule
                           when not WS-Prereq-Ok
                               perform 2150-Skip-For-Prereq
                                   thru 2150-Skip-For-Prereq-Exit
                           when not WS-Inputs-Ok
                               perform 2155-Skip-For-Input
                                   thru 2155-Skip-For-Input-Exit
                           when other
                               Move 'R' to WS-PROG-STATUS-SET
                               perform 2090-Update-Progress
                                   thru 2090-Update-Progress-Exit
                               perform 2147-Check-Attestation
                                   thru 2147-Check-Attestation-Exit
                               perform 3000-Call-Sub
                                   thru 3000-Call-Sub-Exit
                               add 1 to WS-CT-CALLS-COMPLETED
           Exit Paragraph.
          2170-Pause-Delay-Exit.
           Exit Paragraph.
      *
          2125-Check-Window.
      * A rule is only available between its RT-EFFECTIVE-FROM (the
      * first business date it may run) and RT-RETIRE-ON (the first
      * it may not). A zero or blank date leaves that side open, and
      * a rule with no RULETAB row is left to the checks after this
      * one, the way 2130 fails open.
           set WS-Rule-In-Window to true.
           if WS-RULETAB-COUNT = 0
               GO TO 2125-Check-Window-Exit
           end-if.
           if WS-BUSINESS-DATE > ZERO
               Move WS-BUSINESS-DATE to WS-WINDOW-DATE
           else
               Move WS-RUN-DATE to WS-WINDOW-DATE
           end-if.
           set RT-IDX to 1.
           search WS-RULETAB-ENTRY
               at end GO TO 2125-Check-Window-Exit
               when WS-RT-RULE-NUM(RT-IDX) = WS-Rule
                   continue
           end-search.
           if WS-RT-EFFECTIVE-FROM(RT-IDX) is numeric
               and WS-RT-EFFECTIVE-FROM(RT-IDX) > ZERO
               and WS-WINDOW-DATE < WS-RT-EFFECTIVE-FROM(RT-IDX)
               set WS-Rule-Not-Yet-Effective to true
           end-if.
           if WS-RT-RETIRE-ON(RT-IDX) is numeric
               and WS-RT-RETIRE-ON(RT-IDX) > ZERO
               and WS-WINDOW-DATE not < WS-RT-RETIRE-ON(RT-IDX)
               set WS-Rule-Retired to true
           end-if.
           Exit Paragraph.
          2125-Check-Window-Exit.
           Exit Paragraph.
      *
          2126-Skip-For-Window.
      * Not an obligation: a rule not yet live or already retired is
      * simply not scheduled, so nothing is carried for it and a
      * retired rule's open catch-ups are settled - it will never
      * run again to settle them itself.
           add 1 to WS-CT-SKIPPED-SCHED.
           add 1 to WS-CT-SKIPPED-WINDOW.
           if WS-Rule-Retired
               Display 'DATBATCH: Rule ' WS-Rule
                   ' SKIPPED - RETIRED (retire-on '
                   WS-RT-RETIRE-ON(RT-IDX) ')'
               if WS-CARRY-COUNT > 0
                   perform 2138-Settle-One-Entry
                       thru 2138-Settle-One-Entry-Exit
                       varying WS-CARRY-SUB from 1 by 1
                       until WS-CARRY-SUB > WS-CARRY-COUNT
               end-if
           else
               Display 'DATBATCH: Rule ' WS-Rule
                   ' SKIPPED - NOT YET EFFECTIVE (effective '
                   WS-RT-EFFECTIVE-FROM(RT-IDX) ')'
           end-if.
           Exit Paragraph.
          2126-Skip-For-Window-Exit.
           Exit Paragraph.
      *
          2130-Check-Schedule.
      * Decides from the rule's RT-FREQ-CODE and today's CALENDAR
           Move 'O'                  to RQ-STATUS.
           Move SPACES               to RQ-DISP-USER.
           Move SPACES               to RQ-DISP-TIMESTAMP.
           perform 3410-Assign-Review-Item
               thru 3410-Assign-Review-Item-Exit.
           WRITE REVIEWQ-RECORD.
           CLOSE REVIEWQ-FILE.
           Exit Paragraph.
          2150-Skip-For-Prereq-Exit.
           Exit Paragraph.
      *
          2145-Check-Inputs.
      * Every RULEINP dataset the rule reads must carry a DATARDY
      * stamp for the business date (or later). The first one that
      * does not holds the rule back and is named in the reason.
           set WS-Inputs-Ok to true.
           Move SPACES to WS-INPUT-DATASET WS-INPUT-REASON.
           if WS-INPUT-COUNT = 0
               GO TO 2145-Check-Inputs-Exit
           end-if.
           perform 2146-Check-One-Input
               thru 2146-Check-One-Input-Exit
               varying WS-INPUT-SUB from 1 by 1
               until WS-INPUT-SUB > WS-INPUT-COUNT
                  or not WS-Inputs-Ok.
           Exit Paragraph.
          2145-Check-Inputs-Exit.
           Exit Paragraph.
      *
          2146-Check-One-Input.
           if WS-IN-RULE(WS-INPUT-SUB) not = WS-Rule
               GO TO 2146-Check-One-Input-Exit
           end-if.
           Move WS-IN-DATASET(WS-INPUT-SUB) to WS-INPUT-DATASET.
           if WS-READY-COUNT = 0
               set WS-Inputs-Ok to false
           else
               set RY-IDX to 1
               search WS-READY-ENTRY
                   at end
                       set WS-Inputs-Ok to false
                   when WS-RY-DATASET(RY-IDX) = WS-INPUT-DATASET
                       if WS-RY-DATE(RY-IDX) < WS-BUSINESS-DATE
                           set WS-Inputs-Ok to false
                       end-if
               end-search
           end-if.
           if not WS-Inputs-Ok
               STRING 'SKIPPED - INPUT ' DELIMITED BY SIZE
                      WS-INPUT-DATASET DELIMITED BY SPACE
                      ' NOT READY' DELIMITED BY SIZE
                   INTO WS-INPUT-REASON
           end-if.
           Exit Paragraph.
          2146-Check-One-Input-Exit.
           Exit Paragraph.
      *
          2147-Check-Attestation.
      * The owner has not answered for the rule this quarter and
      * the grace period is over - said in the listing next to the
      * dispatch, where whoever reads the run sees it.
           if not WS-Attest-Check
               GO TO 2147-Check-Attestation-Exit
           end-if.
           Move WS-Rule        to ATT-RULE.
           Move WS-ATT-QUARTER to ATT-QUARTER.
           READ ATTEST-FILE
               INVALID KEY
                   add 1 to WS-CT-UNATTESTED
                   Display 'DATBATCH: Rule ' WS-Rule
                       ' UNATTESTED for ' WS-ATT-QUARTER
                       ' - owner attestation overdue ('
                       WS-ATT-DAYS-IN ' days, grace ' WS-ATT-GRACE
                       ')'
           end-read.
           Exit Paragraph.
          2147-Check-Attestation-Exit.
           Exit Paragraph.
      *
          2155-Skip-For-Input.
           add 1 to WS-CT-SKIPPED-INPUT.
           Display 'DATBATCH: Rule ' WS-Rule ' ' WS-INPUT-REASON
               ' for business date ' WS-BUSINESS-DATE.
      * Stale input is an operations problem, not a review item -
      * it goes to ALERTDS as well as REVIEWQ, and the rule is
      * ledgered so it still runs once the data arrives.
           if WS-Simulate-Mode
               GO TO 2155-Skip-For-Input-Exit
           end-if.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           OPEN EXTEND REVIEWQ-FILE.
           if WS-REVIEWQ-STATUS not = '00'
               and WS-REVIEWQ-STATUS not = '05'
               OPEN OUTPUT REVIEWQ-FILE
           end-if.
           Move WS-CURRENT-TIMESTAMP to RQ-TIMESTAMP.
           Move WS-Rule              to RQ-RULE.
           Move ZERO                 to RQ-RESULT.
           Move WS-INPUT-REASON      to RQ-DESC.
           Move 'O'                  to RQ-STATUS.
           Move SPACES               to RQ-DISP-USER.
           Move SPACES               to RQ-DISP-TIMESTAMP.
           perform 3410-Assign-Review-Item
               thru 3410-Assign-Review-Item-Exit.
           WRITE REVIEWQ-RECORD.
           CLOSE REVIEWQ-FILE.
           Move WS-CURRENT-TIMESTAMP to WS-AW-TIMESTAMP.
           Move WS-Rule              to WS-AW-RULE.
           Move ZERO                 to WS-AW-RESULT.
           Move WS-INPUT-REASON      to WS-AW-DESC.
           Move WS-CURRENT-TIMESTAMP to WS-AW-FIRST-SEEN.
           Move 1                    to WS-AW-OCCUR-COUNT.
           perform 3455-Write-Alert-Record
               thru 3455-Write-Alert-Record-Exit.
           Move WS-Rule     to WS-ADD-CARRY-RULE.
           Move WS-RUN-DATE to WS-ADD-CARRY-DATE.
           Move 'I'         to WS-ADD-CARRY-REASON.
           perform 2068-Add-Carry-Entry
               thru 2068-Add-Carry-Entry-Exit.
           Exit Paragraph.
          2155-Skip-For-Input-Exit.
           Exit Paragraph.
      *
          2135-Check-Carry.
      * A rule the schedule says is not due tonight still runs when
               WS-CT-RECORDS-SKIPPED.
           Display '  Skipped (not scheduled). . . : '
               WS-CT-SKIPPED-SCHED.
           Display '    of which outside window . : '
               WS-CT-SKIPPED-WINDOW.
           Display '  Skipped (prereq failed). . . : '
               WS-CT-SKIPPED-PREREQ.
           Display '  Skipped (input not ready). . : '
               WS-CT-SKIPPED-INPUT.
      * Catch-ups are dispatches the schedule alone would have
      * skipped tonight - already included in calls completed.
           Display '  Catch-up rules dispatched. . : '
               WS-CT-CATCHUP.
      * Dispatched all the same - an overdue attestation is for the
      * owner to answer, not a reason to hold the rule.
           if WS-Attest-Check
               Display '  Unattested rules dispatched. : '
                   WS-CT-UNATTESTED ' (' WS-ATT-QUARTER ')'
           end-if.
           Display '  DATSUB calls completed . . . : '
               WS-CT-CALLS-COMPLETED.
      * Retries are extra dispatches inside a completed call, so
           Display '  Transient retries. . . . . . : '
               WS-CT-RETRIES.
           Display '  Errors (severity ERROR). . . : ' WS-CT-ERRORS.
      * Outcomes the topic refused are in PUBDLTR for DATPBRP, not
      * lost - published plus held is one per call completed.
           if WS-Publish-On and not WS-Simulate-Mode
               Display '  Outcomes published . . . . . : '
                   WS-CT-PUBLISHED
               Display '  Outcomes held in PUBDLTR . . : '
                   WS-CT-PUB-CAPTURED
           end-if.
           if WS-CT-RECORDS-READ not =
               WS-CT-CALLS-COMPLETED + WS-CT-RECORDS-SKIPPED
               + WS-CT-SKIPPED-SCHED + WS-CT-SKIPPED-PREREQ
               + WS-CT-SKIPPED-INPUT
               Display 'WARNING-999: Records read does not match'
                   ' calls completed plus records skipped - check'
                   ' for a record silently dropped this run'
               Move WS-CT-RECORDS-SKIPPED to CT-RECORDS-SKIPPED
               Move WS-CT-SKIPPED-SCHED   to CT-SKIPPED-SCHED
               Move WS-CT-SKIPPED-PREREQ  to CT-SKIPPED-PREREQ
               Move WS-CT-SKIPPED-INPUT   to CT-SKIPPED-INPUT
               Move WS-CT-CALLS-COMPLETED to CT-CALLS-COMPLETED
               Move WS-CT-ERRORS          to CT-ERRORS
               WRITE CTLTOTAL-RECORD
      *
          3000-Call-Sub.
           Move 'DATBATCH' to WS-CALLER.
      * DATSUB holds the rule's effective window against the business
      * date the run is for, not the wall clock - spaces when no
      * business date applies (MODE=SINGLE), which means today.
           if WS-BUSINESS-DATE > ZERO
               Move WS-BUSINESS-DATE to WS-RULE-DATE
           else
               Move SPACES to WS-RULE-DATE
           end-if.
           Move zero to WS-RETRY-COUNT.
           perform 3010-Dispatch-Once thru 3010-Dispatch-Once-Exit.
           perform 3050-Retry-Transient
               thru 3350-Record-Outcome-Exit.
           perform 3400-Route-Result
               thru 3400-Route-Result-Exit.
           perform 3600-Publish-Outcome
               thru 3600-Publish-Outcome-Exit.
           Exit Paragraph.
          3000-Call-Sub-Exit.
           Exit Paragraph.
           if WS-PERFSTAT-STATUS = '00'
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               Move WS-CURRENT-DATE  to PF-DATE
               Move WS-BUSINESS-DATE to PF-BUSINESS-DATE
               Move WS-Rule          to PF-RULE
               Move WS-PERF-START    to PF-START-TIME
               Move WS-PERF-END      to PF-END-TIME
           Move WS-RESULT          to RULE-AUDIT-RESULT.
           Move WS-CURRENT-TIMESTAMP to RULE-AUDIT-TSTAMP.
           Move WS-DEPT-CODE       to RULE-AUDIT-DEPT.
           Move WS-BUSINESS-DATE   to RULE-AUDIT-BUSDATE.

           EXEC SQL
               INSERT INTO Q.RULE_AUDIT
                   (RULE_CODE, RESULT_CODE, RUN_TIMESTAMP, DEPT_CODE,
                    BUSINESS_DATE)
               VALUES
                   (:RULE-AUDIT-RULE, :RULE-AUDIT-RESULT,
                    :RULE-AUDIT-TSTAMP, :RULE-AUDIT-DEPT,
                    :RULE-AUDIT-BUSDATE)
           END-EXEC.
           Move 'INSERT INTO Q.RULE_AUDIT' to WS-SQL-STATEMENT.

               Move RULE-AUDIT-RESULT    to DL-RESULT
               Move RULE-AUDIT-TSTAMP    to DL-TSTAMP
               Move RULE-AUDIT-DEPT      to DL-DEPT
               Move RULE-AUDIT-BUSDATE   to DL-BUSDATE
               WRITE DEADLTR-RECORD
               CLOSE DEADLTR-FILE
           else
           Exit Paragraph.
          3250-Write-Dead-Letter-Exit.
           Exit Paragraph.
      *
          3600-Publish-Outcome.
      * One outcome message per dispatched rule, on the final
      * attempt's result - the same result the audit trail, the
      * routing and the rerun list act on. A simulation publishes
      * nothing.
           if WS-Simulate-Mode or not WS-Publish-On
               GO TO 3600-Publish-Outcome-Exit
           end-if.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           Move SPACES             to PB-MESSAGE.
           Move WS-Rule            to PM-RULE.
           Move WS-RESULT          to PM-RESULT.
           Move WS-RUN-ID          to PM-RUN-ID.
           Move WS-DEPT-CODE       to PM-DEPT.
           if WS-DIAG-RECORDS is numeric
               and WS-DIAG-EXCEPTIONS is numeric
               and WS-DIAG-MSG-COUNT is numeric
               Move WS-DIAG-RECORDS    to PM-DIAG-RECORDS
               Move WS-DIAG-EXCEPTIONS to PM-DIAG-EXCEPTIONS
               Move WS-DIAG-MSG-COUNT  to PM-DIAG-MSG-COUNT
           else
               Move zero to PM-DIAG-RECORDS PM-DIAG-EXCEPTIONS
                            PM-DIAG-MSG-COUNT
           end-if.
           Move 'DATBATCH'         to PM-SOURCE.
           Move WS-CALLER          to PM-CALLER.
           Move WS-CURRENT-TIMESTAMP to PM-TIMESTAMP.
           set PM-Replay           to false.
           Move WS-PUB-QMGR        to PB-QMGR.
           set PB-Publish          to true.
           CALL 'DATPUB' USING DATPUB-PARMS.
           if PB-Put-Failed
               perform 3650-Write-Pub-Dead-Letter
                   thru 3650-Write-Pub-Dead-Letter-Exit
           else
               add 1 to WS-CT-PUBLISHED
           end-if.
           Exit Paragraph.
          3600-Publish-Outcome-Exit.
           Exit Paragraph.
      *
          3650-Write-Pub-Dead-Letter.
      * The whole message as it would have gone out, with the MQ
      * reason that refused it, so DATPBRP can publish it once the
      * queue manager is back - the subscribers get every outcome,
      * only later.
           OPEN EXTEND PUBDLTR-FILE.
           if WS-PUBDLTR-STATUS not = '00'
               and WS-PUBDLTR-STATUS not = '05'
               OPEN OUTPUT PUBDLTR-FILE
           end-if.
           if WS-PUBDLTR-STATUS = '00'
               Move WS-CURRENT-TIMESTAMP to PL-TIMESTAMP
               Move PB-COMP-CODE         to PL-COMP-CODE
               Move PB-REASON            to PL-REASON
               Move PB-MESSAGE           to PL-MESSAGE
               WRITE PUBDLTR-RECORD
               CLOSE PUBDLTR-FILE
               add 1 to WS-CT-PUB-CAPTURED
               Display 'WARNING-999: Outcome for rule ' WS-Rule
                   ' not published, reason=' PL-REASON
                   ' - held in PUBDLTR for DATPBRP'
           else
               Display 'ERROR-999: Publish dead-letter write failed,'
                   ' status=' WS-PUBDLTR-STATUS
                   ' - outcome message for rule ' WS-Rule ' is lost'
           end-if.
           Exit Paragraph.
          3650-Write-Pub-Dead-Letter-Exit.
           Exit Paragraph.
      *
          3690-End-Publishing.
      * Ends the connection DATPUB opened on the first publish; a
      * run that published nothing has none and the call is a no-op.
           if WS-Simulate-Mode or not WS-Publish-On
               GO TO 3690-End-Publishing-Exit
           end-if.
           set PB-Disconnect to true.
           CALL 'DATPUB' USING DATPUB-PARMS.
           Exit Paragraph.
          3690-End-Publishing-Exit.
           Exit Paragraph.
      *
          3300-Classify-Severity.
           if WS-RESULT >= 900
                   Move 'O'                  to RQ-STATUS
                   Move SPACES               to RQ-DISP-USER
                   Move SPACES               to RQ-DISP-TIMESTAMP
                   perform 3410-Assign-Review-Item
                       thru 3410-Assign-Review-Item-Exit
                   WRITE REVIEWQ-RECORD
                   CLOSE REVIEWQ-FILE
               when WS-Sev-Error
           Exit Paragraph.
          3400-Route-Result-Exit.
           Exit Paragraph.
      *
          3410-Assign-Review-Item.
      * Deals the item about to be queued to the next analyst of the
      * rule's owning team (DATASGN) - RQ-RULE and RQ-TIMESTAMP are
      * already set. An item nobody could take goes out unassigned
      * for the team queue.
           Move RQ-RULE to AG-RULE.
           CALL 'DATASGN' USING DATASGN-PARMS.
           Move AG-TEAM     to RQ-TEAM.
           Move AG-ASSIGNEE to RQ-ASSIGNEE.
           if AG-ASSIGNEE = SPACES
               Move SPACES       to RQ-ASSIGNED-BY RQ-ASSIGNED-TS
           else
               Move 'DATASGN'    to RQ-ASSIGNED-BY
               Move RQ-TIMESTAMP to RQ-ASSIGNED-TS
           end-if.
           Exit Paragraph.
          3410-Assign-Review-Item-Exit.
           Exit Paragraph.
      *
          3450-Aggregate-Alert.
      * Finds or adds this rule's aggregation entry and writes the
