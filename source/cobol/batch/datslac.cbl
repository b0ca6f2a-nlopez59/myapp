       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATSLAC.
      * Delivery-deadline check - run after the night's DATBATCH
      * cycle, ahead of DATALRT. Some rules have customers waiting
      * on them at a fixed time (finance needs RULE25 by 05:00, the
      * close needs the month-end rules by 06:00); the time is kept
      * on the rule's runbook record (RB-DEADLINE) and this program
      * holds each night to it.
      *
      * A rule's completion is the latest of its PERFSTAT end time
      * and its batch DATAUDIT stamp within the processing night -
      * the last dispatch, retries included. A rule still owed on
      * the carry ledger (DATCARRY) was not delivered however often
      * it was tried. For every rule with a deadline:
      *   completed, not owed     met, or late by so many minutes
      *   owed, deadline passed   not delivered
      *   owed, deadline to come  left for a later check
      *   neither                 not due tonight - not judged
      * Each judgement is appended to SLAHIST (DATSLAH) for DATSLAR's
      * monthly attainment report; a late or undelivered rule also
      * cuts an ALERTDS record (result 905, error band, so DATALRT
      * pages the rule's contact) naming the deadline and the owning
      * team. A rule already on SLAHIST for the night is not judged
      * again, so the check can run after each cycle of the night.
      *
      * Driven by SLAPARM, a KEYWORD=VALUE member the same shape as
      * DATBATCH's PARMLIB - both optional:
      *   NIGHT=yyyymmdd      the night to judge (default: tonight
      *                       once the window has opened, otherwise
      *                       last night)
      *   WINDOW-START=HHMM   when the processing night opens
      *                       (default 1800); a deadline earlier than
      *                       this falls on the following morning
      *
      * RC 0 = every judged deadline met; RC 4 = a deadline missed;
      * RC 999 = RUNBOOK or SLAHIST failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLAPARM-FILE   ASSIGN TO 'SLAPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLAPARM-STATUS.
           SELECT RUNBOOK-FILE   ASSIGN TO 'RUNBOOK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RB-RULE
               FILE STATUS IS WS-RUNBOOK-STATUS.
           SELECT PERFSTAT-FILE  ASSIGN TO 'PERFSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFSTAT-STATUS.
           SELECT DATAUDIT-FILE  ASSIGN TO 'DATAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATAUDIT-STATUS.
           SELECT CARRYFWD-FILE  ASSIGN TO 'CARRYFWD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYFWD-STATUS.
           SELECT SLAHIST-FILE   ASSIGN TO 'SLAHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLAHIST-STATUS.
           SELECT ALERTDS-FILE   ASSIGN TO 'ALERTDS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLAPARM-FILE.
       01  SLAPARM-RECORD           PIC X(80).

       FD  RUNBOOK-FILE.
           COPY DATRNBK.

       FD  PERFSTAT-FILE.
           COPY DATPERF.

       FD  DATAUDIT-FILE.
           COPY DATAUDIT.

       FD  CARRYFWD-FILE.
           COPY DATCARRY.

       FD  SLAHIST-FILE.
           COPY DATSLAH.

       FD  ALERTDS-FILE.
           COPY ALERTDS.

       WORKING-STORAGE SECTION.
       01  WS-SLAPARM-STATUS        PIC X(02).
           88  WS-SLAPARM-OK             VALUE '00'.
           88  WS-SLAPARM-EOF             VALUE '10'.
       01  WS-RUNBOOK-STATUS        PIC X(02).
           88  WS-RUNBOOK-OK             VALUE '00'.
           88  WS-RUNBOOK-EOF             VALUE '10'.
       01  WS-PERFSTAT-STATUS       PIC X(02).
           88  WS-PERFSTAT-OK            VALUE '00'.
           88  WS-PERFSTAT-EOF            VALUE '10'.
       01  WS-DATAUDIT-STATUS       PIC X(02).
           88  WS-DATAUDIT-OK            VALUE '00'.
           88  WS-DATAUDIT-EOF            VALUE '10'.
       01  WS-CARRYFWD-STATUS       PIC X(02).
           88  WS-CARRYFWD-OK            VALUE '00'.
           88  WS-CARRYFWD-EOF            VALUE '10'.
       01  WS-SLAHIST-STATUS        PIC X(02).
           88  WS-SLAHIST-OK             VALUE '00'.
           88  WS-SLAHIST-EOF             VALUE '10'.
       01  WS-ALERTDS-STATUS        PIC X(02).

       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).

      * The processing night: opens at WINDOW-START on the night date
      * and closes at the same time the next day.
       01  WS-NIGHT-DATE            PIC 9(08) VALUE ZERO.
       01  WS-NEXT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-DAY-INT               PIC 9(07) VALUE ZERO.
       01  WS-WINDOW-START          PIC X(04) VALUE '1800'.
       01  WS-WINDOW-LO             PIC X(14).
       01  WS-WINDOW-HI             PIC X(14).
       01  WS-EVENT-TS              PIC X(14).

      * One entry per rule whose runbook carries a deadline.
       01  WS-DEADLINE-TABLE.
           05  WS-DL-ENTRY OCCURS 500 TIMES
                                 INDEXED BY DL-IDX.
               10  WS-DL-RULE           PIC X(04).
               10  WS-DL-TEAM           PIC X(20).
               10  WS-DL-DEADLINE       PIC X(04).
               10  WS-DL-DUE-TS         PIC X(14).
               10  WS-DL-DONE-TS        PIC X(14).
               10  WS-DL-OWED-SW        PIC X(01).
                   88  WS-DL-Owed            VALUE 'Y' FALSE 'N'.
               10  WS-DL-JUDGED-SW      PIC X(01).
                   88  WS-DL-Judged          VALUE 'Y' FALSE 'N'.
       01  WS-DL-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-PRINT-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-FIND-RULE             PIC X(04).
       01  WS-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-Rule-Found             VALUE 'Y' FALSE 'N'.

      * Minutes between two YYYYMMDDHHMMSS stamps, by day number.
       01  WS-TS-WORK               PIC X(14).
       01  WS-TS-WORK-R REDEFINES WS-TS-WORK.
           05  WS-TW-DATE           PIC 9(08).
           05  WS-TW-HH             PIC 9(02).
           05  WS-TW-MM             PIC 9(02).
           05  WS-TW-SS             PIC 9(02).
       01  WS-TS-MINUTES            PIC 9(11) COMP-3 VALUE ZERO.
       01  WS-FROM-MINUTES          PIC 9(11) COMP-3 VALUE ZERO.
       01  WS-LATE-MINUTES          PIC 9(11) COMP-3 VALUE ZERO.

       01  WS-OUTCOME               PIC X(01).
       01  WS-OUTCOME-TEXT          PIC X(13).
       01  WS-LATE-EDIT             PIC 9(05).

       01  WS-SLAHIST-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-Slahist-Open           VALUE 'Y' FALSE 'N'.
       01  WS-SLAHIST-FAILED-SW     PIC X(01) VALUE 'N'.
           88  WS-Slahist-Failed         VALUE 'Y' FALSE 'N'.
       01  WS-ALERTDS-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-Alertds-Open           VALUE 'Y' FALSE 'N'.
       01  WS-CARRY-SEEN-SW         PIC X(01) VALUE 'N'.
           88  WS-Carry-Seen             VALUE 'Y' FALSE 'N'.

       01  WS-CT-DEADLINES          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-MET                PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-LATE               PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-NOT-DELIVERED      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-PENDING            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-NOT-DUE            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-ALREADY            PIC 9(05) COMP-3 VALUE ZERO.

      * Alert record staged and written FROM it, the same OPEN-then-
      * MOVE order DATBATCH's 3455-Write-Alert-Record uses. Mirrors
      * the ALERTDS copybook field for field.
       01  WS-ALERT-WORK.
           05  WS-AW-TIMESTAMP      PIC X(14).
           05  WS-AW-RULE           PIC X(04).
           05  WS-AW-RESULT         PIC 9(03).
           05  WS-AW-DESC           PIC X(37).
           05  WS-AW-FIRST-SEEN     PIC X(14).
           05  WS-AW-OCCUR-COUNT    PIC 9(05).

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           perform 0100-Read-Slaparm thru 0100-Read-Slaparm-Exit.
           perform 0200-Set-Window thru 0200-Set-Window-Exit.
           perform 1000-Load-Deadlines thru 1000-Load-Deadlines-Exit.
           if RETURN-CODE = 999
               STOP RUN
           end-if.
           if WS-DL-COUNT = ZERO
               Display 'DATSLAC: No rule on RUNBOOK has a deadline'
                   ' - nothing to judge'
               Move ZERO to RETURN-CODE
               STOP RUN
           end-if.
           perform 1500-Load-Judged thru 1500-Load-Judged-Exit.
           perform 2000-Scan-Perfstat thru 2000-Scan-Perfstat-Exit.
           perform 2200-Scan-Dataudit thru 2200-Scan-Dataudit-Exit.
           perform 2400-Scan-Carry thru 2400-Scan-Carry-Exit.
           perform 3000-Judge-One-Rule thru 3000-Judge-One-Rule-Exit
               varying WS-PRINT-IDX from 1 by 1
               until WS-PRINT-IDX > WS-DL-COUNT.
           if WS-Slahist-Open
               CLOSE SLAHIST-FILE
           end-if.
           if WS-Alertds-Open
               CLOSE ALERTDS-FILE
           end-if.
           perform 4000-Print-Totals thru 4000-Print-Totals-Exit.
           evaluate true
               when WS-Slahist-Failed
                   Move 999 to RETURN-CODE
               when WS-CT-LATE > 0 or WS-CT-NOT-DELIVERED > 0
                   Move 4 to RETURN-CODE
               when other
                   Move ZERO to RETURN-CODE
           end-evaluate.
           STOP RUN.
      *
          0100-Read-Slaparm.
           OPEN INPUT SLAPARM-FILE.
           if WS-SLAPARM-OK
               perform 0110-Read-Slaparm-Record
                   thru 0110-Read-Slaparm-Record-Exit
                   until WS-SLAPARM-EOF
               CLOSE SLAPARM-FILE
           end-if.
           Exit Paragraph.
          0100-Read-Slaparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Slaparm-Record.
           READ SLAPARM-FILE
               AT END set WS-SLAPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING SLAPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   evaluate WS-PARM-KEYWORD
                       when 'NIGHT'
                           if WS-PARM-VALUE-TEXT(1:8) is numeric
                               Move WS-PARM-VALUE-TEXT(1:8)
                                 to WS-NIGHT-DATE
                           else
                               Display 'WARNING-999: SLAPARM'
                                   ' NIGHT= value is not yyyymmdd -'
                                   ' judging the current night'
                           end-if
                       when 'WINDOW-START'
                           if WS-PARM-VALUE-TEXT(1:4) is numeric
                               and WS-PARM-VALUE-TEXT(1:2) < '24'
                               and WS-PARM-VALUE-TEXT(3:2) < '60'
                               Move WS-PARM-VALUE-TEXT(1:4)
                                 to WS-WINDOW-START
                           else
                               Display 'WARNING-999: SLAPARM'
                                   ' WINDOW-START= value is not HHMM'
                                   ' - using ' WS-WINDOW-START
                           end-if
                       when SPACES
                           continue
                       when other
                           Display 'DATSLAC: Ignoring unknown'
                               ' SLAPARM keyword ' WS-PARM-KEYWORD
                   end-evaluate
           end-read.
           Exit Paragraph.
          0110-Read-Slaparm-Record-Exit.
           Exit Paragraph.
      *
          0200-Set-Window.
      * Before the window opens it is still last night - a check at
      * 05:30 is judging the night that began yesterday evening.
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
          1000-Load-Deadlines.
           OPEN INPUT RUNBOOK-FILE.
           if not WS-RUNBOOK-OK
               Display 'ERROR-999: Unable to open RUNBOOK status='
                   WS-RUNBOOK-STATUS
               Move 999 to RETURN-CODE
               GO TO 1000-Load-Deadlines-Exit
           end-if.
           perform 1100-Read-One-Runbook
               thru 1100-Read-One-Runbook-Exit
               until WS-RUNBOOK-EOF.
           CLOSE RUNBOOK-FILE.
           Exit Paragraph.
          1000-Load-Deadlines-Exit.
           Exit Paragraph.
      *
          1100-Read-One-Runbook.
           READ RUNBOOK-FILE NEXT RECORD
               AT END set WS-RUNBOOK-EOF to true
               NOT AT END
                   if RB-DEADLINE not = SPACES
                       and RB-DEADLINE is numeric
                       perform 1200-Add-Deadline
                           thru 1200-Add-Deadline-Exit
                   end-if
           end-read.
           Exit Paragraph.
          1100-Read-One-Runbook-Exit.
           Exit Paragraph.
      *
          1200-Add-Deadline.
           if WS-DL-COUNT not < 500
               Display 'ERROR-999: Deadline for rule ' RB-RULE
                   ' ignored - table is full at 500 rules'
               GO TO 1200-Add-Deadline-Exit
           end-if.
           add 1 to WS-DL-COUNT.
           set DL-IDX to WS-DL-COUNT.
           Move RB-RULE       to WS-DL-RULE(DL-IDX).
           Move RB-OWNER-TEAM to WS-DL-TEAM(DL-IDX).
           Move RB-DEADLINE   to WS-DL-DEADLINE(DL-IDX).
           Move SPACES        to WS-DL-DONE-TS(DL-IDX)
                                 WS-DL-DUE-TS(DL-IDX).
           set WS-DL-Owed(DL-IDX)   to false.
           set WS-DL-Judged(DL-IDX) to false.
      * A deadline earlier than the window opens falls on the
      * morning after the night date.
           if RB-DEADLINE < WS-WINDOW-START
               STRING WS-NEXT-DATE RB-DEADLINE '00'
                   DELIMITED BY SIZE INTO WS-DL-DUE-TS(DL-IDX)
           else
               STRING WS-NIGHT-DATE RB-DEADLINE '00'
                   DELIMITED BY SIZE INTO WS-DL-DUE-TS(DL-IDX)
           end-if.
           add 1 to WS-CT-DEADLINES.
           Exit Paragraph.
          1200-Add-Deadline-Exit.
           Exit Paragraph.
      *
          1300-Find-Rule.
           set WS-Rule-Found to false.
           set DL-IDX to 1.
           search WS-DL-ENTRY
               at end
                   continue
               when DL-IDX > WS-DL-COUNT
                   continue
               when WS-DL-RULE(DL-IDX) = WS-FIND-RULE
                   set WS-Rule-Found to true
           end-search.
           Exit Paragraph.
          1300-Find-Rule-Exit.
           Exit Paragraph.
      *
          1500-Load-Judged.
      * Rules already on SLAHIST for this night keep their first
      * judgement - a second check after a later cycle neither
      * double-counts nor re-pages them.
           OPEN INPUT SLAHIST-FILE.
           if not WS-SLAHIST-OK
               GO TO 1500-Load-Judged-Exit
           end-if.
           perform 1510-Read-One-Judged
               thru 1510-Read-One-Judged-Exit
               until WS-SLAHIST-EOF.
           CLOSE SLAHIST-FILE.
           Exit Paragraph.
          1500-Load-Judged-Exit.
           Exit Paragraph.
      *
          1510-Read-One-Judged.
           READ SLAHIST-FILE
               AT END set WS-SLAHIST-EOF to true
               NOT AT END
                   if SH-NIGHT-DATE = WS-NIGHT-DATE
                       Move SH-RULE to WS-FIND-RULE
                       perform 1300-Find-Rule thru 1300-Find-Rule-Exit
                       if WS-Rule-Found
                           set WS-DL-Judged(DL-IDX) to true
                       end-if
                   end-if
           end-read.
           Exit Paragraph.
          1510-Read-One-Judged-Exit.
           Exit Paragraph.
      *
          2000-Scan-Perfstat.
           OPEN INPUT PERFSTAT-FILE.
           if not WS-PERFSTAT-OK
               Display 'WARNING-999: Unable to open PERFSTAT status='
                   WS-PERFSTAT-STATUS ' - completions from DATAUDIT'
                   ' only'
               GO TO 2000-Scan-Perfstat-Exit
           end-if.
           perform 2100-Read-One-Perfstat
               thru 2100-Read-One-Perfstat-Exit
               until WS-PERFSTAT-EOF.
           CLOSE PERFSTAT-FILE.
           Exit Paragraph.
          2000-Scan-Perfstat-Exit.
           Exit Paragraph.
      *
          2100-Read-One-Perfstat.
      * PF-DATE is taken when the call ends, so with PF-END-TIME it
      * stamps the completion.
           READ PERFSTAT-FILE
               AT END set WS-PERFSTAT-EOF to true
               NOT AT END
                   Move SPACES to WS-EVENT-TS
                   STRING PF-DATE PF-END-TIME(1:6)
                       DELIMITED BY SIZE INTO WS-EVENT-TS
                   Move PF-RULE to WS-FIND-RULE
                   perform 2900-Note-Completion
                       thru 2900-Note-Completion-Exit
           end-read.
           Exit Paragraph.
          2100-Read-One-Perfstat-Exit.
           Exit Paragraph.
      *
          2200-Scan-Dataudit.
           OPEN INPUT DATAUDIT-FILE.
           if not WS-DATAUDIT-OK
               Display 'WARNING-999: Unable to open DATAUDIT status='
                   WS-DATAUDIT-STATUS ' - completions from PERFSTAT'
                   ' only'
               GO TO 2200-Scan-Dataudit-Exit
           end-if.
           perform 2300-Read-One-Audit
               thru 2300-Read-One-Audit-Exit
               until WS-DATAUDIT-EOF.
           CLOSE DATAUDIT-FILE.
           Exit Paragraph.
          2200-Scan-Dataudit-Exit.
           Exit Paragraph.
      *
          2300-Read-One-Audit.
      * Only batch calls deliver - a DAT0 or DAT1 ad hoc run of the
      * rule carries no run id and is nobody's overnight result.
           READ DATAUDIT-FILE
               AT END set WS-DATAUDIT-EOF to true
               NOT AT END
                   if AUD-RUN-ID not = SPACES
                       Move AUD-TIMESTAMP to WS-EVENT-TS
                       Move AUD-RULE to WS-FIND-RULE
                       perform 2900-Note-Completion
                           thru 2900-Note-Completion-Exit
                   end-if
           end-read.
           Exit Paragraph.
          2300-Read-One-Audit-Exit.
           Exit Paragraph.
      *
          2400-Scan-Carry.
           OPEN INPUT CARRYFWD-FILE.
           if not WS-CARRYFWD-OK
               Display 'WARNING-999: Unable to open CARRYFWD status='
                   WS-CARRYFWD-STATUS ' - undelivered rules cannot'
                   ' be told from rules not due'
               GO TO 2400-Scan-Carry-Exit
           end-if.
           set WS-Carry-Seen to true.
           perform 2500-Read-One-Carry
               thru 2500-Read-One-Carry-Exit
               until WS-CARRYFWD-EOF.
           CLOSE CARRYFWD-FILE.
           Exit Paragraph.
          2400-Scan-Carry-Exit.
           Exit Paragraph.
      *
          2500-Read-One-Carry.
           READ CARRYFWD-FILE
               AT END set WS-CARRYFWD-EOF to true
               NOT AT END
                   if CW-RULE not = '####'
                       Move CW-RULE to WS-FIND-RULE
                       perform 1300-Find-Rule thru 1300-Find-Rule-Exit
                       if WS-Rule-Found
                           set WS-DL-Owed(DL-IDX) to true
                       end-if
                   end-if
           end-read.
           Exit Paragraph.
          2500-Read-One-Carry-Exit.
           Exit Paragraph.
      *
          2900-Note-Completion.
      * The latest completion inside the night stands - a retried
      * rule delivered when its last dispatch finished.
           if WS-EVENT-TS < WS-WINDOW-LO
               or WS-EVENT-TS not < WS-WINDOW-HI
               GO TO 2900-Note-Completion-Exit
           end-if.
           perform 1300-Find-Rule thru 1300-Find-Rule-Exit.
           if WS-Rule-Found
               if WS-DL-DONE-TS(DL-IDX) = SPACES
                   or WS-EVENT-TS > WS-DL-DONE-TS(DL-IDX)
                   Move WS-EVENT-TS to WS-DL-DONE-TS(DL-IDX)
               end-if
           end-if.
           Exit Paragraph.
          2900-Note-Completion-Exit.
           Exit Paragraph.
      *
          3000-Judge-One-Rule.
           set DL-IDX to WS-PRINT-IDX.
           if WS-DL-Judged(DL-IDX)
               add 1 to WS-CT-ALREADY
               GO TO 3000-Judge-One-Rule-Exit
           end-if.
           Move ZERO to WS-LATE-MINUTES.
           evaluate true
               when WS-DL-Owed(DL-IDX)
                   and WS-CURRENT-TIMESTAMP < WS-DL-DUE-TS(DL-IDX)
                   add 1 to WS-CT-PENDING
                   GO TO 3000-Judge-One-Rule-Exit
               when WS-DL-Owed(DL-IDX)
                   Move 'N' to WS-OUTCOME
                   Move WS-CURRENT-TIMESTAMP to WS-TS-WORK
                   perform 3100-Minutes-Late
                       thru 3100-Minutes-Late-Exit
                   add 1 to WS-CT-NOT-DELIVERED
               when WS-DL-DONE-TS(DL-IDX) = SPACES
                   add 1 to WS-CT-NOT-DUE
                   GO TO 3000-Judge-One-Rule-Exit
               when WS-DL-DONE-TS(DL-IDX) > WS-DL-DUE-TS(DL-IDX)
                   Move 'L' to WS-OUTCOME
                   Move WS-DL-DONE-TS(DL-IDX) to WS-TS-WORK
                   perform 3100-Minutes-Late
                       thru 3100-Minutes-Late-Exit
                   add 1 to WS-CT-LATE
               when other
                   Move 'M' to WS-OUTCOME
                   add 1 to WS-CT-MET
           end-evaluate.
           if WS-LATE-MINUTES > 99999
               Move 99999 to WS-LATE-MINUTES
           end-if.
           Move WS-LATE-MINUTES to WS-LATE-EDIT.
           perform 3200-Write-History thru 3200-Write-History-Exit.
           perform 3300-Print-Judgement
               thru 3300-Print-Judgement-Exit.
           if WS-OUTCOME not = 'M'
               perform 3400-Raise-Alert thru 3400-Raise-Alert-Exit
           end-if.
           Exit Paragraph.
          3000-Judge-One-Rule-Exit.
           Exit Paragraph.
      *
          3100-Minutes-Late.
      * WS-TS-WORK holds the later stamp; the deadline is the other.
           perform 3110-Ts-To-Minutes thru 3110-Ts-To-Minutes-Exit.
           Move WS-TS-MINUTES to WS-FROM-MINUTES.
           Move WS-DL-DUE-TS(DL-IDX) to WS-TS-WORK.
           perform 3110-Ts-To-Minutes thru 3110-Ts-To-Minutes-Exit.
           if WS-FROM-MINUTES > WS-TS-MINUTES
               compute WS-LATE-MINUTES =
                   WS-FROM-MINUTES - WS-TS-MINUTES
           end-if.
      * Late by seconds is still late - report it as a minute.
           if WS-LATE-MINUTES = ZERO
               Move 1 to WS-LATE-MINUTES
           end-if.
           Exit Paragraph.
          3100-Minutes-Late-Exit.
           Exit Paragraph.
      *
          3110-Ts-To-Minutes.
           compute WS-TS-MINUTES =
               function integer-of-date(WS-TW-DATE) * 1440
               + WS-TW-HH * 60 + WS-TW-MM.
           Exit Paragraph.
          3110-Ts-To-Minutes-Exit.
           Exit Paragraph.
      *
          3200-Write-History.
           if WS-Slahist-Failed
               GO TO 3200-Write-History-Exit
           end-if.
           if not WS-Slahist-Open
               OPEN EXTEND SLAHIST-FILE
               if WS-SLAHIST-STATUS not = '00'
                   and WS-SLAHIST-STATUS not = '05'
                   OPEN OUTPUT SLAHIST-FILE
               end-if
               if WS-SLAHIST-STATUS not = '00'
                   Display 'ERROR-999: Unable to open SLAHIST status='
                       WS-SLAHIST-STATUS ' - the night goes unrecorded'
                   set WS-Slahist-Failed to true
                   GO TO 3200-Write-History-Exit
               end-if
               set WS-Slahist-Open to true
           end-if.
           Move SPACES                 to SLAHIST-RECORD.
           Move WS-NIGHT-DATE          to SH-NIGHT-DATE.
           Move WS-DL-RULE(DL-IDX)     to SH-RULE.
           Move WS-DL-TEAM(DL-IDX)     to SH-OWNER-TEAM.
           Move WS-DL-DEADLINE(DL-IDX) to SH-DEADLINE.
           Move WS-DL-DONE-TS(DL-IDX)  to SH-COMPLETED-TS.
           Move WS-OUTCOME             to SH-OUTCOME.
           Move WS-LATE-EDIT           to SH-MINUTES-LATE.
           Move WS-CURRENT-TIMESTAMP   to SH-JUDGED-TS.
           WRITE SLAHIST-RECORD.
           if not WS-SLAHIST-OK
               Display 'ERROR-999: SLAHIST write failed status='
                   WS-SLAHIST-STATUS ' rule ' SH-RULE
               set WS-Slahist-Failed to true
           end-if.
           Exit Paragraph.
          3200-Write-History-Exit.
           Exit Paragraph.
      *
          3300-Print-Judgement.
           evaluate WS-OUTCOME
               when 'M'
                   Move 'MET'           to WS-OUTCOME-TEXT
               when 'L'
                   Move 'LATE'          to WS-OUTCOME-TEXT
               when other
                   Move 'NOT DELIVERED' to WS-OUTCOME-TEXT
           end-evaluate.
           Display 'Rule ' WS-DL-RULE(DL-IDX)
               ' deadline ' WS-DL-DEADLINE(DL-IDX)
               ' done ' WS-DL-DONE-TS(DL-IDX)
               ' ' WS-OUTCOME-TEXT
               ' minutes late ' WS-LATE-EDIT
               ' ' WS-DL-TEAM(DL-IDX).
           Exit Paragraph.
          3300-Print-Judgement-Exit.
           Exit Paragraph.
      *
          3400-Raise-Alert.
      * The description names the deadline and the owning team;
      * DATALRT adds the runbook contact when it pages the rule.
           if not WS-Alertds-Open
               OPEN EXTEND ALERTDS-FILE
               if WS-ALERTDS-STATUS not = '00'
                   and WS-ALERTDS-STATUS not = '05'
                   OPEN OUTPUT ALERTDS-FILE
               end-if
               if WS-ALERTDS-STATUS not = '00'
                   Display 'ERROR-999: Unable to open ALERTDS status='
                       WS-ALERTDS-STATUS ' - deadline alert for rule '
                       WS-DL-RULE(DL-IDX) ' not recorded'
                   GO TO 3400-Raise-Alert-Exit
               end-if
               set WS-Alertds-Open to true
           end-if.
           Move WS-CURRENT-TIMESTAMP to WS-AW-TIMESTAMP.
           Move WS-DL-RULE(DL-IDX)   to WS-AW-RULE.
           Move 905                  to WS-AW-RESULT.
           Move SPACES               to WS-AW-DESC.
           if WS-OUTCOME = 'L'
               STRING 'DL ' WS-DL-DEADLINE(DL-IDX)
                      ' +' WS-LATE-EDIT 'M  '
                      WS-DL-TEAM(DL-IDX)
                      DELIMITED BY SIZE INTO WS-AW-DESC
           else
               STRING 'DL ' WS-DL-DEADLINE(DL-IDX)
                      ' NOT DLVD '
                      WS-DL-TEAM(DL-IDX)
                      DELIMITED BY SIZE INTO WS-AW-DESC
           end-if.
           Move WS-CURRENT-TIMESTAMP to WS-AW-FIRST-SEEN.
           Move 1                    to WS-AW-OCCUR-COUNT.
           WRITE ALERTDS-RECORD from WS-ALERT-WORK.
           Exit Paragraph.
          3400-Raise-Alert-Exit.
           Exit Paragraph.
      *
          4000-Print-Totals.
           Display '================================================'.
           Display 'DATSLAC - Delivery Deadlines for the night of '
               WS-NIGHT-DATE.
           Display '================================================'.
           Display '  Rules with a deadline. . . . : '
               WS-CT-DEADLINES.
           Display '  Met. . . . . . . . . . . . . : ' WS-CT-MET.
           Display '  Late . . . . . . . . . . . . : ' WS-CT-LATE.
           Display '  Not delivered. . . . . . . . : '
               WS-CT-NOT-DELIVERED.
           Display '  Owed, deadline still to come : '
               WS-CT-PENDING.
           Display '  Not due tonight. . . . . . . : '
               WS-CT-NOT-DUE.
           Display '  Judged by an earlier check . : '
               WS-CT-ALREADY.
           if not WS-Carry-Seen
               Display '  No carry ledger - a rule that never ran'
                   ' counts as not due'
           end-if.
           Display '================================================'.
           Exit Paragraph.
          4000-Print-Totals-Exit.
           Exit Paragraph.
