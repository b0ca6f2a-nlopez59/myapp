       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATSLAR.
      * Monthly delivery-deadline attainment report over the SLAHIST
      * history DATSLAC writes each night (DATSLAH). For every rule
      * held to a runbook deadline, and again for every owning team,
      * it shows how many nights were judged, how many met the
      * deadline, how many were late or not delivered at all, the
      * attainment rate, and by how much the misses missed - total,
      * average, and worst minutes late. It is the evidence to take
      * into the conversations with the customers who hold us to the
      * times.
      *
      * Teams are taken from each night's record, so a rule that
      * changed hands mid-month is counted under the team that owned
      * it on the night.
      *
      * Driven by SLRPARM, a KEYWORD=VALUE member the same shape as
      * DATBATCH's PARMLIB:
      *   MONTH=YYYYMM     reporting month (defaults to the current
      *                    month)
      *
      * RC 0 = report printed; RC 4 = no deadline history for the
      * month; RC 999 = SLAHIST could not be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLRPARM-FILE  ASSIGN TO 'SLRPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLRPARM-STATUS.
           SELECT SLAHIST-FILE  ASSIGN TO 'SLAHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLAHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLRPARM-FILE.
       01  SLRPARM-RECORD           PIC X(80).

       FD  SLAHIST-FILE.
           COPY DATSLAH.

       WORKING-STORAGE SECTION.
       01  WS-SLRPARM-STATUS        PIC X(02).
           88  WS-SLRPARM-OK             VALUE '00'.
           88  WS-SLRPARM-EOF             VALUE '10'.
       01  WS-SLAHIST-STATUS        PIC X(02).
           88  WS-SLAHIST-OK             VALUE '00'.
           88  WS-SLAHIST-EOF             VALUE '10'.
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-MONTH                 PIC X(06) VALUE SPACES.

      * One entry per rule, and one per owning team, the same
      * in-memory-table-from-file pattern DATRPT uses.
       01  WS-RULE-TABLE.
           05  WS-SR-ENTRY OCCURS 500 TIMES
                                 INDEXED BY SR-IDX.
               10  WS-SR-RULE           PIC X(04).
               10  WS-SR-TEAM           PIC X(20).
               10  WS-SR-DEADLINE       PIC X(04).
               10  WS-SR-NIGHTS         PIC 9(05).
               10  WS-SR-MET            PIC 9(05).
               10  WS-SR-LATE           PIC 9(05).
               10  WS-SR-NOT-DLVD       PIC 9(05).
               10  WS-SR-LATE-MINS      PIC 9(09).
               10  WS-SR-WORST-MINS     PIC 9(05).
       01  WS-RULE-COUNT            PIC 9(04) COMP VALUE ZERO.

       01  WS-TEAM-TABLE.
           05  WS-ST-ENTRY OCCURS 100 TIMES
                                 INDEXED BY ST-IDX.
               10  WS-ST-TEAM           PIC X(20).
               10  WS-ST-RULES          PIC 9(05).
               10  WS-ST-NIGHTS         PIC 9(05).
               10  WS-ST-MET            PIC 9(05).
               10  WS-ST-LATE           PIC 9(05).
               10  WS-ST-NOT-DLVD       PIC 9(05).
               10  WS-ST-LATE-MINS      PIC 9(09).
               10  WS-ST-WORST-MINS     PIC 9(05).
       01  WS-TEAM-COUNT            PIC 9(04) COMP VALUE ZERO.

       01  WS-PRINT-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-ENTRY-OK-SW           PIC X(01) VALUE 'Y'.
           88  WS-ENTRY-OK               VALUE 'Y' FALSE 'N'.
       01  WS-NEW-RULE-SW           PIC X(01) VALUE 'N'.
           88  WS-New-Rule               VALUE 'Y' FALSE 'N'.

      * Figures for the line being printed, loaded from either table.
       01  WS-LN-NIGHTS             PIC 9(05).
       01  WS-LN-MET                PIC 9(05).
       01  WS-LN-LATE               PIC 9(05).
       01  WS-LN-NOT-DLVD           PIC 9(05).
       01  WS-LN-LATE-MINS          PIC 9(09).
       01  WS-LN-WORST-MINS         PIC 9(05).
       01  WS-MISSES                PIC 9(05).
       01  WS-RATE-WORK             PIC 9(03)V99 VALUE ZERO.
       01  WS-RATE-EDIT             PIC ZZ9.99.
       01  WS-AVG-MINS              PIC 9(05) VALUE ZERO.
       01  WS-TOT-MINS-EDIT         PIC ZZZ,ZZZ,ZZ9.
       01  WS-AVG-MINS-EDIT         PIC ZZ,ZZ9.
       01  WS-WORST-MINS-EDIT       PIC ZZ,ZZ9.

       01  WS-CT-RECORDS            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-MONTH              PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-MET                PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-LATE               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-NOT-DLVD           PIC 9(07) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           perform 0100-Read-Slrparm thru 0100-Read-Slrparm-Exit.
           if WS-MONTH = SPACES
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               Move WS-CURRENT-DATE(1:6) to WS-MONTH
           end-if.
           OPEN INPUT SLAHIST-FILE.
           if not WS-SLAHIST-OK
               Display 'ERROR-999: Unable to open SLAHIST status='
                   WS-SLAHIST-STATUS
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           perform 1000-Tally-One-Night thru 1000-Tally-One-Night-Exit
               until WS-SLAHIST-EOF.
           CLOSE SLAHIST-FILE.
           perform 2000-Print-Report thru 2000-Print-Report-Exit.
           if WS-CT-MONTH = ZERO
               Move 4 to RETURN-CODE
           else
               Move ZERO to RETURN-CODE
           end-if.
           STOP RUN.
      *
          0100-Read-Slrparm.
           OPEN INPUT SLRPARM-FILE.
           if WS-SLRPARM-OK
               perform 0110-Read-Slrparm-Record
                   thru 0110-Read-Slrparm-Record-Exit
                   until WS-SLRPARM-EOF
               CLOSE SLRPARM-FILE
           end-if.
           Exit Paragraph.
          0100-Read-Slrparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Slrparm-Record.
           READ SLRPARM-FILE
               AT END set WS-SLRPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING SLRPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   evaluate WS-PARM-KEYWORD
                       when 'MONTH'
                           if WS-PARM-VALUE-TEXT(1:6) is numeric
                               Move WS-PARM-VALUE-TEXT(1:6)
                                 to WS-MONTH
                           else
                               Display 'WARNING-999: SLRPARM'
                                   ' MONTH= value is not YYYYMM -'
                                   ' using the current month'
                           end-if
                       when SPACES
                           continue
                       when other
                           Display 'DATSLAR: Ignoring unknown'
                               ' SLRPARM keyword ' WS-PARM-KEYWORD
                   end-evaluate
           end-read.
           Exit Paragraph.
          0110-Read-Slrparm-Record-Exit.
           Exit Paragraph.
      *
          1000-Tally-One-Night.
           READ SLAHIST-FILE
               AT END set WS-SLAHIST-EOF to true
               NOT AT END
                   add 1 to WS-CT-RECORDS
                   if SH-NIGHT-DATE(1:6) = WS-MONTH
                       perform 1100-Tally-Record
                           thru 1100-Tally-Record-Exit
                   end-if
           end-read.
           Exit Paragraph.
          1000-Tally-One-Night-Exit.
           Exit Paragraph.
      *
          1100-Tally-Record.
           if SH-MINUTES-LATE is not numeric
               Move ZERO to SH-MINUTES-LATE
           end-if.
           add 1 to WS-CT-MONTH.
           evaluate true
               when SH-MET
                   add 1 to WS-CT-MET
               when SH-LATE
                   add 1 to WS-CT-LATE
               when other
                   add 1 to WS-CT-NOT-DLVD
           end-evaluate.
           perform 1200-Find-Rule thru 1200-Find-Rule-Exit.
           if WS-Entry-Ok
               add 1 to WS-SR-NIGHTS(SR-IDX)
      * The latest night's deadline is the one the line shows.
               Move SH-DEADLINE to WS-SR-DEADLINE(SR-IDX)
               evaluate true
                   when SH-MET
                       add 1 to WS-SR-MET(SR-IDX)
                   when SH-LATE
                       add 1 to WS-SR-LATE(SR-IDX)
                   when other
                       add 1 to WS-SR-NOT-DLVD(SR-IDX)
               end-evaluate
               add SH-MINUTES-LATE to WS-SR-LATE-MINS(SR-IDX)
               if SH-MINUTES-LATE > WS-SR-WORST-MINS(SR-IDX)
                   Move SH-MINUTES-LATE to WS-SR-WORST-MINS(SR-IDX)
               end-if
           end-if.
           perform 1300-Find-Team thru 1300-Find-Team-Exit.
           if WS-Entry-Ok
               if WS-New-Rule
                   add 1 to WS-ST-RULES(ST-IDX)
               end-if
               add 1 to WS-ST-NIGHTS(ST-IDX)
               evaluate true
                   when SH-MET
                       add 1 to WS-ST-MET(ST-IDX)
                   when SH-LATE
                       add 1 to WS-ST-LATE(ST-IDX)
                   when other
                       add 1 to WS-ST-NOT-DLVD(ST-IDX)
               end-evaluate
               add SH-MINUTES-LATE to WS-ST-LATE-MINS(ST-IDX)
               if SH-MINUTES-LATE > WS-ST-WORST-MINS(ST-IDX)
                   Move SH-MINUTES-LATE to WS-ST-WORST-MINS(ST-IDX)
               end-if
           end-if.
           Exit Paragraph.
          1100-Tally-Record-Exit.
           Exit Paragraph.
      *
          1200-Find-Rule.
      * A rule is counted once per team it reported under, so the
      * key is rule and team together.
           set WS-Entry-Ok to true.
           set WS-New-Rule to false.
           if WS-RULE-COUNT > 0
               set SR-IDX to 1
               search WS-SR-ENTRY
                   at end
                       perform 1210-Add-Rule thru 1210-Add-Rule-Exit
                   when SR-IDX > WS-RULE-COUNT
                       perform 1210-Add-Rule thru 1210-Add-Rule-Exit
                   when WS-SR-RULE(SR-IDX) = SH-RULE
                       and WS-SR-TEAM(SR-IDX) = SH-OWNER-TEAM
                       continue
               end-search
           else
               perform 1210-Add-Rule thru 1210-Add-Rule-Exit
           end-if.
           Exit Paragraph.
          1200-Find-Rule-Exit.
           Exit Paragraph.
      *
          1210-Add-Rule.
           if WS-RULE-COUNT < 500
               add 1 to WS-RULE-COUNT
               set SR-IDX to WS-RULE-COUNT
               Move SH-RULE       to WS-SR-RULE(SR-IDX)
               Move SH-OWNER-TEAM to WS-SR-TEAM(SR-IDX)
               Move zero to WS-SR-NIGHTS(SR-IDX)
                            WS-SR-MET(SR-IDX)
                            WS-SR-LATE(SR-IDX)
                            WS-SR-NOT-DLVD(SR-IDX)
                            WS-SR-LATE-MINS(SR-IDX)
                            WS-SR-WORST-MINS(SR-IDX)
               set WS-New-Rule to true
           else
               Display 'ERROR-999: SLAHIST rule ' SH-RULE
                   ' ignored - table is full at 500 rules'
               set WS-Entry-Ok to false
           end-if.
           Exit Paragraph.
          1210-Add-Rule-Exit.
           Exit Paragraph.
      *
          1300-Find-Team.
           set WS-Entry-Ok to true.
           if WS-TEAM-COUNT > 0
               set ST-IDX to 1
               search WS-ST-ENTRY
                   at end
                       perform 1310-Add-Team thru 1310-Add-Team-Exit
                   when ST-IDX > WS-TEAM-COUNT
                       perform 1310-Add-Team thru 1310-Add-Team-Exit
                   when WS-ST-TEAM(ST-IDX) = SH-OWNER-TEAM
                       continue
               end-search
           else
               perform 1310-Add-Team thru 1310-Add-Team-Exit
           end-if.
           Exit Paragraph.
          1300-Find-Team-Exit.
           Exit Paragraph.
      *
          1310-Add-Team.
           if WS-TEAM-COUNT < 100
               add 1 to WS-TEAM-COUNT
               set ST-IDX to WS-TEAM-COUNT
               Move SH-OWNER-TEAM to WS-ST-TEAM(ST-IDX)
               Move zero to WS-ST-RULES(ST-IDX)
                            WS-ST-NIGHTS(ST-IDX)
                            WS-ST-MET(ST-IDX)
                            WS-ST-LATE(ST-IDX)
                            WS-ST-NOT-DLVD(ST-IDX)
                            WS-ST-LATE-MINS(ST-IDX)
                            WS-ST-WORST-MINS(ST-IDX)
           else
               Display 'ERROR-999: SLAHIST team ' SH-OWNER-TEAM
                   ' ignored - table is full at 100 teams'
               set WS-Entry-Ok to false
           end-if.
           Exit Paragraph.
          1310-Add-Team-Exit.
           Exit Paragraph.
      *
          2000-Print-Report.
           Display '================================================'.
           Display 'DATSLAR - Deadline Attainment for ' WS-MONTH.
           Display '================================================'.
           Display '  SLAHIST records read . . . . : ' WS-CT-RECORDS.
           Display '  Rule-nights judged . . . . . : ' WS-CT-MONTH.
           Display '  Met. . . . . . . . . . . . . : ' WS-CT-MET.
           Display '  Late . . . . . . . . . . . . : ' WS-CT-LATE.
           Display '  Not delivered. . . . . . . . : '
               WS-CT-NOT-DLVD.
           if WS-CT-MONTH = ZERO
               Display '  No deadline judged in ' WS-MONTH
               Display
                   '================================================'
               GO TO 2000-Print-Report-Exit
           end-if.
           Display '------------------------------------------------'.
           Display 'BY RULE (deadline, nights, met, late, not'
               ' delivered, attainment %, minutes late total/avg/'
               'worst)'.
           perform 2100-Print-Rule-Line thru 2100-Print-Rule-Line-Exit
               varying WS-PRINT-IDX from 1 by 1
               until WS-PRINT-IDX > WS-RULE-COUNT.
           Display '------------------------------------------------'.
           Display 'BY OWNER TEAM (rules, nights, met, late, not'
               ' delivered, attainment %, minutes late total/avg/'
               'worst)'.
           perform 2200-Print-Team-Line thru 2200-Print-Team-Line-Exit
               varying WS-PRINT-IDX from 1 by 1
               until WS-PRINT-IDX > WS-TEAM-COUNT.
           Display '================================================'.
           Exit Paragraph.
          2000-Print-Report-Exit.
           Exit Paragraph.
      *
          2100-Print-Rule-Line.
           Move WS-SR-NIGHTS(WS-PRINT-IDX)     to WS-LN-NIGHTS.
           Move WS-SR-MET(WS-PRINT-IDX)        to WS-LN-MET.
           Move WS-SR-LATE(WS-PRINT-IDX)       to WS-LN-LATE.
           Move WS-SR-NOT-DLVD(WS-PRINT-IDX)   to WS-LN-NOT-DLVD.
           Move WS-SR-LATE-MINS(WS-PRINT-IDX)  to WS-LN-LATE-MINS.
           Move WS-SR-WORST-MINS(WS-PRINT-IDX) to WS-LN-WORST-MINS.
           perform 2300-Edit-Figures thru 2300-Edit-Figures-Exit.
           Display 'Rule ' WS-SR-RULE(WS-PRINT-IDX)
               ' ' WS-SR-TEAM(WS-PRINT-IDX)
               ' DL ' WS-SR-DEADLINE(WS-PRINT-IDX)
               ' nights: ' WS-LN-NIGHTS
               ' met: ' WS-LN-MET
               ' late: ' WS-LN-LATE
               ' not dlvd: ' WS-LN-NOT-DLVD
               ' att %: ' WS-RATE-EDIT
               ' mins: ' WS-TOT-MINS-EDIT
               ' /' WS-AVG-MINS-EDIT
               ' /' WS-WORST-MINS-EDIT.
           Exit Paragraph.
          2100-Print-Rule-Line-Exit.
           Exit Paragraph.
      *
          2200-Print-Team-Line.
           Move WS-ST-NIGHTS(WS-PRINT-IDX)     to WS-LN-NIGHTS.
           Move WS-ST-MET(WS-PRINT-IDX)        to WS-LN-MET.
           Move WS-ST-LATE(WS-PRINT-IDX)       to WS-LN-LATE.
           Move WS-ST-NOT-DLVD(WS-PRINT-IDX)   to WS-LN-NOT-DLVD.
           Move WS-ST-LATE-MINS(WS-PRINT-IDX)  to WS-LN-LATE-MINS.
           Move WS-ST-WORST-MINS(WS-PRINT-IDX) to WS-LN-WORST-MINS.
           perform 2300-Edit-Figures thru 2300-Edit-Figures-Exit.
           Display 'Team ' WS-ST-TEAM(WS-PRINT-IDX)
               ' rules: ' WS-ST-RULES(WS-PRINT-IDX)
               ' nights: ' WS-LN-NIGHTS
               ' met: ' WS-LN-MET
               ' late: ' WS-LN-LATE
               ' not dlvd: ' WS-LN-NOT-DLVD
               ' att %: ' WS-RATE-EDIT
               ' mins: ' WS-TOT-MINS-EDIT
               ' /' WS-AVG-MINS-EDIT
               ' /' WS-WORST-MINS-EDIT.
           Exit Paragraph.
          2200-Print-Team-Line-Exit.
           Exit Paragraph.
      *
          2300-Edit-Figures.
      * Attainment is met over judged nights; the average is over
      * the misses only - what a miss costs the customer when it
      * happens.
           Move ZERO to WS-RATE-WORK WS-AVG-MINS.
           if WS-LN-NIGHTS > 0
               compute WS-RATE-WORK =
                   WS-LN-MET * 100 / WS-LN-NIGHTS
           end-if.
           compute WS-MISSES = WS-LN-LATE + WS-LN-NOT-DLVD.
           if WS-MISSES > 0
               compute WS-AVG-MINS = WS-LN-LATE-MINS / WS-MISSES
           end-if.
           Move WS-RATE-WORK     to WS-RATE-EDIT.
           Move WS-LN-LATE-MINS  to WS-TOT-MINS-EDIT.
           Move WS-AVG-MINS      to WS-AVG-MINS-EDIT.
           Move WS-LN-WORST-MINS to WS-WORST-MINS-EDIT.
           Exit Paragraph.
          2300-Edit-Figures-Exit.
           Exit Paragraph.
