       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATWKLD.
      * Daily review workload report over REVIEWQ - run with the
      * other end-of-day reports so the team leads see every morning
      * how the open findings sit across their analysts, instead of
      * finding out at month end that two people cleared the lot.
      *
      * For every owning team on the ANALYST roster (DATANLR), and
      * within it every analyst holding work, it shows the items
      * still open, how many of those are aged - queued two or more
      * days before the business date, the same AGED>48H DAT3 shows -
      * the age of the oldest, and how many the analyst dispositioned
      * on the business date. Then the team's unassigned items (the
      * team queue: nobody in the team could be dealt them), and
      * last the items no team owns - rules without a runbook, and
      * everything queued before items were assigned.
      *
      * Items held by a user id no longer on the roster are listed
      * under the item's team marked NOT ON ROSTER, so a leaver's
      * backlog is seen and reassigned through DAT3 rather than
      * lost. Escalated items are on SUPERQ and reported by DATESCR.
      *
      * RC 0 = report printed; RC 4 = aged items open (the same
      * signal DATESCR gives for the supervisor queue); RC 999 =
      * REVIEWQ could not be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEWQ-FILE  ASSIGN TO 'REVIEWQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEWQ-STATUS.
           SELECT ANALYST-FILE  ASSIGN TO 'ANALYST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-USERID
               FILE STATUS IS WS-ANALYST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEWQ-FILE.
           COPY REVIEWQ.

       FD  ANALYST-FILE.
           COPY DATANLR.

       WORKING-STORAGE SECTION.
       01  WS-REVIEWQ-STATUS        PIC X(02).
           88  WS-REVIEWQ-OK             VALUE '00'.
           88  WS-REVIEWQ-EOF             VALUE '10'.
       01  WS-ANALYST-STATUS        PIC X(02).
           88  WS-ANALYST-OK             VALUE '00'.
           88  WS-ANALYST-EOF             VALUE '10'.

      * The BUSDATE control record's answer (DATBDGT) - the day the
      * items are aged against and the dispositions counted for.
           COPY DATBDGP.
       01  WS-BUSINESS-DATE         PIC 9(08).
       01  WS-TODAY-INT             PIC 9(07).
       01  WS-ITEM-DATE             PIC 9(08).
       01  WS-ITEM-INT              PIC 9(07).
       01  WS-ITEM-AGE              PIC 9(04).

      * One entry per person holding or clearing work: everyone on
      * the roster, in user id order, then any assignee not on it.
       01  WS-ANALYST-TABLE.
           05  WS-WA-ENTRY OCCURS 500 TIMES
                                 INDEXED BY WA-IDX.
               10  WS-WA-USERID         PIC X(08).
               10  WS-WA-NAME           PIC X(20).
               10  WS-WA-TEAM           PIC X(20).
               10  WS-WA-NOTE           PIC X(13).
               10  WS-WA-OPEN           PIC 9(05) COMP-3.
               10  WS-WA-AGED           PIC 9(05) COMP-3.
               10  WS-WA-OLDEST         PIC 9(04) COMP-3.
               10  WS-WA-DONE           PIC 9(05) COMP-3.
       01  WS-WA-COUNT              PIC 9(04) COMP VALUE ZERO.

      * One entry per team, in the order first met - roster teams
      * first. Entry 1 is kept for the items with no owning team.
       01  WS-TEAM-TABLE.
           05  WS-WT-ENTRY OCCURS 100 TIMES
                                 INDEXED BY WT-IDX.
               10  WS-WT-TEAM           PIC X(20).
               10  WS-WT-UNASSIGNED     PIC 9(05) COMP-3.
               10  WS-WT-UNASSGN-AGED   PIC 9(05) COMP-3.
               10  WS-WT-OPEN           PIC 9(05) COMP-3.
               10  WS-WT-AGED           PIC 9(05) COMP-3.
       01  WS-WT-COUNT              PIC 9(04) COMP VALUE ZERO.

       01  WS-FIND-USERID           PIC X(08).
       01  WS-FIND-TEAM             PIC X(20).
       01  WS-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
       01  WS-PRINT-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-TEAM-IDX              PIC 9(04) COMP VALUE ZERO.
       01  WS-AGED-SW               PIC X(01) VALUE 'N'.
           88  WS-Item-Aged               VALUE 'Y' FALSE 'N'.
       01  WS-FULL-SW               PIC X(01) VALUE 'N'.
           88  WS-Table-Full-Warned       VALUE 'Y' FALSE 'N'.

       01  WS-CT-ITEMS-READ         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-OPEN               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-AGED               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-UNASSIGNED         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-DONE-TODAY         PIC 9(07) COMP-3 VALUE ZERO.

       01  WS-OPEN-EDIT             PIC ZZ,ZZ9.
       01  WS-AGED-EDIT             PIC ZZ,ZZ9.
       01  WS-OLDEST-EDIT           PIC Z,ZZ9.
       01  WS-DONE-EDIT             PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
          0000-Mainline.
           CALL 'DATBDGT' USING DATBDGT-PARMS.
           Move BG-BUSINESS-DATE to WS-BUSINESS-DATE.
           if BG-No-Control
               Display 'WARNING-999: No BUSDATE control record - '
                   'aged against the clock date ' WS-BUSINESS-DATE
           end-if.
           compute WS-TODAY-INT =
               function integer-of-date(WS-BUSINESS-DATE).
           Move SPACES to WS-ANALYST-TABLE WS-TEAM-TABLE.
           Move 1      to WS-WT-COUNT.
           Move ZERO   to WS-WT-UNASSIGNED(1) WS-WT-UNASSGN-AGED(1)
                          WS-WT-OPEN(1) WS-WT-AGED(1).
           perform 1000-Load-Roster thru 1000-Load-Roster-Exit.
           OPEN INPUT REVIEWQ-FILE.
           if not WS-REVIEWQ-OK
               Display 'ERROR-999: Unable to open REVIEWQ status='
                   WS-REVIEWQ-STATUS
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           perform 2000-Count-One-Item thru 2000-Count-One-Item-Exit
               until WS-REVIEWQ-EOF.
           CLOSE REVIEWQ-FILE.
           perform 3000-Print-Report thru 3000-Print-Report-Exit.
           if WS-CT-AGED > 0
               Move 4 to RETURN-CODE
           else
               Move ZERO to RETURN-CODE
           end-if.
           STOP RUN.
      *
          1000-Load-Roster.
      * No roster yet is not a failure - every assignee then shows
      * as NOT ON ROSTER, and the team queues as they stand.
           OPEN INPUT ANALYST-FILE.
           if not WS-ANALYST-OK
               Display 'WARNING-999: Unable to open ANALYST status='
                   WS-ANALYST-STATUS ' - report without the roster'
               GO TO 1000-Load-Roster-Exit
           end-if.
           perform 1100-Load-One-Analyst
               thru 1100-Load-One-Analyst-Exit
               until WS-ANALYST-EOF.
           CLOSE ANALYST-FILE.
           Exit Paragraph.
          1000-Load-Roster-Exit.
           Exit Paragraph.
      *
          1100-Load-One-Analyst.
           READ ANALYST-FILE
               AT END
                   GO TO 1100-Load-One-Analyst-Exit
           end-read.
           Move AR-TEAM to WS-FIND-TEAM.
           perform 2400-Find-Team thru 2400-Find-Team-Exit.
           Move AR-USERID to WS-FIND-USERID.
           perform 2300-Add-Analyst thru 2300-Add-Analyst-Exit.
           if WS-FOUND-SUB > 0
               Move AR-NAME to WS-WA-NAME(WS-FOUND-SUB)
               Move AR-TEAM to WS-WA-TEAM(WS-FOUND-SUB)
               evaluate true
                   when not AR-Is-Active
                       Move 'INACTIVE'   to WS-WA-NOTE(WS-FOUND-SUB)
                   when AR-Role-Super
                       Move 'SUPERVISOR' to WS-WA-NOTE(WS-FOUND-SUB)
                   when other
                       Move SPACES to WS-WA-NOTE(WS-FOUND-SUB)
               end-evaluate
           end-if.
           Exit Paragraph.
          1100-Load-One-Analyst-Exit.
           Exit Paragraph.
      *
          2000-Count-One-Item.
           READ REVIEWQ-FILE
               AT END
                   GO TO 2000-Count-One-Item-Exit
           end-read.
           add 1 to WS-CT-ITEMS-READ.
           if RQ-DISP-USER not = SPACES
               and RQ-DISP-TIMESTAMP(1:8) = WS-BUSINESS-DATE
               and not RQ-Open
               perform 2200-Count-Done thru 2200-Count-Done-Exit
           end-if.
           if RQ-Open
               perform 2100-Count-Open thru 2100-Count-Open-Exit
           end-if.
           Exit Paragraph.
          2000-Count-One-Item-Exit.
           Exit Paragraph.
      *
          2100-Count-Open.
           add 1 to WS-CT-OPEN.
           set WS-Item-Aged to false.
           Move ZERO to WS-ITEM-AGE.
           if RQ-TIMESTAMP(1:8) is numeric
               Move RQ-TIMESTAMP(1:8) to WS-ITEM-DATE
               compute WS-ITEM-INT =
                   function integer-of-date(WS-ITEM-DATE)
               if WS-TODAY-INT > WS-ITEM-INT
                   compute WS-ITEM-AGE = WS-TODAY-INT - WS-ITEM-INT
               end-if
               if WS-ITEM-AGE >= 2
                   set WS-Item-Aged to true
                   add 1 to WS-CT-AGED
               end-if
           end-if.
           Move RQ-TEAM to WS-FIND-TEAM.
           perform 2400-Find-Team thru 2400-Find-Team-Exit.
           if WS-TEAM-IDX > 0
               add 1 to WS-WT-OPEN(WS-TEAM-IDX)
               if WS-Item-Aged
                   add 1 to WS-WT-AGED(WS-TEAM-IDX)
               end-if
           end-if.
           if RQ-ASSIGNEE = SPACES
               add 1 to WS-CT-UNASSIGNED
               if WS-TEAM-IDX > 0
                   add 1 to WS-WT-UNASSIGNED(WS-TEAM-IDX)
                   if WS-Item-Aged
                       add 1 to WS-WT-UNASSGN-AGED(WS-TEAM-IDX)
                   end-if
               end-if
               GO TO 2100-Count-Open-Exit
           end-if.
           Move RQ-ASSIGNEE to WS-FIND-USERID.
           perform 2300-Add-Analyst thru 2300-Add-Analyst-Exit.
           if WS-FOUND-SUB = 0
               GO TO 2100-Count-Open-Exit
           end-if.
           add 1 to WS-WA-OPEN(WS-FOUND-SUB).
           if WS-Item-Aged
               add 1 to WS-WA-AGED(WS-FOUND-SUB)
           end-if.
           if WS-ITEM-AGE > WS-WA-OLDEST(WS-FOUND-SUB)
               Move WS-ITEM-AGE to WS-WA-OLDEST(WS-FOUND-SUB)
           end-if.
           Exit Paragraph.
          2100-Count-Open-Exit.
           Exit Paragraph.
      *
          2200-Count-Done.
           add 1 to WS-CT-DONE-TODAY.
           Move RQ-TEAM to WS-FIND-TEAM.
           perform 2400-Find-Team thru 2400-Find-Team-Exit.
           Move RQ-DISP-USER to WS-FIND-USERID.
           perform 2300-Add-Analyst thru 2300-Add-Analyst-Exit.
           if WS-FOUND-SUB > 0
               add 1 to WS-WA-DONE(WS-FOUND-SUB)
           end-if.
           Exit Paragraph.
          2200-Count-Done-Exit.
           Exit Paragraph.
      *
          2300-Add-Analyst.
      * Finds WS-FIND-USERID, adding it when new - under the item's
      * team (WS-FIND-TEAM) and marked NOT ON ROSTER. The roster is
      * loaded first and replaces the mark on each of its own
      * entries - INACTIVE, SUPERVISOR, or blank for an active
      * analyst - so only an analyst the items add keeps it.
           Move ZERO to WS-FOUND-SUB.
           set WA-IDX to 1.
           search WS-WA-ENTRY
               at end
                   continue
               when WS-WA-USERID(WA-IDX) = WS-FIND-USERID
                   set WS-FOUND-SUB to WA-IDX
           end-search.
           if WS-FOUND-SUB > 0
               GO TO 2300-Add-Analyst-Exit
           end-if.
           if WS-WA-COUNT >= 500
               if not WS-Table-Full-Warned
                   Display 'WARNING-999: More than 500 analysts - '
                       WS-FIND-USERID ' and later not reported'
                   set WS-Table-Full-Warned to true
               end-if
               GO TO 2300-Add-Analyst-Exit
           end-if.
           add 1 to WS-WA-COUNT.
           Move WS-WA-COUNT    to WS-FOUND-SUB.
           Move WS-FIND-USERID to WS-WA-USERID(WS-FOUND-SUB).
           Move WS-FIND-TEAM   to WS-WA-TEAM(WS-FOUND-SUB).
           Move 'NOT ON ROSTER' to WS-WA-NOTE(WS-FOUND-SUB).
           Move ZERO to WS-WA-OPEN(WS-FOUND-SUB)
                        WS-WA-AGED(WS-FOUND-SUB)
                        WS-WA-OLDEST(WS-FOUND-SUB)
                        WS-WA-DONE(WS-FOUND-SUB).
           Exit Paragraph.
          2300-Add-Analyst-Exit.
           Exit Paragraph.
      *
          2400-Find-Team.
      * Sets WS-TEAM-IDX to WS-FIND-TEAM's entry, adding it when new;
      * a blank team is entry 1. Zero only when the table is full.
           if WS-FIND-TEAM = SPACES
               Move 1 to WS-TEAM-IDX
               GO TO 2400-Find-Team-Exit
           end-if.
           Move ZERO to WS-TEAM-IDX.
           set WT-IDX to 2.
           search WS-WT-ENTRY
               at end
                   continue
               when WS-WT-TEAM(WT-IDX) = WS-FIND-TEAM
                   set WS-TEAM-IDX to WT-IDX
           end-search.
           if WS-TEAM-IDX > 0
               GO TO 2400-Find-Team-Exit
           end-if.
           if WS-WT-COUNT >= 100
               Display 'WARNING-999: More than 100 teams - '
                   WS-FIND-TEAM ' not reported'
               GO TO 2400-Find-Team-Exit
           end-if.
           add 1 to WS-WT-COUNT.
           Move WS-WT-COUNT  to WS-TEAM-IDX.
           Move WS-FIND-TEAM to WS-WT-TEAM(WS-TEAM-IDX).
           Move ZERO to WS-WT-UNASSIGNED(WS-TEAM-IDX)
                        WS-WT-UNASSGN-AGED(WS-TEAM-IDX)
                        WS-WT-OPEN(WS-TEAM-IDX)
                        WS-WT-AGED(WS-TEAM-IDX).
           Exit Paragraph.
          2400-Find-Team-Exit.
           Exit Paragraph.
      *
          3000-Print-Report.
           Display '================================================'.
           Display 'DATWKLD - Review Workload for ' WS-BUSINESS-DATE.
           Display '================================================'.
           Display '  REVIEWQ items read . . . . . : ' WS-CT-ITEMS-READ.
           Display '  Open . . . . . . . . . . . . : ' WS-CT-OPEN.
           Display '  Aged (2 days or more). . . . : ' WS-CT-AGED.
           Display '  Unassigned . . . . . . . . . : '
               WS-CT-UNASSIGNED.
           Display '  Dispositioned today. . . . . : '
               WS-CT-DONE-TODAY.
           Display '------------------------------------------------'.
           Display 'BY TEAM AND ANALYST (open, aged, oldest days,'
               ' done today)'.
           perform 3100-Print-Team thru 3100-Print-Team-Exit
               varying WS-TEAM-IDX from 2 by 1
               until WS-TEAM-IDX > WS-WT-COUNT.
           Move 1 to WS-TEAM-IDX.
           perform 3100-Print-Team thru 3100-Print-Team-Exit.
           Display '================================================'.
           Exit Paragraph.
          3000-Print-Report-Exit.
           Exit Paragraph.
      *
          3100-Print-Team.
           Display ' '.
           if WS-TEAM-IDX = 1
               if WS-WT-OPEN(1) = 0
                   GO TO 3100-Print-Team-Exit
               end-if
               Display 'NO OWNING TEAM'
           else
               Display 'Team ' WS-WT-TEAM(WS-TEAM-IDX)
           end-if.
           perform 3200-Print-Analyst thru 3200-Print-Analyst-Exit
               varying WS-PRINT-IDX from 1 by 1
               until WS-PRINT-IDX > WS-WA-COUNT.
           Move WS-WT-UNASSIGNED(WS-TEAM-IDX)   to WS-OPEN-EDIT.
           Move WS-WT-UNASSGN-AGED(WS-TEAM-IDX) to WS-AGED-EDIT.
           Display '  Unassigned                     '
               ' open: ' WS-OPEN-EDIT
               ' aged: ' WS-AGED-EDIT.
           Move WS-WT-OPEN(WS-TEAM-IDX) to WS-OPEN-EDIT.
           Move WS-WT-AGED(WS-TEAM-IDX) to WS-AGED-EDIT.
           Display '  Team total                     '
               ' open: ' WS-OPEN-EDIT
               ' aged: ' WS-AGED-EDIT.
           Exit Paragraph.
          3100-Print-Team-Exit.
           Exit Paragraph.
      *
          3200-Print-Analyst.
      * Everyone in the team is listed, idle analysts included - an
      * analyst with nothing is as much a finding as one with forty.
      * Inactive and supervisor entries only when they hold work.
           if WS-TEAM-IDX = 1
               if WS-WA-TEAM(WS-PRINT-IDX) not = SPACES
                   GO TO 3200-Print-Analyst-Exit
               end-if
           else
               if WS-WA-TEAM(WS-PRINT-IDX)
                   not = WS-WT-TEAM(WS-TEAM-IDX)
                   GO TO 3200-Print-Analyst-Exit
               end-if
           end-if.
           if WS-WA-NOTE(WS-PRINT-IDX) not = SPACES
               and WS-WA-OPEN(WS-PRINT-IDX) = 0
               and WS-WA-DONE(WS-PRINT-IDX) = 0
               GO TO 3200-Print-Analyst-Exit
           end-if.
           Move WS-WA-OPEN(WS-PRINT-IDX)   to WS-OPEN-EDIT.
           Move WS-WA-AGED(WS-PRINT-IDX)   to WS-AGED-EDIT.
           Move WS-WA-OLDEST(WS-PRINT-IDX) to WS-OLDEST-EDIT.
           Move WS-WA-DONE(WS-PRINT-IDX)   to WS-DONE-EDIT.
           Display '  ' WS-WA-USERID(WS-PRINT-IDX)
               ' ' WS-WA-NAME(WS-PRINT-IDX)
               ' open: ' WS-OPEN-EDIT
               ' aged: ' WS-AGED-EDIT
               ' oldest: ' WS-OLDEST-EDIT
               ' done: ' WS-DONE-EDIT
               ' ' WS-WA-NOTE(WS-PRINT-IDX).
           Exit Paragraph.
          3200-Print-Analyst-Exit.
           Exit Paragraph.
