      * prints the projected run list per day, then flags rules
      * that never come due inside the horizon - a weekly rule with
      * an impossible day-of-week among them - and days carrying an
      * unusually heavy load. A rule is only projected due inside
      * its RT-EFFECTIVE-FROM/RT-RETIRE-ON window; go-lives and
      * retirements falling inside the horizon are marked on their
      * day and listed together after the projection.
      *
      * Driven by SPRJPARM (optional), a KEYWORD=VALUE member the
      * same shape as DATBATCH's PARMLIB:
               10  WS-RT-FREQ-CODE      PIC X(01).
               10  WS-RT-FREQ-VALUE     PIC X(08).
               10  WS-RT-DUE-COUNT      PIC 9(05).
               10  WS-RT-EFFECTIVE-FROM PIC 9(08).
               10  WS-RT-RETIRE-ON      PIC 9(08).
       01  WS-RULETAB-COUNT         PIC 9(04) COMP VALUE ZERO.

      * The horizon days pulled from CALENDAR, with a per-day due
       01  WS-HEAVY-LIMIT           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-NEVER-DUE          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-HEAVY-DAYS         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-GO-LIVES           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-RETIREMENTS        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-OUT-OF-WINDOW      PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-FIRST-DATE            PIC 9(08) VALUE ZERO.
       01  WS-LAST-DATE             PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
               STOP RUN
           end-if.
           perform 3000-Project thru 3000-Project-Exit.
           perform 3500-List-Window-Changes
               thru 3500-List-Window-Changes-Exit.
           perform 4000-Flag-Findings thru 4000-Flag-Findings-Exit.
           STOP RUN.
      *
                       Move RT-FREQ-VALUE
                         to WS-RT-FREQ-VALUE(RT-IDX)
                       Move zero to WS-RT-DUE-COUNT(RT-IDX)
      * A blank date (a pre-conversion row) is no bound, like zero.
                       Move zero to WS-RT-EFFECTIVE-FROM(RT-IDX)
                                    WS-RT-RETIRE-ON(RT-IDX)
                       if RT-EFFECTIVE-FROM is numeric
                           Move RT-EFFECTIVE-FROM
                             to WS-RT-EFFECTIVE-FROM(RT-IDX)
                       end-if
                       if RT-RETIRE-ON is numeric
                           Move RT-RETIRE-ON
                             to WS-RT-RETIRE-ON(RT-IDX)
                       end-if
                   else
                       Display 'ERROR-999: RULETAB row for rule '
                           RT-RULE-NUM ' ignored - table is full'
           Exit Paragraph.
      *
          3000-Project.
           Move WS-DY-DATE(1) to WS-FIRST-DATE.
           Move WS-DY-DATE(WS-DAYTAB-COUNT) to WS-LAST-DATE.
           Display '================================================'.
           Display 'DATSPROJ - Projected Schedule, ' WS-DAYTAB-COUNT
               ' day(s) from ' WS-RUN-DATE.
               when other
                   continue
           end-evaluate.
      * Outside the effective window the run skips the rule whatever
      * its schedule says - the day the window opens or closes is
      * marked either way.
           if WS-RT-EFFECTIVE-FROM(WS-RULE-SUB) > ZERO
               and WS-DY-DATE(WS-DAY-SUB)
                   < WS-RT-EFFECTIVE-FROM(WS-RULE-SUB)
               set WS-Due to false
           end-if.
           if WS-RT-RETIRE-ON(WS-RULE-SUB) > ZERO
               and WS-DY-DATE(WS-DAY-SUB)
                   not < WS-RT-RETIRE-ON(WS-RULE-SUB)
               set WS-Due to false
           end-if.
           if WS-DY-DATE(WS-DAY-SUB) = WS-RT-EFFECTIVE-FROM(WS-RULE-SUB)
               Display '    rule ' WS-RT-RULE-NUM(WS-RULE-SUB)
                   ' GO-LIVE - first day in effect'
           end-if.
           if WS-DY-DATE(WS-DAY-SUB) = WS-RT-RETIRE-ON(WS-RULE-SUB)
               Display '    rule ' WS-RT-RULE-NUM(WS-RULE-SUB)
                   ' RETIRES - no longer runs from this day'
           end-if.
           if WS-Due
               Display '    rule ' WS-RT-RULE-NUM(WS-RULE-SUB)
                   ' (' WS-RT-FREQ-CODE(WS-RULE-SUB) ')'
           Exit Paragraph.
          3200-Project-One-Rule-Exit.
           Exit Paragraph.
      *
          3500-List-Window-Changes.
      * Every go-live and retirement dated inside the horizon in one
      * list, so the change in the workload is seen before it lands.
           Display '------------------------------------------------'.
           Display 'UPCOMING GO-LIVES AND RETIREMENTS'.
           perform 3510-List-One-Rule thru 3510-List-One-Rule-Exit
               varying WS-RULE-SUB from 1 by 1
               until WS-RULE-SUB > WS-RULETAB-COUNT.
           Display '  Go-lives in horizon. . . . . : ' WS-CT-GO-LIVES.
           Display '  Retirements in horizon . . . : '
               WS-CT-RETIREMENTS.
           Exit Paragraph.
          3500-List-Window-Changes-Exit.
           Exit Paragraph.
      *
          3510-List-One-Rule.
           if WS-RT-EFFECTIVE-FROM(WS-RULE-SUB) >= WS-FIRST-DATE
               and WS-RT-EFFECTIVE-FROM(WS-RULE-SUB) <= WS-LAST-DATE
               add 1 to WS-CT-GO-LIVES
               Display '  ' WS-RT-EFFECTIVE-FROM(WS-RULE-SUB)
                   ' GO-LIVE  rule ' WS-RT-RULE-NUM(WS-RULE-SUB)
                   ' (' WS-RT-FREQ-CODE(WS-RULE-SUB)
                   '=' WS-RT-FREQ-VALUE(WS-RULE-SUB) ')'
           end-if.
           if WS-RT-RETIRE-ON(WS-RULE-SUB) >= WS-FIRST-DATE
               and WS-RT-RETIRE-ON(WS-RULE-SUB) <= WS-LAST-DATE
               add 1 to WS-CT-RETIREMENTS
               Display '  ' WS-RT-RETIRE-ON(WS-RULE-SUB)
                   ' RETIRES  rule ' WS-RT-RULE-NUM(WS-RULE-SUB)
                   ' (' WS-RT-FREQ-CODE(WS-RULE-SUB)
                   '=' WS-RT-FREQ-VALUE(WS-RULE-SUB) ')'
           end-if.
           Exit Paragraph.
          3510-List-One-Rule-Exit.
           Exit Paragraph.
      *
          4000-Flag-Findings.
           Display '------------------------------------------------'.
               until WS-DAY-SUB > WS-DAYTAB-COUNT.
           Display '  Rules never due in horizon . : '
               WS-CT-NEVER-DUE.
           Display '  Rules not in effect in horizon: '
               WS-CT-OUT-OF-WINDOW.
           Display '  Heavy days (over ' WS-HEAVY-LIMIT ') . : '
               WS-CT-HEAVY-DAYS.
           Display '================================================'.
           if WS-RT-DUE-COUNT(WS-RULE-SUB) > 0
               GO TO 4100-Flag-One-Rule-Exit
           end-if.
      * Not live yet or already retired for the whole horizon - the
      * window, not the schedule, is why it never comes due.
           if (WS-RT-EFFECTIVE-FROM(WS-RULE-SUB) > WS-LAST-DATE)
               or (WS-RT-RETIRE-ON(WS-RULE-SUB) > ZERO
                   and WS-RT-RETIRE-ON(WS-RULE-SUB)
                       <= WS-FIRST-DATE)
               add 1 to WS-CT-OUT-OF-WINDOW
               Display '  NOTE: Rule ' WS-RT-RULE-NUM(WS-RULE-SUB)
                   ' not in effect in this horizon (effective '
                   WS-RT-EFFECTIVE-FROM(WS-RULE-SUB) ' retire '
                   WS-RT-RETIRE-ON(WS-RULE-SUB) ')'
               GO TO 4100-Flag-One-Rule-Exit
           end-if.
           add 1 to WS-CT-NEVER-DUE.
           if WS-RT-FREQ-CODE(WS-RULE-SUB) = 'W'
               and (WS-RT-FREQ-VALUE(WS-RULE-SUB)(1:1) < '1'
