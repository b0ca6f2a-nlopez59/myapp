      * rule's average elapsed cost; one cursor over the month's
      * Q.RULE_AUDIT rows then charges each execution to its
      * department at that rule's average. Prints a usage statement
      * per department - executions, error rate, machine time -
      * grouped under its division with a subtotal per division and
      * a division summary page, and writes the CHGBFEED summary
      * file in the delimited layout finance's loader already takes
      * from DATFEXT:
      *   H|DATCHGB|yyyymm                      header
      *   D|dept|execs|errors|machine-seconds|deptname|mgrno|div
      *                                         one per department
      *   V|div|execs|errors|machine-seconds|divname
      *                                         one per division
      *   T|nnnnn|nnnnn                         trailer D and V counts
      *
      * A department's division is the top of its PARENT_DEPT chain
      * as the hierarchy stood at the end of the statement month
      * (DATDIVN over Q.ORG_HIST), so the month bills the way the
      * divisions read on the statement date; a department with no
      * division on file then bills under 000 NO DIVISION.
      *
      * Each execution is charged to its department as it stood at
      * the row's RUN_TIMESTAMP (the Q.ORG_HIST row in force then),
      * so a department renamed or handed to a new manager during
      * the month gets one statement line per version - the usage
      * before the change is billed under the name and manager it
      * ran under, not today's. A department with no history row in
      * force charges as NOT ON FILE.
      *
      * Driven by CHGBPARM, a KEYWORD=VALUE member the same shape
      * as DATBATCH's PARMLIB:
           05  WS-DP-ENTRY OCCURS 100 TIMES
                                 INDEXED BY DP-IDX.
               10  WS-DP-DEPT           PIC X(03).
               10  WS-DP-NAME           PIC X(14).
               10  WS-DP-MGRNO          PIC X(06).
               10  WS-DP-EXECS          PIC 9(07).
               10  WS-DP-ERRORS         PIC 9(07).
               10  WS-DP-HNDS           PIC 9(11).
               10  WS-DP-DIVISION       PIC X(03).
       01  WS-DEPT-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-PRINT-IDX             PIC 9(04) COMP VALUE ZERO.

      * Per-division totals, kept in division-number order.
       COPY DATDIVP.
       01  WS-DIVN-LOGGED-SW        PIC X(01) VALUE 'N'.
           88  WS-Divn-Logged            VALUE 'Y' FALSE 'N'.
       01  WS-DIV-TABLE.
           05  WS-DX-ENTRY OCCURS 100 TIMES
                                 INDEXED BY DX-IDX.
               10  WS-DX-DIVISION       PIC X(03).
               10  WS-DX-NAME           PIC X(14).
               10  WS-DX-EXECS          PIC 9(07).
               10  WS-DX-ERRORS         PIC 9(07).
               10  WS-DX-HNDS           PIC 9(11).
       01  WS-DX-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-DX-POS                PIC 9(04) COMP VALUE ZERO.
       01  WS-DX-SHIFT              PIC 9(04) COMP VALUE ZERO.
       01  WS-DX-PRINT-IDX          PIC 9(04) COMP VALUE ZERO.
       01  WS-DX-SCAN-SW            PIC X(01) VALUE 'N'.
           88  WS-DX-Scanning            VALUE 'Y' FALSE 'N'.
       01  WS-DX-ENTRY-OK-SW        PIC X(01) VALUE 'N'.
           88  WS-DX-Entry-Ok            VALUE 'Y' FALSE 'N'.

       01  WS-SECS-WORK             PIC 9(09)V99 VALUE ZERO.
       01  WS-SECS-EDIT             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SECS-FEED             PIC 9(09).
       01  WS-CT-ROWS               PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CT-NO-COST            PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CT-FEED-DETAIL        PIC 9(05) VALUE ZERO.
       01  WS-CT-FEED-DIVISION      PIC 9(05) VALUE ZERO.

      * Null indicators for the outer-joined department history
      * columns, and the name/manager the row is charged under.
       01  WS-DEPTNAME-IND          PIC S9(04) COMP.
       01  WS-MGRNO-IND             PIC S9(04) COMP.
       01  WS-CHARGE-NAME           PIC X(14).
       01  WS-CHARGE-MGRNO          PIC X(06).

           EXEC SQL INCLUDE RULEAUD END-EXEC.
           EXEC SQL INCLUDE ORG     END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.

      * Every execution the month charged somewhere - rule, result,
      * and the department it ran for, as that department stood
      * when the rule ran.
           EXEC SQL
               DECLARE CHGB-CURSOR CURSOR FOR
               SELECT R.RULE_CODE, R.RESULT_CODE, R.DEPT_CODE,
                      O.DEPTNAME, O.MGRNO
                 FROM Q.RULE_AUDIT R
                 LEFT JOIN Q.ORG_HIST O
                   ON O.DEPTNUMB = INTEGER(R.DEPT_CODE)
                  AND O.VALID_FROM <= R.RUN_TIMESTAMP
                  AND O.VALID_TO > R.RUN_TIMESTAMP
                WHERE R.RUN_TIMESTAMP >= :WS-TS-LO
                  AND R.RUN_TIMESTAMP <= :WS-TS-HI
           END-EXEC.

       PROCEDURE DIVISION.
               thru 1000-Load-Rule-Costs-Exit.
           perform 2000-Charge-Executions
               thru 2000-Charge-Executions-Exit.
           perform 2500-Total-Divisions
               thru 2500-Total-Divisions-Exit
               varying WS-PRINT-IDX from 1 by 1
               until WS-PRINT-IDX > WS-DEPT-COUNT.
           perform 3000-Print-Statements
               thru 3000-Print-Statements-Exit.
           perform 4000-Write-Feed thru 4000-Write-Feed-Exit.
               DELIMITED BY SIZE INTO WS-TS-LO.
           STRING WS-MONTH '31235959'
               DELIMITED BY SIZE INTO WS-TS-HI.
           Move WS-TS-HI to DV-AS-AT.
           Exit Paragraph.
          0200-Set-Month-Exit.
           Exit Paragraph.
           EXEC SQL
               FETCH CHGB-CURSOR
                 INTO :RULE-AUDIT-RULE, :RULE-AUDIT-RESULT,
                      :RULE-AUDIT-DEPT,
                      :DEPTNAME:WS-DEPTNAME-IND,
                      :MGRNO:WS-MGRNO-IND
           END-EXEC.
           Move 'FETCH CHGB-CURSOR' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
               GO TO 2100-Charge-One-Row-Exit
           end-if.
           add 1 to WS-CT-ROWS.
           if WS-DEPTNAME-IND < 0
               Move 'NOT ON FILE' to WS-CHARGE-NAME
               Move SPACES to WS-CHARGE-MGRNO
           else
               Move DEPTNAME-TEXT to WS-CHARGE-NAME
               Move MGRNO to WS-CHARGE-MGRNO
               if WS-MGRNO-IND < 0
                   Move SPACES to WS-CHARGE-MGRNO
               end-if
           end-if.
      * The execution charges at its rule's month-average elapsed;
      * a rule with no PERFSTAT history this month charges zero and
      * is counted so the statement says how soft the figure is.
                       perform 2300-Add-Dept-Entry
                           thru 2300-Add-Dept-Entry-Exit
                   when WS-DP-DEPT(DP-IDX) = RULE-AUDIT-DEPT
                       and WS-DP-NAME(DP-IDX) = WS-CHARGE-NAME
                       and WS-DP-MGRNO(DP-IDX) = WS-CHARGE-MGRNO
                       perform 2400-Charge-Dept
                           thru 2400-Charge-Dept-Exit
               end-search
               add 1 to WS-DEPT-COUNT
               set DP-IDX to WS-DEPT-COUNT
               Move RULE-AUDIT-DEPT to WS-DP-DEPT(DP-IDX)
               Move WS-CHARGE-NAME to WS-DP-NAME(DP-IDX)
               Move WS-CHARGE-MGRNO to WS-DP-MGRNO(DP-IDX)
               Move zero to WS-DP-EXECS(DP-IDX)
                            WS-DP-ERRORS(DP-IDX)
                            WS-DP-HNDS(DP-IDX)
           Exit Paragraph.
          2400-Charge-Dept-Exit.
           Exit Paragraph.
      *
          2500-Total-Divisions.
      * Each department line adds into its division once the month
      * is charged.
           set DP-IDX to WS-PRINT-IDX.
           Move WS-DP-DEPT(DP-IDX) to DV-DEPT.
           CALL 'DATDIVN' USING DATDIVN-PARMS.
           if DV-Load-Failed and not WS-Divn-Logged
               Move DV-SQLCODE to SQLCODE
               Move 'DATDIVN LOAD Q.ORG_HIST' to WS-SQL-STATEMENT
               set WS-SQL-NOT-OK to true
               perform 8100-Write-Error-Log
                   thru 8100-Write-Error-Log-Exit
               set WS-Divn-Logged to true
           end-if.
           Move DV-DIVISION to WS-DP-DIVISION(DP-IDX).
           perform 2600-Find-Division thru 2600-Find-Division-Exit.
           if WS-DX-Entry-Ok
               add WS-DP-EXECS(DP-IDX)  to WS-DX-EXECS(DX-IDX)
               add WS-DP-ERRORS(DP-IDX) to WS-DX-ERRORS(DX-IDX)
               add WS-DP-HNDS(DP-IDX)   to WS-DX-HNDS(DX-IDX)
           end-if.
           Exit Paragraph.
          2500-Total-Divisions-Exit.
           Exit Paragraph.
      *
          2600-Find-Division.
      * The division table is kept in division-number order: find
      * the first entry not below DV-DIVISION, and either it is this
      * division or the new entry goes in ahead of it.
           set WS-DX-Entry-Ok to true.
           Move 1 to WS-DX-POS.
           set WS-DX-Scanning to true.
           perform 2610-Scan-Division thru 2610-Scan-Division-Exit
               until not WS-DX-Scanning.
           if WS-DX-POS <= WS-DX-COUNT
               if WS-DX-DIVISION(WS-DX-POS) = DV-DIVISION
                   set DX-IDX to WS-DX-POS
                   GO TO 2600-Find-Division-Exit
               end-if
           end-if.
           if WS-DX-COUNT >= 100
               Display 'ERROR-999: Division ' DV-DIVISION
                   ' not totalled - table is full at 100 divisions'
               set WS-DX-Entry-Ok to false
               GO TO 2600-Find-Division-Exit
           end-if.
           perform 2620-Shift-Division thru 2620-Shift-Division-Exit
               varying WS-DX-SHIFT from WS-DX-COUNT by -1
               until WS-DX-SHIFT < WS-DX-POS.
           add 1 to WS-DX-COUNT.
           set DX-IDX to WS-DX-POS.
           Move DV-DIVISION      to WS-DX-DIVISION(DX-IDX).
           Move DV-DIVISION-NAME to WS-DX-NAME(DX-IDX).
           Move zero to WS-DX-EXECS(DX-IDX)
                        WS-DX-ERRORS(DX-IDX)
                        WS-DX-HNDS(DX-IDX).
           Exit Paragraph.
          2600-Find-Division-Exit.
           Exit Paragraph.
      *
          2610-Scan-Division.
           if WS-DX-POS > WS-DX-COUNT
               set WS-DX-Scanning to false
           else
               if WS-DX-DIVISION(WS-DX-POS) >= DV-DIVISION
                   set WS-DX-Scanning to false
               else
                   add 1 to WS-DX-POS
               end-if
           end-if.
           Exit Paragraph.
          2610-Scan-Division-Exit.
           Exit Paragraph.
      *
          2620-Shift-Division.
           Move WS-DX-ENTRY(WS-DX-SHIFT)
             to WS-DX-ENTRY(WS-DX-SHIFT + 1).
           Exit Paragraph.
          2620-Shift-Division-Exit.
           Exit Paragraph.
      *
          3000-Print-Statements.
           Display '================================================'.
           Display 'DATCHGB - Department Usage Statements for '
               WS-MONTH.
           Display '================================================'.
           perform 3050-Print-One-Division
               thru 3050-Print-One-Division-Exit
               varying WS-DX-PRINT-IDX from 1 by 1
               until WS-DX-PRINT-IDX > WS-DX-COUNT.
           Display '------------------------------------------------'.
           Display '  Executions charged . . . . . : ' WS-CT-ROWS.
           Display '  Charged at zero (no history) : '
               WS-CT-NO-COST.
           Display '================================================'.
           perform 3200-Print-Division-Summary
               thru 3200-Print-Division-Summary-Exit.
           Exit Paragraph.
          3000-Print-Statements-Exit.
           Exit Paragraph.
      *
          3050-Print-One-Division.
           set DX-IDX to WS-DX-PRINT-IDX.
           Display '------------------------------------------------'.
           Display 'Division ' WS-DX-DIVISION(DX-IDX)
               ' ' WS-DX-NAME(DX-IDX).
           perform 3100-Print-One-Dept thru 3100-Print-One-Dept-Exit
               varying WS-PRINT-IDX from 1 by 1
               until WS-PRINT-IDX > WS-DEPT-COUNT.
           set DX-IDX to WS-DX-PRINT-IDX.
           perform 3150-Edit-Division thru 3150-Edit-Division-Exit.
           Display '  Division ' WS-DX-DIVISION(DX-IDX)
               ' subtotal  executions: ' WS-DX-EXECS(DX-IDX)
               ' errors: ' WS-DX-ERRORS(DX-IDX).
           Display '     (' WS-RATE-EDIT ' pct)'
               ' machine secs: ' WS-SECS-EDIT.
           Exit Paragraph.
          3050-Print-One-Division-Exit.
           Exit Paragraph.
      *
          3100-Print-One-Dept.
           set DP-IDX to WS-PRINT-IDX.
           if WS-DP-DIVISION(DP-IDX)
               not = WS-DX-DIVISION(WS-DX-PRINT-IDX)
               GO TO 3100-Print-One-Dept-Exit
           end-if.
           compute WS-SECS-WORK = WS-DP-HNDS(DP-IDX) / 100.
           Move WS-SECS-WORK to WS-SECS-EDIT.
           if WS-DP-EXECS(DP-IDX) > 0
           end-if.
           Move WS-RATE-WORK to WS-RATE-EDIT.
           Display 'Dept ' WS-DP-DEPT(DP-IDX)
               ' ' WS-DP-NAME(DP-IDX)
               ' Mgr# ' WS-DP-MGRNO(DP-IDX).
           Display '     executions: ' WS-DP-EXECS(DP-IDX)
               ' errors: ' WS-DP-ERRORS(DP-IDX)
               ' (' WS-RATE-EDIT ' pct)'
               ' machine secs: ' WS-SECS-EDIT.
           Exit Paragraph.
          3100-Print-One-Dept-Exit.
           Exit Paragraph.
      *
          3150-Edit-Division.
           compute WS-SECS-WORK = WS-DX-HNDS(DX-IDX) / 100.
           Move WS-SECS-WORK to WS-SECS-EDIT.
           if WS-DX-EXECS(DX-IDX) > 0
               compute WS-RATE-WORK =
                   WS-DX-ERRORS(DX-IDX) * 100 / WS-DX-EXECS(DX-IDX)
           else
               Move zero to WS-RATE-WORK
           end-if.
           Move WS-RATE-WORK to WS-RATE-EDIT.
           Exit Paragraph.
          3150-Edit-Division-Exit.
           Exit Paragraph.
      *
          3200-Print-Division-Summary.
           Display 'DATCHGB - Division Summary for ' WS-MONTH.
           Display '================================================'.
           perform 3210-Print-Summary-Line
               thru 3210-Print-Summary-Line-Exit
               varying WS-DX-PRINT-IDX from 1 by 1
               until WS-DX-PRINT-IDX > WS-DX-COUNT.
           Display '================================================'.
           Exit Paragraph.
          3200-Print-Division-Summary-Exit.
           Exit Paragraph.
      *
          3210-Print-Summary-Line.
           set DX-IDX to WS-DX-PRINT-IDX.
           perform 3150-Edit-Division thru 3150-Edit-Division-Exit.
           Display 'Division ' WS-DX-DIVISION(DX-IDX)
               ' ' WS-DX-NAME(DX-IDX).
           Display '     executions: ' WS-DX-EXECS(DX-IDX)
               ' errors: ' WS-DX-ERRORS(DX-IDX)
               ' (' WS-RATE-EDIT ' pct)'
               ' machine secs: ' WS-SECS-EDIT.
           Exit Paragraph.
          3210-Print-Summary-Line-Exit.
           Exit Paragraph.
      *
          4000-Write-Feed.
           OPEN OUTPUT CHGBFEED-FILE.
               thru 4100-Write-One-Detail-Exit
               varying WS-PRINT-IDX from 1 by 1
               until WS-PRINT-IDX > WS-DEPT-COUNT.
           perform 4200-Write-One-Division
               thru 4200-Write-One-Division-Exit
               varying WS-DX-PRINT-IDX from 1 by 1
               until WS-DX-PRINT-IDX > WS-DX-COUNT.
           Move SPACES to CHGBFEED-RECORD.
           STRING 'T|' WS-CT-FEED-DETAIL
                  '|' WS-CT-FEED-DIVISION
               DELIMITED BY SIZE INTO CHGBFEED-RECORD.
           WRITE CHGBFEED-RECORD.
           CLOSE CHGBFEED-FILE.
                  '|' WS-DP-EXECS(DP-IDX)
                  '|' WS-DP-ERRORS(DP-IDX)
                  '|' WS-SECS-FEED
                  '|' WS-DP-NAME(DP-IDX)
                  '|' WS-DP-MGRNO(DP-IDX)
                  '|' WS-DP-DIVISION(DP-IDX)
                  DELIMITED BY SIZE INTO CHGBFEED-RECORD.
           WRITE CHGBFEED-RECORD.
           add 1 to WS-CT-FEED-DETAIL.
           Exit Paragraph.
          4100-Write-One-Detail-Exit.
           Exit Paragraph.
      *
          4200-Write-One-Division.
           set DX-IDX to WS-DX-PRINT-IDX.
           compute WS-SECS-FEED = WS-DX-HNDS(DX-IDX) / 100.
           Move SPACES to CHGBFEED-RECORD.
           STRING 'V|' WS-DX-DIVISION(DX-IDX)
                  '|' WS-DX-EXECS(DX-IDX)
                  '|' WS-DX-ERRORS(DX-IDX)
                  '|' WS-SECS-FEED
                  '|' WS-DX-NAME(DX-IDX)
                  DELIMITED BY SIZE INTO CHGBFEED-RECORD.
           WRITE CHGBFEED-RECORD.
           add 1 to WS-CT-FEED-DIVISION.
           Exit Paragraph.
          4200-Write-One-Division-Exit.
           Exit Paragraph.
      *
          8000-Check-Sqlcode.
      * Checked after every EXEC SQL so a DB2 problem shows up as a
