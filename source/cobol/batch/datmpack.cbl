      * comparison against the prior period read from the same
      * concatenation.
      *
      * The department section totals the month's Q.RULE_AUDIT rows
      * by the department as it stood at each row's RUN_TIMESTAMP
      * (the Q.ORG_HIST row in force then), so usage before a
      * rename or a change of manager reports under the name and
      * manager it ran under. The department lines print under their
      * division with a subtotal per division, followed by a division
      * summary section; a department's division is the top of its
      * PARENT_DEPT chain as the hierarchy stood at the end of the
      * month (DATDIVN over Q.ORG_HIST), 000 NO DIVISION when it has
      * none.
      *
      * Driven by MPAKPARM, a KEYWORD=VALUE member the same shape as
      * DATBATCH's PARMLIB:
      *   MONTH=YYYYMM     reporting month (defaults to the current
       01  WS-SKIPPED-IND           PIC S9(04) COMP.
       01  WS-SCHED-IND             PIC S9(04) COMP.
       01  WS-PREREQ-IND            PIC S9(04) COMP.
       01  WS-INPUT-IND             PIC S9(04) COMP.
       01  WS-COMP-IND              PIC S9(04) COMP.
       01  WS-ERR-IND               PIC S9(04) COMP.

       01  WS-CT-RUNS-OPEN          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-SKIP-SCHED         PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CT-SKIP-PREREQ        PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CT-SKIP-INPUT         PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CT-CALLS              PIC 9(09) COMP-3 VALUE ZERO.

      * One entry per rule code seen in the month's (or the prior
       01  WS-RATE-EDIT             PIC ZZ9.99.
       01  WS-PRIOR-RATE-EDIT       PIC ZZ9.99.

      * Department section - one fetched row per department version
      * (number, name, manager as at the run) with its month totals.
       01  WS-MD-EXECS              PIC S9(09) COMP.
       01  WS-MD-ERRORS             PIC S9(09) COMP.
       01  WS-MD-EXECS-X            PIC 9(07).
       01  WS-MD-ERRORS-X           PIC 9(07).
       01  WS-MD-NAME               PIC X(14).
       01  WS-DEPTNAME-IND          PIC S9(04) COMP.
       01  WS-MGRNO-IND             PIC S9(04) COMP.
       01  WS-CT-DEPT-LINES         PIC 9(05) COMP-3 VALUE ZERO.

      * The department lines as fetched, held so they print by
      * division, and the per-division totals kept in division-
      * number order.
       01  WS-MD-TABLE.
           05  WS-MT-ENTRY OCCURS 300 TIMES
                                 INDEXED BY MT-IDX.
               10  WS-MT-DEPT           PIC X(03).
               10  WS-MT-NAME           PIC X(14).
               10  WS-MT-MGRNO          PIC X(06).
               10  WS-MT-EXECS          PIC 9(07).
               10  WS-MT-ERRORS         PIC 9(07).
               10  WS-MT-DIVISION       PIC X(03).
       01  WS-MT-COUNT              PIC 9(04) COMP VALUE ZERO.

       COPY DATDIVP.
       01  WS-DIVN-LOGGED-SW        PIC X(01) VALUE 'N'.
           88  WS-Divn-Logged            VALUE 'Y' FALSE 'N'.
       01  WS-DIV-TABLE.
           05  WS-DX-ENTRY OCCURS 300 TIMES
                                 INDEXED BY DX-IDX.
               10  WS-DX-DIVISION       PIC X(03).
               10  WS-DX-NAME           PIC X(14).
               10  WS-DX-LINES          PIC 9(05).
               10  WS-DX-EXECS          PIC 9(09).
               10  WS-DX-ERRORS         PIC 9(09).
       01  WS-DX-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-DX-POS                PIC 9(04) COMP VALUE ZERO.
       01  WS-DX-SHIFT              PIC 9(04) COMP VALUE ZERO.
       01  WS-DX-PRINT-IDX          PIC 9(04) COMP VALUE ZERO.
       01  WS-DX-SCAN-SW            PIC X(01) VALUE 'N'.
           88  WS-DX-Scanning            VALUE 'Y' FALSE 'N'.
       01  WS-DX-ENTRY-OK-SW        PIC X(01) VALUE 'N'.
           88  WS-DX-Entry-Ok            VALUE 'Y' FALSE 'N'.

           EXEC SQL INCLUDE RUNCTL  END-EXEC.
           EXEC SQL INCLUDE RULEAUD END-EXEC.
           EXEC SQL INCLUDE ORG     END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.

      * Every registered run whose RUN_ID (the start timestamp)
               DECLARE MPAK-CURSOR CURSOR FOR
               SELECT RUN_ID, RUN_MODE, END_TIMESTAMP, RETURN_CODE,
                      RECORDS_READ, RECORDS_SKIPPED, SKIPPED_SCHED,
                      SKIPPED_PREREQ, CALLS_COMPLETED, ERROR_COUNT,
                      SKIPPED_INPUT
                 FROM Q.RUN_CONTROL
                WHERE RUN_ID >= :WS-RUN-ID-LO
                  AND RUN_ID <= :WS-RUN-ID-HI
           END-EXEC.

      * The month's rule executions and errors by department, each
      * row joined to the department history row in force at its
      * RUN_TIMESTAMP - a department with none in force reports as
      * NOT ON FILE.
           EXEC SQL
               DECLARE MDEPT-CURSOR CURSOR FOR
               SELECT R.DEPT_CODE, O.DEPTNAME, O.MGRNO,
                      COUNT(*),
                      SUM(CASE WHEN R.RESULT_CODE >= 900
                               THEN 1 ELSE 0 END)
                 FROM Q.RULE_AUDIT R
                 LEFT JOIN Q.ORG_HIST O
                   ON O.DEPTNUMB = INTEGER(R.DEPT_CODE)
                  AND O.VALID_FROM <= R.RUN_TIMESTAMP
                  AND O.VALID_TO > R.RUN_TIMESTAMP
                WHERE R.RUN_TIMESTAMP >= :WS-RUN-ID-LO
                  AND R.RUN_TIMESTAMP <= :WS-RUN-ID-HI
                GROUP BY R.DEPT_CODE, O.DEPTNAME, O.MGRNO
                ORDER BY R.DEPT_CODE, O.DEPTNAME, O.MGRNO
           END-EXEC.

       PROCEDURE DIVISION.
          0000-Mainline.
           OPEN EXTEND SQLERRLG-FILE.
               DELIMITED BY SIZE INTO WS-RUN-ID-LO.
           STRING WS-MONTH '31235959'
               DELIMITED BY SIZE INTO WS-RUN-ID-HI.
           Move WS-RUN-ID-HI to DV-AS-AT.
           Exit Paragraph.
          0200-Set-Periods-Exit.
           Exit Paragraph.
                      :RUN-CTL-SKIP-SCHED:WS-SCHED-IND,
                      :RUN-CTL-SKIP-PREREQ:WS-PREREQ-IND,
                      :RUN-CTL-COMPLETED:WS-COMP-IND,
                      :RUN-CTL-ERRORS:WS-ERR-IND,
                      :RUN-CTL-SKIP-INPUT:WS-INPUT-IND
           END-EXEC.
           Move 'FETCH MPAK-CURSOR' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-PREREQ-IND >= 0
               add RUN-CTL-SKIP-PREREQ to WS-CT-SKIP-PREREQ
           end-if.
           if WS-INPUT-IND >= 0
               add RUN-CTL-SKIP-INPUT to WS-CT-SKIP-INPUT
           end-if.
           if WS-COMP-IND >= 0
               add RUN-CTL-COMPLETED to WS-CT-CALLS
           end-if.
               WS-CT-SKIP-SCHED.
           Display '  Skipped - prereq failed. . . : '
               WS-CT-SKIP-PREREQ.
           Display '  Skipped - input not ready. . : '
               WS-CT-SKIP-INPUT.
           Display '------------------------------------------------'.
           Display 'BY RULE (DATAUDIT, runs/errors/warnings, with'
               ' prior period)'.
               varying WS-PRINT-IDX from 1 by 1
               until WS-PRINT-IDX > WS-RULE-COUNT.
           Display '------------------------------------------------'.
           Display 'BY DEPARTMENT AS AT RUN (Q.RULE_AUDIT,'
               ' executions/errors)'.
           perform 3300-Print-Departments
               thru 3300-Print-Departments-Exit.
           Display '------------------------------------------------'.
           Display 'DIVISION SUMMARY (Q.RULE_AUDIT by division,'
               ' executions/errors)'.
           perform 3500-Print-Division-Summary
               thru 3500-Print-Division-Summary-Exit
               varying WS-DX-PRINT-IDX from 1 by 1
               until WS-DX-PRINT-IDX > WS-DX-COUNT.
           Display '  Divisions. . . . . . . . . . : ' WS-DX-COUNT.
           Display '------------------------------------------------'.
           Display 'MONTH OVER MONTH'.
           Display '  Executions . . . this month: ' WS-CT-AUD-MONTH
               '  prior: ' WS-CT-AUD-PRIOR.
           Exit Paragraph.
          3200-Print-Error-Rates-Exit.
           Exit Paragraph.
      *
          3300-Print-Departments.
           Move 'N' to WS-CURSOR-EOF-SW.
           EXEC SQL
               OPEN MDEPT-CURSOR
           END-EXEC.
           Move 'OPEN MDEPT-CURSOR' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-NOT-OK
               GO TO 3300-Print-Departments-Exit
           end-if.
           perform 3310-Fetch-One-Dept thru 3310-Fetch-One-Dept-Exit
               until WS-CURSOR-EOF or WS-SQL-NOT-OK.
           EXEC SQL
               CLOSE MDEPT-CURSOR
           END-EXEC.
           Move 'CLOSE MDEPT-CURSOR' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           perform 3400-Print-One-Division
               thru 3400-Print-One-Division-Exit
               varying WS-DX-PRINT-IDX from 1 by 1
               until WS-DX-PRINT-IDX > WS-DX-COUNT.
           Display '  Department lines . . . . . . : '
               WS-CT-DEPT-LINES.
           Exit Paragraph.
          3300-Print-Departments-Exit.
           Exit Paragraph.
      *
          3310-Fetch-One-Dept.
           EXEC SQL
               FETCH MDEPT-CURSOR
                 INTO :RULE-AUDIT-DEPT,
                      :DEPTNAME:WS-DEPTNAME-IND,
                      :MGRNO:WS-MGRNO-IND,
                      :WS-MD-EXECS, :WS-MD-ERRORS
           END-EXEC.
           Move 'FETCH MDEPT-CURSOR' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-NOT-OK or WS-CURSOR-EOF
               GO TO 3310-Fetch-One-Dept-Exit
           end-if.
           add 1 to WS-CT-DEPT-LINES.
           if WS-DEPTNAME-IND < 0
               Move 'NOT ON FILE' to WS-MD-NAME
           else
               Move DEPTNAME-TEXT to WS-MD-NAME
           end-if.
           if WS-MGRNO-IND < 0
               Move SPACES to MGRNO
           end-if.
           Move WS-MD-EXECS to WS-MD-EXECS-X.
           Move WS-MD-ERRORS to WS-MD-ERRORS-X.
           if WS-MT-COUNT >= 300
               Display 'ERROR-999: Dept ' RULE-AUDIT-DEPT ' '
                   WS-MD-NAME ' not reported - table is full at 300'
                   ' department lines'
               GO TO 3310-Fetch-One-Dept-Exit
           end-if.
           add 1 to WS-MT-COUNT.
           set MT-IDX to WS-MT-COUNT.
           Move RULE-AUDIT-DEPT to WS-MT-DEPT(MT-IDX) DV-DEPT.
           Move WS-MD-NAME      to WS-MT-NAME(MT-IDX).
           Move MGRNO           to WS-MT-MGRNO(MT-IDX).
           Move WS-MD-EXECS-X   to WS-MT-EXECS(MT-IDX).
           Move WS-MD-ERRORS-X  to WS-MT-ERRORS(MT-IDX).
           CALL 'DATDIVN' USING DATDIVN-PARMS.
           if DV-Load-Failed and not WS-Divn-Logged
               Move DV-SQLCODE to SQLCODE
               Move 'DATDIVN LOAD Q.ORG_HIST' to WS-SQL-STATEMENT
               set WS-SQL-NOT-OK to true
               perform 8100-Write-Error-Log
                   thru 8100-Write-Error-Log-Exit
               set WS-Divn-Logged to true
           end-if.
           Move DV-DIVISION to WS-MT-DIVISION(MT-IDX).
           perform 3320-Find-Division thru 3320-Find-Division-Exit.
           if WS-DX-Entry-Ok
               add 1 to WS-DX-LINES(DX-IDX)
               add WS-MT-EXECS(MT-IDX)  to WS-DX-EXECS(DX-IDX)
               add WS-MT-ERRORS(MT-IDX) to WS-DX-ERRORS(DX-IDX)
           end-if.
           Exit Paragraph.
          3310-Fetch-One-Dept-Exit.
           Exit Paragraph.
      *
          3320-Find-Division.
      * The division table is kept in division-number order: find
      * the first entry not below DV-DIVISION, and either it is this
      * division or the new entry goes in ahead of it.
           set WS-DX-Entry-Ok to true.
           Move 1 to WS-DX-POS.
           set WS-DX-Scanning to true.
           perform 3330-Scan-Division thru 3330-Scan-Division-Exit
               until not WS-DX-Scanning.
           if WS-DX-POS <= WS-DX-COUNT
               if WS-DX-DIVISION(WS-DX-POS) = DV-DIVISION
                   set DX-IDX to WS-DX-POS
                   GO TO 3320-Find-Division-Exit
               end-if
           end-if.
           if WS-DX-COUNT >= 300
               Display 'ERROR-999: Division ' DV-DIVISION
                   ' not totalled - table is full at 300 divisions'
               set WS-DX-Entry-Ok to false
               GO TO 3320-Find-Division-Exit
           end-if.
           perform 3340-Shift-Division thru 3340-Shift-Division-Exit
               varying WS-DX-SHIFT from WS-DX-COUNT by -1
               until WS-DX-SHIFT < WS-DX-POS.
           add 1 to WS-DX-COUNT.
           set DX-IDX to WS-DX-POS.
           Move DV-DIVISION      to WS-DX-DIVISION(DX-IDX).
           Move DV-DIVISION-NAME to WS-DX-NAME(DX-IDX).
           Move zero to WS-DX-LINES(DX-IDX)
                        WS-DX-EXECS(DX-IDX)
                        WS-DX-ERRORS(DX-IDX).
           Exit Paragraph.
          3320-Find-Division-Exit.
           Exit Paragraph.
      *
          3330-Scan-Division.
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
          3330-Scan-Division-Exit.
           Exit Paragraph.
      *
          3340-Shift-Division.
           Move WS-DX-ENTRY(WS-DX-SHIFT)
             to WS-DX-ENTRY(WS-DX-SHIFT + 1).
           Exit Paragraph.
          3340-Shift-Division-Exit.
           Exit Paragraph.
      *
          3400-Print-One-Division.
           set DX-IDX to WS-DX-PRINT-IDX.
           Display 'Division ' WS-DX-DIVISION(DX-IDX)
               ' ' WS-DX-NAME(DX-IDX).
           perform 3410-Print-One-Dept thru 3410-Print-One-Dept-Exit
               varying MT-IDX from 1 by 1
               until MT-IDX > WS-MT-COUNT.
           set DX-IDX to WS-DX-PRINT-IDX.
           Display '  Division ' WS-DX-DIVISION(DX-IDX)
               ' subtotal runs: ' WS-DX-EXECS(DX-IDX)
               ' err: ' WS-DX-ERRORS(DX-IDX).
           Exit Paragraph.
          3400-Print-One-Division-Exit.
           Exit Paragraph.
      *
          3410-Print-One-Dept.
           if WS-MT-DIVISION(MT-IDX)
               not = WS-DX-DIVISION(WS-DX-PRINT-IDX)
               GO TO 3410-Print-One-Dept-Exit
           end-if.
           Display 'Dept ' WS-MT-DEPT(MT-IDX) ' ' WS-MT-NAME(MT-IDX)
               ' Mgr# ' WS-MT-MGRNO(MT-IDX)
               ' runs: ' WS-MT-EXECS(MT-IDX)
               ' err: ' WS-MT-ERRORS(MT-IDX).
           Exit Paragraph.
          3410-Print-One-Dept-Exit.
           Exit Paragraph.
      *
          3500-Print-Division-Summary.
           set DX-IDX to WS-DX-PRINT-IDX.
           if WS-DX-EXECS(DX-IDX) > 0
               compute WS-RATE-WORK =
                   WS-DX-ERRORS(DX-IDX) * 100 / WS-DX-EXECS(DX-IDX)
               Move WS-RATE-WORK to WS-RATE-EDIT
           else
               Move zero to WS-RATE-EDIT
           end-if.
           Display 'Division ' WS-DX-DIVISION(DX-IDX)
               ' ' WS-DX-NAME(DX-IDX)
               ' lines: ' WS-DX-LINES(DX-IDX)
               ' runs: ' WS-DX-EXECS(DX-IDX)
               ' err: ' WS-DX-ERRORS(DX-IDX)
               ' (' WS-RATE-EDIT ' pct)'.
           Exit Paragraph.
          3500-Print-Division-Summary-Exit.
           Exit Paragraph.
      *
          8000-Check-Sqlcode.
      * Checked after every EXEC SQL so a DB2 problem shows up as a
