      *   137  employee whose WORKDEPT matches no Q.ORG department
      *   147  department with no employees
      *   157  the same manager assigned to multiple departments
      *   167  department whose PARENT_DEPT is not on Q.ORG
      *   177  department whose PARENT_DEPT chain loops back on
      *        itself, or climbs further than DATDIVN will follow
      *
      * The hierarchy checks are the breaks that would otherwise
      * show in the division rollups only as NO DIVISION: 167 is
      * reported once, on the department holding the bad parent;
      * 177 walks each department up through DATDIVN, the same
      * climb the reports make.
      *
      * Every finding routes into REVIEWQ as an open item with its
      * result code, classified the way DATBATCH classifies rule
      * results (all six land in the 100-899 review band), so the
      * analysts work org-data findings through the same DAT3 queue
      * as rule findings.
       ENVIRONMENT DIVISION.
       01  WS-FINDING-RESULT        PIC 9(03).
       01  WS-FINDING-DESC          PIC X(37).
       01  WS-DEPT-EDIT             PIC 9(05).
       01  WS-PARENT-EDIT           PIC 9(05).
       01  WS-MGR-COUNT             PIC S9(09) COMP.

       01  WS-CT-MISSING-MGR        PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-ORPHAN-EMP         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-EMPTY-DEPT         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-DUP-MGR            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-NO-PARENT          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-LOOP               PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-FINDINGS           PIC 9(05) COMP-3 VALUE ZERO.

           EXEC SQL INCLUDE ORG   END-EXEC.
           EXEC SQL INCLUDE EMP   END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY DATDIVP.

      * Owner of each finding queued (DATASGN).
       COPY DATASGP.

      * Departments whose manager number has no Q.EMP row.
           EXEC SQL
               DECLARE NOMGR-CURSOR CURSOR FOR
               HAVING COUNT(*) > 1
           END-EXEC.

      * Departments reporting into a department Q.ORG does not know.
           EXEC SQL
               DECLARE NOPARENT-CURSOR CURSOR FOR
               SELECT O.DEPTNUMB, O.PARENT_DEPT
                 FROM Q.ORG O
                WHERE O.PARENT_DEPT <> 0
                  AND NOT EXISTS
                      (SELECT 1 FROM Q.ORG P
                        WHERE P.DEPTNUMB = O.PARENT_DEPT)
           END-EXEC.

      * Every department below a division, for the loop check.
           EXEC SQL
               DECLARE CHILD-CURSOR CURSOR FOR
               SELECT O.DEPTNUMB
                 FROM Q.ORG O
                WHERE O.PARENT_DEPT <> 0
           END-EXEC.

       PROCEDURE DIVISION.
          0000-Mainline.
           OPEN EXTEND SQLERRLG-FILE.
               thru 3000-Check-Empty-Departments-Exit.
           perform 4000-Check-Duplicate-Managers
               thru 4000-Check-Duplicate-Managers-Exit.
           perform 4500-Check-Orphan-Parents
               thru 4500-Check-Orphan-Parents-Exit.
           perform 4700-Check-Parent-Loops
               thru 4700-Check-Parent-Loops-Exit.
           perform 5000-Print-Totals thru 5000-Print-Totals-Exit.

           CLOSE REVIEWQ-FILE.
           Exit Paragraph.
          4100-Fetch-One-Dupmgr-Exit.
           Exit Paragraph.
      *
          4500-Check-Orphan-Parents.
           set WS-Cursor-Eof to false.
           EXEC SQL
               OPEN NOPARENT-CURSOR
           END-EXEC.
           Move 'OPEN NOPARENT-CURSOR' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-OK
               perform 4600-Fetch-One-Noparent
                   thru 4600-Fetch-One-Noparent-Exit
                   until WS-CURSOR-EOF or WS-SQL-NOT-OK
               EXEC SQL
                   CLOSE NOPARENT-CURSOR
               END-EXEC
               Move 'CLOSE NOPARENT-CURSOR' to WS-SQL-STATEMENT
               perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit
           end-if.
           Exit Paragraph.
          4500-Check-Orphan-Parents-Exit.
           Exit Paragraph.
      *
          4600-Fetch-One-Noparent.
           EXEC SQL
               FETCH NOPARENT-CURSOR
                 INTO :DEPTNUMB, :PARENT-DEPT
           END-EXEC.
           Move 'FETCH NOPARENT-CURSOR' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-OK and not WS-CURSOR-EOF
               add 1 to WS-CT-NO-PARENT
               Move DEPTNUMB to WS-DEPT-EDIT
               Move PARENT-DEPT to WS-PARENT-EDIT
               Move 167 to WS-FINDING-RESULT
               Move SPACES to WS-FINDING-DESC
               STRING 'DEPT ' WS-DEPT-EDIT ' PARENT ' WS-PARENT-EDIT
                      ' NOT IN Q.ORG'
                      DELIMITED BY SIZE INTO WS-FINDING-DESC
               perform 6000-Route-Finding
                   thru 6000-Route-Finding-Exit
           end-if.
           Exit Paragraph.
          4600-Fetch-One-Noparent-Exit.
           Exit Paragraph.
      *
          4700-Check-Parent-Loops.
      * Each department below a division is climbed through DATDIVN
      * against the current Q.ORG; one whose climb comes back to
      * itself is in a loop, and one that runs out of levels hangs
      * below a loop (or is deeper than any real organisation). A
      * climb that stops at a missing parent is 167's finding, not
      * this one.
           set WS-Cursor-Eof to false.
           Move SPACES to DV-AS-AT.
           EXEC SQL
               OPEN CHILD-CURSOR
           END-EXEC.
           Move 'OPEN CHILD-CURSOR' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-OK
               perform 4800-Fetch-One-Child
                   thru 4800-Fetch-One-Child-Exit
                   until WS-CURSOR-EOF or WS-SQL-NOT-OK
               EXEC SQL
                   CLOSE CHILD-CURSOR
               END-EXEC
               Move 'CLOSE CHILD-CURSOR' to WS-SQL-STATEMENT
               perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit
           end-if.
           Exit Paragraph.
          4700-Check-Parent-Loops-Exit.
           Exit Paragraph.
      *
          4800-Fetch-One-Child.
           EXEC SQL
               FETCH CHILD-CURSOR
                 INTO :DEPTNUMB
           END-EXEC.
           Move 'FETCH CHILD-CURSOR' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-NOT-OK or WS-CURSOR-EOF
               GO TO 4800-Fetch-One-Child-Exit
           end-if.
           Move DEPTNUMB to WS-DEPT-EDIT.
           Move WS-DEPT-EDIT(3:3) to DV-DEPT.
           CALL 'DATDIVN' USING DATDIVN-PARMS.
           if DV-Load-Failed
               Move DV-SQLCODE to SQLCODE
               Move 'DATDIVN LOAD Q.ORG' to WS-SQL-STATEMENT
               set WS-SQL-NOT-OK to true
               perform 8100-Write-Error-Log
                   thru 8100-Write-Error-Log-Exit
               GO TO 4800-Fetch-One-Child-Exit
           end-if.
           Move SPACES to WS-FINDING-DESC.
           evaluate true
               when DV-Cycle
                   STRING 'DEPT ' WS-DEPT-EDIT
                          ' PARENT CHAIN LOOPS'
                          DELIMITED BY SIZE INTO WS-FINDING-DESC
               when DV-Too-Deep
                   STRING 'DEPT ' WS-DEPT-EDIT
                          ' BELOW A LOOP OR TOO DEEP'
                          DELIMITED BY SIZE INTO WS-FINDING-DESC
               when other
                   GO TO 4800-Fetch-One-Child-Exit
           end-evaluate.
           add 1 to WS-CT-LOOP.
           Move 177 to WS-FINDING-RESULT.
           perform 6000-Route-Finding thru 6000-Route-Finding-Exit.
           Exit Paragraph.
          4800-Fetch-One-Child-Exit.
           Exit Paragraph.
      *
          6000-Route-Finding.
      * One open REVIEWQ item per finding under the ORGA pseudo-rule
           Move 'O'                  to RQ-STATUS.
           Move SPACES               to RQ-DISP-USER.
           Move SPACES               to RQ-DISP-TIMESTAMP.
           perform 6010-Assign-Review-Item
               thru 6010-Assign-Review-Item-Exit.
           WRITE REVIEWQ-RECORD.
           Exit Paragraph.
          6000-Route-Finding-Exit.
           Exit Paragraph.
      *
          6010-Assign-Review-Item.
      * Deals the item about to be queued to the next analyst of the
      * ORGA owning team (DATASGN), the same as DATBATCH does for
      * a rule's findings. An item nobody could take goes out
      * unassigned for the team queue.
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
          6010-Assign-Review-Item-Exit.
           Exit Paragraph.
      *
          5000-Print-Totals.
           Display '-------------------------------------------'.
               WS-CT-EMPTY-DEPT.
           Display '  Managers over multiple depts : '
               WS-CT-DUP-MGR.
           Display '  Parent dept not in Q.ORG . . : '
               WS-CT-NO-PARENT.
           Display '  Parent chain loops . . . . . : '
               WS-CT-LOOP.
           Display '  Findings routed to REVIEWQ . : '
               WS-CT-FINDINGS.
           Display '-------------------------------------------'.
