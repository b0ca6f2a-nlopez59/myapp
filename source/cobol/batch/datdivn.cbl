       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATDIVN.
      * Division lookup - the one place the reports turn a department
      * into its division. Q.ORG's PARENT_DEPT names the department
      * each one reports into, 0 for a division; a department's
      * division is the top of that chain, itself when it is a
      * division.
      *
      * The first call loads the whole hierarchy into a table - the
      * current Q.ORG rows with DV-AS-AT blank, otherwise the
      * Q.ORG_HIST rows in force at DV-AS-AT - and every call after
      * it in the run is answered from the table, reloading only when
      * a caller asks for a different DV-AS-AT. The climb stops at
      * the first parent not on file, at a chain that comes back to
      * the department it started from, or after WS-MAX-LEVELS
      * steps; each comes back as division 000 with DV-STATUS saying
      * which, so a bad parent shows in the reports as NO DIVISION
      * rather than stopping them. DATORGAU reports the same breaks
      * as findings.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE ORG     END-EXEC.
           EXEC SQL INCLUDE ORGHIST END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.

      * The hierarchy as it stands now.
           EXEC SQL
               DECLARE DIVN-CURSOR CURSOR FOR
               SELECT DEPTNUMB, DEPTNAME, PARENT_DEPT
                 FROM Q.ORG
                ORDER BY DEPTNUMB
           END-EXEC.

      * The hierarchy as it stood at HIST-AS-AT.
           EXEC SQL
               DECLARE DIVH-CURSOR CURSOR FOR
               SELECT DEPTNUMB, DEPTNAME, PARENT_DEPT
                 FROM Q.ORG_HIST
                WHERE VALID_FROM <= :HIST-AS-AT
                  AND VALID_TO > :HIST-AS-AT
                ORDER BY DEPTNUMB
           END-EXEC.

       01  WS-LOADED-SW             PIC X(01) VALUE 'N'.
           88  WS-Table-Loaded            VALUE 'Y' FALSE 'N'.
       01  WS-LOAD-FAILED-SW        PIC X(01) VALUE 'N'.
           88  WS-Load-Failed             VALUE 'Y' FALSE 'N'.
       01  WS-CURSOR-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-Cursor-Eof              VALUE 'Y' FALSE 'N'.
       01  WS-LOADED-AS-AT          PIC X(14) VALUE SPACES.
       01  WS-LOAD-SQLCODE          PIC S9(09) COMP VALUE ZERO.
       01  WS-DEPTNAME-IND          PIC S9(04) COMP.

      * One entry per department in the hierarchy, in DEPTNUMB order.
       01  WS-DEPT-TABLE.
           05  WS-DT-ENTRY OCCURS 500 TIMES
                                 INDEXED BY DT-IDX.
               10  WS-DT-DEPT           PIC 9(03).
               10  WS-DT-PARENT         PIC 9(03).
               10  WS-DT-NAME           PIC X(14).
       01  WS-DT-COUNT              PIC 9(04) COMP VALUE ZERO.

      * The climb. A chain longer than this is taken as broken -
      * no real organisation is twenty levels deep.
       01  WS-MAX-LEVELS            PIC 9(02) VALUE 20.
       01  WS-START-DEPT            PIC 9(03).
       01  WS-WALK-DEPT             PIC 9(03).
       01  WS-WALK-SW               PIC X(01) VALUE 'N'.
           88  WS-Walking                 VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-Dept-Found              VALUE 'Y' FALSE 'N'.

       LINKAGE SECTION.

       COPY DATDIVP.

       PROCEDURE DIVISION USING DATDIVN-PARMS.
          Mainline.
           if not WS-Table-Loaded
               or DV-AS-AT not = WS-LOADED-AS-AT
               perform 1000-Load-Hierarchy
                   thru 1000-Load-Hierarchy-Exit
           end-if.
           Move WS-DT-COUNT to DV-DEPT-COUNT.
           if WS-Load-Failed
               Move '000'         to DV-DIVISION DV-PARENT
               Move 'NO DIVISION' to DV-DIVISION-NAME
               Move ZERO          to DV-LEVELS
               Move WS-LOAD-SQLCODE to DV-SQLCODE
               set DV-Load-Failed to true
           else
               Move ZERO to DV-SQLCODE
               perform 2000-Resolve-Division
                   thru 2000-Resolve-Division-Exit
           end-if.
           EXIT PROGRAM.
      *
          1000-Load-Hierarchy.
           Move ZERO to WS-DT-COUNT WS-LOAD-SQLCODE.
           set WS-Load-Failed to false.
           set WS-Cursor-Eof to false.
           Move DV-AS-AT to WS-LOADED-AS-AT.
           set WS-Table-Loaded to true.
           if DV-AS-AT = SPACES
               EXEC SQL
                   OPEN DIVN-CURSOR
               END-EXEC
           else
               Move DV-AS-AT to HIST-AS-AT
               EXEC SQL
                   OPEN DIVH-CURSOR
               END-EXEC
           end-if.
           if SQLCODE not = 0
               Move SQLCODE to WS-LOAD-SQLCODE
               set WS-Load-Failed to true
               GO TO 1000-Load-Hierarchy-Exit
           end-if.
           perform 1100-Load-One-Dept thru 1100-Load-One-Dept-Exit
               until WS-Cursor-Eof or WS-Load-Failed.
           if DV-AS-AT = SPACES
               EXEC SQL
                   CLOSE DIVN-CURSOR
               END-EXEC
           else
               EXEC SQL
                   CLOSE DIVH-CURSOR
               END-EXEC
           end-if.
           Exit Paragraph.
          1000-Load-Hierarchy-Exit.
           Exit Paragraph.
      *
          1100-Load-One-Dept.
           if DV-AS-AT = SPACES
               EXEC SQL
                   FETCH DIVN-CURSOR
                     INTO :DEPTNUMB, :DEPTNAME:WS-DEPTNAME-IND,
                          :PARENT-DEPT
               END-EXEC
           else
               EXEC SQL
                   FETCH DIVH-CURSOR
                     INTO :DEPTNUMB, :DEPTNAME:WS-DEPTNAME-IND,
                          :PARENT-DEPT
               END-EXEC
           end-if.
           evaluate SQLCODE
               when 0
                   continue
               when 100
                   set WS-Cursor-Eof to true
                   GO TO 1100-Load-One-Dept-Exit
               when other
                   Move SQLCODE to WS-LOAD-SQLCODE
                   set WS-Load-Failed to true
                   GO TO 1100-Load-One-Dept-Exit
           end-evaluate.
      * A hierarchy bigger than the table resolves what it holds;
      * the departments left out come back NO DIVISION.
           if WS-DT-COUNT >= 500
               Display 'WARNING-999: DATDIVN department table full'
                   ' at 500 - dept ' DEPTNUMB ' left out'
               GO TO 1100-Load-One-Dept-Exit
           end-if.
           add 1 to WS-DT-COUNT.
           set DT-IDX to WS-DT-COUNT.
           Move DEPTNUMB    to WS-DT-DEPT(DT-IDX).
           Move PARENT-DEPT to WS-DT-PARENT(DT-IDX).
           if WS-DEPTNAME-IND < 0
               Move SPACES to WS-DT-NAME(DT-IDX)
           else
               Move DEPTNAME-TEXT to WS-DT-NAME(DT-IDX)
           end-if.
           Exit Paragraph.
          1100-Load-One-Dept-Exit.
           Exit Paragraph.
      *
          2000-Resolve-Division.
           Move '000'         to DV-DIVISION DV-PARENT.
           Move 'NO DIVISION' to DV-DIVISION-NAME.
           Move ZERO to DV-LEVELS.
           set DV-Not-On-File to true.
           if DV-DEPT not numeric
               GO TO 2000-Resolve-Division-Exit
           end-if.
           Move DV-DEPT to WS-START-DEPT WS-WALK-DEPT.
           perform 2100-Find-Dept thru 2100-Find-Dept-Exit.
           if not WS-Dept-Found
               GO TO 2000-Resolve-Division-Exit
           end-if.
           Move WS-DT-PARENT(DT-IDX) to DV-PARENT.
           set WS-Walking to true.
           perform 2200-Climb-One-Level thru 2200-Climb-One-Level-Exit
               until not WS-Walking.
           Exit Paragraph.
          2000-Resolve-Division-Exit.
           Exit Paragraph.
      *
          2100-Find-Dept.
           set WS-Dept-Found to false.
           if WS-DT-COUNT = ZERO
               GO TO 2100-Find-Dept-Exit
           end-if.
           set DT-IDX to 1.
           search WS-DT-ENTRY
               at end
                   continue
               when DT-IDX > WS-DT-COUNT
                   continue
               when WS-DT-DEPT(DT-IDX) = WS-WALK-DEPT
                   set WS-Dept-Found to true
           end-search.
           Exit Paragraph.
          2100-Find-Dept-Exit.
           Exit Paragraph.
      *
          2200-Climb-One-Level.
      * DT-IDX is on the department reached so far. A parent of 0
      * makes it the division.
           if WS-DT-PARENT(DT-IDX) = ZERO
               Move WS-DT-DEPT(DT-IDX) to DV-DIVISION
               Move WS-DT-NAME(DT-IDX) to DV-DIVISION-NAME
               set DV-Resolved to true
               set WS-Walking to false
               GO TO 2200-Climb-One-Level-Exit
           end-if.
           if DV-LEVELS >= WS-MAX-LEVELS
               set DV-Too-Deep to true
               set WS-Walking to false
               GO TO 2200-Climb-One-Level-Exit
           end-if.
           add 1 to DV-LEVELS.
           Move WS-DT-PARENT(DT-IDX) to WS-WALK-DEPT.
           if WS-WALK-DEPT = WS-START-DEPT
               set DV-Cycle to true
               set WS-Walking to false
               GO TO 2200-Climb-One-Level-Exit
           end-if.
           perform 2100-Find-Dept thru 2100-Find-Dept-Exit.
           if not WS-Dept-Found
               set DV-Orphan to true
               set WS-Walking to false
           end-if.
           Exit Paragraph.
          2200-Climb-One-Level-Exit.
           Exit Paragraph.
