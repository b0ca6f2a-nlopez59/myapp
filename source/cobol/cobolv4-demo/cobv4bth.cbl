       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBV4BTH.
      * Batch Cobol ver4/DB2.
      * Driven by COBVPARM (optional): ASOF=YYYYMMDD reproduces the
      * department/manager report as it stood at the end of that day
      * from the Q.ORG_HIST/Q.EMP_HIST history rows; without it the
      * report is of the current Q.ORG/Q.EMP.
      *
      * Departments print grouped under their division (the top of
      * the PARENT_DEPT chain, resolved by DATDIVN from the same
      * moment the report is of), each division followed by its
      * subtotal, then a division summary page. A department whose
      * chain is broken prints under 000 NO DIVISION - DATORGAU
      * reports why.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBVPARM-FILE ASSIGN TO 'COBVPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBVPARM-STATUS.
           SELECT SQLERRLG-FILE ASSIGN TO 'SQLERRLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQLERRLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COBVPARM-FILE.
       01  COBVPARM-RECORD          PIC X(80).

       FD  SQLERRLG-FILE.
           COPY SQLERRLG.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE ORG   END-EXEC.
           EXEC SQL INCLUDE EMP   END-EXEC.
           EXEC SQL INCLUDE ORGHIST END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * One row per department, outer-joined to its manager's EMP
                   ON O.MGRNO = E.EMPNO
           END-EXEC.

      * The same report as it stood at HIST-AS-AT: the department
      * and manager history rows in force at that moment.
           EXEC SQL
               DECLARE ORG-ASOF-CURSOR CURSOR FOR
               SELECT O.DEPTNUMB, O.DEPTNAME, O.MGRNO,
                      E.FIRSTNME, E.LASTNAME
                 FROM Q.ORG_HIST O
                 LEFT JOIN Q.EMP_HIST E
                   ON O.MGRNO = E.EMPNO
                  AND E.VALID_FROM <= :HIST-AS-AT
                  AND E.VALID_TO > :HIST-AS-AT
                WHERE O.VALID_FROM <= :HIST-AS-AT
                  AND O.VALID_TO > :HIST-AS-AT
           END-EXEC.

       01  WS-COBVPARM-STATUS       PIC X(02).
           88  WS-COBVPARM-OK            VALUE '00'.
           88  WS-COBVPARM-EOF            VALUE '10'.
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).
       01  WS-ASOF-DATE             PIC X(08) VALUE SPACES.
       01  WS-ASOF-SW               PIC X(01) VALUE 'N'.
           88  WS-ASOF                   VALUE 'Y' FALSE 'N'.

       01  WS-SQLERRLG-STATUS       PIC X(02).
       01  WS-SQL-STATEMENT         PIC X(30).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).
           88  WS-CURSOR-EOF              VALUE 'Y'.

       01  WS-DEPT-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-NO-MGR-COUNT          PIC 9(07) VALUE ZERO.

       COPY DATDIVP.
       01  WS-DIVN-LOGGED-SW        PIC X(01) VALUE 'N'.
           88  WS-Divn-Logged            VALUE 'Y' FALSE 'N'.

      * The departments as fetched, each with its division, held
      * until the cursor is done so they print by division.
       01  WS-DEPT-TABLE.
           05  WS-DR-ENTRY OCCURS 500 TIMES
                                 INDEXED BY DR-IDX.
               10  WS-DR-DEPT           PIC 9(03).
               10  WS-DR-NAME           PIC X(14).
               10  WS-DR-MGRNO          PIC X(06).
               10  WS-DR-FIRSTNME       PIC X(12).
               10  WS-DR-LASTNAME       PIC X(15).
               10  WS-DR-NO-MGR-SW      PIC X(01).
                   88  WS-DR-No-Mgr          VALUE 'Y' FALSE 'N'.
               10  WS-DR-DIVISION       PIC X(03).
       01  WS-DR-COUNT              PIC 9(04) COMP VALUE ZERO.

      * One entry per division, kept in division-number order.
       01  WS-DIV-TABLE.
           05  WS-DX-ENTRY OCCURS 500 TIMES
                                 INDEXED BY DX-IDX.
               10  WS-DX-DIVISION       PIC X(03).
               10  WS-DX-NAME           PIC X(14).
               10  WS-DX-DEPTS          PIC 9(05).
               10  WS-DX-NO-MGR         PIC 9(05).
       01  WS-DX-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-DX-POS                PIC 9(04) COMP VALUE ZERO.
       01  WS-DX-SHIFT              PIC 9(04) COMP VALUE ZERO.
       01  WS-DX-SCAN-SW            PIC X(01) VALUE 'N'.
           88  WS-DX-Scanning            VALUE 'Y' FALSE 'N'.
       01  WS-DX-ENTRY-OK-SW        PIC X(01) VALUE 'N'.
           88  WS-DX-Entry-Ok            VALUE 'Y' FALSE 'N'.
       01  WS-PRINT-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-SCAN-IDX              PIC 9(04) COMP VALUE ZERO.

      * Null indicators for the outer-joined manager name columns -
      * a department with no manager on file fetches FIRSTNME/LASTNAME
       PROCEDURE DIVISION.
          0000-Mainline.
           perform 1000-Open-Files thru 1000-Open-Files-Exit.
           perform 0100-Read-Cobvparm thru 0100-Read-Cobvparm-Exit.
           perform 2000-Open-Cursor thru 2000-Open-Cursor-Exit.
           if WS-SQL-OK
               perform 3000-Fetch-Row thru 3000-Fetch-Row-Exit
                   until WS-CURSOR-EOF or WS-SQL-NOT-OK
               perform 4000-Close-Cursor thru 4000-Close-Cursor-Exit
           end-if.
      * The heading goes out ahead of the division pages so DATDIST
      * files them under this report's section.
           Display '================================================'.
           Display 'COBV4BTCH - v4 department/manager report'.
           if WS-ASOF
               Display 'As at end of day ' WS-ASOF-DATE
                   ' (Q.ORG_HIST/Q.EMP_HIST)'
           end-if.
           perform 5000-Print-By-Division
               thru 5000-Print-By-Division-Exit.
           perform 6000-Print-Division-Summary
               thru 6000-Print-Division-Summary-Exit.
           Display '------------------------------------------------'.
           Display 'Departments reported: ' WS-DEPT-COUNT.
           Display 'Divisions reported  : ' WS-DX-COUNT.
           Display '================================================'.
           perform 9000-Close-Files thru 9000-Close-Files-Exit.
           STOP RUN.
      *
          0100-Read-Cobvparm.
           OPEN INPUT COBVPARM-FILE.
           if WS-COBVPARM-OK
               perform 0110-Read-Cobvparm-Record
                   thru 0110-Read-Cobvparm-Record-Exit
                   until WS-COBVPARM-EOF
               CLOSE COBVPARM-FILE
           end-if.
           Move SPACES to DV-AS-AT.
           if WS-ASOF-DATE not = SPACES
               set WS-ASOF to true
               Move WS-ASOF-DATE to HIST-AS-AT(1:8)
               Move '235959' to HIST-AS-AT(9:6)
               Move HIST-AS-AT to DV-AS-AT
           end-if.
           Exit Paragraph.
          0100-Read-Cobvparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Cobvparm-Record.
           READ COBVPARM-FILE
               AT END set WS-COBVPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING COBVPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   evaluate WS-PARM-KEYWORD
                       when 'ASOF'
                           if WS-PARM-VALUE-TEXT(1:8) is numeric
                               Move WS-PARM-VALUE-TEXT(1:8)
                                 to WS-ASOF-DATE
                           else
                               Display 'WARNING-999: COBVPARM'
                                   ' ASOF= value is not YYYYMMDD -'
                                   ' reporting current data'
                           end-if
                       when SPACES
                           continue
                       when other
                           Display 'COBV4BTH: Ignoring unknown'
                               ' COBVPARM keyword ' WS-PARM-KEYWORD
                   end-evaluate
           end-read.
           Exit Paragraph.
          0110-Read-Cobvparm-Record-Exit.
           Exit Paragraph.
      *
          1000-Open-Files.
           OPEN EXTEND SQLERRLG-FILE.
           Exit Paragraph.
      *
          2000-Open-Cursor.
           if WS-ASOF
               EXEC SQL
                   OPEN ORG-ASOF-CURSOR
               END-EXEC
               Move 'OPEN ORG-ASOF-CURSOR' to WS-SQL-STATEMENT
           else
               EXEC SQL
                   OPEN ORG-MGR-CURSOR
               END-EXEC
               Move 'OPEN ORG-MGR-CURSOR' to WS-SQL-STATEMENT
           end-if.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           Exit Paragraph.
          2000-Open-Cursor-Exit.
           Exit Paragraph.
      *
          3000-Fetch-Row.
           if WS-ASOF
               EXEC SQL
                   FETCH ORG-ASOF-CURSOR
                     INTO :DEPTNUMB, :DEPTNAME, :MGRNO,
                          :FIRSTNME:WS-FIRSTNME-IND,
                          :LASTNAME:WS-LASTNAME-IND
               END-EXEC
               Move 'FETCH ORG-ASOF-CURSOR' to WS-SQL-STATEMENT
           else
               EXEC SQL
                   FETCH ORG-MGR-CURSOR
                     INTO :DEPTNUMB, :DEPTNAME, :MGRNO,
                          :FIRSTNME:WS-FIRSTNME-IND,
                          :LASTNAME:WS-LASTNAME-IND
               END-EXEC
               Move 'FETCH ORG-MGR-CURSOR' to WS-SQL-STATEMENT
           end-if.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-OK and not WS-CURSOR-EOF
               add 1 to WS-DEPT-COUNT
               perform 3100-Hold-Dept thru 3100-Hold-Dept-Exit
           end-if.
           Exit Paragraph.
          3000-Fetch-Row-Exit.
           Exit Paragraph.
      *
          3100-Hold-Dept.
           if WS-DR-COUNT >= 500
               Display 'ERROR-999: Dept ' DEPTNUMB ' not reported'
                   ' - table is full at 500 departments'
               GO TO 3100-Hold-Dept-Exit
           end-if.
           add 1 to WS-DR-COUNT.
           set DR-IDX to WS-DR-COUNT.
           Move DEPTNUMB      to WS-DR-DEPT(DR-IDX).
           Move DEPTNAME-TEXT to WS-DR-NAME(DR-IDX).
           Move MGRNO         to WS-DR-MGRNO(DR-IDX).
           Move FIRSTNME      to WS-DR-FIRSTNME(DR-IDX).
           Move LASTNAME      to WS-DR-LASTNAME(DR-IDX).
           set WS-DR-No-Mgr(DR-IDX) to false.
           if WS-FIRSTNME-IND < 0 or WS-LASTNAME-IND < 0
               set WS-DR-No-Mgr(DR-IDX) to true
               add 1 to WS-NO-MGR-COUNT
           end-if.
           Move WS-DR-DEPT(DR-IDX) to DV-DEPT.
           CALL 'DATDIVN' USING DATDIVN-PARMS.
           if DV-Load-Failed and not WS-Divn-Logged
               Move DV-SQLCODE to SQLCODE
               Move 'DATDIVN LOAD HIERARCHY' to WS-SQL-STATEMENT
               perform 8100-Write-Error-Log
                   thru 8100-Write-Error-Log-Exit
               set WS-Divn-Logged to true
           end-if.
           Move DV-DIVISION to WS-DR-DIVISION(DR-IDX).
           perform 3200-Find-Division thru 3200-Find-Division-Exit.
           if WS-DX-Entry-Ok
               add 1 to WS-DX-DEPTS(DX-IDX)
               if WS-DR-No-Mgr(DR-IDX)
                   add 1 to WS-DX-NO-MGR(DX-IDX)
               end-if
           end-if.
           Exit Paragraph.
          3100-Hold-Dept-Exit.
           Exit Paragraph.
      *
          3200-Find-Division.
      * The division table is kept in division-number order: find
      * the first entry not below DV-DIVISION, and either it is this
      * division or the new entry goes in ahead of it.
           set WS-DX-Entry-Ok to true.
           Move 1 to WS-DX-POS.
           set WS-DX-Scanning to true.
           perform 3210-Scan-Division thru 3210-Scan-Division-Exit
               until not WS-DX-Scanning.
           if WS-DX-POS <= WS-DX-COUNT
               if WS-DX-DIVISION(WS-DX-POS) = DV-DIVISION
                   set DX-IDX to WS-DX-POS
                   GO TO 3200-Find-Division-Exit
               end-if
           end-if.
           if WS-DX-COUNT >= 500
               Display 'ERROR-999: Division ' DV-DIVISION
                   ' not totalled - table is full at 500 divisions'
               set WS-DX-Entry-Ok to false
               GO TO 3200-Find-Division-Exit
           end-if.
           perform 3220-Shift-Division thru 3220-Shift-Division-Exit
               varying WS-DX-SHIFT from WS-DX-COUNT by -1
               until WS-DX-SHIFT < WS-DX-POS.
           add 1 to WS-DX-COUNT.
           set DX-IDX to WS-DX-POS.
           Move DV-DIVISION      to WS-DX-DIVISION(DX-IDX).
           Move DV-DIVISION-NAME to WS-DX-NAME(DX-IDX).
           Move ZERO to WS-DX-DEPTS(DX-IDX) WS-DX-NO-MGR(DX-IDX).
           Exit Paragraph.
          3200-Find-Division-Exit.
           Exit Paragraph.
      *
          3210-Scan-Division.
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
          3210-Scan-Division-Exit.
           Exit Paragraph.
      *
          3220-Shift-Division.
           Move WS-DX-ENTRY(WS-DX-SHIFT)
             to WS-DX-ENTRY(WS-DX-SHIFT + 1).
           Exit Paragraph.
          3220-Shift-Division-Exit.
           Exit Paragraph.
      *
          4000-Close-Cursor.
           if WS-ASOF
               EXEC SQL
                   CLOSE ORG-ASOF-CURSOR
               END-EXEC
               Move 'CLOSE ORG-ASOF-CURSOR' to WS-SQL-STATEMENT
           else
               EXEC SQL
                   CLOSE ORG-MGR-CURSOR
               END-EXEC
               Move 'CLOSE ORG-MGR-CURSOR' to WS-SQL-STATEMENT
           end-if.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           Exit Paragraph.
          4000-Close-Cursor-Exit.
           Exit Paragraph.
      *
          5000-Print-By-Division.
           perform 5100-Print-One-Division
               thru 5100-Print-One-Division-Exit
               varying WS-PRINT-IDX from 1 by 1
               until WS-PRINT-IDX > WS-DX-COUNT.
           Exit Paragraph.
          5000-Print-By-Division-Exit.
           Exit Paragraph.
      *
          5100-Print-One-Division.
           Display '------------------------------------------------'.
           Display 'Division ' WS-DX-DIVISION(WS-PRINT-IDX)
               ' - ' WS-DX-NAME(WS-PRINT-IDX).
           perform 5200-Print-Division-Dept
               thru 5200-Print-Division-Dept-Exit
               varying WS-SCAN-IDX from 1 by 1
               until WS-SCAN-IDX > WS-DR-COUNT.
           Display '  Division ' WS-DX-DIVISION(WS-PRINT-IDX)
               ' subtotal: ' WS-DX-DEPTS(WS-PRINT-IDX)
               ' departments, ' WS-DX-NO-MGR(WS-PRINT-IDX)
               ' with no manager on file'.
           Exit Paragraph.
          5100-Print-One-Division-Exit.
           Exit Paragraph.
      *
          5200-Print-Division-Dept.
           set DR-IDX to WS-SCAN-IDX.
           if WS-DR-DIVISION(DR-IDX)
               not = WS-DX-DIVISION(WS-PRINT-IDX)
               GO TO 5200-Print-Division-Dept-Exit
           end-if.
           if WS-DR-No-Mgr(DR-IDX)
               Display 'Dept ' WS-DR-DEPT(DR-IDX)
                   ' - ' WS-DR-NAME(DR-IDX)
                   ' Mgr: (NONE ON FILE)' ' Mgr# ' WS-DR-MGRNO(DR-IDX)
           else
               Display 'Dept ' WS-DR-DEPT(DR-IDX)
                   ' - ' WS-DR-NAME(DR-IDX)
                   ' Mgr: ' WS-DR-FIRSTNME(DR-IDX)
                   ' ' WS-DR-LASTNAME(DR-IDX)
                   ' Mgr# ' WS-DR-MGRNO(DR-IDX)
           end-if.
           Exit Paragraph.
          5200-Print-Division-Dept-Exit.
           Exit Paragraph.
      *
          6000-Print-Division-Summary.
           Display '================================================'.
           Display 'DIVISION SUMMARY (departments / no manager)'.
           Display '================================================'.
           perform 6100-Print-Summary-Line
               thru 6100-Print-Summary-Line-Exit
               varying WS-PRINT-IDX from 1 by 1
               until WS-PRINT-IDX > WS-DX-COUNT.
           Display '------------------------------------------------'.
           Display 'All divisions: ' WS-DEPT-COUNT
               ' / ' WS-NO-MGR-COUNT.
           Exit Paragraph.
          6000-Print-Division-Summary-Exit.
           Exit Paragraph.
      *
          6100-Print-Summary-Line.
           Display 'Division ' WS-DX-DIVISION(WS-PRINT-IDX)
               ' ' WS-DX-NAME(WS-PRINT-IDX)
               ' ' WS-DX-DEPTS(WS-PRINT-IDX)
               ' / ' WS-DX-NO-MGR(WS-PRINT-IDX).
           Exit Paragraph.
          6100-Print-Summary-Line-Exit.
           Exit Paragraph.
      *
          8000-Check-Sqlcode.
      * Checked after every EXEC SQL so a DB2 problem shows up as a
