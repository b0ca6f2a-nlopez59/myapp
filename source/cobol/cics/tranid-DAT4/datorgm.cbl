      *   A  add department      HII(1:14) = department name
      *   C  change dept name    HII(1:14) = new department name
      *   M  reassign manager    HII(1:6)  = new manager EMPNO
      *   P  set parent dept     HII(1:3)  = the department it
      *                          reports into, 000 to make it a
      *                          division (top level)
      * A reassignment is accepted only when the new MGRNO actually
      * exists in Q.EMP - the missing-manager reports all start with
      * a manager number nobody validated. A new parent is accepted
      * only when it is on Q.ORG and climbing from it never reaches
      * the department being moved, so DAT4 cannot create the orphan
      * or loop DATORGAU looks for; a department added with A starts
      * as its own division.
      *
      * Every accepted change also closes the department's open
      * Q.ORG_HIST row and inserts the new image stamped with the
      * signed-on user, in the same unit of work - if the history
      * cannot be written the change is backed out, so the point-in-
      * time reports never see a department change history missed.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

           EXEC SQL INCLUDE ORG   END-EXEC.
           EXEC SQL INCLUDE EMP   END-EXEC.
           EXEC SQL INCLUDE ORGHIST END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RESP          PIC S9(08) COMP.
       01  WS-EMP-COUNT     PIC S9(09) COMP.
       01  WS-ROW-COUNT     PIC S9(09) COMP.

      * The climb from a proposed parent to the top of its chain.
       01  WS-PARENT-IN     PIC X(03).
       01  WS-PARENT-NUM    PIC 9(03).
       01  WS-WALK-DEPT     PIC S9(04) COMP.
       01  WS-WALK-PARENT   PIC S9(04) COMP.
       01  WS-WALK-LEVELS   PIC 9(02) VALUE ZERO.
       01  WS-MAX-LEVELS    PIC 9(02) VALUE 20.
       01  WS-WALK-SW       PIC X(01) VALUE 'N'.
           88  WS-Walking        VALUE 'Y' FALSE 'N'.
       01  WS-PARENT-OK-SW  PIC X(01) VALUE 'N'.
           88  WS-Parent-Ok      VALUE 'Y' FALSE 'N'.

       01  WS-CURRENT-DATE  PIC 9(08).
       01  WS-CURRENT-TIME  PIC 9(08).

       01  DATCOMM-AREA.
           COPY DATCOMM.

      *
          1000-Send-Initial-Screen.
           Move spaces to DATMLISO.
           Move 'ACT A=ADD C=CHG M=MGR P=PARENT' to HIO.
           perform 1010-Send-Screen thru 1010-Send-Screen-Exit.
           Exit Paragraph.
          1000-Send-Initial-Screen-Exit.
               when 'M'
                   perform 3300-Reassign-Manager
                       thru 3300-Reassign-Manager-Exit
               when 'P'
                   perform 3400-Set-Parent
                       thru 3400-Set-Parent-Exit
               when other
                   Move 'INVALID MAINTENANCE ACTION' to HIO
           end-evaluate.
           evaluate true
               when SQLCODE = 0
                   Move 'DEPARTMENT ADDED' to HIO
                   perform 3900-Write-History
                       thru 3900-Write-History-Exit
               when SQLCODE = -803
                   Move 'DEPARTMENT ALREADY EXISTS' to HIO
               when other
                   Move 'DEPARTMENT NOT FOUND' to HIO
               when SQLCODE = 0
                   Move 'DEPARTMENT CHANGED' to HIO
                   perform 3900-Write-History
                       thru 3900-Write-History-Exit
               when other
                   Move 'DEPT CHANGE FAILED - SEE LOG' to HIO
                   Display 'ERROR-999: UPDATE Q.ORG FAILED,'
                   Move 'DEPARTMENT NOT FOUND' to HIO
               when SQLCODE = 0
                   Move 'MANAGER REASSIGNED' to HIO
                   perform 3900-Write-History
                       thru 3900-Write-History-Exit
               when other
                   Move 'MGR REASSIGN FAILED - SEE LOG' to HIO
                   Display 'ERROR-999: UPDATE Q.ORG MGRNO FAILED,'
           Exit Paragraph.
          3300-Reassign-Manager-Exit.
           Exit Paragraph.
      *
          3400-Set-Parent.
      * The parent must be on Q.ORG, must not be the department
      * itself, and must not sit below it - climbing from the new
      * parent to the top of its chain may not pass through the
      * department being moved, or the move would close a loop.
           Move HII(1:3) to WS-PARENT-IN.
           if WS-PARENT-IN not numeric
               Move 'PARENT DEPT REQUIRED (HII 1-3)' to HIO
               GO TO 3400-Set-Parent-Exit
           end-if.
           Move WS-PARENT-IN to WS-PARENT-NUM.
           if WS-PARENT-NUM = WS-DEPT-NUM
               Move 'DEPT CANNOT BE ITS OWN PARENT' to HIO
               GO TO 3400-Set-Parent-Exit
           end-if.
           if WS-PARENT-NUM not = ZERO
               perform 3450-Check-Parent-Chain
                   thru 3450-Check-Parent-Chain-Exit
               if not WS-Parent-Ok
                   GO TO 3400-Set-Parent-Exit
               end-if
           end-if.
           Move WS-PARENT-NUM to PARENT-DEPT.
           EXEC SQL
               UPDATE Q.ORG
                  SET PARENT_DEPT = :PARENT-DEPT
                WHERE DEPTNUMB = :DEPTNUMB
           END-EXEC.
           Move SQLERRD(3) to WS-ROW-COUNT.
           evaluate true
               when SQLCODE = 100 or WS-ROW-COUNT = 0
                   Move 'DEPARTMENT NOT FOUND' to HIO
               when SQLCODE = 0
                   if WS-PARENT-NUM = ZERO
                       Move 'DEPT IS NOW A DIVISION' to HIO
                   else
                       Move 'PARENT DEPT CHANGED' to HIO
                   end-if
                   perform 3900-Write-History
                       thru 3900-Write-History-Exit
               when other
                   Move 'PARENT CHANGE FAILED - SEE LOG' to HIO
                   Display 'ERROR-999: UPDATE Q.ORG PARENT_DEPT'
                       ' FAILED, SQLCODE=' SQLCODE
           end-evaluate.
           Exit Paragraph.
          3400-Set-Parent-Exit.
           Exit Paragraph.
      *
          3450-Check-Parent-Chain.
           set WS-Parent-Ok to false.
           Move WS-PARENT-NUM to WS-WALK-DEPT.
           Move ZERO to WS-WALK-LEVELS.
           set WS-Walking to true.
           perform 3460-Climb-One-Level
               thru 3460-Climb-One-Level-Exit
               until not WS-Walking.
           Exit Paragraph.
          3450-Check-Parent-Chain-Exit.
           Exit Paragraph.
      *
          3460-Climb-One-Level.
      * WS-WALK-DEPT is the department reached so far, starting at
      * the proposed parent. Reaching a division clears the move.
           EXEC SQL
               SELECT PARENT_DEPT
                 INTO :WS-WALK-PARENT
                 FROM Q.ORG
                WHERE DEPTNUMB = :WS-WALK-DEPT
           END-EXEC.
           set WS-Walking to false.
           evaluate true
               when SQLCODE = 100 and WS-WALK-LEVELS = 0
                   Move 'PARENT DEPT NOT ON FILE' to HIO
               when SQLCODE = 100
                   Move 'PARENT CHAIN BROKEN (ORGAU)' to HIO
               when SQLCODE not = 0
                   Move 'PARENT LOOKUP FAILED - SEE LOG' to HIO
                   Display 'ERROR-999: SELECT Q.ORG PARENT_DEPT'
                       ' FAILED, SQLCODE=' SQLCODE
               when WS-WALK-PARENT = 0
                   set WS-Parent-Ok to true
               when WS-WALK-PARENT = WS-DEPT-NUM
                   Move 'PARENT IS BELOW DEPT - LOOP' to HIO
               when WS-WALK-LEVELS >= WS-MAX-LEVELS
                   Move 'PARENT CHAIN TOO DEEP' to HIO
               when other
                   add 1 to WS-WALK-LEVELS
                   Move WS-WALK-PARENT to WS-WALK-DEPT
                   set WS-Walking to true
           end-evaluate.
           Exit Paragraph.
          3460-Climb-One-Level-Exit.
           Exit Paragraph.
      *
          3900-Write-History.
      * Close the open history row (none yet for a new department)
      * at this change's timestamp, then copy the row as it now
      * stands on Q.ORG in as the open one. Two changes to the same
      * department inside one second collide on the history key and
      * are backed out for the user to re-key.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           Move WS-CURRENT-DATE to HIST-VALID-FROM(1:8).
           Move WS-CURRENT-TIME(1:6) to HIST-VALID-FROM(9:6).
           EXEC CICS ASSIGN USERID(HIST-CHANGED-BY)
           END-EXEC.
           EXEC SQL
               UPDATE Q.ORG_HIST
                  SET VALID_TO = :HIST-VALID-FROM
                WHERE DEPTNUMB = :DEPTNUMB
                  AND VALID_TO = :HIST-OPEN-END
           END-EXEC.
           if SQLCODE not = 0 and SQLCODE not = 100
               Display 'ERROR-999: UPDATE Q.ORG_HIST FAILED,'
                   ' SQLCODE=' SQLCODE
               GO TO 3900-Back-Out
           end-if.
           EXEC SQL
               INSERT INTO Q.ORG_HIST
                   (DEPTNUMB, DEPTNAME, MGRNO, LOCATION,
                    PARENT_DEPT,
                    VALID_FROM, VALID_TO, CHANGED_BY)
               SELECT DEPTNUMB, DEPTNAME, MGRNO, LOCATION,
                      PARENT_DEPT,
                      :HIST-VALID-FROM, :HIST-OPEN-END,
                      :HIST-CHANGED-BY
                 FROM Q.ORG
                WHERE DEPTNUMB = :DEPTNUMB
           END-EXEC.
           if SQLCODE = 0
               GO TO 3900-Write-History-Exit
           end-if.
           if SQLCODE = -803
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               Move 'CHANGED THIS SECOND - RE-ENTER' to HIO
               GO TO 3900-Write-History-Exit
           end-if.
           Display 'ERROR-999: INSERT Q.ORG_HIST FAILED,'
               ' SQLCODE=' SQLCODE.
          3900-Back-Out.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           Move 'HISTORY FAILED - BACKED OUT' to HIO.
           Exit Paragraph.
          3900-Write-History-Exit.
           Exit Paragraph.
      *
          9000-Send-Map-Error.
      * A bad mapset or a dropped terminal shows up here as a
