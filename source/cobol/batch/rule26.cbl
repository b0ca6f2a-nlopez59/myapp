      * REVIEWQ/ALERTDS by DATBATCH's severity classification like
      * every other rule, and an EXCPDTL exception-detail row per
      * finding (see DATEXCP) carrying the account or department.
      *
      * An account in an unknown department whose department has a
      * replacement on Q.DEPT_MAP (see db2/deptmap.ddl) also gets a
      * proposed correction - a PROPDTL row (see DATPRDT) holding an
      * ACCTTRAN change that moves the account to the replacement,
      * for the analyst to accept or reject on DAT3. A mapping row
      * whose replacement is not itself on Q.ORG is ignored with a
      * warning, and a Q.DEPT_MAP that cannot be read only costs the
      * proposals - never the sweep. So does a missing PROPDTL DD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCPDTL-FILE   ASSIGN TO 'EXCPDTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPDTL-STATUS.
           SELECT PROPDTL-FILE   ASSIGN TO 'PROPDTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPDTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCPDTL-FILE.
           COPY DATEXCP.

       FD  PROPDTL-FILE.
           COPY DATPRDT.

       WORKING-STORAGE SECTION.
       01  WS-ACCTRANGE-STATUS      PIC X(02).
           88  WS-ACCTRANGE-OK           VALUE '00'.
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).

      * Proposed corrections - the change built here in the ACCTTRAN
      * layout is what goes out on the PROPDTL row.
       01  WS-PROPDTL-STATUS        PIC X(02).
       01  WS-PROPDTL-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-PROPDTL-OPEN           VALUE 'Y' FALSE 'N'.
       01  WS-PD-REASON             PIC X(20).
       01  WS-CT-PROPOSED           PIC 9(05) VALUE ZERO.
           COPY DATATRN.

      * Account check digit (see DATACCT) for the proposed change:
      * the six digits of the account number, and what a digit
      * comes to doubled with 9 taken off past 9 -
      * WS-CD-DOUBLED(digit + 1).
       01  WS-CD-ACCT               PIC 9(06).
       01  WS-CD-DIGITS REDEFINES WS-CD-ACCT.
           05  WS-CD-D1             PIC 9(01).
           05  WS-CD-D2             PIC 9(01).
           05  WS-CD-D3             PIC 9(01).
           05  WS-CD-D4             PIC 9(01).
           05  WS-CD-D5             PIC 9(01).
           05  WS-CD-D6             PIC 9(01).
       01  WS-CD-DOUBLED-VALUES     PIC X(10) VALUE '0246813579'.
       01  WS-CD-DOUBLED-TABLE REDEFINES WS-CD-DOUBLED-VALUES.
           05  WS-CD-DOUBLED        PIC 9(01) OCCURS 10 TIMES.
       01  WS-CD-SUM                PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CD-QUOT               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CD-REM                PIC 9(01) VALUE ZERO.
       01  WS-CD-DIGIT              PIC 9(01) VALUE ZERO.

       01  WS-SQL-SW                PIC X(01) VALUE 'Y'.
           88  WS-SQL-OK                 VALUE 'Y'.
           88  WS-SQL-NOT-OK              VALUE 'N'.
       01  WS-ORG-SUB               PIC 9(04) COMP VALUE ZERO.
       01  WS-DEPT-EDIT             PIC 9(03).

      * Q.DEPT_MAP loaded once up front, in the file's three-digit
      * form like the Q.ORG table - only rows whose replacement is
      * on Q.ORG are kept.
       01  WS-MAP-TABLE.
           05  WS-MP-ENTRY OCCURS 100 TIMES
                                 INDEXED BY MP-IDX.
               10  WS-MP-OLD-DEPT       PIC X(03).
               10  WS-MP-NEW-DEPT       PIC X(03).
       01  WS-MAP-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-MAP-NEW-X             PIC X(03).
       01  WS-MAP-SQL-SW            PIC X(01) VALUE 'Y'.
           88  WS-MAP-SQL-OK             VALUE 'Y'.
           88  WS-MAP-SQL-NOT-OK         VALUE 'N'.
       01  WS-MAP-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-MAP-EOF                VALUE 'Y'.

       01  WS-DIAG-TEXT             PIC X(60).
       01  WS-CT-RECORDS-READ       PIC 9(07) VALUE ZERO.
       01  WS-CT-UNKNOWN-DEPT       PIC 9(05) VALUE ZERO.
       01  WS-CT-EMPTY-DEPT         PIC 9(05) VALUE ZERO.

           EXEC SQL INCLUDE ORG     END-EXEC.
           EXEC SQL INCLUDE DEPTMAP END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.

           EXEC SQL
                 FROM Q.ORG
           END-EXEC.

           EXEC SQL
               DECLARE DEPT-MAP-CURSOR CURSOR FOR
               SELECT OLD_DEPT, NEW_DEPT
                 FROM Q.DEPT_MAP
           END-EXEC.

       LINKAGE SECTION.

       COPY DATVARS.
               Move 'Q.ORG LOAD FAILED' to WS-MSG1
               GO TO Mainline-Exit
           end-if.
           perform 1200-Load-Dept-Map thru 1200-Load-Dept-Map-Exit.
           OPEN INPUT ACCTRANGE-FILE.
           if not WS-ACCTRANGE-OK
               Display 'ERROR-999: Rule-26 unable to open ACCTRANGE'
               GO TO Mainline-Exit
           end-if.
           perform 1500-Open-Excpdtl thru 1500-Open-Excpdtl-Exit.
           perform 1550-Open-Propdtl thru 1550-Open-Propdtl-Exit.
           perform 2000-Sweep-One-Record
               thru 2000-Sweep-One-Record-Exit
               until WS-ACCTRANGE-EOF.
           if WS-Excpdtl-Open
               CLOSE EXCPDTL-FILE
           end-if.
           if WS-Propdtl-Open
               CLOSE PROPDTL-FILE
               Display 'RULE26: ' WS-CT-PROPOSED
                   ' corrections proposed'
           end-if.
           perform 3000-Set-Result thru 3000-Set-Result-Exit.
          Mainline-Exit.
           EXIT PROGRAM.
           Exit Paragraph.
          1100-Fetch-One-Dept-Exit.
           Exit Paragraph.
      *
          1200-Load-Dept-Map.
           Move SPACES to WS-MAP-TABLE.
           EXEC SQL
               OPEN DEPT-MAP-CURSOR
           END-EXEC.
           perform 8100-Check-Map-Sqlcode
               thru 8100-Check-Map-Sqlcode-Exit.
           if WS-Map-Sql-Ok
               perform 1300-Fetch-One-Map
                   thru 1300-Fetch-One-Map-Exit
                   until WS-Map-Eof or WS-Map-Sql-Not-Ok
               EXEC SQL
                   CLOSE DEPT-MAP-CURSOR
               END-EXEC
           end-if.
           Exit Paragraph.
          1200-Load-Dept-Map-Exit.
           Exit Paragraph.
      *
          1300-Fetch-One-Map.
           EXEC SQL
               FETCH DEPT-MAP-CURSOR
                 INTO :DM-OLD-DEPT, :DM-NEW-DEPT
           END-EXEC.
           perform 8100-Check-Map-Sqlcode
               thru 8100-Check-Map-Sqlcode-Exit.
           if WS-Map-Sql-Not-Ok or WS-Map-Eof
               GO TO 1300-Fetch-One-Map-Exit
           end-if.
           Move DM-NEW-DEPT to WS-DEPT-EDIT.
           Move WS-DEPT-EDIT to WS-MAP-NEW-X.
      * Moving an account into another unknown department would
      * only trade one finding for the next.
           set OG-IDX to 1.
           search WS-OG-ENTRY
               at end
                   Display 'WARNING-999: Rule-26 Q.DEPT_MAP'
                       ' replacement ' WS-MAP-NEW-X
                       ' is not on Q.ORG - mapping ignored'
                   GO TO 1300-Fetch-One-Map-Exit
               when WS-OG-DEPT(OG-IDX) = WS-MAP-NEW-X
                   continue
           end-search.
           if WS-MAP-COUNT < 100
               add 1 to WS-MAP-COUNT
               set MP-IDX to WS-MAP-COUNT
               Move DM-OLD-DEPT to WS-DEPT-EDIT
               Move WS-DEPT-EDIT to WS-MP-OLD-DEPT(MP-IDX)
               Move WS-MAP-NEW-X to WS-MP-NEW-DEPT(MP-IDX)
           else
               Display 'WARNING-999: Rule-26 Q.DEPT_MAP row'
                   ' ignored - table is full at 100 rows'
           end-if.
           Exit Paragraph.
          1300-Fetch-One-Map-Exit.
           Exit Paragraph.
      *
          1500-Open-Excpdtl.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           Exit Paragraph.
          1500-Open-Excpdtl-Exit.
           Exit Paragraph.
      *
          1550-Open-Propdtl.
           if WS-MAP-COUNT = 0
               GO TO 1550-Open-Propdtl-Exit
           end-if.
           OPEN EXTEND PROPDTL-FILE.
           if WS-PROPDTL-STATUS not = '00'
               and WS-PROPDTL-STATUS not = '05'
               OPEN OUTPUT PROPDTL-FILE
           end-if.
           if WS-PROPDTL-STATUS = '00'
               set WS-Propdtl-Open to true
           else
               Display 'RULE26: PROPDTL not available, status='
                   WS-PROPDTL-STATUS ' - no corrections proposed'
           end-if.
           Exit Paragraph.
          1550-Open-Propdtl-Exit.
           Exit Paragraph.
      *
          2000-Sweep-One-Record.
           READ ACCTRANGE-FILE
                   Move ACCT-NUMBER to WS-XD-KEY
                   perform 2300-Write-Exception
                       thru 2300-Write-Exception-Exit
                   perform 2400-Propose-Dept-Move
                       thru 2400-Propose-Dept-Move-Exit
               when WS-OG-DEPT(OG-IDX) = ACCT-DEPT
                   Move 'Y' to WS-OG-HAS-ACCTS-SW(OG-IDX)
           end-search.
           Exit Paragraph.
          2300-Write-Exception-Exit.
           Exit Paragraph.
      *
          2400-Propose-Dept-Move.
      * Only a department Q.DEPT_MAP names a replacement for can be
      * moved mechanically - the rest wait for the analyst. Keyed as
      * the BADDEPT finding it corrects; a change carrying only the
      * department leaves everything else on the account alone.
           if not WS-Propdtl-Open or ACCT-NUMBER not numeric
               GO TO 2400-Propose-Dept-Move-Exit
           end-if.
           set MP-IDX to 1.
           search WS-MP-ENTRY
               at end
                   GO TO 2400-Propose-Dept-Move-Exit
               when MP-IDX > WS-MAP-COUNT
                   GO TO 2400-Propose-Dept-Move-Exit
               when WS-MP-OLD-DEPT(MP-IDX) = ACCT-DEPT
                   continue
           end-search.
           Move ACCT-NUMBER to WS-CD-ACCT.
           perform 2460-Compute-Check-Digit
               thru 2460-Compute-Check-Digit-Exit.
           Move SPACES      to ACCTTRAN-RECORD.
           set TR-Change    to true.
           Move ACCT-NUMBER to TR-ACCT-NUMBER.
           Move WS-MP-NEW-DEPT(MP-IDX) to TR-ACCT-DEPT.
           Move ZERO        to TR-ACCT-OPEN-BAL.
           Move WS-CD-DIGIT to TR-CHECK-DIGIT.
           Move SPACES to WS-PD-REASON.
           STRING 'DEPT ' ACCT-DEPT ' TO ' WS-MP-NEW-DEPT(MP-IDX)
               DELIMITED BY SIZE INTO WS-PD-REASON.
           Move WS-CURRENT-TIMESTAMP to PD-TIMESTAMP.
           Move WS-Rule              to PD-RULE.
           Move WS-XD-KEY            to PD-RECORD-KEY.
           Move WS-XD-TYPE           to PD-FIND-TYPE.
           Move WS-PD-REASON         to PD-REASON.
           Move ACCTTRAN-RECORD      to PD-TRAN-IMAGE.
           WRITE PROPDTL-RECORD.
           add 1 to WS-CT-PROPOSED.
           Exit Paragraph.
          2400-Propose-Dept-Move-Exit.
           Exit Paragraph.
      *
          2460-Compute-Check-Digit.
      * Luhn mod 10 over WS-CD-ACCT, left in WS-CD-DIGIT - the 6th,
      * 4th and 2nd digits doubled, the digit the one that brings
      * the sum up to a multiple of 10.
           compute WS-CD-SUM = WS-CD-D1 + WS-CD-D3 + WS-CD-D5
               + WS-CD-DOUBLED(WS-CD-D2 + 1)
               + WS-CD-DOUBLED(WS-CD-D4 + 1)
               + WS-CD-DOUBLED(WS-CD-D6 + 1).
           divide WS-CD-SUM by 10 giving WS-CD-QUOT
               remainder WS-CD-REM.
           if WS-CD-REM = 0
               Move 0 to WS-CD-DIGIT
           else
               compute WS-CD-DIGIT = 10 - WS-CD-REM
           end-if.
           Exit Paragraph.
          2460-Compute-Check-Digit-Exit.
           Exit Paragraph.
      *
          2500-Check-Empty-Depts.
      * The other direction of the seam: a Q.ORG department no
           Exit Paragraph.
          8000-Check-Sqlcode-Exit.
           Exit Paragraph.
      *
          8100-Check-Map-Sqlcode.
      * Unlike Q.ORG, a Q.DEPT_MAP problem is only a warning: the
      * findings are still right without it, they just come with no
      * proposed move.
           evaluate SQLCODE
               when 0
                   set WS-Map-Sql-Ok to true
               when 100
                   set WS-Map-Eof to true
                   set WS-Map-Sql-Ok to true
               when other
                   set WS-Map-Sql-Not-Ok to true
                   Display 'WARNING-999: Rule-26 Q.DEPT_MAP access'
                       ' failed, SQLCODE=' SQLCODE
                       ' - no department moves proposed'
           end-evaluate.
           Exit Paragraph.
          8100-Check-Map-Sqlcode-Exit.
           Exit Paragraph.
