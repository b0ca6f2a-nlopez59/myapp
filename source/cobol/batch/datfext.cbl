      * Nightly finance extract - run as a DATEOD step after DATRPT
      * so finance stops re-keying numbers from SYSOUT into their
      * warehouse loader every morning. Joins the run date's
      * Q.RULE_AUDIT rows against the department as it stood at the
      * row's RUN_TIMESTAMP (the Q.ORG_HIST row in force then, on
      * DEPT_CODE/DEPTNUMB) and writes a delimited FEEDFILE - a
      * department renamed since still extracts under the name it
      * carried when the rule ran:
      *   H|DATFEXT|yyyymmdd                          header
      *   D|rule|result|sev|deptnumb|deptname|tstamp|div
      *                                               one per row
      *   B|dept|ccy|count|balance|rate|rptccy|converted|div
      *                                               one per dept
      *                                               and currency
      *   V|div|divname|ccy|count|balance|rptccy|converted
      *                                               one per
      *                                               division and
      *                                               currency
      *   T|nnnnnnn|bbbbbbb|yyyymmdd|vvvvvvv          trailer
      * The severity band is classified the way DATBATCH classifies
      * WS-RESULT (E >= 900, W >= 100, I below), and the trailer
      * carries the D, B and V counts for the loader to verify.
      * Driven by FEXTPARM (optional): DATE=YYYYMMDD, defaulting to
      * today.
      *
      * div is the department's division - the top of its
      * PARENT_DEPT chain as the hierarchy stood at the end of the
      * extract date (DATDIVN over Q.ORG_HIST), 000 for a department
      * with none. The V records are the B records added up by
      * division, so finance's divisional totals come off the feed
      * instead of a spreadsheet; a division with any department
      * line at NO RATE sends its converted amount empty the same
      * way. A division summary - rows and errors, then the balances
      * by currency - is printed after the counts.
      *
      * The B records are the department balances from ACCTRANGE, by
      * department and currency (ACCT-CURRENCY, blank for the
      * reporting currency): the account count and the total current
      * balance in the original currency, then the rate and the
      * total converted to the reporting currency at FXRATE's rate
      * for the business date (see DATFXRT) - the latest feed date on
      * ACCTFREG, as RULE25 takes it, or the extract date with no
      * register - which is the trailer's last field. Amounts are
      * signed, with the point (+0000000001234.56). A currency with
      * no rate for the date carries NO RATE and an empty converted
      * amount, never a rate of 1, and the step ends RC 4; so does a
      * missing ACCTRANGE, which writes no B records.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQLERRLG-FILE ASSIGN TO 'SQLERRLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQLERRLG-STATUS.
           SELECT ACCTRANGE-FILE ASSIGN TO 'ACCTRANGE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTRANGE-STATUS.
           SELECT ACCTFREG-FILE ASSIGN TO 'ACCTFREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTFREG-STATUS.
           SELECT FXRATE-FILE   ASSIGN TO 'FXRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SQLERRLG-FILE.
           COPY SQLERRLG.

       FD  ACCTRANGE-FILE.
           COPY DATACCT.

       FD  ACCTFREG-FILE.
           COPY DATFREG.

       FD  FXRATE-FILE.
           COPY DATFXRT.

       WORKING-STORAGE SECTION.
       01  WS-FEXTPARM-STATUS       PIC X(02).
           88  WS-FEXTPARM-OK            VALUE '00'.

       01  WS-CT-ROWS-EXTRACTED     PIC 9(07) VALUE ZERO.

      * Division rollups - rows and errors per division from the D
      * records, and the balances per division and currency from
      * the B records, each kept in key order.
       COPY DATDIVP.
       01  WS-DIVN-LOGGED-SW        PIC X(01) VALUE 'N'.
           88  WS-Divn-Logged            VALUE 'Y' FALSE 'N'.
       01  WS-ROW-DIVISION          PIC X(03).
       01  WS-DIV-TABLE.
           05  WS-DX-ENTRY OCCURS 300 TIMES
                                 INDEXED BY DX-IDX.
               10  WS-DX-DIVISION       PIC X(03).
               10  WS-DX-NAME           PIC X(14).
               10  WS-DX-ROWS           PIC 9(07).
               10  WS-DX-ERRORS         PIC 9(07).
       01  WS-DX-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-VT-TABLE.
           05  WS-VT-ENTRY OCCURS 300 TIMES
                                 INDEXED BY VT-IDX.
               10  WS-VT-KEY.
                   15  WS-VT-DIVISION   PIC X(03).
                   15  WS-VT-CURRENCY   PIC X(03).
               10  WS-VT-NAME           PIC X(14).
               10  WS-VT-COUNT          PIC 9(07).
               10  WS-VT-TOTAL          PIC S9(13)V99 COMP-3.
               10  WS-VT-CONVERTED      PIC S9(13)V99 COMP-3.
               10  WS-VT-NO-RATE-SW     PIC X(01).
                   88  WS-VT-No-Rate         VALUE 'Y' FALSE 'N'.
       01  WS-VT-COUNT-USED         PIC 9(04) COMP VALUE ZERO.
       01  WS-VT-FIND-KEY.
           05  WS-VT-FIND-DIVISION  PIC X(03).
           05  WS-VT-FIND-CURRENCY  PIC X(03).
       01  WS-TB-POS                PIC 9(04) COMP VALUE ZERO.
       01  WS-TB-SHIFT              PIC 9(04) COMP VALUE ZERO.
       01  WS-TB-PRINT-IDX          PIC 9(04) COMP VALUE ZERO.
       01  WS-TB-SCAN-SW            PIC X(01) VALUE 'N'.
           88  WS-TB-Scanning            VALUE 'Y' FALSE 'N'.
       01  WS-TB-ENTRY-OK-SW        PIC X(01) VALUE 'N'.
           88  WS-TB-Entry-Ok            VALUE 'Y' FALSE 'N'.
       01  WS-CT-DIV-BALANCES       PIC 9(07) VALUE ZERO.

      * Department balances by currency for the B records.
       01  WS-ACCTRANGE-STATUS      PIC X(02).
           88  WS-ACCTRANGE-OK           VALUE '00'.
           88  WS-ACCTRANGE-EOF           VALUE '10'.
       01  WS-ACCTFREG-STATUS       PIC X(02).
           88  WS-ACCTFREG-OK            VALUE '00'.
           88  WS-ACCTFREG-EOF            VALUE '10'.
       01  WS-FXRATE-STATUS         PIC X(02).
           88  WS-FXRATE-OK              VALUE '00'.
       01  WS-FXRATE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-FXRATE-OPEN            VALUE 'Y' FALSE 'N'.
       01  WS-RATE-DATE             PIC 9(08) VALUE ZERO.
       01  WS-REPORT-CCY            PIC X(03) VALUE SPACES.
       01  WS-BAL-TABLE.
           05  WS-BT-ENTRY OCCURS 300 TIMES
                                 INDEXED BY BT-IDX.
               10  WS-BT-DEPT           PIC X(03).
               10  WS-BT-CURRENCY       PIC X(03).
               10  WS-BT-COUNT          PIC 9(07).
               10  WS-BT-TOTAL          PIC S9(13)V99 COMP-3.
       01  WS-BT-COUNT-USED         PIC 9(04) COMP VALUE ZERO.
       01  WS-BT-IDX-SAVE           PIC 9(04) COMP VALUE ZERO.
       01  WS-BT-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-BT-CONVERTED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-BT-RATE               PIC 9(05)V9(06) VALUE ZERO.
       01  WS-BT-RATE-SW            PIC X(01) VALUE 'N'.
           88  WS-BT-RATE-FOUND          VALUE 'Y' FALSE 'N'.
       01  WS-BT-TOTAL-X            PIC +9(13).99.
       01  WS-BT-CONV-X             PIC +9(13).99.
       01  WS-BT-CONV-TEXT          PIC X(17).
       01  WS-BT-RATE-X             PIC 9(05).9(06).
       01  WS-BT-RATE-TEXT          PIC X(12).
       01  WS-CT-BALANCES           PIC 9(07) VALUE ZERO.
       01  WS-CT-NO-RATE            PIC 9(07) VALUE ZERO.
       01  WS-BT-ENTRY-OK-SW        PIC X(01) VALUE 'Y'.
           88  WS-BT-ENTRY-OK            VALUE 'Y' FALSE 'N'.
       01  WS-BAL-WARNING-SW        PIC X(01) VALUE 'N'.
           88  WS-BAL-WARNING            VALUE 'Y' FALSE 'N'.

           EXEC SQL INCLUDE RULEAUD END-EXEC.
           EXEC SQL INCLUDE ORG     END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.

      * One row per Q.RULE_AUDIT entry for the extract date,
      * outer-joined to its department as at RUN_TIMESTAMP so a row
      * under an unknown department still reaches the warehouse.
           EXEC SQL
               DECLARE FEXT-CURSOR CURSOR FOR
               SELECT R.RULE_CODE, R.RESULT_CODE, R.RUN_TIMESTAMP,
                      O.DEPTNUMB, O.DEPTNAME
                 FROM Q.RULE_AUDIT R
                 LEFT JOIN Q.ORG_HIST O
                   ON O.DEPTNUMB = INTEGER(R.DEPT_CODE)
                  AND O.VALID_FROM <= R.RUN_TIMESTAMP
                  AND O.VALID_TO > R.RUN_TIMESTAMP
                WHERE R.RUN_TIMESTAMP >= :WS-EXTRACT-TS-LO
                  AND R.RUN_TIMESTAMP <= :WS-EXTRACT-TS-HI
           END-EXEC.
                   thru 1000-Write-Header-Exit
               perform 2000-Extract-Rows
                   thru 2000-Extract-Rows-Exit
               perform 2500-Extract-Balances
                   thru 2500-Extract-Balances-Exit
               perform 2800-Write-Division-Balance
                   thru 2800-Write-Division-Balance-Exit
                   varying WS-TB-PRINT-IDX from 1 by 1
                   until WS-TB-PRINT-IDX > WS-VT-COUNT-USED
               perform 3000-Write-Trailer
                   thru 3000-Write-Trailer-Exit
               CLOSE FEEDFILE-FILE
               Display 'DATFEXT: ' WS-CT-ROWS-EXTRACTED
                   ' rows extracted for ' WS-EXTRACT-DATE
               Display 'DATFEXT: ' WS-CT-BALANCES
                   ' department balances at rates for ' WS-RATE-DATE
               Display 'DATFEXT: ' WS-CT-DIV-BALANCES
                   ' division balances'
               perform 3100-Print-Division-Summary
                   thru 3100-Print-Division-Summary-Exit
               evaluate true
                   when WS-SQL-NOT-OK
                       Move 999 to RETURN-CODE
                   when WS-Bal-Warning
                       Move 4 to RETURN-CODE
               end-evaluate
           end-if.

           CLOSE SQLERRLG-FILE.
                                   WS-EXTRACT-TS-HI(1:8).
           Move '000000' to WS-EXTRACT-TS-LO(9:6).
           Move '235959' to WS-EXTRACT-TS-HI(9:6).
           Move WS-EXTRACT-TS-HI to DV-AS-AT.
           EXEC SQL
               OPEN FEXT-CURSOR
           END-EXEC.
               Move DEPTNUMB to WS-DEPTNUMB-X
               Move DEPTNAME-TEXT to WS-DEPTNAME-X
           end-if.
           Move WS-DEPTNUMB-X(3:3) to DV-DEPT.
           perform 2700-Resolve-Division
               thru 2700-Resolve-Division-Exit.
           Move DV-DIVISION to WS-ROW-DIVISION.
           perform 2710-Find-Division thru 2710-Find-Division-Exit.
           if WS-TB-Entry-Ok
               add 1 to WS-DX-ROWS(DX-IDX)
               if WS-SEVERITY-LTR = 'E'
                   add 1 to WS-DX-ERRORS(DX-IDX)
               end-if
           end-if.
           Move SPACES to FEEDFILE-RECORD.
           STRING 'D|' RULE-AUDIT-RULE
                  '|' WS-RESULT-X
                  '|' WS-DEPTNUMB-X
                  '|' WS-DEPTNAME-X
                  '|' RULE-AUDIT-TSTAMP
                  '|' WS-ROW-DIVISION
                  DELIMITED BY SIZE INTO FEEDFILE-RECORD.
           WRITE FEEDFILE-RECORD.
           add 1 to WS-CT-ROWS-EXTRACTED.
           Exit Paragraph.
          2200-Write-Detail-Exit.
           Exit Paragraph.
      *
          2500-Extract-Balances.
           Move ZERO to WS-BT-COUNT-USED.
           perform 2510-Load-Rate-Date thru 2510-Load-Rate-Date-Exit.
           OPEN INPUT ACCTRANGE-FILE.
           if not WS-ACCTRANGE-OK
               Display 'WARNING-999: Unable to open ACCTRANGE status='
                   WS-ACCTRANGE-STATUS ' - no balances extracted'
               set WS-Bal-Warning to true
               GO TO 2500-Extract-Balances-Exit
           end-if.
           perform 2530-Sweep-One-Account
               thru 2530-Sweep-One-Account-Exit
               until WS-ACCTRANGE-EOF.
           CLOSE ACCTRANGE-FILE.
           set WS-Fxrate-Open to false.
           OPEN INPUT FXRATE-FILE.
           if WS-FXRATE-OK
               set WS-Fxrate-Open to true
           else
               Display 'WARNING-999: Unable to open FXRATE status='
                   WS-FXRATE-STATUS ' - only the reporting currency'
                   ' converted'
           end-if.
           perform 2550-Write-Balance
               thru 2550-Write-Balance-Exit
               varying WS-BT-IDX-SAVE from 1 by 1
               until WS-BT-IDX-SAVE > WS-BT-COUNT-USED.
           if WS-Fxrate-Open
               CLOSE FXRATE-FILE
           end-if.
           if WS-CT-NO-RATE > 0
               Display 'WARNING-999: ' WS-CT-NO-RATE ' balance line(s)'
                   ' with no FXRATE rate for ' WS-RATE-DATE
                   ' - sent as NO RATE, load the rates (DATFXLD)'
               set WS-Bal-Warning to true
           end-if.
           Exit Paragraph.
          2500-Extract-Balances-Exit.
           Exit Paragraph.
      *
          2510-Load-Rate-Date.
      * The latest feed applied is the business date ACCTRANGE is
      * for - the highest date on the register, as RULE25 takes it.
           Move ZERO to WS-RATE-DATE.
           OPEN INPUT ACCTFREG-FILE.
           if WS-ACCTFREG-OK
               perform 2520-Read-Register
                   thru 2520-Read-Register-Exit
                   until WS-ACCTFREG-EOF
               CLOSE ACCTFREG-FILE
           end-if.
           if WS-RATE-DATE = ZERO
               Move WS-EXTRACT-DATE to WS-RATE-DATE
           end-if.
           Exit Paragraph.
          2510-Load-Rate-Date-Exit.
           Exit Paragraph.
      *
          2520-Read-Register.
           READ ACCTFREG-FILE
               AT END set WS-ACCTFREG-EOF to true
               NOT AT END
                   if FR-FEED-DATE numeric
                       and FR-FEED-DATE > WS-RATE-DATE
                       Move FR-FEED-DATE to WS-RATE-DATE
                   end-if
           end-read.
           Exit Paragraph.
          2520-Read-Register-Exit.
           Exit Paragraph.
      *
          2530-Sweep-One-Account.
           READ ACCTRANGE-FILE
               AT END set WS-ACCTRANGE-EOF to true
                   GO TO 2530-Sweep-One-Account-Exit
           end-read.
      * A record not yet carried forward by DATAAPL stands at its
      * opening balance.
           if ACCT-CURR-BAL numeric
               Move ACCT-CURR-BAL to WS-BT-AMOUNT
           else
               Move ACCT-OPEN-BAL to WS-BT-AMOUNT
           end-if.
           set WS-Bt-Entry-Ok to true.
           if WS-BT-COUNT-USED > 0
               set BT-IDX to 1
               search WS-BT-ENTRY
                   at end
                       perform 2540-Add-Balance-Entry
                           thru 2540-Add-Balance-Entry-Exit
                   when BT-IDX > WS-BT-COUNT-USED
                       perform 2540-Add-Balance-Entry
                           thru 2540-Add-Balance-Entry-Exit
                   when WS-BT-DEPT(BT-IDX) = ACCT-DEPT
                    and WS-BT-CURRENCY(BT-IDX) = ACCT-CURRENCY
                       continue
               end-search
           else
               perform 2540-Add-Balance-Entry
                   thru 2540-Add-Balance-Entry-Exit
           end-if.
           if WS-Bt-Entry-Ok
               add 1 to WS-BT-COUNT(BT-IDX)
               add WS-BT-AMOUNT to WS-BT-TOTAL(BT-IDX)
           end-if.
           Exit Paragraph.
          2530-Sweep-One-Account-Exit.
           Exit Paragraph.
      *
          2540-Add-Balance-Entry.
      * A line the table cannot hold would be a silently short feed -
      * the account is left out and the run flagged.
           if WS-BT-COUNT-USED >= 300
               Display 'WARNING-999: Balance table full at 300 -'
                   ' account ' ACCT-NUMBER ' dept ' ACCT-DEPT
                   ' ccy ' ACCT-CURRENCY ' not extracted'
               set WS-Bal-Warning to true
               set WS-Bt-Entry-Ok to false
               GO TO 2540-Add-Balance-Entry-Exit
           end-if.
           add 1 to WS-BT-COUNT-USED.
           set BT-IDX to WS-BT-COUNT-USED.
           Move ACCT-DEPT     to WS-BT-DEPT(BT-IDX).
           Move ACCT-CURRENCY to WS-BT-CURRENCY(BT-IDX).
           Move ZERO to WS-BT-COUNT(BT-IDX) WS-BT-TOTAL(BT-IDX).
           Exit Paragraph.
          2540-Add-Balance-Entry-Exit.
           Exit Paragraph.
      *
          2550-Write-Balance.
      * Blank is the reporting currency and goes at 1 as it stands;
      * any other code takes its FXRATE record for the date or is
      * sent as NO RATE.
           set BT-IDX to WS-BT-IDX-SAVE.
           set WS-Bt-Rate-Found to false.
           Move ZERO to WS-BT-RATE.
           if WS-BT-CURRENCY(BT-IDX) = SPACES
               Move 1 to WS-BT-RATE
               set WS-Bt-Rate-Found to true
           end-if.
           if WS-Fxrate-Open
               Move WS-RATE-DATE           to FX-RATE-DATE
               Move WS-BT-CURRENCY(BT-IDX) to FX-CURRENCY
               READ FXRATE-FILE
                   INVALID KEY continue
                   NOT INVALID KEY
                       if FX-RATE numeric and FX-RATE > ZERO
                           Move FX-REPORT-CCY to WS-REPORT-CCY
                           if WS-BT-CURRENCY(BT-IDX) not = SPACES
                               Move FX-RATE to WS-BT-RATE
                               set WS-Bt-Rate-Found to true
                           end-if
                       end-if
               end-read
           end-if.
           Move WS-BT-TOTAL(BT-IDX) to WS-BT-TOTAL-X.
           if WS-Bt-Rate-Found
               compute WS-BT-CONVERTED rounded =
                   WS-BT-TOTAL(BT-IDX) * WS-BT-RATE
               Move WS-BT-CONVERTED to WS-BT-CONV-X
               Move WS-BT-CONV-X    to WS-BT-CONV-TEXT
               Move WS-BT-RATE      to WS-BT-RATE-X
               Move WS-BT-RATE-X    to WS-BT-RATE-TEXT
           else
               Move SPACES    to WS-BT-CONV-TEXT
               Move 'NO RATE' to WS-BT-RATE-TEXT
               add 1 to WS-CT-NO-RATE
           end-if.
           Move WS-BT-DEPT(BT-IDX) to DV-DEPT.
           perform 2700-Resolve-Division
               thru 2700-Resolve-Division-Exit.
           Move SPACES to FEEDFILE-RECORD.
           STRING 'B|' WS-BT-DEPT(BT-IDX)
                  '|' WS-BT-CURRENCY(BT-IDX)
                  '|' WS-BT-COUNT(BT-IDX)
                  '|' WS-BT-TOTAL-X
                  '|' WS-BT-RATE-TEXT DELIMITED BY SIZE
                  '|' WS-REPORT-CCY
                  '|' WS-BT-CONV-TEXT
                  '|' DV-DIVISION
                  DELIMITED BY SIZE INTO FEEDFILE-RECORD.
           WRITE FEEDFILE-RECORD.
           add 1 to WS-CT-BALANCES.
      * The line adds into its division and currency.
           Move DV-DIVISION            to WS-VT-FIND-DIVISION.
           Move WS-BT-CURRENCY(BT-IDX) to WS-VT-FIND-CURRENCY.
           perform 2750-Find-Division-Balance
               thru 2750-Find-Division-Balance-Exit.
           if WS-TB-Entry-Ok
               add WS-BT-COUNT(BT-IDX) to WS-VT-COUNT(VT-IDX)
               add WS-BT-TOTAL(BT-IDX) to WS-VT-TOTAL(VT-IDX)
               if WS-Bt-Rate-Found
                   add WS-BT-CONVERTED to WS-VT-CONVERTED(VT-IDX)
               else
                   set WS-VT-No-Rate(VT-IDX) to true
               end-if
           end-if.
           Exit Paragraph.
          2550-Write-Balance-Exit.
           Exit Paragraph.
      *
          2700-Resolve-Division.
           CALL 'DATDIVN' USING DATDIVN-PARMS.
           if DV-Load-Failed and not WS-Divn-Logged
               Move DV-SQLCODE to SQLCODE
               Move 'DATDIVN LOAD Q.ORG_HIST' to WS-SQL-STATEMENT
               set WS-SQL-NOT-OK to true
               perform 8100-Write-Error-Log
                   thru 8100-Write-Error-Log-Exit
               set WS-Divn-Logged to true
           end-if.
           Exit Paragraph.
          2700-Resolve-Division-Exit.
           Exit Paragraph.
      *
          2710-Find-Division.
      * Both division tables are kept in key order: find the first
      * entry not below the key, and either it is this key or the
      * new entry goes in ahead of it.
           set WS-TB-Entry-Ok to true.
           Move 1 to WS-TB-POS.
           set WS-TB-Scanning to true.
           perform 2720-Scan-Division thru 2720-Scan-Division-Exit
               until not WS-TB-Scanning.
           if WS-TB-POS <= WS-DX-COUNT
               if WS-DX-DIVISION(WS-TB-POS) = DV-DIVISION
                   set DX-IDX to WS-TB-POS
                   GO TO 2710-Find-Division-Exit
               end-if
           end-if.
           if WS-DX-COUNT >= 300
               Display 'ERROR-999: Division ' DV-DIVISION
                   ' not totalled - table is full at 300 divisions'
               set WS-TB-Entry-Ok to false
               GO TO 2710-Find-Division-Exit
           end-if.
           perform 2730-Shift-Division thru 2730-Shift-Division-Exit
               varying WS-TB-SHIFT from WS-DX-COUNT by -1
               until WS-TB-SHIFT < WS-TB-POS.
           add 1 to WS-DX-COUNT.
           set DX-IDX to WS-TB-POS.
           Move DV-DIVISION      to WS-DX-DIVISION(DX-IDX).
           Move DV-DIVISION-NAME to WS-DX-NAME(DX-IDX).
           Move ZERO to WS-DX-ROWS(DX-IDX) WS-DX-ERRORS(DX-IDX).
           Exit Paragraph.
          2710-Find-Division-Exit.
           Exit Paragraph.
      *
          2720-Scan-Division.
           if WS-TB-POS > WS-DX-COUNT
               set WS-TB-Scanning to false
           else
               if WS-DX-DIVISION(WS-TB-POS) >= DV-DIVISION
                   set WS-TB-Scanning to false
               else
                   add 1 to WS-TB-POS
               end-if
           end-if.
           Exit Paragraph.
          2720-Scan-Division-Exit.
           Exit Paragraph.
      *
          2730-Shift-Division.
           Move WS-DX-ENTRY(WS-TB-SHIFT)
             to WS-DX-ENTRY(WS-TB-SHIFT + 1).
           Exit Paragraph.
          2730-Shift-Division-Exit.
           Exit Paragraph.
      *
          2750-Find-Division-Balance.
           set WS-TB-Entry-Ok to true.
           Move 1 to WS-TB-POS.
           set WS-TB-Scanning to true.
           perform 2760-Scan-Division-Balance
               thru 2760-Scan-Division-Balance-Exit
               until not WS-TB-Scanning.
           if WS-TB-POS <= WS-VT-COUNT-USED
               if WS-VT-KEY(WS-TB-POS) = WS-VT-FIND-KEY
                   set VT-IDX to WS-TB-POS
                   GO TO 2750-Find-Division-Balance-Exit
               end-if
           end-if.
      * A division line the table cannot hold would be a silently
      * short total - left out and the run flagged, as for the B
      * lines.
           if WS-VT-COUNT-USED >= 300
               Display 'WARNING-999: Division balance table full at'
                   ' 300 - division ' WS-VT-FIND-DIVISION
                   ' ccy ' WS-VT-FIND-CURRENCY ' not totalled'
               set WS-Bal-Warning to true
               set WS-TB-Entry-Ok to false
               GO TO 2750-Find-Division-Balance-Exit
           end-if.
           perform 2770-Shift-Division-Balance
               thru 2770-Shift-Division-Balance-Exit
               varying WS-TB-SHIFT from WS-VT-COUNT-USED by -1
               until WS-TB-SHIFT < WS-TB-POS.
           add 1 to WS-VT-COUNT-USED.
           set VT-IDX to WS-TB-POS.
           Move WS-VT-FIND-KEY   to WS-VT-KEY(VT-IDX).
           Move DV-DIVISION-NAME to WS-VT-NAME(VT-IDX).
           Move ZERO to WS-VT-COUNT(VT-IDX)
                        WS-VT-TOTAL(VT-IDX)
                        WS-VT-CONVERTED(VT-IDX).
           set WS-VT-No-Rate(VT-IDX) to false.
           Exit Paragraph.
          2750-Find-Division-Balance-Exit.
           Exit Paragraph.
      *
          2760-Scan-Division-Balance.
           if WS-TB-POS > WS-VT-COUNT-USED
               set WS-TB-Scanning to false
           else
               if WS-VT-KEY(WS-TB-POS) >= WS-VT-FIND-KEY
                   set WS-TB-Scanning to false
               else
                   add 1 to WS-TB-POS
               end-if
           end-if.
           Exit Paragraph.
          2760-Scan-Division-Balance-Exit.
           Exit Paragraph.
      *
          2770-Shift-Division-Balance.
           Move WS-VT-ENTRY(WS-TB-SHIFT)
             to WS-VT-ENTRY(WS-TB-SHIFT + 1).
           Exit Paragraph.
          2770-Shift-Division-Balance-Exit.
           Exit Paragraph.
      *
          2800-Write-Division-Balance.
           set VT-IDX to WS-TB-PRINT-IDX.
           perform 2850-Edit-Division-Balance
               thru 2850-Edit-Division-Balance-Exit.
           Move SPACES to FEEDFILE-RECORD.
           STRING 'V|' WS-VT-DIVISION(VT-IDX)
                  '|' WS-VT-NAME(VT-IDX)
                  '|' WS-VT-CURRENCY(VT-IDX)
                  '|' WS-VT-COUNT(VT-IDX)
                  '|' WS-BT-TOTAL-X
                  '|' WS-REPORT-CCY
                  '|' WS-BT-CONV-TEXT
                  DELIMITED BY SIZE INTO FEEDFILE-RECORD.
           WRITE FEEDFILE-RECORD.
           add 1 to WS-CT-DIV-BALANCES.
           Exit Paragraph.
          2800-Write-Division-Balance-Exit.
           Exit Paragraph.
      *
          2850-Edit-Division-Balance.
           Move WS-VT-TOTAL(VT-IDX) to WS-BT-TOTAL-X.
           if WS-VT-No-Rate(VT-IDX)
               Move SPACES to WS-BT-CONV-TEXT
           else
               Move WS-VT-CONVERTED(VT-IDX) to WS-BT-CONV-X
               Move WS-BT-CONV-X            to WS-BT-CONV-TEXT
           end-if.
           Exit Paragraph.
          2850-Edit-Division-Balance-Exit.
           Exit Paragraph.
      *
          3000-Write-Trailer.
           Move SPACES to FEEDFILE-RECORD.
           STRING 'T|' WS-CT-ROWS-EXTRACTED
                  '|' WS-CT-BALANCES
                  '|' WS-RATE-DATE
                  '|' WS-CT-DIV-BALANCES
               DELIMITED BY SIZE INTO FEEDFILE-RECORD.
           WRITE FEEDFILE-RECORD.
           Exit Paragraph.
          3000-Write-Trailer-Exit.
           Exit Paragraph.
      *
          3100-Print-Division-Summary.
      * Rows and errors for each division the day's audit rows ran
      * under, then the balances by division and currency as the V
      * records carry them.
           Display '================================================'.
           Display 'DATFEXT - Division Summary for ' WS-EXTRACT-DATE.
           Display '================================================'.
           perform 3110-Print-Division-Rows
               thru 3110-Print-Division-Rows-Exit
               varying WS-TB-PRINT-IDX from 1 by 1
               until WS-TB-PRINT-IDX > WS-DX-COUNT.
           Display '------------------------------------------------'.
           Display 'Balances by division and currency (reporting'
               ' currency ' WS-REPORT-CCY ')'.
           perform 3120-Print-Division-Balance
               thru 3120-Print-Division-Balance-Exit
               varying WS-TB-PRINT-IDX from 1 by 1
               until WS-TB-PRINT-IDX > WS-VT-COUNT-USED.
           Display '================================================'.
           Exit Paragraph.
          3100-Print-Division-Summary-Exit.
           Exit Paragraph.
      *
          3110-Print-Division-Rows.
           set DX-IDX to WS-TB-PRINT-IDX.
           Display 'Division ' WS-DX-DIVISION(DX-IDX)
               ' ' WS-DX-NAME(DX-IDX)
               ' rows: ' WS-DX-ROWS(DX-IDX)
               ' errors: ' WS-DX-ERRORS(DX-IDX).
           Exit Paragraph.
          3110-Print-Division-Rows-Exit.
           Exit Paragraph.
      *
          3120-Print-Division-Balance.
           set VT-IDX to WS-TB-PRINT-IDX.
           perform 2850-Edit-Division-Balance
               thru 2850-Edit-Division-Balance-Exit.
           if WS-VT-No-Rate(VT-IDX)
               Move 'NO RATE' to WS-BT-CONV-TEXT
           end-if.
           Display 'Division ' WS-VT-DIVISION(VT-IDX)
               ' ccy ' WS-VT-CURRENCY(VT-IDX)
               ' accts: ' WS-VT-COUNT(VT-IDX)
               ' bal: ' WS-BT-TOTAL-X
               ' conv: ' WS-BT-CONV-TEXT.
           Exit Paragraph.
          3120-Print-Division-Balance-Exit.
           Exit Paragraph.
      *
          8000-Check-Sqlcode.
      * Checked after every EXEC SQL so a DB2 problem shows up as a
