       ID DIVISION.
       PROGRAM-ID. DATDRIL.
      * Post-run drill-down. Tran ='DATD' - built on the DATMAPM
      * mapset conventions DAT0 uses, so "what happened in last
      * night's run" is one screen path instead of DAT6 for the run,
      * DATRPT for the results, DAT2 for the counts and DAT3 for the
      * exception rows.
      *
      * HII carries the run id (the Q.RUN_CONTROL RUN_ID, 14 bytes),
      * HIK the rule:
      *   blank  blank - the most recent runs, newest first, with
      *          mode, return code and the run's control totals
      *   run    blank - every rule the run dispatched, with its
      *          result and the severity DATBATCH classified it as
      *          (900 and above ERROR, 100 and above WARNING, else
      *          INFO), one line per attempt, retries included
      *   run    rule  - that rule's DIAGLOG messages, its PERFSTAT
      *          elapsed time and the EXCPDTL records it wrote
      * PF7/PF8 page every list, PF3 goes back one level - to the
      * entry screen with the run id still keyed, ready for a rule.
      *
      * The rule results come from Q.RULE_AUDIT by call timestamp
      * between the run's start and end (RUN_TIMESTAMP is indexed),
      * not from a scan of DATAUDIT. DIAGLOG and PERFSTAT are read
      * as ESDS files the same way DAT3 reads EXCPDTL, filtered on
      * rule and the same run window - the DATBATCH interlock keeps
      * two runs from sharing a window.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       COPY DATMAPM.
       COPY DATDIAG.
       COPY DATPERF.
       COPY DATEXCP.
       COPY DFHAID.
       COPY DFHBMSCA.

           EXEC SQL INCLUDE RULEAUD END-EXEC.
           EXEC SQL INCLUDE RUNCTL  END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.

      * Newest run first - the run id is the start timestamp.
           EXEC SQL
               DECLARE RECENT-CURSOR CURSOR FOR
               SELECT RUN_ID, RUN_MODE, END_TIMESTAMP, RETURN_CODE,
                      RECORDS_READ, CALLS_COMPLETED, ERROR_COUNT
                 FROM Q.RUN_CONTROL
                ORDER BY RUN_ID DESC
           END-EXEC.

      * Every DATSUB call the run made, in the order it made them.
           EXEC SQL
               DECLARE RESULT-CURSOR CURSOR FOR
               SELECT RULE_CODE, RESULT_CODE, RUN_TIMESTAMP
                 FROM Q.RULE_AUDIT
                WHERE RUN_TIMESTAMP BETWEEN :WS-WINDOW-START
                                        AND :WS-WINDOW-END
                ORDER BY RUN_TIMESTAMP
           END-EXEC.

       01  WS-RESP          PIC S9(08) COMP.
       01  WS-RESP2         PIC S9(08) COMP.

      * Null indicators - a run still going has no end, return code
      * or totals yet.
       01  WS-END-IND       PIC S9(04) COMP.
       01  WS-RC-IND        PIC S9(04) COMP.
       01  WS-READ-IND      PIC S9(04) COMP.
       01  WS-COMP-IND      PIC S9(04) COMP.
       01  WS-ERR-IND       PIC S9(04) COMP.

       01  WS-DR-RUN-ID     PIC X(14).
       01  WS-DR-RULE       PIC X(04).

      * The selected run's window: start timestamp to end timestamp,
      * or to the end of time while the run is still open.
       01  WS-WINDOW-START  PIC X(14).
       01  WS-WINDOW-END    PIC X(14).
       01  WS-PERF-STAMP    PIC X(14).

       01  WS-BROWSE-END-SW PIC X(01) VALUE 'N'.
           88  WS-BROWSE-END    VALUE 'Y' FALSE 'N'.
       01  WS-RUN-FOUND-SW  PIC X(01) VALUE 'N'.
           88  WS-RUN-FOUND     VALUE 'Y' FALSE 'N'.
      * Browse position for the ESDS files.
       01  WS-ESDS-RBA      PIC S9(08) COMP.

      * Recent runs listed - enough for a week of nightly and
      * end-of-day runs without paging through a year of them.
       01  WS-RUN-LIMIT     PIC 9(04) COMP VALUE 20.
       01  WS-CT-LISTED     PIC 9(04) COMP VALUE ZERO.
       01  WS-CT-SECTION    PIC 9(04) COMP VALUE ZERO.

       01  WS-EDIT-RC       PIC ZZ9.
       01  WS-EDIT-RESULT   PIC 9(03).
       01  WS-EDIT-COUNT1   PIC ZZZZZZ9.
       01  WS-EDIT-COUNT2   PIC ZZZZZZ9.
       01  WS-EDIT-COUNT3   PIC ZZZZZZ9.
       01  WS-ELAPSED-SECS  PIC 9(07)V99.
       01  WS-EDIT-SECS     PIC ZZZZZZ9.99.
       01  WS-SEVERITY      PIC X(07).

      * The drill-down lines go to their own per-terminal TS queue
      * ('R' in front of the terminal id) and page the way DAT3's
      * detail view does. Line one of a run's list or a rule's
      * detail always carries the run id in (5:14), which is how
      * PF3 puts the run back on the entry screen.
       01  WS-DRLQ-NAME     PIC X(08).
       01  WS-DRILL-LINE    PIC X(60).

       01  DATCOMM-AREA.
           COPY DATCOMM.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DATCOMM.
      *
       PROCEDURE DIVISION.
          Mainline.
           DISPLAY 'DATDRIL v1 DATDRIL: CICS TRAN DATD Started'.
      *
           Move SPACES to WS-DRLQ-NAME.
           STRING 'R' EIBTRMID DELIMITED BY SIZE INTO WS-DRLQ-NAME.
           if EIBCALEN = 0
               perform 1000-Send-Initial-Screen
                   thru 1000-Send-Initial-Screen-Exit
           else
               Move DFHCOMMAREA to DATCOMM-AREA
               evaluate EIBAID
                   when DFHPF3
                       if CA-Panel-Detail OF DATCOMM-AREA
                           perform 1100-Return-To-Entry
                               thru 1100-Return-To-Entry-Exit
                       else
                           EXEC CICS RETURN END-EXEC
                       end-if
                   when DFHPF7
                       if CA-Panel-Detail OF DATCOMM-AREA
                           if CA-DETAIL-ITEM OF DATCOMM-AREA > 1
                               subtract 1 from CA-DETAIL-ITEM
                                   OF DATCOMM-AREA
                           end-if
                       end-if
                       perform 3100-Show-Drill-Item
                           thru 3100-Show-Drill-Item-Exit
                   when DFHPF8
                       if CA-Panel-Detail OF DATCOMM-AREA
                           add 1 to CA-DETAIL-ITEM OF DATCOMM-AREA
                       end-if
                       perform 3100-Show-Drill-Item
                           thru 3100-Show-Drill-Item-Exit
                   when other
                       if CA-Panel-Detail OF DATCOMM-AREA
                           perform 3100-Show-Drill-Item
                               thru 3100-Show-Drill-Item-Exit
                       else
                           perform 2000-Process-Entry
                               thru 2000-Process-Entry-Exit
                       end-if
               end-evaluate
           end-if.
      *
           EXEC CICS RETURN TRANSID('DATD')
                     COMMAREA(DATCOMM-AREA)
           END-EXEC.
      *
          1000-Send-Initial-Screen.
           Move spaces to DATMLISO.
           Move 'ENTER FOR RUNS, OR RUN ID HERE' to HIO.
           perform 1010-Send-Screen thru 1010-Send-Screen-Exit.
           Exit Paragraph.
          1000-Send-Initial-Screen-Exit.
           Exit Paragraph.
      *
          1010-Send-Screen.
           set CA-Panel-Entry OF DATCOMM-AREA to true.
           EXEC CICS SEND MAP ('DATMLIS')
                     MAPSET('DATMAPM')
                     FROM(DATMLISO)
                     ERASE
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               perform 9000-Send-Map-Error
                   thru 9000-Send-Map-Error-Exit
           end-if.
           Exit Paragraph.
          1010-Send-Screen-Exit.
           Exit Paragraph.
      *
          1100-Return-To-Entry.
      * Back one level: from a run's rules or a rule's detail the
      * run id goes back into the input field, so Enter lists the
      * run's rules again and a rule in the key drills into it.
           EXEC CICS READQ TS QUEUE(WS-DRLQ-NAME)
                     INTO(WS-DRILL-LINE)
                     LENGTH(LENGTH OF WS-DRILL-LINE)
                     ITEM(1)
                     RESP(WS-RESP)
           END-EXEC.
           Move spaces to DATMLISO.
           if WS-RESP = DFHRESP(NORMAL)
               and WS-DRILL-LINE(1:4) = 'RUN '
               STRING WS-DRILL-LINE(5:14) ' RULE IN KEY'
                      DELIMITED BY SIZE INTO HIO
           else
               Move 'ENTER FOR RUNS, OR RUN ID HERE' to HIO
           end-if.
           perform 1010-Send-Screen thru 1010-Send-Screen-Exit.
           Exit Paragraph.
          1100-Return-To-Entry-Exit.
           Exit Paragraph.
      *
          2000-Process-Entry.
           EXEC CICS RECEIVE MAP ('DATMLIS')
                     MAPSET('DATMAPM')
                     INTO(DATMLISI)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Move spaces to DATMLISO
               Move 'UNABLE TO READ INPUT - RE-ENTER' to HIO
               perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               GO TO 2000-Process-Entry-Exit
           end-if.
      * The map input area is reused for the reply, so the keyed
      * values are lifted out first. Only the first 14 bytes of the
      * input are the run id - PF3 leaves a prompt behind it.
           Move HII(1:14) to WS-DR-RUN-ID.
           Move HIK(1:4)  to WS-DR-RULE.
           Move spaces to DATMLISO.
           if WS-DR-RUN-ID = SPACES
               if WS-DR-RULE = SPACES
                   perform 2100-List-Runs
                       thru 2100-List-Runs-Exit
               else
                   Move 'RUN ID REQUIRED IN INPUT' to HIO
                   perform 1010-Send-Screen
                       thru 1010-Send-Screen-Exit
               end-if
               GO TO 2000-Process-Entry-Exit
           end-if.
           perform 2200-Get-Run thru 2200-Get-Run-Exit.
           if not WS-Run-Found
               perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               GO TO 2000-Process-Entry-Exit
           end-if.
           if WS-DR-RULE = SPACES
               perform 2300-List-Run-Results
                   thru 2300-List-Run-Results-Exit
           else
               perform 2400-Build-Rule-Detail
                   thru 2400-Build-Rule-Detail-Exit
           end-if.
           Exit Paragraph.
          2000-Process-Entry-Exit.
           Exit Paragraph.
      *
          2100-List-Runs.
           EXEC CICS DELETEQ TS QUEUE(WS-DRLQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           Move ZERO to WS-CT-LISTED.
           Move 'RECENT RUNS, NEWEST FIRST - RUN ID IN INPUT'
             to WS-DRILL-LINE.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           EXEC SQL
               OPEN RECENT-CURSOR
           END-EXEC.
           if SQLCODE not = 0
               Display 'ERROR-999: OPEN RECENT-CURSOR failed,'
                   ' SQLCODE=' SQLCODE
               Move 'RUN REGISTRY UNAVAILABLE - TRY LATER'
                 to WS-DRILL-LINE
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
               GO TO 2100-List-Runs-Show
           end-if.
           set WS-Browse-End to false.
           perform 2110-Fetch-Run thru 2110-Fetch-Run-Exit
               until WS-Browse-End.
           EXEC SQL
               CLOSE RECENT-CURSOR
           END-EXEC.
           if WS-CT-LISTED = 0
               Move 'NO RUNS ON Q.RUN_CONTROL' to WS-DRILL-LINE
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
          2100-List-Runs-Show.
           Move 1 to CA-DETAIL-ITEM OF DATCOMM-AREA.
           perform 3100-Show-Drill-Item
               thru 3100-Show-Drill-Item-Exit.
           Exit Paragraph.
          2100-List-Runs-Exit.
           Exit Paragraph.
      *
          2110-Fetch-Run.
           EXEC SQL
               FETCH RECENT-CURSOR
                INTO :RUN-CTL-ID, :RUN-CTL-MODE,
                     :RUN-CTL-END:WS-END-IND,
                     :RUN-CTL-RC:WS-RC-IND,
                     :RUN-CTL-READ:WS-READ-IND,
                     :RUN-CTL-COMPLETED:WS-COMP-IND,
                     :RUN-CTL-ERRORS:WS-ERR-IND
           END-EXEC.
           if SQLCODE not = 0
               if SQLCODE not = 100
                   Display 'ERROR-999: FETCH RECENT-CURSOR failed,'
                       ' SQLCODE=' SQLCODE
               end-if
               set WS-Browse-End to true
               GO TO 2110-Fetch-Run-Exit
           end-if.
           Move SPACES to WS-DRILL-LINE.
           if WS-END-IND < 0
               STRING RUN-CTL-ID ' ' RUN-CTL-MODE
                      ' STILL RUNNING'
                      DELIMITED BY SIZE INTO WS-DRILL-LINE
           else
               Move ZERO to WS-EDIT-RC WS-EDIT-COUNT1
                            WS-EDIT-COUNT2 WS-EDIT-COUNT3
               if WS-RC-IND >= 0
                   Move RUN-CTL-RC to WS-EDIT-RC
               end-if
               if WS-READ-IND >= 0
                   Move RUN-CTL-READ to WS-EDIT-COUNT1
               end-if
               if WS-COMP-IND >= 0
                   Move RUN-CTL-COMPLETED to WS-EDIT-COUNT2
               end-if
               if WS-ERR-IND >= 0
                   Move RUN-CTL-ERRORS to WS-EDIT-COUNT3
               end-if
               STRING RUN-CTL-ID ' ' RUN-CTL-MODE
                      ' RC=' WS-EDIT-RC
                      ' RD=' WS-EDIT-COUNT1
                      ' OK=' WS-EDIT-COUNT2
                      ' ER=' WS-EDIT-COUNT3
                      DELIMITED BY SIZE INTO WS-DRILL-LINE
           end-if.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           add 1 to WS-CT-LISTED.
           if WS-CT-LISTED >= WS-RUN-LIMIT
               set WS-Browse-End to true
           end-if.
           Exit Paragraph.
          2110-Fetch-Run-Exit.
           Exit Paragraph.
      *
          2200-Get-Run.
      * The run's registry row fixes the window every later list is
      * filtered on.
           set WS-Run-Found to false.
           Move WS-DR-RUN-ID to RUN-CTL-ID.
           EXEC SQL
               SELECT RUN_MODE, START_TIMESTAMP, END_TIMESTAMP,
                      RETURN_CODE
                 INTO :RUN-CTL-MODE, :RUN-CTL-START,
                      :RUN-CTL-END:WS-END-IND,
                      :RUN-CTL-RC:WS-RC-IND
                 FROM Q.RUN_CONTROL
                WHERE RUN_ID = :RUN-CTL-ID
           END-EXEC.
           evaluate SQLCODE
               when 0
                   set WS-Run-Found to true
               when 100
                   Move 'RUN ID NOT ON Q.RUN_CONTROL' to HIO
                   GO TO 2200-Get-Run-Exit
               when other
                   Display 'ERROR-999: SELECT Q.RUN_CONTROL failed,'
                       ' SQLCODE=' SQLCODE
                   Move 'RUN REGISTRY UNAVAILABLE - TRY LATER'
                     to HIO
                   GO TO 2200-Get-Run-Exit
           end-evaluate.
           Move RUN-CTL-START to WS-WINDOW-START.
           if WS-END-IND < 0
               Move ALL '9' to WS-WINDOW-END
           else
               Move RUN-CTL-END to WS-WINDOW-END
           end-if.
           Move ZERO to WS-EDIT-RC.
           if WS-RC-IND >= 0
               Move RUN-CTL-RC to WS-EDIT-RC
           end-if.
           Exit Paragraph.
          2200-Get-Run-Exit.
           Exit Paragraph.
      *
          2300-List-Run-Results.
           EXEC CICS DELETEQ TS QUEUE(WS-DRLQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           Move ZERO to WS-CT-LISTED.
           Move SPACES to WS-DRILL-LINE.
           STRING 'RUN ' WS-DR-RUN-ID ' ' RUN-CTL-MODE
                  ' RC=' WS-EDIT-RC ' - RULE IN KEY FOR DETAIL'
                  DELIMITED BY SIZE INTO WS-DRILL-LINE.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           EXEC SQL
               OPEN RESULT-CURSOR
           END-EXEC.
           if SQLCODE not = 0
               Display 'ERROR-999: OPEN RESULT-CURSOR failed,'
                   ' SQLCODE=' SQLCODE
               Move 'RULE RESULTS UNAVAILABLE - TRY LATER'
                 to WS-DRILL-LINE
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
               GO TO 2300-List-Run-Results-Show
           end-if.
           set WS-Browse-End to false.
           perform 2310-Fetch-Result thru 2310-Fetch-Result-Exit
               until WS-Browse-End.
           EXEC SQL
               CLOSE RESULT-CURSOR
           END-EXEC.
           if WS-CT-LISTED = 0
               Move 'NO RULE RESULTS RECORDED FOR THIS RUN'
                 to WS-DRILL-LINE
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
          2300-List-Run-Results-Show.
           Move 1 to CA-DETAIL-ITEM OF DATCOMM-AREA.
           perform 3100-Show-Drill-Item
               thru 3100-Show-Drill-Item-Exit.
           Exit Paragraph.
          2300-List-Run-Results-Exit.
           Exit Paragraph.
      *
          2310-Fetch-Result.
           EXEC SQL
               FETCH RESULT-CURSOR
                INTO :RULE-AUDIT-RULE, :RULE-AUDIT-RESULT,
                     :RULE-AUDIT-TSTAMP
           END-EXEC.
           if SQLCODE not = 0
               if SQLCODE not = 100
                   Display 'ERROR-999: FETCH RESULT-CURSOR failed,'
                       ' SQLCODE=' SQLCODE
               end-if
               set WS-Browse-End to true
               GO TO 2310-Fetch-Result-Exit
           end-if.
           Move RULE-AUDIT-RESULT to WS-EDIT-RESULT.
           perform 2320-Classify-Severity
               thru 2320-Classify-Severity-Exit.
           Move SPACES to WS-DRILL-LINE.
           STRING 'RULE ' RULE-AUDIT-RULE
                  ' RESULT ' WS-EDIT-RESULT
                  ' ' WS-SEVERITY
                  ' AT ' RULE-AUDIT-TSTAMP(9:2)
                  ':' RULE-AUDIT-TSTAMP(11:2)
                  ':' RULE-AUDIT-TSTAMP(13:2)
                  DELIMITED BY SIZE INTO WS-DRILL-LINE.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           add 1 to WS-CT-LISTED.
           Exit Paragraph.
          2310-Fetch-Result-Exit.
           Exit Paragraph.
      *
          2320-Classify-Severity.
      * The bands DATBATCH's 3300-Classify-Severity routes on.
           evaluate true
               when WS-EDIT-RESULT >= 900
                   Move 'ERROR'   to WS-SEVERITY
               when WS-EDIT-RESULT >= 100
                   Move 'WARNING' to WS-SEVERITY
               when other
                   Move 'INFO'    to WS-SEVERITY
           end-evaluate.
           Exit Paragraph.
          2320-Classify-Severity-Exit.
           Exit Paragraph.
      *
          2400-Build-Rule-Detail.
           EXEC CICS DELETEQ TS QUEUE(WS-DRLQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           Move SPACES to WS-DRILL-LINE.
           STRING 'RUN ' WS-DR-RUN-ID ' RULE ' WS-DR-RULE
                  ' - PF3 BACK TO THE RUN'
                  DELIMITED BY SIZE INTO WS-DRILL-LINE.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           perform 2500-Queue-Perfstat thru 2500-Queue-Perfstat-Exit.
           perform 2600-Queue-Diaglog thru 2600-Queue-Diaglog-Exit.
           perform 2700-Queue-Excpdtl thru 2700-Queue-Excpdtl-Exit.
           Move 1 to CA-DETAIL-ITEM OF DATCOMM-AREA.
           perform 3100-Show-Drill-Item
               thru 3100-Show-Drill-Item-Exit.
           Exit Paragraph.
          2400-Build-Rule-Detail-Exit.
           Exit Paragraph.
      *
          2500-Queue-Perfstat.
      * One PERFSTAT record per dispatch, so a retried rule shows
      * each attempt's time.
           Move '--- ELAPSED TIME (PERFSTAT) ---' to WS-DRILL-LINE.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           Move ZERO to WS-CT-SECTION.
           set WS-Browse-End to false.
           Move zero to WS-ESDS-RBA.
           EXEC CICS STARTBR FILE('PERFSTAT')
                     RIDFLD(WS-ESDS-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               perform 2510-Read-Next-Perf
                   thru 2510-Read-Next-Perf-Exit
                   until WS-Browse-End
               EXEC CICS ENDBR FILE('PERFSTAT') END-EXEC
           end-if.
           if WS-CT-SECTION = 0
               Move 'NO PERFSTAT RECORD FOR THIS RULE IN THIS RUN'
                 to WS-DRILL-LINE
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
           Exit Paragraph.
          2500-Queue-Perfstat-Exit.
           Exit Paragraph.
      *
          2510-Read-Next-Perf.
           EXEC CICS READNEXT FILE('PERFSTAT')
                     INTO(PERFSTAT-RECORD)
                     LENGTH(LENGTH OF PERFSTAT-RECORD)
                     RIDFLD(WS-ESDS-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               set WS-Browse-End to true
               GO TO 2510-Read-Next-Perf-Exit
           end-if.
           if PF-RULE not = WS-DR-RULE
               GO TO 2510-Read-Next-Perf-Exit
           end-if.
      * Date and HHMMSS of the start time make the same 14-byte
      * timestamp the run window is expressed in.
           Move PF-DATE              to WS-PERF-STAMP(1:8).
           Move PF-START-TIME(1:6)   to WS-PERF-STAMP(9:6).
           if WS-PERF-STAMP < WS-WINDOW-START
               or WS-PERF-STAMP > WS-WINDOW-END
               GO TO 2510-Read-Next-Perf-Exit
           end-if.
           compute WS-ELAPSED-SECS = PF-ELAPSED-HNDS / 100.
           Move WS-ELAPSED-SECS to WS-EDIT-SECS.
           Move SPACES to WS-DRILL-LINE.
           STRING 'ELAPSED ' WS-EDIT-SECS ' SEC  STARTED '
                  PF-START-TIME(1:2) ':' PF-START-TIME(3:2)
                  ':' PF-START-TIME(5:2)
                  DELIMITED BY SIZE INTO WS-DRILL-LINE.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           add 1 to WS-CT-SECTION.
           Exit Paragraph.
          2510-Read-Next-Perf-Exit.
           Exit Paragraph.
      *
          2600-Queue-Diaglog.
           Move '--- DIAGNOSTIC MESSAGES (DIAGLOG) ---'
             to WS-DRILL-LINE.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           Move ZERO to WS-CT-SECTION.
           set WS-Browse-End to false.
           Move zero to WS-ESDS-RBA.
           EXEC CICS STARTBR FILE('DIAGLOG')
                     RIDFLD(WS-ESDS-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               perform 2610-Read-Next-Diag
                   thru 2610-Read-Next-Diag-Exit
                   until WS-Browse-End
               EXEC CICS ENDBR FILE('DIAGLOG') END-EXEC
           end-if.
           if WS-CT-SECTION = 0
               Move 'NO DIAGLOG MESSAGES FOR THIS RULE IN THIS RUN'
                 to WS-DRILL-LINE
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
           Exit Paragraph.
          2600-Queue-Diaglog-Exit.
           Exit Paragraph.
      *
          2610-Read-Next-Diag.
           EXEC CICS READNEXT FILE('DIAGLOG')
                     INTO(DIAGLOG-RECORD)
                     LENGTH(LENGTH OF DIAGLOG-RECORD)
                     RIDFLD(WS-ESDS-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               set WS-Browse-End to true
               GO TO 2610-Read-Next-Diag-Exit
           end-if.
           if DG-RULE not = WS-DR-RULE
               or DG-TIMESTAMP < WS-WINDOW-START
               or DG-TIMESTAMP > WS-WINDOW-END
               GO TO 2610-Read-Next-Diag-Exit
           end-if.
      * The counts ride every message of a call, so they lead the
      * call's first message only.
           if WS-CT-SECTION = 0
               Move DG-RECORDS-PROC to WS-EDIT-COUNT1
               Move DG-EXCEPTIONS   to WS-EDIT-COUNT2
               Move SPACES to WS-DRILL-LINE
               STRING 'PROCESSED ' WS-EDIT-COUNT1
                      '  EXCEPTIONS ' WS-EDIT-COUNT2
                      DELIMITED BY SIZE INTO WS-DRILL-LINE
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
           Move DG-MESSAGE to WS-DRILL-LINE.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           add 1 to WS-CT-SECTION.
           Exit Paragraph.
          2610-Read-Next-Diag-Exit.
           Exit Paragraph.
      *
          2700-Queue-Excpdtl.
           Move '--- EXCEPTION RECORDS (EXCPDTL) ---' to WS-DRILL-LINE.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           Move ZERO to WS-CT-SECTION.
           set WS-Browse-End to false.
           Move zero to WS-ESDS-RBA.
           EXEC CICS STARTBR FILE('EXCPDTL')
                     RIDFLD(WS-ESDS-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               perform 2710-Read-Next-Excp
                   thru 2710-Read-Next-Excp-Exit
                   until WS-Browse-End
               EXEC CICS ENDBR FILE('EXCPDTL') END-EXEC
           end-if.
           if WS-CT-SECTION = 0
               Move 'NO EXCPDTL RECORDS FOR THIS RULE IN THIS RUN'
                 to WS-DRILL-LINE
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
           Exit Paragraph.
          2700-Queue-Excpdtl-Exit.
           Exit Paragraph.
      *
          2710-Read-Next-Excp.
           EXEC CICS READNEXT FILE('EXCPDTL')
                     INTO(EXCPDTL-RECORD)
                     LENGTH(LENGTH OF EXCPDTL-RECORD)
                     RIDFLD(WS-ESDS-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               set WS-Browse-End to true
               GO TO 2710-Read-Next-Excp-Exit
           end-if.
           if XD-RULE not = WS-DR-RULE
               or XD-TIMESTAMP < WS-WINDOW-START
               or XD-TIMESTAMP > WS-WINDOW-END
               GO TO 2710-Read-Next-Excp-Exit
           end-if.
      * Same 60-byte layout DAT3's detail view uses.
           Move SPACES to WS-DRILL-LINE.
           STRING XD-TIMESTAMP(5:4) ' '
                  XD-FIND-TYPE ' '
                  XD-RECORD-KEY(1:8) ' '
                  XD-DETAIL(1:37)
                  DELIMITED BY SIZE INTO WS-DRILL-LINE.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           add 1 to WS-CT-SECTION.
           Exit Paragraph.
          2710-Read-Next-Excp-Exit.
           Exit Paragraph.
      *
          3100-Show-Drill-Item.
      * One line per screen on the history panel layout, the same
      * way DAT3 shows its detail rows.
           EXEC CICS READQ TS QUEUE(WS-DRLQ-NAME)
                     INTO(WS-DRILL-LINE)
                     LENGTH(LENGTH OF WS-DRILL-LINE)
                     ITEM(CA-DETAIL-ITEM OF DATCOMM-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           Move spaces to DATMLIS2O.
           if WS-RESP = DFHRESP(NORMAL)
               Move WS-DRILL-LINE to HHO
           else
               Move 'NO MORE LINES - PF7 BACK, PF3 RETURNS' to HHO
           end-if.
           set CA-Panel-Detail OF DATCOMM-AREA to true.
           EXEC CICS SEND MAP ('DATMLIS2')
                     MAPSET('DATMAPM')
                     FROM(DATMLIS2O)
                     ERASE
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               perform 9000-Send-Map-Error
                   thru 9000-Send-Map-Error-Exit
           end-if.
           Exit Paragraph.
          3100-Show-Drill-Item-Exit.
           Exit Paragraph.
      *
          3900-Queue-One-Line.
           EXEC CICS WRITEQ TS QUEUE(WS-DRLQ-NAME)
                     FROM(WS-DRILL-LINE)
                     LENGTH(LENGTH OF WS-DRILL-LINE)
                     RESP(WS-RESP)
           END-EXEC.
           Exit Paragraph.
          3900-Queue-One-Line-Exit.
           Exit Paragraph.
      *
          9000-Send-Map-Error.
      * A bad mapset or a dropped terminal shows up here as a
      * displayed message rather than an abend that pages the on-call.
           Display 'ERROR-999: CICS SEND/RECEIVE MAP failed, RESP='
               WS-RESP ' RESP2=' WS-RESP2.
           Exit Paragraph.
          9000-Send-Map-Error-Exit.
           Exit Paragraph.
