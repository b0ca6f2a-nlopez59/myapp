       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATSECX.
      * Daily export to the enterprise security log platform. Audit
      * and the security team keep everything else in the central
      * log platform; rule executions, entitlement denials, and
      * rule-definition maintenance were only in our own datasets.
      * This step turns them into one delimited event per line on a
      * SECEVT generation the platform's collector picks up:
      *
      *   timestamp|type|actor|rule|result|seq|chain|source|d1|d2|d3
      *
      *   timestamp  YYYYMMDDHHMMSS
      *   type       EXEC          a DATAUDIT rule execution
      *              DENIED        a DATAUDIT result 998 - the caller
      *                            (a DATW web client or a DATQ
      *                            requesting system) held no ENTITLE
      *                            record for the rule
      *              RULE-ADD, RULE-CHANGE, RULE-DELETE
      *                            a RULECHG maintenance action
      *   actor      the audit caller, or the maintaining operator
      *   result     the rule's result code (empty for maintenance)
      *   seq, chain AUD-SEQ-NBR and AUD-CHAIN-CHECK, so the platform
      *              holds the tamper-evidence values alongside the
      *              event (empty for maintenance)
      *   source     DATAUDIT or RULECHG
      *   d1, d2     run id and rule-set version for DATAUDIT; the
      *              terminal and the file maintained for RULECHG
      *   d3         RULECHG only: the second user who approved a
      *              production (DAT0) change on DATV (CG-APPROVER) -
      *              empty for DAT1 changes, for changes logged
      *              before approval was required, and for DATAUDIT
      *
      * Restartable: SECXCTL (DATEXPC) holds the last AUD-SEQ-NBR and
      * the RULECHG position exported, and is moved on only when the
      * generation has been written clean - a missed night is picked
      * up whole by the next run. Before anything is written the
      * DATAUDIT records past the restart point are proved to run on
      * unbroken from it; a gap (records archived away by DATARCH
      * before they were exported, or a partition trail not yet
      * folded in) refuses the export, RC 12, SECEVT left empty and
      * SECXCTL untouched - concatenate the archive generation and
      * rerun. EXPPARM ACCEPT-GAP=Y exports across a gap audit has
      * accepted (the first export after the trail was archived).
      *
      * RC 0 = exported; RC 4 = exported across an accepted gap, or
      * without RULECHG; RC 12 = refused for a gap; RC 999 = failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPPARM-FILE  ASSIGN TO 'EXPPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPPARM-STATUS.
           SELECT DATAUDIT-FILE ASSIGN TO 'DATAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATAUDIT-STATUS.
      * RULECHG is a VSAM entry-sequenced dataset, read here in the
      * same write order DAT0/DAT1 appended it.
           SELECT RULECHG-FILE  ASSIGN TO 'RULECHG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULECHG-STATUS.
           SELECT SECXCTL-FILE  ASSIGN TO 'SECXCTL'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SECXCTL-RRN
               FILE STATUS IS WS-SECXCTL-STATUS.
           SELECT SECEVT-FILE   ASSIGN TO 'SECEVT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECEVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPPARM-FILE.
       01  EXPPARM-RECORD           PIC X(80).

       FD  DATAUDIT-FILE.
           COPY DATAUDIT.

       FD  RULECHG-FILE.
           COPY DATCHLG.

       FD  SECXCTL-FILE.
           COPY DATEXPC.

       FD  SECEVT-FILE.
       01  SECEVT-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-EXPPARM-STATUS        PIC X(02).
           88  WS-EXPPARM-OK             VALUE '00'.
           88  WS-EXPPARM-EOF             VALUE '10'.
       01  WS-DATAUDIT-STATUS       PIC X(02).
           88  WS-DATAUDIT-OK            VALUE '00'.
           88  WS-DATAUDIT-EOF            VALUE '10'.
       01  WS-RULECHG-STATUS        PIC X(02).
           88  WS-RULECHG-OK             VALUE '00'.
           88  WS-RULECHG-EOF             VALUE '10'.
       01  WS-SECXCTL-STATUS        PIC X(02).
           88  WS-SECXCTL-OK             VALUE '00'.
       01  WS-SECXCTL-RRN           PIC 9(04) COMP VALUE 1.
       01  WS-SECEVT-STATUS         PIC X(02).
           88  WS-SECEVT-OK              VALUE '00'.
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).

       01  WS-ACCEPT-GAP-SW         PIC X(01) VALUE 'N'.
           88  WS-Accept-Gap             VALUE 'Y' FALSE 'N'.
       01  WS-GAP-SW                PIC X(01) VALUE 'N'.
           88  WS-Gap-Found              VALUE 'Y' FALSE 'N'.
       01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
           88  WS-Export-Refused         VALUE 'Y' FALSE 'N'.
       01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
           88  WS-Export-Failed          VALUE 'Y' FALSE 'N'.
       01  WS-CHG-SKIPPED-SW        PIC X(01) VALUE 'N'.
           88  WS-Chg-Skipped            VALUE 'Y' FALSE 'N'.

      * Restart point as read, and as it will be rewritten.
       01  WS-LAST-SEQ              PIC 9(09) VALUE ZERO.
       01  WS-LAST-CHG-TS           PIC X(14) VALUE SPACES.
       01  WS-LAST-CHG-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-NEW-SEQ               PIC 9(09) VALUE ZERO.
       01  WS-NEW-CHAIN             PIC 9(09) VALUE ZERO.
       01  WS-NEW-CHG-TS            PIC X(14) VALUE SPACES.
       01  WS-NEW-CHG-COUNT         PIC 9(05) VALUE ZERO.

      * Pass one over DATAUDIT: how many records lie past the
      * restart point and the lowest and highest of their numbers.
      * They run on unbroken exactly when the lowest is the next
      * number and there are as many as the span covers.
       01  WS-NEW-COUNT             PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-MIN-SEQ               PIC 9(09) VALUE ZERO.
       01  WS-MAX-SEQ               PIC 9(09) VALUE ZERO.
       01  WS-SPAN                  PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-NEXT-SEQ              PIC 9(09) VALUE ZERO.

      * RULECHG position: the timestamp being read and how many
      * records so far carry it.
       01  WS-CUR-CHG-TS            PIC X(14) VALUE SPACES.
       01  WS-CUR-CHG-COUNT         PIC 9(05) VALUE ZERO.

      * One event line, assembled field by field.
       01  WS-EV-TYPE               PIC X(11).
       01  WS-EV-ACTOR              PIC X(08).
       01  WS-EV-RULE               PIC X(04).
       01  WS-EV-RESULT             PIC X(03).
       01  WS-EV-SEQ                PIC X(09).
       01  WS-EV-CHAIN              PIC X(09).
       01  WS-EV-SOURCE             PIC X(08).
       01  WS-EV-D1                 PIC X(14).
       01  WS-EV-D2                 PIC X(08).
       01  WS-EV-D3                 PIC X(08).
       01  WS-EV-TIMESTAMP          PIC X(14).

       01  WS-CT-AUD-READ           PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CT-AUD-LEGACY         PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CT-AUD-DONE           PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CT-EXEC               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-DENIED             PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-CHG-READ           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-CHG-DONE           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-CHANGES            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-EVENTS             PIC 9(07) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           perform 0100-Read-Expparm thru 0100-Read-Expparm-Exit.
           perform 0200-Read-Restart thru 0200-Read-Restart-Exit.
           if WS-Export-Failed
               GO TO 0000-Finish
           end-if.
           perform 1000-Prove-Sequence thru 1000-Prove-Sequence-Exit.
           if WS-Export-Failed or WS-Export-Refused
               GO TO 0000-Finish
           end-if.
           OPEN OUTPUT SECEVT-FILE.
           if not WS-SECEVT-OK
               Display 'ERROR-999: Unable to open SECEVT status='
                   WS-SECEVT-STATUS
               set WS-Export-Failed to true
               GO TO 0000-Finish
           end-if.
           perform 2000-Export-Audit thru 2000-Export-Audit-Exit.
           if not WS-Export-Failed
               perform 3000-Export-Changes
                   thru 3000-Export-Changes-Exit
           end-if.
           CLOSE SECEVT-FILE.
           if not WS-Export-Failed
               perform 4000-Save-Restart thru 4000-Save-Restart-Exit
           end-if.
          0000-Finish.
           perform 5000-Print-Totals thru 5000-Print-Totals-Exit.
           evaluate true
               when WS-Export-Failed
                   Move 999 to RETURN-CODE
               when WS-Export-Refused
                   Move 12 to RETURN-CODE
               when WS-Gap-Found or WS-Chg-Skipped
                   Move 4 to RETURN-CODE
               when other
                   Move ZERO to RETURN-CODE
           end-evaluate.
           STOP RUN.
      *
          0100-Read-Expparm.
           OPEN INPUT EXPPARM-FILE.
           if WS-EXPPARM-OK
               perform 0110-Read-Expparm-Record
                   thru 0110-Read-Expparm-Record-Exit
                   until WS-EXPPARM-EOF
               CLOSE EXPPARM-FILE
           end-if.
           Exit Paragraph.
          0100-Read-Expparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Expparm-Record.
           READ EXPPARM-FILE
               AT END set WS-EXPPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING EXPPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   evaluate WS-PARM-KEYWORD
                       when 'ACCEPT-GAP'
                           if WS-PARM-VALUE-TEXT(1:1) = 'Y'
                               set WS-Accept-Gap to true
                           end-if
                       when SPACES
                           continue
                       when other
                           Display 'DATSECX: Ignoring unknown'
                               ' EXPPARM keyword ' WS-PARM-KEYWORD
                   end-evaluate
           end-read.
           Exit Paragraph.
          0110-Read-Expparm-Record-Exit.
           Exit Paragraph.
      *
          0200-Read-Restart.
      * No restart record yet means no export has ever run - start
      * from the beginning of the trail.
           Move 1 to WS-SECXCTL-RRN.
           OPEN INPUT SECXCTL-FILE.
           if not WS-SECXCTL-OK
               Display 'DATSECX: No SECXCTL restart record, status='
                   WS-SECXCTL-STATUS ' - exporting from the start'
               GO TO 0200-Read-Restart-Exit
           end-if.
           READ SECXCTL-FILE
               INVALID KEY
                   Display 'DATSECX: SECXCTL is empty - exporting'
                       ' from the start'
               NOT INVALID KEY
                   if EX-LAST-SEQ is not numeric
                       or EX-CHG-COUNT is not numeric
                       Display 'ERROR-999: SECXCTL restart record is'
                           ' not valid - fix it before exporting'
                       set WS-Export-Failed to true
                   else
                       Move EX-LAST-SEQ   to WS-LAST-SEQ
                       Move EX-LAST-CHAIN to WS-NEW-CHAIN
                       Move EX-CHG-TS     to WS-LAST-CHG-TS
                       Move EX-CHG-COUNT  to WS-LAST-CHG-COUNT
                   end-if
           end-read.
           CLOSE SECXCTL-FILE.
           Move WS-LAST-SEQ       to WS-NEW-SEQ.
           Move WS-LAST-CHG-TS    to WS-NEW-CHG-TS.
           Move WS-LAST-CHG-COUNT to WS-NEW-CHG-COUNT.
           Exit Paragraph.
          0200-Read-Restart-Exit.
           Exit Paragraph.
      *
          1000-Prove-Sequence.
           OPEN INPUT DATAUDIT-FILE.
           if not WS-DATAUDIT-OK
               Display 'ERROR-999: Unable to open DATAUDIT status='
                   WS-DATAUDIT-STATUS
               set WS-Export-Failed to true
               GO TO 1000-Prove-Sequence-Exit
           end-if.
           perform 1100-Scan-One-Audit
               thru 1100-Scan-One-Audit-Exit
               until WS-DATAUDIT-EOF.
           CLOSE DATAUDIT-FILE.
           if WS-NEW-COUNT = ZERO
               GO TO 1000-Prove-Sequence-Exit
           end-if.
           compute WS-NEXT-SEQ = WS-LAST-SEQ + 1.
           compute WS-SPAN = WS-MAX-SEQ - WS-LAST-SEQ.
           if WS-MIN-SEQ = WS-NEXT-SEQ and WS-NEW-COUNT = WS-SPAN
               GO TO 1000-Prove-Sequence-Exit
           end-if.
           set WS-Gap-Found to true.
           Display 'WARNING-999: DATAUDIT past sequence ' WS-LAST-SEQ
               ' does not run on unbroken - lowest ' WS-MIN-SEQ
               ' highest ' WS-MAX-SEQ.
           if WS-Accept-Gap
               Display 'DATSECX: ACCEPT-GAP=Y - exporting across it'
           else
               Display 'ERROR-999: Export refused - concatenate the'
                   ' DATARCH generation holding the missing records'
                   ' (or fold the partition trails) and rerun'
               set WS-Export-Refused to true
           end-if.
           Exit Paragraph.
          1000-Prove-Sequence-Exit.
           Exit Paragraph.
      *
          1100-Scan-One-Audit.
           READ DATAUDIT-FILE
               AT END set WS-DATAUDIT-EOF to true
               NOT AT END
                   add 1 to WS-CT-AUD-READ
                   if AUD-SEQ-NBR is not numeric
                       or AUD-SEQ-NBR = ZERO
                       add 1 to WS-CT-AUD-LEGACY
                   else
                       if AUD-SEQ-NBR > WS-LAST-SEQ
                           add 1 to WS-NEW-COUNT
                           if WS-MIN-SEQ = ZERO
                               or AUD-SEQ-NBR < WS-MIN-SEQ
                               Move AUD-SEQ-NBR to WS-MIN-SEQ
                           end-if
                           if AUD-SEQ-NBR > WS-MAX-SEQ
                               Move AUD-SEQ-NBR to WS-MAX-SEQ
                           end-if
                       end-if
                   end-if
           end-read.
           Exit Paragraph.
          1100-Scan-One-Audit-Exit.
           Exit Paragraph.
      *
          2000-Export-Audit.
      * Second pass - only up to the highest number the first pass
      * proved, so a record an online writer appends in between
      * waits for tomorrow rather than slip past the proof.
           if WS-NEW-COUNT = ZERO
               GO TO 2000-Export-Audit-Exit
           end-if.
           Move 'N' to WS-DATAUDIT-STATUS.
           OPEN INPUT DATAUDIT-FILE.
           if not WS-DATAUDIT-OK
               Display 'ERROR-999: Unable to reopen DATAUDIT status='
                   WS-DATAUDIT-STATUS
               set WS-Export-Failed to true
               GO TO 2000-Export-Audit-Exit
           end-if.
           perform 2100-Export-One-Audit
               thru 2100-Export-One-Audit-Exit
               until WS-DATAUDIT-EOF or WS-Export-Failed.
           CLOSE DATAUDIT-FILE.
           Exit Paragraph.
          2000-Export-Audit-Exit.
           Exit Paragraph.
      *
          2100-Export-One-Audit.
           READ DATAUDIT-FILE
               AT END set WS-DATAUDIT-EOF to true
               NOT AT END
                   if AUD-SEQ-NBR is numeric
                       and AUD-SEQ-NBR > WS-LAST-SEQ
                       and AUD-SEQ-NBR not > WS-MAX-SEQ
                       perform 2200-Build-Audit-Event
                           thru 2200-Build-Audit-Event-Exit
                   end-if
           end-read.
           Exit Paragraph.
          2100-Export-One-Audit-Exit.
           Exit Paragraph.
      *
          2200-Build-Audit-Event.
           if AUD-RESULT = 998
               Move 'DENIED' to WS-EV-TYPE
               add 1 to WS-CT-DENIED
           else
               Move 'EXEC'   to WS-EV-TYPE
               add 1 to WS-CT-EXEC
           end-if.
           Move AUD-TIMESTAMP    to WS-EV-TIMESTAMP.
           Move AUD-CALLER       to WS-EV-ACTOR.
           Move AUD-RULE         to WS-EV-RULE.
           Move AUD-RESULT       to WS-EV-RESULT.
           Move AUD-SEQ-NBR      to WS-EV-SEQ.
           Move AUD-CHAIN-CHECK  to WS-EV-CHAIN.
           Move 'DATAUDIT'       to WS-EV-SOURCE.
           Move AUD-RUN-ID       to WS-EV-D1.
           Move AUD-RULE-VERSION to WS-EV-D2.
           Move SPACES           to WS-EV-D3.
           perform 2900-Write-Event thru 2900-Write-Event-Exit.
           add 1 to WS-CT-AUD-DONE.
           if AUD-SEQ-NBR > WS-NEW-SEQ
               Move AUD-SEQ-NBR     to WS-NEW-SEQ
               Move AUD-CHAIN-CHECK to WS-NEW-CHAIN
           end-if.
           Exit Paragraph.
          2200-Build-Audit-Event-Exit.
           Exit Paragraph.
      *
          2900-Write-Event.
           Move SPACES to SECEVT-RECORD.
           STRING WS-EV-TIMESTAMP '|'
                  WS-EV-TYPE   DELIMITED BY SPACE
                  '|'          DELIMITED BY SIZE
                  WS-EV-ACTOR  DELIMITED BY SPACE
                  '|'          DELIMITED BY SIZE
                  WS-EV-RULE   DELIMITED BY SPACE
                  '|'          DELIMITED BY SIZE
                  WS-EV-RESULT DELIMITED BY SPACE
                  '|'          DELIMITED BY SIZE
                  WS-EV-SEQ    DELIMITED BY SPACE
                  '|'          DELIMITED BY SIZE
                  WS-EV-CHAIN  DELIMITED BY SPACE
                  '|'          DELIMITED BY SIZE
                  WS-EV-SOURCE DELIMITED BY SPACE
                  '|'          DELIMITED BY SIZE
                  WS-EV-D1     DELIMITED BY SPACE
                  '|'          DELIMITED BY SIZE
                  WS-EV-D2     DELIMITED BY SPACE
                  '|'          DELIMITED BY SIZE
                  WS-EV-D3     DELIMITED BY SPACE
               INTO SECEVT-RECORD.
           WRITE SECEVT-RECORD.
           if not WS-SECEVT-OK
               Display 'ERROR-999: SECEVT write failed status='
                   WS-SECEVT-STATUS
               set WS-Export-Failed to true
               GO TO 2900-Write-Event-Exit
           end-if.
           add 1 to WS-CT-EVENTS.
           Exit Paragraph.
          2900-Write-Event-Exit.
           Exit Paragraph.
      *
          3000-Export-Changes.
           OPEN INPUT RULECHG-FILE.
           if not WS-RULECHG-OK
               Display 'WARNING-999: Unable to open RULECHG status='
                   WS-RULECHG-STATUS ' - maintenance events held'
                   ' for the next export'
               set WS-Chg-Skipped to true
               GO TO 3000-Export-Changes-Exit
           end-if.
           perform 3100-Export-One-Change
               thru 3100-Export-One-Change-Exit
               until WS-RULECHG-EOF or WS-Export-Failed.
           CLOSE RULECHG-FILE.
      * The restart point moves to the last record on file and the
      * number of records sharing its timestamp.
           if WS-CUR-CHG-TS not = SPACES
               Move WS-CUR-CHG-TS    to WS-NEW-CHG-TS
               Move WS-CUR-CHG-COUNT to WS-NEW-CHG-COUNT
           end-if.
           Exit Paragraph.
          3000-Export-Changes-Exit.
           Exit Paragraph.
      *
          3100-Export-One-Change.
           READ RULECHG-FILE
               AT END set WS-RULECHG-EOF to true
               NOT AT END
                   add 1 to WS-CT-CHG-READ
                   if CG-TIMESTAMP = WS-CUR-CHG-TS
                       add 1 to WS-CUR-CHG-COUNT
                   else
                       Move CG-TIMESTAMP to WS-CUR-CHG-TS
                       Move 1 to WS-CUR-CHG-COUNT
                   end-if
                   evaluate true
                       when CG-TIMESTAMP > WS-LAST-CHG-TS
                           perform 3200-Build-Change-Event
                               thru 3200-Build-Change-Event-Exit
                       when CG-TIMESTAMP = WS-LAST-CHG-TS
                           and WS-CUR-CHG-COUNT > WS-LAST-CHG-COUNT
                           perform 3200-Build-Change-Event
                               thru 3200-Build-Change-Event-Exit
                       when other
                           add 1 to WS-CT-CHG-DONE
                   end-evaluate
           end-read.
           Exit Paragraph.
          3100-Export-One-Change-Exit.
           Exit Paragraph.
      *
          3200-Build-Change-Event.
           evaluate true
               when CG-Add
                   Move 'RULE-ADD'    to WS-EV-TYPE
                   Move CG-AFTER-IMAGE(1:4)  to WS-EV-RULE
               when CG-Delete
                   Move 'RULE-DELETE' to WS-EV-TYPE
                   Move CG-BEFORE-IMAGE(1:4) to WS-EV-RULE
               when other
                   Move 'RULE-CHANGE' to WS-EV-TYPE
                   Move CG-AFTER-IMAGE(1:4)  to WS-EV-RULE
           end-evaluate.
           Move CG-TIMESTAMP to WS-EV-TIMESTAMP.
           Move CG-OPERATOR  to WS-EV-ACTOR.
           Move SPACES       to WS-EV-RESULT WS-EV-SEQ WS-EV-CHAIN.
           Move 'RULECHG'    to WS-EV-SOURCE.
           Move CG-TERMINAL  to WS-EV-D1.
           Move CG-FILE      to WS-EV-D2.
           Move CG-APPROVER  to WS-EV-D3.
           perform 2900-Write-Event thru 2900-Write-Event-Exit.
           add 1 to WS-CT-CHANGES.
           Exit Paragraph.
          3200-Build-Change-Event-Exit.
           Exit Paragraph.
      *
          4000-Save-Restart.
           Move 1 to WS-SECXCTL-RRN.
           OPEN I-O SECXCTL-FILE.
           if not WS-SECXCTL-OK
               OPEN OUTPUT SECXCTL-FILE
           end-if.
           if not WS-SECXCTL-OK
               Display 'ERROR-999: Unable to open SECXCTL status='
                   WS-SECXCTL-STATUS ' - SECEVT written but the'
                   ' restart point not moved: discard it'
               set WS-Export-Failed to true
               GO TO 4000-Save-Restart-Exit
           end-if.
           Move WS-NEW-SEQ           to EX-LAST-SEQ.
           Move WS-NEW-CHAIN         to EX-LAST-CHAIN.
           Move WS-NEW-CHG-TS        to EX-CHG-TS.
           Move WS-NEW-CHG-COUNT     to EX-CHG-COUNT.
           Move WS-CURRENT-TIMESTAMP to EX-EXPORT-TS.
           Move WS-CT-EVENTS         to EX-EVENT-COUNT.
           REWRITE SECXCTL-RECORD
               INVALID KEY WRITE SECXCTL-RECORD
           end-rewrite.
           if not WS-SECXCTL-OK
               Display 'ERROR-999: SECXCTL rewrite failed status='
                   WS-SECXCTL-STATUS ' - SECEVT written but the'
                   ' restart point not moved: discard it'
               set WS-Export-Failed to true
           end-if.
           CLOSE SECXCTL-FILE.
           Exit Paragraph.
          4000-Save-Restart-Exit.
           Exit Paragraph.
      *
          5000-Print-Totals.
           Display '================================================'.
           Display 'DATSECX - Security Log Export '
               WS-CURRENT-TIMESTAMP.
           Display '================================================'.
           Display '  Restart sequence . . . . . . : ' WS-LAST-SEQ.
           Display '  DATAUDIT records read. . . . : ' WS-CT-AUD-READ.
           Display '    before chaining (legacy). . : '
               WS-CT-AUD-LEGACY.
           Display '    past the restart point. . . : ' WS-NEW-COUNT.
           Display '  Execution events . . . . . . : ' WS-CT-EXEC.
           Display '  Denial events (998). . . . . : ' WS-CT-DENIED.
           Display '  RULECHG records read . . . . : ' WS-CT-CHG-READ.
           Display '    exported before . . . . . . : '
               WS-CT-CHG-DONE.
           Display '  Maintenance events . . . . . : ' WS-CT-CHANGES.
           Display '  Events written to SECEVT . . : ' WS-CT-EVENTS.
           evaluate true
               when WS-Export-Failed
                   Display '  EXPORT FAILED - restart point unchanged'
               when WS-Export-Refused
                   Display '  EXPORT REFUSED - sequence gap, nothing'
                       ' written'
               when other
                   Display '  Exported through sequence. . : '
                       WS-NEW-SEQ
           end-evaluate.
           Display '================================================'.
           Exit Paragraph.
          5000-Print-Totals-Exit.
           Exit Paragraph.
