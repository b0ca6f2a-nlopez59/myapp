       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATHRLD.
      * Nightly HR extract load into Q.EMP. Q.EMP used to be kept by
      * hand through DAT4 and ad hoc SQL and was always behind HR -
      * DATORGAU kept finding managers with no Q.EMP row and staff
      * in departments that no longer exist. This reads HR's daily
      * employee extract (the DATHREX layout, in EMPNO order) and
      * match-merges it against Q.EMP in EMPNO order:
      *
      *   HIRE      on the extract, not on Q.EMP      - inserted
      *   TRANSFER  on both, WORKDEPT differs          - updated
      *   LEAVER    on Q.EMP, not on the extract       - deleted
      *   HELD      a leaver who is still MGRNO of a Q.ORG
      *             department - NOT deleted; routed to REVIEWQ as
      *             an HRLD 187 finding for the department's owner
      *             to name a new manager on DAT4, after which the
      *             next load removes the leaver as usual
      *
      * The first pass only spools the changes to the HRDELTA work
      * file and prints them as the change report. The load is then
      * refused (RC 12, nothing applied) when the extract has no
      * header or trailer, the trailer count does not balance, the
      * details are out of EMPNO order, or the changes exceed the
      * sanity threshold - a percentage of the Q.EMP rows on file -
      * so a truncated or empty extract cannot empty the table.
      * Otherwise the second pass applies HRDELTA and commits, with
      * every change also written to Q.EMP_HIST stamped DATHRLD. A
      * hire or transfer into a department Q.ORG does not know is
      * applied (HR is the system of record for staff) but flagged
      * on the report for DAT4.
      *
      * Driven by HRLDPARM, a KEYWORD=VALUE member the same shape as
      * DATBATCH's PARMLIB:
      *   THRESHOLD=nnn    most changes accepted, as a percentage of
      *                    the Q.EMP rows on file (defaults to 010);
      *                    100 turns the check off, for the first
      *                    load or a known reorganisation
      *
      * RC 0 = applied; RC 4 = applied with held leavers or unknown
      * departments; RC 12 = refused; RC 999 = failed and backed out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRLDPARM-FILE ASSIGN TO 'HRLDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRLDPARM-STATUS.
           SELECT HREXTRCT-FILE ASSIGN TO 'HREXTRCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HREXTRCT-STATUS.
           SELECT HRDELTA-FILE  ASSIGN TO 'HRDELTA'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HRDELTA-STATUS.
           SELECT REVIEWQ-FILE  ASSIGN TO 'REVIEWQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEWQ-STATUS.
           SELECT SQLERRLG-FILE ASSIGN TO 'SQLERRLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQLERRLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HRLDPARM-FILE.
       01  HRLDPARM-RECORD          PIC X(80).

       FD  HREXTRCT-FILE.
           COPY DATHREX.

      * One record per change found by the merge, in EMPNO order.
       FD  HRDELTA-FILE.
       01  HRDELTA-RECORD.
           05  HD-ACTION            PIC X(01).
               88  HD-HIRE               VALUE 'H'.
               88  HD-TRANSFER            VALUE 'T'.
               88  HD-LEAVER              VALUE 'L'.
               88  HD-HELD                VALUE 'M'.
           05  HD-EMPNO             PIC X(06).
           05  HD-FIRSTNME          PIC X(12).
           05  HD-LASTNAME          PIC X(15).
           05  HD-WORKDEPT          PIC X(03).
           05  HD-OLD-DEPT          PIC X(03).
           05  HD-MGR-DEPT          PIC 9(05).

       FD  REVIEWQ-FILE.
           COPY REVIEWQ.

       FD  SQLERRLG-FILE.
           COPY SQLERRLG.

       WORKING-STORAGE SECTION.
       01  WS-HRLDPARM-STATUS       PIC X(02).
           88  WS-HRLDPARM-OK            VALUE '00'.
           88  WS-HRLDPARM-EOF            VALUE '10'.
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).
       01  WS-THRESHOLD             PIC 9(03) VALUE 10.

       01  WS-HREXTRCT-STATUS       PIC X(02).
           88  WS-HREXTRCT-OK            VALUE '00'.
           88  WS-HREXTRCT-EOF            VALUE '10'.
       01  WS-HRDELTA-STATUS        PIC X(02).
           88  WS-HRDELTA-OK             VALUE '00'.
           88  WS-HRDELTA-EOF             VALUE '10'.
       01  WS-REVIEWQ-STATUS        PIC X(02).
           88  WS-REVIEWQ-OK             VALUE '00'.
           88  WS-REVIEWQ-EOF             VALUE '10'.
       01  WS-SQLERRLG-STATUS       PIC X(02).
       01  WS-SQL-STATEMENT         PIC X(30).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).

       01  WS-SQL-SW                PIC X(01) VALUE 'Y'.
           88  WS-SQL-OK                 VALUE 'Y'.
           88  WS-SQL-NOT-OK              VALUE 'N'.
       01  WS-CURSOR-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-CURSOR-EOF              VALUE 'Y' FALSE 'N'.

       01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
           88  WS-Load-Refused            VALUE 'Y' FALSE 'N'.
       01  WS-REFUSE-REASON         PIC X(40) VALUE SPACES.
       01  WS-HEADER-SW             PIC X(01) VALUE 'N'.
           88  WS-Header-Seen             VALUE 'Y' FALSE 'N'.
       01  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  WS-Trailer-Seen            VALUE 'Y' FALSE 'N'.
       01  WS-EXTRACT-SW            PIC X(01) VALUE 'N'.
           88  WS-Extract-Ended           VALUE 'Y' FALSE 'N'.
       01  WS-DETAIL-SW             PIC X(01) VALUE 'N'.
           88  WS-Got-Detail              VALUE 'Y' FALSE 'N'.

       01  WS-EXTRACT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-EXTRACT-SOURCE        PIC X(08) VALUE SPACES.
       01  WS-TRAILER-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-HX-RECORDS            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-HX-DETAILS            PIC 9(07) VALUE ZERO.

      * Merge keys - HIGH-VALUES once a side is exhausted.
       01  WS-HX-KEY                PIC X(06) VALUE LOW-VALUES.
       01  WS-HX-PREV-KEY           PIC X(06) VALUE LOW-VALUES.
       01  WS-EMP-KEY               PIC X(06) VALUE LOW-VALUES.

       01  WS-WORKDEPT-IND          PIC S9(04) COMP.
       01  WS-MGR-DEPT-IND          PIC S9(04) COMP.
       01  WS-MGR-COUNT             PIC S9(09) COMP.
       01  WS-DEPT-COUNT            PIC S9(09) COMP.
       01  WS-MGR-DEPT              PIC S9(04) COMP.
       01  WS-CHK-DEPT              PIC S9(04) COMP.
       01  WS-CHK-DEPT-X            PIC X(03).

      * Outstanding HRLD findings already on REVIEWQ, so a held
      * leaver is queued once, not again every night until DAT4
      * names a new manager.
       01  WS-HELD-TABLE.
           05  WS-HL-EMPNO OCCURS 500 TIMES
                                 INDEXED BY HL-IDX
                                     PIC X(06).
       01  WS-HELD-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-FINDING-DESC          PIC X(37).

       01  WS-CT-EMP-ROWS           PIC 9(07) VALUE ZERO.
       01  WS-CT-HIRES              PIC 9(07) VALUE ZERO.
       01  WS-CT-TRANSFERS          PIC 9(07) VALUE ZERO.
       01  WS-CT-LEAVERS            PIC 9(07) VALUE ZERO.
       01  WS-CT-HELD               PIC 9(07) VALUE ZERO.
       01  WS-CT-DEPT-WARN          PIC 9(07) VALUE ZERO.
       01  WS-CT-DELTA              PIC 9(07) VALUE ZERO.
       01  WS-CT-APPLIED            PIC 9(07) VALUE ZERO.
       01  WS-CT-MISSED             PIC 9(07) VALUE ZERO.
       01  WS-CT-QUEUED             PIC 9(07) VALUE ZERO.
       01  WS-PCT-WORK              PIC 9(05)V99 VALUE ZERO.
       01  WS-PCT-EDIT              PIC ZZ,ZZ9.99.

      * Owner of each held leaver queued (DATASGN).
           COPY DATASGP.

           EXEC SQL INCLUDE ORG     END-EXEC.
           EXEC SQL INCLUDE EMP     END-EXEC.
           EXEC SQL INCLUDE ORGHIST END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.

      * Q.EMP in the extract's order, for the match-merge.
           EXEC SQL
               DECLARE HREMP-CURSOR CURSOR FOR
               SELECT EMPNO, FIRSTNME, LASTNAME, WORKDEPT
                 FROM Q.EMP
                ORDER BY EMPNO
           END-EXEC.

       PROCEDURE DIVISION.
          0000-Mainline.
           OPEN EXTEND SQLERRLG-FILE.
           if WS-SQLERRLG-STATUS not = '00'
               and WS-SQLERRLG-STATUS not = '05'
               OPEN OUTPUT SQLERRLG-FILE
           end-if.
           perform 0100-Read-Hrldparm thru 0100-Read-Hrldparm-Exit.
           perform 0200-Set-Load-Stamp thru 0200-Set-Load-Stamp-Exit.
           Display '================================================'.
           Display 'DATHRLD - HR Extract Load into Q.EMP'.
           Display '================================================'.
           perform 1000-Build-Delta thru 1000-Build-Delta-Exit.
           if not WS-Load-Refused and WS-SQL-OK
               perform 1500-Check-Threshold
                   thru 1500-Check-Threshold-Exit
           end-if.
           if not WS-Load-Refused and WS-SQL-OK
               perform 3000-Apply-Delta thru 3000-Apply-Delta-Exit
           end-if.
           perform 5000-Print-Totals thru 5000-Print-Totals-Exit.
           CLOSE SQLERRLG-FILE.
           evaluate true
               when WS-Load-Refused
                   continue
               when WS-SQL-NOT-OK
                   Move 999 to RETURN-CODE
               when RETURN-CODE not = ZERO
                   continue
               when WS-CT-HELD > 0 or WS-CT-DEPT-WARN > 0
                   Move 4 to RETURN-CODE
               when other
                   continue
           end-evaluate.
           STOP RUN.
      *
          0100-Read-Hrldparm.
           OPEN INPUT HRLDPARM-FILE.
           if WS-HRLDPARM-OK
               perform 0110-Read-Hrldparm-Record
                   thru 0110-Read-Hrldparm-Record-Exit
                   until WS-HRLDPARM-EOF
               CLOSE HRLDPARM-FILE
           end-if.
           Exit Paragraph.
          0100-Read-Hrldparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Hrldparm-Record.
           READ HRLDPARM-FILE
               AT END set WS-HRLDPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING HRLDPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   evaluate WS-PARM-KEYWORD
                       when 'THRESHOLD'
                           if WS-PARM-VALUE-TEXT(1:3) is numeric
                               Move WS-PARM-VALUE-TEXT(1:3)
                                 to WS-THRESHOLD
                           else
                               Display 'WARNING-999: HRLDPARM'
                                   ' THRESHOLD= value is not 3'
                                   ' digits - using ' WS-THRESHOLD
                           end-if
                       when SPACES
                           continue
                       when other
                           Display 'DATHRLD: Ignoring unknown'
                               ' HRLDPARM keyword ' WS-PARM-KEYWORD
                   end-evaluate
           end-read.
           Exit Paragraph.
          0110-Read-Hrldparm-Record-Exit.
           Exit Paragraph.
      *
          0200-Set-Load-Stamp.
      * Every change this run makes is effective at the one load
      * timestamp, so the history shows the load as a single event.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           Move WS-CURRENT-DATE to HIST-VALID-FROM(1:8).
           Move WS-CURRENT-TIME(1:6) to HIST-VALID-FROM(9:6).
           Move 'DATHRLD' to HIST-CHANGED-BY.
           Exit Paragraph.
          0200-Set-Load-Stamp-Exit.
           Exit Paragraph.
      *
          1000-Build-Delta.
           OPEN INPUT HREXTRCT-FILE.
           if not WS-HREXTRCT-OK
               Display 'ERROR-999: Unable to open HREXTRCT status='
                   WS-HREXTRCT-STATUS
               Move 'EXTRACT WILL NOT OPEN' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1000-Build-Delta-Exit
           end-if.
           OPEN OUTPUT HRDELTA-FILE.
           if not WS-HRDELTA-OK
               Display 'ERROR-999: Unable to open HRDELTA status='
                   WS-HRDELTA-STATUS
               CLOSE HREXTRCT-FILE
               Move 'HRDELTA WORK FILE WILL NOT OPEN'
                 to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1000-Build-Delta-Exit
           end-if.
           Display 'CHANGE REPORT'.
           set WS-Cursor-Eof to false.
           EXEC SQL
               OPEN HREMP-CURSOR
           END-EXEC.
           Move 'OPEN HREMP-CURSOR' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-OK
               perform 1100-Next-Extract-Detail
                   thru 1100-Next-Extract-Detail-Exit
               perform 1200-Fetch-Emp thru 1200-Fetch-Emp-Exit
               perform 1300-Match-One thru 1300-Match-One-Exit
                   until (WS-HX-KEY = HIGH-VALUES
                          and WS-EMP-KEY = HIGH-VALUES)
                      or WS-Load-Refused or WS-SQL-NOT-OK
               EXEC SQL
                   CLOSE HREMP-CURSOR
               END-EXEC
               Move 'CLOSE HREMP-CURSOR' to WS-SQL-STATEMENT
               perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit
           end-if.
           CLOSE HREXTRCT-FILE.
           CLOSE HRDELTA-FILE.
           if WS-Load-Refused or WS-SQL-NOT-OK
               GO TO 1000-Build-Delta-Exit
           end-if.
           if WS-HX-DETAILS not = WS-TRAILER-COUNT
               Display '  Trailer count : ' WS-TRAILER-COUNT
                   '  details read : ' WS-HX-DETAILS
               Move 'TRAILER RECORD COUNT DOES NOT BALANCE'
                 to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
           end-if.
           Exit Paragraph.
          1000-Build-Delta-Exit.
           Exit Paragraph.
      *
          1100-Next-Extract-Detail.
           set WS-Got-Detail to false.
           perform 1110-Read-Extract-Record
               thru 1110-Read-Extract-Record-Exit
               until WS-Got-Detail or WS-Extract-Ended
                  or WS-Load-Refused.
           if not WS-Got-Detail
               Move HIGH-VALUES to WS-HX-KEY
           end-if.
           Exit Paragraph.
          1100-Next-Extract-Detail-Exit.
           Exit Paragraph.
      *
          1110-Read-Extract-Record.
           READ HREXTRCT-FILE
               AT END set WS-Extract-Ended to true
           end-read.
           if WS-Extract-Ended
               evaluate true
                   when not WS-Header-Seen
                       Move 'EXTRACT IS EMPTY - NO HEADER RECORD'
                         to WS-REFUSE-REASON
                       perform 1900-Refuse-Load
                           thru 1900-Refuse-Load-Exit
                   when not WS-Trailer-Seen
                       Move 'NO TRAILER RECORD - EXTRACT TRUNCATED'
                         to WS-REFUSE-REASON
                       perform 1900-Refuse-Load
                           thru 1900-Refuse-Load-Exit
                   when other
                       continue
               end-evaluate
               GO TO 1110-Read-Extract-Record-Exit
           end-if.
           add 1 to WS-HX-RECORDS.
           evaluate true
               when WS-HX-RECORDS = 1
                   perform 1120-Take-Header thru 1120-Take-Header-Exit
               when HX-Header
                   Move 'SECOND HEADER RECORD IN EXTRACT'
                     to WS-REFUSE-REASON
                   perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               when WS-Trailer-Seen
                   Move 'RECORDS FOLLOW THE TRAILER'
                     to WS-REFUSE-REASON
                   perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               when HX-Trailer
                   if HXT-RECORD-COUNT not numeric
                       Move 'TRAILER RECORD COUNT NOT NUMERIC'
                         to WS-REFUSE-REASON
                       perform 1900-Refuse-Load
                           thru 1900-Refuse-Load-Exit
                   else
                       set WS-Trailer-Seen to true
                       Move HXT-RECORD-COUNT to WS-TRAILER-COUNT
                   end-if
               when HX-Detail
                   perform 1130-Take-Detail thru 1130-Take-Detail-Exit
               when other
                   Move 'UNKNOWN RECORD TYPE IN EXTRACT'
                     to WS-REFUSE-REASON
                   perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
           end-evaluate.
           Exit Paragraph.
          1110-Read-Extract-Record-Exit.
           Exit Paragraph.
      *
          1120-Take-Header.
           if not HX-Header
               Move 'FIRST RECORD IS NOT A HEADER'
                 to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1120-Take-Header-Exit
           end-if.
           if HXH-EXTRACT-DATE not numeric
               Move 'HEADER EXTRACT DATE NOT NUMERIC'
                 to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1120-Take-Header-Exit
           end-if.
           set WS-Header-Seen to true.
           Move HXH-EXTRACT-DATE to WS-EXTRACT-DATE.
           Move HXH-SOURCE       to WS-EXTRACT-SOURCE.
           Display '  Extract ' WS-EXTRACT-DATE ' from '
               WS-EXTRACT-SOURCE.
           Exit Paragraph.
          1120-Take-Header-Exit.
           Exit Paragraph.
      *
          1130-Take-Detail.
      * The merge depends on ascending EMPNO - an extract out of
      * order would read as a wave of leavers and re-hires.
           if HX-EMPNO = SPACES
               Move 'DETAIL RECORD WITH BLANK EMPNO'
                 to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1130-Take-Detail-Exit
           end-if.
           if HX-EMPNO not > WS-HX-PREV-KEY
               Display '  Out of order at EMPNO ' HX-EMPNO
                   ' after ' WS-HX-PREV-KEY
               Move 'EXTRACT NOT IN ASCENDING EMPNO ORDER'
                 to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1130-Take-Detail-Exit
           end-if.
           add 1 to WS-HX-DETAILS.
           Move HX-EMPNO to WS-HX-KEY WS-HX-PREV-KEY.
           set WS-Got-Detail to true.
           Exit Paragraph.
          1130-Take-Detail-Exit.
           Exit Paragraph.
      *
          1200-Fetch-Emp.
           EXEC SQL
               FETCH HREMP-CURSOR
                 INTO :EMPNO, :FIRSTNME, :LASTNAME,
                      :WORKDEPT:WS-WORKDEPT-IND
           END-EXEC.
           Move 'FETCH HREMP-CURSOR' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-NOT-OK or WS-CURSOR-EOF
               Move HIGH-VALUES to WS-EMP-KEY
               GO TO 1200-Fetch-Emp-Exit
           end-if.
           if WS-WORKDEPT-IND < 0
               Move SPACES to WORKDEPT
           end-if.
           add 1 to WS-CT-EMP-ROWS.
           Move EMPNO to WS-EMP-KEY.
           Exit Paragraph.
          1200-Fetch-Emp-Exit.
           Exit Paragraph.
      *
          1300-Match-One.
           evaluate true
               when WS-HX-KEY < WS-EMP-KEY
                   perform 1310-Record-Hire thru 1310-Record-Hire-Exit
                   perform 1100-Next-Extract-Detail
                       thru 1100-Next-Extract-Detail-Exit
               when WS-HX-KEY > WS-EMP-KEY
                   perform 1330-Record-Leaver
                       thru 1330-Record-Leaver-Exit
                   perform 1200-Fetch-Emp thru 1200-Fetch-Emp-Exit
               when other
                   if HX-WORKDEPT not = WORKDEPT
                       perform 1320-Record-Transfer
                           thru 1320-Record-Transfer-Exit
                   end-if
                   perform 1100-Next-Extract-Detail
                       thru 1100-Next-Extract-Detail-Exit
                   perform 1200-Fetch-Emp thru 1200-Fetch-Emp-Exit
           end-evaluate.
           Exit Paragraph.
          1300-Match-One-Exit.
           Exit Paragraph.
      *
          1310-Record-Hire.
           add 1 to WS-CT-HIRES.
           Move SPACES to HRDELTA-RECORD.
           set HD-Hire to true.
           Move HX-EMPNO    to HD-EMPNO.
           Move HX-FIRSTNME to HD-FIRSTNME.
           Move HX-LASTNAME to HD-LASTNAME.
           Move HX-WORKDEPT to HD-WORKDEPT.
           Move ZERO        to HD-MGR-DEPT.
           WRITE HRDELTA-RECORD.
           Display 'HIRE     ' HX-EMPNO ' ' HX-LASTNAME ' '
               HX-FIRSTNME ' DEPT ' HX-WORKDEPT.
           perform 1400-Check-Dept thru 1400-Check-Dept-Exit.
           Exit Paragraph.
          1310-Record-Hire-Exit.
           Exit Paragraph.
      *
          1320-Record-Transfer.
           add 1 to WS-CT-TRANSFERS.
           Move SPACES to HRDELTA-RECORD.
           set HD-Transfer to true.
           Move HX-EMPNO    to HD-EMPNO.
           Move HX-FIRSTNME to HD-FIRSTNME.
           Move HX-LASTNAME to HD-LASTNAME.
           Move HX-WORKDEPT to HD-WORKDEPT.
           Move WORKDEPT    to HD-OLD-DEPT.
           Move ZERO        to HD-MGR-DEPT.
           WRITE HRDELTA-RECORD.
           Display 'TRANSFER ' HX-EMPNO ' ' HX-LASTNAME
               ' DEPT ' WORKDEPT ' TO ' HX-WORKDEPT.
           perform 1400-Check-Dept thru 1400-Check-Dept-Exit.
           Exit Paragraph.
          1320-Record-Transfer-Exit.
           Exit Paragraph.
      *
          1330-Record-Leaver.
      * A leaver still named as a department's manager stays on
      * Q.EMP - deleting the row would only turn the department into
      * a DATORGAU 127 "manager not in Q.EMP" the next morning.
           EXEC SQL
               SELECT COUNT(*), MIN(DEPTNUMB)
                 INTO :WS-MGR-COUNT, :WS-MGR-DEPT:WS-MGR-DEPT-IND
                 FROM Q.ORG
                WHERE MGRNO = :EMPNO
           END-EXEC.
           Move 'SELECT Q.ORG MGRNO' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-NOT-OK
               GO TO 1330-Record-Leaver-Exit
           end-if.
           Move SPACES to HRDELTA-RECORD.
           Move EMPNO    to HD-EMPNO.
           Move FIRSTNME to HD-FIRSTNME.
           Move LASTNAME to HD-LASTNAME.
           Move WORKDEPT to HD-OLD-DEPT.
           Move ZERO     to HD-MGR-DEPT.
           if WS-MGR-COUNT > 0
               add 1 to WS-CT-HELD
               set HD-Held to true
               Move WS-MGR-DEPT to HD-MGR-DEPT
               Display 'HELD     ' EMPNO ' ' LASTNAME
                   ' STILL MGR OF DEPT ' HD-MGR-DEPT
                   ' (' WS-MGR-COUNT ' DEPTS) - TO REVIEWQ'
           else
               add 1 to WS-CT-LEAVERS
               set HD-Leaver to true
               Display 'LEAVER   ' EMPNO ' ' LASTNAME
                   ' DEPT ' WORKDEPT
           end-if.
           WRITE HRDELTA-RECORD.
           Exit Paragraph.
          1330-Record-Leaver-Exit.
           Exit Paragraph.
      *
          1400-Check-Dept.
           if HX-WORKDEPT not numeric
               add 1 to WS-CT-DEPT-WARN
               Display '         WARNING - DEPT ' HX-WORKDEPT
                   ' IS NOT A DEPARTMENT NUMBER'
               GO TO 1400-Check-Dept-Exit
           end-if.
           Move HX-WORKDEPT to WS-CHK-DEPT-X.
           Move HX-WORKDEPT to WS-CHK-DEPT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DEPT-COUNT
                 FROM Q.ORG
                WHERE DEPTNUMB = :WS-CHK-DEPT
           END-EXEC.
           Move 'SELECT Q.ORG DEPTNUMB' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-OK and WS-DEPT-COUNT = 0
               add 1 to WS-CT-DEPT-WARN
               Display '         WARNING - DEPT ' WS-CHK-DEPT-X
                   ' NOT ON Q.ORG - ADD IT ON DAT4'
           end-if.
           Exit Paragraph.
          1400-Check-Dept-Exit.
           Exit Paragraph.
      *
          1500-Check-Threshold.
      * Held leavers count towards the delta - a bad extract that
      * "loses" every manager is as wrong as one that loses staff.
           compute WS-CT-DELTA = WS-CT-HIRES + WS-CT-TRANSFERS
                               + WS-CT-LEAVERS + WS-CT-HELD.
           if WS-CT-EMP-ROWS > 0
               compute WS-PCT-WORK rounded =
                   WS-CT-DELTA * 100 / WS-CT-EMP-ROWS
                   on size error Move 99999.99 to WS-PCT-WORK
               end-compute
           else
               Move ZERO to WS-PCT-WORK
               if WS-CT-DELTA > 0
                   Move 99999.99 to WS-PCT-WORK
               end-if
           end-if.
           Move WS-PCT-WORK to WS-PCT-EDIT.
           Display '------------------------------------------------'.
           Display '  Changes found . . . . . . . : ' WS-CT-DELTA
               '  (' WS-PCT-EDIT ' pct of ' WS-CT-EMP-ROWS
               ' Q.EMP rows)'.
           Display '  Threshold . . . . . . . . . : ' WS-THRESHOLD
               ' pct'.
           if WS-THRESHOLD < 100
               and WS-CT-DELTA * 100 > WS-THRESHOLD * WS-CT-EMP-ROWS
               Move 'CHANGES EXCEED THE SANITY THRESHOLD'
                 to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
           end-if.
           Exit Paragraph.
          1500-Check-Threshold-Exit.
           Exit Paragraph.
      *
          1900-Refuse-Load.
      * RC 12 is the refused-to-start code, as in DATBATCH and
      * DATAAPL - nothing has been applied to Q.EMP.
           set WS-Load-Refused to true.
           Move 12 to RETURN-CODE.
           Display 'ERROR-999: HR extract load refused - '
               WS-REFUSE-REASON.
           Exit Paragraph.
          1900-Refuse-Load-Exit.
           Exit Paragraph.
      *
          3000-Apply-Delta.
           perform 3050-Load-Held-Findings
               thru 3050-Load-Held-Findings-Exit.
           OPEN EXTEND REVIEWQ-FILE.
           if WS-REVIEWQ-STATUS not = '00'
               and WS-REVIEWQ-STATUS not = '05'
               OPEN OUTPUT REVIEWQ-FILE
           end-if.
           OPEN INPUT HRDELTA-FILE.
           if not WS-HRDELTA-OK
               Display 'ERROR-999: Unable to reopen HRDELTA status='
                   WS-HRDELTA-STATUS
               CLOSE REVIEWQ-FILE
               Move 999 to RETURN-CODE
               GO TO 3000-Apply-Delta-Exit
           end-if.
           perform 3100-Apply-One-Change
               thru 3100-Apply-One-Change-Exit
               until WS-HRDELTA-EOF or WS-SQL-NOT-OK.
           CLOSE HRDELTA-FILE.
           CLOSE REVIEWQ-FILE.
           if WS-SQL-OK
               EXEC SQL
                   COMMIT
               END-EXEC
               Move 'COMMIT' to WS-SQL-STATEMENT
               perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit
           end-if.
           if WS-SQL-NOT-OK
               EXEC SQL
                   ROLLBACK
               END-EXEC
               Display 'ERROR-999: HR extract load backed out -'
                   ' Q.EMP is unchanged'
               Move ZERO to WS-CT-APPLIED
           end-if.
           Exit Paragraph.
          3000-Apply-Delta-Exit.
           Exit Paragraph.
      *
          3050-Load-Held-Findings.
      * No REVIEWQ yet simply means nothing is outstanding.
           OPEN INPUT REVIEWQ-FILE.
           if not WS-REVIEWQ-OK
               GO TO 3050-Load-Held-Findings-Exit
           end-if.
           perform 3060-Load-One-Finding
               thru 3060-Load-One-Finding-Exit
               until WS-REVIEWQ-EOF.
           CLOSE REVIEWQ-FILE.
           Exit Paragraph.
          3050-Load-Held-Findings-Exit.
           Exit Paragraph.
      *
          3060-Load-One-Finding.
           READ REVIEWQ-FILE
               AT END set WS-REVIEWQ-EOF to true
               NOT AT END
                   if RQ-RULE = 'HRLD'
                       and (RQ-Open or RQ-Escalated)
                       and WS-HELD-COUNT < 500
                       add 1 to WS-HELD-COUNT
                       Move RQ-DESC(8:6) to WS-HL-EMPNO(WS-HELD-COUNT)
                   end-if
           end-read.
           Exit Paragraph.
          3060-Load-One-Finding-Exit.
           Exit Paragraph.
      *
          3100-Apply-One-Change.
           READ HRDELTA-FILE
               AT END set WS-HRDELTA-EOF to true
                   GO TO 3100-Apply-One-Change-Exit
           end-read.
           Move HD-EMPNO to EMPNO.
           evaluate true
               when HD-Hire
                   perform 3200-Apply-Hire thru 3200-Apply-Hire-Exit
               when HD-Transfer
                   perform 3300-Apply-Transfer
                       thru 3300-Apply-Transfer-Exit
               when HD-Leaver
                   perform 3400-Apply-Leaver
                       thru 3400-Apply-Leaver-Exit
               when HD-Held
                   perform 3500-Route-Held-Leaver
                       thru 3500-Route-Held-Leaver-Exit
           end-evaluate.
           Exit Paragraph.
          3100-Apply-One-Change-Exit.
           Exit Paragraph.
      *
          3200-Apply-Hire.
           Move HD-FIRSTNME to FIRSTNME.
           Move HD-LASTNAME to LASTNAME.
           Move HD-WORKDEPT to WORKDEPT.
           EXEC SQL
               INSERT INTO Q.EMP
                   (EMPNO, FIRSTNME, LASTNAME, WORKDEPT)
               VALUES
                   (:EMPNO, :FIRSTNME, :LASTNAME, :WORKDEPT)
           END-EXEC.
           Move 'INSERT INTO Q.EMP' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-NOT-OK
               GO TO 3200-Apply-Hire-Exit
           end-if.
           perform 3900-Open-Emp-History
               thru 3900-Open-Emp-History-Exit.
           add 1 to WS-CT-APPLIED.
           Exit Paragraph.
          3200-Apply-Hire-Exit.
           Exit Paragraph.
      *
          3300-Apply-Transfer.
           Move HD-WORKDEPT to WORKDEPT.
           EXEC SQL
               UPDATE Q.EMP
                  SET WORKDEPT = :WORKDEPT
                WHERE EMPNO = :EMPNO
           END-EXEC.
           if SQLCODE = 100
               perform 3600-Note-Missed thru 3600-Note-Missed-Exit
               GO TO 3300-Apply-Transfer-Exit
           end-if.
           Move 'UPDATE Q.EMP' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-NOT-OK
               GO TO 3300-Apply-Transfer-Exit
           end-if.
           perform 3800-Close-Emp-History
               thru 3800-Close-Emp-History-Exit.
           if WS-SQL-OK
               perform 3900-Open-Emp-History
                   thru 3900-Open-Emp-History-Exit
           end-if.
           add 1 to WS-CT-APPLIED.
           Exit Paragraph.
          3300-Apply-Transfer-Exit.
           Exit Paragraph.
      *
          3400-Apply-Leaver.
           EXEC SQL
               DELETE FROM Q.EMP
                WHERE EMPNO = :EMPNO
           END-EXEC.
           if SQLCODE = 100
               perform 3600-Note-Missed thru 3600-Note-Missed-Exit
               GO TO 3400-Apply-Leaver-Exit
           end-if.
           Move 'DELETE FROM Q.EMP' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-NOT-OK
               GO TO 3400-Apply-Leaver-Exit
           end-if.
           perform 3800-Close-Emp-History
               thru 3800-Close-Emp-History-Exit.
           add 1 to WS-CT-APPLIED.
           Exit Paragraph.
          3400-Apply-Leaver-Exit.
           Exit Paragraph.
      *
          3500-Route-Held-Leaver.
           if WS-HELD-COUNT > 0
               set HL-IDX to 1
               search WS-HL-EMPNO
                   at end
                       continue
                   when WS-HL-EMPNO(HL-IDX) = HD-EMPNO
                       GO TO 3500-Route-Held-Leaver-Exit
               end-search
           end-if.
      * One open item per leaver, under the HRLD pseudo-rule code,
      * the same record DATORGAU writes for its org-data findings.
      * Result 187 follows DATORGAU's 127-177, so a held leaver is
      * never taken for one of its org-data findings.
           Move SPACES to WS-FINDING-DESC.
           STRING 'LEAVER ' HD-EMPNO ' STILL MGR OF DEPT '
                  HD-MGR-DEPT
                  DELIMITED BY SIZE INTO WS-FINDING-DESC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           Move WS-CURRENT-TIMESTAMP to RQ-TIMESTAMP.
           Move 'HRLD'               to RQ-RULE.
           Move 187                  to RQ-RESULT.
           Move WS-FINDING-DESC      to RQ-DESC.
           Move 'O'                  to RQ-STATUS.
           Move SPACES               to RQ-DISP-USER.
           Move SPACES               to RQ-DISP-TIMESTAMP.
           perform 3510-Assign-Review-Item
               thru 3510-Assign-Review-Item-Exit.
           WRITE REVIEWQ-RECORD.
           add 1 to WS-CT-QUEUED.
           Exit Paragraph.
          3500-Route-Held-Leaver-Exit.
           Exit Paragraph.
      *
          3510-Assign-Review-Item.
      * Deals the item about to be queued to the next analyst of the
      * HRLD owning team (DATASGN), the same as DATBATCH does for
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
          3510-Assign-Review-Item-Exit.
           Exit Paragraph.
      *
          3600-Note-Missed.
      * The row changed under the load since the merge read it -
      * reported, not fatal; tomorrow's merge sees the new state.
           add 1 to WS-CT-MISSED.
           Display 'WARNING-999: EMPNO ' HD-EMPNO
               ' no longer on Q.EMP as the merge found it - skipped'.
           Exit Paragraph.
          3600-Note-Missed-Exit.
           Exit Paragraph.
      *
          3800-Close-Emp-History.
      * An employee keyed before history began has no open row to
      * close - not an error.
           EXEC SQL
               UPDATE Q.EMP_HIST
                  SET VALID_TO = :HIST-VALID-FROM
                WHERE EMPNO = :EMPNO
                  AND VALID_TO = :HIST-OPEN-END
           END-EXEC.
           if SQLCODE not = 100
               Move 'UPDATE Q.EMP_HIST' to WS-SQL-STATEMENT
               perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit
           end-if.
           Exit Paragraph.
          3800-Close-Emp-History-Exit.
           Exit Paragraph.
      *
          3900-Open-Emp-History.
           EXEC SQL
               INSERT INTO Q.EMP_HIST
                   (EMPNO, FIRSTNME, LASTNAME, WORKDEPT,
                    VALID_FROM, VALID_TO, CHANGED_BY)
               SELECT EMPNO, FIRSTNME, LASTNAME, WORKDEPT,
                      :HIST-VALID-FROM, :HIST-OPEN-END,
                      :HIST-CHANGED-BY
                 FROM Q.EMP
                WHERE EMPNO = :EMPNO
           END-EXEC.
           Move 'INSERT INTO Q.EMP_HIST' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           Exit Paragraph.
          3900-Open-Emp-History-Exit.
           Exit Paragraph.
      *
          5000-Print-Totals.
           Display '------------------------------------------------'.
           Display 'DATHRLD TOTALS'.
           Display '  Extract details read. . . . : ' WS-HX-DETAILS.
           Display '  Q.EMP rows on file. . . . . : ' WS-CT-EMP-ROWS.
           Display '  New hires . . . . . . . . . : ' WS-CT-HIRES.
           Display '  Transfers . . . . . . . . . : '
               WS-CT-TRANSFERS.
           Display '  Leavers . . . . . . . . . . : ' WS-CT-LEAVERS.
           Display '  Leavers held (still MGRNO). : ' WS-CT-HELD.
           Display '  Unknown departments . . . . : '
               WS-CT-DEPT-WARN.
           evaluate true
               when WS-Load-Refused
                   Display '  LOAD REFUSED - Q.EMP NOT CHANGED: '
                       WS-REFUSE-REASON
               when WS-SQL-NOT-OK
                   Display '  LOAD FAILED - BACKED OUT'
               when other
                   Display '  Changes applied . . . . . . : '
                       WS-CT-APPLIED
                   Display '  Skipped (row changed) . . . : '
                       WS-CT-MISSED
                   Display '  Held leavers queued . . . . : '
                       WS-CT-QUEUED
           end-evaluate.
           Display '================================================'.
           Exit Paragraph.
          5000-Print-Totals-Exit.
           Exit Paragraph.
      *
          8000-Check-Sqlcode.
      * Checked after every EXEC SQL so a DB2 problem shows up as a
      * clear failure instead of a half-loaded Q.EMP.
           evaluate SQLCODE
               when 0
                   set WS-SQL-OK to true
               when 100
                   set WS-CURSOR-EOF to true
                   set WS-SQL-OK to true
               when other
                   set WS-SQL-NOT-OK to true
                   perform 8100-Write-Error-Log
                       thru 8100-Write-Error-Log-Exit
           end-evaluate.
           Exit Paragraph.
          8000-Check-Sqlcode-Exit.
           Exit Paragraph.
      *
          8100-Write-Error-Log.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           Move WS-CURRENT-TIMESTAMP to SE-TIMESTAMP.
           Move WS-SQL-STATEMENT     to SE-STATEMENT.
           Move SQLCODE              to SE-SQLCODE.
           Display 'ERROR-999: ' WS-SQL-STATEMENT
               ' FAILED, SQLCODE=' SQLCODE.
           WRITE SQLERRLG-RECORD.
           Exit Paragraph.
          8100-Write-Error-Log-Exit.
           Exit Paragraph.
