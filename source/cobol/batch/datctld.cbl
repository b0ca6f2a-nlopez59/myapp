       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATCTLD.
      * Finance control-figure load. CTLFIG used to be keyed by hand
      * from the spreadsheet finance emails over, and a mistyped
      * expected total surfaced as a RULE25 925 hard break that took
      * an hour to trace back to the typo. Finance now sends the
      * figures as a pipe-delimited CTLFEED file:
      *
      *   H|CTLFIG|yyyymmdd                 business date
      *   D|ddd|count|total|tolerance|curr  one per department
      *   T|nnnnnnn                         count of D records
      *
      * Amounts are unsigned digits with an optional point and two
      * decimals (1234567.89 or 1234567); the current-balance total
      * may be left empty, or lead with '-'. Each detail is checked
      * - department three digits and on Q.ORG, every amount
      * numeric, the department not given twice (both lines are
      * rejected: which one finance meant is their call) - and
      * CTLFIG (the DATCTLF layout) is rebuilt from the accepted
      * details, stamped with the feed's business date so RULE25 can
      * tell a CTLFIG left over from an earlier day.
      *
      * The feed is refused outright, CTLFIG left as it was, when it
      * has no header or trailer, the trailer count does not balance,
      * it carries more than 100 departments, or not one detail is
      * accepted. Either way CTLACK goes back to finance:
      *
      *   H|CTLACK|yyyymmdd|load timestamp
      *   A|ddd|ACCEPTED                    loaded to CTLFIG
      *   R|ddd|reason                      rejected - resend it
      *   T|accepted|rejected|LOADED or REFUSED - reason
      *
      * A refused feed acknowledges only its rejects - nothing was
      * loaded, and the whole corrected feed is to be resent.
      *
      * A loaded CTLFIG is stamped ready for its business date on
      * DATARDY (see DATARDY); DATBATCH holds RULE25 back until it is.
      *
      * RC 0 = loaded; RC 4 = loaded with rejects; RC 12 = refused;
      * RC 999 = DB2 or CTLFIG failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFEED-FILE  ASSIGN TO 'CTLFEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFEED-STATUS.
           SELECT CTLFIG-FILE   ASSIGN TO 'CTLFIG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFIG-STATUS.
           SELECT CTLACK-FILE   ASSIGN TO 'CTLACK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLACK-STATUS.
           SELECT DATARDY-FILE  ASSIGN TO 'DATARDY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATARDY-STATUS.
           SELECT SQLERRLG-FILE ASSIGN TO 'SQLERRLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQLERRLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLFEED-FILE.
       01  CTLFEED-RECORD           PIC X(120).

       FD  CTLFIG-FILE.
           COPY DATCTLF.

       FD  CTLACK-FILE.
       01  CTLACK-RECORD            PIC X(80).

       FD  DATARDY-FILE.
           COPY DATARDY.

       FD  SQLERRLG-FILE.
           COPY SQLERRLG.

       WORKING-STORAGE SECTION.
       01  WS-CTLFEED-STATUS        PIC X(02).
           88  WS-CTLFEED-OK             VALUE '00'.
           88  WS-CTLFEED-EOF             VALUE '10'.
       01  WS-CTLFIG-STATUS         PIC X(02).
           88  WS-CTLFIG-OK              VALUE '00'.
       01  WS-CTLACK-STATUS         PIC X(02).
           88  WS-CTLACK-OK              VALUE '00'.
       01  WS-DATARDY-STATUS        PIC X(02).
       01  WS-SQLERRLG-STATUS       PIC X(02).
       01  WS-SQL-STATEMENT         PIC X(30).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-LOAD-STAMP            PIC X(14).

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
       01  WS-CTLFIG-FAILED-SW      PIC X(01) VALUE 'N'.
           88  WS-Ctlfig-Failed           VALUE 'Y' FALSE 'N'.

       01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01  WS-TRAILER-COUNT         PIC 9(07) VALUE ZERO.

      * One feed record split at the pipes.
       01  WS-FEED-FIELDS.
           05  WS-FLD OCCURS 6 TIMES     PIC X(20).
       01  WS-FLD-COUNT             PIC 9(04) COMP VALUE ZERO.

      * Amount parse - WS-AMT-TEXT in, WS-AMT-VALUE out, with the
      * digit counts left behind for the caller's range checks.
       01  WS-AMT-TEXT              PIC X(20).
       01  WS-AMT-WORK              PIC X(20).
       01  WS-AMT-INT               PIC X(20).
       01  WS-AMT-DEC               PIC X(20).
       01  WS-AMT-DELIM             PIC X(01).
       01  WS-AMT-INT-LEN           PIC 9(04) COMP VALUE ZERO.
       01  WS-AMT-DEC-LEN           PIC 9(04) COMP VALUE ZERO.
       01  WS-AMT-START             PIC 9(04) COMP VALUE ZERO.
       01  WS-AMT-DIGITS            PIC X(13).
       01  WS-AMT-NUMBER REDEFINES WS-AMT-DIGITS
                                    PIC 9(11)V99.
       01  WS-AMT-VALUE             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-AMT-OK-SW             PIC X(01) VALUE 'N'.
           88  WS-Amt-Ok                  VALUE 'Y' FALSE 'N'.
       01  WS-AMT-NEG-SW            PIC X(01) VALUE 'N'.
           88  WS-Amt-Negative            VALUE 'Y' FALSE 'N'.

      * Every detail on the feed, in feed order, so a department
      * found twice can reject its earlier line too before anything
      * is written.
       01  WS-FEED-TABLE.
           05  WS-FT-ENTRY OCCURS 100 TIMES
                                 INDEXED BY FT-IDX.
               10  WS-FT-DEPT-TEXT      PIC X(10).
               10  WS-FT-DEPT           PIC X(03).
               10  WS-FT-STATUS         PIC X(01).
                   88  WS-FT-Accepted        VALUE 'A'.
                   88  WS-FT-Rejected        VALUE 'R'.
               10  WS-FT-REASON         PIC X(30).
               10  WS-FT-EXP-COUNT      PIC 9(07).
               10  WS-FT-EXP-TOTAL      PIC 9(11)V99.
               10  WS-FT-TOLERANCE      PIC 9(07)V99.
               10  WS-FT-EXP-CURR       PIC S9(11)V99 COMP-3.
               10  WS-FT-CURR-GIVEN-SW  PIC X(01).
                   88  WS-FT-Curr-Given      VALUE 'Y'.
       01  WS-FT-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-WORK-IDX              PIC 9(04) COMP VALUE ZERO.
       01  WS-DUP-SW                PIC X(01) VALUE 'N'.
           88  WS-Dup-Found               VALUE 'Y' FALSE 'N'.

       01  WS-CHK-DEPT-N            PIC 9(03).
       01  WS-CHK-DEPT              PIC S9(04) COMP.
       01  WS-ORG-COUNT             PIC S9(09) COMP.

       01  WS-ACK-COUNT-EDIT        PIC 9(07).
       01  WS-ACK-REJECT-EDIT       PIC 9(07).
       01  WS-TOTAL-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-CT-RECORDS            PIC 9(07) VALUE ZERO.
       01  WS-CT-DETAILS            PIC 9(07) VALUE ZERO.
       01  WS-CT-ACCEPTED           PIC 9(07) VALUE ZERO.
       01  WS-CT-REJECTED           PIC 9(07) VALUE ZERO.
       01  WS-CT-WRITTEN            PIC 9(07) VALUE ZERO.

           EXEC SQL INCLUDE SQLCA   END-EXEC.

       PROCEDURE DIVISION.
          0000-Mainline.
           OPEN EXTEND SQLERRLG-FILE.
           if WS-SQLERRLG-STATUS not = '00'
               and WS-SQLERRLG-STATUS not = '05'
               OPEN OUTPUT SQLERRLG-FILE
           end-if.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           Move WS-CURRENT-DATE to WS-LOAD-STAMP(1:8).
           Move WS-CURRENT-TIME(1:6) to WS-LOAD-STAMP(9:6).
           Display '================================================'.
           Display 'DATCTLD - Finance Control-Figure Load'.
           Display '================================================'.
           perform 1000-Read-Feed thru 1000-Read-Feed-Exit.
           if not WS-Load-Refused and WS-SQL-OK
               and WS-CT-ACCEPTED = ZERO
               Move 'NO DEPARTMENT ACCEPTED' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
           end-if.
           if not WS-Load-Refused and WS-SQL-OK
               perform 3000-Write-Ctlfig thru 3000-Write-Ctlfig-Exit
               if not WS-Ctlfig-Failed
                   perform 3500-Stamp-Ready thru 3500-Stamp-Ready-Exit
               end-if
           end-if.
      * A DB2 failure is ours to rerun, not finance's to resend -
      * no acknowledgement goes back.
           if WS-SQL-OK
               perform 4000-Write-Ack thru 4000-Write-Ack-Exit
           end-if.
           perform 5000-Print-Totals thru 5000-Print-Totals-Exit.
           CLOSE SQLERRLG-FILE.
           evaluate true
               when WS-Load-Refused
                   continue
               when WS-SQL-NOT-OK or WS-Ctlfig-Failed
                   Move 999 to RETURN-CODE
               when WS-CT-REJECTED > 0
                   Move 4 to RETURN-CODE
               when other
                   continue
           end-evaluate.
           STOP RUN.
      *
          1000-Read-Feed.
           OPEN INPUT CTLFEED-FILE.
           if not WS-CTLFEED-OK
               Display 'ERROR-999: Unable to open CTLFEED status='
                   WS-CTLFEED-STATUS
               Move 'FEED WILL NOT OPEN' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1000-Read-Feed-Exit
           end-if.
           perform 1100-Read-One-Record
               thru 1100-Read-One-Record-Exit
               until WS-CTLFEED-EOF or WS-Load-Refused
                  or WS-SQL-NOT-OK.
           CLOSE CTLFEED-FILE.
           if WS-Load-Refused or WS-SQL-NOT-OK
               GO TO 1000-Read-Feed-Exit
           end-if.
           if not WS-Header-Seen
               Move 'NO HEADER RECORD' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1000-Read-Feed-Exit
           end-if.
           if not WS-Trailer-Seen
               Move 'NO TRAILER RECORD' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1000-Read-Feed-Exit
           end-if.
           if WS-CT-DETAILS not = WS-TRAILER-COUNT
               Display '  Trailer count : ' WS-TRAILER-COUNT
                   '  details read : ' WS-CT-DETAILS
               Move 'TRAILER COUNT DOES NOT BALANCE'
                 to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
           end-if.
           Exit Paragraph.
          1000-Read-Feed-Exit.
           Exit Paragraph.
      *
          1100-Read-One-Record.
           READ CTLFEED-FILE
               AT END set WS-CTLFEED-EOF to true
                   GO TO 1100-Read-One-Record-Exit
           end-read.
           add 1 to WS-CT-RECORDS.
           if CTLFEED-RECORD = SPACES
               GO TO 1100-Read-One-Record-Exit
           end-if.
           Move SPACES to WS-FEED-FIELDS.
           Move ZERO to WS-FLD-COUNT.
           UNSTRING CTLFEED-RECORD DELIMITED BY '|'
               INTO WS-FLD(1) WS-FLD(2) WS-FLD(3)
                    WS-FLD(4) WS-FLD(5) WS-FLD(6)
               TALLYING IN WS-FLD-COUNT
           END-UNSTRING.
           if WS-Trailer-Seen
               Move 'RECORDS FOLLOW THE TRAILER' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1100-Read-One-Record-Exit
           end-if.
           evaluate WS-FLD(1)
               when 'H'
                   perform 1150-Check-Header
                       thru 1150-Check-Header-Exit
               when 'D'
                   if not WS-Header-Seen
                       Move 'NO HEADER RECORD' to WS-REFUSE-REASON
                       perform 1900-Refuse-Load
                           thru 1900-Refuse-Load-Exit
                   else
                       perform 1200-Check-Detail
                           thru 1200-Check-Detail-Exit
                   end-if
               when 'T'
                   perform 1170-Check-Trailer
                       thru 1170-Check-Trailer-Exit
               when other
                   Move 'UNKNOWN RECORD TYPE ON FEED'
                     to WS-REFUSE-REASON
                   perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
           end-evaluate.
           Exit Paragraph.
          1100-Read-One-Record-Exit.
           Exit Paragraph.
      *
          1150-Check-Header.
           if WS-Header-Seen
               Move 'SECOND HEADER RECORD' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1150-Check-Header-Exit
           end-if.
           if WS-FLD(2) not = 'CTLFIG'
               or WS-FLD(3)(1:8) not numeric
               or WS-FLD(3)(9:12) not = SPACES
               Move 'HEADER IS NOT H|CTLFIG|YYYYMMDD'
                 to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1150-Check-Header-Exit
           end-if.
           set WS-Header-Seen to true.
           Move WS-FLD(3)(1:8) to WS-BUSINESS-DATE.
           Display 'Control figures for business date '
               WS-BUSINESS-DATE.
           Exit Paragraph.
          1150-Check-Header-Exit.
           Exit Paragraph.
      *
          1170-Check-Trailer.
           if not WS-Header-Seen
               Move 'NO HEADER RECORD' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1170-Check-Trailer-Exit
           end-if.
           Move WS-FLD(2) to WS-AMT-TEXT.
           perform 2500-Parse-Amount thru 2500-Parse-Amount-Exit.
           if not WS-Amt-Ok or WS-Amt-Negative
               or WS-AMT-DEC-LEN > 0 or WS-AMT-INT-LEN > 7
               Move 'TRAILER COUNT IS NOT NUMERIC' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1170-Check-Trailer-Exit
           end-if.
           Move WS-AMT-VALUE to WS-TRAILER-COUNT.
           set WS-Trailer-Seen to true.
           Exit Paragraph.
          1170-Check-Trailer-Exit.
           Exit Paragraph.
      *
          1200-Check-Detail.
           add 1 to WS-CT-DETAILS.
      * RULE25 holds 100 departments - a feed beyond that is not one
      * it could reconcile.
           if WS-FT-COUNT >= 100
               Move 'MORE THAN 100 DEPARTMENTS' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1200-Check-Detail-Exit
           end-if.
           add 1 to WS-FT-COUNT.
           set FT-IDX to WS-FT-COUNT.
           Move WS-FLD(2)(1:10) to WS-FT-DEPT-TEXT(FT-IDX).
           Move SPACES to WS-FT-DEPT(FT-IDX) WS-FT-REASON(FT-IDX).
           Move 'A' to WS-FT-STATUS(FT-IDX).
           Move ZERO to WS-FT-EXP-COUNT(FT-IDX)
                        WS-FT-EXP-TOTAL(FT-IDX)
                        WS-FT-TOLERANCE(FT-IDX)
                        WS-FT-EXP-CURR(FT-IDX).
           Move 'N' to WS-FT-CURR-GIVEN-SW(FT-IDX).
           if WS-FLD-COUNT < 5
               Move 'TOO FEW FIELDS' to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           if WS-FLD(2)(1:3) not numeric
               or WS-FLD(2)(4:17) not = SPACES
               Move 'DEPARTMENT IS NOT 3 DIGITS'
                 to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           Move WS-FLD(2)(1:3) to WS-FT-DEPT(FT-IDX).
           perform 1300-Check-Duplicate thru 1300-Check-Duplicate-Exit.
           if WS-Dup-Found
               Move 'DUPLICATE DEPARTMENT ON FEED'
                 to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           perform 1400-Check-Org thru 1400-Check-Org-Exit.
           if WS-SQL-NOT-OK
               GO TO 1200-Check-Detail-Exit
           end-if.
           if WS-ORG-COUNT = ZERO
               Move 'DEPARTMENT NOT ON Q.ORG' to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           Move WS-FLD(3) to WS-AMT-TEXT.
           perform 2500-Parse-Amount thru 2500-Parse-Amount-Exit.
           if not WS-Amt-Ok or WS-Amt-Negative
               or WS-AMT-DEC-LEN > 0 or WS-AMT-INT-LEN > 7
               Move 'ACCOUNT COUNT NOT NUMERIC' to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           Move WS-AMT-VALUE to WS-FT-EXP-COUNT(FT-IDX).
           Move WS-FLD(4) to WS-AMT-TEXT.
           perform 2500-Parse-Amount thru 2500-Parse-Amount-Exit.
           if not WS-Amt-Ok or WS-Amt-Negative
               Move 'EXPECTED TOTAL NOT NUMERIC'
                 to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           Move WS-AMT-VALUE to WS-FT-EXP-TOTAL(FT-IDX).
           Move WS-FLD(5) to WS-AMT-TEXT.
           perform 2500-Parse-Amount thru 2500-Parse-Amount-Exit.
           if not WS-Amt-Ok or WS-Amt-Negative
               or WS-AMT-INT-LEN > 7
               Move 'TOLERANCE NOT NUMERIC' to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           Move WS-AMT-VALUE to WS-FT-TOLERANCE(FT-IDX).
           if WS-FLD(6) = SPACES
               GO TO 1200-Accept
           end-if.
           Move WS-FLD(6) to WS-AMT-TEXT.
           perform 2500-Parse-Amount thru 2500-Parse-Amount-Exit.
           if not WS-Amt-Ok
               Move 'CURRENT TOTAL NOT NUMERIC' to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           Move WS-AMT-VALUE to WS-FT-EXP-CURR(FT-IDX).
           Move 'Y' to WS-FT-CURR-GIVEN-SW(FT-IDX).
          1200-Accept.
           add 1 to WS-CT-ACCEPTED.
           GO TO 1200-Check-Detail-Exit.
          1200-Reject.
           Move 'R' to WS-FT-STATUS(FT-IDX).
           add 1 to WS-CT-REJECTED.
           Exit Paragraph.
          1200-Check-Detail-Exit.
           Exit Paragraph.
      *
          1300-Check-Duplicate.
      * Every earlier line for the same department is pulled back
      * out along with this one.
           set WS-Dup-Found to false.
           perform 1310-Check-One-Earlier
               thru 1310-Check-One-Earlier-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX >= WS-FT-COUNT.
           Exit Paragraph.
          1300-Check-Duplicate-Exit.
           Exit Paragraph.
      *
          1310-Check-One-Earlier.
           if WS-FT-DEPT(WS-WORK-IDX) not = WS-FT-DEPT(FT-IDX)
               GO TO 1310-Check-One-Earlier-Exit
           end-if.
           set WS-Dup-Found to true.
           if WS-FT-Accepted(WS-WORK-IDX)
               Move 'R' to WS-FT-STATUS(WS-WORK-IDX)
               Move 'DUPLICATE DEPARTMENT ON FEED'
                 to WS-FT-REASON(WS-WORK-IDX)
               subtract 1 from WS-CT-ACCEPTED
               add 1 to WS-CT-REJECTED
           end-if.
           Exit Paragraph.
          1310-Check-One-Earlier-Exit.
           Exit Paragraph.
      *
          1400-Check-Org.
           Move WS-FT-DEPT(FT-IDX) to WS-CHK-DEPT-N.
           Move WS-CHK-DEPT-N to WS-CHK-DEPT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ORG-COUNT
                 FROM Q.ORG
                WHERE DEPTNUMB = :WS-CHK-DEPT
           END-EXEC.
           Move 'SELECT COUNT Q.ORG' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           Exit Paragraph.
          1400-Check-Org-Exit.
           Exit Paragraph.
      *
          1900-Refuse-Load.
      * RC 12 is the refused-to-start code, as in DATBATCH and
      * DATAAPL - CTLFIG has not been touched.
           set WS-Load-Refused to true.
           Move 12 to RETURN-CODE.
           Display 'ERROR-999: Control-figure feed refused - '
               WS-REFUSE-REASON.
           Exit Paragraph.
          1900-Refuse-Load-Exit.
           Exit Paragraph.
      *
          2500-Parse-Amount.
      * Digits, an optional point and exactly two decimals, an
      * optional leading '-'; anything else leaves WS-Amt-Ok false.
           set WS-Amt-Ok to false.
           set WS-Amt-Negative to false.
           Move ZERO to WS-AMT-VALUE.
           Move WS-AMT-TEXT to WS-AMT-WORK.
           if WS-AMT-TEXT(1:1) = '-'
               set WS-Amt-Negative to true
               Move WS-AMT-TEXT(2:19) to WS-AMT-WORK
           end-if.
           Move SPACES to WS-AMT-INT WS-AMT-DEC WS-AMT-DELIM.
           Move ZERO to WS-AMT-INT-LEN WS-AMT-DEC-LEN.
           UNSTRING WS-AMT-WORK DELIMITED BY '.' OR ALL SPACE
               INTO WS-AMT-INT DELIMITER IN WS-AMT-DELIM
                                COUNT IN WS-AMT-INT-LEN
                    WS-AMT-DEC  COUNT IN WS-AMT-DEC-LEN
               ON OVERFLOW
                   GO TO 2500-Parse-Amount-Exit
           END-UNSTRING.
           if WS-AMT-INT-LEN = ZERO or WS-AMT-INT-LEN > 11
               GO TO 2500-Parse-Amount-Exit
           end-if.
           if WS-AMT-INT(1:WS-AMT-INT-LEN) not numeric
               GO TO 2500-Parse-Amount-Exit
           end-if.
           evaluate true
               when WS-AMT-DEC-LEN = ZERO
                   continue
               when WS-AMT-DELIM not = '.'
                   GO TO 2500-Parse-Amount-Exit
               when WS-AMT-DEC-LEN not = 2
                   GO TO 2500-Parse-Amount-Exit
               when WS-AMT-DEC(1:2) not numeric
                   GO TO 2500-Parse-Amount-Exit
           end-evaluate.
           Move ZEROS to WS-AMT-DIGITS.
           compute WS-AMT-START = 12 - WS-AMT-INT-LEN.
           Move WS-AMT-INT(1:WS-AMT-INT-LEN)
             to WS-AMT-DIGITS(WS-AMT-START:WS-AMT-INT-LEN).
           if WS-AMT-DEC-LEN = 2
               Move WS-AMT-DEC(1:2) to WS-AMT-DIGITS(12:2)
           end-if.
           Move WS-AMT-NUMBER to WS-AMT-VALUE.
           if WS-Amt-Negative
               compute WS-AMT-VALUE = 0 - WS-AMT-VALUE
           end-if.
           set WS-Amt-Ok to true.
           Exit Paragraph.
          2500-Parse-Amount-Exit.
           Exit Paragraph.
      *
          3000-Write-Ctlfig.
           OPEN OUTPUT CTLFIG-FILE.
           if not WS-CTLFIG-OK
               Display 'ERROR-999: Unable to open CTLFIG status='
                   WS-CTLFIG-STATUS
               set WS-Ctlfig-Failed to true
               GO TO 3000-Write-Ctlfig-Exit
           end-if.
           perform 3100-Write-One-Figure
               thru 3100-Write-One-Figure-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX > WS-FT-COUNT.
           CLOSE CTLFIG-FILE.
           Exit Paragraph.
          3000-Write-Ctlfig-Exit.
           Exit Paragraph.
      *
          3100-Write-One-Figure.
           set FT-IDX to WS-WORK-IDX.
           if not WS-FT-Accepted(FT-IDX)
               GO TO 3100-Write-One-Figure-Exit
           end-if.
      * A blank current-balance figure is how RULE25 knows finance
      * gave none.
           Move SPACES to CTLFIG-RECORD.
           Move WS-FT-DEPT(FT-IDX)      to CF-DEPT.
           Move WS-FT-EXP-COUNT(FT-IDX) to CF-EXPECTED-COUNT.
           Move WS-FT-EXP-TOTAL(FT-IDX) to CF-EXPECTED-TOTAL.
           Move WS-FT-TOLERANCE(FT-IDX) to CF-TOLERANCE.
           if WS-FT-Curr-Given(FT-IDX)
               Move WS-FT-EXP-CURR(FT-IDX) to CF-EXPECTED-CURR-TOTAL
           end-if.
           Move WS-BUSINESS-DATE        to CF-BUSINESS-DATE.
           WRITE CTLFIG-RECORD.
           if not WS-CTLFIG-OK
               Display 'ERROR-999: CTLFIG write failed status='
                   WS-CTLFIG-STATUS ' dept ' WS-FT-DEPT(FT-IDX)
               set WS-Ctlfig-Failed to true
           else
               add 1 to WS-CT-WRITTEN
           end-if.
           Exit Paragraph.
          3100-Write-One-Figure-Exit.
           Exit Paragraph.
      *
          3500-Stamp-Ready.
           OPEN EXTEND DATARDY-FILE.
           if WS-DATARDY-STATUS not = '00'
               and WS-DATARDY-STATUS not = '05'
               OPEN OUTPUT DATARDY-FILE
           end-if.
           if WS-DATARDY-STATUS not = '00'
               Display 'WARNING-999: DATARDY not written status='
                   WS-DATARDY-STATUS ' - RULE25 will be held back'
                   ' tonight'
               GO TO 3500-Stamp-Ready-Exit
           end-if.
           Move SPACES           to DATARDY-RECORD.
           Move 'CTLFIG'         to DR-DATASET.
           Move WS-BUSINESS-DATE to DR-BUSINESS-DATE.
           Move 'DATCTLD'        to DR-PRODUCER.
           Move WS-LOAD-STAMP    to DR-STAMPED-TS.
           WRITE DATARDY-RECORD.
           CLOSE DATARDY-FILE.
           Exit Paragraph.
          3500-Stamp-Ready-Exit.
           Exit Paragraph.
      *
          4000-Write-Ack.
           Display 'DEPARTMENT DETAIL'.
           OPEN OUTPUT CTLACK-FILE.
           if not WS-CTLACK-OK
               Display 'WARNING-999: CTLACK not written status='
                   WS-CTLACK-STATUS ' - tell finance by hand'
           end-if.
           Move SPACES to CTLACK-RECORD.
           STRING 'H|CTLACK|' WS-BUSINESS-DATE '|' WS-LOAD-STAMP
               DELIMITED BY SIZE INTO CTLACK-RECORD.
           perform 4200-Put-Ack thru 4200-Put-Ack-Exit.
           perform 4100-Ack-One-Detail
               thru 4100-Ack-One-Detail-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX > WS-FT-COUNT.
           Move WS-CT-REJECTED to WS-ACK-REJECT-EDIT.
           Move SPACES to CTLACK-RECORD.
           evaluate true
               when WS-Load-Refused
                   Move ZERO to WS-ACK-COUNT-EDIT
                   STRING 'T|' WS-ACK-COUNT-EDIT
                          '|' WS-ACK-REJECT-EDIT
                          '|REFUSED - ' WS-REFUSE-REASON
                       DELIMITED BY SIZE INTO CTLACK-RECORD
               when WS-Ctlfig-Failed
                   Move ZERO to WS-ACK-COUNT-EDIT
                   STRING 'T|' WS-ACK-COUNT-EDIT
                          '|' WS-ACK-REJECT-EDIT
                          '|REFUSED - NOT LOADED, BEING RERUN'
                       DELIMITED BY SIZE INTO CTLACK-RECORD
               when other
                   Move WS-CT-ACCEPTED to WS-ACK-COUNT-EDIT
                   STRING 'T|' WS-ACK-COUNT-EDIT
                          '|' WS-ACK-REJECT-EDIT
                          '|LOADED'
                       DELIMITED BY SIZE INTO CTLACK-RECORD
           end-evaluate.
           perform 4200-Put-Ack thru 4200-Put-Ack-Exit.
           if WS-CTLACK-OK
               CLOSE CTLACK-FILE
           end-if.
           Exit Paragraph.
          4000-Write-Ack-Exit.
           Exit Paragraph.
      *
          4100-Ack-One-Detail.
           set FT-IDX to WS-WORK-IDX.
           Move SPACES to CTLACK-RECORD.
           if WS-FT-Accepted(FT-IDX)
               Move WS-FT-EXP-TOTAL(FT-IDX) to WS-TOTAL-EDIT
               Display '  ' WS-FT-DEPT(FT-IDX) '  ACCEPTED  count '
                   WS-FT-EXP-COUNT(FT-IDX) '  total ' WS-TOTAL-EDIT
               if WS-Load-Refused or WS-Ctlfig-Failed
                   GO TO 4100-Ack-One-Detail-Exit
               end-if
               STRING 'A|' WS-FT-DEPT(FT-IDX) '|ACCEPTED'
                   DELIMITED BY SIZE INTO CTLACK-RECORD
           else
               Display '  ' WS-FT-DEPT-TEXT(FT-IDX) '  REJECTED  '
                   WS-FT-REASON(FT-IDX)
               STRING 'R|' DELIMITED BY SIZE
                      WS-FT-DEPT-TEXT(FT-IDX) DELIMITED BY SPACE
                      '|' WS-FT-REASON(FT-IDX) DELIMITED BY SIZE
                   INTO CTLACK-RECORD
           end-if.
           perform 4200-Put-Ack thru 4200-Put-Ack-Exit.
           Exit Paragraph.
          4100-Ack-One-Detail-Exit.
           Exit Paragraph.
      *
          4200-Put-Ack.
           if WS-CTLACK-OK
               WRITE CTLACK-RECORD
           end-if.
           Exit Paragraph.
          4200-Put-Ack-Exit.
           Exit Paragraph.
      *
          5000-Print-Totals.
           Display '------------------------------------------------'.
           Display 'DATCTLD TOTALS'.
           Display '  Business date . . . . . . . : ' WS-BUSINESS-DATE.
           Display '  Feed records read . . . . . : ' WS-CT-RECORDS.
           Display '  Department details. . . . . : ' WS-CT-DETAILS.
           Display '  Accepted. . . . . . . . . . : ' WS-CT-ACCEPTED.
           Display '  Rejected. . . . . . . . . . : ' WS-CT-REJECTED.
           evaluate true
               when WS-Load-Refused
                   Display '  FEED REFUSED - CTLFIG NOT CHANGED: '
                       WS-REFUSE-REASON
               when WS-SQL-NOT-OK
                   Display '  LOAD FAILED - CTLFIG NOT CHANGED'
               when WS-Ctlfig-Failed
                   Display '  CTLFIG WRITE FAILED - RERUN THE LOAD'
               when other
                   Display '  CTLFIG records written . . : '
                       WS-CT-WRITTEN
           end-evaluate.
           Display '================================================'.
           Exit Paragraph.
          5000-Print-Totals-Exit.
           Exit Paragraph.
      *
          8000-Check-Sqlcode.
      * Checked after every EXEC SQL so a DB2 problem shows up as a
      * clear failure instead of departments rejected in error.
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
