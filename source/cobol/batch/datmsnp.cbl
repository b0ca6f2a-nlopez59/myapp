       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATMSNP.
      * Period-end snapshot of the account master. Once DATAAPL has
      * applied a day's feed the population as it stood the day
      * before is gone; finance asks how many accounts a department
      * had at the end of last quarter, or which accounts closed in
      * June, and the master cannot say. This step copies ACCTMAST,
      * account for account in key order, to the work file SNAPOUT
      * in the DATMSNP layout whenever the business date DATAAPL has
      * just applied is a month-end business day on the CALENDAR
      * (CAL-MONTH-END), and the proc catalogs it as the next dated
      * ACCTSNAP generation. DATMCMP compares any two generations.
      *
      * The business date is the latest ACCTFREG feed date - the
      * feed just applied - unless MSNPPARM says otherwise. MSNPPARM
      * is optional, a KEYWORD=VALUE member the same shape as
      * DATBATCH's PARMLIB:
      *   BUSDATE=yyyymmdd   snapshot as at this date
      *   FORCE=Y            take the snapshot whatever the CALENDAR
      *                      says - a month-end missed, or an extra
      *                      snapshot finance has asked for
      *
      * RC 0 = snapshot written to SNAPOUT; RC 1 = not a month-end
      * business day, nothing written (the proc catalogs nothing);
      * RC 4 = no CALENDAR record for the date, nothing written;
      * RC 999 = ACCTMAST or SNAPOUT failure - nothing to catalog.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSNPPARM-FILE ASSIGN TO 'MSNPPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSNPPARM-STATUS.
           SELECT ACCTFREG-FILE ASSIGN TO 'ACCTFREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTFREG-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT ACCTMAST-FILE ASSIGN TO 'ACCTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT SNAPOUT-FILE  ASSIGN TO 'SNAPOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSNPPARM-FILE.
       01  MSNPPARM-RECORD          PIC X(80).

       FD  ACCTFREG-FILE.
           COPY DATFREG.

       FD  CALENDAR-FILE.
           COPY DATCALDR.

       FD  ACCTMAST-FILE.
           COPY DATACCT.

       FD  SNAPOUT-FILE.
           COPY DATMSNP.

       WORKING-STORAGE SECTION.
       01  WS-MSNPPARM-STATUS       PIC X(02).
           88  WS-MSNPPARM-OK            VALUE '00'.
           88  WS-MSNPPARM-EOF            VALUE '10'.
       01  WS-ACCTFREG-STATUS       PIC X(02).
           88  WS-ACCTFREG-OK            VALUE '00'.
           88  WS-ACCTFREG-EOF            VALUE '10'.
       01  WS-CALENDAR-STATUS       PIC X(02).
           88  WS-CALENDAR-OK            VALUE '00'.
           88  WS-CALENDAR-EOF            VALUE '10'.
       01  WS-ACCTMAST-STATUS       PIC X(02).
           88  WS-ACCTMAST-OK            VALUE '00'.
           88  WS-ACCTMAST-EOF            VALUE '10'.
       01  WS-SNAPOUT-STATUS        PIC X(02).
       01  WS-CURRENT-DATE          PIC 9(08).

       01  WS-PARM-KEYWORD          PIC X(10).
       01  WS-PARM-VALUE-TEXT       PIC X(40).
       01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01  WS-FORCE-SW              PIC X(01) VALUE 'N'.
           88  WS-Force-Snapshot          VALUE 'Y' FALSE 'N'.

       01  WS-CAL-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-Cal-Found               VALUE 'Y' FALSE 'N'.
       01  WS-CAL-MONTH-END-SW      PIC X(01) VALUE 'N'.
       01  WS-CAL-DAY-TYPE          PIC X(01) VALUE SPACE.
       01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
           88  WS-Snapshot-Failed         VALUE 'Y' FALSE 'N'.

       01  WS-CT-ACCOUNTS           PIC 9(07) VALUE ZERO.
       01  WS-CT-ACTIVE             PIC 9(07) VALUE ZERO.
       01  WS-CT-INACTIVE           PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           perform 0100-Read-Msnpparm thru 0100-Read-Msnpparm-Exit.
           perform 0200-Set-Business-Date
               thru 0200-Set-Business-Date-Exit.
           perform 0300-Read-Calendar thru 0300-Read-Calendar-Exit.
           evaluate true
               when WS-Force-Snapshot
                   Display 'DATMSNP: FORCE=Y - snapshot taken as at '
                       WS-BUSINESS-DATE
               when not WS-Cal-Found
                   Display 'WARNING-999: No CALENDAR record for '
                       WS-BUSINESS-DATE ' - no snapshot taken'
                   Move 4 to RETURN-CODE
                   STOP RUN
               when WS-CAL-MONTH-END-SW = 'Y'
                   and WS-CAL-DAY-TYPE = 'B'
                   continue
               when other
                   Display 'DATMSNP: ' WS-BUSINESS-DATE
                       ' is not a month-end business day - no'
                       ' snapshot taken'
                   Move 1 to RETURN-CODE
                   STOP RUN
           end-evaluate.
           perform 1000-Take-Snapshot thru 1000-Take-Snapshot-Exit.
           perform 2000-Print-Totals thru 2000-Print-Totals-Exit.
           if WS-Snapshot-Failed
               Move 999 to RETURN-CODE
           end-if.
           STOP RUN.
      *
          0100-Read-Msnpparm.
      * No MSNPPARM is the ordinary nightly run.
           OPEN INPUT MSNPPARM-FILE.
           if not WS-MSNPPARM-OK
               GO TO 0100-Read-Msnpparm-Exit
           end-if.
           perform 0110-Read-Msnpparm-Record
               thru 0110-Read-Msnpparm-Record-Exit
               until WS-MSNPPARM-EOF.
           CLOSE MSNPPARM-FILE.
           Exit Paragraph.
          0100-Read-Msnpparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Msnpparm-Record.
           READ MSNPPARM-FILE
               AT END set WS-MSNPPARM-EOF to true
               NOT AT END
                   perform 0120-Apply-Msnpparm-Keyword
                       thru 0120-Apply-Msnpparm-Keyword-Exit
           end-read.
           Exit Paragraph.
          0110-Read-Msnpparm-Record-Exit.
           Exit Paragraph.
      *
          0120-Apply-Msnpparm-Keyword.
           Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT.
           UNSTRING MSNPPARM-RECORD DELIMITED BY '='
               INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT.
           evaluate WS-PARM-KEYWORD
               when 'BUSDATE'
                   if WS-PARM-VALUE-TEXT(1:8) numeric
                       Move WS-PARM-VALUE-TEXT(1:8)
                         to WS-BUSINESS-DATE
                   else
                       Display 'WARNING-999: MSNPPARM BUSDATE not'
                           ' yyyymmdd - ignored: ' WS-PARM-VALUE-TEXT
                   end-if
               when 'FORCE'
                   if WS-PARM-VALUE-TEXT(1:1) = 'Y'
                       set WS-Force-Snapshot to true
                   end-if
               when SPACES
                   continue
               when other
                   Display 'DATMSNP: Ignoring unknown MSNPPARM'
                       ' keyword ' WS-PARM-KEYWORD
           end-evaluate.
           Exit Paragraph.
          0120-Apply-Msnpparm-Keyword-Exit.
           Exit Paragraph.
      *
          0200-Set-Business-Date.
      * The feed DATAAPL has just applied is the latest on the
      * ACCTFREG register.
           if WS-BUSINESS-DATE not = ZERO
               GO TO 0200-Set-Business-Date-Exit
           end-if.
           OPEN INPUT ACCTFREG-FILE.
           if WS-ACCTFREG-OK
               perform 0210-Read-Register
                   thru 0210-Read-Register-Exit
                   until WS-ACCTFREG-EOF
               CLOSE ACCTFREG-FILE
           end-if.
           if WS-BUSINESS-DATE = ZERO
               Move WS-CURRENT-DATE to WS-BUSINESS-DATE
               Display 'DATMSNP: No ACCTFREG feed date - using'
                   ' today ' WS-BUSINESS-DATE
           end-if.
           Exit Paragraph.
          0200-Set-Business-Date-Exit.
           Exit Paragraph.
      *
          0210-Read-Register.
           READ ACCTFREG-FILE
               AT END set WS-ACCTFREG-EOF to true
               NOT AT END
                   if FR-FEED-DATE numeric
                       and FR-FEED-DATE > WS-BUSINESS-DATE
                       Move FR-FEED-DATE to WS-BUSINESS-DATE
                   end-if
           end-read.
           Exit Paragraph.
          0210-Read-Register-Exit.
           Exit Paragraph.
      *
          0300-Read-Calendar.
           set WS-Cal-Found to false.
           OPEN INPUT CALENDAR-FILE.
           if WS-CALENDAR-OK
               perform 0310-Read-One-Day thru 0310-Read-One-Day-Exit
                   until WS-CALENDAR-EOF or WS-Cal-Found
               CLOSE CALENDAR-FILE
           end-if.
           Exit Paragraph.
          0300-Read-Calendar-Exit.
           Exit Paragraph.
      *
          0310-Read-One-Day.
           READ CALENDAR-FILE
               AT END set WS-CALENDAR-EOF to true
               NOT AT END
                   if CAL-DATE = WS-BUSINESS-DATE
                       set WS-Cal-Found to true
                       Move CAL-MONTH-END-SW to WS-CAL-MONTH-END-SW
                       Move CAL-DAY-TYPE     to WS-CAL-DAY-TYPE
                   end-if
           end-read.
           Exit Paragraph.
          0310-Read-One-Day-Exit.
           Exit Paragraph.
      *
          1000-Take-Snapshot.
           OPEN INPUT ACCTMAST-FILE.
           if not WS-ACCTMAST-OK
               Display 'ERROR-999: Unable to open ACCTMAST status='
                   WS-ACCTMAST-STATUS
               set WS-Snapshot-Failed to true
               GO TO 1000-Take-Snapshot-Exit
           end-if.
           OPEN OUTPUT SNAPOUT-FILE.
           if WS-SNAPOUT-STATUS not = '00'
               Display 'ERROR-999: Unable to open SNAPOUT status='
                   WS-SNAPOUT-STATUS
               set WS-Snapshot-Failed to true
               CLOSE ACCTMAST-FILE
               GO TO 1000-Take-Snapshot-Exit
           end-if.
           perform 1100-Snap-One-Account
               thru 1100-Snap-One-Account-Exit
               until WS-ACCTMAST-EOF or WS-Snapshot-Failed.
           CLOSE ACCTMAST-FILE.
           CLOSE SNAPOUT-FILE.
           Exit Paragraph.
          1000-Take-Snapshot-Exit.
           Exit Paragraph.
      *
          1100-Snap-One-Account.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   set WS-ACCTMAST-EOF to true
                   GO TO 1100-Snap-One-Account-Exit
           end-read.
           if not WS-ACCTMAST-OK
               Display 'ERROR-999: ACCTMAST read failed status='
                   WS-ACCTMAST-STATUS
               set WS-Snapshot-Failed to true
               GO TO 1100-Snap-One-Account-Exit
           end-if.
           Move WS-BUSINESS-DATE to MS-SNAP-DATE.
           Move ACCTRANGE-RECORD(1:63) to MS-ACCOUNT-IMAGE.
           WRITE ACCTSNAP-RECORD.
           if WS-SNAPOUT-STATUS not = '00'
               Display 'ERROR-999: SNAPOUT write failed status='
                   WS-SNAPOUT-STATUS ' account ' ACCT-NUMBER
               set WS-Snapshot-Failed to true
               GO TO 1100-Snap-One-Account-Exit
           end-if.
           add 1 to WS-CT-ACCOUNTS.
           if ACCT-INACTIVE
               add 1 to WS-CT-INACTIVE
           else
               add 1 to WS-CT-ACTIVE
           end-if.
           Exit Paragraph.
          1100-Snap-One-Account-Exit.
           Exit Paragraph.
      *
          2000-Print-Totals.
           Display '-------------------------------------------'.
           Display 'DATMSNP ACCOUNT-MASTER SNAPSHOT TOTALS'.
           Display '  Snapshot as at . . . . . . . : '
               WS-BUSINESS-DATE.
           Display '  Accounts written . . . . . . : '
               WS-CT-ACCOUNTS.
           Display '    Active. . . . . . . . . . . : '
               WS-CT-ACTIVE.
           Display '    Inactive. . . . . . . . . . : '
               WS-CT-INACTIVE.
           if WS-Snapshot-Failed
               Display '  SNAPSHOT FAILED - NOT CATALOGED'
           end-if.
           Display '-------------------------------------------'.
           Exit Paragraph.
          2000-Print-Totals-Exit.
           Exit Paragraph.
