       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATCAGR.
      * Weekly exception-case aging report, from the EXCPCASE case
      * file DATCASE maintains each night (see EXCPCASE) - so "new
      * this week" stands out from the long-standing backlog instead
      * of both arriving as the same pile of EXCPDTL rows:
      *
      *   NEW THIS WEEK      open cases opened in the last seven days,
      *                      BACK where a closed finding has returned
      *   BACKLOG            open cases opened before that, in rule
      *                      and record-key order, with their age in
      *                      days and the nights reported
      *   CLOSED THIS WEEK   cases that closed in the last seven days
      *                      - the fixes that worked
      *   AGE BY RULE        open cases per rule by age since first
      *                      seen: 0-7, 8-30, 31-90 and over 90 days
      *
      * Driven by CAGEPARM (optional, same KEYWORD=VALUE shape as
      * DATBATCH's PARMLIB):
      *   DATE=yyyymmdd    report as of this date (defaults to today)
      *
      * RC 0 = no open case older than 90 days; RC 4 = open cases
      * over 90 days listed; RC 999 = EXCPCASE could not be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAGEPARM-FILE  ASSIGN TO 'CAGEPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAGEPARM-STATUS.
      * EXCPCASE is the case KSDS, read front to back once per
      * section.
           SELECT EXCPCASE-FILE  ASSIGN TO 'EXCPCASE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XC-KEY
               FILE STATUS IS WS-EXCPCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAGEPARM-FILE.
       01  CAGEPARM-RECORD          PIC X(80).

       FD  EXCPCASE-FILE.
           COPY EXCPCASE.

       WORKING-STORAGE SECTION.
       01  WS-CAGEPARM-STATUS       PIC X(02).
           88  WS-CAGEPARM-OK            VALUE '00'.
           88  WS-CAGEPARM-EOF            VALUE '10'.
       01  WS-EXCPCASE-STATUS       PIC X(02).
           88  WS-EXCPCASE-OK            VALUE '00'.
           88  WS-EXCPCASE-EOF            VALUE '10'.
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).

       01  WS-AS-OF-DATE            PIC 9(08) VALUE ZERO.
       01  WS-AS-OF-INT             PIC 9(07).
       01  WS-ITEM-INT              PIC 9(07).
       01  WS-AGE-DAYS              PIC 9(05).
       01  WS-OPEN-DAYS             PIC 9(05).

      * Which section the current pass over EXCPCASE is printing.
       01  WS-PASS-SW               PIC X(01) VALUE SPACE.
           88  WS-Pass-New               VALUE 'N'.
           88  WS-Pass-Backlog           VALUE 'B'.
           88  WS-Pass-Closed            VALUE 'C'.

      * Open cases per rule by age band, built during the backlog
      * pass - every open case lands in exactly one band.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 500 TIMES
                                 INDEXED BY AG-IDX.
               10  WS-AG-RULE           PIC X(04).
               10  WS-AG-BAND1          PIC 9(05) COMP-3.
               10  WS-AG-BAND2          PIC 9(05) COMP-3.
               10  WS-AG-BAND3          PIC 9(05) COMP-3.
               10  WS-AG-BAND4          PIC 9(05) COMP-3.
       01  WS-AGE-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-AGE-OVERFLOW          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-PRINT-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-Rule-Found             VALUE 'Y' FALSE 'N'.

       01  WS-EDIT-B1               PIC ZZZZ9.
       01  WS-EDIT-B2               PIC ZZZZ9.
       01  WS-EDIT-B3               PIC ZZZZ9.
       01  WS-EDIT-B4               PIC ZZZZ9.
       01  WS-MARK                  PIC X(04).

       01  WS-CT-OPEN               PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-NEW                PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-BACK               PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-BACKLOG            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-CLOSED             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-OVER-90            PIC 9(05) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           perform 0100-Read-Cageparm thru 0100-Read-Cageparm-Exit.
           if WS-AS-OF-DATE = ZERO
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           end-if.
           compute WS-AS-OF-INT =
               function integer-of-date(WS-AS-OF-DATE).
           Display '================================================'.
           Display 'DATCAGR - EXCEPTION CASE AGING AS OF '
               WS-AS-OF-DATE.
           Display '================================================'.
           set WS-Pass-New to true.
           Display 'NEW THIS WEEK - opened in the last seven days'.
           perform 1000-Scan-Cases thru 1000-Scan-Cases-Exit.
           if RETURN-CODE = 999
               STOP RUN
           end-if.
           Display '  New cases. . . . . . . . . : ' WS-CT-NEW.
           Display '  of which back again. . . . : ' WS-CT-BACK.
           Display '------------------------------------------------'.
           set WS-Pass-Backlog to true.
           Display 'BACKLOG - open longer than a week'.
           perform 1000-Scan-Cases thru 1000-Scan-Cases-Exit.
           Display '  Backlog cases. . . . . . . : ' WS-CT-BACKLOG.
           Display '------------------------------------------------'.
           set WS-Pass-Closed to true.
           Display 'CLOSED THIS WEEK - finding stopped appearing'.
           perform 1000-Scan-Cases thru 1000-Scan-Cases-Exit.
           Display '  Closed cases . . . . . . . : ' WS-CT-CLOSED.
           perform 3000-Print-Age-Bands thru 3000-Print-Age-Bands-Exit.
           if RETURN-CODE = 999
               STOP RUN
           end-if.
           if WS-CT-OVER-90 > 0
               Move 4 to RETURN-CODE
           else
               Move ZERO to RETURN-CODE
           end-if.
           STOP RUN.
      *
          0100-Read-Cageparm.
           OPEN INPUT CAGEPARM-FILE.
           if WS-CAGEPARM-OK
               perform 0110-Read-Cageparm-Record
                   thru 0110-Read-Cageparm-Record-Exit
                   until WS-CAGEPARM-EOF
               CLOSE CAGEPARM-FILE
           end-if.
           Exit Paragraph.
          0100-Read-Cageparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Cageparm-Record.
           READ CAGEPARM-FILE
               AT END set WS-CAGEPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING CAGEPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   evaluate WS-PARM-KEYWORD
                       when 'DATE'
                           if WS-PARM-VALUE-TEXT(1:8) is numeric
                               Move WS-PARM-VALUE-TEXT(1:8)
                                 to WS-AS-OF-DATE
                           else
                               Display 'WARNING-999: CAGEPARM'
                                   ' DATE= value is not yyyymmdd -'
                                   ' using today'
                           end-if
                       when SPACES
                           continue
                       when other
                           Display 'DATCAGR: Ignoring unknown'
                               ' CAGEPARM keyword ' WS-PARM-KEYWORD
                   end-evaluate
           end-read.
           Exit Paragraph.
          0110-Read-Cageparm-Record-Exit.
           Exit Paragraph.
      *
          1000-Scan-Cases.
           OPEN INPUT EXCPCASE-FILE.
           if not WS-EXCPCASE-OK
               Display 'ERROR-999: Unable to open EXCPCASE status='
                   WS-EXCPCASE-STATUS
               Move 999 to RETURN-CODE
               GO TO 1000-Scan-Cases-Exit
           end-if.
           perform 1100-Read-One-Case thru 1100-Read-One-Case-Exit
               until WS-EXCPCASE-EOF.
           CLOSE EXCPCASE-FILE.
           Exit Paragraph.
          1000-Scan-Cases-Exit.
           Exit Paragraph.
      *
          1100-Read-One-Case.
           READ EXCPCASE-FILE NEXT RECORD
               AT END
                   set WS-EXCPCASE-EOF to true
                   GO TO 1100-Read-One-Case-Exit
           end-read.
           evaluate true
               when WS-Pass-Closed
                   if XC-Closed
                       perform 2300-Print-Closed
                           thru 2300-Print-Closed-Exit
                   end-if
               when XC-Open
                   perform 1200-Age-Open-Case
                       thru 1200-Age-Open-Case-Exit
                   if WS-OPEN-DAYS < 7
                       if WS-Pass-New
                           perform 2100-Print-New
                               thru 2100-Print-New-Exit
                       end-if
                   else
                       if WS-Pass-Backlog
                           perform 2200-Print-Backlog
                               thru 2200-Print-Backlog-Exit
                       end-if
                   end-if
                   if WS-Pass-Backlog
                       perform 1300-Band-Open-Case
                           thru 1300-Band-Open-Case-Exit
                   end-if
               when other
                   continue
           end-evaluate.
           Exit Paragraph.
          1100-Read-One-Case-Exit.
           Exit Paragraph.
      *
          1200-Age-Open-Case.
      * Age runs from the first sighting; "new" from the night the
      * case last opened, so a returning finding reads as new this
      * week without hiding how long it has really been around.
           Move ZERO to WS-AGE-DAYS WS-OPEN-DAYS.
           if XC-FIRST-SEEN is numeric and XC-FIRST-SEEN > ZERO
               compute WS-ITEM-INT =
                   function integer-of-date(XC-FIRST-SEEN)
               if WS-AS-OF-INT > WS-ITEM-INT
                   compute WS-AGE-DAYS = WS-AS-OF-INT - WS-ITEM-INT
               end-if
           end-if.
           if XC-OPENED-DATE is numeric and XC-OPENED-DATE > ZERO
               compute WS-ITEM-INT =
                   function integer-of-date(XC-OPENED-DATE)
               if WS-AS-OF-INT > WS-ITEM-INT
                   compute WS-OPEN-DAYS = WS-AS-OF-INT - WS-ITEM-INT
               end-if
           end-if.
           Exit Paragraph.
          1200-Age-Open-Case-Exit.
           Exit Paragraph.
      *
          1300-Band-Open-Case.
           add 1 to WS-CT-OPEN.
           set WS-Rule-Found to false.
           if WS-AGE-COUNT > 0
               set AG-IDX to 1
               search WS-AGE-ENTRY
                   at end continue
                   when AG-IDX > WS-AGE-COUNT
                       continue
                   when WS-AG-RULE(AG-IDX) = XC-RULE
                       set WS-Rule-Found to true
               end-search
           end-if.
           if not WS-Rule-Found
               if WS-AGE-COUNT < 500
                   add 1 to WS-AGE-COUNT
                   set AG-IDX to WS-AGE-COUNT
                   Move XC-RULE to WS-AG-RULE(AG-IDX)
                   Move ZERO to WS-AG-BAND1(AG-IDX)
                                WS-AG-BAND2(AG-IDX)
                                WS-AG-BAND3(AG-IDX)
                                WS-AG-BAND4(AG-IDX)
               else
                   add 1 to WS-AGE-OVERFLOW
                   GO TO 1300-Band-Open-Case-Exit
               end-if
           end-if.
           evaluate true
               when WS-AGE-DAYS <= 7
                   add 1 to WS-AG-BAND1(AG-IDX)
               when WS-AGE-DAYS <= 30
                   add 1 to WS-AG-BAND2(AG-IDX)
               when WS-AGE-DAYS <= 90
                   add 1 to WS-AG-BAND3(AG-IDX)
               when other
                   add 1 to WS-AG-BAND4(AG-IDX)
                   add 1 to WS-CT-OVER-90
           end-evaluate.
           Exit Paragraph.
          1300-Band-Open-Case-Exit.
           Exit Paragraph.
      *
          2100-Print-New.
           if XC-REOPENS > 0
               Move 'BACK' to WS-MARK
               add 1 to WS-CT-BACK
           else
               Move 'NEW ' to WS-MARK
           end-if.
           add 1 to WS-CT-NEW.
           Display WS-MARK ' ' XC-RULE ' ' XC-RECORD-KEY ' '
               XC-FIND-TYPE ' opened ' XC-OPENED-DATE
               ' first seen ' XC-FIRST-SEEN ' ' XC-LAST-DETAIL.
           Exit Paragraph.
          2100-Print-New-Exit.
           Exit Paragraph.
      *
          2200-Print-Backlog.
           add 1 to WS-CT-BACKLOG.
           Display 'OPEN ' XC-RULE ' ' XC-RECORD-KEY ' '
               XC-FIND-TYPE ' first seen ' XC-FIRST-SEEN
               ' age ' WS-AGE-DAYS ' nights ' XC-NIGHTS
               ' last ' XC-LAST-SEEN ' ' XC-LAST-DETAIL.
           Exit Paragraph.
          2200-Print-Backlog-Exit.
           Exit Paragraph.
      *
          2300-Print-Closed.
           if XC-CLOSED-DATE is not numeric
               or XC-CLOSED-DATE = ZERO
               GO TO 2300-Print-Closed-Exit
           end-if.
           compute WS-ITEM-INT =
               function integer-of-date(XC-CLOSED-DATE).
           if WS-AS-OF-INT - WS-ITEM-INT >= 7
               GO TO 2300-Print-Closed-Exit
           end-if.
           add 1 to WS-CT-CLOSED.
           Display 'SHUT ' XC-RULE ' ' XC-RECORD-KEY ' '
               XC-FIND-TYPE ' closed ' XC-CLOSED-DATE
               ' first seen ' XC-FIRST-SEEN ' nights ' XC-NIGHTS.
           Exit Paragraph.
          2300-Print-Closed-Exit.
           Exit Paragraph.
      *
          3000-Print-Age-Bands.
           Display '------------------------------------------------'.
           Display 'AGE BY RULE - open cases by days since first seen'.
           Display 'RULE    0-7   8-30  31-90    >90'.
           perform 3100-Print-One-Band thru 3100-Print-One-Band-Exit
               varying WS-PRINT-IDX from 1 by 1
               until WS-PRINT-IDX > WS-AGE-COUNT.
           if WS-AGE-OVERFLOW > 0
               Display 'WARNING-999: ' WS-AGE-OVERFLOW
                   ' open cases for rules past the 500-rule table'
                   ' are not banded above'
           end-if.
           Display '  Open cases . . . . . . . . : ' WS-CT-OPEN.
           Display '  Open over 90 days. . . . . : ' WS-CT-OVER-90.
           Display '================================================'.
           Exit Paragraph.
          3000-Print-Age-Bands-Exit.
           Exit Paragraph.
      *
          3100-Print-One-Band.
           Move WS-AG-BAND1(WS-PRINT-IDX) to WS-EDIT-B1.
           Move WS-AG-BAND2(WS-PRINT-IDX) to WS-EDIT-B2.
           Move WS-AG-BAND3(WS-PRINT-IDX) to WS-EDIT-B3.
           Move WS-AG-BAND4(WS-PRINT-IDX) to WS-EDIT-B4.
           Display WS-AG-RULE(WS-PRINT-IDX) ' ' WS-EDIT-B1 ' '
               WS-EDIT-B2 ' ' WS-EDIT-B3 ' ' WS-EDIT-B4.
           Exit Paragraph.
          3100-Print-One-Band-Exit.
           Exit Paragraph.
