       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATBDRL.
      * Business-date maintenance - the only program that changes the
      * BUSDATE control record (DATBDTE), and the one that logs every
      * change it makes, and every one it refuses, to BDLOG
      * (DATBDLG). BDPARM is a KEYWORD=VALUE member the same shape as
      * DATBATCH's PARMLIB:
      *   FUNCTION=ROLL      end of day: move the business date on to
      *                      the next business day on the CALENDAR.
      *                      The last job of the day, after the
      *                      end-of-day reports. Refused while an
      *                      override is in force, when the business
      *                      date is already past the clock date -
      *                      it was rolled once already - and unless
      *                      RUNPROG shows the nightly for the
      *                      business date ended. FORCE=Y, with
      *                      REASON= and REQUESTOR=, rolls past a
      *                      nightly that never ran or never ended.
      *   FUNCTION=OVERRIDE  rerun a prior business date: BUSDATE= a
      *                      business day on the CALENDAR before the
      *                      current business date, with REASON= and
      *                      REQUESTOR=. Refused while another
      *                      override is in force.
      *   FUNCTION=RESTORE   take the override off, with REQUESTOR=.
      *   FUNCTION=INIT      the first record, BUSDATE= a business day
      *                      (default today) - refused once there is
      *                      a record.
      *   FUNCTION=SHOW      the default: list the record, change
      *                      nothing.
      *
      * RC 0 = done (or shown); RC 12 = refused, record unchanged,
      * the refusal logged; RC 999 = BUSDATE or BDLOG failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDPARM-FILE   ASSIGN TO 'BDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDPARM-STATUS.
           SELECT BUSDATE-FILE  ASSIGN TO 'BUSDATE'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BUSDATE-RRN
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RUNPROG-FILE  ASSIGN TO 'RUNPROG'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RUNPROG-RRN
               FILE STATUS IS WS-RUNPROG-STATUS.
           SELECT BDLOG-FILE    ASSIGN TO 'BDLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BDPARM-FILE.
       01  BDPARM-RECORD            PIC X(80).

       FD  BUSDATE-FILE.
           COPY DATBDTE.

       FD  CALENDAR-FILE.
           COPY DATCALDR.

       FD  RUNPROG-FILE.
           COPY DATPROG.

       FD  BDLOG-FILE.
           COPY DATBDLG.

       WORKING-STORAGE SECTION.
       01  WS-BDPARM-STATUS         PIC X(02).
           88  WS-BDPARM-OK              VALUE '00'.
           88  WS-BDPARM-EOF              VALUE '10'.
       01  WS-BUSDATE-STATUS        PIC X(02).
           88  WS-BUSDATE-OK             VALUE '00'.
       01  WS-BUSDATE-RRN           PIC 9(04) COMP VALUE 1.
       01  WS-CALENDAR-STATUS       PIC X(02).
           88  WS-CALENDAR-OK            VALUE '00'.
           88  WS-CALENDAR-EOF            VALUE '10'.
       01  WS-RUNPROG-STATUS        PIC X(02).
           88  WS-RUNPROG-OK             VALUE '00'.
       01  WS-RUNPROG-RRN           PIC 9(04) COMP VALUE 1.
       01  WS-BDLOG-STATUS          PIC X(02).

       01  WS-CURRENT-TIMESTAMP     PIC X(14).
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).

       01  WS-PARM-KEYWORD          PIC X(10).
       01  WS-PARM-VALUE-TEXT       PIC X(40).
       01  WS-FUNCTION              PIC X(08) VALUE 'SHOW'.
       01  WS-REQ-DATE              PIC 9(08) VALUE ZERO.
       01  WS-REQ-REASON            PIC X(40) VALUE SPACES.
       01  WS-REQUESTOR             PIC X(08) VALUE SPACES.

       01  WS-FORCE-SW              PIC X(01) VALUE 'N'.
           88  WS-Force-Roll              VALUE 'Y' FALSE 'N'.
       01  WS-BUSDATE-NEW-SW        PIC X(01) VALUE 'N'.
           88  WS-Busdate-New             VALUE 'Y' FALSE 'N'.
       01  WS-RECORD-SW             PIC X(01) VALUE 'N'.
           88  WS-Record-Found            VALUE 'Y' FALSE 'N'.
       01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
           88  WS-Update-Failed           VALUE 'Y' FALSE 'N'.
       01  WS-REFUSAL               PIC X(60) VALUE SPACES.
       01  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
       01  WS-TO-DATE               PIC 9(08) VALUE ZERO.

      * CALENDAR lookups: the day asked about, and the first business
      * day after the current business date.
       01  WS-CAL-WANTED            PIC 9(08) VALUE ZERO.
       01  WS-CAL-WANTED-TYPE       PIC X(01) VALUE SPACE.
       01  WS-CAL-NEXT-BUS-DAY      PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           perform 0100-Read-Bdparm thru 0100-Read-Bdparm-Exit.
           perform 0200-Read-Busdate thru 0200-Read-Busdate-Exit.
           if WS-Update-Failed
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           evaluate WS-FUNCTION
               when 'SHOW'
                   continue
               when 'ROLL'
                   perform 1000-Roll thru 1000-Roll-Exit
               when 'OVERRIDE'
                   perform 2000-Override thru 2000-Override-Exit
               when 'RESTORE'
                   perform 3000-Restore thru 3000-Restore-Exit
               when 'INIT'
                   perform 4000-Init thru 4000-Init-Exit
               when other
                   Move 'unknown FUNCTION' to WS-REFUSAL
           end-evaluate.
           if WS-FUNCTION not = 'SHOW'
               perform 6000-Log-Change thru 6000-Log-Change-Exit
           end-if.
           perform 7000-Show-Record thru 7000-Show-Record-Exit.
           evaluate true
               when WS-Update-Failed
                   Move 999 to RETURN-CODE
               when WS-REFUSAL not = SPACES
                   Move 12 to RETURN-CODE
               when other
                   Move ZERO to RETURN-CODE
           end-evaluate.
           STOP RUN.
      *
          0100-Read-Bdparm.
      * No BDPARM only shows the record.
           OPEN INPUT BDPARM-FILE.
           if not WS-BDPARM-OK
               GO TO 0100-Read-Bdparm-Exit
           end-if.
           perform 0110-Read-Bdparm-Record
               thru 0110-Read-Bdparm-Record-Exit
               until WS-BDPARM-EOF.
           CLOSE BDPARM-FILE.
           Exit Paragraph.
          0100-Read-Bdparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Bdparm-Record.
           READ BDPARM-FILE
               AT END set WS-BDPARM-EOF to true
               NOT AT END
                   perform 0120-Apply-Bdparm-Keyword
                       thru 0120-Apply-Bdparm-Keyword-Exit
           end-read.
           Exit Paragraph.
          0110-Read-Bdparm-Record-Exit.
           Exit Paragraph.
      *
          0120-Apply-Bdparm-Keyword.
           Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT.
           UNSTRING BDPARM-RECORD DELIMITED BY '='
               INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT.
           evaluate WS-PARM-KEYWORD
               when 'FUNCTION'
                   if WS-PARM-VALUE-TEXT not = SPACES
                       Move WS-PARM-VALUE-TEXT to WS-FUNCTION
                   end-if
               when 'BUSDATE'
                   if WS-PARM-VALUE-TEXT(1:8) numeric
                       Move WS-PARM-VALUE-TEXT(1:8) to WS-REQ-DATE
                   else
                       if WS-PARM-VALUE-TEXT not = SPACES
                           Display 'WARNING-999: BDPARM BUSDATE not'
                               ' yyyymmdd - ignored: '
                               WS-PARM-VALUE-TEXT
                       end-if
                   end-if
               when 'REASON'
                   Move WS-PARM-VALUE-TEXT to WS-REQ-REASON
               when 'REQUESTOR'
                   Move WS-PARM-VALUE-TEXT to WS-REQUESTOR
               when 'FORCE'
                   if WS-PARM-VALUE-TEXT = 'Y'
                       set WS-Force-Roll to true
                   end-if
               when SPACES
                   continue
               when other
                   Display 'DATBDRL: Ignoring unknown BDPARM'
                       ' keyword ' WS-PARM-KEYWORD
           end-evaluate.
           Exit Paragraph.
          0120-Apply-Bdparm-Keyword-Exit.
           Exit Paragraph.
      *
          0200-Read-Busdate.
      * The record is read and, for a change, rewritten in place the
      * way DATBATCH maintains RUNPROG.
      * A newly defined, empty cluster opens OUTPUT for the INIT,
      * and 1900 then writes the record rather than rewriting it.
           Move 1 to WS-BUSDATE-RRN.
           OPEN I-O BUSDATE-FILE.
           if not WS-BUSDATE-OK
               OPEN OUTPUT BUSDATE-FILE
               if WS-BUSDATE-OK
                   set WS-Busdate-New to true
                   GO TO 0200-Read-Busdate-Exit
               end-if
           end-if.
           if not WS-BUSDATE-OK
               Display 'ERROR-999: Unable to open BUSDATE status='
                   WS-BUSDATE-STATUS
               set WS-Update-Failed to true
               GO TO 0200-Read-Busdate-Exit
           end-if.
           READ BUSDATE-FILE
               INVALID KEY continue
           end-read.
           if WS-BUSDATE-OK
               and BD-BUSINESS-DATE numeric
               and BD-BUSINESS-DATE > ZERO
               set WS-Record-Found to true
               Move BD-BUSINESS-DATE to WS-FROM-DATE
               if BD-OVERRIDE-DATE not numeric
                   Move ZERO to BD-OVERRIDE-DATE
               end-if
               if BD-OVERRIDE-DATE > ZERO
                   Move BD-OVERRIDE-DATE to WS-FROM-DATE
               end-if
           end-if.
           Exit Paragraph.
          0200-Read-Busdate-Exit.
           Exit Paragraph.
      *
          1000-Roll.
           if not WS-Record-Found
               Move 'no BUSDATE record - INIT it first'
                 to WS-REFUSAL
               GO TO 1000-Roll-Exit
           end-if.
           if BD-OVERRIDE-DATE > ZERO
               Move 'override in force - RESTORE it before the roll'
                 to WS-REFUSAL
               GO TO 1000-Roll-Exit
           end-if.
           if BD-BUSINESS-DATE > WS-CURRENT-DATE
               Move 'business date past the clock - already rolled'
                 to WS-REFUSAL
               GO TO 1000-Roll-Exit
           end-if.
           if WS-Force-Roll
               evaluate true
                   when WS-REQ-REASON = SPACES
                       Move 'FORCE=Y needs a REASON=' to WS-REFUSAL
                   when WS-REQUESTOR = SPACES
                       Move 'FORCE=Y needs a REQUESTOR=' to WS-REFUSAL
               end-evaluate
           else
               perform 1100-Check-Nightly
                   thru 1100-Check-Nightly-Exit
           end-if.
           if WS-REFUSAL not = SPACES
               GO TO 1000-Roll-Exit
           end-if.
           Move BD-BUSINESS-DATE to WS-CAL-WANTED.
           perform 5000-Search-Calendar thru 5000-Search-Calendar-Exit.
           if WS-CAL-NEXT-BUS-DAY = ZERO
               Move 'no later business day on the CALENDAR'
                 to WS-REFUSAL
               GO TO 1000-Roll-Exit
           end-if.
           if WS-REQUESTOR = SPACES
               Move 'DATBDRL' to WS-REQUESTOR
           end-if.
           Move BD-BUSINESS-DATE    to BD-PRIOR-DATE.
           Move WS-CAL-NEXT-BUS-DAY to BD-BUSINESS-DATE WS-TO-DATE.
           perform 1900-Rewrite-Busdate
               thru 1900-Rewrite-Busdate-Exit.
           Exit Paragraph.
          1000-Roll-Exit.
           Exit Paragraph.
      *
          1100-Check-Nightly.
      * The nightly's own progress record says whether the day is
      * done: DATBATCH stamps it with the business date it ran for
      * and marks it ended - errors or not - when the rule list is
      * finished. A stopped or still-running nightly is not a day
      * done.
           Move 1 to WS-RUNPROG-RRN.
           OPEN INPUT RUNPROG-FILE.
           if not WS-RUNPROG-OK
               Move 'no RUNPROG - cannot tell the nightly ended'
                 to WS-REFUSAL
               GO TO 1100-Check-Nightly-Exit
           end-if.
           READ RUNPROG-FILE
               INVALID KEY continue
           end-read.
           evaluate true
               when not WS-RUNPROG-OK
                   Move 'no RUNPROG record - the nightly has not run'
                     to WS-REFUSAL
               when PG-BUSINESS-DATE not numeric
               when PG-BUSINESS-DATE not = BD-BUSINESS-DATE
                   Move 'no nightly run for the business date'
                     to WS-REFUSAL
               when not PG-ENDED
                   Move 'nightly for the business date has not ended'
                     to WS-REFUSAL
           end-evaluate.
           CLOSE RUNPROG-FILE.
           Exit Paragraph.
          1100-Check-Nightly-Exit.
           Exit Paragraph.
      *
          1900-Rewrite-Busdate.
           Move WS-CURRENT-TIMESTAMP to BD-UPDATED-TS.
           Move WS-REQUESTOR         to BD-UPDATED-BY.
           Move 1 to WS-BUSDATE-RRN.
      * A file opened OUTPUT takes no REWRITE - status 49, not 23.
           if WS-Busdate-New
               WRITE BUSDATE-RECORD
                   INVALID KEY continue
               end-write
           else
               REWRITE BUSDATE-RECORD
                   INVALID KEY WRITE BUSDATE-RECORD
               end-rewrite
           end-if.
           if not WS-BUSDATE-OK
               Display 'ERROR-999: BUSDATE update failed status='
                   WS-BUSDATE-STATUS
               set WS-Update-Failed to true
           end-if.
           Exit Paragraph.
          1900-Rewrite-Busdate-Exit.
           Exit Paragraph.
      *
          2000-Override.
           Move WS-REQ-DATE to WS-TO-DATE.
           evaluate true
               when not WS-Record-Found
                   Move 'no BUSDATE record - INIT it first'
                     to WS-REFUSAL
               when BD-OVERRIDE-DATE > ZERO
                   Move 'override already in force - RESTORE it first'
                     to WS-REFUSAL
               when WS-REQ-DATE = ZERO
                   Move 'no BUSDATE= to rerun' to WS-REFUSAL
               when WS-REQ-DATE not < BD-BUSINESS-DATE
                   Move 'BUSDATE= not before the business date'
                     to WS-REFUSAL
               when WS-REQ-REASON = SPACES
                   Move 'no REASON= given' to WS-REFUSAL
               when WS-REQUESTOR = SPACES
                   Move 'no REQUESTOR= given' to WS-REFUSAL
           end-evaluate.
           if WS-REFUSAL not = SPACES
               GO TO 2000-Override-Exit
           end-if.
           Move WS-REQ-DATE to WS-CAL-WANTED.
           perform 5000-Search-Calendar thru 5000-Search-Calendar-Exit.
           if WS-CAL-WANTED-TYPE not = 'B'
               Move 'BUSDATE= not a business day on the CALENDAR'
                 to WS-REFUSAL
               GO TO 2000-Override-Exit
           end-if.
           Move WS-REQ-DATE   to BD-OVERRIDE-DATE.
           Move WS-REQ-REASON to BD-OVERRIDE-REASON.
           Move WS-REQUESTOR  to BD-OVERRIDE-BY.
           perform 1900-Rewrite-Busdate
               thru 1900-Rewrite-Busdate-Exit.
           Exit Paragraph.
          2000-Override-Exit.
           Exit Paragraph.
      *
          3000-Restore.
           evaluate true
               when not WS-Record-Found
                   Move 'no BUSDATE record' to WS-REFUSAL
               when BD-OVERRIDE-DATE = ZERO
                   Move 'no override in force' to WS-REFUSAL
               when WS-REQUESTOR = SPACES
                   Move 'no REQUESTOR= given' to WS-REFUSAL
           end-evaluate.
           if WS-REFUSAL not = SPACES
               GO TO 3000-Restore-Exit
           end-if.
           Move BD-BUSINESS-DATE to WS-TO-DATE.
           Move ZERO   to BD-OVERRIDE-DATE.
           Move SPACES to BD-OVERRIDE-REASON BD-OVERRIDE-BY.
           perform 1900-Rewrite-Busdate
               thru 1900-Rewrite-Busdate-Exit.
           Exit Paragraph.
          3000-Restore-Exit.
           Exit Paragraph.
      *
          4000-Init.
           if WS-Record-Found
               Move 'BUSDATE record already there - ROLL or OVERRIDE'
                 to WS-REFUSAL
               GO TO 4000-Init-Exit
           end-if.
           if WS-REQ-DATE = ZERO
               Move WS-CURRENT-DATE to WS-REQ-DATE
           end-if.
           Move WS-REQ-DATE to WS-TO-DATE WS-CAL-WANTED.
           perform 5000-Search-Calendar thru 5000-Search-Calendar-Exit.
           if WS-CAL-WANTED-TYPE not = 'B'
               Move 'BUSDATE= not a business day on the CALENDAR'
                 to WS-REFUSAL
               GO TO 4000-Init-Exit
           end-if.
           if WS-REQUESTOR = SPACES
               Move 'DATBDRL' to WS-REQUESTOR
           end-if.
           Move SPACES      to BUSDATE-RECORD.
           Move WS-REQ-DATE to BD-BUSINESS-DATE.
           Move ZERO        to BD-PRIOR-DATE BD-OVERRIDE-DATE.
           perform 1900-Rewrite-Busdate
               thru 1900-Rewrite-Busdate-Exit.
           if not WS-Update-Failed
               set WS-Record-Found to true
           end-if.
           Exit Paragraph.
          4000-Init-Exit.
           Exit Paragraph.
      *
          5000-Search-Calendar.
      * One pass answers both questions: the day type of
      * WS-CAL-WANTED, and the first business day after it. The
      * CALENDAR is not assumed to be in date order.
           Move SPACE to WS-CAL-WANTED-TYPE.
           Move ZERO  to WS-CAL-NEXT-BUS-DAY.
           OPEN INPUT CALENDAR-FILE.
           if not WS-CALENDAR-OK
               Display 'WARNING-999: CALENDAR not available, status='
                   WS-CALENDAR-STATUS
               GO TO 5000-Search-Calendar-Exit
           end-if.
           perform 5100-Read-One-Day thru 5100-Read-One-Day-Exit
               until WS-CALENDAR-EOF.
           CLOSE CALENDAR-FILE.
           Exit Paragraph.
          5000-Search-Calendar-Exit.
           Exit Paragraph.
      *
          5100-Read-One-Day.
           READ CALENDAR-FILE
               AT END
                   set WS-CALENDAR-EOF to true
                   GO TO 5100-Read-One-Day-Exit
           end-read.
           if CAL-DATE = WS-CAL-WANTED
               Move CAL-DAY-TYPE to WS-CAL-WANTED-TYPE
           end-if.
           if CAL-DATE > WS-CAL-WANTED
               and CAL-BUSINESS-DAY
               and (WS-CAL-NEXT-BUS-DAY = ZERO
                    or CAL-DATE < WS-CAL-NEXT-BUS-DAY)
               Move CAL-DATE to WS-CAL-NEXT-BUS-DAY
           end-if.
           Exit Paragraph.
          5100-Read-One-Day-Exit.
           Exit Paragraph.
      *
          6000-Log-Change.
           OPEN EXTEND BDLOG-FILE.
           if WS-BDLOG-STATUS not = '00'
               and WS-BDLOG-STATUS not = '05'
               OPEN OUTPUT BDLOG-FILE
           end-if.
           if WS-BDLOG-STATUS not = '00'
               Display 'ERROR-999: Unable to open BDLOG status='
                   WS-BDLOG-STATUS
               set WS-Update-Failed to true
               GO TO 6000-Log-Change-Exit
           end-if.
           Move WS-CURRENT-TIMESTAMP to BL-TIMESTAMP.
           Move WS-FUNCTION          to BL-ACTION.
           Move WS-FROM-DATE         to BL-FROM-DATE.
           Move WS-TO-DATE           to BL-TO-DATE.
           Move WS-REQUESTOR         to BL-REQUESTOR.
           if WS-REFUSAL = SPACES and not WS-Update-Failed
               Move 'Y'           to BL-APPLIED
               Move WS-REQ-REASON to BL-REASON
           else
               Move 'N'           to BL-APPLIED
               Move WS-REFUSAL    to BL-REASON
           end-if.
           WRITE BDLOG-RECORD.
           if WS-BDLOG-STATUS not = '00'
               Display 'ERROR-999: BDLOG write failed status='
                   WS-BDLOG-STATUS
               set WS-Update-Failed to true
           end-if.
           CLOSE BDLOG-FILE.
           Exit Paragraph.
          6000-Log-Change-Exit.
           Exit Paragraph.
      *
          7000-Show-Record.
           CLOSE BUSDATE-FILE.
           if WS-REFUSAL not = SPACES
               Display 'WARNING-999: ' WS-FUNCTION ' refused - '
                   WS-REFUSAL
           end-if.
           Display '-------------------------------------------'.
           Display 'DATBDRL BUSINESS-DATE CONTROL RECORD'.
           if not WS-Record-Found
               Display '  No BUSDATE record - programs run to the'
                   ' clock date'
               Display '-------------------------------------------'
               GO TO 7000-Show-Record-Exit
           end-if.
           Display '  Business date. . . . . . . . : '
               BD-BUSINESS-DATE.
           Display '  Prior business date. . . . . : '
               BD-PRIOR-DATE.
           if BD-OVERRIDE-DATE > ZERO
               Display '  OVERRIDE IN FORCE. . . . . . : '
                   BD-OVERRIDE-DATE
               Display '    Reason. . . . . . . . . . . : '
                   BD-OVERRIDE-REASON
               Display '    Requested by. . . . . . . . : '
                   BD-OVERRIDE-BY
           end-if.
           Display '  Last changed . . . . . . . . : '
               BD-UPDATED-TS ' by ' BD-UPDATED-BY.
           Display '-------------------------------------------'.
           Exit Paragraph.
          7000-Show-Record-Exit.
           Exit Paragraph.
