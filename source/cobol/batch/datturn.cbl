      * closes with an aging section of REVIEWQ items outstanding
      * more than two days - "here is what the night left you", in
      * timestamp order.
      *
      * A second aging section lists the ACCTSUSP account-transaction
      * suspense items (see DATSUSP) still open or corrected-and-
      * waiting, first rejected longer ago than the suspense age -
      * a rejected closure nobody has touched surfaces here instead
      * of rolling off with the ACCTREJ generations.
      *
      * Driven by TURNPARM (optional, same KEYWORD=VALUE shape as
      * DATBATCH's PARMLIB):
      *   SUSPAGE=nnn       suspense age in days (defaults to 5)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNJRNL-FILE ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNJRNL-STATUS.
           SELECT TURNPARM-FILE ASSIGN TO 'TURNPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNPARM-STATUS.
      * ACCTSUSP is the suspense KSDS, read front to back.
           SELECT ACCTSUSP-FILE ASSIGN TO 'ACCTSUSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-ACCTSUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNJRNL-FILE.
           COPY DATJRNL.

       FD  TURNPARM-FILE.
       01  TURNPARM-RECORD          PIC X(80).

       FD  ACCTSUSP-FILE.
           COPY DATSUSP.

       WORKING-STORAGE SECTION.
       01  WS-ALERTDS-STATUS        PIC X(02).
           88  WS-ALERTDS-OK             VALUE '00'.
       01  WS-RUNJRNL-STATUS        PIC X(02).
           88  WS-RUNJRNL-OK             VALUE '00'.
           88  WS-RUNJRNL-EOF             VALUE '10'.
       01  WS-TURNPARM-STATUS       PIC X(02).
           88  WS-TURNPARM-OK            VALUE '00'.
           88  WS-TURNPARM-EOF            VALUE '10'.
       01  WS-ACCTSUSP-STATUS       PIC X(02).
           88  WS-ACCTSUSP-OK            VALUE '00'.
           88  WS-ACCTSUSP-EOF            VALUE '10'.
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).
       01  WS-SUSP-AGE              PIC 9(03) VALUE 5.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-TODAY-INT             PIC 9(07).
       01  WS-CT-SQL-ERRORS         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-JOURNAL            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-AGED               PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-SUSP-AGED          PIC 9(05) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           compute WS-TODAY-INT =
               function integer-of-date(WS-RUN-DATE).
           perform 0100-Read-Turnparm thru 0100-Read-Turnparm-Exit.
           perform 1000-Load-Alerts thru 1000-Load-Alerts-Exit.
           perform 2000-Load-Reviews thru 2000-Load-Reviews-Exit.
           perform 3000-Load-Sql-Errors
           perform 5000-Print-Narrative
               thru 5000-Print-Narrative-Exit.
           perform 6000-Print-Aging thru 6000-Print-Aging-Exit.
           perform 7000-Print-Suspense-Aging
               thru 7000-Print-Suspense-Aging-Exit.
           STOP RUN.
      *
          0100-Read-Turnparm.
           OPEN INPUT TURNPARM-FILE.
           if WS-TURNPARM-OK
               perform 0110-Read-Turnparm-Record
                   thru 0110-Read-Turnparm-Record-Exit
                   until WS-TURNPARM-EOF
               CLOSE TURNPARM-FILE
           end-if.
           Exit Paragraph.
          0100-Read-Turnparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Turnparm-Record.
           READ TURNPARM-FILE
               AT END set WS-TURNPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING TURNPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   evaluate WS-PARM-KEYWORD
                       when 'SUSPAGE'
                           if WS-PARM-VALUE-TEXT(1:3) is numeric
                               Move WS-PARM-VALUE-TEXT(1:3)
                                 to WS-SUSP-AGE
                           else
                               Display 'WARNING-999: TURNPARM SUSPAGE='
                                   ' value is not 3 digits - using '
                                   WS-SUSP-AGE
                           end-if
                       when SPACES
                           continue
                       when other
                           Display 'DATTURN: Ignoring unknown'
                               ' TURNPARM keyword ' WS-PARM-KEYWORD
                   end-evaluate
           end-read.
           Exit Paragraph.
          0110-Read-Turnparm-Record-Exit.
           Exit Paragraph.
      *
          1000-Load-Alerts.
           OPEN INPUT ALERTDS-FILE.
           Exit Paragraph.
          6100-Print-One-Aged-Exit.
           Exit Paragraph.
      *
          7000-Print-Suspense-Aging.
      * A missing ACCTSUSP DD (or a file not yet defined) just means
      * no suspense section.
           OPEN INPUT ACCTSUSP-FILE.
           if not WS-ACCTSUSP-OK
               GO TO 7000-Print-Suspense-Aging-Exit
           end-if.
           Display 'ACCTSUSP SUSPENSE AGING - items first rejected'
               ' more than ' WS-SUSP-AGE ' days ago'.
           perform 7100-Print-One-Suspense
               thru 7100-Print-One-Suspense-Exit
               until WS-ACCTSUSP-EOF.
           CLOSE ACCTSUSP-FILE.
           Display '  Suspense items outstanding . : ' WS-CT-SUSP-AGED.
           Display '================================================'.
           Exit Paragraph.
          7000-Print-Suspense-Aging-Exit.
           Exit Paragraph.
      *
          7100-Print-One-Suspense.
           READ ACCTSUSP-FILE NEXT RECORD
               AT END set WS-ACCTSUSP-EOF to true
               NOT AT END
                   if SU-Outstanding and SU-FIRST-DATE is numeric
                       compute WS-ITEM-INT = function
                           integer-of-date(SU-FIRST-DATE)
                       if WS-TODAY-INT - WS-ITEM-INT > WS-SUSP-AGE
                           add 1 to WS-CT-SUSP-AGED
                           Display SU-FIRST-DATE ' acct ' SU-ACCT-KEY
                               ' action ' SU-ACTION
                               ' ' SU-REF-KEY
                               ' tries ' SU-ATTEMPTS
                               ' status ' SU-STATUS
                               ' ' SU-REASON
                       end-if
                   end-if
           end-read.
           Exit Paragraph.
          7100-Print-One-Suspense-Exit.
           Exit Paragraph.
