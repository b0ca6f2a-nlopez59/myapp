      * Message id format: DATnnnnS - nnnn is the AL-RULE code, S is
      * the severity letter classified the way DATBATCH classifies
      * WS-RESULT (E >= 900, W >= 100, I below).
      *
      * A rule whose owner has not attested it for the quarter once
      * the ATTPARM grace period has run out (see DATATTS) has
      * UNATTESTED on the end of its console line, so the person
      * paged sees the entry they are about to follow may be stale.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RB-RULE
               FILE STATUS IS WS-RUNBOOK-STATUS.
           SELECT ATTEST-FILE ASSIGN TO 'ATTEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTEST-STATUS.
           SELECT ATTPARM-FILE ASSIGN TO 'ATTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNBOOK-FILE.
           COPY DATRNBK.

       FD  ATTEST-FILE.
           COPY DATATTS.

       FD  ATTPARM-FILE.
       01  ATTPARM-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ALERTDS-STATUS        PIC X(02).
           88  WS-ALERTDS-OK             VALUE '00'.
           88  WS-ALERTDS-EOF             VALUE '10'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(04).
           05  WS-RUN-MM            PIC 9(02).
           05  WS-RUN-DD            PIC 9(02).

       01  WS-SEVERITY-LTR          PIC X(01).

      * Console line assembled per alert: message id, rule, result,
      * the result description ALERTDS already carries, and the
      * owning contact - sized so the longest (collapsed) form fits
      * with the full 20-character contact name on the end, and
      * the UNATTESTED tag after that.
       01  WS-MSG-ID                PIC X(08).
       01  WS-CONSOLE-LINE          PIC X(132).

       01  WS-RUNBOOK-STATUS        PIC X(02).
           88  WS-RUNBOOK-OK             VALUE '00'.
       01  WS-RUNBOOK-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-RUNBOOK-OPEN          VALUE 'Y' FALSE 'N'.
       01  WS-ALERT-CONTACT         PIC X(20).
       01  WS-RUNBOOK-FOUND-SW      PIC X(01) VALUE 'N'.
           88  WS-RUNBOOK-FOUND          VALUE 'Y' FALSE 'N'.

      * Ownership attestation: the run date's quarter, the ATTPARM
      * GRACE=nnn days (default 30), and whether the grace period
      * is over with ATTEST open to check against.
       01  WS-ATTEST-STATUS         PIC X(02).
           88  WS-ATTEST-OK              VALUE '00'.
       01  WS-ATTPARM-STATUS        PIC X(02).
           88  WS-ATTPARM-OK             VALUE '00'.
           88  WS-ATTPARM-EOF             VALUE '10'.
       01  WS-ATTEST-CHECK-SW       PIC X(01) VALUE 'N'.
           88  WS-ATTEST-CHECK           VALUE 'Y' FALSE 'N'.
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).
       01  WS-ATT-GRACE             PIC 9(03) VALUE 30.
       01  WS-ATT-QTR-NBR           PIC 9(01).
       01  WS-ATT-QUARTER           PIC X(06).
       01  WS-ATT-QTR-START         PIC 9(08).
       01  WS-ATT-QTR-START-R REDEFINES WS-ATT-QTR-START.
           05  WS-ATT-QS-YYYY       PIC 9(04).
           05  WS-ATT-QS-MM         PIC 9(02).
           05  WS-ATT-QS-DD         PIC 9(02).
       01  WS-ATT-DAYS-IN           PIC 9(05).
       01  WS-ATTEST-TAG            PIC X(12).

       01  WS-CT-RECORDS-READ       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-DISPATCHED         PIC 9(07) COMP-3 VALUE ZERO.
           if WS-RUNBOOK-OK
               set WS-Runbook-Open to true
           end-if.
           perform 0100-Open-Attest thru 0100-Open-Attest-Exit.
           OPEN INPUT ALERTDS-FILE.
           if not WS-ALERTDS-OK
      * No alert dataset means nothing alerted this run - that is a
           if WS-Runbook-Open
               CLOSE RUNBOOK-FILE
           end-if.
           if WS-Attest-Check
               CLOSE ATTEST-FILE
           end-if.
           Display 'DATALRT: ' WS-CT-DISPATCHED ' of '
               WS-CT-RECORDS-READ ' alert records dispatched for '
               WS-RUN-DATE.
           STOP RUN.
      *
          0100-Open-Attest.
      * Inside the grace period nothing is overdue yet; no ATTEST
      * just means console lines without the tag.
           OPEN INPUT ATTPARM-FILE.
           if WS-ATTPARM-OK
               perform 0110-Read-Attparm-Record
                   thru 0110-Read-Attparm-Record-Exit
                   until WS-ATTPARM-EOF
               CLOSE ATTPARM-FILE
           end-if.
           compute WS-ATT-QTR-NBR = (WS-RUN-MM - 1) / 3 + 1.
           Move SPACES to WS-ATT-QUARTER.
           STRING WS-RUN-YYYY 'Q' WS-ATT-QTR-NBR
               DELIMITED BY SIZE INTO WS-ATT-QUARTER.
           Move WS-RUN-YYYY to WS-ATT-QS-YYYY.
           compute WS-ATT-QS-MM = (WS-ATT-QTR-NBR - 1) * 3 + 1.
           Move 1 to WS-ATT-QS-DD.
           compute WS-ATT-DAYS-IN =
               function integer-of-date(WS-RUN-DATE)
               - function integer-of-date(WS-ATT-QTR-START).
           if WS-ATT-DAYS-IN not > WS-ATT-GRACE
               GO TO 0100-Open-Attest-Exit
           end-if.
           OPEN INPUT ATTEST-FILE.
           if WS-ATTEST-OK
               set WS-Attest-Check to true
           end-if.
           Exit Paragraph.
          0100-Open-Attest-Exit.
           Exit Paragraph.
      *
          0110-Read-Attparm-Record.
           READ ATTPARM-FILE
               AT END set WS-ATTPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING ATTPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   if WS-PARM-KEYWORD = 'GRACE'
                       and WS-PARM-VALUE-TEXT(1:3) is numeric
                       Move WS-PARM-VALUE-TEXT(1:3) to WS-ATT-GRACE
                   end-if
           end-read.
           Exit Paragraph.
          0110-Read-Attparm-Record-Exit.
           Exit Paragraph.
      *
          1000-Dispatch-One-Alert.
           READ ALERTDS-FILE
               DELIMITED BY SIZE INTO WS-MSG-ID.
           perform 1200-Lookup-Contact
               thru 1200-Lookup-Contact-Exit.
           perform 1300-Check-Attestation
               thru 1300-Check-Attestation-Exit.
           Move SPACES to WS-CONSOLE-LINE.
           if AL-OCCUR-COUNT is numeric and AL-OCCUR-COUNT > 1
      * A collapsed alert carries its whole story on one line -
                      ' SINCE ' AL-FIRST-SEEN(9:6)
                      ' ' AL-DESC
                      ' CALL ' WS-ALERT-CONTACT
                      WS-ATTEST-TAG
                      DELIMITED BY SIZE INTO WS-CONSOLE-LINE
           else
               STRING WS-MSG-ID ' RULE ' AL-RULE
                      ' AT ' AL-TIMESTAMP(9:6)
                      ' ' AL-DESC
                      ' CALL ' WS-ALERT-CONTACT
                      WS-ATTEST-TAG
                      DELIMITED BY SIZE INTO WS-CONSOLE-LINE
           end-if.
           DISPLAY WS-CONSOLE-LINE UPON CONSOLE.
      * when the catalog has no record, so the automation package
      * still matches a fixed word where the name would be.
           Move 'ON-CALL' to WS-ALERT-CONTACT.
           set WS-Runbook-Found to false.
           if not WS-Runbook-Open
               GO TO 1200-Lookup-Contact-Exit
           end-if.
                   continue
               NOT INVALID KEY
                   Move RB-CONTACT to WS-ALERT-CONTACT
                   set WS-Runbook-Found to true
           end-read.
           Exit Paragraph.
          1200-Lookup-Contact-Exit.
           Exit Paragraph.
      *
          1300-Check-Attestation.
      * Only a rule the runbook catalog knows has an owner to
      * attest it - the watchdog and calendar alerts carry
      * pseudo-rule codes (WDOG, CALD) that never get the tag.
           Move SPACES to WS-ATTEST-TAG.
           if not WS-Attest-Check or not WS-Runbook-Found
               GO TO 1300-Check-Attestation-Exit
           end-if.
           Move AL-RULE        to ATT-RULE.
           Move WS-ATT-QUARTER to ATT-QUARTER.
           READ ATTEST-FILE
               INVALID KEY
                   Move ' UNATTESTED' to WS-ATTEST-TAG
           end-read.
           Exit Paragraph.
          1300-Check-Attestation-Exit.
           Exit Paragraph.
