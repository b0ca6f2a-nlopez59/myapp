      * Runbook catalog loader - maintains the RUNBOOK KSDS (see
      * DATRNBK) from the RNBKIN member the owning teams edit. One
      * delimited line per rule:
      *   rule|owning team|contact|purpose|remediation|doc ref|
      *   deadline
      * The deadline (HHMM, 0000-2359) is optional - left off, the
      * rule carries no delivery commitment.
      * An existing rule's record is replaced, a new rule's is
      * added, so the member is the whole truth and a rerun is
      * idempotent. Who owns rule 0024 and what to do when it
       DATA DIVISION.
       FILE SECTION.
       FD  RNBKIN-FILE.
       01  RNBKIN-RECORD            PIC X(200).

       FD  RUNBOOK-FILE.
           COPY DATRNBK.
       01  WS-IN-PURPOSE            PIC X(40).
       01  WS-IN-REMEDIATION        PIC X(60).
       01  WS-IN-DOC-REF            PIC X(30).
       01  WS-IN-DEADLINE           PIC X(04).
       01  WS-IN-DEADLINE-R REDEFINES WS-IN-DEADLINE.
           05  WS-IN-DL-HH          PIC 9(02).
           05  WS-IN-DL-MM          PIC 9(02).

       01  WS-CT-LINES-READ         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-ADDED              PIC 9(05) COMP-3 VALUE ZERO.
          1100-Apply-One-Line.
           Move SPACES to WS-IN-RULE WS-IN-OWNER WS-IN-CONTACT
                          WS-IN-PURPOSE WS-IN-REMEDIATION
                          WS-IN-DOC-REF WS-IN-DEADLINE.
           UNSTRING RNBKIN-RECORD DELIMITED BY '|'
               INTO WS-IN-RULE WS-IN-OWNER WS-IN-CONTACT
                    WS-IN-PURPOSE WS-IN-REMEDIATION
                    WS-IN-DOC-REF WS-IN-DEADLINE.
           if WS-IN-RULE = SPACES or WS-IN-CONTACT = SPACES
               add 1 to WS-CT-REJECTED
               Display 'WARNING-999: Line ' WS-CT-LINES-READ
                   ' rejected - rule code and contact are required'
               GO TO 1100-Apply-One-Line-Exit
           end-if.
           if WS-IN-DEADLINE not = SPACES
               if WS-IN-DEADLINE is not numeric
                   or WS-IN-DL-HH > 23 or WS-IN-DL-MM > 59
                   add 1 to WS-CT-REJECTED
                   Display 'WARNING-999: Line ' WS-CT-LINES-READ
                       ' rejected - deadline ' WS-IN-DEADLINE
                       ' is not HHMM'
                   GO TO 1100-Apply-One-Line-Exit
               end-if
           end-if.
           Move WS-IN-RULE        to RB-RULE.
           Move WS-IN-OWNER       to RB-OWNER-TEAM.
           Move WS-IN-CONTACT     to RB-CONTACT.
           Move WS-IN-PURPOSE     to RB-PURPOSE.
           Move WS-IN-REMEDIATION to RB-REMEDIATION.
           Move WS-IN-DOC-REF     to RB-DOC-REF.
           Move WS-IN-DEADLINE    to RB-DEADLINE.
           WRITE RUNBOOK-RECORD
               INVALID KEY
                   REWRITE RUNBOOK-RECORD
