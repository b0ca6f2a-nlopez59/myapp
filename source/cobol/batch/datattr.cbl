       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATATTR.
      * Weekly overdue-attestation report. Every production rule on
      * RULETAB is to be re-attested by its RUNBOOK owner each
      * quarter on DATT (DATATTM, see DATATTS); this lists, rule by
      * rule, who has not:
      *
      *   OVERDUE         no attestation for the quarter and the
      *                   grace period has run out - the owner team
      *                   and contact to chase, and how long
      *   DUE             not attested yet, still inside the grace
      *                   period - the days left
      *   CHANGE FLAGGED  the owner has answered, but says the
      *                   RULETAB or RUNBOOK entry is wrong - who
      *                   flagged it, when, and what
      *
      * A rule with no RUNBOOK entry has no owner to attest it and
      * shows NO OWNER ON FILE in place of the team.
      *
      * Driven by ATTPARM, a KEYWORD=VALUE member the same shape as
      * DATBATCH's PARMLIB (and read by DATBATCH and DATALRT too, so
      * all three agree on what is overdue):
      *   GRACE=nnn        days into the quarter the owners have to
      *                    attest (defaults to 30)
      *   DATE=yyyymmdd    report as of this date (defaults to today)
      *
      * RC 0 = nothing overdue; RC 4 = overdue attestations listed;
      * RC 999 = RULETAB or ATTEST could not be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTPARM-FILE  ASSIGN TO 'ATTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTPARM-STATUS.
           SELECT RULETAB-FILE  ASSIGN TO 'RULETAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-RULE-NUM
               FILE STATUS IS WS-RULETAB-STATUS.
           SELECT ATTEST-FILE   ASSIGN TO 'ATTEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTEST-STATUS.
           SELECT RUNBOOK-FILE  ASSIGN TO 'RUNBOOK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RB-RULE
               FILE STATUS IS WS-RUNBOOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTPARM-FILE.
       01  ATTPARM-RECORD           PIC X(80).

       FD  RULETAB-FILE.
           COPY RULETAB.

       FD  ATTEST-FILE.
           COPY DATATTS.

       FD  RUNBOOK-FILE.
           COPY DATRNBK.

       WORKING-STORAGE SECTION.
       01  WS-ATTPARM-STATUS        PIC X(02).
           88  WS-ATTPARM-OK             VALUE '00'.
           88  WS-ATTPARM-EOF             VALUE '10'.
       01  WS-RULETAB-STATUS        PIC X(02).
           88  WS-RULETAB-OK             VALUE '00'.
           88  WS-RULETAB-EOF             VALUE '10'.
       01  WS-ATTEST-STATUS         PIC X(02).
           88  WS-ATTEST-OK              VALUE '00'.
       01  WS-RUNBOOK-STATUS        PIC X(02).
           88  WS-RUNBOOK-OK             VALUE '00'.
       01  WS-RUNBOOK-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-RUNBOOK-OPEN           VALUE 'Y' FALSE 'N'.
       01  WS-PARM-KEYWORD          PIC X(12).
       01  WS-PARM-VALUE-TEXT       PIC X(20).

       01  WS-AS-OF-DATE            PIC 9(08) VALUE ZERO.
       01  WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-YYYY        PIC 9(04).
           05  WS-AS-OF-MM          PIC 9(02).
           05  WS-AS-OF-DD          PIC 9(02).

      * The quarter the as-of date falls in, its first day, and how
      * far into it the as-of date is against the grace period.
       01  WS-ATT-GRACE             PIC 9(03) VALUE 30.
       01  WS-ATT-QTR-NBR           PIC 9(01).
       01  WS-ATT-QUARTER           PIC X(06).
       01  WS-ATT-QTR-START         PIC 9(08).
       01  WS-ATT-QTR-START-R REDEFINES WS-ATT-QTR-START.
           05  WS-ATT-QS-YYYY       PIC 9(04).
           05  WS-ATT-QS-MM         PIC 9(02).
           05  WS-ATT-QS-DD         PIC 9(02).
       01  WS-ATT-DAYS-IN           PIC 9(05) VALUE ZERO.
       01  WS-ATT-DAYS-LEFT         PIC 9(05) VALUE ZERO.
       01  WS-ATT-DAYS-PAST         PIC 9(05) VALUE ZERO.
       01  WS-GRACE-OVER-SW         PIC X(01) VALUE 'N'.
           88  WS-GRACE-OVER             VALUE 'Y' FALSE 'N'.

      * One entry per RULETAB rule not cleanly attested, the same
      * in-memory-table-from-file pattern DATRPT uses, so the report
      * can print each section together.
       01  WS-OPEN-TABLE.
           05  WS-OP-ENTRY OCCURS 500 TIMES
                                 INDEXED BY OP-IDX.
               10  WS-OP-RULE           PIC X(04).
               10  WS-OP-STATE          PIC X(01).
                   88  WS-OP-OVERDUE         VALUE 'O'.
                   88  WS-OP-DUE             VALUE 'D'.
                   88  WS-OP-FLAGGED         VALUE 'F'.
               10  WS-OP-TEAM           PIC X(20).
               10  WS-OP-CONTACT        PIC X(20).
               10  WS-OP-USER           PIC X(08).
               10  WS-OP-DATE           PIC X(08).
               10  WS-OP-NOTE           PIC X(30).
       01  WS-OPEN-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-PRINT-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL             VALUE 'Y' FALSE 'N'.

       01  WS-CT-RULES              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-ATTESTED           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-FLAGGED            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-DUE                PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-OVERDUE            PIC 9(05) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           perform 0100-Read-Attparm thru 0100-Read-Attparm-Exit.
           if WS-AS-OF-DATE = ZERO
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           end-if.
           perform 0200-Set-Quarter thru 0200-Set-Quarter-Exit.
           OPEN INPUT RULETAB-FILE.
           if not WS-RULETAB-OK
               Display 'ERROR-999: Unable to open RULETAB status='
                   WS-RULETAB-STATUS
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           OPEN INPUT ATTEST-FILE.
           if not WS-ATTEST-OK
               Display 'ERROR-999: Unable to open ATTEST status='
                   WS-ATTEST-STATUS
               CLOSE RULETAB-FILE
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           OPEN INPUT RUNBOOK-FILE.
           if WS-RUNBOOK-OK
               set WS-Runbook-Open to true
           else
               Display 'WARNING-999: Unable to open RUNBOOK status='
                   WS-RUNBOOK-STATUS ' - owners not shown'
           end-if.
           perform 1000-Check-One-Rule thru 1000-Check-One-Rule-Exit
               until WS-RULETAB-EOF.
           CLOSE RULETAB-FILE ATTEST-FILE.
           if WS-Runbook-Open
               CLOSE RUNBOOK-FILE
           end-if.
           perform 2000-Print-Report thru 2000-Print-Report-Exit.
           evaluate true
               when WS-Table-Full
                   Move 999 to RETURN-CODE
               when WS-CT-OVERDUE > 0
                   Move 4 to RETURN-CODE
               when other
                   Move ZERO to RETURN-CODE
           end-evaluate.
           STOP RUN.
      *
          0100-Read-Attparm.
           OPEN INPUT ATTPARM-FILE.
           if WS-ATTPARM-OK
               perform 0110-Read-Attparm-Record
                   thru 0110-Read-Attparm-Record-Exit
                   until WS-ATTPARM-EOF
               CLOSE ATTPARM-FILE
           end-if.
           Exit Paragraph.
          0100-Read-Attparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Attparm-Record.
           READ ATTPARM-FILE
               AT END set WS-ATTPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING ATTPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   evaluate WS-PARM-KEYWORD
                       when 'GRACE'
                           if WS-PARM-VALUE-TEXT(1:3) is numeric
                               Move WS-PARM-VALUE-TEXT(1:3)
                                 to WS-ATT-GRACE
                           else
                               Display 'WARNING-999: ATTPARM'
                                   ' GRACE= value is not nnn -'
                                   ' using ' WS-ATT-GRACE
                           end-if
                       when 'DATE'
                           if WS-PARM-VALUE-TEXT(1:8) is numeric
                               Move WS-PARM-VALUE-TEXT(1:8)
                                 to WS-AS-OF-DATE
                           else
                               Display 'WARNING-999: ATTPARM'
                                   ' DATE= value is not yyyymmdd -'
                                   ' using today'
                           end-if
                       when SPACES
                           continue
                       when other
                           Display 'DATATTR: Ignoring unknown'
                               ' ATTPARM keyword ' WS-PARM-KEYWORD
                   end-evaluate
           end-read.
           Exit Paragraph.
          0110-Read-Attparm-Record-Exit.
           Exit Paragraph.
      *
          0200-Set-Quarter.
           compute WS-ATT-QTR-NBR = (WS-AS-OF-MM - 1) / 3 + 1.
           Move SPACES to WS-ATT-QUARTER.
           STRING WS-AS-OF-YYYY 'Q' WS-ATT-QTR-NBR
               DELIMITED BY SIZE INTO WS-ATT-QUARTER.
           Move WS-AS-OF-YYYY to WS-ATT-QS-YYYY.
           compute WS-ATT-QS-MM = (WS-ATT-QTR-NBR - 1) * 3 + 1.
           Move 1 to WS-ATT-QS-DD.
           compute WS-ATT-DAYS-IN =
               function integer-of-date(WS-AS-OF-DATE)
               - function integer-of-date(WS-ATT-QTR-START).
           if WS-ATT-DAYS-IN > WS-ATT-GRACE
               set WS-Grace-Over to true
               compute WS-ATT-DAYS-PAST =
                   WS-ATT-DAYS-IN - WS-ATT-GRACE
           else
               compute WS-ATT-DAYS-LEFT =
                   WS-ATT-GRACE - WS-ATT-DAYS-IN
           end-if.
           Exit Paragraph.
          0200-Set-Quarter-Exit.
           Exit Paragraph.
      *
          1000-Check-One-Rule.
           READ RULETAB-FILE NEXT RECORD
               AT END
                   set WS-RULETAB-EOF to true
                   GO TO 1000-Check-One-Rule-Exit
           end-read.
           add 1 to WS-CT-RULES.
           Move RT-RULE-NUM    to ATT-RULE.
           Move WS-ATT-QUARTER to ATT-QUARTER.
           READ ATTEST-FILE
               INVALID KEY
                   Move SPACES to ATTEST-RECORD
           end-read.
           if ATT-Attested
               add 1 to WS-CT-ATTESTED
               GO TO 1000-Check-One-Rule-Exit
           end-if.
           if WS-OPEN-COUNT not < 500
               set WS-Table-Full to true
               Display 'ERROR-999: More than 500 rules unattested -'
                   ' rule ' RT-RULE-NUM ' and later not listed'
               GO TO 1000-Check-One-Rule-Exit
           end-if.
           add 1 to WS-OPEN-COUNT.
           set OP-IDX to WS-OPEN-COUNT.
           Move RT-RULE-NUM to WS-OP-RULE(OP-IDX).
           evaluate true
               when ATT-Change-Flagged
                   set WS-OP-FLAGGED(OP-IDX) to true
                   add 1 to WS-CT-FLAGGED
               when WS-Grace-Over
                   set WS-OP-OVERDUE(OP-IDX) to true
                   add 1 to WS-CT-OVERDUE
               when other
                   set WS-OP-DUE(OP-IDX) to true
                   add 1 to WS-CT-DUE
           end-evaluate.
           Move ATT-USER           to WS-OP-USER(OP-IDX).
           Move ATT-TIMESTAMP(1:8) to WS-OP-DATE(OP-IDX).
           Move ATT-NOTE           to WS-OP-NOTE(OP-IDX).
           Move 'NO OWNER ON FILE' to WS-OP-TEAM(OP-IDX).
           Move SPACES             to WS-OP-CONTACT(OP-IDX).
           if WS-Runbook-Open
               Move RT-RULE-NUM to RB-RULE
               READ RUNBOOK-FILE
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       Move RB-OWNER-TEAM to WS-OP-TEAM(OP-IDX)
                       Move RB-CONTACT    to WS-OP-CONTACT(OP-IDX)
               end-read
           end-if.
           Exit Paragraph.
          1000-Check-One-Rule-Exit.
           Exit Paragraph.
      *
          2000-Print-Report.
           Display '================================================'.
           Display 'DATATTR - Rule Ownership Attestation as of '
               WS-AS-OF-DATE.
           Display '================================================'.
           Display '  Quarter. . . . . . . . . . . : ' WS-ATT-QUARTER.
           Display '  Days into quarter / grace. . : ' WS-ATT-DAYS-IN
               ' / ' WS-ATT-GRACE.
           Display '  RULETAB rules. . . . . . . . : ' WS-CT-RULES.
           Display '  Attested . . . . . . . . . . : ' WS-CT-ATTESTED.
           Display '  Change flagged . . . . . . . : ' WS-CT-FLAGGED.
           Display '  Due, inside grace. . . . . . : ' WS-CT-DUE.
           Display '  OVERDUE. . . . . . . . . . . : ' WS-CT-OVERDUE.
           if WS-CT-OVERDUE > 0
               Display
                   '------------------------------------------------'
               Display 'OVERDUE (rule, owner team, contact, days past'
                   ' grace)'
               perform 2100-Print-Overdue-Line
                   thru 2100-Print-Overdue-Line-Exit
                   varying WS-PRINT-IDX from 1 by 1
                   until WS-PRINT-IDX > WS-OPEN-COUNT
           end-if.
           if WS-CT-DUE > 0
               Display
                   '------------------------------------------------'
               Display 'DUE (rule, owner team, contact, days of grace'
                   ' left)'
               perform 2200-Print-Due-Line
                   thru 2200-Print-Due-Line-Exit
                   varying WS-PRINT-IDX from 1 by 1
                   until WS-PRINT-IDX > WS-OPEN-COUNT
           end-if.
           if WS-CT-FLAGGED > 0
               Display
                   '------------------------------------------------'
               Display 'CHANGE FLAGGED (rule, owner team, flagged by,'
                   ' date, change wanted)'
               perform 2300-Print-Flagged-Line
                   thru 2300-Print-Flagged-Line-Exit
                   varying WS-PRINT-IDX from 1 by 1
                   until WS-PRINT-IDX > WS-OPEN-COUNT
           end-if.
           Display '================================================'.
           Exit Paragraph.
          2000-Print-Report-Exit.
           Exit Paragraph.
      *
          2100-Print-Overdue-Line.
           if not WS-OP-OVERDUE(WS-PRINT-IDX)
               GO TO 2100-Print-Overdue-Line-Exit
           end-if.
           Display 'Rule ' WS-OP-RULE(WS-PRINT-IDX)
               ' ' WS-OP-TEAM(WS-PRINT-IDX)
               ' ' WS-OP-CONTACT(WS-PRINT-IDX)
               ' ' WS-ATT-DAYS-PAST ' days overdue'.
           Exit Paragraph.
          2100-Print-Overdue-Line-Exit.
           Exit Paragraph.
      *
          2200-Print-Due-Line.
           if not WS-OP-DUE(WS-PRINT-IDX)
               GO TO 2200-Print-Due-Line-Exit
           end-if.
           Display 'Rule ' WS-OP-RULE(WS-PRINT-IDX)
               ' ' WS-OP-TEAM(WS-PRINT-IDX)
               ' ' WS-OP-CONTACT(WS-PRINT-IDX)
               ' ' WS-ATT-DAYS-LEFT ' days left'.
           Exit Paragraph.
          2200-Print-Due-Line-Exit.
           Exit Paragraph.
      *
          2300-Print-Flagged-Line.
           if not WS-OP-FLAGGED(WS-PRINT-IDX)
               GO TO 2300-Print-Flagged-Line-Exit
           end-if.
           Display 'Rule ' WS-OP-RULE(WS-PRINT-IDX)
               ' ' WS-OP-TEAM(WS-PRINT-IDX)
               ' ' WS-OP-USER(WS-PRINT-IDX)
               ' ' WS-OP-DATE(WS-PRINT-IDX)
               ' ' WS-OP-NOTE(WS-PRINT-IDX).
           Exit Paragraph.
          2300-Print-Flagged-Line-Exit.
           Exit Paragraph.
