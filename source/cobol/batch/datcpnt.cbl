       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATCPNT.
      * Consistency point for the backups, and its check at the
      * recovery site. ACCTMAST, RULETAB, DATAUDIT, AUDANCHR and the
      * DB2 tables are backed up by separate jobs at separate times;
      * restored from backups taken at different moments, they come
      * back out of step with each other - DATAVRF reports the audit
      * chain broken where AUDANCHR and DATAUDIT disagree, DATRECON
      * reports the DATAUDIT records and Q.RULE_AUDIT rows the other
      * side never saw - and nothing says which dataset is the odd
      * one out. CPPARM is a KEYWORD=VALUE member:
      *   FUNCTION=RECORD    after the nightly, before the backups:
      *                      measure every dataset and write the
      *                      consistency point (DATCPNT) to CONSPT.
      *                      Refused while RUNPROG shows the nightly
      *                      still running or APLCHKPT shows an
      *                      apply in flight - a point taken part way
      *                      is no point.
      *   FUNCTION=VERIFY    the default: at the recovery site, after
      *                      the restores and before anyone restarts
      *                      the nightly, measure the restored data
      *                      the same way and report each dataset as
      *                      MATCH, AHEAD of the point, BEHIND it,
      *                      DIFFERS (same position, other content -
      *                      not the backup taken with the point) or
      *                      MISSING. Changes nothing.
      *
      * Each dataset is measured by its record count, its last key or
      * sequence number, and where it has one a check value (see
      * DATCPNT for what each entry holds). Both functions also check
      * AUDANCHR against the last DATAUDIT record: the next audit
      * write chains from the anchor, so an anchor out of step with
      * the trail breaks the chain at the first write.
      *
      * RECORD: RC 0 = point written; RC 4 = written, with a warning
      * (the anchor out of step, or the nightly stopped rather than
      * ended); RC 12 = refused, nothing written; RC 999 = a dataset
      * or DB2 table could not be read, or CONSPT not written.
      * VERIFY: RC 0 = everything at the point; RC 8 = something out
      * of step - the listing says what; RC 12 = no consistency point
      * on CONSPT to verify against.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPPARM-FILE   ASSIGN TO 'CPPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPPARM-STATUS.
           SELECT RUNPROG-FILE  ASSIGN TO 'RUNPROG'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RUNPROG-RRN
               FILE STATUS IS WS-RUNPROG-STATUS.
           SELECT APLCHKPT-FILE ASSIGN TO 'APLCHKPT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-APLCHKPT-RRN
               FILE STATUS IS WS-APLCHKPT-STATUS.
           SELECT ACCTMAST-FILE ASSIGN TO 'ACCTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT RULETAB-FILE  ASSIGN TO 'RULETAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-RULE-NUM
               FILE STATUS IS WS-RULETAB-STATUS.
      * DATAUDIT is the VSAM entry-sequenced trail, read in write
      * order as DATAVRF reads it.
           SELECT DATAUDIT-FILE ASSIGN TO 'DATAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATAUDIT-STATUS.
           SELECT AUDANCHR-FILE ASSIGN TO 'AUDANCHR'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-ANCHOR-RRN
               FILE STATUS IS WS-AUDANCHR-STATUS.
           SELECT CONSPT-FILE   ASSIGN TO 'CONSPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSPT-STATUS.
           SELECT SQLERRLG-FILE ASSIGN TO 'SQLERRLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQLERRLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CPPARM-FILE.
       01  CPPARM-RECORD            PIC X(80).

       FD  RUNPROG-FILE.
           COPY DATPROG.

       FD  APLCHKPT-FILE.
           COPY DATACKP.

       FD  ACCTMAST-FILE.
           COPY DATACCT.

       FD  RULETAB-FILE.
           COPY RULETAB.

       FD  DATAUDIT-FILE.
           COPY DATAUDIT.

       FD  AUDANCHR-FILE.
           COPY DATAANCH.

       FD  CONSPT-FILE.
       01  CONSPT-FILE-RECORD       PIC X(400).

       FD  SQLERRLG-FILE.
           COPY SQLERRLG.

       WORKING-STORAGE SECTION.
       01  WS-CPPARM-STATUS         PIC X(02).
           88  WS-CPPARM-OK              VALUE '00'.
           88  WS-CPPARM-EOF              VALUE '10'.
       01  WS-RUNPROG-STATUS        PIC X(02).
           88  WS-RUNPROG-OK             VALUE '00'.
       01  WS-RUNPROG-RRN           PIC 9(04) COMP VALUE 1.
       01  WS-APLCHKPT-STATUS       PIC X(02).
           88  WS-APLCHKPT-OK            VALUE '00'.
       01  WS-APLCHKPT-RRN          PIC 9(04) COMP VALUE 1.
       01  WS-ACCTMAST-STATUS       PIC X(02).
           88  WS-ACCTMAST-OK            VALUE '00'.
           88  WS-ACCTMAST-EOF            VALUE '10'.
       01  WS-RULETAB-STATUS        PIC X(02).
           88  WS-RULETAB-OK             VALUE '00'.
           88  WS-RULETAB-EOF             VALUE '10'.
       01  WS-DATAUDIT-STATUS       PIC X(02).
           88  WS-DATAUDIT-OK            VALUE '00'.
           88  WS-DATAUDIT-EOF            VALUE '10'.
       01  WS-AUDANCHR-STATUS       PIC X(02).
           88  WS-AUDANCHR-OK            VALUE '00'.
       01  WS-ANCHOR-RRN            PIC 9(04) COMP VALUE 1.
       01  WS-CONSPT-STATUS         PIC X(02).
           88  WS-CONSPT-OK              VALUE '00'.
      * The point is built, compared and printed here - the CONSPT
      * record area is only read INTO and written FROM, and is not
      * to be used once the file is closed.
           COPY DATCPNT.
       01  WS-SQLERRLG-STATUS       PIC X(02).
       01  WS-SQL-STATEMENT         PIC X(30).

       01  WS-CURRENT-TIMESTAMP     PIC X(14).
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).

       COPY DATBDGP.

       01  WS-PARM-KEYWORD          PIC X(10).
       01  WS-PARM-VALUE-TEXT       PIC X(40).
       01  WS-FUNCTION              PIC X(08) VALUE 'VERIFY'.

       01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
           88  WS-Refused                 VALUE 'Y' FALSE 'N'.
       01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
           88  WS-Failed                  VALUE 'Y' FALSE 'N'.
       01  WS-WARNED-SW             PIC X(01) VALUE 'N'.
           88  WS-Warned                  VALUE 'Y' FALSE 'N'.
       01  WS-SQL-SW                PIC X(01) VALUE 'Y'.
           88  WS-SQL-OK                 VALUE 'Y'.
           88  WS-SQL-NOT-OK              VALUE 'N'.
       01  WS-ANCHOR-SW             PIC X(01) VALUE 'N'.
           88  WS-Anchor-Out-Of-Step      VALUE 'Y' FALSE 'N'.

      * The nightly and the apply the point is taken after.
       01  WS-RUN-ID                PIC X(14) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(01) VALUE SPACE.
       01  WS-FEED-DATE             PIC 9(08) VALUE ZERO.
       01  WS-FEED-SEQ              PIC 9(06) VALUE ZERO.

      * The datasets as measured by this run, in DATCPNT's order.
      * WS-DS-LABEL is the name the listing shows; WS-DS-KEY-NAME is
      * the one written to CP-DS-NAME and checked on the way back.
       01  WS-DS-LABELS.
           05  FILLER               PIC X(14) VALUE 'ACCTMAST'.
           05  FILLER               PIC X(14) VALUE 'RULETAB'.
           05  FILLER               PIC X(14) VALUE 'DATAUDIT'.
           05  FILLER               PIC X(14) VALUE 'AUDANCHR'.
           05  FILLER               PIC X(14) VALUE 'Q.RULE_AUDIT'.
           05  FILLER               PIC X(14) VALUE 'Q.RUN_CONTROL'.
       01  WS-DS-LABELS-R REDEFINES WS-DS-LABELS.
           05  WS-DS-LABEL          PIC X(14) OCCURS 6 TIMES.
       01  WS-DS-KEY-NAMES.
           05  FILLER               PIC X(08) VALUE 'ACCTMAST'.
           05  FILLER               PIC X(08) VALUE 'RULETAB'.
           05  FILLER               PIC X(08) VALUE 'DATAUDIT'.
           05  FILLER               PIC X(08) VALUE 'AUDANCHR'.
           05  FILLER               PIC X(08) VALUE 'RULEAUD'.
           05  FILLER               PIC X(08) VALUE 'RUNCTL'.
       01  WS-DS-KEY-NAMES-R REDEFINES WS-DS-KEY-NAMES.
           05  WS-DS-KEY-NAME       PIC X(08) OCCURS 6 TIMES.

       01  WS-MEASURED.
           05  WS-MS-ENTRY OCCURS 6 TIMES.
               10  WS-MS-COUNT          PIC 9(09).
               10  WS-MS-LAST-KEY       PIC X(14).
               10  WS-MS-POSITION       PIC X(14).
               10  WS-MS-CHECK          PIC 9(09).
               10  WS-MS-READ-SW        PIC X(01).
                   88  WS-Ms-Read             VALUE 'Y' FALSE 'N'.
               10  WS-MS-VERDICT        PIC X(08).
       01  WS-DS-IDX                PIC 9(04) COMP VALUE ZERO.

      * Measuring work: the latest posting date on ACCTMAST, the last
      * sequence number seen, and the chained check value - the
      * audit chain's arithmetic (prior check times 31 plus the byte
      * sum of the record, mod 999999989), so one record altered,
      * added, dropped or moved changes it.
       01  WS-MAX-POST-DATE         PIC 9(08) VALUE ZERO.
       01  WS-SEQ-NBR               PIC 9(09) VALUE ZERO.
       01  WS-CHECK-IMAGE           PIC X(120).
       01  WS-CHECK-LEN             PIC 9(04) COMP VALUE ZERO.
       01  WS-CHECK-SUB             PIC 9(04) COMP VALUE ZERO.
       01  WS-CHECK-SUM             PIC 9(13) COMP-3 VALUE ZERO.
       01  WS-CHECK-PRIOR           PIC 9(09) VALUE ZERO.

      * DB2 host variables for the two row counts.
       01  WS-DB-COUNT              PIC S9(09) COMP VALUE ZERO.
       01  WS-DB-ENDED              PIC S9(09) COMP VALUE ZERO.
       01  WS-DB-MAX-KEY            PIC X(14).
       01  WS-DB-MAX-IND            PIC S9(04) COMP.

       01  WS-CT-MATCH              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CT-OUT-OF-STEP        PIC 9(03) COMP-3 VALUE ZERO.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           perform 0100-Read-Cpparm thru 0100-Read-Cpparm-Exit.
           CALL 'DATBDGT' USING DATBDGT-PARMS.
           if BG-No-Control
               Display 'WARNING-999: no BUSDATE control record -'
                   ' using the clock date ' BG-BUSINESS-DATE
           end-if.
           OPEN EXTEND SQLERRLG-FILE.
           if WS-SQLERRLG-STATUS not = '00'
               and WS-SQLERRLG-STATUS not = '05'
               OPEN OUTPUT SQLERRLG-FILE
           end-if.
           Display '================================================'.
           Display 'DATCPNT - Consistency Point ' WS-FUNCTION
               ' ' WS-CURRENT-TIMESTAMP.
           Display '================================================'.
           evaluate WS-FUNCTION
               when 'RECORD'
                   perform 1000-Record-Point
                       thru 1000-Record-Point-Exit
               when 'VERIFY'
                   perform 2000-Verify-Restore
                       thru 2000-Verify-Restore-Exit
               when other
                   Display 'ERROR-999: unknown CPPARM FUNCTION '
                       WS-FUNCTION
                   set WS-Refused to true
           end-evaluate.
           CLOSE SQLERRLG-FILE.
           Display '================================================'.
           evaluate true
               when WS-Failed
                   Move 999 to RETURN-CODE
               when WS-Refused
                   Move 12 to RETURN-CODE
               when WS-CT-OUT-OF-STEP > ZERO
               when WS-FUNCTION = 'VERIFY' and WS-Anchor-Out-Of-Step
                   Move 8 to RETURN-CODE
               when WS-Warned
                   Move 4 to RETURN-CODE
               when other
                   Move ZERO to RETURN-CODE
           end-evaluate.
           STOP RUN.
      *
          0100-Read-Cpparm.
      * No CPPARM verifies - the function that changes nothing.
           OPEN INPUT CPPARM-FILE.
           if not WS-CPPARM-OK
               GO TO 0100-Read-Cpparm-Exit
           end-if.
           perform 0110-Read-Cpparm-Record
               thru 0110-Read-Cpparm-Record-Exit
               until WS-CPPARM-EOF.
           CLOSE CPPARM-FILE.
           Exit Paragraph.
          0100-Read-Cpparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Cpparm-Record.
           READ CPPARM-FILE
               AT END set WS-CPPARM-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING CPPARM-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   evaluate WS-PARM-KEYWORD
                       when 'FUNCTION'
                           if WS-PARM-VALUE-TEXT not = SPACES
                               Move WS-PARM-VALUE-TEXT to WS-FUNCTION
                           end-if
                       when SPACES
                           continue
                       when other
                           Display 'DATCPNT: Ignoring unknown CPPARM'
                               ' keyword ' WS-PARM-KEYWORD
                   end-evaluate
           end-read.
           Exit Paragraph.
          0110-Read-Cpparm-Record-Exit.
           Exit Paragraph.
      *
          1000-Record-Point.
           perform 1100-Check-Nightly thru 1100-Check-Nightly-Exit.
           perform 1150-Check-Apply thru 1150-Check-Apply-Exit.
           if WS-Refused
               Display 'DATCPNT: consistency point refused - CONSPT'
                   ' not written'
               GO TO 1000-Record-Point-Exit
           end-if.
           perform 3000-Measure-All thru 3000-Measure-All-Exit.
           perform 1200-Check-One-Read thru 1200-Check-One-Read-Exit
               varying WS-DS-IDX from 1 by 1 until WS-DS-IDX > 6.
           if WS-Failed
               Display 'ERROR-999: consistency point not taken -'
                   ' CONSPT not written'
               GO TO 1000-Record-Point-Exit
           end-if.
           perform 3700-Check-Anchor thru 3700-Check-Anchor-Exit.
           if WS-Anchor-Out-Of-Step
               set WS-Warned to true
           end-if.
           perform 1300-Write-Point thru 1300-Write-Point-Exit.
           if WS-Failed
               GO TO 1000-Record-Point-Exit
           end-if.
           perform 4000-Print-Heading thru 4000-Print-Heading-Exit.
           perform 4100-Print-Point-Entry
               thru 4100-Print-Point-Entry-Exit
               varying WS-DS-IDX from 1 by 1 until WS-DS-IDX > 6.
           Display 'DATCPNT: consistency point written to CONSPT'.
           Exit Paragraph.
          1000-Record-Point-Exit.
           Exit Paragraph.
      *
          1100-Check-Nightly.
      * DATBATCH's progress record says whether the nightly is done.
      * No RUNPROG at all is a system whose nightly has never run.
           Move 1 to WS-RUNPROG-RRN.
           OPEN INPUT RUNPROG-FILE.
           if not WS-RUNPROG-OK
               Display 'WARNING-999: no RUNPROG - the point names'
                   ' no nightly'
               GO TO 1100-Check-Nightly-Exit
           end-if.
           READ RUNPROG-FILE
               INVALID KEY continue
           end-read.
           if WS-RUNPROG-OK
               Move PG-RUN-ID  to WS-RUN-ID
               Move PG-STATUS  to WS-RUN-STATUS
               evaluate true
                   when PG-RUNNING
                       Display 'ERROR-999: RUNPROG shows nightly '
                           PG-RUN-ID ' still running'
                       set WS-Refused to true
                   when PG-STOPPED
                       Display 'WARNING-999: nightly ' PG-RUN-ID
                           ' was stopped, not ended - its rerun'
                           ' will move the datasets on'
                       set WS-Warned to true
               end-evaluate
           end-if.
           CLOSE RUNPROG-FILE.
           Exit Paragraph.
          1100-Check-Nightly-Exit.
           Exit Paragraph.
      *
          1150-Check-Apply.
      * No checkpoint is an apply never run under one - none in
      * flight.
           Move 1 to WS-APLCHKPT-RRN.
           OPEN INPUT APLCHKPT-FILE.
           if not WS-APLCHKPT-OK
               GO TO 1150-Check-Apply-Exit
           end-if.
           READ APLCHKPT-FILE
               INVALID KEY continue
               NOT INVALID KEY
                   if CK-In-Flight
                       Display 'ERROR-999: APLCHKPT shows feed '
                           CK-FEED-DATE ' ' CK-FEED-SEQ ' in flight'
                           ' - restart DATAAPL first'
                       set WS-Refused to true
                   end-if
                   if CK-FEED-DATE numeric
                       Move CK-FEED-DATE to WS-FEED-DATE
                   end-if
                   if CK-FEED-SEQ numeric
                       Move CK-FEED-SEQ to WS-FEED-SEQ
                   end-if
           end-read.
           CLOSE APLCHKPT-FILE.
           Exit Paragraph.
          1150-Check-Apply-Exit.
           Exit Paragraph.
      *
          1200-Check-One-Read.
      * A point that leaves a dataset out cannot say where it stood.
           if not WS-Ms-Read(WS-DS-IDX)
               Display 'ERROR-999: ' WS-DS-LABEL(WS-DS-IDX)
                   ' could not be measured'
               set WS-Failed to true
           end-if.
           Exit Paragraph.
          1200-Check-One-Read-Exit.
           Exit Paragraph.
      *
          1300-Write-Point.
           Move SPACES to CONSPT-RECORD.
           Move WS-CURRENT-TIMESTAMP to CP-TAKEN-TS.
           Move BG-BUSINESS-DATE     to CP-BUSINESS-DATE.
           Move WS-RUN-ID            to CP-RUN-ID.
           Move WS-RUN-STATUS        to CP-RUN-STATUS.
           Move WS-FEED-DATE         to CP-FEED-DATE.
           Move WS-FEED-SEQ          to CP-FEED-SEQ.
           perform 1310-Move-One-Entry thru 1310-Move-One-Entry-Exit
               varying WS-DS-IDX from 1 by 1 until WS-DS-IDX > 6.
           OPEN OUTPUT CONSPT-FILE.
           if not WS-CONSPT-OK
               Display 'ERROR-999: Unable to open CONSPT status='
                   WS-CONSPT-STATUS
               set WS-Failed to true
               GO TO 1300-Write-Point-Exit
           end-if.
           WRITE CONSPT-FILE-RECORD FROM CONSPT-RECORD.
           if not WS-CONSPT-OK
               Display 'ERROR-999: CONSPT write failed status='
                   WS-CONSPT-STATUS
               set WS-Failed to true
           end-if.
           CLOSE CONSPT-FILE.
           Exit Paragraph.
          1300-Write-Point-Exit.
           Exit Paragraph.
      *
          1310-Move-One-Entry.
           Move WS-DS-KEY-NAME(WS-DS-IDX)
             to CP-DS-NAME(WS-DS-IDX).
           Move WS-MS-COUNT(WS-DS-IDX)
             to CP-DS-COUNT(WS-DS-IDX).
           Move WS-MS-LAST-KEY(WS-DS-IDX)
             to CP-DS-LAST-KEY(WS-DS-IDX).
           Move WS-MS-POSITION(WS-DS-IDX)
             to CP-DS-POSITION(WS-DS-IDX).
           Move WS-MS-CHECK(WS-DS-IDX)
             to CP-DS-CHECK(WS-DS-IDX).
           Exit Paragraph.
          1310-Move-One-Entry-Exit.
           Exit Paragraph.
      *
          2000-Verify-Restore.
           perform 2100-Read-Point thru 2100-Read-Point-Exit.
           if WS-Refused
               Display 'DATCPNT: nothing verified'
               GO TO 2000-Verify-Restore-Exit
           end-if.
           perform 4000-Print-Heading thru 4000-Print-Heading-Exit.
           perform 3000-Measure-All thru 3000-Measure-All-Exit.
           perform 2200-Compare-One thru 2200-Compare-One-Exit
               varying WS-DS-IDX from 1 by 1 until WS-DS-IDX > 6.
           perform 3700-Check-Anchor thru 3700-Check-Anchor-Exit.
           Display '------------------------------------------------'.
           Display '  Datasets at the point  . . . : ' WS-CT-MATCH.
           Display '  Datasets out of step . . . . : '
               WS-CT-OUT-OF-STEP.
           if WS-CT-OUT-OF-STEP > ZERO or WS-Anchor-Out-Of-Step
               Display 'ERROR-999: the restored data is NOT at one'
                   ' consistency point - restore what is out of step'
               Display 'ERROR-999: from the backups taken with '
                   CP-TAKEN-TS ' before restarting the nightly'
           else
               Display 'DATCPNT: restored data verified at the'
                   ' consistency point of ' CP-TAKEN-TS
           end-if.
           Exit Paragraph.
          2000-Verify-Restore-Exit.
           Exit Paragraph.
      *
          2100-Read-Point.
      * CONSPT is the generation taken with the backups being
      * restored - without it there is nothing to verify against.
           OPEN INPUT CONSPT-FILE.
           if not WS-CONSPT-OK
               Display 'ERROR-999: Unable to open CONSPT status='
                   WS-CONSPT-STATUS
               set WS-Refused to true
               GO TO 2100-Read-Point-Exit
           end-if.
           READ CONSPT-FILE INTO CONSPT-RECORD
               AT END
                   Display 'ERROR-999: CONSPT holds no consistency'
                       ' point'
                   set WS-Refused to true
           end-read.
           CLOSE CONSPT-FILE.
           if WS-Refused
               GO TO 2100-Read-Point-Exit
           end-if.
           perform 2110-Check-One-Name thru 2110-Check-One-Name-Exit
               varying WS-DS-IDX from 1 by 1 until WS-DS-IDX > 6.
           Exit Paragraph.
          2100-Read-Point-Exit.
           Exit Paragraph.
      *
          2110-Check-One-Name.
           if CP-DS-NAME(WS-DS-IDX) not = WS-DS-KEY-NAME(WS-DS-IDX)
               Display 'ERROR-999: CONSPT entry ' WS-DS-IDX
                   ' is ' CP-DS-NAME(WS-DS-IDX) ', expected '
                   WS-DS-KEY-NAME(WS-DS-IDX)
                   ' - not a DATCPNT consistency point'
               set WS-Refused to true
           end-if.
           Exit Paragraph.
          2110-Check-One-Name-Exit.
           Exit Paragraph.
      *
          2200-Compare-One.
      * Ahead and behind are judged on the position; at the same
      * position (or where there is none) the counts, last keys and
      * check values must all agree.
           evaluate true
               when not WS-Ms-Read(WS-DS-IDX)
                   Move 'MISSING' to WS-MS-VERDICT(WS-DS-IDX)
               when CP-DS-POSITION(WS-DS-IDX) not = SPACES
                   and WS-MS-POSITION(WS-DS-IDX)
                     > CP-DS-POSITION(WS-DS-IDX)
                   Move 'AHEAD'   to WS-MS-VERDICT(WS-DS-IDX)
               when CP-DS-POSITION(WS-DS-IDX) not = SPACES
                   and WS-MS-POSITION(WS-DS-IDX)
                     < CP-DS-POSITION(WS-DS-IDX)
                   Move 'BEHIND'  to WS-MS-VERDICT(WS-DS-IDX)
               when WS-MS-COUNT(WS-DS-IDX) = CP-DS-COUNT(WS-DS-IDX)
                   and WS-MS-LAST-KEY(WS-DS-IDX)
                     = CP-DS-LAST-KEY(WS-DS-IDX)
                   and WS-MS-CHECK(WS-DS-IDX)
                     = CP-DS-CHECK(WS-DS-IDX)
                   Move 'MATCH'   to WS-MS-VERDICT(WS-DS-IDX)
               when other
                   Move 'DIFFERS' to WS-MS-VERDICT(WS-DS-IDX)
           end-evaluate.
           if WS-MS-VERDICT(WS-DS-IDX) = 'MATCH'
               add 1 to WS-CT-MATCH
           else
               add 1 to WS-CT-OUT-OF-STEP
           end-if.
           Display '  ' WS-DS-LABEL(WS-DS-IDX) ' '
               WS-MS-VERDICT(WS-DS-IDX).
           Display '      point    count ' CP-DS-COUNT(WS-DS-IDX)
               ' last ' CP-DS-LAST-KEY(WS-DS-IDX)
               ' pos ' CP-DS-POSITION(WS-DS-IDX)
               ' check ' CP-DS-CHECK(WS-DS-IDX).
           if WS-Ms-Read(WS-DS-IDX)
               Display '      restored count ' WS-MS-COUNT(WS-DS-IDX)
                   ' last ' WS-MS-LAST-KEY(WS-DS-IDX)
                   ' pos ' WS-MS-POSITION(WS-DS-IDX)
                   ' check ' WS-MS-CHECK(WS-DS-IDX)
           end-if.
           evaluate WS-MS-VERDICT(WS-DS-IDX)
               when 'AHEAD'
                   Display '      restored from after the point -'
                       ' holds work the other datasets do not'
               when 'BEHIND'
                   Display '      restored from before the point -'
                       ' work since is missing'
               when 'DIFFERS'
                   Display '      same position, other content -'
                       ' not the backup taken with the point'
               when 'MISSING'
                   Display '      not restored, or not readable'
           end-evaluate.
           Exit Paragraph.
          2200-Compare-One-Exit.
           Exit Paragraph.
      *
          3000-Measure-All.
           perform 3010-Clear-One thru 3010-Clear-One-Exit
               varying WS-DS-IDX from 1 by 1 until WS-DS-IDX > 6.
           perform 3100-Measure-Acctmast
               thru 3100-Measure-Acctmast-Exit.
           perform 3200-Measure-Ruletab
               thru 3200-Measure-Ruletab-Exit.
           perform 3300-Measure-Dataudit
               thru 3300-Measure-Dataudit-Exit.
           perform 3400-Measure-Audanchr
               thru 3400-Measure-Audanchr-Exit.
           perform 3500-Measure-Rule-Audit
               thru 3500-Measure-Rule-Audit-Exit.
           perform 3600-Measure-Run-Control
               thru 3600-Measure-Run-Control-Exit.
           Exit Paragraph.
          3000-Measure-All-Exit.
           Exit Paragraph.
      *
          3010-Clear-One.
           Move ZERO   to WS-MS-COUNT(WS-DS-IDX)
                          WS-MS-CHECK(WS-DS-IDX).
           Move SPACES to WS-MS-LAST-KEY(WS-DS-IDX)
                          WS-MS-POSITION(WS-DS-IDX)
                          WS-MS-VERDICT(WS-DS-IDX).
           set WS-Ms-Read(WS-DS-IDX) to false.
           Exit Paragraph.
          3010-Clear-One-Exit.
           Exit Paragraph.
      *
          3100-Measure-Acctmast.
           Move ZERO to WS-CHECK-PRIOR WS-MAX-POST-DATE.
           OPEN INPUT ACCTMAST-FILE.
           if not WS-ACCTMAST-OK
               Display 'ERROR-999: Unable to open ACCTMAST status='
                   WS-ACCTMAST-STATUS
               GO TO 3100-Measure-Acctmast-Exit
           end-if.
           perform 3110-Read-One-Account
               thru 3110-Read-One-Account-Exit
               until not WS-ACCTMAST-OK.
      * Tested before the CLOSE - a good CLOSE sets the status to 00.
           if not WS-ACCTMAST-EOF
               Display 'ERROR-999: ACCTMAST read failed status='
                   WS-ACCTMAST-STATUS
               CLOSE ACCTMAST-FILE
               GO TO 3100-Measure-Acctmast-Exit
           end-if.
           CLOSE ACCTMAST-FILE.
           Move WS-MAX-POST-DATE to WS-MS-POSITION(1).
           Move WS-CHECK-PRIOR   to WS-MS-CHECK(1).
           set WS-Ms-Read(1) to true.
           Exit Paragraph.
          3100-Measure-Acctmast-Exit.
           Exit Paragraph.
      *
          3110-Read-One-Account.
           READ ACCTMAST-FILE
               AT END GO TO 3110-Read-One-Account-Exit
           end-read.
           if not WS-ACCTMAST-OK
               GO TO 3110-Read-One-Account-Exit
           end-if.
           add 1 to WS-MS-COUNT(1).
           Move ACCT-NUMBER to WS-MS-LAST-KEY(1).
           if ACCT-LAST-POST-DATE numeric
               and ACCT-LAST-POST-DATE > WS-MAX-POST-DATE
               Move ACCT-LAST-POST-DATE to WS-MAX-POST-DATE
           end-if.
           Move ACCTRANGE-RECORD to WS-CHECK-IMAGE.
           Move LENGTH OF ACCTRANGE-RECORD to WS-CHECK-LEN.
           perform 3900-Chain-Check thru 3900-Chain-Check-Exit.
           Exit Paragraph.
          3110-Read-One-Account-Exit.
           Exit Paragraph.
      *
          3200-Measure-Ruletab.
      * RULETAB is keyed, not appended - no position, only whether
      * it is the same table.
           Move ZERO to WS-CHECK-PRIOR.
           OPEN INPUT RULETAB-FILE.
           if not WS-RULETAB-OK
               Display 'ERROR-999: Unable to open RULETAB status='
                   WS-RULETAB-STATUS
               GO TO 3200-Measure-Ruletab-Exit
           end-if.
           perform 3210-Read-One-Rule thru 3210-Read-One-Rule-Exit
               until not WS-RULETAB-OK.
      * Tested before the CLOSE - a good CLOSE sets the status to 00.
           if not WS-RULETAB-EOF
               Display 'ERROR-999: RULETAB read failed status='
                   WS-RULETAB-STATUS
               CLOSE RULETAB-FILE
               GO TO 3200-Measure-Ruletab-Exit
           end-if.
           CLOSE RULETAB-FILE.
           Move WS-CHECK-PRIOR to WS-MS-CHECK(2).
           set WS-Ms-Read(2) to true.
           Exit Paragraph.
          3200-Measure-Ruletab-Exit.
           Exit Paragraph.
      *
          3210-Read-One-Rule.
           READ RULETAB-FILE
               AT END GO TO 3210-Read-One-Rule-Exit
           end-read.
           if not WS-RULETAB-OK
               GO TO 3210-Read-One-Rule-Exit
           end-if.
           add 1 to WS-MS-COUNT(2).
           Move RT-RULE-NUM to WS-MS-LAST-KEY(2).
           Move RULETAB-RECORD to WS-CHECK-IMAGE.
           Move LENGTH OF RULETAB-RECORD to WS-CHECK-LEN.
           perform 3900-Chain-Check thru 3900-Chain-Check-Exit.
           Exit Paragraph.
          3210-Read-One-Rule-Exit.
           Exit Paragraph.
      *
          3300-Measure-Dataudit.
      * The trail's own chain already covers every record before
      * the last, so the last record's sequence number and check
      * value say where it stands. An empty trail (just cut by
      * DATARCH) stands at sequence zero.
           Move ZERO to WS-SEQ-NBR WS-CHECK-PRIOR.
           OPEN INPUT DATAUDIT-FILE.
           if not WS-DATAUDIT-OK
               Display 'ERROR-999: Unable to open DATAUDIT status='
                   WS-DATAUDIT-STATUS
               GO TO 3300-Measure-Dataudit-Exit
           end-if.
           perform 3310-Read-One-Audit thru 3310-Read-One-Audit-Exit
               until not WS-DATAUDIT-OK.
      * Tested before the CLOSE - a good CLOSE sets the status to 00.
           if not WS-DATAUDIT-EOF
               Display 'ERROR-999: DATAUDIT read failed status='
                   WS-DATAUDIT-STATUS
               CLOSE DATAUDIT-FILE
               GO TO 3300-Measure-Dataudit-Exit
           end-if.
           CLOSE DATAUDIT-FILE.
           Move WS-SEQ-NBR     to WS-MS-POSITION(3).
           Move WS-CHECK-PRIOR to WS-MS-CHECK(3).
           set WS-Ms-Read(3) to true.
           Exit Paragraph.
          3300-Measure-Dataudit-Exit.
           Exit Paragraph.
      *
          3310-Read-One-Audit.
           READ DATAUDIT-FILE
               AT END GO TO 3310-Read-One-Audit-Exit
           end-read.
           if not WS-DATAUDIT-OK
               GO TO 3310-Read-One-Audit-Exit
           end-if.
           add 1 to WS-MS-COUNT(3).
           Move AUD-TIMESTAMP to WS-MS-LAST-KEY(3).
           if AUD-SEQ-NBR numeric and AUD-CHAIN-CHECK numeric
               Move AUD-SEQ-NBR     to WS-SEQ-NBR
               Move AUD-CHAIN-CHECK to WS-CHECK-PRIOR
           end-if.
           Exit Paragraph.
          3310-Read-One-Audit-Exit.
           Exit Paragraph.
      *
          3400-Measure-Audanchr.
      * A defined but never written anchor stands at sequence zero.
           Move ZERO to WS-SEQ-NBR.
           Move 1 to WS-ANCHOR-RRN.
           OPEN INPUT AUDANCHR-FILE.
           if not WS-AUDANCHR-OK
               Display 'ERROR-999: Unable to open AUDANCHR status='
                   WS-AUDANCHR-STATUS
               GO TO 3400-Measure-Audanchr-Exit
           end-if.
           READ AUDANCHR-FILE
               INVALID KEY continue
               NOT INVALID KEY
                   add 1 to WS-MS-COUNT(4)
                   if AN-LAST-SEQ numeric
                       Move AN-LAST-SEQ to WS-SEQ-NBR
                   end-if
                   if AN-LAST-CHAIN numeric
                       Move AN-LAST-CHAIN to WS-MS-CHECK(4)
                   end-if
           end-read.
           CLOSE AUDANCHR-FILE.
           Move WS-SEQ-NBR to WS-MS-POSITION(4).
           set WS-Ms-Read(4) to true.
           Exit Paragraph.
          3400-Measure-Audanchr-Exit.
           Exit Paragraph.
      *
          3500-Measure-Rule-Audit.
      * An empty table stands at timestamp zero.
           EXEC SQL
               SELECT COUNT(*), MAX(RUN_TIMESTAMP)
                 INTO :WS-DB-COUNT, :WS-DB-MAX-KEY:WS-DB-MAX-IND
                 FROM Q.RULE_AUDIT
           END-EXEC.
           Move 'SELECT COUNT Q.RULE_AUDIT' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-NOT-OK
               GO TO 3500-Measure-Rule-Audit-Exit
           end-if.
           if WS-DB-MAX-IND < 0
               Move ZEROS to WS-DB-MAX-KEY
           end-if.
           Move WS-DB-COUNT   to WS-MS-COUNT(5).
           Move WS-DB-MAX-KEY to WS-MS-LAST-KEY(5)
                                 WS-MS-POSITION(5).
           set WS-Ms-Read(5) to true.
           Exit Paragraph.
          3500-Measure-Rule-Audit-Exit.
           Exit Paragraph.
      *
          3600-Measure-Run-Control.
      * The check is the runs ended, so a restore of the table taken
      * while the last run was still open shows as DIFFERS.
           EXEC SQL
               SELECT COUNT(*), COUNT(END_TIMESTAMP), MAX(RUN_ID)
                 INTO :WS-DB-COUNT, :WS-DB-ENDED,
                      :WS-DB-MAX-KEY:WS-DB-MAX-IND
                 FROM Q.RUN_CONTROL
           END-EXEC.
           Move 'SELECT COUNT Q.RUN_CONTROL' to WS-SQL-STATEMENT.
           perform 8000-Check-Sqlcode thru 8000-Check-Sqlcode-Exit.
           if WS-SQL-NOT-OK
               GO TO 3600-Measure-Run-Control-Exit
           end-if.
           if WS-DB-MAX-IND < 0
               Move ZEROS to WS-DB-MAX-KEY
           end-if.
           Move WS-DB-COUNT   to WS-MS-COUNT(6).
           Move WS-DB-ENDED   to WS-MS-CHECK(6).
           Move WS-DB-MAX-KEY to WS-MS-LAST-KEY(6)
                                 WS-MS-POSITION(6).
           set WS-Ms-Read(6) to true.
           Exit Paragraph.
          3600-Measure-Run-Control-Exit.
           Exit Paragraph.
      *
          3700-Check-Anchor.
      * The anchor must hold the sequence number and check value of
      * the last record on the trail - the next write chains from
      * it. An empty trail has been cut by DATARCH and the anchor
      * carries the chain on alone.
           set WS-Anchor-Out-Of-Step to false.
           if not WS-Ms-Read(3) or not WS-Ms-Read(4)
               or WS-MS-COUNT(3) = ZERO
               GO TO 3700-Check-Anchor-Exit
           end-if.
           if WS-MS-POSITION(3) = WS-MS-POSITION(4)
               and WS-MS-CHECK(3) = WS-MS-CHECK(4)
               GO TO 3700-Check-Anchor-Exit
           end-if.
           set WS-Anchor-Out-Of-Step to true.
           Display 'WARNING-999: AUDANCHR seq ' WS-MS-POSITION(4)
               ' check ' WS-MS-CHECK(4).
           Display 'WARNING-999: DATAUDIT ends seq ' WS-MS-POSITION(3)
               ' check ' WS-MS-CHECK(3).
           Display 'WARNING-999: the anchor is out of step with the'
               ' trail - the next audit write breaks the chain'.
           Exit Paragraph.
          3700-Check-Anchor-Exit.
           Exit Paragraph.
      *
          3900-Chain-Check.
           Move zero to WS-CHECK-SUM.
           perform 3910-Sum-One-Byte thru 3910-Sum-One-Byte-Exit
               varying WS-CHECK-SUB from 1 by 1
               until WS-CHECK-SUB > WS-CHECK-LEN.
           compute WS-CHECK-PRIOR = function mod(
               WS-CHECK-PRIOR * 31 + WS-CHECK-SUM, 999999989).
           Exit Paragraph.
          3900-Chain-Check-Exit.
           Exit Paragraph.
      *
          3910-Sum-One-Byte.
           compute WS-CHECK-SUM = WS-CHECK-SUM
               + function ord(WS-CHECK-IMAGE(WS-CHECK-SUB:1)).
           Exit Paragraph.
          3910-Sum-One-Byte-Exit.
           Exit Paragraph.
      *
          4000-Print-Heading.
           Display '  Point taken  . . . . . . . . : ' CP-TAKEN-TS.
           Display '  Business date  . . . . . . . : '
               CP-BUSINESS-DATE.
           Display '  After nightly  . . . . . . . : ' CP-RUN-ID
               ' status ' CP-RUN-STATUS.
           Display '  Last feed applied  . . . . . : ' CP-FEED-DATE
               ' ' CP-FEED-SEQ.
           Display '------------------------------------------------'.
           Exit Paragraph.
          4000-Print-Heading-Exit.
           Exit Paragraph.
      *
          4100-Print-Point-Entry.
           Display '  ' WS-DS-LABEL(WS-DS-IDX)
               ' count ' CP-DS-COUNT(WS-DS-IDX)
               ' last ' CP-DS-LAST-KEY(WS-DS-IDX)
               ' pos ' CP-DS-POSITION(WS-DS-IDX)
               ' check ' CP-DS-CHECK(WS-DS-IDX).
           Exit Paragraph.
          4100-Print-Point-Entry-Exit.
           Exit Paragraph.
      *
          8000-Check-Sqlcode.
      * A table that cannot be counted is not measured - MISSING at
      * the recovery site, a failed point at home.
           if SQLCODE = 0
               set WS-SQL-OK to true
           else
               set WS-SQL-NOT-OK to true
               perform 8100-Write-Error-Log
                   thru 8100-Write-Error-Log-Exit
           end-if.
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
