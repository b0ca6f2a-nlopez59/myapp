      * Driven by CHGPARM (optional, same KEYWORD=VALUE shape as
      * DATBATCH's PARMLIB):
      *   DATE=YYYYMMDD     the day to list (defaults to today)
      *   EXPIRE=nnn        days a production change keyed on DAT0
      *                     may wait on PENDCHG for its second user
      *                     (default 7)
      *
      * Production changes reach RULETAB only once a second user has
      * approved them on DATV, so a RULECHG record for one names the
      * approver too. This run also closes out every PENDCHG change
      * that has waited past EXPIRE days - marked expired, so it can
      * no longer be approved - and lists them, along with the
      * changes rejected on the day and those still waiting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULECHG-FILE ASSIGN TO 'RULECHG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULECHG-STATUS.
           SELECT PENDCHG-FILE ASSIGN TO 'PENDCHG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULECHG-FILE.
           COPY DATCHLG.

       FD  PENDCHG-FILE.
           COPY DATPCHG.

       FD  CHGPARM-FILE.
       01  CHGPARM-RECORD           PIC X(80).

           88  WS-RULECHG-OK             VALUE '00'.
           88  WS-RULECHG-EOF             VALUE '10'.

       01  WS-PENDCHG-STATUS        PIC X(02).
           88  WS-PENDCHG-OK             VALUE '00'.
           88  WS-PENDCHG-EOF             VALUE '10'.

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).

      * Pending-change expiry - age of a request in days from the
      * date it was keyed to today.
       01  WS-EXPIRE-DAYS           PIC 9(03) VALUE 7.
       01  WS-REQ-DATE              PIC 9(08).
       01  WS-PEND-AGE              PIC S9(07) COMP-3.
       01  WS-PEND-AGE-EDIT         PIC ZZZ9.
       01  WS-EXPIRE-EDIT           PIC ZZ9.
       01  WS-PEND-SECTION          PIC X(01).
           88  WS-PEND-LIST-EXPIRED      VALUE 'E'.
           88  WS-PEND-LIST-REJECTED     VALUE 'R'.
           88  WS-PEND-LIST-WAITING      VALUE 'P'.

      * Overlay to pick the reportable fields out of a stored
      * RULETAB image - same field order as the RULETAB copybook.
           05  WS-IM-DESCRIPTION    PIC X(40).
           05  WS-IM-EXPECTED-RSLT  PIC X(03).
           05  FILLER               PIC X(14).
           05  WS-IM-EFFECTIVE-FROM PIC X(08).
           05  WS-IM-RETIRE-ON      PIC X(08).

       01  WS-CT-RECORDS-READ       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-LISTED             PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-EXPIRED            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-REJECTED           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-WAITING            PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-SECTION            PIC 9(07) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
               Display 'Change records read...: ' WS-CT-RECORDS-READ
               Display '============================================'
           end-if.
           perform 2000-Expire-Pending thru 2000-Expire-Pending-Exit.
           STOP RUN.
      *
          0100-Read-Chgparm.
                               Move WS-PARM-VALUE-TEXT(1:8)
                                 to WS-REPORT-DATE
                           end-if
                       when 'EXPIRE'
                           if WS-PARM-VALUE-TEXT(1:3) is numeric
                               and WS-PARM-VALUE-TEXT(1:3) > '000'
                               Move WS-PARM-VALUE-TEXT(1:3)
                                 to WS-EXPIRE-DAYS
                           else
                               Display 'WARNING-999: CHGPARM EXPIRE='
                                   ' value is not nnn - using '
                                   WS-EXPIRE-DAYS
                           end-if
                       when SPACES
                           continue
                       when other
           Exit Paragraph.
      *
          1100-Print-One-Change.
           if CG-APPROVER = SPACES or CG-APPROVER = LOW-VALUES
               Display CG-ACTION ' ' CG-FILE
                   ' by ' CG-OPERATOR
                   ' term ' CG-TERMINAL
                   ' at ' CG-TIMESTAMP(9:6)
           else
               Display CG-ACTION ' ' CG-FILE
                   ' by ' CG-OPERATOR
                   ' term ' CG-TERMINAL
                   ' approved by ' CG-APPROVER
                   ' at ' CG-TIMESTAMP(9:6)
           end-if.
           if not CG-Add
               Move CG-BEFORE-IMAGE to WS-IMAGE-DECODE
               Display '  before rule ' WS-IM-RULE-NUM
                   ' pgm=' WS-IM-PARA-NAME
                   ' expected=' WS-IM-EXPECTED-RSLT
                   ' window=' WS-IM-EFFECTIVE-FROM
                   '-' WS-IM-RETIRE-ON
           end-if.
           if not CG-Delete
               Move CG-AFTER-IMAGE to WS-IMAGE-DECODE
               Display '  after  rule ' WS-IM-RULE-NUM
                   ' pgm=' WS-IM-PARA-NAME
                   ' expected=' WS-IM-EXPECTED-RSLT
                   ' window=' WS-IM-EFFECTIVE-FROM
                   '-' WS-IM-RETIRE-ON
           end-if.
           Exit Paragraph.
          1100-Print-One-Change-Exit.
           Exit Paragraph.
      *
          2000-Expire-Pending.
      * Three passes over PENDCHG: the first expires what has waited
      * too long and lists it, the next two list the report day's
      * rejections and what is still waiting. A missing PENDCHG is
      * only a warning - the change listing above already stands.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           Move WS-CURRENT-DATE to WS-CURRENT-TIMESTAMP(1:8).
           Move WS-CURRENT-TIME to WS-CURRENT-TIMESTAMP(9:6).
           Move WS-EXPIRE-DAYS to WS-EXPIRE-EDIT.
           Display 'Pending Production Changes (expire after '
               WS-EXPIRE-EDIT ' days)'.
           Display '============================================'.
           set WS-Pend-List-Expired to true.
           Display 'Expired this run - never approved:'.
           perform 2100-Pass-Pending thru 2100-Pass-Pending-Exit.
           if not WS-PENDCHG-OK and not WS-PENDCHG-EOF
               GO TO 2000-Expire-Pending-Exit
           end-if.
           Move WS-CT-SECTION to WS-CT-EXPIRED.
           set WS-Pend-List-Rejected to true.
           Display 'Rejected on ' WS-REPORT-DATE ':'.
           perform 2100-Pass-Pending thru 2100-Pass-Pending-Exit.
           Move WS-CT-SECTION to WS-CT-REJECTED.
           set WS-Pend-List-Waiting to true.
           Display 'Still waiting for a second user:'.
           perform 2100-Pass-Pending thru 2100-Pass-Pending-Exit.
           Move WS-CT-SECTION to WS-CT-WAITING.
           Display 'Changes expired.......: ' WS-CT-EXPIRED.
           Display 'Changes rejected......: ' WS-CT-REJECTED.
           Display 'Changes waiting.......: ' WS-CT-WAITING.
           Display '============================================'.
           Exit Paragraph.
          2000-Expire-Pending-Exit.
           Exit Paragraph.
      *
          2100-Pass-Pending.
           Move ZERO to WS-CT-SECTION.
           if WS-Pend-List-Expired
               OPEN I-O PENDCHG-FILE
           else
               OPEN INPUT PENDCHG-FILE
           end-if.
           if not WS-PENDCHG-OK
               Display 'WARNING-999: Unable to open PENDCHG status='
                   WS-PENDCHG-STATUS ' - pending changes not checked'
               if RETURN-CODE < 4
                   Move 4 to RETURN-CODE
               end-if
               GO TO 2100-Pass-Pending-Exit
           end-if.
           perform 2200-Check-One-Pending
               thru 2200-Check-One-Pending-Exit
               until WS-PENDCHG-EOF.
           CLOSE PENDCHG-FILE.
           if WS-CT-SECTION = ZERO
               Display '  (none)'
           end-if.
           Exit Paragraph.
          2100-Pass-Pending-Exit.
           Exit Paragraph.
      *
          2200-Check-One-Pending.
           READ PENDCHG-FILE
               AT END set WS-PENDCHG-EOF to true
           end-read.
           if WS-PENDCHG-EOF
               GO TO 2200-Check-One-Pending-Exit
           end-if.
           evaluate true
               when WS-Pend-List-Expired and PC-Pending
                   perform 2300-Age-Pending
                       thru 2300-Age-Pending-Exit
                   if WS-PEND-AGE > WS-EXPIRE-DAYS
                       set PC-Expired to true
                       Move 'DATCHGR'            to PC-RVW-USER
                       Move WS-CURRENT-TIMESTAMP to PC-RVW-TIMESTAMP
                       Move SPACES               to PC-REASON
                       STRING 'NOT APPROVED WITHIN '
                              WS-EXPIRE-EDIT ' DAYS'
                              DELIMITED BY SIZE INTO PC-REASON
                       REWRITE PENDCHG-RECORD
                       if WS-PENDCHG-OK
                           perform 2400-Print-Pending
                               thru 2400-Print-Pending-Exit
                       else
                           Display 'ERROR-999: PENDCHG rewrite'
                               ' failed status=' WS-PENDCHG-STATUS
                               ' - rule ' PC-RULE-NUM
                           Move 999 to RETURN-CODE
                       end-if
                   end-if
               when WS-Pend-List-Rejected and PC-Rejected
                   if PC-RVW-TIMESTAMP(1:8) = WS-REPORT-DATE
                       perform 2300-Age-Pending
                           thru 2300-Age-Pending-Exit
                       perform 2400-Print-Pending
                           thru 2400-Print-Pending-Exit
                   end-if
               when WS-Pend-List-Waiting and PC-Pending
                   perform 2300-Age-Pending
                       thru 2300-Age-Pending-Exit
                   perform 2400-Print-Pending
                       thru 2400-Print-Pending-Exit
           end-evaluate.
           Exit Paragraph.
          2200-Check-One-Pending-Exit.
           Exit Paragraph.
      *
          2300-Age-Pending.
           Move ZERO to WS-PEND-AGE.
           if PC-REQ-TIMESTAMP(1:8) is numeric
               Move PC-REQ-TIMESTAMP(1:8) to WS-REQ-DATE
               compute WS-PEND-AGE =
                   function integer-of-date(WS-CURRENT-DATE)
                 - function integer-of-date(WS-REQ-DATE)
           end-if.
           Exit Paragraph.
          2300-Age-Pending-Exit.
           Exit Paragraph.
      *
          2400-Print-Pending.
           add 1 to WS-CT-SECTION.
           Move WS-PEND-AGE to WS-PEND-AGE-EDIT.
           Display '  ' PC-ACTION ' rule ' PC-RULE-NUM
               ' keyed by ' PC-REQ-USER
               ' term ' PC-REQ-TERMINAL
               ' on ' PC-REQ-TIMESTAMP(1:8)
               ' age ' WS-PEND-AGE-EDIT ' days'.
           if PC-Rejected
               Display '    rejected by ' PC-RVW-USER
                   ': ' PC-REASON
           end-if.
           if not PC-Add
               Move PC-BEFORE-IMAGE to WS-IMAGE-DECODE
               Display '    before pgm=' WS-IM-PARA-NAME
                   ' expected=' WS-IM-EXPECTED-RSLT
           end-if.
           if not PC-Delete
               Move PC-AFTER-IMAGE to WS-IMAGE-DECODE
               Display '    after  pgm=' WS-IM-PARA-NAME
                   ' expected=' WS-IM-EXPECTED-RSLT
           end-if.
           Exit Paragraph.
          2400-Print-Pending-Exit.
           Exit Paragraph.
