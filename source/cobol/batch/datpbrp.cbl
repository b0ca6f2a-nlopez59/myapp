       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATPBRP.
      * Publish dead-letter replay - re-publishes the rule outcome
      * messages DATBATCH, DATW and DATQ captured to PUBDLTR when the
      * DAT/OUTCOME topic refused them (typically the queue manager
      * down or the topic put-inhibited), so the downstream
      * subscribers get every outcome, only late, instead of a gap.
      *
      * Each message goes out through DATPUB exactly as it was
      * captured - same rule, result, run id, department, counts,
      * and the original PM-TIMESTAMP - with PM-REPLAYED set, in the
      * order it was captured. There is no duplicate check to make
      * against a topic, so a subscriber that must never double
      * count keys on rule, source and timestamp. Messages that are
      * still refused are rewritten to PUBDLTRO as the new
      * dead-letter file, and the step ends RC 4 so ops knows a
      * rerun is needed.
      *
      * The queue manager is the PUBQMGR= in DATBATCH's PARMLIB
      * member; every other keyword there is ignored.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUBDLTR-FILE  ASSIGN TO 'PUBDLTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUBDLTR-STATUS.
           SELECT PUBDLTRO-FILE ASSIGN TO 'PUBDLTRO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUBDLTRO-STATUS.
           SELECT PARMLIB-FILE  ASSIGN TO 'PARMLIB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMLIB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUBDLTR-FILE.
           COPY DATPDLT.

       FD  PUBDLTRO-FILE.
       01  PUBDLTRO-RECORD          PIC X(91).

       FD  PARMLIB-FILE.
       01  PARMLIB-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PUBDLTR-STATUS        PIC X(02).
           88  WS-PUBDLTR-OK             VALUE '00'.
           88  WS-PUBDLTR-EOF             VALUE '10'.
       01  WS-PUBDLTRO-STATUS       PIC X(02).
       01  WS-PARMLIB-STATUS        PIC X(02).
           88  WS-PARMLIB-OK             VALUE '00'.
           88  WS-PARMLIB-EOF             VALUE '10'.
       01  WS-PARM-KEYWORD          PIC X(10).
       01  WS-PARM-VALUE-TEXT       PIC X(40).
       01  WS-PUB-QMGR              PIC X(48) VALUE SPACES.

       01  WS-CT-RECORDS-READ       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-REPUBLISHED        PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-STILL-FAILING      PIC 9(07) COMP-3 VALUE ZERO.

       COPY DATPUBM.

       PROCEDURE DIVISION.
          0000-Mainline.
           perform 0100-Read-Parmlib thru 0100-Read-Parmlib-Exit.

           OPEN INPUT PUBDLTR-FILE.
           if not WS-PUBDLTR-OK
               Display 'DATPBRP: No publish dead-letter file to'
                   ' replay, status=' WS-PUBDLTR-STATUS
           else
               OPEN OUTPUT PUBDLTRO-FILE
               perform 1000-Replay-One-Record
                   thru 1000-Replay-One-Record-Exit
                   until WS-PUBDLTR-EOF
               CLOSE PUBDLTR-FILE
               CLOSE PUBDLTRO-FILE
               set PB-Disconnect to true
               CALL 'DATPUB' USING DATPUB-PARMS
               perform 2000-Print-Totals thru 2000-Print-Totals-Exit
               if WS-CT-STILL-FAILING > 0
                   Move 4 to RETURN-CODE
               end-if
           end-if.
           STOP RUN.
      *
          0100-Read-Parmlib.
      * No PARMLIB, or no PUBQMGR= in it, publishes through the
      * installation's default queue manager - as DATBATCH does.
           OPEN INPUT PARMLIB-FILE.
           if not WS-PARMLIB-OK
               GO TO 0100-Read-Parmlib-Exit
           end-if.
           perform 0110-Read-Parmlib-Record
               thru 0110-Read-Parmlib-Record-Exit
               until WS-PARMLIB-EOF.
           CLOSE PARMLIB-FILE.
           Exit Paragraph.
          0100-Read-Parmlib-Exit.
           Exit Paragraph.
      *
          0110-Read-Parmlib-Record.
           READ PARMLIB-FILE
               AT END set WS-PARMLIB-EOF to true
               NOT AT END
                   Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   UNSTRING PARMLIB-RECORD DELIMITED BY '='
                       INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT
                   if WS-PARM-KEYWORD = 'PUBQMGR'
                       Move WS-PARM-VALUE-TEXT to WS-PUB-QMGR
                   end-if
           end-read.
           Exit Paragraph.
          0110-Read-Parmlib-Record-Exit.
           Exit Paragraph.
      *
          1000-Replay-One-Record.
           READ PUBDLTR-FILE
               AT END set WS-PUBDLTR-EOF to true
               NOT AT END
                   add 1 to WS-CT-RECORDS-READ
                   perform 1100-Republish
                       thru 1100-Republish-Exit
           end-read.
           Exit Paragraph.
          1000-Replay-One-Record-Exit.
           Exit Paragraph.
      *
          1100-Republish.
           Move PL-MESSAGE  to PB-MESSAGE.
           set PM-Replay    to true.
           Move WS-PUB-QMGR to PB-QMGR.
           set PB-Publish   to true.
           CALL 'DATPUB' USING DATPUB-PARMS.
           if PB-Put-Failed
               perform 1300-Keep-Dead-Letter
                   thru 1300-Keep-Dead-Letter-Exit
           else
               add 1 to WS-CT-REPUBLISHED
           end-if.
           Exit Paragraph.
          1100-Republish-Exit.
           Exit Paragraph.
      *
          1300-Keep-Dead-Letter.
      * Kept with the reason that refused it this time, so the
      * next look at PUBDLTR shows the current problem.
           add 1 to WS-CT-STILL-FAILING.
           Move PB-COMP-CODE to PL-COMP-CODE.
           Move PB-REASON    to PL-REASON.
           Display 'DATPBRP: Rule ' PM-RULE ' at ' PM-TIMESTAMP
               ' still not published, reason=' PL-REASON.
           WRITE PUBDLTRO-RECORD from PUBDLTR-RECORD.
           Exit Paragraph.
          1300-Keep-Dead-Letter-Exit.
           Exit Paragraph.
      *
          2000-Print-Totals.
           Display '-------------------------------------------'.
           Display 'DATPBRP PUBLISH DEAD-LETTER REPLAY TOTALS'.
           Display '  Dead-letter records read . . : '
               WS-CT-RECORDS-READ.
           Display '  Outcomes re-published. . . . : '
               WS-CT-REPUBLISHED.
           Display '  Still failing (PUBDLTRO) . . : '
               WS-CT-STILL-FAILING.
           if WS-CT-RECORDS-READ not =
               WS-CT-REPUBLISHED + WS-CT-STILL-FAILING
               Display 'WARNING-999: Records read does not match'
                   ' re-published plus still-failing'
           end-if.
           Display '-------------------------------------------'.
           Exit Paragraph.
          2000-Print-Totals-Exit.
           Exit Paragraph.
