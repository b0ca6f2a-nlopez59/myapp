       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATRULD.
      * Report viewer user loader - maintains the RPTUSER KSDS (see
      * DATRUSR) from the RUSRIN member. One delimited line per
      * person who reads end-of-day reports online in DATP:
      *   user id|recipient|active
      * The recipient must be one DISTCTL already names (DATDCTL) -
      * the user then sees online exactly the sections that
      * recipient's package gets on paper. A line naming a recipient
      * DISTCTL does not know is rejected rather than loaded, so a
      * misspelling shows up here and not as an empty report list.
      * Active is Y or N, left off meaning Y; someone who should no
      * longer see the reports is set to N.
      * An existing record is replaced, a new one added, so a rerun
      * is idempotent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUSRIN-FILE  ASSIGN TO 'RUSRIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUSRIN-STATUS.
           SELECT DISTCTL-FILE ASSIGN TO 'DISTCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTCTL-STATUS.
           SELECT RPTUSER-FILE ASSIGN TO 'RPTUSER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RU-USERID
               FILE STATUS IS WS-RPTUSER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUSRIN-FILE.
       01  RUSRIN-RECORD            PIC X(80).

       FD  DISTCTL-FILE.
           COPY DATDCTL.

       FD  RPTUSER-FILE.
           COPY DATRUSR.

       WORKING-STORAGE SECTION.
       01  WS-RUSRIN-STATUS         PIC X(02).
           88  WS-RUSRIN-OK              VALUE '00'.
           88  WS-RUSRIN-EOF              VALUE '10'.
       01  WS-DISTCTL-STATUS        PIC X(02).
           88  WS-DISTCTL-OK             VALUE '00'.
           88  WS-DISTCTL-EOF             VALUE '10'.
       01  WS-RPTUSER-STATUS        PIC X(02).
           88  WS-RPTUSER-OK             VALUE '00'.

      * Recipients DISTCTL names, each once.
       01  WS-RECIPIENT-TABLE.
           05  WS-RC-RECIPIENT      PIC X(20) OCCURS 32 TIMES.
       01  WS-RECIPIENT-COUNT       PIC 9(04) COMP VALUE ZERO.
       01  WS-RC-SUB                PIC 9(04) COMP VALUE ZERO.
       01  WS-RC-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-RC-FOUND               VALUE 'Y' FALSE 'N'.

       01  WS-IN-USERID             PIC X(08).
       01  WS-IN-RECIPIENT          PIC X(20).
       01  WS-IN-ACTIVE             PIC X(01).

       01  WS-CT-LINES-READ         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-ADDED              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-REPLACED           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-REJECTED           PIC 9(05) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           OPEN INPUT DISTCTL-FILE.
           if not WS-DISTCTL-OK
               Display 'ERROR-999: Unable to open DISTCTL status='
                   WS-DISTCTL-STATUS
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           perform 1000-Load-One-Recipient
               thru 1000-Load-One-Recipient-Exit
               until WS-DISTCTL-EOF.
           CLOSE DISTCTL-FILE.
           OPEN I-O RPTUSER-FILE.
           if not WS-RPTUSER-OK
               Display 'ERROR-999: Unable to open RPTUSER status='
                   WS-RPTUSER-STATUS
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           OPEN INPUT RUSRIN-FILE.
           if not WS-RUSRIN-OK
               Display 'ERROR-999: Unable to open RUSRIN status='
                   WS-RUSRIN-STATUS
               Move 999 to RETURN-CODE
               CLOSE RPTUSER-FILE
               STOP RUN
           end-if.
           perform 2000-Load-One-Line thru 2000-Load-One-Line-Exit
               until WS-RUSRIN-EOF.
           CLOSE RUSRIN-FILE.
           CLOSE RPTUSER-FILE.
           Display '-------------------------------------------'.
           Display 'DATRULD REPORT VIEWER USER LOAD TOTALS'.
           Display '  Lines read . . . . . . . . . : '
               WS-CT-LINES-READ.
           Display '  Users added. . . . . . . . . : ' WS-CT-ADDED.
           Display '  Users replaced . . . . . . . : '
               WS-CT-REPLACED.
           Display '  Lines rejected . . . . . . . : '
               WS-CT-REJECTED.
           Display '-------------------------------------------'.
           if WS-CT-REJECTED > 0
               Move 4 to RETURN-CODE
           else
               Move ZERO to RETURN-CODE
           end-if.
           STOP RUN.
      *
          1000-Load-One-Recipient.
           READ DISTCTL-FILE
               AT END
                   set WS-DISTCTL-EOF to true
                   GO TO 1000-Load-One-Recipient-Exit
           end-read.
           Move DC-RECIPIENT to WS-IN-RECIPIENT.
           perform 1100-Find-Recipient thru 1100-Find-Recipient-Exit.
           if not WS-RC-Found and WS-RECIPIENT-COUNT < 32
               add 1 to WS-RECIPIENT-COUNT
               Move DC-RECIPIENT
                 to WS-RC-RECIPIENT(WS-RECIPIENT-COUNT)
           end-if.
           Exit Paragraph.
          1000-Load-One-Recipient-Exit.
           Exit Paragraph.
      *
          1100-Find-Recipient.
           set WS-RC-Found to false.
           perform 1110-Match-One-Recipient
               thru 1110-Match-One-Recipient-Exit
               varying WS-RC-SUB from 1 by 1
               until WS-RC-SUB > WS-RECIPIENT-COUNT
                  or WS-RC-Found.
           Exit Paragraph.
          1100-Find-Recipient-Exit.
           Exit Paragraph.
      *
          1110-Match-One-Recipient.
           if WS-RC-RECIPIENT(WS-RC-SUB) = WS-IN-RECIPIENT
               set WS-RC-Found to true
           end-if.
           Exit Paragraph.
          1110-Match-One-Recipient-Exit.
           Exit Paragraph.
      *
          2000-Load-One-Line.
           READ RUSRIN-FILE
               AT END set WS-RUSRIN-EOF to true
               NOT AT END
                   add 1 to WS-CT-LINES-READ
                   perform 2100-Apply-One-Line
                       thru 2100-Apply-One-Line-Exit
           end-read.
           Exit Paragraph.
          2000-Load-One-Line-Exit.
           Exit Paragraph.
      *
          2100-Apply-One-Line.
           Move SPACES to WS-IN-USERID WS-IN-RECIPIENT WS-IN-ACTIVE.
           UNSTRING RUSRIN-RECORD DELIMITED BY '|'
               INTO WS-IN-USERID WS-IN-RECIPIENT WS-IN-ACTIVE.
           if WS-IN-ACTIVE = SPACES
               Move 'Y' to WS-IN-ACTIVE
           end-if.
           if WS-IN-USERID = SPACES or WS-IN-RECIPIENT = SPACES
               add 1 to WS-CT-REJECTED
               Display 'WARNING-999: Line ' WS-CT-LINES-READ
                   ' rejected - user id and recipient are required'
               GO TO 2100-Apply-One-Line-Exit
           end-if.
           if WS-IN-ACTIVE not = 'Y' and WS-IN-ACTIVE not = 'N'
               add 1 to WS-CT-REJECTED
               Display 'WARNING-999: Line ' WS-CT-LINES-READ
                   ' rejected - active must be Y or N'
               GO TO 2100-Apply-One-Line-Exit
           end-if.
           perform 1100-Find-Recipient thru 1100-Find-Recipient-Exit.
           if not WS-RC-Found
               add 1 to WS-CT-REJECTED
               Display 'WARNING-999: Line ' WS-CT-LINES-READ
                   ' rejected - recipient ' WS-IN-RECIPIENT
                   ' is not on DISTCTL'
               GO TO 2100-Apply-One-Line-Exit
           end-if.
           Move WS-IN-USERID to RU-USERID.
           READ RPTUSER-FILE
               INVALID KEY
                   continue
           end-read.
           Move WS-IN-USERID    to RU-USERID.
           Move WS-IN-RECIPIENT to RU-RECIPIENT.
           Move WS-IN-ACTIVE    to RU-ACTIVE.
           if WS-RPTUSER-OK
               REWRITE RPTUSER-RECORD
                   INVALID KEY
                       add 1 to WS-CT-REJECTED
                       Display 'ERROR-999: User ' WS-IN-USERID
                           ' not stored, status=' WS-RPTUSER-STATUS
                   NOT INVALID KEY
                       add 1 to WS-CT-REPLACED
               end-rewrite
           else
               WRITE RPTUSER-RECORD
                   INVALID KEY
                       add 1 to WS-CT-REJECTED
                       Display 'ERROR-999: User ' WS-IN-USERID
                           ' not stored, status=' WS-RPTUSER-STATUS
                   NOT INVALID KEY
                       add 1 to WS-CT-ADDED
               end-write
           end-if.
           Exit Paragraph.
          2100-Apply-One-Line-Exit.
           Exit Paragraph.
