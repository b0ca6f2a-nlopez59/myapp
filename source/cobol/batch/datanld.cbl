       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATANLD.
      * Analyst roster loader - maintains the ANALYST KSDS (see
      * DATANLR) from the ANLYIN member the team leads edit. One
      * delimited line per analyst or supervisor:
      *   user id|name|team|role|active
      * The team must be spelt as the runbooks spell their owning
      * team (RB-OWNER-TEAM, RNBKIN) - that is how DATASGN finds who
      * may be dealt a rule's findings. Role is A (analyst, dealt
      * items in turn) or S (supervisor, never dealt items); active
      * is Y or N, left off meaning Y. Someone who leaves the team
      * is set to N rather than dropped from the member, so the
      * record and their turn stay for the history.
      * An existing record is replaced with its round-robin turn
      * (AR-ASSIGN-SEQ, AR-LAST-ASSIGNED) kept, a new one is added
      * at turn zero, so a rerun is idempotent and reloading the
      * roster never resets the rotation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANLYIN-FILE  ASSIGN TO 'ANLYIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANLYIN-STATUS.
           SELECT ANALYST-FILE ASSIGN TO 'ANALYST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-USERID
               FILE STATUS IS WS-ANALYST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANLYIN-FILE.
       01  ANLYIN-RECORD            PIC X(80).

       FD  ANALYST-FILE.
           COPY DATANLR.

       WORKING-STORAGE SECTION.
       01  WS-ANLYIN-STATUS         PIC X(02).
           88  WS-ANLYIN-OK              VALUE '00'.
           88  WS-ANLYIN-EOF              VALUE '10'.
       01  WS-ANALYST-STATUS        PIC X(02).
           88  WS-ANALYST-OK             VALUE '00'.

       01  WS-IN-USERID             PIC X(08).
       01  WS-IN-NAME               PIC X(20).
       01  WS-IN-TEAM               PIC X(20).
       01  WS-IN-ROLE               PIC X(01).
       01  WS-IN-ACTIVE             PIC X(01).

       01  WS-CT-LINES-READ         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-ADDED              PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-REPLACED           PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-REJECTED           PIC 9(05) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           OPEN I-O ANALYST-FILE.
           if not WS-ANALYST-OK
               Display 'ERROR-999: Unable to open ANALYST status='
                   WS-ANALYST-STATUS
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           OPEN INPUT ANLYIN-FILE.
           if not WS-ANLYIN-OK
               Display 'ERROR-999: Unable to open ANLYIN status='
                   WS-ANLYIN-STATUS
               Move 999 to RETURN-CODE
               CLOSE ANALYST-FILE
               STOP RUN
           end-if.
           perform 1000-Load-One-Line thru 1000-Load-One-Line-Exit
               until WS-ANLYIN-EOF.
           CLOSE ANLYIN-FILE.
           CLOSE ANALYST-FILE.
           Display '-------------------------------------------'.
           Display 'DATANLD ANALYST ROSTER LOAD TOTALS'.
           Display '  Lines read . . . . . . . . . : '
               WS-CT-LINES-READ.
           Display '  Analysts added . . . . . . . : ' WS-CT-ADDED.
           Display '  Analysts replaced. . . . . . : '
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
          1000-Load-One-Line.
           READ ANLYIN-FILE
               AT END set WS-ANLYIN-EOF to true
               NOT AT END
                   add 1 to WS-CT-LINES-READ
                   perform 1100-Apply-One-Line
                       thru 1100-Apply-One-Line-Exit
           end-read.
           Exit Paragraph.
          1000-Load-One-Line-Exit.
           Exit Paragraph.
      *
          1100-Apply-One-Line.
           Move SPACES to WS-IN-USERID WS-IN-NAME WS-IN-TEAM
                          WS-IN-ROLE WS-IN-ACTIVE.
           UNSTRING ANLYIN-RECORD DELIMITED BY '|'
               INTO WS-IN-USERID WS-IN-NAME WS-IN-TEAM
                    WS-IN-ROLE WS-IN-ACTIVE.
           if WS-IN-ACTIVE = SPACES
               Move 'Y' to WS-IN-ACTIVE
           end-if.
           if WS-IN-USERID = SPACES or WS-IN-TEAM = SPACES
               add 1 to WS-CT-REJECTED
               Display 'WARNING-999: Line ' WS-CT-LINES-READ
                   ' rejected - user id and team are required'
               GO TO 1100-Apply-One-Line-Exit
           end-if.
           if (WS-IN-ROLE not = 'A' and WS-IN-ROLE not = 'S')
               or (WS-IN-ACTIVE not = 'Y' and WS-IN-ACTIVE not = 'N')
               add 1 to WS-CT-REJECTED
               Display 'WARNING-999: Line ' WS-CT-LINES-READ
                   ' rejected - role must be A or S, active Y or N'
               GO TO 1100-Apply-One-Line-Exit
           end-if.
           Move WS-IN-USERID to AR-USERID.
           READ ANALYST-FILE
               INVALID KEY
                   continue
           end-read.
           if not WS-ANALYST-OK
               Move ZERO   to AR-ASSIGN-SEQ
               Move SPACES to AR-LAST-ASSIGNED
           end-if.
           Move WS-IN-USERID to AR-USERID.
           Move WS-IN-NAME   to AR-NAME.
           Move WS-IN-TEAM   to AR-TEAM.
           Move WS-IN-ROLE   to AR-ROLE.
           Move WS-IN-ACTIVE to AR-ACTIVE.
           if WS-ANALYST-OK
               REWRITE ANALYST-RECORD
                   INVALID KEY
                       add 1 to WS-CT-REJECTED
                       Display 'ERROR-999: Analyst ' WS-IN-USERID
                           ' not stored, status=' WS-ANALYST-STATUS
                   NOT INVALID KEY
                       add 1 to WS-CT-REPLACED
               end-rewrite
           else
               WRITE ANALYST-RECORD
                   INVALID KEY
                       add 1 to WS-CT-REJECTED
                       Display 'ERROR-999: Analyst ' WS-IN-USERID
                           ' not stored, status=' WS-ANALYST-STATUS
                   NOT INVALID KEY
                       add 1 to WS-CT-ADDED
               end-write
           end-if.
           Exit Paragraph.
          1100-Apply-One-Line-Exit.
           Exit Paragraph.
