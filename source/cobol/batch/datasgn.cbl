       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATASGN.
      * REVIEWQ assignment - the one place a new review item is given
      * an owner. The rule's RUNBOOK record names the owning team
      * (RB-OWNER-TEAM); the item goes to the active analyst of that
      * team whose turn it is (lowest AR-ASSIGN-SEQ, see DATANLR),
      * who then goes to the back of the line. Turns are kept on the
      * ANALYST roster itself, so the rotation carries on from one
      * run and one program to the next instead of restarting with
      * the same analyst every night.
      *
      * The AVAIL member (DATAVLB) is judged against the business
      * date (DATBDGT): an analyst on leave is passed over, and one
      * on the on-call rota only takes an item when nobody else in
      * the team is in. When nobody at all can take it, or the rule
      * has no runbook owner, the item is left unassigned for the
      * team queue in DAT3 - it is never held back from REVIEWQ.
      *
      * The first call opens RUNBOOK and ANALYST, loads the team
      * rosters and the day's availability into tables, and keeps
      * the files open for the rest of the run. Either file failing
      * to open is a warning, not a failure: every item of the run is
      * then queued unassigned, exactly as before there was a roster.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNBOOK-FILE ASSIGN TO 'RUNBOOK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RB-RULE
               FILE STATUS IS WS-RUNBOOK-STATUS.
           SELECT ANALYST-FILE ASSIGN TO 'ANALYST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-USERID
               FILE STATUS IS WS-ANALYST-STATUS.
           SELECT AVAIL-FILE   ASSIGN TO 'AVAIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNBOOK-FILE.
           COPY DATRNBK.

       FD  ANALYST-FILE.
           COPY DATANLR.

       FD  AVAIL-FILE.
           COPY DATAVLB.

       WORKING-STORAGE SECTION.
       01  WS-RUNBOOK-STATUS        PIC X(02).
           88  WS-RUNBOOK-OK             VALUE '00'.
       01  WS-ANALYST-STATUS        PIC X(02).
           88  WS-ANALYST-OK             VALUE '00'.
           88  WS-ANALYST-EOF             VALUE '10'.
       01  WS-AVAIL-STATUS          PIC X(02).
           88  WS-AVAIL-OK               VALUE '00'.
           88  WS-AVAIL-EOF               VALUE '10'.

       01  WS-LOADED-SW             PIC X(01) VALUE 'N'.
           88  WS-Tables-Loaded           VALUE 'Y' FALSE 'N'.
       01  WS-READY-SW              PIC X(01) VALUE 'N'.
           88  WS-Assign-Ready            VALUE 'Y' FALSE 'N'.
       01  WS-FULL-SW               PIC X(01) VALUE 'N'.
           88  WS-Roster-Full-Warned      VALUE 'Y' FALSE 'N'.

           COPY DATBDGP.
       01  WS-BUSINESS-DATE         PIC X(08).
       01  WS-AV-TO-DATE            PIC X(08).

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).

      * One entry per active analyst on the roster, in user id order.
      * WS-RT-AVAIL is the day's standing from the AVAIL member -
      * leave outranks on call when a line of each covers the day.
       01  WS-ROSTER-TABLE.
           05  WS-RT-ENTRY OCCURS 500 TIMES
                                 INDEXED BY RT-IDX.
               10  WS-RT-USERID         PIC X(08).
               10  WS-RT-TEAM           PIC X(20).
               10  WS-RT-SEQ            PIC 9(09).
               10  WS-RT-AVAIL          PIC X(01).
                   88  WS-RT-In               VALUE 'I'.
                   88  WS-RT-On-Leave         VALUE 'L'.
                   88  WS-RT-On-Call          VALUE 'C'.
       01  WS-RT-COUNT              PIC 9(04) COMP VALUE ZERO.
      * Highest turn on the whole roster - the next analyst dealt an
      * item takes the number above it.
       01  WS-HIGH-SEQ              PIC 9(09) VALUE ZERO.

       01  WS-SCAN                  PIC 9(04) COMP VALUE ZERO.
       01  WS-PICK-IDX              PIC 9(04) COMP VALUE ZERO.
       01  WS-CALL-IDX              PIC 9(04) COMP VALUE ZERO.

       01  WS-CT-AVAIL-READ         PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-AVAIL-BAD          PIC 9(05) COMP-3 VALUE ZERO.

       LINKAGE SECTION.

       COPY DATASGP.

       PROCEDURE DIVISION USING DATASGN-PARMS.
          Mainline.
           if not WS-Tables-Loaded
               perform 1000-Load-Assignment
                   thru 1000-Load-Assignment-Exit
               set WS-Tables-Loaded to true
           end-if.
           perform 2000-Assign-Item thru 2000-Assign-Item-Exit.
           EXIT PROGRAM.
      *
          1000-Load-Assignment.
           CALL 'DATBDGT' USING DATBDGT-PARMS.
           Move BG-BUSINESS-DATE to WS-BUSINESS-DATE.
           OPEN INPUT RUNBOOK-FILE.
           if not WS-RUNBOOK-OK
               Display 'WARNING-999: Unable to open RUNBOOK status='
                   WS-RUNBOOK-STATUS
                   ' - review items queued unassigned this run'
               GO TO 1000-Load-Assignment-Exit
           end-if.
           OPEN I-O ANALYST-FILE.
           if not WS-ANALYST-OK
               Display 'WARNING-999: Unable to open ANALYST status='
                   WS-ANALYST-STATUS
                   ' - review items queued unassigned this run'
               GO TO 1000-Load-Assignment-Exit
           end-if.
           Move SPACES to WS-ROSTER-TABLE.
           Move ZERO   to WS-RT-COUNT WS-HIGH-SEQ.
           perform 1100-Load-One-Analyst
               thru 1100-Load-One-Analyst-Exit
               until WS-ANALYST-EOF.
           perform 1200-Load-Availability
               thru 1200-Load-Availability-Exit.
           set WS-Assign-Ready to true.
           Display 'DATASGN: ' WS-RT-COUNT ' analysts on the roster, '
               WS-CT-AVAIL-READ ' availability lines for '
               WS-BUSINESS-DATE.
           Exit Paragraph.
          1000-Load-Assignment-Exit.
           Exit Paragraph.
      *
          1100-Load-One-Analyst.
      * The high-water turn is taken over every record, supervisors
      * and inactive analysts included, so nobody coming back onto
      * the rotation jumps the line with an old low number.
           READ ANALYST-FILE NEXT RECORD
               AT END
                   GO TO 1100-Load-One-Analyst-Exit
           end-read.
           if AR-ASSIGN-SEQ is numeric
               and AR-ASSIGN-SEQ > WS-HIGH-SEQ
               Move AR-ASSIGN-SEQ to WS-HIGH-SEQ
           end-if.
           if not AR-Role-Analyst or not AR-Is-Active
               GO TO 1100-Load-One-Analyst-Exit
           end-if.
           if WS-RT-COUNT >= 500
               if not WS-Roster-Full-Warned
                   Display 'WARNING-999: ANALYST roster over 500 '
                       'active analysts - ' AR-USERID
                       ' and later are dealt nothing'
                   set WS-Roster-Full-Warned to true
               end-if
               GO TO 1100-Load-One-Analyst-Exit
           end-if.
           add 1 to WS-RT-COUNT.
           Move AR-USERID to WS-RT-USERID(WS-RT-COUNT).
           Move AR-TEAM   to WS-RT-TEAM(WS-RT-COUNT).
           if AR-ASSIGN-SEQ is numeric
               Move AR-ASSIGN-SEQ to WS-RT-SEQ(WS-RT-COUNT)
           else
               Move ZERO to WS-RT-SEQ(WS-RT-COUNT)
           end-if.
           set WS-RT-In(WS-RT-COUNT) to true.
           Exit Paragraph.
          1100-Load-One-Analyst-Exit.
           Exit Paragraph.
      *
          1200-Load-Availability.
      * No AVAIL member just means nobody has told us anyone is away.
           OPEN INPUT AVAIL-FILE.
           if not WS-AVAIL-OK
               Display 'WARNING-999: Unable to open AVAIL status='
                   WS-AVAIL-STATUS
                   ' - every analyst on the roster taken as in'
               GO TO 1200-Load-Availability-Exit
           end-if.
           perform 1210-Apply-One-Avail
               thru 1210-Apply-One-Avail-Exit
               until WS-AVAIL-EOF.
           CLOSE AVAIL-FILE.
           if WS-CT-AVAIL-BAD > 0
               Display 'WARNING-999: ' WS-CT-AVAIL-BAD
                   ' AVAIL lines ignored - see above'
           end-if.
           Exit Paragraph.
          1200-Load-Availability-Exit.
           Exit Paragraph.
      *
          1210-Apply-One-Avail.
           READ AVAIL-FILE
               AT END
                   GO TO 1210-Apply-One-Avail-Exit
           end-read.
           if AV-USERID = SPACES or AV-USERID(1:1) = '*'
               GO TO 1210-Apply-One-Avail-Exit
           end-if.
           add 1 to WS-CT-AVAIL-READ.
           Move AV-TO-DATE to WS-AV-TO-DATE.
           if WS-AV-TO-DATE = SPACES
               Move AV-FROM-DATE to WS-AV-TO-DATE
           end-if.
           if AV-FROM-DATE is not numeric
               or WS-AV-TO-DATE is not numeric
               or not (AV-Leave or AV-On-Call)
               add 1 to WS-CT-AVAIL-BAD
               Display 'WARNING-999: AVAIL line for ' AV-USERID
                   ' ignored - type must be L or C and the dates'
                   ' YYYYMMDD'
               GO TO 1210-Apply-One-Avail-Exit
           end-if.
           if WS-BUSINESS-DATE < AV-FROM-DATE
               or WS-BUSINESS-DATE > WS-AV-TO-DATE
               GO TO 1210-Apply-One-Avail-Exit
           end-if.
           set RT-IDX to 1.
           search WS-RT-ENTRY
               at end
                   continue
               when WS-RT-USERID(RT-IDX) = AV-USERID
                   if AV-Leave
                       set WS-RT-On-Leave(RT-IDX) to true
                   else
                       if not WS-RT-On-Leave(RT-IDX)
                           set WS-RT-On-Call(RT-IDX) to true
                       end-if
                   end-if
           end-search.
           Exit Paragraph.
          1210-Apply-One-Avail-Exit.
           Exit Paragraph.
      *
          2000-Assign-Item.
           Move SPACES to AG-TEAM AG-ASSIGNEE.
           if not WS-Assign-Ready
               set AG-Unavailable to true
               GO TO 2000-Assign-Item-Exit
           end-if.
           Move AG-RULE to RB-RULE.
           READ RUNBOOK-FILE
               INVALID KEY
                   continue
           end-read.
           if not WS-RUNBOOK-OK or RB-OWNER-TEAM = SPACES
               set AG-No-Owner to true
               GO TO 2000-Assign-Item-Exit
           end-if.
           Move RB-OWNER-TEAM to AG-TEAM.
           Move ZERO to WS-PICK-IDX WS-CALL-IDX.
           perform 2100-Consider-Analyst
               thru 2100-Consider-Analyst-Exit
               varying WS-SCAN from 1 by 1
               until WS-SCAN > WS-RT-COUNT.
           evaluate true
               when WS-PICK-IDX > 0
                   set AG-Assigned to true
               when WS-CALL-IDX > 0
                   Move WS-CALL-IDX to WS-PICK-IDX
                   set AG-On-Call-Cover to true
               when other
                   set AG-Team-Queue to true
                   GO TO 2000-Assign-Item-Exit
           end-evaluate.
           perform 2200-Take-Turn thru 2200-Take-Turn-Exit.
           Exit Paragraph.
          2000-Assign-Item-Exit.
           Exit Paragraph.
      *
          2100-Consider-Analyst.
      * Lowest turn wins; on a tie the first in user id order.
           if WS-RT-TEAM(WS-SCAN) not = AG-TEAM
               GO TO 2100-Consider-Analyst-Exit
           end-if.
           evaluate true
               when WS-RT-In(WS-SCAN)
                   if WS-PICK-IDX = 0
                       or WS-RT-SEQ(WS-SCAN) < WS-RT-SEQ(WS-PICK-IDX)
                       Move WS-SCAN to WS-PICK-IDX
                   end-if
               when WS-RT-On-Call(WS-SCAN)
                   if WS-CALL-IDX = 0
                       or WS-RT-SEQ(WS-SCAN) < WS-RT-SEQ(WS-CALL-IDX)
                       Move WS-SCAN to WS-CALL-IDX
                   end-if
               when other
                   continue
           end-evaluate.
           Exit Paragraph.
          2100-Consider-Analyst-Exit.
           Exit Paragraph.
      *
          2200-Take-Turn.
      * The analyst goes to the back of the line in the table at
      * once, and on the roster for the next run. A roster record
      * that cannot be rewritten leaves the item assigned all the
      * same - the rotation just picks up from the older turn.
           add 1 to WS-HIGH-SEQ.
           Move WS-HIGH-SEQ to WS-RT-SEQ(WS-PICK-IDX).
           Move WS-RT-USERID(WS-PICK-IDX) to AG-ASSIGNEE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           Move AG-ASSIGNEE to AR-USERID.
           READ ANALYST-FILE
               INVALID KEY
                   continue
           end-read.
           if WS-ANALYST-OK
               Move WS-HIGH-SEQ          to AR-ASSIGN-SEQ
               Move WS-CURRENT-TIMESTAMP to AR-LAST-ASSIGNED
               REWRITE ANALYST-RECORD
                   INVALID KEY
                       continue
               end-rewrite
           end-if.
           if not WS-ANALYST-OK
               Display 'WARNING-999: ANALYST turn for ' AG-ASSIGNEE
                   ' not kept, status=' WS-ANALYST-STATUS
           end-if.
           Exit Paragraph.
          2200-Take-Turn-Exit.
           Exit Paragraph.
