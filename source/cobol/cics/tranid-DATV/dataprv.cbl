       ID DIVISION.
       PROGRAM-ID. DATAPRV.
      * Second-user approval of production rule changes. Tran ='DATV'
      * - built on the DATMAPM mapset conventions DAT0 uses. An add,
      * change, or delete keyed on DAT0 waits on PENDCHG (DATPCHG)
      * until someone other than the user who keyed it looks at the
      * before and after RULETAB images here and approves or
      * rejects it. Only an approved change reaches RULETAB, and
      * RULECHG is written then with both user ids.
      *
      * HIK carries the rule number, HIM the action:
      *   blank  with no rule - list every change still pending, one
      *          per line on the history panel, PF7/PF8 to page
      *   blank  with a rule - its pending change, before and after
      *          images side by side, PF7/PF8 to page, PF3 back to
      *          the entry screen
      *   Y      approve the change just reviewed - applied to
      *          RULETAB and logged to RULECHG
      *   N      reject it - HII says why
      * The approver must hold the OPERAUTH level DAT0 requires for
      * the action (analyst or supervisor for an add or change,
      * supervisor for a delete) and must not be the user who asked
      * for it. A change the DATCHGR daily report has expired can no
      * longer be approved.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       COPY DATMAPM.
       COPY RULETAB.
       COPY DATPCHG.
       COPY DATCHLG.
       COPY DATAUTH.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-RESP          PIC S9(08) COMP.
       01  WS-RESP2         PIC S9(08) COMP.

       01  WS-CURRENT-DATE      PIC 9(08).
       01  WS-CURRENT-TIME      PIC 9(08).
       01  WS-CURRENT-TIMESTAMP PIC X(14).
       01  WS-USERID            PIC X(08).
      * RBA fullword handed back by the ESDS append.
       01  WS-CHG-RBA           PIC S9(08) COMP.

       01  WS-APV-RULE          PIC X(04).
       01  WS-APV-ACTION        PIC X(01).
       01  WS-APV-REASON        PIC X(30).
       01  WS-AUTH-OK-SW        PIC X(01) VALUE 'N'.
           88  WS-AUTH-OK           VALUE 'Y' FALSE 'N'.
       01  WS-BROWSE-END-SW     PIC X(01) VALUE 'N'.
           88  WS-BROWSE-END        VALUE 'Y' FALSE 'N'.
       01  WS-CT-LISTED         PIC 9(04) COMP VALUE ZERO.

      * The current RULETAB record, held against the request's
      * before image - a rule that has moved on since the change
      * was keyed is not overwritten with a stale picture of it.
       01  WS-CURRENT-IMAGE     PIC X(107).

      * Overlay to pick the reviewable fields out of a stored
      * RULETAB image - same field order as the RULETAB copybook.
       01  WS-IMAGE-DECODE.
           05  WS-IM-RULE-NUM       PIC X(04).
           05  WS-IM-PARA-NAME      PIC X(30).
           05  WS-IM-DESCRIPTION    PIC X(40).
           05  WS-IM-EXPECTED-RSLT  PIC X(03).
           05  WS-IM-FREQ-CODE      PIC X(01).
           05  WS-IM-FREQ-VALUE     PIC X(08).
           05  WS-IM-PREREQ-RULE    PIC X(04).
           05  WS-IM-RETRY-MAX      PIC X(01).
           05  WS-IM-EFFECTIVE-FROM PIC X(08).
           05  WS-IM-RETIRE-ON      PIC X(08).
       01  WS-BEFORE-DECODE     PIC X(107).
       01  WS-AFTER-DECODE      PIC X(107).

      * The review lines go to their own per-terminal TS queue ('V'
      * in front of the terminal id) and page the way DAT3's detail
      * view does. Line one of a rule review always carries the
      * rule in (6:4), which is how a Y or N is tied back to the
      * change actually reviewed.
       01  WS-REVQ-NAME         PIC X(08).
       01  WS-REVIEW-LINE.
           05  WS-RL-LEFT           PIC X(29).
           05  WS-RL-BAR            PIC X(02).
           05  WS-RL-RIGHT          PIC X(29).
       01  WS-REVIEW-TEXT REDEFINES WS-REVIEW-LINE
                                PIC X(60).

       01  DATCOMM-AREA.
           COPY DATCOMM.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DATCOMM.
      *
       PROCEDURE DIVISION.
          Mainline.
           DISPLAY 'DATAPRV v1 DATAPRV: CICS TRAN DATV Started'.
      *
           Move SPACES to WS-REVQ-NAME.
           STRING 'V' EIBTRMID DELIMITED BY SIZE INTO WS-REVQ-NAME.
           if EIBCALEN = 0
               perform 1000-Send-Initial-Screen
                   thru 1000-Send-Initial-Screen-Exit
           else
               Move DFHCOMMAREA to DATCOMM-AREA
               evaluate EIBAID
                   when DFHPF3
                       if CA-Panel-Detail OF DATCOMM-AREA
      * Back from the review to the entry screen with the rule
      * still keyed, ready for the Y or N.
                           perform 1100-Return-To-Entry
                               thru 1100-Return-To-Entry-Exit
                       else
                           EXEC CICS RETURN END-EXEC
                       end-if
                   when DFHPF7
                       if CA-Panel-Detail OF DATCOMM-AREA
                           if CA-DETAIL-ITEM OF DATCOMM-AREA > 1
                               subtract 1 from CA-DETAIL-ITEM
                                   OF DATCOMM-AREA
                           end-if
                       end-if
                       perform 3100-Show-Review-Item
                           thru 3100-Show-Review-Item-Exit
                   when DFHPF8
                       if CA-Panel-Detail OF DATCOMM-AREA
                           add 1 to CA-DETAIL-ITEM OF DATCOMM-AREA
                       end-if
                       perform 3100-Show-Review-Item
                           thru 3100-Show-Review-Item-Exit
                   when other
                       if CA-Panel-Detail OF DATCOMM-AREA
                           perform 3100-Show-Review-Item
                               thru 3100-Show-Review-Item-Exit
                       else
                           perform 2000-Process-Entry
                               thru 2000-Process-Entry-Exit
                       end-if
               end-evaluate
           end-if.
      *
           EXEC CICS RETURN TRANSID('DATV')
                     COMMAREA(DATCOMM-AREA)
           END-EXEC.
      *
          1000-Send-Initial-Screen.
           Move spaces to DATMLISO.
           Move 'ENTER TO LIST, OR RULE IN KEY' to HIO.
           perform 1010-Send-Screen thru 1010-Send-Screen-Exit.
           Exit Paragraph.
          1000-Send-Initial-Screen-Exit.
           Exit Paragraph.
      *
          1010-Send-Screen.
           set CA-Panel-Entry OF DATCOMM-AREA to true.
           EXEC CICS SEND MAP ('DATMLIS')
                     MAPSET('DATMAPM')
                     FROM(DATMLISO)
                     ERASE
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               perform 9000-Send-Map-Error
                   thru 9000-Send-Map-Error-Exit
           end-if.
           Exit Paragraph.
          1010-Send-Screen-Exit.
           Exit Paragraph.
      *
          1100-Return-To-Entry.
           EXEC CICS READQ TS QUEUE(WS-REVQ-NAME)
                     INTO(WS-REVIEW-TEXT)
                     LENGTH(LENGTH OF WS-REVIEW-TEXT)
                     ITEM(1)
                     RESP(WS-RESP)
           END-EXEC.
           Move spaces to DATMLISO.
           if WS-RESP = DFHRESP(NORMAL)
               and WS-REVIEW-TEXT(1:5) = 'RULE '
               Move WS-REVIEW-TEXT(6:4) to HKO
               Move 'Y=APPROVE  N=REJECT, WHY IN HII' to HIO
           else
               Move 'ENTER TO LIST, OR RULE IN KEY' to HIO
           end-if.
           perform 1010-Send-Screen thru 1010-Send-Screen-Exit.
           Exit Paragraph.
          1100-Return-To-Entry-Exit.
           Exit Paragraph.
      *
          2000-Process-Entry.
           EXEC CICS RECEIVE MAP ('DATMLIS')
                     MAPSET('DATMAPM')
                     INTO(DATMLISI)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Move spaces to DATMLISO
               Move 'UNABLE TO READ INPUT - RE-ENTER' to HIO
               perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               GO TO 2000-Process-Entry-Exit
           end-if.
      * The map input area is reused for the reply, so the keyed
      * values are lifted out first.
           Move HIK(1:4) to WS-APV-RULE.
           Move HIM      to WS-APV-ACTION.
           Move HII      to WS-APV-REASON.
           Move spaces to DATMLISO.
           if WS-APV-RULE = SPACES
               if WS-APV-ACTION = SPACE
                   perform 2500-List-Pending
                       thru 2500-List-Pending-Exit
               else
                   Move 'RULE NUMBER REQUIRED IN KEY' to HIO
                   perform 1010-Send-Screen
                       thru 1010-Send-Screen-Exit
               end-if
               GO TO 2000-Process-Entry-Exit
           end-if.
           evaluate WS-APV-ACTION
               when SPACE
               when 'R'
                   perform 3000-Build-Review
                       thru 3000-Build-Review-Exit
               when 'Y'
               when 'N'
                   perform 4000-Decide-Change
                       thru 4000-Decide-Change-Exit
                   perform 1010-Send-Screen
                       thru 1010-Send-Screen-Exit
               when other
                   Move 'BLANK=REVIEW Y=APPROVE N=REJECT' to HIO
                   perform 1010-Send-Screen
                       thru 1010-Send-Screen-Exit
           end-evaluate.
           Exit Paragraph.
          2000-Process-Entry-Exit.
           Exit Paragraph.
      *
          2500-List-Pending.
      * Every change still waiting for its second user, oldest
      * request first within rule order - the approver's worklist.
           EXEC CICS DELETEQ TS QUEUE(WS-REVQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           Move ZERO to WS-CT-LISTED.
           Move 'PENDING RULE CHANGES - RULE IN KEY TO REVIEW'
             to WS-REVIEW-TEXT.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           Move LOW-VALUES to PC-KEY.
           EXEC CICS STARTBR FILE('PENDCHG')
                     RIDFLD(PC-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               set WS-Browse-End to false
               perform 2510-List-One-Change
                   thru 2510-List-One-Change-Exit
                   until WS-Browse-End
               EXEC CICS ENDBR FILE('PENDCHG')
                         RESP(WS-RESP)
               END-EXEC
           end-if.
           if WS-CT-LISTED = ZERO
               Move 'NO CHANGES ARE WAITING FOR APPROVAL'
                 to WS-REVIEW-TEXT
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
           set CA-Panel-Detail OF DATCOMM-AREA to true.
           Move 1 to CA-DETAIL-ITEM OF DATCOMM-AREA.
           perform 3100-Show-Review-Item
               thru 3100-Show-Review-Item-Exit.
           Exit Paragraph.
          2500-List-Pending-Exit.
           Exit Paragraph.
      *
          2510-List-One-Change.
           EXEC CICS READNEXT FILE('PENDCHG')
                     INTO(PENDCHG-RECORD)
                     RIDFLD(PC-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               set WS-Browse-End to true
               GO TO 2510-List-One-Change-Exit
           end-if.
           if not PC-Pending
               GO TO 2510-List-One-Change-Exit
           end-if.
           add 1 to WS-CT-LISTED.
           STRING PC-RULE-NUM ' ' PC-ACTION
                  ' BY ' PC-REQ-USER
                  ' AT ' PC-REQ-TIMESTAMP(1:8)
                  ' ' PC-REQ-TIMESTAMP(9:4)
                  DELIMITED BY SIZE INTO WS-REVIEW-TEXT.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           Exit Paragraph.
          2510-List-One-Change-Exit.
           Exit Paragraph.
      *
          3000-Build-Review.
      * The request and then the two RULETAB images, before on the
      * left, after on the right, field by field - one 60-byte line
      * per screen, the same TS-queue paging DAT3's exception
      * detail uses. Fields the change touches are marked '*'.
           Move WS-APV-RULE to PC-RULE-NUM.
           EXEC CICS READ FILE('PENDCHG')
                     INTO(PENDCHG-RECORD)
                     RIDFLD(PC-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Move 'NO CHANGE ON FILE FOR RULE' to HIO
               perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               GO TO 3000-Build-Review-Exit
           end-if.
           EXEC CICS DELETEQ TS QUEUE(WS-REVQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           Move SPACES to WS-REVIEW-TEXT.
           evaluate true
               when PC-Add
                   STRING 'RULE ' PC-RULE-NUM ' ADD REQUESTED BY '
                          PC-REQ-USER ' TERM ' PC-REQ-TERMINAL
                          DELIMITED BY SIZE INTO WS-REVIEW-TEXT
               when PC-Delete
                   STRING 'RULE ' PC-RULE-NUM ' DELETE REQUESTED BY '
                          PC-REQ-USER ' TERM ' PC-REQ-TERMINAL
                          DELIMITED BY SIZE INTO WS-REVIEW-TEXT
               when other
                   STRING 'RULE ' PC-RULE-NUM ' CHANGE REQUESTED BY '
                          PC-REQ-USER ' TERM ' PC-REQ-TERMINAL
                          DELIMITED BY SIZE INTO WS-REVIEW-TEXT
           end-evaluate.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           evaluate true
               when PC-Pending
                   STRING 'KEYED ' PC-REQ-TIMESTAMP
                          ' - WAITING FOR APPROVAL'
                          DELIMITED BY SIZE INTO WS-REVIEW-TEXT
               when PC-Approved
                   STRING 'KEYED ' PC-REQ-TIMESTAMP
                          ' - APPROVED BY ' PC-RVW-USER
                          DELIMITED BY SIZE INTO WS-REVIEW-TEXT
               when PC-Rejected
                   STRING 'KEYED ' PC-REQ-TIMESTAMP
                          ' - REJECTED BY ' PC-RVW-USER
                          DELIMITED BY SIZE INTO WS-REVIEW-TEXT
               when other
                   STRING 'KEYED ' PC-REQ-TIMESTAMP
                          ' - EXPIRED ' PC-RVW-TIMESTAMP(1:8)
                          DELIMITED BY SIZE INTO WS-REVIEW-TEXT
           end-evaluate.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           if PC-Rejected
               STRING 'REASON: ' PC-REASON
                      DELIMITED BY SIZE INTO WS-REVIEW-TEXT
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
           Move 'BEFORE' to WS-RL-LEFT.
           Move 'AFTER'  to WS-RL-RIGHT.
           Move '| '     to WS-RL-BAR.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           if PC-Add
               Move '(NEW RULE)' to WS-BEFORE-DECODE
           else
               Move PC-BEFORE-IMAGE to WS-BEFORE-DECODE
           end-if.
           if PC-Delete
               Move '(RULE DELETED)' to WS-AFTER-DECODE
           else
               Move PC-AFTER-IMAGE to WS-AFTER-DECODE
           end-if.
           perform 3200-Queue-Image-Lines
               thru 3200-Queue-Image-Lines-Exit.
           if PC-Pending
               Move 'END OF REVIEW - PF3, THEN Y=APPROVE OR N=REJECT'
                 to WS-REVIEW-TEXT
           else
               Move 'END OF REVIEW - NO LONGER PENDING'
                 to WS-REVIEW-TEXT
           end-if.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           set CA-Panel-Detail OF DATCOMM-AREA to true.
           Move 1 to CA-DETAIL-ITEM OF DATCOMM-AREA.
           perform 3100-Show-Review-Item
               thru 3100-Show-Review-Item-Exit.
           Exit Paragraph.
          3000-Build-Review-Exit.
           Exit Paragraph.
      *
          3100-Show-Review-Item.
           EXEC CICS READQ TS QUEUE(WS-REVQ-NAME)
                     INTO(WS-REVIEW-TEXT)
                     LENGTH(LENGTH OF WS-REVIEW-TEXT)
                     ITEM(CA-DETAIL-ITEM OF DATCOMM-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           Move spaces to DATMLIS2O.
           if WS-RESP = DFHRESP(NORMAL)
               Move WS-REVIEW-TEXT to HHO
           else
               Move 'NO MORE REVIEW LINES - PF3 RETURNS' to HHO
           end-if.
           set CA-Panel-Detail OF DATCOMM-AREA to true.
           EXEC CICS SEND MAP ('DATMLIS2')
                     MAPSET('DATMAPM')
                     FROM(DATMLIS2O)
                     ERASE
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               perform 9000-Send-Map-Error
                   thru 9000-Send-Map-Error-Exit
           end-if.
           Exit Paragraph.
          3100-Show-Review-Item-Exit.
           Exit Paragraph.
      *
          3200-Queue-Image-Lines.
      * An add has no before image and a delete no after image - the
      * side with the placeholder text shows it on the first line
      * and blanks below.
           Move WS-BEFORE-DECODE to WS-IMAGE-DECODE.
           STRING 'PGM ' WS-IM-PARA-NAME
                  DELIMITED BY SIZE INTO WS-RL-LEFT.
           Move WS-AFTER-DECODE to WS-IMAGE-DECODE.
           STRING 'PGM ' WS-IM-PARA-NAME
                  DELIMITED BY SIZE INTO WS-RL-RIGHT.
           perform 3300-Mark-Image-Line
               thru 3300-Mark-Image-Line-Exit.
           if WS-BEFORE-DECODE(1:4) not = PC-RULE-NUM
               Move WS-BEFORE-DECODE(1:29) to WS-RL-LEFT
           end-if.
           if WS-AFTER-DECODE(1:4) not = PC-RULE-NUM
               Move WS-AFTER-DECODE(1:29) to WS-RL-RIGHT
           end-if.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           Move WS-BEFORE-DECODE to WS-IMAGE-DECODE.
           if WS-BEFORE-DECODE(1:4) = PC-RULE-NUM
               STRING 'EXPECTED RESULT ' WS-IM-EXPECTED-RSLT
                      DELIMITED BY SIZE INTO WS-RL-LEFT
           end-if.
           Move WS-AFTER-DECODE to WS-IMAGE-DECODE.
           if WS-AFTER-DECODE(1:4) = PC-RULE-NUM
               STRING 'EXPECTED RESULT ' WS-IM-EXPECTED-RSLT
                      DELIMITED BY SIZE INTO WS-RL-RIGHT
           end-if.
           perform 3300-Mark-Image-Line
               thru 3300-Mark-Image-Line-Exit.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           Move WS-BEFORE-DECODE to WS-IMAGE-DECODE.
           if WS-BEFORE-DECODE(1:4) = PC-RULE-NUM
               STRING 'FREQUENCY ' WS-IM-FREQ-CODE
                      ' ' WS-IM-FREQ-VALUE
                      DELIMITED BY SIZE INTO WS-RL-LEFT
           end-if.
           Move WS-AFTER-DECODE to WS-IMAGE-DECODE.
           if WS-AFTER-DECODE(1:4) = PC-RULE-NUM
               STRING 'FREQUENCY ' WS-IM-FREQ-CODE
                      ' ' WS-IM-FREQ-VALUE
                      DELIMITED BY SIZE INTO WS-RL-RIGHT
           end-if.
           perform 3300-Mark-Image-Line
               thru 3300-Mark-Image-Line-Exit.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           Move WS-BEFORE-DECODE to WS-IMAGE-DECODE.
           if WS-BEFORE-DECODE(1:4) = PC-RULE-NUM
               STRING 'PREREQ ' WS-IM-PREREQ-RULE
                      ' RETRIES ' WS-IM-RETRY-MAX
                      DELIMITED BY SIZE INTO WS-RL-LEFT
           end-if.
           Move WS-AFTER-DECODE to WS-IMAGE-DECODE.
           if WS-AFTER-DECODE(1:4) = PC-RULE-NUM
               STRING 'PREREQ ' WS-IM-PREREQ-RULE
                      ' RETRIES ' WS-IM-RETRY-MAX
                      DELIMITED BY SIZE INTO WS-RL-RIGHT
           end-if.
           perform 3300-Mark-Image-Line
               thru 3300-Mark-Image-Line-Exit.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           Move WS-BEFORE-DECODE to WS-IMAGE-DECODE.
           if WS-BEFORE-DECODE(1:4) = PC-RULE-NUM
               STRING 'IN EFFECT ' WS-IM-EFFECTIVE-FROM
                      '-' WS-IM-RETIRE-ON
                      DELIMITED BY SIZE INTO WS-RL-LEFT
           end-if.
           Move WS-AFTER-DECODE to WS-IMAGE-DECODE.
           if WS-AFTER-DECODE(1:4) = PC-RULE-NUM
               STRING 'IN EFFECT ' WS-IM-EFFECTIVE-FROM
                      '-' WS-IM-RETIRE-ON
                      DELIMITED BY SIZE INTO WS-RL-RIGHT
           end-if.
           perform 3300-Mark-Image-Line
               thru 3300-Mark-Image-Line-Exit.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
      * The description is too long for half a line - each image's
      * gets a full-width line of its own.
           Move WS-BEFORE-DECODE to WS-IMAGE-DECODE.
           if WS-BEFORE-DECODE(1:4) = PC-RULE-NUM
               STRING 'DESC BEFORE ' WS-IM-DESCRIPTION
                      DELIMITED BY SIZE INTO WS-REVIEW-TEXT
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
           Move WS-AFTER-DECODE to WS-IMAGE-DECODE.
           if WS-AFTER-DECODE(1:4) = PC-RULE-NUM
               STRING 'DESC AFTER  ' WS-IM-DESCRIPTION
                      DELIMITED BY SIZE INTO WS-REVIEW-TEXT
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
           Exit Paragraph.
          3200-Queue-Image-Lines-Exit.
           Exit Paragraph.
      *
          3300-Mark-Image-Line.
      * The bar column turns into '*|' where the two sides differ, so
      * the field being changed stands out on an otherwise identical
      * pair of images.
           if WS-RL-LEFT not = WS-RL-RIGHT
               and PC-Change
               Move '*|' to WS-RL-BAR
           else
               Move '| ' to WS-RL-BAR
           end-if.
           Exit Paragraph.
          3300-Mark-Image-Line-Exit.
           Exit Paragraph.
      *
          3900-Queue-One-Line.
           EXEC CICS WRITEQ TS QUEUE(WS-REVQ-NAME)
                     FROM(WS-REVIEW-TEXT)
                     LENGTH(LENGTH OF WS-REVIEW-TEXT)
                     RESP(WS-RESP)
           END-EXEC.
           Move SPACES to WS-REVIEW-TEXT.
           Exit Paragraph.
          3900-Queue-One-Line-Exit.
           Exit Paragraph.
      *
          4000-Decide-Change.
      * The decision must follow a review of this very change on this
      * terminal - nobody approves images they never looked at.
           EXEC CICS READQ TS QUEUE(WS-REVQ-NAME)
                     INTO(WS-REVIEW-TEXT)
                     LENGTH(LENGTH OF WS-REVIEW-TEXT)
                     ITEM(1)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               or WS-REVIEW-TEXT(1:5) not = 'RULE '
               or WS-REVIEW-TEXT(6:4) not = WS-APV-RULE
               Move 'REVIEW THE CHANGE FIRST - ENTER' to HIO
               Move WS-APV-RULE to HKO
               GO TO 4000-Decide-Change-Exit
           end-if.
           if WS-APV-ACTION = 'N' and WS-APV-REASON = SPACES
               Move 'N NEEDS THE REASON IN HII' to HIO
               Move WS-APV-RULE to HKO
               GO TO 4000-Decide-Change-Exit
           end-if.
           Move WS-APV-RULE to PC-RULE-NUM.
           EXEC CICS READ FILE('PENDCHG')
                     INTO(PENDCHG-RECORD)
                     RIDFLD(PC-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Move 'NO CHANGE ON FILE FOR RULE' to HIO
               GO TO 4000-Decide-Change-Exit
           end-if.
           if not PC-Pending
               EXEC CICS UNLOCK FILE('PENDCHG')
                         RESP(WS-RESP)
               END-EXEC
               Move 'CHANGE IS NO LONGER PENDING' to HIO
               GO TO 4000-Decide-Change-Exit
           end-if.
           perform 4500-Check-Authority
               thru 4500-Check-Authority-Exit.
           if not WS-Auth-Ok
               EXEC CICS UNLOCK FILE('PENDCHG')
                         RESP(WS-RESP)
               END-EXEC
               Move 'NOT AUTHORIZED TO DECIDE THIS' to HIO
               GO TO 4000-Decide-Change-Exit
           end-if.
      * Four eyes: whoever keyed the change cannot also pass it.
           if WS-USERID = PC-REQ-USER
               EXEC CICS UNLOCK FILE('PENDCHG')
                         RESP(WS-RESP)
               END-EXEC
               Move 'A SECOND USER MUST DECIDE THIS' to HIO
               Move WS-APV-RULE to HKO
               GO TO 4000-Decide-Change-Exit
           end-if.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           Move WS-USERID            to PC-RVW-USER.
           Move WS-CURRENT-TIMESTAMP to PC-RVW-TIMESTAMP.
           if WS-APV-ACTION = 'N'
               set PC-Rejected to true
               Move WS-APV-REASON to PC-REASON
           else
               perform 4100-Apply-Change
                   thru 4100-Apply-Change-Exit
           end-if.
           EXEC CICS REWRITE FILE('PENDCHG')
                     FROM(PENDCHG-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Display 'ERROR-999: PENDCHG rewrite failed, RESP='
                   WS-RESP ' - rule ' PC-RULE-NUM
                   ' status ' PC-STATUS
           end-if.
           Move SPACES to HIO.
           evaluate true
               when PC-Approved
                   STRING 'RULE ' PC-RULE-NUM ' CHANGE APPLIED'
                          DELIMITED BY SIZE INTO HIO
               when WS-APV-ACTION = 'N'
                   STRING 'RULE ' PC-RULE-NUM ' CHANGE REJECTED'
                          DELIMITED BY SIZE INTO HIO
               when other
                   Move PC-REASON to HIO
           end-evaluate.
      * The next decision takes a fresh review.
           EXEC CICS DELETEQ TS QUEUE(WS-REVQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           Exit Paragraph.
          4000-Decide-Change-Exit.
           Exit Paragraph.
      *
          4100-Apply-Change.
      * RULETAB must still hold exactly the before image the change
      * was keyed against (for an add, no record at all); anything
      * else means the rule moved on underneath the request, and the
      * request is rejected rather than applied over it.
           Move PC-RULE-NUM to RT-RULE-NUM.
           if PC-Add
               Move PC-AFTER-IMAGE to RULETAB-RECORD
               EXEC CICS WRITE FILE('RULETAB')
                         FROM(RULETAB-RECORD)
                         RIDFLD(RT-RULE-NUM)
                         RESP(WS-RESP)
               END-EXEC
               if WS-RESP not = DFHRESP(NORMAL)
                   set PC-Rejected to true
                   Move 'RULE ALREADY ON RULETAB' to PC-REASON
                   GO TO 4100-Apply-Change-Exit
               end-if
           else
               EXEC CICS READ FILE('RULETAB')
                         INTO(RULETAB-RECORD)
                         RIDFLD(RT-RULE-NUM)
                         UPDATE
                         RESP(WS-RESP)
               END-EXEC
               if WS-RESP not = DFHRESP(NORMAL)
                   set PC-Rejected to true
                   Move 'RULE NO LONGER ON RULETAB' to PC-REASON
                   GO TO 4100-Apply-Change-Exit
               end-if
               Move RULETAB-RECORD to WS-CURRENT-IMAGE
               if WS-CURRENT-IMAGE not = PC-BEFORE-IMAGE
                   EXEC CICS UNLOCK FILE('RULETAB')
                             RESP(WS-RESP)
                   END-EXEC
                   set PC-Rejected to true
                   Move 'RULETAB CHANGED SINCE KEYED' to PC-REASON
                   GO TO 4100-Apply-Change-Exit
               end-if
               if PC-Delete
                   EXEC CICS DELETE FILE('RULETAB')
                             RESP(WS-RESP)
                   END-EXEC
               else
                   Move PC-AFTER-IMAGE to RULETAB-RECORD
                   EXEC CICS REWRITE FILE('RULETAB')
                             FROM(RULETAB-RECORD)
                             RESP(WS-RESP)
                   END-EXEC
               end-if
               if WS-RESP not = DFHRESP(NORMAL)
                   Display 'ERROR-999: RULETAB update failed, RESP='
                       WS-RESP ' - rule ' PC-RULE-NUM
                   set PC-Rejected to true
                   Move 'RULETAB UPDATE FAILED' to PC-REASON
                   GO TO 4100-Apply-Change-Exit
               end-if
           end-if.
           set PC-Approved to true.
           perform 4200-Write-Change-Log
               thru 4200-Write-Change-Log-Exit.
           Exit Paragraph.
          4100-Apply-Change-Exit.
           Exit Paragraph.
      *
          4200-Write-Change-Log.
      * One RULECHG record per applied change - the requester's
      * terminal and user id, the approver's user id, when it was
      * applied, the action, and the full before and after images,
      * listed by the DATCHGR daily report.
           Move WS-CURRENT-TIMESTAMP to CG-TIMESTAMP.
           Move PC-REQ-TERMINAL      to CG-TERMINAL.
           Move PC-REQ-USER          to CG-OPERATOR.
           Move 'RULETAB '           to CG-FILE.
           Move PC-ACTION            to CG-ACTION.
           Move PC-BEFORE-IMAGE      to CG-BEFORE-IMAGE.
           Move PC-AFTER-IMAGE       to CG-AFTER-IMAGE.
           Move WS-USERID            to CG-APPROVER.
           Move zero to WS-CHG-RBA.
           EXEC CICS WRITE FILE('RULECHG')
                     FROM(RULECHG-RECORD)
                     RIDFLD(WS-CHG-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Display 'ERROR-999: RULECHG change-log write failed,'
                   ' RESP=' WS-RESP
           end-if.
           Exit Paragraph.
          4200-Write-Change-Log-Exit.
           Exit Paragraph.
      *
          4500-Check-Authority.
      * The same OPERAUTH levels DAT0 honors for keying the action:
      * an add or change is decided by an analyst or supervisor, a
      * delete by a supervisor only. No record means inquiry-only.
           set WS-Auth-Ok to false.
           EXEC CICS ASSIGN USERID(WS-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           Move WS-USERID to OA-USERID.
           EXEC CICS READ FILE('OPERAUTH')
                     INTO(OPERAUTH-RECORD)
                     RIDFLD(OA-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Display 'DATAPRV: No OPERAUTH record for '
                   WS-USERID ' - approval denied'
               GO TO 4500-Check-Authority-Exit
           end-if.
           evaluate true
               when PC-Delete
                   if OA-Auth-Super
                       set WS-Auth-Ok to true
                   end-if
               when other
                   if OA-Auth-Analyst or OA-Auth-Super
                       set WS-Auth-Ok to true
                   end-if
           end-evaluate.
           Exit Paragraph.
          4500-Check-Authority-Exit.
           Exit Paragraph.
      *
          9000-Send-Map-Error.
      * A bad mapset or a dropped terminal shows up here as a
      * displayed message rather than an abend that pages the on-call.
           Display 'ERROR-999: CICS SEND/RECEIVE MAP failed, RESP='
               WS-RESP ' RESP2=' WS-RESP2.
           Exit Paragraph.
          9000-Send-Map-Error-Exit.
           Exit Paragraph.
