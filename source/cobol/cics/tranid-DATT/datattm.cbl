       ID DIVISION.
       PROGRAM-ID. DATATTM.
      * Quarterly rule ownership attestation. Tran ='DATT' - built on
      * the DATMAPM mapset conventions DAT0 uses. The RUNBOOK catalog
      * names an owner for every rule, but nothing ever made the
      * owner confirm the RULETAB expected result and frequency and
      * the runbook remediation text are still right; this is where
      * the owner does it, once a quarter (see DATATTS).
      *
      * HIK carries the rule number, HIM the action:
      *   blank  review - the RULETAB definition and the RUNBOOK
      *          entry side by side on the history panel, PF7/PF8 to
      *          page, PF3 back to the entry screen
      *   A      attest both entries right for the current quarter
      *   F      flag a change - HII says what has to change
      * An attestation is taken only for the rule this terminal has
      * just reviewed, and only from an OPERAUTH analyst or
      * supervisor - an inquiry-only user can review but not answer
      * for the rule. The rule is re-attested by its owner: the user
      * must be on the ANALYST roster (see DATANLR) in the team
      * RUNBOOK names as the rule's owner. A rule with no RUNBOOK
      * owner cannot be attested until one is named.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       COPY DATMAPM.
       COPY RULETAB.
       COPY DATRNBK.
       COPY DATATTS.
       COPY DATAUTH.
       COPY DATANLR.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-RESP          PIC S9(08) COMP.
       01  WS-RESP2         PIC S9(08) COMP.

       01  WS-CURRENT-DATE      PIC 9(08).
       01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
           05  WS-CUR-YYYY          PIC 9(04).
           05  WS-CUR-MM            PIC 9(02).
           05  WS-CUR-DD            PIC 9(02).
       01  WS-CURRENT-TIME      PIC 9(08).
       01  WS-CURRENT-TIMESTAMP PIC X(14).
       01  WS-USERID            PIC X(08).

      * Calendar quarter of the current date, YYYYQn - the key half
      * every attestation taken today is filed under.
       01  WS-QTR-NBR           PIC 9(01).
       01  WS-CUR-QUARTER       PIC X(06).

       01  WS-ATT-RULE          PIC X(04).
       01  WS-ATT-ACTION        PIC X(01).
       01  WS-ATT-NOTE          PIC X(30).
       01  WS-RUNBOOK-FOUND-SW  PIC X(01) VALUE 'N'.
           88  WS-RUNBOOK-FOUND     VALUE 'Y' FALSE 'N'.
       01  WS-ATTEST-FOUND-SW   PIC X(01) VALUE 'N'.
           88  WS-ATTEST-FOUND      VALUE 'Y' FALSE 'N'.
       01  WS-AUTH-OK-SW        PIC X(01) VALUE 'N'.
           88  WS-AUTH-OK           VALUE 'Y' FALSE 'N'.

      * The review lines go to their own per-terminal TS queue ('T'
      * in front of the terminal id) and page the way DAT3's detail
      * view does. Line one always carries the rule in (6:4), which
      * is how an A or F is tied back to the rule actually reviewed.
       01  WS-REVQ-NAME         PIC X(08).
       01  WS-REVIEW-LINE.
           05  WS-RL-LEFT           PIC X(29).
           05  WS-RL-BAR            PIC X(02).
           05  WS-RL-RIGHT          PIC X(29).
       01  WS-REVIEW-TEXT REDEFINES WS-REVIEW-LINE
                                PIC X(60).
       01  WS-RSLT-EDIT         PIC X(03).

       01  DATCOMM-AREA.
           COPY DATCOMM.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DATCOMM.
      *
       PROCEDURE DIVISION.
          Mainline.
           DISPLAY 'DATATTM v1 DATATTM: CICS TRAN DATT Started'.
      *
           Move SPACES to WS-REVQ-NAME.
           STRING 'T' EIBTRMID DELIMITED BY SIZE INTO WS-REVQ-NAME.
           perform 0500-Set-Quarter thru 0500-Set-Quarter-Exit.
           if EIBCALEN = 0
               perform 1000-Send-Initial-Screen
                   thru 1000-Send-Initial-Screen-Exit
           else
               Move DFHCOMMAREA to DATCOMM-AREA
               evaluate EIBAID
                   when DFHPF3
                       if CA-Panel-Detail OF DATCOMM-AREA
      * Back from the review to the entry screen with the rule
      * still keyed, ready for the A or F.
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
           EXEC CICS RETURN TRANSID('DATT')
                     COMMAREA(DATCOMM-AREA)
           END-EXEC.
      *
          0500-Set-Quarter.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           compute WS-QTR-NBR = (WS-CUR-MM - 1) / 3 + 1.
           Move SPACES to WS-CUR-QUARTER.
           STRING WS-CUR-YYYY 'Q' WS-QTR-NBR
               DELIMITED BY SIZE INTO WS-CUR-QUARTER.
           Exit Paragraph.
          0500-Set-Quarter-Exit.
           Exit Paragraph.
      *
          1000-Send-Initial-Screen.
           Move spaces to DATMLISO.
           Move 'RULE IN KEY, ENTER TO REVIEW' to HIO.
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
               Move WS-REVIEW-TEXT(6:4) to HKO
               Move 'A=ATTEST  F=FLAG, NOTE IN HII' to HIO
           else
               Move 'RULE IN KEY, ENTER TO REVIEW' to HIO
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
           Move HIK(1:4) to WS-ATT-RULE.
           Move HIM      to WS-ATT-ACTION.
           Move HII      to WS-ATT-NOTE.
           Move spaces to DATMLISO.
           if WS-ATT-RULE = SPACES
               Move 'RULE NUMBER REQUIRED IN KEY' to HIO
               perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               GO TO 2000-Process-Entry-Exit
           end-if.
           evaluate WS-ATT-ACTION
               when SPACE
               when 'R'
                   perform 3000-Build-Review
                       thru 3000-Build-Review-Exit
               when 'A'
               when 'F'
                   perform 4000-Record-Attestation
                       thru 4000-Record-Attestation-Exit
                   perform 1010-Send-Screen
                       thru 1010-Send-Screen-Exit
               when other
                   Move 'BLANK=REVIEW A=ATTEST F=FLAG' to HIO
                   perform 1010-Send-Screen
                       thru 1010-Send-Screen-Exit
           end-evaluate.
           Exit Paragraph.
          2000-Process-Entry-Exit.
           Exit Paragraph.
      *
          3000-Build-Review.
      * The two catalog entries for the rule, RULETAB on the left,
      * RUNBOOK on the right, then the long runbook text at full
      * width - one 60-byte line per screen, the same TS-queue
      * paging DAT3's exception detail uses.
           Move WS-ATT-RULE to RT-RULE-NUM.
           EXEC CICS READ FILE('RULETAB')
                     INTO(RULETAB-RECORD)
                     RIDFLD(RT-RULE-NUM)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Move 'RULE NOT ON RULETAB' to HIO
               perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               GO TO 3000-Build-Review-Exit
           end-if.
           perform 3200-Read-Runbook thru 3200-Read-Runbook-Exit.
           perform 3300-Read-Attestation
               thru 3300-Read-Attestation-Exit.
           EXEC CICS DELETEQ TS QUEUE(WS-REVQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           Move SPACES to WS-REVIEW-TEXT.
           evaluate true
               when not WS-Attest-Found
                   STRING 'RULE ' WS-ATT-RULE ' ' WS-CUR-QUARTER
                          ' NOT YET ATTESTED'
                          DELIMITED BY SIZE INTO WS-REVIEW-TEXT
               when ATT-Change-Flagged
                   STRING 'RULE ' WS-ATT-RULE ' ' WS-CUR-QUARTER
                          ' CHANGE FLAGGED BY ' ATT-USER
                          ' ' ATT-TIMESTAMP(1:8)
                          DELIMITED BY SIZE INTO WS-REVIEW-TEXT
               when other
                   STRING 'RULE ' WS-ATT-RULE ' ' WS-CUR-QUARTER
                          ' ATTESTED BY ' ATT-USER
                          ' ' ATT-TIMESTAMP(1:8)
                          DELIMITED BY SIZE INTO WS-REVIEW-TEXT
           end-evaluate.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           Move 'RULETAB' to WS-RL-LEFT.
           Move 'RUNBOOK' to WS-RL-RIGHT.
           Move '| '      to WS-RL-BAR.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           Move RT-EXPECTED-RSLT to WS-RSLT-EDIT.
           STRING 'EXPECTED RESULT ' WS-RSLT-EDIT
                  DELIMITED BY SIZE INTO WS-RL-LEFT.
           if WS-Runbook-Found
               STRING 'OWNER ' RB-OWNER-TEAM
                      DELIMITED BY SIZE INTO WS-RL-RIGHT
           else
               Move 'NO RUNBOOK ENTRY ON FILE' to WS-RL-RIGHT
           end-if.
           Move '| ' to WS-RL-BAR.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           STRING 'FREQUENCY ' RT-FREQ-CODE ' ' RT-FREQ-VALUE
                  DELIMITED BY SIZE INTO WS-RL-LEFT.
           if WS-Runbook-Found
               STRING 'CALL  ' RB-CONTACT
                      DELIMITED BY SIZE INTO WS-RL-RIGHT
           end-if.
           Move '| ' to WS-RL-BAR.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           STRING 'PREREQ ' RT-PREREQ-RULE
                  ' RETRIES ' RT-RETRY-MAX
                  DELIMITED BY SIZE INTO WS-RL-LEFT.
           if WS-Runbook-Found
               STRING 'DEADLINE ' RB-DEADLINE
                      DELIMITED BY SIZE INTO WS-RL-RIGHT
           end-if.
           Move '| ' to WS-RL-BAR.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           STRING 'PGM ' RT-PARA-NAME
                  DELIMITED BY SIZE INTO WS-RL-LEFT.
           if WS-Runbook-Found
               STRING 'DOCS ' RB-DOC-REF
                      DELIMITED BY SIZE INTO WS-RL-RIGHT
           end-if.
           Move '| ' to WS-RL-BAR.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           STRING 'DESC    ' RT-DESCRIPTION
                  DELIMITED BY SIZE INTO WS-REVIEW-TEXT.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           if WS-Runbook-Found
               STRING 'PURPOSE ' RB-PURPOSE
                      DELIMITED BY SIZE INTO WS-REVIEW-TEXT
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
               Move 'REMEDIATION' to WS-REVIEW-TEXT
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
               Move RB-REMEDIATION to WS-REVIEW-TEXT
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
           if WS-Attest-Found and ATT-Change-Flagged
               STRING 'FLAGGED: ' ATT-NOTE
                      DELIMITED BY SIZE INTO WS-REVIEW-TEXT
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
           Move 'END OF REVIEW - PF3, THEN A=ATTEST OR F=FLAG'
             to WS-REVIEW-TEXT.
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
          3200-Read-Runbook.
           set WS-Runbook-Found to false.
           Move WS-ATT-RULE to RB-RULE.
           EXEC CICS READ FILE('RUNBOOK')
                     INTO(RUNBOOK-RECORD)
                     RIDFLD(RB-RULE)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               set WS-Runbook-Found to true
           end-if.
           Exit Paragraph.
          3200-Read-Runbook-Exit.
           Exit Paragraph.
      *
          3300-Read-Attestation.
           set WS-Attest-Found to false.
           Move WS-ATT-RULE    to ATT-RULE.
           Move WS-CUR-QUARTER to ATT-QUARTER.
           EXEC CICS READ FILE('ATTEST')
                     INTO(ATTEST-RECORD)
                     RIDFLD(ATT-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               set WS-Attest-Found to true
           end-if.
           Exit Paragraph.
          3300-Read-Attestation-Exit.
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
          4000-Record-Attestation.
           perform 4500-Check-Authority
               thru 4500-Check-Authority-Exit.
           if not WS-Auth-Ok
               Move 'NOT AUTHORIZED TO ATTEST' to HIO
               GO TO 4000-Record-Attestation-Exit
           end-if.
      * The answer must follow a review of this very rule on this
      * terminal - nobody attests to entries they never looked at.
           EXEC CICS READQ TS QUEUE(WS-REVQ-NAME)
                     INTO(WS-REVIEW-TEXT)
                     LENGTH(LENGTH OF WS-REVIEW-TEXT)
                     ITEM(1)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               or WS-REVIEW-TEXT(6:4) not = WS-ATT-RULE
               Move 'REVIEW THE RULE FIRST - ENTER' to HIO
               Move WS-ATT-RULE to HKO
               GO TO 4000-Record-Attestation-Exit
           end-if.
           if WS-ATT-ACTION = 'F' and WS-ATT-NOTE = SPACES
               Move 'F NEEDS THE CHANGE IN HII' to HIO
               Move WS-ATT-RULE to HKO
               GO TO 4000-Record-Attestation-Exit
           end-if.
           Move WS-ATT-RULE to RT-RULE-NUM.
           EXEC CICS READ FILE('RULETAB')
                     INTO(RULETAB-RECORD)
                     RIDFLD(RT-RULE-NUM)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Move 'RULE NOT ON RULETAB' to HIO
               GO TO 4000-Record-Attestation-Exit
           end-if.
           perform 3200-Read-Runbook thru 3200-Read-Runbook-Exit.
           perform 4600-Check-Owner thru 4600-Check-Owner-Exit.
           if not WS-Auth-Ok
               GO TO 4000-Record-Attestation-Exit
           end-if.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           Move WS-CURRENT-DATE to WS-CURRENT-TIMESTAMP(1:8).
           Move WS-CURRENT-TIME to WS-CURRENT-TIMESTAMP(9:6).
      * A second answer in the same quarter replaces the first -
      * typically the attestation once a flagged change is made.
           Move WS-ATT-RULE    to ATT-RULE.
           Move WS-CUR-QUARTER to ATT-QUARTER.
           EXEC CICS READ FILE('ATTEST')
                     INTO(ATTEST-RECORD)
                     RIDFLD(ATT-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               set WS-Attest-Found to true
           else
               set WS-Attest-Found to false
               Move WS-ATT-RULE    to ATT-RULE
               Move WS-CUR-QUARTER to ATT-QUARTER
           end-if.
           Move WS-ATT-ACTION        to ATT-STATUS.
           Move WS-USERID            to ATT-USER.
           Move WS-CURRENT-TIMESTAMP to ATT-TIMESTAMP.
           if WS-Runbook-Found
               Move RB-OWNER-TEAM    to ATT-OWNER-TEAM
           else
               Move SPACES           to ATT-OWNER-TEAM
           end-if.
           Move RT-EXPECTED-RSLT     to ATT-EXPECTED-RSLT.
           Move RT-FREQ-CODE         to ATT-FREQ-CODE.
           Move RT-FREQ-VALUE        to ATT-FREQ-VALUE.
           if WS-ATT-ACTION = 'F'
               Move WS-ATT-NOTE      to ATT-NOTE
           else
               Move SPACES           to ATT-NOTE
           end-if.
           if WS-Attest-Found
               EXEC CICS REWRITE FILE('ATTEST')
                         FROM(ATTEST-RECORD)
                         RESP(WS-RESP)
               END-EXEC
           else
               EXEC CICS WRITE FILE('ATTEST')
                         FROM(ATTEST-RECORD)
                         RIDFLD(ATT-KEY)
                         RESP(WS-RESP)
               END-EXEC
           end-if.
           if WS-RESP not = DFHRESP(NORMAL)
               Move 'ATTESTATION NOT RECORDED' to HIO
               Display 'ERROR-999: ATTEST write failed, RESP='
                   WS-RESP ' - rule ' WS-ATT-RULE
                   ' quarter ' WS-CUR-QUARTER
               GO TO 4000-Record-Attestation-Exit
           end-if.
           Move SPACES to HIO.
           if WS-ATT-ACTION = 'F'
               STRING 'RULE ' WS-ATT-RULE ' FLAGGED '
                      WS-CUR-QUARTER
                      DELIMITED BY SIZE INTO HIO
           else
               STRING 'RULE ' WS-ATT-RULE ' ATTESTED '
                      WS-CUR-QUARTER
                      DELIMITED BY SIZE INTO HIO
           end-if.
      * The next answer takes a fresh review.
           EXEC CICS DELETEQ TS QUEUE(WS-REVQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           Exit Paragraph.
          4000-Record-Attestation-Exit.
           Exit Paragraph.
      *
          4500-Check-Authority.
      * The same OPERAUTH levels DAT0 honors: analysts and
      * supervisors answer for a rule, no record means inquiry-only.
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
               Display 'DATATTM: No OPERAUTH record for '
                   WS-USERID ' - attestation denied'
               GO TO 4500-Check-Authority-Exit
           end-if.
           if OA-Auth-Analyst or OA-Auth-Super
               set WS-Auth-Ok to true
           end-if.
           Exit Paragraph.
          4500-Check-Authority-Exit.
           Exit Paragraph.
      *
          4600-Check-Owner.
      * Only the owning team answers for a rule - the user's ANALYST
      * roster team must be the RUNBOOK owner team. WS-USERID is the
      * user 4500 signed on.
           set WS-Auth-Ok to false.
           if not WS-Runbook-Found or RB-OWNER-TEAM = SPACES
               Move 'RULE HAS NO RUNBOOK OWNER' to HIO
               GO TO 4600-Check-Owner-Exit
           end-if.
           Move WS-USERID to AR-USERID.
           EXEC CICS READ FILE('ANALYST')
                     INTO(ANALYST-RECORD)
                     RIDFLD(AR-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Move 'NOT ON THE ANALYST ROSTER' to HIO
               GO TO 4600-Check-Owner-Exit
           end-if.
           if AR-TEAM not = RB-OWNER-TEAM
               Display 'DATATTM: ' WS-USERID ' of team ' AR-TEAM
                   ' refused - rule ' WS-ATT-RULE ' is owned by '
                   RB-OWNER-TEAM
               Move 'ONLY THE OWNING TEAM ATTESTS' to HIO
               GO TO 4600-Check-Owner-Exit
           end-if.
           set WS-Auth-Ok to true.
           Exit Paragraph.
          4600-Check-Owner-Exit.
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
