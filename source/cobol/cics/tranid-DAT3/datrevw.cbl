      * after 48 hours show AGED on the item line, and the opening
      * message counts them so the supervisor sees what is slipping.
      *
      * PF5 opens the exception-detail view: the rule's open
      * exception cases (see EXCPCASE, maintained nightly from the
      * EXCPDTL rows by DATCASE), so the analyst reads the failing
      * account numbers here instead of rerunning the sweep by hand.
      * Cases new at their latest sighting come first, marked NEW
      * (BACK when a closed finding has returned), then the
      * long-standing ones marked OPEN with the night they were
      * first seen and how many nights they have been reported.
      * PF7/PF8 page the details, PF3 returns to the item being
      * dispositioned.
      *
      * An 'E' disposition is a real hand-off, not just a status
      * byte: the item is copied to the SUPERQ supervisor work queue
      * code keyed in the map's key field HIK, for supervisors to
      * work through DAT5 (DATSUPV) and the DATESCR daily report to
      * chase.
      *
      * PF6 opens the proposal view: the corrections the rule has
      * proposed and nobody has decided yet (see CORRPROP - RULE24
      * closing the later duplicate, RULE26 moving an account to
      * the replacement for its unknown department), one per
      * screen on the entry map - the account, the action and what
      * it does, with PENDING in the key field. HIM takes the
      * decision:
      *   A=Accept  R=Reject
      * An accepted proposal's transaction is queued to ACCTPEND
      * (see DATAPND) tagged with the REVIEWQ item on screen, for
      * the next DATAAPL run to apply like anything keyed on DAT8;
      * either decision is kept on CORRPROP with the analyst's user
      * id and a timestamp. Deciding needs analyst or supervisor
      * authority on OPERAUTH, the same as DAT8 maintenance.
      * PF7/PF8 page the proposals, PF3 returns to the item.
      *
      * Every item arrives assigned to an analyst of the rule's
      * owning team (RQ-ASSIGNEE, dealt by DATASGN as the batch
      * queues it), so DAT3 opens on the signed-on analyst's own
      * items. PF10 switches to the team queue - every open item of
      * their ANALYST roster team, with who holds each, plus the
      * items no team owns - and back again. A supervisor moves an
      * item to someone else with
      *   T=Transfer
      * in HIM and the new analyst's user id in HIK; the item goes to
      * that analyst and their team, stamped with the supervisor's
      * user id. Reassigning needs supervisor authority on OPERAUTH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       COPY REVIEWQ.
       COPY DATREVL.
       COPY DATSUPQ.
       COPY EXCPCASE.
       COPY CORRPROP.
       COPY DATAPND.
       COPY DATAUTH.
       COPY DATRNBK.
       COPY DATANLR.
       COPY DFHAID.
       COPY DFHBMSCA.

      * the item queue) and page like everything else here.
       01  WS-DETQ-NAME         PIC X(08).
       01  WS-DETAIL-LINE       PIC X(60).
       01  WS-EXCP-EOF-SW       PIC X(01) VALUE 'N'.
           88  WS-EXCP-EOF          VALUE 'Y' FALSE 'N'.
      * The rule's cases are browsed twice - the new ones first, so
      * tonight's findings never sit behind forty nights of backlog.
       01  WS-CASE-PASS-SW      PIC X(01) VALUE 'N'.
           88  WS-CASE-PASS-NEW     VALUE 'N'.
           88  WS-CASE-PASS-OLD     VALUE 'O'.
       01  WS-CASE-MARK         PIC X(04).
       01  WS-DETAIL-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-DETAIL-RULE       PIC X(04).

      * Proposal view support: the rule's pending proposals go to a
      * third per-terminal TS queue ('P' in front of the terminal
      * id). Each item carries the CORRPROP key to decide on, the
      * line shown, its state, and the REVIEWQ item the view was
      * opened from - the tag an accepted transaction carries.
       01  WS-PROPQ-NAME        PIC X(08).
       01  WS-PROP-ITEM.
           05  WS-PI-KEY            PIC X(32).
           05  WS-PI-STATE          PIC X(08).
           05  WS-PI-LINE           PIC X(30).
           05  WS-PI-RQ-TIMESTAMP   PIC X(14).
           05  WS-PI-RQ-RULE        PIC X(04).
       01  WS-PROP-EOF-SW       PIC X(01) VALUE 'N'.
           88  WS-PROP-EOF          VALUE 'Y' FALSE 'N'.
       01  WS-PROP-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-PROP-RULE         PIC X(04).
       01  WS-PROP-RQ-TIMESTAMP PIC X(14).
       01  WS-PROP-MSG          PIC X(30) VALUE SPACES.
      * RBA fullword handed back by the ACCTPEND ESDS append.
       01  WS-PEND-RBA          PIC S9(08) COMP.

      * Authority of the signed-on operator, from OPERAUTH - the
      * same check DAT8 makes before queueing maintenance.
       01  WS-AUTH-USERID       PIC X(08).
       01  WS-AUTH-OK-SW        PIC X(01) VALUE 'N'.
           88  WS-AUTH-OK           VALUE 'Y' FALSE 'N'.

      * Whose queue is being built: the signed-on user and their
      * team from the ANALYST roster. Nobody on the roster sees the
      * whole open queue, as before items were assigned.
       01  WS-ON-ROSTER-SW      PIC X(01) VALUE 'N'.
           88  WS-ON-ROSTER         VALUE 'Y' FALSE 'N'.
       01  WS-MY-TEAM           PIC X(20) VALUE SPACES.
       01  WS-IN-VIEW-SW        PIC X(01) VALUE 'N'.
           88  WS-IN-VIEW           VALUE 'Y' FALSE 'N'.
      * Supervisor reassignment: the analyst keyed in HIK, and what
      * became of it, shown in place of the item line.
       01  WS-NEW-ASSIGNEE      PIC X(08).
       01  WS-ITEM-MSG          PIC X(30) VALUE SPACES.

       01  DATCOMM-AREA.
           COPY DATCOMM.

           DISPLAY 'DATREVW v1 DATREVW: CICS TRAN DAT3 Started'.
      *
           if EIBCALEN = 0
               set CA-View-Mine OF DATCOMM-AREA to true
               perform 1000-Build-Open-Queue
                   thru 1000-Build-Open-Queue-Exit
           else
               evaluate EIBAID
                   when DFHPF3
                       if CA-Panel-Detail OF DATCOMM-AREA
                           or CA-Panel-Proposal OF DATCOMM-AREA
      * Back from the detail or proposal view to the item being
      * worked, not out of the transaction.
                           set CA-Panel-Entry OF DATCOMM-AREA
                               to true
                           perform 4200-Show-Item
                   when DFHPF5
                       perform 5000-Build-Detail-Queue
                           thru 5000-Build-Detail-Queue-Exit
                   when DFHPF6
                       perform 6000-Build-Proposal-Queue
                           thru 6000-Build-Proposal-Queue-Exit
                   when DFHPF10
                       if CA-View-Mine OF DATCOMM-AREA
                           set CA-View-Team OF DATCOMM-AREA to true
                       else
                           set CA-View-Mine OF DATCOMM-AREA to true
                       end-if
                       perform 1000-Build-Open-Queue
                           thru 1000-Build-Open-Queue-Exit
                   when DFHPF7
                       evaluate true
                           when CA-Panel-Detail OF DATCOMM-AREA
                               if CA-DETAIL-ITEM OF DATCOMM-AREA > 1
                                   subtract 1 from CA-DETAIL-ITEM
                                       OF DATCOMM-AREA
                               end-if
                               perform 5100-Show-Detail-Item
                                   thru 5100-Show-Detail-Item-Exit
                           when CA-Panel-Proposal OF DATCOMM-AREA
                               if CA-DETAIL-ITEM OF DATCOMM-AREA > 1
                                   subtract 1 from CA-DETAIL-ITEM
                                       OF DATCOMM-AREA
                               end-if
                               perform 6100-Show-Proposal
                                   thru 6100-Show-Proposal-Exit
                           when other
                               if CA-HIST-ITEM OF DATCOMM-AREA > 1
                                   subtract 1 from CA-HIST-ITEM
                                       OF DATCOMM-AREA
                               end-if
                               perform 4200-Show-Item
                                   thru 4200-Show-Item-Exit
                       end-evaluate
                   when DFHPF8
                       evaluate true
                           when CA-Panel-Detail OF DATCOMM-AREA
                               add 1 to CA-DETAIL-ITEM
                                   OF DATCOMM-AREA
                               perform 5100-Show-Detail-Item
                                   thru 5100-Show-Detail-Item-Exit
                           when CA-Panel-Proposal OF DATCOMM-AREA
                               add 1 to CA-DETAIL-ITEM
                                   OF DATCOMM-AREA
                               perform 6100-Show-Proposal
                                   thru 6100-Show-Proposal-Exit
                           when other
                               add 1 to CA-HIST-ITEM OF DATCOMM-AREA
                               perform 4200-Show-Item
                                   thru 4200-Show-Item-Exit
                       end-evaluate
                   when other
                       perform 2000-Process-Entry
                           thru 2000-Process-Entry-Exit
      * Rebuilds the per-terminal TS queue from the open REVIEWQ
      * records on every fresh attach, the same
      * browse-then-page-a-TS-queue pattern DATINQ uses, so closed
      * items never reappear in anyone's view. Only the items in
      * the chosen view are queued - the user's own, or their team's.
           EXEC CICS DELETEQ TS QUEUE(EIBTRMID)
                     RESP(WS-RESP)
           END-EXEC.
           perform 1050-Find-Roster-Team
               thru 1050-Find-Roster-Team-Exit.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           compute WS-TODAY-INT =
               function integer-of-date(WS-CURRENT-DATE).
           Exit Paragraph.
          1000-Build-Open-Queue-Exit.
           Exit Paragraph.
      *
          1050-Find-Roster-Team.
           set WS-On-Roster to false.
           Move SPACES to WS-MY-TEAM.
           EXEC CICS ASSIGN USERID(WS-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           Move WS-USERID to AR-USERID.
           EXEC CICS READ FILE('ANALYST')
                     INTO(ANALYST-RECORD)
                     RIDFLD(AR-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               set WS-On-Roster to true
               Move AR-TEAM to WS-MY-TEAM
           else
               set CA-View-Team OF DATCOMM-AREA to true
           end-if.
           Exit Paragraph.
          1050-Find-Roster-Team-Exit.
           Exit Paragraph.
      *
          1100-Read-Next-Reviewq.
           EXEC CICS READNEXT FILE('REVIEWQ')
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               if RQ-Open
                   perform 1150-Check-In-View
                       thru 1150-Check-In-View-Exit
                   if WS-In-View
                       perform 1200-Queue-Open-Item
                           thru 1200-Queue-Open-Item-Exit
                   end-if
               end-if
           else
               set WS-Reviewq-Eof to true
           Exit Paragraph.
          1100-Read-Next-Reviewq-Exit.
           Exit Paragraph.
      *
          1150-Check-In-View.
      * The team queue carries the items with no owning team too -
      * rules without a runbook, and everything queued before items
      * were assigned - so nothing is left outside every view.
           set WS-In-View to false.
           evaluate true
               when not WS-On-Roster
                   set WS-In-View to true
               when CA-View-Mine OF DATCOMM-AREA
                   if RQ-ASSIGNEE = WS-USERID
                       set WS-In-View to true
                   end-if
               when other
                   if RQ-TEAM = WS-MY-TEAM or RQ-TEAM = SPACES
                       set WS-In-View to true
                   end-if
           end-evaluate.
           Exit Paragraph.
          1150-Check-In-View-Exit.
           Exit Paragraph.
      *
          1200-Queue-Open-Item.
           add 1 to WS-OPEN-COUNT.
           Move RQ-RULE       to RV-RULE.
           Move RQ-RESULT     to RV-RESULT.
           Move RQ-DESC       to RV-DESC.
           Move RQ-ASSIGNEE   to RV-ASSIGNEE.
           Move 'N'           to RV-AGED-SW.
           Move zero          to RV-AGED-TOTAL.
           if RQ-TIMESTAMP(1:8) is numeric
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               perform 4200-Show-Item thru 4200-Show-Item-Exit
               GO TO 2000-Process-Entry-Exit
           end-if.
      * On the proposal view HIM decides the proposal on screen,
      * not the REVIEWQ item.
           if CA-Panel-Proposal OF DATCOMM-AREA
               Move SPACES to WS-PROP-MSG
               if HIM = 'A' or HIM = 'R'
                   perform 6200-Decide-Proposal
                       thru 6200-Decide-Proposal-Exit
               else
                   perform 6100-Show-Proposal
                       thru 6100-Show-Proposal-Exit
               end-if
           else
               Move HIK to WS-ESC-REASON
               evaluate true
                   when HIM = 'A' or HIM = 'E' or HIM = 'R'
                       perform 3000-Disposition
                           thru 3000-Disposition-Exit
                   when HIM = 'T'
                       perform 3600-Reassign-Item
                           thru 3600-Reassign-Item-Exit
                   when other
                       perform 4200-Show-Item
                           thru 4200-Show-Item-Exit
               end-evaluate
           end-if.
           Exit Paragraph.
          2000-Process-Entry-Exit.
           Exit Paragraph.
          3500-Hand-Off-To-Superq-Exit.
           Exit Paragraph.
      *
          3600-Reassign-Item.
      * A supervisor hands the item on screen to the analyst keyed in
      * HIK - READ UPDATE by the TS item's RBA, as a disposition
      * does. The item moves to the new analyst's team, so a finding
      * routed to the wrong team is put right the same way. It stays
      * open; the TS copy shows the new holder.
           Move HIK to WS-NEW-ASSIGNEE.
           EXEC CICS READQ TS QUEUE(EIBTRMID)
                     INTO(DATREVW-ITEM)
                     LENGTH(LENGTH OF DATREVW-ITEM)
                     ITEM(CA-HIST-ITEM OF DATCOMM-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               or RV-RULE = 'NONE' or RV-RULE = 'DONE'
               perform 4200-Show-Item thru 4200-Show-Item-Exit
               GO TO 3600-Reassign-Item-Exit
           end-if.
           perform 4550-Check-Supervisor
               thru 4550-Check-Supervisor-Exit.
           if not WS-Auth-Ok
               Move 'NOT AUTHORIZED FOR THIS ACTION' to WS-ITEM-MSG
               perform 4200-Show-Item thru 4200-Show-Item-Exit
               GO TO 3600-Reassign-Item-Exit
           end-if.
           if WS-NEW-ASSIGNEE = SPACES
               Move 'KEY THE NEW ANALYST IN KEY FLD' to WS-ITEM-MSG
               perform 4200-Show-Item thru 4200-Show-Item-Exit
               GO TO 3600-Reassign-Item-Exit
           end-if.
           Move WS-NEW-ASSIGNEE to AR-USERID.
           EXEC CICS READ FILE('ANALYST')
                     INTO(ANALYST-RECORD)
                     RIDFLD(AR-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL) or not AR-Is-Active
               Move 'NOT AN ACTIVE ANALYST ON FILE' to WS-ITEM-MSG
               perform 4200-Show-Item thru 4200-Show-Item-Exit
               GO TO 3600-Reassign-Item-Exit
           end-if.
           EXEC CICS READ FILE('REVIEWQ')
                     INTO(REVIEWQ-RECORD)
                     RIDFLD(RV-RBA)
                     RBA
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Display 'ERROR-999: REVIEWQ read failed, RESP='
                   WS-RESP ' - item for rule ' RV-RULE
                   ' not reassigned'
               Move 'ITEM NOT READ - SEE LOG' to WS-ITEM-MSG
               perform 4200-Show-Item thru 4200-Show-Item-Exit
               GO TO 3600-Reassign-Item-Exit
           end-if.
      * Dispositioned by its analyst since the view was built.
           if not RQ-Open
               EXEC CICS UNLOCK FILE('REVIEWQ') END-EXEC
               Move 'ITEM ALREADY DISPOSITIONED' to WS-ITEM-MSG
               perform 4200-Show-Item thru 4200-Show-Item-Exit
               GO TO 3600-Reassign-Item-Exit
           end-if.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           Move AR-TEAM              to RQ-TEAM.
           Move WS-NEW-ASSIGNEE      to RQ-ASSIGNEE.
           Move WS-AUTH-USERID       to RQ-ASSIGNED-BY.
           Move WS-CURRENT-TIMESTAMP to RQ-ASSIGNED-TS.
           EXEC CICS REWRITE FILE('REVIEWQ')
                     FROM(REVIEWQ-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Display 'ERROR-999: REVIEWQ rewrite failed, RESP='
                   WS-RESP ' - item for rule ' RQ-RULE
                   ' not reassigned to ' WS-NEW-ASSIGNEE
               Move 'NOT REASSIGNED - SEE LOG' to WS-ITEM-MSG
               perform 4200-Show-Item thru 4200-Show-Item-Exit
               GO TO 3600-Reassign-Item-Exit
           end-if.
           Move WS-NEW-ASSIGNEE to RV-ASSIGNEE.
           EXEC CICS WRITEQ TS QUEUE(EIBTRMID)
                     FROM(DATREVW-ITEM)
                     LENGTH(LENGTH OF DATREVW-ITEM)
                     ITEM(CA-HIST-ITEM OF DATCOMM-AREA)
                     REWRITE
                     RESP(WS-RESP)
           END-EXEC.
           STRING 'REASSIGNED TO ' WS-NEW-ASSIGNEE
                  DELIMITED BY SIZE INTO WS-ITEM-MSG.
           perform 4200-Show-Item thru 4200-Show-Item-Exit.
           Exit Paragraph.
          3600-Reassign-Item-Exit.
           Exit Paragraph.
      *
          4200-Show-Item.
           EXEC CICS READQ TS QUEUE(EIBTRMID)
           evaluate true
               when WS-RESP not = DFHRESP(NORMAL)
                   Move 'NO MORE OPEN REVIEW ITEMS' to HIO
               when RV-RULE = 'NONE' and CA-View-Mine OF DATCOMM-AREA
                   Move 'NO ITEMS FOR YOU - PF10 TEAM' to HIO
               when RV-RULE = 'NONE'
                   Move 'REVIEW QUEUE IS EMPTY' to HIO
               when WS-ITEM-MSG not = SPACES
                   Move WS-ITEM-MSG to HIO
               when RV-RULE = 'DONE'
                   Move 'ITEM ALREADY DISPOSITIONED' to HIO
               when other
      * The team queue shows who holds each item where the analyst's
      * own view shows the result and the time it was queued.
                   if CA-View-Team OF DATCOMM-AREA
                       if RV-ASSIGNEE = SPACES or LOW-VALUES
                           STRING 'RULE ' RV-RULE ' UNASSGND'
                                  DELIMITED BY SIZE INTO HIO
                       else
                           STRING 'RULE ' RV-RULE ' ' RV-ASSIGNEE
                                  DELIMITED BY SIZE INTO HIO
                       end-if
                   else
                       Move RV-RESULT to WS-ITEM-RESULT-X
                       STRING 'RULE ' RV-RULE
                              ' RES ' WS-ITEM-RESULT-X
                              ' ' RV-TIMESTAMP(9:4)
                              DELIMITED BY SIZE INTO HIO
                   end-if
                   if RV-Aged
                       Move 'AGED>48H' to HIO(23:8)
                   end-if
           Exit Paragraph.
      *
          5000-Build-Detail-Queue.
      * The exception cases behind the item on screen: the case
      * KSDS is browsed from the item's rule code and each open case
      * becomes one line on the detail TS queue, paged the same way
      * the item queue pages.
           EXEC CICS READQ TS QUEUE(EIBTRMID)
                     INTO(DATREVW-ITEM)
                     LENGTH(LENGTH OF DATREVW-ITEM)
           END-EXEC.
           Move zero to WS-DETAIL-COUNT.
           perform 5050-Queue-Runbook thru 5050-Queue-Runbook-Exit.
           set WS-Case-Pass-New to true.
           perform 5005-Browse-Cases thru 5005-Browse-Cases-Exit.
           set WS-Case-Pass-Old to true.
           perform 5005-Browse-Cases thru 5005-Browse-Cases-Exit.
           if WS-DETAIL-COUNT = 0
               Move 'NO OPEN EXCEPTION CASES FOR THIS RULE'
                 to WS-DETAIL-LINE
               EXEC CICS WRITEQ TS QUEUE(WS-DETQ-NAME)
                         FROM(WS-DETAIL-LINE)
           Exit Paragraph.
          5060-Queue-One-Line-Exit.
           Exit Paragraph.
      *
          5005-Browse-Cases.
           set WS-Excp-Eof to false.
           Move LOW-VALUES     to XC-KEY.
           Move WS-DETAIL-RULE to XC-RULE.
           EXEC CICS STARTBR FILE('EXCPCASE')
                     RIDFLD(XC-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               perform 5010-Read-Next-Detail
                   thru 5010-Read-Next-Detail-Exit
                   until WS-Excp-Eof
               EXEC CICS ENDBR FILE('EXCPCASE') END-EXEC
           end-if.
           Exit Paragraph.
          5005-Browse-Cases-Exit.
           Exit Paragraph.
      *
          5010-Read-Next-Detail.
           EXEC CICS READNEXT FILE('EXCPCASE')
                     INTO(EXCPCASE-RECORD)
                     LENGTH(LENGTH OF EXCPCASE-RECORD)
                     RIDFLD(XC-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               or XC-RULE not = WS-DETAIL-RULE
               set WS-Excp-Eof to true
               GO TO 5010-Read-Next-Detail-Exit
           end-if.
           if not XC-Open
               GO TO 5010-Read-Next-Detail-Exit
           end-if.
      * New means the case opened at its latest sighting - first
      * seen then, or back then after having closed.
           if XC-OPENED-DATE = XC-LAST-SEEN
               if not WS-Case-Pass-New
                   GO TO 5010-Read-Next-Detail-Exit
               end-if
               if XC-REOPENS > 0
                   Move 'BACK' to WS-CASE-MARK
               else
                   Move 'NEW ' to WS-CASE-MARK
               end-if
           else
               if not WS-Case-Pass-Old
                   GO TO 5010-Read-Next-Detail-Exit
               end-if
               Move 'OPEN' to WS-CASE-MARK
           end-if.
           Move SPACES to WS-DETAIL-LINE.
      * Prefix is 44 bytes, so 16 of the 40 detail bytes fit the
      * 60-byte line - the key, finding type and history carry the
      * load-bearing facts.
           STRING WS-CASE-MARK ' '
                  XC-RECORD-KEY(1:12) ' '
                  XC-FIND-TYPE ' '
                  XC-FIRST-SEEN ' N='
                  XC-NIGHTS ' '
                  XC-LAST-DETAIL(1:16)
                  DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-DETQ-NAME)
                     FROM(WS-DETAIL-LINE)
           Exit Paragraph.
          5100-Show-Detail-Item-Exit.
           Exit Paragraph.
      *
          6000-Build-Proposal-Queue.
      * The rule's pending proposals, browsed from the item's rule
      * code the way 5005 browses its cases. Decided and withdrawn
      * proposals are history - they are not offered again.
           EXEC CICS READQ TS QUEUE(EIBTRMID)
                     INTO(DATREVW-ITEM)
                     LENGTH(LENGTH OF DATREVW-ITEM)
                     ITEM(CA-HIST-ITEM OF DATCOMM-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               or RV-RULE = 'NONE' or RV-RULE = 'DONE'
               perform 4200-Show-Item thru 4200-Show-Item-Exit
               GO TO 6000-Build-Proposal-Queue-Exit
           end-if.
           Move RV-RULE      to WS-PROP-RULE.
           Move RV-TIMESTAMP to WS-PROP-RQ-TIMESTAMP.
           Move SPACES to WS-PROPQ-NAME.
           STRING 'P' EIBTRMID DELIMITED BY SIZE INTO WS-PROPQ-NAME.
           EXEC CICS DELETEQ TS QUEUE(WS-PROPQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           Move zero to WS-PROP-COUNT.
           set WS-Prop-Eof to false.
           Move LOW-VALUES   to CP-KEY.
           Move WS-PROP-RULE to CP-RULE.
           EXEC CICS STARTBR FILE('CORRPROP')
                     RIDFLD(CP-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               perform 6010-Read-Next-Proposal
                   thru 6010-Read-Next-Proposal-Exit
                   until WS-Prop-Eof
               EXEC CICS ENDBR FILE('CORRPROP') END-EXEC
           end-if.
           if WS-PROP-COUNT = 0
               Move SPACES to WS-PROP-ITEM
               Move 'NO PENDING PROPOSALS FOR RULE' to WS-PI-LINE
               EXEC CICS WRITEQ TS QUEUE(WS-PROPQ-NAME)
                         FROM(WS-PROP-ITEM)
                         LENGTH(LENGTH OF WS-PROP-ITEM)
                         RESP(WS-RESP)
               END-EXEC
           end-if.
           set CA-Panel-Proposal OF DATCOMM-AREA to true.
           Move 1 to CA-DETAIL-ITEM OF DATCOMM-AREA.
           Move SPACES to WS-PROP-MSG.
           perform 6100-Show-Proposal thru 6100-Show-Proposal-Exit.
           Exit Paragraph.
          6000-Build-Proposal-Queue-Exit.
           Exit Paragraph.
      *
          6010-Read-Next-Proposal.
           EXEC CICS READNEXT FILE('CORRPROP')
                     INTO(CORRPROP-RECORD)
                     LENGTH(LENGTH OF CORRPROP-RECORD)
                     RIDFLD(CP-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               or CP-RULE not = WS-PROP-RULE
               set WS-Prop-Eof to true
               GO TO 6010-Read-Next-Proposal-Exit
           end-if.
           if not CP-Pending
               GO TO 6010-Read-Next-Proposal-Exit
           end-if.
      * Account, action and what it does - 29 of the 30 bytes.
           Move SPACES to WS-PROP-ITEM.
           Move CP-KEY    to WS-PI-KEY.
           Move 'PENDING' to WS-PI-STATE.
           STRING CP-RECORD-KEY(1:6) ' '
                  CP-TRAN-IMAGE(1:1) ' '
                  CP-REASON
                  DELIMITED BY SIZE INTO WS-PI-LINE.
           Move WS-PROP-RQ-TIMESTAMP to WS-PI-RQ-TIMESTAMP.
           Move WS-PROP-RULE         to WS-PI-RQ-RULE.
           EXEC CICS WRITEQ TS QUEUE(WS-PROPQ-NAME)
                     FROM(WS-PROP-ITEM)
                     LENGTH(LENGTH OF WS-PROP-ITEM)
                     RESP(WS-RESP)
           END-EXEC.
           add 1 to WS-PROP-COUNT.
           Exit Paragraph.
          6010-Read-Next-Proposal-Exit.
           Exit Paragraph.
      *
          6100-Show-Proposal.
      * One proposal per screen on the entry map - the line in the
      * message field, its state in the key field. A decision that
      * could not be made shows why in place of the line.
           Move SPACES to WS-PROPQ-NAME.
           STRING 'P' EIBTRMID DELIMITED BY SIZE INTO WS-PROPQ-NAME.
           EXEC CICS READQ TS QUEUE(WS-PROPQ-NAME)
                     INTO(WS-PROP-ITEM)
                     LENGTH(LENGTH OF WS-PROP-ITEM)
                     ITEM(CA-DETAIL-ITEM OF DATCOMM-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           Move spaces to DATMLISO.
           evaluate true
               when WS-RESP not = DFHRESP(NORMAL)
                   Move 'NO MORE PROPOSALS - PF3 RETURNS' to HIO
               when WS-PROP-MSG not = SPACES
                   Move WS-PROP-MSG to HIO
                   Move WS-PI-STATE to HKO
               when other
                   Move WS-PI-LINE  to HIO
                   Move WS-PI-STATE to HKO
           end-evaluate.
           set CA-Panel-Proposal OF DATCOMM-AREA to true.
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
          6100-Show-Proposal-Exit.
           Exit Paragraph.
      *
          6200-Decide-Proposal.
      * The proposal stays on screen with its new state; PF8 moves
      * on to the next.
           Move SPACES to WS-PROPQ-NAME.
           STRING 'P' EIBTRMID DELIMITED BY SIZE INTO WS-PROPQ-NAME.
           EXEC CICS READQ TS QUEUE(WS-PROPQ-NAME)
                     INTO(WS-PROP-ITEM)
                     LENGTH(LENGTH OF WS-PROP-ITEM)
                     ITEM(CA-DETAIL-ITEM OF DATCOMM-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               or WS-PI-KEY = SPACES
               or WS-PI-STATE not = 'PENDING'
               perform 6100-Show-Proposal
                   thru 6100-Show-Proposal-Exit
               GO TO 6200-Decide-Proposal-Exit
           end-if.
           perform 4500-Check-Authority
               thru 4500-Check-Authority-Exit.
           if not WS-Auth-Ok
               Move 'NOT AUTHORIZED FOR THIS ACTION' to WS-PROP-MSG
               perform 6100-Show-Proposal
                   thru 6100-Show-Proposal-Exit
               GO TO 6200-Decide-Proposal-Exit
           end-if.
           Move WS-PI-KEY to CP-KEY.
           EXEC CICS READ FILE('CORRPROP')
                     INTO(CORRPROP-RECORD)
                     RIDFLD(CP-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Display 'ERROR-999: CORRPROP read failed, RESP='
                   WS-RESP ' key ' WS-PI-KEY
               Move 'PROPOSAL NOT READ - SEE LOG' to WS-PROP-MSG
               perform 6100-Show-Proposal
                   thru 6100-Show-Proposal-Exit
               GO TO 6200-Decide-Proposal-Exit
           end-if.
      * Another analyst got there first, or tonight's DATCASE run
      * withdrew it since the view was built.
           if not CP-Pending
               EXEC CICS UNLOCK FILE('CORRPROP') END-EXEC
               evaluate true
                   when CP-Accepted
                       Move 'ACCEPTED' to WS-PI-STATE
                   when CP-Rejected
                       Move 'REJECTED' to WS-PI-STATE
                   when other
                       Move 'WITHDRWN' to WS-PI-STATE
               end-evaluate
               Move 'ALREADY DECIDED OR WITHDRAWN' to WS-PROP-MSG
               perform 6250-Rewrite-Prop-Item
                   thru 6250-Rewrite-Prop-Item-Exit
               perform 6100-Show-Proposal
                   thru 6100-Show-Proposal-Exit
               GO TO 6200-Decide-Proposal-Exit
           end-if.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
      * Queued first: a proposal is only marked accepted once its
      * transaction is safely on ACCTPEND.
           if HIM = 'A'
               perform 6300-Queue-Correction
                   thru 6300-Queue-Correction-Exit
               if WS-RESP not = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK FILE('CORRPROP') END-EXEC
                   Move 'NOT QUEUED - SEE LOG' to WS-PROP-MSG
                   perform 6100-Show-Proposal
                       thru 6100-Show-Proposal-Exit
                   GO TO 6200-Decide-Proposal-Exit
               end-if
               set CP-Accepted to true
               Move 'ACCEPTED' to WS-PI-STATE
           else
               set CP-Rejected to true
               Move 'REJECTED' to WS-PI-STATE
           end-if.
           Move WS-PI-RQ-TIMESTAMP   to CP-RQ-TIMESTAMP.
           Move WS-PI-RQ-RULE        to CP-RQ-RULE.
           Move WS-AUTH-USERID       to CP-DISP-USER.
           Move WS-CURRENT-TIMESTAMP to CP-DISP-TIMESTAMP.
           EXEC CICS REWRITE FILE('CORRPROP')
                     FROM(CORRPROP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Display 'ERROR-999: CORRPROP rewrite failed, RESP='
                   WS-RESP ' key ' CP-KEY ' decision ' HIM
                   ' not recorded'
               Move 'DECISION NOT KEPT - SEE LOG' to WS-PROP-MSG
           end-if.
           perform 6250-Rewrite-Prop-Item
               thru 6250-Rewrite-Prop-Item-Exit.
           perform 6100-Show-Proposal thru 6100-Show-Proposal-Exit.
           Exit Paragraph.
          6200-Decide-Proposal-Exit.
           Exit Paragraph.
      *
          6250-Rewrite-Prop-Item.
      * The TS copy carries the new state, so paging back shows the
      * proposal as decided instead of offering it again.
           EXEC CICS WRITEQ TS QUEUE(WS-PROPQ-NAME)
                     FROM(WS-PROP-ITEM)
                     LENGTH(LENGTH OF WS-PROP-ITEM)
                     ITEM(CA-DETAIL-ITEM OF DATCOMM-AREA)
                     REWRITE
                     RESP(WS-RESP)
           END-EXEC.
           Exit Paragraph.
          6250-Rewrite-Prop-Item-Exit.
           Exit Paragraph.
      *
          6300-Queue-Correction.
      * An ordinary ACCTTRAN image on the DAT8 queue, tagged with
      * the REVIEWQ item it resolves - DATAAPL re-edits it against
      * the master at apply time like everything else queued.
           Move CP-TRAN-IMAGE        to AP-TRAN-IMAGE.
           Move WS-CURRENT-TIMESTAMP to AP-TIMESTAMP.
           Move EIBTRMID             to AP-TERMINAL.
           Move WS-AUTH-USERID       to AP-OPERATOR.
           Move WS-PI-RQ-TIMESTAMP   to AP-RQ-TIMESTAMP.
           Move WS-PI-RQ-RULE        to AP-RQ-RULE.
           Move zero to WS-PEND-RBA.
           EXEC CICS WRITE FILE('ACCTPEND')
                     FROM(ACCTPEND-RECORD)
                     RIDFLD(WS-PEND-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Display 'ERROR-999: ACCTPEND write failed, RESP='
                   WS-RESP ' proposal ' CP-KEY
           end-if.
           Exit Paragraph.
          6300-Queue-Correction-Exit.
           Exit Paragraph.
      *
          4500-Check-Authority.
      * Looking at proposals is open to anyone who can reach DAT3;
      * deciding one needs analyst or supervisor authority on
      * OPERAUTH. No OPERAUTH record means look, don't touch.
           set WS-Auth-Ok to false.
           EXEC CICS ASSIGN USERID(WS-AUTH-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           Move WS-AUTH-USERID to OA-USERID.
           EXEC CICS READ FILE('OPERAUTH')
                     INTO(OPERAUTH-RECORD)
                     RIDFLD(OA-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Display 'DATREVW: No OPERAUTH record for '
                   WS-AUTH-USERID ' - proposal decision denied'
               GO TO 4500-Check-Authority-Exit
           end-if.
           if OA-Auth-Analyst or OA-Auth-Super
               set WS-Auth-Ok to true
           end-if.
           Exit Paragraph.
          4500-Check-Authority-Exit.
           Exit Paragraph.
      *
          4550-Check-Supervisor.
      * Reassigning work is a supervisor's call - OPERAUTH supervisor
      * authority, the same level DAT0 asks of a delete.
           set WS-Auth-Ok to false.
           EXEC CICS ASSIGN USERID(WS-AUTH-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           Move WS-AUTH-USERID to OA-USERID.
           EXEC CICS READ FILE('OPERAUTH')
                     INTO(OPERAUTH-RECORD)
                     RIDFLD(OA-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Display 'DATREVW: No OPERAUTH record for '
                   WS-AUTH-USERID ' - reassignment denied'
               GO TO 4550-Check-Supervisor-Exit
           end-if.
           if OA-Auth-Super
               set WS-Auth-Ok to true
           end-if.
           Exit Paragraph.
          4550-Check-Supervisor-Exit.
           Exit Paragraph.
      *
          9000-Send-Map-Error.
      * A bad mapset or a dropped terminal shows up here as a
