       ID DIVISION.
       PROGRAM-ID. DATACCM.
      * Online account inquiry and maintenance over the ACCTMAST
      * account master. Tran ='DAT8' - built on the DATMAPM mapset
      * conventions DAT0 and DAT4 use, so the helpdesk can answer
      * "does account 004711 exist and is it active" without waiting
      * for DATAAPL to unload the master to ACCTRANGE.
      *
      * HIK carries the account number (or, for a browse, the
      * department), HIM the action, HII the data for the action:
      *   I  inquire (or blank)  HIK(1:6) = account number,
      *                          HIK(7:1) = its check digit
      *   B  browse by dept      HIK(1:3) = ACCT-DEPT
      *   A  add account         HII(1:20) = name, HII(21:3) = dept,
      *                          HII(24:7) = opening balance, whole
      *                          units (optional)
      *   C  change account      HII(1:20) = new name, HII(21:3) =
      *                          new dept, HII(24:1) = new status,
      *                          HII(25:3) = new currency; blank
      *                          means "leave as it stands"
      *   V  correct balance     HII(1:9)  = new opening balance,
      *                          digits only, last two are cents
      *   X  close account
      * Inquiry and browse lines go to the DATMLIS2 panel, one
      * account per screen, paged with PF7/PF8 the way DAT0 pages
      * its history; any other key returns to the entry screen.
      * The balance shown is the current balance after postings; an
      * inquiry adds a second line with the opening balance and the
      * date of the last posting.
      *
      * Maintenance never touches ACCTMAST online. An A/C/V/X from
      * an operator whose OPERAUTH level is analyst or supervisor is
      * checked against the master as it stands and queued as an
      * ordinary ACCTTRAN transaction on the ACCTPEND queue (see
      * DATAPND) with the operator's id, for the next DATAAPL run to
      * apply through the same edits as the day's feed.
      *
      * The department browse reads ACCTMAST through its alternate
      * index on ACCT-DEPT (the ACCTDEPT path - see dataapl.jcl).
      *
      * The account number is keyed with its check digit (see
      * DATACCT) in HIK(7:1). C, V and X need it and it must check,
      * so a transposed number is refused at the terminal, not
      * queued against somebody else's account; an inquiry checks
      * it when given. An add may leave it blank - the reply shows
      * the digit the new account is queued with.
      *
      * Account lines show the department and currency together
      * (ABC/EUR; blank after the slash is the reporting currency).
      * HII has no room left on an add for a currency, so an add
      * opens the account in the reporting currency; an account held
      * in another currency is added without an opening balance and,
      * once DATAAPL has applied the add, given its currency with a
      * C and its balance with a V. A C to a different currency is
      * refused here, as DATAAPL would reject it, while the account
      * carries a balance.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       COPY DATMAPM.
       COPY DATACCT.
       COPY DATATRN.
       COPY DATAPND.
       COPY DATAUTH.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-RESP          PIC S9(08) COMP.
       01  WS-RESP2         PIC S9(08) COMP.

       01  WS-CURRENT-DATE      PIC 9(08).
       01  WS-CURRENT-TIME      PIC 9(08).
       01  WS-CURRENT-TIMESTAMP PIC X(14).

       01  WS-REPLY-MSG         PIC X(30).
      * Account and department lifted off the map before the map
      * area is reused for the reply.
       01  WS-ACCT-IN           PIC X(06).
       01  WS-ACCT-NUM          PIC 9(06).
       01  WS-DEPT-IN           PIC X(03).
       01  WS-WHOLE-BAL         PIC 9(07).
       01  WS-NEW-BAL           PIC 9(07)V99.
       01  WS-NEW-BAL-X REDEFINES WS-NEW-BAL
                                PIC X(09).
       01  WS-CHECK-IN          PIC X(01).
       01  WS-CHECK-SHOW        PIC X(01).

      * Account check digit (see DATACCT): the six digits of the
      * account number, and what a digit comes to doubled with 9
      * taken off past 9 - WS-CD-DOUBLED(digit + 1).
       01  WS-CD-ACCT           PIC 9(06).
       01  WS-CD-DIGITS REDEFINES WS-CD-ACCT.
           05  WS-CD-D1         PIC 9(01).
           05  WS-CD-D2         PIC 9(01).
           05  WS-CD-D3         PIC 9(01).
           05  WS-CD-D4         PIC 9(01).
           05  WS-CD-D5         PIC 9(01).
           05  WS-CD-D6         PIC 9(01).
       01  WS-CD-DOUBLED-VALUES PIC X(10) VALUE '0246813579'.
       01  WS-CD-DOUBLED-TABLE REDEFINES WS-CD-DOUBLED-VALUES.
           05  WS-CD-DOUBLED    PIC 9(01) OCCURS 10 TIMES.
       01  WS-CD-SUM            PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CD-QUOT           PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CD-REM            PIC 9(01) VALUE ZERO.
       01  WS-CD-DIGIT          PIC 9(01) VALUE ZERO.

      * Inquiry/browse lines go to their own per-terminal TS queue
      * ('A' in front of the terminal id, so it never collides with
      * DAT0's history queue on the same terminal).
       01  WS-ACCTQ-NAME        PIC X(08).
       01  WS-DETAIL-LINE       PIC X(60).
       01  WS-BAL-EDIT          PIC Z,ZZZ,ZZ9.99.
       01  WS-CURR-EDIT         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-STATUS-TEXT       PIC X(06).
       01  WS-BROWSE-DEPT       PIC X(03).
       01  WS-BROWSE-EOF-SW     PIC X(01) VALUE 'N'.
           88  WS-BROWSE-EOF        VALUE 'Y' FALSE 'N'.
       01  WS-BROWSE-COUNT      PIC 9(04) VALUE ZERO.
      * A department browse stops queueing here - past a few hundred
      * accounts the operator wants a report, not a screen per row.
       01  WS-BROWSE-MAX        PIC 9(04) VALUE 500.

      * Set once a reply has gone out on DATMLIS2, so the entry
      * screen is not refreshed over it.
       01  WS-PANEL-SENT-SW     PIC X(01) VALUE 'N'.
           88  WS-PANEL-SENT        VALUE 'Y' FALSE 'N'.

      * Authority of the signed-on operator, from OPERAUTH - the
      * same check DAT0 makes before a rule maintenance action.
       01  WS-AUTH-USERID   PIC X(08).
       01  WS-AUTH-OK-SW    PIC X(01) VALUE 'N'.
           88  WS-AUTH-OK       VALUE 'Y' FALSE 'N'.
      * RBA fullword handed back by the ACCTPEND ESDS append.
       01  WS-PEND-RBA      PIC S9(08) COMP.

       01  DATCOMM-AREA.
           COPY DATCOMM.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DATCOMM.
      *
       PROCEDURE DIVISION.
          Mainline.
           DISPLAY 'DATACCM v1 DATACCM: CICS TRAN DAT8 Started'.
      *
           Move SPACES to WS-ACCTQ-NAME.
           STRING 'A' EIBTRMID DELIMITED BY SIZE INTO WS-ACCTQ-NAME.
           if EIBCALEN = 0
               perform 1000-Send-Initial-Screen
                   thru 1000-Send-Initial-Screen-Exit
           else
               Move DFHCOMMAREA to DATCOMM-AREA
               evaluate EIBAID
                   when DFHPF3
                       EXEC CICS RETURN END-EXEC
                   when DFHPF7
                       if CA-Panel-History OF DATCOMM-AREA
                           and CA-HIST-ITEM OF DATCOMM-AREA > 1
                           subtract 1 from CA-HIST-ITEM
                               OF DATCOMM-AREA
                       end-if
                       perform 4200-Show-Account-Line
                           thru 4200-Show-Account-Line-Exit
                   when DFHPF8
                       if CA-Panel-History OF DATCOMM-AREA
                           add 1 to CA-HIST-ITEM OF DATCOMM-AREA
                       else
                           Move 1 to CA-HIST-ITEM OF DATCOMM-AREA
                       end-if
                       perform 4200-Show-Account-Line
                           thru 4200-Show-Account-Line-Exit
                   when other
      * DATMLIS2 has no input fields, so any other key while it is
      * on screen goes back to the entry screen, as on DAT0.
                       if CA-Panel-History OF DATCOMM-AREA
                           perform 1000-Send-Initial-Screen
                               thru 1000-Send-Initial-Screen-Exit
                       else
                           perform 2000-Process-Entry
                               thru 2000-Process-Entry-Exit
                       end-if
               end-evaluate
           end-if.
      *
           EXEC CICS RETURN TRANSID('DAT8')
                     COMMAREA(DATCOMM-AREA)
           END-EXEC.
      *
          1000-Send-Initial-Screen.
           Move spaces to DATMLISO.
           Move 'ACCT/ACT: I B A C V X' to HIO.
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
          2000-Process-Entry.
           EXEC CICS RECEIVE MAP ('DATMLIS')
                     MAPSET('DATMAPM')
                     INTO(DATMLISI)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           set WS-Panel-Sent to false.
           if WS-RESP not = DFHRESP(NORMAL)
               Move spaces to DATMLISO
               Move 'UNABLE TO READ INPUT - RE-ENTER' to HIO
           else
               perform 3000-Process-Action
                   thru 3000-Process-Action-Exit
           end-if.
           if not WS-Panel-Sent
               perform 1500-Refresh-Screen
                   thru 1500-Refresh-Screen-Exit
           end-if.
           Exit Paragraph.
          2000-Process-Entry-Exit.
           Exit Paragraph.
      *
          1500-Refresh-Screen.
           set CA-Panel-Entry OF DATCOMM-AREA to true.
           EXEC CICS SEND MAP ('DATMLIS')
                     MAPSET('DATMAPM')
                     FROM(DATMLISO)
                     DATAONLY
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               perform 9000-Send-Map-Error
                   thru 9000-Send-Map-Error-Exit
           end-if.
           Exit Paragraph.
          1500-Refresh-Screen-Exit.
           Exit Paragraph.
      *
          3000-Process-Action.
      * Replies are built in WS-REPLY-MSG and moved out last - HIO
      * shares its bytes with the HII input the action still needs.
           Move spaces to WS-REPLY-MSG.
           evaluate HIM
               when SPACE
               when 'I'
                   perform 3100-Inquire-Account
                       thru 3100-Inquire-Account-Exit
               when 'B'
                   perform 3200-Browse-Department
                       thru 3200-Browse-Department-Exit
               when 'A'
               when 'C'
               when 'V'
               when 'X'
                   perform 5000-Queue-Maintenance
                       thru 5000-Queue-Maintenance-Exit
               when other
                   Move 'INVALID ACTION - I B A C V X' to WS-REPLY-MSG
           end-evaluate.
           Move WS-REPLY-MSG to HIO.
           Exit Paragraph.
          3000-Process-Action-Exit.
           Exit Paragraph.
      *
          3050-Edit-Account-Number.
      * Shared by inquiry and maintenance - leaves WS-ACCT-NUM set
      * and WS-REPLY-MSG blank when HIK holds a usable account number.
           Move HIK(1:6) to WS-ACCT-IN.
           if WS-ACCT-IN not numeric
               Move 'ACCOUNT NUMBER NOT 6 DIGITS' to WS-REPLY-MSG
               GO TO 3050-Edit-Account-Number-Exit
           end-if.
           Move WS-ACCT-IN to WS-ACCT-NUM.
           if WS-ACCT-NUM = ZERO
               Move 'ACCOUNT NUMBER NOT 6 DIGITS' to WS-REPLY-MSG
               GO TO 3050-Edit-Account-Number-Exit
           end-if.
      * The check digit is always worked out - an add that left it
      * blank is queued with it. Only inquiry and add may leave it
      * off; one that is keyed must check.
           Move WS-ACCT-NUM to WS-CD-ACCT.
           perform 3080-Compute-Check-Digit
               thru 3080-Compute-Check-Digit-Exit.
           Move HIK(7:1) to WS-CHECK-IN.
           if WS-CHECK-IN = SPACE
               if HIM not = SPACE and HIM not = 'I' and HIM not = 'A'
                   Move 'CHECK DIGIT NEEDED IN KEY(7)' to WS-REPLY-MSG
               end-if
               GO TO 3050-Edit-Account-Number-Exit
           end-if.
           if WS-CHECK-IN not = WS-CD-DIGIT
               Move 'ACCOUNT FAILS CHECK DIGIT' to WS-REPLY-MSG
           end-if.
           Exit Paragraph.
          3050-Edit-Account-Number-Exit.
           Exit Paragraph.
      *
          3080-Compute-Check-Digit.
      * Luhn mod 10 over WS-CD-ACCT, left in WS-CD-DIGIT - the 6th,
      * 4th and 2nd digits doubled, the digit the one that brings
      * the sum up to a multiple of 10.
           compute WS-CD-SUM = WS-CD-D1 + WS-CD-D3 + WS-CD-D5
               + WS-CD-DOUBLED(WS-CD-D2 + 1)
               + WS-CD-DOUBLED(WS-CD-D4 + 1)
               + WS-CD-DOUBLED(WS-CD-D6 + 1).
           divide WS-CD-SUM by 10 giving WS-CD-QUOT
               remainder WS-CD-REM.
           if WS-CD-REM = 0
               Move 0 to WS-CD-DIGIT
           else
               compute WS-CD-DIGIT = 10 - WS-CD-REM
           end-if.
           Exit Paragraph.
          3080-Compute-Check-Digit-Exit.
           Exit Paragraph.
      *
          3060-Read-Account.
           Move WS-ACCT-NUM to ACCT-NUMBER.
           EXEC CICS READ FILE('ACCTMAST')
                     INTO(ACCTRANGE-RECORD)
                     RIDFLD(ACCT-NUMBER)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               and WS-RESP not = DFHRESP(NOTFND)
               Display 'ERROR-999: ACCTMAST read failed, RESP='
                   WS-RESP ' account ' WS-ACCT-NUM
           end-if.
           Exit Paragraph.
          3060-Read-Account-Exit.
           Exit Paragraph.
      *
          3100-Inquire-Account.
           Move spaces to WS-REPLY-MSG.
           perform 3050-Edit-Account-Number
               thru 3050-Edit-Account-Number-Exit.
           if WS-REPLY-MSG not = spaces
               GO TO 3100-Inquire-Account-Exit
           end-if.
           perform 3060-Read-Account thru 3060-Read-Account-Exit.
           evaluate true
               when WS-RESP = DFHRESP(NORMAL)
                   continue
               when WS-RESP = DFHRESP(NOTFND)
                   STRING 'ACCOUNT ' WS-ACCT-IN ' NOT ON MASTER'
                          DELIMITED BY SIZE INTO WS-REPLY-MSG
                   GO TO 3100-Inquire-Account-Exit
               when other
                   Move 'ACCTMAST READ FAILED - SEE LOG' to WS-REPLY-MSG
                   GO TO 3100-Inquire-Account-Exit
           end-evaluate.
      * A single inquiry is a one-line queue, so the reply pages
      * exactly like a browse.
           EXEC CICS DELETEQ TS QUEUE(WS-ACCTQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           perform 3900-Queue-Account-Line
               thru 3900-Queue-Account-Line-Exit.
           perform 3910-Queue-Balance-Line
               thru 3910-Queue-Balance-Line-Exit.
           Move 1 to CA-HIST-ITEM OF DATCOMM-AREA.
           perform 4200-Show-Account-Line
               thru 4200-Show-Account-Line-Exit.
           Exit Paragraph.
          3100-Inquire-Account-Exit.
           Exit Paragraph.
      *
          3200-Browse-Department.
           Move HIK(1:3) to WS-DEPT-IN.
           if WS-DEPT-IN = SPACES
               Move 'DEPT REQUIRED IN KEY FIELD' to WS-REPLY-MSG
               GO TO 3200-Browse-Department-Exit
           end-if.
           EXEC CICS DELETEQ TS QUEUE(WS-ACCTQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           Move zero to WS-BROWSE-COUNT.
           set WS-Browse-Eof to false.
           Move WS-DEPT-IN to WS-BROWSE-DEPT.
           EXEC CICS STARTBR FILE('ACCTDEPT')
                     RIDFLD(WS-BROWSE-DEPT)
                     KEYLENGTH(LENGTH OF WS-BROWSE-DEPT)
                     EQUAL
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               perform 3210-Read-Next-Dept-Account
                   thru 3210-Read-Next-Dept-Account-Exit
                   until WS-Browse-Eof
               EXEC CICS ENDBR FILE('ACCTDEPT') END-EXEC
           end-if.
           if WS-BROWSE-COUNT = 0
               STRING 'NO ACCOUNTS FOR DEPT ' WS-DEPT-IN
                      DELIMITED BY SIZE INTO WS-REPLY-MSG
               GO TO 3200-Browse-Department-Exit
           end-if.
           Move 1 to CA-HIST-ITEM OF DATCOMM-AREA.
           perform 4200-Show-Account-Line
               thru 4200-Show-Account-Line-Exit.
           Exit Paragraph.
          3200-Browse-Department-Exit.
           Exit Paragraph.
      *
          3210-Read-Next-Dept-Account.
      * The path key is not unique - DUPKEY just means more accounts
      * in the department follow this one.
           EXEC CICS READNEXT FILE('ACCTDEPT')
                     INTO(ACCTRANGE-RECORD)
                     RIDFLD(WS-BROWSE-DEPT)
                     KEYLENGTH(LENGTH OF WS-BROWSE-DEPT)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               and WS-RESP not = DFHRESP(DUPKEY)
               set WS-Browse-Eof to true
               GO TO 3210-Read-Next-Dept-Account-Exit
           end-if.
           if ACCT-DEPT not = WS-DEPT-IN
               set WS-Browse-Eof to true
               GO TO 3210-Read-Next-Dept-Account-Exit
           end-if.
           perform 3900-Queue-Account-Line
               thru 3900-Queue-Account-Line-Exit.
           if WS-BROWSE-COUNT not < WS-BROWSE-MAX
               Move 'MORE ACCOUNTS IN DEPT - USE THE DATAAPL LISTING'
                 to WS-DETAIL-LINE
               EXEC CICS WRITEQ TS QUEUE(WS-ACCTQ-NAME)
                         FROM(WS-DETAIL-LINE)
                         LENGTH(LENGTH OF WS-DETAIL-LINE)
                         RESP(WS-RESP)
               END-EXEC
               set WS-Browse-Eof to true
           end-if.
           Exit Paragraph.
          3210-Read-Next-Dept-Account-Exit.
           Exit Paragraph.
      *
          3900-Queue-Account-Line.
      * A master record DATAAPL has not yet carried forward has no
      * current balance - it stands at its opening balance.
           if ACCT-CURR-BAL numeric
               Move ACCT-CURR-BAL to WS-CURR-EDIT
           else
               Move ACCT-OPEN-BAL to WS-CURR-EDIT
           end-if.
           if ACCT-Active
               Move 'ACTIVE' to WS-STATUS-TEXT
           else
               if ACCT-Inactive
                   Move 'CLOSED' to WS-STATUS-TEXT
               else
                   Move ACCT-STATUS to WS-STATUS-TEXT
               end-if
           end-if.
      * Shown with the check digit, the way the number is quoted;
      * a master record not yet converted shows none.
           if ACCT-CHECK-DIGIT numeric
               Move ACCT-CHECK-DIGIT to WS-CHECK-SHOW
           else
               Move SPACE to WS-CHECK-SHOW
           end-if.
           Move SPACES to WS-DETAIL-LINE.
           STRING ACCT-NUMBER '-' WS-CHECK-SHOW ' ' ACCT-NAME
                  ' ' ACCT-DEPT '/' ACCT-CURRENCY
                  WS-CURR-EDIT
                  ' ' WS-STATUS-TEXT
                  DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-ACCTQ-NAME)
                     FROM(WS-DETAIL-LINE)
                     LENGTH(LENGTH OF WS-DETAIL-LINE)
                     RESP(WS-RESP)
           END-EXEC.
           add 1 to WS-BROWSE-COUNT.
           Exit Paragraph.
          3900-Queue-Account-Line-Exit.
           Exit Paragraph.
      *
          3910-Queue-Balance-Line.
           Move ACCT-OPEN-BAL to WS-BAL-EDIT.
           Move SPACES to WS-DETAIL-LINE.
           if ACCT-LAST-POST-DATE numeric
               and ACCT-LAST-POST-DATE not = ZERO
               STRING '       OPENING BALANCE ' WS-BAL-EDIT
                      '  LAST POSTED ' ACCT-LAST-POST-DATE
                      DELIMITED BY SIZE INTO WS-DETAIL-LINE
           else
               STRING '       OPENING BALANCE ' WS-BAL-EDIT
                      '  NEVER POSTED'
                      DELIMITED BY SIZE INTO WS-DETAIL-LINE
           end-if.
           EXEC CICS WRITEQ TS QUEUE(WS-ACCTQ-NAME)
                     FROM(WS-DETAIL-LINE)
                     LENGTH(LENGTH OF WS-DETAIL-LINE)
                     RESP(WS-RESP)
           END-EXEC.
           Exit Paragraph.
          3910-Queue-Balance-Line-Exit.
           Exit Paragraph.
      *
          4200-Show-Account-Line.
           EXEC CICS READQ TS QUEUE(WS-ACCTQ-NAME)
                     INTO(WS-DETAIL-LINE)
                     LENGTH(LENGTH OF WS-DETAIL-LINE)
                     ITEM(CA-HIST-ITEM OF DATCOMM-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           Move spaces to DATMLIS2O.
           if WS-RESP = DFHRESP(NORMAL)
               Move WS-DETAIL-LINE to HHO
           else
               Move 'NO MORE ACCOUNTS - ENTER RETURNS' to HHO
           end-if.
           set CA-Panel-History OF DATCOMM-AREA to true.
           set WS-Panel-Sent to true.
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
          4200-Show-Account-Line-Exit.
           Exit Paragraph.
      *
          4500-Check-Authority.
      * Inquiry and browse are open to anyone who can reach DAT8;
      * queueing maintenance needs analyst or supervisor authority
      * on OPERAUTH. No OPERAUTH record means inquiry-only.
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
               Display 'DATACCM: No OPERAUTH record for '
                   WS-AUTH-USERID ' - maintenance denied'
               GO TO 4500-Check-Authority-Exit
           end-if.
           if OA-Auth-Analyst or OA-Auth-Super
               set WS-Auth-Ok to true
           end-if.
           Exit Paragraph.
          4500-Check-Authority-Exit.
           Exit Paragraph.
      *
          5000-Queue-Maintenance.
           perform 4500-Check-Authority
               thru 4500-Check-Authority-Exit.
           if not WS-Auth-Ok
               Move 'NOT AUTHORIZED FOR THIS ACTION' to WS-REPLY-MSG
               GO TO 5000-Queue-Maintenance-Exit
           end-if.
           Move spaces to WS-REPLY-MSG.
           perform 3050-Edit-Account-Number
               thru 3050-Edit-Account-Number-Exit.
           if WS-REPLY-MSG not = spaces
               GO TO 5000-Queue-Maintenance-Exit
           end-if.
      * Checked against the master as it stands now, so the obvious
      * rejects are refused here instead of surfacing on tomorrow's
      * ACCTREJ - DATAAPL still re-edits everything at apply time.
           perform 3060-Read-Account thru 3060-Read-Account-Exit.
           if WS-RESP not = DFHRESP(NORMAL)
               and WS-RESP not = DFHRESP(NOTFND)
               Move 'ACCTMAST READ FAILED - SEE LOG' to WS-REPLY-MSG
               GO TO 5000-Queue-Maintenance-Exit
           end-if.
           if HIM = 'A'
               if WS-RESP = DFHRESP(NORMAL)
                   Move 'ACCOUNT ALREADY ON MASTER' to WS-REPLY-MSG
                   GO TO 5000-Queue-Maintenance-Exit
               end-if
           else
               if WS-RESP = DFHRESP(NOTFND)
                   Move 'ACCOUNT NOT ON MASTER' to WS-REPLY-MSG
                   GO TO 5000-Queue-Maintenance-Exit
               end-if
           end-if.
           Move SPACES to ACCTTRAN-RECORD.
           Move HIM         to TR-ACTION.
           Move WS-ACCT-NUM to TR-ACCT-NUMBER.
           Move WS-CD-DIGIT to TR-CHECK-DIGIT.
           Move ZERO        to TR-ACCT-OPEN-BAL.
           evaluate HIM
               when 'A'
                   perform 5100-Build-Add thru 5100-Build-Add-Exit
               when 'C'
                   perform 5200-Build-Change
                       thru 5200-Build-Change-Exit
               when 'V'
                   perform 5300-Build-Balance
                       thru 5300-Build-Balance-Exit
               when 'X'
                   if ACCT-Inactive
                       Move 'ACCOUNT ALREADY CLOSED' to WS-REPLY-MSG
                   end-if
           end-evaluate.
           if WS-REPLY-MSG not = spaces
               GO TO 5000-Queue-Maintenance-Exit
           end-if.
           perform 5500-Write-Pending thru 5500-Write-Pending-Exit.
           Exit Paragraph.
          5000-Queue-Maintenance-Exit.
           Exit Paragraph.
      *
          5100-Build-Add.
           if HII(1:20) = SPACES or HII(21:3) = SPACES
               Move 'NAME HII(1:20) DEPT HII(21:3)' to WS-REPLY-MSG
               GO TO 5100-Build-Add-Exit
           end-if.
           Move HII(1:20) to TR-ACCT-NAME.
           Move HII(21:3) to TR-ACCT-DEPT.
           if HII(24:7) not = SPACES
               if HII(24:7) not numeric
                   Move 'OPEN BAL HII(24:7) NOT NUMERIC' to WS-REPLY-MSG
                   GO TO 5100-Build-Add-Exit
               end-if
               Move HII(24:7) to WS-WHOLE-BAL
               Move WS-WHOLE-BAL to TR-ACCT-OPEN-BAL
           end-if.
           set TR-Add to true.
           Move 'A' to TR-ACCT-STATUS.
           Exit Paragraph.
          5100-Build-Add-Exit.
           Exit Paragraph.
      *
          5200-Build-Change.
      * Same "blank means leave it alone" convention the ACCTTRAN
      * change card has always had.
           if HII(1:27) = SPACES
               Move 'NOTHING TO CHANGE' to WS-REPLY-MSG
               GO TO 5200-Build-Change-Exit
           end-if.
           if HII(24:1) not = SPACE and HII(24:1) not = 'A'
               and HII(24:1) not = 'I'
               Move 'STATUS HII(24:1) NOT A OR I' to WS-REPLY-MSG
               GO TO 5200-Build-Change-Exit
           end-if.
           if HII(25:3) not = SPACES
               if HII(25:3) is not alphabetic-upper
                   or HII(25:1) = SPACE or HII(26:1) = SPACE
                   or HII(27:1) = SPACE
                   Move 'CCY HII(25:3) NOT 3 LETTERS'
                     to WS-REPLY-MSG
                   GO TO 5200-Build-Change-Exit
               end-if
      * The master record read above is the account as it stands.
               if HII(25:3) not = ACCT-CURRENCY
                   and ACCT-CURR-BAL numeric
                   and ACCT-CURR-BAL not = ZERO
                   Move 'CCY CHANGE - BALANCE NOT ZERO'
                     to WS-REPLY-MSG
                   GO TO 5200-Build-Change-Exit
               end-if
           end-if.
           Move HII(1:20) to TR-ACCT-NAME.
           Move HII(21:3) to TR-ACCT-DEPT.
           Move HII(24:1) to TR-ACCT-STATUS.
           Move HII(25:3) to TR-CURRENCY.
           Exit Paragraph.
          5200-Build-Change-Exit.
           Exit Paragraph.
      *
          5300-Build-Balance.
      * Queued as a change carrying only the balance. A zero balance
      * on a change card means "leave it", so zero cannot be set
      * from here - that one is a keyed ACCTTRAN.
           if HII(1:9) not numeric
               Move 'NEW BAL HII(1:9) - 9 DIGITS' to WS-REPLY-MSG
               GO TO 5300-Build-Balance-Exit
           end-if.
           Move HII(1:9) to WS-NEW-BAL-X.
           if WS-NEW-BAL = ZERO
               Move 'ZERO BALANCE NOT ALLOWED HERE' to WS-REPLY-MSG
               GO TO 5300-Build-Balance-Exit
           end-if.
           set TR-Change to true.
           Move WS-NEW-BAL to TR-ACCT-OPEN-BAL.
           Exit Paragraph.
          5300-Build-Balance-Exit.
           Exit Paragraph.
      *
          5500-Write-Pending.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           Move ACCTTRAN-RECORD      to AP-TRAN-IMAGE.
           Move WS-CURRENT-TIMESTAMP to AP-TIMESTAMP.
           Move EIBTRMID             to AP-TERMINAL.
           Move WS-AUTH-USERID       to AP-OPERATOR.
           Move SPACES               to AP-REVIEWQ-TAG.
           Move zero to WS-PEND-RBA.
           EXEC CICS WRITE FILE('ACCTPEND')
                     FROM(ACCTPEND-RECORD)
                     RIDFLD(WS-PEND-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               if TR-Add
                   STRING 'QUEUED AS ACCOUNT ' TR-ACCT-NUMBER
                          '-' TR-CHECK-DIGIT
                          DELIMITED BY SIZE INTO WS-REPLY-MSG
               else
                   Move 'QUEUED FOR NEXT DATAAPL RUN' to WS-REPLY-MSG
               end-if
           else
               Move 'NOT QUEUED - SEE LOG' to WS-REPLY-MSG
               Display 'ERROR-999: ACCTPEND write failed, RESP='
                   WS-RESP ' action ' TR-ACTION
                   ' account ' TR-ACCT-NUMBER
           end-if.
           Exit Paragraph.
          5500-Write-Pending-Exit.
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
