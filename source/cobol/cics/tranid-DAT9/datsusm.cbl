       ID DIVISION.
       PROGRAM-ID. DATSUSM.
      * Account-transaction suspense correction screen.
      * Tran ='DAT9' - pages through the outstanding items on the
      * ACCTSUSP suspense file (see DATSUSP) the way DAT3 pages the
      * open review queue, and lets an analyst correct a rejected
      * transaction so the next DATAAPL re-applies it - no more
      * noticing an ACCTREJ line and hand-keying a new ACCTTRAN.
      *
      * Each item shows the account, action, attempt count, date
      * first rejected, and status (O open, C corrected and waiting
      * for the next apply). PF5 shows the reject reason and the
      * full transaction; PF7/PF8 page, PF3 exits (or returns from
      * the detail view to the item).
      *
      * The action field HIM takes the correction:
      *   F  fix and queue   HIK(1:6)  = corrected account number,
      *                      HII(1:20) = name, HII(21:3) = dept,
      *                      HII(24:1) = status, HII(25:1) = action
      *                      code (A/C/X), HII(26:3) = currency;
      *                      blank leaves a field as the
      *                      transaction had it
      *                      For a posting (action P) F takes
      *                      HIK(1:6) = account, HII(1:1) = D or C,
      *                      HII(2:8) = effective date, HII(10:14) =
      *                      reference, HII(24:3) = currency, again
      *                      blank to keep
      *   V  fix balance     HII(1:9)  = opening balance (posting
      *                      amount for a P), digits only, last two
      *                      are cents
      *   R  resubmit as is (the reject was a timing problem)
      *   D  drop the item - supervisors only, so a rejected closure
      *      cannot be made to disappear by one analyst
      * F, V, and R set the item to C for the next DATAAPL run.
      * F also takes the account's check digit (see DATACCT) in
      * HIK(7:1) - needed with a corrected account number, and for
      * an item that rejected for want of one. Whatever account an
      * F leaves on the item must check against its digit before it
      * is queued; only an add may go without (DATAAPL assigns it).
      * Every action needs analyst or supervisor level on OPERAUTH.
      *
      * The currency (see DATATRN) is shown after the department as
      * ABC/EUR, and after the amount on a posting - a posting that
      * rejected as not in the account's currency is corrected with
      * F, not re-keyed. A currency given on an F must be three
      * letters; whether the account can take it is DATAAPL's edit.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       COPY DATMAPM.
       COPY DATSUSP.
       COPY DATATRN.
       COPY DATAUTH.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-RESP          PIC S9(08) COMP.
       01  WS-RESP2         PIC S9(08) COMP.

       01  WS-CURRENT-DATE      PIC 9(08).
       01  WS-CURRENT-TIME      PIC 9(08).
       01  WS-CURRENT-TIMESTAMP PIC X(14).

      * One TS item per outstanding suspense item, under 'S' and the
      * terminal id so it never collides with another DAT queue on
      * the same terminal. SQ-MARK flags the empty-queue item and
      * an item already dropped from this screen.
       01  WS-SUSQ-NAME         PIC X(08).
       01  WS-SUSQ-ITEM.
           05  WS-SQ-MARK           PIC X(04).
               88  WS-SQ-EMPTY          VALUE 'NONE'.
               88  WS-SQ-DONE           VALUE 'DONE'.
           05  WS-SQ-RECORD         PIC X(137).

       01  WS-BROWSE-KEY        PIC X(21).
       01  WS-SUSP-EOF-SW       PIC X(01) VALUE 'N'.
           88  WS-SUSP-EOF          VALUE 'Y' FALSE 'N'.
       01  WS-ITEM-COUNT        PIC 9(04) VALUE ZERO.

       01  WS-REPLY-MSG         PIC X(30).
       01  WS-DETAIL-LINE       PIC X(60).
       01  WS-BAL-EDIT          PIC Z,ZZZ,ZZ9.99.
       01  WS-NEW-BAL           PIC 9(07)V99.
       01  WS-NEW-BAL-X REDEFINES WS-NEW-BAL
                                PIC X(09).

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

       01  WS-AUTH-USERID   PIC X(08).
       01  WS-AUTH-OK-SW    PIC X(01) VALUE 'N'.
           88  WS-AUTH-OK       VALUE 'Y' FALSE 'N'.

       01  DATCOMM-AREA.
           COPY DATCOMM.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DATCOMM.
      *
       PROCEDURE DIVISION.
          Mainline.
           DISPLAY 'DATSUSM v1 DATSUSM: CICS TRAN DAT9 Started'.
      *
           Move SPACES to WS-SUSQ-NAME.
           STRING 'S' EIBTRMID DELIMITED BY SIZE INTO WS-SUSQ-NAME.
           if EIBCALEN = 0
               perform 1000-Build-Suspense-Queue
                   thru 1000-Build-Suspense-Queue-Exit
           else
               Move DFHCOMMAREA to DATCOMM-AREA
               evaluate EIBAID
                   when DFHPF3
                       if CA-Panel-Detail OF DATCOMM-AREA
                           perform 4200-Show-Item
                               thru 4200-Show-Item-Exit
                       else
                           EXEC CICS RETURN END-EXEC
                       end-if
                   when DFHPF5
                       Move 1 to CA-DETAIL-ITEM OF DATCOMM-AREA
                       perform 5000-Show-Detail
                           thru 5000-Show-Detail-Exit
                   when DFHPF7
                       if CA-Panel-Detail OF DATCOMM-AREA
                           if CA-DETAIL-ITEM OF DATCOMM-AREA > 1
                               subtract 1 from CA-DETAIL-ITEM
                                   OF DATCOMM-AREA
                           end-if
                           perform 5000-Show-Detail
                               thru 5000-Show-Detail-Exit
                       else
                           if CA-HIST-ITEM OF DATCOMM-AREA > 1
                               subtract 1 from CA-HIST-ITEM
                                   OF DATCOMM-AREA
                           end-if
                           perform 4200-Show-Item
                               thru 4200-Show-Item-Exit
                       end-if
                   when DFHPF8
                       if CA-Panel-Detail OF DATCOMM-AREA
                           add 1 to CA-DETAIL-ITEM OF DATCOMM-AREA
                           perform 5000-Show-Detail
                               thru 5000-Show-Detail-Exit
                       else
                           add 1 to CA-HIST-ITEM OF DATCOMM-AREA
                           perform 4200-Show-Item
                               thru 4200-Show-Item-Exit
                       end-if
                   when other
                       if CA-Panel-Detail OF DATCOMM-AREA
                           perform 4200-Show-Item
                               thru 4200-Show-Item-Exit
                       else
                           perform 2000-Process-Entry
                               thru 2000-Process-Entry-Exit
                       end-if
               end-evaluate
           end-if.
      *
           EXEC CICS RETURN TRANSID('DAT9')
                     COMMAREA(DATCOMM-AREA)
           END-EXEC.
      *
          1000-Build-Suspense-Queue.
      * Rebuilt from ACCTSUSP on every fresh attach, so resolved and
      * dropped items never reappear.
           EXEC CICS DELETEQ TS QUEUE(WS-SUSQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           Move zero to WS-ITEM-COUNT.
           set WS-Susp-Eof to false.
           Move LOW-VALUES to WS-BROWSE-KEY.
           EXEC CICS STARTBR FILE('ACCTSUSP')
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               perform 1100-Read-Next-Suspense
                   thru 1100-Read-Next-Suspense-Exit
                   until WS-Susp-Eof
               EXEC CICS ENDBR FILE('ACCTSUSP') END-EXEC
           end-if.
           if WS-ITEM-COUNT = 0
               Move 'NONE' to WS-SQ-MARK
               Move SPACES to WS-SQ-RECORD
               EXEC CICS WRITEQ TS QUEUE(WS-SUSQ-NAME)
                         FROM(WS-SUSQ-ITEM)
                         LENGTH(LENGTH OF WS-SUSQ-ITEM)
                         RESP(WS-RESP)
               END-EXEC
           end-if.
           Move 1 to CA-HIST-ITEM OF DATCOMM-AREA.
           perform 4200-Show-Item thru 4200-Show-Item-Exit.
           Exit Paragraph.
          1000-Build-Suspense-Queue-Exit.
           Exit Paragraph.
      *
          1100-Read-Next-Suspense.
           EXEC CICS READNEXT FILE('ACCTSUSP')
                     INTO(ACCTSUSP-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               set WS-Susp-Eof to true
               GO TO 1100-Read-Next-Suspense-Exit
           end-if.
           if not SU-Outstanding
               GO TO 1100-Read-Next-Suspense-Exit
           end-if.
           add 1 to WS-ITEM-COUNT.
           Move 'ITEM' to WS-SQ-MARK.
           Move ACCTSUSP-RECORD to WS-SQ-RECORD.
           EXEC CICS WRITEQ TS QUEUE(WS-SUSQ-NAME)
                     FROM(WS-SUSQ-ITEM)
                     LENGTH(LENGTH OF WS-SUSQ-ITEM)
                     RESP(WS-RESP)
           END-EXEC.
           Exit Paragraph.
          1100-Read-Next-Suspense-Exit.
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
               perform 4200-Show-Item thru 4200-Show-Item-Exit
               GO TO 2000-Process-Entry-Exit
           end-if.
           evaluate HIM
               when 'F'
               when 'V'
               when 'R'
               when 'D'
                   perform 3000-Correct-Item
                       thru 3000-Correct-Item-Exit
               when other
                   perform 4200-Show-Item thru 4200-Show-Item-Exit
           end-evaluate.
           Exit Paragraph.
          2000-Process-Entry-Exit.
           Exit Paragraph.
      *
          3000-Correct-Item.
      * The reply is built in WS-REPLY-MSG and shown with the item -
      * HIO shares its bytes with the HII correction data.
           Move SPACES to WS-REPLY-MSG.
           perform 4500-Check-Authority
               thru 4500-Check-Authority-Exit.
           if not WS-Auth-Ok
               Move 'NOT AUTHORIZED FOR THIS ACTION' to WS-REPLY-MSG
               GO TO 3000-Correct-Item-Reply
           end-if.
           EXEC CICS READQ TS QUEUE(WS-SUSQ-NAME)
                     INTO(WS-SUSQ-ITEM)
                     LENGTH(LENGTH OF WS-SUSQ-ITEM)
                     ITEM(CA-HIST-ITEM OF DATCOMM-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               or WS-SQ-Empty or WS-SQ-Done
               Move 'NO ITEM TO CORRECT' to WS-REPLY-MSG
               GO TO 3000-Correct-Item-Reply
           end-if.
           Move WS-SQ-RECORD to ACCTSUSP-RECORD.
           EXEC CICS READ FILE('ACCTSUSP')
                     INTO(ACCTSUSP-RECORD)
                     RIDFLD(SU-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Move 'SUSPENSE ITEM NOT FOUND' to WS-REPLY-MSG
               GO TO 3000-Correct-Item-Reply
           end-if.
      * DATAAPL may have re-applied it since this screen was built.
           if not SU-Outstanding
               EXEC CICS UNLOCK FILE('ACCTSUSP') END-EXEC
               Move 'ITEM NO LONGER OUTSTANDING' to WS-REPLY-MSG
               GO TO 3000-Correct-Item-Reply
           end-if.
           Move SU-TRAN-IMAGE to ACCTTRAN-RECORD.
           evaluate HIM
               when 'F'
                   perform 3100-Apply-Fix thru 3100-Apply-Fix-Exit
                   if WS-REPLY-MSG = SPACES
                       perform 3300-Edit-Check-Digit
                           thru 3300-Edit-Check-Digit-Exit
                   end-if
               when 'V'
                   perform 3200-Apply-Balance
                       thru 3200-Apply-Balance-Exit
               when 'D'
                   if not OA-Auth-Super
                       Move 'DROP NEEDS SUPERVISOR AUTHORITY'
                         to WS-REPLY-MSG
                   end-if
           end-evaluate.
           if WS-REPLY-MSG not = SPACES
               EXEC CICS UNLOCK FILE('ACCTSUSP') END-EXEC
               GO TO 3000-Correct-Item-Reply
           end-if.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           if HIM = 'D'
               set SU-Dropped to true
           else
               set SU-Corrected to true
               Move ACCTTRAN-RECORD to SU-TRAN-IMAGE
           end-if.
           Move WS-AUTH-USERID       to SU-CORR-USER.
           Move WS-CURRENT-TIMESTAMP to SU-CORR-TIMESTAMP.
           EXEC CICS REWRITE FILE('ACCTSUSP')
                     FROM(ACCTSUSP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Move 'SUSPENSE UPDATE FAILED' to WS-REPLY-MSG
               Display 'ERROR-999: ACCTSUSP rewrite failed, RESP='
                   WS-RESP ' item ' SU-KEY
               GO TO 3000-Correct-Item-Reply
           end-if.
      * The TS copy follows the file: a dropped item is marked done,
      * a corrected one shows its new status if paged back to.
           if HIM = 'D'
               Move 'DONE' to WS-SQ-MARK
               Move 'ITEM DROPPED' to WS-REPLY-MSG
           else
               Move 'QUEUED FOR NEXT DATAAPL RUN' to WS-REPLY-MSG
           end-if.
           Move ACCTSUSP-RECORD to WS-SQ-RECORD.
           EXEC CICS WRITEQ TS QUEUE(WS-SUSQ-NAME)
                     FROM(WS-SUSQ-ITEM)
                     LENGTH(LENGTH OF WS-SUSQ-ITEM)
                     ITEM(CA-HIST-ITEM OF DATCOMM-AREA)
                     REWRITE
                     RESP(WS-RESP)
           END-EXEC.
          3000-Correct-Item-Reply.
           perform 4200-Show-Item thru 4200-Show-Item-Exit.
           if WS-REPLY-MSG not = SPACES
               Move WS-REPLY-MSG to HIO
               perform 1500-Refresh-Screen
                   thru 1500-Refresh-Screen-Exit
           end-if.
           Exit Paragraph.
          3000-Correct-Item-Exit.
           Exit Paragraph.
      *
          3100-Apply-Fix.
           if TR-Post
               perform 3150-Apply-Post-Fix
                   thru 3150-Apply-Post-Fix-Exit
               GO TO 3100-Apply-Fix-Exit
           end-if.
           if HIK(1:6) not = SPACES
               if HIK(1:6) not numeric
                   Move 'ACCOUNT NUMBER NOT 6 DIGITS' to WS-REPLY-MSG
                   GO TO 3100-Apply-Fix-Exit
               end-if
               Move HIK(1:6) to TR-ACCT-NUMBER
               Move HIK(7:1) to TR-CHECK-DIGIT
           end-if.
           if HII(24:1) not = SPACE and HII(24:1) not = 'A'
               and HII(24:1) not = 'I'
               Move 'STATUS HII(24:1) NOT A OR I' to WS-REPLY-MSG
               GO TO 3100-Apply-Fix-Exit
           end-if.
           if HII(25:1) not = SPACE and HII(25:1) not = 'A'
               and HII(25:1) not = 'C' and HII(25:1) not = 'X'
               Move 'ACTION HII(25:1) NOT A C OR X' to WS-REPLY-MSG
               GO TO 3100-Apply-Fix-Exit
           end-if.
           if HII(26:3) not = SPACES
               and (HII(26:3) is not alphabetic-upper
                 or HII(26:1) = SPACE or HII(27:1) = SPACE
                 or HII(28:1) = SPACE)
               Move 'CCY HII(26:3) NOT 3 LETTERS' to WS-REPLY-MSG
               GO TO 3100-Apply-Fix-Exit
           end-if.
           if HII(1:20) not = SPACES
               Move HII(1:20) to TR-ACCT-NAME
           end-if.
           if HII(21:3) not = SPACES
               Move HII(21:3) to TR-ACCT-DEPT
           end-if.
           if HII(24:1) not = SPACE
               Move HII(24:1) to TR-ACCT-STATUS
           end-if.
           if HII(25:1) not = SPACE
               Move HII(25:1) to TR-ACTION
           end-if.
           if HII(26:3) not = SPACES
               Move HII(26:3) to TR-CURRENCY
           end-if.
           Exit Paragraph.
          3100-Apply-Fix-Exit.
           Exit Paragraph.
      *
          3150-Apply-Post-Fix.
           if HIK(1:6) not = SPACES
               if HIK(1:6) not numeric
                   Move 'ACCOUNT NUMBER NOT 6 DIGITS' to WS-REPLY-MSG
                   GO TO 3150-Apply-Post-Fix-Exit
               end-if
               Move HIK(1:6) to TRP-ACCT-NUMBER
               Move HIK(7:1) to TR-CHECK-DIGIT
           end-if.
           if HII(1:1) not = SPACE and HII(1:1) not = 'D'
               and HII(1:1) not = 'C'
               Move 'DR/CR HII(1:1) NOT D OR C' to WS-REPLY-MSG
               GO TO 3150-Apply-Post-Fix-Exit
           end-if.
           if HII(2:8) not = SPACES and HII(2:8) not numeric
               Move 'EFF DATE HII(2:8) NOT YYYYMMDD' to WS-REPLY-MSG
               GO TO 3150-Apply-Post-Fix-Exit
           end-if.
           if HII(24:3) not = SPACES
               and (HII(24:3) is not alphabetic-upper
                 or HII(24:1) = SPACE or HII(25:1) = SPACE
                 or HII(26:1) = SPACE)
               Move 'CCY HII(24:3) NOT 3 LETTERS' to WS-REPLY-MSG
               GO TO 3150-Apply-Post-Fix-Exit
           end-if.
           if HII(1:1) not = SPACE
               Move HII(1:1) to TRP-DR-CR
           end-if.
           if HII(2:8) not = SPACES
               Move HII(2:8) to TRP-EFF-DATE
           end-if.
           if HII(10:14) not = SPACES
               Move HII(10:14) to TRP-REFERENCE
           end-if.
           if HII(24:3) not = SPACES
               Move HII(24:3) to TR-CURRENCY
           end-if.
           Exit Paragraph.
          3150-Apply-Post-Fix-Exit.
           Exit Paragraph.
      *
          3200-Apply-Balance.
           if HII(1:9) not numeric
               Move 'NEW BAL HII(1:9) - 9 DIGITS' to WS-REPLY-MSG
               GO TO 3200-Apply-Balance-Exit
           end-if.
           Move HII(1:9) to WS-NEW-BAL-X.
      * TRP-AMOUNT shares these bytes on a posting.
           Move WS-NEW-BAL to TR-ACCT-OPEN-BAL.
           Exit Paragraph.
          3200-Apply-Balance-Exit.
           Exit Paragraph.
      *
          3300-Edit-Check-Digit.
      * The old digit goes with a corrected account number (3100
      * and 3150 take HIK(7:1) with it); a digit keyed on its own
      * is for the account the item already carries. The account
      * sits in the same place on a posting.
           if HIK(1:6) = SPACES and HIK(7:1) not = SPACE
               Move HIK(7:1) to TR-CHECK-DIGIT
           end-if.
           if TR-ACCT-NUMBER not numeric
               Move 'ACCOUNT NUMBER NOT 6 DIGITS' to WS-REPLY-MSG
               GO TO 3300-Edit-Check-Digit-Exit
           end-if.
           if TR-CHECK-DIGIT = SPACE
               if not TR-Add
                   Move 'CHECK DIGIT NEEDED IN KEY(7)' to WS-REPLY-MSG
               end-if
               GO TO 3300-Edit-Check-Digit-Exit
           end-if.
           Move TR-ACCT-NUMBER to WS-CD-ACCT.
           perform 3310-Compute-Check-Digit
               thru 3310-Compute-Check-Digit-Exit.
           if TR-CHECK-DIGIT not = WS-CD-DIGIT
               Move 'ACCOUNT FAILS CHECK DIGIT' to WS-REPLY-MSG
           end-if.
           Exit Paragraph.
          3300-Edit-Check-Digit-Exit.
           Exit Paragraph.
      *
          3310-Compute-Check-Digit.
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
          3310-Compute-Check-Digit-Exit.
           Exit Paragraph.
      *
          1500-Refresh-Screen.
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
          4200-Show-Item.
           EXEC CICS READQ TS QUEUE(WS-SUSQ-NAME)
                     INTO(WS-SUSQ-ITEM)
                     LENGTH(LENGTH OF WS-SUSQ-ITEM)
                     ITEM(CA-HIST-ITEM OF DATCOMM-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           Move spaces to DATMLISO.
           evaluate true
               when WS-RESP not = DFHRESP(NORMAL)
                   Move 'NO MORE SUSPENSE ITEMS' to HIO
               when WS-SQ-Empty
                   Move 'SUSPENSE FILE IS CLEAR' to HIO
               when WS-SQ-Done
                   Move 'ITEM ALREADY DROPPED' to HIO
               when other
                   Move WS-SQ-RECORD to ACCTSUSP-RECORD
                   STRING SU-ACCT-KEY ' ' SU-ACTION
                          ' TRY ' SU-ATTEMPTS
                          ' ' SU-FIRST-DATE
                          ' ' SU-STATUS
                          DELIMITED BY SIZE INTO HIO
           end-evaluate.
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
          4200-Show-Item-Exit.
           Exit Paragraph.
      *
          4500-Check-Authority.
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
               Display 'DATSUSM: No OPERAUTH record for '
                   WS-AUTH-USERID ' - correction denied'
               GO TO 4500-Check-Authority-Exit
           end-if.
           if OA-Auth-Analyst or OA-Auth-Super
               set WS-Auth-Ok to true
           end-if.
           Exit Paragraph.
          4500-Check-Authority-Exit.
           Exit Paragraph.
      *
          5000-Show-Detail.
      * Three lines behind the item: why it rejected and how often,
      * when, and the transaction as it now stands.
           EXEC CICS READQ TS QUEUE(WS-SUSQ-NAME)
                     INTO(WS-SUSQ-ITEM)
                     LENGTH(LENGTH OF WS-SUSQ-ITEM)
                     ITEM(CA-HIST-ITEM OF DATCOMM-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           Move spaces to DATMLIS2O.
           Move SPACES to WS-DETAIL-LINE.
           if WS-RESP not = DFHRESP(NORMAL) or WS-SQ-Empty
               Move 'NO ITEM SELECTED - PF3 RETURNS' to WS-DETAIL-LINE
           else
               Move WS-SQ-RECORD to ACCTSUSP-RECORD
               Move SU-TRAN-IMAGE to ACCTTRAN-RECORD
               evaluate true
                   when CA-DETAIL-ITEM OF DATCOMM-AREA = 1
                       STRING 'REASON ' SU-REASON
                              ' ATTEMPTS ' SU-ATTEMPTS
                              DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   when CA-DETAIL-ITEM OF DATCOMM-AREA = 2
                       STRING 'FIRST ' SU-FIRST-DATE
                              ' LAST ' SU-LAST-DATE
                              ' STATUS ' SU-STATUS
                              ' BY ' SU-CORR-USER
                              DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   when CA-DETAIL-ITEM OF DATCOMM-AREA = 3
                       and TR-Post
                       Move TRP-AMOUNT to WS-BAL-EDIT
                       STRING TR-ACTION ' ' TRP-ACCT-NUMBER
                              '-' TR-CHECK-DIGIT
                              ' ' TRP-DR-CR
                              ' ' TRP-EFF-DATE
                              ' ' TRP-REFERENCE
                              ' ' WS-BAL-EDIT
                              ' ' TR-CURRENCY
                              DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   when CA-DETAIL-ITEM OF DATCOMM-AREA = 3
                       Move TR-ACCT-OPEN-BAL to WS-BAL-EDIT
                       STRING TR-ACTION ' ' TR-ACCT-NUMBER
                              '-' TR-CHECK-DIGIT
                              ' ' TR-ACCT-NAME
                              ' ' TR-ACCT-DEPT '/' TR-CURRENCY
                              ' ' WS-BAL-EDIT
                              ' ' TR-ACCT-STATUS
                              DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   when other
                       Move 'END OF ITEM DETAIL - PF3 RETURNS'
                         to WS-DETAIL-LINE
               end-evaluate
           end-if.
           Move WS-DETAIL-LINE to HHO.
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
          5000-Show-Detail-Exit.
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
