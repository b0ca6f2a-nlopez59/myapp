       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATXFRP.
      * Daily department transfer report over the ACCTXFER journal
      * DATAAPL writes (see DATXFER) - run straight after the apply so
      * finance sees the same morning which accounts changed ACCT-DEPT
      * and how much money went with them, instead of working it out
      * from two departments' breaks.
      *
      * Every transfer is listed as journalled - account, from and to
      * department, currency, the opening and current balances moved,
      * and where the change came from (F feed, Q DAT8 queue, S DAT9
      * correction). Then the movements are netted by department pair
      * and currency: each pair is shown once, lower department code
      * first, with the accounts and balances moved each way and the
      * net from the first department to the second - a negative net
      * went the other way. Amounts are in the account's currency,
      * blank being the reporting currency; RULE25 converts them.
      *
      * RC 0 = report printed (an empty journal is a day with no
      * transfers); RC 4 = more department pairs than the report
      * holds - transfers past it are listed but not netted;
      * RC 999 = ACCTXFER could not be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTXFER-FILE ASSIGN TO 'ACCTXFER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTXFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTXFER-FILE.
           COPY DATXFER.

       WORKING-STORAGE SECTION.
       01  WS-ACCTXFER-STATUS       PIC X(02).
           88  WS-ACCTXFER-OK            VALUE '00'.
           88  WS-ACCTXFER-EOF            VALUE '10'.

      * One entry per department pair and currency, WS-XP-DEPT-LO
      * always the lower code; "out" is low to high, "back" high to
      * low.
       01  WS-PAIR-TABLE.
           05  WS-XP-ENTRY OCCURS 200 TIMES
                                 INDEXED BY XP-IDX.
               10  WS-XP-DEPT-LO        PIC X(03).
               10  WS-XP-DEPT-HI        PIC X(03).
               10  WS-XP-CURRENCY       PIC X(03).
               10  WS-XP-OUT-COUNT      PIC 9(05) COMP-3.
               10  WS-XP-OUT-OPEN       PIC S9(13)V99 COMP-3.
               10  WS-XP-OUT-CURR       PIC S9(13)V99 COMP-3.
               10  WS-XP-BACK-COUNT     PIC 9(05) COMP-3.
               10  WS-XP-BACK-OPEN      PIC S9(13)V99 COMP-3.
               10  WS-XP-BACK-CURR      PIC S9(13)V99 COMP-3.
       01  WS-XP-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-PRINT-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-FIND-LO               PIC X(03).
       01  WS-FIND-HI               PIC X(03).
       01  WS-OUTBOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-Outbound               VALUE 'Y' FALSE 'N'.
       01  WS-ENTRY-OK-SW           PIC X(01) VALUE 'Y'.
           88  WS-Entry-Ok               VALUE 'Y' FALSE 'N'.

       01  WS-LOW-DATE              PIC 9(08) VALUE ZERO.
       01  WS-HIGH-DATE             PIC 9(08) VALUE ZERO.

       01  WS-CT-TRANSFERS          PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-NOT-LISTED         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-NET-OPEN              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-NET-CURR              PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-COUNT-EDIT            PIC ZZ,ZZ9.
       01  WS-COUNT-EDIT-2          PIC ZZ,ZZ9.
       01  WS-AMOUNT-EDIT           PIC -(11)9.99.
       01  WS-AMOUNT-EDIT-2         PIC -(11)9.99.
       01  WS-AMOUNT-EDIT-3         PIC -(11)9.99.
       01  WS-AMOUNT-EDIT-4         PIC -(11)9.99.

       PROCEDURE DIVISION.
          0000-Mainline.
           Move SPACES to WS-PAIR-TABLE.
           OPEN INPUT ACCTXFER-FILE.
           if not WS-ACCTXFER-OK
               Display 'ERROR-999: Unable to open ACCTXFER status='
                   WS-ACCTXFER-STATUS
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           Display '================================================'.
           Display 'DATXFRP - Department Transfers'.
           Display '================================================'.
           Display 'ACCOUNT FROM TO  CCY   OPENING BALANCE'
               '   CURRENT BALANCE SRC APPLIED'.
           perform 1000-Take-One-Transfer
               thru 1000-Take-One-Transfer-Exit
               until WS-ACCTXFER-EOF.
           CLOSE ACCTXFER-FILE.
           perform 3000-Print-Pairs thru 3000-Print-Pairs-Exit.
           if WS-CT-NOT-LISTED > 0
               Move 4 to RETURN-CODE
           else
               Move ZERO to RETURN-CODE
           end-if.
           STOP RUN.
      *
          1000-Take-One-Transfer.
           READ ACCTXFER-FILE
               AT END
                   set WS-ACCTXFER-EOF to true
                   GO TO 1000-Take-One-Transfer-Exit
           end-read.
           add 1 to WS-CT-TRANSFERS.
           if WS-LOW-DATE = ZERO or XF-EFF-DATE < WS-LOW-DATE
               Move XF-EFF-DATE to WS-LOW-DATE
           end-if.
           if XF-EFF-DATE > WS-HIGH-DATE
               Move XF-EFF-DATE to WS-HIGH-DATE
           end-if.
           Move XF-OPEN-BAL to WS-AMOUNT-EDIT.
           Move XF-CURR-BAL to WS-AMOUNT-EDIT-2.
           Display XF-ACCT-NUMBER '  ' XF-OLD-DEPT '  ' XF-NEW-DEPT
               ' ' XF-CURRENCY ' ' WS-AMOUNT-EDIT ' '
               WS-AMOUNT-EDIT-2 '  ' XF-SOURCE '  ' XF-APPLIED-TS.
           if XF-OLD-DEPT < XF-NEW-DEPT
               Move XF-OLD-DEPT to WS-FIND-LO
               Move XF-NEW-DEPT to WS-FIND-HI
               set WS-Outbound to true
           else
               Move XF-NEW-DEPT to WS-FIND-LO
               Move XF-OLD-DEPT to WS-FIND-HI
               set WS-Outbound to false
           end-if.
           perform 2000-Find-Pair thru 2000-Find-Pair-Exit.
           if not WS-Entry-Ok
               add 1 to WS-CT-NOT-LISTED
               GO TO 1000-Take-One-Transfer-Exit
           end-if.
           if WS-Outbound
               add 1           to WS-XP-OUT-COUNT(XP-IDX)
               add XF-OPEN-BAL to WS-XP-OUT-OPEN(XP-IDX)
               add XF-CURR-BAL to WS-XP-OUT-CURR(XP-IDX)
           else
               add 1           to WS-XP-BACK-COUNT(XP-IDX)
               add XF-OPEN-BAL to WS-XP-BACK-OPEN(XP-IDX)
               add XF-CURR-BAL to WS-XP-BACK-CURR(XP-IDX)
           end-if.
           Exit Paragraph.
          1000-Take-One-Transfer-Exit.
           Exit Paragraph.
      *
          2000-Find-Pair.
           set WS-Entry-Ok to true.
           if WS-XP-COUNT > 0
               set XP-IDX to 1
               search WS-XP-ENTRY
                   at end
                       perform 2100-Add-Pair thru 2100-Add-Pair-Exit
                   when WS-XP-DEPT-LO(XP-IDX) = WS-FIND-LO
                    and WS-XP-DEPT-HI(XP-IDX) = WS-FIND-HI
                    and WS-XP-CURRENCY(XP-IDX) = XF-CURRENCY
                       continue
               end-search
           else
               perform 2100-Add-Pair thru 2100-Add-Pair-Exit
           end-if.
           Exit Paragraph.
          2000-Find-Pair-Exit.
           Exit Paragraph.
      *
          2100-Add-Pair.
           if WS-XP-COUNT < 200
               add 1 to WS-XP-COUNT
               set XP-IDX to WS-XP-COUNT
               Move WS-FIND-LO  to WS-XP-DEPT-LO(XP-IDX)
               Move WS-FIND-HI  to WS-XP-DEPT-HI(XP-IDX)
               Move XF-CURRENCY to WS-XP-CURRENCY(XP-IDX)
               Move ZERO to WS-XP-OUT-COUNT(XP-IDX)
                            WS-XP-OUT-OPEN(XP-IDX)
                            WS-XP-OUT-CURR(XP-IDX)
                            WS-XP-BACK-COUNT(XP-IDX)
                            WS-XP-BACK-OPEN(XP-IDX)
                            WS-XP-BACK-CURR(XP-IDX)
           else
               if WS-CT-NOT-LISTED = ZERO
                   Display 'WARNING-999: More than 200 department'
                       ' pairs - the rest are not netted below'
               end-if
               set WS-Entry-Ok to false
           end-if.
           Exit Paragraph.
          2100-Add-Pair-Exit.
           Exit Paragraph.
      *
          3000-Print-Pairs.
           Display '------------------------------------------------'.
           Display '  Transfers journalled . . . . : ' WS-CT-TRANSFERS.
           if WS-CT-TRANSFERS = ZERO
               Display '  No account changed department.'
               Display
                   '================================================'
               GO TO 3000-Print-Pairs-Exit
           end-if.
           Display '  Effective date(s). . . . . . : ' WS-LOW-DATE
               ' - ' WS-HIGH-DATE.
           if WS-CT-NOT-LISTED > 0
               Display '  Transfers not netted . . . . : '
                   WS-CT-NOT-LISTED
           end-if.
           Display '------------------------------------------------'.
           Display 'NET BY DEPARTMENT PAIR (accounts and balances'
               ' moved each way; net is first dept to second)'.
           perform 3100-Print-One-Pair thru 3100-Print-One-Pair-Exit
               varying WS-PRINT-IDX from 1 by 1
               until WS-PRINT-IDX > WS-XP-COUNT.
           Display '================================================'.
           Exit Paragraph.
          3000-Print-Pairs-Exit.
           Exit Paragraph.
      *
          3100-Print-One-Pair.
           set XP-IDX to WS-PRINT-IDX.
           compute WS-NET-OPEN =
               WS-XP-OUT-OPEN(XP-IDX) - WS-XP-BACK-OPEN(XP-IDX).
           compute WS-NET-CURR =
               WS-XP-OUT-CURR(XP-IDX) - WS-XP-BACK-CURR(XP-IDX).
           Display ' '.
           Display 'Dept ' WS-XP-DEPT-LO(XP-IDX) ' <-> '
               WS-XP-DEPT-HI(XP-IDX) ' ccy ' WS-XP-CURRENCY(XP-IDX).
           Move WS-XP-OUT-COUNT(XP-IDX) to WS-COUNT-EDIT.
           Move WS-XP-OUT-OPEN(XP-IDX)  to WS-AMOUNT-EDIT.
           Move WS-XP-OUT-CURR(XP-IDX)  to WS-AMOUNT-EDIT-2.
           Display '  ' WS-XP-DEPT-LO(XP-IDX) ' to '
               WS-XP-DEPT-HI(XP-IDX) ' accts ' WS-COUNT-EDIT
               ' opening ' WS-AMOUNT-EDIT
               ' current ' WS-AMOUNT-EDIT-2.
           Move WS-XP-BACK-COUNT(XP-IDX) to WS-COUNT-EDIT-2.
           Move WS-XP-BACK-OPEN(XP-IDX)  to WS-AMOUNT-EDIT-3.
           Move WS-XP-BACK-CURR(XP-IDX)  to WS-AMOUNT-EDIT-4.
           Display '  ' WS-XP-DEPT-HI(XP-IDX) ' to '
               WS-XP-DEPT-LO(XP-IDX) ' accts ' WS-COUNT-EDIT-2
               ' opening ' WS-AMOUNT-EDIT-3
               ' current ' WS-AMOUNT-EDIT-4.
           Move WS-NET-OPEN to WS-AMOUNT-EDIT.
           Move WS-NET-CURR to WS-AMOUNT-EDIT-2.
           Display '  Net ' WS-XP-DEPT-LO(XP-IDX) ' to '
               WS-XP-DEPT-HI(XP-IDX) '         '
               ' opening ' WS-AMOUNT-EDIT
               ' current ' WS-AMOUNT-EDIT-2.
           Exit Paragraph.
          3100-Print-One-Pair-Exit.
           Exit Paragraph.
