      *
      * An optional SCENARIO control file (see DATSCEN) plants
      * known faults at specific account numbers - skips, doubles,
      * out-of-range extras, balance overrides, wrong check
      * digits - and every fault
      * actually planted is echoed to the MANIFEST dataset, so the
      * regression harness can prove the detection rules detect
      * exactly what was injected instead of hand-editing the file.
       01  WS-STATUS-QUOT           PIC 9(06).
       01  WS-STATUS-REMAINDER      PIC 9(02).

      * Account check digit (see DATACCT): the six digits of the
      * account number, and what a digit comes to doubled with 9
      * taken off past 9 - WS-CD-DOUBLED(digit + 1).
       01  WS-CD-ACCT               PIC 9(06).
       01  WS-CD-DIGITS REDEFINES WS-CD-ACCT.
           05  WS-CD-D1             PIC 9(01).
           05  WS-CD-D2             PIC 9(01).
           05  WS-CD-D3             PIC 9(01).
           05  WS-CD-D4             PIC 9(01).
           05  WS-CD-D5             PIC 9(01).
           05  WS-CD-D6             PIC 9(01).
       01  WS-CD-DOUBLED-VALUES     PIC X(10) VALUE '0246813579'.
       01  WS-CD-DOUBLED-TABLE REDEFINES WS-CD-DOUBLED-VALUES.
           05  WS-CD-DOUBLED        PIC 9(01) OCCURS 10 TIMES.
       01  WS-CD-SUM                PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CD-QUOT               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CD-REM                PIC 9(01) VALUE ZERO.
       01  WS-CD-DIGIT              PIC 9(01) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN          PIC S9(4) COMP.
                       thru 1900-Write-Manifest-Exit
               when 'BAL'
                   Move WS-SN-AMOUNT(WS-SCEN-SUB) to ACCT-OPEN-BAL
                   Move ACCT-OPEN-BAL to ACCT-CURR-BAL
                   perform 1900-Write-Manifest
                       thru 1900-Write-Manifest-Exit
               when 'CHKDIG'
      * One off the right digit - the account a transposed or
      * mis-keyed number would have produced.
                   if ACCT-CHECK-DIGIT = 9
                       Move 0 to ACCT-CHECK-DIGIT
                   else
                       add 1 to ACCT-CHECK-DIGIT
                   end-if
                   perform 1900-Write-Manifest
                       thru 1900-Write-Manifest-Exit
               when 'EXTRA'
           Move WS-DEPT-TABLE(WS-DEPT-SUB * 3 + 1 : 3) to ACCT-DEPT.
           compute ACCT-OPEN-BAL =
               WS-CURRENT-ACCT / 100 + 100.
           Move ACCT-OPEN-BAL to ACCT-CURR-BAL.
           Move ZERO to ACCT-LAST-POST-DATE.
           divide WS-CURRENT-ACCT by 50 giving WS-STATUS-QUOT
               remainder WS-STATUS-REMAINDER.
      * A generated closure carries a fixed date, not the run date,
      * so a regenerated file still compares record for record - and
      * one far enough back that DATPURG sees it as past retention.
           if WS-STATUS-REMAINDER = 0
               set ACCT-INACTIVE to true
               Move 20000101 to ACCT-CLOSE-DATE
           else
               set ACCT-ACTIVE to true
               Move ZERO to ACCT-CLOSE-DATE
           end-if.
           Move WS-CURRENT-ACCT to WS-CD-ACCT.
           perform 1155-Compute-Check-Digit
               thru 1155-Compute-Check-Digit-Exit.
           Move WS-CD-DIGIT to ACCT-CHECK-DIGIT.
           Move SPACES to ACCT-CURRENCY.
           Exit Paragraph.
          1150-Build-Account-Record-Exit.
           Exit Paragraph.
      *
          1155-Compute-Check-Digit.
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
          1155-Compute-Check-Digit-Exit.
           Exit Paragraph.
      *
          1200-Print-Block-Total.
           if WS-BLOCK-COUNT > 0
