      *   024  sequence is clean
      *   124  gaps found in the sequence         (review band)
      *   134  accounts outside the given range   (review band)
      *   144  accounts failing their check digit (review band)
      *   924  duplicate / out-of-sequence accts  (error band)
      *   999  ACCTRANGE could not be opened
      * with the counts reported in WS-MSG1. WS-RULE-ARGS may carry
      * analyst working the REVIEWQ item reads the failing keys
      * from DAT3 instead of rerunning the sweep by hand. The
      * five-line diagnostic block still summarizes for SYSOUT.
      *
      * Every account is also proved against its check digit (see
      * DATACCT) - one whose digit is missing or does not check is
      * a CHKDIGIT finding: an account number keyed wrong somewhere
      * before the master took it, or a master record the check
      * digit conversion never reached.
      *
      * A true duplicate - the same account number twice running -
      * is one finding this rule can put right by itself: a PROPDTL
      * row (see DATPRDT) proposes closing the later of the two, as
      * an ordinary ACCTTRAN closure carrying the account's check
      * digit. The analyst accepts or rejects it on DAT3. Accounts
      * out of sequence, gaps, range and check digit findings still
      * need a person to work out the fix. A missing PROPDTL DD only
      * costs the proposals.
      *
      * DATPURG deletes closed accounts once their retention period
      * has run, and every number it purges goes on the PURGNUM
      * register (see DATPGNO). A gap whose missing numbers are all
      * on PURGNUM is the purge's doing, not a finding - it raises
      * no GAP row and is only counted on SYSOUT.
      * One missing number that was never purged makes it a real
      * gap. Without PURGNUM every gap is reported, as before the
      * purge existed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCPDTL-FILE   ASSIGN TO 'EXCPDTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPDTL-STATUS.
           SELECT PURGNUM-FILE   ASSIGN TO 'PURGNUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-ACCT-NUMBER
               FILE STATUS IS WS-PURGNUM-STATUS.
           SELECT PROPDTL-FILE   ASSIGN TO 'PROPDTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPDTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCPDTL-FILE.
           COPY DATEXCP.

       FD  PROPDTL-FILE.
           COPY DATPRDT.

       FD  PURGNUM-FILE.
           COPY DATPGNO.

       WORKING-STORAGE SECTION.
       01  WS-ACCTRANGE-STATUS      PIC X(02).
           88  WS-ACCTRANGE-OK           VALUE '00'.

       01  WS-DIAG-TEXT             PIC X(60).

      * Purged-number register - a gap is looked up one missing
      * number at a time until one is found never purged.
       01  WS-PURGNUM-STATUS        PIC X(02).
           88  WS-PURGNUM-OK             VALUE '00'.
       01  WS-PURGNUM-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-PURGNUM-OPEN           VALUE 'Y' FALSE 'N'.
       01  WS-GAP-PURGED-SW         PIC X(01) VALUE 'N'.
           88  WS-GAP-PURGED             VALUE 'Y' FALSE 'N'.
       01  WS-GAP-ACCT              PIC 9(07) VALUE ZERO.

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

      * Exception-detail support: a missing EXCPDTL DD only costs
      * the per-finding rows, never the sweep.
       01  WS-EXCPDTL-STATUS        PIC X(02).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).

      * Proposed corrections - the closure built here in the
      * ACCTTRAN layout is what goes out on the PROPDTL row.
       01  WS-PROPDTL-STATUS        PIC X(02).
       01  WS-PROPDTL-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-PROPDTL-OPEN           VALUE 'Y' FALSE 'N'.
       01  WS-PD-REASON             PIC X(20).
           COPY DATATRN.

       01  WS-CT-RECORDS-READ       PIC 9(05) VALUE ZERO.
       01  WS-CT-GAPS               PIC 9(05) VALUE ZERO.
       01  WS-CT-PURGED-GAPS        PIC 9(05) VALUE ZERO.
       01  WS-CT-DUPLICATES         PIC 9(05) VALUE ZERO.
       01  WS-CT-OUT-OF-RANGE       PIC 9(05) VALUE ZERO.
       01  WS-CT-CHECK-DIGIT        PIC 9(05) VALUE ZERO.
       01  WS-CT-PROPOSED           PIC 9(05) VALUE ZERO.
      * WS-MSG1 has room for four digits of the check digit count -
      * the full count is in the diagnostic exceptions.
       01  WS-MSG-CHECK-DIGIT       PIC 9(04) VALUE ZERO.

       LINKAGE SECTION.

           else
               perform 1500-Open-Excpdtl
                   thru 1500-Open-Excpdtl-Exit
               perform 1550-Open-Propdtl
                   thru 1550-Open-Propdtl-Exit
               perform 1600-Open-Purgnum
                   thru 1600-Open-Purgnum-Exit
               perform 2000-Sweep-One-Record
                   thru 2000-Sweep-One-Record-Exit
                   until WS-ACCTRANGE-EOF
               if WS-Excpdtl-Open
                   CLOSE EXCPDTL-FILE
               end-if
               if WS-Purgnum-Open
                   CLOSE PURGNUM-FILE
                   Display 'RULE24: ' WS-CT-PURGED-GAPS
                       ' gaps left by purged accounts not reported'
               end-if
               if WS-Propdtl-Open
                   CLOSE PROPDTL-FILE
                   Display 'RULE24: ' WS-CT-PROPOSED
                       ' corrections proposed'
               end-if
               perform 3000-Set-Result thru 3000-Set-Result-Exit
           end-if.
           EXIT PROGRAM.
           Exit Paragraph.
          1500-Open-Excpdtl-Exit.
           Exit Paragraph.
      *
          1550-Open-Propdtl.
           OPEN EXTEND PROPDTL-FILE.
           if WS-PROPDTL-STATUS not = '00'
               and WS-PROPDTL-STATUS not = '05'
               OPEN OUTPUT PROPDTL-FILE
           end-if.
           if WS-PROPDTL-STATUS = '00'
               set WS-Propdtl-Open to true
           else
               Display 'RULE24: PROPDTL not available, status='
                   WS-PROPDTL-STATUS ' - no corrections proposed'
           end-if.
           Exit Paragraph.
          1550-Open-Propdtl-Exit.
           Exit Paragraph.
      *
          1600-Open-Purgnum.
           OPEN INPUT PURGNUM-FILE.
           if WS-PURGNUM-OK
               set WS-Purgnum-Open to true
           else
               Display 'RULE24: PURGNUM not available, status='
                   WS-PURGNUM-STATUS ' - gaps left by purged'
                   ' accounts are reported'
           end-if.
           Exit Paragraph.
          1600-Open-Purgnum-Exit.
           Exit Paragraph.
      *
          2300-Write-Exception.
      * One EXCPDTL row per finding - the account numbers the
           Exit Paragraph.
          2300-Write-Exception-Exit.
           Exit Paragraph.
      *
          2400-Propose-Close.
      * The later record of a duplicate pair is closed, the earlier
      * left standing - one already closed needs nothing. Keyed as
      * the DUPSEQ finding it corrects.
           if not WS-Propdtl-Open or ACCT-Inactive
               GO TO 2400-Propose-Close-Exit
           end-if.
           Move ACCT-NUMBER to WS-CD-ACCT.
           perform 2160-Compute-Check-Digit
               thru 2160-Compute-Check-Digit-Exit.
           Move SPACES      to ACCTTRAN-RECORD.
           set TR-Close     to true.
           Move ACCT-NUMBER to TR-ACCT-NUMBER.
           Move ZERO        to TR-ACCT-OPEN-BAL.
           Move WS-CD-DIGIT to TR-CHECK-DIGIT.
           Move 'CLOSE LATER DUP' to WS-PD-REASON.
           Move WS-CURRENT-TIMESTAMP to PD-TIMESTAMP.
           Move WS-Rule              to PD-RULE.
           Move WS-XD-KEY            to PD-RECORD-KEY.
           Move WS-XD-TYPE           to PD-FIND-TYPE.
           Move WS-PD-REASON         to PD-REASON.
           Move ACCTTRAN-RECORD      to PD-TRAN-IMAGE.
           WRITE PROPDTL-RECORD.
           add 1 to WS-CT-PROPOSED.
           Exit Paragraph.
          2400-Propose-Close-Exit.
           Exit Paragraph.
      *
          1000-Parse-Range-Args.
           set WS-Range-Given to false.
                   add 1 to WS-CT-RECORDS-READ
                   perform 2100-Check-Sequence
                       thru 2100-Check-Sequence-Exit
                   perform 2150-Check-Digit
                       thru 2150-Check-Digit-Exit
                   if WS-Range-Given
                       and (ACCT-NUMBER < WS-RANGE-START
                           or ACCT-NUMBER > WS-RANGE-END)
                       Move ACCT-NUMBER to WS-XD-KEY
                       perform 2300-Write-Exception
                           thru 2300-Write-Exception-Exit
                       if ACCT-NUMBER = WS-PRIOR-ACCT
                           perform 2400-Propose-Close
                               thru 2400-Propose-Close-Exit
                       end-if
                   when ACCT-NUMBER > WS-PRIOR-ACCT + 1
                       perform 2120-Check-Purged-Gap
                           thru 2120-Check-Purged-Gap-Exit
                       if WS-Gap-Purged
                           add 1 to WS-CT-PURGED-GAPS
                       else
                           perform 2110-Note-Gap thru 2110-Note-Gap-Exit
                       end-if
                   when other
                       continue
               end-evaluate
           Exit Paragraph.
          2100-Check-Sequence-Exit.
           Exit Paragraph.
      *
          2110-Note-Gap.
           add 1 to WS-CT-GAPS.
           Move SPACES to WS-DIAG-TEXT.
           STRING 'GAP AFTER ' WS-PRIOR-ACCT
               ' NEXT IS ' ACCT-NUMBER
               DELIMITED BY SIZE INTO WS-DIAG-TEXT.
           perform 2200-Add-Diag-Message
               thru 2200-Add-Diag-Message-Exit.
           Move 'GAP'         to WS-XD-TYPE.
           Move WS-PRIOR-ACCT to WS-XD-KEY.
           perform 2300-Write-Exception
               thru 2300-Write-Exception-Exit.
           Exit Paragraph.
          2110-Note-Gap-Exit.
           Exit Paragraph.
      *
          2120-Check-Purged-Gap.
      * Every number between WS-PRIOR-ACCT and ACCT-NUMBER must be on
      * PURGNUM - the first one that is not ends the look-up.
           set WS-Gap-Purged to false.
           if not WS-Purgnum-Open
               GO TO 2120-Check-Purged-Gap-Exit
           end-if.
           set WS-Gap-Purged to true.
           compute WS-GAP-ACCT = WS-PRIOR-ACCT + 1.
           perform 2130-Check-One-Purged
               thru 2130-Check-One-Purged-Exit
               until WS-GAP-ACCT >= ACCT-NUMBER
                  or not WS-Gap-Purged.
           Exit Paragraph.
          2120-Check-Purged-Gap-Exit.
           Exit Paragraph.
      *
          2130-Check-One-Purged.
           Move WS-GAP-ACCT to PN-ACCT-NUMBER.
           READ PURGNUM-FILE
               INVALID KEY continue
           end-read.
           if not WS-PURGNUM-OK
               set WS-Gap-Purged to false
           end-if.
           add 1 to WS-GAP-ACCT.
           Exit Paragraph.
          2130-Check-One-Purged-Exit.
           Exit Paragraph.
      *
          2150-Check-Digit.
           Move SPACES to WS-DIAG-TEXT.
           if ACCT-CHECK-DIGIT not numeric
               STRING 'CHECK DIGIT MISSING AT ' ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-DIAG-TEXT
           else
               Move ACCT-NUMBER to WS-CD-ACCT
               perform 2160-Compute-Check-Digit
                   thru 2160-Compute-Check-Digit-Exit
               if ACCT-CHECK-DIGIT not = WS-CD-DIGIT
                   STRING 'CHECK DIGIT FAILS AT ' ACCT-NUMBER
                       '-' ACCT-CHECK-DIGIT
                       DELIMITED BY SIZE INTO WS-DIAG-TEXT
               end-if
           end-if.
           if WS-DIAG-TEXT = SPACES
               GO TO 2150-Check-Digit-Exit
           end-if.
           add 1 to WS-CT-CHECK-DIGIT.
           perform 2200-Add-Diag-Message
               thru 2200-Add-Diag-Message-Exit.
           Move 'CHKDIGIT'  to WS-XD-TYPE.
           Move ACCT-NUMBER to WS-XD-KEY.
           perform 2300-Write-Exception
               thru 2300-Write-Exception-Exit.
           Exit Paragraph.
          2150-Check-Digit-Exit.
           Exit Paragraph.
      *
          2160-Compute-Check-Digit.
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
          2160-Compute-Check-Digit-Exit.
           Exit Paragraph.
      *
          2200-Add-Diag-Message.
      * First five findings travel back in the diagnostic block in
                   Move 124 to WS-RESULT
               when WS-CT-OUT-OF-RANGE > 0
                   Move 134 to WS-RESULT
               when WS-CT-CHECK-DIGIT > 0
                   Move 144 to WS-RESULT
               when other
                   Move 024 to WS-RESULT
           end-evaluate.
           if WS-CT-CHECK-DIGIT > 9999
               Move 9999 to WS-MSG-CHECK-DIGIT
           else
               Move WS-CT-CHECK-DIGIT to WS-MSG-CHECK-DIGIT
           end-if.
           Move SPACES to WS-MSG1.
           STRING 'G=' WS-CT-GAPS
                  ' D=' WS-CT-DUPLICATES
                  ' R=' WS-CT-OUT-OF-RANGE
                  ' C=' WS-MSG-CHECK-DIGIT
                  DELIMITED BY SIZE INTO WS-MSG1.
           Move WS-CT-RECORDS-READ to WS-DIAG-RECORDS.
           compute WS-DIAG-EXCEPTIONS =
               WS-CT-GAPS + WS-CT-DUPLICATES + WS-CT-OUT-OF-RANGE
               + WS-CT-CHECK-DIGIT.
           Exit Paragraph.
          3000-Set-Result-Exit.
           Exit Paragraph.
