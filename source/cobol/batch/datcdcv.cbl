       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATCDCV.
      * One-time account check digit conversion - run once by the
      * DATCDCV proc (datcdcv.jcl) at cutover, between the REPRO of
      * ACCTMAST to a flat copy and the REPRO back into the cluster
      * redefined at the new record length.
      *
      * Reads the old 59-byte master records from OLDMAST and writes
      * each one to NEWMAST in the 60-byte DATACCT layout with the
      * check digit assigned from its account number (Luhn mod
      * 10 - see DATACCT), so every account already on the master
      * carries a digit from the first run of the new DATAAPL. The
      * records go out in the order they came in - key order from
      * the REPRO - and nothing else in them is touched.
      *
      * An account number that is not six digits cannot be given a
      * digit: the record is carried over with the digit blank and
      * listed, RULE24 reports it as a CHKDIGIT finding, and the
      * step ends RC 4 so the proc stops before the master is
      * redefined - look at the listed accounts first.
      *
      * RC 0 = every account converted; RC 4 = accounts listed
      * without a digit; RC 999 = OLDMAST or NEWMAST failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDMAST-FILE   ASSIGN TO 'OLDMAST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDMAST-STATUS.
           SELECT NEWMAST-FILE   ASSIGN TO 'NEWMAST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The master as it stood before the check digit - the DATACCT
      * layout less its last byte.
       FD  OLDMAST-FILE.
       01  OLDMAST-RECORD           PIC X(59).

      * The master with the check digit - DATACCT as it stood at the
      * cutover, before the currency and close date were added.
       FD  NEWMAST-FILE.
       01  NEWMAST-RECORD.
           05  NM-ACCT-NUMBER       PIC 9(06).
           05  NM-ACCT-NAME         PIC X(20).
           05  NM-ACCT-DEPT         PIC X(03).
           05  NM-ACCT-OPEN-BAL     PIC 9(07)V99.
           05  NM-ACCT-STATUS       PIC X(01).
           05  NM-ACCT-CURR-BAL     PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  NM-ACCT-LAST-POST-DATE
                                    PIC 9(08).
           05  NM-ACCT-CHECK-DIGIT  PIC 9(01).

       WORKING-STORAGE SECTION.
       01  WS-OLDMAST-STATUS        PIC X(02).
           88  WS-OLDMAST-OK             VALUE '00'.
           88  WS-OLDMAST-EOF             VALUE '10'.
       01  WS-NEWMAST-STATUS        PIC X(02).
           88  WS-NEWMAST-OK             VALUE '00'.

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

       01  WS-WRITE-FAILED-SW       PIC X(01) VALUE 'N'.
           88  WS-WRITE-FAILED          VALUE 'Y' FALSE 'N'.

       01  WS-CT-READ               PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-ASSIGNED           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-NO-DIGIT           PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-WRITTEN            PIC 9(07) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           OPEN INPUT OLDMAST-FILE.
           if not WS-OLDMAST-OK
               Display 'ERROR-999: Unable to open OLDMAST status='
                   WS-OLDMAST-STATUS
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           OPEN OUTPUT NEWMAST-FILE.
           if not WS-NEWMAST-OK
               Display 'ERROR-999: Unable to open NEWMAST status='
                   WS-NEWMAST-STATUS
               CLOSE OLDMAST-FILE
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           perform 1000-Convert-One-Account
               thru 1000-Convert-One-Account-Exit
               until WS-OLDMAST-EOF or WS-Write-Failed.
           CLOSE OLDMAST-FILE.
           CLOSE NEWMAST-FILE.
           perform 2000-Print-Totals thru 2000-Print-Totals-Exit.
      * A short NEWMAST must never be loaded over the master.
           evaluate true
               when WS-Write-Failed
                   Move 999 to RETURN-CODE
               when WS-CT-WRITTEN not = WS-CT-READ
                   Display 'ERROR-999: NEWMAST written '
                       WS-CT-WRITTEN ' of ' WS-CT-READ ' records'
                   Move 999 to RETURN-CODE
               when WS-CT-NO-DIGIT > 0
                   Move 4 to RETURN-CODE
               when other
                   Move 0 to RETURN-CODE
           end-evaluate.
           STOP RUN.
      *
          1000-Convert-One-Account.
           READ OLDMAST-FILE
               AT END set WS-OLDMAST-EOF to true
                   GO TO 1000-Convert-One-Account-Exit
           end-read.
           add 1 to WS-CT-READ.
      * The group move blank-fills the new last byte.
           Move OLDMAST-RECORD to NEWMAST-RECORD.
           if NM-ACCT-NUMBER is numeric
               Move NM-ACCT-NUMBER to WS-CD-ACCT
               perform 1100-Compute-Check-Digit
                   thru 1100-Compute-Check-Digit-Exit
               Move WS-CD-DIGIT to NM-ACCT-CHECK-DIGIT
               add 1 to WS-CT-ASSIGNED
           else
               Display 'WARNING-999: Account ' NEWMAST-RECORD(1:6)
                   ' not six digits - no check digit assigned'
               add 1 to WS-CT-NO-DIGIT
           end-if.
           WRITE NEWMAST-RECORD.
           if not WS-NEWMAST-OK
               Display 'ERROR-999: NEWMAST write failed status='
                   WS-NEWMAST-STATUS ' at record ' WS-CT-READ
               set WS-Write-Failed to true
               GO TO 1000-Convert-One-Account-Exit
           end-if.
           add 1 to WS-CT-WRITTEN.
           Exit Paragraph.
          1000-Convert-One-Account-Exit.
           Exit Paragraph.
      *
          1100-Compute-Check-Digit.
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
          1100-Compute-Check-Digit-Exit.
           Exit Paragraph.
      *
          2000-Print-Totals.
           Display '================================================'.
           Display 'DATCDCV: Account check digit conversion'.
           Display '  Master records read  . . . : ' WS-CT-READ.
           Display '  Check digits assigned  . . : ' WS-CT-ASSIGNED.
           Display '  Left without a digit . . . : ' WS-CT-NO-DIGIT.
           Display '  Records written  . . . . . : ' WS-CT-WRITTEN.
           Display '================================================'.
           Exit Paragraph.
          2000-Print-Totals-Exit.
           Exit Paragraph.
