       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATMASK.
      * Masked test copy of the account master. The BATCH generator's
      * ACCTRANGE is clean and synthetic; user acceptance testing
      * wants the real department mix, balance spread and share of
      * closed accounts, and real names cannot leave production.
      * This step copies ACCTMAST, or a sample of it taken evenly
      * across every department, into a test master with the names
      * masked, and writes a CTLFIG to match it so RULE25 reconciles
      * on the test copy as it does on the real one.
      *
      * Driven by MASKPARM, a KEYWORD=VALUE member the same shape as
      * DATBATCH's PARMLIB:
      *   TESTHLQ=qualifier    high-level qualifier the test copy is
      *                        cataloged under (required)
      *   PRODHLQ=qualifier    production qualifier (default
      *                        DAT.PROD)
      *   SAMPLE=nnnnn         keep one account in nnnnn in each
      *                        department (default 1, a full copy)
      *   PERTURB=nn           shift each balance by up to nn per
      *                        cent either way, 0 to 50 (default 0)
      *   BUSDATE=yyyymmdd     business date for CTLFIG (default the
      *                        latest ACCTFREG feed date, else today)
      *   MASKKEY=text         the masking key, 8 to 40 characters,
      *                        kept on its own secured member
      *
      * The copy is refused, RC 12 and nothing written, when TESTHLQ
      * is missing, is the production qualifier or starts with it,
      * or has a PROD qualifier anywhere in it - the masked master
      * must never land where production would read it. The proc
      * catalogs the test datasets from this step's work files only
      * after this step has passed the qualifier.
      *
      * ACCT-NAME is masked from the name itself and MASKKEY, so the
      * same name masks to the same value on every account and in
      * every copy made with the key, and cannot be worked back
      * without it. A blank name stays blank, so the data-quality
      * rules still find it. Every other field is copied as it
      * stands.
      *
      * The sample keeps the first account of each department in
      * key order and every nnnnn-th one after it. With PERTURB each
      * balance moves by a percentage taken from its account number
      * and the key, and one account per department and currency -
      * the largest - takes up the difference, so every department's
      * count and totals come out exactly as the sample's own. Where
      * that account cannot take it up within its field, that
      * department and currency is copied unperturbed and listed.
      *
      * CTLFIG carries each department's count and balances
      * converted at FXRATE's rates for the business date the way
      * RULE25 converts them (see DATFXRT), with no tolerance - the
      * test copy should reconcile exactly. A currency with no rate
      * for the date refuses the copy. The ACCTRANGE and CTLFIG
      * data-ready stamps for the date (see DATARDY) go to MASKRDY
      * for the test environment's DATARDY.
      *
      * MASKREG is a one-record ACCTFREG register for the test side
      * (see DATFREG), dated the business date, so RULE25 and the
      * other readers of the register take the copy's date there as
      * they take the latest feed's here. It stands for the copy, not
      * for a feed: sequence, counts and hashes are zero, so the test
      * DATAAPL takes any feed after it without a sequence warning.
      *
      * RC 0 = copied; RC 4 = copied, some departments unperturbed;
      * RC 12 = refused; RC 999 = file failure or totals not kept.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASKPARM-FILE ASSIGN TO 'MASKPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKPARM-STATUS.
           SELECT ACCTMAST-FILE ASSIGN TO 'ACCTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT ACCTFREG-FILE ASSIGN TO 'ACCTFREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTFREG-STATUS.
           SELECT FXRATE-FILE   ASSIGN TO 'FXRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FXRATE-STATUS.
           SELECT MASKRNG-FILE  ASSIGN TO 'MASKRNG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKRNG-STATUS.
           SELECT MASKCTL-FILE  ASSIGN TO 'MASKCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKCTL-STATUS.
           SELECT MASKRDY-FILE  ASSIGN TO 'MASKRDY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKRDY-STATUS.
           SELECT MASKREG-FILE  ASSIGN TO 'MASKREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASKPARM-FILE.
       01  MASKPARM-RECORD          PIC X(80).

       FD  ACCTMAST-FILE.
           COPY DATACCT.

       FD  ACCTFREG-FILE.
       01  ACCTFREG-IN-RECORD       PIC X(88).

       FD  FXRATE-FILE.
           COPY DATFXRT.

       FD  MASKRNG-FILE.
       01  MASKRNG-RECORD           PIC X(71).

       FD  MASKCTL-FILE.
           COPY DATCTLF.

       FD  MASKRDY-FILE.
           COPY DATARDY.

       FD  MASKREG-FILE.
       01  MASKREG-RECORD           PIC X(88).

       WORKING-STORAGE SECTION.
       01  WS-MASKPARM-STATUS       PIC X(02).
           88  WS-MASKPARM-OK            VALUE '00'.
           88  WS-MASKPARM-EOF            VALUE '10'.
       01  WS-ACCTMAST-STATUS       PIC X(02).
           88  WS-ACCTMAST-OK            VALUE '00'.
           88  WS-ACCTMAST-EOF            VALUE '10'.
       01  WS-ACCTFREG-STATUS       PIC X(02).
           88  WS-ACCTFREG-OK            VALUE '00'.
           88  WS-ACCTFREG-EOF            VALUE '10'.
       01  WS-FXRATE-STATUS         PIC X(02).
           88  WS-FXRATE-OK              VALUE '00'.
       01  WS-MASKRNG-STATUS        PIC X(02).
       01  WS-MASKCTL-STATUS        PIC X(02).
       01  WS-MASKRDY-STATUS        PIC X(02).
       01  WS-MASKREG-STATUS        PIC X(02).
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-COPY-STAMP            PIC X(14).

      * The register is read into, and the test copy's built in, here.
           COPY DATFREG.

       01  WS-PARM-KEYWORD          PIC X(10).
       01  WS-PARM-VALUE-TEXT       PIC X(40).
       01  WS-TEST-HLQ              PIC X(40) VALUE SPACES.
       01  WS-PROD-HLQ              PIC X(40) VALUE 'DAT.PROD'.
       01  WS-MASK-KEY              PIC X(40) VALUE SPACES.
       01  WS-SAMPLE-EVERY          PIC 9(05) VALUE 1.
       01  WS-PERTURB-PCT           PIC 9(02) VALUE ZERO.
       01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01  WS-VALUE-LEN             PIC 9(04) COMP VALUE ZERO.
       01  WS-PROD-LEN              PIC 9(04) COMP VALUE ZERO.

      * TESTHLQ split at its dots, to look for a PROD qualifier.
       01  WS-QUALIFIERS.
           05  WS-QUAL OCCURS 8 TIMES    PIC X(08).
       01  WS-QUAL-IDX              PIC 9(04) COMP VALUE ZERO.

       01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
           88  WS-Copy-Refused            VALUE 'Y' FALSE 'N'.
       01  WS-REFUSE-REASON         PIC X(40) VALUE SPACES.
       01  WS-FAILED-SW             PIC X(01) VALUE 'N'.
           88  WS-Copy-Failed             VALUE 'Y' FALSE 'N'.
       01  WS-PASS-SW               PIC X(01) VALUE '1'.
           88  WS-First-Pass              VALUE '1'.
           88  WS-Second-Pass             VALUE '2'.
       01  WS-KEEP-SW               PIC X(01) VALUE 'N'.
           88  WS-Keep-Account            VALUE 'Y' FALSE 'N'.
       01  WS-ENTRY-SW              PIC X(01) VALUE 'N'.
           88  WS-Entry-Ok                VALUE 'Y' FALSE 'N'.
       01  WS-FXRATE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-Fxrate-Open             VALUE 'Y' FALSE 'N'.
       01  WS-FXRATE-TRIED-SW       PIC X(01) VALUE 'N'.
           88  WS-Fxrate-Tried            VALUE 'Y' FALSE 'N'.

      * One entry per department, in the order first met: the
      * sampling count for each pass, and the converted totals
      * CTLFIG is written from.
       01  WS-DEPT-TABLE.
           05  WS-DT-ENTRY OCCURS 100 TIMES
                                 INDEXED BY DT-IDX.
               10  WS-DT-DEPT           PIC X(03).
               10  WS-DT-SEEN           PIC 9(07) COMP-3.
               10  WS-DT-KEPT           PIC 9(07) COMP-3.
               10  WS-DT-INACTIVE       PIC 9(07) COMP-3.
               10  WS-DT-CONV-OPEN      PIC S9(13)V99 COMP-3.
               10  WS-DT-CONV-CURR      PIC S9(13)V99 COMP-3.
       01  WS-DEPT-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-FIND-DEPT             PIC X(03).

      * One entry per department and currency kept: the sample's
      * totals, the perturbation owed and the account that takes it
      * up, and what the second pass actually wrote.
       01  WS-DEPT-CCY-TABLE.
           05  WS-DC-ENTRY OCCURS 300 TIMES
                                 INDEXED BY DC-IDX.
               10  WS-DC-DEPT           PIC X(03).
               10  WS-DC-CURRENCY       PIC X(03).
               10  WS-DC-COUNT          PIC 9(07) COMP-3.
               10  WS-DC-OPEN-TOTAL     PIC S9(13)V99 COMP-3.
               10  WS-DC-CURR-TOTAL     PIC S9(13)V99 COMP-3.
               10  WS-DC-DELTA-OPEN     PIC S9(13)V99 COMP-3.
               10  WS-DC-DELTA-CURR     PIC S9(13)V99 COMP-3.
               10  WS-DC-ABS-SW         PIC X(01).
                   88  WS-DC-Has-Absorber    VALUE 'Y'.
               10  WS-DC-ABS-ACCT       PIC 9(06).
               10  WS-DC-ABS-OPEN       PIC S9(09)V99 COMP-3.
               10  WS-DC-ABS-CURR       PIC S9(09)V99 COMP-3.
               10  WS-DC-ABS-DOPEN      PIC S9(09)V99 COMP-3.
               10  WS-DC-ABS-DCURR      PIC S9(09)V99 COMP-3.
               10  WS-DC-NEW-OPEN       PIC S9(09)V99 COMP-3.
               10  WS-DC-NEW-CURR       PIC S9(09)V99 COMP-3.
               10  WS-DC-PERTURB-SW     PIC X(01).
                   88  WS-DC-Perturbed       VALUE 'Y'.
               10  WS-DC-OUT-COUNT      PIC 9(07) COMP-3.
               10  WS-DC-OUT-OPEN       PIC S9(13)V99 COMP-3.
               10  WS-DC-OUT-CURR       PIC S9(13)V99 COMP-3.
               10  WS-DC-RATE           PIC 9(05)V9(06).
       01  WS-DC-COUNT-USED         PIC 9(04) COMP VALUE ZERO.
       01  WS-FIND-CCY              PIC X(03).
       01  WS-WORK-IDX              PIC 9(04) COMP VALUE ZERO.

      * Sampling - keep when (seen - 1) divides by SAMPLE.
       01  WS-SAMPLE-WORK           PIC 9(07) COMP-3.
       01  WS-SAMPLE-QUOT           PIC 9(07) COMP-3.
       01  WS-SAMPLE-REM            PIC 9(05) COMP-3.

      * Keyed hash over WS-HASH-TEXT(1:WS-HASH-LEN), carried on from
      * whatever WS-HASH-VALUE holds - the key's own hash to start.
      * A character's code is read through WS-CHAR-CODE.
       01  WS-HASH-TEXT             PIC X(40).
       01  WS-HASH-LEN              PIC 9(04) COMP VALUE ZERO.
       01  WS-HASH-POS              PIC 9(04) COMP VALUE ZERO.
       01  WS-HASH-VALUE            PIC 9(15) COMP-3 VALUE ZERO.
       01  WS-HASH-WORK             PIC 9(18) COMP-3 VALUE ZERO.
       01  WS-HASH-QUOT             PIC 9(18) COMP-3 VALUE ZERO.
       01  WS-KEY-HASH              PIC 9(15) COMP-3 VALUE ZERO.
       01  WS-HASH-DIGITS           PIC 9(15).
       01  WS-CHAR-WORK.
           05  WS-CHAR-PAIR         PIC X(02).
           05  WS-CHAR-CODE REDEFINES WS-CHAR-PAIR
                                    PIC 9(04) COMP.

      * Perturbation of the account in hand.
       01  WS-PCT-SPAN              PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PCT-REM               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PCT                   PIC S9(03) COMP-3 VALUE ZERO.
       01  WS-DELTA-OPEN            PIC S9(09)V99 COMP-3.
       01  WS-DELTA-CURR            PIC S9(09)V99 COMP-3.
       01  WS-EFF-CURR              PIC S9(09)V99 COMP-3.
       01  WS-NEW-AMOUNT            PIC S9(13)V99 COMP-3.

       01  WS-CT-READ               PIC 9(07) VALUE ZERO.
       01  WS-CT-KEPT               PIC 9(07) VALUE ZERO.
       01  WS-CT-WRITTEN            PIC 9(07) VALUE ZERO.
       01  WS-CT-BLANK-NAMES        PIC 9(07) VALUE ZERO.
       01  WS-CT-NOT-PERTURBED      PIC 9(05) VALUE ZERO.
       01  WS-CT-NO-RATE            PIC 9(05) VALUE ZERO.
       01  WS-CT-CTLFIG             PIC 9(05) VALUE ZERO.

       01  WS-RATE-EDIT             PIC ZZZZ9.999999.
       01  WS-AMT-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CNT-EDIT              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           Move WS-CURRENT-DATE to WS-COPY-STAMP(1:8).
           Move WS-CURRENT-TIME(1:6) to WS-COPY-STAMP(9:6).
           Display '================================================'.
           Display 'DATMASK - Masked Test Copy of ACCTMAST'.
           Display '================================================'.
           perform 0100-Read-Maskparm thru 0100-Read-Maskparm-Exit.
           if not WS-Copy-Refused
               perform 0300-Check-Target thru 0300-Check-Target-Exit
           end-if.
           if not WS-Copy-Refused
               perform 0400-Set-Business-Date
                   thru 0400-Set-Business-Date-Exit
               perform 1000-Select-Accounts
                   thru 1000-Select-Accounts-Exit
           end-if.
           if not WS-Copy-Refused and not WS-Copy-Failed
               perform 1600-Find-Rates thru 1600-Find-Rates-Exit
           end-if.
           if not WS-Copy-Refused and not WS-Copy-Failed
               perform 2000-Write-Test-Master
                   thru 2000-Write-Test-Master-Exit
           end-if.
           if not WS-Copy-Refused and not WS-Copy-Failed
               perform 3000-Write-Ctlfig thru 3000-Write-Ctlfig-Exit
           end-if.
           if not WS-Copy-Refused and not WS-Copy-Failed
               perform 3500-Stamp-Ready thru 3500-Stamp-Ready-Exit
           end-if.
           if not WS-Copy-Refused and not WS-Copy-Failed
               perform 3600-Write-Register
                   thru 3600-Write-Register-Exit
           end-if.
           perform 5000-Print-Totals thru 5000-Print-Totals-Exit.
           evaluate true
               when WS-Copy-Refused
                   continue
               when WS-Copy-Failed
                   Move 999 to RETURN-CODE
               when WS-CT-NOT-PERTURBED > 0
                   Move 4 to RETURN-CODE
               when other
                   continue
           end-evaluate.
           STOP RUN.
      *
          0100-Read-Maskparm.
           OPEN INPUT MASKPARM-FILE.
           if not WS-MASKPARM-OK
               Display 'ERROR-999: Unable to open MASKPARM status='
                   WS-MASKPARM-STATUS
               Move 'MASKPARM WILL NOT OPEN' to WS-REFUSE-REASON
               perform 0900-Refuse-Copy thru 0900-Refuse-Copy-Exit
               GO TO 0100-Read-Maskparm-Exit
           end-if.
           perform 0110-Read-Maskparm-Record
               thru 0110-Read-Maskparm-Record-Exit
               until WS-MASKPARM-EOF.
           CLOSE MASKPARM-FILE.
      * The key itself is never listed.
           Display 'DATMASK: MASKPARM TESTHLQ=' WS-TEST-HLQ.
           Display '          PRODHLQ=' WS-PROD-HLQ.
           Display '          SAMPLE=' WS-SAMPLE-EVERY
               ' PERTURB=' WS-PERTURB-PCT
               ' BUSDATE=' WS-BUSINESS-DATE.
           if WS-Copy-Refused
               GO TO 0100-Read-Maskparm-Exit
           end-if.
           Move ZERO to WS-VALUE-LEN.
           INSPECT WS-MASK-KEY TALLYING WS-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL '  '.
           if WS-VALUE-LEN < 8
               Move 'NO MASKKEY= OF 8 OR MORE CHARACTERS'
                 to WS-REFUSE-REASON
               perform 0900-Refuse-Copy thru 0900-Refuse-Copy-Exit
               GO TO 0100-Read-Maskparm-Exit
           end-if.
           Move WS-MASK-KEY to WS-HASH-TEXT.
           Move 40          to WS-HASH-LEN.
           Move ZERO        to WS-HASH-VALUE.
           perform 2600-Hash-Text thru 2600-Hash-Text-Exit.
           Move WS-HASH-VALUE to WS-KEY-HASH.
           compute WS-PCT-SPAN = WS-PERTURB-PCT * 2 + 1.
           Exit Paragraph.
          0100-Read-Maskparm-Exit.
           Exit Paragraph.
      *
          0110-Read-Maskparm-Record.
           READ MASKPARM-FILE
               AT END set WS-MASKPARM-EOF to true
               NOT AT END
                   perform 0120-Apply-Maskparm-Keyword
                       thru 0120-Apply-Maskparm-Keyword-Exit
           end-read.
           Exit Paragraph.
          0110-Read-Maskparm-Record-Exit.
           Exit Paragraph.
      *
          0120-Apply-Maskparm-Keyword.
           Move SPACES to WS-PARM-KEYWORD WS-PARM-VALUE-TEXT.
           UNSTRING MASKPARM-RECORD DELIMITED BY '='
               INTO WS-PARM-KEYWORD WS-PARM-VALUE-TEXT.
           Move ZERO to WS-VALUE-LEN.
           INSPECT WS-PARM-VALUE-TEXT TALLYING WS-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           evaluate WS-PARM-KEYWORD
               when 'TESTHLQ'
                   Move WS-PARM-VALUE-TEXT to WS-TEST-HLQ
               when 'PRODHLQ'
                   if WS-PARM-VALUE-TEXT not = SPACES
                       Move WS-PARM-VALUE-TEXT to WS-PROD-HLQ
                   end-if
               when 'MASKKEY'
                   Move WS-PARM-VALUE-TEXT to WS-MASK-KEY
               when 'SAMPLE'
                   evaluate true
                       when WS-VALUE-LEN = ZERO
                           continue
                       when WS-VALUE-LEN > 5
                           perform 0130-Bad-Keyword
                               thru 0130-Bad-Keyword-Exit
                       when WS-PARM-VALUE-TEXT(1:WS-VALUE-LEN)
                            not numeric
                           perform 0130-Bad-Keyword
                               thru 0130-Bad-Keyword-Exit
                       when other
                           Move WS-PARM-VALUE-TEXT(1:WS-VALUE-LEN)
                             to WS-SAMPLE-EVERY
                           if WS-SAMPLE-EVERY = ZERO
                               perform 0130-Bad-Keyword
                                   thru 0130-Bad-Keyword-Exit
                           end-if
                   end-evaluate
               when 'PERTURB'
                   evaluate true
                       when WS-VALUE-LEN = ZERO
                           continue
                       when WS-VALUE-LEN > 2
                           perform 0130-Bad-Keyword
                               thru 0130-Bad-Keyword-Exit
                       when WS-PARM-VALUE-TEXT(1:WS-VALUE-LEN)
                            not numeric
                           perform 0130-Bad-Keyword
                               thru 0130-Bad-Keyword-Exit
                       when other
                           Move WS-PARM-VALUE-TEXT(1:WS-VALUE-LEN)
                             to WS-PERTURB-PCT
                           if WS-PERTURB-PCT > 50
                               perform 0130-Bad-Keyword
                                   thru 0130-Bad-Keyword-Exit
                           end-if
                   end-evaluate
               when 'BUSDATE'
                   evaluate true
                       when WS-VALUE-LEN = ZERO
                           continue
                       when WS-VALUE-LEN not = 8
                           perform 0130-Bad-Keyword
                               thru 0130-Bad-Keyword-Exit
                       when WS-PARM-VALUE-TEXT(1:8) not numeric
                           perform 0130-Bad-Keyword
                               thru 0130-Bad-Keyword-Exit
                       when other
                           Move WS-PARM-VALUE-TEXT(1:8)
                             to WS-BUSINESS-DATE
                   end-evaluate
               when SPACES
                   continue
               when other
                   Display 'DATMASK: Ignoring unknown MASKPARM'
                       ' keyword ' WS-PARM-KEYWORD
           end-evaluate.
           Exit Paragraph.
          0120-Apply-Maskparm-Keyword-Exit.
           Exit Paragraph.
      *
          0130-Bad-Keyword.
           Display 'ERROR-999: MASKPARM ' WS-PARM-KEYWORD
               ' value not valid: ' WS-PARM-VALUE-TEXT.
           Move 'MASKPARM VALUE NOT VALID' to WS-REFUSE-REASON.
           perform 0900-Refuse-Copy thru 0900-Refuse-Copy-Exit.
           Exit Paragraph.
          0130-Bad-Keyword-Exit.
           Exit Paragraph.
      *
          0300-Check-Target.
      * Refused on the production qualifier itself, anything under
      * it, or a PROD qualifier at any level - a test copy is never
      * cataloged where production could pick it up.
           if WS-TEST-HLQ = SPACES
               Move 'NO TESTHLQ= ON MASKPARM' to WS-REFUSE-REASON
               perform 0900-Refuse-Copy thru 0900-Refuse-Copy-Exit
               GO TO 0300-Check-Target-Exit
           end-if.
           Move ZERO to WS-PROD-LEN.
           INSPECT WS-PROD-HLQ TALLYING WS-PROD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           if WS-TEST-HLQ(1:WS-PROD-LEN) = WS-PROD-HLQ(1:WS-PROD-LEN)
               and (WS-TEST-HLQ(WS-PROD-LEN + 1:1) = SPACE
                 or WS-TEST-HLQ(WS-PROD-LEN + 1:1) = '.')
               Move 'TESTHLQ IS A PRODUCTION QUALIFIER'
                 to WS-REFUSE-REASON
               perform 0900-Refuse-Copy thru 0900-Refuse-Copy-Exit
               GO TO 0300-Check-Target-Exit
           end-if.
           Move SPACES to WS-QUALIFIERS.
           UNSTRING WS-TEST-HLQ DELIMITED BY '.' OR SPACE
               INTO WS-QUAL(1) WS-QUAL(2) WS-QUAL(3) WS-QUAL(4)
                    WS-QUAL(5) WS-QUAL(6) WS-QUAL(7) WS-QUAL(8)
           END-UNSTRING.
           perform 0310-Check-One-Qualifier
               thru 0310-Check-One-Qualifier-Exit
               varying WS-QUAL-IDX from 1 by 1
               until WS-QUAL-IDX > 8 or WS-Copy-Refused.
           Exit Paragraph.
          0300-Check-Target-Exit.
           Exit Paragraph.
      *
          0310-Check-One-Qualifier.
           if WS-QUAL(WS-QUAL-IDX) = 'PROD'
               Move 'TESTHLQ HAS A PROD QUALIFIER' to WS-REFUSE-REASON
               perform 0900-Refuse-Copy thru 0900-Refuse-Copy-Exit
           end-if.
           Exit Paragraph.
          0310-Check-One-Qualifier-Exit.
           Exit Paragraph.
      *
          0400-Set-Business-Date.
      * The date the master was last brought up to, as RULE25 takes
      * it - the latest feed on the ACCTFREG register.
           if WS-BUSINESS-DATE not = ZERO
               GO TO 0400-Set-Business-Date-Exit
           end-if.
           OPEN INPUT ACCTFREG-FILE.
           if WS-ACCTFREG-OK
               perform 0410-Read-Register
                   thru 0410-Read-Register-Exit
                   until WS-ACCTFREG-EOF
               CLOSE ACCTFREG-FILE
           end-if.
           if WS-BUSINESS-DATE = ZERO
               Move WS-CURRENT-DATE to WS-BUSINESS-DATE
               Display 'DATMASK: No ACCTFREG feed date - CTLFIG'
                   ' dated today'
           end-if.
           Exit Paragraph.
          0400-Set-Business-Date-Exit.
           Exit Paragraph.
      *
          0410-Read-Register.
           READ ACCTFREG-FILE INTO ACCTFREG-RECORD
               AT END set WS-ACCTFREG-EOF to true
               NOT AT END
                   if FR-FEED-DATE numeric
                       and FR-FEED-DATE > WS-BUSINESS-DATE
                       Move FR-FEED-DATE to WS-BUSINESS-DATE
                   end-if
           end-read.
           Exit Paragraph.
          0410-Read-Register-Exit.
           Exit Paragraph.
      *
          0900-Refuse-Copy.
      * RC 12 is the refused-to-start code, as in DATCTLD - nothing
      * has been written for the proc to catalog.
           set WS-Copy-Refused to true.
           Move 12 to RETURN-CODE.
           Display 'ERROR-999: Test copy refused - ' WS-REFUSE-REASON.
           Exit Paragraph.
          0900-Refuse-Copy-Exit.
           Exit Paragraph.
      *
          1000-Select-Accounts.
      * First pass: the sample, its totals by department and
      * currency, and the perturbation each will owe.
           set WS-First-Pass to true.
           OPEN INPUT ACCTMAST-FILE.
           if not WS-ACCTMAST-OK
               Display 'ERROR-999: Unable to open ACCTMAST status='
                   WS-ACCTMAST-STATUS
               set WS-Copy-Failed to true
               GO TO 1000-Select-Accounts-Exit
           end-if.
           perform 1100-Select-One-Account
               thru 1100-Select-One-Account-Exit
               until WS-ACCTMAST-EOF or WS-Copy-Refused.
           CLOSE ACCTMAST-FILE.
           if WS-Copy-Refused
               GO TO 1000-Select-Accounts-Exit
           end-if.
           if WS-CT-KEPT = ZERO
               Move 'ACCTMAST HAS NO ACCOUNTS' to WS-REFUSE-REASON
               perform 0900-Refuse-Copy thru 0900-Refuse-Copy-Exit
               GO TO 1000-Select-Accounts-Exit
           end-if.
           if WS-PERTURB-PCT > ZERO
               perform 1500-Settle-Perturbation
                   thru 1500-Settle-Perturbation-Exit
                   varying WS-WORK-IDX from 1 by 1
                   until WS-WORK-IDX > WS-DC-COUNT-USED
           end-if.
           Exit Paragraph.
          1000-Select-Accounts-Exit.
           Exit Paragraph.
      *
          1100-Select-One-Account.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   set WS-ACCTMAST-EOF to true
                   GO TO 1100-Select-One-Account-Exit
           end-read.
           add 1 to WS-CT-READ.
           perform 1200-Sample-Account thru 1200-Sample-Account-Exit.
           if not WS-Keep-Account
               GO TO 1100-Select-One-Account-Exit
           end-if.
           add 1 to WS-CT-KEPT.
           add 1 to WS-DT-KEPT(DT-IDX).
           if ACCT-INACTIVE
               add 1 to WS-DT-INACTIVE(DT-IDX)
           end-if.
           Move ACCT-DEPT     to WS-FIND-DEPT.
           Move ACCT-CURRENCY to WS-FIND-CCY.
           perform 1850-Find-Dept-Ccy-Entry
               thru 1850-Find-Dept-Ccy-Entry-Exit.
           if not WS-Entry-Ok
               GO TO 1100-Select-One-Account-Exit
           end-if.
      * A current balance not yet carried forward by DATAAPL stands
      * at the opening balance, as RULE25 counts it.
           if ACCT-CURR-BAL numeric
               Move ACCT-CURR-BAL to WS-EFF-CURR
           else
               Move ACCT-OPEN-BAL to WS-EFF-CURR
           end-if.
           add 1             to WS-DC-COUNT(DC-IDX).
           add ACCT-OPEN-BAL to WS-DC-OPEN-TOTAL(DC-IDX).
           add WS-EFF-CURR   to WS-DC-CURR-TOTAL(DC-IDX).
           if WS-PERTURB-PCT = ZERO
               GO TO 1100-Select-One-Account-Exit
           end-if.
           perform 2200-Compute-Delta thru 2200-Compute-Delta-Exit.
           add WS-DELTA-OPEN to WS-DC-DELTA-OPEN(DC-IDX).
           add WS-DELTA-CURR to WS-DC-DELTA-CURR(DC-IDX).
      * The largest opening balance with a current balance of its
      * own takes up the difference.
           if ACCT-CURR-BAL numeric
               and (not WS-DC-Has-Absorber(DC-IDX)
                 or ACCT-OPEN-BAL > WS-DC-ABS-OPEN(DC-IDX))
               Move 'Y'           to WS-DC-ABS-SW(DC-IDX)
               Move ACCT-NUMBER   to WS-DC-ABS-ACCT(DC-IDX)
               Move ACCT-OPEN-BAL to WS-DC-ABS-OPEN(DC-IDX)
               Move ACCT-CURR-BAL to WS-DC-ABS-CURR(DC-IDX)
               Move WS-DELTA-OPEN to WS-DC-ABS-DOPEN(DC-IDX)
               Move WS-DELTA-CURR to WS-DC-ABS-DCURR(DC-IDX)
           end-if.
           Exit Paragraph.
          1100-Select-One-Account-Exit.
           Exit Paragraph.
      *
          1200-Sample-Account.
      * Both passes count the same accounts in the same key order,
      * so both keep the same ones.
           set WS-Keep-Account to false.
           Move ACCT-DEPT to WS-FIND-DEPT.
           perform 1800-Find-Dept-Entry thru 1800-Find-Dept-Entry-Exit.
           if not WS-Entry-Ok
               GO TO 1200-Sample-Account-Exit
           end-if.
           add 1 to WS-DT-SEEN(DT-IDX).
           compute WS-SAMPLE-WORK = WS-DT-SEEN(DT-IDX) - 1.
           divide WS-SAMPLE-WORK by WS-SAMPLE-EVERY
               giving WS-SAMPLE-QUOT remainder WS-SAMPLE-REM.
           if WS-SAMPLE-REM = ZERO
               set WS-Keep-Account to true
           end-if.
           Exit Paragraph.
          1200-Sample-Account-Exit.
           Exit Paragraph.
      *
          1500-Settle-Perturbation.
      * The absorbing account gives back what every other account
      * in its department and currency was moved by; where that
      * would take it outside its field the entry is not perturbed.
           set DC-IDX to WS-WORK-IDX.
           Move 'N' to WS-DC-PERTURB-SW(DC-IDX).
           if not WS-DC-Has-Absorber(DC-IDX)
               GO TO 1510-Not-Perturbed
           end-if.
           compute WS-NEW-AMOUNT = WS-DC-ABS-OPEN(DC-IDX)
               - (WS-DC-DELTA-OPEN(DC-IDX) - WS-DC-ABS-DOPEN(DC-IDX)).
           if WS-NEW-AMOUNT < ZERO or WS-NEW-AMOUNT > 9999999.99
               GO TO 1510-Not-Perturbed
           end-if.
           Move WS-NEW-AMOUNT to WS-DC-NEW-OPEN(DC-IDX).
           compute WS-NEW-AMOUNT = WS-DC-ABS-CURR(DC-IDX)
               - (WS-DC-DELTA-CURR(DC-IDX) - WS-DC-ABS-DCURR(DC-IDX)).
           if WS-NEW-AMOUNT < -999999999.99
               or WS-NEW-AMOUNT > 999999999.99
               GO TO 1510-Not-Perturbed
           end-if.
           Move WS-NEW-AMOUNT to WS-DC-NEW-CURR(DC-IDX).
           Move 'Y' to WS-DC-PERTURB-SW(DC-IDX).
           GO TO 1500-Settle-Perturbation-Exit.
          1510-Not-Perturbed.
           add 1 to WS-CT-NOT-PERTURBED.
           Display 'WARNING-999: Dept ' WS-DC-DEPT(DC-IDX)
               ' ccy ' WS-DC-CURRENCY(DC-IDX)
               ' copied unperturbed - no account can take up'
               ' the difference'.
           Exit Paragraph.
          1500-Settle-Perturbation-Exit.
           Exit Paragraph.
      *
          1600-Find-Rates.
      * Blank is the reporting currency at 1; every other code needs
      * its FXRATE record for the business date, or CTLFIG could not
      * match what RULE25 will convert.
           set WS-Fxrate-Open to false.
           set WS-Fxrate-Tried to false.
           perform 1610-Find-One-Rate thru 1610-Find-One-Rate-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX > WS-DC-COUNT-USED.
           if WS-Fxrate-Open
               CLOSE FXRATE-FILE
           end-if.
           if WS-CT-NO-RATE > ZERO
               Move 'NO FX RATE FOR A CURRENCY IN USE'
                 to WS-REFUSE-REASON
               perform 0900-Refuse-Copy thru 0900-Refuse-Copy-Exit
           end-if.
           Exit Paragraph.
          1600-Find-Rates-Exit.
           Exit Paragraph.
      *
          1610-Find-One-Rate.
           set DC-IDX to WS-WORK-IDX.
           Move 1 to WS-DC-RATE(DC-IDX).
           if WS-DC-CURRENCY(DC-IDX) = SPACES
               GO TO 1610-Find-One-Rate-Exit
           end-if.
           if not WS-Fxrate-Tried
               set WS-Fxrate-Tried to true
               OPEN INPUT FXRATE-FILE
               if WS-FXRATE-OK
                   set WS-Fxrate-Open to true
               else
                   Display 'ERROR-999: Unable to open FXRATE status='
                       WS-FXRATE-STATUS
               end-if
           end-if.
           if WS-Fxrate-Open
               Move WS-BUSINESS-DATE       to FX-RATE-DATE
               Move WS-DC-CURRENCY(DC-IDX) to FX-CURRENCY
               READ FXRATE-FILE
                   INVALID KEY continue
                   NOT INVALID KEY
                       Move FX-RATE to WS-DC-RATE(DC-IDX)
                       GO TO 1610-Find-One-Rate-Exit
               end-read
           end-if.
           add 1 to WS-CT-NO-RATE.
           Display 'ERROR-999: No FXRATE for ' WS-DC-CURRENCY(DC-IDX)
               ' on ' WS-BUSINESS-DATE ' (dept ' WS-DC-DEPT(DC-IDX)
               ')'.
           Exit Paragraph.
          1610-Find-One-Rate-Exit.
           Exit Paragraph.
      *
          1800-Find-Dept-Entry.
           set WS-Entry-Ok to true.
           set DT-IDX to 1.
           search WS-DT-ENTRY
               at end
                   perform 1900-Add-Dept-Entry
                       thru 1900-Add-Dept-Entry-Exit
               when DT-IDX > WS-DEPT-COUNT
                   perform 1900-Add-Dept-Entry
                       thru 1900-Add-Dept-Entry-Exit
               when WS-DT-DEPT(DT-IDX) = WS-FIND-DEPT
                   continue
           end-search.
           Exit Paragraph.
          1800-Find-Dept-Entry-Exit.
           Exit Paragraph.
      *
          1850-Find-Dept-Ccy-Entry.
           set WS-Entry-Ok to true.
           set DC-IDX to 1.
           search WS-DC-ENTRY
               at end
                   perform 1950-Add-Dept-Ccy-Entry
                       thru 1950-Add-Dept-Ccy-Entry-Exit
               when DC-IDX > WS-DC-COUNT-USED
                   perform 1950-Add-Dept-Ccy-Entry
                       thru 1950-Add-Dept-Ccy-Entry-Exit
               when WS-DC-DEPT(DC-IDX) = WS-FIND-DEPT
                and WS-DC-CURRENCY(DC-IDX) = WS-FIND-CCY
                   continue
           end-search.
           Exit Paragraph.
          1850-Find-Dept-Ccy-Entry-Exit.
           Exit Paragraph.
      *
          1900-Add-Dept-Entry.
      * The second pass meets only departments the first pass added.
           if WS-DEPT-COUNT >= 100
               set WS-Entry-Ok to false
               Move 'MORE THAN 100 DEPARTMENTS' to WS-REFUSE-REASON
               perform 0900-Refuse-Copy thru 0900-Refuse-Copy-Exit
               GO TO 1900-Add-Dept-Entry-Exit
           end-if.
           add 1 to WS-DEPT-COUNT.
           set DT-IDX to WS-DEPT-COUNT.
           Move WS-FIND-DEPT to WS-DT-DEPT(DT-IDX).
           Move ZERO to WS-DT-SEEN(DT-IDX) WS-DT-KEPT(DT-IDX)
                        WS-DT-INACTIVE(DT-IDX) WS-DT-CONV-OPEN(DT-IDX)
                        WS-DT-CONV-CURR(DT-IDX).
           Exit Paragraph.
          1900-Add-Dept-Entry-Exit.
           Exit Paragraph.
      *
          1950-Add-Dept-Ccy-Entry.
           if WS-DC-COUNT-USED >= 300
               set WS-Entry-Ok to false
               Move 'MORE THAN 300 DEPARTMENT CURRENCIES'
                 to WS-REFUSE-REASON
               perform 0900-Refuse-Copy thru 0900-Refuse-Copy-Exit
               GO TO 1950-Add-Dept-Ccy-Entry-Exit
           end-if.
           add 1 to WS-DC-COUNT-USED.
           set DC-IDX to WS-DC-COUNT-USED.
           Move WS-FIND-DEPT to WS-DC-DEPT(DC-IDX).
           Move WS-FIND-CCY  to WS-DC-CURRENCY(DC-IDX).
           Move ZERO to WS-DC-COUNT(DC-IDX) WS-DC-OPEN-TOTAL(DC-IDX)
                        WS-DC-CURR-TOTAL(DC-IDX)
                        WS-DC-DELTA-OPEN(DC-IDX)
                        WS-DC-DELTA-CURR(DC-IDX)
                        WS-DC-ABS-ACCT(DC-IDX) WS-DC-ABS-OPEN(DC-IDX)
                        WS-DC-ABS-CURR(DC-IDX) WS-DC-ABS-DOPEN(DC-IDX)
                        WS-DC-ABS-DCURR(DC-IDX) WS-DC-NEW-OPEN(DC-IDX)
                        WS-DC-NEW-CURR(DC-IDX) WS-DC-OUT-COUNT(DC-IDX)
                        WS-DC-OUT-OPEN(DC-IDX) WS-DC-OUT-CURR(DC-IDX)
                        WS-DC-RATE(DC-IDX).
           Move 'N' to WS-DC-ABS-SW(DC-IDX) WS-DC-PERTURB-SW(DC-IDX).
           Exit Paragraph.
          1950-Add-Dept-Ccy-Entry-Exit.
           Exit Paragraph.
      *
          2000-Write-Test-Master.
      * Second pass: the same sample, masked and perturbed, to the
      * MASKRNG work file in ACCTRANGE form.
           set WS-Second-Pass to true.
           perform 2010-Reset-Dept-Count
               thru 2010-Reset-Dept-Count-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX > WS-DEPT-COUNT.
           OPEN INPUT ACCTMAST-FILE.
           if not WS-ACCTMAST-OK
               Display 'ERROR-999: Unable to reopen ACCTMAST status='
                   WS-ACCTMAST-STATUS
               set WS-Copy-Failed to true
               GO TO 2000-Write-Test-Master-Exit
           end-if.
           OPEN OUTPUT MASKRNG-FILE.
           if WS-MASKRNG-STATUS not = '00'
               Display 'ERROR-999: Unable to open MASKRNG status='
                   WS-MASKRNG-STATUS
               set WS-Copy-Failed to true
               CLOSE ACCTMAST-FILE
               GO TO 2000-Write-Test-Master-Exit
           end-if.
           perform 2100-Write-One-Account
               thru 2100-Write-One-Account-Exit
               until WS-ACCTMAST-EOF or WS-Copy-Failed.
           CLOSE ACCTMAST-FILE.
           CLOSE MASKRNG-FILE.
           if not WS-Copy-Failed
               perform 2500-Prove-Totals thru 2500-Prove-Totals-Exit
                   varying WS-WORK-IDX from 1 by 1
                   until WS-WORK-IDX > WS-DC-COUNT-USED
           end-if.
           Exit Paragraph.
          2000-Write-Test-Master-Exit.
           Exit Paragraph.
      *
          2010-Reset-Dept-Count.
           set DT-IDX to WS-WORK-IDX.
           Move ZERO to WS-DT-SEEN(DT-IDX).
           Exit Paragraph.
          2010-Reset-Dept-Count-Exit.
           Exit Paragraph.
      *
          2100-Write-One-Account.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   set WS-ACCTMAST-EOF to true
                   GO TO 2100-Write-One-Account-Exit
           end-read.
           perform 1200-Sample-Account thru 1200-Sample-Account-Exit.
           if not WS-Keep-Account
               GO TO 2100-Write-One-Account-Exit
           end-if.
           Move ACCT-DEPT     to WS-FIND-DEPT.
           Move ACCT-CURRENCY to WS-FIND-CCY.
           perform 1850-Find-Dept-Ccy-Entry
               thru 1850-Find-Dept-Ccy-Entry-Exit.
           perform 2150-Mask-Name thru 2150-Mask-Name-Exit.
           if WS-PERTURB-PCT > ZERO and WS-DC-Perturbed(DC-IDX)
               if ACCT-NUMBER = WS-DC-ABS-ACCT(DC-IDX)
                   Move WS-DC-NEW-OPEN(DC-IDX) to ACCT-OPEN-BAL
                   Move WS-DC-NEW-CURR(DC-IDX) to ACCT-CURR-BAL
               else
                   perform 2200-Compute-Delta
                       thru 2200-Compute-Delta-Exit
                   add WS-DELTA-OPEN to ACCT-OPEN-BAL
                   if ACCT-CURR-BAL numeric
                       add WS-DELTA-CURR to ACCT-CURR-BAL
                   end-if
               end-if
           end-if.
           if ACCT-CURR-BAL numeric
               Move ACCT-CURR-BAL to WS-EFF-CURR
           else
               Move ACCT-OPEN-BAL to WS-EFF-CURR
           end-if.
           add 1             to WS-DC-OUT-COUNT(DC-IDX).
           add ACCT-OPEN-BAL to WS-DC-OUT-OPEN(DC-IDX).
           add WS-EFF-CURR   to WS-DC-OUT-CURR(DC-IDX).
           WRITE MASKRNG-RECORD FROM ACCTRANGE-RECORD.
           if WS-MASKRNG-STATUS not = '00'
               Display 'ERROR-999: MASKRNG write failed status='
                   WS-MASKRNG-STATUS ' account ' ACCT-NUMBER
               set WS-Copy-Failed to true
               GO TO 2100-Write-One-Account-Exit
           end-if.
           add 1 to WS-CT-WRITTEN.
           Exit Paragraph.
          2100-Write-One-Account-Exit.
           Exit Paragraph.
      *
          2150-Mask-Name.
           if ACCT-NAME = SPACES
               add 1 to WS-CT-BLANK-NAMES
               GO TO 2150-Mask-Name-Exit
           end-if.
           Move ACCT-NAME   to WS-HASH-TEXT.
           Move 20          to WS-HASH-LEN.
           Move WS-KEY-HASH to WS-HASH-VALUE.
           perform 2600-Hash-Text thru 2600-Hash-Text-Exit.
           Move WS-HASH-VALUE to WS-HASH-DIGITS.
           Move SPACES to ACCT-NAME.
           STRING 'NAME ' WS-HASH-DIGITS
               DELIMITED BY SIZE INTO ACCT-NAME.
           Exit Paragraph.
          2150-Mask-Name-Exit.
           Exit Paragraph.
      *
          2200-Compute-Delta.
      * The percentage comes from the account number and the key, so
      * both passes move an account by the same amount. A move that
      * would overflow the balance's field is not made.
           Move ACCT-NUMBER to WS-HASH-TEXT.
           Move 6           to WS-HASH-LEN.
           Move WS-KEY-HASH to WS-HASH-VALUE.
           perform 2600-Hash-Text thru 2600-Hash-Text-Exit.
           divide WS-HASH-VALUE by WS-PCT-SPAN
               giving WS-HASH-QUOT remainder WS-PCT-REM.
           compute WS-PCT = WS-PCT-REM - WS-PERTURB-PCT.
           compute WS-DELTA-OPEN rounded =
               ACCT-OPEN-BAL * WS-PCT / 100.
           compute WS-NEW-AMOUNT = ACCT-OPEN-BAL + WS-DELTA-OPEN.
           if WS-NEW-AMOUNT > 9999999.99
               Move ZERO to WS-DELTA-OPEN
           end-if.
      * Without a current balance of its own the record stands at its
      * opening balance, and moves with it.
           if ACCT-CURR-BAL numeric
               compute WS-DELTA-CURR rounded =
                   ACCT-CURR-BAL * WS-PCT / 100
               compute WS-NEW-AMOUNT = ACCT-CURR-BAL + WS-DELTA-CURR
               if WS-NEW-AMOUNT > 999999999.99
                   or WS-NEW-AMOUNT < -999999999.99
                   Move ZERO to WS-DELTA-CURR
               end-if
           else
               Move WS-DELTA-OPEN to WS-DELTA-CURR
           end-if.
           Exit Paragraph.
          2200-Compute-Delta-Exit.
           Exit Paragraph.
      *
          2500-Prove-Totals.
      * What was written must be the sample exactly - count and both
      * balance totals for every department and currency.
           set DC-IDX to WS-WORK-IDX.
           if WS-DC-OUT-COUNT(DC-IDX) = WS-DC-COUNT(DC-IDX)
               and WS-DC-OUT-OPEN(DC-IDX) = WS-DC-OPEN-TOTAL(DC-IDX)
               and WS-DC-OUT-CURR(DC-IDX) = WS-DC-CURR-TOTAL(DC-IDX)
               GO TO 2500-Prove-Totals-Exit
           end-if.
           Display 'ERROR-999: Dept ' WS-DC-DEPT(DC-IDX)
               ' ccy ' WS-DC-CURRENCY(DC-IDX)
               ' totals written do not match the sample'.
           set WS-Copy-Failed to true.
           Exit Paragraph.
          2500-Prove-Totals-Exit.
           Exit Paragraph.
      *
          2600-Hash-Text.
           perform 2610-Hash-One-Char thru 2610-Hash-One-Char-Exit
               varying WS-HASH-POS from 1 by 1
               until WS-HASH-POS > WS-HASH-LEN.
           Exit Paragraph.
          2600-Hash-Text-Exit.
           Exit Paragraph.
      *
          2610-Hash-One-Char.
           Move LOW-VALUE to WS-CHAR-PAIR(1:1).
           Move WS-HASH-TEXT(WS-HASH-POS:1) to WS-CHAR-PAIR(2:1).
           compute WS-HASH-WORK =
               WS-HASH-VALUE * 131 + WS-CHAR-CODE + 1.
           divide WS-HASH-WORK by 999999999999989
               giving WS-HASH-QUOT remainder WS-HASH-VALUE.
           Exit Paragraph.
          2610-Hash-One-Char-Exit.
           Exit Paragraph.
      *
          3000-Write-Ctlfig.
      * Converted per department and currency and rounded there, then
      * added into the department - the same order RULE25 works in,
      * so the figures agree to the cent.
           perform 3100-Convert-One-Entry
               thru 3100-Convert-One-Entry-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX > WS-DC-COUNT-USED.
           OPEN OUTPUT MASKCTL-FILE.
           if WS-MASKCTL-STATUS not = '00'
               Display 'ERROR-999: Unable to open MASKCTL status='
                   WS-MASKCTL-STATUS
               set WS-Copy-Failed to true
               GO TO 3000-Write-Ctlfig-Exit
           end-if.
           perform 3200-Write-One-Figure
               thru 3200-Write-One-Figure-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX > WS-DEPT-COUNT.
           CLOSE MASKCTL-FILE.
           Exit Paragraph.
          3000-Write-Ctlfig-Exit.
           Exit Paragraph.
      *
          3100-Convert-One-Entry.
           set DC-IDX to WS-WORK-IDX.
           Move WS-DC-DEPT(DC-IDX) to WS-FIND-DEPT.
           perform 1800-Find-Dept-Entry thru 1800-Find-Dept-Entry-Exit.
           compute WS-NEW-AMOUNT rounded =
               WS-DC-OUT-OPEN(DC-IDX) * WS-DC-RATE(DC-IDX).
           add WS-NEW-AMOUNT to WS-DT-CONV-OPEN(DT-IDX).
           compute WS-NEW-AMOUNT rounded =
               WS-DC-OUT-CURR(DC-IDX) * WS-DC-RATE(DC-IDX).
           add WS-NEW-AMOUNT to WS-DT-CONV-CURR(DT-IDX).
           Exit Paragraph.
          3100-Convert-One-Entry-Exit.
           Exit Paragraph.
      *
          3200-Write-One-Figure.
           set DT-IDX to WS-WORK-IDX.
           if WS-DT-KEPT(DT-IDX) = ZERO
               GO TO 3200-Write-One-Figure-Exit
           end-if.
           Move SPACES                  to CTLFIG-RECORD.
           Move WS-DT-DEPT(DT-IDX)      to CF-DEPT.
           Move WS-DT-KEPT(DT-IDX)      to CF-EXPECTED-COUNT.
           Move WS-DT-CONV-OPEN(DT-IDX) to CF-EXPECTED-TOTAL.
           Move ZERO                    to CF-TOLERANCE.
           Move WS-DT-CONV-CURR(DT-IDX) to CF-EXPECTED-CURR-TOTAL.
           Move WS-BUSINESS-DATE        to CF-BUSINESS-DATE.
           WRITE CTLFIG-RECORD.
           if WS-MASKCTL-STATUS not = '00'
               Display 'ERROR-999: MASKCTL write failed status='
                   WS-MASKCTL-STATUS ' dept ' WS-DT-DEPT(DT-IDX)
               set WS-Copy-Failed to true
               GO TO 3200-Write-One-Figure-Exit
           end-if.
           add 1 to WS-CT-CTLFIG.
           Exit Paragraph.
          3200-Write-One-Figure-Exit.
           Exit Paragraph.
      *
          3500-Stamp-Ready.
      * Both inputs RULE25 is gated on, stamped for the test side.
           OPEN OUTPUT MASKRDY-FILE.
           if WS-MASKRDY-STATUS not = '00'
               Display 'ERROR-999: Unable to open MASKRDY status='
                   WS-MASKRDY-STATUS
               set WS-Copy-Failed to true
               GO TO 3500-Stamp-Ready-Exit
           end-if.
           Move SPACES           to DATARDY-RECORD.
           Move 'ACCTRANGE'      to DR-DATASET.
           Move WS-BUSINESS-DATE to DR-BUSINESS-DATE.
           Move 'DATMASK'        to DR-PRODUCER.
           Move WS-COPY-STAMP    to DR-STAMPED-TS.
           WRITE DATARDY-RECORD.
           Move 'CTLFIG'         to DR-DATASET.
           WRITE DATARDY-RECORD.
           if WS-MASKRDY-STATUS not = '00'
               Display 'ERROR-999: MASKRDY write failed status='
                   WS-MASKRDY-STATUS
               set WS-Copy-Failed to true
           end-if.
           CLOSE MASKRDY-FILE.
           Exit Paragraph.
          3500-Stamp-Ready-Exit.
           Exit Paragraph.
      *
          3600-Write-Register.
      * The test side's register, dated the copy's business date.
           OPEN OUTPUT MASKREG-FILE.
           if WS-MASKREG-STATUS not = '00'
               Display 'ERROR-999: Unable to open MASKREG status='
                   WS-MASKREG-STATUS
               set WS-Copy-Failed to true
               GO TO 3600-Write-Register-Exit
           end-if.
           Move SPACES           to ACCTFREG-RECORD.
           Move WS-BUSINESS-DATE to FR-FEED-DATE.
           Move ZERO             to FR-FEED-SEQ FR-RECORD-COUNT
                                    FR-ACCT-HASH FR-BAL-HASH
                                    FR-APPLIED-COUNT FR-REJECTED-COUNT.
           Move WS-COPY-STAMP    to FR-APPLIED-TS.
           WRITE MASKREG-RECORD FROM ACCTFREG-RECORD.
           if WS-MASKREG-STATUS not = '00'
               Display 'ERROR-999: MASKREG write failed status='
                   WS-MASKREG-STATUS
               set WS-Copy-Failed to true
           end-if.
           CLOSE MASKREG-FILE.
           Exit Paragraph.
          3600-Write-Register-Exit.
           Exit Paragraph.
      *
          5000-Print-Totals.
           if WS-DEPT-COUNT > ZERO
               Display 'DEPARTMENT MIX        READ       KEPT'
                   '   INACTIVE'
               perform 5100-Print-One-Dept
                   thru 5100-Print-One-Dept-Exit
                   varying WS-WORK-IDX from 1 by 1
                   until WS-WORK-IDX > WS-DEPT-COUNT
           end-if.
           Display '------------------------------------------------'.
           Display 'DATMASK TOTALS'.
           Display '  Business date . . . . . . . : ' WS-BUSINESS-DATE.
           Display '  Accounts read . . . . . . . : ' WS-CT-READ.
           Display '  Accounts kept . . . . . . . : ' WS-CT-KEPT.
           Display '  Departments . . . . . . . . : ' WS-DEPT-COUNT.
           Display '  Blank names left blank. . . : '
               WS-CT-BLANK-NAMES.
           Display '  Unperturbed dept/currency . : '
               WS-CT-NOT-PERTURBED.
           evaluate true
               when WS-Copy-Refused
                   Display '  COPY REFUSED - NOTHING WRITTEN: '
                       WS-REFUSE-REASON
               when WS-Copy-Failed
                   Display '  COPY FAILED - DO NOT USE THE WORK FILES'
               when other
                   Display '  Test accounts written . . . : '
                       WS-CT-WRITTEN
                   Display '  CTLFIG records written. . . : '
                       WS-CT-CTLFIG
                   Display '  For TESTHLQ . . . . . . . . : '
                       WS-TEST-HLQ
           end-evaluate.
           Display '================================================'.
           Exit Paragraph.
          5000-Print-Totals-Exit.
           Exit Paragraph.
      *
          5100-Print-One-Dept.
           set DT-IDX to WS-WORK-IDX.
           Move WS-DT-SEEN(DT-IDX) to WS-CNT-EDIT.
           Display '  ' WS-DT-DEPT(DT-IDX) '          ' WS-CNT-EDIT
               with no advancing.
           Move WS-DT-KEPT(DT-IDX) to WS-CNT-EDIT.
           Display '  ' WS-CNT-EDIT with no advancing.
           Move WS-DT-INACTIVE(DT-IDX) to WS-CNT-EDIT.
           Display '  ' WS-CNT-EDIT.
           Exit Paragraph.
          5100-Print-One-Dept-Exit.
           Exit Paragraph.
