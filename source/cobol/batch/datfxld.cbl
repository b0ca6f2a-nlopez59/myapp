       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATFXLD.
      * Exchange-rate load. Treasury sends the day's closing rates
      * against the reporting currency as a pipe-delimited FXFEED
      * file, and this step keeps them on FXRATE (see DATFXRT) by
      * business date, for RULE25, DATAAPL's trial balance and
      * DATFEXT to convert the accounts held in other currencies:
      *
      *   H|FXRATE|yyyymmdd|ccy             business date, reporting
      *                                     currency
      *   D|ccy|rate                        one per currency
      *   T|nnnnnnn                         count of D records
      *
      * A rate is the reporting-currency value of one unit of the
      * currency - digits with an optional point and up to six
      * decimals (1.084512), at most five digits before the point,
      * never zero. Each detail is checked - currency three letters
      * and not the reporting currency itself, the rate numeric and
      * above zero, the currency not given twice (both lines are
      * rejected: which one treasury meant is theirs to say).
      *
      * The accepted rates replace whatever FXRATE held for the
      * business date - a resent feed is the day's rates, not an
      * addition to them - and the reporting currency is written for
      * the date at rate 1, under its code and under blank, so a
      * reader can name it (see DATFXRT). Rates for other dates are
      * left alone; FXRATE is the rate history.
      *
      * The feed is refused outright, FXRATE left as it was, when it
      * has no header or trailer, the trailer count does not balance,
      * it carries more than 100 currencies, or not one detail is
      * accepted. A currency rejected or missing from the feed has no
      * rate for the day, which RULE25 reports as 945 and DATAAPL and
      * DATFEXT flag - get the corrected feed from treasury and rerun
      * this step, then the reports.
      *
      * RC 0 = loaded; RC 4 = loaded with rejects; RC 12 = refused;
      * RC 999 = FXRATE failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXFEED-FILE   ASSIGN TO 'FXFEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXFEED-STATUS.
           SELECT FXRATE-FILE   ASSIGN TO 'FXRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXFEED-FILE.
       01  FXFEED-RECORD            PIC X(80).

       FD  FXRATE-FILE.
           COPY DATFXRT.

       WORKING-STORAGE SECTION.
       01  WS-FXFEED-STATUS         PIC X(02).
           88  WS-FXFEED-OK              VALUE '00'.
           88  WS-FXFEED-EOF              VALUE '10'.
       01  WS-FXRATE-STATUS         PIC X(02).
           88  WS-FXRATE-OK              VALUE '00'.
           88  WS-FXRATE-EOF              VALUE '10'.
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-LOAD-STAMP            PIC X(14).

       01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
           88  WS-Load-Refused            VALUE 'Y' FALSE 'N'.
       01  WS-REFUSE-REASON         PIC X(40) VALUE SPACES.
       01  WS-HEADER-SW             PIC X(01) VALUE 'N'.
           88  WS-Header-Seen             VALUE 'Y' FALSE 'N'.
       01  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  WS-Trailer-Seen            VALUE 'Y' FALSE 'N'.
       01  WS-FXRATE-FAILED-SW      PIC X(01) VALUE 'N'.
           88  WS-Fxrate-Failed           VALUE 'Y' FALSE 'N'.

       01  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01  WS-REPORT-CCY            PIC X(03) VALUE SPACES.
       01  WS-TRAILER-COUNT         PIC 9(07) VALUE ZERO.

      * One feed record split at the pipes.
       01  WS-FEED-FIELDS.
           05  WS-FLD OCCURS 4 TIMES     PIC X(20).
       01  WS-FLD-COUNT             PIC 9(04) COMP VALUE ZERO.

      * Currency code check - three letters A to Z.
       01  WS-CCY-TEXT              PIC X(20).
       01  WS-CCY-OK-SW             PIC X(01) VALUE 'N'.
           88  WS-Ccy-Ok                  VALUE 'Y' FALSE 'N'.

      * Rate parse - WS-RATE-TEXT in, WS-RATE-VALUE out. The trailer
      * count goes through it too, and is refused with decimals.
       01  WS-RATE-TEXT             PIC X(20).
       01  WS-RATE-INT              PIC X(20).
       01  WS-RATE-DEC              PIC X(20).
       01  WS-RATE-DELIM            PIC X(01).
       01  WS-RATE-INT-LEN          PIC 9(04) COMP VALUE ZERO.
       01  WS-RATE-DEC-LEN          PIC 9(04) COMP VALUE ZERO.
       01  WS-RATE-START            PIC 9(04) COMP VALUE ZERO.
       01  WS-RATE-DIGITS           PIC X(13).
       01  WS-RATE-NUMBER REDEFINES WS-RATE-DIGITS
                                    PIC 9(07)V9(06).
       01  WS-RATE-VALUE            PIC 9(07)V9(06) VALUE ZERO.
       01  WS-RATE-OK-SW            PIC X(01) VALUE 'N'.
           88  WS-Rate-Ok                 VALUE 'Y' FALSE 'N'.

      * Every detail on the feed, in feed order, so a currency found
      * twice can reject its earlier line too before anything is
      * written.
       01  WS-FEED-TABLE.
           05  WS-FT-ENTRY OCCURS 100 TIMES
                                 INDEXED BY FT-IDX.
               10  WS-FT-CCY-TEXT       PIC X(10).
               10  WS-FT-CURRENCY       PIC X(03).
               10  WS-FT-STATUS         PIC X(01).
                   88  WS-FT-Accepted        VALUE 'A'.
                   88  WS-FT-Rejected        VALUE 'R'.
               10  WS-FT-REASON         PIC X(30).
               10  WS-FT-RATE           PIC 9(05)V9(06).
       01  WS-FT-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-WORK-IDX              PIC 9(04) COMP VALUE ZERO.
       01  WS-DUP-SW                PIC X(01) VALUE 'N'.
           88  WS-Dup-Found               VALUE 'Y' FALSE 'N'.

       01  WS-RATE-EDIT             PIC ZZZZ9.999999.

       01  WS-CT-RECORDS            PIC 9(07) VALUE ZERO.
       01  WS-CT-DETAILS            PIC 9(07) VALUE ZERO.
       01  WS-CT-ACCEPTED           PIC 9(07) VALUE ZERO.
       01  WS-CT-REJECTED           PIC 9(07) VALUE ZERO.
       01  WS-CT-REPLACED           PIC 9(07) VALUE ZERO.
       01  WS-CT-WRITTEN            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           Move WS-CURRENT-DATE to WS-LOAD-STAMP(1:8).
           Move WS-CURRENT-TIME(1:6) to WS-LOAD-STAMP(9:6).
           Display '================================================'.
           Display 'DATFXLD - Exchange-Rate Load'.
           Display '================================================'.
           perform 1000-Read-Feed thru 1000-Read-Feed-Exit.
           if not WS-Load-Refused and WS-CT-ACCEPTED = ZERO
               Move 'NO CURRENCY ACCEPTED' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
           end-if.
           if not WS-Load-Refused
               perform 3000-Write-Rates thru 3000-Write-Rates-Exit
           end-if.
           perform 4000-Print-Details thru 4000-Print-Details-Exit.
           perform 5000-Print-Totals thru 5000-Print-Totals-Exit.
           evaluate true
               when WS-Load-Refused
                   continue
               when WS-Fxrate-Failed
                   Move 999 to RETURN-CODE
               when WS-CT-REJECTED > 0
                   Move 4 to RETURN-CODE
               when other
                   continue
           end-evaluate.
           STOP RUN.
      *
          1000-Read-Feed.
           OPEN INPUT FXFEED-FILE.
           if not WS-FXFEED-OK
               Display 'ERROR-999: Unable to open FXFEED status='
                   WS-FXFEED-STATUS
               Move 'FEED WILL NOT OPEN' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1000-Read-Feed-Exit
           end-if.
           perform 1100-Read-One-Record
               thru 1100-Read-One-Record-Exit
               until WS-FXFEED-EOF or WS-Load-Refused.
           CLOSE FXFEED-FILE.
           if WS-Load-Refused
               GO TO 1000-Read-Feed-Exit
           end-if.
           if not WS-Header-Seen
               Move 'NO HEADER RECORD' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1000-Read-Feed-Exit
           end-if.
           if not WS-Trailer-Seen
               Move 'NO TRAILER RECORD' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1000-Read-Feed-Exit
           end-if.
           if WS-CT-DETAILS not = WS-TRAILER-COUNT
               Display '  Trailer count : ' WS-TRAILER-COUNT
                   '  details read : ' WS-CT-DETAILS
               Move 'TRAILER COUNT DOES NOT BALANCE'
                 to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
           end-if.
           Exit Paragraph.
          1000-Read-Feed-Exit.
           Exit Paragraph.
      *
          1100-Read-One-Record.
           READ FXFEED-FILE
               AT END set WS-FXFEED-EOF to true
                   GO TO 1100-Read-One-Record-Exit
           end-read.
           add 1 to WS-CT-RECORDS.
           if FXFEED-RECORD = SPACES
               GO TO 1100-Read-One-Record-Exit
           end-if.
           Move SPACES to WS-FEED-FIELDS.
           Move ZERO to WS-FLD-COUNT.
           UNSTRING FXFEED-RECORD DELIMITED BY '|'
               INTO WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
               TALLYING IN WS-FLD-COUNT
           END-UNSTRING.
           if WS-Trailer-Seen
               Move 'RECORDS FOLLOW THE TRAILER' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1100-Read-One-Record-Exit
           end-if.
           evaluate WS-FLD(1)
               when 'H'
                   perform 1150-Check-Header
                       thru 1150-Check-Header-Exit
               when 'D'
                   if not WS-Header-Seen
                       Move 'NO HEADER RECORD' to WS-REFUSE-REASON
                       perform 1900-Refuse-Load
                           thru 1900-Refuse-Load-Exit
                   else
                       perform 1200-Check-Detail
                           thru 1200-Check-Detail-Exit
                   end-if
               when 'T'
                   perform 1170-Check-Trailer
                       thru 1170-Check-Trailer-Exit
               when other
                   Move 'UNKNOWN RECORD TYPE ON FEED'
                     to WS-REFUSE-REASON
                   perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
           end-evaluate.
           Exit Paragraph.
          1100-Read-One-Record-Exit.
           Exit Paragraph.
      *
          1150-Check-Header.
           if WS-Header-Seen
               Move 'SECOND HEADER RECORD' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1150-Check-Header-Exit
           end-if.
           Move WS-FLD(4) to WS-CCY-TEXT.
           perform 2400-Check-Currency thru 2400-Check-Currency-Exit.
           if WS-FLD(2) not = 'FXRATE'
               or WS-FLD(3)(1:8) not numeric
               or WS-FLD(3)(9:12) not = SPACES
               or not WS-Ccy-Ok
               Move 'HEADER IS NOT H|FXRATE|YYYYMMDD|CCY'
                 to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1150-Check-Header-Exit
           end-if.
           set WS-Header-Seen to true.
           Move WS-FLD(3)(1:8) to WS-BUSINESS-DATE.
           Move WS-FLD(4)(1:3) to WS-REPORT-CCY.
           Display 'Rates for business date ' WS-BUSINESS-DATE
               ' against ' WS-REPORT-CCY.
           Exit Paragraph.
          1150-Check-Header-Exit.
           Exit Paragraph.
      *
          1170-Check-Trailer.
           if not WS-Header-Seen
               Move 'NO HEADER RECORD' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1170-Check-Trailer-Exit
           end-if.
           Move WS-FLD(2) to WS-RATE-TEXT.
           perform 2500-Parse-Rate thru 2500-Parse-Rate-Exit.
           if not WS-Rate-Ok
               or WS-RATE-DEC-LEN > 0 or WS-RATE-INT-LEN > 7
               Move 'TRAILER COUNT IS NOT NUMERIC' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1170-Check-Trailer-Exit
           end-if.
           Move WS-RATE-VALUE to WS-TRAILER-COUNT.
           set WS-Trailer-Seen to true.
           Exit Paragraph.
          1170-Check-Trailer-Exit.
           Exit Paragraph.
      *
          1200-Check-Detail.
           add 1 to WS-CT-DETAILS.
           if WS-FT-COUNT >= 100
               Move 'MORE THAN 100 CURRENCIES' to WS-REFUSE-REASON
               perform 1900-Refuse-Load thru 1900-Refuse-Load-Exit
               GO TO 1200-Check-Detail-Exit
           end-if.
           add 1 to WS-FT-COUNT.
           set FT-IDX to WS-FT-COUNT.
           Move WS-FLD(2)(1:10) to WS-FT-CCY-TEXT(FT-IDX).
           Move SPACES to WS-FT-CURRENCY(FT-IDX) WS-FT-REASON(FT-IDX).
           Move 'A' to WS-FT-STATUS(FT-IDX).
           Move ZERO to WS-FT-RATE(FT-IDX).
           if WS-FLD-COUNT < 3
               Move 'TOO FEW FIELDS' to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           Move WS-FLD(2) to WS-CCY-TEXT.
           perform 2400-Check-Currency thru 2400-Check-Currency-Exit.
           if not WS-Ccy-Ok
               Move 'CURRENCY IS NOT 3 LETTERS' to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           Move WS-FLD(2)(1:3) to WS-FT-CURRENCY(FT-IDX).
      * The reporting currency's own rate is 1 by definition and is
      * written by the load - a different figure for it is an error
      * in the feed.
           if WS-FT-CURRENCY(FT-IDX) = WS-REPORT-CCY
               Move 'REPORTING CURRENCY ON DETAIL'
                 to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           perform 1300-Check-Duplicate thru 1300-Check-Duplicate-Exit.
           if WS-Dup-Found
               Move 'DUPLICATE CURRENCY ON FEED'
                 to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           Move WS-FLD(3) to WS-RATE-TEXT.
           perform 2500-Parse-Rate thru 2500-Parse-Rate-Exit.
           if not WS-Rate-Ok or WS-RATE-INT-LEN > 5
               or WS-RATE-VALUE = ZERO
               Move 'RATE NOT NUMERIC OR ZERO' to WS-FT-REASON(FT-IDX)
               GO TO 1200-Reject
           end-if.
           Move WS-RATE-VALUE to WS-FT-RATE(FT-IDX).
          1200-Accept.
           add 1 to WS-CT-ACCEPTED.
           GO TO 1200-Check-Detail-Exit.
          1200-Reject.
           Move 'R' to WS-FT-STATUS(FT-IDX).
           add 1 to WS-CT-REJECTED.
           Exit Paragraph.
          1200-Check-Detail-Exit.
           Exit Paragraph.
      *
          1300-Check-Duplicate.
      * Every earlier line for the same currency is pulled back out
      * along with this one.
           set WS-Dup-Found to false.
           perform 1310-Check-One-Earlier
               thru 1310-Check-One-Earlier-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX >= WS-FT-COUNT.
           Exit Paragraph.
          1300-Check-Duplicate-Exit.
           Exit Paragraph.
      *
          1310-Check-One-Earlier.
           if WS-FT-CURRENCY(WS-WORK-IDX) not = WS-FT-CURRENCY(FT-IDX)
               GO TO 1310-Check-One-Earlier-Exit
           end-if.
           set WS-Dup-Found to true.
           if WS-FT-Accepted(WS-WORK-IDX)
               Move 'R' to WS-FT-STATUS(WS-WORK-IDX)
               Move 'DUPLICATE CURRENCY ON FEED'
                 to WS-FT-REASON(WS-WORK-IDX)
               subtract 1 from WS-CT-ACCEPTED
               add 1 to WS-CT-REJECTED
           end-if.
           Exit Paragraph.
          1310-Check-One-Earlier-Exit.
           Exit Paragraph.
      *
          1900-Refuse-Load.
      * RC 12 is the refused-to-start code, as in DATCTLD - FXRATE
      * has not been touched.
           set WS-Load-Refused to true.
           Move 12 to RETURN-CODE.
           Display 'ERROR-999: Exchange-rate feed refused - '
               WS-REFUSE-REASON.
           Exit Paragraph.
          1900-Refuse-Load-Exit.
           Exit Paragraph.
      *
          2400-Check-Currency.
           set WS-Ccy-Ok to false.
           if WS-CCY-TEXT(4:17) not = SPACES
               GO TO 2400-Check-Currency-Exit
           end-if.
           if WS-CCY-TEXT(1:3) is not alphabetic-upper
               or WS-CCY-TEXT(1:1) = SPACE
               or WS-CCY-TEXT(2:1) = SPACE
               or WS-CCY-TEXT(3:1) = SPACE
               GO TO 2400-Check-Currency-Exit
           end-if.
           set WS-Ccy-Ok to true.
           Exit Paragraph.
          2400-Check-Currency-Exit.
           Exit Paragraph.
      *
          2500-Parse-Rate.
      * Digits, then an optional point and one to six decimals;
      * anything else leaves WS-Rate-Ok false. The integer and
      * decimal lengths are left for the caller's range checks.
           set WS-Rate-Ok to false.
           Move ZERO to WS-RATE-VALUE.
           Move SPACES to WS-RATE-INT WS-RATE-DEC WS-RATE-DELIM.
           Move ZERO to WS-RATE-INT-LEN WS-RATE-DEC-LEN.
           UNSTRING WS-RATE-TEXT DELIMITED BY '.' OR ALL SPACE
               INTO WS-RATE-INT DELIMITER IN WS-RATE-DELIM
                                COUNT IN WS-RATE-INT-LEN
                    WS-RATE-DEC COUNT IN WS-RATE-DEC-LEN
               ON OVERFLOW
                   GO TO 2500-Parse-Rate-Exit
           END-UNSTRING.
           if WS-RATE-INT-LEN = ZERO or WS-RATE-INT-LEN > 7
               GO TO 2500-Parse-Rate-Exit
           end-if.
           if WS-RATE-INT(1:WS-RATE-INT-LEN) not numeric
               GO TO 2500-Parse-Rate-Exit
           end-if.
           evaluate true
               when WS-RATE-DEC-LEN = ZERO
                   continue
               when WS-RATE-DELIM not = '.'
                   GO TO 2500-Parse-Rate-Exit
               when WS-RATE-DEC-LEN > 6
                   GO TO 2500-Parse-Rate-Exit
               when WS-RATE-DEC(1:WS-RATE-DEC-LEN) not numeric
                   GO TO 2500-Parse-Rate-Exit
           end-evaluate.
           Move ZEROS to WS-RATE-DIGITS.
           compute WS-RATE-START = 8 - WS-RATE-INT-LEN.
           Move WS-RATE-INT(1:WS-RATE-INT-LEN)
             to WS-RATE-DIGITS(WS-RATE-START:WS-RATE-INT-LEN).
           if WS-RATE-DEC-LEN > ZERO
               Move WS-RATE-DEC(1:WS-RATE-DEC-LEN)
                 to WS-RATE-DIGITS(8:WS-RATE-DEC-LEN)
           end-if.
           Move WS-RATE-NUMBER to WS-RATE-VALUE.
           set WS-Rate-Ok to true.
           Exit Paragraph.
          2500-Parse-Rate-Exit.
           Exit Paragraph.
      *
          3000-Write-Rates.
           OPEN I-O FXRATE-FILE.
           if not WS-FXRATE-OK
               Display 'ERROR-999: Unable to open FXRATE status='
                   WS-FXRATE-STATUS
               set WS-Fxrate-Failed to true
               GO TO 3000-Write-Rates-Exit
           end-if.
           perform 3100-Clear-Business-Date
               thru 3100-Clear-Business-Date-Exit.
           if WS-Fxrate-Failed
               CLOSE FXRATE-FILE
               GO TO 3000-Write-Rates-Exit
           end-if.
      * The reporting currency under blank and under its own code.
           Move SPACES        to FX-CURRENCY.
           Move 1             to FX-RATE.
           perform 3300-Put-Rate thru 3300-Put-Rate-Exit.
           Move WS-REPORT-CCY to FX-CURRENCY.
           Move 1             to FX-RATE.
           perform 3300-Put-Rate thru 3300-Put-Rate-Exit.
           perform 3200-Write-One-Rate
               thru 3200-Write-One-Rate-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX > WS-FT-COUNT.
           CLOSE FXRATE-FILE.
           Exit Paragraph.
          3000-Write-Rates-Exit.
           Exit Paragraph.
      *
          3100-Clear-Business-Date.
      * Every rate already held for the business date goes, so the
      * file carries exactly this feed's rates for the day.
           Move WS-BUSINESS-DATE to FX-RATE-DATE.
           Move LOW-VALUES       to FX-CURRENCY.
           START FXRATE-FILE KEY >= FX-KEY
               INVALID KEY set WS-FXRATE-EOF to true
           end-start.
           perform 3110-Clear-One-Rate
               thru 3110-Clear-One-Rate-Exit
               until WS-FXRATE-EOF or WS-Fxrate-Failed.
           Exit Paragraph.
          3100-Clear-Business-Date-Exit.
           Exit Paragraph.
      *
          3110-Clear-One-Rate.
           READ FXRATE-FILE NEXT RECORD
               AT END
                   set WS-FXRATE-EOF to true
                   GO TO 3110-Clear-One-Rate-Exit
           end-read.
           if FX-RATE-DATE not = WS-BUSINESS-DATE
               set WS-FXRATE-EOF to true
               GO TO 3110-Clear-One-Rate-Exit
           end-if.
           DELETE FXRATE-FILE RECORD
               INVALID KEY
                   Display 'ERROR-999: FXRATE delete failed status='
                       WS-FXRATE-STATUS ' currency ' FX-CURRENCY
                   set WS-Fxrate-Failed to true
               NOT INVALID KEY
                   add 1 to WS-CT-REPLACED
           end-delete.
           Exit Paragraph.
          3110-Clear-One-Rate-Exit.
           Exit Paragraph.
      *
          3200-Write-One-Rate.
           set FT-IDX to WS-WORK-IDX.
           if not WS-FT-Accepted(FT-IDX)
               GO TO 3200-Write-One-Rate-Exit
           end-if.
           Move WS-FT-CURRENCY(FT-IDX) to FX-CURRENCY.
           Move WS-FT-RATE(FT-IDX)     to FX-RATE.
           perform 3300-Put-Rate thru 3300-Put-Rate-Exit.
           Exit Paragraph.
          3200-Write-One-Rate-Exit.
           Exit Paragraph.
      *
          3300-Put-Rate.
      * FX-CURRENCY and FX-RATE are set by the caller.
           Move WS-BUSINESS-DATE to FX-RATE-DATE.
           Move WS-REPORT-CCY    to FX-REPORT-CCY.
           Move WS-LOAD-STAMP    to FX-LOADED-TS.
           WRITE FXRATE-RECORD
               INVALID KEY
                   Display 'ERROR-999: FXRATE write failed status='
                       WS-FXRATE-STATUS ' currency ' FX-CURRENCY
                   set WS-Fxrate-Failed to true
               NOT INVALID KEY
                   add 1 to WS-CT-WRITTEN
           end-write.
           Exit Paragraph.
          3300-Put-Rate-Exit.
           Exit Paragraph.
      *
          4000-Print-Details.
           Display 'CURRENCY DETAIL'.
           perform 4100-Print-One-Detail
               thru 4100-Print-One-Detail-Exit
               varying WS-WORK-IDX from 1 by 1
               until WS-WORK-IDX > WS-FT-COUNT.
           Exit Paragraph.
          4000-Print-Details-Exit.
           Exit Paragraph.
      *
          4100-Print-One-Detail.
           set FT-IDX to WS-WORK-IDX.
           if WS-FT-Accepted(FT-IDX)
               Move WS-FT-RATE(FT-IDX) to WS-RATE-EDIT
               Display '  ' WS-FT-CURRENCY(FT-IDX) '  ACCEPTED  rate '
                   WS-RATE-EDIT
           else
               Display '  ' WS-FT-CCY-TEXT(FT-IDX) '  REJECTED  '
                   WS-FT-REASON(FT-IDX)
           end-if.
           Exit Paragraph.
          4100-Print-One-Detail-Exit.
           Exit Paragraph.
      *
          5000-Print-Totals.
           Display '------------------------------------------------'.
           Display 'DATFXLD TOTALS'.
           Display '  Business date . . . . . . . : ' WS-BUSINESS-DATE.
           Display '  Reporting currency. . . . . : ' WS-REPORT-CCY.
           Display '  Feed records read . . . . . : ' WS-CT-RECORDS.
           Display '  Currency details. . . . . . : ' WS-CT-DETAILS.
           Display '  Accepted. . . . . . . . . . : ' WS-CT-ACCEPTED.
           Display '  Rejected. . . . . . . . . . : ' WS-CT-REJECTED.
           evaluate true
               when WS-Load-Refused
                   Display '  FEED REFUSED - FXRATE NOT CHANGED: '
                       WS-REFUSE-REASON
               when WS-Fxrate-Failed
                   Display '  FXRATE UPDATE FAILED - RERUN THE LOAD'
               when other
                   Display '  Earlier rates replaced. . . : '
                       WS-CT-REPLACED
                   Display '  FXRATE records written . . : '
                       WS-CT-WRITTEN
           end-evaluate.
           Display '================================================'.
           Exit Paragraph.
          5000-Print-Totals-Exit.
           Exit Paragraph.
