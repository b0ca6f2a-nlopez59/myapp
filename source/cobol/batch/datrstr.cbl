       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATRSTR.
      * Report repository store for the bound end-of-day document.
      * DATDIST gets each audience its pages on the day; this keeps
      * them. Reads the same bound report (EODRPT) DATDIST reads,
      * finds each program's section by the same banner lines
      * (DATRSEC), and stores every line in the RPTREPO KSDS (see
      * DATRPTR) under the section name and the business date
      * (DATBDGT) - so last Thursday's DATRPT pages can be read
      * online in DATP instead of asked of operations for a reprint.
      *
      * Each section/date gets a header record (line zero) holding
      * its line count, when it was stored, how long it is kept and
      * the DISTCTL recipients subscribed to it, which is who DATP
      * shows it to. The period comes from the RPTKEEP member (see
      * DATRKEP), 90 days for a section it does not name.
      *
      * A rerun for the same business date replaces that date's
      * sections rather than adding to them. After storing, every
      * section whose expiry date is before the business date is
      * deleted, header and lines, as are lines a failed run stored
      * for an earlier date without ever writing their header.
      * RC 4 = a DISTCTL or RPTKEEP record was ignored or there was
      * no BUSDATE control record, 8 = lines could not be stored.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTCTL-FILE  ASSIGN TO 'DISTCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTCTL-STATUS.
           SELECT RPTKEEP-FILE  ASSIGN TO 'RPTKEEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTKEEP-STATUS.
           SELECT EODRPT-FILE   ASSIGN TO 'EODRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EODRPT-STATUS.
           SELECT RPTREPO-FILE  ASSIGN TO 'RPTREPO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RPTREPO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTCTL-FILE.
           COPY DATDCTL.

       FD  RPTKEEP-FILE.
           COPY DATRKEP.

       FD  EODRPT-FILE.
       01  EODRPT-RECORD            PIC X(133).

       FD  RPTREPO-FILE.
           COPY DATRPTR.

       WORKING-STORAGE SECTION.
       01  WS-DISTCTL-STATUS        PIC X(02).
           88  WS-DISTCTL-OK             VALUE '00'.
           88  WS-DISTCTL-EOF             VALUE '10'.
       01  WS-RPTKEEP-STATUS        PIC X(02).
           88  WS-RPTKEEP-OK             VALUE '00'.
           88  WS-RPTKEEP-EOF             VALUE '10'.
       01  WS-EODRPT-STATUS         PIC X(02).
           88  WS-EODRPT-OK              VALUE '00'.
           88  WS-EODRPT-EOF              VALUE '10'.
       01  WS-RPTREPO-STATUS        PIC X(02).
           88  WS-RPTREPO-OK             VALUE '00'.

      * The BUSDATE control record's answer (DATBDGT) - the date
      * every section is stored under and expiry is judged by.
           COPY DATBDGP.
       01  WS-BUSINESS-DATE         PIC 9(08).
       01  WS-BUSINESS-INT          PIC 9(07).
       01  WS-EXPIRES-INT           PIC 9(07).
       01  WS-STORED-TS             PIC X(14).
       01  WS-CLOCK-DATE            PIC 9(08).
       01  WS-CLOCK-TIME            PIC 9(08).

      * Subscriptions loaded from DISTCTL - section and recipient,
      * one entry per control record, as DATDIST loads them.
       01  WS-SUB-TABLE.
           05  WS-SB-ENTRY OCCURS 32 TIMES
                                 INDEXED BY SB-IDX.
               10  WS-SB-SECTION        PIC X(08).
               10  WS-SB-RECIPIENT      PIC X(20).
       01  WS-SUB-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-SUB-SUB               PIC 9(04) COMP VALUE ZERO.

      * Retention periods loaded from RPTKEEP.
       01  WS-KEEP-TABLE.
           05  WS-KP-ENTRY OCCURS 32 TIMES
                                 INDEXED BY KP-IDX.
               10  WS-KP-SECTION        PIC X(08).
               10  WS-KP-DAYS           PIC 9(04).
       01  WS-KEEP-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-KEEP-SUB              PIC 9(04) COMP VALUE ZERO.
       01  WS-DEFAULT-KEEP-DAYS     PIC 9(04) VALUE 90.

           COPY DATRSEC.
       01  WS-MK-SUB                PIC 9(02) COMP VALUE ZERO.
       01  WS-MK-LEN                PIC 9(02) COMP VALUE ZERO.

       01  WS-CUR-SECTION           PIC X(08) VALUE 'DATBATCH'.
       01  WS-LINE-HELD             PIC X(133).

      * Sections met in this run's document - the lines stored for
      * each so far. A section is cleared of any earlier store for
      * the date the first time it is met.
       01  WS-SECTION-TABLE.
           05  WS-SC-ENTRY OCCURS 16 TIMES.
               10  WS-SC-SECTION        PIC X(08).
               10  WS-SC-LINES          PIC 9(07).
               10  WS-SC-REPLACED       PIC 9(07).
       01  WS-SECTION-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-SC-SUB                PIC 9(04) COMP VALUE ZERO.
       01  WS-REC-SUB               PIC 9(04) COMP VALUE ZERO.

       01  WS-CLEAR-SECTION         PIC X(08).
       01  WS-CLEAR-DATE            PIC 9(08).
       01  WS-CLEAR-COUNT           PIC 9(07).
       01  WS-CLEAR-END-SW          PIC X(01) VALUE 'N'.
           88  WS-CLEAR-END              VALUE 'Y' FALSE 'N'.

       01  WS-PURGE-END-SW          PIC X(01) VALUE 'N'.
           88  WS-PURGE-END              VALUE 'Y' FALSE 'N'.
       01  WS-PURGING-SW            PIC X(01) VALUE 'N'.
           88  WS-PURGING                VALUE 'Y' FALSE 'N'.
       01  WS-PURGE-SECTION         PIC X(08).
       01  WS-PURGE-DATE            PIC 9(08).

       01  WS-CT-LINES-READ         PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-LINES-STORED       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-STORE-ERRORS       PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-IGNORED            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CT-PURGED-REPORTS     PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-CT-PURGED-LINES       PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CT-ORPHAN-LINES       PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CT-UNSUBSCRIBED       PIC 9(05) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
          0000-Mainline.
           Move ZERO to RETURN-CODE.
           CALL 'DATBDGT' USING DATBDGT-PARMS.
           Move BG-BUSINESS-DATE to WS-BUSINESS-DATE.
           if BG-No-Control
               Display 'WARNING-999: No BUSDATE control record - '
                   'stored under the clock date ' WS-BUSINESS-DATE
               Move 4 to RETURN-CODE
           end-if.
           compute WS-BUSINESS-INT =
               function integer-of-date(WS-BUSINESS-DATE).
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           Move WS-CLOCK-DATE      to WS-STORED-TS(1:8).
           Move WS-CLOCK-TIME(1:6) to WS-STORED-TS(9:6).
           perform 1000-Load-Control thru 1000-Load-Control-Exit.
           perform 1200-Load-Retention thru 1200-Load-Retention-Exit.
           if RETURN-CODE > 4
               STOP RUN
           end-if.
           OPEN I-O RPTREPO-FILE.
           if not WS-RPTREPO-OK
               Display 'ERROR-999: Unable to open RPTREPO status='
                   WS-RPTREPO-STATUS
               Move 999 to RETURN-CODE
               STOP RUN
           end-if.
           perform 3000-Store-Report thru 3000-Store-Report-Exit.
           perform 4000-Write-Headers thru 4000-Write-Headers-Exit.
           perform 6000-Purge-Expired thru 6000-Purge-Expired-Exit.
           CLOSE RPTREPO-FILE.
           perform 5000-Print-Totals thru 5000-Print-Totals-Exit.
           if WS-CT-STORE-ERRORS > 0 and RETURN-CODE < 8
               Move 8 to RETURN-CODE
           end-if.
           if WS-CT-IGNORED > 0 and RETURN-CODE < 4
               Move 4 to RETURN-CODE
           end-if.
           STOP RUN.
      *
          1000-Load-Control.
           OPEN INPUT DISTCTL-FILE.
           if not WS-DISTCTL-OK
               Display 'ERROR-999: Unable to open DISTCTL status='
                   WS-DISTCTL-STATUS
               Move 999 to RETURN-CODE
               GO TO 1000-Load-Control-Exit
           end-if.
           perform 1100-Load-One-Control
               thru 1100-Load-One-Control-Exit
               until WS-DISTCTL-EOF.
           CLOSE DISTCTL-FILE.
           Exit Paragraph.
          1000-Load-Control-Exit.
           Exit Paragraph.
      *
          1100-Load-One-Control.
           READ DISTCTL-FILE
               AT END set WS-DISTCTL-EOF to true
               NOT AT END
                   if WS-SUB-COUNT < 32
                       add 1 to WS-SUB-COUNT
                       set SB-IDX to WS-SUB-COUNT
                       Move DC-SECTION   to WS-SB-SECTION(SB-IDX)
                       Move DC-RECIPIENT to WS-SB-RECIPIENT(SB-IDX)
                   else
                       add 1 to WS-CT-IGNORED
                       Display 'WARNING-999: More than 32'
                           ' DISTCTL records - record ignored'
                   end-if
           end-read.
           Exit Paragraph.
          1100-Load-One-Control-Exit.
           Exit Paragraph.
      *
          1200-Load-Retention.
      * No RPTKEEP member is not an error - every section is then
      * kept the default period.
           OPEN INPUT RPTKEEP-FILE.
           if not WS-RPTKEEP-OK
               Display 'WARNING-999: No RPTKEEP member, status='
                   WS-RPTKEEP-STATUS ' - every section kept '
                   WS-DEFAULT-KEEP-DAYS ' days'
               GO TO 1200-Load-Retention-Exit
           end-if.
           perform 1300-Load-One-Retention
               thru 1300-Load-One-Retention-Exit
               until WS-RPTKEEP-EOF.
           CLOSE RPTKEEP-FILE.
           Exit Paragraph.
          1200-Load-Retention-Exit.
           Exit Paragraph.
      *
          1300-Load-One-Retention.
           READ RPTKEEP-FILE
               AT END set WS-RPTKEEP-EOF to true
               NOT AT END
                   if RK-KEEP-DAYS not numeric
                       or RK-KEEP-DAYS = ZERO
                       add 1 to WS-CT-IGNORED
                       Display 'WARNING-999: RPTKEEP days for '
                           RK-SECTION ' not 0001-9999 -'
                           ' record ignored'
                   else
                       if WS-KEEP-COUNT < 32
                           add 1 to WS-KEEP-COUNT
                           set KP-IDX to WS-KEEP-COUNT
                           Move RK-SECTION   to WS-KP-SECTION(KP-IDX)
                           Move RK-KEEP-DAYS to WS-KP-DAYS(KP-IDX)
                       else
                           add 1 to WS-CT-IGNORED
                           Display 'WARNING-999: More than 32'
                               ' RPTKEEP records - record ignored'
                       end-if
                   end-if
           end-read.
           Exit Paragraph.
          1300-Load-One-Retention-Exit.
           Exit Paragraph.
      *
          3000-Store-Report.
           OPEN INPUT EODRPT-FILE.
           if not WS-EODRPT-OK
               Display 'ERROR-999: Unable to open EODRPT status='
                   WS-EODRPT-STATUS
               Move 999 to RETURN-CODE
               GO TO 3000-Store-Report-Exit
           end-if.
           perform 3100-Store-One-Line
               thru 3100-Store-One-Line-Exit
               until WS-EODRPT-EOF.
           CLOSE EODRPT-FILE.
           Exit Paragraph.
          3000-Store-Report-Exit.
           Exit Paragraph.
      *
          3100-Store-One-Line.
           READ EODRPT-FILE
               AT END set WS-EODRPT-EOF to true
               NOT AT END
                   add 1 to WS-CT-LINES-READ
                   Move EODRPT-RECORD to WS-LINE-HELD
                   perform 3300-Check-Section-Change
                       thru 3300-Check-Section-Change-Exit
                   perform 3400-Find-Section
                       thru 3400-Find-Section-Exit
                   perform 3500-Write-Line
                       thru 3500-Write-Line-Exit
           end-read.
           Exit Paragraph.
          3100-Store-One-Line-Exit.
           Exit Paragraph.
      *
          3300-Check-Section-Change.
      * Matched at column 1 and at column 2, the same way DATDIST
      * matches them, since the bound dataset carries a
      * carriage-control byte.
           perform 3310-Check-One-Marker
               thru 3310-Check-One-Marker-Exit
               varying WS-MK-SUB from 1 by 1
               until WS-MK-SUB > 4.
           Exit Paragraph.
          3300-Check-Section-Change-Exit.
           Exit Paragraph.
      *
          3310-Check-One-Marker.
           Move zero to WS-MK-LEN.
           INSPECT FUNCTION REVERSE(WS-MK-TEXT(WS-MK-SUB))
               TALLYING WS-MK-LEN FOR LEADING SPACES.
           compute WS-MK-LEN = 20 - WS-MK-LEN.
           if WS-MK-LEN < 1
               GO TO 3310-Check-One-Marker-Exit
           end-if.
           if WS-LINE-HELD(1:WS-MK-LEN)
                   = WS-MK-TEXT(WS-MK-SUB)(1:WS-MK-LEN)
               or WS-LINE-HELD(2:WS-MK-LEN)
                   = WS-MK-TEXT(WS-MK-SUB)(1:WS-MK-LEN)
               Move WS-MK-SECTION(WS-MK-SUB) to WS-CUR-SECTION
           end-if.
           Exit Paragraph.
          3310-Check-One-Marker-Exit.
           Exit Paragraph.
      *
          3400-Find-Section.
      * The current section's entry, added - and the date's earlier
      * store of it cleared - the first time the section is met.
           Move ZERO to WS-SC-SUB.
           perform 3410-Match-One-Section
               thru 3410-Match-One-Section-Exit
               varying WS-REC-SUB from 1 by 1
               until WS-REC-SUB > WS-SECTION-COUNT
                  or WS-SC-SUB > 0.
           if WS-SC-SUB > 0
               GO TO 3400-Find-Section-Exit
           end-if.
           if WS-SECTION-COUNT >= 16
               Display 'ERROR-999: More than 16 report sections -'
                   ' section ' WS-CUR-SECTION ' not stored'
               GO TO 3400-Find-Section-Exit
           end-if.
           add 1 to WS-SECTION-COUNT.
           Move WS-SECTION-COUNT to WS-SC-SUB.
           Move WS-CUR-SECTION to WS-SC-SECTION(WS-SC-SUB).
           Move ZERO           to WS-SC-LINES(WS-SC-SUB).
           Move WS-CUR-SECTION   to WS-CLEAR-SECTION.
           Move WS-BUSINESS-DATE to WS-CLEAR-DATE.
           perform 7000-Delete-Report thru 7000-Delete-Report-Exit.
           Move WS-CLEAR-COUNT to WS-SC-REPLACED(WS-SC-SUB).
           Exit Paragraph.
          3400-Find-Section-Exit.
           Exit Paragraph.
      *
          3410-Match-One-Section.
           if WS-SC-SECTION(WS-REC-SUB) = WS-CUR-SECTION
               Move WS-REC-SUB to WS-SC-SUB
           end-if.
           Exit Paragraph.
          3410-Match-One-Section-Exit.
           Exit Paragraph.
      *
          3500-Write-Line.
           if WS-SC-SUB = 0
               add 1 to WS-CT-STORE-ERRORS
               GO TO 3500-Write-Line-Exit
           end-if.
           add 1 to WS-SC-LINES(WS-SC-SUB).
           Move WS-CUR-SECTION           to RP-SECTION.
           Move WS-BUSINESS-DATE         to RP-BUS-DATE.
           Move WS-SC-LINES(WS-SC-SUB)   to RP-LINE-NO.
           Move WS-LINE-HELD             to RP-LINE.
           WRITE RPTREPO-RECORD
               INVALID KEY
                   add 1 to WS-CT-STORE-ERRORS
                   Display 'ERROR-999: ' WS-CUR-SECTION ' line '
                       RP-LINE-NO ' not stored, status='
                       WS-RPTREPO-STATUS
               NOT INVALID KEY
                   add 1 to WS-CT-LINES-STORED
           end-write.
           Exit Paragraph.
          3500-Write-Line-Exit.
           Exit Paragraph.
      *
          4000-Write-Headers.
           perform 4100-Write-One-Header
               thru 4100-Write-One-Header-Exit
               varying WS-SC-SUB from 1 by 1
               until WS-SC-SUB > WS-SECTION-COUNT.
           Exit Paragraph.
          4000-Write-Headers-Exit.
           Exit Paragraph.
      *
          4100-Write-One-Header.
           Move SPACES to RPTREPO-RECORD.
           Move WS-SC-SECTION(WS-SC-SUB) to RP-SECTION.
           Move WS-BUSINESS-DATE         to RP-BUS-DATE.
           Move ZERO                     to RP-LINE-NO.
           Move WS-SC-LINES(WS-SC-SUB)   to RP-HDR-LINES.
           Move WS-STORED-TS             to RP-HDR-STORED-TS.
           Move WS-DEFAULT-KEEP-DAYS     to RP-HDR-KEEP-DAYS.
           perform 4110-Match-One-Retention
               thru 4110-Match-One-Retention-Exit
               varying WS-KEEP-SUB from 1 by 1
               until WS-KEEP-SUB > WS-KEEP-COUNT.
           compute WS-EXPIRES-INT =
               WS-BUSINESS-INT + RP-HDR-KEEP-DAYS.
           compute RP-HDR-EXPIRES =
               function date-of-integer(WS-EXPIRES-INT).
      * The recipients subscribed to the section - each named once,
      * however many DISTCTL records repeat them.
           Move ZERO to WS-REC-SUB.
           perform 4120-Add-One-Recipient
               thru 4120-Add-One-Recipient-Exit
               varying WS-SUB-SUB from 1 by 1
               until WS-SUB-SUB > WS-SUB-COUNT.
           if WS-REC-SUB = 0
               add 1 to WS-CT-UNSUBSCRIBED
               Display 'WARNING-999: No DISTCTL recipient for '
                   RP-SECTION ' - stored but not shown online'
           end-if.
           WRITE RPTREPO-RECORD
               INVALID KEY
                   add 1 to WS-CT-STORE-ERRORS
                   Display 'ERROR-999: ' RP-SECTION ' header not'
                       ' stored, status=' WS-RPTREPO-STATUS
           end-write.
           Exit Paragraph.
          4100-Write-One-Header-Exit.
           Exit Paragraph.
      *
          4110-Match-One-Retention.
           set KP-IDX to WS-KEEP-SUB.
           if WS-KP-SECTION(KP-IDX) = RP-SECTION
               Move WS-KP-DAYS(KP-IDX) to RP-HDR-KEEP-DAYS
           end-if.
           Exit Paragraph.
          4110-Match-One-Retention-Exit.
           Exit Paragraph.
      *
          4120-Add-One-Recipient.
           set SB-IDX to WS-SUB-SUB.
           if WS-SB-SECTION(SB-IDX) not = RP-SECTION
               GO TO 4120-Add-One-Recipient-Exit
           end-if.
           if WS-REC-SUB > 0
               if WS-SB-RECIPIENT(SB-IDX) = RP-HDR-RECIPIENT(1)
                   or WS-SB-RECIPIENT(SB-IDX) = RP-HDR-RECIPIENT(2)
                   or WS-SB-RECIPIENT(SB-IDX) = RP-HDR-RECIPIENT(3)
                   or WS-SB-RECIPIENT(SB-IDX) = RP-HDR-RECIPIENT(4)
                   GO TO 4120-Add-One-Recipient-Exit
               end-if
           end-if.
           if WS-REC-SUB >= 4
               Display 'WARNING-999: More than 4 recipients for '
                   RP-SECTION ' - ' WS-SB-RECIPIENT(SB-IDX)
                   ' not shown it online'
               GO TO 4120-Add-One-Recipient-Exit
           end-if.
           add 1 to WS-REC-SUB.
           Move WS-SB-RECIPIENT(SB-IDX)
             to RP-HDR-RECIPIENT(WS-REC-SUB).
           Exit Paragraph.
          4120-Add-One-Recipient-Exit.
           Exit Paragraph.
      *
          5000-Print-Totals.
           Display '-------------------------------------------'.
           Display 'DATRSTR REPORT REPOSITORY TOTALS'.
           Display '  Business date. . . . . . . . : '
               WS-BUSINESS-DATE.
           Display '  Report lines read. . . . . . : '
               WS-CT-LINES-READ.
           Display '  Report lines stored. . . . . : '
               WS-CT-LINES-STORED.
           perform 5100-Print-One-Section
               thru 5100-Print-One-Section-Exit
               varying WS-SC-SUB from 1 by 1
               until WS-SC-SUB > WS-SECTION-COUNT.
           Display '  Lines not stored . . . . . . : '
               WS-CT-STORE-ERRORS.
           Display '  Sections with no recipient . : '
               WS-CT-UNSUBSCRIBED.
           Display '  Expired reports purged . . . : '
               WS-CT-PURGED-REPORTS.
           Display '  Expired lines purged . . . . : '
               WS-CT-PURGED-LINES.
           Display '  Headerless lines purged. . . : '
               WS-CT-ORPHAN-LINES.
           Display '-------------------------------------------'.
           Exit Paragraph.
          5000-Print-Totals-Exit.
           Exit Paragraph.
      *
          5100-Print-One-Section.
           Display '  Section ' WS-SC-SECTION(WS-SC-SUB) ': '
               WS-SC-LINES(WS-SC-SUB) ' lines, replacing '
               WS-SC-REPLACED(WS-SC-SUB).
           Exit Paragraph.
          5100-Print-One-Section-Exit.
           Exit Paragraph.
      *
          6000-Purge-Expired.
      * One pass over the headers: an expired section is deleted
      * line by line, a live one is skipped past with a START
      * beyond its last line, so the lines themselves are only
      * read for what is being deleted.
           set WS-Purge-End to false.
           set WS-Purging to false.
           Move LOW-VALUES to RP-KEY.
           START RPTREPO-FILE KEY IS NOT LESS THAN RP-KEY
               INVALID KEY
                   set WS-Purge-End to true
           end-start.
           perform 6100-Purge-Next-Record
               thru 6100-Purge-Next-Record-Exit
               until WS-Purge-End.
           Exit Paragraph.
          6000-Purge-Expired-Exit.
           Exit Paragraph.
      *
          6100-Purge-Next-Record.
           READ RPTREPO-FILE NEXT RECORD
               AT END
                   set WS-Purge-End to true
                   GO TO 6100-Purge-Next-Record-Exit
           end-read.
           if WS-Purging
               if RP-SECTION = WS-PURGE-SECTION
                   and RP-BUS-DATE = WS-PURGE-DATE
                   perform 6200-Delete-Current
                       thru 6200-Delete-Current-Exit
                   add 1 to WS-CT-PURGED-LINES
                   GO TO 6100-Purge-Next-Record-Exit
               end-if
               set WS-Purging to false
           end-if.
           if RP-LINE-NO = ZERO
               if RP-HDR-EXPIRES < WS-BUSINESS-DATE
                   set WS-Purging to true
                   Move RP-SECTION  to WS-PURGE-SECTION
                   Move RP-BUS-DATE to WS-PURGE-DATE
                   add 1 to WS-CT-PURGED-REPORTS
                   perform 6200-Delete-Current
                       thru 6200-Delete-Current-Exit
                   GO TO 6100-Purge-Next-Record-Exit
               end-if
           else
      * Lines with no header ahead of them are a store that never
      * finished. Today's are left alone - this run just wrote
      * them; an earlier date's would never be shown, so they go.
               if RP-BUS-DATE < WS-BUSINESS-DATE
                   perform 6200-Delete-Current
                       thru 6200-Delete-Current-Exit
                   add 1 to WS-CT-ORPHAN-LINES
                   GO TO 6100-Purge-Next-Record-Exit
               end-if
           end-if.
           Move 9999999 to RP-LINE-NO.
           START RPTREPO-FILE KEY IS GREATER THAN RP-KEY
               INVALID KEY
                   set WS-Purge-End to true
           end-start.
           Exit Paragraph.
          6100-Purge-Next-Record-Exit.
           Exit Paragraph.
      *
          6200-Delete-Current.
           DELETE RPTREPO-FILE RECORD
               INVALID KEY
                   Display 'ERROR-999: ' RP-SECTION ' ' RP-BUS-DATE
                       ' line ' RP-LINE-NO ' not purged, status='
                       WS-RPTREPO-STATUS
           end-delete.
           Exit Paragraph.
          6200-Delete-Current-Exit.
           Exit Paragraph.
      *
          7000-Delete-Report.
      * Clears WS-CLEAR-SECTION for WS-CLEAR-DATE, header and lines,
      * ahead of storing it again.
           Move ZERO to WS-CLEAR-COUNT.
           set WS-Clear-End to false.
           Move WS-CLEAR-SECTION to RP-SECTION.
           Move WS-CLEAR-DATE    to RP-BUS-DATE.
           Move ZERO             to RP-LINE-NO.
           START RPTREPO-FILE KEY IS NOT LESS THAN RP-KEY
               INVALID KEY
                   set WS-Clear-End to true
           end-start.
           perform 7100-Delete-Next-Line
               thru 7100-Delete-Next-Line-Exit
               until WS-Clear-End.
           Exit Paragraph.
          7000-Delete-Report-Exit.
           Exit Paragraph.
      *
          7100-Delete-Next-Line.
           READ RPTREPO-FILE NEXT RECORD
               AT END
                   set WS-Clear-End to true
                   GO TO 7100-Delete-Next-Line-Exit
           end-read.
           if RP-SECTION not = WS-CLEAR-SECTION
               or RP-BUS-DATE not = WS-CLEAR-DATE
               set WS-Clear-End to true
               GO TO 7100-Delete-Next-Line-Exit
           end-if.
           if RP-LINE-NO > ZERO
               add 1 to WS-CLEAR-COUNT
           end-if.
           perform 6200-Delete-Current thru 6200-Delete-Current-Exit.
           Exit Paragraph.
          7100-Delete-Next-Line-Exit.
           Exit Paragraph.
