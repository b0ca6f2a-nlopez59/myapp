       ID DIVISION.
       PROGRAM-ID. DATRVWR.
      * End-of-day report viewer. Tran ='DATP' - built on the DATMAPM
      * mapset conventions DAT0 uses, over the RPTREPO report
      * repository DATRSTR fills from the bound end-of-day document
      * (see DATRPTR), so last Thursday's DATRPT or COBV4BTH pages
      * are read on the screen instead of asked of operations for a
      * reprint.
      *
      * Each reader sees only the sections their DISTCTL recipient
      * is subscribed to - the same pages DATDIST sends them on
      * paper. The recipient comes from RPTUSER (DATRUSR) by the
      * signed-on user id, the subscribers from the header DATRSTR
      * stored with the section.
      *
      * HII carries the report (section) name, HIK the business date
      * (YYYYMMDD), HIM the action:
      *   blank  blank  blank - every report the reader may see,
      *                         by section and date, with its size
      *                         and the date it is kept to
      *   name   blank  blank - the newest date of that report
      *   name   date   blank - that date of that report
      *   text   -      F     - the next line of the open report,
      *                         after the line last shown, holding
      *                         the text (capitals or not)
      * A report shows one print line per screen, numbered, 52
      * columns at a time: PF7/PF8 page the lines, PF10/PF11 shift
      * left and right, Enter shows the line again. PF3 goes back to
      * the entry screen with the report still named, ready for a
      * find; PF3 there ends the transaction.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       COPY DATMAPM.
       COPY DATRPTR.
       COPY DATRUSR.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-RESP          PIC S9(08) COMP.
       01  WS-RESP2         PIC S9(08) COMP.
       01  WS-USERID        PIC X(08).

       01  WS-RECIPIENT-SW  PIC X(01) VALUE 'N'.
           88  WS-Recipient-Found VALUE 'Y' FALSE 'N'.
       01  WS-MAY-VIEW-SW   PIC X(01) VALUE 'N'.
           88  WS-May-View      VALUE 'Y' FALSE 'N'.
       01  WS-BROWSE-END-SW PIC X(01) VALUE 'N'.
           88  WS-Browse-End    VALUE 'Y' FALSE 'N'.
       01  WS-BROWSE-LAST-SW PIC X(01) VALUE 'N'.
           88  WS-Browse-Last   VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-SW      PIC X(01) VALUE 'N'.
           88  WS-Text-Found    VALUE 'Y' FALSE 'N'.

      * What the reader keyed, lifted out of the map before the map
      * area is reused for the reply.
       01  WS-IN-SECTION    PIC X(08).
       01  WS-IN-DATE       PIC X(08).
       01  WS-IN-DATE-N REDEFINES WS-IN-DATE PIC 9(08).
       01  WS-IN-ACTION     PIC X(01).
       01  WS-FIND-TEXT     PIC X(30).
       01  WS-FIND-LEN      PIC 9(02) COMP.
       01  WS-ENTRY-PROMPT  PIC X(30)
                            VALUE 'REPORT NAME, OR ENTER TO LIST'.

      * Browse position in RPTREPO - a header is line zero, and
      * line 9999999 is past the last line of any report, so a
      * browse reset there lands on the next report's header.
       01  WS-BROWSE-KEY.
           05  WS-BK-SECTION    PIC X(08).
           05  WS-BK-DATE       PIC 9(08).
           05  WS-BK-LINE       PIC 9(07).
       01  WS-LATEST-DATE   PIC 9(08).
       01  WS-REC-SUB       PIC 9(04) COMP.
       01  WS-CT-LISTED     PIC 9(04) COMP VALUE ZERO.

      * The find works on a capitalised copy of each line, so
      * 'total' finds 'TOTAL' and 'Total' alike.
       01  WS-FIND-LINE     PIC X(133).
       01  WS-FIND-COUNT    PIC 9(04) COMP.
       01  WS-FIND-POS      PIC 9(04) COMP.
       01  WS-LOWER-CASE    PIC X(26)
                            VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE    PIC X(26)
                            VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * 52 print columns a screen - 60 less the line number. The
      * carriage-control byte in column 1 is skipped by default.
       01  WS-SHIFT-WIDTH   PIC 9(03) VALUE 52.
       01  WS-LAST-COLUMN   PIC 9(03) VALUE 133.
       01  WS-SHOW-COLUMN   PIC 9(03).
       01  WS-SHOW-TEXT     PIC X(52).
       01  WS-RPT-MSG       PIC X(60).

       01  WS-EDIT-LINES    PIC ZZZZZZ9.

      * The report list goes to its own per-terminal TS queue ('L'
      * in front of the terminal id) and pages the way DATD's
      * drill-down lists do.
       01  WS-LISTQ-NAME    PIC X(08).
       01  WS-LIST-LINE     PIC X(60).

       01  DATCOMM-AREA.
           COPY DATCOMM.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DATCOMM.
      *
       PROCEDURE DIVISION.
          Mainline.
           DISPLAY 'DATRVWR v1 DATRVWR: CICS TRAN DATP Started'.
      *
           Move SPACES to WS-LISTQ-NAME WS-RPT-MSG.
           STRING 'L' EIBTRMID DELIMITED BY SIZE INTO WS-LISTQ-NAME.
           if EIBCALEN = 0
               perform 1000-Send-Initial-Screen
                   thru 1000-Send-Initial-Screen-Exit
           else
               Move DFHCOMMAREA to DATCOMM-AREA
               evaluate EIBAID
                   when DFHPF3
                       if CA-Panel-Report OF DATCOMM-AREA
                           or CA-Panel-Detail OF DATCOMM-AREA
                           perform 1100-Return-To-Entry
                               thru 1100-Return-To-Entry-Exit
                       else
                           EXEC CICS RETURN END-EXEC
                       end-if
                   when DFHPF7
                       evaluate true
                           when CA-Panel-Report OF DATCOMM-AREA
                               if CA-RPT-LINE OF DATCOMM-AREA > 1
                                   subtract 1 from CA-RPT-LINE
                                       OF DATCOMM-AREA
                               end-if
                               perform 3000-Show-Report-Line
                                   thru 3000-Show-Report-Line-Exit
                           when CA-Panel-Detail OF DATCOMM-AREA
                               if CA-DETAIL-ITEM OF DATCOMM-AREA > 1
                                   subtract 1 from CA-DETAIL-ITEM
                                       OF DATCOMM-AREA
                               end-if
                               perform 3100-Show-List-Item
                                   thru 3100-Show-List-Item-Exit
                           when other
                               perform 2000-Process-Entry
                                   thru 2000-Process-Entry-Exit
                       end-evaluate
                   when DFHPF8
                       evaluate true
                           when CA-Panel-Report OF DATCOMM-AREA
                               add 1 to CA-RPT-LINE OF DATCOMM-AREA
                               perform 3000-Show-Report-Line
                                   thru 3000-Show-Report-Line-Exit
                           when CA-Panel-Detail OF DATCOMM-AREA
                               add 1 to CA-DETAIL-ITEM OF DATCOMM-AREA
                               perform 3100-Show-List-Item
                                   thru 3100-Show-List-Item-Exit
                           when other
                               perform 2000-Process-Entry
                                   thru 2000-Process-Entry-Exit
                       end-evaluate
                   when DFHPF10
                       if CA-Panel-Report OF DATCOMM-AREA
                           if CA-RPT-COLUMN OF DATCOMM-AREA
                                   > WS-SHIFT-WIDTH + 1
                               subtract WS-SHIFT-WIDTH
                                   from CA-RPT-COLUMN OF DATCOMM-AREA
                           else
                               Move 1 to CA-RPT-COLUMN OF DATCOMM-AREA
                           end-if
                       end-if
                       perform 2900-Redisplay thru 2900-Redisplay-Exit
                   when DFHPF11
                       if CA-Panel-Report OF DATCOMM-AREA
                           if CA-RPT-COLUMN OF DATCOMM-AREA
                                   + WS-SHIFT-WIDTH <= WS-LAST-COLUMN
                               add WS-SHIFT-WIDTH
                                   to CA-RPT-COLUMN OF DATCOMM-AREA
                           end-if
                       end-if
                       perform 2900-Redisplay thru 2900-Redisplay-Exit
                   when other
                       perform 2900-Redisplay thru 2900-Redisplay-Exit
               end-evaluate
           end-if.
      *
           EXEC CICS RETURN TRANSID('DATP')
                     COMMAREA(DATCOMM-AREA)
           END-EXEC.
      *
          1000-Send-Initial-Screen.
           Move spaces to DATMLISO.
           Move WS-ENTRY-PROMPT to HIO.
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
          1050-Find-Recipient.
      * Who the reader reads as. No RPTUSER record, or an inactive
      * one, and there is nothing to show them.
           set WS-Recipient-Found to false.
           EXEC CICS ASSIGN USERID(WS-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           Move WS-USERID to RU-USERID.
           EXEC CICS READ FILE('RPTUSER')
                     INTO(RPTUSER-RECORD)
                     RIDFLD(RU-USERID)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               if RU-Is-Active and RU-RECIPIENT not = SPACES
                   set WS-Recipient-Found to true
               end-if
           else
               if WS-RESP not = DFHRESP(NOTFND)
                   Display 'ERROR-999: READ RPTUSER failed, RESP='
                       WS-RESP
               end-if
           end-if.
           Exit Paragraph.
          1050-Find-Recipient-Exit.
           Exit Paragraph.
      *
          1100-Return-To-Entry.
      * Back one level: from a report the section and date go back
      * into the entry fields, so Enter opens it again and F with
      * text in the input finds in it from the line last shown.
           Move spaces to DATMLISO.
           if CA-Panel-Report OF DATCOMM-AREA
               Move CA-RPT-SECTION OF DATCOMM-AREA to HIO
               Move CA-RPT-DATE OF DATCOMM-AREA    to HKO
           else
               Move WS-ENTRY-PROMPT to HIO
           end-if.
           perform 1010-Send-Screen thru 1010-Send-Screen-Exit.
           Exit Paragraph.
          1100-Return-To-Entry-Exit.
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
               Move spaces to DATMLISO
               Move 'UNABLE TO READ INPUT - RE-ENTER' to HIO
               perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               GO TO 2000-Process-Entry-Exit
           end-if.
           if HII = WS-ENTRY-PROMPT
               Move SPACES to HII
           end-if.
           Move HII        to WS-FIND-TEXT.
           Move HII(1:8)   to WS-IN-SECTION.
           Move HIK        to WS-IN-DATE.
           Move HIM        to WS-IN-ACTION.
           INSPECT WS-IN-SECTION
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT WS-IN-ACTION
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           Move spaces to DATMLISO.
           perform 1050-Find-Recipient thru 1050-Find-Recipient-Exit.
           if not WS-Recipient-Found
               Move 'NOT SET UP TO VIEW REPORTS' to HIO
               perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               GO TO 2000-Process-Entry-Exit
           end-if.
           evaluate true
               when WS-IN-ACTION = 'F'
                   perform 2500-Find-Text thru 2500-Find-Text-Exit
               when WS-IN-ACTION not = SPACE
                   Move 'ACTION MUST BE BLANK OR F' to HIO
                   perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               when WS-IN-SECTION = SPACES
                   and WS-IN-DATE = SPACES
                   perform 2100-List-Reports
                       thru 2100-List-Reports-Exit
               when WS-IN-SECTION = SPACES
                   Move 'REPORT NAME REQUIRED IN INPUT' to HIO
                   perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               when WS-IN-DATE not = SPACES
                   and WS-IN-DATE not numeric
                   Move WS-IN-SECTION to HIO
                   Move 'YYYYMMDD' to HKO
                   perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               when other
                   perform 2200-Open-Report
                       thru 2200-Open-Report-Exit
           end-evaluate.
           Exit Paragraph.
          2000-Process-Entry-Exit.
           Exit Paragraph.
      *
          2100-List-Reports.
           EXEC CICS DELETEQ TS QUEUE(WS-LISTQ-NAME)
                     RESP(WS-RESP)
           END-EXEC.
           Move ZERO to WS-CT-LISTED.
           Move 'YOUR REPORTS - NAME IN INPUT, DATE IN KEY'
             to WS-LIST-LINE.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           Move LOW-VALUES to WS-BROWSE-KEY.
           perform 2800-Start-Browse thru 2800-Start-Browse-Exit.
           perform 2110-List-One-Report
               thru 2110-List-One-Report-Exit
               until WS-Browse-End.
           if WS-CT-LISTED = 0
               Move 'NO REPORTS STORED FOR YOUR RECIPIENT'
                 to WS-LIST-LINE
               perform 3900-Queue-One-Line
                   thru 3900-Queue-One-Line-Exit
           end-if.
           Move 1 to CA-DETAIL-ITEM OF DATCOMM-AREA.
           perform 3100-Show-List-Item
               thru 3100-Show-List-Item-Exit.
           Exit Paragraph.
          2100-List-Reports-Exit.
           Exit Paragraph.
      *
          2110-List-One-Report.
           perform 2810-Read-Next-Header
               thru 2810-Read-Next-Header-Exit.
           if WS-Browse-End or RP-LINE-NO not = ZERO
               GO TO 2110-List-One-Report-Exit
           end-if.
           perform 2300-Check-Access thru 2300-Check-Access-Exit.
           if not WS-May-View
               GO TO 2110-List-One-Report-Exit
           end-if.
           Move RP-HDR-LINES to WS-EDIT-LINES.
           Move SPACES to WS-LIST-LINE.
           STRING RP-SECTION ' ' RP-BUS-DATE ' '
                  WS-EDIT-LINES ' LINES, KEPT TO '
                  RP-HDR-EXPIRES
                  DELIMITED BY SIZE INTO WS-LIST-LINE.
           perform 3900-Queue-One-Line thru 3900-Queue-One-Line-Exit.
           add 1 to WS-CT-LISTED.
           Exit Paragraph.
          2110-List-One-Report-Exit.
           Exit Paragraph.
      *
          2200-Open-Report.
      * With no date keyed, the newest date of the report the
      * reader may see; with one, that date's header - which must
      * name the reader's recipient either way.
           if WS-IN-DATE = SPACES
               perform 2210-Find-Latest thru 2210-Find-Latest-Exit
               if WS-LATEST-DATE = ZERO
                   Move 'NO SUCH REPORT FOR YOU' to HIO
                   perform 1010-Send-Screen
                       thru 1010-Send-Screen-Exit
                   GO TO 2200-Open-Report-Exit
               end-if
               Move WS-LATEST-DATE to WS-IN-DATE-N
           end-if.
           Move WS-IN-SECTION to RP-SECTION.
           Move WS-IN-DATE-N  to RP-BUS-DATE.
           Move ZERO          to RP-LINE-NO.
           EXEC CICS READ FILE('RPTREPO')
                     INTO(RPTREPO-RECORD)
                     RIDFLD(RP-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               if WS-RESP not = DFHRESP(NOTFND)
                   Display 'ERROR-999: READ RPTREPO failed, RESP='
                       WS-RESP
               end-if
               Move 'NO SUCH REPORT FOR THAT DATE' to HIO
               perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               GO TO 2200-Open-Report-Exit
           end-if.
           perform 2300-Check-Access thru 2300-Check-Access-Exit.
           if not WS-May-View
               Move 'NOT SUBSCRIBED TO THAT REPORT' to HIO
               perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               GO TO 2200-Open-Report-Exit
           end-if.
           Move RP-SECTION  to CA-RPT-SECTION OF DATCOMM-AREA.
           Move RP-BUS-DATE to CA-RPT-DATE OF DATCOMM-AREA.
           Move 1           to CA-RPT-LINE OF DATCOMM-AREA.
           Move 2           to CA-RPT-COLUMN OF DATCOMM-AREA.
           perform 3000-Show-Report-Line
               thru 3000-Show-Report-Line-Exit.
           Exit Paragraph.
          2200-Open-Report-Exit.
           Exit Paragraph.
      *
          2210-Find-Latest.
           Move ZERO to WS-LATEST-DATE.
           Move WS-IN-SECTION to WS-BK-SECTION.
           Move ZERO          to WS-BK-DATE WS-BK-LINE.
           perform 2800-Start-Browse thru 2800-Start-Browse-Exit.
           perform 2220-Check-One-Date thru 2220-Check-One-Date-Exit
               until WS-Browse-End.
           Exit Paragraph.
          2210-Find-Latest-Exit.
           Exit Paragraph.
      *
          2220-Check-One-Date.
           perform 2810-Read-Next-Header
               thru 2810-Read-Next-Header-Exit.
           if WS-Browse-End
               GO TO 2220-Check-One-Date-Exit
           end-if.
           if RP-SECTION not = WS-IN-SECTION
               if not WS-Browse-Last
                   EXEC CICS ENDBR FILE('RPTREPO') END-EXEC
               end-if
               set WS-Browse-End to true
               GO TO 2220-Check-One-Date-Exit
           end-if.
           if RP-LINE-NO = ZERO
               perform 2300-Check-Access thru 2300-Check-Access-Exit
               if WS-May-View
                   Move RP-BUS-DATE to WS-LATEST-DATE
               end-if
           end-if.
           Exit Paragraph.
          2220-Check-One-Date-Exit.
           Exit Paragraph.
      *
          2300-Check-Access.
      * The header names the recipients subscribed to the section
      * when it was stored.
           set WS-May-View to false.
           perform 2310-Check-One-Recipient
               thru 2310-Check-One-Recipient-Exit
               varying WS-REC-SUB from 1 by 1
               until WS-REC-SUB > 4 or WS-May-View.
           Exit Paragraph.
          2300-Check-Access-Exit.
           Exit Paragraph.
      *
          2310-Check-One-Recipient.
           if RP-HDR-RECIPIENT(WS-REC-SUB) = RU-RECIPIENT
               set WS-May-View to true
           end-if.
           Exit Paragraph.
          2310-Check-One-Recipient-Exit.
           Exit Paragraph.
      *
          2500-Find-Text.
           if CA-RPT-SECTION OF DATCOMM-AREA = SPACES
               Move 'OPEN A REPORT BEFORE FIND' to HIO
               perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               GO TO 2500-Find-Text-Exit
           end-if.
           Move zero to WS-FIND-LEN.
           INSPECT FUNCTION REVERSE(WS-FIND-TEXT)
               TALLYING WS-FIND-LEN FOR LEADING SPACES.
           compute WS-FIND-LEN = 30 - WS-FIND-LEN.
           if WS-FIND-LEN < 1
               Move CA-RPT-SECTION OF DATCOMM-AREA to HIO
               Move CA-RPT-DATE OF DATCOMM-AREA    to HKO
               Move 'F' to HMO
               perform 1010-Send-Screen thru 1010-Send-Screen-Exit
               GO TO 2500-Find-Text-Exit
           end-if.
           INSPECT WS-FIND-TEXT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
      * The open report is searched from the line after the one
      * last shown to its end.
           set WS-Text-Found to false.
           Move CA-RPT-SECTION OF DATCOMM-AREA to WS-BK-SECTION.
           Move CA-RPT-DATE OF DATCOMM-AREA    to WS-BK-DATE.
           compute WS-BK-LINE = CA-RPT-LINE OF DATCOMM-AREA + 1.
           perform 2800-Start-Browse thru 2800-Start-Browse-Exit.
           perform 2510-Search-Next-Line
               thru 2510-Search-Next-Line-Exit
               until WS-Browse-End.
           if not WS-Text-Found
               Move SPACES to WS-RPT-MSG
               Move CA-RPT-LINE OF DATCOMM-AREA to WS-EDIT-LINES
               STRING 'NOT FOUND AFTER LINE ' WS-EDIT-LINES
                      ' - PF7/PF8 PAGE, PF3 RETURNS'
                      DELIMITED BY SIZE INTO WS-RPT-MSG
           end-if.
           perform 3000-Show-Report-Line
               thru 3000-Show-Report-Line-Exit.
           Exit Paragraph.
          2500-Find-Text-Exit.
           Exit Paragraph.
      *
          2510-Search-Next-Line.
           EXEC CICS READNEXT FILE('RPTREPO')
                     INTO(RPTREPO-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('RPTREPO') END-EXEC
               set WS-Browse-End to true
               GO TO 2510-Search-Next-Line-Exit
           end-if.
           if RP-SECTION not = CA-RPT-SECTION OF DATCOMM-AREA
               or RP-BUS-DATE not = CA-RPT-DATE OF DATCOMM-AREA
               EXEC CICS ENDBR FILE('RPTREPO') END-EXEC
               set WS-Browse-End to true
               GO TO 2510-Search-Next-Line-Exit
           end-if.
           Move RP-LINE to WS-FIND-LINE.
           INSPECT WS-FIND-LINE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           Move ZERO to WS-FIND-COUNT.
           INSPECT WS-FIND-LINE TALLYING WS-FIND-COUNT
               FOR ALL WS-FIND-TEXT(1:WS-FIND-LEN).
           if WS-FIND-COUNT = 0
               GO TO 2510-Search-Next-Line-Exit
           end-if.
      * Found - the line is shown from the default column if the
      * text fits there, else from where the text starts.
           set WS-Text-Found to true.
           Move ZERO to WS-FIND-POS.
           INSPECT WS-FIND-LINE TALLYING WS-FIND-POS
               FOR CHARACTERS BEFORE INITIAL
                   WS-FIND-TEXT(1:WS-FIND-LEN).
           Move RP-LINE-NO to CA-RPT-LINE OF DATCOMM-AREA.
           if WS-FIND-POS + WS-FIND-LEN <= WS-SHIFT-WIDTH + 1
               Move 2 to CA-RPT-COLUMN OF DATCOMM-AREA
           else
               compute CA-RPT-COLUMN OF DATCOMM-AREA =
                   WS-FIND-POS + 1
           end-if.
           EXEC CICS ENDBR FILE('RPTREPO') END-EXEC.
           set WS-Browse-End to true.
           Exit Paragraph.
          2510-Search-Next-Line-Exit.
           Exit Paragraph.
      *
          2800-Start-Browse.
           set WS-Browse-End to false.
           set WS-Browse-Last to false.
           EXEC CICS STARTBR FILE('RPTREPO')
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               if WS-RESP not = DFHRESP(NOTFND)
                   Display 'ERROR-999: STARTBR RPTREPO failed, RESP='
                       WS-RESP
               end-if
               set WS-Browse-End to true
           end-if.
           Exit Paragraph.
          2800-Start-Browse-Exit.
           Exit Paragraph.
      *
          2810-Read-Next-Header.
      * Reads the next record and moves the browse on past the rest
      * of its report, so a list or a date search reads one record
      * a report however long the reports are. A record that is not
      * a header is a store that never finished - the caller skips
      * it by its line number.
           if WS-Browse-Last
               set WS-Browse-End to true
               GO TO 2810-Read-Next-Header-Exit
           end-if.
           EXEC CICS READNEXT FILE('RPTREPO')
                     INTO(RPTREPO-RECORD)
                     RIDFLD(WS-BROWSE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               if WS-RESP not = DFHRESP(ENDFILE)
                   Display 'ERROR-999: READNEXT RPTREPO failed, RESP='
                       WS-RESP
               end-if
               EXEC CICS ENDBR FILE('RPTREPO') END-EXEC
               set WS-Browse-End to true
               GO TO 2810-Read-Next-Header-Exit
           end-if.
           Move RP-KEY  to WS-BROWSE-KEY.
           Move 9999999 to WS-BK-LINE.
           EXEC CICS RESETBR FILE('RPTREPO')
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC.
      * Nothing beyond this report - it is still returned, and the
      * next read ends the browse.
           if WS-RESP not = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('RPTREPO') END-EXEC
               set WS-Browse-Last to true
           end-if.
           Exit Paragraph.
          2810-Read-Next-Header-Exit.
           Exit Paragraph.
      *
          2900-Redisplay.
      * Enter (or any other key) on a report or the list shows the
      * same screen again; on the entry screen it is the entry.
           evaluate true
               when CA-Panel-Report OF DATCOMM-AREA
                   perform 3000-Show-Report-Line
                       thru 3000-Show-Report-Line-Exit
               when CA-Panel-Detail OF DATCOMM-AREA
                   perform 3100-Show-List-Item
                       thru 3100-Show-List-Item-Exit
               when other
                   perform 2000-Process-Entry
                       thru 2000-Process-Entry-Exit
           end-evaluate.
           Exit Paragraph.
          2900-Redisplay-Exit.
           Exit Paragraph.
      *
          3000-Show-Report-Line.
      * One print line per screen on the history panel layout: its
      * number, then 52 columns of it from CA-RPT-COLUMN.
           Move spaces to DATMLIS2O.
           if WS-RPT-MSG not = SPACES
               Move WS-RPT-MSG to HHO
               GO TO 3000-Show-Report-Line-Send
           end-if.
           Move CA-RPT-SECTION OF DATCOMM-AREA to RP-SECTION.
           Move CA-RPT-DATE OF DATCOMM-AREA    to RP-BUS-DATE.
           Move CA-RPT-LINE OF DATCOMM-AREA    to RP-LINE-NO.
           EXEC CICS READ FILE('RPTREPO')
                     INTO(RPTREPO-RECORD)
                     RIDFLD(RP-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP = DFHRESP(NORMAL)
               Move CA-RPT-COLUMN OF DATCOMM-AREA to WS-SHOW-COLUMN
               if WS-SHOW-COLUMN < 1
                   or WS-SHOW-COLUMN > WS-LAST-COLUMN
                   Move 2 to WS-SHOW-COLUMN
               end-if
               Move RP-LINE(WS-SHOW-COLUMN:) to WS-SHOW-TEXT
               STRING RP-LINE-NO ' ' WS-SHOW-TEXT
                      DELIMITED BY SIZE INTO HHO
           else
               if WS-RESP not = DFHRESP(NOTFND)
                   Display 'ERROR-999: READ RPTREPO failed, RESP='
                       WS-RESP
               end-if
               Move 'END OF REPORT - PF7 BACK, PF3 RETURNS' to HHO
           end-if.
          3000-Show-Report-Line-Send.
           set CA-Panel-Report OF DATCOMM-AREA to true.
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
          3000-Show-Report-Line-Exit.
           Exit Paragraph.
      *
          3100-Show-List-Item.
      * One report per screen, the same way DATD shows its lists.
           EXEC CICS READQ TS QUEUE(WS-LISTQ-NAME)
                     INTO(WS-LIST-LINE)
                     LENGTH(LENGTH OF WS-LIST-LINE)
                     ITEM(CA-DETAIL-ITEM OF DATCOMM-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           Move spaces to DATMLIS2O.
           if WS-RESP = DFHRESP(NORMAL)
               Move WS-LIST-LINE to HHO
           else
               Move 'NO MORE REPORTS - PF7 BACK, PF3 RETURNS' to HHO
           end-if.
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
          3100-Show-List-Item-Exit.
           Exit Paragraph.
      *
          3900-Queue-One-Line.
           EXEC CICS WRITEQ TS QUEUE(WS-LISTQ-NAME)
                     FROM(WS-LIST-LINE)
                     LENGTH(LENGTH OF WS-LIST-LINE)
                     RESP(WS-RESP)
           END-EXEC.
           Exit Paragraph.
          3900-Queue-One-Line-Exit.
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
