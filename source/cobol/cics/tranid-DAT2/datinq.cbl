       ID DIVISION.
       PROGRAM-ID. DATINQ.
      * Read-only inquiry into today's rule activity, per rule code.
      * "Today" is the business date on the BUSDATE control record
      * (DATBDTE) - the date the writers key AUDSUMM under - so the
      * counts after midnight are still the current day's until the
      * end-of-day roll.
      * Tran ='DAT2' - so the helpdesk can answer "is rule X running
      * okay today" without paging an operator to check SYSOUT.
      *
      *
       COPY DATMAPM.
       COPY DATASUM.
       COPY DATBDTE.
       COPY DATRULCT.
       COPY DFHAID.
       COPY DFHBMSCA.
       01  WS-RESP2         PIC S9(08) COMP.

       01  WS-TODAY-DATE    PIC 9(08).
       01  WS-BUSDATE-RRN   PIC S9(08) COMP VALUE 1.

       01  WS-AUDIT-EOF-SW  PIC X(01) VALUE 'N'.
           88  WS-AUDIT-EOF     VALUE 'Y' FALSE 'N'.
           move zero to WS-RULECT-COUNT.
           set WS-Summ-Overflow to false.
           set WS-Audit-Eof to false.
           perform 1050-Read-Business-Date
               thru 1050-Read-Business-Date-Exit.
           Move WS-TODAY-DATE to AS-DATE.
           Move LOW-VALUES    to AS-RULE.
           EXEC CICS STARTBR FILE('AUDSUMM')
           Exit Paragraph.
          1100-Scan-Audit-Trail-Exit.
           Exit Paragraph.
      *
          1050-Read-Business-Date.
      * The override date while one is in force, the rolled business
      * date otherwise, and the clock where there is no record.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           Move 1 to WS-BUSDATE-RRN.
           EXEC CICS READ FILE('BUSDATE')
                     INTO(BUSDATE-RECORD)
                     RIDFLD(WS-BUSDATE-RRN)
                     RRN
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               GO TO 1050-Read-Business-Date-Exit
           end-if.
           if BD-OVERRIDE-DATE is numeric
               and BD-OVERRIDE-DATE > ZERO
               Move BD-OVERRIDE-DATE to WS-TODAY-DATE
           else
               if BD-BUSINESS-DATE is numeric
                   and BD-BUSINESS-DATE > ZERO
                   Move BD-BUSINESS-DATE to WS-TODAY-DATE
               end-if
           end-if.
           Exit Paragraph.
          1050-Read-Business-Date-Exit.
           Exit Paragraph.
      *
          1110-Read-Next-Summary.
           EXEC CICS READNEXT FILE('AUDSUMM')
