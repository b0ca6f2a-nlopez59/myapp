      * becomes a screen: a rule far past its average, or an
      * update timestamp that stopped moving, answers it.
      *
      * The run's business date leads the line; an override in force
      * on the BUSDATE control record (DATBDTE) - a rerun of a prior
      * date - is logged beside it so nobody mistakes the rerun for
      * the current day's nightly.
      *
      * Enter refreshes, PF3 exits. Read-only - the monitor never
      * touches the run.
       ENVIRONMENT DIVISION.
      *
       COPY DATMAPM.
       COPY DATPROG.
       COPY DATBDTE.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-RESP2         PIC S9(08) COMP.

       01  WS-PROG-RRN      PIC S9(08) COMP VALUE 1.
       01  WS-BUSDATE-RRN   PIC S9(08) COMP VALUE 1.

      * Elapsed figures folded to whole seconds for the screen.
       01  WS-RUN-SECS      PIC 9(07).
           end-evaluate.
           compute WS-RUN-SECS = PG-RUN-ELAPSED / 100.
           compute WS-AVG-SECS = PG-CUR-RULE-AVG / 100.
           if PG-BUSINESS-DATE not numeric
               Move ZERO to PG-BUSINESS-DATE
           end-if.
           STRING WS-STATUS-WORD
                  PG-BUSINESS-DATE
                  ' RULE ' PG-CUR-RULE
                  ' POS ' PG-LIST-POS
                  ' C/S/E ' PG-COMPLETED
               ' elapsed ' WS-RUN-SECS 's, rule ' PG-CUR-RULE
               ' avg ' WS-AVG-SECS 's, updated '
               PG-UPDATED(9:6).
           perform 1200-Show-Override
               thru 1200-Show-Override-Exit.
           Exit Paragraph.
          1100-Format-Progress-Exit.
           Exit Paragraph.
      *
          1200-Show-Override.
           Move 1 to WS-BUSDATE-RRN.
           EXEC CICS READ FILE('BUSDATE')
                     INTO(BUSDATE-RECORD)
                     RIDFLD(WS-BUSDATE-RRN)
                     RRN
                     RESP(WS-RESP)
           END-EXEC.
           if WS-RESP not = DFHRESP(NORMAL)
               Display 'WARNING-999: DATPMON: no BUSDATE control '
                   'record - business dates follow the clock'
               GO TO 1200-Show-Override-Exit
           end-if.
           if BD-OVERRIDE-DATE is numeric
               and BD-OVERRIDE-DATE > ZERO
               Display 'DATPMON: business date ' PG-BUSINESS-DATE
                   ' - override ' BD-OVERRIDE-DATE
                   ' in force over ' BD-BUSINESS-DATE
                   ' by ' BD-OVERRIDE-BY ': ' BD-OVERRIDE-REASON
           else
               Display 'DATPMON: business date ' PG-BUSINESS-DATE
                   ' control ' BD-BUSINESS-DATE
           end-if.
           Exit Paragraph.
          1200-Show-Override-Exit.
           Exit Paragraph.
      *
          9000-Send-Map-Error.
      * A bad mapset or a dropped terminal shows up here as a
