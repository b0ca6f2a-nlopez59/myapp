      *                  rolling average (default 3)
      *   WINDOW=nn      nights in the rolling-average weighting
      *                  (default 30)
      *
      * "Tonight" is the business date from the BUSDATE control
      * record (DATBDTE, through DATBDGT). DATAUDIT and PERFSTAT
      * records carry the business date they were stamped under and
      * are selected by it, falling back to the timestamp date on
      * records written before it was carried. DIAGLOG carries only
      * a timestamp, so its records are taken from the business
      * date through the clock date - the whole of a night that
      * slipped past midnight - or the business date alone while an
      * override rerun is in force.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-ALERTDS-STATUS        PIC X(02).

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-REC-DATE              PIC 9(08).
       01  WS-DIAG-TO-DATE          PIC 9(08).
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-CURRENT-TIMESTAMP     PIC X(14).

       COPY DATBDGP.

      * One entry per rule: the baseline carried in from HISTIN and
      * tonight's numbers gathered from the three trails, the same
      * in-memory-table-from-file pattern DATRPT uses.

       PROCEDURE DIVISION.
          0000-Mainline.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-CURRENT-TIMESTAMP(1:8).
           CALL 'DATBDGT' USING DATBDGT-PARMS.
           Move BG-BUSINESS-DATE to WS-RUN-DATE.
           if BG-No-Control
               Display 'WARNING-999: no BUSDATE control record -'
                   ' history rolled for the clock date ' WS-RUN-DATE
           end-if.
           if BG-Override-Active
               or WS-CURRENT-DATE < WS-RUN-DATE
               Move WS-RUN-DATE to WS-DIAG-TO-DATE
           else
               Move WS-CURRENT-DATE to WS-DIAG-TO-DATE
           end-if.
           MOVE WS-CURRENT-TIME TO WS-CURRENT-TIMESTAMP(9:6).
           perform 0100-Read-Rhstparm thru 0100-Read-Rhstparm-Exit.
           perform 1000-Load-History thru 1000-Load-History-Exit.
           READ DATAUDIT-FILE
               AT END set WS-DATAUDIT-EOF to true
               NOT AT END
                   if AUD-BUSINESS-DATE is numeric
                       and AUD-BUSINESS-DATE > ZERO
                       Move AUD-BUSINESS-DATE to WS-REC-DATE
                   else
                       Move AUD-TIMESTAMP(1:8) to WS-REC-DATE
                   end-if
                   if WS-REC-DATE = WS-RUN-DATE
                       add 1 to WS-CT-AUDIT-TONIGHT
                       Move AUD-RULE to WS-FIND-RULE
                       perform 1500-Find-Entry
           READ DIAGLOG-FILE
               AT END set WS-DIAGLOG-EOF to true
               NOT AT END
                   if DG-TIMESTAMP(1:8) >= WS-RUN-DATE
                       and DG-TIMESTAMP(1:8) <= WS-DIAG-TO-DATE
                       Move DG-RULE to WS-FIND-RULE
                       perform 1500-Find-Entry
                           thru 1500-Find-Entry-Exit
           READ PERFSTAT-FILE
               AT END set WS-PERFSTAT-EOF to true
               NOT AT END
                   if PF-BUSINESS-DATE is numeric
                       and PF-BUSINESS-DATE > ZERO
                       Move PF-BUSINESS-DATE to WS-REC-DATE
                   else
                       Move PF-DATE to WS-REC-DATE
                   end-if
                   if WS-REC-DATE = WS-RUN-DATE
                       Move PF-RULE to WS-FIND-RULE
                       perform 1500-Find-Entry
                           thru 1500-Find-Entry-Exit
